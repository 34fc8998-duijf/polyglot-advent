       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4j.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Whichever sequential control file is being copied, pointed at
      * each name on the set in turn. Every one of them is a line
      * sequential file of fixed rows, so a row is carried whole
      * without this program knowing its layout; the widest, the
      * quarantine register's, is 190 bytes.
       SELECT fd-control
           ASSIGN TO DYNAMIC ws-control-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-control-file-status.
           COPY hist-select.
      * The dated backup of the whole set: one file per run date,
      * named for it, holding every control file's rows between a
      * header and a trailer that carries its row count, so a
      * restore can prove the set complete before touching anything.
       SELECT fd-backup
           ASSIGN TO DYNAMIC ws-backup-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-backup-file-status.
      * What each control file held before a restore overwrote it,
      * kept under its own -prior name the way the reference file
      * maintenance run does, so a restore to the wrong date can be
      * backed out.
       SELECT fd-prior
           ASSIGN TO DYNAMIC ws-prior-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-prior-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.
           COPY step-select.
           COPY apq-select.
           COPY opr-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-control.
       01 fs-control-rec PIC X(200).

       FD fd-history.
           COPY hist-rec.

      * S opens the set (run date, when it was taken, file count),
      * H opens one control file (present on disk or not), D is one
      * of its rows as it stood, T closes it with its row count, and
      * E closes the set with the file and row totals. A backup cut
      * short has no E row and is refused by the restore.
       FD fd-backup.
       01 fs-backup-rec.
           05 fs-bkp-kind PIC X.
           05 fs-bkp-file PIC X(20).
           05 fs-bkp-data PIC X(200).
           05 fs-bkp-control REDEFINES fs-bkp-data.
               10 fs-bkp-run-date PIC 9(8).
               10 fs-bkp-taken-date PIC 9(8).
               10 fs-bkp-taken-time PIC 9(8).
               10 fs-bkp-present PIC X.
               10 fs-bkp-rows PIC 9(8).
               10 fs-bkp-files PIC 9(2).
               10 FILLER PIC X(165).

       FD fd-prior.
       01 fs-prior-rec PIC X(200).

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-audit.
           COPY audit-rec.

       FD fd-step.
           COPY step-rec.

       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       WORKING-STORAGE SECTION.
           COPY runctl-ws.
           COPY step-ws.
           COPY audit-ws.
           COPY linecount-ws.
           COPY cat-ws.
           COPY period-ws.
           COPY exc-ws.
           COPY xmit-ws.
           COPY hist-ws.
           COPY apq-ws.
           COPY opr-ws.
           COPY qtn-ws.
      * solution-3b's restart checkpoint has no shared copybook; its
      * name is the one 3b declares for itself.
       01 ws-checkpoint-filename PIC X(40) VALUE 'checkpoint'.
      * The nightly count runs as three partitions (PART=1/3 to 3/3
      * on the run JCL), each keeping its restart state in its own
      * checkpoint-p<n> and partition-p<n>, named the way 3b names
      * them; the merge and a resumed night read those, so they go
      * in the set beside the unpartitioned checkpoint.
       01 ws-set-parts PIC 9 VALUE 3.
       01 ws-set-part PIC 9 VALUE ZERO.
       01 ws-control-filename PIC X(40) VALUE SPACES.
       01 ws-control-file-status PIC XX VALUE '00'.
       01 ws-control-eof PIC X VALUE 'N'.
       01 ws-backup-filename PIC X(40) VALUE SPACES.
       01 ws-backup-file-status PIC XX VALUE '00'.
       01 ws-backup-eof PIC X VALUE 'N'.
       01 ws-prior-filename PIC X(40) VALUE SPACES.
       01 ws-prior-file-status PIC XX VALUE '00'.
      * Balancing report of the run: backup-report for the nightly
      * backup, restore-report for a restore, so a restore never
      * overwrites the night's own proof of its backup.
       01 ws-report-filename PIC X(40) VALUE 'backup-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
      * The control card is order-free tokens: BACKUP (the default)
      * or RESTORE, an eight-digit run date - the night to back up,
      * or the night whose end-of-run state a restore puts back -
      * and OPER= naming the operator asking for a restore, which a
      * second operator has to approve before anything is touched.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(13) VALUE SPACES.
       01 ws-function PIC X(7) VALUE 'BACKUP'.
       01 ws-date-parm PIC X(8) VALUE SPACES.
       01 ws-set-date PIC 9(8) VALUE ZEROES.
       01 ws-taken-date PIC 9(8) VALUE ZEROES.
       01 ws-taken-time PIC 9(8) VALUE ZEROES.
      * The control files the nightly state lives in, in the order
      * they are backed up and restored, with each one's row counts
      * for the balancing report: on disk before, in the backup, and
      * on disk after (on a backup, the backup read back).
       01 ws-set-table.
           05 ws-set-entry OCCURS 17 TIMES.
               10 ws-set-name PIC X(40).
               10 ws-set-keyed PIC X.
               10 ws-set-present PIC X.
               10 ws-set-in-backup PIC X.
               10 ws-set-seen PIC X.
               10 ws-set-before PIC 9(7).
               10 ws-set-prior PIC 9(7).
               10 ws-set-backup PIC 9(7).
               10 ws-set-after PIC 9(7).
       01 ws-set-count PIC 9(2) VALUE ZERO.
       01 ws-set-idx PIC 9(2) VALUE ZERO.
       01 ws-set-cur PIC 9(2) VALUE ZERO.
       01 ws-set-new-name PIC X(40) VALUE SPACES.
       01 ws-set-new-keyed PIC X VALUE 'N'.
       01 ws-total-before PIC 9(8) VALUE ZEROES.
       01 ws-total-backup PIC 9(8) VALUE ZEROES.
       01 ws-total-after PIC 9(8) VALUE ZEROES.
       01 ws-change PIC S9(8) VALUE ZEROES.
       01 ws-change-out PIC +9(8).
       01 ws-row-verdict PIC X(30) VALUE SPACES.
      * Running state of the check a restore makes over the whole
      * backup before it trusts any of it; the first fault found is
      * the one reported.
       01 ws-chk-set-seen PIC X VALUE 'N'.
       01 ws-chk-end-seen PIC X VALUE 'N'.
       01 ws-chk-open PIC X VALUE 'N'.
       01 ws-chk-rows PIC 9(8) VALUE ZEROES.
       01 ws-chk-files PIC 9(2) VALUE ZERO.
       01 ws-chk-total PIC 9(8) VALUE ZEROES.
       01 ws-target-open PIC X VALUE 'N'.
       01 ws-backup-bad PIC X VALUE 'N'.
       01 ws-bad-line PIC X(80) VALUE SPACES.
       01 ws-backup-error PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 4

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME
           MOVE ws-run-date TO ws-taken-date
           MOVE ws-audit-run-time TO ws-taken-time

           IF ws-date-parm NOT = SPACES
               MOVE ws-date-parm TO ws-set-date
           END-IF

           PERFORM para-load-set-table

           IF ws-function = 'RESTORE'
               PERFORM para-run-restore
               PERFORM para-write-audit
           ELSE
               IF ws-set-date = ZEROES
                   MOVE ws-run-date TO ws-set-date
               END-IF
               MOVE ws-set-date TO ws-run-date
               PERFORM para-write-step-start
               PERFORM para-run-backup
               PERFORM para-write-audit
               PERFORM para-write-step-end
           END-IF

           STOP RUN
           .

       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           IF ws-option-token = 'BACKUP'
              OR ws-option-token = 'RESTORE'
               MOVE ws-option-token TO ws-function
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:5) = SPACES
               MOVE ws-option-token(1:8) TO ws-date-parm
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           .

      * The set: every file the night's state lives in. Reference
      * files (slopes, tolerances, sector master and the rest) keep
      * their own -prior copies through the maintenance run and are
      * not part of it.
       para-load-set-table.
           MOVE 'N' TO ws-set-new-keyed
           MOVE ws-runctl-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-step-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-audit-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-linecount-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-cat-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-period-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-exc-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-xmit-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE ws-checkpoint-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           PERFORM para-add-part-entries
               VARYING ws-set-part FROM 1 BY 1
               UNTIL ws-set-part > ws-set-parts
           MOVE ws-qtn-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE 'Y' TO ws-set-new-keyed
           MOVE ws-history-filename TO ws-set-new-name
           PERFORM para-add-set-entry
           .

       para-add-part-entries.
           MOVE SPACES TO ws-set-new-name
           STRING 'checkpoint-p' ws-set-part
               DELIMITED BY SIZE INTO ws-set-new-name
           PERFORM para-add-set-entry
           MOVE SPACES TO ws-set-new-name
           STRING 'partition-p' ws-set-part
               DELIMITED BY SIZE INTO ws-set-new-name
           PERFORM para-add-set-entry
           .

       para-add-set-entry.
           ADD 1 TO ws-set-count
           MOVE ws-set-new-name TO ws-set-name(ws-set-count)
           MOVE ws-set-new-keyed TO ws-set-keyed(ws-set-count)
           MOVE 'N' TO ws-set-present(ws-set-count)
           MOVE 'N' TO ws-set-in-backup(ws-set-count)
           MOVE 'N' TO ws-set-seen(ws-set-count)
           MOVE ZEROES TO ws-set-before(ws-set-count)
           MOVE ZEROES TO ws-set-prior(ws-set-count)
           MOVE ZEROES TO ws-set-backup(ws-set-count)
           MOVE ZEROES TO ws-set-after(ws-set-count)
           .

       para-set-backup-filename.
           MOVE SPACES TO ws-backup-filename
           STRING 'control-backup-' ws-set-date
               DELIMITED BY SIZE INTO ws-backup-filename
           .

      * Nightly backup: every file on the set copied into the run
      * date's backup, then the backup read back and its rows
      * counted per file, so the report proves that what is on the
      * backup is what was on disk.
       para-run-backup.
           MOVE 'backup-report' TO ws-report-filename
           OPEN OUTPUT fd-report

           PERFORM para-set-backup-filename

           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-set-date
               '  BACKUP  PROGRAM: solution-4j'
               '  TAKEN: ' ws-taken-date ' ' ws-taken-time
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING 'BACKUP FILE: ' ws-backup-filename
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           OPEN OUTPUT fd-backup
           IF ws-backup-file-status NOT = '00'
               MOVE 'Y' TO ws-backup-error
               MOVE SPACES TO ws-report-line
               STRING 'BACKUP FILE WILL NOT OPEN - STATUS '
                   ws-backup-file-status ' - NOTHING BACKED UP'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               MOVE SPACES TO fs-backup-rec
               MOVE 'S' TO fs-bkp-kind
               MOVE ws-set-date TO fs-bkp-run-date
               MOVE ws-taken-date TO fs-bkp-taken-date
               MOVE ws-taken-time TO fs-bkp-taken-time
               MOVE ws-set-count TO fs-bkp-files
               WRITE fs-backup-rec

               PERFORM para-backup-file
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count

      * A file that would not open leaves the set without its E row,
      * so the restore refuses this backup rather than put back a
      * set with a hole in it.
               IF ws-backup-error = 'N'
                   MOVE SPACES TO fs-backup-rec
                   MOVE 'E' TO fs-bkp-kind
                   MOVE ws-set-date TO fs-bkp-run-date
                   MOVE ws-set-count TO fs-bkp-files
                   MOVE ws-total-backup TO fs-bkp-rows
                   WRITE fs-backup-rec
               END-IF

               CLOSE fd-backup

               PERFORM para-reread-backup
           END-IF

           PERFORM para-write-backup-balance

           CLOSE fd-report

           IF ws-backup-error = 'Y'
               MOVE 'BKUP-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       para-backup-file.
           MOVE ws-set-name(ws-set-idx) TO ws-control-filename
           MOVE ws-set-idx TO ws-set-cur

           IF ws-set-keyed(ws-set-idx) = 'Y'
               OPEN INPUT fd-history
               MOVE ws-hist-file-status TO ws-control-file-status
           ELSE
               OPEN INPUT fd-control
           END-IF

           EVALUATE ws-control-file-status
               WHEN '00'
                   MOVE 'Y' TO ws-set-present(ws-set-idx)
                   PERFORM para-write-file-header
                   PERFORM para-copy-file-rows
                   IF ws-set-keyed(ws-set-idx) = 'Y'
                       CLOSE fd-history
                   ELSE
                       CLOSE fd-control
                   END-IF
                   PERFORM para-write-file-trailer
               WHEN '35'
                   MOVE 'N' TO ws-set-present(ws-set-idx)
                   PERFORM para-write-file-header
                   PERFORM para-write-file-trailer
               WHEN OTHER
                   MOVE 'Y' TO ws-backup-error
                   MOVE SPACES TO ws-report-line
                   STRING '  ' ws-set-name(ws-set-idx)(1:16)
                       'WILL NOT OPEN - STATUS '
                       ws-control-file-status
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
           END-EVALUATE
           .

       para-write-file-header.
           MOVE SPACES TO fs-backup-rec
           MOVE 'H' TO fs-bkp-kind
           MOVE ws-set-name(ws-set-idx) TO fs-bkp-file
           MOVE ws-set-date TO fs-bkp-run-date
           MOVE ws-set-present(ws-set-idx) TO fs-bkp-present
           WRITE fs-backup-rec
           .

       para-write-file-trailer.
           MOVE SPACES TO fs-backup-rec
           MOVE 'T' TO fs-bkp-kind
           MOVE ws-set-name(ws-set-idx) TO fs-bkp-file
           MOVE ws-set-date TO fs-bkp-run-date
           MOVE ws-set-present(ws-set-idx) TO fs-bkp-present
           MOVE ws-set-backup(ws-set-idx) TO fs-bkp-rows
           WRITE fs-backup-rec
           .

      * The history KSDS is read in key order, so the backup holds
      * it in the order a restore loads it back.
       para-copy-file-rows.
           MOVE 'N' TO ws-control-eof

           IF ws-set-keyed(ws-set-idx) = 'Y'
               PERFORM UNTIL ws-control-eof = 'Y'
                   READ fd-history NEXT RECORD
                       AT END MOVE 'Y' TO ws-control-eof
                       NOT AT END
                           MOVE fs-history-rec TO fs-control-rec
                           PERFORM para-write-data-row
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL ws-control-eof = 'Y'
                   READ fd-control
                       AT END MOVE 'Y' TO ws-control-eof
                       NOT AT END PERFORM para-write-data-row
                   END-READ
               END-PERFORM
           END-IF
           .

       para-write-data-row.
           ADD 1 TO ws-set-before(ws-set-idx)

           MOVE SPACES TO fs-backup-rec
           MOVE 'D' TO fs-bkp-kind
           MOVE ws-set-name(ws-set-idx) TO fs-bkp-file
           MOVE fs-control-rec TO fs-bkp-data
           WRITE fs-backup-rec

           IF ws-backup-file-status = '00'
               ADD 1 TO ws-set-backup(ws-set-idx)
               ADD 1 TO ws-total-backup
           ELSE
               MOVE 'Y' TO ws-backup-error
           END-IF
           .

       para-reread-backup.
           MOVE 'N' TO ws-backup-eof

           OPEN INPUT fd-backup

           IF ws-backup-file-status = '00'
               PERFORM UNTIL ws-backup-eof = 'Y'
                   READ fd-backup
                       AT END MOVE 'Y' TO ws-backup-eof
                       NOT AT END PERFORM para-count-backup-row
                   END-READ
               END-PERFORM

               CLOSE fd-backup
           END-IF
           .

       para-count-backup-row.
           IF fs-bkp-kind = 'D'
               PERFORM para-find-set-entry
               IF ws-set-cur > ZERO
                   ADD 1 TO ws-set-after(ws-set-cur)
               END-IF
           END-IF
           .

      * Which file on the set a backup row belongs to; zero when the
      * name is not one of them.
       para-find-set-entry.
           MOVE ZERO TO ws-set-cur

           PERFORM para-match-set-entry
               VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
           .

       para-match-set-entry.
           IF ws-set-name(ws-set-idx) = fs-bkp-file
               MOVE ws-set-idx TO ws-set-cur
           END-IF
           .

      * One line per file: rows on disk, rows written to the backup,
      * rows found on reading the backup back. All three agree or
      * the backup is not to be trusted.
       para-write-backup-balance.
           MOVE SPACES TO ws-report-line
           MOVE 'FILE' TO ws-report-line(3:4)
           MOVE 'ON FILE' TO ws-report-line(20:7)
           MOVE 'WRITTEN' TO ws-report-line(30:7)
           MOVE 'REREAD' TO ws-report-line(41:6)
           MOVE 'RESULT' TO ws-report-line(49:6)
           WRITE fs-report-line FROM ws-report-line

           MOVE ZEROES TO ws-total-before
           MOVE ZEROES TO ws-total-after

           PERFORM para-write-backup-line
               VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count

           MOVE SPACES TO ws-report-line
           STRING '  TOTAL           ' ws-total-before
               '  ' ws-total-backup
               '  ' ws-total-after
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-backup-error = 'Y'
               MOVE 'RESULT: BACKUP NOT USABLE - RERUN BEFORE RELYING'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: IN BALANCE - ON FILE = WRITTEN = REREAD'
                   TO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-backup-line.
           ADD ws-set-before(ws-set-idx) TO ws-total-before
           ADD ws-set-after(ws-set-idx) TO ws-total-after

           EVALUATE TRUE
               WHEN ws-set-before(ws-set-idx)
                       NOT = ws-set-backup(ws-set-idx)
                 OR ws-set-backup(ws-set-idx)
                       NOT = ws-set-after(ws-set-idx)
                   MOVE 'Y' TO ws-backup-error
                   MOVE 'OUT OF BALANCE' TO ws-row-verdict
               WHEN ws-set-present(ws-set-idx) = 'N'
                   MOVE 'NOT ON DISK - BACKED UP EMPTY'
                       TO ws-row-verdict
               WHEN OTHER
                   MOVE 'IN BALANCE' TO ws-row-verdict
           END-EVALUATE

           MOVE SPACES TO ws-report-line
           STRING '  ' ws-set-name(ws-set-idx)(1:16)
               ' ' ws-set-before(ws-set-idx)
               '   ' ws-set-backup(ws-set-idx)
               '   ' ws-set-after(ws-set-idx)
               '  ' ws-row-verdict
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * Point-in-time restore: the set goes back to exactly what the
      * named night's backup holds. The backup is checked end to end
      * first, the restore needs a second operator's approval, and
      * every file is copied to its -prior name before any of them
      * is overwritten; a fault at any of those stages leaves the
      * live files as they were.
       para-run-restore.
           MOVE 'restore-report' TO ws-report-filename
           OPEN OUTPUT fd-report

           PERFORM para-set-backup-filename

           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  RESTORE TO END OF: ' ws-set-date
               '  PROGRAM: solution-4j'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-set-date = ZEROES
               MOVE SPACES TO ws-report-line
               MOVE 'NO RUN DATE NAMED FOR RESTORE - NOTHING RESTORED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               MOVE 'RSTR-BAD' TO ws-audit-result
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM para-check-backup
               PERFORM para-restore-checked
           END-IF

           CLOSE fd-report
           .

       para-restore-checked.
           MOVE SPACES TO ws-report-line
           STRING 'BACKUP FILE: ' ws-backup-filename
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-backup-bad = 'Y'
               MOVE SPACES TO ws-report-line
               MOVE ws-bad-line TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               MOVE SPACES TO ws-report-line
               MOVE 'RESULT: BACKUP NOT USABLE - NOTHING RESTORED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               MOVE 'RSTR-BAD' TO ws-audit-result
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ws-report-line
               STRING 'BACKUP TAKEN: ' ws-taken-date
                   ' ' ws-taken-time
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line

               MOVE 'RESTORE' TO ws-apq-action
               MOVE ws-set-date TO ws-apq-subject
               PERFORM para-request-override

               IF ws-override-held = 'Y'
                   MOVE SPACES TO ws-report-line
                   MOVE ws-held-line TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   MOVE SPACES TO ws-report-line
                   MOVE 'RESULT: RESTORE HELD - NOTHING RESTORED'
                       TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   PERFORM para-refuse-held
               ELSE
                   PERFORM para-use-approvals
                   PERFORM para-restore-approved
               END-IF
           END-IF
           .

       para-restore-approved.
           PERFORM para-save-prior
               VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count

           IF ws-backup-error = 'Y'
               MOVE SPACES TO ws-report-line
               MOVE 'RESULT: PRIOR COPY FAILED - NOTHING RESTORED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               MOVE 'RSTR-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM para-restore-set

               PERFORM para-recount-file
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count

               PERFORM para-write-restore-balance

               IF ws-backup-error = 'Y'
                   MOVE 'RSTR-ERR' TO ws-audit-result
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'RESTORED' TO ws-audit-result
               END-IF
           END-IF
           .

      * Read the whole backup before trusting any of it: it must be
      * this run date's, open with its S row, hold every file on the
      * set exactly once between an H and a T whose count matches
      * the rows between them, and close with an E row whose totals
      * agree.
       para-check-backup.
           MOVE 'N' TO ws-backup-eof
           MOVE ZERO TO ws-chk-files
           MOVE ZEROES TO ws-chk-total

           OPEN INPUT fd-backup

           IF ws-backup-file-status NOT = '00'
               MOVE 'Y' TO ws-backup-bad
               STRING 'NO BACKUP ON DISK FOR ' ws-set-date
                   ' - STATUS ' ws-backup-file-status
                   DELIMITED BY SIZE INTO ws-bad-line
           ELSE
               PERFORM UNTIL ws-backup-eof = 'Y'
                   READ fd-backup
                       AT END MOVE 'Y' TO ws-backup-eof
                       NOT AT END PERFORM para-check-backup-row
                   END-READ
               END-PERFORM

               CLOSE fd-backup

               IF ws-backup-bad = 'N' AND ws-chk-end-seen = 'N'
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'BACKUP INCOMPLETE - NO SET TRAILER'
                       TO ws-bad-line
               END-IF
           END-IF
           .

       para-check-backup-row.
           EVALUATE TRUE
               WHEN ws-backup-bad = 'Y'
                   CONTINUE
               WHEN ws-chk-end-seen = 'Y'
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'ROWS AFTER THE SET TRAILER' TO ws-bad-line
               WHEN ws-chk-set-seen = 'N' AND fs-bkp-kind NOT = 'S'
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'BACKUP DOES NOT OPEN WITH A SET HEADER'
                       TO ws-bad-line
               WHEN OTHER
                   PERFORM para-check-row-kind
           END-EVALUATE
           .

       para-check-row-kind.
           EVALUATE fs-bkp-kind
               WHEN 'S'
                   PERFORM para-check-set-header
               WHEN 'H'
                   PERFORM para-check-file-header
               WHEN 'D'
                   IF ws-chk-open = 'N'
                       MOVE 'Y' TO ws-backup-bad
                       MOVE 'DATA ROW OUTSIDE ANY FILE' TO ws-bad-line
                   ELSE
                       ADD 1 TO ws-chk-rows
                   END-IF
               WHEN 'T'
                   PERFORM para-check-file-trailer
               WHEN 'E'
                   PERFORM para-check-set-trailer
               WHEN OTHER
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'UNKNOWN ROW KIND ON BACKUP' TO ws-bad-line
           END-EVALUATE
           .

       para-check-set-header.
           IF ws-chk-set-seen = 'Y'
               MOVE 'Y' TO ws-backup-bad
               MOVE 'SECOND SET HEADER ON BACKUP' TO ws-bad-line
           ELSE
               MOVE 'Y' TO ws-chk-set-seen
               MOVE fs-bkp-taken-date TO ws-taken-date
               MOVE fs-bkp-taken-time TO ws-taken-time
               IF fs-bkp-run-date NOT = ws-set-date
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'BACKUP IS FOR RUN DATE ' fs-bkp-run-date
                       DELIMITED BY SIZE INTO ws-bad-line
               END-IF
           END-IF
           .

       para-check-file-header.
           PERFORM para-find-set-entry

           EVALUATE TRUE
               WHEN ws-chk-open = 'Y'
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'NO TRAILER BEFORE ' fs-bkp-file
                       DELIMITED BY SIZE INTO ws-bad-line
               WHEN ws-set-cur = ZERO
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'FILE NOT ON THE SET: ' fs-bkp-file
                       DELIMITED BY SIZE INTO ws-bad-line
               WHEN ws-set-seen(ws-set-cur) = 'Y'
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'FILE TWICE ON BACKUP: ' fs-bkp-file
                       DELIMITED BY SIZE INTO ws-bad-line
               WHEN OTHER
                   MOVE 'Y' TO ws-set-seen(ws-set-cur)
                   MOVE fs-bkp-present TO ws-set-in-backup(ws-set-cur)
                   MOVE 'Y' TO ws-chk-open
                   MOVE ZEROES TO ws-chk-rows
           END-EVALUATE
           .

       para-check-file-trailer.
           PERFORM para-find-set-entry

           EVALUATE TRUE
               WHEN ws-chk-open = 'N'
                 OR ws-set-cur = ZERO
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'TRAILER WITH NO HEADER: ' fs-bkp-file
                       DELIMITED BY SIZE INTO ws-bad-line
               WHEN fs-bkp-rows NOT = ws-chk-rows
                   MOVE 'Y' TO ws-backup-bad
                   STRING 'ROW COUNT DOES NOT AGREE: ' fs-bkp-file
                       DELIMITED BY SIZE INTO ws-bad-line
               WHEN OTHER
                   MOVE ws-chk-rows TO ws-set-backup(ws-set-cur)
                   ADD ws-chk-rows TO ws-chk-total
                   ADD 1 TO ws-chk-files
                   MOVE 'N' TO ws-chk-open
           END-EVALUATE
           .

       para-check-set-trailer.
           EVALUATE TRUE
               WHEN ws-chk-open = 'Y'
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'SET TRAILER INSIDE A FILE' TO ws-bad-line
               WHEN ws-chk-files NOT = ws-set-count
                 OR fs-bkp-files NOT = ws-set-count
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'BACKUP DOES NOT HOLD EVERY FILE ON THE SET'
                       TO ws-bad-line
               WHEN fs-bkp-rows NOT = ws-chk-total
                   MOVE 'Y' TO ws-backup-bad
                   MOVE 'SET ROW TOTAL DOES NOT AGREE' TO ws-bad-line
               WHEN OTHER
                   MOVE 'Y' TO ws-chk-end-seen
           END-EVALUATE
           .

      * Copy one live file to its -prior name, counting its rows on
      * the way - the BEFORE column of the report. The history KSDS
      * goes out as plain 54-byte rows, the history-archive layout,
      * so solution-3q can reload it if the restore is backed out.
      * A file not on disk has nothing to keep.
       para-save-prior.
           MOVE ws-set-name(ws-set-idx) TO ws-control-filename
           MOVE SPACES TO ws-prior-filename
           STRING ws-control-filename DELIMITED BY SPACE
               '-prior' DELIMITED BY SIZE
               INTO ws-prior-filename

           IF ws-set-keyed(ws-set-idx) = 'Y'
               OPEN INPUT fd-history
               MOVE ws-hist-file-status TO ws-control-file-status
           ELSE
               OPEN INPUT fd-control
           END-IF

           IF ws-control-file-status = '00'
               MOVE 'Y' TO ws-set-present(ws-set-idx)
               OPEN OUTPUT fd-prior
               PERFORM para-copy-prior-rows
               CLOSE fd-prior
               IF ws-set-keyed(ws-set-idx) = 'Y'
                   CLOSE fd-history
               ELSE
                   CLOSE fd-control
               END-IF
           END-IF

           IF ws-set-prior(ws-set-idx)
                   NOT = ws-set-before(ws-set-idx)
              OR (ws-control-file-status NOT = '00'
                  AND ws-control-file-status NOT = '35')
               MOVE 'Y' TO ws-backup-error
               MOVE SPACES TO ws-report-line
               STRING '  ' ws-set-name(ws-set-idx)(1:16)
                   'PRIOR COPY FAILED - STATUS '
                   ws-control-file-status ' ' ws-prior-file-status
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-copy-prior-rows.
           MOVE 'N' TO ws-control-eof

           IF ws-set-keyed(ws-set-idx) = 'Y'
               PERFORM UNTIL ws-control-eof = 'Y'
                   READ fd-history NEXT RECORD
                       AT END MOVE 'Y' TO ws-control-eof
                       NOT AT END
                           MOVE fs-history-rec TO fs-control-rec
                           PERFORM para-write-prior-row
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL ws-control-eof = 'Y'
                   READ fd-control
                       AT END MOVE 'Y' TO ws-control-eof
                       NOT AT END PERFORM para-write-prior-row
                   END-READ
               END-PERFORM
           END-IF
           .

       para-write-prior-row.
           ADD 1 TO ws-set-before(ws-set-idx)
           WRITE fs-prior-rec FROM fs-control-rec
           IF ws-prior-file-status = '00'
               ADD 1 TO ws-set-prior(ws-set-idx)
           END-IF
           .

      * Second pass over the checked backup: each H row opens its
      * live file for OUTPUT, its D rows are written back as they
      * stood, and the T row closes it. A file that was not on disk
      * when the backup was taken comes back empty.
       para-restore-set.
           MOVE 'N' TO ws-backup-eof
           MOVE 'N' TO ws-target-open

           OPEN INPUT fd-backup

           PERFORM UNTIL ws-backup-eof = 'Y'
               READ fd-backup
                   AT END MOVE 'Y' TO ws-backup-eof
                   NOT AT END PERFORM para-restore-row
               END-READ
           END-PERFORM

           CLOSE fd-backup
           .

       para-restore-row.
           EVALUATE fs-bkp-kind
               WHEN 'H'
                   PERFORM para-find-set-entry
                   PERFORM para-open-target
               WHEN 'D'
                   IF ws-target-open = 'Y'
                       PERFORM para-write-target-row
                   END-IF
               WHEN 'T'
                   IF ws-target-open = 'Y'
                       IF ws-set-keyed(ws-set-cur) = 'Y'
                           CLOSE fd-history
                       ELSE
                           CLOSE fd-control
                       END-IF
                       MOVE 'N' TO ws-target-open
                   END-IF
           END-EVALUATE
           .

       para-open-target.
           MOVE ws-set-name(ws-set-cur) TO ws-control-filename

           IF ws-set-keyed(ws-set-cur) = 'Y'
               OPEN OUTPUT fd-history
               MOVE ws-hist-file-status TO ws-control-file-status
           ELSE
               OPEN OUTPUT fd-control
           END-IF

           IF ws-control-file-status = '00'
               MOVE 'Y' TO ws-target-open
           ELSE
               MOVE 'Y' TO ws-backup-error
               MOVE SPACES TO ws-report-line
               STRING '  ' ws-set-name(ws-set-cur)(1:16)
                   'WILL NOT OPEN FOR RESTORE - STATUS '
                   ws-control-file-status
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-write-target-row.
           IF ws-set-keyed(ws-set-cur) = 'Y'
               MOVE fs-bkp-data TO fs-history-rec
               WRITE fs-history-rec
                   INVALID KEY
                       MOVE 'Y' TO ws-backup-error
                       MOVE SPACES TO ws-report-line
                       STRING '  ' ws-set-name(ws-set-cur)(1:16)
                           'ROW NOT RESTORED - KEY ' fs-hist-key
                           DELIMITED BY SIZE INTO ws-report-line
                       WRITE fs-report-line FROM ws-report-line
               END-WRITE
           ELSE
               MOVE fs-bkp-data TO fs-control-rec
               WRITE fs-control-rec
           END-IF
           .

      * Rows on disk once the restore is done - the AFTER column.
       para-recount-file.
           MOVE ws-set-name(ws-set-idx) TO ws-control-filename
           MOVE 'N' TO ws-control-eof

           IF ws-set-keyed(ws-set-idx) = 'Y'
               OPEN INPUT fd-history
               IF ws-hist-file-status = '00'
                   PERFORM UNTIL ws-control-eof = 'Y'
                       READ fd-history NEXT RECORD
                           AT END MOVE 'Y' TO ws-control-eof
                           NOT AT END
                               ADD 1 TO ws-set-after(ws-set-idx)
                       END-READ
                   END-PERFORM
                   CLOSE fd-history
               END-IF
           ELSE
               OPEN INPUT fd-control
               IF ws-control-file-status = '00'
                   PERFORM UNTIL ws-control-eof = 'Y'
                       READ fd-control
                           AT END MOVE 'Y' TO ws-control-eof
                           NOT AT END
                               ADD 1 TO ws-set-after(ws-set-idx)
                       END-READ
                   END-PERFORM
                   CLOSE fd-control
               END-IF
           END-IF
           .

      * One line per file: rows on disk before, rows on the backup,
      * rows on disk after, and the change the restore made. AFTER
      * has to equal BACKUP for the file to balance.
       para-write-restore-balance.
           MOVE SPACES TO ws-report-line
           MOVE 'FILE' TO ws-report-line(3:4)
           MOVE 'BEFORE' TO ws-report-line(21:6)
           MOVE 'BACKUP' TO ws-report-line(31:6)
           MOVE 'AFTER' TO ws-report-line(42:5)
           MOVE 'CHANGE' TO ws-report-line(53:6)
           MOVE 'RESULT' TO ws-report-line(61:6)
           WRITE fs-report-line FROM ws-report-line

           MOVE ZEROES TO ws-total-before
           MOVE ZEROES TO ws-total-backup
           MOVE ZEROES TO ws-total-after

           PERFORM para-write-restore-line
               VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count

           COMPUTE ws-change = ws-total-after - ws-total-before
           MOVE ws-change TO ws-change-out

           MOVE SPACES TO ws-report-line
           STRING '  TOTAL            ' ws-total-before
               '  ' ws-total-backup
               '  ' ws-total-after
               '  ' ws-change-out
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           MOVE 'EACH FILE AS IT STOOD BEFORE IS KEPT AS <FILE>-prior'
               TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-backup-error = 'Y'
               MOVE 'RESULT: RESTORE INCOMPLETE - PUT BACK THE -prior'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: RESTORED IN BALANCE - AFTER = BACKUP'
                   TO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-restore-line.
           ADD ws-set-before(ws-set-idx) TO ws-total-before
           ADD ws-set-backup(ws-set-idx) TO ws-total-backup
           ADD ws-set-after(ws-set-idx) TO ws-total-after

           COMPUTE ws-change = ws-set-after(ws-set-idx)
               - ws-set-before(ws-set-idx)
           MOVE ws-change TO ws-change-out

           EVALUATE TRUE
               WHEN ws-set-after(ws-set-idx)
                       NOT = ws-set-backup(ws-set-idx)
                   MOVE 'Y' TO ws-backup-error
                   MOVE 'OUT OF BALANCE' TO ws-row-verdict
               WHEN ws-set-in-backup(ws-set-idx) = 'N'
                   MOVE 'IN BALANCE - EMPTY ON BACKUP'
                       TO ws-row-verdict
               WHEN OTHER
                   MOVE 'IN BALANCE' TO ws-row-verdict
           END-EVALUATE

           MOVE SPACES TO ws-report-line
           STRING '  ' ws-set-name(ws-set-idx)(1:16)
               '  ' ws-set-before(ws-set-idx)
               '   ' ws-set-backup(ws-set-idx)
               '   ' ws-set-after(ws-set-idx)
               '  ' ws-change-out
               '  ' ws-row-verdict
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * An override this run needs, named in ws-apq-action and
      * ws-apq-subject: a standing approval from a second operator
      * lets it through; anything else holds the run, with a request
      * on the queue for someone to approve.
       para-request-override.
           PERFORM para-find-approval

           MOVE SPACES TO ws-held-line
           EVALUATE TRUE
               WHEN ws-apq-state = 'APPROVED'
                   IF ws-apq-use-count < 2
                       ADD 1 TO ws-apq-use-count
                       MOVE ws-apq-request-no
                           TO ws-apq-use-no(ws-apq-use-count)
                       MOVE ws-apq-action
                           TO ws-apq-use-action(ws-apq-use-count)
                       MOVE ws-apq-subject
                           TO ws-apq-use-subject(ws-apq-use-count)
                       MOVE ws-apq-requested-by
                           TO ws-apq-use-requested-by(ws-apq-use-count)
                       MOVE ws-apq-approved-by
                           TO ws-apq-use-approved-by(ws-apq-use-count)
                   END-IF
               WHEN ws-apq-state = 'PENDING'
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - REQUEST ' ws-apq-request-no
                       ' AWAITS APPROVAL'
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN ws-oper-id = SPACES
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - NAME THE REQUESTER WITH OPER='
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN OTHER
                   MOVE 'Y' TO ws-override-held
                   MOVE ws-oper-id TO ws-opr-lookup-id
                   PERFORM para-check-operator
                   IF ws-opr-is-active = 'Y'
                       PERFORM para-queue-override
                       STRING 'OVERRIDE ' ws-apq-action
                           ' QUEUED AS REQUEST ' ws-apq-request-no
                           ' - AWAITS APPROVAL'
                           DELIMITED BY SIZE INTO ws-held-line
                   ELSE
                       STRING 'OVERRIDE ' ws-apq-action
                           ' REFUSED - ' ws-oper-id
                           ' IS NOT AN AUTHORIZED OPERATOR'
                           DELIMITED BY SIZE INTO ws-held-line
                   END-IF
                   DISPLAY ws-held-line
           END-EVALUATE
           .

      * The latest queue row for this program, run date, action and
      * subject is the override's standing status. The scan also
      * notes the highest request number anywhere on the queue.
       para-find-approval.
           MOVE SPACES TO ws-apq-state
           MOVE ZEROES TO ws-apq-request-no
           MOVE SPACES TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           MOVE 'N' TO ws-apq-eof

           OPEN INPUT fd-approval

           IF ws-apq-file-status = '00'
               PERFORM UNTIL ws-apq-eof = 'Y'
                   READ fd-approval
                       AT END MOVE 'Y' TO ws-apq-eof
                       NOT AT END PERFORM para-match-approval
                   END-READ
               END-PERFORM

               CLOSE fd-approval
           END-IF
           .

       para-match-approval.
           IF fs-apq-request-no > ws-apq-last-no
               MOVE fs-apq-request-no TO ws-apq-last-no
           END-IF

           IF fs-apq-run-date = ws-run-date
              AND fs-apq-program = 'solution-4j'
              AND fs-apq-action = ws-apq-action
              AND fs-apq-subject = ws-apq-subject
               MOVE fs-apq-status TO ws-apq-state
               MOVE fs-apq-request-no TO ws-apq-request-no
               MOVE fs-apq-requested-by TO ws-apq-requested-by
               MOVE fs-apq-approved-by TO ws-apq-approved-by
           END-IF
           .

       para-queue-override.
           ADD 1 TO ws-apq-last-no GIVING ws-apq-request-no
           MOVE 'PENDING' TO ws-apq-state
           MOVE ws-oper-id TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           PERFORM para-write-approval-row
           .

      * Nothing held the run, so every approval it found is spent:
      * each is marked USED on the queue, and the operators behind
      * it go on this run's audit row.
       para-use-approvals.
           PERFORM para-use-approval
               VARYING ws-apq-use-idx FROM 1 BY 1
               UNTIL ws-apq-use-idx > ws-apq-use-count
           .

       para-use-approval.
           MOVE ws-apq-use-no(ws-apq-use-idx) TO ws-apq-request-no
           MOVE 'USED' TO ws-apq-state
           MOVE ws-apq-use-action(ws-apq-use-idx) TO ws-apq-action
           MOVE ws-apq-use-subject(ws-apq-use-idx) TO ws-apq-subject
           MOVE ws-apq-use-requested-by(ws-apq-use-idx)
               TO ws-apq-requested-by
           MOVE ws-apq-use-approved-by(ws-apq-use-idx)
               TO ws-apq-approved-by
           PERFORM para-write-approval-row

           MOVE ws-apq-requested-by TO ws-audit-requested-by
           MOVE ws-apq-approved-by TO ws-audit-approved-by
           .

       para-write-approval-row.
           OPEN EXTEND fd-approval
           IF ws-apq-file-status NOT = '00'
               OPEN OUTPUT fd-approval
           END-IF

           MOVE SPACES TO fs-approval-rec
           MOVE ws-apq-request-no TO fs-apq-request-no
           MOVE ws-apq-state TO fs-apq-status
           MOVE ws-run-date TO fs-apq-run-date
           MOVE 'solution-4j' TO fs-apq-program
           MOVE ws-apq-action TO fs-apq-action
           MOVE ws-apq-subject TO fs-apq-subject
           MOVE ws-apq-requested-by TO fs-apq-requested-by
           MOVE ws-apq-approved-by TO fs-apq-approved-by
           ACCEPT fs-apq-event-date FROM DATE YYYYMMDD
           ACCEPT fs-apq-event-time FROM TIME
           WRITE fs-approval-rec

           CLOSE fd-approval
           .

       para-check-operator.
           MOVE 'N' TO ws-opr-is-active
           MOVE 'N' TO ws-opr-is-approver
           MOVE 'N' TO ws-opr-eof

           OPEN INPUT fd-operator

           IF ws-opr-file-status = '00'
               PERFORM UNTIL ws-opr-eof = 'Y'
                   READ fd-operator
                       AT END MOVE 'Y' TO ws-opr-eof
                       NOT AT END PERFORM para-match-operator
                   END-READ
               END-PERFORM

               CLOSE fd-operator
           END-IF
           .

       para-match-operator.
           IF fs-opr-id = ws-opr-lookup-id
              AND fs-opr-active = 'Y'
               MOVE 'Y' TO ws-opr-is-active
               IF fs-opr-approver = 'Y'
                   MOVE 'Y' TO ws-opr-is-approver
               END-IF
           END-IF
           .

      * The held run goes to sysout and the audit trail only, like a
      * refusal: nothing it would have changed has been touched.
       para-refuse-held.
           MOVE 'HELD' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

      * Record this step's start and end on the shared step-status
      * file, so the resume path and the status report can see
      * exactly where the night stands. Only the nightly backup is a
      * chain step; a restore is run by hand and writes none.
       para-write-step-start.
           OPEN EXTEND fd-step
           IF ws-step-file-status NOT = '00'
               OPEN OUTPUT fd-step
           END-IF

           MOVE SPACES TO fs-step-rec
           MOVE ws-run-date TO fs-step-run-date
           MOVE 'solution-4j' TO fs-step-program
           MOVE 'START' TO fs-step-event
           MOVE ws-audit-run-time TO fs-step-time
           MOVE ZEROES TO fs-step-rc
           WRITE fs-step-rec

           CLOSE fd-step
           .

       para-write-step-end.
           OPEN EXTEND fd-step
           IF ws-step-file-status NOT = '00'
               OPEN OUTPUT fd-step
           END-IF

           ACCEPT ws-step-end-time FROM TIME

           MOVE SPACES TO fs-step-rec
           MOVE ws-run-date TO fs-step-run-date
           MOVE 'solution-4j' TO fs-step-program
           MOVE 'END' TO fs-step-event
           MOVE ws-step-end-time TO fs-step-time
           MOVE RETURN-CODE TO fs-step-rc
           WRITE fs-step-rec

           CLOSE fd-step
           .

      * Append this run to the shared audit trail - job/run id (this
      * run's own date/time), program, input file, and final result -
      * no matter how the run turned out. After a restore the row
      * lands on the restored audit file, so the restore itself is
      * the first thing on record past the night it went back to.
       para-write-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-4j' TO fs-audit-program
           MOVE ws-backup-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
