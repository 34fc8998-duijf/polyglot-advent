       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4c.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Distribution control file ops maintains: one row per report a
      * recipient gets, so a new reader or a new report is a line of
      * maintenance instead of another cut-and-paste off ops-report.
       SELECT fd-distribution
           ASSIGN TO DYNAMIC ws-dist-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-dist-file-status.
      * One source report at a time, pointed at each filename in turn
      * the same way the ops pack walks the night's reports.
       SELECT fd-source
           ASSIGN TO DYNAMIC ws-source-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-source-file-status.
       SELECT fd-bundle
           ASSIGN TO DYNAMIC ws-bundle-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
      * What went to whom each night, appended so the trail survives
      * the next night's bundles overwriting this night's.
       SELECT fd-dist-log
           ASSIGN TO DYNAMIC ws-dist-log-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-dist-log-file-status.
           COPY period-select.
           COPY exc-select.
           COPY audit-select.
           COPY step-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-distribution.
       01 fs-distribution-rec.
           05 fs-dist-recipient PIC X(10).
           05 fs-dist-report PIC X(40).
           05 FILLER PIC X(10).

       FD fd-source.
       01 fs-source-line PIC X(132).

       FD fd-bundle.
       01 fs-bundle-line PIC X(132).

       FD fd-dist-log.
       01 fs-dist-log-rec.
           05 fs-dlog-run-date PIC 9(8).
           05 fs-dlog-recipient PIC X(10).
           05 fs-dlog-report PIC X(40).
           05 fs-dlog-status PIC X(12).
           05 fs-dlog-lines PIC 9(7).
           05 FILLER PIC X(3).

       FD fd-period.
           COPY period-rec.

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-audit.
           COPY audit-rec.

       FD fd-step.
           COPY step-rec.

       WORKING-STORAGE SECTION.
       01 ws-dist-filename PIC X(40) VALUE 'distribution'.
       01 ws-dist-file-status PIC XX VALUE '00'.
       01 ws-dist-eof PIC X VALUE 'N'.
       01 ws-dist-log-filename PIC X(40) VALUE 'distribution-log'.
       01 ws-dist-log-file-status PIC XX VALUE '00'.
      * Every distribution row, with the file it resolves to tonight
      * and whether that file is there to send: SENT, NOT PRODUCED
      * (a gated step that never ran, or a file still holding an
      * earlier night's report), or NOT DUE (a month-end statement
      * on a night no month was closed).
       01 ws-dist-table.
           05 ws-dist-entry OCCURS 50 TIMES.
               10 ws-dist-tbl-recipient PIC X(10).
               10 ws-dist-tbl-report PIC X(40).
               10 ws-dist-tbl-source PIC X(40).
               10 ws-dist-tbl-status PIC X(12).
               10 ws-dist-tbl-lines PIC 9(7).
       01 ws-dist-count PIC 9(2) VALUE ZERO.
       01 ws-dist-idx PIC 9(2) VALUE ZERO.
      * The recipients in the order they first appear on the file;
      * each gets exactly one bundle.
       01 ws-recip-table.
           05 ws-recip-name OCCURS 20 TIMES PIC X(10).
       01 ws-recip-count PIC 9(2) VALUE ZERO.
       01 ws-recip-idx PIC 9(2) VALUE ZERO.
       01 ws-recip-found PIC X VALUE 'N'.
       01 ws-recipient PIC X(10) VALUE SPACES.
       01 ws-source-filename PIC X(40) VALUE SPACES.
       01 ws-source-file-status PIC XX VALUE '00'.
       01 ws-source-eof PIC X VALUE 'N'.
       01 ws-source-current PIC X VALUE 'N'.
       01 ws-header-lines PIC 9 VALUE ZERO.
       01 ws-header-pos PIC 9(3) VALUE ZERO.
       01 ws-bundle-filename PIC X(40) VALUE SPACES.
       01 ws-bundle-line PIC X(132) VALUE SPACES.
       01 ws-section-lines PIC 9(7) VALUE ZEROES.
       01 ws-page-number PIC 9(3) VALUE ZEROES.
       01 ws-lines-on-page PIC 9(2) VALUE ZEROES.
       01 ws-page-size PIC 9(2) VALUE 60.
       01 ws-bundles-written PIC 9(2) VALUE ZERO.
       01 ws-sections-sent PIC 9(3) VALUE ZERO.
       01 ws-sections-missing PIC 9(3) VALUE ZERO.
       01 ws-dist-error PIC X VALUE 'N'.
      * The month-end statement is named for the month it closes, so
      * a distribution row for 'month-statement' resolves to the
      * statement of whichever month was closed on the run date -
      * and to nothing at all on any other night.
       01 ws-stmt-report PIC X(40) VALUE 'month-statement'.
       01 ws-closed-month PIC 9(6) VALUE ZEROES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
           COPY period-ws.
           COPY exc-ws.
           COPY audit-ws.
           COPY step-ws.
       01 ws-skip-line PIC X(60) VALUE SPACES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 2

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           IF ws-asof-parm NOT = SPACES
               MOVE ws-asof-parm TO ws-run-date
           END-IF

           IF ws-resume-flag = 'Y'
               PERFORM para-check-step-status
               IF ws-step-done = 'Y'
                   PERFORM para-skip-step
                   PERFORM para-write-audit
                   STOP RUN
               END-IF
           END-IF

           PERFORM para-write-step-start

           PERFORM para-find-closed-month
           PERFORM para-load-distribution

           IF ws-dist-count = ZERO
               PERFORM para-flag-no-distribution
           ELSE
               PERFORM para-resolve-source
                   VARYING ws-dist-idx FROM 1 BY 1
                   UNTIL ws-dist-idx > ws-dist-count

               PERFORM para-build-bundle
                   VARYING ws-recip-idx FROM 1 BY 1
                   UNTIL ws-recip-idx > ws-recip-count

               PERFORM para-log-distribution
           END-IF

           MOVE SPACES TO ws-skip-line
           STRING 'BUNDLES: ' ws-bundles-written
               '  SECTIONS SENT: ' ws-sections-sent
               '  NOT PRODUCED: ' ws-sections-missing
               DELIMITED BY SIZE INTO ws-skip-line
           DISPLAY ws-skip-line

           IF ws-dist-error = 'Y'
               MOVE 'DIST-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           PERFORM para-write-step-end
           STOP RUN
           .

      * Control card tokens, order-free: RESUME skips a step already
      * clean for the date, and an eight-digit date distributes that
      * business date's reports.
       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           IF ws-option-token = 'RESUME'
               MOVE 'Y' TO ws-resume-flag
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:2) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           .

      * The month, if any, that the close run marked CLOSED on the
      * run date. Rows are only ever appended, so the last such row
      * wins.
       para-find-closed-month.
           MOVE ZEROES TO ws-closed-month
           MOVE 'N' TO ws-period-eof

           OPEN INPUT fd-period

           IF ws-period-file-status = '00'
               PERFORM UNTIL ws-period-eof = 'Y'
                   READ fd-period
                       AT END MOVE 'Y' TO ws-period-eof
                       NOT AT END PERFORM para-match-period-row
                   END-READ
               END-PERFORM

               CLOSE fd-period
           END-IF
           .

       para-match-period-row.
           IF fs-per-date = ws-run-date
              AND fs-per-status = 'CLOSED'
               MOVE fs-per-month TO ws-closed-month
           END-IF
           .

       para-load-distribution.
           MOVE ZERO TO ws-dist-count
           MOVE ZERO TO ws-recip-count
           MOVE 'N' TO ws-dist-eof

           OPEN INPUT fd-distribution

           IF ws-dist-file-status = '00'
               PERFORM UNTIL ws-dist-eof = 'Y'
                   READ fd-distribution
                       AT END MOVE 'Y' TO ws-dist-eof
                       NOT AT END PERFORM para-store-distribution
                   END-READ
               END-PERFORM

               CLOSE fd-distribution
           END-IF
           .

      * ws-dist-table only has room for 50 rows and ws-recip-table
      * for 20 recipients; a row past either is skipped rather than
      * written past the end of the table.
       para-store-distribution.
           IF fs-dist-recipient NOT = SPACES
              AND fs-dist-report NOT = SPACES
              AND ws-dist-count < 50
               MOVE fs-dist-recipient TO ws-recipient
               PERFORM para-register-recipient

               IF ws-recip-found = 'Y'
                   ADD 1 TO ws-dist-count
                   MOVE fs-dist-recipient
                       TO ws-dist-tbl-recipient(ws-dist-count)
                   MOVE fs-dist-report
                       TO ws-dist-tbl-report(ws-dist-count)
                   MOVE SPACES TO ws-dist-tbl-source(ws-dist-count)
                   MOVE SPACES TO ws-dist-tbl-status(ws-dist-count)
                   MOVE ZEROES TO ws-dist-tbl-lines(ws-dist-count)
               END-IF
           END-IF
           .

       para-register-recipient.
           MOVE 'N' TO ws-recip-found

           PERFORM para-match-recipient
               VARYING ws-recip-idx FROM 1 BY 1
               UNTIL ws-recip-idx > ws-recip-count

           IF ws-recip-found = 'N' AND ws-recip-count < 20
               ADD 1 TO ws-recip-count
               MOVE ws-recipient TO ws-recip-name(ws-recip-count)
               MOVE 'Y' TO ws-recip-found
           END-IF
           .

       para-match-recipient.
           IF ws-recip-name(ws-recip-idx) = ws-recipient
               MOVE 'Y' TO ws-recip-found
           END-IF
           .

       para-flag-no-distribution.
           MOVE 'Y' TO ws-dist-error

           MOVE SPACES TO ws-skip-line
           STRING 'NO DISTRIBUTION ROWS ON ' ws-dist-filename
               DELIMITED BY SIZE INTO ws-skip-line
           DISPLAY ws-skip-line

           MOVE SPACES TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE 'DIST-NONE' TO ws-exc-reason
           MOVE 'NO DISTRIBUTION ROWS' TO ws-exc-keys
           PERFORM para-write-exception-rec
           .

      * Settle what each row sends tonight before any bundle is
      * written, so the cover page can list the contents up front.
       para-resolve-source.
           IF ws-dist-tbl-report(ws-dist-idx) = ws-stmt-report
               IF ws-closed-month = ZEROES
                   MOVE 'NOT DUE' TO ws-dist-tbl-status(ws-dist-idx)
               ELSE
                   STRING 'month-statement-' ws-closed-month
                       DELIMITED BY SIZE
                       INTO ws-dist-tbl-source(ws-dist-idx)
               END-IF
           ELSE
               MOVE ws-dist-tbl-report(ws-dist-idx)
                   TO ws-dist-tbl-source(ws-dist-idx)
           END-IF

           IF ws-dist-tbl-status(ws-dist-idx) = SPACES
               MOVE ws-dist-tbl-source(ws-dist-idx)
                   TO ws-source-filename
               MOVE 'N' TO ws-source-current
               OPEN INPUT fd-source
               IF ws-source-file-status = '00'
                   PERFORM para-check-source-date
                   CLOSE fd-source
               END-IF
               IF ws-source-current = 'Y'
                   MOVE 'SENT' TO ws-dist-tbl-status(ws-dist-idx)
               ELSE
                   MOVE 'NOT PRODUCED'
                       TO ws-dist-tbl-status(ws-dist-idx)
                   ADD 1 TO ws-sections-missing
               END-IF
           END-IF
           .

      * A report on disk is only tonight's if its heading carries the
      * run date: the 3i, 3l and 3r reports aren't chain steps, and a
      * file left over from an earlier night must not go out as this
      * one's. Every report puts 'RUN DATE: ' in its first lines;
      * the month-end statement heads itself with the date it was
      * closed instead.
       para-check-source-date.
           MOVE 'N' TO ws-source-eof
           MOVE ZERO TO ws-header-lines

           PERFORM UNTIL ws-source-eof = 'Y'
                      OR ws-source-current = 'Y'
                      OR ws-header-lines >= 3
               READ fd-source
                   AT END MOVE 'Y' TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-header-lines
                       PERFORM para-match-run-date
                           VARYING ws-header-pos FROM 1 BY 1
                           UNTIL ws-header-pos > 115
               END-READ
           END-PERFORM
           .

       para-match-run-date.
           IF fs-source-line(ws-header-pos:10) = 'RUN DATE: '
              AND fs-source-line(ws-header-pos + 10:8) = ws-run-date
               MOVE 'Y' TO ws-source-current
           END-IF
           IF fs-source-line(ws-header-pos:8) = 'CLOSED: '
              AND fs-source-line(ws-header-pos + 8:8) = ws-run-date
               MOVE 'Y' TO ws-source-current
           END-IF
           .

      * One recipient's bundle: a cover page naming them and listing
      * what's inside, then each of their sections under its own
      * heading. A report that wasn't produced still gets its
      * heading and a note, so the reader knows it was expected.
       para-build-bundle.
           MOVE ws-recip-name(ws-recip-idx) TO ws-recipient
           MOVE SPACES TO ws-bundle-filename
           STRING 'bundle-' ws-recipient
               DELIMITED BY SPACE INTO ws-bundle-filename

           OPEN OUTPUT fd-bundle
           ADD 1 TO ws-bundles-written
           MOVE ZEROES TO ws-page-number

           PERFORM para-start-page

           MOVE SPACES TO ws-bundle-line
           STRING 'PREPARED FOR: ' ws-recipient
               DELIMITED BY SIZE INTO ws-bundle-line
           PERFORM para-write-bundle-line

           MOVE SPACES TO ws-bundle-line
           PERFORM para-write-bundle-line

           MOVE SPACES TO ws-bundle-line
           MOVE 'CONTENTS' TO ws-bundle-line
           PERFORM para-write-bundle-line

           PERFORM para-write-contents-line
               VARYING ws-dist-idx FROM 1 BY 1
               UNTIL ws-dist-idx > ws-dist-count

           PERFORM para-start-page

           PERFORM para-write-section
               VARYING ws-dist-idx FROM 1 BY 1
               UNTIL ws-dist-idx > ws-dist-count

           CLOSE fd-bundle
           .

       para-write-contents-line.
           IF ws-dist-tbl-recipient(ws-dist-idx) = ws-recipient
               MOVE SPACES TO ws-bundle-line
               STRING '  ' ws-dist-tbl-report(ws-dist-idx)
                   '  ' ws-dist-tbl-status(ws-dist-idx)
                   DELIMITED BY SIZE INTO ws-bundle-line
               PERFORM para-write-bundle-line
           END-IF
           .

       para-write-section.
           IF ws-dist-tbl-recipient(ws-dist-idx) = ws-recipient
              AND ws-dist-tbl-status(ws-dist-idx) NOT = 'NOT DUE'
               MOVE SPACES TO ws-bundle-line
               PERFORM para-write-bundle-line

               MOVE SPACES TO ws-bundle-line
               STRING '===== ' ws-dist-tbl-source(ws-dist-idx)(1:30)
                   ' ====='
                   DELIMITED BY SIZE INTO ws-bundle-line
               PERFORM para-write-bundle-line

               PERFORM para-copy-source-file
           END-IF
           .

       para-copy-source-file.
           MOVE ZEROES TO ws-section-lines
           MOVE 'N' TO ws-source-eof
           MOVE ws-dist-tbl-source(ws-dist-idx) TO ws-source-filename

      * Only a report settled as tonight's is copied in; a stale
      * file on disk gets the same note as a missing one.
           IF ws-dist-tbl-status(ws-dist-idx) = 'SENT'
               OPEN INPUT fd-source
               PERFORM UNTIL ws-source-eof = 'Y'
                   READ fd-source
                       AT END MOVE 'Y' TO ws-source-eof
                       NOT AT END PERFORM para-copy-source-line
                   END-READ
               END-PERFORM

               CLOSE fd-source
               ADD 1 TO ws-sections-sent
           ELSE
               MOVE SPACES TO ws-bundle-line
               MOVE '(NOT PRODUCED THIS NIGHT)' TO ws-bundle-line
               PERFORM para-write-bundle-line
           END-IF

           MOVE ws-section-lines TO ws-dist-tbl-lines(ws-dist-idx)
           .

       para-copy-source-line.
           ADD 1 TO ws-section-lines
           MOVE fs-source-line TO ws-bundle-line
           PERFORM para-write-bundle-line
           .

      * Every line of a bundle goes through here so the page break
      * and heading land in one place.
       para-write-bundle-line.
           IF ws-lines-on-page >= ws-page-size
               PERFORM para-start-page
           END-IF

           WRITE fs-bundle-line FROM ws-bundle-line
           ADD 1 TO ws-lines-on-page
           .

       para-start-page.
           ADD 1 TO ws-page-number

           MOVE SPACES TO fs-bundle-line
           STRING 'REPORT BUNDLE: ' ws-recipient
               '  RUN DATE: ' ws-run-date
               '  PAGE ' ws-page-number
               DELIMITED BY SIZE INTO fs-bundle-line
           WRITE fs-bundle-line

           MOVE SPACES TO fs-bundle-line
           WRITE fs-bundle-line

           MOVE 2 TO ws-lines-on-page
           .

      * One log row per distribution row, in file order, with what
      * the recipient actually got and how many report lines.
       para-log-distribution.
           OPEN EXTEND fd-dist-log
           IF ws-dist-log-file-status NOT = '00'
               OPEN OUTPUT fd-dist-log
           END-IF

           PERFORM para-write-log-row
               VARYING ws-dist-idx FROM 1 BY 1
               UNTIL ws-dist-idx > ws-dist-count

           CLOSE fd-dist-log
           .

       para-write-log-row.
           MOVE SPACES TO fs-dist-log-rec
           MOVE ws-run-date TO fs-dlog-run-date
           MOVE ws-dist-tbl-recipient(ws-dist-idx) TO fs-dlog-recipient
           IF ws-dist-tbl-source(ws-dist-idx) = SPACES
               MOVE ws-dist-tbl-report(ws-dist-idx) TO fs-dlog-report
           ELSE
               MOVE ws-dist-tbl-source(ws-dist-idx) TO fs-dlog-report
           END-IF
           MOVE ws-dist-tbl-status(ws-dist-idx) TO fs-dlog-status
           MOVE ws-dist-tbl-lines(ws-dist-idx) TO fs-dlog-lines
           WRITE fs-dist-log-rec
           .

      * Append one coded exception to the shared machine-readable
      * feed the monitoring system reads.
       para-write-exception-rec.
           OPEN EXTEND fd-exceptions
           IF ws-exc-file-status NOT = '00'
               OPEN OUTPUT fd-exceptions
           END-IF

           MOVE SPACES TO fs-exc-rec
           MOVE ws-run-date TO fs-exc-run-date
           MOVE 'solution-4c' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE ws-exc-severity TO fs-exc-severity
           MOVE ws-exc-reason TO fs-exc-reason
           MOVE ws-exc-keys TO fs-exc-keys
           WRITE fs-exc-rec

           CLOSE fd-exceptions
           .

      * Record this step's start and end on the shared step-status
      * file, so the resume path and the status report can see
      * exactly where the night stands.
       para-write-step-start.
           OPEN EXTEND fd-step
           IF ws-step-file-status NOT = '00'
               OPEN OUTPUT fd-step
           END-IF

           MOVE SPACES TO fs-step-rec
           MOVE ws-run-date TO fs-step-run-date
           MOVE 'solution-4c' TO fs-step-program
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
           MOVE 'solution-4c' TO fs-step-program
           MOVE 'END' TO fs-step-event
           MOVE ws-step-end-time TO fs-step-time
           MOVE RETURN-CODE TO fs-step-rc
           WRITE fs-step-rec

           CLOSE fd-step
           .

      * Has this step already ended clean for the run date? The
      * latest END row wins, so a failure followed by a clean rerun
      * reads as done.
       para-check-step-status.
           MOVE 'N' TO ws-step-eof

           OPEN INPUT fd-step

           IF ws-step-file-status = '00'
               PERFORM UNTIL ws-step-eof = 'Y'
                   READ fd-step
                       AT END MOVE 'Y' TO ws-step-eof
                       NOT AT END PERFORM para-match-step-record
                   END-READ
               END-PERFORM

               CLOSE fd-step
           END-IF
           .

       para-match-step-record.
           IF fs-step-run-date = ws-run-date
              AND fs-step-program = 'solution-4c'
              AND fs-step-event = 'END'
               IF fs-step-rc = ZERO
                   MOVE 'Y' TO ws-step-done
               ELSE
                   MOVE 'N' TO ws-step-done
               END-IF
           END-IF
           .

      * The resume skip ends with return code zero on purpose - the
      * chain reads a skipped-because-done step as a good step and
      * carries on to the first one that isn't.
       para-skip-step.
           MOVE SPACES TO ws-skip-line
           STRING 'STEP SKIPPED: solution-4c ALREADY OK FOR '
               ws-run-date DELIMITED BY SIZE INTO ws-skip-line
           DISPLAY ws-skip-line
           MOVE 'SKIPPED' TO ws-audit-result
           .

      * Append this run to the shared audit trail - job/run id (this
      * run's own date/time), program, input file, and final result -
      * no matter how the run turned out.
       para-write-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-4c' TO fs-audit-program
           MOVE ws-dist-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
