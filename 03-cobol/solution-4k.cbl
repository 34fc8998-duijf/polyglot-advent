       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4k.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY qtn-select.
           COPY opr-select.
      * The vendor's replacement extract, opened only to prove it is
      * on disk before a redelivery is registered against it.
       SELECT fd-replacement
           ASSIGN TO DYNAMIC ws-rpl-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-rpl-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY step-select.
           COPY exc-select.
           COPY audit-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-quarantine.
           COPY qtn-rec.

       FD fd-operator.
           COPY opr-rec.

       FD fd-replacement.
       01 fs-replacement-line PIC X(132).

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-step.
           COPY step-rec.

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-audit.
           COPY audit-rec.

       WORKING-STORAGE SECTION.
           COPY qtn-ws.
           COPY opr-ws.
           COPY step-ws.
           COPY exc-ws.
           COPY audit-ws.
      * Daily quarantine aging report: every rejected extract still
      * waiting on its vendor with how long it has waited, every
      * replacement the vendor sent in the last ws-trail-days days
      * with how long it took, and both summed up per vendor for the
      * follow-up call. An extract left open longer than
      * ws-aged-days goes to the exceptions feed as a warning.
       01 ws-report-filename PIC X(40) VALUE 'quarantine-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-run-int PIC 9(7) VALUE ZEROES.
       01 ws-aged-days PIC 9(3) VALUE 5.
       01 ws-trail-days PIC 9(3) VALUE 30.
       01 ws-trail-int PIC 9(7) VALUE ZEROES.
      * The control card is order-free tokens. With no function it
      * runs the aging report as a chain step: RESUME and an
      * eight-digit report date as the other chain steps take them.
      * REDELIVER registers the vendor's replacement instead: MAP=
      * names the sector, FILE= the replacement extract, OPER= the
      * operator registering it, and an eight-digit date the run
      * date of the quarantined extract when the sector has more
      * than one open (the oldest open one otherwise).
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(45) VALUE SPACES.
       01 ws-function PIC X(9) VALUE 'AGING'.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
       01 ws-skip-line PIC X(60) VALUE SPACES.
       01 ws-oper-id PIC X(8) VALUE SPACES.
       01 ws-sel-map-id PIC X(8) VALUE SPACES.
       01 ws-sel-run-date PIC 9(8) VALUE ZEROES.
       01 ws-rpl-filename PIC X(40) VALUE SPACES.
       01 ws-rpl-file-status PIC XX VALUE '00'.
       01 ws-redeliv-error PIC X VALUE 'N'.
       01 ws-redeliv-reason PIC X(40) VALUE SPACES.
      * Every quarantined extract at its standing status, one entry
      * per sector and extract run date, folded from the register in
      * the order it was written. A failed redelivery reopens its
      * entry and is counted against it; an extract refused again
      * after it was cleared starts a fresh quarantine.
       01 ws-qe-table.
           05 ws-qe-entry OCCURS 200 TIMES.
               10 ws-qe-map-id PIC X(8).
               10 ws-qe-run-date PIC 9(8).
               10 ws-qe-status PIC X(8).
               10 ws-qe-vendor PIC X(4).
               10 ws-qe-reason PIC X(10).
               10 ws-qe-keys PIC X(30).
               10 ws-qe-program PIC X(11).
               10 ws-qe-copy PIC X(40).
               10 ws-qe-opened PIC 9(8).
               10 ws-qe-redeliv-date PIC 9(8).
               10 ws-qe-redeliv-file PIC X(40).
               10 ws-qe-redeliv-by PIC X(8).
               10 ws-qe-cleared-date PIC 9(8).
               10 ws-qe-failed PIC 9(2).
       01 ws-qe-count PIC 9(3) VALUE ZERO.
       01 ws-qe-idx PIC 9(3) VALUE ZERO.
       01 ws-qe-cur PIC 9(3) VALUE ZERO.
       01 ws-qe-new PIC X VALUE 'N'.
       01 ws-qe-overflow PIC 9(5) VALUE ZERO.
      * Per-vendor totals for the summary; a sector off the master
      * with no vendor is summed under NONE.
       01 ws-vnd-table.
           05 ws-vnd-entry OCCURS 20 TIMES.
               10 ws-vnd-vendor PIC X(4).
               10 ws-vnd-open PIC 9(3).
               10 ws-vnd-oldest PIC 9(5).
               10 ws-vnd-redeliv PIC 9(3).
               10 ws-vnd-days PIC 9(7).
       01 ws-vnd-count PIC 9(2) VALUE ZERO.
       01 ws-vnd-idx PIC 9(2) VALUE ZERO.
       01 ws-vnd-cur PIC 9(2) VALUE ZERO.
       01 ws-vnd-avg PIC 9(5) VALUE ZEROES.
       01 ws-vendor-text PIC X(4) VALUE SPACES.
       01 ws-age-days PIC 9(5) VALUE ZEROES.
       01 ws-took-days PIC 9(5) VALUE ZEROES.
       01 ws-event-int PIC 9(7) VALUE ZEROES.
       01 ws-show-redeliv PIC X VALUE 'N'.
       01 ws-age-edit PIC ZZZZ9.
       01 ws-failed-edit PIC ZZZZZ9.
       01 ws-count-edit PIC Z(7)9.
       01 ws-oldest-edit PIC Z(7)9.
       01 ws-redeliv-edit PIC Z(7)9.
       01 ws-avg-edit PIC Z(7)9.
       01 ws-overdue-text PIC X(7) VALUE SPACES.
       01 ws-state-text PIC X(8) VALUE SPACES.
       01 ws-cleared-text PIC X(8) VALUE SPACES.
       01 ws-open-count PIC 9(3) VALUE ZERO.
       01 ws-aged-count PIC 9(3) VALUE ZERO.
       01 ws-shown-count PIC 9(3) VALUE ZERO.
      * Warnings this program already filed for the run date, so a
      * rerun of the report doesn't page the same overdue extract
      * twice. ws-filed-table only has room for 30; a 31st is not
      * remembered and may be filed again.
       01 ws-filed-table.
           05 ws-filed-entry OCCURS 30 TIMES.
               10 ws-filed-reason PIC X(10).
               10 ws-filed-keys PIC X(30).
       01 ws-filed-count PIC 9(2) VALUE ZERO.
       01 ws-filed-idx PIC 9(2) VALUE ZERO.
       01 ws-filed-found PIC X VALUE 'N'.
       01 ws-exc-eof PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 5

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           IF ws-function = 'REDELIVER'
               IF ws-asof-parm NOT = SPACES
                   MOVE ws-asof-parm TO ws-sel-run-date
               END-IF
           ELSE
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
           END-IF

           COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-trail-int = ws-run-int - ws-trail-days

           PERFORM para-load-register
           PERFORM para-load-filed

           OPEN OUTPUT fd-report
           PERFORM para-write-header

           IF ws-function = 'REDELIVER'
               PERFORM para-register-redelivery
           END-IF

           PERFORM para-report-open
           PERFORM para-report-redelivered
           PERFORM para-report-vendors
           PERFORM para-write-verdict

           CLOSE fd-report

           EVALUATE TRUE
               WHEN ws-redeliv-error = 'Y' OR ws-qe-overflow > ZERO
                   MOVE 'QTN-ERR' TO ws-audit-result
                   MOVE 8 TO RETURN-CODE
               WHEN ws-function = 'REDELIVER'
                   MOVE 'REDELIV' TO ws-audit-result
                   MOVE ws-oper-id TO ws-audit-requested-by
               WHEN ws-aged-count > ZERO
                   MOVE 'QTN-WARN' TO ws-audit-result
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM para-write-audit

           IF ws-function NOT = 'REDELIVER'
               PERFORM para-write-step-end
           END-IF
           STOP RUN
           .

       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           IF ws-option-token = 'REDELIVER'
               MOVE 'REDELIVER' TO ws-function
           END-IF
           IF ws-option-token = 'RESUME'
               MOVE 'Y' TO ws-resume-flag
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:37) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           IF ws-option-token(1:4) = 'MAP='
               MOVE ws-option-token(5:8) TO ws-sel-map-id
           END-IF
           IF ws-option-token(1:5) = 'FILE='
               MOVE ws-option-token(6:40) TO ws-rpl-filename
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  REGISTER: ' ws-qtn-filename
               '  PROGRAM: solution-4k'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * One pass over the register, folding each row into its
      * extract's entry. Rows dated after the report date are left
      * out, so a report rerun for an earlier date shows the register
      * as it stood that day.
       para-load-register.
           MOVE ZERO TO ws-qe-count
           MOVE 'N' TO ws-qtn-eof

           OPEN INPUT fd-quarantine

           IF ws-qtn-file-status = '00'
               PERFORM UNTIL ws-qtn-eof = 'Y'
                   READ fd-quarantine
                       AT END MOVE 'Y' TO ws-qtn-eof
                       NOT AT END
                           IF fs-qtn-event-date <= ws-run-date
                               PERFORM para-fold-register-row
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-quarantine
           END-IF
           .

      * ws-qe-table only has room for 200 extracts. Once it is full,
      * an extract cleared before the redelivery window - on no
      * section of the report any more - gives its slot to the new
      * one; with none to give, the row is counted rather than
      * written past the end of the table, and the run ends RC 8.
       para-fold-register-row.
           MOVE ZERO TO ws-qe-cur
           MOVE 'N' TO ws-qe-new
           PERFORM para-match-entry
               VARYING ws-qe-idx FROM 1 BY 1
               UNTIL ws-qe-idx > ws-qe-count

           IF ws-qe-cur = ZERO
               IF ws-qe-count < 200
                   ADD 1 TO ws-qe-count
                   MOVE ws-qe-count TO ws-qe-cur
               ELSE
                   PERFORM para-find-spent-entry
                       VARYING ws-qe-idx FROM 1 BY 1
                       UNTIL ws-qe-idx > ws-qe-count
                          OR ws-qe-cur > ZERO
               END-IF
               IF ws-qe-cur = ZERO
                   ADD 1 TO ws-qe-overflow
               ELSE
                   MOVE 'Y' TO ws-qe-new
               END-IF
           END-IF

           IF ws-qe-new = 'Y'
               MOVE fs-qtn-map-id TO ws-qe-map-id(ws-qe-cur)
               MOVE fs-qtn-run-date TO ws-qe-run-date(ws-qe-cur)
               MOVE SPACES TO ws-qe-status(ws-qe-cur)
               MOVE SPACES TO ws-qe-vendor(ws-qe-cur)
               MOVE SPACES TO ws-qe-copy(ws-qe-cur)
               MOVE fs-qtn-event-date TO ws-qe-opened(ws-qe-cur)
               MOVE ZEROES TO ws-qe-redeliv-date(ws-qe-cur)
               MOVE SPACES TO ws-qe-redeliv-file(ws-qe-cur)
               MOVE SPACES TO ws-qe-redeliv-by(ws-qe-cur)
               MOVE ZEROES TO ws-qe-cleared-date(ws-qe-cur)
               MOVE ZERO TO ws-qe-failed(ws-qe-cur)
           END-IF

           IF ws-qe-cur > ZERO
               PERFORM para-apply-register-row
           END-IF
           .

       para-find-spent-entry.
           IF ws-qe-status(ws-qe-idx) = 'CLEARED'
               COMPUTE ws-event-int = FUNCTION INTEGER-OF-DATE
                   (ws-qe-cleared-date(ws-qe-idx))
               IF ws-event-int < ws-trail-int
                   MOVE ws-qe-idx TO ws-qe-cur
               END-IF
           END-IF
           .

       para-match-entry.
           IF ws-qe-map-id(ws-qe-idx) = fs-qtn-map-id
              AND ws-qe-run-date(ws-qe-idx) = fs-qtn-run-date
               MOVE ws-qe-idx TO ws-qe-cur
           END-IF
           .

       para-apply-register-row.
           EVALUATE fs-qtn-status
               WHEN 'OPEN'
                   IF ws-qe-status(ws-qe-cur) = 'REDELIV'
                       ADD 1 TO ws-qe-failed(ws-qe-cur)
                   END-IF
                   IF ws-qe-status(ws-qe-cur) = 'CLEARED'
                       MOVE fs-qtn-event-date TO ws-qe-opened(ws-qe-cur)
                       MOVE ZERO TO ws-qe-failed(ws-qe-cur)
                       MOVE ZEROES TO ws-qe-cleared-date(ws-qe-cur)
                   END-IF
                   MOVE ZEROES TO ws-qe-redeliv-date(ws-qe-cur)
                   MOVE SPACES TO ws-qe-redeliv-file(ws-qe-cur)
                   MOVE SPACES TO ws-qe-redeliv-by(ws-qe-cur)
                   MOVE fs-qtn-reason TO ws-qe-reason(ws-qe-cur)
                   MOVE fs-qtn-keys TO ws-qe-keys(ws-qe-cur)
                   MOVE fs-qtn-program TO ws-qe-program(ws-qe-cur)
                   MOVE fs-qtn-copy TO ws-qe-copy(ws-qe-cur)
               WHEN 'REDELIV'
                   MOVE fs-qtn-event-date
                       TO ws-qe-redeliv-date(ws-qe-cur)
                   MOVE fs-qtn-filename TO ws-qe-redeliv-file(ws-qe-cur)
                   MOVE fs-qtn-oper TO ws-qe-redeliv-by(ws-qe-cur)
               WHEN 'CLEARED'
                   MOVE fs-qtn-event-date
                       TO ws-qe-cleared-date(ws-qe-cur)
                   IF ws-qe-redeliv-date(ws-qe-cur) = ZERO
                       MOVE fs-qtn-event-date
                           TO ws-qe-redeliv-date(ws-qe-cur)
                       MOVE fs-qtn-filename
                           TO ws-qe-redeliv-file(ws-qe-cur)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE fs-qtn-status TO ws-qe-status(ws-qe-cur)
           IF fs-qtn-vendor NOT = SPACES
               MOVE fs-qtn-vendor TO ws-qe-vendor(ws-qe-cur)
           END-IF
           .

       para-load-filed.
           MOVE 'N' TO ws-exc-eof

           OPEN INPUT fd-exceptions

           IF ws-exc-file-status = '00'
               PERFORM UNTIL ws-exc-eof = 'Y'
                   READ fd-exceptions
                       AT END MOVE 'Y' TO ws-exc-eof
                       NOT AT END PERFORM para-store-filed
                   END-READ
               END-PERFORM

               CLOSE fd-exceptions
           END-IF
           .

       para-store-filed.
           IF fs-exc-run-date = ws-run-date
              AND fs-exc-program = 'solution-4k'
              AND ws-filed-count < 30
               ADD 1 TO ws-filed-count
               MOVE fs-exc-reason TO ws-filed-reason(ws-filed-count)
               MOVE fs-exc-keys TO ws-filed-keys(ws-filed-count)
           END-IF
           .

      * Register the vendor's replacement against the sector's open
      * quarantine. The registering operator has to be live on the
      * authority file, the replacement has to be on disk, and a
      * quarantine already cleared takes no more redeliveries. The
      * next solution-3b run with REDELIVERED and the extract's run
      * date counts the replacement and nothing else.
       para-register-redelivery.
           MOVE ZERO TO ws-qe-cur
           PERFORM para-find-selected
               VARYING ws-qe-idx FROM 1 BY 1
               UNTIL ws-qe-idx > ws-qe-count

           MOVE ws-oper-id TO ws-opr-lookup-id
           PERFORM para-check-operator

           MOVE SPACES TO ws-rpl-file-status
           IF ws-rpl-filename NOT = SPACES
               OPEN INPUT fd-replacement
               IF ws-rpl-file-status = '00'
                   CLOSE fd-replacement
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ws-sel-map-id = SPACES
                   MOVE 'NO MAP= ON THE CONTROL CARD'
                       TO ws-redeliv-reason
               WHEN ws-rpl-filename = SPACES
                   MOVE 'NO FILE= ON THE CONTROL CARD'
                       TO ws-redeliv-reason
               WHEN ws-oper-id = SPACES
                   MOVE 'NO OPER= ON THE CONTROL CARD'
                       TO ws-redeliv-reason
               WHEN ws-opr-is-active = 'N'
                   MOVE 'OPERATOR NOT ON FILE OR NOT ACTIVE'
                       TO ws-redeliv-reason
               WHEN ws-qe-overflow > ZERO
                   MOVE 'REGISTER TOO LARGE TO LOAD WHOLE'
                       TO ws-redeliv-reason
               WHEN ws-qe-cur = ZERO
                   MOVE 'NO OPEN QUARANTINE FOR THE SECTOR'
                       TO ws-redeliv-reason
               WHEN ws-qe-status(ws-qe-cur) = 'CLEARED'
                   MOVE 'QUARANTINE ALREADY CLEARED'
                       TO ws-redeliv-reason
               WHEN ws-rpl-file-status NOT = '00'
                   MOVE 'REPLACEMENT FILE NOT FOUND'
                       TO ws-redeliv-reason
               WHEN OTHER
                   MOVE SPACES TO ws-redeliv-reason
           END-EVALUATE

           IF ws-redeliv-reason = SPACES
               PERFORM para-record-redelivery
           ELSE
               MOVE 'Y' TO ws-redeliv-error
               MOVE SPACES TO ws-report-line
               STRING 'REDELIVERY OF ' ws-sel-map-id
                   ' REFUSED: ' ws-redeliv-reason
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
           END-IF
           .

      * With a date on the control card, that extract's entry; with
      * none, the sector's oldest entry not yet cleared.
       para-find-selected.
           IF ws-qe-map-id(ws-qe-idx) = ws-sel-map-id
               IF ws-sel-run-date = ZERO
                   IF ws-qe-status(ws-qe-idx) NOT = 'CLEARED'
                      AND ws-qe-cur = ZERO
                       MOVE ws-qe-idx TO ws-qe-cur
                   END-IF
                   IF ws-qe-status(ws-qe-idx) NOT = 'CLEARED'
                      AND ws-qe-cur > ZERO
                       IF ws-qe-run-date(ws-qe-idx)
                          < ws-qe-run-date(ws-qe-cur)
                           MOVE ws-qe-idx TO ws-qe-cur
                       END-IF
                   END-IF
               ELSE
                   IF ws-qe-run-date(ws-qe-idx) = ws-sel-run-date
                       MOVE ws-qe-idx TO ws-qe-cur
                   END-IF
               END-IF
           END-IF
           .

      * The redelivery is one more row on the register, carrying the
      * entry's reason and quarantine copy forward so the latest row
      * alone says what was wrong and where the evidence is.
       para-record-redelivery.
           OPEN EXTEND fd-quarantine
           IF ws-qtn-file-status NOT = '00'
               OPEN OUTPUT fd-quarantine
           END-IF

           MOVE SPACES TO fs-quarantine-rec
           MOVE ws-qe-map-id(ws-qe-cur) TO fs-qtn-map-id
           MOVE ws-qe-run-date(ws-qe-cur) TO fs-qtn-run-date
           MOVE 'REDELIV' TO fs-qtn-status
           MOVE ws-run-date TO fs-qtn-event-date
           MOVE ws-audit-run-time TO fs-qtn-event-time
           MOVE 'solution-4k' TO fs-qtn-program
           MOVE ws-qe-vendor(ws-qe-cur) TO fs-qtn-vendor
           MOVE ws-qe-reason(ws-qe-cur) TO fs-qtn-reason
           MOVE ws-qe-keys(ws-qe-cur) TO fs-qtn-keys
           MOVE ws-rpl-filename TO fs-qtn-filename
           MOVE ws-qe-copy(ws-qe-cur) TO fs-qtn-copy
           MOVE ws-oper-id TO fs-qtn-oper
           WRITE fs-quarantine-rec

           CLOSE fd-quarantine

           MOVE 'REDELIV' TO ws-qe-status(ws-qe-cur)
           MOVE ws-run-date TO ws-qe-redeliv-date(ws-qe-cur)
           MOVE ws-rpl-filename TO ws-qe-redeliv-file(ws-qe-cur)
           MOVE ws-oper-id TO ws-qe-redeliv-by(ws-qe-cur)

      * Only an extract the multi-slope count refused is counted off
      * its replacement alone; one solution-1a or 3a refused stopped
      * the night before any sector of the date was counted, so the
      * date has to be rerun through every check.
           MOVE SPACES TO ws-report-line
           IF ws-qe-program(ws-qe-cur) = 'solution-3b'
               STRING 'MAP ' ws-qe-map-id(ws-qe-cur)
                   ' EXTRACT ' ws-qe-run-date(ws-qe-cur)
                   ' REDELIVERED AS ' DELIMITED BY SIZE
                   ws-rpl-filename DELIMITED BY SPACE
                   ' BY ' ws-oper-id
                   ' - COUNT WITH solution-3b REDELIVERED '
                   ws-qe-run-date(ws-qe-cur)
                   DELIMITED BY SIZE INTO ws-report-line
           ELSE
               STRING 'MAP ' ws-qe-map-id(ws-qe-cur)
                   ' EXTRACT ' ws-qe-run-date(ws-qe-cur)
                   ' REDELIVERED AS ' DELIMITED BY SIZE
                   ws-rpl-filename DELIMITED BY SPACE
                   ' BY ' ws-oper-id
                   ' - REFUSED BY ' DELIMITED BY SIZE
                   ws-qe-program(ws-qe-cur) DELIMITED BY SPACE
                   ', RERUN THE NIGHT FOR '
                   ws-qe-run-date(ws-qe-cur)
                   DELIMITED BY SIZE INTO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
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

      * Extracts still waiting on the vendor, oldest quarantine
      * first as they were written, each with its age in days.
       para-report-open.
           MOVE SPACES TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE 'OPEN QUARANTINES - AWAITING VENDOR' TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING 'MAP     ' '  ' 'EXTRACT ' '  ' 'VEND' '  '
               'REASON    ' '  ' 'OPENED  ' '  ' '  AGE' '  '
               'FAILED' '  ' '       ' '  ' 'QUARANTINE COPY'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-report-open-entry
               VARYING ws-qe-idx FROM 1 BY 1
               UNTIL ws-qe-idx > ws-qe-count

           MOVE SPACES TO ws-report-line
           STRING 'OPEN: ' ws-open-count
               '  OVER ' ws-aged-days ' DAYS: ' ws-aged-count
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-report-open-entry.
           IF ws-qe-status(ws-qe-idx) = 'OPEN'
               ADD 1 TO ws-open-count
               COMPUTE ws-event-int =
                   FUNCTION INTEGER-OF-DATE(ws-qe-opened(ws-qe-idx))
               COMPUTE ws-age-days = ws-run-int - ws-event-int

               MOVE SPACES TO ws-overdue-text
               IF ws-age-days > ws-aged-days
                   MOVE 'OVERDUE' TO ws-overdue-text
                   PERFORM para-flag-aged
               END-IF

               MOVE ws-qe-vendor(ws-qe-idx) TO ws-vendor-text
               IF ws-vendor-text = SPACES
                   MOVE 'NONE' TO ws-vendor-text
               END-IF
               PERFORM para-find-vendor
               IF ws-vnd-cur > ZERO
                   ADD 1 TO ws-vnd-open(ws-vnd-cur)
                   IF ws-age-days > ws-vnd-oldest(ws-vnd-cur)
                       MOVE ws-age-days TO ws-vnd-oldest(ws-vnd-cur)
                   END-IF
               END-IF

               MOVE ws-age-days TO ws-age-edit
               MOVE ws-qe-failed(ws-qe-idx) TO ws-failed-edit
               MOVE SPACES TO ws-report-line
               STRING ws-qe-map-id(ws-qe-idx) '  '
                   ws-qe-run-date(ws-qe-idx) '  '
                   ws-vendor-text '  '
                   ws-qe-reason(ws-qe-idx) '  '
                   ws-qe-opened(ws-qe-idx) '  '
                   ws-age-edit '  '
                   ws-failed-edit '  '
                   ws-overdue-text '  '
                   ws-qe-copy(ws-qe-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * An extract open past the limit goes to the feed once per
      * report date, keyed by sector and extract date.
       para-flag-aged.
           ADD 1 TO ws-aged-count
           MOVE ws-qe-map-id(ws-qe-idx) TO ws-exc-map-id
           MOVE 'QTN-AGED' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING ws-qe-run-date(ws-qe-idx)
               ' OPEN ' ws-age-days ' DAYS'
               DELIMITED BY SIZE INTO ws-exc-keys

           MOVE 'N' TO ws-filed-found
           PERFORM para-match-filed
               VARYING ws-filed-idx FROM 1 BY 1
               UNTIL ws-filed-idx > ws-filed-count

           IF ws-filed-found = 'N'
               MOVE 'W' TO ws-exc-severity
               PERFORM para-write-exception-rec
           END-IF
           .

       para-match-filed.
           IF ws-filed-reason(ws-filed-idx) = ws-exc-reason
              AND ws-filed-keys(ws-filed-idx) = ws-exc-keys
               MOVE 'Y' TO ws-filed-found
           END-IF
           .

      * Replacements the vendor has sent: every one still waiting to
      * be counted, and every one cleared in the last ws-trail-days
      * days, each with the days the vendor took from quarantine to
      * redelivery.
       para-report-redelivered.
           MOVE SPACES TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE 'REDELIVERIES' TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING 'MAP     ' '  ' 'EXTRACT ' '  ' 'VEND' '  '
               'REASON    ' '  ' 'OPENED  ' '  ' 'REDELIV ' '  '
               ' DAYS' '  ' 'STATUS  ' '  ' 'CLEARED ' '  '
               'REPLACEMENT FILE'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-report-redelivered-entry
               VARYING ws-qe-idx FROM 1 BY 1
               UNTIL ws-qe-idx > ws-qe-count

           MOVE SPACES TO ws-report-line
           STRING 'REDELIVERED: ' ws-shown-count
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-report-redelivered-entry.
           MOVE 'N' TO ws-show-redeliv
           MOVE SPACES TO ws-cleared-text

           IF ws-qe-status(ws-qe-idx) = 'REDELIV'
               MOVE 'Y' TO ws-show-redeliv
               MOVE 'AWAITING' TO ws-state-text
           END-IF
           IF ws-qe-status(ws-qe-idx) = 'CLEARED'
               COMPUTE ws-event-int = FUNCTION INTEGER-OF-DATE
                   (ws-qe-cleared-date(ws-qe-idx))
               IF ws-event-int >= ws-trail-int
                   MOVE 'Y' TO ws-show-redeliv
                   MOVE 'CLEARED' TO ws-state-text
                   MOVE ws-qe-cleared-date(ws-qe-idx)
                       TO ws-cleared-text
               END-IF
           END-IF

           IF ws-show-redeliv = 'Y'
               ADD 1 TO ws-shown-count
               COMPUTE ws-event-int =
                   FUNCTION INTEGER-OF-DATE(ws-qe-opened(ws-qe-idx))
               COMPUTE ws-took-days = FUNCTION INTEGER-OF-DATE
                   (ws-qe-redeliv-date(ws-qe-idx)) - ws-event-int

               MOVE ws-qe-vendor(ws-qe-idx) TO ws-vendor-text
               IF ws-vendor-text = SPACES
                   MOVE 'NONE' TO ws-vendor-text
               END-IF
               PERFORM para-find-vendor
               IF ws-vnd-cur > ZERO
                   ADD 1 TO ws-vnd-redeliv(ws-vnd-cur)
                   ADD ws-took-days TO ws-vnd-days(ws-vnd-cur)
               END-IF

               MOVE ws-took-days TO ws-age-edit
               MOVE SPACES TO ws-report-line
               STRING ws-qe-map-id(ws-qe-idx) '  '
                   ws-qe-run-date(ws-qe-idx) '  '
                   ws-vendor-text '  '
                   ws-qe-reason(ws-qe-idx) '  '
                   ws-qe-opened(ws-qe-idx) '  '
                   ws-qe-redeliv-date(ws-qe-idx) '  '
                   ws-age-edit '  '
                   ws-state-text '  '
                   ws-cleared-text '  '
                   ws-qe-redeliv-file(ws-qe-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * The summary row for ws-vendor-text, added the first time the
      * vendor turns up. ws-vnd-table only has room for 20 vendors; a
      * 21st is left out of the summary, not out of the listings.
       para-find-vendor.
           MOVE ZERO TO ws-vnd-cur
           PERFORM para-match-vendor
               VARYING ws-vnd-idx FROM 1 BY 1
               UNTIL ws-vnd-idx > ws-vnd-count

           IF ws-vnd-cur = ZERO AND ws-vnd-count < 20
               ADD 1 TO ws-vnd-count
               MOVE ws-vnd-count TO ws-vnd-cur
               MOVE ws-vendor-text TO ws-vnd-vendor(ws-vnd-cur)
               MOVE ZERO TO ws-vnd-open(ws-vnd-cur)
               MOVE ZEROES TO ws-vnd-oldest(ws-vnd-cur)
               MOVE ZERO TO ws-vnd-redeliv(ws-vnd-cur)
               MOVE ZEROES TO ws-vnd-days(ws-vnd-cur)
           END-IF
           .

       para-match-vendor.
           IF ws-vnd-vendor(ws-vnd-idx) = ws-vendor-text
               MOVE ws-vnd-idx TO ws-vnd-cur
           END-IF
           .

      * Per vendor: extracts open and the oldest of them, and the
      * redeliveries listed above with the average days they took.
       para-report-vendors.
           MOVE SPACES TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE 'BY VENDOR' TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           STRING 'VEND' '  ' '    OPEN' '  ' '  OLDEST' '  '
               ' REDELIV' '  ' 'AVG DAYS'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-report-vendor
               VARYING ws-vnd-idx FROM 1 BY 1
               UNTIL ws-vnd-idx > ws-vnd-count
           .

       para-report-vendor.
           MOVE ZEROES TO ws-vnd-avg
           IF ws-vnd-redeliv(ws-vnd-idx) > ZERO
               DIVIDE ws-vnd-days(ws-vnd-idx)
                   BY ws-vnd-redeliv(ws-vnd-idx)
                   GIVING ws-vnd-avg ROUNDED
           END-IF

           MOVE ws-vnd-open(ws-vnd-idx) TO ws-count-edit
           MOVE ws-vnd-oldest(ws-vnd-idx) TO ws-oldest-edit
           MOVE ws-vnd-redeliv(ws-vnd-idx) TO ws-redeliv-edit
           MOVE ws-vnd-avg TO ws-avg-edit

           MOVE SPACES TO ws-report-line
           STRING ws-vnd-vendor(ws-vnd-idx) '  '
               ws-count-edit '  '
               ws-oldest-edit '  '
               ws-redeliv-edit '  '
               ws-avg-edit
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           EVALUATE TRUE
               WHEN ws-redeliv-error = 'Y'
                   MOVE 'RESULT: REDELIVERY NOT REGISTERED'
                       TO ws-report-line
               WHEN ws-qe-overflow > ZERO
                   STRING 'RESULT: MORE THAN 200 EXTRACTS ON THE'
                       ' REGISTER - ' ws-qe-overflow
                       ' ROW(S) NOT LOADED, REPORT INCOMPLETE'
                       DELIMITED BY SIZE INTO ws-report-line
               WHEN ws-open-count = ZERO
                   MOVE 'RESULT: NO EXTRACTS IN QUARANTINE'
                       TO ws-report-line
               WHEN ws-aged-count = ZERO
                   STRING 'RESULT: ' ws-open-count
                       ' EXTRACT(S) IN QUARANTINE, NONE OVERDUE'
                       DELIMITED BY SIZE INTO ws-report-line
               WHEN OTHER
                   STRING 'RESULT: ' ws-open-count
                       ' EXTRACT(S) IN QUARANTINE, ' ws-aged-count
                       ' OVERDUE - CHASE THE VENDOR'
                       DELIMITED BY SIZE INTO ws-report-line
           END-EVALUATE
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
           .

       para-write-exception-rec.
           OPEN EXTEND fd-exceptions
           IF ws-exc-file-status NOT = '00'
               OPEN OUTPUT fd-exceptions
           END-IF

           MOVE SPACES TO fs-exc-rec
           MOVE ws-run-date TO fs-exc-run-date
           MOVE 'solution-4k' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE ws-exc-severity TO fs-exc-severity
           MOVE ws-exc-reason TO fs-exc-reason
           MOVE ws-exc-keys TO fs-exc-keys
           WRITE fs-exc-rec

           CLOSE fd-exceptions
           .

       para-write-step-start.
           OPEN EXTEND fd-step
           IF ws-step-file-status NOT = '00'
               OPEN OUTPUT fd-step
           END-IF

           MOVE SPACES TO fs-step-rec
           MOVE ws-run-date TO fs-step-run-date
           MOVE 'solution-4k' TO fs-step-program
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
           MOVE 'solution-4k' TO fs-step-program
           MOVE 'END' TO fs-step-event
           MOVE ws-step-end-time TO fs-step-time
           MOVE RETURN-CODE TO fs-step-rc
           WRITE fs-step-rec

           CLOSE fd-step
           .

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
              AND fs-step-program = 'solution-4k'
              AND fs-step-event = 'END'
               IF fs-step-rc = ZERO
                   MOVE 'Y' TO ws-step-done
               ELSE
                   MOVE 'N' TO ws-step-done
               END-IF
           END-IF
           .

       para-skip-step.
           MOVE SPACES TO ws-skip-line
           STRING 'STEP SKIPPED: solution-4k ALREADY OK FOR '
               ws-run-date DELIMITED BY SIZE INTO ws-skip-line
           DISPLAY ws-skip-line
           MOVE 'SKIPPED' TO ws-audit-result
           .

       para-write-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-4k' TO fs-audit-program
           MOVE ws-qtn-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
