       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4g.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Per-step and end-to-end elapsed-time limits ops maintains for
      * the nightly window.
       SELECT fd-targets
           ASSIGN TO DYNAMIC ws-targets-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-tgt-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY step-select.
           COPY exc-select.
           COPY audit-select.

       DATA DIVISION.
       FILE SECTION.
      * One limit per row: a chain program, or NIGHT for the whole
      * window from STEP000's start to STEP050's end, with the
      * longest it may run as HHMMSS.
       FD fd-targets.
       01 fs-target-rec.
           05 fs-tgt-program PIC X(11).
           05 fs-tgt-limit PIC 9(6).
           05 FILLER PIC X(13).

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-step.
           COPY step-rec.

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-audit.
           COPY audit-rec.

       WORKING-STORAGE SECTION.
           COPY step-ws.
           COPY exc-ws.
           COPY audit-ws.
      * Batch-window report: every chain step's elapsed time tonight
      * off its START and END rows on the step-status file, the night
      * from STEP000 to STEP050 end to end, and each one's weekly
      * average over the last four weeks. A time over its limit on
      * window-targets, or a weekly average that has gone up four
      * weeks running, goes to the exceptions feed as a warning while
      * there is still time to act on it.
       01 ws-report-filename PIC X(40) VALUE 'window-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-targets-filename PIC X(40) VALUE 'window-targets'.
       01 ws-tgt-file-status PIC XX VALUE '00'.
       01 ws-tgt-eof PIC X VALUE 'N'.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
       01 ws-skip-line PIC X(60) VALUE SPACES.
      * The window's steps in chain order. Entry 13 of the limit,
      * elapsed and weekly tables below is the night as a whole.
       01 ws-chain-table.
           05 FILLER PIC X(18) VALUE 'STEP000solution-3n'.
           05 FILLER PIC X(18) VALUE 'STEP005solution-4b'.
           05 FILLER PIC X(18) VALUE 'STEP010solution-1a'.
           05 FILLER PIC X(18) VALUE 'STEP020solution-3a'.
           05 FILLER PIC X(18) VALUE 'STEP025solution-3e'.
           05 FILLER PIC X(18) VALUE 'STEP030solution-3b'.
           05 FILLER PIC X(18) VALUE 'STEP031solution-4f'.
           05 FILLER PIC X(18) VALUE 'STEP032solution-3f'.
           05 FILLER PIC X(18) VALUE 'STEP034solution-3j'.
           05 FILLER PIC X(18) VALUE 'STEP036solution-4h'.
           05 FILLER PIC X(18) VALUE 'STEP040solution-3d'.
           05 FILLER PIC X(18) VALUE 'STEP050solution-3k'.
       01 ws-chain-list REDEFINES ws-chain-table.
           05 ws-chain-entry OCCURS 12 TIMES.
               10 ws-chain-step PIC X(7).
               10 ws-chain-program PIC X(11).
       01 ws-chain-count PIC 9(2) VALUE 12.
       01 ws-night-idx PIC 9(2) VALUE 13.
       01 ws-chain-idx PIC 9(2) VALUE ZERO.
       01 ws-chain-cur PIC 9(2) VALUE ZERO.
       01 ws-chain-last PIC 9(2) VALUE ZERO.
      * The program name para-find-chain-program looks for, off a
      * target row or a step row.
       01 ws-look-program PIC X(11) VALUE SPACES.
       01 ws-limit-table.
           05 ws-limit-entry OCCURS 13 TIMES.
               10 ws-lim-on PIC X VALUE 'N'.
               10 ws-lim-secs PIC 9(6) VALUE ZEROES.
      * Four weeks of nights, tonight first. For each night and step
      * the START and END of the step's latest attempt; a START on a
      * night whose step already ended is a rerun and starts the
      * attempt over, while the partitions of a split step, which
      * start together, keep the first partition's START and the
      * last one's END.
       01 ws-day-table.
           05 ws-day-entry OCCURS 28 TIMES.
               10 ws-ds-entry OCCURS 12 TIMES.
                   15 ws-ds-started PIC X VALUE 'N'.
                   15 ws-ds-ended PIC X VALUE 'N'.
                   15 ws-ds-start PIC 9(5) VALUE ZEROES.
                   15 ws-ds-end PIC 9(5) VALUE ZEROES.
               10 ws-de-entry OCCURS 13 TIMES.
                   15 ws-de-has PIC X VALUE 'N'.
                   15 ws-de-secs PIC 9(6) VALUE ZEROES.
       01 ws-day-idx PIC 9(2) VALUE ZERO.
       01 ws-run-int PIC 9(7) VALUE ZEROES.
       01 ws-row-int PIC 9(7) VALUE ZEROES.
       01 ws-first-date PIC 9(8) VALUE ZEROES.
       01 ws-day-off PIC 9(7) VALUE ZEROES.
       01 ws-row-time PIC 9(8) VALUE ZEROES.
       01 ws-row-time-parts REDEFINES ws-row-time.
           05 ws-row-hh PIC 9(2).
           05 ws-row-mm PIC 9(2).
           05 ws-row-ss PIC 9(2).
           05 ws-row-hs PIC 9(2).
       01 ws-row-secs PIC 9(5) VALUE ZEROES.
       01 ws-from-secs PIC 9(5) VALUE ZEROES.
       01 ws-to-secs PIC 9(5) VALUE ZEROES.
       01 ws-span-secs PIC 9(6) VALUE ZEROES.
      * Weekly averages per step and for the night: week 1 is the
      * seven nights ending tonight, week 4 the oldest.
       01 ws-week-table.
           05 ws-wk-entry OCCURS 13 TIMES.
               10 ws-wk-week OCCURS 4 TIMES.
                   15 ws-wk-sum PIC 9(8) VALUE ZEROES.
                   15 ws-wk-nights PIC 9(2) VALUE ZERO.
                   15 ws-wk-avg PIC 9(6) VALUE ZEROES.
       01 ws-week-idx PIC 9 VALUE ZERO.
       01 ws-week-text PIC X(9) OCCURS 4 TIMES.
       01 ws-slowing PIC X VALUE 'N'.
      * hh:mm:ss for the report out of a count of seconds.
       01 ws-fmt-secs PIC 9(6) VALUE ZEROES.
       01 ws-fmt-hh PIC 9(2) VALUE ZERO.
       01 ws-fmt-mm PIC 9(2) VALUE ZERO.
       01 ws-fmt-ss PIC 9(2) VALUE ZERO.
       01 ws-fmt-rest PIC 9(6) VALUE ZEROES.
       01 ws-hms PIC X(8) VALUE SPACES.
       01 ws-elapsed-text PIC X(9) VALUE SPACES.
       01 ws-limit-text PIC X(8) VALUE SPACES.
       01 ws-start-text PIC X(8) VALUE SPACES.
       01 ws-end-text PIC X(8) VALUE SPACES.
       01 ws-step-note PIC X(9) VALUE SPACES.
       01 ws-line-step PIC X(7) VALUE SPACES.
       01 ws-line-program PIC X(11) VALUE SPACES.
       01 ws-breach-count PIC 9(2) VALUE ZERO.
       01 ws-slowing-count PIC 9(2) VALUE ZERO.
      * Warnings this program already filed for the run date, so a
      * rerun of the report after a resumed night doesn't page the
      * same breach twice. ws-filed-table only has room for 30; a
      * 31st is not remembered and may be filed again.
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

           COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-first-date =
               FUNCTION DATE-OF-INTEGER(ws-run-int - 27)

           PERFORM para-load-targets
           PERFORM para-load-filed
           PERFORM para-read-step-file

           PERFORM para-figure-night
               VARYING ws-day-idx FROM 1 BY 1
               UNTIL ws-day-idx > 28

           PERFORM para-figure-weeks
               VARYING ws-chain-idx FROM 1 BY 1
               UNTIL ws-chain-idx > ws-night-idx

           OPEN OUTPUT fd-report
           PERFORM para-write-header

           PERFORM para-report-step
               VARYING ws-chain-idx FROM 1 BY 1
               UNTIL ws-chain-idx > ws-night-idx

           PERFORM para-write-verdict
           CLOSE fd-report

           IF ws-breach-count > ZERO OR ws-slowing-count > ZERO
               MOVE 'SLA-WARN' TO ws-audit-result
           END-IF

           PERFORM para-write-audit
           PERFORM para-write-step-end
           STOP RUN
           .

      * The control card takes RESUME and an eight-digit run date to
      * report on, in either order; the date defaults to today.
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

      * A step with no row on window-targets has no limit and is
      * reported without one; its trend is still watched.
       para-load-targets.
           MOVE 'N' TO ws-tgt-eof

           OPEN INPUT fd-targets

           IF ws-tgt-file-status = '00'
               PERFORM UNTIL ws-tgt-eof = 'Y'
                   READ fd-targets
                       AT END MOVE 'Y' TO ws-tgt-eof
                       NOT AT END PERFORM para-store-target
                   END-READ
               END-PERFORM

               CLOSE fd-targets
           END-IF
           .

       para-store-target.
           MOVE ZERO TO ws-chain-cur
           MOVE fs-tgt-program TO ws-look-program
           IF ws-look-program = 'NIGHT'
               MOVE ws-night-idx TO ws-chain-cur
           ELSE
               PERFORM para-find-chain-program
                   VARYING ws-chain-idx FROM 1 BY 1
                   UNTIL ws-chain-idx > ws-chain-count
           END-IF

           IF ws-chain-cur > ZERO AND fs-tgt-limit IS NUMERIC
               MOVE fs-tgt-limit TO ws-row-time(1:6)
               MOVE 'Y' TO ws-lim-on(ws-chain-cur)
               COMPUTE ws-lim-secs(ws-chain-cur) = (ws-row-hh * 3600)
                   + (ws-row-mm * 60) + ws-row-ss
           END-IF
           .

       para-find-chain-program.
           IF ws-chain-program(ws-chain-idx) = ws-look-program
              AND ws-chain-cur = ZERO
               MOVE ws-chain-idx TO ws-chain-cur
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
              AND fs-exc-program = 'solution-4g'
              AND ws-filed-count < 30
               ADD 1 TO ws-filed-count
               MOVE fs-exc-reason TO ws-filed-reason(ws-filed-count)
               MOVE fs-exc-keys TO ws-filed-keys(ws-filed-count)
           END-IF
           .

      * One pass over the whole step-status file, keeping the rows
      * for the four weeks ending on the run date.
       para-read-step-file.
           MOVE 'N' TO ws-step-eof

           OPEN INPUT fd-step

           IF ws-step-file-status = '00'
               PERFORM UNTIL ws-step-eof = 'Y'
                   READ fd-step
                       AT END MOVE 'Y' TO ws-step-eof
                       NOT AT END PERFORM para-take-step-row
                   END-READ
               END-PERFORM

               CLOSE fd-step
           END-IF
           .

       para-take-step-row.
           IF fs-step-run-date NOT < ws-first-date
              AND fs-step-run-date NOT > ws-run-date
               COMPUTE ws-row-int =
                   FUNCTION INTEGER-OF-DATE(fs-step-run-date)
               COMPUTE ws-day-off = ws-run-int - ws-row-int + 1
               MOVE ws-day-off TO ws-day-idx

               MOVE ZERO TO ws-chain-cur
               MOVE fs-step-program TO ws-look-program
               PERFORM para-find-chain-program
                   VARYING ws-chain-idx FROM 1 BY 1
                   UNTIL ws-chain-idx > ws-chain-count

               IF ws-chain-cur > ZERO
                   MOVE fs-step-time TO ws-row-time
                   COMPUTE ws-row-secs = (ws-row-hh * 3600)
                       + (ws-row-mm * 60) + ws-row-ss
                   PERFORM para-apply-step-row
               END-IF
           END-IF
           .

       para-apply-step-row.
           IF fs-step-event = 'START'
               IF fs-step-part = SPACES
                  OR ws-ds-started(ws-day-idx, ws-chain-cur) NOT = 'Y'
                  OR ws-ds-ended(ws-day-idx, ws-chain-cur) = 'Y'
                   MOVE 'Y' TO ws-ds-started(ws-day-idx, ws-chain-cur)
                   MOVE 'N' TO ws-ds-ended(ws-day-idx, ws-chain-cur)
                   MOVE ws-row-secs
                       TO ws-ds-start(ws-day-idx, ws-chain-cur)
               END-IF
           END-IF

           IF fs-step-event = 'END'
              AND ws-ds-started(ws-day-idx, ws-chain-cur) = 'Y'
               MOVE 'Y' TO ws-ds-ended(ws-day-idx, ws-chain-cur)
               MOVE ws-row-secs TO ws-ds-end(ws-day-idx, ws-chain-cur)
           END-IF
           .

      * Each step's elapsed time for one night, then the night's own
      * from STEP000's start to STEP050's end.
       para-figure-night.
           PERFORM para-figure-step
               VARYING ws-chain-idx FROM 1 BY 1
               UNTIL ws-chain-idx > ws-chain-count

           IF ws-ds-started(ws-day-idx, 1) = 'Y'
              AND ws-ds-ended(ws-day-idx, ws-chain-count) = 'Y'
               MOVE ws-ds-start(ws-day-idx, 1) TO ws-from-secs
               MOVE ws-ds-end(ws-day-idx, ws-chain-count) TO ws-to-secs
               PERFORM para-figure-span
               MOVE 'Y' TO ws-de-has(ws-day-idx, ws-night-idx)
               MOVE ws-span-secs TO ws-de-secs(ws-day-idx, ws-night-idx)
           END-IF
           .

       para-figure-step.
           IF ws-ds-started(ws-day-idx, ws-chain-idx) = 'Y'
              AND ws-ds-ended(ws-day-idx, ws-chain-idx) = 'Y'
               MOVE ws-ds-start(ws-day-idx, ws-chain-idx)
                   TO ws-from-secs
               MOVE ws-ds-end(ws-day-idx, ws-chain-idx) TO ws-to-secs
               PERFORM para-figure-span
               MOVE 'Y' TO ws-de-has(ws-day-idx, ws-chain-idx)
               MOVE ws-span-secs TO ws-de-secs(ws-day-idx, ws-chain-idx)
           END-IF
           .

      * The times are clock times of day, so an end earlier than its
      * start ran past midnight.
       para-figure-span.
           IF ws-to-secs < ws-from-secs
               COMPUTE ws-span-secs = ws-to-secs + 86400 - ws-from-secs
           ELSE
               COMPUTE ws-span-secs = ws-to-secs - ws-from-secs
           END-IF
           .

      * Weekly averages for one step (or the night), over the nights
      * in each week it actually ran to an end.
       para-figure-weeks.
           PERFORM para-fold-week-night
               VARYING ws-day-idx FROM 1 BY 1
               UNTIL ws-day-idx > 28

           PERFORM para-average-week
               VARYING ws-week-idx FROM 1 BY 1
               UNTIL ws-week-idx > 4
           .

       para-fold-week-night.
           IF ws-de-has(ws-day-idx, ws-chain-idx) = 'Y'
               COMPUTE ws-week-idx = ((ws-day-idx - 1) / 7) + 1
               ADD ws-de-secs(ws-day-idx, ws-chain-idx)
                   TO ws-wk-sum(ws-chain-idx, ws-week-idx)
               ADD 1 TO ws-wk-nights(ws-chain-idx, ws-week-idx)
           END-IF
           .

       para-average-week.
           IF ws-wk-nights(ws-chain-idx, ws-week-idx) > ZERO
               DIVIDE ws-wk-sum(ws-chain-idx, ws-week-idx)
                   BY ws-wk-nights(ws-chain-idx, ws-week-idx)
                   GIVING ws-wk-avg(ws-chain-idx, ws-week-idx)
           END-IF
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  WINDOW: STEP000 TO STEP050'
               '  PROGRAM: solution-4g'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-tgt-file-status NOT = '00'
               STRING 'NO ' ws-targets-filename
                   DELIMITED BY SPACE
                   ' ON FILE - TIMES REPORTED WITHOUT LIMITS'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * Tonight's line for one step (or the night), then its four
      * weekly averages, oldest first.
       para-report-step.
           IF ws-chain-idx = ws-night-idx
               MOVE 'NIGHT' TO ws-line-step
               MOVE 'ALL STEPS' TO ws-line-program
               MOVE 1 TO ws-chain-cur
           ELSE
               MOVE ws-chain-step(ws-chain-idx) TO ws-line-step
               MOVE ws-chain-program(ws-chain-idx) TO ws-line-program
               MOVE ws-chain-idx TO ws-chain-cur
           END-IF
           PERFORM para-format-start-end

           MOVE SPACES TO ws-step-note
           IF ws-de-has(1, ws-chain-idx) = 'Y'
               MOVE ws-de-secs(1, ws-chain-idx) TO ws-fmt-secs
               PERFORM para-format-hms
               MOVE ws-hms TO ws-elapsed-text
           ELSE
               IF ws-ds-started(1, ws-chain-cur) = 'Y'
                   MOVE 'NOT ENDED' TO ws-elapsed-text
               ELSE
                   MOVE 'NOT RUN' TO ws-elapsed-text
               END-IF
           END-IF

           IF ws-lim-on(ws-chain-idx) = 'Y'
               MOVE ws-lim-secs(ws-chain-idx) TO ws-fmt-secs
               PERFORM para-format-hms
               MOVE ws-hms TO ws-limit-text
               IF ws-de-has(1, ws-chain-idx) = 'Y'
                  AND ws-de-secs(1, ws-chain-idx)
                      > ws-lim-secs(ws-chain-idx)
                   MOVE 'BREACH' TO ws-step-note
                   PERFORM para-flag-breach
               END-IF
           ELSE
               MOVE 'NONE' TO ws-limit-text
           END-IF

           MOVE SPACES TO ws-report-line
           STRING ws-line-step '  ' ws-line-program
               '  START ' ws-start-text
               '  END ' ws-end-text
               '  ELAPSED ' ws-elapsed-text
               '  LIMIT ' ws-limit-text
               '  ' ws-step-note
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-format-week
               VARYING ws-week-idx FROM 1 BY 1
               UNTIL ws-week-idx > 4

           MOVE 'N' TO ws-slowing
           IF ws-wk-nights(ws-chain-idx, 1) > ZERO
              AND ws-wk-nights(ws-chain-idx, 2) > ZERO
              AND ws-wk-nights(ws-chain-idx, 3) > ZERO
              AND ws-wk-nights(ws-chain-idx, 4) > ZERO
              AND ws-wk-avg(ws-chain-idx, 4)
                  < ws-wk-avg(ws-chain-idx, 3)
              AND ws-wk-avg(ws-chain-idx, 3)
                  < ws-wk-avg(ws-chain-idx, 2)
              AND ws-wk-avg(ws-chain-idx, 2)
                  < ws-wk-avg(ws-chain-idx, 1)
               MOVE 'Y' TO ws-slowing
           END-IF

           MOVE SPACES TO ws-report-line
           STRING '         WEEKLY AVERAGE, OLDEST FIRST: '
               ws-week-text(4) ws-week-text(3)
               ws-week-text(2) ws-week-text(1)
               DELIMITED BY SIZE INTO ws-report-line
           IF ws-slowing = 'Y'
               MOVE 'SLOWING' TO ws-report-line(80:7)
               PERFORM para-flag-slowing
           END-IF
           WRITE fs-report-line FROM ws-report-line
           .

      * Tonight's START and END; the night's are STEP000's start and
      * STEP050's end.
       para-format-start-end.
           MOVE SPACES TO ws-start-text
           MOVE SPACES TO ws-end-text
           IF ws-ds-started(1, ws-chain-cur) = 'Y'
               MOVE ws-ds-start(1, ws-chain-cur) TO ws-fmt-secs
               PERFORM para-format-hms
               MOVE ws-hms TO ws-start-text
           END-IF
           MOVE ws-chain-cur TO ws-chain-last
           IF ws-chain-idx = ws-night-idx
               MOVE ws-chain-count TO ws-chain-last
           END-IF
           IF ws-ds-ended(1, ws-chain-last) = 'Y'
               MOVE ws-ds-end(1, ws-chain-last) TO ws-fmt-secs
               PERFORM para-format-hms
               MOVE ws-hms TO ws-end-text
           END-IF
           .

       para-format-week.
           MOVE SPACES TO ws-week-text(ws-week-idx)
           IF ws-wk-nights(ws-chain-idx, ws-week-idx) > ZERO
               MOVE ws-wk-avg(ws-chain-idx, ws-week-idx) TO ws-fmt-secs
               PERFORM para-format-hms
               MOVE ws-hms TO ws-week-text(ws-week-idx)
           ELSE
               MOVE '--:--:--' TO ws-week-text(ws-week-idx)
           END-IF
           .

       para-format-hms.
           DIVIDE ws-fmt-secs BY 3600 GIVING ws-fmt-hh
               REMAINDER ws-fmt-rest
           DIVIDE ws-fmt-rest BY 60 GIVING ws-fmt-mm
               REMAINDER ws-fmt-ss
           MOVE SPACES TO ws-hms
           STRING ws-fmt-hh ':' ws-fmt-mm ':' ws-fmt-ss
               DELIMITED BY SIZE INTO ws-hms
           .

       para-flag-breach.
           ADD 1 TO ws-breach-count
           MOVE 'SLA-BREACH' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING ws-line-program ' ' ws-elapsed-text(1:8)
               '>' ws-limit-text
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-warning
           .

       para-flag-slowing.
           ADD 1 TO ws-slowing-count
           MOVE 'SLA-TREND' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING ws-line-program ' UP 4 WEEKS RUNNING'
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-warning
           .

      * A warning already on the feed for the date from an earlier
      * run of this report is not filed again.
       para-write-warning.
           MOVE 'N' TO ws-filed-found
           PERFORM para-match-filed
               VARYING ws-filed-idx FROM 1 BY 1
               UNTIL ws-filed-idx > ws-filed-count

           IF ws-filed-found = 'N'
               MOVE SPACES TO ws-exc-map-id
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

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           IF ws-breach-count = ZERO AND ws-slowing-count = ZERO
               MOVE 'RESULT: WITHIN TARGETS' TO ws-report-line
           ELSE
               STRING 'RESULT: ' ws-breach-count ' BREACH(ES), '
                   ws-slowing-count ' STEP(S) SLOWING - SEE WARNINGS'
                   DELIMITED BY SIZE INTO ws-report-line
           END-IF
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
           MOVE 'solution-4g' TO fs-exc-program
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
           MOVE 'solution-4g' TO fs-step-program
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
           MOVE 'solution-4g' TO fs-step-program
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
              AND fs-step-program = 'solution-4g'
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
           STRING 'STEP SKIPPED: solution-4g ALREADY OK FOR '
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
           MOVE 'solution-4g' TO fs-audit-program
           MOVE ws-step-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
