       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4e.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One cataloged extract at a time, reopened off the name the
      * extract catalog recorded when the night counted it.
       SELECT fd-input
           ASSIGN TO DYNAMIC ws-extract-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-extract-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY slope-select.
           COPY sym-select.
           COPY hist-select.
           COPY cat-select.
           COPY period-select.
           COPY audit-select.
           COPY exc-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-input.
           COPY map-line.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-slopes.
           COPY slope-rec.

       FD fd-symbols.
           COPY sym-rec.

       FD fd-history.
           COPY hist-rec.

       FD fd-catalog.
           COPY cat-rec.

       FD fd-period.
           COPY period-rec.

       FD fd-audit.
           COPY audit-rec.

       FD fd-exceptions.
           COPY exc-rec.

       WORKING-STORAGE SECTION.
           COPY map-line-ws.
           COPY slope-ws.
           COPY sym-ws.
           COPY hist-ws.
           COPY cat-ws.
           COPY period-ws.
           COPY audit-ws.
           COPY exc-ws.
      * Restatement of history over a span of past run dates, for
      * when a slope is added or changed with an effective date in
      * the past: every extract the catalog shows counted in the
      * span is recounted against the slopes in effect on its own
      * date, and any history row that is missing or disagrees is
      * written, with the before and after figures on the report.
       01 ws-report-filename PIC X(40) VALUE 'restatement-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
      * The span, first and last run date inclusive, off the control
      * card. A single date restates just that date.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.
       01 ws-from-date PIC 9(8) VALUE ZEROES.
       01 ws-to-date PIC 9(8) VALUE ZEROES.
       01 ws-range-error PIC X VALUE 'N'.
      * Every month the span touches is checked against the
      * period-control file before anything is recounted. A closed
      * month has been reported to forestry and stays as reported
      * unless it has been reopened for corrections first.
       01 ws-chk-month PIC 9(6) VALUE ZEROES.
       01 ws-to-month PIC 9(6) VALUE ZEROES.
       01 ws-chk-year PIC 9(4) VALUE ZEROES.
       01 ws-chk-mm PIC 9(2) VALUE ZEROES.
       01 ws-period-status PIC X(8) VALUE SPACES.
       01 ws-closed-found PIC X VALUE 'N'.
      * Every active row on the slope file with its effective date,
      * so each extract is recounted against exactly the slopes that
      * were in effect on the date it was flown.
       01 ws-all-slope-table.
           05 ws-all-slope-entry OCCURS 20 TIMES.
               10 ws-all-right PIC 9(2).
               10 ws-all-down PIC 9(2).
               10 ws-all-eff-date PIC 9(8).
       01 ws-all-count PIC 9(2) VALUE ZERO.
       01 ws-all-idx PIC 9(2) VALUE ZERO.
      * The slopes in effect for the extract being recounted, with
      * that extract's per-slope counts.
       01 ws-slope-table.
           05 ws-slope-entry OCCURS 20 TIMES.
               10 ws-tbl-right PIC 9(2).
               10 ws-tbl-down PIC 9(2).
               10 ws-tbl-tree-count PIC 9(7).
               10 ws-tbl-impass-count PIC 9(7).
       01 ws-slope-count PIC 9(2) VALUE ZERO.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
      * The extracts to recount: one per run date and sector, the
      * latest GRID catalog row winning when a sector was counted
      * twice on a date. An RLE delivery is recounted off its
      * converted grid file, which the catalog carries as GRID.
       01 ws-ext-table.
           05 ws-ext-entry OCCURS 200 TIMES.
               10 ws-ext-run-date PIC 9(8).
               10 ws-ext-map-id PIC X(8).
               10 ws-ext-filename PIC X(40).
               10 ws-ext-line-count PIC 9(7).
               10 ws-ext-hash PIC 9(13).
       01 ws-ext-count PIC 9(3) VALUE ZERO.
       01 ws-ext-idx PIC 9(3) VALUE ZERO.
       01 ws-ext-cur PIC 9(3) VALUE ZERO.
       01 ws-ext-overflow PIC X VALUE 'N'.
       01 ws-extract-filename PIC X(40) VALUE SPACES.
       01 ws-extract-file-status PIC XX VALUE '00'.
       01 ws-extract-error PIC X VALUE 'N'.
      * Per-extract recount state: width off the first line, the
      * same tree-cell hash the catalog keeps so a file replaced on
      * disk since the night counted it is caught, and the slope
      * arithmetic scratch fields solution-3b uses.
       01 ws-map-width PIC 9999 VALUE ZEROES.
       01 ws-chk-width PIC 9999 VALUE ZEROES.
       01 ws-scan-idx PIC 9999 VALUE ZEROES.
       01 ws-col-idx PIC 9999 VALUE ZEROES.
       01 ws-index PIC 9999 VALUE 1.
       01 ws-scratch PIC 9(7) VALUE ZEROES.
       01 ws-discard PIC 9(7) VALUE ZEROES.
       01 ws-hash-line-no PIC 9(7) VALUE ZEROES.
       01 ws-content-hash PIC 9(13) VALUE ZEROES.
       01 ws-width-error PIC X VALUE 'N'.
       01 ws-sym-table.
           05 ws-sym-entry OCCURS 20 TIMES.
               10 ws-sym-char PIC X.
               10 ws-sym-class PIC X(10).
       01 ws-sym-count PIC 9(2) VALUE ZERO.
       01 ws-sym-idx PIC 9(2) VALUE ZERO.
       01 ws-cell-char PIC X VALUE SPACE.
       01 ws-cell-class PIC X(10) VALUE SPACES.
      * History row as it stood before the restatement touched it.
       01 ws-before-found PIC X VALUE 'N'.
       01 ws-before-tree-count PIC 9(7) VALUE ZEROES.
       01 ws-before-impass-count PIC 9(7) VALUE ZEROES.
       01 ws-before-text PIC X(15) VALUE SPACES.
       01 ws-row-action PIC X(9) VALUE SPACES.
       01 ws-extracts-read PIC 9(3) VALUE ZERO.
       01 ws-extracts-failed PIC 9(3) VALUE ZERO.
       01 ws-rows-added PIC 9(5) VALUE ZEROES.
       01 ws-rows-changed PIC 9(5) VALUE ZEROES.
       01 ws-rows-unchanged PIC 9(5) VALUE ZEROES.
       01 ws-restate-error PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           PERFORM para-get-option
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:2) = SPACES
               MOVE ws-option-token(1:8) TO ws-from-date
           END-IF

           MOVE 2 TO ws-arg-num
           PERFORM para-get-option
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:2) = SPACES
               MOVE ws-option-token(1:8) TO ws-to-date
           ELSE
               MOVE ws-from-date TO ws-to-date
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           OPEN OUTPUT fd-report

           PERFORM para-write-header

           PERFORM para-check-range
           IF ws-range-error = 'Y'
               CLOSE fd-report
               MOVE 'REST-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
               PERFORM para-write-audit
               STOP RUN
           END-IF

           MOVE ws-from-date(1:6) TO ws-chk-month
           MOVE ws-to-date(1:6) TO ws-to-month
           PERFORM para-check-month
               UNTIL ws-chk-month > ws-to-month
           IF ws-closed-found = 'Y'
               PERFORM para-refuse-closed-period
               CLOSE fd-report
               PERFORM para-write-audit
               STOP RUN
           END-IF

           PERFORM para-load-slopes
           PERFORM para-load-symbols
           PERFORM para-load-catalog

           IF ws-ext-count = ZERO
               MOVE SPACES TO ws-report-line
               MOVE 'NO CATALOGED EXTRACTS IN RANGE - NOTHING RESTATED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               PERFORM para-open-history
               PERFORM para-restate-extract
                   VARYING ws-ext-cur FROM 1 BY 1
                   UNTIL ws-ext-cur > ws-ext-count
               CLOSE fd-history
           END-IF

           IF ws-ext-overflow = 'Y'
               MOVE 'Y' TO ws-restate-error
               MOVE SPACES TO ws-report-line
               MOVE 'CATALOG ROWS PAST 200 NOT RESTATED - NARROW RANGE'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           PERFORM para-write-verdict

           CLOSE fd-report

           IF ws-restate-error = 'Y'
               MOVE 'REST-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           STOP RUN
           .

       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  RESTATING: ' ws-from-date
               ' THROUGH ' ws-to-date
               '  PROGRAM: solution-4e'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * A span has to be given, run forwards, and stop short of
      * tomorrow - tonight's own counts are the count run's to write.
       para-check-range.
           IF ws-from-date = ZERO
              OR ws-to-date < ws-from-date
              OR ws-to-date > ws-run-date
               MOVE 'Y' TO ws-range-error
               MOVE SPACES TO ws-report-line
               MOVE 'NO VALID DATE RANGE ON CONTROL CARD - NOTHING DONE'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
           END-IF
           .

      * One month of the span against the period-control file, then
      * on to the next, rolling over a year end by whole-month
      * arithmetic.
       para-check-month.
           PERFORM para-read-period-status

           IF ws-period-status = 'CLOSED'
               MOVE 'Y' TO ws-closed-found
               MOVE SPACES TO ws-report-line
               STRING 'MONTH ' ws-chk-month
                   ' IS CLOSED - REOPEN IT BEFORE RESTATING'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           MOVE ws-chk-month(1:4) TO ws-chk-year
           MOVE ws-chk-month(5:2) TO ws-chk-mm
           IF ws-chk-mm = 12
               ADD 1 TO ws-chk-year
               MOVE 1 TO ws-chk-mm
           ELSE
               ADD 1 TO ws-chk-mm
           END-IF
           COMPUTE ws-chk-month = (ws-chk-year * 100) + ws-chk-mm
           .

      * The latest period-control row for the month is its standing
      * status; rows are only ever appended, so the last one read
      * wins.
       para-read-period-status.
           MOVE SPACES TO ws-period-status
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
           IF fs-per-month = ws-chk-month
               MOVE fs-per-status TO ws-period-status
           END-IF
           .

      * Nothing is recounted when any month in the span is closed:
      * half a restatement would leave the open months and the
      * closed one telling different stories.
       para-refuse-closed-period.
           MOVE SPACES TO ws-report-line
           STRING 'RUN REFUSED: ' ws-from-date ' THROUGH ' ws-to-date
               ' RUNS INTO A CLOSED MONTH - NOTHING RESTATED'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
           MOVE 'CLOSED-PER' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

      * Every active slope row, whatever its effective date - which
      * of them applies is decided per extract below.
       para-load-slopes.
           MOVE ZERO TO ws-all-count
           MOVE 'N' TO ws-slope-eof

           OPEN INPUT fd-slopes

           PERFORM UNTIL ws-slope-eof = 'Y'
               READ fd-slopes
                   AT END MOVE 'Y' TO ws-slope-eof
                   NOT AT END PERFORM para-load-slope-record
               END-READ
           END-PERFORM

           CLOSE fd-slopes
           .

      * ws-all-slope-table only has room for 20 active trajectories;
      * a 21st active row on the maintenance file is skipped rather
      * than written past the end of the table, as the count run
      * skips it.
       para-load-slope-record.
           IF fs-slope-active = 'Y' AND ws-all-count < 20
               ADD 1 TO ws-all-count
               MOVE fs-slope-right TO ws-all-right(ws-all-count)
               MOVE fs-slope-down TO ws-all-down(ws-all-count)
               MOVE fs-slope-eff-date TO ws-all-eff-date(ws-all-count)
           END-IF
           .

       para-load-symbols.
           MOVE ZERO TO ws-sym-count
           MOVE 'N' TO ws-sym-eof

           OPEN INPUT fd-symbols

           IF ws-sym-file-status = '00'
               PERFORM UNTIL ws-sym-eof = 'Y'
                   READ fd-symbols
                       AT END MOVE 'Y' TO ws-sym-eof
                       NOT AT END PERFORM para-store-symbol
                   END-READ
               END-PERFORM

               CLOSE fd-symbols
           END-IF

           IF ws-sym-count = ZERO
               MOVE 2 TO ws-sym-count
               MOVE '.' TO ws-sym-char(1)
               MOVE 'PASSABLE' TO ws-sym-class(1)
               MOVE '#' TO ws-sym-char(2)
               MOVE 'OBSTACLE' TO ws-sym-class(2)
           END-IF
           .

      * ws-sym-table only has room for 20 symbols; a 21st row on the
      * reference file is skipped rather than written past the end
      * of the table.
       para-store-symbol.
           IF ws-sym-count < 20
               ADD 1 TO ws-sym-count
               MOVE fs-sym-char TO ws-sym-char(ws-sym-count)
               MOVE fs-sym-class TO ws-sym-class(ws-sym-count)
           END-IF
           .

       para-classify-cell.
           MOVE SPACES TO ws-cell-class

           PERFORM para-match-symbol
               VARYING ws-sym-idx FROM 1 BY 1
               UNTIL ws-sym-idx > ws-sym-count
           .

       para-match-symbol.
           IF ws-sym-char(ws-sym-idx) = ws-cell-char
               MOVE ws-sym-class(ws-sym-idx) TO ws-cell-class
           END-IF
           .

       para-load-catalog.
           MOVE ZERO TO ws-ext-count
           MOVE 'N' TO ws-cat-eof

           OPEN INPUT fd-catalog

           IF ws-cat-file-status = '00'
               PERFORM UNTIL ws-cat-eof = 'Y'
                   READ fd-catalog
                       AT END MOVE 'Y' TO ws-cat-eof
                       NOT AT END PERFORM para-load-catalog-record
                   END-READ
               END-PERFORM

               CLOSE fd-catalog
           END-IF
           .

      * ws-ext-table only has room for 200 extracts; a 201st is not
      * restated, and the run says so and fails rather than leave
      * part of the span quietly untouched.
       para-load-catalog-record.
           IF fs-cat-run-date >= ws-from-date
              AND fs-cat-run-date <= ws-to-date
              AND fs-cat-format = 'GRID'
               MOVE ZERO TO ws-ext-idx
               PERFORM para-match-extract
                   VARYING ws-ext-cur FROM 1 BY 1
                   UNTIL ws-ext-cur > ws-ext-count

               IF ws-ext-idx = ZERO
                   IF ws-ext-count < 200
                       ADD 1 TO ws-ext-count
                       MOVE ws-ext-count TO ws-ext-idx
                   ELSE
                       MOVE 'Y' TO ws-ext-overflow
                   END-IF
               END-IF

               IF ws-ext-idx > ZERO
                   MOVE fs-cat-run-date TO ws-ext-run-date(ws-ext-idx)
                   MOVE fs-cat-map-id TO ws-ext-map-id(ws-ext-idx)
                   MOVE fs-cat-filename TO ws-ext-filename(ws-ext-idx)
                   MOVE fs-cat-line-count
                       TO ws-ext-line-count(ws-ext-idx)
                   MOVE fs-cat-hash TO ws-ext-hash(ws-ext-idx)
               END-IF
           END-IF
           .

       para-match-extract.
           IF ws-ext-run-date(ws-ext-cur) = fs-cat-run-date
              AND ws-ext-map-id(ws-ext-cur) = fs-cat-map-id
               MOVE ws-ext-cur TO ws-ext-idx
           END-IF
           .

      * The history file is permanent across every run date, so it's
      * always opened I-O (created if this is somehow the first
      * program ever to touch it).
       para-open-history.
           OPEN I-O fd-history
           IF ws-hist-file-status NOT = '00'
               OPEN OUTPUT fd-history
               CLOSE fd-history
               OPEN I-O fd-history
           END-IF
           .

      * Recount one cataloged extract and bring its history rows into
      * line. The extract has to still be the file the night counted
      * - same line count, same tree-cell hash - or restating from it
      * would rewrite history off a different survey.
       para-restate-extract.
           MOVE ws-ext-filename(ws-ext-cur) TO ws-extract-filename
           MOVE 'N' TO ws-extract-error
           ADD 1 TO ws-extracts-read

           MOVE SPACES TO ws-report-line
           STRING 'DATE ' ws-ext-run-date(ws-ext-cur)
               '  MAP ' ws-ext-map-id(ws-ext-cur)
               '  FILE: ' DELIMITED BY SIZE
               ws-extract-filename DELIMITED BY SPACE
               INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-set-slopes-in-effect

           IF ws-slope-count = ZERO
               MOVE SPACES TO ws-report-line
               MOVE '  NO SLOPE IN EFFECT ON THIS DATE - NOTHING TO DO'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               PERFORM para-recount-extract
           END-IF

           IF ws-extract-error = 'N' AND ws-slope-count > ZERO
               PERFORM para-restate-slope
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
           END-IF

           IF ws-extract-error = 'Y'
               ADD 1 TO ws-extracts-failed
           END-IF
           .

      * The same filter solution-3b's slope loader applies, with the
      * extract's own date standing in for the run date.
       para-set-slopes-in-effect.
           MOVE ZERO TO ws-slope-count

           PERFORM para-check-slope-in-effect
               VARYING ws-all-idx FROM 1 BY 1
               UNTIL ws-all-idx > ws-all-count
           .

       para-check-slope-in-effect.
           IF ws-all-eff-date(ws-all-idx) <= ws-ext-run-date(ws-ext-cur)
               ADD 1 TO ws-slope-count
               MOVE ws-all-right(ws-all-idx)
                   TO ws-tbl-right(ws-slope-count)
               MOVE ws-all-down(ws-all-idx)
                   TO ws-tbl-down(ws-slope-count)
               MOVE ZEROES TO ws-tbl-tree-count(ws-slope-count)
               MOVE ZEROES TO ws-tbl-impass-count(ws-slope-count)
           END-IF
           .

       para-recount-extract.
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-width-error
           MOVE ZEROES TO ws-line-count
           MOVE ZEROES TO ws-map-width
           MOVE ZEROES TO ws-content-hash

           OPEN INPUT fd-input

           IF ws-extract-file-status NOT = '00'
               MOVE 'REST-NOFIL' TO ws-exc-reason
               MOVE 'EXTRACT NOT ON DISK' TO ws-exc-keys
               PERFORM para-flag-extract
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ fd-input INTO ws-line
                       AT END MOVE 'Y' TO ws-eof
                       NOT AT END PERFORM para-recount-line
                   END-READ
               END-PERFORM

               CLOSE fd-input

               PERFORM para-check-extract-identity
           END-IF
           .

      * One line: its width against the first line's, every cell
      * into the tree-cell hash, and the slope arithmetic exactly as
      * solution-3b does it on the 0-based line counter.
       para-recount-line.
           PERFORM para-scan-width
               VARYING ws-scan-idx FROM 132 BY -1
               UNTIL ws-scan-idx < 1
                  OR ws-line(ws-scan-idx:1) NOT = SPACE
           MOVE ws-scan-idx TO ws-chk-width

           IF ws-line-count = ZERO
               MOVE ws-chk-width TO ws-map-width
           ELSE
               IF ws-chk-width NOT = ws-map-width
                   MOVE 'Y' TO ws-width-error
               END-IF
           END-IF

           ADD 1 TO ws-line-count GIVING ws-hash-line-no
           PERFORM para-hash-cell
               VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > ws-map-width

           IF ws-map-width > ZERO
               PERFORM para-check-slope
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
           END-IF

           ADD 1 TO ws-line-count
           .

       para-scan-width.
           CONTINUE
           .

      * Same formula solution-3b uses for fs-cat-hash.
       para-hash-cell.
           MOVE ws-line(ws-col-idx:1) TO ws-cell-char
           PERFORM para-classify-cell

           IF ws-cell-class = 'OBSTACLE'
               COMPUTE ws-content-hash = ws-content-hash
                   + ws-hash-line-no + (ws-col-idx * 7)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF
           .

       para-check-slope.
           DIVIDE ws-line-count BY ws-tbl-down(ws-slope-idx)
             GIVING ws-discard REMAINDER ws-scratch

           IF ws-scratch = 0
               COMPUTE ws-scratch = (ws-line-count
                                    / ws-tbl-down(ws-slope-idx))
                                    * ws-tbl-right(ws-slope-idx)
               DIVIDE ws-scratch BY ws-map-width GIVING ws-discard
                 REMAINDER ws-index
               ADD 1 TO ws-index GIVING ws-index

               MOVE ws-line(ws-index:1) TO ws-cell-char
               PERFORM para-classify-cell
               IF ws-cell-class = 'OBSTACLE'
                   ADD 1 TO ws-tbl-tree-count(ws-slope-idx)
               END-IF
               IF ws-cell-class = 'IMPASSABLE'
                   ADD 1 TO ws-tbl-impass-count(ws-slope-idx)
               END-IF
           END-IF
           .

       para-check-extract-identity.
           EVALUATE TRUE
               WHEN ws-width-error = 'Y'
                   MOVE 'REST-WIDTH' TO ws-exc-reason
                   MOVE 'RAGGED EXTRACT' TO ws-exc-keys
                   PERFORM para-flag-extract
               WHEN ws-line-count NOT = ws-ext-line-count(ws-ext-cur)
                   MOVE 'REST-LINES' TO ws-exc-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'CATALOG ' ws-ext-line-count(ws-ext-cur)
                       ' DISK ' ws-line-count
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-flag-extract
               WHEN ws-content-hash NOT = ws-ext-hash(ws-ext-cur)
                   MOVE 'REST-HASH' TO ws-exc-reason
                   MOVE 'TREE-CELL HASH DIFFERS' TO ws-exc-keys
                   PERFORM para-flag-extract
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Caller has staged the reason and keys; the extract is the
      * one being restated, and none of its rows are touched.
       para-flag-extract.
           MOVE 'Y' TO ws-extract-error
           MOVE 'Y' TO ws-restate-error

           MOVE SPACES TO ws-report-line
           STRING '  NOT RESTATED: ' ws-exc-reason
               '  ' ws-exc-keys
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE ws-ext-map-id(ws-ext-cur) TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           PERFORM para-write-exception-rec
           .

      * Compare one slope's recount with the history row on file and
      * write whatever differs. The alternate key is filled from the
      * primary key fields, as every history writer must.
       para-restate-slope.
           MOVE SPACES TO fs-history-rec
           MOVE ws-ext-run-date(ws-ext-cur) TO fs-hist-run-date
           MOVE ws-ext-map-id(ws-ext-cur) TO fs-hist-map-id
           MOVE ws-tbl-right(ws-slope-idx) TO fs-hist-right
           MOVE ws-tbl-down(ws-slope-idx) TO fs-hist-down

           MOVE 'Y' TO ws-before-found
           READ fd-history KEY IS fs-hist-key
               INVALID KEY MOVE 'N' TO ws-before-found
           END-READ

           IF ws-before-found = 'Y'
               MOVE fs-hist-tree-count TO ws-before-tree-count
               MOVE fs-hist-impass-count TO ws-before-impass-count
               MOVE SPACES TO ws-before-text
               STRING ws-before-tree-count '/' ws-before-impass-count
                   DELIMITED BY SIZE INTO ws-before-text
               IF ws-before-tree-count = ws-tbl-tree-count(ws-slope-idx)
                  AND ws-before-impass-count
                      = ws-tbl-impass-count(ws-slope-idx)
                   MOVE 'UNCHANGED' TO ws-row-action
                   ADD 1 TO ws-rows-unchanged
               ELSE
                   MOVE ws-tbl-tree-count(ws-slope-idx)
                       TO fs-hist-tree-count
                   MOVE ws-tbl-impass-count(ws-slope-idx)
                       TO fs-hist-impass-count
                   REWRITE fs-history-rec
                   MOVE 'CHANGED' TO ws-row-action
                   ADD 1 TO ws-rows-changed
               END-IF
           ELSE
               MOVE '(NO ROW)' TO ws-before-text
               MOVE SPACES TO fs-history-rec
               MOVE ws-ext-run-date(ws-ext-cur) TO fs-hist-run-date
               MOVE ws-ext-map-id(ws-ext-cur) TO fs-hist-map-id
               MOVE ws-tbl-right(ws-slope-idx) TO fs-hist-right
               MOVE ws-tbl-down(ws-slope-idx) TO fs-hist-down
               MOVE ws-tbl-tree-count(ws-slope-idx)
                   TO fs-hist-tree-count
               MOVE ws-tbl-impass-count(ws-slope-idx)
                   TO fs-hist-impass-count
               MOVE fs-hist-map-id TO fs-hist-sk-map-id
               MOVE fs-hist-right TO fs-hist-sk-right
               MOVE fs-hist-down TO fs-hist-sk-down
               MOVE fs-hist-run-date TO fs-hist-sk-run-date
               WRITE fs-history-rec
               MOVE 'ADDED' TO ws-row-action
               ADD 1 TO ws-rows-added
           END-IF

           MOVE SPACES TO ws-report-line
           STRING '  SLOPE ' ws-tbl-right(ws-slope-idx)
               '/' ws-tbl-down(ws-slope-idx)
               '  BEFORE ' ws-before-text
               '  AFTER ' ws-tbl-tree-count(ws-slope-idx)
               '/' ws-tbl-impass-count(ws-slope-idx)
               '  ' ws-row-action
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           STRING 'EXTRACTS RECOUNTED: ' ws-extracts-read
               '  FAILED: ' ws-extracts-failed
               '  ROWS ADDED: ' ws-rows-added
               '  CHANGED: ' ws-rows-changed
               '  UNCHANGED: ' ws-rows-unchanged
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-restate-error = 'Y'
               MOVE 'RESULT: RESTATEMENT INCOMPLETE - SEE ABOVE'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: RESTATEMENT COMPLETE' TO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
           .

      * Append one coded exception to the shared machine-readable
      * feed the monitoring system reads, mirroring what the print
      * report says so the pack and the pager can't disagree.
       para-write-exception-rec.
           OPEN EXTEND fd-exceptions
           IF ws-exc-file-status NOT = '00'
               OPEN OUTPUT fd-exceptions
           END-IF

           MOVE SPACES TO fs-exc-rec
           MOVE ws-run-date TO fs-exc-run-date
           MOVE 'solution-4e' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE ws-exc-severity TO fs-exc-severity
           MOVE ws-exc-reason TO fs-exc-reason
           MOVE ws-exc-keys TO fs-exc-keys
           WRITE fs-exc-rec

           CLOSE fd-exceptions
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
           MOVE 'solution-4e' TO fs-audit-program
           MOVE ws-cat-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
