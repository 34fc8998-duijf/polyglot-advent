           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY hist-select.
           COPY sect-select.
           COPY adj-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-history.
           COPY hist-rec.

       FD fd-sector.
           COPY sect-rec.

       FD fd-adjust.
           COPY adj-rec.

       WORKING-STORAGE SECTION.
           COPY slope-ws.
      * Week-to-date and month-to-date figures per active slope,
               10 ws-tbl-mtd-sum PIC 9(9) VALUE ZEROES.
               10 ws-tbl-mtd-min PIC 9(7) VALUE ZEROES.
               10 ws-tbl-mtd-max PIC 9(7) VALUE ZEROES.
               10 ws-tbl-mtd-adj-runs PIC 9(5) VALUE ZEROES.
               10 ws-tbl-mtd-adj-sum PIC 9(9) VALUE ZEROES.
       01 ws-slope-count PIC 9(2) VALUE ZERO.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
      * Archived report of the run, replacing the old sysout DISPLAY.
       01 ws-month-to-date PIC 9(6) VALUE ZEROES.
       01 ws-hist-year-month PIC 9(6) VALUE ZEROES.
       01 ws-wtd-avg PIC 9(7) VALUE ZEROES.
      * Earliest run date either window can reach - the week start
      * early in a month, the first of the month later on. The
      * history read STARTs there instead of at the top of the file.
       01 ws-window-start-date PIC 9(8) VALUE ZEROES.
      * The command line names the history file and may add MAP=<id>
      * to roll up a single survey sector. A sector rollup reads each
      * active slope's rows for that sector off the sector key rather
      * than every sector's rows for the window.
       01 ws-command-line PIC X(80) VALUE SPACES.
       01 ws-option-token PIC X(12) VALUE SPACES.
       01 ws-sel-map-id PIC X(8) VALUE SPACES.
       01 ws-scan-idx PIC 9(2) VALUE ZERO.
       01 ws-mtd-avg PIC 9(7) VALUE ZEROES.
      * District subtotals, printed under the slope lines whenever a
      * sector master is on disk: each history row's map-id is
      * looked up on the master, and its tree-count is folded into
      * that district's line for the slope as well. A sector the
      * master doesn't know subtotals under *NONE*.
           COPY sect-ws.
       01 ws-row-district PIC X(8) VALUE SPACES.
       01 ws-dst-table.
           05 ws-dst-name OCCURS 60 TIMES PIC X(8).
       01 ws-dst-count PIC 9(2) VALUE ZERO.
       01 ws-dst-idx PIC 9(2) VALUE ZERO.
       01 ws-dst-cur PIC 9(2) VALUE ZERO.
       01 ws-dsl-table.
           05 ws-dsl-entry OCCURS 100 TIMES.
               10 ws-dsl-dst PIC 9(2).
               10 ws-dsl-right PIC 9(2).
               10 ws-dsl-down PIC 9(2).
               10 ws-dsl-wtd-count PIC 9(5).
               10 ws-dsl-wtd-sum PIC 9(9).
               10 ws-dsl-mtd-count PIC 9(5).
               10 ws-dsl-mtd-sum PIC 9(9).
       01 ws-dsl-count PIC 9(3) VALUE ZERO.
       01 ws-dsl-idx PIC 9(3) VALUE ZERO.
       01 ws-dsl-cur PIC 9(3) VALUE ZERO.
       01 ws-dst-wtd-count PIC 9(5) VALUE ZEROES.
       01 ws-dst-wtd-sum PIC 9(9) VALUE ZEROES.
       01 ws-dst-mtd-count PIC 9(5) VALUE ZEROES.
       01 ws-dst-mtd-sum PIC 9(9) VALUE ZEROES.
      * Forestry's ground-truth adjustments inside the month-to-date
      * window. A slope with any of its runs corrected gets a line
      * restating its month-to-date trees with the standing
      * adjustment in place of our count, beside the counted total
      * and the difference.
           COPY adj-ws.
       01 ws-adj-diff PIC S9(9) VALUE ZEROES.
       01 ws-adj-diff-out PIC +9(9).

       PROCEDURE DIVISION.
       para-main.
           ACCEPT ws-command-line FROM COMMAND-LINE
           UNSTRING ws-command-line DELIMITED BY ALL SPACE
               INTO ws-history-filename ws-option-token
           END-UNSTRING
           IF ws-option-token(1:4) = 'MAP='
               MOVE ws-option-token(5:8) TO ws-sel-map-id
           END-IF
           IF ws-history-filename = SPACES
               MOVE 'history' TO ws-history-filename
           END-IF
           PERFORM para-write-header

           PERFORM para-load-slopes
           PERFORM para-load-sectors
           PERFORM para-load-adjustments

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
               IF ws-sel-map-id = SPACES
                   PERFORM para-scan-history
               ELSE
                   PERFORM para-scan-sector-slope
                       VARYING ws-scan-idx FROM 1 BY 1
                       UNTIL ws-scan-idx > ws-slope-count
               END-IF
               CLOSE fd-history
           END-IF

               VARYING ws-slope-idx FROM 1 BY 1
               UNTIL ws-slope-idx > ws-slope-count

           IF ws-sect-on = 'Y'
               PERFORM para-write-district
                   VARYING ws-dst-cur FROM 1 BY 1
                   UNTIL ws-dst-cur > ws-dst-count
           END-IF

           IF ws-adj-full = 'Y'
               MOVE SPACES TO ws-report-line
               MOVE 'OVER 6200 ADJUSTED SLOPES - TOTALS INCOMPLETE'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           IF ws-sect-overflow > ZERO
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR MASTER OVER 50 SECTORS - '
                   ws-sect-overflow ' ROW(S) NOT LOADED'
                   ' - DISTRICT TOTALS INCOMPLETE'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE fd-report

           STOP RUN
               '  PROGRAM: solution-3c'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-sel-map-id NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR: ' ws-sel-map-id
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * Today's run date is always the top of the month-to-date
           COMPUTE ws-week-start-int = ws-date-int - 6
           COMPUTE ws-week-start-date =
               FUNCTION DATE-OF-INTEGER(ws-week-start-int)

           MOVE ws-run-date TO ws-window-start-date
           MOVE '01' TO ws-window-start-date(7:2)
           IF ws-week-start-date < ws-window-start-date
               MOVE ws-week-start-date TO ws-window-start-date
           END-IF
           .

      * Read today's active trajectories off the slope maintenance
           END-IF
           .

      * Read the sector master into storage for the district
      * lookups. With no master on disk the report carries no
      * district subtotals. ws-sect-table only has room for 50
      * sectors; rows past that are counted in ws-sect-overflow and
      * fail the run rather than subtotal under *NONE*.
       para-load-sectors.
           MOVE ZERO TO ws-sect-count
           MOVE ZERO TO ws-sect-overflow
           MOVE 'N' TO ws-sect-eof

           OPEN INPUT fd-sector

           IF ws-sect-file-status = '00'
               MOVE 'Y' TO ws-sect-on

               PERFORM UNTIL ws-sect-eof = 'Y'
                   READ fd-sector
                       AT END MOVE 'Y' TO ws-sect-eof
                       NOT AT END PERFORM para-load-sector-record
                   END-READ
               END-PERFORM

               CLOSE fd-sector
           END-IF
           .

       para-load-sector-record.
           IF fs-sect-map-id NOT = SPACES
               IF ws-sect-count < 50
                   ADD 1 TO ws-sect-count
                   MOVE fs-sect-map-id TO ws-sect-map-id(ws-sect-count)
                   MOVE fs-sect-district
                       TO ws-sect-district(ws-sect-count)
                   MOVE fs-sect-width TO ws-sect-width(ws-sect-count)
                   MOVE fs-sect-lines TO ws-sect-lines(ws-sect-count)
                   MOVE fs-sect-vendor TO ws-sect-vendor(ws-sect-count)
               ELSE
                   ADD 1 TO ws-sect-overflow
               END-IF
           END-IF
           .

      * Single pass over the history rows from the start of the
      * earlier window through today, folding each one into whichever
      * active slope it belongs to and whichever of the week-to-date/
      * month-to-date windows it falls in. The primary key leads with
      * the run date, so the first row past today ends the pass.
       para-scan-history.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-key
           MOVE ws-window-start-date TO fs-hist-run-date
           START fd-history KEY IS >= fs-hist-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD
                   AT END MOVE 'Y' TO ws-hist-eof
                   NOT AT END PERFORM para-check-history-date
               END-READ
           END-PERFORM
           .

       para-check-history-date.
           IF fs-hist-run-date > ws-run-date
               MOVE 'Y' TO ws-hist-eof
           ELSE
               PERFORM para-apply-history-record
           END-IF
           .

      * One sector's rows for one active slope, read off the sector
      * key from the start of the earlier window through today. The
      * pass ends at the first row for another slope or sector or
      * past today.
       para-scan-sector-slope.
           MOVE 'N' TO ws-hist-eof
           MOVE ws-sel-map-id TO fs-hist-sk-map-id
           MOVE ws-tbl-right(ws-scan-idx) TO fs-hist-sk-right
           MOVE ws-tbl-down(ws-scan-idx) TO fs-hist-sk-down
           MOVE ws-window-start-date TO fs-hist-sk-run-date
           START fd-history KEY IS >= fs-hist-sector-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD
                   AT END MOVE 'Y' TO ws-hist-eof
                   NOT AT END PERFORM para-check-sector-row
               END-READ
           END-PERFORM
           .

       para-check-sector-row.
           IF fs-hist-sk-map-id NOT = ws-sel-map-id
              OR fs-hist-sk-right NOT = ws-tbl-right(ws-scan-idx)
              OR fs-hist-sk-down NOT = ws-tbl-down(ws-scan-idx)
              OR fs-hist-sk-run-date > ws-run-date
               MOVE 'Y' TO ws-hist-eof
           ELSE
               PERFORM para-apply-history-record
           END-IF
           .

       para-apply-history-record.
           PERFORM para-fold-history-record
               VARYING ws-slope-idx FROM 1 BY 1
               IF ws-hist-year-month = ws-month-to-date
                   PERFORM para-fold-mtd
               END-IF

               IF ws-sect-on = 'Y'
                   PERFORM para-fold-district
               END-IF
           END-IF
           .

      * The row's district line for its slope, added on first sight.
      * ws-dsl-table only has room for 100 district/slope lines; a
      * 101st is skipped rather than written past the end of the
      * table.
       para-fold-district.
           MOVE fs-hist-map-id TO ws-sect-lookup-id
           PERFORM para-find-district

           MOVE ZERO TO ws-dsl-cur
           PERFORM para-match-dsl-entry
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           IF ws-dsl-cur = ZERO AND ws-dsl-count < 100
               ADD 1 TO ws-dsl-count
               MOVE ws-dsl-count TO ws-dsl-cur
               MOVE ws-dst-cur TO ws-dsl-dst(ws-dsl-cur)
               MOVE fs-hist-right TO ws-dsl-right(ws-dsl-cur)
               MOVE fs-hist-down TO ws-dsl-down(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-wtd-count(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-wtd-sum(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-mtd-count(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-mtd-sum(ws-dsl-cur)
           END-IF

           IF ws-dsl-cur > ZERO
               IF fs-hist-run-date >= ws-week-start-date
                  AND fs-hist-run-date <= ws-run-date
                   ADD 1 TO ws-dsl-wtd-count(ws-dsl-cur)
                   ADD fs-hist-tree-count TO ws-dsl-wtd-sum(ws-dsl-cur)
               END-IF
               IF ws-hist-year-month = ws-month-to-date
                   ADD 1 TO ws-dsl-mtd-count(ws-dsl-cur)
                   ADD fs-hist-tree-count TO ws-dsl-mtd-sum(ws-dsl-cur)
               END-IF
           END-IF
           .

      * The district the master files ws-sect-lookup-id under, as
      * an entry in ws-dst-table. ws-dst-table has room for every
      * district the 50-sector master can name plus *NONE*.
       para-find-district.
           MOVE '*NONE*' TO ws-row-district
           PERFORM para-match-sector-district
               VARYING ws-sect-idx FROM 1 BY 1
               UNTIL ws-sect-idx > ws-sect-count

           MOVE ZERO TO ws-dst-cur
           PERFORM para-match-district
               VARYING ws-dst-idx FROM 1 BY 1
               UNTIL ws-dst-idx > ws-dst-count

           IF ws-dst-cur = ZERO
               ADD 1 TO ws-dst-count
               MOVE ws-dst-count TO ws-dst-cur
               MOVE ws-row-district TO ws-dst-name(ws-dst-cur)
           END-IF
           .

       para-match-sector-district.
           IF ws-sect-map-id(ws-sect-idx) = ws-sect-lookup-id
               MOVE ws-sect-district(ws-sect-idx) TO ws-row-district
           END-IF
           .

       para-match-district.
           IF ws-dst-name(ws-dst-idx) = ws-row-district
               MOVE ws-dst-idx TO ws-dst-cur
           END-IF
           .

       para-match-dsl-entry.
           IF ws-dsl-dst(ws-dsl-idx) = ws-dst-cur
              AND ws-dsl-right(ws-dsl-idx) = fs-hist-right
              AND ws-dsl-down(ws-dsl-idx) = fs-hist-down
               MOVE ws-dsl-idx TO ws-dsl-cur
           END-IF
           .

       para-fold-mtd.
           ADD 1 TO ws-tbl-mtd-count(ws-slope-idx)
           ADD fs-hist-tree-count TO ws-tbl-mtd-sum(ws-slope-idx)

           PERFORM para-find-adjustment
           IF ws-adj-cur > ZERO
               ADD 1 TO ws-tbl-mtd-adj-runs(ws-slope-idx)
               ADD ws-adj-tree-count(ws-adj-cur)
                   TO ws-tbl-mtd-adj-sum(ws-slope-idx)
           ELSE
               ADD fs-hist-tree-count
                   TO ws-tbl-mtd-adj-sum(ws-slope-idx)
           END-IF
           IF fs-hist-tree-count < ws-tbl-mtd-min(ws-slope-idx)
               MOVE fs-hist-tree-count TO ws-tbl-mtd-min(ws-slope-idx)
           END-IF
               '  AVG: ' ws-mtd-avg
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-tbl-mtd-adj-runs(ws-slope-idx) > ZERO
               COMPUTE ws-adj-diff = ws-tbl-mtd-adj-sum(ws-slope-idx)
                   - ws-tbl-mtd-sum(ws-slope-idx)
               MOVE ws-adj-diff TO ws-adj-diff-out
               MOVE SPACES TO ws-report-line
               STRING 'SLOPE ' ws-tbl-right(ws-slope-idx)
                   '/' ws-tbl-down(ws-slope-idx)
                   '  MTD ADJUSTED RUNS: '
                   ws-tbl-mtd-adj-runs(ws-slope-idx)
                   '  COUNTED: ' ws-tbl-mtd-sum(ws-slope-idx)
                   '  ADJUSTED: ' ws-tbl-mtd-adj-sum(ws-slope-idx)
                   '  DIFF: ' ws-adj-diff-out
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * The standing adjustment for the history row in the record
      * area: the entry held for its date, sector and slope.
       para-find-adjustment.
           MOVE ZERO TO ws-adj-cur
           PERFORM para-match-adjustment
               VARYING ws-adj-idx FROM 1 BY 1
               UNTIL ws-adj-idx > ws-adj-count
           .

       para-match-adjustment.
           IF ws-adj-run-date(ws-adj-idx) = fs-hist-run-date
              AND ws-adj-map-id(ws-adj-idx) = fs-hist-map-id
              AND ws-adj-right(ws-adj-idx) = fs-hist-right
              AND ws-adj-down(ws-adj-idx) = fs-hist-down
               MOVE ws-adj-idx TO ws-adj-cur
           END-IF
           .

      * Every adjustment row for a count date the report's windows
      * can reach.
       para-load-adjustments.
           MOVE ZERO TO ws-adj-count
           MOVE ZERO TO ws-adj-rows
           MOVE 'N' TO ws-adj-eof
           MOVE ws-window-start-date TO ws-adj-from-date
           MOVE ws-run-date TO ws-adj-to-date

           OPEN INPUT fd-adjust

           IF ws-adj-file-status = '00'
               MOVE 'Y' TO ws-adj-on

               PERFORM UNTIL ws-adj-eof = 'Y'
                   READ fd-adjust
                       AT END MOVE 'Y' TO ws-adj-eof
                       NOT AT END PERFORM para-load-adjust-record
                   END-READ
               END-PERFORM

               CLOSE fd-adjust
           END-IF
           .

      * A row for a key already held replaces it; a new key takes
      * the next free entry.
       para-load-adjust-record.
           ADD 1 TO ws-adj-rows
           IF fs-adj-run-date NOT < ws-adj-from-date
              AND fs-adj-run-date NOT > ws-adj-to-date
               PERFORM para-find-adjust-key
               IF ws-adj-cur = ZERO
                   IF ws-adj-count < 6200
                       ADD 1 TO ws-adj-count
                       MOVE ws-adj-count TO ws-adj-cur
                   ELSE
                       MOVE 'Y' TO ws-adj-full
                   END-IF
               END-IF
               IF ws-adj-cur > ZERO
                   PERFORM para-hold-adjustment
               END-IF
           END-IF
           .

       para-find-adjust-key.
           MOVE ZERO TO ws-adj-cur
           PERFORM para-match-adjust-key
               VARYING ws-adj-idx FROM 1 BY 1
               UNTIL ws-adj-idx > ws-adj-count
           .

       para-match-adjust-key.
           IF ws-adj-run-date(ws-adj-idx) = fs-adj-run-date
              AND ws-adj-map-id(ws-adj-idx) = fs-adj-map-id
              AND ws-adj-right(ws-adj-idx) = fs-adj-right
              AND ws-adj-down(ws-adj-idx) = fs-adj-down
               MOVE ws-adj-idx TO ws-adj-cur
           END-IF
           .

       para-hold-adjustment.
           MOVE fs-adj-run-date TO ws-adj-run-date(ws-adj-cur)
           MOVE fs-adj-map-id TO ws-adj-map-id(ws-adj-cur)
           MOVE fs-adj-right TO ws-adj-right(ws-adj-cur)
           MOVE fs-adj-down TO ws-adj-down(ws-adj-cur)
           MOVE fs-adj-counted TO ws-adj-counted(ws-adj-cur)
           MOVE fs-adj-tree-count TO ws-adj-tree-count(ws-adj-cur)
           MOVE fs-adj-by TO ws-adj-by(ws-adj-cur)
           MOVE fs-adj-reason TO ws-adj-reason(ws-adj-cur)
           MOVE fs-adj-loaded TO ws-adj-loaded(ws-adj-cur)
           MOVE ws-adj-rows TO ws-adj-row(ws-adj-cur)
           .

      * One district's slope lines, then its subtotal across every
      * slope.
       para-write-district.
           MOVE ZEROES TO ws-dst-wtd-count
           MOVE ZEROES TO ws-dst-wtd-sum
           MOVE ZEROES TO ws-dst-mtd-count
           MOVE ZEROES TO ws-dst-mtd-sum

           PERFORM para-write-district-slope
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           MOVE SPACES TO ws-report-line
           STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
               '  SUBTOTAL     WTD RUNS: ' ws-dst-wtd-count
               '  TREES: ' ws-dst-wtd-sum
               '  MTD RUNS: ' ws-dst-mtd-count
               '  TREES: ' ws-dst-mtd-sum
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-district-slope.
           IF ws-dsl-dst(ws-dsl-idx) = ws-dst-cur
               ADD ws-dsl-wtd-count(ws-dsl-idx) TO ws-dst-wtd-count
               ADD ws-dsl-wtd-sum(ws-dsl-idx) TO ws-dst-wtd-sum
               ADD ws-dsl-mtd-count(ws-dsl-idx) TO ws-dst-mtd-count
               ADD ws-dsl-mtd-sum(ws-dsl-idx) TO ws-dst-mtd-sum

               MOVE SPACES TO ws-report-line
               STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
                   '  SLOPE ' ws-dsl-right(ws-dsl-idx)
                   '/' ws-dsl-down(ws-dsl-idx)
                   '  WTD RUNS: ' ws-dsl-wtd-count(ws-dsl-idx)
                   '  TREES: ' ws-dsl-wtd-sum(ws-dsl-idx)
                   '  MTD RUNS: ' ws-dsl-mtd-count(ws-dsl-idx)
                   '  TREES: ' ws-dsl-mtd-sum(ws-dsl-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .
