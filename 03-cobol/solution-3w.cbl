           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.
           COPY sect-select.
           COPY adj-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-audit.
           COPY audit-rec.

       FD fd-sector.
           COPY sect-rec.

       FD fd-adjust.
           COPY adj-rec.

       WORKING-STORAGE SECTION.
           COPY hist-ws.
           COPY period-ws.
       01 ws-run-year PIC 9(4) VALUE ZEROES.
       01 ws-run-month PIC 9(2) VALUE ZEROES.
      * Final figures per sector and slope over the month, gathered
      * in a single pass over the month's rows of fd-history.
       01 ws-stmt-table.
           05 ws-stmt-entry OCCURS 100 TIMES.
               10 ws-stm-map-id PIC X(8).
               10 ws-stm-sum PIC 9(9).
               10 ws-stm-min PIC 9(7).
               10 ws-stm-max PIC 9(7).
               10 ws-stm-adj-runs PIC 9(5).
               10 ws-stm-adj-sum PIC 9(9).
       01 ws-stmt-count PIC 9(3) VALUE ZERO.
       01 ws-stmt-idx PIC 9(3) VALUE ZERO.
       01 ws-stmt-cur PIC 9(3) VALUE ZERO.
      * closes again with the reopening noted on the statement.
       01 ws-period-status PIC X(8) VALUE SPACES.
       01 ws-close-error PIC X VALUE 'N'.
      * District subtotals, printed under the sector lines whenever
      * a sector master is on disk: each sector/slope line of the
      * statement folded into its district's line for the slope,
      * then the district's total across every slope. A sector the
      * master doesn't know subtotals under *NONE*. Every district
      * line comes from a statement line, so ws-dsl-table can never
      * need more room than ws-stmt-table has.
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
               10 ws-dsl-runs PIC 9(5).
               10 ws-dsl-sum PIC 9(9).
       01 ws-dsl-count PIC 9(3) VALUE ZERO.
       01 ws-dsl-idx PIC 9(3) VALUE ZERO.
       01 ws-dsl-cur PIC 9(3) VALUE ZERO.
       01 ws-dst-runs PIC 9(5) VALUE ZEROES.
       01 ws-dst-sum PIC 9(9) VALUE ZEROES.
      * Forestry's ground-truth adjustments for the month. Each
      * sector/slope's total is restated with the standing
      * adjustment in place of our count for every run forestry
      * corrected, and printed beside the counted total with the
      * difference; the counted figures above stay as counted.
           COPY adj-ws.
       01 ws-adj-diff PIC S9(9) VALUE ZEROES.
       01 ws-adj-diff-out PIC +9(9).
       01 ws-month-counted PIC 9(9) VALUE ZEROES.
       01 ws-month-adjusted PIC 9(9) VALUE ZEROES.
           COPY audit-ws.

       PROCEDURE DIVISION.
               WRITE fs-statement-line FROM ws-statement-line
               DISPLAY ws-statement-line
           ELSE
               PERFORM para-load-adjustments
               IF ws-adj-full = 'Y'
                   MOVE 'Y' TO ws-close-error
                   MOVE SPACES TO ws-statement-line
                   STRING 'MORE THAN 6200 ADJUSTED SLOPES FOR MONTH '
                       ws-close-month ' - MONTH NOT CLOSED'
                       DELIMITED BY SIZE INTO ws-statement-line
                   WRITE fs-statement-line FROM ws-statement-line
                   DISPLAY ws-statement-line
               ELSE
                   PERFORM para-build-statement
               END-IF
           END-IF

           CLOSE fd-statement
                   VARYING ws-stmt-cur FROM 1 BY 1
                   UNTIL ws-stmt-cur > ws-stmt-count

               IF ws-adj-on = 'Y'
                   COMPUTE ws-adj-diff =
                       ws-month-adjusted - ws-month-counted
                   MOVE ws-adj-diff TO ws-adj-diff-out
                   MOVE SPACES TO ws-statement-line
                   STRING 'MONTH TOTAL  COUNTED ' ws-month-counted
                       '  ADJUSTED ' ws-month-adjusted
                       '  DIFFERENCE ' ws-adj-diff-out
                       DELIMITED BY SIZE INTO ws-statement-line
                   WRITE fs-statement-line FROM ws-statement-line
               END-IF

               PERFORM para-load-sectors
               IF ws-sect-overflow > ZERO
                   MOVE 'Y' TO ws-close-error
                   MOVE SPACES TO ws-statement-line
                   STRING 'SECTOR MASTER OVER 50 SECTORS - '
                       ws-sect-overflow ' ROW(S) NOT LOADED'
                       ' - MONTH NOT CLOSED'
                       DELIMITED BY SIZE INTO ws-statement-line
                   WRITE fs-statement-line FROM ws-statement-line
                   DISPLAY ws-statement-line
               ELSE
                   IF ws-sect-on = 'Y'
                       PERFORM para-fold-district
                           VARYING ws-stmt-cur FROM 1 BY 1
                           UNTIL ws-stmt-cur > ws-stmt-count
                       PERFORM para-write-district
                           VARYING ws-dst-cur FROM 1 BY 1
                           UNTIL ws-dst-cur > ws-dst-count
                   END-IF

                   PERFORM para-write-period-row

                   MOVE SPACES TO ws-statement-line
                   STRING 'MONTH ' ws-close-month
                       ' RECORDED CLOSED ON PERIOD CONTROL'
                       DELIMITED BY SIZE INTO ws-statement-line
                   WRITE fs-statement-line FROM ws-statement-line
               END-IF
           END-IF
           .

      * The primary key leads with the run date, so the read STARTs
      * at the first of the close month and stops at the first row
      * dated in a later month.
       para-scan-history.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-key
           MOVE ws-close-month TO fs-hist-run-date(1:6)
           MOVE '01' TO fs-hist-run-date(7:2)
           START fd-history KEY IS >= fs-hist-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD

           IF ws-hist-year-month = ws-close-month
               PERFORM para-fold-history-record
           ELSE
               MOVE 'Y' TO ws-hist-eof
           END-IF
           .

                   MOVE ZEROES TO ws-stm-sum(ws-stmt-count)
                   MOVE 9999999 TO ws-stm-min(ws-stmt-count)
                   MOVE ZEROES TO ws-stm-max(ws-stmt-count)
                   MOVE ZEROES TO ws-stm-adj-runs(ws-stmt-count)
                   MOVE ZEROES TO ws-stm-adj-sum(ws-stmt-count)
                   MOVE ws-stmt-count TO ws-stmt-cur
               ELSE
                   MOVE 'Y' TO ws-close-error
               IF fs-hist-tree-count > ws-stm-max(ws-stmt-cur)
                   MOVE fs-hist-tree-count TO ws-stm-max(ws-stmt-cur)
               END-IF

               PERFORM para-find-adjustment
               IF ws-adj-cur > ZERO
                   ADD 1 TO ws-stm-adj-runs(ws-stmt-cur)
                   ADD ws-adj-tree-count(ws-adj-cur)
                       TO ws-stm-adj-sum(ws-stmt-cur)
               ELSE
                   ADD fs-hist-tree-count TO ws-stm-adj-sum(ws-stmt-cur)
               END-IF
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

      * Every adjustment row for a count date in the close month.
       para-load-adjustments.
           MOVE ZERO TO ws-adj-count
           MOVE ZERO TO ws-adj-rows
           MOVE 'N' TO ws-adj-eof
           MOVE ws-close-month TO ws-adj-from-date(1:6)
           MOVE '01' TO ws-adj-from-date(7:2)
           MOVE ws-close-month TO ws-adj-to-date(1:6)
           MOVE '31' TO ws-adj-to-date(7:2)

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

       para-match-stmt-entry.
           IF ws-stm-map-id(ws-stmt-idx) = fs-hist-map-id
              AND ws-stm-right(ws-stmt-idx) = fs-hist-right
               '  AVG ' ws-stmt-avg
               DELIMITED BY SIZE INTO ws-statement-line
           WRITE fs-statement-line FROM ws-statement-line

           ADD ws-stm-sum(ws-stmt-cur) TO ws-month-counted
           ADD ws-stm-adj-sum(ws-stmt-cur) TO ws-month-adjusted

           IF ws-stm-adj-runs(ws-stmt-cur) > ZERO
               COMPUTE ws-adj-diff = ws-stm-adj-sum(ws-stmt-cur)
                   - ws-stm-sum(ws-stmt-cur)
               MOVE ws-adj-diff TO ws-adj-diff-out
               MOVE SPACES TO ws-statement-line
               STRING '    GROUND TRUTH  RUNS ADJUSTED '
                   ws-stm-adj-runs(ws-stmt-cur)
                   '  COUNTED ' ws-stm-sum(ws-stmt-cur)
                   '  ADJUSTED ' ws-stm-adj-sum(ws-stmt-cur)
                   '  DIFFERENCE ' ws-adj-diff-out
                   DELIMITED BY SIZE INTO ws-statement-line
               WRITE fs-statement-line FROM ws-statement-line
           END-IF
           .

      * Read the sector master into storage for the district
      * lookups. With no master on disk the statement carries no
      * district subtotals. ws-sect-table only has room for 50
      * sectors; rows past that are counted in ws-sect-overflow and
      * leave the month open rather than subtotal under *NONE*.
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

      * One statement line into its district's line for the slope,
      * added on first sight.
       para-fold-district.
           MOVE ws-stm-map-id(ws-stmt-cur) TO ws-sect-lookup-id
           PERFORM para-find-district

           MOVE ZERO TO ws-dsl-cur
           PERFORM para-match-dsl-entry
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           IF ws-dsl-cur = ZERO
               ADD 1 TO ws-dsl-count
               MOVE ws-dsl-count TO ws-dsl-cur
               MOVE ws-dst-cur TO ws-dsl-dst(ws-dsl-cur)
               MOVE ws-stm-right(ws-stmt-cur)
                   TO ws-dsl-right(ws-dsl-cur)
               MOVE ws-stm-down(ws-stmt-cur) TO ws-dsl-down(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-runs(ws-dsl-cur)
               MOVE ZEROES TO ws-dsl-sum(ws-dsl-cur)
           END-IF

           ADD ws-stm-runs(ws-stmt-cur) TO ws-dsl-runs(ws-dsl-cur)
           ADD ws-stm-sum(ws-stmt-cur) TO ws-dsl-sum(ws-dsl-cur)
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
              AND ws-dsl-right(ws-dsl-idx) = ws-stm-right(ws-stmt-cur)
              AND ws-dsl-down(ws-dsl-idx) = ws-stm-down(ws-stmt-cur)
               MOVE ws-dsl-idx TO ws-dsl-cur
           END-IF
           .

      * One district's slope lines, then its subtotal across every
      * slope.
       para-write-district.
           MOVE ZEROES TO ws-dst-runs
           MOVE ZEROES TO ws-dst-sum

           PERFORM para-write-district-slope
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           MOVE SPACES TO ws-statement-line
           STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
               '  SUBTOTAL     RUNS ' ws-dst-runs
               '  TOTAL ' ws-dst-sum
               DELIMITED BY SIZE INTO ws-statement-line
           WRITE fs-statement-line FROM ws-statement-line
           .

       para-write-district-slope.
           IF ws-dsl-dst(ws-dsl-idx) = ws-dst-cur
               ADD ws-dsl-runs(ws-dsl-idx) TO ws-dst-runs
               ADD ws-dsl-sum(ws-dsl-idx) TO ws-dst-sum

               MOVE SPACES TO ws-statement-line
               STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
                   '  SLOPE ' ws-dsl-right(ws-dsl-idx)
                   '/' ws-dsl-down(ws-dsl-idx)
                   '  RUNS ' ws-dsl-runs(ws-dsl-idx)
                   '  TOTAL ' ws-dsl-sum(ws-dsl-idx)
                   DELIMITED BY SIZE INTO ws-statement-line
               WRITE fs-statement-line FROM ws-statement-line
           END-IF
           .

       para-write-period-row.
