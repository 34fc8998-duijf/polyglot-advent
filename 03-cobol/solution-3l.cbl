           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.
           COPY sect-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-audit.
           COPY audit-rec.

       FD fd-sector.
           COPY sect-rec.

       WORKING-STORAGE SECTION.
           COPY slope-ws.
           COPY hist-ws.
      * Today's total per active slope, summed across every sector
      * counted today, so a trajectory is judged on the whole
      * corridor rather than whichever map happened to load last.
      * A slope that crossed impassable ground on any sector today is
      * blocked: it still ranks on its trees, but it's never the one
      * recommended.
       01 ws-slope-table.
           05 ws-slope-entry OCCURS 20 TIMES.
               10 ws-tbl-right PIC 9(2).
               10 ws-tbl-down PIC 9(2).
               10 ws-tbl-tree-count PIC 9(7) VALUE ZEROES.
               10 ws-tbl-counted PIC X VALUE 'N'.
               10 ws-tbl-blocked PIC X VALUE 'N'.
       01 ws-slope-count PIC 9(2) VALUE ZERO.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
       01 ws-sort-idx PIC 9(2) VALUE ZERO.
       01 ws-swap-down PIC 9(2) VALUE ZEROES.
       01 ws-swap-tree-count PIC 9(7) VALUE ZEROES.
       01 ws-swap-counted PIC X VALUE 'N'.
       01 ws-swap-blocked PIC X VALUE 'N'.
       01 ws-recommended PIC X VALUE 'N'.
       01 ws-worst-count PIC 9(7) VALUE ZEROES.
       01 ws-prior-count PIC 9(7) VALUE ZEROES.
       01 ws-pct-of-worst PIC 9(3) VALUE ZEROES.
       01 ws-rank-note PIC X(20) VALUE SPACES.
       01 ws-counted-slopes PIC 9(2) VALUE ZERO.
       01 ws-recommend-error PIC X VALUE 'N'.
      * District subtotals, printed under the ranking whenever a
      * sector master is on disk: today's trees per slope within
      * each district, the district's total, and the slope a crew
      * working only that district would fly - its fewest-trees
      * unblocked slope. A sector the master doesn't know subtotals
      * under *NONE*.
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
               10 ws-dsl-tree-count PIC 9(7).
               10 ws-dsl-blocked PIC X.
       01 ws-dsl-count PIC 9(3) VALUE ZERO.
       01 ws-dsl-idx PIC 9(3) VALUE ZERO.
       01 ws-dsl-cur PIC 9(3) VALUE ZERO.
       01 ws-dsl-best PIC 9(3) VALUE ZERO.
       01 ws-dst-tree-count PIC 9(9) VALUE ZEROES.
       01 ws-dsl-note PIC X(20) VALUE SPACES.
           COPY audit-ws.

       PROCEDURE DIVISION.
           PERFORM para-write-header

           PERFORM para-load-slopes
           PERFORM para-load-sectors

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
           ELSE
               PERFORM para-sort-slopes
               PERFORM para-write-ranking

               IF ws-sect-on = 'Y'
                   PERFORM para-write-district
                       VARYING ws-dst-cur FROM 1 BY 1
                       UNTIL ws-dst-cur > ws-dst-count
               END-IF
           END-IF

           IF ws-sect-overflow > ZERO
               MOVE 'Y' TO ws-recommend-error
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR MASTER OVER 50 SECTORS - '
                   ws-sect-overflow ' ROW(S) NOT LOADED'
                   ' - DISTRICT TOTALS INCOMPLETE'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
           END-IF

           CLOSE fd-report
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

      * Only today's rows are ranked, and the primary key leads with
      * the run date, so the read STARTs at today's first row and
      * stops at the first row for a later date.
       para-scan-history.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-key
           MOVE ws-run-date TO fs-hist-run-date
           START fd-history KEY IS >= fs-hist-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD
               PERFORM para-fold-history-record
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
           ELSE
               MOVE 'Y' TO ws-hist-eof
           END-IF
           .

               ADD fs-hist-tree-count
                   TO ws-tbl-tree-count(ws-slope-idx)
               MOVE 'Y' TO ws-tbl-counted(ws-slope-idx)
               IF fs-hist-impass-count > ZERO
                   MOVE 'Y' TO ws-tbl-blocked(ws-slope-idx)
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
               MOVE ZEROES TO ws-dsl-tree-count(ws-dsl-cur)
               MOVE 'N' TO ws-dsl-blocked(ws-dsl-cur)
           END-IF

           IF ws-dsl-cur > ZERO
               ADD fs-hist-tree-count TO ws-dsl-tree-count(ws-dsl-cur)
               IF fs-hist-impass-count > ZERO
                   MOVE 'Y' TO ws-dsl-blocked(ws-dsl-cur)
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

           MOVE ws-tbl-down(ws-sort-idx) TO ws-swap-down
           MOVE ws-tbl-tree-count(ws-sort-idx) TO ws-swap-tree-count
           MOVE ws-tbl-counted(ws-sort-idx) TO ws-swap-counted
           MOVE ws-tbl-blocked(ws-sort-idx) TO ws-swap-blocked

           MOVE ws-tbl-right(ws-sort-min) TO ws-tbl-right(ws-sort-idx)
           MOVE ws-tbl-down(ws-sort-min) TO ws-tbl-down(ws-sort-idx)
               TO ws-tbl-tree-count(ws-sort-idx)
           MOVE ws-tbl-counted(ws-sort-min)
               TO ws-tbl-counted(ws-sort-idx)
           MOVE ws-tbl-blocked(ws-sort-min)
               TO ws-tbl-blocked(ws-sort-idx)

           MOVE ws-swap-right TO ws-tbl-right(ws-sort-min)
           MOVE ws-swap-down TO ws-tbl-down(ws-sort-min)
           MOVE ws-swap-tree-count TO ws-tbl-tree-count(ws-sort-min)
           MOVE ws-swap-counted TO ws-tbl-counted(ws-sort-min)
           MOVE ws-swap-blocked TO ws-tbl-blocked(ws-sort-min)
           .

      * The worst (most-tree) slope anchors the percentage column;

           MOVE ZERO TO ws-rank
           MOVE ZEROES TO ws-prior-count
           MOVE 'N' TO ws-recommended

           PERFORM para-write-rank-line
               VARYING ws-slope-idx FROM 1 BY 1
               ADD 1 TO ws-rank

               MOVE SPACES TO ws-rank-note
               EVALUATE TRUE
                   WHEN ws-tbl-blocked(ws-slope-idx) = 'Y'
                       MOVE 'BLOCKED' TO ws-rank-note
                   WHEN ws-recommended = 'N'
                       MOVE 'RECOMMENDED' TO ws-rank-note
                       MOVE 'Y' TO ws-recommended
                   WHEN ws-rank > 1
                      AND ws-tbl-tree-count(ws-slope-idx)
                          = ws-prior-count
                       MOVE 'TIE WITH RANK ABOVE' TO ws-rank-note
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF ws-worst-count = ZERO
                   MOVE ZERO TO ws-pct-of-worst
           END-IF
           .

      * One district's slope lines, its fewest-trees unblocked slope
      * marked, then its subtotal across every slope.
       para-write-district.
           MOVE ZEROES TO ws-dst-tree-count
           MOVE ZERO TO ws-dsl-best

           PERFORM para-find-district-best
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           PERFORM para-write-district-slope
               VARYING ws-dsl-idx FROM 1 BY 1
               UNTIL ws-dsl-idx > ws-dsl-count

           MOVE SPACES TO ws-report-line
           STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
               '  SUBTOTAL     TREES ' ws-dst-tree-count
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-find-district-best.
           IF ws-dsl-dst(ws-dsl-idx) = ws-dst-cur
              AND ws-dsl-blocked(ws-dsl-idx) = 'N'
               IF ws-dsl-best = ZERO
                   MOVE ws-dsl-idx TO ws-dsl-best
               ELSE
                   IF ws-dsl-tree-count(ws-dsl-idx)
                      < ws-dsl-tree-count(ws-dsl-best)
                       MOVE ws-dsl-idx TO ws-dsl-best
                   END-IF
               END-IF
           END-IF
           .

       para-write-district-slope.
           IF ws-dsl-dst(ws-dsl-idx) = ws-dst-cur
               ADD ws-dsl-tree-count(ws-dsl-idx) TO ws-dst-tree-count

               MOVE SPACES TO ws-dsl-note
               EVALUATE TRUE
                   WHEN ws-dsl-blocked(ws-dsl-idx) = 'Y'
                       MOVE 'BLOCKED' TO ws-dsl-note
                   WHEN ws-dsl-idx = ws-dsl-best
                       MOVE 'DISTRICT BEST' TO ws-dsl-note
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACES TO ws-report-line
               STRING 'DISTRICT ' ws-dst-name(ws-dst-cur)
                   '  SLOPE ' ws-dsl-right(ws-dsl-idx)
                   '/' ws-dsl-down(ws-dsl-idx)
                   '  TREES ' ws-dsl-tree-count(ws-dsl-idx)
                   '  ' ws-dsl-note
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * Append this run to the shared audit trail - job/run id (this
      * run's own date/time), program, input file, and final result -
      * no matter how the run turned out.
