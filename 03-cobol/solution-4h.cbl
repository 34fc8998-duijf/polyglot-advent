       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4h.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fd-input
           ASSIGN TO DYNAMIC ws-input-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-input-file-status.
      * Same manifest of survey sectors the multi-slope count works
      * from: one map-id and extract filename per row. When no
      * manifest is on file the run exports the single extract named
      * on the control card.
       SELECT fd-manifest
           ASSIGN TO DYNAMIC ws-manifest-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-man-file-status.
           COPY grid-select.
      * Every tree on every counted trajectory, one row each, for the
      * GIS team to load onto their maps. Header and trailer let the
      * receiving side balance the file before loading it.
       SELECT fd-export
           ASSIGN TO DYNAMIC ws-export-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY hist-select.
           COPY slope-select.
           COPY sym-select.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY exc-select.
           COPY audit-select.
           COPY step-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-input.
           COPY map-line.

       FD fd-manifest.
       01 fs-manifest-rec.
           05 fs-man-map-id PIC X(8).
           05 fs-man-filename PIC X(40).
           05 FILLER PIC X(12).

       FD fd-grid.
           COPY grid-rec.

      * One record layout per record type, REDEFINED over the same
      * buffer: H header carrying the tree total history holds for
      * the sectors exported, D one tree hit at the centre of its
      * cell, T trailer with the number of D rows actually written.
       FD fd-export.
       01 fs-export-rec PIC X(80).
       01 fs-gis-header REDEFINES fs-export-rec.
           05 fs-gsh-type PIC X.
           05 fs-gsh-run-date PIC 9(8).
           05 fs-gsh-sector-count PIC 9(2).
           05 fs-gsh-slope-count PIC 9(2).
           05 fs-gsh-tree-total PIC 9(9).
           05 FILLER PIC X(58).
       01 fs-gis-detail REDEFINES fs-export-rec.
           05 fs-gsd-type PIC X.
           05 fs-gsd-run-date PIC 9(8).
           05 fs-gsd-map-id PIC X(8).
           05 fs-gsd-right PIC 9(2).
           05 fs-gsd-down PIC 9(2).
           05 fs-gsd-line PIC 9(7).
           05 fs-gsd-column PIC 9(4).
           05 fs-gsd-east PIC 9(7).99.
           05 fs-gsd-north PIC 9(8).99.
           05 FILLER PIC X(27).
       01 fs-gis-trailer REDEFINES fs-export-rec.
           05 fs-gst-type PIC X.
           05 fs-gst-run-date PIC 9(8).
           05 fs-gst-detail-count PIC 9(9).
           05 FILLER PIC X(62).

       FD fd-history.
           COPY hist-rec.

       FD fd-slopes.
           COPY slope-rec.

       FD fd-symbols.
           COPY sym-rec.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-audit.
           COPY audit-rec.

       FD fd-step.
           COPY step-rec.

       WORKING-STORAGE SECTION.
           COPY map-line-ws.
           COPY hist-ws.
           COPY slope-ws.
           COPY sym-ws.
           COPY exc-ws.
           COPY audit-ws.
           COPY step-ws.
       01 ws-input-filename PIC X(40) VALUE 'input'.
       01 ws-input-file-status PIC XX VALUE '00'.
       01 ws-manifest-filename PIC X(40) VALUE 'manifest'.
       01 ws-man-file-status PIC XX VALUE '00'.
       01 ws-man-eof PIC X VALUE 'N'.
       01 ws-export-filename PIC X(40) VALUE 'gis-export'.
      * Control report of the export: per sector and slope, the trees
      * history holds against the rows written, so the morning check
      * can see the file balanced without opening it.
       01 ws-report-filename PIC X(40) VALUE 'gis-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(40) VALUE SPACES.
      * Business date this export is for. A night rerun for an
      * earlier date names it on the control card, so the export
      * places that date's history rows and carries that date.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
       01 ws-skip-line PIC X(60) VALUE SPACES.
      * The sectors on tonight's manifest, with where each one stands
      * for the export: EXPORTED, NO GRID (no row on sector-grid, so
      * its trees can't be placed), NOT COUNTED (no history row for
      * any slope tonight - the count rejected or never reached it),
      * and the grid row it resolved to.
       01 ws-manifest-table.
           05 ws-man-entry OCCURS 10 TIMES.
               10 ws-man-map-id PIC X(8).
               10 ws-man-filename PIC X(40).
               10 ws-man-state PIC X(11).
               10 ws-man-grid PIC 9(2).
      * Per sector and slope: whether history has tonight's row, the
      * tree count on it, and the hits this run wrote to the export.
               10 ws-man-slope OCCURS 20 TIMES.
                   15 ws-exp-on PIC X.
                   15 ws-exp-trees PIC 9(7).
                   15 ws-got-trees PIC 9(7).
       01 ws-man-count PIC 9(2) VALUE ZERO.
       01 ws-man-idx PIC 9(2) VALUE ZERO.
       01 ws-map-id PIC X(8) VALUE 'MAIN'.
           COPY grid-ws.
      * The production slope arithmetic's working set.
       01 ws-index PIC 9999 VALUE 1.
       01 ws-scratch PIC 9(7) VALUE ZEROES.
       01 ws-discard PIC 9(7) VALUE ZEROES.
       01 ws-map-width PIC 9999 VALUE ZEROES.
       01 ws-scan-idx PIC 9999 VALUE ZEROES.
       01 ws-slope-table.
           05 ws-slope-entry OCCURS 20 TIMES.
               10 ws-tbl-right PIC 9(2).
               10 ws-tbl-down PIC 9(2).
       01 ws-slope-count PIC 9(2) VALUE ZERO.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
      * The declared map alphabet, and the class the cell under
      * examination resolved to.
       01 ws-sym-table.
           05 ws-sym-entry OCCURS 20 TIMES.
               10 ws-sym-char PIC X.
               10 ws-sym-class PIC X(10).
       01 ws-sym-count PIC 9(2) VALUE ZERO.
       01 ws-sym-idx PIC 9(2) VALUE ZERO.
       01 ws-cell-char PIC X VALUE SPACE.
       01 ws-cell-class PIC X(10) VALUE SPACES.
      * Real-world position of the hit's cell centre.
       01 ws-pos-east PIC 9(7)V99 VALUE ZEROES.
       01 ws-pos-north PIC 9(8)V99 VALUE ZEROES.
       01 ws-export-sectors PIC 9(2) VALUE ZERO.
       01 ws-expected-total PIC 9(9) VALUE ZEROES.
       01 ws-detail-count PIC 9(9) VALUE ZEROES.
       01 ws-slope-verdict PIC X(14) VALUE SPACES.
       01 ws-export-error PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 3

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

           OPEN OUTPUT fd-report
           PERFORM para-write-header

           PERFORM para-load-slopes
           PERFORM para-load-symbols
           PERFORM para-load-manifest
           PERFORM para-load-grid

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
               PERFORM para-prepare-sector
                   VARYING ws-man-idx FROM 1 BY 1
                   UNTIL ws-man-idx > ws-man-count
               CLOSE fd-history
           ELSE
               MOVE 'Y' TO ws-export-error
               MOVE SPACES TO ws-report-line
               STRING 'HISTORY FILE WILL NOT OPEN - STATUS '
                   ws-hist-file-status ' - NOTHING EXPORTED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           OPEN OUTPUT fd-export
           PERFORM para-write-export-header

           PERFORM para-export-sector
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           PERFORM para-write-export-trailer
           CLOSE fd-export

           PERFORM para-write-balance
           CLOSE fd-report

           IF ws-export-error = 'Y'
               MOVE 'GIS-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit
           PERFORM para-write-step-end
           STOP RUN
           .

      * The control card takes RESUME, an eight-digit date to export
      * that business date instead of today, and, for a run with no
      * manifest on file, the extract to export, in any order.
       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           EVALUATE TRUE
               WHEN ws-option-token = 'RESUME'
                   MOVE 'Y' TO ws-resume-flag
               WHEN ws-option-token(1:8) IS NUMERIC
                    AND ws-option-token(9:32) = SPACES
                   MOVE ws-option-token(1:8) TO ws-asof-parm
               WHEN ws-option-token NOT = SPACES
                   MOVE ws-option-token TO ws-input-filename
           END-EVALUATE
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  PROGRAM: solution-4h'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * Read today's active trajectories off the slope maintenance
      * file into ws-slope-table, skipping anything retired or not
      * yet in effect - the same slopes tonight's count used.
       para-load-slopes.
           MOVE ZERO TO ws-slope-count
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

      * ws-slope-table only has room for 20 active trajectories; a
      * 21st active row on the maintenance file is skipped rather than
      * written past the end of the table.
       para-load-slope-record.
           IF fs-slope-active = 'Y' AND fs-slope-eff-date <= ws-run-date
              AND ws-slope-count < 20
               ADD 1 TO ws-slope-count
               MOVE fs-slope-right TO ws-tbl-right(ws-slope-count)
               MOVE fs-slope-down TO ws-tbl-down(ws-slope-count)
           END-IF
           .

      * Read the declared map alphabet off the symbol reference
      * file. With no file on disk the table seeds itself with the
      * classic two characters.
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

      * Read the sector manifest into ws-manifest-table. No manifest
      * on file means a single-extract run off the control card, the
      * same fallback the multi-slope count takes.
       para-load-manifest.
           MOVE ZERO TO ws-man-count
           MOVE 'N' TO ws-man-eof

           OPEN INPUT fd-manifest

           IF ws-man-file-status = '00'
               PERFORM UNTIL ws-man-eof = 'Y'
                   READ fd-manifest
                       AT END MOVE 'Y' TO ws-man-eof
                       NOT AT END PERFORM para-load-manifest-record
                   END-READ
               END-PERFORM

               CLOSE fd-manifest
           END-IF

           IF ws-man-count = ZERO
               MOVE 1 TO ws-man-count
               MOVE 'MAIN' TO ws-man-map-id(1)
               MOVE ws-input-filename TO ws-man-filename(1)
           END-IF
           .

      * ws-manifest-table only has room for 10 sectors; an 11th row
      * on the manifest is skipped rather than written past the end
      * of the table.
       para-load-manifest-record.
           IF fs-man-map-id NOT = SPACES AND ws-man-count < 10
               ADD 1 TO ws-man-count
               MOVE fs-man-map-id TO ws-man-map-id(ws-man-count)
               MOVE fs-man-filename TO ws-man-filename(ws-man-count)
           END-IF
           .

      * A grid row past the 50th is counted rather than written past
      * the end of the table, and fails the run: the sectors it would
      * have placed would otherwise drop out as NO GRID.
       para-load-grid.
           MOVE ZERO TO ws-grid-count
           MOVE ZERO TO ws-grid-overflow
           MOVE 'N' TO ws-grid-eof

           OPEN INPUT fd-grid

           IF ws-grid-file-status = '00'
               PERFORM UNTIL ws-grid-eof = 'Y'
                   READ fd-grid
                       AT END MOVE 'Y' TO ws-grid-eof
                       NOT AT END PERFORM para-store-grid
                   END-READ
               END-PERFORM

               CLOSE fd-grid
           END-IF

           IF ws-grid-overflow > ZERO
               MOVE 'Y' TO ws-export-error
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR GRID OVER 50 SECTORS - '
                   ws-grid-overflow ' ROW(S) NOT LOADED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * A row whose figures aren't numeric, or whose cell size is
      * zero, can't place anything and is treated as missing.
       para-store-grid.
           IF fs-grid-map-id NOT = SPACES
              AND fs-grid-origin-east IS NUMERIC
              AND fs-grid-origin-north IS NUMERIC
              AND fs-grid-cell-size IS NUMERIC
              AND fs-grid-cell-size > ZERO
               IF ws-grid-count < 50
                   ADD 1 TO ws-grid-count
                   MOVE fs-grid-map-id TO ws-grid-map-id(ws-grid-count)
                   MOVE fs-grid-origin-east
                       TO ws-grid-origin-east(ws-grid-count)
                   MOVE fs-grid-origin-north
                       TO ws-grid-origin-north(ws-grid-count)
                   MOVE fs-grid-cell-size
                       TO ws-grid-cell-size(ws-grid-count)
               ELSE
                   ADD 1 TO ws-grid-overflow
               END-IF
           END-IF
           .

      * Settle one sector before anything is written: its grid row,
      * and tonight's history row for each slope. Only the sectors
      * and slopes history holds go into the export, so the header
      * total is what history says the file must add up to.
       para-prepare-sector.
           MOVE ZERO TO ws-grid-cur
           PERFORM para-match-grid
               VARYING ws-grid-idx FROM 1 BY 1
               UNTIL ws-grid-idx > ws-grid-count
           MOVE ws-grid-cur TO ws-man-grid(ws-man-idx)

           MOVE 'NOT COUNTED' TO ws-man-state(ws-man-idx)
           PERFORM para-read-history-slope
               VARYING ws-slope-idx FROM 1 BY 1
               UNTIL ws-slope-idx > ws-slope-count

           IF ws-man-state(ws-man-idx) = 'EXPORTED'
              AND ws-grid-cur = ZERO
               MOVE 'NO GRID' TO ws-man-state(ws-man-idx)
               MOVE 'Y' TO ws-export-error
               MOVE ws-man-map-id(ws-man-idx) TO ws-exc-map-id
               MOVE 'E' TO ws-exc-severity
               MOVE 'GIS-GRID' TO ws-exc-reason
               MOVE 'NO ROW ON sector-grid' TO ws-exc-keys
               PERFORM para-write-exception-rec
           END-IF

           IF ws-man-state(ws-man-idx) = 'EXPORTED'
               ADD 1 TO ws-export-sectors
               PERFORM para-add-expected
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
           END-IF
           .

       para-match-grid.
           IF ws-grid-map-id(ws-grid-idx) = ws-man-map-id(ws-man-idx)
              AND ws-grid-cur = ZERO
               MOVE ws-grid-idx TO ws-grid-cur
           END-IF
           .

       para-read-history-slope.
           MOVE 'N' TO ws-exp-on(ws-man-idx, ws-slope-idx)
           MOVE ZEROES TO ws-exp-trees(ws-man-idx, ws-slope-idx)
           MOVE ZEROES TO ws-got-trees(ws-man-idx, ws-slope-idx)

           MOVE ws-run-date TO fs-hist-run-date
           MOVE ws-man-map-id(ws-man-idx) TO fs-hist-map-id
           MOVE ws-tbl-right(ws-slope-idx) TO fs-hist-right
           MOVE ws-tbl-down(ws-slope-idx) TO fs-hist-down

           MOVE 'Y' TO ws-exp-on(ws-man-idx, ws-slope-idx)
           READ fd-history KEY IS fs-hist-key
               INVALID KEY
                   MOVE 'N' TO ws-exp-on(ws-man-idx, ws-slope-idx)
           END-READ

           IF ws-exp-on(ws-man-idx, ws-slope-idx) = 'Y'
               MOVE fs-hist-tree-count
                   TO ws-exp-trees(ws-man-idx, ws-slope-idx)
               MOVE 'EXPORTED' TO ws-man-state(ws-man-idx)
           END-IF
           .

       para-add-expected.
           IF ws-exp-on(ws-man-idx, ws-slope-idx) = 'Y'
               ADD ws-exp-trees(ws-man-idx, ws-slope-idx)
                   TO ws-expected-total
           END-IF
           .

       para-write-export-header.
           MOVE SPACES TO fs-export-rec
           MOVE 'H' TO fs-gsh-type
           MOVE ws-run-date TO fs-gsh-run-date
           MOVE ws-export-sectors TO fs-gsh-sector-count
           MOVE ws-slope-count TO fs-gsh-slope-count
           MOVE ws-expected-total TO fs-gsh-tree-total
           WRITE fs-export-rec
           .

      * Make the same single pass over the extract the production
      * count makes, writing a detail row for each hit instead of
      * adding it to a tally.
       para-export-sector.
           IF ws-man-state(ws-man-idx) = 'EXPORTED'
               MOVE ws-man-map-id(ws-man-idx) TO ws-map-id
               MOVE ws-man-filename(ws-man-idx) TO ws-input-filename
               MOVE ws-man-grid(ws-man-idx) TO ws-grid-cur

               MOVE 'N' TO ws-eof
               MOVE ZEROES TO ws-line-count
               MOVE ZEROES TO ws-map-width

               OPEN INPUT fd-input

               IF ws-input-file-status = '00'
                   PERFORM UNTIL ws-eof = 'Y'
                       READ fd-input INTO ws-line
                           AT END MOVE 'Y' TO ws-eof
                           NOT AT END PERFORM para-line
                       END-READ
                   END-PERFORM

                   CLOSE fd-input
               ELSE
                   MOVE 'Y' TO ws-export-error
                   MOVE SPACES TO ws-report-line
                   STRING 'MAP ' ws-map-id
                       '  EXTRACT WILL NOT OPEN: ' DELIMITED BY SIZE
                       ws-input-filename DELIMITED BY SPACE
                       INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               END-IF
           END-IF
           .

       para-line.
           IF ws-line-count = 0
               PERFORM para-detect-width
           END-IF

           PERFORM para-check-slope
               VARYING ws-slope-idx FROM 1 BY 1
               UNTIL ws-slope-idx > ws-slope-count

           ADD 1 TO ws-line-count GIVING ws-line-count
           .

      * Size the map off the first record's actual content, by
      * scanning back from the end of the buffer for the last column
      * that isn't trailing pad.
       para-detect-width.
           PERFORM para-scan-width
               VARYING ws-scan-idx FROM 132 BY -1
               UNTIL ws-scan-idx < 1
                  OR ws-line(ws-scan-idx:1) NOT = SPACE
           MOVE ws-scan-idx TO ws-map-width
           .

       para-scan-width.
           CONTINUE
           .

      * The same position arithmetic the production count evaluates.
       para-check-slope.
           IF ws-exp-on(ws-man-idx, ws-slope-idx) = 'Y'
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
                       PERFORM para-write-hit
                   END-IF
               END-IF
           END-IF
           .

      * The hit's cell is line ws-line-count + 1, column ws-index;
      * its centre lies half a cell in from the cell's own corner.
       para-write-hit.
           COMPUTE ws-pos-east = ws-grid-origin-east(ws-grid-cur)
               + ((ws-index - 1) * ws-grid-cell-size(ws-grid-cur))
               + (ws-grid-cell-size(ws-grid-cur) / 2)
           COMPUTE ws-pos-north = ws-grid-origin-north(ws-grid-cur)
               - (ws-line-count * ws-grid-cell-size(ws-grid-cur))
               - (ws-grid-cell-size(ws-grid-cur) / 2)

           MOVE SPACES TO fs-export-rec
           MOVE 'D' TO fs-gsd-type
           MOVE ws-run-date TO fs-gsd-run-date
           MOVE ws-map-id TO fs-gsd-map-id
           MOVE ws-tbl-right(ws-slope-idx) TO fs-gsd-right
           MOVE ws-tbl-down(ws-slope-idx) TO fs-gsd-down
           COMPUTE fs-gsd-line = ws-line-count + 1
           MOVE ws-index TO fs-gsd-column
           MOVE ws-pos-east TO fs-gsd-east
           MOVE ws-pos-north TO fs-gsd-north
           WRITE fs-export-rec

           ADD 1 TO ws-detail-count
           ADD 1 TO ws-got-trees(ws-man-idx, ws-slope-idx)
           .

       para-write-export-trailer.
           MOVE SPACES TO fs-export-rec
           MOVE 'T' TO fs-gst-type
           MOVE ws-run-date TO fs-gst-run-date
           MOVE ws-detail-count TO fs-gst-detail-count
           WRITE fs-export-rec
           .

      * Per sector and slope, the trees history holds against the
      * rows written. A slope that doesn't agree means the extract on
      * disk is no longer the one tonight's count read; the trailer
      * then won't balance to the header and the GIS side will
      * refuse the file.
       para-write-balance.
           PERFORM para-write-sector-balance
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           MOVE SPACES TO ws-report-line
           STRING 'EXPORT TOTAL  SECTORS ' ws-export-sectors
               '  HISTORY TREES ' ws-expected-total
               '  ROWS WRITTEN ' ws-detail-count
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-expected-total = ws-detail-count
              AND ws-export-error = 'N'
               MOVE 'RESULT: EXPORT BALANCED' TO ws-report-line
           ELSE
               IF ws-expected-total = ws-detail-count
                   MOVE 'RESULT: EXPORT BALANCED - SEE ERRORS ABOVE'
                       TO ws-report-line
               ELSE
                   MOVE 'Y' TO ws-export-error
                   MOVE 'RESULT: EXPORT OUT OF BALANCE'
                       TO ws-report-line
               END-IF
           END-IF
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
           .

       para-write-sector-balance.
           MOVE ws-man-map-id(ws-man-idx) TO ws-map-id

           IF ws-man-state(ws-man-idx) = 'EXPORTED'
               PERFORM para-write-slope-balance
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
           ELSE
               MOVE SPACES TO ws-report-line
               STRING 'MAP ' ws-map-id
                   '  ' ws-man-state(ws-man-idx)
                   ' - NOT EXPORTED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-write-slope-balance.
           IF ws-exp-on(ws-man-idx, ws-slope-idx) = 'Y'
               IF ws-exp-trees(ws-man-idx, ws-slope-idx)
                  = ws-got-trees(ws-man-idx, ws-slope-idx)
                   MOVE 'BALANCED' TO ws-slope-verdict
               ELSE
                   MOVE 'OUT OF BALANCE' TO ws-slope-verdict
                   MOVE 'Y' TO ws-export-error
                   MOVE ws-map-id TO ws-exc-map-id
                   MOVE 'E' TO ws-exc-severity
                   MOVE 'GIS-BAL' TO ws-exc-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'SLOPE ' ws-tbl-right(ws-slope-idx)
                       '/' ws-tbl-down(ws-slope-idx)
                       ' ' ws-exp-trees(ws-man-idx, ws-slope-idx)
                       '<>' ws-got-trees(ws-man-idx, ws-slope-idx)
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-write-exception-rec
               END-IF

               MOVE SPACES TO ws-report-line
               STRING 'MAP ' ws-map-id
                   '  SLOPE ' ws-tbl-right(ws-slope-idx)
                   '/' ws-tbl-down(ws-slope-idx)
                   '  HISTORY TREES '
                   ws-exp-trees(ws-man-idx, ws-slope-idx)
                   '  ROWS WRITTEN '
                   ws-got-trees(ws-man-idx, ws-slope-idx)
                   '  ' ws-slope-verdict
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               MOVE SPACES TO ws-report-line
               STRING 'MAP ' ws-map-id
                   '  SLOPE ' ws-tbl-right(ws-slope-idx)
                   '/' ws-tbl-down(ws-slope-idx)
                   '  NO HISTORY ROW - NOT EXPORTED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-write-exception-rec.
           OPEN EXTEND fd-exceptions
           IF ws-exc-file-status NOT = '00'
               OPEN OUTPUT fd-exceptions
           END-IF

           MOVE SPACES TO fs-exc-rec
           MOVE ws-run-date TO fs-exc-run-date
           MOVE 'solution-4h' TO fs-exc-program
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
           MOVE 'solution-4h' TO fs-step-program
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
           MOVE 'solution-4h' TO fs-step-program
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
              AND fs-step-program = 'solution-4h'
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
           STRING 'STEP SKIPPED: solution-4h ALREADY OK FOR '
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
           MOVE 'solution-4h' TO fs-audit-program
           MOVE ws-history-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
