       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4i.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Forestry's adjustment file as their crews send it: one row
      * per trajectory walked, with the tree count found on the
      * ground.
       SELECT fd-forestry
           ASSIGN TO DYNAMIC ws-forestry-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-fa-file-status.
           COPY adj-select.
           COPY hist-select.
           COPY period-select.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY exc-select.
           COPY audit-select.

       DATA DIVISION.
       FILE SECTION.
      * The count date, sector and slope the crew walked, what they
      * counted, the crew member's id and forestry's reason code
      * (FELLED, MISREAD and the like).
       FD fd-forestry.
       01 fs-forestry-rec.
           05 fs-fa-run-date PIC 9(8).
           05 fs-fa-map-id PIC X(8).
           05 fs-fa-right PIC 9(2).
           05 fs-fa-down PIC 9(2).
           05 fs-fa-tree-count PIC 9(7).
           05 fs-fa-by PIC X(8).
           05 fs-fa-reason PIC X(10).
           05 FILLER PIC X(15).

       FD fd-adjust.
           COPY adj-rec.

       FD fd-history.
           COPY hist-rec.

       FD fd-period.
           COPY period-rec.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-audit.
           COPY audit-rec.

       WORKING-STORAGE SECTION.
           COPY adj-ws.
           COPY hist-ws.
           COPY period-ws.
           COPY exc-ws.
           COPY audit-ws.
      * Loads forestry's ground-truth adjustments onto the shared
      * adjustments file beside, never over, our own counts in
      * history, then reports the trail: every adjustment for a
      * count date in the last 90 days, who made it and by how much,
      * and per sector how many were large. A sector forestry keeps
      * correcting by a wide margin points at the extract rather
      * than the crews, and goes to the exceptions feed.
       01 ws-forestry-filename PIC X(40) VALUE 'forestry-adjust'.
       01 ws-fa-file-status PIC XX VALUE '00'.
       01 ws-fa-eof PIC X VALUE 'N'.
       01 ws-report-filename PIC X(40) VALUE 'adjust-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-date-int PIC 9(7) VALUE ZEROES.
      * What makes an adjustment large - at least ws-large-min trees
      * and more than ws-large-pct percent of our count - and how
      * many standing large ones on one sector inside the trail
      * window make it suspect.
       01 ws-trail-days PIC 9(3) VALUE 90.
       01 ws-large-min PIC 9(5) VALUE 5.
       01 ws-large-pct PIC 9(3) VALUE 10.
       01 ws-repeat-limit PIC 9(2) VALUE 3.
      * Standing status of every month on period control; rows are
      * only ever appended, so the last one read for a month wins.
      * ws-per-table only has room for 120 months; later months past
      * that are treated as open.
       01 ws-per-table.
           05 ws-per-entry OCCURS 120 TIMES.
               10 ws-per-month PIC 9(6).
               10 ws-per-status PIC X(8).
       01 ws-per-count PIC 9(3) VALUE ZERO.
       01 ws-per-idx PIC 9(3) VALUE ZERO.
       01 ws-per-cur PIC 9(3) VALUE ZERO.
       01 ws-row-month PIC 9(6) VALUE ZEROES.
      * The incoming row under edit and what became of it.
       01 ws-row-ok PIC X VALUE 'N'.
       01 ws-row-verdict PIC X(30) VALUE SPACES.
       01 ws-row-counted PIC 9(7) VALUE ZEROES.
       01 ws-adj-diff PIC S9(7) VALUE ZEROES.
       01 ws-adj-diff-out PIC +9(7).
       01 ws-diff-text PIC X(8) VALUE SPACES.
       01 ws-adj-abs PIC 9(7) VALUE ZEROES.
       01 ws-large PIC X VALUE 'N'.
       01 ws-adj-standing PIC X VALUE 'N'.
       01 ws-loaded-count PIC 9(5) VALUE ZEROES.
       01 ws-unchanged-count PIC 9(5) VALUE ZEROES.
       01 ws-rejected-count PIC 9(5) VALUE ZEROES.
       01 ws-load-error PIC X VALUE 'N'.
      * Per sector over the standing adjustments in the trail
      * window, and whether this load touched it. ws-sec-table has
      * room for 50 sectors, the same as the sector master; a 51st
      * is left off the summary.
       01 ws-sec-table.
           05 ws-sec-entry OCCURS 50 TIMES.
               10 ws-sec-map-id PIC X(8).
               10 ws-sec-adjusted PIC 9(3).
               10 ws-sec-large PIC 9(3).
               10 ws-sec-net PIC S9(9).
               10 ws-sec-new PIC X.
       01 ws-sec-count PIC 9(2) VALUE ZERO.
       01 ws-sec-idx PIC 9(2) VALUE ZERO.
       01 ws-sec-cur PIC 9(2) VALUE ZERO.
       01 ws-sec-net-out PIC +9(9).
       01 ws-suspect-count PIC 9(2) VALUE ZERO.
       01 ws-new-map-id PIC X(8) VALUE SPACES.
       01 ws-trail-row PIC 9(7) VALUE ZERO.
      * The standing adjustment for the incoming row's key, from the
      * held entry or, when the table filled, from the file itself.
       01 ws-standing-found PIC X VALUE 'N'.
       01 ws-standing-count PIC 9(7) VALUE ZEROES.
       01 ws-adj-keep PIC X VALUE 'N'.
       01 ws-column-last PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-forestry-filename FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE 'forestry-adjust'
                   TO ws-forestry-filename
           END-ACCEPT
           IF ws-forestry-filename = SPACES
               MOVE 'forestry-adjust' TO ws-forestry-filename
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-adj-from-date = FUNCTION DATE-OF-INTEGER(
               ws-date-int - ws-trail-days + 1)
           MOVE ws-run-date TO ws-adj-to-date

           OPEN OUTPUT fd-report
           PERFORM para-write-header

           PERFORM para-load-periods
           PERFORM para-load-adjustments

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
               PERFORM para-load-forestry
               CLOSE fd-history
           ELSE
               MOVE 'Y' TO ws-load-error
               MOVE SPACES TO ws-report-line
               STRING 'HISTORY FILE WILL NOT OPEN - STATUS '
                   ws-hist-file-status ' - NOTHING LOADED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           PERFORM para-write-trail
           PERFORM para-write-sectors
           PERFORM para-write-verdict

           CLOSE fd-report

           IF ws-load-error = 'Y'
               MOVE 'ADJ-REJ' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           STOP RUN
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  PROGRAM: solution-4i  INPUT: ' DELIMITED BY SIZE
               ws-forestry-filename DELIMITED BY SPACE
               INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-load-periods.
           MOVE ZERO TO ws-per-count
           MOVE 'N' TO ws-period-eof

           OPEN INPUT fd-period

           IF ws-period-file-status = '00'
               PERFORM UNTIL ws-period-eof = 'Y'
                   READ fd-period
                       AT END MOVE 'Y' TO ws-period-eof
                       NOT AT END PERFORM para-store-period
                   END-READ
               END-PERFORM

               CLOSE fd-period
           END-IF
           .

       para-store-period.
           MOVE fs-per-month TO ws-row-month
           PERFORM para-find-period

           IF ws-per-cur = ZERO AND ws-per-count < 120
               ADD 1 TO ws-per-count
               MOVE ws-per-count TO ws-per-cur
               MOVE fs-per-month TO ws-per-month(ws-per-cur)
           END-IF

           IF ws-per-cur > ZERO
               MOVE fs-per-status TO ws-per-status(ws-per-cur)
           END-IF
           .

       para-find-period.
           MOVE ZERO TO ws-per-cur
           PERFORM para-match-period
               VARYING ws-per-idx FROM 1 BY 1
               UNTIL ws-per-idx > ws-per-count
           .

       para-match-period.
           IF ws-per-month(ws-per-idx) = ws-row-month
               MOVE ws-per-idx TO ws-per-cur
           END-IF
           .

      * The standing adjustment for every key an incoming row could
      * repeat or the trail can show: a count date in the trail
      * window, or in a month that is not closed. Older rows in
      * closed months can be neither.
       para-load-adjustments.
           MOVE ZERO TO ws-adj-count
           MOVE ZERO TO ws-adj-rows
           MOVE 'N' TO ws-adj-eof

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

       para-load-adjust-record.
           ADD 1 TO ws-adj-rows
           MOVE 'Y' TO ws-adj-keep
           IF fs-adj-run-date < ws-adj-from-date
               MOVE fs-adj-run-date(1:6) TO ws-row-month
               PERFORM para-find-period
               IF ws-per-cur > ZERO
                   IF ws-per-status(ws-per-cur) = 'CLOSED'
                       MOVE 'N' TO ws-adj-keep
                   END-IF
               END-IF
           END-IF

           IF ws-adj-keep = 'Y'
               PERFORM para-fold-adjustment
           END-IF
           .

      * A row for a key already held replaces it; a new key takes
      * the next free entry.
       para-fold-adjustment.
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

       para-load-forestry.
           MOVE SPACES TO ws-report-line
           STRING 'LOADED FROM ' DELIMITED BY SIZE
               ws-forestry-filename DELIMITED BY SPACE
               INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           MOVE 'RESULT' TO ws-column-last
           PERFORM para-write-columns

           MOVE 'N' TO ws-fa-eof

           OPEN INPUT fd-forestry

           IF ws-fa-file-status = '00'
               PERFORM UNTIL ws-fa-eof = 'Y'
                   READ fd-forestry
                       AT END MOVE 'Y' TO ws-fa-eof
                       NOT AT END PERFORM para-apply-forestry-row
                   END-READ
               END-PERFORM

               CLOSE fd-forestry
           ELSE
               MOVE 'Y' TO ws-load-error
               MOVE SPACES TO ws-report-line
               MOVE '  NO ADJUSTMENT FILE ON DISK - NOTHING LOADED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * Edit one row. It must name a count we actually have on
      * history, in a month that is not closed (a closed month's
      * statement is frozen; reopen the month first), and say who
      * in forestry made it. A row that repeats the standing
      * adjustment for its key changes nothing and is not written
      * again.
       para-apply-forestry-row.
           MOVE 'Y' TO ws-row-ok
           MOVE SPACES TO ws-row-verdict
           MOVE ZEROES TO ws-row-counted

           IF fs-fa-run-date IS NOT NUMERIC
              OR fs-fa-right IS NOT NUMERIC
              OR fs-fa-down IS NOT NUMERIC
              OR fs-fa-tree-count IS NOT NUMERIC
              OR fs-fa-map-id = SPACES
               MOVE 'N' TO ws-row-ok
               MOVE 'REJECTED - BAD FIELDS' TO ws-row-verdict
           END-IF

           IF ws-row-ok = 'Y' AND fs-fa-by = SPACES
               MOVE 'N' TO ws-row-ok
               MOVE 'REJECTED - NO ADJUSTER' TO ws-row-verdict
           END-IF

           IF ws-row-ok = 'Y'
               MOVE fs-fa-run-date TO fs-hist-run-date
               MOVE fs-fa-map-id TO fs-hist-map-id
               MOVE fs-fa-right TO fs-hist-right
               MOVE fs-fa-down TO fs-hist-down
               READ fd-history KEY IS fs-hist-key
                   INVALID KEY
                       MOVE 'N' TO ws-row-ok
                       MOVE 'REJECTED - NO COUNT ON FILE'
                           TO ws-row-verdict
                   NOT INVALID KEY
                       MOVE fs-hist-tree-count TO ws-row-counted
               END-READ
           END-IF

           IF ws-row-ok = 'Y'
               MOVE fs-fa-run-date(1:6) TO ws-row-month
               PERFORM para-find-period
               IF ws-per-cur > ZERO
                   IF ws-per-status(ws-per-cur) = 'CLOSED'
                       MOVE 'N' TO ws-row-ok
                       MOVE 'REJECTED - MONTH CLOSED' TO ws-row-verdict
                   END-IF
               END-IF
           END-IF

           IF ws-row-ok = 'Y'
               PERFORM para-find-row-standing
               IF ws-standing-found = 'Y'
                   IF ws-standing-count = fs-fa-tree-count
                       MOVE 'N' TO ws-row-ok
                       MOVE 'UNCHANGED' TO ws-row-verdict
                       ADD 1 TO ws-unchanged-count
                   END-IF
               END-IF
           END-IF

           IF ws-row-ok = 'Y'
               PERFORM para-append-adjustment
               ADD 1 TO ws-loaded-count
               MOVE 'LOADED' TO ws-row-verdict
               MOVE fs-fa-map-id TO ws-new-map-id
               PERFORM para-mark-sector-new
           ELSE
               IF ws-row-verdict NOT = 'UNCHANGED'
                   MOVE 'Y' TO ws-load-error
                   ADD 1 TO ws-rejected-count
               END-IF
           END-IF

      * A row rejected before its count was found has no difference
      * to show.
           MOVE SPACES TO ws-diff-text
           IF ws-row-counted > ZERO OR ws-row-ok = 'Y'
              OR ws-row-verdict = 'UNCHANGED'
               COMPUTE ws-adj-diff = fs-fa-tree-count - ws-row-counted
               MOVE ws-adj-diff TO ws-adj-diff-out
               MOVE ws-adj-diff-out TO ws-diff-text
           END-IF

           MOVE SPACES TO ws-report-line
           STRING '  ' fs-fa-run-date
               '  ' fs-fa-map-id
               '  ' fs-fa-right '/' fs-fa-down
               '  ' fs-fa-by
               '  ' fs-fa-reason
               '  ' ws-row-counted
               '  ' fs-fa-tree-count
               '  ' ws-diff-text
               '  ' ws-row-verdict
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * A key not held while the table is full may still have a
      * standing row on file, so the file is read for it.
       para-find-row-standing.
           MOVE 'N' TO ws-standing-found
           MOVE ZEROES TO ws-standing-count
           MOVE ZERO TO ws-adj-cur
           PERFORM para-match-row-standing
               VARYING ws-adj-idx FROM 1 BY 1
               UNTIL ws-adj-idx > ws-adj-count

           IF ws-adj-cur > ZERO
               MOVE 'Y' TO ws-standing-found
               MOVE ws-adj-tree-count(ws-adj-cur) TO ws-standing-count
           ELSE
               IF ws-adj-full = 'Y'
                   PERFORM para-scan-row-standing
               END-IF
           END-IF
           .

       para-match-row-standing.
           IF ws-adj-run-date(ws-adj-idx) = fs-fa-run-date
              AND ws-adj-map-id(ws-adj-idx) = fs-fa-map-id
              AND ws-adj-right(ws-adj-idx) = fs-fa-right
              AND ws-adj-down(ws-adj-idx) = fs-fa-down
               MOVE ws-adj-idx TO ws-adj-cur
           END-IF
           .

       para-scan-row-standing.
           MOVE 'N' TO ws-adj-eof

           OPEN INPUT fd-adjust

           IF ws-adj-file-status = '00'
               PERFORM UNTIL ws-adj-eof = 'Y'
                   READ fd-adjust
                       AT END MOVE 'Y' TO ws-adj-eof
                       NOT AT END PERFORM para-scan-adjust-record
                   END-READ
               END-PERFORM

               CLOSE fd-adjust
           END-IF
           .

       para-scan-adjust-record.
           IF fs-adj-run-date = fs-fa-run-date
              AND fs-adj-map-id = fs-fa-map-id
              AND fs-adj-right = fs-fa-right
              AND fs-adj-down = fs-fa-down
               MOVE 'Y' TO ws-standing-found
               MOVE fs-adj-tree-count TO ws-standing-count
           END-IF
           .

       para-append-adjustment.
           OPEN EXTEND fd-adjust
           IF ws-adj-file-status NOT = '00'
               OPEN OUTPUT fd-adjust
           END-IF

           MOVE SPACES TO fs-adjust-rec
           MOVE fs-fa-run-date TO fs-adj-run-date
           MOVE fs-fa-map-id TO fs-adj-map-id
           MOVE fs-fa-right TO fs-adj-right
           MOVE fs-fa-down TO fs-adj-down
           MOVE ws-row-counted TO fs-adj-counted
           MOVE fs-fa-tree-count TO fs-adj-tree-count
           MOVE fs-fa-by TO fs-adj-by
           MOVE fs-fa-reason TO fs-adj-reason
           MOVE ws-run-date TO fs-adj-loaded
           ADD 1 TO ws-adj-rows
           PERFORM para-fold-adjustment
           WRITE fs-adjust-rec

           CLOSE fd-adjust
           .

       para-mark-sector-new.
           PERFORM para-find-sector-line
           IF ws-sec-cur > ZERO
               MOVE 'Y' TO ws-sec-new(ws-sec-cur)
           END-IF
           .

      * The summary line for ws-new-map-id, added on first sight.
       para-find-sector-line.
           MOVE ZERO TO ws-sec-cur
           PERFORM para-match-sector-line
               VARYING ws-sec-idx FROM 1 BY 1
               UNTIL ws-sec-idx > ws-sec-count

           IF ws-sec-cur = ZERO AND ws-sec-count < 50
               ADD 1 TO ws-sec-count
               MOVE ws-sec-count TO ws-sec-cur
               MOVE ws-new-map-id TO ws-sec-map-id(ws-sec-cur)
               MOVE ZEROES TO ws-sec-adjusted(ws-sec-cur)
               MOVE ZEROES TO ws-sec-large(ws-sec-cur)
               MOVE ZEROES TO ws-sec-net(ws-sec-cur)
               MOVE 'N' TO ws-sec-new(ws-sec-cur)
           END-IF
           .

       para-match-sector-line.
           IF ws-sec-map-id(ws-sec-idx) = ws-new-map-id
               MOVE ws-sec-idx TO ws-sec-cur
           END-IF
           .

      * Every adjustment on file for a count date in the window,
      * oldest load first; one whose key's standing row is a later
      * one is marked SUPERSEDED and left out of the sector figures.
      * Past 6200 keys the rows of keys not held are all taken as
      * standing.
       para-write-trail.
           MOVE SPACES TO ws-report-line
           STRING 'ADJUSTMENT TRAIL - COUNT DATES ' ws-adj-from-date
               ' TO ' ws-adj-to-date
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-adj-full = 'Y'
               MOVE SPACES TO ws-report-line
               MOVE '  OVER 6200 ADJUSTED SLOPES - TRAIL NOT ALL MARKED'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           MOVE 'LOADED' TO ws-column-last
           PERFORM para-write-columns

           MOVE ZERO TO ws-trail-row
           MOVE 'N' TO ws-adj-eof

           OPEN INPUT fd-adjust

           IF ws-adj-file-status = '00'
               PERFORM UNTIL ws-adj-eof = 'Y'
                   READ fd-adjust
                       AT END MOVE 'Y' TO ws-adj-eof
                       NOT AT END PERFORM para-write-trail-line
                   END-READ
               END-PERFORM

               CLOSE fd-adjust
           END-IF
           .

       para-write-trail-line.
           ADD 1 TO ws-trail-row
           IF fs-adj-run-date NOT < ws-adj-from-date
              AND fs-adj-run-date NOT > ws-adj-to-date
               PERFORM para-write-trail-row
           END-IF
           .

       para-write-trail-row.
           MOVE 'Y' TO ws-adj-standing
           PERFORM para-find-adjust-key
           IF ws-adj-cur > ZERO
               IF ws-adj-row(ws-adj-cur) NOT = ws-trail-row
                   MOVE 'N' TO ws-adj-standing
               END-IF
           END-IF

           COMPUTE ws-adj-diff = fs-adj-tree-count - fs-adj-counted
           MOVE ws-adj-diff TO ws-adj-diff-out
           PERFORM para-judge-large

           MOVE SPACES TO ws-row-verdict
           IF ws-adj-standing = 'N'
               MOVE 'SUPERSEDED' TO ws-row-verdict
           ELSE
               IF ws-large = 'Y'
                   MOVE 'LARGE' TO ws-row-verdict
               END-IF
               MOVE fs-adj-map-id TO ws-new-map-id
               PERFORM para-find-sector-line
               IF ws-sec-cur > ZERO
                   ADD 1 TO ws-sec-adjusted(ws-sec-cur)
                   ADD ws-adj-diff TO ws-sec-net(ws-sec-cur)
                   IF ws-large = 'Y'
                       ADD 1 TO ws-sec-large(ws-sec-cur)
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO ws-report-line
           STRING '  ' fs-adj-run-date
               '  ' fs-adj-map-id
               '  ' fs-adj-right
               '/' fs-adj-down
               '  ' fs-adj-by
               '  ' fs-adj-reason
               '  ' fs-adj-counted
               '  ' fs-adj-tree-count
               '  ' ws-adj-diff-out
               '  ' fs-adj-loaded
               '  ' ws-row-verdict
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * Column headings over the adjustment lines; the last column
      * is the load's result, or on the trail the date it was loaded.
       para-write-columns.
           MOVE SPACES TO ws-report-line
           MOVE 'DATE' TO ws-report-line(3:4)
           MOVE 'MAP' TO ws-report-line(13:3)
           MOVE 'SLOPE' TO ws-report-line(23:5)
           MOVE 'BY' TO ws-report-line(30:2)
           MOVE 'REASON' TO ws-report-line(40:6)
           MOVE 'COUNTED' TO ws-report-line(52:7)
           MOVE 'ADJUSTED' TO ws-report-line(61:8)
           MOVE 'DIFF' TO ws-report-line(74:4)
           MOVE ws-column-last TO ws-report-line(80:6)
           WRITE fs-report-line FROM ws-report-line
           .

      * Large: at least ws-large-min trees either way, and more than
      * ws-large-pct percent of what we counted.
       para-judge-large.
           MOVE 'N' TO ws-large
           IF ws-adj-diff < ZERO
               COMPUTE ws-adj-abs = ZERO - ws-adj-diff
           ELSE
               MOVE ws-adj-diff TO ws-adj-abs
           END-IF

           IF ws-adj-abs NOT < ws-large-min
              AND (ws-adj-abs * 100) >
                  (fs-adj-counted * ws-large-pct)
               MOVE 'Y' TO ws-large
           END-IF
           .

      * Per sector: standing adjustments in the window, how many were
      * large, and their net effect. Repeated large ones mark the
      * sector's extract suspect; the warning goes to the exceptions
      * feed when this load added to the sector, so a rerun of the
      * report alone doesn't raise it again.
       para-write-sectors.
           MOVE SPACES TO ws-report-line
           MOVE 'SECTORS ADJUSTED IN WINDOW' TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           PERFORM para-write-sector-line
               VARYING ws-sec-cur FROM 1 BY 1
               UNTIL ws-sec-cur > ws-sec-count
           .

       para-write-sector-line.
           IF ws-sec-adjusted(ws-sec-cur) > ZERO
               MOVE ws-sec-net(ws-sec-cur) TO ws-sec-net-out
               MOVE SPACES TO ws-report-line
               STRING '  MAP ' ws-sec-map-id(ws-sec-cur)
                   '  ADJUSTMENTS ' ws-sec-adjusted(ws-sec-cur)
                   '  LARGE ' ws-sec-large(ws-sec-cur)
                   '  NET DIFF ' ws-sec-net-out
                   DELIMITED BY SIZE INTO ws-report-line

               IF ws-sec-large(ws-sec-cur) NOT < ws-repeat-limit
                   ADD 1 TO ws-suspect-count
                   MOVE 'REPEATED LARGE ADJUSTMENTS - EXTRACT SUSPECT'
                       TO ws-report-line(70:44)
                   IF ws-sec-new(ws-sec-cur) = 'Y'
                       MOVE ws-sec-map-id(ws-sec-cur) TO ws-exc-map-id
                       MOVE 'W' TO ws-exc-severity
                       MOVE 'ADJ-REPEAT' TO ws-exc-reason
                       MOVE SPACES TO ws-exc-keys
                       STRING ws-sec-large(ws-sec-cur)
                           ' LARGE ADJ IN ' ws-trail-days ' DAYS'
                           DELIMITED BY SIZE INTO ws-exc-keys
                       PERFORM para-write-exception-rec
                   END-IF
               END-IF

               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           STRING 'LOADED ' ws-loaded-count
               '  UNCHANGED ' ws-unchanged-count
               '  REJECTED ' ws-rejected-count
               '  SUSPECT SECTORS ' ws-suspect-count
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-load-error = 'Y'
               MOVE 'RESULT: LOAD NOT CLEAN - SEE REJECTS ABOVE'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: ALL ADJUSTMENTS LOADED' TO ws-report-line
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
           MOVE 'solution-4i' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE ws-exc-severity TO fs-exc-severity
           MOVE ws-exc-reason TO fs-exc-reason
           MOVE ws-exc-keys TO fs-exc-keys
           WRITE fs-exc-rec

           CLOSE fd-exceptions
           .

       para-write-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-4i' TO fs-audit-program
           MOVE ws-forestry-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
