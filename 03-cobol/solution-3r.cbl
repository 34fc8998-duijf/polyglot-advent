      * The control card is order-free tokens: a one-to-three digit
      * number sets the moving-average window in days (default 7),
      * and an eight-digit date runs the report as of that business
      * date. MAP=<id> trends a single survey sector, read off the
      * history's sector key.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(12) VALUE SPACES.
       01 ws-sel-map-id PIC X(8) VALUE SPACES.
       01 ws-scan-idx PIC 9(2) VALUE ZERO.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
       01 ws-window-days PIC 9(3) VALUE 7.
      * Today's active trajectories.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
      * One row per map-id and slope seen in the history: the recent
      * window's sum/count/min/max, the window before it for the
      * trend compare, and the latest actual on file, gathered from
      * the two windows' rows of fd-history.
       01 ws-trend-table.
           05 ws-trend-entry OCCURS 100 TIMES.
               10 ws-trd-map-id PIC X(8).
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 3

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
               PERFORM para-seed-trend-table
               IF ws-sel-map-id = SPACES
                   PERFORM para-scan-history
               ELSE
                   PERFORM para-scan-sector-slope
                       VARYING ws-scan-idx FROM 1 BY 1
                       UNTIL ws-scan-idx > ws-slope-count
               END-IF
               CLOSE fd-history
           END-IF

           END-ACCEPT

           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:4) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           IF ws-option-token(1:3) IS NUMERIC
              AND ws-option-token(4:9) = SPACES
               MOVE ws-option-token(1:3) TO ws-window-days
           END-IF
           IF ws-option-token(1:2) IS NUMERIC
              AND ws-option-token(3:10) = SPACES
               MOVE ws-option-token(1:2) TO ws-window-days
           END-IF
           IF ws-option-token(1:1) IS NUMERIC
              AND ws-option-token(2:11) = SPACES
               MOVE ws-option-token(1:1) TO ws-window-days
           END-IF
           IF ws-option-token(1:4) = 'MAP='
               MOVE ws-option-token(5:8) TO ws-sel-map-id
           END-IF
           .

       para-write-header.
               '  PROGRAM: solution-3r'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-sel-map-id NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR: ' ws-sel-map-id
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * The recent window is the run date and the window-minus-one
           END-IF
           .

      * Every map-id and active slope with any row on file gets its
      * entry up front, so one with no runs inside the window is
      * still reported as having no trend. The sector key runs map,
      * slope, date: one row is read per map/slope and the START
      * past that slope's last possible date skips the rest of its
      * rows.
       para-seed-trend-table.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-sector-key
           IF ws-sel-map-id NOT = SPACES
               MOVE ws-sel-map-id TO fs-hist-sk-map-id
           END-IF
           START fd-history KEY IS >= fs-hist-sector-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD
                   AT END MOVE 'Y' TO ws-hist-eof
                   NOT AT END PERFORM para-seed-trend-entry
               END-READ
           END-PERFORM
           .

       para-seed-trend-entry.
           IF ws-sel-map-id NOT = SPACES
              AND fs-hist-sk-map-id NOT = ws-sel-map-id
               MOVE 'Y' TO ws-hist-eof
           ELSE
               MOVE ZERO TO ws-hist-slope-idx
               PERFORM para-match-history-slope
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
               IF ws-hist-slope-idx > ZERO
                   PERFORM para-find-trend-entry
               END-IF

               MOVE 99999999 TO fs-hist-sk-run-date
               START fd-history KEY IS > fs-hist-sector-key
                   INVALID KEY MOVE 'Y' TO ws-hist-eof
               END-START
           END-IF
           .

      * Only the prior window and the recent window are trended, so
      * the read STARTs at the prior window's first date and stops at
      * the first row past the run date. A map/slope whose latest run
      * is older than that shows as having no runs inside the
      * window.
       para-scan-history.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-key
           MOVE ws-pri-start-date TO fs-hist-run-date
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

      * The selected sector's rows for one active slope over both
      * windows, read off the sector key. The pass ends at the first
      * row for another slope or sector or past the run date.
       para-scan-sector-slope.
           MOVE 'N' TO ws-hist-eof
           MOVE ws-sel-map-id TO fs-hist-sk-map-id
           MOVE ws-tbl-right(ws-scan-idx) TO fs-hist-sk-right
           MOVE ws-tbl-down(ws-scan-idx) TO fs-hist-sk-down
           MOVE ws-pri-start-date TO fs-hist-sk-run-date
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
           MOVE ZERO TO ws-hist-slope-idx

