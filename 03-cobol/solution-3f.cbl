       01 ws-slope-idx PIC 9(2) VALUE ZERO.
      * One row per map-id and slope seen in the history: today's
      * count, the most recent prior run, and the trailing-window
      * sum, gathered from the trailing window of fd-history. Counts are
      * judged sector by sector - a north-corridor count is only ever
      * compared against north-corridor history.
       01 ws-var-table.
           COPY step-ws.
       01 ws-skip-line PIC X(60) VALUE SPACES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(12) VALUE SPACES.
      * MAP=<id> on the control card judges a single survey sector,
      * reading that sector's rows off the sector key instead of
      * every sector counted in the window.
       01 ws-sel-map-id PIC X(8) VALUE SPACES.
       01 ws-scan-idx PIC 9(2) VALUE ZERO.
      * Business date this run judges. A night rerun for an earlier
      * date names it on the control card, so the window closes on
      * the counts history holds for that date.
       01 ws-asof-parm PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       para-main.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 3

           IF ws-asof-parm NOT = SPACES
               MOVE ws-asof-parm TO ws-run-date
           END-IF

           IF ws-resume-flag = 'Y'

           OPEN INPUT fd-history
           IF ws-hist-file-status = '00'
               PERFORM para-seed-var-table
               IF ws-sel-map-id = SPACES
                   PERFORM para-scan-history
               ELSE
                   PERFORM para-scan-sector-slope
                       VARYING ws-scan-idx FROM 1 BY 1
                       UNTIL ws-scan-idx > ws-slope-count
               END-IF
               PERFORM para-find-prior-run
                   VARYING ws-var-cur FROM 1 BY 1
                   UNTIL ws-var-cur > ws-var-count
               CLOSE fd-history
           END-IF

               '  PROGRAM: solution-3f'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-sel-map-id NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR: ' ws-sel-map-id
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

      * One control-card token: RESUME skips a step already ended
      * clean for the date, MAP=<id> limits the compare to one
      * sector, and an eight-digit date judges that business date
      * instead of today.
       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           IF ws-option-token = 'RESUME'
               MOVE 'Y' TO ws-resume-flag
           END-IF
           IF ws-option-token(1:4) = 'MAP='
               MOVE ws-option-token(5:8) TO ws-sel-map-id
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:4) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           .

      * The trailing window is the six days before the run date, so
      * the date's count is judged against runs that can't already
      * include it.
       para-set-date-window.
           COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-window-start-int = ws-date-int - 6
           END-IF
           .

      * Every map-id and active slope with any row on file gets its
      * entry up front, window or not, so a sector that has dropped
      * out of the counting still raises its missing-count alert.
      * The sector key runs map, slope, date: one row is read per
      * map/slope and the START past that slope's last possible date
      * skips the rest of its rows.
       para-seed-var-table.
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
                   NOT AT END PERFORM para-seed-var-entry
               END-READ
           END-PERFORM
           .

       para-seed-var-entry.
           IF ws-sel-map-id NOT = SPACES
              AND fs-hist-sk-map-id NOT = ws-sel-map-id
               MOVE 'Y' TO ws-hist-eof
           ELSE
               MOVE ZERO TO ws-hist-slope-idx
               PERFORM para-match-history-slope
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
               IF ws-hist-slope-idx > ZERO
                   PERFORM para-find-var-entry
               END-IF

               MOVE 99999999 TO fs-hist-sk-run-date
               START fd-history KEY IS > fs-hist-sector-key
                   INVALID KEY MOVE 'Y' TO ws-hist-eof
               END-START
           END-IF
           .

      * Single pass over the history rows from the start of the
      * trailing window through today. A row for an active slope
      * lands in the ws-var-table entry for its map-id and slope
      * (created on first sight), as today's count, a candidate prior
      * run, or part of the trailing-window sum. The primary key leads
      * with the run date, so the first row past today ends the pass.
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

      * The selected sector's rows for one active slope over the same
      * window, read off the sector key. The pass ends at the first
      * row for another slope or sector or past today.
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

      * An entry with no run inside the trailing window still needs
      * its most recent prior run, however old, for the day-over-day
      * compare and the gap check. That sector's slope is read off
      * the sector key from its first row up to the window start; the
      * key runs in date order, so the last row read is the latest.
       para-find-prior-run.
           IF ws-var-prior-date(ws-var-cur) = ZERO
               MOVE 'N' TO ws-hist-eof
               MOVE ws-var-map-id(ws-var-cur) TO fs-hist-sk-map-id
               MOVE ws-tbl-right(ws-var-slope-idx(ws-var-cur))
                   TO fs-hist-sk-right
               MOVE ws-tbl-down(ws-var-slope-idx(ws-var-cur))
                   TO fs-hist-sk-down
               MOVE ZEROES TO fs-hist-sk-run-date
               START fd-history KEY IS >= fs-hist-sector-key
                   INVALID KEY MOVE 'Y' TO ws-hist-eof
               END-START

               PERFORM UNTIL ws-hist-eof = 'Y'
                   READ fd-history NEXT RECORD
                       AT END MOVE 'Y' TO ws-hist-eof
                       NOT AT END PERFORM para-check-prior-row
                   END-READ
               END-PERFORM
           END-IF
           .

       para-check-prior-row.
           IF fs-hist-sk-map-id NOT = ws-var-map-id(ws-var-cur)
              OR fs-hist-sk-right
                 NOT = ws-tbl-right(ws-var-slope-idx(ws-var-cur))
              OR fs-hist-sk-down
                 NOT = ws-tbl-down(ws-var-slope-idx(ws-var-cur))
              OR fs-hist-sk-run-date >= ws-window-start-date
               MOVE 'Y' TO ws-hist-eof
           ELSE
               MOVE fs-hist-run-date TO ws-var-prior-date(ws-var-cur)
               MOVE fs-hist-tree-count
                   TO ws-var-prior-count(ws-var-cur)
           END-IF
           .

       para-apply-history-record.
           MOVE ZERO TO ws-hist-slope-idx

