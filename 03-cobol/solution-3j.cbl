           05 fs-exd-right PIC 9(2).
           05 fs-exd-down PIC 9(2).
           05 fs-exd-tree-count PIC 9(7).
           05 fs-exd-impass-count PIC 9(7).
           05 FILLER PIC X(5).
       01 fs-ext-product REDEFINES fs-extract-rec.
           05 fs-exp-type PIC X.
           05 fs-exp-map-id PIC X(8).
       01 ws-skip-line PIC X(60) VALUE SPACES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.
      * Business date this feed carries. A night rerun for an earlier
      * date names it on the control card, so the feed is built from
      * that date's history rows and logged under it.
       01 ws-asof-parm PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       para-main.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 2

           IF ws-asof-parm NOT = SPACES
               MOVE ws-asof-parm TO ws-run-date
           END-IF

           IF ws-resume-flag = 'Y'
           STOP RUN
           .

      * The control card is order-free tokens: RESUME skips a step
      * already ended clean for the date, and an eight-digit date
      * builds the feed for that business date instead of today.
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

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
           CLOSE fd-xmit
           .

      * Single pass over today's rows of the history file, STARTed
      * at today's first key and stopped at the first row for a later
      * date. Every row becomes one detail record and folds into the
      * hash total and its map's running product.
       para-scan-history.
           MOVE 'N' TO ws-hist-eof
           MOVE LOW-VALUES TO fs-hist-key
           MOVE ws-run-date TO fs-hist-run-date
           START fd-history KEY IS >= fs-hist-key
               INVALID KEY MOVE 'Y' TO ws-hist-eof
           END-START

           PERFORM UNTIL ws-hist-eof = 'Y'
               READ fd-history NEXT RECORD
           IF fs-hist-run-date = ws-run-date
               PERFORM para-write-detail-record
               PERFORM para-fold-product
           ELSE
               MOVE 'Y' TO ws-hist-eof
           END-IF
           .

           MOVE fs-hist-right TO fs-exd-right
           MOVE fs-hist-down TO fs-exd-down
           MOVE fs-hist-tree-count TO fs-exd-tree-count
           MOVE fs-hist-impass-count TO fs-exd-impass-count
           WRITE fs-extract-rec
           .

