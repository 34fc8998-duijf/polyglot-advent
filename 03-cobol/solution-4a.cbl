       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4a.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The survey vendors' monthly invoice: one billed line item per
      * sector flown and delivered, carrying the delivery's vendor
      * format (GRID or RLE), the date and sector it was flown for,
      * the lines billed, and the charge. Both vendors' items can
      * share one file; the format column says whose item it is.
       SELECT fd-invoice
           ASSIGN TO DYNAMIC ws-invoice-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-inv-file-status.
           COPY cat-select.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-invoice.
       01 fs-invoice-rec.
           05 fs-inv-format PIC X(4).
           05 fs-inv-invoice-no PIC X(10).
           05 fs-inv-run-date PIC 9(8).
           05 fs-inv-map-id PIC X(8).
           05 fs-inv-line-count PIC 9(7).
           05 fs-inv-amount PIC 9(7)V99.
           05 FILLER PIC X(14).

       FD fd-catalog.
           COPY cat-rec.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-audit.
           COPY audit-rec.

       WORKING-STORAGE SECTION.
       01 ws-invoice-filename PIC X(40) VALUE 'vendor-invoice'.
       01 ws-inv-file-status PIC XX VALUE '00'.
       01 ws-inv-eof PIC X VALUE 'N'.
           COPY cat-ws.
      * Reconciliation report: every billed item that doesn't tie to
      * the catalog, every cataloged extract nobody billed, and per
      * vendor the totals with an approve or dispute verdict.
       01 ws-report-filename PIC X(40) VALUE 'invoice-recon-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
      * The control card names the invoice file and the billing month
      * (YYYYMM); with no month the reconciliation covers the month
      * before the run date, the normal first-of-the-month billing
      * cycle. A month that is not YYYYMM refuses the run.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-month-parm PIC X(6) VALUE SPACES.
       01 ws-bill-month PIC 9(6) VALUE ZEROES.
       01 ws-run-year PIC 9(4) VALUE ZEROES.
       01 ws-run-month PIC 9(2) VALUE ZEROES.
      * The billing month's extracts off the catalog, one entry per
      * date, sector, and format. A rerun catalogs the same extract
      * again, so a repeat row replaces the entry rather than adding
      * a second delivery to bill. An RLE delivery is converted to a
      * grid before it's counted, so the GRID row the count writes
      * for the same date and sector is that conversion, not a second
      * delivery, and is left off the compare.
       01 ws-cat-table.
           05 ws-cat-entry OCCURS 500 TIMES.
               10 ws-ctb-run-date PIC 9(8).
               10 ws-ctb-map-id PIC X(8).
               10 ws-ctb-format PIC X(4).
               10 ws-ctb-line-count PIC 9(7).
               10 ws-ctb-billed PIC X.
               10 ws-ctb-converted PIC X.
       01 ws-cat-count PIC 9(3) VALUE ZERO.
       01 ws-cat-idx PIC 9(3) VALUE ZERO.
       01 ws-cat-cur PIC 9(3) VALUE ZERO.
       01 ws-cat-jdx PIC 9(3) VALUE ZERO.
      * Per-vendor totals, one entry per vendor format.
       01 ws-vendor-table.
           05 ws-vendor-entry OCCURS 2 TIMES.
               10 ws-vnd-format PIC X(4).
               10 ws-vnd-items PIC 9(5).
               10 ws-vnd-lines PIC 9(9).
               10 ws-vnd-amount PIC 9(9)V99.
               10 ws-vnd-matched PIC 9(5).
               10 ws-vnd-not-cataloged PIC 9(5).
               10 ws-vnd-not-billed PIC 9(5).
               10 ws-vnd-line-diffs PIC 9(5).
               10 ws-vnd-duplicates PIC 9(5).
               10 ws-vnd-disputed PIC 9(9)V99.
       01 ws-vendor-idx PIC 9 VALUE ZERO.
       01 ws-vendor-cur PIC 9 VALUE ZERO.
       01 ws-line-diff PIC S9(7) VALUE ZEROES.
       01 ws-line-diff-edit PIC -(7)9.
       01 ws-amount-edit PIC Z(8)9.99.
       01 ws-disputed-edit PIC Z(8)9.99.
       01 ws-verdict PIC X(7) VALUE SPACES.
       01 ws-bad-format-count PIC 9(5) VALUE ZEROES.
       01 ws-recon-error PIC X VALUE 'N'.
           COPY audit-ws.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-invoice-filename FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-invoice-filename
           END-ACCEPT
           IF ws-invoice-filename = SPACES
               MOVE 'vendor-invoice' TO ws-invoice-filename
           END-IF

           MOVE 2 TO ws-arg-num
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-month-parm FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-month-parm
           END-ACCEPT

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           IF ws-month-parm = SPACES
               PERFORM para-default-bill-month
           ELSE
               IF ws-month-parm IS NUMERIC
                  AND ws-month-parm(5:2) NOT < '01'
                  AND ws-month-parm(5:2) NOT > '12'
                   MOVE ws-month-parm TO ws-bill-month
               ELSE
                   PERFORM para-refuse-month-parm
                   PERFORM para-write-audit
                   STOP RUN
               END-IF
           END-IF

           MOVE 'GRID' TO ws-vnd-format(1)
           MOVE 'RLE' TO ws-vnd-format(2)
           PERFORM para-reset-vendor
               VARYING ws-vendor-idx FROM 1 BY 1
               UNTIL ws-vendor-idx > 2

           OPEN OUTPUT fd-report

           PERFORM para-write-header

           PERFORM para-load-catalog

           PERFORM para-mark-conversions
               VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count

           MOVE 'N' TO ws-inv-eof
           OPEN INPUT fd-invoice

           IF ws-inv-file-status = '00'
               PERFORM UNTIL ws-inv-eof = 'Y'
                   READ fd-invoice
                       AT END MOVE 'Y' TO ws-inv-eof
                       NOT AT END PERFORM para-match-invoice-item
                   END-READ
               END-PERFORM

               CLOSE fd-invoice

               PERFORM para-check-not-billed
                   VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count

               PERFORM para-write-vendor-totals
                   VARYING ws-vendor-idx FROM 1 BY 1
                   UNTIL ws-vendor-idx > 2
           ELSE
               MOVE 'Y' TO ws-recon-error
               MOVE SPACES TO ws-report-line
               STRING 'INVOICE FILE NOT FOUND - STATUS '
                   ws-inv-file-status
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           PERFORM para-write-verdict

           CLOSE fd-report

           IF ws-recon-error = 'Y'
               MOVE 'INV-DISP' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           STOP RUN
           .

      * A billing month that is not YYYYMM with a month of 01 to 12
      * would reconcile nothing and still read as a clean month, so
      * the run is refused before any file is read.
       para-refuse-month-parm.
           OPEN OUTPUT fd-report
           PERFORM para-write-header

           MOVE SPACES TO ws-report-line
           STRING 'ABORT: BILLING MONTH ' ws-month-parm
               ' IS NOT A MONTH YYYYMM - RUN TERMINATED'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line

           CLOSE fd-report

           MOVE 'PARM-ERR' TO ws-audit-result
           MOVE 8 TO RETURN-CODE
           .

      * The month before the run date, rolled back across a year
      * end by whole-month arithmetic.
       para-default-bill-month.
           MOVE ws-run-date(1:4) TO ws-run-year
           MOVE ws-run-date(5:2) TO ws-run-month

           IF ws-run-month = 1
               SUBTRACT 1 FROM ws-run-year
               MOVE 12 TO ws-run-month
           ELSE
               SUBTRACT 1 FROM ws-run-month
           END-IF

           COMPUTE ws-bill-month = (ws-run-year * 100) + ws-run-month
           .

       para-reset-vendor.
           MOVE ZEROES TO ws-vnd-items(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-lines(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-amount(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-matched(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-not-cataloged(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-not-billed(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-line-diffs(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-duplicates(ws-vendor-idx)
           MOVE ZEROES TO ws-vnd-disputed(ws-vendor-idx)
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  BILLING MONTH: ' ws-bill-month
               '  INVOICE FILE: ' ws-invoice-filename
               '  PROGRAM: solution-4a'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-load-catalog.
           MOVE ZERO TO ws-cat-count
           MOVE 'N' TO ws-cat-eof

           OPEN INPUT fd-catalog

           IF ws-cat-file-status = '00'
               PERFORM UNTIL ws-cat-eof = 'Y'
                   READ fd-catalog
                       AT END MOVE 'Y' TO ws-cat-eof
                       NOT AT END PERFORM para-store-catalog-row
                   END-READ
               END-PERFORM

               CLOSE fd-catalog
           END-IF
           .

      * ws-cat-table only has room for 500 extracts in a month; a
      * 501st is left off the compare rather than written past the
      * end of the table, and the run is flagged so the gap is seen.
       para-store-catalog-row.
           IF fs-cat-run-date(1:6) = ws-bill-month
               MOVE ZERO TO ws-cat-cur
               PERFORM para-match-catalog-row
                   VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count

               IF ws-cat-cur = ZERO
                   IF ws-cat-count < 500
                       ADD 1 TO ws-cat-count
                       MOVE ws-cat-count TO ws-cat-cur
                       MOVE fs-cat-run-date
                           TO ws-ctb-run-date(ws-cat-cur)
                       MOVE fs-cat-map-id TO ws-ctb-map-id(ws-cat-cur)
                       MOVE fs-cat-format TO ws-ctb-format(ws-cat-cur)
                       MOVE 'N' TO ws-ctb-billed(ws-cat-cur)
                       MOVE 'N' TO ws-ctb-converted(ws-cat-cur)
                   ELSE
                       MOVE 'Y' TO ws-recon-error
                   END-IF
               END-IF

               IF ws-cat-cur > ZERO
                   MOVE fs-cat-line-count
                       TO ws-ctb-line-count(ws-cat-cur)
               END-IF
           END-IF
           .

       para-match-catalog-row.
           IF ws-ctb-run-date(ws-cat-idx) = fs-cat-run-date
              AND ws-ctb-map-id(ws-cat-idx) = fs-cat-map-id
              AND ws-ctb-format(ws-cat-idx) = fs-cat-format
               MOVE ws-cat-idx TO ws-cat-cur
           END-IF
           .

      * A GRID row with an RLE row for the same date and sector is
      * the count of the converted delivery.
       para-mark-conversions.
           IF ws-ctb-format(ws-cat-idx) = 'GRID'
               PERFORM para-find-rle-twin
                   VARYING ws-cat-jdx FROM 1 BY 1
                   UNTIL ws-cat-jdx > ws-cat-count
           END-IF
           .

       para-find-rle-twin.
           IF ws-ctb-format(ws-cat-jdx) = 'RLE'
              AND ws-ctb-run-date(ws-cat-jdx)
                  = ws-ctb-run-date(ws-cat-idx)
              AND ws-ctb-map-id(ws-cat-jdx) = ws-ctb-map-id(ws-cat-idx)
               MOVE 'Y' TO ws-ctb-converted(ws-cat-idx)
           END-IF
           .

      * One billed item against the catalog: the vendor it belongs
      * to, then the extract it bills for. An item for another month
      * is left for that month's reconciliation.
       para-match-invoice-item.
           IF fs-inv-run-date(1:6) = ws-bill-month
               MOVE ZERO TO ws-vendor-cur
               PERFORM para-match-vendor
                   VARYING ws-vendor-idx FROM 1 BY 1
                   UNTIL ws-vendor-idx > 2

               IF ws-vendor-cur = ZERO
                   ADD 1 TO ws-bad-format-count
                   MOVE 'Y' TO ws-recon-error
                   MOVE SPACES TO ws-report-line
                   STRING 'INVOICE ' fs-inv-invoice-no
                       '  ' fs-inv-run-date
                       '  MAP ' fs-inv-map-id
                       '  UNKNOWN VENDOR FORMAT ' fs-inv-format
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               ELSE
                   PERFORM para-reconcile-item
               END-IF
           END-IF
           .

       para-match-vendor.
           IF ws-vnd-format(ws-vendor-idx) = fs-inv-format
               MOVE ws-vendor-idx TO ws-vendor-cur
           END-IF
           .

       para-reconcile-item.
           ADD 1 TO ws-vnd-items(ws-vendor-cur)
           ADD fs-inv-line-count TO ws-vnd-lines(ws-vendor-cur)
           ADD fs-inv-amount TO ws-vnd-amount(ws-vendor-cur)

           MOVE ZERO TO ws-cat-cur
           PERFORM para-match-billed-extract
               VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count

           EVALUATE TRUE
               WHEN ws-cat-cur = ZERO
                   ADD 1 TO ws-vnd-not-cataloged(ws-vendor-cur)
                   ADD fs-inv-amount TO ws-vnd-disputed(ws-vendor-cur)
                   MOVE SPACES TO ws-report-line
                   STRING 'BILLED NOT CATALOGED  ' fs-inv-format
                       '  INVOICE ' fs-inv-invoice-no
                       '  ' fs-inv-run-date
                       '  MAP ' fs-inv-map-id
                       '  LINES ' fs-inv-line-count
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               WHEN ws-ctb-billed(ws-cat-cur) = 'Y'
                   ADD 1 TO ws-vnd-duplicates(ws-vendor-cur)
                   ADD fs-inv-amount TO ws-vnd-disputed(ws-vendor-cur)
                   MOVE SPACES TO ws-report-line
                   STRING 'BILLED TWICE          ' fs-inv-format
                       '  INVOICE ' fs-inv-invoice-no
                       '  ' fs-inv-run-date
                       '  MAP ' fs-inv-map-id
                       '  LINES ' fs-inv-line-count
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               WHEN ws-ctb-line-count(ws-cat-cur)
                    NOT = fs-inv-line-count
                   MOVE 'Y' TO ws-ctb-billed(ws-cat-cur)
                   ADD 1 TO ws-vnd-line-diffs(ws-vendor-cur)
                   ADD fs-inv-amount TO ws-vnd-disputed(ws-vendor-cur)
                   COMPUTE ws-line-diff = fs-inv-line-count
                       - ws-ctb-line-count(ws-cat-cur)
                   MOVE ws-line-diff TO ws-line-diff-edit
                   MOVE SPACES TO ws-report-line
                   STRING 'LINE COUNT DIFFERS    ' fs-inv-format
                       '  INVOICE ' fs-inv-invoice-no
                       '  ' fs-inv-run-date
                       '  MAP ' fs-inv-map-id
                       '  BILLED ' fs-inv-line-count
                       '  CATALOG ' ws-ctb-line-count(ws-cat-cur)
                       '  DIFF ' ws-line-diff-edit
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               WHEN OTHER
                   MOVE 'Y' TO ws-ctb-billed(ws-cat-cur)
                   ADD 1 TO ws-vnd-matched(ws-vendor-cur)
           END-EVALUATE
           .

       para-match-billed-extract.
           IF ws-ctb-run-date(ws-cat-idx) = fs-inv-run-date
              AND ws-ctb-map-id(ws-cat-idx) = fs-inv-map-id
              AND ws-ctb-format(ws-cat-idx) = fs-inv-format
              AND ws-ctb-converted(ws-cat-idx) = 'N'
               MOVE ws-cat-idx TO ws-cat-cur
           END-IF
           .

      * A cataloged delivery is only owed a bill by a vendor who sent
      * an invoice this month; a vendor with no items at all gets one
      * line in the totals rather than an entry per extract.
       para-check-not-billed.
           IF ws-ctb-billed(ws-cat-idx) = 'N'
              AND ws-ctb-converted(ws-cat-idx) = 'N'
               MOVE ZERO TO ws-vendor-cur
               PERFORM para-match-catalog-vendor
                   VARYING ws-vendor-idx FROM 1 BY 1
                   UNTIL ws-vendor-idx > 2

               IF ws-vendor-cur > ZERO
                   IF ws-vnd-items(ws-vendor-cur) > ZERO
                       ADD 1 TO ws-vnd-not-billed(ws-vendor-cur)
                       MOVE SPACES TO ws-report-line
                       STRING 'CATALOGED NOT BILLED  '
                           ws-ctb-format(ws-cat-idx)
                           '  ' ws-ctb-run-date(ws-cat-idx)
                           '  MAP ' ws-ctb-map-id(ws-cat-idx)
                           '  LINES ' ws-ctb-line-count(ws-cat-idx)
                           DELIMITED BY SIZE INTO ws-report-line
                       WRITE fs-report-line FROM ws-report-line
                   END-IF
               END-IF
           END-IF
           .

       para-match-catalog-vendor.
           IF ws-vnd-format(ws-vendor-idx) = ws-ctb-format(ws-cat-idx)
               MOVE ws-vendor-idx TO ws-vendor-cur
           END-IF
           .

      * Two lines per vendor: what was billed, then how it tied out
      * and the verdict. Anything billed that the catalog can't back,
      * and any line count that doesn't match, puts the invoice in
      * dispute; an extract nobody billed is reported but owes the
      * vendor nothing extra, so on its own it doesn't.
       para-write-vendor-totals.
           MOVE SPACES TO ws-report-line

           IF ws-vnd-items(ws-vendor-idx) = ZERO
               STRING 'VENDOR ' ws-vnd-format(ws-vendor-idx)
                   '  NO INVOICE ITEMS FOR ' ws-bill-month
                   ' - CATALOG NOT RECONCILED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               MOVE ws-vnd-amount(ws-vendor-idx) TO ws-amount-edit
               MOVE ws-vnd-disputed(ws-vendor-idx) TO ws-disputed-edit

               IF ws-vnd-not-cataloged(ws-vendor-idx) > ZERO
                  OR ws-vnd-line-diffs(ws-vendor-idx) > ZERO
                  OR ws-vnd-duplicates(ws-vendor-idx) > ZERO
                   MOVE 'DISPUTE' TO ws-verdict
                   MOVE 'Y' TO ws-recon-error
               ELSE
                   MOVE 'APPROVE' TO ws-verdict
               END-IF

               STRING 'VENDOR ' ws-vnd-format(ws-vendor-idx)
                   '  ITEMS BILLED ' ws-vnd-items(ws-vendor-idx)
                   '  LINES BILLED ' ws-vnd-lines(ws-vendor-idx)
                   '  AMOUNT BILLED ' ws-amount-edit
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line

               MOVE SPACES TO ws-report-line
               STRING 'VENDOR ' ws-vnd-format(ws-vendor-idx)
                   '  MATCHED ' ws-vnd-matched(ws-vendor-idx)
                   '  NOT CATALOGED '
                   ws-vnd-not-cataloged(ws-vendor-idx)
                   '  TWICE ' ws-vnd-duplicates(ws-vendor-idx)
                   '  LINE DIFFS ' ws-vnd-line-diffs(ws-vendor-idx)
                   '  NOT BILLED ' ws-vnd-not-billed(ws-vendor-idx)
                   '  DISPUTED ' ws-disputed-edit
                   '  ' ws-verdict
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           IF ws-recon-error = 'Y'
               MOVE 'RESULT: INVOICE ITEMS IN DISPUTE - HOLD PAYMENT'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: ALL BILLED ITEMS TIE TO THE CATALOG'
                   TO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
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
           MOVE 'solution-4a' TO fs-audit-program
           MOVE ws-invoice-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
