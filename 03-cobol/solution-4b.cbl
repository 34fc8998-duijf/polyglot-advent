       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4b.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The vendors' transmittal file: one control row per extract
      * they sent - filename, row count, tree-cell count, and the
      * same tree-cell hash the catalog keeps - so a short or
      * mangled transfer is caught before any step counts it.
       SELECT fd-transmittal
           ASSIGN TO DYNAMIC ws-xmt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-xmt-file-status.
      * The same sector manifest solution-3b counts from, so every
      * extract the night will touch is proved against its control
      * row. No manifest means the single extract on the control
      * card, exactly as the count steps fall back.
       SELECT fd-manifest
           ASSIGN TO DYNAMIC ws-manifest-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-man-file-status.
       SELECT fd-input
           ASSIGN TO DYNAMIC ws-extract-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-extract-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY sym-select.
           COPY audit-select.
           COPY step-select.
           COPY exc-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-transmittal.
       01 fs-transmittal-rec.
           05 fs-xmt-filename PIC X(40).
           05 fs-xmt-row-count PIC 9(7).
           05 fs-xmt-tree-count PIC 9(7).
           05 fs-xmt-hash PIC 9(13).
           05 FILLER PIC X(13).

       FD fd-manifest.
       01 fs-manifest-rec.
           05 fs-man-map-id PIC X(8).
           05 fs-man-filename PIC X(40).
           05 FILLER PIC X(12).

       FD fd-input.
           COPY map-line.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-symbols.
           COPY sym-rec.

       FD fd-audit.
           COPY audit-rec.

       FD fd-step.
           COPY step-rec.

       FD fd-exceptions.
           COPY exc-rec.

       WORKING-STORAGE SECTION.
       01 ws-xmt-filename PIC X(40) VALUE 'transmittal'.
       01 ws-xmt-file-status PIC XX VALUE '00'.
       01 ws-xmt-eof PIC X VALUE 'N'.
       01 ws-xmt-missing PIC X VALUE 'N'.
      * Every control row the vendors sent for the night, and whether
      * a manifest sector has claimed it yet - a row nobody claims is
      * an extract that arrived but will never be counted.
       01 ws-xmt-table.
           05 ws-xmt-entry OCCURS 20 TIMES.
               10 ws-xmt-tbl-filename PIC X(40).
               10 ws-xmt-tbl-rows PIC 9(7).
               10 ws-xmt-tbl-trees PIC 9(7).
               10 ws-xmt-tbl-hash PIC 9(13).
               10 ws-xmt-tbl-claimed PIC X.
       01 ws-xmt-count PIC 9(2) VALUE ZERO.
       01 ws-xmt-idx PIC 9(2) VALUE ZERO.
       01 ws-xmt-cur PIC 9(2) VALUE ZERO.
      * The extract named on the control card, for a night with no
      * manifest on file.
       01 ws-input-filename PIC X(40) VALUE SPACES.
       01 ws-manifest-filename PIC X(40) VALUE 'manifest'.
       01 ws-man-file-status PIC XX VALUE '00'.
       01 ws-man-eof PIC X VALUE 'N'.
       01 ws-manifest-mode PIC X VALUE 'N'.
       01 ws-manifest-table.
           05 ws-man-entry OCCURS 10 TIMES.
               10 ws-man-map-id PIC X(8).
               10 ws-man-filename PIC X(40).
       01 ws-man-count PIC 9(2) VALUE ZERO.
       01 ws-man-idx PIC 9(2) VALUE ZERO.
       01 ws-map-id PIC X(8) VALUE SPACES.
       01 ws-extract-filename PIC X(40) VALUE SPACES.
       01 ws-extract-file-status PIC XX VALUE '00'.
           COPY map-line-ws.
      * What actually arrived, recounted from the extract on disk the
      * same way the catalog fingerprints it: every OBSTACLE cell
      * adds its 1-based line number plus seven times its column.
       01 ws-tree-count PIC 9(7) VALUE ZEROES.
       01 ws-content-hash PIC 9(13) VALUE ZEROES.
       01 ws-map-width PIC 9(3) VALUE ZEROES.
       01 ws-col-idx PIC 9(3) VALUE ZEROES.
       01 ws-scan-idx PIC 9(3) VALUE ZEROES.
       01 ws-sector-error PIC X VALUE 'N'.
       01 ws-xmit-error PIC X VALUE 'N'.
       01 ws-sectors-checked PIC 9(2) VALUE ZERO.
       01 ws-sectors-failed PIC 9(2) VALUE ZERO.
       01 ws-report-filename PIC X(40) VALUE 'transmittal-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
           COPY sym-ws.
       01 ws-sym-table.
           05 ws-sym-entry OCCURS 20 TIMES.
               10 ws-sym-char PIC X.
               10 ws-sym-class PIC X(10).
       01 ws-sym-count PIC 9(2) VALUE ZERO.
       01 ws-sym-idx PIC 9(2) VALUE ZERO.
       01 ws-cell-char PIC X VALUE SPACE.
       01 ws-cell-class PIC X(10) VALUE SPACES.
           COPY exc-ws.
           COPY audit-ws.
           COPY step-ws.
       01 ws-skip-line PIC X(60) VALUE SPACES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-input-filename FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-input-filename
           END-ACCEPT
           IF ws-input-filename = SPACES
               MOVE 'input' TO ws-input-filename
           END-IF

           PERFORM para-get-option
               VARYING ws-arg-num FROM 2 BY 1
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

           PERFORM para-load-symbols
           PERFORM para-load-transmittal
           PERFORM para-load-manifest

           OPEN OUTPUT fd-report

           PERFORM para-write-header

           IF ws-xmt-missing = 'Y'
               PERFORM para-flag-no-transmittal
           ELSE
               IF ws-manifest-mode = 'Y' AND ws-man-count = ZERO
                   PERFORM para-flag-empty-manifest
               ELSE
                   PERFORM para-check-sector
                       VARYING ws-man-idx FROM 1 BY 1
                       UNTIL ws-man-idx > ws-man-count
                   PERFORM para-check-unclaimed
                       VARYING ws-xmt-idx FROM 1 BY 1
                       UNTIL ws-xmt-idx > ws-xmt-count
               END-IF
           END-IF

           PERFORM para-write-verdict

           CLOSE fd-report

           IF ws-xmit-error = 'Y'
               MOVE 'XMIT-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           PERFORM para-write-step-end
           STOP RUN
           .

      * The control card past the extract name is order-free tokens:
      * RESUME skips a step already clean for the date, and an
      * eight-digit date runs the check as of that business date.
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
               '  TRANSMITTAL: ' ws-xmt-filename
               '  PROGRAM: solution-4b'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
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

      * No transmittal file on disk is itself a failure: with nothing
      * to prove the extracts against, the night can't know it has
      * the whole of any of them.
       para-load-transmittal.
           MOVE ZERO TO ws-xmt-count
           MOVE 'N' TO ws-xmt-eof

           OPEN INPUT fd-transmittal

           IF ws-xmt-file-status = '00'
               PERFORM UNTIL ws-xmt-eof = 'Y'
                   READ fd-transmittal
                       AT END MOVE 'Y' TO ws-xmt-eof
                       NOT AT END PERFORM para-store-transmittal
                   END-READ
               END-PERFORM

               CLOSE fd-transmittal
           ELSE
               MOVE 'Y' TO ws-xmt-missing
           END-IF
           .

      * ws-xmt-table only has room for 20 control rows; a 21st is
      * skipped rather than written past the end of the table, and
      * its extract then fails the check as having no control row.
       para-store-transmittal.
           IF fs-xmt-filename NOT = SPACES AND ws-xmt-count < 20
               ADD 1 TO ws-xmt-count
               MOVE fs-xmt-filename
                   TO ws-xmt-tbl-filename(ws-xmt-count)
               MOVE fs-xmt-row-count TO ws-xmt-tbl-rows(ws-xmt-count)
               MOVE fs-xmt-tree-count
                   TO ws-xmt-tbl-trees(ws-xmt-count)
               MOVE fs-xmt-hash TO ws-xmt-tbl-hash(ws-xmt-count)
               MOVE 'N' TO ws-xmt-tbl-claimed(ws-xmt-count)
           END-IF
           .

      * Read the sector manifest the count step will use. No
      * manifest on file means the single extract off the control
      * card as map MAIN, the same fallback solution-3b makes.
       para-load-manifest.
           MOVE ZERO TO ws-man-count
           MOVE 'N' TO ws-man-eof

           OPEN INPUT fd-manifest

           IF ws-man-file-status = '00'
               MOVE 'Y' TO ws-manifest-mode

               PERFORM UNTIL ws-man-eof = 'Y'
                   READ fd-manifest
                       AT END MOVE 'Y' TO ws-man-eof
                       NOT AT END PERFORM para-load-manifest-record
                   END-READ
               END-PERFORM

               CLOSE fd-manifest
           ELSE
               MOVE 1 TO ws-man-count
               MOVE 'MAIN' TO ws-man-map-id(1)
               MOVE ws-input-filename TO ws-man-filename(1)
           END-IF
           .

      * ws-manifest-table only has room for 10 sectors; an 11th row
      * on the manifest is skipped rather than written past the end
      * of the table, as solution-3b skips it.
       para-load-manifest-record.
           IF fs-man-map-id NOT = SPACES AND ws-man-count < 10
               ADD 1 TO ws-man-count
               MOVE fs-man-map-id TO ws-man-map-id(ws-man-count)
               MOVE fs-man-filename TO ws-man-filename(ws-man-count)
           END-IF
           .

       para-flag-no-transmittal.
           MOVE 'Y' TO ws-xmit-error

           MOVE SPACES TO ws-report-line
           STRING 'NO TRANSMITTAL ON FILE: ' ws-xmt-filename
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE 'XMIT-NONE' TO ws-exc-reason
           MOVE 'NO TRANSMITTAL FILE' TO ws-exc-keys
           PERFORM para-write-exception-rec
           .

       para-flag-empty-manifest.
           MOVE 'Y' TO ws-xmit-error

           MOVE SPACES TO ws-report-line
           MOVE 'MANIFEST ON FILE BUT EMPTY - NOTHING TO PROVE'
               TO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE 'MAN-EMPTY' TO ws-exc-reason
           MOVE 'NO SECTORS ON MANIFEST' TO ws-exc-keys
           PERFORM para-write-exception-rec
           .

      * Prove one manifest sector's extract against its control row:
      * the row has to exist, the extract has to be on disk, and the
      * rows, tree cells, and hash recounted here have to equal what
      * the vendor says it sent.
       para-check-sector.
           MOVE ws-man-map-id(ws-man-idx) TO ws-map-id
           MOVE ws-man-filename(ws-man-idx) TO ws-extract-filename
           MOVE 'N' TO ws-sector-error
           ADD 1 TO ws-sectors-checked

           MOVE ZERO TO ws-xmt-cur
           PERFORM para-match-transmittal
               VARYING ws-xmt-idx FROM 1 BY 1
               UNTIL ws-xmt-idx > ws-xmt-count

           MOVE SPACES TO ws-report-line
           STRING 'SECTOR: ' ws-map-id
               '  EXTRACT: ' ws-extract-filename
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-xmt-cur = ZERO
               MOVE 'XMIT-NOROW' TO ws-exc-reason
               MOVE 'NO TRANSMITTAL ROW' TO ws-exc-keys
               PERFORM para-flag-sector
           ELSE
               MOVE 'Y' TO ws-xmt-tbl-claimed(ws-xmt-cur)
               PERFORM para-count-extract
           END-IF

           IF ws-sector-error = 'Y'
               ADD 1 TO ws-sectors-failed
           END-IF
           .

      * The first control row for the filename wins; a duplicate row
      * is left unclaimed and reported as such below.
       para-match-transmittal.
           IF ws-xmt-cur = ZERO
              AND ws-xmt-tbl-filename(ws-xmt-idx) = ws-extract-filename
               MOVE ws-xmt-idx TO ws-xmt-cur
           END-IF
           .

       para-count-extract.
           MOVE ZEROES TO ws-line-count
           MOVE ZEROES TO ws-tree-count
           MOVE ZEROES TO ws-content-hash
           MOVE 'N' TO ws-eof

           OPEN INPUT fd-input

           IF ws-extract-file-status NOT = '00'
               MOVE 'XMIT-NOFIL' TO ws-exc-reason
               MOVE 'EXTRACT NOT ON DISK' TO ws-exc-keys
               PERFORM para-flag-sector
           ELSE
               PERFORM UNTIL ws-eof = 'Y'
                   READ fd-input INTO ws-line
                       AT END MOVE 'Y' TO ws-eof
                       NOT AT END PERFORM para-count-line
                   END-READ
               END-PERFORM

               CLOSE fd-input

               PERFORM para-compare-totals
           END-IF
           .

      * Width per line, by the last non-blank column, so a ragged
      * line is fingerprinted exactly as far as it goes - a ragged
      * map is solution-3a/3b's width check to reject, not this one.
       para-count-line.
           ADD 1 TO ws-line-count

           PERFORM para-scan-width
               VARYING ws-scan-idx FROM 132 BY -1
               UNTIL ws-scan-idx < 1
                  OR ws-line(ws-scan-idx:1) NOT = SPACE
           MOVE ws-scan-idx TO ws-map-width

           PERFORM para-count-cell
               VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > ws-map-width
           .

       para-scan-width.
           CONTINUE
           .

      * Same formula solution-3b and the run-length converter use for
      * fs-cat-hash, so the vendor's figure and the catalog's agree
      * whichever format the sector was flown in.
       para-count-cell.
           MOVE ws-line(ws-col-idx:1) TO ws-cell-char
           PERFORM para-classify-cell

           IF ws-cell-class = 'OBSTACLE'
               ADD 1 TO ws-tree-count
               COMPUTE ws-content-hash = ws-content-hash
                   + ws-line-count + (ws-col-idx * 7)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF
           .

      * A short transfer shows first in the row count, a damaged one
      * in the trees or the hash; the exception names the first
      * figure that disagrees and the report shows all three.
       para-compare-totals.
           MOVE SPACES TO ws-report-line
           STRING '  ROWS SENT ' ws-xmt-tbl-rows(ws-xmt-cur)
               ' RECEIVED ' ws-line-count
               '  TREES SENT ' ws-xmt-tbl-trees(ws-xmt-cur)
               ' RECEIVED ' ws-tree-count
               '  HASH SENT ' ws-xmt-tbl-hash(ws-xmt-cur)
               ' RECEIVED ' ws-content-hash
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-exc-keys
           EVALUATE TRUE
               WHEN ws-line-count NOT = ws-xmt-tbl-rows(ws-xmt-cur)
                   MOVE 'XMIT-ROWS' TO ws-exc-reason
                   STRING 'SENT ' ws-xmt-tbl-rows(ws-xmt-cur)
                       ' RECEIVED ' ws-line-count
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-flag-sector
               WHEN ws-tree-count NOT = ws-xmt-tbl-trees(ws-xmt-cur)
                   MOVE 'XMIT-TREES' TO ws-exc-reason
                   STRING 'SENT ' ws-xmt-tbl-trees(ws-xmt-cur)
                       ' RECEIVED ' ws-tree-count
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-flag-sector
               WHEN ws-content-hash NOT = ws-xmt-tbl-hash(ws-xmt-cur)
                   MOVE 'XMIT-HASH' TO ws-exc-reason
                   MOVE 'TREE-CELL HASH DIFFERS' TO ws-exc-keys
                   PERFORM para-flag-sector
               WHEN OTHER
                   MOVE SPACES TO ws-report-line
                   MOVE '  CONTROL TOTALS AGREE' TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
           END-EVALUATE
           .

      * Caller has staged the reason and keys; the sector is the one
      * being checked.
       para-flag-sector.
           MOVE 'Y' TO ws-sector-error
           MOVE 'Y' TO ws-xmit-error

           MOVE SPACES TO ws-report-line
           STRING '  MISMATCH: ' ws-exc-reason
               '  ' ws-exc-keys
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE ws-map-id TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           PERFORM para-write-exception-rec
           .

      * A control row no manifest sector claimed is an extract the
      * vendor sent that tonight's count will never see. That wants
      * a look, but it is no reason to hold the sectors that did
      * balance.
       para-check-unclaimed.
           IF ws-xmt-tbl-claimed(ws-xmt-idx) = 'N'
               MOVE SPACES TO ws-report-line
               STRING 'SENT BUT NOT ON MANIFEST: '
                   ws-xmt-tbl-filename(ws-xmt-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line

               MOVE SPACES TO ws-exc-map-id
               MOVE 'W' TO ws-exc-severity
               MOVE 'XMIT-EXTRA' TO ws-exc-reason
               MOVE ws-xmt-tbl-filename(ws-xmt-idx) TO ws-exc-keys
               PERFORM para-write-exception-rec
           END-IF
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           STRING 'SECTORS CHECKED: ' ws-sectors-checked
               '  SECTORS FAILED: ' ws-sectors-failed
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           IF ws-xmit-error = 'Y'
               MOVE 'RESULT: TRANSMITTAL REJECTED - NIGHT STOPPED'
                   TO ws-report-line
           ELSE
               MOVE 'RESULT: TRANSMITTAL BALANCED' TO ws-report-line
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
           MOVE 'solution-4b' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE ws-exc-severity TO fs-exc-severity
           MOVE ws-exc-reason TO fs-exc-reason
           MOVE ws-exc-keys TO fs-exc-keys
           WRITE fs-exc-rec

           CLOSE fd-exceptions
           .

      * Record this step's start and end on the shared step-status
      * file, so the resume path and the status report can see
      * exactly where the night stands.
       para-write-step-start.
           OPEN EXTEND fd-step
           IF ws-step-file-status NOT = '00'
               OPEN OUTPUT fd-step
           END-IF

           MOVE SPACES TO fs-step-rec
           MOVE ws-run-date TO fs-step-run-date
           MOVE 'solution-4b' TO fs-step-program
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
           MOVE 'solution-4b' TO fs-step-program
           MOVE 'END' TO fs-step-event
           MOVE ws-step-end-time TO fs-step-time
           MOVE RETURN-CODE TO fs-step-rc
           WRITE fs-step-rec

           CLOSE fd-step
           .

      * Has this step already ended clean for the run date? The
      * latest END row wins, so a failure followed by a clean rerun
      * reads as done.
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
              AND fs-step-program = 'solution-4b'
              AND fs-step-event = 'END'
               IF fs-step-rc = ZERO
                   MOVE 'Y' TO ws-step-done
               ELSE
                   MOVE 'N' TO ws-step-done
               END-IF
           END-IF
           .

      * The resume skip ends with return code zero on purpose - the
      * chain reads a skipped-because-done step as a good step and
      * carries on to the first one that isn't.
       para-skip-step.
           MOVE SPACES TO ws-skip-line
           STRING 'STEP SKIPPED: solution-4b ALREADY OK FOR '
               ws-run-date DELIMITED BY SIZE INTO ws-skip-line
           DISPLAY ws-skip-line
           MOVE 'SKIPPED' TO ws-audit-result
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
           MOVE 'solution-4b' TO fs-audit-program
           MOVE ws-xmt-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
