       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4f.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The same sector manifest the partitions split between them.
       SELECT fd-manifest
           ASSIGN TO DYNAMIC ws-manifest-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-man-file-status.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
      * The night's solution-3b report and error files, rebuilt from
      * the partitions' lines in manifest order.
       SELECT fd-night-report
           ASSIGN TO DYNAMIC ws-night-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       SELECT fd-night-errors
           ASSIGN TO DYNAMIC ws-night-error-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
      * One partition's own history and linecount files, opened in
      * turn off the partition number. Same layouts as the shared
      * files they are published into.
       SELECT fd-part-history
           ASSIGN TO DYNAMIC ws-phist-filename
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fs-phist-key
           ALTERNATE RECORD KEY IS fs-phist-sector-key
           FILE STATUS IS ws-phist-file-status.
       SELECT fd-part-linecount
           ASSIGN TO DYNAMIC ws-plc-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-plc-file-status.
           COPY part-select.
           COPY hist-select.
           COPY linecount-select.
           COPY runctl-select.
           COPY step-select.
           COPY audit-select.
           COPY exc-select.
           COPY qtn-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-manifest.
       01 fs-manifest-rec.
           05 fs-man-map-id PIC X(8).
           05 fs-man-filename PIC X(40).
           05 FILLER PIC X(12).

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-night-report.
       01 fs-night-report-line PIC X(132).

       FD fd-night-errors.
       01 fs-night-error-line PIC X(80).

       FD fd-part-history.
       01 fs-part-history-rec.
           05 fs-phist-key.
               10 fs-phist-run-date PIC 9(8).
               10 fs-phist-map-id PIC X(8).
               10 fs-phist-right PIC 9(2).
               10 fs-phist-down PIC 9(2).
           05 fs-phist-tree-count PIC 9(7).
           05 fs-phist-impass-count PIC 9(7).
           05 fs-phist-sector-key.
               10 fs-phist-sk-map-id PIC X(8).
               10 fs-phist-sk-right PIC 9(2).
               10 fs-phist-sk-down PIC 9(2).
               10 fs-phist-sk-run-date PIC 9(8).

       FD fd-part-linecount.
       01 fs-part-linecount-rec.
           05 fs-plc-run-date PIC 9(8).
           05 fs-plc-program PIC X(11).
           05 fs-plc-map-id PIC X(8).
           05 fs-plc-line-count PIC 9(7).
           05 FILLER PIC X(10).

       FD fd-partition.
           COPY part-rec.

       FD fd-history.
           COPY hist-rec.

       FD fd-linecount.
           COPY linecount-rec.

       FD fd-runctl.
           COPY runctl-rec.

       FD fd-step.
           COPY step-rec.

       FD fd-audit.
           COPY audit-rec.

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-quarantine.
           COPY qtn-rec.

       WORKING-STORAGE SECTION.
           COPY part-ws.
           COPY hist-ws.
           COPY linecount-ws.
           COPY runctl-ws.
           COPY step-ws.
           COPY audit-ws.
           COPY exc-ws.
           COPY qtn-ws.
      * Merge step for a solution-3b run split into partitions. Every
      * partition's control file has to be there, be for the run
      * date, carry a trailer, and between them account for every
      * manifest row; only then are the partitions' history and
      * linecount rows published into the shared files, the sector
      * and whole-run completion rows written on solution-3b's
      * behalf, and report-3b rebuilt as one run would have written
      * it. Any partition missing or unfinished publishes nothing.
       01 ws-report-filename PIC X(40) VALUE 'merge-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-night-report-filename PIC X(40) VALUE 'report-3b'.
       01 ws-night-error-filename PIC X(40) VALUE 'errors-3b'.
       01 ws-phist-filename PIC X(40) VALUE SPACES.
       01 ws-phist-file-status PIC XX VALUE '00'.
       01 ws-phist-eof PIC X VALUE 'N'.
       01 ws-plc-filename PIC X(40) VALUE SPACES.
       01 ws-plc-file-status PIC XX VALUE '00'.
       01 ws-plc-eof PIC X VALUE 'N'.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(10) VALUE SPACES.
       01 ws-asof-parm PIC X(8) VALUE SPACES.
       01 ws-skip-line PIC X(60) VALUE SPACES.
      * The manifest, with what its owning partition said about each
      * row and what the merge found on that partition's files.
       01 ws-manifest-filename PIC X(40) VALUE 'manifest'.
       01 ws-man-file-status PIC XX VALUE '00'.
       01 ws-man-eof PIC X VALUE 'N'.
       01 ws-manifest-table.
           05 ws-man-entry OCCURS 10 TIMES.
               10 ws-man-map-id PIC X(8).
               10 ws-man-filename PIC X(40).
               10 ws-man-part PIC 9(2).
               10 ws-man-seen PIC X.
               10 ws-man-got-id PIC X(8).
               10 ws-man-status PIC X(10).
               10 ws-man-line-count PIC 9(7).
               10 ws-man-product PIC 9(13).
               10 ws-man-slopes PIC 9(2).
               10 ws-man-hist-rows PIC 9(2).
               10 ws-man-lc-found PIC X.
               10 ws-man-lc-count PIC 9(7).
       01 ws-man-count PIC 9(2) VALUE ZERO.
       01 ws-man-single PIC X VALUE 'N'.
       01 ws-man-idx PIC 9(2) VALUE ZERO.
       01 ws-man-cur PIC 9(2) VALUE ZERO.
       01 ws-look-map-id PIC X(8) VALUE SPACES.
      * One entry per partition, off its control file. A partition is
      * COMPLETE only with a header for this run date and partition
      * count and a trailer from a run that wasn't terminated.
       01 ws-part-count PIC 9 VALUE ZERO.
       01 ws-part-digit PIC 9 VALUE ZERO.
       01 ws-cur-part PIC 9(2) VALUE ZERO.
       01 ws-part-table.
           05 ws-pt-entry OCCURS 9 TIMES.
               10 ws-pt-state PIC X(10).
               10 ws-pt-merged PIC X.
               10 ws-pt-result PIC X(10).
               10 ws-pt-incomplete PIC X.
               10 ws-pt-sectors PIC 9(2).
               10 ws-pt-counted PIC 9(2).
               10 ws-pt-lines PIC 9(9).
       01 ws-scratch PIC 9(2) VALUE ZERO.
       01 ws-discard PIC 9(2) VALUE ZERO.
      * Today's history rows for every counted sector, off each
      * partition's own history file. ws-mh-table has room for ten
      * sectors of twenty slopes, the most solution-3b counts; a row
      * past that can only be left over from a different slope file,
      * and stops the merge rather than being written past the end.
       01 ws-mh-table.
           05 ws-mh-entry OCCURS 200 TIMES.
               10 ws-mh-part PIC 9(2).
               10 ws-mh-map-id PIC X(8).
               10 ws-mh-right PIC 9(2).
               10 ws-mh-down PIC 9(2).
               10 ws-mh-tree-count PIC 9(7).
               10 ws-mh-impass-count PIC 9(7).
       01 ws-mh-count PIC 9(3) VALUE ZERO.
       01 ws-mh-idx PIC 9(3) VALUE ZERO.
       01 ws-merge-error PIC X VALUE 'N'.
       01 ws-all-merged PIC X VALUE 'Y'.
       01 ws-run-incomplete PIC X VALUE 'N'.
       01 ws-sect-rejected PIC X VALUE 'N'.
       01 ws-merged-now PIC 9(2) VALUE ZERO.
       01 ws-merge-time PIC 9(8) VALUE ZEROES.
       01 ws-merged-note PIC X(16) VALUE SPACES.
      * Run totals across every partition, for the merge report.
       01 ws-tot-counted PIC 9(2) VALUE ZERO.
       01 ws-tot-lines PIC 9(9) VALUE ZEROES.
       01 ws-tot-trees PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           PERFORM para-get-option
           IF ws-option-token(1:1) IS NUMERIC
              AND ws-option-token(2:9) = SPACES
               MOVE ws-option-token(1:1) TO ws-part-count
           END-IF

           PERFORM para-get-other-option
               VARYING ws-arg-num FROM 2 BY 1
               UNTIL ws-arg-num > 4

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

           IF ws-part-count = ZERO
               MOVE SPACES TO ws-report-line
               MOVE 'NO PARTITION COUNT ON CONTROL CARD - NOTHING DONE'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
               CLOSE fd-report
               MOVE 'MRG-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           PERFORM para-load-manifest

           IF ws-man-count = ZERO
               MOVE SPACES TO ws-report-line
               MOVE 'NO ROWS ON THE MANIFEST - NOTHING TO MERGE'
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
               CLOSE fd-report
               MOVE 'MRG-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO ws-exc-map-id
               MOVE 'MAN-EMPTY' TO ws-exc-reason
               MOVE SPACES TO ws-exc-keys
               MOVE ws-manifest-filename TO ws-exc-keys
               PERFORM para-write-exception-rec
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           IF ws-man-single = 'Y'
               MOVE SPACES TO ws-report-line
               STRING 'NO MANIFEST ON FILE - MERGING THE SINGLE'
                   ' EXTRACT AS SECTOR MAIN'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF

           PERFORM para-check-partition
               VARYING ws-cur-part FROM 1 BY 1
               UNTIL ws-cur-part > ws-part-count

           PERFORM para-check-coverage
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           IF ws-merge-error = 'N'
               PERFORM para-load-part-counts
                   VARYING ws-cur-part FROM 1 BY 1
                   UNTIL ws-cur-part > ws-part-count

               PERFORM para-check-counts
                   VARYING ws-man-idx FROM 1 BY 1
                   UNTIL ws-man-idx > ws-man-count
           END-IF

           IF ws-merge-error = 'N' AND ws-all-merged = 'Y'
               PERFORM para-refuse-rerun
               CLOSE fd-report
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           PERFORM para-rebuild-night-report

           IF ws-merge-error = 'N'
               PERFORM para-publish
           END-IF

           PERFORM para-write-map-line
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           PERFORM para-write-totals
           PERFORM para-write-verdict

           CLOSE fd-report

           EVALUATE TRUE
               WHEN ws-merge-error = 'Y'
                   MOVE 'MRG-FAIL' TO ws-audit-result
                   MOVE 8 TO RETURN-CODE
               WHEN ws-sect-rejected = 'Y'
                   MOVE 'SECT-REJ' TO ws-audit-result
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM para-write-audit
           PERFORM para-write-step-end
           STOP RUN
           .

       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT
           .

      * Past the partition count the control card takes RESUME, to
      * skip the step when it already ended clean for the run date,
      * and an eight-digit business date for a catch-up night.
       para-get-other-option.
           PERFORM para-get-option

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
               '  PARTITIONS: ' ws-part-count
               '  MANIFEST: ' ws-manifest-filename
               '  PROGRAM: solution-4f'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

      * ws-manifest-table only has room for 10 sectors, the same as
      * solution-3b's; an 11th row is skipped rather than written
      * past the end of the table. With no manifest on file the
      * partitions counted the single extract on their card as
      * sector MAIN, so the merge takes a one-row MAIN manifest; the
      * extract's name comes off partition 1's sector row.
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
           ELSE
               MOVE 'Y' TO ws-man-single
               MOVE 1 TO ws-man-count
               MOVE 'MAIN' TO ws-man-map-id(1)
               MOVE SPACES TO ws-man-filename(1)
               PERFORM para-reset-manifest-row
           END-IF
           .

       para-load-manifest-record.
           IF fs-man-map-id NOT = SPACES AND ws-man-count < 10
               ADD 1 TO ws-man-count
               MOVE fs-man-map-id TO ws-man-map-id(ws-man-count)
               MOVE fs-man-filename TO ws-man-filename(ws-man-count)
               PERFORM para-reset-manifest-row
           END-IF
           .

      * Each row is owned by the partition solution-3b deals it to:
      * rows 1, m+1, 2m+1 ... to partition 1, and so on round.
       para-reset-manifest-row.
           SUBTRACT 1 FROM ws-man-count GIVING ws-scratch
           DIVIDE ws-scratch BY ws-part-count
               GIVING ws-discard REMAINDER ws-man-part(ws-man-count)
           ADD 1 TO ws-man-part(ws-man-count)
           MOVE 'N' TO ws-man-seen(ws-man-count)
           MOVE SPACES TO ws-man-got-id(ws-man-count)
           MOVE SPACES TO ws-man-status(ws-man-count)
           MOVE ZEROES TO ws-man-line-count(ws-man-count)
           MOVE ZEROES TO ws-man-product(ws-man-count)
           MOVE ZEROES TO ws-man-slopes(ws-man-count)
           MOVE ZEROES TO ws-man-hist-rows(ws-man-count)
           MOVE 'N' TO ws-man-lc-found(ws-man-count)
           MOVE ZEROES TO ws-man-lc-count(ws-man-count)
           .

      * Read one partition's control file end to end and judge it.
      * A partition that is anything but COMPLETE stops the merge.
       para-check-partition.
           MOVE 'MISSING' TO ws-pt-state(ws-cur-part)
           MOVE 'N' TO ws-pt-merged(ws-cur-part)
           MOVE SPACES TO ws-pt-result(ws-cur-part)
           MOVE 'N' TO ws-pt-incomplete(ws-cur-part)
           MOVE ZERO TO ws-pt-sectors(ws-cur-part)
           MOVE ZERO TO ws-pt-counted(ws-cur-part)
           MOVE ZEROES TO ws-pt-lines(ws-cur-part)

           PERFORM para-set-part-filename
           MOVE 'N' TO ws-part-eof

           OPEN INPUT fd-partition

           IF ws-part-file-status = '00'
               PERFORM UNTIL ws-part-eof = 'Y'
                   READ fd-partition
                       AT END MOVE 'Y' TO ws-part-eof
                       NOT AT END PERFORM para-take-partition-row
                   END-READ
               END-PERFORM

               CLOSE fd-partition
           END-IF

           MOVE SPACES TO ws-merged-note
           IF ws-pt-merged(ws-cur-part) = 'Y'
               MOVE '  ALREADY MERGED' TO ws-merged-note
           END-IF

           MOVE SPACES TO ws-report-line
           STRING 'PARTITION ' ws-part-digit ' OF ' ws-part-count
               '  FILE: ' ws-part-filename(1:13)
               '  STATE: ' ws-pt-state(ws-cur-part)
               '  SECTORS: ' ws-pt-sectors(ws-cur-part)
               '  COUNTED: ' ws-pt-counted(ws-cur-part)
               '  LINES: ' ws-pt-lines(ws-cur-part)
               ws-merged-note
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line

           IF ws-pt-state(ws-cur-part) = 'COMPLETE'
               IF ws-pt-merged(ws-cur-part) = 'N'
                   MOVE 'N' TO ws-all-merged
               END-IF
               IF ws-pt-incomplete(ws-cur-part) = 'Y'
                   MOVE 'Y' TO ws-run-incomplete
               END-IF
               IF ws-pt-result(ws-cur-part) = 'SECT-REJ'
                   MOVE 'Y' TO ws-sect-rejected
               END-IF
           ELSE
               MOVE 'Y' TO ws-merge-error
               MOVE SPACES TO ws-exc-map-id
               EVALUATE ws-pt-state(ws-cur-part)
                   WHEN 'MISSING'
                       MOVE 'PART-MISS' TO ws-exc-reason
                   WHEN 'STALE'
                       MOVE 'PART-STALE' TO ws-exc-reason
                   WHEN OTHER
                       MOVE 'PART-INCMP' TO ws-exc-reason
               END-EVALUATE
               MOVE SPACES TO ws-exc-keys
               STRING 'PARTITION ' ws-part-digit ' OF ' ws-part-count
                   ' ' ws-pt-state(ws-cur-part)
                   DELIMITED BY SIZE INTO ws-exc-keys
               PERFORM para-write-exception-rec
           END-IF
           .

       para-set-part-filename.
           MOVE ws-cur-part TO ws-part-digit
           MOVE SPACES TO ws-part-filename
           STRING 'partition-p' ws-part-digit
               DELIMITED BY SIZE INTO ws-part-filename
           .

      * The header has to be for this run date, this partition of
      * this many, and today's manifest length, or the file is left
      * over from another night or another split. A trailer from a
      * run that was terminated (ragged map, overflow, bad control
      * card) leaves the partition ABORTED; no trailer at all leaves
      * it UNFINISHED.
       para-take-partition-row.
           EVALUATE fs-part-type
               WHEN 'H'
                   IF fs-part-run-date = ws-run-date
                      AND fs-part-no = ws-cur-part
                      AND fs-part-of = ws-part-count
                      AND fs-part-man-count = ws-man-count
                       MOVE 'UNFINISHED' TO ws-pt-state(ws-cur-part)
                   ELSE
                       MOVE 'STALE' TO ws-pt-state(ws-cur-part)
                   END-IF
               WHEN 'S'
                   IF ws-pt-state(ws-cur-part) = 'UNFINISHED'
                      AND fs-part-man-idx > ZERO
                      AND fs-part-man-idx NOT > ws-man-count
                       PERFORM para-take-sector-row
                   END-IF
               WHEN 'T'
                   IF ws-pt-state(ws-cur-part) = 'UNFINISHED'
                       MOVE fs-part-result TO ws-pt-result(ws-cur-part)
                       MOVE fs-part-incomplete
                           TO ws-pt-incomplete(ws-cur-part)
                       IF fs-part-result = 'OK'
                          OR fs-part-result = 'OK-FORCED'
                          OR fs-part-result = 'SECT-REJ'
                           MOVE 'COMPLETE' TO ws-pt-state(ws-cur-part)
                       ELSE
                           MOVE 'ABORTED' TO ws-pt-state(ws-cur-part)
                       END-IF
                   END-IF
               WHEN 'M'
                   IF ws-pt-state(ws-cur-part) = 'COMPLETE'
                       MOVE 'Y' TO ws-pt-merged(ws-cur-part)
                   END-IF
           END-EVALUATE
           .

       para-take-sector-row.
           MOVE fs-part-man-idx TO ws-man-cur
           MOVE 'Y' TO ws-man-seen(ws-man-cur)
           MOVE fs-part-map-id TO ws-man-got-id(ws-man-cur)
           IF ws-man-filename(ws-man-cur) = SPACES
               MOVE fs-part-filename TO ws-man-filename(ws-man-cur)
           END-IF
           MOVE fs-part-status TO ws-man-status(ws-man-cur)
           MOVE fs-part-line-count TO ws-man-line-count(ws-man-cur)
           MOVE fs-part-product TO ws-man-product(ws-man-cur)
           MOVE fs-part-slopes TO ws-man-slopes(ws-man-cur)
           ADD 1 TO ws-pt-sectors(ws-cur-part)

           IF fs-part-status = 'COUNTED'
               ADD 1 TO ws-pt-counted(ws-cur-part)
               ADD fs-part-line-count TO ws-pt-lines(ws-cur-part)
           END-IF
           .

      * Every manifest row has to have been reported on by the
      * partition that owns it, under the same map-id. A row the
      * manifest gained or reordered since the partitions ran shows
      * up here. Rows of a partition that already failed are not
      * repeated - the partition's own failure covers them.
       para-check-coverage.
           MOVE ws-man-part(ws-man-idx) TO ws-cur-part
           MOVE ws-cur-part TO ws-part-digit

           IF ws-pt-state(ws-cur-part) = 'COMPLETE'
               IF ws-man-seen(ws-man-idx) = 'N'
                  OR ws-man-got-id(ws-man-idx)
                     NOT = ws-man-map-id(ws-man-idx)
                   MOVE 'Y' TO ws-merge-error
                   MOVE SPACES TO ws-report-line
                   STRING 'MAP ' ws-man-map-id(ws-man-idx)
                       '  NOT ACCOUNTED FOR BY PARTITION '
                       ws-part-digit
                       DELIMITED BY SIZE INTO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   DISPLAY ws-report-line

                   MOVE ws-man-map-id(ws-man-idx) TO ws-exc-map-id
                   MOVE 'PART-GAP' TO ws-exc-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'NOT IN PARTITION ' ws-part-digit
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-write-exception-rec
               END-IF
           END-IF
           .

      * Today's rows off one partition's history and linecount files.
      * History is read for every partition, for the run totals; the
      * linecount rows only matter for a partition still to publish.
       para-load-part-counts.
           MOVE ws-cur-part TO ws-part-digit

           MOVE SPACES TO ws-phist-filename
           STRING 'history-p' ws-part-digit
               DELIMITED BY SIZE INTO ws-phist-filename
           MOVE SPACES TO ws-plc-filename
           STRING 'linecount-p' ws-part-digit
               DELIMITED BY SIZE INTO ws-plc-filename

           PERFORM para-load-part-history

           IF ws-pt-merged(ws-cur-part) = 'N'
               PERFORM para-load-part-linecount
           END-IF
           .

      * The primary key leads with the run date, so the pass STARTs
      * on the date and the first row past it ends the pass.
       para-load-part-history.
           MOVE 'N' TO ws-phist-eof

           OPEN INPUT fd-part-history

           IF ws-phist-file-status = '00'
               MOVE LOW-VALUES TO fs-phist-key
               MOVE ws-run-date TO fs-phist-run-date
               START fd-part-history KEY IS >= fs-phist-key
                   INVALID KEY MOVE 'Y' TO ws-phist-eof
               END-START

               PERFORM UNTIL ws-phist-eof = 'Y'
                   READ fd-part-history NEXT RECORD
                       AT END MOVE 'Y' TO ws-phist-eof
                       NOT AT END PERFORM para-take-part-history
                   END-READ
               END-PERFORM

               CLOSE fd-part-history
           END-IF
           .

      * Only rows for a sector this partition counted tonight are
      * taken - a sector another night's split gave this partition
      * may still have rows for the date from an earlier attempt.
       para-take-part-history.
           IF fs-phist-run-date > ws-run-date
               MOVE 'Y' TO ws-phist-eof
           ELSE
               MOVE fs-phist-map-id TO ws-look-map-id
               PERFORM para-find-counted-row
               IF ws-man-cur > ZERO
                   ADD 1 TO ws-man-hist-rows(ws-man-cur)
                   IF ws-mh-count < 200
                       ADD 1 TO ws-mh-count
                       MOVE ws-cur-part TO ws-mh-part(ws-mh-count)
                       MOVE fs-phist-map-id TO ws-mh-map-id(ws-mh-count)
                       MOVE fs-phist-right TO ws-mh-right(ws-mh-count)
                       MOVE fs-phist-down TO ws-mh-down(ws-mh-count)
                       MOVE fs-phist-tree-count
                           TO ws-mh-tree-count(ws-mh-count)
                       MOVE fs-phist-impass-count
                           TO ws-mh-impass-count(ws-mh-count)
                       ADD fs-phist-tree-count TO ws-tot-trees
                   ELSE
                       MOVE 'Y' TO ws-merge-error
                   END-IF
               END-IF
           END-IF
           .

      * The latest linecount row for a counted sector wins, the way
      * the reconciliation reads the shared file.
       para-load-part-linecount.
           MOVE 'N' TO ws-plc-eof

           OPEN INPUT fd-part-linecount

           IF ws-plc-file-status = '00'
               PERFORM UNTIL ws-plc-eof = 'Y'
                   READ fd-part-linecount
                       AT END MOVE 'Y' TO ws-plc-eof
                       NOT AT END PERFORM para-take-part-linecount
                   END-READ
               END-PERFORM

               CLOSE fd-part-linecount
           END-IF
           .

       para-take-part-linecount.
           IF fs-plc-run-date = ws-run-date
              AND fs-plc-program = 'solution-3b'
               MOVE fs-plc-map-id TO ws-look-map-id
               PERFORM para-find-counted-row
               IF ws-man-cur > ZERO
                   MOVE 'Y' TO ws-man-lc-found(ws-man-cur)
                   MOVE fs-plc-line-count TO ws-man-lc-count(ws-man-cur)
               END-IF
           END-IF
           .

       para-find-counted-row.
           MOVE ZERO TO ws-man-cur
           PERFORM para-match-counted-row
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count
           .

       para-match-counted-row.
           IF ws-man-map-id(ws-man-idx) = ws-look-map-id
              AND ws-man-part(ws-man-idx) = ws-cur-part
              AND ws-man-status(ws-man-idx) = 'COUNTED'
              AND ws-man-cur = ZERO
               MOVE ws-man-idx TO ws-man-cur
           END-IF
           .

      * A counted sector has to have one history row per slope the
      * partition counted it against, and - until it is published -
      * a linecount row agreeing with the partition's own figure.
       para-check-counts.
           MOVE ws-man-part(ws-man-idx) TO ws-cur-part
           MOVE ws-cur-part TO ws-part-digit

           IF ws-man-status(ws-man-idx) = 'COUNTED'
               ADD 1 TO ws-tot-counted
               ADD ws-man-line-count(ws-man-idx) TO ws-tot-lines

               IF ws-man-hist-rows(ws-man-idx)
                  NOT = ws-man-slopes(ws-man-idx)
                   MOVE 'Y' TO ws-merge-error
                   MOVE 'PART-HIST' TO ws-exc-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'HISTORY ROWS ' ws-man-hist-rows(ws-man-idx)
                       ' EXPECTED ' ws-man-slopes(ws-man-idx)
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-report-count-error
               END-IF

               IF ws-pt-merged(ws-cur-part) = 'N'
                  AND (ws-man-lc-found(ws-man-idx) = 'N'
                   OR ws-man-lc-count(ws-man-idx)
                      NOT = ws-man-line-count(ws-man-idx))
                   MOVE 'Y' TO ws-merge-error
                   MOVE 'PART-LC' TO ws-exc-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'LINECOUNT ' ws-man-lc-count(ws-man-idx)
                       ' EXPECTED ' ws-man-line-count(ws-man-idx)
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-report-count-error
               END-IF
           END-IF
           .

       para-report-count-error.
           MOVE SPACES TO ws-report-line
           STRING 'MAP ' ws-man-map-id(ws-man-idx)
               '  PARTITION ' ws-part-digit
               '  ' ws-exc-reason ' ' ws-exc-keys
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line

           MOVE ws-man-map-id(ws-man-idx) TO ws-exc-map-id
           PERFORM para-write-exception-rec
           .

      * Every partition is already merged: the night is published
      * and nothing has been counted since, so a second merge would
      * only duplicate the linecount and completion rows.
       para-refuse-rerun.
           MOVE SPACES TO ws-report-line
           STRING 'RUN REFUSED: ' ws-run-date
               ' ALREADY MERGED - RERUN THE PARTITIONS FIRST'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
           MOVE 'DUP-RUN' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

      * report-3b and errors-3b, laid out in manifest order from the
      * lines each partition tagged with the manifest row it was on
      * - line for line what one solution-3b run over the whole
      * manifest writes. A partition with no usable file for the
      * date contributes nothing; a failed merge says so at the end.
       para-rebuild-night-report.
           OPEN OUTPUT fd-night-report
           OPEN OUTPUT fd-night-errors

           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  MANIFEST: ' ws-manifest-filename
               '  PROGRAM: solution-3b'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-night-report-line FROM ws-report-line

           PERFORM para-copy-night-lines
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           IF ws-merge-error = 'Y'
               MOVE SPACES TO ws-report-line
               STRING 'ABORT: MERGE OF ' ws-part-count
                   ' PARTITIONS FAILED - SEE ' ws-report-filename
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-night-report-line FROM ws-report-line
           END-IF

           CLOSE fd-night-report
           CLOSE fd-night-errors
           .

       para-copy-night-lines.
           MOVE ws-man-part(ws-man-idx) TO ws-cur-part

           IF ws-pt-state(ws-cur-part) NOT = 'MISSING'
              AND ws-pt-state(ws-cur-part) NOT = 'STALE'
               PERFORM para-set-part-filename
               MOVE 'N' TO ws-part-eof

               OPEN INPUT fd-partition

               IF ws-part-file-status = '00'
                   PERFORM UNTIL ws-part-eof = 'Y'
                       READ fd-partition
                           AT END MOVE 'Y' TO ws-part-eof
                           NOT AT END PERFORM para-copy-night-line
                       END-READ
                   END-PERFORM

                   CLOSE fd-partition
               END-IF
           END-IF
           .

       para-copy-night-line.
           IF fs-part-man-idx = ws-man-idx
               IF fs-part-type = 'R'
                   MOVE fs-part-data TO fs-night-report-line
                   WRITE fs-night-report-line
               END-IF
               IF fs-part-type = 'E'
                   MOVE fs-part-data(1:80) TO fs-night-error-line
                   WRITE fs-night-error-line
               END-IF
           END-IF
           .

      * Publish every partition not already merged: its history rows
      * into the shared history file, a linecount and a MAP-OK row per
      * counted sector on solution-3b's behalf (clearing any entry the
      * sector has open on the quarantine register), then the merged
      * mark
      * on its control file. The whole-run OK row follows only when
      * no partition left a sector uncounted.
       para-publish.
           PERFORM para-open-history
           PERFORM para-publish-history
               VARYING ws-mh-idx FROM 1 BY 1
               UNTIL ws-mh-idx > ws-mh-count
           CLOSE fd-history

           PERFORM para-publish-sector
               VARYING ws-man-idx FROM 1 BY 1
               UNTIL ws-man-idx > ws-man-count

           IF ws-run-incomplete = 'N'
               PERFORM para-write-runcontrol
           END-IF

           ACCEPT ws-merge-time FROM TIME
           PERFORM para-mark-merged
               VARYING ws-cur-part FROM 1 BY 1
               UNTIL ws-cur-part > ws-part-count
           .

      * The history file is permanent across every run date, so it's
      * always opened I-O (created on the very first run).
       para-open-history.
           OPEN I-O fd-history
           IF ws-hist-file-status NOT = '00'
               OPEN OUTPUT fd-history
               CLOSE fd-history
               OPEN I-O fd-history
           END-IF
           .

       para-publish-history.
           MOVE ws-mh-part(ws-mh-idx) TO ws-cur-part

           IF ws-pt-merged(ws-cur-part) = 'N'
               MOVE SPACES TO fs-history-rec
               MOVE ws-run-date TO fs-hist-run-date
               MOVE ws-mh-map-id(ws-mh-idx) TO fs-hist-map-id
               MOVE ws-mh-right(ws-mh-idx) TO fs-hist-right
               MOVE ws-mh-down(ws-mh-idx) TO fs-hist-down
               MOVE ws-mh-tree-count(ws-mh-idx) TO fs-hist-tree-count
               MOVE ws-mh-impass-count(ws-mh-idx)
                   TO fs-hist-impass-count
               MOVE fs-hist-map-id TO fs-hist-sk-map-id
               MOVE fs-hist-right TO fs-hist-sk-right
               MOVE fs-hist-down TO fs-hist-sk-down
               MOVE fs-hist-run-date TO fs-hist-sk-run-date
               WRITE fs-history-rec
                   INVALID KEY PERFORM para-rewrite-history
               END-WRITE
           END-IF
           .

       para-rewrite-history.
           READ fd-history KEY IS fs-hist-key
           MOVE ws-mh-tree-count(ws-mh-idx) TO fs-hist-tree-count
           MOVE ws-mh-impass-count(ws-mh-idx) TO fs-hist-impass-count
           REWRITE fs-history-rec
           .

       para-publish-sector.
           MOVE ws-man-part(ws-man-idx) TO ws-cur-part

           IF ws-pt-merged(ws-cur-part) = 'N'
              AND ws-man-status(ws-man-idx) = 'COUNTED'
               PERFORM para-write-linecount
               PERFORM para-write-map-runcontrol
               PERFORM para-clear-quarantine
           END-IF
           .

      * A clean count of a sector still open or redelivered on the
      * quarantine register for the run date closes the entry, as
      * long as the count is what refused it; an entry solution-1a
      * or 3a opened is cleared by 3a passing the replacement.
       para-clear-quarantine.
           MOVE SPACES TO ws-qtn-state
           MOVE SPACES TO ws-qtn-origin
           MOVE 'N' TO ws-qtn-eof

           OPEN INPUT fd-quarantine

           IF ws-qtn-file-status = '00'
               PERFORM UNTIL ws-qtn-eof = 'Y'
                   READ fd-quarantine
                       AT END MOVE 'Y' TO ws-qtn-eof
                       NOT AT END
                           IF fs-qtn-map-id = ws-man-map-id(ws-man-idx)
                              AND fs-qtn-run-date = ws-run-date
                               MOVE fs-qtn-status TO ws-qtn-state
                               IF fs-qtn-status = 'OPEN'
                                   MOVE fs-qtn-program TO ws-qtn-origin
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-quarantine
           END-IF

           IF (ws-qtn-state = 'OPEN' OR ws-qtn-state = 'REDELIV')
              AND ws-qtn-origin = 'solution-3b'
               OPEN EXTEND fd-quarantine
               IF ws-qtn-file-status NOT = '00'
                   OPEN OUTPUT fd-quarantine
               END-IF

               MOVE SPACES TO fs-quarantine-rec
               MOVE ws-man-map-id(ws-man-idx) TO fs-qtn-map-id
               MOVE ws-run-date TO fs-qtn-run-date
               MOVE 'CLEARED' TO fs-qtn-status
               ACCEPT fs-qtn-event-date FROM DATE YYYYMMDD
               ACCEPT fs-qtn-event-time FROM TIME
               MOVE 'solution-4f' TO fs-qtn-program
               MOVE ws-man-filename(ws-man-idx) TO fs-qtn-filename
               WRITE fs-quarantine-rec

               CLOSE fd-quarantine
           END-IF
           .

       para-write-linecount.
           OPEN EXTEND fd-linecount
           IF ws-lc-file-status NOT = '00'
               OPEN OUTPUT fd-linecount
           END-IF

           MOVE SPACES TO fs-linecount-rec
           MOVE ws-run-date TO fs-lc-run-date
           MOVE 'solution-3b' TO fs-lc-program
           MOVE ws-man-map-id(ws-man-idx) TO fs-lc-map-id
           MOVE ws-man-lc-count(ws-man-idx) TO fs-lc-line-count
           WRITE fs-linecount-rec

           CLOSE fd-linecount
           .

       para-write-map-runcontrol.
           OPEN EXTEND fd-runctl
           IF ws-runctl-file-status NOT = '00'
               OPEN OUTPUT fd-runctl
           END-IF

           MOVE SPACES TO fs-runctl-rec
           MOVE ws-run-date TO fs-rc-run-date
           MOVE 'solution-3b' TO fs-rc-program
           MOVE 'MAP-OK' TO fs-rc-result
           MOVE ws-man-map-id(ws-man-idx) TO fs-rc-map-id
           WRITE fs-runctl-rec

           CLOSE fd-runctl
           .

       para-write-runcontrol.
           OPEN EXTEND fd-runctl
           IF ws-runctl-file-status NOT = '00'
               OPEN OUTPUT fd-runctl
           END-IF

           MOVE SPACES TO fs-runctl-rec
           MOVE ws-run-date TO fs-rc-run-date
           MOVE 'solution-3b' TO fs-rc-program
           MOVE 'OK' TO fs-rc-result
           WRITE fs-runctl-rec

           CLOSE fd-runctl
           .

      * The merged mark goes on the end of the partition's control
      * file, so a merge rerun publishes only partitions counted
      * again since.
       para-mark-merged.
           IF ws-pt-merged(ws-cur-part) = 'N'
               PERFORM para-set-part-filename

               OPEN EXTEND fd-partition

               MOVE SPACES TO fs-partition-rec
               MOVE 'M' TO fs-part-type
               MOVE ws-run-date TO fs-part-run-date
               MOVE ZERO TO fs-part-man-idx
               MOVE 'MERGED' TO fs-part-result
               MOVE 'N' TO fs-part-incomplete
               MOVE ws-merge-time TO fs-part-time
               WRITE fs-partition-rec

               CLOSE fd-partition
               ADD 1 TO ws-merged-now
           END-IF
           .

      * One line per manifest row: which partition had it, what it
      * said, and for a counted sector its lines and product.
       para-write-map-line.
           MOVE ws-man-part(ws-man-idx) TO ws-part-digit

           MOVE SPACES TO ws-report-line
           IF ws-man-status(ws-man-idx) = 'COUNTED'
               STRING 'MAP ' ws-man-map-id(ws-man-idx)
                   '  PARTITION ' ws-part-digit
                   '  ' ws-man-status(ws-man-idx)
                   '  LINES: ' ws-man-line-count(ws-man-idx)
                   '  PRODUCT: ' ws-man-product(ws-man-idx)
                   DELIMITED BY SIZE INTO ws-report-line
           ELSE
               STRING 'MAP ' ws-man-map-id(ws-man-idx)
                   '  PARTITION ' ws-part-digit
                   '  ' ws-man-status(ws-man-idx)
                   DELIMITED BY SIZE INTO ws-report-line
           END-IF
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-totals.
           MOVE SPACES TO ws-report-line
           STRING 'RUN TOTAL  SECTORS: ' ws-man-count
               '  COUNTED: ' ws-tot-counted
               '  LINES: ' ws-tot-lines
               '  TREES: ' ws-tot-trees
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           EVALUATE TRUE
               WHEN ws-merge-error = 'Y'
                   MOVE 'RESULT: MERGE FAILED - NOTHING PUBLISHED'
                       TO ws-report-line
               WHEN ws-sect-rejected = 'Y'
                   STRING 'RESULT: ' ws-merged-now
                       ' PARTITION(S) PUBLISHED - SECTORS REJECTED BY'
                       ' SECTOR MASTER'
                       DELIMITED BY SIZE INTO ws-report-line
               WHEN ws-run-incomplete = 'Y'
                   STRING 'RESULT: ' ws-merged-now
                       ' PARTITION(S) PUBLISHED - RUN DATE NOT COMPLETE'
                       DELIMITED BY SIZE INTO ws-report-line
               WHEN OTHER
                   STRING 'RESULT: ' ws-merged-now
                       ' PARTITION(S) PUBLISHED - RUN DATE COMPLETE'
                       DELIMITED BY SIZE INTO ws-report-line
           END-EVALUATE
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
           MOVE 'solution-4f' TO fs-exc-program
           MOVE ws-exc-map-id TO fs-exc-map-id
           MOVE 'E' TO fs-exc-severity
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
           MOVE 'solution-4f' TO fs-step-program
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
           MOVE 'solution-4f' TO fs-step-program
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
              AND fs-step-program = 'solution-4f'
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
           STRING 'STEP SKIPPED: solution-4f ALREADY OK FOR '
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
           MOVE 'solution-4f' TO fs-audit-program
           MOVE ws-manifest-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
