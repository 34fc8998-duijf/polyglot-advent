           COPY hist-select.
           COPY linecount-select.
           COPY audit-select.
           COPY apq-select.
           COPY opr-select.
           COPY step-select.
           COPY runctl-select.
           COPY period-select.
           COPY exc-select.
           COPY cat-select.
           COPY sect-select.
           COPY part-select.
           COPY qtn-select.
      * A rejected extract read back line for line into its
      * quarantine copy, so the evidence survives the vendor's
      * replacement landing under the same name.
       SELECT fd-qtn-source
           ASSIGN TO DYNAMIC ws-input-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qtn-source-status.
       SELECT fd-qtn-copy
           ASSIGN TO DYNAMIC ws-qtn-copy-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qtn-copy-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-audit.
           COPY audit-rec.

       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       FD fd-step.
           COPY step-rec.

       FD fd-catalog.
           COPY cat-rec.

       FD fd-sector.
           COPY sect-rec.

       FD fd-partition.
           COPY part-rec.

       FD fd-quarantine.
           COPY qtn-rec.

       FD fd-qtn-source.
       01 fs-qtn-source-line PIC X(132).

       FD fd-qtn-copy.
       01 fs-qtn-copy-line PIC X(132).

       WORKING-STORAGE SECTION.
           COPY map-line-ws.
       01 ws-index PIC 9999 VALUE 1.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
      * Every active slope's tree-count is accumulated in the same
      * single pass over fd-input, rather than rereading the map once
      * per slope. The impassable count rides alongside it: a slope
      * that crosses water or rock even once can't be flown, so it
      * reports BLOCKED whatever its tree-count.
       01 ws-slope-table.
           05 ws-slope-entry OCCURS 20 TIMES.
               10 ws-tbl-right PIC 9(2).
               10 ws-tbl-down PIC 9(2).
               10 ws-tbl-tree-count PIC 9(7) VALUE ZEROES.
               10 ws-tbl-impass-count PIC 9(7) VALUE ZEROES.
               10 ws-tbl-checkpointed PIC X VALUE 'N'.
       01 ws-slope-count PIC 9(2) VALUE ZERO.
       01 ws-slope-idx PIC 9(2) VALUE ZERO.
       01 ws-blocked-note PIC X(9) VALUE SPACES.
      * Stitched-corridor mode: CORRIDOR on the control card treats
      * the manifest's sectors, in manifest order, as one continuous
      * map. The descent carries out of the bottom of one sector into
      * the top of the next on the same line position and column
      * offset, so the corridor keeps its own 0-based line counter
      * across every sector and its own per-slope counts next to the
      * per-sector ones. The sectors have to share one width for the
      * column offset to mean anything; the first sector sets it.
      * Corridor figures go on the report only - history stays per
      * sector, so nothing downstream counts a tree twice.
       01 ws-corridor-mode PIC X VALUE 'N'.
       01 ws-corridor-error PIC X VALUE 'N'.
       01 ws-corridor-gap PIC X VALUE 'N'.
       01 ws-corridor-overflow PIC X VALUE 'N'.
       01 ws-corr-width PIC 9999 VALUE ZEROES.
       01 ws-corr-line-count PIC 9(7) VALUE ZEROES.
       01 ws-corr-sectors PIC 9(2) VALUE ZERO.
       01 ws-corr-scratch PIC 9(9) VALUE ZEROES.
       01 ws-corr-output-number PIC 9(13) VALUE 1.
       01 ws-corr-table.
           05 ws-corr-entry OCCURS 20 TIMES.
               10 ws-corr-tree-count PIC 9(7) VALUE ZEROES.
               10 ws-corr-impass-count PIC 9(7) VALUE ZEROES.
      * Archived report of the run, replacing the old sysout DISPLAY.
      * Named after this program specifically - day3-run.jcl runs
      * solution-1a/3a/3b back to back out of the same directory, and
           COPY hist-ws.
           COPY linecount-ws.
           COPY audit-ws.
           COPY apq-ws.
           COPY opr-ws.
           COPY step-ws.
       01 ws-skip-line PIC X(60) VALUE SPACES.
           COPY runctl-ws.
      * Wide enough for a MAP= token carrying a full eight-character
      * sector id.
       01 ws-option-token PIC X(13) VALUE SPACES.
      * Selective rerun: RERUN on the control card makes the manifest
      * loop skip any sector that already has a MAP-OK completion row
      * for the run date, so a night that aborted on sector seven
      * and flags the month REOPENED for the next close to note.
       01 ws-period-status PIC X(8) VALUE SPACES.
       01 ws-run-month PIC 9(6) VALUE ZEROES.
      * Every manifest row is checked against the sector master
      * before its extract is counted: a map-id the master doesn't
      * know, or an extract whose width or line count is more than
      * ws-shape-tol-pct percent away from the master's expected
      * shape, is rejected and left uncounted. The other sectors
      * still count, but the date is not complete until the
      * rejected sector is counted.
           COPY sect-ws.
       01 ws-shape-tol-pct PIC 9(3) VALUE 10.
       01 ws-shape-diff PIC 9(9) VALUE ZEROES.
       01 ws-shape-limit PIC 9(9) VALUE ZEROES.
       01 ws-sect-reject PIC X VALUE 'N'.
       01 ws-sect-rejected PIC X VALUE 'N'.
       01 ws-sect-reason PIC X(10) VALUE SPACES.
      * Partitioned run: PART=n/m on the control card counts only
      * manifest rows n, n+m, n+2m, ... so m copies of this program
      * can count one manifest side by side. Each partition keeps its
      * own report, error, checkpoint, history and linecount files
      * (suffixed -pn) and a partition control file, and writes no
      * run-control rows; the merge step publishes its sectors into
      * the shared files once every partition has finished.
           COPY part-ws.
       01 ws-part-mode PIC X VALUE 'N'.
       01 ws-part-error PIC X VALUE 'N'.
       01 ws-part-token PIC X(4) VALUE SPACES.
       01 ws-part-no PIC 9 VALUE ZERO.
       01 ws-part-of PIC 9 VALUE ZERO.
       01 ws-part-owner PIC 9(2) VALUE ZERO.
       01 ws-part-scratch PIC 9(2) VALUE ZERO.
       01 ws-part-owned PIC X VALUE 'Y'.
       01 ws-part-end-time PIC 9(8) VALUE ZEROES.
      * A sector refused here - unknown, out of shape, or ragged - is
      * copied into quarantine and opened on the quarantine register
      * for the vendor chase; a clean count of a quarantined sector
      * for its run date clears the entry. Redelivery catch-up:
      * REDELIVERED on the control card counts only the sectors with
      * a vendor replacement registered on the register for the run
      * date, each off its replacement file, and every other sector
      * sits the run out as it would for MAP=. Only a sector this
      * count refused is taken: an extract solution-1a or 3a refused
      * stopped the night before anything was counted, so its
      * replacement needs the date rerun through those checks.
           COPY qtn-ws.
       01 ws-redeliv-mode PIC X VALUE 'N'.
       01 ws-redeliv-table.
           05 ws-redeliv-entry OCCURS 10 TIMES.
               10 ws-redeliv-map-id PIC X(8).
               10 ws-redeliv-status PIC X(8).
               10 ws-redeliv-filename PIC X(40).
               10 ws-redeliv-origin PIC X(11).
       01 ws-redeliv-count PIC 9(2) VALUE ZERO.
       01 ws-redeliv-idx PIC 9(2) VALUE ZERO.
       01 ws-redeliv-cur PIC 9(2) VALUE ZERO.
       01 ws-redeliv-taken PIC 9(2) VALUE ZERO.
       01 ws-redeliv-found PIC X VALUE 'N'.
       01 ws-redeliv-refused PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.

           PERFORM para-get-option
               VARYING ws-arg-num FROM 2 BY 1
               UNTIL ws-arg-num > 8

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME
               MOVE ws-asof-parm TO ws-run-date
           END-IF

           IF ws-part-mode = 'Y'
               PERFORM para-set-partition-files
           END-IF

           IF ws-resume-flag = 'Y'
               PERFORM para-check-step-status
               IF ws-step-done = 'Y'

           PERFORM para-write-step-start

           IF ws-part-mode = 'Y' AND ws-force-flag = 'Y'
               PERFORM para-refuse-part-force
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           PERFORM para-check-runcontrol
           IF ws-run-complete = 'Y' AND ws-force-flag = 'N'
               PERFORM para-refuse-rerun
               STOP RUN
           END-IF

           IF ws-run-complete = 'Y'
               MOVE 'FORCE' TO ws-apq-action
               MOVE SPACES TO ws-apq-subject
               PERFORM para-request-override
           END-IF

           PERFORM para-check-period
           IF ws-period-status = 'CLOSED'
               IF ws-force-flag = 'Y'
                   MOVE 'REOPEN' TO ws-apq-action
                   MOVE ws-run-month TO ws-apq-subject
                   PERFORM para-request-override
               ELSE
                   PERFORM para-refuse-closed-period
                   PERFORM para-write-audit
               END-IF
           END-IF

           IF ws-override-held = 'Y'
               PERFORM para-refuse-held
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           PERFORM para-use-approvals

           IF ws-period-status = 'CLOSED'
               PERFORM para-reopen-period
           END-IF

           OPEN OUTPUT fd-report
           OPEN OUTPUT fd-errors

           PERFORM para-load-slopes
           PERFORM para-load-symbols
           PERFORM para-load-manifest
           PERFORM para-load-sectors

           IF ws-part-mode = 'Y'
               PERFORM para-open-partition
           END-IF

           PERFORM para-write-header

           IF ws-part-mode = 'Y' AND ws-corridor-mode = 'Y'
               PERFORM para-drop-corridor
           END-IF

           EVALUATE TRUE
               WHEN ws-manifest-error = 'Y'
                   MOVE 'MAN-ERR' TO ws-audit-result
                   PERFORM para-abort-manifest
               WHEN ws-part-error = 'Y'
                   MOVE 'PART-ERR' TO ws-audit-result
                   PERFORM para-abort-partition
               WHEN ws-sect-overflow > ZERO
                   MOVE 'SECT-ERR' TO ws-audit-result
                   PERFORM para-abort-sectors
               WHEN OTHER
                   IF ws-restart-flag = 'RESTART'
                       PERFORM para-load-checkpoint
                   END-IF

                   IF ws-redeliv-mode = 'Y'
                       PERFORM para-load-redeliveries
                   END-IF

                   PERFORM para-open-checkpoint
                   PERFORM para-open-history

                   PERFORM para-process-map
                       VARYING ws-man-idx FROM 1 BY 1
                       UNTIL ws-man-idx > ws-man-count
                          OR ws-width-error = 'Y'
                          OR ws-overflow-error = 'Y'

                   CLOSE fd-checkpoint
                   CLOSE fd-history

                   IF ws-corridor-mode = 'Y'
                       PERFORM para-write-corridor
                   END-IF

                   IF ws-width-error = 'N' AND ws-overflow-error = 'N'
                      AND ws-run-incomplete = 'N' AND ws-part-mode = 'N'
                       PERFORM para-write-runcontrol
                   END-IF

                   IF ws-sect-rejected = 'Y' AND ws-audit-result = 'OK'
                       MOVE 'SECT-REJ' TO ws-audit-result
                       MOVE 8 TO RETURN-CODE
                   END-IF

                   IF ws-redeliv-refused = 'Y'
                      AND ws-audit-result = 'OK'
                       MOVE 'QTN-ERR' TO ws-audit-result
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE

           IF ws-part-mode = 'Y'
               PERFORM para-close-partition
           END-IF

           CLOSE fd-report
      * overrides the completed-date refusal, RERUN skips sectors
      * already complete for the run date, MAP=<id> counts only the
      * named sector(s), RESUME skips the whole step when it
      * already ended clean for the date, CORRIDOR adds the stitched
      * corridor figures across the manifest, an eight-digit date
      * runs the count as of that business date, OPER= names the
      * operator asking for a FORCE or REOPEN that needs a second
      * operator's approval, PART=n/m counts partition n of m, and
      * REDELIVERED counts only the vendor replacements registered
      * against the quarantine register for the run date.
       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
           IF ws-option-token = 'RERUN'
               MOVE 'Y' TO ws-rerun-flag
           END-IF
           IF ws-option-token = 'CORRIDOR'
               MOVE 'Y' TO ws-corridor-mode
           END-IF
           IF ws-option-token = 'REDELIVERED'
               MOVE 'Y' TO ws-redeliv-mode
           END-IF
           IF ws-option-token(1:4) = 'MAP='
              AND ws-only-count < 3
               ADD 1 TO ws-only-count
                   TO ws-only-map-id(ws-only-count)
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:5) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           IF ws-option-token(1:5) = 'PART='
               MOVE 'Y' TO ws-part-mode
               MOVE ws-option-token(6:4) TO ws-part-token
               IF ws-option-token(6:1) IS NUMERIC
                  AND ws-option-token(7:1) = '/'
                  AND ws-option-token(8:1) IS NUMERIC
                  AND ws-option-token(9:5) = SPACES
                   MOVE ws-option-token(6:1) TO ws-part-no
                   MOVE ws-option-token(8:1) TO ws-part-of
               END-IF
           END-IF
           .

      * A partition works entirely in its own files, so partitions
      * running side by side never open the same report, checkpoint
      * or history file. A partition number of zero, or past the
      * partition count, is a bad control card and counts nothing.
       para-set-partition-files.
           IF ws-part-no = ZERO OR ws-part-no > ws-part-of
               MOVE 'Y' TO ws-part-error
           END-IF

           MOVE SPACES TO ws-part-filename
           STRING 'partition-p' ws-part-no
               DELIMITED BY SIZE INTO ws-part-filename
           MOVE SPACES TO ws-report-filename
           STRING 'report-3b-p' ws-part-no
               DELIMITED BY SIZE INTO ws-report-filename
           MOVE SPACES TO ws-error-filename
           STRING 'errors-3b-p' ws-part-no
               DELIMITED BY SIZE INTO ws-error-filename
           MOVE SPACES TO ws-checkpoint-filename
           STRING 'checkpoint-p' ws-part-no
               DELIMITED BY SIZE INTO ws-checkpoint-filename
           MOVE SPACES TO ws-history-filename
           STRING 'history-p' ws-part-no
               DELIMITED BY SIZE INTO ws-history-filename
           MOVE SPACES TO ws-linecount-filename
           STRING 'linecount-p' ws-part-no
               DELIMITED BY SIZE INTO ws-linecount-filename
           .

      * The partition control file starts over on every partition
      * run; until the trailer goes on at the end, the merge step
      * reads it as a partition that never finished.
       para-open-partition.
           OPEN OUTPUT fd-partition

           MOVE SPACES TO fs-partition-rec
           MOVE 'H' TO fs-part-type
           MOVE ws-run-date TO fs-part-run-date
           MOVE ZERO TO fs-part-man-idx
           MOVE ws-part-no TO fs-part-no
           MOVE ws-part-of TO fs-part-of
           MOVE ws-man-count TO fs-part-man-count
           MOVE ws-manifest-filename TO fs-part-manifest
           WRITE fs-partition-rec
           .

       para-close-partition.
           ACCEPT ws-part-end-time FROM TIME

           MOVE SPACES TO fs-partition-rec
           MOVE 'T' TO fs-part-type
           MOVE ws-run-date TO fs-part-run-date
           MOVE ZERO TO fs-part-man-idx
           MOVE ws-audit-result TO fs-part-result
           MOVE ws-run-incomplete TO fs-part-incomplete
           MOVE ws-part-end-time TO fs-part-time
           WRITE fs-partition-rec

           CLOSE fd-partition
           .

      * Every report line goes through here so a partition's lines
      * also reach its control file, tagged with the manifest row
      * being counted; the merge step lays them back out in manifest
      * order.
       para-put-report-line.
           WRITE fs-report-line FROM ws-report-line

           IF ws-part-mode = 'Y'
               MOVE SPACES TO fs-partition-rec
               MOVE 'R' TO fs-part-type
               MOVE ws-run-date TO fs-part-run-date
               MOVE ws-man-idx TO fs-part-man-idx
               MOVE ws-report-line TO fs-part-data
               WRITE fs-partition-rec
           END-IF
           .

       para-put-error-line.
           WRITE fs-error-line FROM ws-error-line

           IF ws-part-mode = 'Y'
               MOVE SPACES TO fs-partition-rec
               MOVE 'E' TO fs-part-type
               MOVE ws-run-date TO fs-part-run-date
               MOVE ws-man-idx TO fs-part-man-idx
               MOVE ws-error-line TO fs-part-data
               WRITE fs-partition-rec
           END-IF
           .

      * One row per sector the partition owns, once its pass is
      * over, so the merge step knows what it counted and where to
      * find the counts.
       para-write-part-sector.
           MOVE SPACES TO fs-partition-rec
           MOVE 'S' TO fs-part-type
           MOVE ws-run-date TO fs-part-run-date
           MOVE ws-man-idx TO fs-part-man-idx
           MOVE ws-map-id TO fs-part-map-id
           MOVE ws-input-filename TO fs-part-filename
           MOVE ZEROES TO fs-part-line-count
           MOVE ZEROES TO fs-part-product
           MOVE ZEROES TO fs-part-slopes

           EVALUATE TRUE
               WHEN ws-map-skip = 'Y'
                   MOVE 'SKIPPED' TO fs-part-status
               WHEN ws-sect-reject = 'Y'
                   MOVE 'REJECTED' TO fs-part-status
               WHEN ws-width-error = 'Y' OR ws-overflow-error = 'Y'
                   MOVE 'ABORTED' TO fs-part-status
               WHEN OTHER
                   MOVE 'COUNTED' TO fs-part-status
                   MOVE ws-line-count TO fs-part-line-count
                   MOVE ws-output-number TO fs-part-product
                   MOVE ws-slope-count TO fs-part-slopes
           END-EVALUATE

           WRITE fs-partition-rec
           .

      * The corridor runs down every manifest sector in order, which
      * no single partition sees, so a partitioned run drops it with
      * a warning rather than reporting a corridor full of holes.
       para-drop-corridor.
           MOVE 'N' TO ws-corridor-mode
           MOVE SPACES TO ws-report-line
           STRING 'CORRIDOR NOT REPORTED - PARTITION ' ws-part-token
               ' COUNTS ONLY PART OF THE MANIFEST'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line

           MOVE SPACES TO ws-exc-map-id
           MOVE 'W' TO ws-exc-severity
           MOVE 'CORR-PART' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING 'PART ' ws-part-token
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-exception-rec
           .

       para-abort-partition.
           MOVE SPACES TO ws-report-line
           STRING 'ABORT: PART=' ws-part-token
               ' NEEDS A PARTITION n/m WITH n FROM 1 TO m'
               ' - RUN TERMINATED'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE 'PART-ERR' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING 'PART=' ws-part-token
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-exception-rec
           .

      * Has this program already finished this run date with result
           MOVE 12 TO RETURN-CODE
           .

      * A FORCE, and the REOPEN that comes with it, is one approval
      * spent by one run; partitions running side by side would each
      * try to spend it, and each reopen the month. The override is
      * run unpartitioned, so it is refused here before any
      * partition asks for it.
       para-refuse-part-force.
           MOVE SPACES TO ws-report-line
           STRING 'RUN REFUSED: FORCE NOT TAKEN WITH PART='
               DELIMITED BY SIZE
               ws-part-token DELIMITED BY SPACE
               ' - RUN THE OVERRIDE UNPARTITIONED' DELIMITED BY SIZE
               INTO ws-report-line
           DISPLAY ws-report-line
           MOVE 'PART-ERR' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

       para-write-runcontrol.
           OPEN EXTEND fd-runctl
           IF ws-runctl-file-status NOT = '00'
           CLOSE fd-period
           .

      * A partition only takes the manifest rows that fall to it in
      * turn; every other row belongs to another partition and is
      * left for it without so much as a report line. With no
      * manifest on file the card's extract is row 1, MAIN, so
      * partition 1 counts it and the others finish having counted
      * nothing.
       para-process-map.
           MOVE 'Y' TO ws-part-owned

           IF ws-part-mode = 'Y'
               SUBTRACT 1 FROM ws-man-idx GIVING ws-part-scratch
               DIVIDE ws-part-scratch BY ws-part-of
                   GIVING ws-discard REMAINDER ws-part-owner
               ADD 1 TO ws-part-owner
               IF ws-part-owner NOT = ws-part-no
                   MOVE 'N' TO ws-part-owned
               END-IF
           END-IF

           IF ws-part-owned = 'Y'
               PERFORM para-process-sector
           END-IF
           .

      * Run the whole single-pass slope count - width pre-pass,
      * counting pass, fold into the product, history and checkpoint
      * rows - over one manifest entry's extract. A width or overflow
      * abort stops the run there; sectors already finished keep
      * their history rows and checkpoints.
       para-process-sector.
           MOVE ws-man-map-id(ws-man-idx) TO ws-map-id
           MOVE ws-man-filename(ws-man-idx) TO ws-input-filename

           PERFORM para-check-map-skip
           MOVE 'N' TO ws-sect-reject
           MOVE ZERO TO ws-sect-cur

           IF ws-map-skip = 'N' AND ws-manifest-mode = 'Y'
              AND ws-sect-on = 'Y'
               PERFORM para-check-sector
           END-IF

           IF ws-map-skip = 'Y' OR ws-sect-reject = 'Y'
               MOVE 'Y' TO ws-corridor-gap
           ELSE
               PERFORM para-count-one-map
           END-IF

           IF ws-part-mode = 'Y'
               PERFORM para-write-part-sector
           END-IF
           .

      * A manifest row whose map-id isn't on the sector master is
      * rejected before its extract is even opened.
       para-check-sector.
           MOVE ws-map-id TO ws-sect-lookup-id
           PERFORM para-find-sector
               VARYING ws-sect-idx FROM 1 BY 1
               UNTIL ws-sect-idx > ws-sect-count

           IF ws-sect-cur = ZERO
               PERFORM para-write-map-header
               MOVE 'SECT-UNKN' TO ws-sect-reason
               MOVE SPACES TO ws-exc-keys
               STRING 'NOT ON ' ws-sect-filename
                   DELIMITED BY SIZE INTO ws-exc-keys
               PERFORM para-reject-sector
           END-IF
           .

       para-find-sector.
           IF ws-sect-map-id(ws-sect-idx) = ws-sect-lookup-id
              AND ws-sect-cur = ZERO
               MOVE ws-sect-idx TO ws-sect-cur
           END-IF
           .

      * Measured against the master once the width pass has the
      * extract's real width and line count. Either one more than
      * the tolerance away from the expected figure means the wrong
      * sector's file, a truncated delivery, or a re-flown sector the
      * master hasn't caught up with - none of which should count.
       para-check-sector-shape.
           IF ws-map-width > ws-sect-width(ws-sect-cur)
               SUBTRACT ws-sect-width(ws-sect-cur) FROM ws-map-width
                   GIVING ws-shape-diff
           ELSE
               SUBTRACT ws-map-width FROM ws-sect-width(ws-sect-cur)
                   GIVING ws-shape-diff
           END-IF
           MULTIPLY ws-sect-width(ws-sect-cur) BY ws-shape-tol-pct
               GIVING ws-shape-limit
           MULTIPLY 100 BY ws-shape-diff

           IF ws-shape-diff > ws-shape-limit
               MOVE 'SECT-SHAPE' TO ws-sect-reason
               MOVE SPACES TO ws-exc-keys
               STRING 'WIDTH ' ws-map-width
                   ' EXPECTED ' ws-sect-width(ws-sect-cur)
                   DELIMITED BY SIZE INTO ws-exc-keys
               PERFORM para-reject-sector
           END-IF

           IF ws-sect-reject = 'N'
               IF ws-chk-line-count > ws-sect-lines(ws-sect-cur)
                   SUBTRACT ws-sect-lines(ws-sect-cur)
                       FROM ws-chk-line-count GIVING ws-shape-diff
               ELSE
                   SUBTRACT ws-chk-line-count
                       FROM ws-sect-lines(ws-sect-cur)
                       GIVING ws-shape-diff
               END-IF
               MULTIPLY ws-sect-lines(ws-sect-cur) BY ws-shape-tol-pct
                   GIVING ws-shape-limit
               MULTIPLY 100 BY ws-shape-diff

               IF ws-shape-diff > ws-shape-limit
                   MOVE 'SECT-SHAPE' TO ws-sect-reason
                   MOVE SPACES TO ws-exc-keys
                   STRING 'LINES ' ws-chk-line-count
                       ' EXP ' ws-sect-lines(ws-sect-cur)
                       DELIMITED BY SIZE INTO ws-exc-keys
                   PERFORM para-reject-sector
               END-IF
           END-IF
           .

      * The rejected sector is reported, fed to the exceptions file,
      * and left uncounted; the whole-run OK row is held back so the
      * date can still be completed once the sector is sorted out.
       para-reject-sector.
           MOVE 'Y' TO ws-sect-reject
           MOVE 'Y' TO ws-sect-rejected
           MOVE 'Y' TO ws-run-incomplete

           MOVE SPACES TO ws-report-line
           STRING 'MAP ' ws-map-id
               '  REJECTED BY SECTOR MASTER - ' ws-sect-reason
               ' ' ws-exc-keys
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line

           MOVE ws-map-id TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE ws-sect-reason TO ws-exc-reason
           PERFORM para-write-exception-rec

           MOVE ws-sect-reason TO ws-qtn-reason
           MOVE ws-exc-keys TO ws-qtn-keys
           PERFORM para-quarantine-extract
           .

      * A sector sits this run out when the control card names other
                   STRING 'MAP ' ws-map-id
                       '  NOT NAMED ON CONTROL CARD - SKIPPED'
                       DELIMITED BY SIZE INTO ws-report-line
                   PERFORM para-put-report-line
                   PERFORM para-note-unfinished
               END-IF
           END-IF

           IF ws-map-skip = 'N' AND ws-redeliv-mode = 'Y'
               PERFORM para-find-redelivery
               IF ws-redeliv-cur = ZERO
                   MOVE 'Y' TO ws-map-skip
                   MOVE SPACES TO ws-report-line
                   STRING 'MAP ' ws-map-id
                       '  NO REDELIVERY TO COUNT - SKIPPED'
                       DELIMITED BY SIZE INTO ws-report-line
                   PERFORM para-put-report-line
                   PERFORM para-note-unfinished
               END-IF
           END-IF

                       '  ALREADY COMPLETE FOR ' ws-run-date
                       ' - SKIPPED'
                       DELIMITED BY SIZE INTO ws-report-line
                   PERFORM para-put-report-line
               END-IF
           END-IF
           .

      * A skipped sector with no MAP-OK row for the date is still
      * uncounted after this run ends, so the whole-run OK row must
      * not be written - it would refuse the full nightly run as a
      * duplicate with most of the manifest never counted.
       para-note-unfinished.
           MOVE 'N' TO ws-mapdone-found
           PERFORM para-match-mapdone
               VARYING ws-mapdone-idx FROM 1 BY 1
               UNTIL ws-mapdone-idx > ws-mapdone-count
           IF ws-mapdone-found = 'N'
               MOVE 'Y' TO ws-run-incomplete
           END-IF
           .

       para-match-only-map.
           IF ws-only-map-id(ws-only-idx) = ws-map-id
               MOVE 'Y' TO ws-only-found
           PERFORM para-validate-widths
           CLOSE fd-input

           IF ws-width-error = 'N' AND ws-sect-cur > ZERO
               PERFORM para-check-sector-shape
           END-IF

           IF ws-width-error = 'Y'
               MOVE 'WIDTH-ERR' TO ws-audit-result
               PERFORM para-abort-width-check
           END-IF

           IF ws-width-error = 'N' AND ws-sect-reject = 'Y'
               MOVE 'Y' TO ws-corridor-gap
           END-IF

           IF ws-width-error = 'N' AND ws-sect-reject = 'N'
               IF ws-corridor-mode = 'Y'
                   PERFORM para-check-corridor-width
               END-IF

               PERFORM para-apply-checkpoints

               PERFORM para-process-file
               ELSE
                   PERFORM para-write-total
                   PERFORM para-write-linecount
                   IF ws-part-mode = 'N'
                       PERFORM para-write-map-runcontrol
                       PERFORM para-clear-quarantine
                   END-IF
                   PERFORM para-write-catalog
               END-IF
           END-IF

       para-reset-slope-entry.
           MOVE ZEROES TO ws-tbl-tree-count(ws-slope-idx)
           MOVE ZEROES TO ws-tbl-impass-count(ws-slope-idx)
           MOVE 'N' TO ws-tbl-checkpointed(ws-slope-idx)
           .

               '  FILE: ' DELIMITED BY SIZE
               ws-input-filename DELIMITED BY SPACE
               INTO ws-report-line
           PERFORM para-put-report-line
           .

       para-write-header.
                   '  PROGRAM: solution-3b'
                   DELIMITED BY SIZE INTO ws-report-line
           END-IF
           PERFORM para-put-report-line
           .

       para-write-total.
           STRING 'MAP ' ws-map-id
               '  TOTAL (PRODUCT OF ALL SLOPES): ' ws-output-number
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           .

      * Read today's active trajectories off the slope maintenance
           END-IF
           .

      * Read the sector master into storage. With no master on disk
      * the manifest is taken as it stands, the way this program
      * always worked. ws-sect-table only has room for 50 sectors; a
      * master with more ends the run before anything is counted,
      * rather than reject the sectors past the 50th as unknown.
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

       para-abort-sectors.
           MOVE SPACES TO ws-report-line
           STRING 'ABORT: SECTOR MASTER OVER 50 SECTORS - '
               ws-sect-overflow ' ROW(S) NOT LOADED - RUN TERMINATED'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO ws-exc-map-id
           MOVE 'E' TO ws-exc-severity
           MOVE 'SECT-FULL' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           MOVE ws-sect-filename TO ws-exc-keys
           PERFORM para-write-exception-rec
           .

       para-abort-manifest.
           MOVE SPACES TO ws-report-line
           MOVE 'ABORT: MANIFEST ON FILE BUT EMPTY - RUN TERMINATED'
               TO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           MOVE 8 TO RETURN-CODE

           PERFORM para-write-exception-rec
           .

      * Set a rejected extract aside: copy it into quarantine under
      * its sector and run date and open an entry on the quarantine
      * register with the reason and the contracted vendor, so the
      * vendor chase has the evidence and a record to register the
      * replacement against. An entry already open for the sector and
      * date - a rerun refusing the same file again - is left as it
      * stands; a failed redelivery reopens its entry.
       para-quarantine-extract.
           PERFORM para-find-quarantine

           IF ws-qtn-state = 'OPEN'
               MOVE SPACES TO ws-report-line
               STRING 'EXTRACT ALREADY IN QUARANTINE FOR '
                   ws-map-id ' ' ws-run-date
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line
           ELSE
               PERFORM para-find-vendor
               PERFORM para-copy-to-quarantine
               MOVE 'OPEN' TO ws-qtn-state
               MOVE ws-input-filename TO ws-qtn-extract
               PERFORM para-write-quarantine-row

               MOVE SPACES TO ws-report-line
               IF ws-qtn-copy-filename = SPACES
                   STRING 'EXTRACT QUARANTINED - ' DELIMITED BY SIZE
                       ws-input-filename DELIMITED BY SPACE
                       ' COULD NOT BE COPIED' DELIMITED BY SIZE
                       INTO ws-report-line
               ELSE
                   STRING 'EXTRACT QUARANTINED AS ' DELIMITED BY SIZE
                       ws-qtn-copy-filename DELIMITED BY SPACE
                       ' - VENDOR ' ws-qtn-vendor
                       DELIMITED BY SIZE INTO ws-report-line
               END-IF
               PERFORM para-put-report-line
               DISPLAY ws-report-line
           END-IF
           .

      * Where the sector's extract for the run date stands on the
      * register: the status of the latest row, spaces if none, how
      * many times the entry has been opened, and by which program.
       para-find-quarantine.
           MOVE SPACES TO ws-qtn-state
           MOVE ZERO TO ws-qtn-opened
           MOVE SPACES TO ws-qtn-origin
           MOVE 'N' TO ws-qtn-eof

           OPEN INPUT fd-quarantine

           IF ws-qtn-file-status = '00'
               PERFORM UNTIL ws-qtn-eof = 'Y'
                   READ fd-quarantine
                       AT END MOVE 'Y' TO ws-qtn-eof
                       NOT AT END
                           IF fs-qtn-map-id = ws-map-id
                              AND fs-qtn-run-date = ws-run-date
                               MOVE fs-qtn-status TO ws-qtn-state
                               IF fs-qtn-status = 'OPEN'
                                   ADD 1 TO ws-qtn-opened
                                   MOVE fs-qtn-program TO ws-qtn-origin
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-quarantine
           END-IF
           .

      * The vendor contracted for the sector, off the sector master
      * already in storage; spaces when the sector isn't on it.
       para-find-vendor.
           MOVE SPACES TO ws-qtn-vendor

           IF ws-sect-cur = ZERO
               MOVE ws-map-id TO ws-sect-lookup-id
               PERFORM para-find-sector
                   VARYING ws-sect-idx FROM 1 BY 1
                   UNTIL ws-sect-idx > ws-sect-count
           END-IF

           IF ws-sect-cur > ZERO
               MOVE ws-sect-vendor(ws-sect-cur) TO ws-qtn-vendor
           END-IF
           .

      * Copy the extract line for line to quarantine-<sector>-<date>.
      * A replacement refused after the entry was first opened goes
      * to its own -R<n> copy beside it, so every refused file is
      * kept as the vendor sent it. An extract that can't be read
      * back leaves the copy name blank on the register rather than
      * pointing at an empty file.
       para-copy-to-quarantine.
           MOVE SPACES TO ws-qtn-copy-filename
           MOVE ZEROES TO ws-qtn-copy-lines
           MOVE 'N' TO ws-qtn-source-eof

           OPEN INPUT fd-qtn-source

           IF ws-qtn-source-status = '00'
               IF ws-qtn-opened = ZERO
                   STRING 'quarantine-' ws-map-id DELIMITED BY SPACE
                       '-' ws-run-date DELIMITED BY SIZE
                       INTO ws-qtn-copy-filename
               ELSE
                   STRING 'quarantine-' ws-map-id DELIMITED BY SPACE
                       '-' ws-run-date '-R' ws-qtn-opened
                       DELIMITED BY SIZE INTO ws-qtn-copy-filename
               END-IF

               OPEN OUTPUT fd-qtn-copy

               PERFORM UNTIL ws-qtn-source-eof = 'Y'
                   READ fd-qtn-source
                       AT END MOVE 'Y' TO ws-qtn-source-eof
                       NOT AT END
                           WRITE fs-qtn-copy-line
                               FROM fs-qtn-source-line
                           ADD 1 TO ws-qtn-copy-lines
                   END-READ
               END-PERFORM

               CLOSE fd-qtn-copy
               CLOSE fd-qtn-source
           END-IF
           .

      * Append one event to the quarantine register.
       para-write-quarantine-row.
           OPEN EXTEND fd-quarantine
           IF ws-qtn-file-status NOT = '00'
               OPEN OUTPUT fd-quarantine
           END-IF

           MOVE SPACES TO fs-quarantine-rec
           MOVE ws-map-id TO fs-qtn-map-id
           MOVE ws-run-date TO fs-qtn-run-date
           MOVE ws-qtn-state TO fs-qtn-status
           ACCEPT fs-qtn-event-date FROM DATE YYYYMMDD
           ACCEPT fs-qtn-event-time FROM TIME
           MOVE 'solution-3b' TO fs-qtn-program
           MOVE ws-qtn-vendor TO fs-qtn-vendor
           MOVE ws-qtn-reason TO fs-qtn-reason
           MOVE ws-qtn-keys TO fs-qtn-keys
           MOVE ws-qtn-extract TO fs-qtn-filename
           MOVE ws-qtn-copy-filename TO fs-qtn-copy
           WRITE fs-quarantine-rec

           CLOSE fd-quarantine
           .

      * A clean count of a sector still open or redelivered on the
      * quarantine register for the run date closes the entry, as
      * long as this count is what refused it; an entry solution-1a
      * or 3a opened is cleared by 3a passing the replacement.
       para-clear-quarantine.
           PERFORM para-find-quarantine

           IF (ws-qtn-state = 'OPEN' OR ws-qtn-state = 'REDELIV')
              AND ws-qtn-origin = 'solution-3b'
               PERFORM para-find-vendor
               MOVE 'CLEARED' TO ws-qtn-state
               MOVE SPACES TO ws-qtn-reason
               MOVE SPACES TO ws-qtn-keys
               MOVE SPACES TO ws-qtn-copy-filename
               MOVE ws-input-filename TO ws-qtn-extract
               PERFORM para-write-quarantine-row

               MOVE SPACES TO ws-report-line
               STRING 'MAP ' ws-map-id
                   '  COUNTED CLEAN - QUARANTINE CLEARED'
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line
           END-IF
           .

      * The replacements registered for the run date: the latest row
      * per sector on the register decides, so only a sector still
      * standing REDELIV is counted. Each one's replacement file takes
      * the place of its manifest row's extract; a redelivered sector
      * the manifest doesn't carry is added to the end of it.
       para-load-redeliveries.
           MOVE ZERO TO ws-redeliv-count
           MOVE ZERO TO ws-redeliv-taken
           MOVE 'N' TO ws-qtn-eof

           OPEN INPUT fd-quarantine

           IF ws-qtn-file-status = '00'
               PERFORM UNTIL ws-qtn-eof = 'Y'
                   READ fd-quarantine
                       AT END MOVE 'Y' TO ws-qtn-eof
                       NOT AT END PERFORM para-store-redelivery
                   END-READ
               END-PERFORM

               CLOSE fd-quarantine
           END-IF

           PERFORM para-apply-redelivery
               VARYING ws-redeliv-idx FROM 1 BY 1
               UNTIL ws-redeliv-idx > ws-redeliv-count

           IF ws-redeliv-taken = ZERO AND ws-redeliv-refused = 'N'
               MOVE SPACES TO ws-report-line
               STRING 'NO REDELIVERY REGISTERED FOR ' ws-run-date
                   ' - NOTHING TO COUNT'
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line
               DISPLAY ws-report-line
           END-IF
           .

      * ws-redeliv-table only has room for 10 sectors a date; an
      * 11th is not counted this run.
       para-store-redelivery.
           IF fs-qtn-run-date = ws-run-date
               MOVE ZERO TO ws-redeliv-cur
               PERFORM para-match-redelivery
                   VARYING ws-redeliv-idx FROM 1 BY 1
                   UNTIL ws-redeliv-idx > ws-redeliv-count
               IF ws-redeliv-cur = ZERO AND ws-redeliv-count < 10
                   ADD 1 TO ws-redeliv-count
                   MOVE ws-redeliv-count TO ws-redeliv-cur
                   MOVE fs-qtn-map-id
                       TO ws-redeliv-map-id(ws-redeliv-cur)
               END-IF
               IF ws-redeliv-cur > ZERO
                   MOVE fs-qtn-status
                       TO ws-redeliv-status(ws-redeliv-cur)
                   MOVE fs-qtn-filename
                       TO ws-redeliv-filename(ws-redeliv-cur)
                   IF fs-qtn-status = 'OPEN'
                       MOVE fs-qtn-program
                           TO ws-redeliv-origin(ws-redeliv-cur)
                   END-IF
               END-IF
           END-IF
           .

       para-match-redelivery.
           IF ws-redeliv-map-id(ws-redeliv-idx) = fs-qtn-map-id
               MOVE ws-redeliv-idx TO ws-redeliv-cur
           END-IF
           .

      * ws-manifest-table only has room for 10 sectors; a redelivered
      * sector that would be an 11th is reported and left uncounted.
       para-apply-redelivery.
           IF ws-redeliv-status(ws-redeliv-idx) = 'REDELIV'
              AND ws-redeliv-origin(ws-redeliv-idx) NOT = 'solution-3b'
               PERFORM para-refuse-redelivery
           END-IF

           IF ws-redeliv-status(ws-redeliv-idx) = 'REDELIV'
               ADD 1 TO ws-redeliv-taken
               MOVE 'N' TO ws-redeliv-found
               PERFORM para-replace-manifest-file
                   VARYING ws-man-idx FROM 1 BY 1
                   UNTIL ws-man-idx > ws-man-count
               IF ws-redeliv-found = 'N'
                   IF ws-man-count < 10
                       ADD 1 TO ws-man-count
                       MOVE ws-redeliv-map-id(ws-redeliv-idx)
                           TO ws-man-map-id(ws-man-count)
                       MOVE ws-redeliv-filename(ws-redeliv-idx)
                           TO ws-man-filename(ws-man-count)
                   ELSE
                       MOVE SPACES TO ws-report-line
                       STRING 'MAP ' ws-redeliv-map-id(ws-redeliv-idx)
                           '  REDELIVERED BUT MANIFEST FULL'
                           ' - NOT COUNTED'
                           DELIMITED BY SIZE INTO ws-report-line
                       PERFORM para-put-report-line
                       DISPLAY ws-report-line
                       MOVE 'Y' TO ws-run-incomplete
                   END-IF
               END-IF

               MOVE SPACES TO ws-report-line
               STRING 'MAP ' ws-redeliv-map-id(ws-redeliv-idx)
                   '  REDELIVERED AS ' DELIMITED BY SIZE
                   ws-redeliv-filename(ws-redeliv-idx)
                   DELIMITED BY SPACE
                   INTO ws-report-line
               PERFORM para-put-report-line
           END-IF
           .

      * A replacement for an extract solution-1a or 3a refused is not
      * counted here and its entry stays REDELIV: the night stopped
      * before any sector of the date was counted, so the date has to
      * be rerun in full, through the transmittal, quality and width
      * checks, and 3a passing it clears the entry.
       para-refuse-redelivery.
           MOVE 'Y' TO ws-redeliv-refused
           MOVE 'REFUSED' TO ws-redeliv-status(ws-redeliv-idx)

           MOVE SPACES TO ws-report-line
           STRING 'MAP ' ws-redeliv-map-id(ws-redeliv-idx)
               '  QUARANTINED BY ' DELIMITED BY SIZE
               ws-redeliv-origin(ws-redeliv-idx) DELIMITED BY SPACE
               ' - NOTHING COUNTED FOR THE DATE - RERUN THE'
               ' NIGHT FOR IT, NOT COUNTED HERE' DELIMITED BY SIZE
               INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           .

       para-replace-manifest-file.
           IF ws-man-map-id(ws-man-idx) =
              ws-redeliv-map-id(ws-redeliv-idx)
               MOVE 'Y' TO ws-redeliv-found
               MOVE ws-redeliv-filename(ws-redeliv-idx)
                   TO ws-man-filename(ws-man-idx)
           END-IF
           .

      * The sector being looked at has a replacement registered for
      * the run date when ws-redeliv-cur comes back non-zero.
       para-find-redelivery.
           MOVE ZERO TO ws-redeliv-cur
           PERFORM para-match-redelivery-map
               VARYING ws-redeliv-idx FROM 1 BY 1
               UNTIL ws-redeliv-idx > ws-redeliv-count
           .

       para-match-redelivery-map.
           IF ws-redeliv-map-id(ws-redeliv-idx) = ws-map-id
              AND ws-redeliv-status(ws-redeliv-idx) = 'REDELIV'
               MOVE ws-redeliv-idx TO ws-redeliv-cur
           END-IF
           .

      * Append one coded exception to the shared machine-readable
      * feed the monitoring system reads, mirroring what the print
      * report says so the pack and the pager can't disagree.
               VARYING ws-slope-idx FROM 1 BY 1
               UNTIL ws-slope-idx > ws-slope-count

           IF ws-corridor-mode = 'Y' AND ws-corridor-error = 'N'
               PERFORM para-check-corridor-slope
                   VARYING ws-slope-idx FROM 1 BY 1
                   UNTIL ws-slope-idx > ws-slope-count
               ADD 1 TO ws-corr-line-count
           END-IF

           ADD 1 TO ws-line-count GIVING ws-line-count
           .

               ' WIDTH DOES NOT MATCH MAP WIDTH OF ' ws-map-width
               ' - RUN TERMINATED'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           MOVE 8 TO RETURN-CODE

               ' WIDTH ' ws-map-width
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-exception-rec

           MOVE 'WIDTH-ERR' TO ws-qtn-reason
           MOVE ws-exc-keys TO ws-qtn-keys
           PERFORM para-quarantine-extract
           .

      * Flag any column carrying a character the symbol reference
                   '  COLUMN ' ws-col-idx
                   '  CHAR ' ws-line(ws-col-idx:1)
                   DELIMITED BY SIZE INTO ws-error-line
               PERFORM para-put-error-line
           END-IF
           .

               IF ws-cell-class = 'OBSTACLE'
                   ADD 1 TO ws-tbl-tree-count(ws-slope-idx)
               END-IF
               IF ws-cell-class = 'IMPASSABLE'
                   ADD 1 TO ws-tbl-impass-count(ws-slope-idx)
               END-IF
           END-IF
           .

      * The same slope arithmetic as para-check-slope, driven off the
      * corridor's line counter instead of the sector's, so the
      * descent picks up in the next sector exactly where it left the
      * last one.
       para-check-corridor-slope.
           DIVIDE ws-corr-line-count BY ws-tbl-down(ws-slope-idx)
             GIVING ws-corr-scratch REMAINDER ws-scratch

           IF ws-scratch = 0
               COMPUTE ws-corr-scratch = (ws-corr-line-count
                                    / ws-tbl-down(ws-slope-idx))
                                    * ws-tbl-right(ws-slope-idx)
               DIVIDE ws-corr-scratch BY ws-corr-width
                 GIVING ws-corr-scratch REMAINDER ws-index
               ADD 1 TO ws-index GIVING ws-index

               MOVE ws-line(ws-index:1) TO ws-cell-char
               PERFORM para-classify-cell
               IF ws-cell-class = 'OBSTACLE'
                   ADD 1 TO ws-corr-tree-count(ws-slope-idx)
               END-IF
               IF ws-cell-class = 'IMPASSABLE'
                   ADD 1 TO ws-corr-impass-count(ws-slope-idx)
               END-IF
           END-IF
           .

      * The first sector counted sets the corridor width; any later
      * sector that doesn't match it breaks the corridor. The sector
      * still counts on its own - only the corridor figures are lost,
      * so it's a warning for the morning check, not a stopped night.
       para-check-corridor-width.
           ADD 1 TO ws-corr-sectors

           IF ws-corr-width = ZERO
               MOVE ws-map-width TO ws-corr-width
           END-IF

           IF ws-map-width NOT = ws-corr-width
              AND ws-corridor-error = 'N'
               MOVE 'Y' TO ws-corridor-error
               MOVE SPACES TO ws-report-line
               STRING 'CORRIDOR BROKEN: MAP ' ws-map-id
                   ' WIDTH ' ws-map-width
                   ' DOES NOT MATCH CORRIDOR WIDTH OF ' ws-corr-width
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line
               DISPLAY ws-report-line

               MOVE ws-map-id TO ws-exc-map-id
               MOVE 'W' TO ws-exc-severity
               MOVE 'CORR-WIDTH' TO ws-exc-reason
               MOVE SPACES TO ws-exc-keys
               STRING 'WIDTH ' ws-map-width
                   ' CORRIDOR ' ws-corr-width
                   DELIMITED BY SIZE INTO ws-exc-keys
               PERFORM para-write-exception-rec
           END-IF
           .

      * Corridor figures follow the last sector's, and only when
      * every manifest sector was counted into them on this run - a
      * corridor with a sector missing from the middle would put the
      * descent on the wrong line for everything after the hole.
       para-write-corridor.
           MOVE SPACES TO ws-report-line
           EVALUATE TRUE
               WHEN ws-width-error = 'Y' OR ws-overflow-error = 'Y'
                   MOVE 'CORRIDOR NOT REPORTED - RUN TERMINATED'
                       TO ws-report-line
                   PERFORM para-put-report-line
               WHEN ws-corridor-error = 'Y'
                   MOVE 'CORRIDOR NOT REPORTED - SECTOR WIDTHS DIFFER'
                       TO ws-report-line
                   PERFORM para-put-report-line
               WHEN ws-corridor-gap = 'Y'
                   STRING 'CORRIDOR NOT REPORTED - NOT EVERY SECTOR'
                       ' COUNTED THIS RUN'
                       DELIMITED BY SIZE INTO ws-report-line
                   PERFORM para-put-report-line
               WHEN OTHER
                   PERFORM para-write-corridor-figures
           END-EVALUATE
           .

       para-write-corridor-figures.
           MOVE SPACES TO ws-report-line
           STRING 'CORRIDOR  SECTORS: ' ws-corr-sectors
               '  LINES: ' ws-corr-line-count
               '  WIDTH: ' ws-corr-width
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line

           MOVE 1 TO ws-corr-output-number
           PERFORM para-write-corridor-slope
               VARYING ws-slope-idx FROM 1 BY 1
               UNTIL ws-slope-idx > ws-slope-count

           MOVE SPACES TO ws-report-line
           IF ws-corridor-overflow = 'Y'
               MOVE 'CORRIDOR TOTAL OVERFLOWED - NOT REPORTED'
                   TO ws-report-line
           ELSE
               STRING 'CORRIDOR TOTAL (PRODUCT OF ALL SLOPES): '
                   ws-corr-output-number
                   DELIMITED BY SIZE INTO ws-report-line
           END-IF
           PERFORM para-put-report-line
           .

       para-write-corridor-slope.
           MOVE SPACES TO ws-blocked-note
           IF ws-corr-impass-count(ws-slope-idx) > ZERO
               MOVE 'BLOCKED' TO ws-blocked-note
           END-IF

           MOVE SPACES TO ws-report-line
           STRING 'CORRIDOR SLOPE ' ws-tbl-right(ws-slope-idx)
               '/' ws-tbl-down(ws-slope-idx)
               '  TREE-COUNT: ' ws-corr-tree-count(ws-slope-idx)
               '  IMPASSABLE: ' ws-corr-impass-count(ws-slope-idx)
               '  ' ws-blocked-note
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line

           MULTIPLY ws-corr-output-number
               BY ws-corr-tree-count(ws-slope-idx)
               GIVING ws-corr-output-number
               ON SIZE ERROR
                   MOVE 'Y' TO ws-corridor-overflow
           END-MULTIPLY
           .

       para-accumulate-output.
           PERFORM para-write-history

           MOVE SPACES TO ws-blocked-note
           IF ws-tbl-impass-count(ws-slope-idx) > ZERO
               MOVE 'BLOCKED' TO ws-blocked-note
               PERFORM para-flag-blocked-slope
           END-IF

           IF ws-tbl-checkpointed(ws-slope-idx) = 'Y'
               MOVE SPACES TO ws-report-line
               STRING 'SLOPE ' ws-tbl-right(ws-slope-idx)
                   '/' ws-tbl-down(ws-slope-idx)
                   '  TREE-COUNT: ' ws-tbl-tree-count(ws-slope-idx)
                   '  IMPASSABLE: ' ws-tbl-impass-count(ws-slope-idx)
                   '  ' ws-blocked-note
                   ' (RESTARTED FROM CHECKPOINT)'
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line
           ELSE
               MOVE SPACES TO ws-report-line
               STRING 'SLOPE ' ws-tbl-right(ws-slope-idx)
                   '/' ws-tbl-down(ws-slope-idx)
                   '  TREE-COUNT: ' ws-tbl-tree-count(ws-slope-idx)
                   '  IMPASSABLE: ' ws-tbl-impass-count(ws-slope-idx)
                   '  ' ws-blocked-note
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-put-report-line

               MULTIPLY ws-output-number
                   BY ws-tbl-tree-count(ws-slope-idx)
           END-IF
           .

      * A blocked trajectory doesn't stop the night - the counts are
      * still good - but it goes on the exceptions feed as a warning
      * so nobody picks it off the ranking without seeing why.
       para-flag-blocked-slope.
           MOVE ws-map-id TO ws-exc-map-id
           MOVE 'W' TO ws-exc-severity
           MOVE 'BLOCKED' TO ws-exc-reason
           MOVE SPACES TO ws-exc-keys
           STRING 'SLOPE ' ws-tbl-right(ws-slope-idx)
               '/' ws-tbl-down(ws-slope-idx)
               ' IMPASSABLE ' ws-tbl-impass-count(ws-slope-idx)
               DELIMITED BY SIZE INTO ws-exc-keys
           PERFORM para-write-exception-rec
           .

      * The running product overflowed ws-output-number's PIC 9(13).
      * Stop before folding in any more slopes - a truncated total
      * would be silently wrong, not just incomplete - and leave the
               ws-tbl-right(ws-slope-idx) '/' ws-tbl-down(ws-slope-idx)
               ' - RUN TERMINATED'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-put-report-line
           DISPLAY ws-report-line
           MOVE 8 TO RETURN-CODE

           MOVE ws-tbl-right(ws-slope-idx) TO fs-hist-right
           MOVE ws-tbl-down(ws-slope-idx) TO fs-hist-down
           MOVE ws-tbl-tree-count(ws-slope-idx) TO fs-hist-tree-count
           MOVE ws-tbl-impass-count(ws-slope-idx)
               TO fs-hist-impass-count
           MOVE fs-hist-map-id TO fs-hist-sk-map-id
           MOVE fs-hist-right TO fs-hist-sk-right
           MOVE fs-hist-down TO fs-hist-sk-down
           MOVE fs-hist-run-date TO fs-hist-sk-run-date
           WRITE fs-history-rec
               INVALID KEY PERFORM para-rewrite-history
           END-WRITE
       para-rewrite-history.
           READ fd-history KEY IS fs-hist-key
           MOVE ws-tbl-tree-count(ws-slope-idx) TO fs-hist-tree-count
           MOVE ws-tbl-impass-count(ws-slope-idx)
               TO fs-hist-impass-count
           REWRITE fs-history-rec
           .

           MOVE 'START' TO fs-step-event
           MOVE ws-audit-run-time TO fs-step-time
           MOVE ZEROES TO fs-step-rc
           MOVE ws-part-token TO fs-step-part
           WRITE fs-step-rec

           CLOSE fd-step
           MOVE 'END' TO fs-step-event
           MOVE ws-step-end-time TO fs-step-time
           MOVE RETURN-CODE TO fs-step-rc
           MOVE ws-part-token TO fs-step-part
           WRITE fs-step-rec

           CLOSE fd-step
           IF fs-step-run-date = ws-run-date
              AND fs-step-program = 'solution-3b'
              AND fs-step-event = 'END'
              AND fs-step-part = ws-part-token
               IF fs-step-rc = ZERO
                   MOVE 'Y' TO ws-step-done
               ELSE
           MOVE 'SKIPPED' TO ws-audit-result
           .

      * An override this run needs, named in ws-apq-action and
      * ws-apq-subject: a standing approval from a second operator
      * lets it through; anything else holds the run, with a request
      * on the queue for someone to approve.
       para-request-override.
           PERFORM para-find-approval

           MOVE SPACES TO ws-held-line
           EVALUATE TRUE
               WHEN ws-apq-state = 'APPROVED'
                   IF ws-apq-use-count < 2
                       ADD 1 TO ws-apq-use-count
                       MOVE ws-apq-request-no
                           TO ws-apq-use-no(ws-apq-use-count)
                       MOVE ws-apq-action
                           TO ws-apq-use-action(ws-apq-use-count)
                       MOVE ws-apq-subject
                           TO ws-apq-use-subject(ws-apq-use-count)
                       MOVE ws-apq-requested-by
                           TO ws-apq-use-requested-by(ws-apq-use-count)
                       MOVE ws-apq-approved-by
                           TO ws-apq-use-approved-by(ws-apq-use-count)
                   END-IF
               WHEN ws-apq-state = 'PENDING'
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - REQUEST ' ws-apq-request-no
                       ' AWAITS APPROVAL'
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN ws-oper-id = SPACES
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - NAME THE REQUESTER WITH OPER='
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN OTHER
                   MOVE 'Y' TO ws-override-held
                   MOVE ws-oper-id TO ws-opr-lookup-id
                   PERFORM para-check-operator
                   IF ws-opr-is-active = 'Y'
                       PERFORM para-queue-override
                       STRING 'OVERRIDE ' ws-apq-action
                           ' QUEUED AS REQUEST ' ws-apq-request-no
                           ' - AWAITS APPROVAL'
                           DELIMITED BY SIZE INTO ws-held-line
                   ELSE
                       STRING 'OVERRIDE ' ws-apq-action
                           ' REFUSED - ' ws-oper-id
                           ' IS NOT AN AUTHORIZED OPERATOR'
                           DELIMITED BY SIZE INTO ws-held-line
                   END-IF
                   DISPLAY ws-held-line
           END-EVALUATE
           .

      * The latest queue row for this program, run date, action and
      * subject is the override's standing status. The scan also
      * notes the highest request number anywhere on the queue.
       para-find-approval.
           MOVE SPACES TO ws-apq-state
           MOVE ZEROES TO ws-apq-request-no
           MOVE SPACES TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           MOVE 'N' TO ws-apq-eof

           OPEN INPUT fd-approval

           IF ws-apq-file-status = '00'
               PERFORM UNTIL ws-apq-eof = 'Y'
                   READ fd-approval
                       AT END MOVE 'Y' TO ws-apq-eof
                       NOT AT END PERFORM para-match-approval
                   END-READ
               END-PERFORM

               CLOSE fd-approval
           END-IF
           .

       para-match-approval.
           IF fs-apq-request-no > ws-apq-last-no
               MOVE fs-apq-request-no TO ws-apq-last-no
           END-IF

           IF fs-apq-run-date = ws-run-date
              AND fs-apq-program = 'solution-3b'
              AND fs-apq-action = ws-apq-action
              AND fs-apq-subject = ws-apq-subject
               MOVE fs-apq-status TO ws-apq-state
               MOVE fs-apq-request-no TO ws-apq-request-no
               MOVE fs-apq-requested-by TO ws-apq-requested-by
               MOVE fs-apq-approved-by TO ws-apq-approved-by
           END-IF
           .

       para-queue-override.
           ADD 1 TO ws-apq-last-no GIVING ws-apq-request-no
           MOVE 'PENDING' TO ws-apq-state
           MOVE ws-oper-id TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           PERFORM para-write-approval-row
           .

      * Nothing held the run, so every approval it found is spent:
      * each is marked USED on the queue and gets an APPR-USED audit
      * row of its own under this run's id, naming the override and
      * the two operators behind it, so a run that used both a FORCE
      * and a REOPEN keeps both pairs on the trail.
       para-use-approvals.
           PERFORM para-use-approval
               VARYING ws-apq-use-idx FROM 1 BY 1
               UNTIL ws-apq-use-idx > ws-apq-use-count
           .

       para-use-approval.
           MOVE ws-apq-use-no(ws-apq-use-idx) TO ws-apq-request-no
           MOVE 'USED' TO ws-apq-state
           MOVE ws-apq-use-action(ws-apq-use-idx) TO ws-apq-action
           MOVE ws-apq-use-subject(ws-apq-use-idx) TO ws-apq-subject
           MOVE ws-apq-use-requested-by(ws-apq-use-idx)
               TO ws-apq-requested-by
           MOVE ws-apq-use-approved-by(ws-apq-use-idx)
               TO ws-apq-approved-by
           PERFORM para-write-approval-row
           PERFORM para-write-approval-audit
           .

       para-write-approval-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-3b' TO fs-audit-program
           STRING ws-apq-action DELIMITED BY SPACE
               ' ' ws-apq-subject DELIMITED BY SIZE
               INTO fs-audit-input-file
           MOVE 'APPR-USED' TO fs-audit-result
           MOVE ws-apq-requested-by TO fs-audit-requested-by
           MOVE ws-apq-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .

       para-write-approval-row.
           OPEN EXTEND fd-approval
           IF ws-apq-file-status NOT = '00'
               OPEN OUTPUT fd-approval
           END-IF

           MOVE SPACES TO fs-approval-rec
           MOVE ws-apq-request-no TO fs-apq-request-no
           MOVE ws-apq-state TO fs-apq-status
           MOVE ws-run-date TO fs-apq-run-date
           MOVE 'solution-3b' TO fs-apq-program
           MOVE ws-apq-action TO fs-apq-action
           MOVE ws-apq-subject TO fs-apq-subject
           MOVE ws-apq-requested-by TO fs-apq-requested-by
           MOVE ws-apq-approved-by TO fs-apq-approved-by
           ACCEPT fs-apq-event-date FROM DATE YYYYMMDD
           ACCEPT fs-apq-event-time FROM TIME
           WRITE fs-approval-rec

           CLOSE fd-approval
           .

       para-check-operator.
           MOVE 'N' TO ws-opr-is-active
           MOVE 'N' TO ws-opr-is-approver
           MOVE 'N' TO ws-opr-eof

           OPEN INPUT fd-operator

           IF ws-opr-file-status = '00'
               PERFORM UNTIL ws-opr-eof = 'Y'
                   READ fd-operator
                       AT END MOVE 'Y' TO ws-opr-eof
                       NOT AT END PERFORM para-match-operator
                   END-READ
               END-PERFORM

               CLOSE fd-operator
           END-IF
           .

       para-match-operator.
           IF fs-opr-id = ws-opr-lookup-id
              AND fs-opr-active = 'Y'
               MOVE 'Y' TO ws-opr-is-active
               IF fs-opr-approver = 'Y'
                   MOVE 'Y' TO ws-opr-is-approver
               END-IF
           END-IF
           .

      * The held run goes to sysout and the audit trail only, like a
      * refusal: nothing it would have changed has been touched.
       para-refuse-held.
           MOVE 'HELD' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

      * Append this run to the shared audit trail - job/run id (this
      * run's own date/time), program, input file, and final result -
      * no matter how the run turned out.
               MOVE 'OK-FORCED' TO ws-audit-result
           END-IF
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
