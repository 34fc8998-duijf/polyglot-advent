       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Batch of keyed maintenance requests against the reference
      * files, replacing ops editing slopes, tolerances,
      * quality-limits, the sector master and the sector grid by
      * hand: one transaction per row, re-edited here with the same
      * rules the slope-file edit run enforces before anything is
      * written back.
       SELECT fd-trans
           ASSIGN TO DYNAMIC ws-trans-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qc-file-status.
           COPY sect-select.
           COPY grid-select.
      * Prior version of whichever reference file is about to be
      * rewritten, so a bad batch of changes can be backed out by
      * copying the -prior file over the live one before the night
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.
           COPY apq-select.
           COPY opr-select.

       DATA DIVISION.
       FILE SECTION.
      * One record layout per target file, REDEFINED over the same
      * buffer: column 1 names the file (S slopes, T tolerances,
      * Q quality-limits, M sector master, G sector grid), columns
      * 2-7 the action (ADD, RETIRE, CHANGE), and the rest carries
      * that file's own fields. M and G rows carry the map-id in the
      * same columns.
       FD fd-trans.
       01 fs-trx-rec PIC X(40).
       01 fs-trx-slope REDEFINES fs-trx-rec.
           05 fs-trxq-max-run PIC X(7).
           05 fs-trxq-max-line PIC X(5).
           05 FILLER PIC X(21).
       01 fs-trx-sect REDEFINES fs-trx-rec.
           05 FILLER PIC X(7).
           05 fs-trxm-map-id PIC X(8).
           05 fs-trxm-district PIC X(8).
           05 fs-trxm-width PIC X(4).
           05 fs-trxm-lines PIC X(7).
           05 fs-trxm-vendor PIC X(4).
           05 FILLER PIC X(2).
       01 fs-trx-grid REDEFINES fs-trx-rec.
           05 FILLER PIC X(7).
           05 fs-trxg-map-id PIC X(8).
           05 fs-trxg-origin-east PIC 9(7)V99.
           05 fs-trxg-origin-north PIC 9(8)V99.
           05 fs-trxg-cell-size PIC 9(3)V99.
           05 FILLER PIC X(1).

       FD fd-slopes.
           COPY slope-rec.
           05 fs-qc-max-line PIC 9(5).
           05 FILLER PIC X(18).

       FD fd-sector.
           COPY sect-rec.

       FD fd-grid.
           COPY grid-rec.

       FD fd-backup.
       01 fs-backup-rec PIC X(40).

       FD fd-report.
       01 fs-report-line PIC X(132).
       FD fd-audit.
           COPY audit-rec.

       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       WORKING-STORAGE SECTION.
           COPY slope-ws.
       01 ws-trans-filename PIC X(40) VALUE 'ref-maint-trans'.
       01 ws-qc-on PIC X VALUE 'N'.
       01 ws-qc-max-run PIC 9(7) VALUE ZEROES.
       01 ws-qc-max-line PIC 9(5) VALUE ZEROES.
      * The sector master is held in the same table every reader
      * loads it into, so no batch can leave the file longer than
      * they can hold. It is keyed by map-id; a RETIREd sector comes
      * out of the table at once, so its slot is free for an ADD
      * later in the batch.
           COPY sect-ws.
      * The sector grid is held the same way, keyed by map-id, and
      * closed up the same way on a RETIRE.
           COPY grid-ws.
      * Which files the batch actually touched; only those get a
      * -prior backup and a rewrite, so an untouched file keeps its
      * timestamp and its existing backout story.
       01 ws-slopes-touched PIC X VALUE 'N'.
       01 ws-tols-touched PIC X VALUE 'N'.
       01 ws-qual-touched PIC X VALUE 'N'.
       01 ws-sect-touched PIC X VALUE 'N'.
       01 ws-grid-touched PIC X VALUE 'N'.
       01 ws-trx-no PIC 9(5) VALUE ZEROES.
       01 ws-trx-applied PIC 9(5) VALUE ZEROES.
       01 ws-trx-rejected PIC 9(5) VALUE ZEROES.
       01 ws-edit-reason PIC X(30) VALUE SPACES.
      * Row images for the before/after lines, built from the table
      * entry in the target file's own layout.
       01 ws-row-image PIC X(40) VALUE SPACES.
      * OPER= on the control card names the operator asking for the
      * batch; a second operator has to approve it before any
      * reference file is rewritten.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(13) VALUE SPACES.
           COPY audit-ws.
           COPY apq-ws.
           COPY opr-ws.

       PROCEDURE DIVISION.
       para-main.
           MOVE 1 TO ws-arg-num
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           PERFORM para-load-slopes
           PERFORM para-load-tolerances
           PERFORM para-load-quality
           PERFORM para-load-sectors
           PERFORM para-load-grid

           MOVE 'N' TO ws-trans-eof
           OPEN INPUT fd-trans

               CLOSE fd-trans

               PERFORM para-approve-rewrite
           ELSE
               MOVE 'Y' TO ws-maint-error
               MOVE SPACES TO ws-report-line
               MOVE 8 TO RETURN-CODE
           END-IF

           IF ws-override-held = 'Y'
               PERFORM para-refuse-held
           END-IF

           PERFORM para-write-audit

           STOP RUN
           END-IF
           .

      * ws-sect-table only has room for 50 sectors; a 51st on the
      * file is skipped rather than written past the end of the
      * table, and fails the run so the rewrite can't drop it.
       para-load-sectors.
           MOVE ZERO TO ws-sect-count
           MOVE ZERO TO ws-sect-overflow
           MOVE 'N' TO ws-sect-eof

           OPEN INPUT fd-sector

           IF ws-sect-file-status = '00'
               PERFORM UNTIL ws-sect-eof = 'Y'
                   READ fd-sector
                       AT END MOVE 'Y' TO ws-sect-eof
                       NOT AT END PERFORM para-store-sector-row
                   END-READ
               END-PERFORM

               CLOSE fd-sector
           END-IF

           IF ws-sect-overflow > ZERO
               MOVE 'Y' TO ws-maint-error
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR MASTER OVER 50 SECTORS - '
                   ws-sect-overflow ' ROW(S) NOT LOADED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-store-sector-row.
           IF ws-sect-count < 50
               ADD 1 TO ws-sect-count
               MOVE fs-sect-map-id TO ws-sect-map-id(ws-sect-count)
               MOVE fs-sect-district TO ws-sect-district(ws-sect-count)
               MOVE fs-sect-width TO ws-sect-width(ws-sect-count)
               MOVE fs-sect-lines TO ws-sect-lines(ws-sect-count)
               MOVE fs-sect-vendor TO ws-sect-vendor(ws-sect-count)
           ELSE
               ADD 1 TO ws-sect-overflow
           END-IF
           .

      * The grid is loaded row for row as it stands on disk, bad
      * figures and all, so the rewrite gives back every row this
      * batch did not touch; the readers make their own edits.
       para-load-grid.
           MOVE ZERO TO ws-grid-count
           MOVE ZERO TO ws-grid-overflow
           MOVE 'N' TO ws-grid-eof

           OPEN INPUT fd-grid

           IF ws-grid-file-status = '00'
               PERFORM UNTIL ws-grid-eof = 'Y'
                   READ fd-grid
                       AT END MOVE 'Y' TO ws-grid-eof
                       NOT AT END PERFORM para-store-grid-row
                   END-READ
               END-PERFORM

               CLOSE fd-grid
           END-IF

           IF ws-grid-overflow > ZERO
               MOVE 'Y' TO ws-maint-error
               MOVE SPACES TO ws-report-line
               STRING 'SECTOR GRID OVER 50 SECTORS - '
                   ws-grid-overflow ' ROW(S) NOT LOADED'
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-store-grid-row.
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
           .

       para-load-quality.
           OPEN INPUT fd-quality

                   PERFORM para-apply-tol-trx
               WHEN 'Q'
                   PERFORM para-apply-qual-trx
               WHEN 'M'
                   PERFORM para-apply-sect-trx
               WHEN 'G'
                   PERFORM para-apply-grid-trx
               WHEN OTHER
                   MOVE 'FILE CODE NOT S, T, Q, M, OR G'
                       TO ws-edit-reason
                   PERFORM para-reject-transaction
           END-EVALUATE

       para-echo-transaction.
           MOVE SPACES TO ws-report-line
           STRING 'TRX ' ws-trx-no
               '  ' fs-trx-rec
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .
               DELIMITED BY SIZE INTO ws-row-image
           .

      * A sector is keyed by its map-id, which every edit needs.
      * ADD and CHANGE carry the whole row and re-edit all of it;
      * RETIRE needs only the map-id.
       para-apply-sect-trx.
           IF fs-trxm-map-id = SPACES
               MOVE 'SECTOR MAP-ID MISSING' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
               EVALUATE fs-trx-action
                   WHEN 'ADD'
                       PERFORM para-edit-sect-fields
                       IF ws-trx-error = 'N'
                           PERFORM para-sect-add
                       END-IF
                   WHEN 'RETIRE'
                       PERFORM para-sect-retire
                   WHEN 'CHANGE'
                       PERFORM para-edit-sect-fields
                       IF ws-trx-error = 'N'
                           PERFORM para-sect-change
                       END-IF
                   WHEN OTHER
                       MOVE 'ACTION NOT ADD/RETIRE/CHANGE'
                           TO ws-edit-reason
                       PERFORM para-reject-transaction
               END-EVALUATE
           END-IF
           .

      * The shape has to be a real one - a zero width or line count
      * would let any extract through - and the vendor has to be one
      * of the two delivery formats the catalog knows.
       para-edit-sect-fields.
           IF fs-trxm-district = SPACES
               MOVE 'DISTRICT MISSING' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
              AND (fs-trxm-width IS NOT NUMERIC
                   OR fs-trxm-width = '0000')
               MOVE 'WIDTH NOT NUMERIC OR ZERO' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
              AND (fs-trxm-lines IS NOT NUMERIC
                   OR fs-trxm-lines = '0000000')
               MOVE 'LINE COUNT NOT NUMERIC OR ZERO' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
              AND fs-trxm-vendor NOT = 'GRID'
              AND fs-trxm-vendor NOT = 'RLE'
               MOVE 'VENDOR NOT GRID OR RLE' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF
           .

       para-sect-add.
           PERFORM para-find-sector

           IF ws-sect-cur > ZERO
               MOVE 'DUPLICATE SECTOR ROW' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
               IF ws-sect-count < 50
                   ADD 1 TO ws-sect-count
                   MOVE ws-sect-count TO ws-sect-cur
                   MOVE fs-trxm-map-id TO ws-sect-map-id(ws-sect-cur)
                   PERFORM para-report-slope-before-new
                   PERFORM para-sect-set
               ELSE
                   MOVE 'SECTOR MASTER FULL' TO ws-edit-reason
                   PERFORM para-reject-transaction
               END-IF
           END-IF
           .

       para-sect-retire.
           PERFORM para-find-sector

           IF ws-sect-cur = ZERO
               MOVE 'NO SECTOR ROW TO RETIRE' TO ws-edit-reason
               PERFORM para-reject-transaction
           ELSE
               PERFORM para-report-sect-before
               PERFORM para-close-up-sector
                   VARYING ws-sect-idx FROM ws-sect-cur BY 1
                   UNTIL ws-sect-idx >= ws-sect-count
               SUBTRACT 1 FROM ws-sect-count
               MOVE 'Y' TO ws-sect-touched
               MOVE SPACES TO ws-report-line
               MOVE '      AFTER:  (ROW REMOVED)' TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-close-up-sector.
           MOVE ws-sect-entry(ws-sect-idx + 1)
               TO ws-sect-entry(ws-sect-idx)
           .

       para-sect-change.
           PERFORM para-find-sector

           IF ws-sect-cur = ZERO
               MOVE 'NO SECTOR ROW TO CHANGE' TO ws-edit-reason
               PERFORM para-reject-transaction
           ELSE
               PERFORM para-report-sect-before
               PERFORM para-sect-set
           END-IF
           .

       para-sect-set.
           MOVE fs-trxm-district TO ws-sect-district(ws-sect-cur)
           MOVE fs-trxm-width TO ws-sect-width(ws-sect-cur)
           MOVE fs-trxm-lines TO ws-sect-lines(ws-sect-cur)
           MOVE fs-trxm-vendor TO ws-sect-vendor(ws-sect-cur)
           MOVE 'Y' TO ws-sect-touched
           PERFORM para-report-sect-after
           .

       para-find-sector.
           MOVE ZERO TO ws-sect-cur

           PERFORM para-match-sector
               VARYING ws-sect-idx FROM 1 BY 1
               UNTIL ws-sect-idx > ws-sect-count
           .

       para-match-sector.
           IF ws-sect-map-id(ws-sect-idx) = fs-trxm-map-id
              AND ws-sect-cur = ZERO
               MOVE ws-sect-idx TO ws-sect-cur
           END-IF
           .

       para-report-sect-before.
           PERFORM para-build-sect-image
           MOVE SPACES TO ws-report-line
           STRING '      BEFORE: ' ws-row-image
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-report-sect-after.
           PERFORM para-build-sect-image
           MOVE SPACES TO ws-report-line
           STRING '      AFTER:  ' ws-row-image
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-build-sect-image.
           MOVE SPACES TO ws-row-image
           STRING ws-sect-map-id(ws-sect-cur)
               ws-sect-district(ws-sect-cur)
               ws-sect-width(ws-sect-cur)
               ws-sect-lines(ws-sect-cur)
               ws-sect-vendor(ws-sect-cur)
               DELIMITED BY SIZE INTO ws-row-image
           .

      * A grid row is keyed by the same map-id as the sector it
      * places, and ADD wants that sector already on the master (or
      * added earlier in the batch). ADD and CHANGE carry the whole
      * row and re-edit all of it; RETIRE needs only the map-id.
       para-apply-grid-trx.
           IF fs-trxg-map-id = SPACES
               MOVE 'GRID MAP-ID MISSING' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
               EVALUATE fs-trx-action
                   WHEN 'ADD'
                       PERFORM para-edit-grid-fields
                       IF ws-trx-error = 'N'
                           PERFORM para-grid-add
                       END-IF
                   WHEN 'RETIRE'
                       PERFORM para-grid-retire
                   WHEN 'CHANGE'
                       PERFORM para-edit-grid-fields
                       IF ws-trx-error = 'N'
                           PERFORM para-grid-change
                       END-IF
                   WHEN OTHER
                       MOVE 'ACTION NOT ADD/RETIRE/CHANGE'
                           TO ws-edit-reason
                       PERFORM para-reject-transaction
               END-EVALUATE
           END-IF
           .

      * The same edits the GIS export makes on every grid row it
      * loads: numeric positions and a cell size that isn't zero,
      * since a zero cell would put every tree on the origin.
       para-edit-grid-fields.
           IF fs-trxg-origin-east IS NOT NUMERIC
               MOVE 'ORIGIN EAST NOT NUMERIC' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
              AND fs-trxg-origin-north IS NOT NUMERIC
               MOVE 'ORIGIN NORTH NOT NUMERIC' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
              AND (fs-trxg-cell-size IS NOT NUMERIC
                   OR fs-trxg-cell-size = ZERO)
               MOVE 'CELL SIZE NOT NUMERIC OR ZERO' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF
           .

       para-grid-add.
           PERFORM para-find-grid

           IF ws-grid-cur > ZERO
               MOVE 'DUPLICATE GRID ROW' TO ws-edit-reason
               PERFORM para-reject-transaction
           END-IF

           IF ws-trx-error = 'N'
               PERFORM para-find-sector
               IF ws-sect-cur = ZERO
                   MOVE 'SECTOR NOT ON SECTOR MASTER' TO ws-edit-reason
                   PERFORM para-reject-transaction
               END-IF
           END-IF

           IF ws-trx-error = 'N'
               IF ws-grid-count < 50
                   ADD 1 TO ws-grid-count
                   MOVE ws-grid-count TO ws-grid-cur
                   MOVE fs-trxg-map-id TO ws-grid-map-id(ws-grid-cur)
                   PERFORM para-report-slope-before-new
                   PERFORM para-grid-set
               ELSE
                   MOVE 'SECTOR GRID FULL' TO ws-edit-reason
                   PERFORM para-reject-transaction
               END-IF
           END-IF
           .

       para-grid-retire.
           PERFORM para-find-grid

           IF ws-grid-cur = ZERO
               MOVE 'NO GRID ROW TO RETIRE' TO ws-edit-reason
               PERFORM para-reject-transaction
           ELSE
               PERFORM para-report-grid-before
               PERFORM para-close-up-grid
                   VARYING ws-grid-idx FROM ws-grid-cur BY 1
                   UNTIL ws-grid-idx >= ws-grid-count
               SUBTRACT 1 FROM ws-grid-count
               MOVE 'Y' TO ws-grid-touched
               MOVE SPACES TO ws-report-line
               MOVE '      AFTER:  (ROW REMOVED)' TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
           .

       para-close-up-grid.
           MOVE ws-grid-entry(ws-grid-idx + 1)
               TO ws-grid-entry(ws-grid-idx)
           .

       para-grid-change.
           PERFORM para-find-grid

           IF ws-grid-cur = ZERO
               MOVE 'NO GRID ROW TO CHANGE' TO ws-edit-reason
               PERFORM para-reject-transaction
           ELSE
               PERFORM para-report-grid-before
               PERFORM para-grid-set
           END-IF
           .

       para-grid-set.
           MOVE fs-trxg-origin-east TO ws-grid-origin-east(ws-grid-cur)
           MOVE fs-trxg-origin-north
               TO ws-grid-origin-north(ws-grid-cur)
           MOVE fs-trxg-cell-size TO ws-grid-cell-size(ws-grid-cur)
           MOVE 'Y' TO ws-grid-touched
           PERFORM para-report-grid-after
           .

       para-find-grid.
           MOVE ZERO TO ws-grid-cur

           PERFORM para-match-grid
               VARYING ws-grid-idx FROM 1 BY 1
               UNTIL ws-grid-idx > ws-grid-count
           .

       para-match-grid.
           IF ws-grid-map-id(ws-grid-idx) = fs-trxg-map-id
              AND ws-grid-cur = ZERO
               MOVE ws-grid-idx TO ws-grid-cur
           END-IF
           .

       para-report-grid-before.
           PERFORM para-build-grid-image
           MOVE SPACES TO ws-report-line
           STRING '      BEFORE: ' ws-row-image
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-report-grid-after.
           PERFORM para-build-grid-image
           MOVE SPACES TO ws-report-line
           STRING '      AFTER:  ' ws-row-image
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-build-grid-image.
           MOVE SPACES TO ws-row-image
           STRING ws-grid-map-id(ws-grid-cur)
               ws-grid-origin-east(ws-grid-cur)
               ws-grid-origin-north(ws-grid-cur)
               ws-grid-cell-size(ws-grid-cur)
               DELIMITED BY SIZE INTO ws-row-image
           .

      * A batch that changes anything is a production override in
      * its own right: the edited tables are only written back once
      * a second operator has approved this transaction file for
      * the run date. A held batch still prints every before/after
      * image, which is what the approver reads before signing off.
       para-approve-rewrite.
           IF ws-slopes-touched = 'Y'
              OR ws-tols-touched = 'Y'
              OR ws-qual-touched = 'Y'
              OR ws-sect-touched = 'Y'
              OR ws-grid-touched = 'Y'
               MOVE 'REFMAINT' TO ws-apq-action
               MOVE ws-trans-filename TO ws-apq-subject
               PERFORM para-request-override

               IF ws-override-held = 'Y'
                   MOVE SPACES TO ws-report-line
                   MOVE ws-held-line TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   MOVE SPACES TO ws-report-line
                   MOVE 'BATCH HELD - NO REFERENCE FILE REWRITTEN'
                       TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
               ELSE
                   PERFORM para-use-approvals
                   PERFORM para-rewrite-files
               END-IF
           END-IF
           .

      * Write the touched files back, each behind its own -prior
      * backup of what was on disk when the batch started. The
      * backup goes out before the live file opens for OUTPUT, so an
               PERFORM para-backup-quality
               PERFORM para-rewrite-quality
           END-IF

           IF ws-sect-touched = 'Y'
               PERFORM para-backup-sectors
               PERFORM para-rewrite-sectors
           END-IF

           IF ws-grid-touched = 'Y'
               PERFORM para-backup-grid
               PERFORM para-rewrite-grid
           END-IF
           .

       para-backup-slopes.
           CLOSE fd-quality
           .

       para-backup-sectors.
           MOVE SPACES TO ws-backup-filename
           STRING ws-sect-filename DELIMITED BY SPACE
               '-prior' DELIMITED BY SIZE
               INTO ws-backup-filename

           OPEN OUTPUT fd-backup
           MOVE 'N' TO ws-sect-eof
           OPEN INPUT fd-sector

           IF ws-sect-file-status = '00'
               PERFORM UNTIL ws-sect-eof = 'Y'
                   READ fd-sector
                       AT END MOVE 'Y' TO ws-sect-eof
                       NOT AT END
                           WRITE fs-backup-rec FROM fs-sector-rec
                   END-READ
               END-PERFORM

               CLOSE fd-sector
           END-IF

           CLOSE fd-backup
           .

       para-rewrite-sectors.
           OPEN OUTPUT fd-sector

           PERFORM para-write-sector-row
               VARYING ws-sect-idx FROM 1 BY 1
               UNTIL ws-sect-idx > ws-sect-count

           CLOSE fd-sector
           .

       para-write-sector-row.
           MOVE SPACES TO fs-sector-rec
           MOVE ws-sect-map-id(ws-sect-idx) TO fs-sect-map-id
           MOVE ws-sect-district(ws-sect-idx) TO fs-sect-district
           MOVE ws-sect-width(ws-sect-idx) TO fs-sect-width
           MOVE ws-sect-lines(ws-sect-idx) TO fs-sect-lines
           MOVE ws-sect-vendor(ws-sect-idx) TO fs-sect-vendor
           WRITE fs-sector-rec
           .

       para-backup-grid.
           MOVE SPACES TO ws-backup-filename
           STRING ws-grid-filename DELIMITED BY SPACE
               '-prior' DELIMITED BY SIZE
               INTO ws-backup-filename

           OPEN OUTPUT fd-backup
           MOVE 'N' TO ws-grid-eof
           OPEN INPUT fd-grid

           IF ws-grid-file-status = '00'
               PERFORM UNTIL ws-grid-eof = 'Y'
                   READ fd-grid
                       AT END MOVE 'Y' TO ws-grid-eof
                       NOT AT END
                           WRITE fs-backup-rec FROM fs-grid-rec
                   END-READ
               END-PERFORM

               CLOSE fd-grid
           END-IF

           CLOSE fd-backup
           .

       para-rewrite-grid.
           OPEN OUTPUT fd-grid

           PERFORM para-write-grid-row
               VARYING ws-grid-idx FROM 1 BY 1
               UNTIL ws-grid-idx > ws-grid-count

           CLOSE fd-grid
           .

       para-write-grid-row.
           MOVE SPACES TO fs-grid-rec
           MOVE ws-grid-map-id(ws-grid-idx) TO fs-grid-map-id
           MOVE ws-grid-origin-east(ws-grid-idx)
               TO fs-grid-origin-east
           MOVE ws-grid-origin-north(ws-grid-idx)
               TO fs-grid-origin-north
           MOVE ws-grid-cell-size(ws-grid-idx) TO fs-grid-cell-size
           WRITE fs-grid-rec
           .

       para-write-verdict.
           MOVE SPACES TO ws-report-line
           STRING 'TRANSACTIONS READ: ' ws-trx-no
           WRITE fs-report-line FROM ws-report-line

           MOVE SPACES TO ws-report-line
           EVALUATE TRUE
               WHEN ws-override-held = 'Y'
                   MOVE 'RESULT: BATCH HELD - NOTHING WRITTEN'
                       TO ws-report-line
               WHEN ws-maint-error = 'Y'
                   MOVE 'RESULT: BATCH NOT CLEAN - SEE REJECTS ABOVE'
                       TO ws-report-line
               WHEN OTHER
                   MOVE 'RESULT: BATCH APPLIED CLEAN' TO ws-report-line
           END-EVALUATE
           WRITE fs-report-line FROM ws-report-line
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
              AND fs-apq-program = 'solution-3p'
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
      * each is marked USED on the queue, and the operators behind
      * it go on this run's audit row.
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

           MOVE ws-apq-requested-by TO ws-audit-requested-by
           MOVE ws-apq-approved-by TO ws-audit-approved-by
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
           MOVE 'solution-3p' TO fs-apq-program
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
           MOVE 'solution-3p' TO fs-audit-program
           MOVE ws-trans-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
