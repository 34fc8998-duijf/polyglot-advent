           05 fs-arch-right PIC 9(2).
           05 fs-arch-down PIC 9(2).
           05 fs-arch-tree-count PIC 9(7).
           05 fs-arch-impass-count PIC 9(7).
           05 FILLER PIC X(20).

       FD fd-xmit.
           MOVE fs-arch-right TO fs-hist-right
           MOVE fs-arch-down TO fs-hist-down
           MOVE fs-arch-tree-count TO fs-hist-tree-count
           PERFORM para-set-impass-count
           MOVE fs-hist-map-id TO fs-hist-sk-map-id
           MOVE fs-hist-right TO fs-hist-sk-right
           MOVE fs-hist-down TO fs-hist-sk-down
           MOVE fs-hist-run-date TO fs-hist-sk-run-date
           WRITE fs-history-rec
               INVALID KEY PERFORM para-rewrite-history-row
               NOT INVALID KEY ADD 1 TO ws-arch-loaded
           END-WRITE
           .

      * Archives swept before history carried an impassable count
      * hold blanks in that position; they reload as zero.
       para-set-impass-count.
           IF fs-arch-impass-count IS NUMERIC
               MOVE fs-arch-impass-count TO fs-hist-impass-count
           ELSE
               MOVE ZEROES TO fs-hist-impass-count
           END-IF
           .

       para-rewrite-history-row.
           READ fd-history KEY IS fs-hist-key
           MOVE fs-arch-tree-count TO fs-hist-tree-count
           PERFORM para-set-impass-count
           REWRITE fs-history-rec

           IF ws-hist-file-status = '00'
