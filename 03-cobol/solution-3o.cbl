           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.
           COPY apq-select.
           COPY opr-select.

       DATA DIVISION.
       FILE SECTION.
           05 fs-exd-right PIC 9(2).
           05 fs-exd-down PIC 9(2).
           05 fs-exd-tree-count PIC 9(7).
           05 fs-exd-impass-count PIC 9(7).
           05 FILLER PIC X(5).
       01 fs-ext-product REDEFINES fs-extract-rec.
           05 fs-exp-type PIC X.
           05 fs-exp-map-id PIC X(8).
       FD fd-audit.
           COPY audit-rec.

       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       WORKING-STORAGE SECTION.
           COPY xmit-ws.
           COPY hist-ws.
      * the run from acknowledgment matching to rebuilding a feed, an
      * eight-digit date names the transmission date to resend, and a
      * one-to-three digit number overrides the grace period (days an
      * unacknowledged send may wait before it's an exception), and
      * OPER= names the operator asking for a retransmission, which
      * a second operator has to approve before anything is rebuilt.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(13) VALUE SPACES.
       01 ws-retransmit-flag PIC X VALUE 'N'.
       01 ws-resend-date PIC 9(8) VALUE ZEROES.
       01 ws-grace-days PIC 9(3) VALUE 1.
       01 ws-prod-idx PIC 9(2) VALUE ZERO.
       01 ws-prod-cur PIC 9(2) VALUE ZERO.
           COPY audit-ws.
           COPY apq-ws.
           COPY opr-ws.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 4

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME
               MOVE 'Y' TO ws-retransmit-flag
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:5) = SPACES
               MOVE ws-option-token(1:8) TO ws-resend-date
           END-IF
           IF ws-option-token(1:3) IS NUMERIC
              AND ws-option-token(4:10) = SPACES
               MOVE ws-option-token(1:3) TO ws-grace-days
           END-IF
           IF ws-option-token(1:2) IS NUMERIC
              AND ws-option-token(3:11) = SPACES
               MOVE ws-option-token(1:2) TO ws-grace-days
           END-IF
           IF ws-option-token(1:1) IS NUMERIC
              AND ws-option-token(2:12) = SPACES
               MOVE ws-option-token(1:1) TO ws-grace-days
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           .

       para-write-header.
                   TO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               MOVE 'RETRANS' TO ws-apq-action
               MOVE ws-resend-date TO ws-apq-subject
               PERFORM para-request-override

               IF ws-override-held = 'Y'
                   MOVE SPACES TO ws-report-line
                   MOVE ws-held-line TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   MOVE SPACES TO ws-report-line
                   MOVE 'RESULT: RETRANSMISSION HELD - NOTHING REBUILT'
                       TO ws-report-line
                   WRITE fs-report-line FROM ws-report-line
                   PERFORM para-refuse-held
               ELSE
                   PERFORM para-use-approvals
                   PERFORM para-next-feed-seq
                   PERFORM para-set-extract-filename
                   PERFORM para-build-feed
               END-IF
           END-IF
           .

           MOVE fs-hist-right TO fs-exd-right
           MOVE fs-hist-down TO fs-exd-down
           MOVE fs-hist-tree-count TO fs-exd-tree-count
           MOVE fs-hist-impass-count TO fs-exd-impass-count
           WRITE fs-extract-rec
           .

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
              AND fs-apq-program = 'solution-3o'
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
           MOVE 'solution-3o' TO fs-apq-program
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
               MOVE ws-ack-filename TO fs-audit-input-file
           END-IF
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
