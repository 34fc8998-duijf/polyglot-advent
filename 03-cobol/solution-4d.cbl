       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution-4d.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY apq-select.
           COPY opr-select.
       SELECT fd-report
           ASSIGN TO DYNAMIC ws-report-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           COPY audit-select.

       DATA DIVISION.
       FILE SECTION.
       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       FD fd-report.
       01 fs-report-line PIC X(132).

       FD fd-audit.
           COPY audit-rec.

       WORKING-STORAGE SECTION.
           COPY apq-ws.
           COPY opr-ws.
      * Queue listing, plus the verdict on an APPROVE or REJECT: the
      * request as it stood, and why a sign-off was refused.
       01 ws-report-filename PIC X(40) VALUE 'approval-report'.
       01 ws-report-line PIC X(132) VALUE SPACES.
       01 ws-run-date PIC 9(8) VALUE ZEROES.
      * The control card is order-free tokens: APPROVE or REJECT
      * decides a request (LIST, the default, only reports the
      * queue), a six-digit number names the request, and OPER=
      * names the operator making the decision.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-option-token PIC X(13) VALUE SPACES.
       01 ws-decision PIC X(8) VALUE 'LIST'.
       01 ws-sel-request-no PIC 9(6) VALUE ZEROES.
      * Every request still open on the queue at its standing status
      * - the latest row for its number wins, since rows are only
      * ever appended. A request once USED or REJECTED is finished
      * and gives its slot back, so the table only ever has to hold
      * what is still pending or approved.
       01 ws-req-table.
           05 ws-req-entry OCCURS 200 TIMES.
               10 ws-req-no PIC 9(6).
               10 ws-req-status PIC X(8).
               10 ws-req-run-date PIC 9(8).
               10 ws-req-program PIC X(11).
               10 ws-req-action PIC X(8).
               10 ws-req-subject PIC X(20).
               10 ws-req-requested-by PIC X(8).
               10 ws-req-approved-by PIC X(8).
               10 ws-req-event-date PIC 9(8).
       01 ws-req-count PIC 9(3) VALUE ZERO.
       01 ws-req-idx PIC 9(3) VALUE ZERO.
       01 ws-req-cur PIC 9(3) VALUE ZERO.
       01 ws-open-count PIC 9(3) VALUE ZERO.
       01 ws-req-overflow PIC 9(5) VALUE ZERO.
       01 ws-sel-final-status PIC X(8) VALUE SPACES.
       01 ws-decision-error PIC X VALUE 'N'.
       01 ws-decision-reason PIC X(50) VALUE SPACES.
           COPY audit-ws.

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-get-option
               VARYING ws-arg-num FROM 1 BY 1
               UNTIL ws-arg-num > 3

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME

           PERFORM para-load-queue

           OPEN OUTPUT fd-report

           PERFORM para-write-header

           IF ws-decision NOT = 'LIST'
               PERFORM para-decide-request
           END-IF

           PERFORM para-list-queue

           IF ws-req-overflow > ZERO
               PERFORM para-flag-overflow
           END-IF

           CLOSE fd-report

           IF ws-decision-error = 'Y'
               MOVE 'APPR-ERR' TO ws-audit-result
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM para-write-audit

           STOP RUN
           .

       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ws-option-token
           END-ACCEPT

           IF ws-option-token = 'APPROVE'
              OR ws-option-token = 'REJECT'
              OR ws-option-token = 'LIST'
               MOVE ws-option-token TO ws-decision
           END-IF
           IF ws-option-token(1:6) IS NUMERIC
              AND ws-option-token(7:7) = SPACES
               MOVE ws-option-token(1:6) TO ws-sel-request-no
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           .

       para-write-header.
           MOVE SPACES TO ws-report-line
           STRING 'RUN DATE: ' ws-run-date
               '  QUEUE: ' ws-apq-filename
               '  PROGRAM: solution-4d'
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .

       para-load-queue.
           MOVE ZERO TO ws-req-count
           MOVE 'N' TO ws-apq-eof

           OPEN INPUT fd-approval

           IF ws-apq-file-status = '00'
               PERFORM UNTIL ws-apq-eof = 'Y'
                   READ fd-approval
                       AT END MOVE 'Y' TO ws-apq-eof
                       NOT AT END PERFORM para-fold-queue-row
                   END-READ
               END-PERFORM

               CLOSE fd-approval
           END-IF
           .

      * ws-req-table only has room for 200 open requests; a row for
      * a 201st is counted rather than written past the end of the
      * table, and the run ends RC 8 saying so.
       para-fold-queue-row.
           MOVE ZERO TO ws-req-cur
           PERFORM para-match-request
               VARYING ws-req-idx FROM 1 BY 1
               UNTIL ws-req-idx > ws-req-count

           IF fs-apq-status = 'USED' OR fs-apq-status = 'REJECTED'
               IF fs-apq-request-no = ws-sel-request-no
                   MOVE fs-apq-status TO ws-sel-final-status
               END-IF
               IF ws-req-cur > ZERO
                   PERFORM para-drop-request
               END-IF
           ELSE
               IF fs-apq-request-no = ws-sel-request-no
                   MOVE SPACES TO ws-sel-final-status
               END-IF
               IF ws-req-cur = ZERO
                   IF ws-req-count < 200
                       ADD 1 TO ws-req-count
                       MOVE ws-req-count TO ws-req-cur
                   ELSE
                       ADD 1 TO ws-req-overflow
                   END-IF
               END-IF
               IF ws-req-cur > ZERO
                   PERFORM para-store-request
               END-IF
           END-IF
           .

      * A finished request comes out of the table; the ones after it
      * close up behind so the listing stays in queue order.
       para-drop-request.
           PERFORM para-close-up-request
               VARYING ws-req-idx FROM ws-req-cur BY 1
               UNTIL ws-req-idx >= ws-req-count
           SUBTRACT 1 FROM ws-req-count
           .

       para-close-up-request.
           MOVE ws-req-entry(ws-req-idx + 1) TO ws-req-entry(ws-req-idx)
           .

       para-store-request.
           MOVE fs-apq-request-no TO ws-req-no(ws-req-cur)
           MOVE fs-apq-status TO ws-req-status(ws-req-cur)
           MOVE fs-apq-run-date TO ws-req-run-date(ws-req-cur)
           MOVE fs-apq-program TO ws-req-program(ws-req-cur)
           MOVE fs-apq-action TO ws-req-action(ws-req-cur)
           MOVE fs-apq-subject TO ws-req-subject(ws-req-cur)
           MOVE fs-apq-requested-by
               TO ws-req-requested-by(ws-req-cur)
           MOVE fs-apq-approved-by
               TO ws-req-approved-by(ws-req-cur)
           MOVE fs-apq-event-date TO ws-req-event-date(ws-req-cur)
           .

       para-match-request.
           IF ws-req-no(ws-req-idx) = fs-apq-request-no
               MOVE ws-req-idx TO ws-req-cur
           END-IF
           .

      * Approve or reject one PENDING request. The decider has to be
      * a live operator with approval authority, and never the one
      * who asked - that is the whole point of the second signature.
       para-decide-request.
           MOVE ZERO TO ws-req-cur
           PERFORM para-find-selected
               VARYING ws-req-idx FROM 1 BY 1
               UNTIL ws-req-idx > ws-req-count

           MOVE ws-oper-id TO ws-opr-lookup-id
           PERFORM para-check-operator

           EVALUATE TRUE
               WHEN ws-req-cur = ZERO
                  AND ws-sel-final-status NOT = SPACES
                   MOVE 'REQUEST IS NOT PENDING' TO ws-decision-reason
               WHEN ws-req-cur = ZERO
                   MOVE 'NO SUCH REQUEST ON THE QUEUE'
                       TO ws-decision-reason
               WHEN ws-req-status(ws-req-cur) NOT = 'PENDING'
                   MOVE 'REQUEST IS NOT PENDING' TO ws-decision-reason
               WHEN ws-oper-id = SPACES
                   MOVE 'NO OPER= ON THE CONTROL CARD'
                       TO ws-decision-reason
               WHEN ws-opr-is-approver = 'N'
                   MOVE 'OPERATOR HAS NO APPROVAL AUTHORITY'
                       TO ws-decision-reason
               WHEN ws-oper-id = ws-req-requested-by(ws-req-cur)
                   MOVE 'REQUESTER CANNOT DECIDE OWN REQUEST'
                       TO ws-decision-reason
               WHEN OTHER
                   MOVE SPACES TO ws-decision-reason
           END-EVALUATE

           IF ws-decision-reason = SPACES
               PERFORM para-record-decision
           ELSE
               MOVE 'Y' TO ws-decision-error
               MOVE SPACES TO ws-report-line
               STRING ws-decision ' OF REQUEST ' ws-sel-request-no
                   ' REFUSED: ' ws-decision-reason
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
           END-IF
           .

       para-find-selected.
           IF ws-req-no(ws-req-idx) = ws-sel-request-no
               MOVE ws-req-idx TO ws-req-cur
           END-IF
           .

      * The decision is one more row on the queue, carrying the
      * request's own key so the held run finds it, and both
      * operator ids go on this run's audit row.
       para-record-decision.
           IF ws-decision = 'APPROVE'
               MOVE 'APPROVED' TO ws-apq-state
           ELSE
               MOVE 'REJECTED' TO ws-apq-state
           END-IF

           OPEN EXTEND fd-approval
           IF ws-apq-file-status NOT = '00'
               OPEN OUTPUT fd-approval
           END-IF

           MOVE SPACES TO fs-approval-rec
           MOVE ws-req-no(ws-req-cur) TO fs-apq-request-no
           MOVE ws-apq-state TO fs-apq-status
           MOVE ws-req-run-date(ws-req-cur) TO fs-apq-run-date
           MOVE ws-req-program(ws-req-cur) TO fs-apq-program
           MOVE ws-req-action(ws-req-cur) TO fs-apq-action
           MOVE ws-req-subject(ws-req-cur) TO fs-apq-subject
           MOVE ws-req-requested-by(ws-req-cur) TO fs-apq-requested-by
           MOVE ws-oper-id TO fs-apq-approved-by
           MOVE ws-run-date TO fs-apq-event-date
           MOVE ws-audit-run-time TO fs-apq-event-time
           WRITE fs-approval-rec

           CLOSE fd-approval

           MOVE ws-apq-state TO ws-req-status(ws-req-cur)
           MOVE ws-oper-id TO ws-req-approved-by(ws-req-cur)
           MOVE ws-run-date TO ws-req-event-date(ws-req-cur)

           MOVE ws-req-requested-by(ws-req-cur)
               TO ws-audit-requested-by
           MOVE ws-oper-id TO ws-audit-approved-by
           MOVE ws-apq-state TO ws-audit-result

           MOVE SPACES TO ws-report-line
           STRING 'REQUEST ' ws-req-no(ws-req-cur)
               ' ' ws-apq-state
               ' BY ' ws-oper-id
               ' - ' ws-req-program(ws-req-cur)
               ' ' ws-req-action(ws-req-cur)
               ' FOR ' ws-req-run-date(ws-req-cur)
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           DISPLAY ws-report-line
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

      * Everything still open: requests awaiting a decision, and
      * approvals granted but not yet used by the held run.
       para-list-queue.
           MOVE SPACES TO ws-report-line
           PERFORM para-write-report-line

           MOVE SPACES TO ws-report-line
           MOVE 'OPEN REQUESTS' TO ws-report-line
           PERFORM para-write-report-line

           PERFORM para-list-request
               VARYING ws-req-idx FROM 1 BY 1
               UNTIL ws-req-idx > ws-req-count

           MOVE SPACES TO ws-report-line
           STRING 'OPEN REQUESTS: ' ws-open-count
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-write-report-line
           .

       para-list-request.
           IF ws-req-status(ws-req-idx) = 'PENDING'
              OR ws-req-status(ws-req-idx) = 'APPROVED'
               ADD 1 TO ws-open-count
               MOVE SPACES TO ws-report-line
               STRING ws-req-no(ws-req-idx)
                   '  ' ws-req-status(ws-req-idx)
                   '  ' ws-req-run-date(ws-req-idx)
                   '  ' ws-req-program(ws-req-idx)
                   '  ' ws-req-action(ws-req-idx)
                   '  ' ws-req-subject(ws-req-idx)
                   '  ASKED BY ' ws-req-requested-by(ws-req-idx)
                   '  APPROVED BY ' ws-req-approved-by(ws-req-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               PERFORM para-write-report-line
           END-IF
           .

      * More than 200 requests open at once: the ones past the table
      * were neither listed nor can be decided, so the run fails
      * rather than leaving their overrides held with nobody told.
       para-flag-overflow.
           MOVE 'Y' TO ws-decision-error
           MOVE SPACES TO ws-report-line
           STRING 'MORE THAN 200 OPEN REQUESTS - ' ws-req-overflow
               ' QUEUE ROW(S) NOT LOADED'
               DELIMITED BY SIZE INTO ws-report-line
           PERFORM para-write-report-line
           DISPLAY ws-report-line
           .

       para-write-report-line.
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
           MOVE 'solution-4d' TO fs-audit-program
           MOVE ws-apq-filename TO fs-audit-input-file
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .
