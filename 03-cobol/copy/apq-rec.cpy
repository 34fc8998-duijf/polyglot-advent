      * One event on an override request: PENDING when it is asked
      * for, APPROVED or REJECTED when a second operator decides,
      * USED when the held run carries it out. Rows are only ever
      * appended, so the latest row for a request number is its
      * standing status. The run date, program, action (FORCE,
      * REOPEN, RETRANS, REFMAINT) and subject (month, resend date,
      * transaction file) say exactly what the approval covers.
       01 fs-approval-rec.
           05 fs-apq-request-no PIC 9(6).
           05 fs-apq-status PIC X(8).
           05 fs-apq-run-date PIC 9(8).
           05 fs-apq-program PIC X(11).
           05 fs-apq-action PIC X(8).
           05 fs-apq-subject PIC X(20).
           05 fs-apq-requested-by PIC X(8).
           05 fs-apq-approved-by PIC X(8).
           05 fs-apq-event-date PIC 9(8).
           05 fs-apq-event-time PIC 9(8).
           05 FILLER PIC X(7).
