      * Name of the shared approval queue, its file status and
      * end-of-file switch, the operator named by OPER= on the
      * control card, and the override being looked up: its action
      * and subject going in, and coming out the standing status,
      * request number, and operators of the latest request for it,
      * plus the highest request number on the queue so a new one
      * can be numbered past it.
       01 ws-apq-filename PIC X(40) VALUE 'approval-queue'.
       01 ws-apq-file-status PIC XX VALUE '00'.
       01 ws-apq-eof PIC X VALUE 'N'.
       01 ws-oper-id PIC X(8) VALUE SPACES.
       01 ws-apq-action PIC X(8) VALUE SPACES.
       01 ws-apq-subject PIC X(20) VALUE SPACES.
       01 ws-apq-state PIC X(8) VALUE SPACES.
       01 ws-apq-request-no PIC 9(6) VALUE ZEROES.
       01 ws-apq-requested-by PIC X(8) VALUE SPACES.
       01 ws-apq-approved-by PIC X(8) VALUE SPACES.
       01 ws-apq-last-no PIC 9(6) VALUE ZEROES.
      * Set when any override this run needs is not yet approved;
      * the run then stops before changing anything. Approvals
      * found are held in ws-apq-use-table and only marked USED once
      * the run knows nothing else is holding it.
       01 ws-override-held PIC X VALUE 'N'.
       01 ws-apq-use-table.
           05 ws-apq-use-entry OCCURS 2 TIMES.
               10 ws-apq-use-no PIC 9(6).
               10 ws-apq-use-action PIC X(8).
               10 ws-apq-use-subject PIC X(20).
               10 ws-apq-use-requested-by PIC X(8).
               10 ws-apq-use-approved-by PIC X(8).
       01 ws-apq-use-count PIC 9 VALUE ZERO.
       01 ws-apq-use-idx PIC 9 VALUE ZERO.
       01 ws-held-line PIC X(80) VALUE SPACES.
