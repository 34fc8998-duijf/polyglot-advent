      * Pending-approval queue: every production override one
      * operator asks for is held here until a different authorized
      * operator approves it, and the run that finally carries it
      * out marks it used, so one approval covers exactly one run.
       SELECT fd-approval
           ASSIGN TO DYNAMIC ws-apq-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-apq-file-status.
