      * Operator authority file security maintains: who may ask for a
      * production override, and who may sign one off, so the dual
      * control on FORCE, REOPEN, retransmission, and reference
      * maintenance rests on a list rather than on trust.
       SELECT fd-operator
           ASSIGN TO DYNAMIC ws-opr-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-opr-file-status.
