      * Quarantine register: one row per thing that happens to a
      * rejected extract - set aside by the program that refused it,
      * a replacement registered once the vendor redelivers, cleared
      * when the replacement counts clean. Appended, never rewritten;
      * the latest row for a sector and run date is where it stands.
       SELECT fd-quarantine
           ASSIGN TO DYNAMIC ws-qtn-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qtn-file-status.
