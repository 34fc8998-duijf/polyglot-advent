      * Permanent record of every slope's tree-count on every run
      * date. solution-3b writes it; the rollup and alerting programs
      * only read it, positioning on the primary key for a span of run
      * dates or on the sector key for one sector's slope.
       SELECT fd-history
           ASSIGN TO DYNAMIC ws-history-filename
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fs-hist-key
           ALTERNATE RECORD KEY IS fs-hist-sector-key
           FILE STATUS IS ws-hist-file-status.
