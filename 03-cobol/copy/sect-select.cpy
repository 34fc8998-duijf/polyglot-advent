      * Sector master: one row per survey sector the night can be
      * asked to count - the forestry district it belongs to, the
      * shape its extract is expected to arrive in, and the vendor
      * contracted to fly it. Maintained through the reference-file
      * maintenance batch like the slope and tolerance files.
       SELECT fd-sector
           ASSIGN TO DYNAMIC ws-sect-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-sect-file-status.
