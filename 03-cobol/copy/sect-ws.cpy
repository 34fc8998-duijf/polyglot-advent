      * Name of the shared sector master, its file status and
      * end-of-file switch, and the master held in storage for
      * lookups by map-id. ws-sect-on stays 'N' when no master is on
      * disk, so a program can tell "no master" from "not on it".
      * ws-sect-table has room for 50 sectors, and sector-master
      * maintenance refuses a 51st; a reader that still finds more
      * counts them in ws-sect-overflow and fails its run rather than
      * leave a sector out.
       01 ws-sect-filename PIC X(40) VALUE 'sector-master'.
       01 ws-sect-file-status PIC XX VALUE '00'.
       01 ws-sect-eof PIC X VALUE 'N'.
       01 ws-sect-on PIC X VALUE 'N'.
       01 ws-sect-table.
           05 ws-sect-entry OCCURS 50 TIMES.
               10 ws-sect-map-id PIC X(8).
               10 ws-sect-district PIC X(8).
               10 ws-sect-width PIC 9(4).
               10 ws-sect-lines PIC 9(7).
               10 ws-sect-vendor PIC X(4).
       01 ws-sect-count PIC 9(2) VALUE ZERO.
       01 ws-sect-idx PIC 9(2) VALUE ZERO.
       01 ws-sect-cur PIC 9(2) VALUE ZERO.
       01 ws-sect-lookup-id PIC X(8) VALUE SPACES.
       01 ws-sect-overflow PIC 9(5) VALUE ZERO.
