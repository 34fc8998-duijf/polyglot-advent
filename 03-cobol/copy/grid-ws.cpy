      * Name of the sector grid, its file status and end-of-file
      * switch, and the grid held in storage for lookups by map-id.
      * ws-grid-table has room for 50 sectors, the same as the sector
      * master, and grid maintenance refuses a 51st; extra rows are
      * counted in ws-grid-overflow.
       01 ws-grid-filename PIC X(40) VALUE 'sector-grid'.
       01 ws-grid-file-status PIC XX VALUE '00'.
       01 ws-grid-eof PIC X VALUE 'N'.
       01 ws-grid-table.
           05 ws-grid-entry OCCURS 50 TIMES.
               10 ws-grid-map-id PIC X(8).
               10 ws-grid-origin-east PIC 9(7)V99.
               10 ws-grid-origin-north PIC 9(8)V99.
               10 ws-grid-cell-size PIC 9(3)V99.
       01 ws-grid-count PIC 9(2) VALUE ZERO.
       01 ws-grid-idx PIC 9(2) VALUE ZERO.
       01 ws-grid-cur PIC 9(2) VALUE ZERO.
       01 ws-grid-overflow PIC 9(5) VALUE ZERO.
