      * Name of the shared adjustments file, its file status and
      * end-of-file switch, and the rows for the count dates a
      * program wants (ws-adj-from-date through ws-adj-to-date)
      * folded by key - count date, sector and slope - so a later row
      * for a key replaces the earlier one and each entry is that
      * key's standing adjustment; ws-adj-row is that row's number
      * on the file, counted in ws-adj-rows as the file is read.
      * ws-adj-on stays 'N' when no file is on disk. ws-adj-table
      * has room for 6200 keys, a month of every slope on ten
      * sectors; past that ws-adj-full goes to 'Y' and the caller
      * decides whether its figures can still be trusted.
       01 ws-adj-filename PIC X(40) VALUE 'adjustments'.
       01 ws-adj-file-status PIC XX VALUE '00'.
       01 ws-adj-eof PIC X VALUE 'N'.
       01 ws-adj-on PIC X VALUE 'N'.
       01 ws-adj-full PIC X VALUE 'N'.
       01 ws-adj-from-date PIC 9(8) VALUE ZEROES.
       01 ws-adj-to-date PIC 9(8) VALUE ZEROES.
       01 ws-adj-table.
           05 ws-adj-entry OCCURS 6200 TIMES.
               10 ws-adj-run-date PIC 9(8).
               10 ws-adj-map-id PIC X(8).
               10 ws-adj-right PIC 9(2).
               10 ws-adj-down PIC 9(2).
               10 ws-adj-counted PIC 9(7).
               10 ws-adj-tree-count PIC 9(7).
               10 ws-adj-by PIC X(8).
               10 ws-adj-reason PIC X(10).
               10 ws-adj-loaded PIC 9(8).
               10 ws-adj-row PIC 9(7).
       01 ws-adj-count PIC 9(4) VALUE ZERO.
       01 ws-adj-idx PIC 9(4) VALUE ZERO.
       01 ws-adj-cur PIC 9(4) VALUE ZERO.
       01 ws-adj-rows PIC 9(7) VALUE ZERO.
