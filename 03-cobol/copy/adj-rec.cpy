      * One adjustment: the history row it corrects, our count off
      * that row when the adjustment was loaded, forestry's count,
      * who in forestry made it and why, and the date it was loaded.
       01 fs-adjust-rec.
           05 fs-adj-key.
               10 fs-adj-run-date PIC 9(8).
               10 fs-adj-map-id PIC X(8).
               10 fs-adj-right PIC 9(2).
               10 fs-adj-down PIC 9(2).
           05 fs-adj-counted PIC 9(7).
           05 fs-adj-tree-count PIC 9(7).
           05 fs-adj-by PIC X(8).
           05 fs-adj-reason PIC X(10).
           05 fs-adj-loaded PIC 9(8).
           05 FILLER PIC X(20).
