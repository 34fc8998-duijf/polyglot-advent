      * One row per sector. The origin is the north-west corner of
      * the map's first column on its first line; lines run south
      * and columns east from it, one cell size apart. Positions and
      * the cell size are in metres on the survey's projected grid.
       01 fs-grid-rec.
           05 fs-grid-map-id PIC X(8).
           05 fs-grid-origin-east PIC 9(7)V99.
           05 fs-grid-origin-north PIC 9(8)V99.
           05 fs-grid-cell-size PIC 9(3)V99.
           05 FILLER PIC X(8).
