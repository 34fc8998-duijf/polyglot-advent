      * One sector: its map-id, the district that reports it, the
      * width and line count its extract should measure at, and the
      * contracted vendor by the format that vendor delivers in
      * (GRID or RLE, as on the extract catalog).
       01 fs-sector-rec.
           05 fs-sect-map-id PIC X(8).
           05 fs-sect-district PIC X(8).
           05 fs-sect-width PIC 9(4).
           05 fs-sect-lines PIC 9(7).
           05 fs-sect-vendor PIC X(4).
           05 FILLER PIC X(9).
