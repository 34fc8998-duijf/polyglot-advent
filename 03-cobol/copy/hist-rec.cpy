               10 fs-hist-right PIC 9(2).
               10 fs-hist-down PIC 9(2).
           05 fs-hist-tree-count PIC 9(7).
      * Impassable cells (water, rock) the same slope crossed on the
      * same map. Any nonzero count means the trajectory can't be
      * flown, however few trees it hits.
           05 fs-hist-impass-count PIC 9(7).
      * The same three values turned round - sector, slope, then run
      * date - as the alternate key, so a program that only wants one
      * sector's slope over a span of dates can START on it and read
      * just those rows instead of walking every date in the file.
      * Every writer must fill it from the primary key fields.
           05 fs-hist-sector-key.
               10 fs-hist-sk-map-id PIC X(8).
               10 fs-hist-sk-right PIC 9(2).
               10 fs-hist-sk-down PIC 9(2).
               10 fs-hist-sk-run-date PIC 9(8).
