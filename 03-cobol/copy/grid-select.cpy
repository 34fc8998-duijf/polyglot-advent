      * Sector grid: where each survey sector lies on the ground - the
      * real-world position of its map's top-left corner and the
      * size of one cell. Maintained through the reference-file
      * maintenance batch like the sector master.
       SELECT fd-grid
           ASSIGN TO DYNAMIC ws-grid-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-grid-file-status.
