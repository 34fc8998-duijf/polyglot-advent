      * Partition control file: one per partition of a split
      * solution-3b run, written fresh by the partition and handed to
      * the merge step. It carries everything the merge needs to
      * publish the partition's sectors and rebuild the night's
      * report in manifest order.
       SELECT fd-partition
           ASSIGN TO DYNAMIC ws-part-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-part-file-status.
