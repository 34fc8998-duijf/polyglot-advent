      * One row of a partition control file. The partition writes a
      * header first, then a report or error row for every line it
      * puts on its own report-3b/errors-3b (tagged with the manifest
      * row it belongs to), a sector row as each of its sectors
      * finishes, and a trailer once its run ends. A file with no
      * trailer is a partition that never finished. The merge step
      * appends a merged row once it has published the partition.
      *   H header   R report line   E error line
      *   S sector   T trailer       M merged
       01 fs-partition-rec.
           05 fs-part-type PIC X.
           05 fs-part-run-date PIC 9(8).
           05 fs-part-man-idx PIC 9(2).
           05 fs-part-data PIC X(132).
           05 fs-part-head REDEFINES fs-part-data.
               10 fs-part-no PIC 9.
               10 fs-part-of PIC 9.
               10 fs-part-man-count PIC 9(2).
               10 fs-part-manifest PIC X(40).
               10 FILLER PIC X(88).
           05 fs-part-sect REDEFINES fs-part-data.
               10 fs-part-map-id PIC X(8).
               10 fs-part-status PIC X(10).
               10 fs-part-line-count PIC 9(7).
               10 fs-part-product PIC 9(13).
               10 fs-part-slopes PIC 9(2).
               10 fs-part-filename PIC X(40).
               10 FILLER PIC X(52).
           05 fs-part-trail REDEFINES fs-part-data.
               10 fs-part-result PIC X(10).
               10 fs-part-incomplete PIC X.
               10 fs-part-time PIC 9(8).
               10 FILLER PIC X(113).
