      * right and are pulled to the front wholesale; type V files
      * contribute just their RESULT verdict line to the front page.
       01 ws-source-table.
           05 FILLER PIC X(41) VALUE 'Vtransmittal-report'.
           05 FILLER PIC X(41) VALUE 'Eerrors-1a'.
           05 FILLER PIC X(41) VALUE 'Eerrors-3a'.
           05 FILLER PIC X(41) VALUE 'Eerrors-3b'.
           05 FILLER PIC X(41) VALUE 'Vslope-edit-report'.
           05 FILLER PIC X(41) VALUE 'Vmerge-report'.
           05 FILLER PIC X(41) VALUE 'Vvariance-report'.
           05 FILLER PIC X(41) VALUE 'Vreconcile-report'.
           05 FILLER PIC X(41) VALUE 'Rtransmittal-report'.
           05 FILLER PIC X(41) VALUE 'Rreport-1a'.
           05 FILLER PIC X(41) VALUE 'Rreport-3a'.
           05 FILLER PIC X(41) VALUE 'Rreport-3b'.
           05 FILLER PIC X(41) VALUE 'Rmerge-report'.
           05 FILLER PIC X(41) VALUE 'Rslope-edit-report'.
           05 FILLER PIC X(41) VALUE 'Rvariance-report'.
           05 FILLER PIC X(41) VALUE 'Rextract-report'.
           05 FILLER PIC X(41) VALUE 'Rreconcile-report'.
       01 ws-source-list REDEFINES ws-source-table.
           05 ws-source-entry OCCURS 17 TIMES.
               10 ws-src-type PIC X.
               10 ws-src-name PIC X(40).
       01 ws-source-count PIC 9(2) VALUE 17.
       01 ws-source-idx PIC 9(2) VALUE ZERO.
      * Which of the two passes is running: X pulls the exceptions to
      * the front, S copies every file into its own section.
