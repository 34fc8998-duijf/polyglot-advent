      * Name of the partition control file (built from the partition
      * number at run time), its file status and end-of-file switch.
       01 ws-part-filename PIC X(40) VALUE SPACES.
       01 ws-part-file-status PIC XX VALUE '00'.
       01 ws-part-eof PIC X VALUE 'N'.
