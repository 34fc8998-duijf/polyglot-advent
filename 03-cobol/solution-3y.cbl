       01 ws-sel-date PIC 9(8) VALUE ZEROES.
      * The nightly chain in step order, with each step's standing
      * status folded in from the file: latest START time, latest
      * END time and return code. solution-3b runs as partitions
      * whose rows all fold into its one line; solution-4f's line
      * after it is the verdict on the partitions as a whole.
       01 ws-chain-table.
           05 FILLER PIC X(11) VALUE 'solution-3n'.
           05 FILLER PIC X(11) VALUE 'solution-4b'.
           05 FILLER PIC X(11) VALUE 'solution-1a'.
           05 FILLER PIC X(11) VALUE 'solution-3a'.
           05 FILLER PIC X(11) VALUE 'solution-3e'.
           05 FILLER PIC X(11) VALUE 'solution-3b'.
           05 FILLER PIC X(11) VALUE 'solution-4f'.
           05 FILLER PIC X(11) VALUE 'solution-3f'.
           05 FILLER PIC X(11) VALUE 'solution-3j'.
           05 FILLER PIC X(11) VALUE 'solution-4h'.
           05 FILLER PIC X(11) VALUE 'solution-3d'.
           05 FILLER PIC X(11) VALUE 'solution-3k'.
           05 FILLER PIC X(11) VALUE 'solution-4g'.
           05 FILLER PIC X(11) VALUE 'solution-4k'.
           05 FILLER PIC X(11) VALUE 'solution-4c'.
           05 FILLER PIC X(11) VALUE 'solution-4j'.
       01 ws-chain-list REDEFINES ws-chain-table.
           05 ws-chain-program OCCURS 16 TIMES PIC X(11).
      * Two digits, not one: the loops below leave the index one
      * past the end of the table, and a one-digit item would wrap
      * 9 to 0 on that increment and never satisfy the UNTIL.
       01 ws-chain-count PIC 9(2) VALUE 16.
       01 ws-chain-idx PIC 9(2) VALUE ZERO.
       01 ws-status-table.
           05 ws-status-entry OCCURS 16 TIMES.
               10 ws-st-started PIC X.
               10 ws-st-start-time PIC 9(8).
               10 ws-st-ended PIC X.
