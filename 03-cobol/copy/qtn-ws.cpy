      * Name of the shared quarantine register, its file status and
      * end-of-file switch, and the staging fields a program fills
      * before appending an event: ws-qtn-state is the standing status
      * found for the sector on the register (spaces when it has
      * none) and then the status the new row records; ws-qtn-opened
      * counts the times the entry has been opened, and ws-qtn-origin
      * names the program that last opened it - only that program's
      * check passing again can clear it.
       01 ws-qtn-filename PIC X(40) VALUE 'quarantine'.
       01 ws-qtn-file-status PIC XX VALUE '00'.
       01 ws-qtn-eof PIC X VALUE 'N'.
       01 ws-qtn-state PIC X(8) VALUE SPACES.
       01 ws-qtn-opened PIC 9(2) VALUE ZERO.
       01 ws-qtn-origin PIC X(11) VALUE SPACES.
       01 ws-qtn-vendor PIC X(4) VALUE SPACES.
       01 ws-qtn-reason PIC X(10) VALUE SPACES.
       01 ws-qtn-keys PIC X(30) VALUE SPACES.
       01 ws-qtn-extract PIC X(40) VALUE SPACES.
       01 ws-qtn-copy-filename PIC X(40) VALUE SPACES.
       01 ws-qtn-copy-status PIC XX VALUE '00'.
       01 ws-qtn-source-status PIC XX VALUE '00'.
       01 ws-qtn-source-eof PIC X VALUE 'N'.
       01 ws-qtn-copy-lines PIC 9(7) VALUE ZEROES.
