      * Name of the shared operator authority file, its file status
      * and end-of-file switch, and what the lookup found for the
      * operator asked about: whether they are on file and live, and
      * whether they may approve.
       01 ws-opr-filename PIC X(40) VALUE 'operator-authority'.
       01 ws-opr-file-status PIC XX VALUE '00'.
       01 ws-opr-eof PIC X VALUE 'N'.
       01 ws-opr-lookup-id PIC X(8) VALUE SPACES.
       01 ws-opr-is-active PIC X VALUE 'N'.
       01 ws-opr-is-approver PIC X VALUE 'N'.
