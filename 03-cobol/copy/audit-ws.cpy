       01 ws-audit-file-status PIC XX VALUE '00'.
       01 ws-audit-run-time PIC 9(8) VALUE ZEROES.
       01 ws-audit-result PIC X(10) VALUE 'OK'.
      * The two operators behind an approved override, carried onto
      * the audit row; spaces when the run needed no approval, or
      * when the run wrote each approval's pair on an APPR-USED row
      * of its own.
       01 ws-audit-requested-by PIC X(8) VALUE SPACES.
       01 ws-audit-approved-by PIC X(8) VALUE SPACES.
