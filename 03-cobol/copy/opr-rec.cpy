      * One operator: id, name, whether they may approve another
      * operator's override, and whether the entry is live at all -
      * a leaver is set inactive rather than deleted, so old audit
      * rows still resolve to a name.
       01 fs-operator-rec.
           05 fs-opr-id PIC X(8).
           05 fs-opr-name PIC X(30).
           05 fs-opr-approver PIC X.
           05 fs-opr-active PIC X.
           05 FILLER PIC X(10).
