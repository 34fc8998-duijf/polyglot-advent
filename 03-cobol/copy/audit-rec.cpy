           05 fs-audit-program PIC X(11).
           05 fs-audit-input-file PIC X(40).
           05 fs-audit-result PIC X(10).
      * Who asked for and who signed off on a production override
      * (FORCE, REOPEN, retransmission, reference maintenance) this
      * run carried out under dual control; blank on an ordinary run.
      * A run that can spend more than one approval writes each pair
      * on an APPR-USED row of its own under the same run id, with
      * the override and its subject in the input-file column.
           05 fs-audit-requested-by PIC X(8).
           05 fs-audit-approved-by PIC X(8).
           05 FILLER PIC X(10).
