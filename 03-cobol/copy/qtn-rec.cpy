      * One quarantine event: the sector and the run date of the
      * extract it concerns, where that extract now stands (OPEN,
      * REDELIV or CLEARED), when and by which program it happened,
      * the contracted vendor off the sector master, the coded reason
      * and key values it was refused with, the extract file the row
      * is about (the rejected one, or the vendor's replacement), the
      * copy set aside in quarantine, and the operator who registered
      * a redelivery.
       01 fs-quarantine-rec.
           05 fs-qtn-map-id PIC X(8).
           05 fs-qtn-run-date PIC 9(8).
           05 fs-qtn-status PIC X(8).
           05 fs-qtn-event-date PIC 9(8).
           05 fs-qtn-event-time PIC 9(8).
           05 fs-qtn-program PIC X(11).
           05 fs-qtn-vendor PIC X(4).
           05 fs-qtn-reason PIC X(10).
           05 fs-qtn-keys PIC X(30).
           05 fs-qtn-filename PIC X(40).
           05 fs-qtn-copy PIC X(40).
           05 fs-qtn-oper PIC X(8).
           05 FILLER PIC X(7).
