           COPY sym-select.
           COPY linecount-select.
           COPY audit-select.
           COPY apq-select.
           COPY opr-select.
           COPY step-select.
           COPY runctl-select.
           COPY period-select.
           COPY exc-select.
           COPY sect-select.
           COPY qtn-select.
      * A rejected extract read back line for line into its
      * quarantine copy, so the evidence survives the vendor's
      * replacement landing under the same name.
       SELECT fd-qtn-source
           ASSIGN TO DYNAMIC ws-input-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qtn-source-status.
       SELECT fd-qtn-copy
           ASSIGN TO DYNAMIC ws-qtn-copy-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-qtn-copy-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-audit.
           COPY audit-rec.

       FD fd-approval.
           COPY apq-rec.

       FD fd-operator.
           COPY opr-rec.

       FD fd-step.
           COPY step-rec.

       FD fd-exceptions.
           COPY exc-rec.

       FD fd-sector.
           COPY sect-rec.

       FD fd-quarantine.
           COPY qtn-rec.

       FD fd-qtn-source.
       01 fs-qtn-source-line PIC X(132).

       FD fd-qtn-copy.
       01 fs-qtn-copy-line PIC X(132).

       WORKING-STORAGE SECTION.
           COPY map-line-ws.
      * Name of today's survey extract, taken from the run's PARM/
      * is the single-extract case and files under MAIN.
       01 ws-arg-num PIC 9(4) COMP.
       01 ws-map-id PIC X(8) VALUE 'MAIN'.
       01 ws-option-token PIC X(13) VALUE SPACES.
      * Business date this run files under. After an outage the
      * night's catch-up run names the extract's own date on the
      * control card, so its counts, linecount row, history, and
       01 ws-class-pct PIC 9(3) VALUE ZEROES.
           COPY linecount-ws.
           COPY audit-ws.
           COPY apq-ws.
           COPY opr-ws.
           COPY step-ws.
       01 ws-skip-line PIC X(60) VALUE SPACES.
           COPY runctl-ws.
           COPY period-ws.
           COPY exc-ws.
           COPY sect-ws.
           COPY qtn-ws.
      * The standing month-end status of the month the run date
      * falls in. Running into a CLOSED month would quietly restate
      * figures the forestry team already reported, so it's refused;

           PERFORM para-get-option
               VARYING ws-arg-num FROM 3 BY 1
               UNTIL ws-arg-num > 6

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-run-time FROM TIME
               STOP RUN
           END-IF

           IF ws-run-complete = 'Y'
               MOVE 'FORCE' TO ws-apq-action
               MOVE SPACES TO ws-apq-subject
               PERFORM para-request-override
           END-IF

           PERFORM para-check-period
           IF ws-period-status = 'CLOSED'
               IF ws-force-flag = 'Y'
                   MOVE 'REOPEN' TO ws-apq-action
                   MOVE ws-run-month TO ws-apq-subject
                   PERFORM para-request-override
               ELSE
                   PERFORM para-refuse-closed-period
                   PERFORM para-write-audit
               END-IF
           END-IF

           IF ws-override-held = 'Y'
               PERFORM para-refuse-held
               PERFORM para-write-audit
               PERFORM para-write-step-end
               STOP RUN
           END-IF

           PERFORM para-use-approvals

           IF ws-period-status = 'CLOSED'
               PERFORM para-reopen-period
           END-IF

           PERFORM para-load-quality-limits
           PERFORM para-load-symbols

                   ' LIMIT ' ws-qc-max-run
                   DELIMITED BY SIZE INTO ws-exc-keys
               PERFORM para-write-exception-rec

               MOVE 'QUAL-ERR' TO ws-qtn-reason
               MOVE ws-exc-keys TO ws-qtn-keys
               PERFORM para-quarantine-extract
           END-IF
           .

      * Set a rejected extract aside: copy it into quarantine under
      * its sector and run date and open an entry on the quarantine
      * register with the reason and the contracted vendor, so the
      * vendor chase has the evidence and a record to register the
      * replacement against. An entry already open for the sector and
      * date - a rerun refusing the same file again - is left as it
      * stands; a failed redelivery reopens its entry.
       para-quarantine-extract.
           PERFORM para-find-quarantine

           IF ws-qtn-state = 'OPEN'
               MOVE SPACES TO ws-report-line
               STRING 'EXTRACT ALREADY IN QUARANTINE FOR '
                   ws-map-id ' ' ws-run-date
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           ELSE
               PERFORM para-find-vendor
               PERFORM para-copy-to-quarantine
               MOVE 'OPEN' TO ws-qtn-state
               MOVE ws-input-filename TO ws-qtn-extract
               PERFORM para-write-quarantine-row

               MOVE SPACES TO ws-report-line
               IF ws-qtn-copy-filename = SPACES
                   STRING 'EXTRACT QUARANTINED - ' DELIMITED BY SIZE
                       ws-input-filename DELIMITED BY SPACE
                       ' COULD NOT BE COPIED' DELIMITED BY SIZE
                       INTO ws-report-line
               ELSE
                   STRING 'EXTRACT QUARANTINED AS ' DELIMITED BY SIZE
                       ws-qtn-copy-filename DELIMITED BY SPACE
                       ' - VENDOR ' ws-qtn-vendor
                       DELIMITED BY SIZE INTO ws-report-line
               END-IF
               WRITE fs-report-line FROM ws-report-line
               DISPLAY ws-report-line
           END-IF
           .

      * Where the sector's extract for the run date stands on the
      * register: the status of the latest row, spaces if none, and
      * how many times the entry has been opened.
       para-find-quarantine.
           MOVE SPACES TO ws-qtn-state
           MOVE ZERO TO ws-qtn-opened
           MOVE 'N' TO ws-qtn-eof

           OPEN INPUT fd-quarantine

           IF ws-qtn-file-status = '00'
               PERFORM UNTIL ws-qtn-eof = 'Y'
                   READ fd-quarantine
                       AT END MOVE 'Y' TO ws-qtn-eof
                       NOT AT END
                           IF fs-qtn-map-id = ws-map-id
                              AND fs-qtn-run-date = ws-run-date
                               MOVE fs-qtn-status TO ws-qtn-state
                               IF fs-qtn-status = 'OPEN'
                                   ADD 1 TO ws-qtn-opened
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-quarantine
           END-IF
           .

      * The vendor contracted for the sector, off the sector master;
      * spaces when there is no master or the sector isn't on it.
       para-find-vendor.
           MOVE SPACES TO ws-qtn-vendor
           MOVE 'N' TO ws-sect-eof

           OPEN INPUT fd-sector

           IF ws-sect-file-status = '00'
               PERFORM UNTIL ws-sect-eof = 'Y'
                   READ fd-sector
                       AT END MOVE 'Y' TO ws-sect-eof
                       NOT AT END
                           IF fs-sect-map-id = ws-map-id
                               MOVE fs-sect-vendor TO ws-qtn-vendor
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-sector
           END-IF
           .

      * Copy the extract line for line to quarantine-<sector>-<date>.
      * A replacement refused after the entry was first opened goes
      * to its own -R<n> copy beside it, so every refused file is
      * kept as the vendor sent it. An extract that can't be read
      * back leaves the copy name blank on the register rather than
      * pointing at an empty file.
       para-copy-to-quarantine.
           MOVE SPACES TO ws-qtn-copy-filename
           MOVE ZEROES TO ws-qtn-copy-lines
           MOVE 'N' TO ws-qtn-source-eof

           OPEN INPUT fd-qtn-source

           IF ws-qtn-source-status = '00'
               IF ws-qtn-opened = ZERO
                   STRING 'quarantine-' ws-map-id DELIMITED BY SPACE
                       '-' ws-run-date DELIMITED BY SIZE
                       INTO ws-qtn-copy-filename
               ELSE
                   STRING 'quarantine-' ws-map-id DELIMITED BY SPACE
                       '-' ws-run-date '-R' ws-qtn-opened
                       DELIMITED BY SIZE INTO ws-qtn-copy-filename
               END-IF

               OPEN OUTPUT fd-qtn-copy

               PERFORM UNTIL ws-qtn-source-eof = 'Y'
                   READ fd-qtn-source
                       AT END MOVE 'Y' TO ws-qtn-source-eof
                       NOT AT END
                           WRITE fs-qtn-copy-line
                               FROM fs-qtn-source-line
                           ADD 1 TO ws-qtn-copy-lines
                   END-READ
               END-PERFORM

               CLOSE fd-qtn-copy
               CLOSE fd-qtn-source
           END-IF
           .

      * Append one event to the quarantine register.
       para-write-quarantine-row.
           OPEN EXTEND fd-quarantine
           IF ws-qtn-file-status NOT = '00'
               OPEN OUTPUT fd-quarantine
           END-IF

           MOVE SPACES TO fs-quarantine-rec
           MOVE ws-map-id TO fs-qtn-map-id
           MOVE ws-run-date TO fs-qtn-run-date
           MOVE ws-qtn-state TO fs-qtn-status
           ACCEPT fs-qtn-event-date FROM DATE YYYYMMDD
           ACCEPT fs-qtn-event-time FROM TIME
           MOVE 'solution-1a' TO fs-qtn-program
           MOVE ws-qtn-vendor TO fs-qtn-vendor
           MOVE ws-qtn-reason TO fs-qtn-reason
           MOVE ws-qtn-keys TO fs-qtn-keys
           MOVE ws-qtn-extract TO fs-qtn-filename
           MOVE ws-qtn-copy-filename TO fs-qtn-copy
           WRITE fs-quarantine-rec

           CLOSE fd-quarantine
           .

      * Append one coded exception to the shared machine-readable
      * feed the monitoring system reads, mirroring what the print
      * report says so the pack and the pager can't disagree.
      * The control card past the map-id is order-free tokens:
      * FORCE overrides the completed-date refusal, RESUME skips a
      * step already clean for the date so the chain can pick up at
      * the one that failed, an eight-digit date runs the program
      * as of that business date, and OPER= names the operator
      * asking for a FORCE that needs a second operator's approval.
       para-get-option.
           DISPLAY ws-arg-num UPON ARGUMENT-NUMBER
           ACCEPT ws-option-token FROM ARGUMENT-VALUE
               MOVE 'Y' TO ws-resume-flag
           END-IF
           IF ws-option-token(1:8) IS NUMERIC
              AND ws-option-token(9:5) = SPACES
               MOVE ws-option-token(1:8) TO ws-asof-parm
           END-IF
           IF ws-option-token(1:5) = 'OPER='
               MOVE ws-option-token(6:8) TO ws-oper-id
           END-IF
           .

      * Has this program already finished this run date with result
           MOVE 'SKIPPED' TO ws-audit-result
           .

      * An override this run needs, named in ws-apq-action and
      * ws-apq-subject: a standing approval from a second operator
      * lets it through; anything else holds the run, with a request
      * on the queue for someone to approve.
       para-request-override.
           PERFORM para-find-approval

           MOVE SPACES TO ws-held-line
           EVALUATE TRUE
               WHEN ws-apq-state = 'APPROVED'
                   IF ws-apq-use-count < 2
                       ADD 1 TO ws-apq-use-count
                       MOVE ws-apq-request-no
                           TO ws-apq-use-no(ws-apq-use-count)
                       MOVE ws-apq-action
                           TO ws-apq-use-action(ws-apq-use-count)
                       MOVE ws-apq-subject
                           TO ws-apq-use-subject(ws-apq-use-count)
                       MOVE ws-apq-requested-by
                           TO ws-apq-use-requested-by(ws-apq-use-count)
                       MOVE ws-apq-approved-by
                           TO ws-apq-use-approved-by(ws-apq-use-count)
                   END-IF
               WHEN ws-apq-state = 'PENDING'
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - REQUEST ' ws-apq-request-no
                       ' AWAITS APPROVAL'
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN ws-oper-id = SPACES
                   MOVE 'Y' TO ws-override-held
                   STRING 'OVERRIDE ' ws-apq-action
                       ' HELD - NAME THE REQUESTER WITH OPER='
                       DELIMITED BY SIZE INTO ws-held-line
                   DISPLAY ws-held-line
               WHEN OTHER
                   MOVE 'Y' TO ws-override-held
                   MOVE ws-oper-id TO ws-opr-lookup-id
                   PERFORM para-check-operator
                   IF ws-opr-is-active = 'Y'
                       PERFORM para-queue-override
                       STRING 'OVERRIDE ' ws-apq-action
                           ' QUEUED AS REQUEST ' ws-apq-request-no
                           ' - AWAITS APPROVAL'
                           DELIMITED BY SIZE INTO ws-held-line
                   ELSE
                       STRING 'OVERRIDE ' ws-apq-action
                           ' REFUSED - ' ws-oper-id
                           ' IS NOT AN AUTHORIZED OPERATOR'
                           DELIMITED BY SIZE INTO ws-held-line
                   END-IF
                   DISPLAY ws-held-line
           END-EVALUATE
           .

      * The latest queue row for this program, run date, action and
      * subject is the override's standing status. The scan also
      * notes the highest request number anywhere on the queue.
       para-find-approval.
           MOVE SPACES TO ws-apq-state
           MOVE ZEROES TO ws-apq-request-no
           MOVE SPACES TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           MOVE 'N' TO ws-apq-eof

           OPEN INPUT fd-approval

           IF ws-apq-file-status = '00'
               PERFORM UNTIL ws-apq-eof = 'Y'
                   READ fd-approval
                       AT END MOVE 'Y' TO ws-apq-eof
                       NOT AT END PERFORM para-match-approval
                   END-READ
               END-PERFORM

               CLOSE fd-approval
           END-IF
           .

       para-match-approval.
           IF fs-apq-request-no > ws-apq-last-no
               MOVE fs-apq-request-no TO ws-apq-last-no
           END-IF

           IF fs-apq-run-date = ws-run-date
              AND fs-apq-program = 'solution-1a'
              AND fs-apq-action = ws-apq-action
              AND fs-apq-subject = ws-apq-subject
               MOVE fs-apq-status TO ws-apq-state
               MOVE fs-apq-request-no TO ws-apq-request-no
               MOVE fs-apq-requested-by TO ws-apq-requested-by
               MOVE fs-apq-approved-by TO ws-apq-approved-by
           END-IF
           .

       para-queue-override.
           ADD 1 TO ws-apq-last-no GIVING ws-apq-request-no
           MOVE 'PENDING' TO ws-apq-state
           MOVE ws-oper-id TO ws-apq-requested-by
           MOVE SPACES TO ws-apq-approved-by
           PERFORM para-write-approval-row
           .

      * Nothing held the run, so every approval it found is spent:
      * each is marked USED on the queue and gets an APPR-USED audit
      * row of its own under this run's id, naming the override and
      * the two operators behind it, so a run that used both a FORCE
      * and a REOPEN keeps both pairs on the trail.
       para-use-approvals.
           PERFORM para-use-approval
               VARYING ws-apq-use-idx FROM 1 BY 1
               UNTIL ws-apq-use-idx > ws-apq-use-count
           .

       para-use-approval.
           MOVE ws-apq-use-no(ws-apq-use-idx) TO ws-apq-request-no
           MOVE 'USED' TO ws-apq-state
           MOVE ws-apq-use-action(ws-apq-use-idx) TO ws-apq-action
           MOVE ws-apq-use-subject(ws-apq-use-idx) TO ws-apq-subject
           MOVE ws-apq-use-requested-by(ws-apq-use-idx)
               TO ws-apq-requested-by
           MOVE ws-apq-use-approved-by(ws-apq-use-idx)
               TO ws-apq-approved-by
           PERFORM para-write-approval-row
           PERFORM para-write-approval-audit
           .

       para-write-approval-audit.
           OPEN EXTEND fd-audit
           IF ws-audit-file-status NOT = '00'
               OPEN OUTPUT fd-audit
           END-IF

           MOVE SPACES TO fs-audit-rec
           MOVE ws-run-date TO fs-audit-run-date
           MOVE ws-audit-run-time TO fs-audit-run-time
           MOVE 'solution-1a' TO fs-audit-program
           STRING ws-apq-action DELIMITED BY SPACE
               ' ' ws-apq-subject DELIMITED BY SIZE
               INTO fs-audit-input-file
           MOVE 'APPR-USED' TO fs-audit-result
           MOVE ws-apq-requested-by TO fs-audit-requested-by
           MOVE ws-apq-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
           .

       para-write-approval-row.
           OPEN EXTEND fd-approval
           IF ws-apq-file-status NOT = '00'
               OPEN OUTPUT fd-approval
           END-IF

           MOVE SPACES TO fs-approval-rec
           MOVE ws-apq-request-no TO fs-apq-request-no
           MOVE ws-apq-state TO fs-apq-status
           MOVE ws-run-date TO fs-apq-run-date
           MOVE 'solution-1a' TO fs-apq-program
           MOVE ws-apq-action TO fs-apq-action
           MOVE ws-apq-subject TO fs-apq-subject
           MOVE ws-apq-requested-by TO fs-apq-requested-by
           MOVE ws-apq-approved-by TO fs-apq-approved-by
           ACCEPT fs-apq-event-date FROM DATE YYYYMMDD
           ACCEPT fs-apq-event-time FROM TIME
           WRITE fs-approval-rec

           CLOSE fd-approval
           .

       para-check-operator.
           MOVE 'N' TO ws-opr-is-active
           MOVE 'N' TO ws-opr-is-approver
           MOVE 'N' TO ws-opr-eof

           OPEN INPUT fd-operator

           IF ws-opr-file-status = '00'
               PERFORM UNTIL ws-opr-eof = 'Y'
                   READ fd-operator
                       AT END MOVE 'Y' TO ws-opr-eof
                       NOT AT END PERFORM para-match-operator
                   END-READ
               END-PERFORM

               CLOSE fd-operator
           END-IF
           .

       para-match-operator.
           IF fs-opr-id = ws-opr-lookup-id
              AND fs-opr-active = 'Y'
               MOVE 'Y' TO ws-opr-is-active
               IF fs-opr-approver = 'Y'
                   MOVE 'Y' TO ws-opr-is-approver
               END-IF
           END-IF
           .

      * The held run goes to sysout and the audit trail only, like a
      * refusal: nothing it would have changed has been touched.
       para-refuse-held.
           MOVE 'HELD' TO ws-audit-result
           MOVE 12 TO RETURN-CODE
           .

      * Append this run to the shared audit trail - job/run id (this
      * run's own date/time), program, input file, and final result -
      * no matter how the run turned out.
               MOVE 'OK-FORCED' TO ws-audit-result
           END-IF
           MOVE ws-audit-result TO fs-audit-result
           MOVE ws-audit-requested-by TO fs-audit-requested-by
           MOVE ws-audit-approved-by TO fs-audit-approved-by
           WRITE fs-audit-rec

           CLOSE fd-audit
