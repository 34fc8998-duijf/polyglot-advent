                   PERFORM para-report-detail-row
               ELSE
                   IF fs-audit-result NOT = 'OK'
                      AND fs-audit-result NOT = 'APPR-USED'
                       PERFORM para-write-audit-row
                   END-IF
               END-IF

      * The detail pass also feeds the run counts and the failure
      * tally, so the failures-only pass and the count section don't
      * each have to re-select the window for themselves. An
      * APPR-USED row records an approval a run spent, not a run of
      * its own, so it is listed but neither counted nor failed.
       para-report-detail-row.
           ADD 1 TO ws-rows-selected
           IF fs-audit-result NOT = 'OK'
              AND fs-audit-result NOT = 'APPR-USED'
               ADD 1 TO ws-rows-failed
           END-IF
           IF fs-audit-result NOT = 'APPR-USED'
               PERFORM para-count-program
           END-IF
           PERFORM para-write-audit-row
           .

               '  ' fs-audit-program
               '  ' fs-audit-result
               '  ' fs-audit-input-file
               '  ' fs-audit-requested-by
               ' ' fs-audit-approved-by
               DELIMITED BY SIZE INTO ws-report-line
           WRITE fs-report-line FROM ws-report-line
           .
