                   '  ' fs-audit-program
                   '  ' fs-audit-result
                   '  ' fs-audit-input-file
                   '  ' fs-audit-requested-by
                   ' ' fs-audit-approved-by
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
               STRING 'MAP ' fs-hist-map-id
                   '  SLOPE ' fs-hist-right '/' fs-hist-down
                   '  TREE-COUNT ' fs-hist-tree-count
                   '  IMPASSABLE ' fs-hist-impass-count
                   DELIMITED BY SIZE INTO ws-report-line
               WRITE fs-report-line FROM ws-report-line
           END-IF
