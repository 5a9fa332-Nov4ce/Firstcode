           END-EVALUATE
           MOVE WS-SLOT-X TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD
           CLOSE AUDITLOG.

