           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-CUST-ID TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

       GET-TIME-DATE.
