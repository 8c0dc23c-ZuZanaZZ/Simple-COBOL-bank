      * across several smaller postings with no single one over it
      * (the structuring pattern), and an inbound interbank credit
      * followed the same day by an outbound payment of similar
      * size (within a tenth) - an inbound credit applied out of
      * suspense (the client's J leg) counts as the inbound credit
      * it is. Every flagged item carries its AuditSeqNo list so
      * the reviewer can pull the exact entries.
      * Amounts are compared at their LCU value at the day's rates,
      * so a EUR movement cannot slip under an LCU threshold by
      * unit games - an amount whose currency has no rate is
                               OR AuditTrType = "E"
                               OR AuditTrType = "R"
                               OR AuditTrType = "Q"
                               OR (AuditTrType = "J"
                                   AND AuditClientID NOT = "SUSPENSE")
                           ADD 1 TO ScannedCount
                           PERFORM JudgeEntryProcedure
                       END-IF
               ELSE
                   MOVE "YES" TO CcMoreSeqs(ClientLoop)
               END-IF
               IF (AuditTrType = "R" OR AuditTrType = "J")
                       AND CcRCount(ClientLoop) < 5
                   ADD 1 TO CcRCount(ClientLoop)
                   MOVE AuditSeqNo TO
