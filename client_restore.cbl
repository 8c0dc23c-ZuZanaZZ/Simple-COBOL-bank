               AT END
                   MOVE "YES" TO EndOfAudit
               NOT AT END
      * The SUSPENSE position is the bank's own, carried on the
      * trail and tied to suspense.dat - it has no row on the master
      * to restore.
                   IF AuditSeqNo > CutSeq
                           AND AuditClientID NOT = "SUSPENSE"
                       PERFORM ApplyReplayEntryProcedure
                   END-IF
           END-READ.
      * every posting, so order alone reconstructs the balance. An
      * O opens the account afresh (the trail does not carry name
      * or credit limit, so those need ClientMaint afterwards), a C
      * closes it, a U (ClosedPurge) deletes it again - its history
      * row is already on closedhist.dat, which the restore does not
      * touch - and an A is only flagged - amendments' details are
      * not on the trail.
           EVALUATE AuditTrType
               WHEN "O"
                   PERFORM ReplayOpenProcedure
               WHEN "C"
                   PERFORM ReplayCloseProcedure
               WHEN "U"
                   PERFORM ReplayPurgeProcedure
               WHEN "A"
                   ADD 1 TO SkippedCount
                   DISPLAY "Review: amendment at sequence "
                   ADD 1 TO ReplayedCount
               END-IF
           END-IF.

       ReplayPurgeProcedure.
           MOVE AuditClientID TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
      * Not on the restored master - nothing left to remove.
               ADD 1 TO ReplayedCount
           ELSE
               DELETE Client RECORD
               IF ClientStatus NOT = "00"
                   ADD 1 TO SkippedCount
                   DISPLAY "Review: DELETE failed replaying the "
                       "purge of " AuditClientID
                       " - file status " ClientStatus
               ELSE
                   ADD 1 TO ReplayedCount
               END-IF
           END-IF.
       END PROGRAM ClientRestore.
