      * settlement.rpt line - or
      * settlement lines with no matching audit entry. Interest is
      * settled as one INTEREST total per run but audited per client,
      * so the two are compared as totals - term-deposit interest,
      * which names its deposit as counterparty, settles line for
      * line and is matched like any other posting - and
      * ChargeRun's F service charges are compared the same way
      * under the CHARGES
      * pseudo-ClientID; ClientMaint's O/A/C roster
      * events, ClosedPurge's U purges and supervisor S overrides
      * carry no settlement leg
      * and are exempt, as are FxReval's Z revaluation lines under
      * the REVAL pseudo-ClientID, which value a currency book and
      * have no audit leg at all.
      * The suspense position InterbankIn, SuspenseWork and
      * SuspenseAge carry on the trail under the pseudo-ClientID
      * SUSPENSE (N and J entries, settled line for line like any
      * other posting) must also tie to the suspense register: the
      * last SUSPENSE new fund on the log has to equal the LCU total
      * of the items suspense.dat still shows in suspense.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettlementStatus.

           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "./suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseStatus.

           SELECT OPTIONAL ArchiveControl
           ASSIGN TO "./audarch.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
       FD SettlementReport.
           COPY "settlerec.cpy".

       FD SuspenseFile.
           COPY "suspense.cpy".

       FD ArchiveControl.
       01 ArchiveControlRecord.
           03 ArchCutSeq        PIC 9(8).
       01 TotalAuditCharges    PIC S9(13)V99 VALUE 0.
       01 TotalSettleCharges   PIC S9(13)V99 VALUE 0.
       01 ArchiveControlStatus PIC X(2).
       01 SuspenseStatus       PIC X(2).
       01 EndOfSuspense        PIC X(3) VALUE "NO".
       01 RegisterSuspense     PIC S9(13)V99 VALUE 0.
       01 TrailSuspense        PIC S9(13)V99 VALUE 0.
      * The last archive cut from audarch.ctl - sequence numbers at
      * or below it belong to archived entries (and to the B
      * carry-forward records that keep their sequence), so gaps
           PERFORM CheckAuditSeqProcedure
           PERFORM CheckUnmatchedSettlementProcedure
           PERFORM CheckInterestTotalsProcedure
           PERFORM CheckSuspenseProcedure
           PERFORM SummaryProcedure
           STOP RUN.

                   ELSE
                   IF RptClientID = "CHARGES"
                       ADD RptAmount TO TotalSettleCharges
                   ELSE
                   IF RptClientID = "REVAL"
                       CONTINUE
                   ELSE
                       IF SettleCount >= SettleTableMax
                           MOVE "YES" TO SettleOverflow
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       WalkAuditLogProcedure.
                   PERFORM CheckSequenceProcedure
                   PERFORM CheckChainProcedure
                   PERFORM MatchSettlementProcedure
                   IF AuditClientID = "SUSPENSE"
                       MOVE AuditNewFund TO TrailSuspense
                   END-IF
           END-READ.

       CheckSequenceProcedure.
      * A D, W, T or X audit entry must have a settlement line with
      * the same ClientID, amount, type and counterparty; interest
      * is accumulated for the totals comparison and roster events
      * carry no settlement leg. Term-deposit interest names its
      * deposit as counterparty and has a settlement line of its
      * own.
           EVALUATE AuditTrType
               WHEN "I"
                   IF AuditCounterparty = SPACES
                       ADD AuditAmount TO TotalAuditInterest
                   ELSE
                       PERFORM TickSettlementProcedure
                   END-IF
               WHEN "F"
                   ADD AuditAmount TO TotalAuditCharges
               WHEN "O"
                   CONTINUE
               WHEN "C"
                   CONTINUE
               WHEN "U"
                   CONTINUE
               WHEN "S"
                   CONTINUE
               WHEN "B"
                   TotalSettleCharges
           END-IF.

       CheckSuspenseProcedure.
      * The register's open items against the trail's SUSPENSE
      * position - a difference means an item was parked, applied
      * or returned on one side without the other.
           OPEN INPUT SuspenseFile
           IF SuspenseStatus = "00"
               PERFORM ReadSuspenseProcedure
                   UNTIL EndOfSuspense = "YES"
           END-IF
           CLOSE SuspenseFile
           IF RegisterSuspense NOT = TrailSuspense
               ADD 1 TO DiscrepancyCount
               DISPLAY "SUSPENSE DOES NOT TIE - suspense.dat holds "
                   RegisterSuspense " LCU in suspense but the "
                   "SUSPENSE position on the log is " TrailSuspense
           END-IF.

       ReadSuspenseProcedure.
           READ SuspenseFile
               AT END
                   MOVE "YES" TO EndOfSuspense
               NOT AT END
                   IF SsStatus = "S"
                       ADD SsLcuAmount TO RegisterSuspense
                   END-IF
           END-READ.

       SummaryProcedure.
           COMPUTE DiscrepancyCount = DiscrepancyCount + GapCount
               + DupCount + ChainBreakCount + UnmatchedAuditCount
           DISPLAY "Funds chain breaks:        " ChainBreakCount
           DISPLAY "Audit without settlement:  " UnmatchedAuditCount
           DISPLAY "Settlement without audit:  " UnmatchedSettleCount
           DISPLAY "Suspense position (LCU):   " TrailSuspense
           IF ChainOverflow = "YES"
               DISPLAY "WARNING: more distinct ClientIDs than the "
                   "chain table holds (" ChainTableMax ") - chain "
