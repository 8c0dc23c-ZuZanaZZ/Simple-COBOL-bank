      * statement then reads "reversal of item NNNNNNNN", AuditVerify
      * can tie the pair, and an entry already referenced by a V is
      * refused - a posting can never be reversed twice.
      * The bank leg is valued at the rate that was in force on the
      * original entry's business date, looked up in the dated rate
      * history ratehist.dat, so undoing a EUR posting a month later
      * moves BankFund by exactly what the posting moved, not by
      * what the same coins are worth today.
      * An entry on an account ClosedPurge has since taken off the
      * master is refused, with the account's details shown from
      * the closed-account history closedhist.dat - there is no
      * record left to post the reversal to. A term-deposit posting
      * (deposit interest and its withholding included), a
      * suspense or loan-instalment posting is refused as well - the
      * deposits.dat, suspense.dat or loans.dat row behind it would
      * not be unwound, so it is corrected where it was made.
      * DisputeWork CALLs this program to resolve a dispute case by
      * reversing the disputed entry, so it ends with GOBACK. When
      * the reversed entry is under an open case on disputes.dat
      * (see dispute.cpy) the case closes in the customer's favour
      * with the V entry's number on it - and a provisional credit
      * already granted on the case is clawed back as a negative H,
      * or the customer would be paid twice. The case's own H
      * entries are refused here; they are worked through
      * DisputeWork. A case that disputes only part of the entry is
      * refused too - a reversal would hand back the whole entry, so
      * such a case is settled for its own amount in DisputeWork. A
      * G collection the customer has claimed under the direct-
      * debit guarantee (ddclaims.dat) is refused as well, since
      * DirectDebitRun refunds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReversalRun.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL RateHistoryFile
           ASSIGN TO "./ratehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateHistoryStatus.

           SELECT OPTIONAL ClosedHistory
           ASSIGN TO "./closedhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClosedHistStatus.

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL OutboundRegister
           ASSIGN TO "./ibout.reg"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaidRegisterStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

           SELECT OPTIONAL DdClaims
           ASSIGN TO "./ddclaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdClaimsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           03 Filler            PIC X(1).
           03 RateToLcu         PIC 9(7)V9(6).

       FD RateHistoryFile.
           COPY "ratehist.cpy".

       FD ClosedHistory.
           COPY "closedrec.cpy".

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.
           03 Filler            PIC X(1).
           03 LockSince         PIC X(15).

      * The funds-hold register (see holdrec.cpy) - read only here,
      * for the available balance every client debit is held to.
       FD FundsHolds.
           COPY "holdrec.cpy".

      * The outbound interbank register - reversing an E entry has
      * to close its pending register row too, or InterbankAck
      * would re-credit the origin a second time when the
           03 Filler            PIC X(1).
           03 PdPresentRef      PIC X(8).

      * The dispute case register - a reversed entry under an open
      * case closes the case.
       FD DisputeFile.
           COPY "dispute.cpy".

      * DirectDebitRun's claim register - read here so a collection
      * already claimed under the guarantee is not reversed as well.
       FD DdClaims.
       01 ClaimRecord.
           03 CmBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 CmClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 CmCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 CmLodgedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CmMaker           PIC X(8).
           03 Filler            PIC X(1).
           03 CmChecker         PIC X(8).
           03 Filler            PIC X(1).
           03 CmStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 CmRefundDate      PIC X(8).

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 OrigType             PIC X(1).
       01 OrigCounterparty     PIC X(8).
       01 OrigCurrency         PIC X(3).
       01 OrigBusinessDate     PIC X(8).
      * The counterparty leg of an X entry, found by the swapped
      * ClientID/counterparty pair nearest in sequence.
       01 CompSeq              PIC 9(8).
       01 FromRateValue        PIC 9(7)V9(6).
       01 ToRateValue          PIC 9(7)V9(6).
       01 NormCurrency         PIC X(3).
       01 RateHistoryStatus    PIC X(2).
       01 EndOfHistory         PIC X(3).
       01 AsOfDate             PIC X(8).
       01 BestRateDate         PIC X(8).
      * A purged account the entry (or its X companion) posted to,
      * as closedhist.dat recorded it.
       01 ClosedHistStatus     PIC X(2).
       01 EndOfClosedHist      PIC X(3).
       01 PurgedFound          PIC X(3).
       01 PurgedClientID       PIC X(8).
       01 PurgedName           PIC A(4).
       01 PurgedSurname        PIC A(3).
       01 PurgedCurrency       PIC X(3).
       01 PurgedCustomerID     PIC X(8).
       01 PurgedClosedDate     PIC X(8).
       01 PurgedDate           PIC X(8).

      * Active holds off holds.dat, tabled once for the run - only
      * the rows still marked active are kept, and a register too
      * big for the table refuses the run, since a partial picture
      * could let held money be spent.
       01 HoldsStatus          PIC X(2).
       01 EndOfHolds           PIC X(3) VALUE "NO".
       01 HoldTableMax         PIC 9(3) VALUE 500.
       01 HoldCount            PIC 9(3) VALUE 0.
       01 HoldOverflow         PIC X(3) VALUE "NO".
       01 HoldLoop             PIC 9(3).
       01 HoldClientKey        PIC X(8).
       01 HoldTotal            PIC S9(13)V99.
       01 AvailableFunds       PIC S9(13)V99.
       01 HoldTable.
           03 HoldEntry OCCURS 500 TIMES.
               05 HeldHoldClientIDs PIC X(8).
               05 HeldHoldAmounts   PIC 9(13)V99.
               05 HeldHoldExpiries  PIC X(8).

      * The dispute register, tabled as row images and rewritten in
      * full when a reversal closes a case - a register too big for
      * the table refuses the run, since rewriting it would drop
      * the rows that did not fit.
       01 DisputeStatus        PIC X(2).
       01 EndOfDisputes        PIC X(3).
       01 DisputeMax           PIC 9(3) VALUE 500.
       01 DisputeCount         PIC 9(3) VALUE 0.
       01 DisputeLoop          PIC 9(3).
       01 DisputeOverflow      PIC X(3) VALUE "NO".
       01 SaveLoop             PIC 9(3).
       01 CaseFound            PIC X(3) VALUE "NO".
       01 CasePosting          PIC X(3) VALUE "NO".
       01 CaseIndex            PIC 9(3).
       01 CaseReversalSeq      PIC 9(8) VALUE 0.
       01 ClawbackAmount       PIC S9(13)V99.
       01 ClawbackLcu          PIC S9(13)V99.
       01 DisputeTable.
           03 DisputeEntry OCCURS 500 TIMES.
               05 HeldDisputeRows   PIC X(136).
       01 OrigDebit            PIC S9(13)V99.
       01 DdClaimsStatus       PIC X(2).
       01 EndOfClaims          PIC X(3).
       01 ClaimFound           PIC X(3).
       01 ClaimStatusSeen      PIC X(1).

       PROCEDURE DIVISION.
      * Main Procedure
      * (two for an X pair), each with its settlement line.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM LoadHoldsProcedure
           PERFORM LoadDisputesProcedure
           IF HoldOverflow = "YES"
               DISPLAY "Reversal run refused - holds.dat holds more "
                   "active holds than HoldTable can hold ("
                   HoldTableMax ")."
               MOVE "NO" TO SignedOn
           ELSE
           IF DisputeOverflow = "YES"
               DISPLAY "Reversal run refused - disputes.dat has more "
                   "rows than DisputeTable can hold (" DisputeMax
                   ")."
               MOVE "NO" TO SignedOn
           ELSE
               PERFORM SignOnProcedure
           END-IF
           END-IF
           IF SignedOn = "YES"
               PERFORM AcceptTargetProcedure
           END-IF
           IF SignedOn = "YES" AND EndOfInput = "NO"
               PERFORM FindEntryProcedure
               PERFORM FindDisputeCaseProcedure
               PERFORM JudgeEntryProcedure
           END-IF
           GOBACK.

       SignOnProcedure.
      * A reversal is attributable the same way any posting is -
                       MOVE AuditTrType TO OrigType
                       MOVE AuditCounterparty TO OrigCounterparty
                       MOVE AuditCurrency TO OrigCurrency
                       MOVE AuditBusinessDate TO OrigBusinessDate
                   END-IF
                   IF AuditTrType = "V"
                           AND AuditCounterparty = TargetSeqText
                   "posting, not another reversal."
           ELSE
           IF OrigType = "S" OR OrigType = "O" OR OrigType = "A"
                   OR OrigType = "C" OR OrigType = "B" OR OrigType = "U"
               DISPLAY "Entry " TargetSeqText " is a " OrigType
                   " entry and moved no money - nothing to reverse."
           ELSE
           IF OrigType = "P" OR OrigType = "M" OR OrigType = "K"
                   OR ((OrigType = "I" OR OrigType = "Y")
                       AND OrigCounterparty NOT = SPACES)
      * A term-deposit posting has its deposit row on deposits.dat
      * behind it - unwinding the money alone would leave the row
      * paying out (or paid out) a second time. Deposit interest
      * and the tax withheld from it name the deposit as their
      * counterparty; the run's own interest names none.
               DISPLAY "Entry " TargetSeqText " is a term-deposit "
                   "posting - break or re-place the deposit at the "
                   "counter instead of reversing it."
           ELSE
           IF OrigType = "L"
      * A loan instalment has its loan row on loans.dat behind it -
      * unwinding the money alone would leave the outstanding
      * balance reduced, the due date stepped on and any arrears
      * cleared, so the instalment would be forgiven unseen.
               DISPLAY "Entry " TargetSeqText " is a loan "
                   "instalment - adjust the loan through LoanRun "
                   "and ClientMaint instead of reversing it."
           ELSE
           IF OrigType = "N" OR OrigType = "J"
      * A suspense posting has its item on suspense.dat behind it -
      * unwinding the money alone would leave the register and the
      * SUSPENSE position out of step.
               DISPLAY "Entry " TargetSeqText " is a suspense "
                   "posting - work the item through SuspenseWork "
                   "instead of reversing it."
           ELSE
           IF OrigType = "H" AND CasePosting = "YES"
      * A dispute case's credit or claw-back has the case behind it
      * - unwinding the money alone would leave the case saying the
      * customer was paid (or was not).
               DISPLAY "Entry " TargetSeqText " is a dispute case "
                   "posting - work the case through DisputeWork "
                   "instead of reversing it."
           ELSE
               IF OrigType = "X"
                   PERFORM FindCompanionProcedure
      * of the reversal, and a payment the acknowledgment run has
      * already re-credited cannot be unwound a second time.
               MOVE "NO" TO RegisterBlocked
               PERFORM ScreenClosedHistoryProcedure
               IF CaseFound = "YES" AND RegisterBlocked = "NO"
                   PERFORM ScreenPartialCaseProcedure
               END-IF
               IF OrigType = "G" AND RegisterBlocked = "NO"
                   PERFORM ScreenClaimProcedure
               END-IF
               IF OrigType = "E" AND RegisterBlocked = "NO"
                   PERFORM ScreenOutboundRegisterProcedure
               END-IF
               IF OrigType = "Q" AND RegisterBlocked = "NO"
                   PERFORM ScreenPaidRegisterProcedure
               END-IF
               IF RegisterBlocked = "NO"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ScreenClosedHistoryProcedure.
      * A closedhist.dat row for the entry's account with a purge
      * sequence number above the entry's own means the account the
      * entry posted to has been purged since - a row numbered
      * below it describes an earlier holder of a reissued ID, and
      * does not count.
           MOVE "NO" TO PurgedFound
           MOVE "NO" TO EndOfClosedHist
           OPEN INPUT ClosedHistory
           IF ClosedHistStatus = "00"
               PERFORM ScanClosedHistoryProcedure
                   UNTIL EndOfClosedHist = "YES"
           END-IF
           CLOSE ClosedHistory
           IF PurgedFound = "YES"
               MOVE "YES" TO RegisterBlocked
               DISPLAY "Entry " TargetSeqText " posted to ClientID "
                   PurgedClientID ", which has been purged - "
                   "nothing reversed."
               DISPLAY "  " PurgedName " " PurgedSurname
                   " currency " PurgedCurrency " customer "
                   PurgedCustomerID " closed since "
                   PurgedClosedDate " purged " PurgedDate
           END-IF.

       ScanClosedHistoryProcedure.
           READ ClosedHistory
               AT END
                   MOVE "YES" TO EndOfClosedHist
               NOT AT END
                   IF ChClientID = OrigClientID
                           AND ChPurgeSeqNo > OrigSeq
                       PERFORM CapturePurgedProcedure
                   END-IF
                   IF CompanionFound = "YES"
                           AND ChClientID = CompClientID
                           AND ChPurgeSeqNo > CompSeq
                       PERFORM CapturePurgedProcedure
                   END-IF
           END-READ.

       CapturePurgedProcedure.
           MOVE "YES" TO PurgedFound
           MOVE ChClientID TO PurgedClientID
           MOVE ChClientName TO PurgedName
           MOVE ChClientSurname TO PurgedSurname
           MOVE ChCurrency TO PurgedCurrency
           MOVE ChCustomerID TO PurgedCustomerID
           MOVE ChClosedDate TO PurgedClosedDate
           MOVE ChPurgedDate TO PurgedDate.

       ScreenPartialCaseProcedure.
      * The case in DisputeRecord disputes the entry in hand. When
      * it disputes less than the entry took, a reversal would pay
      * back money the customer never disputed - the case is
      * settled for its own amount with FAVOUR in DisputeWork.
           COMPUTE OrigDebit = OrigOldFund - OrigNewFund
           IF CsAmount < OrigDebit
               MOVE "YES" TO RegisterBlocked
               DISPLAY "Reversal refused - case " CsCaseNo
                   " disputes " CsAmount " of the " OrigDebit
                   " entry " TargetSeqText " took. Resolve the case "
                   "with FAVOUR in DisputeWork instead."
           END-IF.

       ScreenClaimProcedure.
      * A G entry carries the collection reference as counterparty.
      * A claim on ddclaims.dat for it, pending or refunded, means
      * the guarantee pays the customer back through DirectDebitRun
      * - reversing the entry too would pay them twice.
           MOVE "NO" TO ClaimFound
           MOVE "NO" TO EndOfClaims
           OPEN INPUT DdClaims
           IF DdClaimsStatus = "00"
               PERFORM ScanClaimProcedure
                   UNTIL EndOfClaims = "YES" OR ClaimFound = "YES"
           END-IF
           CLOSE DdClaims
           IF ClaimFound = "YES"
               MOVE "YES" TO RegisterBlocked
               DISPLAY "Reversal refused - collection "
                   OrigCounterparty " is claimed under the direct-"
                   "debit guarantee (claim status " ClaimStatusSeen
                   ") and DirectDebitRun refunds it."
           END-IF.

       ScanClaimProcedure.
           READ DdClaims
               AT END
                   MOVE "YES" TO EndOfClaims
               NOT AT END
                   IF CmClientID = OrigClientID
                           AND CmCollRef = OrigCounterparty
                       MOVE "YES" TO ClaimFound
                       MOVE CmStatus TO ClaimStatusSeen
                   END-IF
           END-READ.

       ScreenOutboundRegisterProcedure.
      * The oldest pending register row for this payment flips to
      * F (re-credited) when the reversal posts, so InterbankAck
               MOVE OrigType TO CurType
               MOVE OrigCurrency TO CurCurrency
               PERFORM ReverseOneLegProcedure
               IF LegPosted = "YES"
                   MOVE AuditSeq TO CaseReversalSeq
               END-IF
               IF OrigType = "X" AND LegPosted = "YES"
                   MOVE CompSeq TO CurSeq
                   MOVE CompClientID TO CurClientID
                       " taken back off the paid register - the "
                       "cheque can be re-presented."
               END-IF
               IF CaseReversalSeq > 0
                   PERFORM ResolveDisputeCaseProcedure
               END-IF
               END-IF
               CLOSE Client
               PERFORM SaveBankFundProcedure
      * direction it went. Cover is deliberately not checked: a
      * correction must land even if it leaves the account drawn
      * below its limit, which is then the branch's problem to
      * collect, not the ledger's to hide. The same goes for held
      * funds - the usual reason a hold exists is the very credit
      * being reversed, an uncleared cheque that bounced - but a
      * debit leg that takes the account into held money is called
      * out, so the hold can be released or the shortfall chased.
           MOVE "NO" TO LegPosted
           COMPUTE ReverseDelta = CurOldFund - CurNewFund
           MOVE 0 TO BankDelta
               MOVE CurCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               COMPUTE ConvertInAmount = 0 - ReverseDelta
               MOVE OrigBusinessDate TO AsOfDate
               PERFORM ConvertAsOfProcedure
               IF ConvertOK = "NO"
                   DISPLAY "The bank leg cannot be valued - no "
                       "rate for " CurCurrency ". Leg not reversed."
                   DISPLAY "Reversed entry " CurSeq " - "
                       CurClientID " moves " ReverseDelta
                       ", fund now " ClientFund "."
                   IF ReverseDelta < 0
                       PERFORM ReportHeldFundsProcedure
                   END-IF
                   PERFORM WriteSettlementProcedure
                   PERFORM WriteAuditProcedure
               END-IF

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
      * A debit that takes the account from in credit to overdrawn
      * is a customer notice - see notice.cpy.
           IF OldClientFund NOT < 0 AND NewClientFund < 0
               MOVE "OD" TO NoticeEvent
               MOVE NewClientFund TO NoticeAmount
               MOVE AuditSeq TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - conversion
                   END-IF
               END-IF
           END-IF.

       ConvertAsOfProcedure.
      * Values ConvertInAmount of ConvertFromCur in LCU at the rate
      * in force on AsOfDate. An entry older than the rate history
      * (or written before the business-date column existed) has no
      * dated rate to find - it is valued at the day's rate instead,
      * and the operator is told so. A currency with no rate at all
      * answers ConvertOK = NO.
           MOVE ConvertFromCur TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO LookupCurrency
           MOVE "YES" TO ConvertOK
           PERFORM FindRateAsOfProcedure
           IF RateFound = "NO"
               PERFORM FindRateProcedure
               IF RateFound = "YES"
                   DISPLAY "No rate history for " LookupCurrency
                       " on " AsOfDate " - the bank leg is valued "
                       "at the day's rate."
               END-IF
           END-IF
           IF RateFound = "NO"
               MOVE "NO" TO ConvertOK
           ELSE
               COMPUTE ConvertOutAmount ROUNDED =
                   ConvertInAmount * LookupRateValue
           END-IF.

       FindRateAsOfProcedure.
      * Answers LookupRateValue for LookupCurrency as it stood on
      * AsOfDate - the latest ratehist.dat row for the currency
      * effective on or before that date, the last of equal dates
      * winning (see ratehist.cpy). LCU is 1 on any date.
           MOVE "NO" TO RateFound
           IF LookupCurrency = "LCU"
               MOVE 1 TO LookupRateValue
               MOVE "YES" TO RateFound
           ELSE
               MOVE SPACES TO BestRateDate
               MOVE "NO" TO EndOfHistory
               OPEN INPUT RateHistoryFile
               IF RateHistoryStatus = "00"
                   PERFORM ScanRateHistoryProcedure
                       UNTIL EndOfHistory = "YES"
               END-IF
               CLOSE RateHistoryFile
           END-IF.

       ScanRateHistoryProcedure.
           READ RateHistoryFile
               AT END
                   MOVE "YES" TO EndOfHistory
               NOT AT END
                   IF RhCurrency = LookupCurrency
                           AND RhEffectiveDate NOT > AsOfDate
                           AND RhEffectiveDate NOT < BestRateDate
                       MOVE RhEffectiveDate TO BestRateDate
                       MOVE RhRateToLcu TO LookupRateValue
                       MOVE "YES" TO RateFound
                   END-IF
           END-READ.

       LoadDisputesProcedure.
           MOVE 0 TO DisputeCount
           MOVE "NO" TO DisputeOverflow
           MOVE "NO" TO EndOfDisputes
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ReadDisputeProcedure
                   UNTIL EndOfDisputes = "YES"
           END-IF
           CLOSE DisputeFile.

       ReadDisputeProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF DisputeCount >= DisputeMax
                       MOVE "YES" TO DisputeOverflow
                       MOVE "YES" TO EndOfDisputes
                   ELSE
                       ADD 1 TO DisputeCount
                       MOVE DisputeRecord
                           TO HeldDisputeRows(DisputeCount)
                   END-IF
           END-READ.

       SaveDisputesProcedure.
           OPEN OUTPUT DisputeFile
           MOVE 1 TO SaveLoop
           PERFORM WriteDisputeProcedure
               UNTIL SaveLoop > DisputeCount
           CLOSE DisputeFile.

       WriteDisputeProcedure.
           MOVE HeldDisputeRows(SaveLoop) TO DisputeRecord
           WRITE DisputeRecord
           ADD 1 TO SaveLoop.

       FindDisputeCaseProcedure.
      * Answers CasePosting when the target entry is a case's own
      * credit or claw-back, and CaseFound (with CaseIndex and the
      * case in DisputeRecord) when it is the disputed entry of a
      * case still open or provisionally credited.
           MOVE "NO" TO CasePosting
           MOVE "NO" TO CaseFound
           MOVE 1 TO DisputeLoop
           PERFORM ScanDisputeCaseProcedure
               UNTIL DisputeLoop > DisputeCount
           IF CaseFound = "YES"
               MOVE HeldDisputeRows(CaseIndex) TO DisputeRecord
           END-IF.

       ScanDisputeCaseProcedure.
           MOVE HeldDisputeRows(DisputeLoop) TO DisputeRecord
           IF CsCreditSeq = TargetSeq OR CsClawbackSeq = TargetSeq
               MOVE "YES" TO CasePosting
           END-IF
           IF CsAuditSeq = TargetSeq
                   AND (CsStatus = "O" OR CsStatus = "P")
               MOVE "YES" TO CaseFound
               MOVE DisputeLoop TO CaseIndex
           END-IF
           ADD 1 TO DisputeLoop.

       ResolveDisputeCaseProcedure.
      * The register is read again behind the interlock - a
      * DisputeWork session may have worked the case while this
      * one sat at the supervisor prompt. A reversal is the case
      * decided in the customer's favour; a provisional credit on
      * it comes back off the account first, since the reversal
      * has just paid the customer the same money.
           PERFORM LoadDisputesProcedure
           PERFORM FindDisputeCaseProcedure
           IF CaseFound = "YES"
               IF CsStatus = "P"
                   PERFORM ClawBackCreditProcedure
               END-IF
               IF CsStatus = "P" AND CsClawbackSeq = 0
                   DISPLAY "RECONCILIATION RISK - case " CsCaseNo
                       " still carries provisional credit "
                       CsCreditSeq " on top of the reversal. Refer "
                       "the case to the branch before the next "
                       "posting run."
               ELSE
                   MOVE "F" TO CsStatus
                   MOVE "V" TO CsResolution
                   MOVE CaseReversalSeq TO CsReversalSeq
                   MOVE BusinessDate TO CsClosedDate
                   MOVE OperatorID TO CsClosedBy
                   MOVE SupervisorID TO CsAuthorizedBy
                   MOVE DisputeRecord TO HeldDisputeRows(CaseIndex)
                   PERFORM SaveDisputesProcedure
                   DISPLAY "Dispute case " CsCaseNo " closed in the "
                       "customer's favour by reversal entry "
                       CsReversalSeq "."
               END-IF
           END-IF.

       ClawBackCreditProcedure.
      * The credit comes back as DisputeWork would claw it back - the
      * amount in dispute in the account's currency, its LCU value
      * at the day's rate back to BankFund, an H entry with the case
      * number as counterparty. Cover is not checked, as for the
      * reversal itself.
           MOVE CsClientID TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               MOVE "NO" TO ConvertOK
           ELSE
               MOVE CsCurrency TO ConvertFromCur
               MOVE ClientCurrency TO ConvertToCur
               MOVE CsAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               COMPUTE ClawbackAmount = 0 - ConvertOutAmount
           END-IF
           IF ConvertOK = "YES"
               MOVE CsCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE CsAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO ClawbackLcu
           END-IF
           IF ConvertOK = "YES"
               MOVE ClientFund TO OldClientFund
               ADD ClawbackAmount TO ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus = "00"
                   ADD ClawbackLcu TO BankFund
                   PERFORM WriteClawbackSettlementProcedure
                   PERFORM WriteClawbackAuditProcedure
                   MOVE AuditSeq TO CsClawbackSeq
                   DISPLAY "Provisional credit on case " CsCaseNo
                       " clawed back - entry " CsClawbackSeq
                       ", fund now " ClientFund "."
               END-IF
           END-IF.

       WriteClawbackSettlementProcedure.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE ClawbackAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "H" TO RptTrType
           MOVE CsCaseNo TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteClawbackAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE OldClientFund TO AuditOldFund
           MOVE NewClientFund TO AuditNewFund
           MOVE ClawbackAmount TO AuditAmount
           MOVE "H" TO AuditTrType
           MOVE CsCaseNo TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
      * A claw-back that takes the account from in credit to
      * overdrawn is a customer notice - see notice.cpy.
           IF OldClientFund NOT < 0 AND NewClientFund < 0
               MOVE "OD" TO NoticeEvent
               MOVE NewClientFund TO NoticeAmount
               MOVE AuditSeq TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       ReportHeldFundsProcedure.
           MOVE ClientID TO HoldClientKey
           PERFORM SumHoldsProcedure
           COMPUTE AvailableFunds =
               ClientFund + ClientCreditLimit - HoldTotal
           IF HoldTotal > 0 AND AvailableFunds < 0
               DISPLAY "The reversal takes " ClientID " into held "
                   "funds - on hold " HoldTotal ", available "
                   AvailableFunds ". Release the hold that covered "
                   "the reversed item, or refer the shortfall to "
                   "the branch."
           END-IF.

       LoadHoldsProcedure.
           MOVE 0 TO HoldCount
           MOVE "NO" TO EndOfHolds
           OPEN INPUT FundsHolds
           IF HoldsStatus = "00"
               PERFORM ReadHoldProcedure
                   UNTIL EndOfHolds = "YES"
           END-IF
           CLOSE FundsHolds.

       ReadHoldProcedure.
           READ FundsHolds
               AT END
                   MOVE "YES" TO EndOfHolds
               NOT AT END
                   IF HdStatus = "A"
                       IF HoldCount >= HoldTableMax
                           MOVE "YES" TO EndOfHolds
                           MOVE "YES" TO HoldOverflow
                       ELSE
                           ADD 1 TO HoldCount
                           MOVE HdClientID
                               TO HeldHoldClientIDs(HoldCount)
                           MOVE HdAmount TO HeldHoldAmounts(HoldCount)
                           MOVE HdExpiryDate
                               TO HeldHoldExpiries(HoldCount)
                       END-IF
                   END-IF
           END-READ.

       SumHoldsProcedure.
      * Totals the active holds on HoldClientKey into HoldTotal. A
      * hold stops counting on its expiry business date, whether
      * or not the night run has flipped its status yet.
           MOVE 0 TO HoldTotal
           MOVE 1 TO HoldLoop
           PERFORM AddHoldProcedure
               UNTIL HoldLoop > HoldCount.

       AddHoldProcedure.
           IF HeldHoldClientIDs(HoldLoop) = HoldClientKey
               IF HeldHoldExpiries(HoldLoop) = SPACES
                       OR HeldHoldExpiries(HoldLoop) > BusinessDate
                   ADD HeldHoldAmounts(HoldLoop) TO HoldTotal
               END-IF
           END-IF
           ADD 1 TO HoldLoop.

       WriteNoticeProcedure.
      * One row on the customer-notification outbox for the account
      * in CRecord - see notice.cpy; NoticeRun sends it.
           MOVE SPACES TO NoticeRecord
           MOVE ClientCustomerID TO NtCustomerID
           MOVE ClientID TO NtClientID
           MOVE NoticeEvent TO NtEventCode
           MOVE NoticeAmount TO NtAmount
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO NtCurrency
           MOVE BusinessDate TO NtBusinessDate
           MOVE NoticeReference TO NtReference
           MOVE "P" TO NtStatus
           OPEN EXTEND NoticeOutbox
           WRITE NoticeRecord
           CLOSE NoticeOutbox.
       END PROGRAM ReversalRun.
