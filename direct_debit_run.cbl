      * Direct-debit collection run. Billers - utilities, insurers -
      * pull money from our customers' accounts under a mandate the
      * customer signed: the biller ID, the biller's mandate
      * reference, the debtor ClientID and the most the biller may
      * collect in one go, held on mandates.dat and maintained
      * through ClientMaint. The billers' collection file
      * ddcollect.dat (biller, mandate reference, debtor, amount,
      * the biller's collection reference) is run through the
      * mandate register first - no mandate, a cancelled mandate, a
      * mandate for a different debtor or an amount over the cap is
      * refused outright - then through the same account-status and
      * cover checks the posting programs apply. A paid item debits
      * the debtor and credits BankFund (the biller's bank is owed
      * the money) under the G posting type, with the collection
      * reference as counterparty, and goes on the paid register
      * ddpaid.dat, which also stops the same collection being paid
      * twice. Anything refused goes back to the biller on
      * ddcollect.ret with a reason code, the way ChequeClear
      * writes inclear.ret.
      * A customer who disputes a collection lodges a claim through
      * ClientMaint; the claim register ddclaims.dat is worked here
      * before the day's collections. Under the direct-debit
      * guarantee the refund is unconditional: the debtor is
      * credited out of BankFund under the H posting type and the
      * claim goes back to the biller on ddcollect.ret as an
      * indemnity claim, for the biller's bank to settle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DirectDebitRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL CollectionFile
           ASSIGN TO "./ddcollect.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CollectionStatus.

           SELECT OPTIONAL MandateRegister
           ASSIGN TO "./mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MandateRegisterStatus.

           SELECT OPTIONAL DdPaidRegister
           ASSIGN TO "./ddpaid.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdPaidRegisterStatus.

           SELECT OPTIONAL DdClaims
           ASSIGN TO "./ddclaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdClaimsStatus.

           SELECT OPTIONAL CollectionReturns
           ASSIGN TO "./ddcollect.ret"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CollectionReturnsStatus.

           SELECT OPTIONAL SettlementReport
           ASSIGN TO "./settlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettlementStatus.

           SELECT OPTIONAL AuditLog
           ASSIGN TO "./audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditStatus.

           SELECT OPTIONAL AuditSeqFile
           ASSIGN TO "./audit.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditSeqStatus.

           SELECT OPTIONAL BankPosition
           ASSIGN TO "./bank.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankPositionStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL ExchangeRates
           ASSIGN TO "./rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

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

           SELECT OPTIONAL AccountLimits
           ASSIGN TO "./acctlim.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountLimitsStatus.

           SELECT OPTIONAL LimitControl
           ASSIGN TO "./limits.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitControlStatus.

           SELECT OPTIONAL LimitLog
           ASSIGN TO "./limitlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD CollectionFile.
       01 CollectionRecord.
           03 DcBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 DcMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 DcClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 DcAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 DcCollRef         PIC X(8).
       01 CollectionRaw.
           03 DcBillerIDRaw     PIC X(8).
           03 Filler            PIC X(1).
           03 DcMandateRefRaw   PIC X(12).
           03 Filler            PIC X(1).
           03 DcClientIDRaw     PIC X(8).
           03 Filler            PIC X(1).
           03 DcAmountRaw       PIC X(15).
           03 Filler            PIC X(9).

      * One mandate per row, set up through ClientMaint's maker-
      * checker queue and cancelled there at the customer's word:
      * MdStatus A active, C cancelled - a cancelled mandate stays
      * on file with the date and operator that cancelled it.
       FD MandateRegister.
       01 MandateRecord.
           03 MdBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 MdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMaxAmount       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 MdSetUpDate       PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelDate      PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelledBy     PIC X(8).

      * One row per collection actually paid - the duplicate screen
      * and the record a dispute is lodged against.
       FD DdPaidRegister.
       01 DdPaidRecord.
           03 DpBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 DpMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 DpClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 DpAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 DpCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 DpDate            PIC X(8).

      * One disputed collection per row, lodged through ClientMaint
      * with the paid collection's details copied across: CmStatus
      * P waiting for its refund, R refunded on CmRefundDate.
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

      * A return is the collection row plus the reason it went
      * back: 01 unknown ClientID, 02 account frozen or closed, 03
      * amount not numeric or not positive, 04 cover fails, 05 no
      * mandate for this biller, reference and debtor, 06 mandate
      * cancelled, 07 amount over the mandate's maximum, 08
      * collection reference already paid, 09 the debit could not
      * be applied (a failed REWRITE), 10 no rate on file for the
      * debtor's currency, 11 the collection would take the debtor
      * past its daily debit limit. Reason 20 is not a refusal but an
      * indemnity claim: a collection already paid, refunded to the
      * debtor on a dispute, for the biller's bank to make good.
       FD CollectionReturns.
       01 CollectionReturnRecord.
           03 DrRow             PIC X(55).
           03 Filler            PIC X(1).
           03 DrReason          PIC X(2).

       FD SettlementReport.
           COPY "settlerec.cpy".

       FD AuditLog.
           COPY "auditrec.cpy".

       FD AuditSeqFile.
       01 AuditSeqRecord.
           03 AuditSeqValue    PIC 9(8).

       FD BankPosition.
       01 BankPositionRecord.
           03 BankPositionFund  PIC S9(13)V99.

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       FD ExchangeRates.
       01 RateRecord.
           03 RateCurCode       PIC X(3).
           03 Filler            PIC X(1).
           03 RateToLcu         PIC 9(7)V9(6).

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.
       FD MasterLock.
       01 LockRecord.
           03 LockProgram       PIC X(12).
           03 Filler            PIC X(1).
           03 LockOperator      PIC X(8).
           03 Filler            PIC X(1).
           03 LockSince         PIC X(15).

      * The funds-hold register (see holdrec.cpy) - read only here,
      * for the available balance every client debit is held to.
       FD FundsHolds.
           COPY "holdrec.cpy".

      * The daily debit limits - each account's own row, the type
      * defaults off limits.ctl (one row per type, in LCU, zero
      * meaning no limit), and the breach log the limit report
      * reads. See acctlim.cpy and limitlog.cpy.
       FD AccountLimits.
           COPY "acctlim.cpy".

       FD LimitControl.
       01 LimitControlRecord.
           03 LcAccountType     PIC X(2).
           03 Filler            PIC X(1).
           03 LcDebitLimit      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LcWithdrawLimit   PIC 9(13)V99.

       FD LimitLog.
           COPY "limitlog.cpy".

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".
           03 BankFund         PIC S9(13)V99 VALUE 10000000.

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 CollectionStatus     PIC X(2).
       01 MandateRegisterStatus PIC X(2).
       01 DdPaidRegisterStatus PIC X(2).
       01 DdClaimsStatus       PIC X(2).
       01 CollectionReturnsStatus PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 EndOfCollections     PIC X(3) VALUE "NO".
       01 EndOfMandates        PIC X(3) VALUE "NO".
       01 EndOfPaid            PIC X(3) VALUE "NO".
       01 EndOfClaims          PIC X(3) VALUE "NO".
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 OldClientFund        PIC S9(13)V99.
       01 NewClientFund        PIC S9(13)V99.
       01 AvailableFunds       PIC S9(13)V99.
       01 PaidCount            PIC 9(5) VALUE 0.
       01 ReturnedCount        PIC 9(5) VALUE 0.
       01 RefundedCount        PIC 9(5) VALUE 0.
       01 ReturnReasonCode     PIC X(2).
      * The posting in hand - a G collection or an H refund - so
      * the settlement and audit writers serve both.
       01 PostAmount           PIC S9(13)V99.
       01 PostType             PIC X(1).
       01 PostReference        PIC X(8).
       01 MandateTableMax      PIC 9(3) VALUE 500.
       01 MandateCount         PIC 9(3) VALUE 0.
       01 MandateOverflow      PIC X(3) VALUE "NO".
       01 MandateFound         PIC X(3).
       01 MandateLoop          PIC 9(3).
       01 PaidTableMax         PIC 9(3) VALUE 500.
       01 PaidCountOnFile      PIC 9(3) VALUE 0.
       01 PaidOverflow         PIC X(3) VALUE "NO".
       01 PaidFound            PIC X(3).
       01 PaidLoop             PIC 9(3).
       01 ClaimTableMax        PIC 9(3) VALUE 200.
       01 ClaimCount           PIC 9(3) VALUE 0.
       01 ClaimOverflow        PIC X(3) VALUE "NO".
       01 ClaimLoop            PIC 9(3).
       01 ClaimsChanged        PIC X(3) VALUE "NO".
       01 RateTableMax         PIC 9(2) VALUE 20.
       01 RateCount            PIC 9(2) VALUE 0.
       01 EndOfRates           PIC X(3).
       01 RateLoop             PIC 9(2).
       01 RateFound            PIC X(3).
       01 LookupCurrency       PIC X(3).
       01 LookupRateValue      PIC 9(7)V9(6).
       01 RateTable.
           03 RateEntry OCCURS 20 TIMES.
               05 RateCodes         PIC X(3).
               05 RateValues        PIC 9(7)V9(6).
       01 ConvertFromCur       PIC X(3).
       01 ConvertToCur         PIC X(3).
       01 ConvertInAmount      PIC S9(13)V99.
       01 ConvertOutAmount     PIC S9(13)V99.
       01 ConvertOK            PIC X(3).
       01 FromRateValue        PIC 9(7)V9(6).
       01 ToRateValue          PIC 9(7)V9(6).
       01 NormCurrency         PIC X(3).
       01 LcuAmount            PIC S9(13)V99.
      * Unattended collection run - every line it writes posts as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".
       01 MandateTable.
           03 MandateEntry OCCURS 500 TIMES.
               05 HeldMdBillers     PIC X(8).
               05 HeldMdRefs        PIC X(12).
               05 HeldMdClientIDs   PIC X(8).
               05 HeldMdMaxAmounts  PIC 9(13)V99.
               05 HeldMdStatuses    PIC X(1).
       01 PaidTable.
           03 PaidEntry OCCURS 500 TIMES.
               05 HeldPaidBillers   PIC X(8).
               05 HeldPaidCollRefs  PIC X(8).
       01 ClaimTable.
           03 ClaimEntry OCCURS 200 TIMES.
               05 HeldCmBillers     PIC X(8).
               05 HeldCmMandateRefs PIC X(12).
               05 HeldCmClientIDs   PIC X(8).
               05 HeldCmAmounts     PIC 9(13)V99.
               05 HeldCmCollRefs    PIC X(8).
               05 HeldCmLodgedDates PIC X(8).
               05 HeldCmMakers      PIC X(8).
               05 HeldCmCheckers    PIC X(8).
               05 HeldCmStatuses    PIC X(1).
               05 HeldCmRefundDates PIC X(8).

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
       01 HoldTable.
           03 HoldEntry OCCURS 500 TIMES.
               05 HeldHoldClientIDs PIC X(8).
               05 HeldHoldAmounts   PIC 9(13)V99.
               05 HeldHoldExpiries  PIC X(8).

      * Daily debit limits. The type defaults are tabled once; the
      * day's debits per account come off audit.log once the
      * interlock is held and are kept current as collections are
      * paid, so a collection counts against the same total as the
      * day's SimpleBank postings and paid cheques. The withdrawal
      * limit has no part here - a collection is a debit.
       01 AccountLimitsStatus  PIC X(2).
       01 LimitControlStatus   PIC X(2).
       01 LimitLogStatus       PIC X(2).
       01 EndOfLimitTypes      PIC X(3).
       01 EndOfAccountLimits   PIC X(3).
       01 EndOfDayAudit        PIC X(3).
       01 LimitTypeMax         PIC 9(2) VALUE 20.
       01 LimitTypeCount       PIC 9(2) VALUE 0.
       01 LimitTypeLoop        PIC 9(2).
       01 LimitTypeFound       PIC X(3).
       01 LimitTypeTable.
           03 LimitTypeEntry OCCURS 20 TIMES.
               05 HeldLtTypes       PIC X(2).
               05 HeldLtDebits      PIC 9(13)V99.
       01 DayLimitMax          PIC 9(4) VALUE 2000.
       01 DayLimitCount        PIC 9(4) VALUE 0.
       01 DayLimitLoop         PIC 9(4).
       01 DayLimitFound        PIC X(3).
       01 DayLimitOverflow     PIC X(3) VALUE "NO".
       01 DayLimitKey          PIC X(8).
       01 DayLimitTable.
           03 DayLimitEntry OCCURS 2000 TIMES.
               05 HeldDlClientIDs   PIC X(8).
               05 HeldDlDebits      PIC 9(13)V99.
       01 LimitLcuAmount       PIC 9(13)V99.
       01 LimitAccountType     PIC X(2).
       01 LimitDebitOverride   PIC 9(13)V99.
       01 EffectiveLimit       PIC 9(13)V99.
       01 LimitDayTotal        PIC 9(13)V99.
       01 TallyLcuAmount       PIC 9(13)V99.

       PROCEDURE DIVISION.
      * Main Procedure
      * The mandate, paid, claim and holds registers and the day's
      * debit totals are tabled once the interlock is held - a copy
      * taken before it could miss a claim or a mandate change
      * ClientMaint made while this run waited, and the claims are
      * rewritten whole from the table. An incomplete picture of
      * any of them would pay a collection with no mandate behind
      * it, pay one twice, drop a claim on the rewrite, pay out of
      * held funds or past a daily limit, so an overflow refuses
      * the whole run before anything posts. Claims are refunded
      * ahead of the day's collections, so a disputed amount is
      * back on the account before the next collection is tested
      * for cover.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM OpenClientMasterProcedure
           IF MasterMissing = "NO"
               PERFORM LoadMandatesProcedure
               PERFORM LoadPaidProcedure
               PERFORM LoadClaimsProcedure
               PERFORM LoadHoldsProcedure
               PERFORM LoadLimitTypesProcedure
               PERFORM TallyDayLimitsProcedure
               IF MandateOverflow = "YES" OR PaidOverflow = "YES"
                       OR ClaimOverflow = "YES" OR HoldOverflow = "YES"
                   DISPLAY "Direct-debit run refused - the mandate, "
                       "paid, claim or holds register holds more rows "
                       "than its table, and an incomplete screen would "
                       "pay a collection it must not."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
               IF DayLimitOverflow = "YES"
                   DISPLAY "Direct-debit run refused - more accounts "
                       "were debited today than DayLimitTable can "
                       "hold (" DayLimitMax "), and a collection could "
                       "pass its debtor's daily limit unseen."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   OPEN EXTEND CollectionReturns
                   MOVE 1 TO ClaimLoop
                   PERFORM RefundClaimProcedure
                       UNTIL ClaimLoop > ClaimCount
                   IF ClaimsChanged = "YES"
                       PERFORM SaveClaimsProcedure
                   END-IF
                   PERFORM ProcessCollectionFileProcedure
                   CLOSE CollectionReturns
                   CLOSE Client
                   PERFORM SaveBankFundProcedure
                   PERFORM ReleaseLockProcedure
                   PERFORM ClearCollectionFileProcedure
                   DISPLAY "Direct-debit run complete - " PaidCount
                       " collections paid, " ReturnedCount
                       " returned unpaid, " RefundedCount
                       " disputed collections refunded."
               END-IF
               END-IF
           END-IF
           STOP RUN.

       OpenClientMasterProcedure.
      * The run-interlock comes first - the collection run must not
      * race another posting program to bank.dat.
           PERFORM AcquireLockProcedure
           IF LockRefused = "YES"
               MOVE "YES" TO MasterMissing
           ELSE
               OPEN I-O Client
               IF ClientStatus NOT = "00"
                   MOVE "YES" TO MasterMissing
                   DISPLAY "Cannot open the client master "
                       "clients.dat - file status " ClientStatus "."
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF.

       AcquireLockProcedure.
      * A row on master.lck is a held lock - the refusal names who
      * holds it and since when, so the operator knows whether to
      * wait or to clear a stale lock with LockClear.
           MOVE "NO" TO LockRefused
           OPEN INPUT MasterLock
           IF MasterLockStatus = "00"
               READ MasterLock
                   NOT AT END
                       IF LockRecord NOT = SPACES
                           MOVE "YES" TO LockRefused
                           DISPLAY "The client master is locked by "
                               LockProgram " (operator "
                               LockOperator ") since " LockSince
                               " - run refused. Clear a stale "
                               "lock with LockClear."
                       END-IF
               END-READ
           END-IF
           CLOSE MasterLock
           IF LockRefused = "NO"
               MOVE SPACES TO LockRecord
               MOVE "DDRUN" TO LockProgram
               MOVE OperatorID TO LockOperator
               MOVE FUNCTION CURRENT-DATE TO LockSince
               OPEN OUTPUT MasterLock
               WRITE LockRecord
               CLOSE MasterLock
           END-IF.

       ReleaseLockProcedure.
      * The truncated lock file is the released lock.
           OPEN OUTPUT MasterLock
           CLOSE MasterLock.

       LoadRunControlProcedure.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessDate
           OPEN INPUT RunControl
           IF RunControlStatus = "00"
               READ RunControl
                   NOT AT END
                       IF RunBusinessDate NOT = SPACES
                           MOVE RunBusinessDate TO BusinessDate
                       END-IF
               END-READ
           END-IF
           CLOSE RunControl.

       LoadBankFundProcedure.
           OPEN INPUT BankPosition
           IF BankPositionStatus = "00"
               READ BankPosition
                   NOT AT END
                       MOVE BankPositionFund TO BankFund
               END-READ
           END-IF
           CLOSE BankPosition.

       SaveBankFundProcedure.
           MOVE SPACES TO BankPositionRecord
           MOVE BankFund TO BankPositionFund
           OPEN OUTPUT BankPosition
           WRITE BankPositionRecord
           CLOSE BankPosition.

       LoadMandatesProcedure.
           MOVE 0 TO MandateCount
           MOVE "NO" TO EndOfMandates
           OPEN INPUT MandateRegister
           IF MandateRegisterStatus = "00"
               PERFORM ReadMandateProcedure
                   UNTIL EndOfMandates = "YES"
           END-IF
           CLOSE MandateRegister.

       ReadMandateProcedure.
           READ MandateRegister
               AT END
                   MOVE "YES" TO EndOfMandates
               NOT AT END
                   IF MandateCount >= MandateTableMax
                       MOVE "YES" TO EndOfMandates
                       MOVE "YES" TO MandateOverflow
                   ELSE
                       ADD 1 TO MandateCount
                       MOVE MdBillerID TO HeldMdBillers(MandateCount)
                       MOVE MdMandateRef TO HeldMdRefs(MandateCount)
                       MOVE MdClientID
                           TO HeldMdClientIDs(MandateCount)
                       MOVE MdMaxAmount
                           TO HeldMdMaxAmounts(MandateCount)
                       MOVE MdStatus TO HeldMdStatuses(MandateCount)
                   END-IF
           END-READ.

       LoadPaidProcedure.
           MOVE 0 TO PaidCountOnFile
           MOVE "NO" TO EndOfPaid
           OPEN INPUT DdPaidRegister
           IF DdPaidRegisterStatus = "00"
               PERFORM ReadPaidProcedure
                   UNTIL EndOfPaid = "YES"
           END-IF
           CLOSE DdPaidRegister.

       ReadPaidProcedure.
           READ DdPaidRegister
               AT END
                   MOVE "YES" TO EndOfPaid
               NOT AT END
                   IF PaidCountOnFile >= PaidTableMax
                       MOVE "YES" TO EndOfPaid
                       MOVE "YES" TO PaidOverflow
                   ELSE
                       ADD 1 TO PaidCountOnFile
                       MOVE DpBillerID
                           TO HeldPaidBillers(PaidCountOnFile)
                       MOVE DpCollRef
                           TO HeldPaidCollRefs(PaidCountOnFile)
                   END-IF
           END-READ.

       LoadClaimsProcedure.
           MOVE 0 TO ClaimCount
           MOVE "NO" TO EndOfClaims
           OPEN INPUT DdClaims
           IF DdClaimsStatus = "00"
               PERFORM ReadClaimProcedure
                   UNTIL EndOfClaims = "YES"
           END-IF
           CLOSE DdClaims.

       ReadClaimProcedure.
           READ DdClaims
               AT END
                   MOVE "YES" TO EndOfClaims
               NOT AT END
                   IF ClaimCount >= ClaimTableMax
                       MOVE "YES" TO EndOfClaims
                       MOVE "YES" TO ClaimOverflow
                   ELSE
                       ADD 1 TO ClaimCount
                       MOVE CmBillerID TO HeldCmBillers(ClaimCount)
                       MOVE CmMandateRef
                           TO HeldCmMandateRefs(ClaimCount)
                       MOVE CmClientID TO HeldCmClientIDs(ClaimCount)
                       MOVE CmAmount TO HeldCmAmounts(ClaimCount)
                       MOVE CmCollRef TO HeldCmCollRefs(ClaimCount)
                       MOVE CmLodgedDate
                           TO HeldCmLodgedDates(ClaimCount)
                       MOVE CmMaker TO HeldCmMakers(ClaimCount)
                       MOVE CmChecker TO HeldCmCheckers(ClaimCount)
                       MOVE CmStatus TO HeldCmStatuses(ClaimCount)
                       MOVE CmRefundDate
                           TO HeldCmRefundDates(ClaimCount)
                   END-IF
           END-READ.

       SaveClaimsProcedure.
      * Rewrites ddclaims.dat in full with the refunded claims
      * flipped - written while the interlock is still held, so
      * ClientMaint cannot append a claim underneath it.
           MOVE 1 TO ClaimLoop
           OPEN OUTPUT DdClaims
           PERFORM WriteClaimProcedure
               UNTIL ClaimLoop > ClaimCount
           CLOSE DdClaims.

       WriteClaimProcedure.
           MOVE SPACES TO ClaimRecord
           MOVE HeldCmBillers(ClaimLoop) TO CmBillerID
           MOVE HeldCmMandateRefs(ClaimLoop) TO CmMandateRef
           MOVE HeldCmClientIDs(ClaimLoop) TO CmClientID
           MOVE HeldCmAmounts(ClaimLoop) TO CmAmount
           MOVE HeldCmCollRefs(ClaimLoop) TO CmCollRef
           MOVE HeldCmLodgedDates(ClaimLoop) TO CmLodgedDate
           MOVE HeldCmMakers(ClaimLoop) TO CmMaker
           MOVE HeldCmCheckers(ClaimLoop) TO CmChecker
           MOVE HeldCmStatuses(ClaimLoop) TO CmStatus
           MOVE HeldCmRefundDates(ClaimLoop) TO CmRefundDate
           ADD 1 TO ClaimLoop
           WRITE ClaimRecord.

       RefundClaimProcedure.
      * A pending claim is refunded to the debtor in full - the
      * guarantee does not ask whether the biller agrees. A closed
      * or frozen account, a missing rate or a bank too short to
      * cover the refund leaves the claim pending for the next run;
      * operations sees it on the console.
           IF HeldCmStatuses(ClaimLoop) = "P"
               MOVE HeldCmClientIDs(ClaimLoop) TO ClientID
               READ Client
               IF ClientStatus NOT = "00"
                   DISPLAY "Claim " HeldCmCollRefs(ClaimLoop)
                       " - no account " HeldCmClientIDs(ClaimLoop)
                       " on the master - left pending."
               ELSE
               IF ClientAccountStatus = "F"
                       OR ClientAccountStatus = "C"
                   DISPLAY "Claim " HeldCmCollRefs(ClaimLoop)
                       " - account " ClientID " is frozen or "
                       "closed - left pending."
               ELSE
                   PERFORM PostRefundProcedure
               END-IF
               END-IF
           END-IF
           ADD 1 TO ClaimLoop.

       PostRefundProcedure.
           MOVE HeldCmAmounts(ClaimLoop) TO PostAmount
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE PostAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
           IF ConvertOK = "NO"
               DISPLAY "Claim " HeldCmCollRefs(ClaimLoop)
                   " - no rate on file for " ClientCurrency
                   " - left pending."
           ELSE
           IF BankFund < LcuAmount
               DISPLAY "Claim " HeldCmCollRefs(ClaimLoop)
                   " - the bank does not have enough funds to "
                   "refund it - left pending."
           ELSE
               MOVE ClientFund TO OldClientFund
               ADD PostAmount TO ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus NOT = "00"
                   DISPLAY "REWRITE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - claim left pending."
               ELSE
                   SUBTRACT LcuAmount FROM BankFund
                   ADD 1 TO RefundedCount
                   MOVE "R" TO HeldCmStatuses(ClaimLoop)
                   MOVE BusinessDate TO HeldCmRefundDates(ClaimLoop)
                   MOVE "YES" TO ClaimsChanged
                   MOVE "H" TO PostType
                   MOVE HeldCmCollRefs(ClaimLoop) TO PostReference
                   PERFORM WriteSettlementProcedure
                   PERFORM WriteAuditProcedure
                   PERFORM WriteIndemnityClaimProcedure
                   DISPLAY "Refunded disputed collection "
                       HeldCmCollRefs(ClaimLoop) " of " PostAmount
                       " to " ClientID
               END-IF
           END-IF
           END-IF.

       WriteIndemnityClaimProcedure.
      * The claim goes back to the biller in the collection file's
      * own layout, so the biller's systems read it like any other
      * return - reason 20 tells them it was paid and refunded.
           MOVE SPACES TO CollectionRecord
           MOVE HeldCmBillers(ClaimLoop) TO DcBillerID
           MOVE HeldCmMandateRefs(ClaimLoop) TO DcMandateRef
           MOVE HeldCmClientIDs(ClaimLoop) TO DcClientID
           MOVE HeldCmAmounts(ClaimLoop) TO DcAmount
           MOVE HeldCmCollRefs(ClaimLoop) TO DcCollRef
           MOVE SPACES TO CollectionReturnRecord
           MOVE CollectionRaw TO DrRow
           MOVE "20" TO DrReason
           WRITE CollectionReturnRecord.

       ProcessCollectionFileProcedure.
           OPEN INPUT CollectionFile
           IF CollectionStatus = "00"
               PERFORM ReadCollectionProcedure
                   UNTIL EndOfCollections = "YES"
           ELSE
               DISPLAY "No ddcollect.dat on file - no collections "
                   "to process."
               MOVE "YES" TO EndOfCollections
           END-IF
           CLOSE CollectionFile.

       ReadCollectionProcedure.
           READ CollectionFile
               AT END
                   MOVE "YES" TO EndOfCollections
               NOT AT END
                   PERFORM ApplyCollectionProcedure
           END-READ.

       ApplyCollectionProcedure.
      * The mandate screens run before anything about the account
      * - a collection with no authority behind it goes back as
      * such even when the money would have been there. The cover
      * check is the same rule ApplyTransferProcedure enforces -
      * funds plus credit limit, less active holds - and only a
      * collection the account covers is measured against the
      * debtor's daily debit limit.
           MOVE SPACES TO ReturnReasonCode
           IF DcAmountRaw IS NOT NUMERIC
               MOVE "03" TO ReturnReasonCode
           ELSE
           IF DcAmount NOT > 0
               MOVE "03" TO ReturnReasonCode
           ELSE
               PERFORM FindMandateProcedure
               IF MandateFound = "NO"
                   MOVE "05" TO ReturnReasonCode
               ELSE
               IF HeldMdStatuses(MandateLoop) NOT = "A"
                   MOVE "06" TO ReturnReasonCode
               ELSE
               IF HeldMdClientIDs(MandateLoop) NOT = DcClientID
                   MOVE "05" TO ReturnReasonCode
               ELSE
               IF DcAmount > HeldMdMaxAmounts(MandateLoop)
                   MOVE "07" TO ReturnReasonCode
               ELSE
                   PERFORM CheckPaidProcedure
                   IF PaidFound = "YES"
                       MOVE "08" TO ReturnReasonCode
                   ELSE
                       PERFORM CheckAccountProcedure
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           IF ReturnReasonCode = SPACES
               PERFORM PayCollectionProcedure
           ELSE
               PERFORM ReturnCollectionProcedure
           END-IF.

       CheckAccountProcedure.
           MOVE DcClientID TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               MOVE "01" TO ReturnReasonCode
           ELSE
           IF ClientAccountStatus = "F"
                   OR ClientAccountStatus = "C"
               MOVE "02" TO ReturnReasonCode
           ELSE
               MOVE ClientID TO HoldClientKey
               PERFORM SumHoldsProcedure
               COMPUTE AvailableFunds =
                   ClientFund + ClientCreditLimit - HoldTotal
               IF AvailableFunds < DcAmount
                   MOVE "04" TO ReturnReasonCode
               ELSE
                   PERFORM CheckDailyLimitProcedure
               END-IF
           END-IF
           END-IF.

       FindMandateProcedure.
      * A mandate is the biller's ID and its own reference together
      * - two billers may well use the same reference scheme.
           MOVE "NO" TO MandateFound
           MOVE 1 TO MandateLoop
           PERFORM ScanMandateProcedure
               UNTIL MandateLoop > MandateCount
                   OR MandateFound = "YES".

       ScanMandateProcedure.
           IF HeldMdBillers(MandateLoop) = DcBillerID
                   AND HeldMdRefs(MandateLoop) = DcMandateRef
               MOVE "YES" TO MandateFound
           ELSE
               ADD 1 TO MandateLoop
           END-IF.

       CheckPaidProcedure.
           MOVE "NO" TO PaidFound
           MOVE 1 TO PaidLoop
           PERFORM ScanPaidProcedure
               UNTIL PaidLoop > PaidCountOnFile
                   OR PaidFound = "YES".

       ScanPaidProcedure.
           IF HeldPaidBillers(PaidLoop) = DcBillerID
                   AND HeldPaidCollRefs(PaidLoop) = DcCollRef
               MOVE "YES" TO PaidFound
           ELSE
               ADD 1 TO PaidLoop
           END-IF.

       PayCollectionProcedure.
      * The debtor moves in the account's own currency; the
      * biller's bank is owed the LCU value at the day's rate - no
      * rate, the collection goes back unpaid rather than
      * mispriced. The bank's side, the paid register and the
      * paper trail only move once the debit has committed.
           MOVE DcAmount TO PostAmount
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE PostAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
           IF ConvertOK = "NO"
               MOVE "10" TO ReturnReasonCode
               PERFORM ReturnCollectionProcedure
           ELSE
               MOVE ClientFund TO OldClientFund
               SUBTRACT PostAmount FROM ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus NOT = "00"
                   DISPLAY "REWRITE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - the collection goes back unpaid."
                   MOVE "09" TO ReturnReasonCode
                   PERFORM ReturnCollectionProcedure
               ELSE
                   ADD LcuAmount TO BankFund
                   ADD 1 TO PaidCount
                   DISPLAY "Paid collection " DcCollRef " for "
                       DcAmount " from " DcClientID " to biller "
                       DcBillerID
                   MOVE "G" TO PostType
                   MOVE DcCollRef TO PostReference
                   PERFORM RecordPaidProcedure
                   PERFORM WriteSettlementProcedure
                   PERFORM WriteAuditProcedure
               END-IF
           END-IF.

       RecordPaidProcedure.
      * The paid collection goes to the register on disk and into
      * the table, so a duplicate later in this same file is
      * caught too.
           IF PaidCountOnFile < PaidTableMax
               ADD 1 TO PaidCountOnFile
               MOVE DcBillerID TO HeldPaidBillers(PaidCountOnFile)
               MOVE DcCollRef TO HeldPaidCollRefs(PaidCountOnFile)
           END-IF
           MOVE SPACES TO DdPaidRecord
           MOVE DcBillerID TO DpBillerID
           MOVE DcMandateRef TO DpMandateRef
           MOVE DcClientID TO DpClientID
           MOVE DcAmount TO DpAmount
           MOVE DcCollRef TO DpCollRef
           MOVE BusinessDate TO DpDate
           OPEN EXTEND DdPaidRegister
           WRITE DdPaidRecord
           CLOSE DdPaidRegister.

       ReturnCollectionProcedure.
           ADD 1 TO ReturnedCount
           MOVE SPACES TO CollectionReturnRecord
           MOVE CollectionRaw TO DrRow
           MOVE ReturnReasonCode TO DrReason
           WRITE CollectionReturnRecord
           DISPLAY "Returned collection " DcCollRef " from "
               DcClientIDRaw " to biller " DcBillerIDRaw
               " - reason " ReturnReasonCode.

       ClearCollectionFileProcedure.
      * The processed file is truncated so a rerun cannot pay the
      * same collections twice - the returns are already on
      * ddcollect.ret and the paid items on the audit trail and the
      * paid register.
           OPEN OUTPUT CollectionFile
           CLOSE CollectionFile.

       WriteSettlementProcedure.
      * One settlement line per collection or refund - the
      * biller's collection reference as counterparty, so the item
      * is traceable back to the biller's file it arrived in.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE PostAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE PostType TO RptTrType
           MOVE PostReference TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       NextAuditSeqProcedure.
      * audit.seq holds the single last-assigned value between runs,
      * the same read-then-rewrite every other program uses.
           MOVE 0 TO AuditSeq
           OPEN INPUT AuditSeqFile
           IF AuditSeqStatus = "00"
               READ AuditSeqFile
                   NOT AT END
                       MOVE AuditSeqValue TO AuditSeq
               END-READ
           END-IF
           CLOSE AuditSeqFile

           ADD 1 TO AuditSeq
           MOVE SPACES TO AuditSeqRecord
           MOVE AuditSeq TO AuditSeqValue
           OPEN OUTPUT AuditSeqFile
           WRITE AuditSeqRecord
           CLOSE AuditSeqFile.

       WriteAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE OldClientFund TO AuditOldFund
           MOVE NewClientFund TO AuditNewFund
           MOVE PostAmount TO AuditAmount
           MOVE PostType TO AuditTrType
           MOVE PostReference TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
      * A paid collection counts straight into the debtor's day
      * total; a refund is a credit and the tally passes it by.
           PERFORM TallyDayLimitProcedure
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
      * is only reached for a debtor held in something other than
      * LCU.
           MOVE 0 TO RateCount
           MOVE "NO" TO EndOfRates
           OPEN INPUT ExchangeRates
           IF RatesStatus = "00"
               PERFORM ReadRateProcedure
                   UNTIL EndOfRates = "YES"
           END-IF
           CLOSE ExchangeRates.

       ReadRateProcedure.
           READ ExchangeRates
               AT END
                   MOVE "YES" TO EndOfRates
               NOT AT END
                   IF RateCount >= RateTableMax
                       MOVE "YES" TO EndOfRates
                   ELSE
                       ADD 1 TO RateCount
                       MOVE RateCurCode TO RateCodes(RateCount)
                       MOVE RateToLcu TO RateValues(RateCount)
                   END-IF
           END-READ.

       NormalizeCurrencyProcedure.
      * SPACES means the home currency everywhere a currency code
      * is carried.
           IF NormCurrency = SPACES
               MOVE "LCU" TO NormCurrency
           END-IF.

       FindRateProcedure.
      * Answers LookupRateValue for LookupCurrency - LCU is 1 by
      * definition and never needs a row on rates.dat.
           MOVE "NO" TO RateFound
           IF LookupCurrency = "LCU"
               MOVE 1 TO LookupRateValue
               MOVE "YES" TO RateFound
           ELSE
               MOVE 1 TO RateLoop
               PERFORM ScanRateProcedure
                   UNTIL RateLoop > RateCount OR RateFound = "YES"
           END-IF.

       ScanRateProcedure.
           IF RateCodes(RateLoop) = LookupCurrency
               MOVE RateValues(RateLoop) TO LookupRateValue
               MOVE "YES" TO RateFound
           ELSE
               ADD 1 TO RateLoop
           END-IF.

       ConvertAmountProcedure.
      * Converts ConvertInAmount from ConvertFromCur to
      * ConvertToCur through LCU at the day's rates - the same
      * conversion SimpleBank applies on its cross-currency legs. A
      * missing rate answers ConvertOK = NO.
           MOVE ConvertFromCur TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO ConvertFromCur
           MOVE ConvertToCur TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO ConvertToCur
           MOVE "YES" TO ConvertOK
           IF ConvertFromCur = ConvertToCur
               MOVE ConvertInAmount TO ConvertOutAmount
           ELSE
               MOVE ConvertFromCur TO LookupCurrency
               PERFORM FindRateProcedure
               IF RateFound = "NO"
                   MOVE "NO" TO ConvertOK
               ELSE
                   MOVE LookupRateValue TO FromRateValue
                   MOVE ConvertToCur TO LookupCurrency
                   PERFORM FindRateProcedure
                   IF RateFound = "NO"
                       MOVE "NO" TO ConvertOK
                   ELSE
                       MOVE LookupRateValue TO ToRateValue
                       COMPUTE ConvertOutAmount ROUNDED =
                           ConvertInAmount * FromRateValue
                               / ToRateValue
                   END-IF
               END-IF
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

       LoadLimitTypesProcedure.
      * Tables the default debit limit by account type. No
      * limits.ctl means no type defaults - only the limits set on
      * individual accounts apply.
           MOVE 0 TO LimitTypeCount
           MOVE "NO" TO EndOfLimitTypes
           OPEN INPUT LimitControl
           IF LimitControlStatus = "00"
               PERFORM ReadLimitTypeProcedure
                   UNTIL EndOfLimitTypes = "YES"
           ELSE
               DISPLAY "WARNING: limits.ctl is not on file - no "
                   "default daily limits apply this run."
           END-IF
           CLOSE LimitControl.

       ReadLimitTypeProcedure.
           READ LimitControl
               AT END
                   MOVE "YES" TO EndOfLimitTypes
               NOT AT END
                   IF LimitTypeCount >= LimitTypeMax
                       MOVE "YES" TO EndOfLimitTypes
                   ELSE
                   IF LcDebitLimit IS NUMERIC
                       ADD 1 TO LimitTypeCount
                       MOVE LcAccountType
                           TO HeldLtTypes(LimitTypeCount)
                       MOVE LcDebitLimit
                           TO HeldLtDebits(LimitTypeCount)
                   END-IF
                   END-IF
           END-READ.

       TallyDayLimitsProcedure.
      * The day's debits so far, off every entry already on the
      * trail for the business date.
           MOVE 0 TO DayLimitCount
           MOVE "NO" TO EndOfDayAudit
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadDayAuditProcedure
                   UNTIL EndOfDayAudit = "YES"
                       OR DayLimitOverflow = "YES"
           END-IF
           CLOSE AuditLog.

       ReadDayAuditProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfDayAudit
               NOT AT END
                   PERFORM TallyDayLimitProcedure
           END-READ.

       TallyDayLimitProcedure.
      * A T, X, E, Q or G entry for the business date that took
      * money off the account is a debit - the same rule SimpleBank
      * counts by. The amount goes in at its LCU value at the day's
      * rate, or at face value when the currency has no rate.
           IF AuditBusinessDate = BusinessDate
                   AND AuditNewFund < AuditOldFund
               IF AuditTrType = "T" OR AuditTrType = "X"
                       OR AuditTrType = "E" OR AuditTrType = "Q"
                       OR AuditTrType = "G"
                   PERFORM CountDayLimitProcedure
               END-IF
           END-IF.

       CountDayLimitProcedure.
           MOVE AuditClientID TO DayLimitKey
           PERFORM FindDayLimitProcedure
           IF DayLimitFound = "NO"
               IF DayLimitCount >= DayLimitMax
                   MOVE "YES" TO DayLimitOverflow
               ELSE
                   ADD 1 TO DayLimitCount
                   MOVE DayLimitCount TO DayLimitLoop
                   MOVE AuditClientID TO HeldDlClientIDs(DayLimitLoop)
                   MOVE 0 TO HeldDlDebits(DayLimitLoop)
                   MOVE "YES" TO DayLimitFound
               END-IF
           END-IF
           IF DayLimitFound = "YES"
               MOVE AuditCurrency TO NormCurrency
               PERFORM NormalizeCurrencyProcedure
               MOVE NormCurrency TO LookupCurrency
               PERFORM FindRateProcedure
               IF RateFound = "YES"
                   COMPUTE TallyLcuAmount ROUNDED =
                       AuditAmount * LookupRateValue
               ELSE
                   MOVE AuditAmount TO TallyLcuAmount
               END-IF
               ADD TallyLcuAmount TO HeldDlDebits(DayLimitLoop)
           END-IF.

       FindDayLimitProcedure.
           MOVE "NO" TO DayLimitFound
           MOVE 1 TO DayLimitLoop
           PERFORM ScanDayLimitProcedure
               UNTIL DayLimitLoop > DayLimitCount
                   OR DayLimitFound = "YES".

       ScanDayLimitProcedure.
           IF HeldDlClientIDs(DayLimitLoop) = DayLimitKey
               MOVE "YES" TO DayLimitFound
           ELSE
               ADD 1 TO DayLimitLoop
           END-IF.

       CheckDailyLimitProcedure.
      * The collection in CRecord against the debtor's daily debit
      * limit, in LCU. A collection that would take the day's total
      * past it goes back unpaid under 11 and on limitlog.dat -
      * there is no one at a screen to override in the batch. An
      * account the running totals had no room for cannot be
      * measured, and counts as over its limit.
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO LookupCurrency
           PERFORM FindRateProcedure
           IF RateFound = "YES"
               COMPUTE LimitLcuAmount ROUNDED =
                   DcAmount * LookupRateValue
           ELSE
               MOVE DcAmount TO LimitLcuAmount
           END-IF
           PERFORM FindAccountLimitProcedure
           MOVE LimitDebitOverride TO EffectiveLimit
           IF EffectiveLimit = 0 AND LimitTypeFound = "YES"
               MOVE HeldLtDebits(LimitTypeLoop) TO EffectiveLimit
           END-IF
           MOVE ClientID TO DayLimitKey
           PERFORM FindDayLimitProcedure
           MOVE 0 TO LimitDayTotal
           IF DayLimitFound = "YES"
               MOVE HeldDlDebits(DayLimitLoop) TO LimitDayTotal
           END-IF
           IF EffectiveLimit > 0
               IF DayLimitFound = "NO" AND DayLimitOverflow = "YES"
                   MOVE "11" TO ReturnReasonCode
               ELSE
               IF LimitDayTotal + LimitLcuAmount > EffectiveLimit
                   MOVE "11" TO ReturnReasonCode
               END-IF
               END-IF
           END-IF
           IF ReturnReasonCode = "11"
               PERFORM WriteLimitEventProcedure
           END-IF.

       FindAccountLimitProcedure.
      * The last acctlim.dat row for the account is the one in
      * force; an account with none is a standard (ST) account on
      * its type's default.
           MOVE "ST" TO LimitAccountType
           MOVE 0 TO LimitDebitOverride
           MOVE "NO" TO EndOfAccountLimits
           OPEN INPUT AccountLimits
           IF AccountLimitsStatus = "00"
               PERFORM ScanAccountLimitProcedure
                   UNTIL EndOfAccountLimits = "YES"
           END-IF
           CLOSE AccountLimits
           MOVE "NO" TO LimitTypeFound
           MOVE 1 TO LimitTypeLoop
           PERFORM ScanLimitTypeProcedure
               UNTIL LimitTypeLoop > LimitTypeCount
                   OR LimitTypeFound = "YES".

       ScanAccountLimitProcedure.
           READ AccountLimits
               AT END
                   MOVE "YES" TO EndOfAccountLimits
               NOT AT END
                   IF LmClientID = ClientID
                       MOVE LmAccountType TO LimitAccountType
                       MOVE 0 TO LimitDebitOverride
                       IF LmDebitLimit IS NUMERIC
                           MOVE LmDebitLimit TO LimitDebitOverride
                       END-IF
                   END-IF
           END-READ.

       ScanLimitTypeProcedure.
           IF HeldLtTypes(LimitTypeLoop) = LimitAccountType
               MOVE "YES" TO LimitTypeFound
           ELSE
               ADD 1 TO LimitTypeLoop
           END-IF.

       WriteLimitEventProcedure.
           MOVE SPACES TO LimitEventRecord
           MOVE BusinessDate TO LgBusinessDate
           MOVE ClientID TO LgClientID
           MOVE "G" TO LgTrType
           MOVE "D" TO LgKind
           MOVE "DL" TO LgReason
           MOVE "R" TO LgOutcome
           MOVE EffectiveLimit TO LgLimit
           MOVE LimitDayTotal TO LgDayTotal
           MOVE LimitLcuAmount TO LgAmount
           MOVE OperatorID TO LgOperator
           OPEN EXTEND LimitLog
           WRITE LimitEventRecord
           CLOSE LimitLog.
       END PROGRAM DirectDebitRun.
