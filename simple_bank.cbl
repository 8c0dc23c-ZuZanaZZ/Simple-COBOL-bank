           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperatorFileStatus.

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

           SELECT OPTIONAL TermDeposits
           ASSIGN TO "./deposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermDepositsStatus.

           SELECT OPTIONAL DepositRates
           ASSIGN TO "./tdrates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositRatesStatus.

           SELECT OPTIONAL TaxControl
           ASSIGN TO "./tax.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TaxControlStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL PayeeRegister
           ASSIGN TO "./payees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayeeRegisterStatus.

           SELECT OPTIONAL PayeeControl
           ASSIGN TO "./payee.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayeeControlStatus.

           SELECT OPTIONAL HeldPayments
           ASSIGN TO "./ibhold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldPaymentsStatus.

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
           03 Filler            PIC X(1).
           03 IbCurrency        PIC X(3).

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master: one row
      * naming the program and operator holding the master and
      * since when. Every posting program takes the lock before
           03 Filler            PIC X(1).
           03 LockSince         PIC X(15).

      * The term-deposit register - one row per deposit, placed and
      * broken here at the counter and matured by DepositRun.
       FD TermDeposits.
       01 DepositRecord.
           03 TdDepositNo       PIC X(8).
           03 Filler            PIC X(1).
           03 TdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 TdPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 TdRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 TdTerm            PIC 9(2).
           03 Filler            PIC X(1).
           03 TdStartDate       PIC X(8).
           03 Filler            PIC X(1).
           03 TdMaturityDate    PIC X(8).
           03 Filler            PIC X(1).
           03 TdRollover        PIC X(1).
           03 Filler            PIC X(1).
           03 TdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 TdClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 TdInterestPaid    PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 TdCurrency        PIC X(3).

      * The term-deposit rate sheet, one row maintained by
      * operations like fees.dat: the annual rate offered for each
      * term and the early-break penalty as a fraction of the
      * principal.
       FD DepositRates.
       01 DepositRateRecord.
           03 DrRate3           PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrRate6           PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrRate12          PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrBreakPenalty    PIC 9V9(4).

      * The withholding tax rate on interest - see InterestRun. An
      * early break pays interest, so it withholds the same tax.
       FD TaxControl.
       01 TaxControlRecord.
           03 CtlTaxRate        PIC 9V9(4).

       FD FundsHolds.
           COPY "holdrec.cpy".

       FD PayeeRegister.
           COPY "payee.cpy".

      * The payee cooling-off period, one row maintained by
      * operations like tdrates.dat: the number of calendar days
      * from a payee's approval before an outbound payment to it
      * is sent without review.
       FD PayeeControl.
       01 PayeeControlRecord.
           03 CtlCoolingDays    PIC 9(3).

       FD HeldPayments.
           COPY "ibhold.cpy".

       FD AccountLimits.
           COPY "acctlim.cpy".

      * The default daily limits by account type, maintained by
      * operations like tdrates.dat - one row per type, in LCU, a
      * zero meaning no limit of that kind (see acctlim.cpy).
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
       01 BatchDisposition     PIC X(8).
       01 OperatorFileStatus   PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 EndOfOperators       PIC X(3).
       01 OperatorFound        PIC X(3).
       01 StandingChanged      PIC X(3) VALUE "NO".
       01 OrdersExecuted       PIC 9(3) VALUE 0.
       01 TransferApplied      PIC X(3) VALUE "NO".
       01 TransferShortOfFunds PIC X(3) VALUE "NO".
       01 DueDateParts.
           03 DueYear          PIC 9(4).
           03 DueMonth         PIC 9(2).
               05 CustIDs           PIC X(8).
               05 CustSurnames      PIC X(12).

      * Term-deposit register and the placement/break work fields.
       01 TermDepositsStatus   PIC X(2).
       01 DepositRatesStatus   PIC X(2).
       01 TaxControlStatus     PIC X(2).
       01 TaxRate              PIC 9V9(4) VALUE 0.
       01 TaxRateOnFile        PIC X(3) VALUE "NO".
       01 BreakTaxExempt       PIC X(3).
       01 EndOfDeposits        PIC X(3) VALUE "NO".
       01 DepositRatesOnFile   PIC X(3) VALUE "NO".
       01 DepositTableMax      PIC 9(3) VALUE 200.
       01 DepositCount         PIC 9(3) VALUE 0.
       01 DepositOverflow      PIC X(3) VALUE "NO".
       01 DepositLoop          PIC 9(3).
       01 DepositIndex         PIC 9(3).
       01 DepositFound         PIC X(3).
       01 SearchDepositNo      PIC X(8).
       01 TermAnswer           PIC X(2).
       01 RolloverAnswer       PIC X(1).
       01 DepositTerm          PIC 9(2).
       01 DepositRate          PIC 9V9(4).
       01 DepositSeqHigh       PIC 9(6).
       01 DepositSeqPart       PIC 9(6).
       01 NewDepositNo.
           03 Filler           PIC X(2) VALUE "TD".
           03 NewDepositSeq    PIC 9(6).
       01 BreakDays            PIC 9(4).
       01 BreakInterest        PIC S9(13)V99.
       01 BreakPenalty         PIC S9(13)V99.
       01 BreakPayout          PIC S9(13)V99.
       01 BreakPrincipalPaid   PIC S9(13)V99.
       01 BreakInterestPaid    PIC S9(13)V99.
       01 BreakTax             PIC S9(13)V99.
       01 BreakTaxLcu          PIC S9(13)V99.
       01 BreakNetPayout       PIC S9(13)V99.
       01 DepositTable.
           03 DepositEntry OCCURS 200 TIMES.
               05 HeldDepNos        PIC X(8).
               05 HeldDepClientIDs  PIC X(8).
               05 HeldDepPrincipals PIC 9(13)V99.
               05 HeldDepRates      PIC 9V9(4).
               05 HeldDepTerms      PIC 9(2).
               05 HeldDepStarts     PIC X(8).
               05 HeldDepMaturities PIC X(8).
               05 HeldDepRollovers  PIC X(1).
               05 HeldDepStatuses   PIC X(1).
               05 HeldDepClosedDates PIC X(8).
               05 HeldDepInterests  PIC S9(13)V99.
               05 HeldDepCurrencies PIC X(3).

      * Funds-hold register and the place/release work fields. The
      * whole register is tabled for the run - every debit path sums
      * the account's active holds out of it, and a place or release
      * at the counter rewrites the file from it.
       01 HoldsStatus          PIC X(2).
       01 EndOfHolds           PIC X(3) VALUE "NO".
       01 HoldTableMax         PIC 9(3) VALUE 500.
       01 HoldCount            PIC 9(3) VALUE 0.
       01 HoldOverflow         PIC X(3) VALUE "NO".
       01 HoldLoop             PIC 9(3).
       01 HoldIndex            PIC 9(3).
       01 HoldFound            PIC X(3).
       01 HoldClientKey        PIC X(8).
       01 HoldTotal            PIC S9(13)V99.
       01 ScreenAvailable      PIC S9(13)V99.
       01 SearchHoldID         PIC X(8).
       01 HoldAmountIn         PIC S9(13)V99.
       01 HoldReasonIn         PIC X(2).
       01 HoldExpiryIn         PIC X(8).
       01 HoldSeqHigh          PIC 9(6).
       01 HoldSeqPart          PIC 9(6).
       01 NewHoldID.
           03 Filler           PIC X(2) VALUE "HD".
           03 NewHoldSeq       PIC 9(6).
       01 HoldTable.
           03 HoldEntry OCCURS 500 TIMES.
               05 HeldHoldIDs       PIC X(8).
               05 HeldHoldClientIDs PIC X(8).
               05 HeldHoldAmounts   PIC 9(13)V99.
               05 HeldHoldReasons   PIC X(2).
               05 HeldHoldPlaced    PIC X(8).
               05 HeldHoldExpiries  PIC X(8).
               05 HeldHoldPlacedBys PIC X(8).
               05 HeldHoldStatuses  PIC X(1).
               05 HeldHoldClosed    PIC X(8).
               05 HeldHoldClosedBys PIC X(8).

      * Payee-register screen on outbound interbank payments and the
      * review queue of payments it held. PaymentSource and
      * PaymentSourceRef are staged by whichever path drives a
      * transfer, so a held payment records where it came from;
      * PayeeCheckWaived is only set while a payment a supervisor
      * has already approved is being released.
       01 PayeeRegisterStatus  PIC X(2).
       01 PayeeControlStatus   PIC X(2).
       01 HeldPaymentsStatus   PIC X(2).
       01 EndOfPayees          PIC X(3).
       01 CoolingOnFile        PIC X(3) VALUE "NO".
       01 CoolingDays          PIC 9(3) VALUE 0.
       01 PayeeOwnerID         PIC X(8).
       01 PayeeFound           PIC X(3).
       01 PayeeAddedDate       PIC X(8).
       01 CoolingEndDate       PIC X(8).
       01 PayeeCleared         PIC X(3).
       01 PayeeHoldReason      PIC X(2).
       01 PayeeCheckWaived     PIC X(3) VALUE "NO".
       01 PaymentSource        PIC X(1) VALUE "F".
       01 PaymentSourceRef     PIC X(8) VALUE SPACES.
       01 TransferHeld         PIC X(3) VALUE "NO".
       01 PaymentsHeld         PIC 9(3) VALUE 0.
       01 HeldNoKnown          PIC X(3) VALUE "NO".
       01 NextHeldNo           PIC 9(8) VALUE 0.
       01 EndOfHeldPayments    PIC X(3).
       01 HeldPayTableMax      PIC 9(3) VALUE 500.
       01 HeldPayCount         PIC 9(3) VALUE 0.
       01 HeldPayLoop          PIC 9(3).
       01 HeldPayIndex         PIC 9(3).
       01 HeldPayOverflow      PIC X(3) VALUE "NO".
       01 HeldPayChanged       PIC X(3) VALUE "NO".
       01 HeldPayReleased      PIC 9(3) VALUE 0.
       01 HeldPaymentTable.
           03 HeldPaymentEntry OCCURS 500 TIMES.
               05 HeldHqItems       PIC 9(8).
               05 HeldHqSources     PIC X(1).
               05 HeldHqRefs        PIC X(8).
               05 HeldHqFroms       PIC X(8).
               05 HeldHqTos         PIC X(8).
               05 HeldHqAmounts     PIC S9(13)V99.
               05 HeldHqCurrencies  PIC X(3).
               05 HeldHqDates       PIC X(8).
               05 HeldHqReasons     PIC X(2).
               05 HeldHqStatuses    PIC X(1).
               05 HeldHqStatusDates PIC X(8).
               05 HeldHqReviewers   PIC X(8).
               05 HeldHqSeqs        PIC 9(8).

      * Daily debit and withdrawal limits. The type defaults off
      * limits.ctl are tabled once; each account's own row on
      * acctlim.dat is looked up when it is debited. DayLimitTable
      * carries every account's debits and withdrawals for the
      * business date in LCU - tallied off audit.log at start-up,
      * so earlier runs and other programs count, and kept current
      * by WriteAuditProcedure as this run posts. LimitOverridable
      * is only set while the teller's own menu posting is applied,
      * the one place a supervisor can be asked to override.
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
               05 HeldLtWithdrawals PIC 9(13)V99.
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
               05 HeldDlWithdrawals PIC 9(13)V99.
       01 LimitOverridable     PIC X(3) VALUE "NO".
       01 LimitOK              PIC X(3).
       01 LimitKind            PIC X(1).
       01 LimitTrType          PIC X(1).
       01 LimitRequest         PIC S9(13)V99.
       01 LimitLcuAmount       PIC 9(13)V99.
       01 TallyKind            PIC X(1).
       01 TallyLcuAmount       PIC 9(13)V99.
       01 LimitAccountType     PIC X(2).
       01 LimitDebitOverride   PIC 9(13)V99.
       01 LimitWithdrawOverride PIC 9(13)V99.
       01 EffectiveLimit       PIC 9(13)V99.
       01 LimitDayTotal        PIC 9(13)V99.
       01 LimitReason          PIC X(2).
       01 LimitOutcome         PIC X(1).
       01 LimitSupervisorID    PIC X(8).

       PROCEDURE DIVISION.
      * Main Procedure
      * When a transactions-in file is present we run unattended in
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM LoadCalendarProcedure
           PERFORM LoadCoolingProcedure
           PERFORM OpenClientMasterProcedure
           IF MasterMissing = "YES"
               GOBACK
           END-IF
      * The holds register is read under the interlock too - only a
      * lock holder ever rewrites it. A register too big to table
      * cannot be summed, and posting against a partial one could
      * spend held money, so the run stops before anything moves.
           PERFORM LoadHoldsProcedure
           IF HoldOverflow = "YES"
               DISPLAY "Run refused - holds.dat holds more rows than "
                   "HoldTable can hold (" HoldTableMax "). Nothing "
                   "posted."
               CLOSE Client
               PERFORM ReleaseLockProcedure
               GOBACK
           END-IF
      * The day's running debit totals come off audit.log behind
      * the interlock too. A table too small to carry every account
      * debited today could let one slip past its daily limit, so
      * the run stops the same way.
           PERFORM LoadLimitTypesProcedure
           PERFORM TallyDayLimitsProcedure
           IF DayLimitOverflow = "YES"
               DISPLAY "Run refused - more accounts were debited "
                   "today than DayLimitTable can hold ("
                   DayLimitMax "). Nothing posted."
               CLOSE Client
               PERFORM ReleaseLockProcedure
               GOBACK
           END-IF
      * The bank's position is only loaded once the interlock is
      * held - a copy taken before the lock could be another run's
      * stale figure, and saving it back would silently drop that

           PERFORM StandingOrdersProcedure
           PERFORM PendingPaymentsProcedure
           PERFORM ReleaseHeldPaymentsProcedure

           PERFORM ReconcileProcedure
           CLOSE Client
           END-IF
           CLOSE RunControl.

       LoadCoolingProcedure.
      * The payee cooling-off period off payee.ctl. Without a usable
      * row no outbound payment can be judged clear of it, so every
      * one is held for review until operations sets the period.
           OPEN INPUT PayeeControl
           IF PayeeControlStatus = "00"
               READ PayeeControl
                   NOT AT END
                       IF CtlCoolingDays IS NUMERIC
                               AND CtlCoolingDays > 0
                           MOVE CtlCoolingDays TO CoolingDays
                           MOVE "YES" TO CoolingOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE PayeeControl.

       LoadBankFundProcedure.
      * Picks the bank's own position up from bank.dat, where the
      * previous clean run left it, so RptBankFund carries a true
               DISPLAY ClientNames(CIndex) " " ClientSurnames(CIndex)
               DISPLAY "You have " ClientFunds(CIndex)
                   " coins in account."
               PERFORM ShowBalancesProcedure
           ELSE
               DISPLAY "End of input reached - exiting without "
                   "selecting a client."
                       PERFORM SupervisorOverrideProcedure
                   END-IF
                   IF OverrideApproved = "YES"
                       MOVE "YES" TO LimitOverridable
                       PERFORM ApplyTransactionProcedure
                       MOVE "NO" TO LimitOverridable
      * The browsing table is refreshed from the master, not from
      * the in-memory record area - after a failed REWRITE the
      * record area holds a mutation that never reached disk.
                       PERFORM SelectClientProcedure
                   WHEN "3"
                       MOVE "YES" TO MenuExit
                   WHEN "4"
                       PERFORM PlaceDepositProcedure
                   WHEN "5"
                       PERFORM BreakDepositProcedure
                   WHEN "6"
                       PERFORM PlaceHoldProcedure
                   WHEN "7"
                       PERFORM ReleaseHoldProcedure
                   WHEN OTHER
                       DISPLAY "Invalid choice - please enter 1 to 7."
               END-EVALUATE
           END-IF.

       ShowMenuProcedure.
           PERFORM ShowBalancesProcedure
           DISPLAY "1: Make a transaction for this client"
           DISPLAY "2: Switch client"
           DISPLAY "3: Exit and save"
           DISPLAY "4: Place a term deposit for this client"
           DISPLAY "5: Break a term deposit early (supervisor)"
           DISPLAY "6: Place a hold on this client's funds"
           DISPLAY "7: Release a hold (supervisor)"
           ACCEPT MenuChoice
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
      * client moves in the account's own currency; the bank's side
      * is always LCU, so the bank leg is the LCU value of the
      * amount at the day's rate - an account currency with no rate
      * on file cannot be valued and the posting is refused. Money
      * under an active hold is on the ledger but not available.
           PERFORM ComputeAvailableProcedure
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE TransactionTotal TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
      * The daily limit is only measured once the account has been
      * seen to cover the debit - a posting that fails for funds is
      * no limit event, and no supervisor is asked to override for
      * it.
           MOVE "YES" TO LimitOK
           IF ConvertOK = "YES" AND AvailableFunds >= TransactionTotal
               MOVE "D" TO LimitKind
               MOVE "T" TO LimitTrType
               MOVE TransactionTotal TO LimitRequest
               PERFORM CheckDailyLimitProcedure
           END-IF

           IF ConvertOK = "NO" OR LimitOK = "NO"
               DISPLAY "Transaction was unsuccessful."
           ELSE
           IF AvailableFunds >= TransactionTotal THEN
                   COMPUTE Shortfall = TransactionTotal - AvailableFunds
                   DISPLAY "Shortfall: " Shortfall
               END-IF
               IF HoldTotal > 0
                   DISPLAY "Funds on hold: " HoldTotal
                       " - available balance " AvailableFunds
               END-IF
           END-IF
           END-IF.

           MOVE TransactionTotal TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
      * A W withdrawal is measured against the account's daily
      * withdrawal limit, once the bank is seen to cover it; a D
      * deposit has no limit.
           MOVE "YES" TO LimitOK
           IF ConvertOK = "YES" AND TransactionType = "W"
                   AND BankFund >= LcuAmount
               MOVE "W" TO LimitKind
               MOVE "W" TO LimitTrType
               MOVE TransactionTotal TO LimitRequest
               PERFORM CheckDailyLimitProcedure
           END-IF

           IF ConvertOK = "NO" OR LimitOK = "NO"
               DISPLAY "Transaction was unsuccessful."
           ELSE
           IF BankFund >= LcuAmount THEN

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
      * Every posting counts straight into the day's limit totals.
           PERFORM TallyDayLimitProcedure
      * A debit that takes the account from in credit to overdrawn
      * is a customer notice - see notice.cpy.
           IF OldClientFund NOT < 0 AND NewClientFund < 0
               MOVE "OD" TO NoticeEvent
               MOVE NewClientFund TO NoticeAmount
               MOVE AuditSeq TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       VerifyTransferBatchProcedure.
      * The transfers-in file goes through the same header, trailer
                           " / " ToClientID
                   ELSE
                       MOVE TransferCurrency TO RowCurrency
                       MOVE "F" TO PaymentSource
                       MOVE BatchID TO PaymentSourceRef
                       PERFORM TransferBetweenClientsProcedure
                   END-IF
                   END-IF
      * both records are probed first and the source is re-fetched
      * for the debit leg once the destination is known to exist.
           MOVE "NO" TO TransferApplied
           MOVE "NO" TO TransferShortOfFunds
           MOVE "NO" TO TransferHeld
           IF TransferAmount NOT > 0
               DISPLAY "Client-to-client transfer skipped - the "
                   "amount must be greater than zero: "
                       DISPLAY "Interbank transfer skipped - "
                           "account not postable: " FromClientID
                   ELSE
                       PERFORM CheckPayeeProcedure
                       IF PayeeCleared = "YES"
                           PERFORM OutboundTransferProcedure
                       ELSE
                           PERFORM HoldOutboundProcedure
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Client-to-client transfer skipped - "
      * and the books stay balanced to the coin.
           MOVE FromClientID TO SearchedClientID
           PERFORM FetchClientProcedure
           PERFORM ComputeAvailableProcedure

      * The bank parks the LCU value of the payment on BankFund
      * until the exchange settles - no rate for the paying
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount

      * Measured against the daily limit only once the account
      * covers the payment - see ApplyTransferProcedure.
           MOVE "YES" TO LimitOK
           IF ConvertOK = "YES" AND AvailableFunds >= TransferAmount
               MOVE "D" TO LimitKind
               MOVE "E" TO LimitTrType
               MOVE TransferAmount TO LimitRequest
               PERFORM CheckDailyLimitProcedure
           END-IF

           IF ConvertOK = "NO"
               DISPLAY "Interbank transfer was unsuccessful - "
                   FromClientID " / " ToClientID " - the payment "
                   "cannot be valued."
           ELSE
           IF LimitOK = "NO"
               DISPLAY "Interbank transfer was unsuccessful - "
                   FromClientID " / " ToClientID " - refused at "
                   "the daily debit limit."
           ELSE
           IF AvailableFunds >= TransferAmount
               DISPLAY "Interbank transfer: " FromClientID " pays "
                   TransferAmount " to external account "
                       "transmission."
               END-IF
           ELSE
               MOVE "YES" TO TransferShortOfFunds
               DISPLAY "Interbank transfer was unsuccessful - "
                   FromClientID " does not have enough funds, even "
                   "with credit limit."
               IF HoldTotal > 0
                   DISPLAY "Funds on hold: " HoldTotal
                       " - available balance " AvailableFunds
               END-IF
           END-IF
           END-IF
           END-IF.

           WRITE OutboundRegRecord
           CLOSE OutboundRegister.

       CheckPayeeProcedure.
      * An outbound payment only leaves unreviewed when the paying
      * customer has the destination account on the payee register
      * and the payee's cooling-off period has run - a payee added
      * this morning by someone who has just taken the account over
      * is exactly what the screen is for. The register is owned by
      * the customer, so an unlinked account is its own owner. The
      * period is counted in calendar days from the payee's approval.
           MOVE "NO" TO PayeeCleared
           MOVE SPACES TO PayeeHoldReason
           MOVE FromClientID TO SearchedClientID
           PERFORM FetchClientProcedure
           IF PayeeCheckWaived = "YES"
               MOVE "YES" TO PayeeCleared
           ELSE
               IF ClientCustomerID = SPACES
                   MOVE ClientID TO PayeeOwnerID
               ELSE
                   MOVE ClientCustomerID TO PayeeOwnerID
               END-IF
               PERFORM FindPayeeProcedure
               IF PayeeFound = "NO"
                   MOVE "01" TO PayeeHoldReason
               ELSE
               IF CoolingOnFile = "NO"
                   MOVE "03" TO PayeeHoldReason
               ELSE
                   MOVE PayeeAddedDate TO DueDateParts
                   PERFORM AddOneDayProcedure CoolingDays TIMES
                   MOVE DueDateParts TO CoolingEndDate
                   IF BusinessDate < CoolingEndDate
                       MOVE "02" TO PayeeHoldReason
                   ELSE
                       MOVE "YES" TO PayeeCleared
                   END-IF
               END-IF
               END-IF
           END-IF.

       FindPayeeProcedure.
      * One pass of the register - a payee removed and later added
      * again has an R row and a newer A row, and the A row's date
      * is the one the cooling-off runs from.
           MOVE "NO" TO PayeeFound
           MOVE "NO" TO EndOfPayees
           OPEN INPUT PayeeRegister
           IF PayeeRegisterStatus = "00"
               PERFORM ScanPayeeProcedure
                   UNTIL EndOfPayees = "YES"
           END-IF
           CLOSE PayeeRegister.

       ScanPayeeProcedure.
           READ PayeeRegister
               AT END
                   MOVE "YES" TO EndOfPayees
               NOT AT END
                   IF PyOwnerID = PayeeOwnerID
                           AND PyPayeeID = ToClientID
                           AND PyStatus = "A"
                       MOVE "YES" TO PayeeFound
                       MOVE PyAddedDate TO PayeeAddedDate
                   END-IF
           END-READ.

       HoldOutboundProcedure.
      * The payment goes onto the review queue instead of the wire -
      * nothing is debited, so there is nothing to put back if the
      * supervisor refuses it. To the path that drove it the
      * payment has been dealt with: a standing order moves on to
      * its next due date and a pending.dat row is marked released,
      * the queue row carrying the order or reference from then on.
           PERFORM NextHeldNoProcedure
           MOVE SPACES TO HeldPaymentRecord
           MOVE NextHeldNo TO HqItemNo
           MOVE PaymentSource TO HqSource
           MOVE PaymentSourceRef TO HqSourceRef
           MOVE FromClientID TO HqFromClientID
           MOVE ToClientID TO HqToClientID
           MOVE TransferAmount TO HqAmount
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO HqCurrency
           MOVE BusinessDate TO HqHeldDate
           MOVE PayeeHoldReason TO HqReason
           MOVE "H" TO HqStatus
           MOVE BusinessDate TO HqStatusDate
           MOVE 0 TO HqReleaseSeq
           OPEN EXTEND HeldPayments
           WRITE HeldPaymentRecord
           IF HeldPaymentsStatus NOT = "00"
               DISPLAY "Interbank transfer was unsuccessful - "
                   FromClientID " / " ToClientID " - the payment "
                   "could not be held for review, file status "
                   HeldPaymentsStatus "."
               CLOSE HeldPayments
           ELSE
               CLOSE HeldPayments
               MOVE "YES" TO TransferApplied
               MOVE "YES" TO TransferHeld
               ADD 1 TO PaymentsHeld
               EVALUATE PayeeHoldReason
                   WHEN "01"
                       DISPLAY "Interbank payment " FromClientID
                           " to " ToClientID " held for review as "
                           "item " NextHeldNo " - the payee is not "
                           "on the customer's register."
                   WHEN "02"
                       DISPLAY "Interbank payment " FromClientID
                           " to " ToClientID " held for review as "
                           "item " NextHeldNo " - the payee is in "
                           "its cooling-off period until "
                           CoolingEndDate "."
                   WHEN OTHER
                       DISPLAY "Interbank payment " FromClientID
                           " to " ToClientID " held for review as "
                           "item " NextHeldNo " - no cooling-off "
                           "period is set on payee.ctl."
               END-EVALUATE
           END-IF.

       NextHeldNoProcedure.
      * One up from the highest item number on the queue, read off
      * the file the first time a payment is held in the run.
           IF HeldNoKnown = "NO"
               MOVE 0 TO NextHeldNo
               MOVE "NO" TO EndOfHeldPayments
               OPEN INPUT HeldPayments
               IF HeldPaymentsStatus = "00"
                   PERFORM ScanHeldNoProcedure
                       UNTIL EndOfHeldPayments = "YES"
               END-IF
               CLOSE HeldPayments
               MOVE "YES" TO HeldNoKnown
           END-IF
           ADD 1 TO NextHeldNo.

       ScanHeldNoProcedure.
           READ HeldPayments
               AT END
                   MOVE "YES" TO EndOfHeldPayments
               NOT AT END
                   IF HqItemNo > NextHeldNo
                       MOVE HqItemNo TO NextHeldNo
                   END-IF
           END-READ.

       ApplyClientTransferProcedure.
      * Source leg first: re-fetch the source record, check cover,
      * debit and commit it with its settlement and audit lines;
      * or destroyed on disk.
           MOVE FromClientID TO SearchedClientID
           PERFORM FetchClientProcedure
           PERFORM ComputeAvailableProcedure

      * The amount is in the source account's currency; a
      * cross-currency destination is credited with the converted
           MOVE TransferAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO CreditAmount
      * Measured against the daily limit only once the account
      * covers the transfer - see ApplyTransferProcedure.
           MOVE "YES" TO LimitOK
           IF ConvertOK = "YES" AND AvailableFunds >= TransferAmount
               MOVE "D" TO LimitKind
               MOVE "X" TO LimitTrType
               MOVE TransferAmount TO LimitRequest
               PERFORM CheckDailyLimitProcedure
           END-IF

           IF ConvertOK = "NO"
               DISPLAY "Transfer was unsuccessful - " FromClientID
                   " / " ToClientID " - the cross-currency leg "
                   "cannot be valued."
           ELSE
           IF LimitOK = "NO"
               DISPLAY "Transfer was unsuccessful - " FromClientID
                   " / " ToClientID " - refused at the daily debit "
                   "limit."
           ELSE
           IF AvailableFunds >= TransferAmount
               DISPLAY "Transferring " TransferAmount " coins from "
                   FromClientID " to " ToClientID
                   PERFORM CreditDestinationProcedure
               END-IF
           ELSE
               MOVE "YES" TO TransferShortOfFunds
               DISPLAY "Transfer was unsuccessful - " FromClientID
                   " does not have enough funds, even with credit "
                   "limit."
               IF HoldTotal > 0
                   DISPLAY "Funds on hold: " HoldTotal
                       " - available balance " AvailableFunds
               END-IF
           END-IF
           END-IF
           END-IF.

                   " with AuditVerify before the next posting run."
           END-IF.

       PlaceDepositProcedure.
      * Places part of the selected client's balance on a fixed
      * term deposit: 3, 6 or 12 months at the term's rate on the
      * sheet operations maintains in tdrates.dat. The amount comes
      * off the account as a P posting - the bank holds it on
      * BankFund - and the deposit goes on deposits.dat, where
      * DepositRun pays it back with interest (or rolls it over) on
      * its maturity date. No rate sheet, no placement - an absent
      * tdrates.dat is an operations gap, not a nil-rate offer.
           PERFORM LoadDepositRatesProcedure
           IF DepositRatesOnFile = "NO"
               DISPLAY "tdrates.dat is not on file - ask operations "
                   "to set the term-deposit rate sheet up. No "
                   "deposit placed."
           ELSE
               PERFORM LoadDepositsProcedure
               IF DepositOverflow = "YES"
                       OR DepositCount >= DepositTableMax
                   DISPLAY "Deposit not placed - deposits.dat is "
                       "full (" DepositTableMax " rows). Archive the "
                       "closed deposits first."
               ELSE
                   PERFORM AcceptPlacementProcedure
               END-IF
           END-IF.

       AcceptPlacementProcedure.
           DISPLAY "How much would you like to place on deposit?"
           ACCEPT TransactionTotal
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the term in months - 3, 6 or 12:"
               ACCEPT TermAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Roll over at maturity? Enter Y, or N to pay "
                   "out:"
               ACCEPT RolloverAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
      * A single-digit term keyed without its leading zero arrives
      * left-justified - shift it right before the numeric test.
               IF TermAnswer(2:1) = SPACE
                   MOVE TermAnswer(1:1) TO TermAnswer(2:1)
                   MOVE "0" TO TermAnswer(1:1)
               END-IF
               MOVE 0 TO DepositTerm
               IF TermAnswer IS NUMERIC
                   MOVE TermAnswer TO DepositTerm
               END-IF
               EVALUATE DepositTerm
                   WHEN 3
                       MOVE DrRate3 TO DepositRate
                   WHEN 6
                       MOVE DrRate6 TO DepositRate
                   WHEN 12
                       MOVE DrRate12 TO DepositRate
                   WHEN OTHER
                       MOVE 0 TO DepositTerm
               END-EVALUATE
               IF RolloverAnswer NOT = "Y"
                   MOVE "N" TO RolloverAnswer
               END-IF
               IF DepositTerm = 0
                   DISPLAY "Deposit not placed - the term must be 3, "
                       "6 or 12 months."
               ELSE
               IF TransactionTotal NOT > 0
                   DISPLAY "Deposit not placed - the amount must be "
                       "greater than zero."
               ELSE
                   MOVE ClientIDs(CIndex) TO SearchedClientID
                   PERFORM FetchClientProcedure
                   IF ClientFound = "NO"
                       DISPLAY "The selected client is no longer on "
                           "the master - placement abandoned."
                   ELSE
                       MOVE "YES" TO OverrideApproved
                       IF TransactionTotal > OperatorLimit
                           PERFORM SupervisorOverrideProcedure
                       END-IF
                       IF OverrideApproved = "YES"
                           PERFORM ApplyPlacementProcedure
                           MOVE ClientIDs(CIndex) TO SearchedClientID
                           PERFORM FetchClientProcedure
                           IF ClientFound = "YES"
                               MOVE ClientFund TO ClientFunds(CIndex)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       ApplyPlacementProcedure.
      * A deposit is placed from the client's own money - the
      * credit limit is borrowing, and borrowing to lock money
      * away at a lower rate than the overdraft costs helps nobody.
      * Held money is the client's but not theirs to place, so the
      * active holds come off the balance first. The bank's side is
      * the LCU value at the day's rate.
           PERFORM CheckAccountStatusProcedure
           IF AccountPostable = "YES"
               MOVE ClientCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE TransactionTotal TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO LcuAmount
               IF ConvertOK = "NO"
                   DISPLAY "Deposit not placed - no rate on file "
                       "for " ClientCurrency "."
               ELSE
               MOVE ClientID TO HoldClientKey
               PERFORM SumHoldsProcedure
               IF ClientFund - HoldTotal < TransactionTotal
                   DISPLAY "Deposit not placed - the balance "
                       ClientFund " does not cover it."
                   IF HoldTotal > 0
                       DISPLAY "Funds on hold: " HoldTotal
                   END-IF
               ELSE
                   PERFORM NextDepositNoProcedure
                   MOVE ClientFund TO OldClientFund
                   SUBTRACT TransactionTotal FROM ClientFund
                   MOVE ClientFund TO NewClientFund
                   PERFORM RewriteClientProcedure
                   IF RewriteOK = "YES"
                       ADD LcuAmount TO BankFund
                       MOVE ClientCurrency TO FlowCurrency
                       COMPUTE FlowAmount = 0 - TransactionTotal
                       PERFORM RecordFlowProcedure
                       MOVE "LCU" TO FlowCurrency
                       MOVE LcuAmount TO FlowAmount
                       PERFORM RecordFlowProcedure
                       MOVE "P" TO TransactionType
                       MOVE NewDepositNo TO TransferCounterpartyID
                       PERFORM WriteSettlementProcedure
                       PERFORM WriteAuditProcedure
                       MOVE SPACES TO TransferCounterpartyID
                       PERFORM AddDepositRowProcedure
                       PERFORM SaveDepositsProcedure
                       DISPLAY "Deposit " NewDepositNo " placed: "
                           TransactionTotal " for " DepositTerm
                           " months at " DepositRate
                           ", maturing "
                           HeldDepMaturities(DepositCount) "."
                       DISPLAY "Client funds: " ClientFund
                   END-IF
               END-IF
               END-IF
           END-IF.

       NextDepositNoProcedure.
      * Deposit numbers run TD000001 upward - one past the highest
      * already on the register, so numbers stay unique for the
      * file's whole history.
           MOVE 0 TO DepositSeqHigh
           MOVE 1 TO DepositLoop
           PERFORM ScanDepositNoProcedure
               UNTIL DepositLoop > DepositCount
           ADD 1 TO DepositSeqHigh
           MOVE DepositSeqHigh TO NewDepositSeq.

       ScanDepositNoProcedure.
           IF HeldDepNos(DepositLoop)(1:2) = "TD"
                   AND HeldDepNos(DepositLoop)(3:6) IS NUMERIC
               MOVE HeldDepNos(DepositLoop)(3:6) TO DepositSeqPart
               IF DepositSeqPart > DepositSeqHigh
                   MOVE DepositSeqPart TO DepositSeqHigh
               END-IF
           END-IF
           ADD 1 TO DepositLoop.

       AddDepositRowProcedure.
           ADD 1 TO DepositCount
           MOVE NewDepositNo TO HeldDepNos(DepositCount)
           MOVE ClientID TO HeldDepClientIDs(DepositCount)
           MOVE TransactionTotal TO HeldDepPrincipals(DepositCount)
           MOVE DepositRate TO HeldDepRates(DepositCount)
           MOVE DepositTerm TO HeldDepTerms(DepositCount)
           MOVE BusinessDate TO HeldDepStarts(DepositCount)
           MOVE RolloverAnswer TO HeldDepRollovers(DepositCount)
           MOVE "A" TO HeldDepStatuses(DepositCount)
           MOVE SPACES TO HeldDepClosedDates(DepositCount)
           MOVE 0 TO HeldDepInterests(DepositCount)
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO HeldDepCurrencies(DepositCount)
           MOVE DepositCount TO DepositLoop
           PERFORM SetMaturityDateProcedure.

       SetMaturityDateProcedure.
      * The maturity is the term's months on from the start date,
      * clamped to the month's length, then rolled forward past any
      * weekend or calendar.dat holiday - a deposit never matures
      * on a day nothing is processed.
           MOVE HeldDepStarts(DepositLoop) TO DueDateParts
           ADD HeldDepTerms(DepositLoop) TO DueMonth
           PERFORM NormalizeMonthProcedure
               UNTIL DueMonth NOT > 12
           PERFORM SetDaysInMonthProcedure
           IF DueDay > DaysInMonth
               MOVE DaysInMonth TO DueDay
           END-IF
           MOVE DueDateParts TO CheckCalDate
           PERFORM CheckBusinessDayProcedure
           MOVE 0 TO RollTries
           PERFORM RollForwardOneDayProcedure
               UNTIL BusinessDayFlag = "YES"
                   OR RollTries >= 14
           MOVE DueDateParts TO HeldDepMaturities(DepositLoop).

       NormalizeMonthProcedure.
           SUBTRACT 12 FROM DueMonth
           ADD 1 TO DueYear.

       BreakDepositProcedure.
      * Breaks one of the selected client's deposits before its
      * maturity date. Interest is paid for the days actually held
      * at the placement rate, less the penalty on the sheet (a
      * fraction of the principal), and the whole break needs a
      * supervisor's signature - the teller quotes the figures, the
      * supervisor authorizes them, and the authorization goes on
      * the trail as an S entry ahead of the payout. The payout
      * posts as a K for what comes back of the principal and an
      * I for the interest, with withholding tax taken back from
      * the interest as a Y at the tax.ctl rate unless the owning
      * customer is exempt - all three naming the deposit.
           PERFORM LoadDepositRatesProcedure
           PERFORM LoadTaxRateProcedure
           IF DepositRatesOnFile = "NO"
               DISPLAY "tdrates.dat is not on file - the break "
                   "penalty is unknown. No deposit broken."
           ELSE
           IF TaxRateOnFile = "NO"
               DISPLAY "tax.ctl is not on file - the tax on the "
                   "interest is unknown. No deposit broken."
           ELSE
               PERFORM LoadDepositsProcedure
               IF DepositOverflow = "YES"
                   DISPLAY "Break refused - deposits.dat holds more "
                       "rows than DepositTable can hold ("
                       DepositTableMax ")."
               ELSE
                   DISPLAY "Enter the deposit number to break:"
                   ACCEPT SearchDepositNo
                       ON EXCEPTION
                           MOVE "YES" TO EndOfInput
                   END-ACCEPT
                   IF EndOfInput = "NO"
                       PERFORM FindDepositProcedure
                       IF DepositFound = "NO"
                           DISPLAY "No active deposit "
                               SearchDepositNo " for this client."
                       ELSE
                           PERFORM QuoteBreakProcedure
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       FindDepositProcedure.
           MOVE "NO" TO DepositFound
           MOVE 1 TO DepositLoop
           PERFORM ScanDepositProcedure
               UNTIL DepositLoop > DepositCount
                   OR DepositFound = "YES".

       ScanDepositProcedure.
           IF HeldDepNos(DepositLoop) = SearchDepositNo
                   AND HeldDepClientIDs(DepositLoop) = ClientIDs(CIndex)
                   AND HeldDepStatuses(DepositLoop) = "A"
               MOVE "YES" TO DepositFound
               MOVE DepositLoop TO DepositIndex
           ELSE
               ADD 1 TO DepositLoop
           END-IF.

       QuoteBreakProcedure.
      * Days held are counted calendar day by calendar day from the
      * start date to the business date. The penalty never takes
      * the payout below zero, and comes off the principal first -
      * only a penalty bigger than the principal eats into the
      * interest paid, and the tax is on the interest paid.
           MOVE 0 TO BreakDays
           MOVE HeldDepStarts(DepositIndex) TO DueDateParts
           PERFORM CountBreakDayProcedure
               UNTIL DueDateParts NOT < BusinessDate
                   OR BreakDays >= 9999
           COMPUTE BreakInterest ROUNDED =
               HeldDepPrincipals(DepositIndex)
               * HeldDepRates(DepositIndex) * BreakDays / 365
           COMPUTE BreakPenalty ROUNDED =
               HeldDepPrincipals(DepositIndex) * DrBreakPenalty
           IF BreakPenalty >
                   HeldDepPrincipals(DepositIndex) + BreakInterest
               COMPUTE BreakPenalty =
                   HeldDepPrincipals(DepositIndex) + BreakInterest
           END-IF
           COMPUTE BreakPayout = HeldDepPrincipals(DepositIndex)
               + BreakInterest - BreakPenalty
           DISPLAY "Deposit " HeldDepNos(DepositIndex)
               " principal " HeldDepPrincipals(DepositIndex)
               " placed " HeldDepStarts(DepositIndex)
               " maturing " HeldDepMaturities(DepositIndex)
           DISPLAY "Held " BreakDays " days - interest "
               BreakInterest " less penalty " BreakPenalty
               " - payout " BreakPayout
           COMPUTE BreakPrincipalPaid = BreakPayout - BreakInterest
           MOVE BreakInterest TO BreakInterestPaid
           IF BreakPrincipalPaid < 0
               MOVE BreakPayout TO BreakInterestPaid
               MOVE 0 TO BreakPrincipalPaid
           END-IF
           MOVE BreakPayout TO TransactionTotal
           MOVE ClientIDs(CIndex) TO SearchedClientID
           PERFORM FetchClientProcedure
           IF ClientFound = "NO"
               DISPLAY "The selected client is no longer on the "
                   "master - break abandoned."
           ELSE
               PERFORM ComputeBreakTaxProcedure
               COMPUTE BreakNetPayout = BreakPayout - BreakTax
               DISPLAY "Tax withheld " BreakTax
                   " - net to the account " BreakNetPayout
               PERFORM CheckAccountStatusProcedure
               IF AccountPostable = "YES"
                   PERFORM BreakAuthorizationProcedure
                   IF OverrideApproved = "YES"
                       PERFORM ApplyBreakProcedure
                       MOVE ClientIDs(CIndex) TO SearchedClientID
                       PERFORM FetchClientProcedure
                       IF ClientFound = "YES"
                           MOVE ClientFund TO ClientFunds(CIndex)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ComputeBreakTaxProcedure.
      * The exemption is read off the owning customer's record - no
      * owner linked, or an owner not on the master, is taxed, as
      * InterestRun taxes it.
           MOVE 0 TO BreakTax
           MOVE "NO" TO BreakTaxExempt
           IF ClientCustomerID NOT = SPACES
               OPEN INPUT Customer
               IF CustomerStatus = "00"
                   MOVE ClientCustomerID TO CustomerID
                   READ Customer
                       NOT INVALID KEY
                           IF CustTaxExempt = "Y"
                               MOVE "YES" TO BreakTaxExempt
                           END-IF
                   END-READ
               END-IF
               CLOSE Customer
           END-IF
           IF BreakTaxExempt = "NO" AND TaxRate > 0
                   AND BreakInterestPaid > 0
               COMPUTE BreakTax ROUNDED = BreakInterestPaid * TaxRate
           END-IF.

       CountBreakDayProcedure.
           PERFORM AddOneDayProcedure
           ADD 1 TO BreakDays.

       BreakAuthorizationProcedure.
      * Every break is supervised, whatever the teller's own limit:
      * the supervisor signs with their own ID, must carry the
      * supervisor flag and a limit covering the payout, and cannot
      * be the teller at the screen.
           MOVE "NO" TO OverrideApproved
           DISPLAY "An early break needs a supervisor. Supervisor "
               "ID to authorize, or blank to abandon:"
           ACCEPT SearchOperatorID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO" AND SearchOperatorID NOT = SPACES
               PERFORM FindOperatorProcedure
               IF OperatorFound = "NO"
                   DISPLAY "Unknown supervisor ID - deposit not "
                       "broken."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - deposit not "
                       "broken."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "A break must be authorized by a "
                       "supervisor other than the teller."
               ELSE
               IF OpLimit < TransactionTotal
                   DISPLAY "The payout exceeds " OpID "'s own "
                       "limit - deposit not broken."
               ELSE
                   MOVE OpID TO SupervisorID
                   PERFORM WriteOverrideAuditProcedure
                   MOVE "YES" TO OverrideApproved
                   DISPLAY "Break authorized by " SupervisorID "."
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "No supervisor authorization - deposit not "
                   "broken."
           END-IF.

       ApplyBreakProcedure.
      * The payout comes back out of BankFund at its LCU value, the
      * same cover ApplyPayoutProcedure checks, and the tax withheld
      * goes back in; the deposit closes as broken with the
      * interest it earned net of the penalty. The account takes
      * the net payout in the one REWRITE and the K, I and Y audit
      * lines chain old fund to principal, to interest, to net.
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE BreakPayout TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
           IF ConvertOK = "NO"
               DISPLAY "Deposit not broken - no rate on file for "
                   ClientCurrency "."
           ELSE
           IF BankFund < LcuAmount
               DISPLAY "Deposit not broken - the bank does not have "
                   "enough funds to pay out this amount."
           ELSE
               MOVE BreakTax TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO BreakTaxLcu
               MOVE ClientFund TO OldClientFund
               ADD BreakNetPayout TO ClientFund
               MOVE ClientFund TO NewClientFund
               PERFORM RewriteClientProcedure
               IF RewriteOK = "YES"
                   SUBTRACT LcuAmount FROM BankFund
                   ADD BreakTaxLcu TO BankFund
                   MOVE ClientCurrency TO FlowCurrency
                   MOVE BreakNetPayout TO FlowAmount
                   PERFORM RecordFlowProcedure
                   MOVE "LCU" TO FlowCurrency
                   COMPUTE FlowAmount = BreakTaxLcu - LcuAmount
                   PERFORM RecordFlowProcedure
                   MOVE HeldDepNos(DepositIndex)
                       TO TransferCounterpartyID
                   MOVE OldClientFund TO NewClientFund
                   MOVE "K" TO TransactionType
                   MOVE BreakPrincipalPaid TO TransactionTotal
                   PERFORM PostBreakLegProcedure
                   IF BreakInterestPaid > 0
                       MOVE "I" TO TransactionType
                       MOVE BreakInterestPaid TO TransactionTotal
                       PERFORM PostBreakLegProcedure
                   END-IF
                   IF BreakTax > 0
                       MOVE "Y" TO TransactionType
                       MOVE BreakTax TO TransactionTotal
                       PERFORM PostBreakLegProcedure
                   END-IF
                   MOVE SPACES TO TransferCounterpartyID
                   MOVE BreakNetPayout TO TransactionTotal
                   MOVE "B" TO HeldDepStatuses(DepositIndex)
                   MOVE BusinessDate TO HeldDepClosedDates(DepositIndex)
                   COMPUTE HeldDepInterests(DepositIndex) =
                       HeldDepInterests(DepositIndex)
                       + BreakInterest - BreakPenalty
                   PERFORM SaveDepositsProcedure
                   DISPLAY "Deposit " HeldDepNos(DepositIndex)
                       " broken - " TransactionTotal " paid to "
                       ClientID "."
                   DISPLAY "Client funds: " ClientFund
               END-IF
           END-IF
           END-IF.

       PostBreakLegProcedure.
      * One leg of the break - the fund chains on from the leg
      * before; the Y leg takes the tax back out.
           MOVE NewClientFund TO OldClientFund
           IF TransactionType = "Y"
               SUBTRACT TransactionTotal FROM NewClientFund
           ELSE
               ADD TransactionTotal TO NewClientFund
           END-IF
           PERFORM WriteSettlementProcedure
           PERFORM WriteAuditProcedure.

       LoadTaxRateProcedure.
           MOVE "NO" TO TaxRateOnFile
           MOVE 0 TO TaxRate
           OPEN INPUT TaxControl
           IF TaxControlStatus = "00"
               READ TaxControl
                   NOT AT END
                       IF CtlTaxRate IS NUMERIC
                           MOVE CtlTaxRate TO TaxRate
                           MOVE "YES" TO TaxRateOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE TaxControl.

       LoadDepositRatesProcedure.
           MOVE "NO" TO DepositRatesOnFile
           OPEN INPUT DepositRates
           IF DepositRatesStatus = "00"
               READ DepositRates
                   NOT AT END
                       MOVE "YES" TO DepositRatesOnFile
               END-READ
           END-IF
           CLOSE DepositRates.

       LoadDepositsProcedure.
           MOVE 0 TO DepositCount
           MOVE "NO" TO EndOfDeposits
           OPEN INPUT TermDeposits
           IF TermDepositsStatus = "00"
               PERFORM ReadDepositProcedure
                   UNTIL EndOfDeposits = "YES"
           END-IF
           CLOSE TermDeposits.

       ReadDepositProcedure.
           READ TermDeposits
               AT END
                   MOVE "YES" TO EndOfDeposits
               NOT AT END
                   IF DepositCount >= DepositTableMax
                       MOVE "YES" TO EndOfDeposits
                       MOVE "YES" TO DepositOverflow
                   ELSE
                       ADD 1 TO DepositCount
                       MOVE TdDepositNo TO HeldDepNos(DepositCount)
                       MOVE TdClientID
                           TO HeldDepClientIDs(DepositCount)
                       MOVE TdPrincipal
                           TO HeldDepPrincipals(DepositCount)
                       MOVE TdRate TO HeldDepRates(DepositCount)
                       MOVE TdTerm TO HeldDepTerms(DepositCount)
                       MOVE TdStartDate TO HeldDepStarts(DepositCount)
                       MOVE TdMaturityDate
                           TO HeldDepMaturities(DepositCount)
                       MOVE TdRollover
                           TO HeldDepRollovers(DepositCount)
                       MOVE TdStatus TO HeldDepStatuses(DepositCount)
                       MOVE TdClosedDate
                           TO HeldDepClosedDates(DepositCount)
                       MOVE TdInterestPaid
                           TO HeldDepInterests(DepositCount)
                       MOVE TdCurrency
                           TO HeldDepCurrencies(DepositCount)
                   END-IF
           END-READ.

       SaveDepositsProcedure.
      * Rewrites deposits.dat in full after each placement or
      * break - a small control file like standing.dat.
           MOVE 1 TO DepositLoop
           OPEN OUTPUT TermDeposits
           PERFORM WriteDepositProcedure
               UNTIL DepositLoop > DepositCount
           CLOSE TermDeposits.

       WriteDepositProcedure.
           MOVE SPACES TO DepositRecord
           MOVE HeldDepNos(DepositLoop) TO TdDepositNo
           MOVE HeldDepClientIDs(DepositLoop) TO TdClientID
           MOVE HeldDepPrincipals(DepositLoop) TO TdPrincipal
           MOVE HeldDepRates(DepositLoop) TO TdRate
           MOVE HeldDepTerms(DepositLoop) TO TdTerm
           MOVE HeldDepStarts(DepositLoop) TO TdStartDate
           MOVE HeldDepMaturities(DepositLoop) TO TdMaturityDate
           MOVE HeldDepRollovers(DepositLoop) TO TdRollover
           MOVE HeldDepStatuses(DepositLoop) TO TdStatus
           MOVE HeldDepClosedDates(DepositLoop) TO TdClosedDate
           MOVE HeldDepInterests(DepositLoop) TO TdInterestPaid
           MOVE HeldDepCurrencies(DepositLoop) TO TdCurrency
           ADD 1 TO DepositLoop
           WRITE DepositRecord.

       ShowBalancesProcedure.
      * The teller always sees the ledger balance and what the
      * client can actually spend side by side - the browsing
      * table's balance and credit limit, less whatever is on hold.
           MOVE ClientIDs(CIndex) TO HoldClientKey
           PERFORM SumHoldsProcedure
           COMPUTE ScreenAvailable = ClientFunds(CIndex)
               + ClientCreditLimits(CIndex) - HoldTotal
           DISPLAY "Ledger balance: " ClientFunds(CIndex)
               "  Available: " ScreenAvailable
           IF HoldTotal > 0
               DISPLAY "Funds on hold: " HoldTotal
           END-IF.

       ComputeAvailableProcedure.
      * The available balance of the record in CRecord - what every
      * client debit is checked against: the ledger balance plus
      * the credit limit, less the account's active holds.
           MOVE ClientID TO HoldClientKey
           PERFORM SumHoldsProcedure
           COMPUTE AvailableFunds =
               ClientFund + ClientCreditLimit - HoldTotal.

       SumHoldsProcedure.
      * Totals the active holds on HoldClientKey into HoldTotal.
           MOVE 0 TO HoldTotal
           MOVE 1 TO HoldLoop
           PERFORM AddHoldProcedure
               UNTIL HoldLoop > HoldCount.

       AddHoldProcedure.
      * A hold counts while it is active and its expiry business
      * date has not yet arrived - from that date on it has lapsed,
      * whether or not the night run has flipped its status yet.
           IF HeldHoldClientIDs(HoldLoop) = HoldClientKey
                   AND HeldHoldStatuses(HoldLoop) = "A"
               IF HeldHoldExpiries(HoldLoop) = SPACES
                       OR HeldHoldExpiries(HoldLoop) > BusinessDate
                   ADD HeldHoldAmounts(HoldLoop) TO HoldTotal
               END-IF
           END-IF
           ADD 1 TO HoldLoop.

       PlaceHoldProcedure.
      * Puts part of the selected client's balance on hold - an
      * uncleared cheque, a court order. Placing a hold needs no
      * supervisor: it can only stop money moving, never move it.
      * The amount may exceed what is there today - a court order
      * freezes what it names, and the available balance simply
      * goes below zero until money arrives or the hold goes.
           IF HoldCount >= HoldTableMax
               DISPLAY "Hold not placed - holds.dat is full ("
                   HoldTableMax " rows). Archive the closed holds "
                   "first."
           ELSE
               DISPLAY "How much should be held?"
               ACCEPT HoldAmountIn
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "NO"
                   DISPLAY "Enter the reason - UC uncleared funds, "
                       "CO court order, FR fraud review, OT other:"
                   ACCEPT HoldReasonIn
                       ON EXCEPTION
                           MOVE "YES" TO EndOfInput
                   END-ACCEPT
               END-IF
               IF EndOfInput = "NO"
                   DISPLAY "Enter the expiry business date YYYYMMDD, "
                       "or leave blank to hold until released:"
                   ACCEPT HoldExpiryIn
                       ON EXCEPTION
                           MOVE "YES" TO EndOfInput
                   END-ACCEPT
               END-IF
               IF EndOfInput = "NO"
                   PERFORM AcceptHoldProcedure
               END-IF
           END-IF.

       AcceptHoldProcedure.
           IF HoldAmountIn NOT > 0
               DISPLAY "Hold not placed - the amount must be greater "
                   "than zero."
           ELSE
           IF HoldReasonIn NOT = "UC" AND HoldReasonIn NOT = "CO"
                   AND HoldReasonIn NOT = "FR"
                   AND HoldReasonIn NOT = "OT"
               DISPLAY "Hold not placed - the reason must be UC, CO, "
                   "FR or OT."
           ELSE
           IF HoldExpiryIn NOT = SPACES
                   AND (HoldExpiryIn IS NOT NUMERIC
                       OR HoldExpiryIn NOT > BusinessDate)
               DISPLAY "Hold not placed - the expiry must be a "
                   "YYYYMMDD date after the business date "
                   BusinessDate "."
           ELSE
               MOVE ClientIDs(CIndex) TO SearchedClientID
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "The selected client is no longer on the "
                       "master - hold abandoned."
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY "Hold not placed - account " ClientID
                       " is CLOSED and kept for history only."
               ELSE
                   PERFORM ApplyHoldProcedure
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       ApplyHoldProcedure.
           PERFORM NextHoldIDProcedure
           ADD 1 TO HoldCount
           MOVE NewHoldID TO HeldHoldIDs(HoldCount)
           MOVE ClientID TO HeldHoldClientIDs(HoldCount)
           MOVE HoldAmountIn TO HeldHoldAmounts(HoldCount)
           MOVE HoldReasonIn TO HeldHoldReasons(HoldCount)
           MOVE BusinessDate TO HeldHoldPlaced(HoldCount)
           MOVE HoldExpiryIn TO HeldHoldExpiries(HoldCount)
           MOVE OperatorID TO HeldHoldPlacedBys(HoldCount)
           MOVE "A" TO HeldHoldStatuses(HoldCount)
           MOVE SPACES TO HeldHoldClosed(HoldCount)
           MOVE SPACES TO HeldHoldClosedBys(HoldCount)
           PERFORM SaveHoldsProcedure
           DISPLAY "Hold " NewHoldID " placed: " HoldAmountIn
               " on " ClientID "."
           MOVE ClientFund TO ClientFunds(CIndex)
           PERFORM ShowBalancesProcedure.

       NextHoldIDProcedure.
      * Hold IDs run HD000001 upward - one past the highest already
      * on the register, so IDs stay unique for the file's whole
      * history.
           MOVE 0 TO HoldSeqHigh
           MOVE 1 TO HoldLoop
           PERFORM ScanHoldIDProcedure
               UNTIL HoldLoop > HoldCount
           ADD 1 TO HoldSeqHigh
           MOVE HoldSeqHigh TO NewHoldSeq.

       ScanHoldIDProcedure.
           IF HeldHoldIDs(HoldLoop)(1:2) = "HD"
                   AND HeldHoldIDs(HoldLoop)(3:6) IS NUMERIC
               MOVE HeldHoldIDs(HoldLoop)(3:6) TO HoldSeqPart
               IF HoldSeqPart > HoldSeqHigh
                   MOVE HoldSeqPart TO HoldSeqHigh
               END-IF
           END-IF
           ADD 1 TO HoldLoop.

       ReleaseHoldProcedure.
      * Releases one of the selected client's active holds. A
      * release makes held money spendable again, so it is always
      * supervised - the supervisor's authorization goes on the
      * trail as an S entry for the held amount, and the register
      * row keeps who released it and when.
           MOVE ClientIDs(CIndex) TO HoldClientKey
           DISPLAY "Active holds on " HoldClientKey ":"
           MOVE 1 TO HoldLoop
           PERFORM ListHoldProcedure
               UNTIL HoldLoop > HoldCount
           DISPLAY "Enter the hold ID to release:"
           ACCEPT SearchHoldID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FindHoldProcedure
               IF HoldFound = "NO"
                   DISPLAY "No active hold " SearchHoldID
                       " for this client."
               ELSE
                   MOVE ClientIDs(CIndex) TO SearchedClientID
                   PERFORM FetchClientProcedure
                   IF ClientFound = "NO"
                       DISPLAY "The selected client is no longer on "
                           "the master - release abandoned."
                   ELSE
                       MOVE HeldHoldAmounts(HoldIndex)
                           TO TransactionTotal
                       PERFORM ReleaseAuthorizationProcedure
                       IF OverrideApproved = "YES"
                           MOVE "R" TO HeldHoldStatuses(HoldIndex)
                           MOVE BusinessDate
                               TO HeldHoldClosed(HoldIndex)
                           MOVE SupervisorID
                               TO HeldHoldClosedBys(HoldIndex)
                           PERFORM SaveHoldsProcedure
                           DISPLAY "Hold " HeldHoldIDs(HoldIndex)
                               " released."
                           MOVE ClientFund TO ClientFunds(CIndex)
                           PERFORM ShowBalancesProcedure
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ListHoldProcedure.
           IF HeldHoldClientIDs(HoldLoop) = HoldClientKey
                   AND HeldHoldStatuses(HoldLoop) = "A"
               DISPLAY HeldHoldIDs(HoldLoop) " "
                   HeldHoldAmounts(HoldLoop) " "
                   HeldHoldReasons(HoldLoop) " placed "
                   HeldHoldPlaced(HoldLoop) " by "
                   HeldHoldPlacedBys(HoldLoop) " expires "
                   HeldHoldExpiries(HoldLoop)
           END-IF
           ADD 1 TO HoldLoop.

       FindHoldProcedure.
           MOVE "NO" TO HoldFound
           MOVE 1 TO HoldLoop
           PERFORM ScanHoldProcedure
               UNTIL HoldLoop > HoldCount
                   OR HoldFound = "YES".

       ScanHoldProcedure.
           IF HeldHoldIDs(HoldLoop) = SearchHoldID
                   AND HeldHoldClientIDs(HoldLoop) = HoldClientKey
                   AND HeldHoldStatuses(HoldLoop) = "A"
               MOVE "YES" TO HoldFound
               MOVE HoldLoop TO HoldIndex
           ELSE
               ADD 1 TO HoldLoop
           END-IF.

       ReleaseAuthorizationProcedure.
      * The same sign-off an early break takes: a supervisor other
      * than the teller, carrying a limit that covers the amount
      * the release makes spendable.
           MOVE "NO" TO OverrideApproved
           DISPLAY "A hold release needs a supervisor. Supervisor "
               "ID to authorize, or blank to abandon:"
           ACCEPT SearchOperatorID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO" AND SearchOperatorID NOT = SPACES
               PERFORM FindOperatorProcedure
               IF OperatorFound = "NO"
                   DISPLAY "Unknown supervisor ID - hold not "
                       "released."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - hold not "
                       "released."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "A release must be authorized by a "
                       "supervisor other than the teller."
               ELSE
               IF OpLimit < TransactionTotal
                   DISPLAY "The held amount exceeds " OpID "'s own "
                       "limit - hold not released."
               ELSE
                   MOVE OpID TO SupervisorID
                   PERFORM WriteOverrideAuditProcedure
                   MOVE "YES" TO OverrideApproved
                   DISPLAY "Release authorized by " SupervisorID "."
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "No supervisor authorization - hold not "
                   "released."
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
                   IF HoldCount >= HoldTableMax
                       MOVE "YES" TO EndOfHolds
                       MOVE "YES" TO HoldOverflow
                   ELSE
                       ADD 1 TO HoldCount
                       MOVE HdHoldID TO HeldHoldIDs(HoldCount)
                       MOVE HdClientID TO HeldHoldClientIDs(HoldCount)
                       MOVE HdAmount TO HeldHoldAmounts(HoldCount)
                       MOVE HdReason TO HeldHoldReasons(HoldCount)
                       MOVE HdPlacedDate TO HeldHoldPlaced(HoldCount)
                       MOVE HdExpiryDate
                           TO HeldHoldExpiries(HoldCount)
                       MOVE HdPlacedBy TO HeldHoldPlacedBys(HoldCount)
                       MOVE HdStatus TO HeldHoldStatuses(HoldCount)
                       MOVE HdClosedDate TO HeldHoldClosed(HoldCount)
                       MOVE HdClosedBy TO HeldHoldClosedBys(HoldCount)
                   END-IF
           END-READ.

       SaveHoldsProcedure.
      * Rewrites holds.dat in full after each place or release - a
      * small control file like deposits.dat.
           MOVE 1 TO HoldLoop
           OPEN OUTPUT FundsHolds
           PERFORM WriteHoldProcedure
               UNTIL HoldLoop > HoldCount
           CLOSE FundsHolds.

       WriteHoldProcedure.
           MOVE SPACES TO HoldRecord
           MOVE HeldHoldIDs(HoldLoop) TO HdHoldID
           MOVE HeldHoldClientIDs(HoldLoop) TO HdClientID
           MOVE HeldHoldAmounts(HoldLoop) TO HdAmount
           MOVE HeldHoldReasons(HoldLoop) TO HdReason
           MOVE HeldHoldPlaced(HoldLoop) TO HdPlacedDate
           MOVE HeldHoldExpiries(HoldLoop) TO HdExpiryDate
           MOVE HeldHoldPlacedBys(HoldLoop) TO HdPlacedBy
           MOVE HeldHoldStatuses(HoldLoop) TO HdStatus
           MOVE HeldHoldClosed(HoldLoop) TO HdClosedDate
           MOVE HeldHoldClosedBys(HoldLoop) TO HdClosedBy
           ADD 1 TO HoldLoop
           WRITE HoldRecord.


       StandingOrdersProcedure.
      * The batch window's recurring leg: every active standing
      * order due on or before the business date is executed through
      * A standing order's amount is in the paying account's own
      * currency - there is no row currency to screen.
           MOVE SPACES TO RowCurrency
           MOVE "S" TO PaymentSource
           MOVE SPACES TO PaymentSourceRef
           DISPLAY "Standing order due " HeldDueDates(StandingLoop)
               ": " FromClientID " pays " ToClientID
           PERFORM TransferBetweenClientsProcedure
           ELSE
               DISPLAY "Standing order left due - it will be "
                   "retried on the next run."
      * Short of funds is the customer's to put right, so they are
      * told - the paying account's record is re-read for the
      * notice. Any other failure is the bank's to chase.
               IF TransferShortOfFunds = "YES"
                   MOVE FromClientID TO SearchedClientID
                   PERFORM FetchClientProcedure
                   IF ClientFound = "YES"
                       MOVE "SF" TO NoticeEvent
                       MOVE TransferAmount TO NoticeAmount
                       MOVE ToClientID TO NoticeReference
                       PERFORM WriteNoticeProcedure
                   END-IF
               END-IF
           END-IF.

       AdvanceDueDateProcedure.
               " due " HeldPendDates(PendingLoop) " - releasing."
           MOVE SPACES TO RowCurrency
           IF HeldPendTypes(PendingLoop) = "X"
               MOVE "P" TO PaymentSource
               MOVE HeldPendRefs(PendingLoop) TO PaymentSourceRef
               MOVE HeldPendFroms(PendingLoop) TO FromClientID
               MOVE HeldPendTos(PendingLoop) TO ToClientID
               MOVE HeldPendAmounts(PendingLoop) TO TransferAmount
           ADD 1 TO PendingIndex
           WRITE PendingRecord.

       ReleaseHeldPaymentsProcedure.
      * The batch window's last outbound leg: every held payment a
      * supervisor has approved in PayeeReview is sent through the
      * same transfer path it was stopped on, with the payee screen
      * waived for it alone. A release that fails (insufficient
      * funds, frozen account) stays approved and is retried on the
      * next run - the supervisor refuses it in PayeeReview if it
      * should never go. Releases are automated postings, so they
      * post as BATCHRUN like standing orders; the approval itself
      * is already on the audit trail as the supervisor's S entry.
           MOVE OperatorID TO SavedOperatorID
           MOVE "BATCHRUN" TO OperatorID
           PERFORM LoadHeldPaymentsProcedure
           IF HeldPayOverflow = "YES"
               DISPLAY "WARNING: ibhold.dat has more rows than "
                   "HeldPaymentTable can hold (" HeldPayTableMax
                   "). No held payments were released - archive "
                   "the closed rows."
           ELSE
           IF HeldPayCount > 0
               MOVE 1 TO HeldPayLoop
               PERFORM ProcessHeldPaymentProcedure
                   UNTIL HeldPayLoop > HeldPayCount
               IF HeldPayChanged = "YES"
                   PERFORM SaveHeldPaymentsProcedure
               END-IF
               DISPLAY "Held payments released this run: "
                   HeldPayReleased
           END-IF
           END-IF
           IF PaymentsHeld > 0
               DISPLAY "Outbound payments held for payee review "
                   "this run: " PaymentsHeld
           END-IF
           MOVE SavedOperatorID TO OperatorID.

       LoadHeldPaymentsProcedure.
           MOVE 0 TO HeldPayCount
           MOVE "NO" TO EndOfHeldPayments
           OPEN INPUT HeldPayments
           IF HeldPaymentsStatus = "00"
               PERFORM ReadHeldPaymentProcedure
                   UNTIL EndOfHeldPayments = "YES"
           END-IF
           CLOSE HeldPayments.

       ReadHeldPaymentProcedure.
           READ HeldPayments
               AT END
                   MOVE "YES" TO EndOfHeldPayments
               NOT AT END
                   IF HeldPayCount >= HeldPayTableMax
                       MOVE "YES" TO EndOfHeldPayments
                       MOVE "YES" TO HeldPayOverflow
                   ELSE
                       ADD 1 TO HeldPayCount
                       MOVE HqItemNo TO HeldHqItems(HeldPayCount)
                       MOVE HqSource TO HeldHqSources(HeldPayCount)
                       MOVE HqSourceRef TO HeldHqRefs(HeldPayCount)
                       MOVE HqFromClientID
                           TO HeldHqFroms(HeldPayCount)
                       MOVE HqToClientID TO HeldHqTos(HeldPayCount)
                       MOVE HqAmount TO HeldHqAmounts(HeldPayCount)
                       MOVE HqCurrency
                           TO HeldHqCurrencies(HeldPayCount)
                       MOVE HqHeldDate TO HeldHqDates(HeldPayCount)
                       MOVE HqReason TO HeldHqReasons(HeldPayCount)
                       MOVE HqStatus TO HeldHqStatuses(HeldPayCount)
                       MOVE HqStatusDate
                           TO HeldHqStatusDates(HeldPayCount)
                       MOVE HqReviewedBy
                           TO HeldHqReviewers(HeldPayCount)
                       MOVE HqReleaseSeq TO HeldHqSeqs(HeldPayCount)
                   END-IF
           END-READ.

       ProcessHeldPaymentProcedure.
           IF HeldHqStatuses(HeldPayLoop) = "A"
               PERFORM ReleaseHeldPaymentProcedure
           END-IF
           ADD 1 TO HeldPayLoop.

       ReleaseHeldPaymentProcedure.
      * Staged where ReadTransferProcedure would have put a
      * transfers.dat row; the amount is in the paying account's
      * own currency, so there is no row currency to screen.
           DISPLAY "Held payment " HeldHqItems(HeldPayLoop)
               " approved by " HeldHqReviewers(HeldPayLoop)
               " - releasing."
           MOVE HeldHqFroms(HeldPayLoop) TO FromClientID
           MOVE HeldHqTos(HeldPayLoop) TO ToClientID
           MOVE HeldHqAmounts(HeldPayLoop) TO TransferAmount
           MOVE SPACES TO RowCurrency
           MOVE HeldHqSources(HeldPayLoop) TO PaymentSource
           MOVE HeldHqRefs(HeldPayLoop) TO PaymentSourceRef
           MOVE "YES" TO PayeeCheckWaived
           PERFORM TransferBetweenClientsProcedure
           MOVE "NO" TO PayeeCheckWaived
           IF TransferApplied = "YES"
               MOVE "R" TO HeldHqStatuses(HeldPayLoop)
               MOVE BusinessDate TO HeldHqStatusDates(HeldPayLoop)
               MOVE AuditSeq TO HeldHqSeqs(HeldPayLoop)
               MOVE "YES" TO HeldPayChanged
               ADD 1 TO HeldPayReleased
           ELSE
               DISPLAY "Held payment " HeldHqItems(HeldPayLoop)
                   " left approved - it will be retried on the "
                   "next run."
           END-IF.

       SaveHeldPaymentsProcedure.
      * Rewrites ibhold.dat in full with the flipped status bytes,
      * rows this run held included - they were appended before
      * the queue was tabled.
           MOVE 1 TO HeldPayIndex
           OPEN OUTPUT HeldPayments
           PERFORM WriteHeldPaymentProcedure
               UNTIL HeldPayIndex > HeldPayCount
           CLOSE HeldPayments.

       WriteHeldPaymentProcedure.
           MOVE SPACES TO HeldPaymentRecord
           MOVE HeldHqItems(HeldPayIndex) TO HqItemNo
           MOVE HeldHqSources(HeldPayIndex) TO HqSource
           MOVE HeldHqRefs(HeldPayIndex) TO HqSourceRef
           MOVE HeldHqFroms(HeldPayIndex) TO HqFromClientID
           MOVE HeldHqTos(HeldPayIndex) TO HqToClientID
           MOVE HeldHqAmounts(HeldPayIndex) TO HqAmount
           MOVE HeldHqCurrencies(HeldPayIndex) TO HqCurrency
           MOVE HeldHqDates(HeldPayIndex) TO HqHeldDate
           MOVE HeldHqReasons(HeldPayIndex) TO HqReason
           MOVE HeldHqStatuses(HeldPayIndex) TO HqStatus
           MOVE HeldHqStatusDates(HeldPayIndex) TO HqStatusDate
           MOVE HeldHqReviewers(HeldPayIndex) TO HqReviewedBy
           MOVE HeldHqSeqs(HeldPayIndex) TO HqReleaseSeq
           ADD 1 TO HeldPayIndex
           WRITE HeldPaymentRecord.

       LoadLimitTypesProcedure.
      * Tables the default limits by account type. No limits.ctl
      * means no type defaults - only the limits set on individual
      * accounts apply - and the run says so.
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
                       DISPLAY "WARNING: limits.ctl has more rows "
                           "than LimitTypeTable can hold ("
                           LimitTypeMax ") - the types beyond it "
                           "take no default limits."
                       MOVE "YES" TO EndOfLimitTypes
                   ELSE
                   IF LcDebitLimit IS NUMERIC
                           AND LcWithdrawLimit IS NUMERIC
                       ADD 1 TO LimitTypeCount
                       MOVE LcAccountType
                           TO HeldLtTypes(LimitTypeCount)
                       MOVE LcDebitLimit
                           TO HeldLtDebits(LimitTypeCount)
                       MOVE LcWithdrawLimit
                           TO HeldLtWithdrawals(LimitTypeCount)
                   END-IF
                   END-IF
           END-READ.

       TallyDayLimitsProcedure.
      * The day's totals so far, off every entry already on the
      * trail for the business date - earlier runs, ChequeClear and
      * this run's own postings (counted as they are written) all
      * add up against the same limit.
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
      * Counts the entry in AuditRecord into the day's totals: a W
      * is a withdrawal, and a T, X, E, Q or G that took money off
      * the account is a debit - the credit leg of an X, a reversed
      * leg, and every other posting type count as neither.
           MOVE SPACE TO TallyKind
           IF AuditBusinessDate = BusinessDate
               IF AuditTrType = "W"
                   MOVE "W" TO TallyKind
               END-IF
               IF AuditNewFund < AuditOldFund
                   IF AuditTrType = "T" OR AuditTrType = "X"
                           OR AuditTrType = "E" OR AuditTrType = "Q"
                           OR AuditTrType = "G"
                       MOVE "D" TO TallyKind
                   END-IF
               END-IF
           END-IF
           IF TallyKind NOT = SPACE
               PERFORM CountDayLimitProcedure
           END-IF.

       CountDayLimitProcedure.
      * The amount goes in at its LCU value at the day's rate - a
      * currency with no rate on file counts at face value.
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
                   MOVE 0 TO HeldDlWithdrawals(DayLimitLoop)
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
               IF TallyKind = "W"
                   ADD TallyLcuAmount
                       TO HeldDlWithdrawals(DayLimitLoop)
               ELSE
                   ADD TallyLcuAmount TO HeldDlDebits(DayLimitLoop)
               END-IF
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
      * Measures LimitRequest, a debit of LimitKind (D debit, W
      * withdrawal) on the account in CRecord, against the
      * account's daily limit of that kind, in LCU. A posting that
      * would take the day's total past the limit is refused with
      * reason DL or WL - or, at the teller's own screen, put to a
      * supervisor. An account the running totals had no room for
      * cannot be measured, and counts as over its limit.
           MOVE "YES" TO LimitOK
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO LookupCurrency
           PERFORM FindRateProcedure
           IF RateFound = "YES"
               COMPUTE LimitLcuAmount ROUNDED =
                   LimitRequest * LookupRateValue
           ELSE
               MOVE LimitRequest TO LimitLcuAmount
           END-IF
           PERFORM FindAccountLimitProcedure
           MOVE ClientID TO DayLimitKey
           PERFORM FindDayLimitProcedure
           MOVE 0 TO LimitDayTotal
           IF LimitKind = "W"
               MOVE "WL" TO LimitReason
               MOVE LimitWithdrawOverride TO EffectiveLimit
               IF EffectiveLimit = 0 AND LimitTypeFound = "YES"
                   MOVE HeldLtWithdrawals(LimitTypeLoop)
                       TO EffectiveLimit
               END-IF
               IF DayLimitFound = "YES"
                   MOVE HeldDlWithdrawals(DayLimitLoop)
                       TO LimitDayTotal
               END-IF
           ELSE
               MOVE "DL" TO LimitReason
               MOVE LimitDebitOverride TO EffectiveLimit
               IF EffectiveLimit = 0 AND LimitTypeFound = "YES"
                   MOVE HeldLtDebits(LimitTypeLoop) TO EffectiveLimit
               END-IF
               IF DayLimitFound = "YES"
                   MOVE HeldDlDebits(DayLimitLoop) TO LimitDayTotal
               END-IF
           END-IF
           IF EffectiveLimit > 0
               IF DayLimitFound = "NO" AND DayLimitOverflow = "YES"
                   DISPLAY "Account " ClientID "'s day total cannot "
                       "be tracked - DayLimitTable is full."
                   PERFORM LimitBreachProcedure
               ELSE
               IF LimitDayTotal + LimitLcuAmount > EffectiveLimit
                   PERFORM LimitBreachProcedure
               END-IF
               END-IF
           END-IF.

       LimitBreachProcedure.
           DISPLAY "Daily limit reached - account " ClientID " has "
               LimitDayTotal " LCU against its " LimitKind
               " limit of " EffectiveLimit " today; this posting is "
               LimitLcuAmount " LCU."
           MOVE "R" TO LimitOutcome
           MOVE SPACES TO LimitSupervisorID
           IF LimitOverridable = "YES"
               PERFORM LimitOverrideProcedure
           END-IF
           IF LimitOutcome = "R"
               MOVE "NO" TO LimitOK
               DISPLAY "Posting refused - reason " LimitReason
                   ": account " ClientID " is at its daily limit."
           END-IF
           PERFORM WriteLimitEventProcedure.

       FindAccountLimitProcedure.
      * The last acctlim.dat row for the account is the one in
      * force; an account with none is a standard (ST) account on
      * its type's defaults.
           MOVE "ST" TO LimitAccountType
           MOVE 0 TO LimitDebitOverride
           MOVE 0 TO LimitWithdrawOverride
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
                       MOVE 0 TO LimitWithdrawOverride
                       IF LmDebitLimit IS NUMERIC
                           MOVE LmDebitLimit TO LimitDebitOverride
                       END-IF
                       IF LmWithdrawLimit IS NUMERIC
                           MOVE LmWithdrawLimit
                               TO LimitWithdrawOverride
                       END-IF
                   END-IF
           END-READ.

       ScanLimitTypeProcedure.
           IF HeldLtTypes(LimitTypeLoop) = LimitAccountType
               MOVE "YES" TO LimitTypeFound
           ELSE
               ADD 1 TO LimitTypeLoop
           END-IF.

       LimitOverrideProcedure.
      * The teller may ask a supervisor to let the posting through
      * past the limit: the same sign-off as a teller-limit
      * override - supervisor flag, a limit covering the amount, and
      * not the teller themselves - written to the trail as an S
      * entry before the posting.
           DISPLAY "Supervisor ID to override the daily limit, or "
               "blank to refuse the posting:"
           MOVE SPACES TO SearchOperatorID
           ACCEPT SearchOperatorID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO" AND SearchOperatorID NOT = SPACES
               PERFORM FindOperatorProcedure
               IF OperatorFound = "NO"
                   DISPLAY "Unknown supervisor ID - no override."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - no "
                       "override."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "The override must come from a "
                       "supervisor other than the teller."
               ELSE
               IF OpLimit < TransactionTotal
                   DISPLAY "The amount exceeds " OpID "'s own "
                       "limit - no override."
               ELSE
                   MOVE OpID TO SupervisorID
                   PERFORM WriteOverrideAuditProcedure
                   MOVE "O" TO LimitOutcome
                   MOVE SupervisorID TO LimitSupervisorID
                   DISPLAY "Daily limit overridden by "
                       SupervisorID " - posting."
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       WriteLimitEventProcedure.
      * Every breach goes on limitlog.dat, refused or overridden,
      * for the night run's limit report.
           MOVE SPACES TO LimitEventRecord
           MOVE BusinessDate TO LgBusinessDate
           MOVE ClientID TO LgClientID
           MOVE LimitTrType TO LgTrType
           MOVE LimitKind TO LgKind
           MOVE LimitReason TO LgReason
           MOVE LimitOutcome TO LgOutcome
           MOVE EffectiveLimit TO LgLimit
           MOVE LimitDayTotal TO LgDayTotal
           MOVE LimitLcuAmount TO LgAmount
           MOVE OperatorID TO LgOperator
           MOVE LimitSupervisorID TO LgSupervisor
           OPEN EXTEND LimitLog
           WRITE LimitEventRecord
           CLOSE LimitLog.

       ComputeFundsTotalProcedure.
      * Sums BankFund and every ClientFund on the master into the
      * per-currency closing totals - BankFund is always LCU, each
                   ": closing total " CurTotClosings(CurTotLoop)
           END-IF
           ADD 1 TO CurTotLoop.

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
       END PROGRAM SimpleBank.
