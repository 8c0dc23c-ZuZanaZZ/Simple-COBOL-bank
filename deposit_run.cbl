      * Fixed-term deposit maturity run. A term deposit is money a
      * customer has locked away for 3, 6 or 12 months at the rate
      * on the day's sheet: the teller places it from SimpleBank,
      * which debits the account (posting type P, BankFund credited
      * with the LCU value) and records the placement on
      * deposits.dat with its own rate, start date and maturity
      * date - the maturity date already rolled forward past any
      * weekend or calendar.dat holiday. This run, taken once per
      * business day, pays out every active deposit whose maturity
      * date has arrived: simple interest for the term at the
      * placement rate, credited to the account with the principal
      * and taken out of BankFund - the principal under posting type
      * M, the interest as its own I posting and the withholding tax
      * taken back from it as a Y posting, at the tax.ctl rate and
      * with the same customers.dat exemption InterestRun honors,
      * each naming the deposit as counterparty. A deposit
      * the customer asked to roll over is instead paid its
      * interest only and placed again for the same term from the
      * maturity date, at the term's rate on today's sheet
      * (tdrates.dat) - the principal never leaves the register. A
      * deposit whose account is frozen, closed or missing, or
      * whose currency has no rate, is left active and reported so
      * operations can settle it by hand. Early breaks are a teller
      * action under supervisor authorization (SimpleBank, type K)
      * and never reach this run. The run ends with deposits.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT Customer
           ASSIGN TO "./customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustomerID
           FILE STATUS IS CustomerStatus.

           SELECT OPTIONAL TaxControl
           ASSIGN TO "./tax.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TaxControlStatus.

           SELECT OPTIONAL TermDeposits
           ASSIGN TO "./deposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermDepositsStatus.

           SELECT OPTIONAL DepositRates
           ASSIGN TO "./tdrates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositRatesStatus.

           SELECT DepositReport
           ASSIGN TO "./deposits.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositReportStatus.

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

           SELECT OPTIONAL BusinessCalendar
           ASSIGN TO "./calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD Customer.
           COPY "custrec.cpy".

      * The withholding tax rate on interest - see InterestRun.
       FD TaxControl.
       01 TaxControlRecord.
           03 CtlTaxRate        PIC 9V9(4).

      * One term deposit per row, appended by SimpleBank at
      * placement and carried forward here. TdRate is the annual
      * rate fixed at placement (0.0450 is 4.5%), TdTerm the term in
      * months (3, 6 or 12), TdRollover Y when the customer asked
      * for the deposit to be placed again at maturity. TdStatus is
      * A active, M matured and paid out, B broken early - a closed
      * deposit stays on file as its own history, with the date it
      * closed and the interest it earned over its life (net of any
      * break penalty, so it can go negative on a very early break).
      * TdCurrency is the account's currency at placement.
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
      * principal. Only a rollover reads it here.
       FD DepositRates.
       01 DepositRateRecord.
           03 DrRate3           PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrRate6           PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrRate12          PIC 9V9(4).
           03 Filler            PIC X(1).
           03 DrBreakPenalty    PIC 9V9(4).

       FD DepositReport.
       01 DepositReportLine    PIC X(80).

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

      * One non-processing day per row, maintained by operations -
      * bank holidays only, weekends are worked out from the date
      * itself and never need a row.
       FD BusinessCalendar.
       01 CalendarRecord.
           03 CalDate           PIC X(8).
           03 Filler            PIC X(1).
           03 CalDescription    PIC X(20).

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

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".
           03 BankFund         PIC S9(13)V99 VALUE 10000000.

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 TermDepositsStatus   PIC X(2).
       01 DepositRatesStatus   PIC X(2).
       01 DepositReportStatus  PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 CalendarStatus       PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 TaxControlStatus     PIC X(2).
       01 CustomerMasterOpen   PIC X(3) VALUE "NO".
       01 TaxRate              PIC 9V9(4) VALUE 0.
       01 TaxRateOnFile        PIC X(3) VALUE "NO".
       01 ClientTaxExempt      PIC X(3).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 EndOfDeposits        PIC X(3) VALUE "NO".
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 DepositRatesOnFile   PIC X(3) VALUE "NO".
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 OldClientFund        PIC S9(13)V99.
       01 NewClientFund        PIC S9(13)V99.
       01 DepositTableMax      PIC 9(3) VALUE 200.
       01 DepositCount         PIC 9(3) VALUE 0.
       01 DepositOverflow      PIC X(3) VALUE "NO".
       01 DepositLoop          PIC 9(3).
       01 DepositIndex         PIC 9(3).
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
      * Per-deposit working fields for the maturity in hand.
       01 AccountUsable        PIC X(3).
       01 MaturityInterest     PIC S9(13)V99.
       01 PayoutAmount         PIC S9(13)V99.
       01 PayoutPosted         PIC X(3).
       01 PayoutType           PIC X(1).
       01 PrincipalPaid        PIC S9(13)V99.
       01 TaxAmount            PIC S9(13)V99.
       01 TaxLcuAmount         PIC S9(13)V99.
       01 LegAmount            PIC S9(13)V99.
       01 LegOldFund           PIC S9(13)V99.
       01 LegNewFund           PIC S9(13)V99.
       01 NewTermRate          PIC 9V9(4).
       01 MaturedCount         PIC 9(5) VALUE 0.
       01 RolledCount          PIC 9(5) VALUE 0.
       01 HeldOverCount        PIC 9(5) VALUE 0.
       01 MaturedLcuTotal      PIC S9(13)V99 VALUE 0.
       01 InterestLcuTotal     PIC S9(13)V99 VALUE 0.
       01 TaxLcuTotal          PIC S9(13)V99 VALUE 0.
       01 ReportAction         PIC X(12).
       01 HeldOverEdit         PIC ZZZZ9.
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
       01 InterestLcuAmount    PIC S9(13)V99.
      * Calendar work fields - the same weekend and holiday screen
      * SimpleBank applies when it fixes a maturity date.
       01 DueDateParts.
           03 DueYear          PIC 9(4).
           03 DueMonth         PIC 9(2).
           03 DueDay           PIC 9(2).
       01 DaysInMonth          PIC 9(2).
       01 LeapQuotient         PIC 9(4).
       01 LeapRemainder        PIC 9(4).
       01 EndOfCalendar        PIC X(3).
       01 HolidayTableMax      PIC 9(2) VALUE 50.
       01 HolidayCount         PIC 9(2) VALUE 0.
       01 HolidayLoop          PIC 9(2).
       01 HolidayTable.
           03 HolidayEntry OCCURS 50 TIMES.
               05 HolidayDates      PIC X(8).
       01 CheckCalDate         PIC X(8).
       01 BusinessDayFlag      PIC X(3).
       01 RollTries            PIC 9(2).
       01 ZellerDay            PIC 9(2).
       01 ZellerMonth          PIC 9(2).
       01 ZellerYear           PIC 9(4).
       01 ZellerCentury        PIC 9(2).
       01 ZellerYearPart       PIC 9(2).
       01 ZellerTerm           PIC 9(5).
       01 ZellerMonthTerm      PIC 9(3).
       01 ZellerYearTerm       PIC 9(2).
       01 ZellerCenturyTerm    PIC 9(2).
       01 ZellerQuotient       PIC 9(5).
       01 ZellerResult         PIC 9(1).
      * Unattended maturity run - every line it writes posts as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".

       01 DepHeadLine.
           03 Filler           PIC X(30)
               VALUE "TERM DEPOSIT MATURITY REPORT  ".
           03 Filler           PIC X(16)
               VALUE "  BUSINESS DATE ".
           03 DepHeadDate      PIC X(8).
           03 Filler           PIC X(26) VALUE SPACES.

       01 DepColumnLine.
           03 Filler           PIC X(30)
               VALUE "DEPOSIT   CLIENTID  MATURITY  ".
           03 Filler           PIC X(13) VALUE "ACTION       ".
           03 Filler           PIC X(17) VALUE "        PRINCIPAL".
           03 Filler           PIC X(17) VALUE "         INTEREST".
           03 Filler           PIC X(3) VALUE SPACES.

       01 DepDetailLine.
           03 DepNo            PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 DepClientID      PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 DepMaturity      PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 DepAction        PIC X(12).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DepPrincipal     PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 DepInterest      PIC -(12)9.99.
           03 Filler           PIC X(3) VALUE SPACES.

       01 DepTotalLine.
           03 DepTotalText     PIC X(43).
           03 DepTotalAmount   PIC -(13)9.99.
           03 Filler           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
      * Main Procedure
      * The register is tabled once the interlock is held - a copy
      * taken before it could miss a placement the teller appended
      * while this run waited, and the register is rewritten whole
      * from the table. Rewriting it from a partial table would
      * drop the deposits that did not fit, so an overflow refuses
      * the run before anything posts. Without tax.ctl the tax on
      * the interest cannot be worked out, so the run stops rather
      * than paying every deposit gross.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM LoadCalendarProcedure
           PERFORM LoadDepositRatesProcedure
           PERFORM LoadTaxRateProcedure
           IF TaxRateOnFile = "NO"
               DISPLAY "tax.ctl is not on file - ask operations to "
                   "set the withholding tax rate. Run stopped, "
                   "nothing paid out."
           ELSE
               PERFORM OpenClientMasterProcedure
           END-IF
           IF TaxRateOnFile = "YES" AND MasterMissing = "NO"
               PERFORM LoadDepositsProcedure
               IF DepositOverflow = "YES"
                   DISPLAY "Deposit run refused - deposits.dat holds "
                       "more rows than DepositTable can hold ("
                       DepositTableMax ")."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   PERFORM OpenCustomerMasterProcedure
                   OPEN OUTPUT DepositReport
                   MOVE BusinessDate TO DepHeadDate
                   WRITE DepositReportLine FROM DepHeadLine
                   MOVE SPACES TO DepositReportLine
                   WRITE DepositReportLine
                   WRITE DepositReportLine FROM DepColumnLine
                   MOVE 1 TO DepositLoop
                   PERFORM ProcessDepositProcedure
                       UNTIL DepositLoop > DepositCount
                   PERFORM SaveDepositsProcedure
                   CLOSE Client
                   IF CustomerMasterOpen = "YES"
                       CLOSE Customer
                   END-IF
                   PERFORM SaveBankFundProcedure
                   PERFORM ReleaseLockProcedure
                   PERFORM WriteDepositTotalsProcedure
                   CLOSE DepositReport
                   DISPLAY "Deposit run complete - " MaturedCount
                       " paid out, " RolledCount " rolled over, "
                       HeldOverCount " held over. See deposits.rpt."
               END-IF
           END-IF
           STOP RUN.

       OpenClientMasterProcedure.
      * The run-interlock comes first - the maturity run must not
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

       OpenCustomerMasterProcedure.
      * Only read here, for the exemption flag - without it every
      * deposit's interest is taxed, as InterestRun taxes it.
           OPEN INPUT Customer
           IF CustomerStatus = "00"
               MOVE "YES" TO CustomerMasterOpen
           ELSE
               DISPLAY "Cannot open the customer master "
                   "customers.dat - file status " CustomerStatus
                   ". No exemptions can be honored; all deposit "
                   "interest is taxed."
           END-IF.

       LoadTaxRateProcedure.
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
               MOVE "DEPOSITRUN" TO LockProgram
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

       LoadDepositRatesProcedure.
      * The sheet is only needed for a rollover - without it a
      * rolled deposit keeps the rate it was placed at.
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
      * Rewrites deposits.dat in full with the matured and rolled
      * rows - the register was tabled and is written back while
      * the interlock is held, so the teller cannot append a
      * placement in between.
           MOVE 1 TO DepositIndex
           OPEN OUTPUT TermDeposits
           PERFORM WriteDepositProcedure
               UNTIL DepositIndex > DepositCount
           CLOSE TermDeposits.

       WriteDepositProcedure.
           MOVE SPACES TO DepositRecord
           MOVE HeldDepNos(DepositIndex) TO TdDepositNo
           MOVE HeldDepClientIDs(DepositIndex) TO TdClientID
           MOVE HeldDepPrincipals(DepositIndex) TO TdPrincipal
           MOVE HeldDepRates(DepositIndex) TO TdRate
           MOVE HeldDepTerms(DepositIndex) TO TdTerm
           MOVE HeldDepStarts(DepositIndex) TO TdStartDate
           MOVE HeldDepMaturities(DepositIndex) TO TdMaturityDate
           MOVE HeldDepRollovers(DepositIndex) TO TdRollover
           MOVE HeldDepStatuses(DepositIndex) TO TdStatus
           MOVE HeldDepClosedDates(DepositIndex) TO TdClosedDate
           MOVE HeldDepInterests(DepositIndex) TO TdInterestPaid
           MOVE HeldDepCurrencies(DepositIndex) TO TdCurrency
           ADD 1 TO DepositIndex
           WRITE DepositRecord.

       ProcessDepositProcedure.
      * Simple interest for the whole term at the placement rate -
      * the rate the customer was quoted, whatever the sheet says
      * today.
           IF HeldDepStatuses(DepositLoop) = "A"
                   AND HeldDepMaturities(DepositLoop) NOT > BusinessDate
               COMPUTE MaturityInterest ROUNDED =
                   HeldDepPrincipals(DepositLoop)
                   * HeldDepRates(DepositLoop)
                   * HeldDepTerms(DepositLoop) / 12
               PERFORM FetchDepositAccountProcedure
               IF AccountUsable = "NO"
                   ADD 1 TO HeldOverCount
                   MOVE "HELD OVER" TO ReportAction
                   PERFORM WriteDepositLineProcedure
               ELSE
                   IF HeldDepRollovers(DepositLoop) = "Y"
                       PERFORM RollDepositProcedure
                   ELSE
                       PERFORM PayDepositProcedure
                   END-IF
               END-IF
           END-IF
           ADD 1 TO DepositLoop.

       FetchDepositAccountProcedure.
      * A matured deposit can only go back to an open account - a
      * frozen or closed account (or one no longer on the master)
      * leaves the deposit active for operations to settle by hand.
           MOVE "YES" TO AccountUsable
           MOVE HeldDepClientIDs(DepositLoop) TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               MOVE "NO" TO AccountUsable
               DISPLAY "Deposit " HeldDepNos(DepositLoop)
                   " - account " HeldDepClientIDs(DepositLoop)
                   " is not on the master - held over."
           ELSE
               IF ClientAccountStatus = "F"
                       OR ClientAccountStatus = "C"
                   MOVE "NO" TO AccountUsable
                   DISPLAY "Deposit " HeldDepNos(DepositLoop)
                       " - account " ClientID " is frozen or "
                       "closed - held over."
               END-IF
           END-IF.

       PayDepositProcedure.
      * Principal and interest back to the account, less the tax
      * withheld; the deposit closes as matured.
           COMPUTE PayoutAmount =
               HeldDepPrincipals(DepositLoop) + MaturityInterest
           PERFORM PostPayoutProcedure
           IF PayoutPosted = "YES"
               MOVE "M" TO HeldDepStatuses(DepositLoop)
               MOVE BusinessDate TO HeldDepClosedDates(DepositLoop)
               ADD MaturityInterest TO HeldDepInterests(DepositLoop)
               ADD 1 TO MaturedCount
               ADD LcuAmount TO MaturedLcuTotal
               ADD InterestLcuAmount TO InterestLcuTotal
               ADD TaxLcuAmount TO TaxLcuTotal
               MOVE "PAID OUT" TO ReportAction
           ELSE
               ADD 1 TO HeldOverCount
               MOVE "HELD OVER" TO ReportAction
           END-IF
           PERFORM WriteDepositLineProcedure.

       RollDepositProcedure.
      * Only the interest is paid away; the principal is placed
      * again for the same term from the old maturity date, at the
      * term's rate on today's sheet. A zero interest (a nil-rate
      * deposit) rolls without a posting.
           MOVE "YES" TO PayoutPosted
           MOVE 0 TO InterestLcuAmount
           MOVE 0 TO LcuAmount
           MOVE 0 TO TaxLcuAmount
           IF MaturityInterest > 0
               MOVE MaturityInterest TO PayoutAmount
               PERFORM PostPayoutProcedure
           END-IF
           IF PayoutPosted = "YES"
               ADD MaturityInterest TO HeldDepInterests(DepositLoop)
               ADD 1 TO RolledCount
               ADD InterestLcuAmount TO InterestLcuTotal
               ADD TaxLcuAmount TO TaxLcuTotal
               MOVE "ROLLED OVER" TO ReportAction
               PERFORM WriteDepositLineProcedure
               MOVE HeldDepMaturities(DepositLoop)
                   TO HeldDepStarts(DepositLoop)
               IF DepositRatesOnFile = "YES"
                   EVALUATE HeldDepTerms(DepositLoop)
                       WHEN 3
                           MOVE DrRate3 TO HeldDepRates(DepositLoop)
                       WHEN 6
                           MOVE DrRate6 TO HeldDepRates(DepositLoop)
                       WHEN 12
                           MOVE DrRate12 TO HeldDepRates(DepositLoop)
                   END-EVALUATE
               END-IF
               PERFORM SetMaturityDateProcedure
           ELSE
               ADD 1 TO HeldOverCount
               MOVE "HELD OVER" TO ReportAction
               PERFORM WriteDepositLineProcedure
           END-IF.

       PostPayoutProcedure.
      * The account is credited in its own currency; the bank's
      * side is the LCU value at the day's rate and must be covered
      * by BankFund, the same cover ApplyPayoutProcedure checks. No
      * rate or no cover leaves the deposit as it was. The whole
      * payout and the tax taken back from its interest commit in
      * the one REWRITE; the audit lines then chain old fund to
      * principal (M), to interest (I), to net of tax (Y), and
      * each settles on its own line.
           MOVE "NO" TO PayoutPosted
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE PayoutAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
           IF ConvertOK = "NO"
               DISPLAY "Deposit " HeldDepNos(DepositLoop)
                   " - no rate on file for " ClientCurrency
                   " - held over."
           ELSE
           IF BankFund < LcuAmount
               DISPLAY "Deposit " HeldDepNos(DepositLoop)
                   " - the bank cannot cover the payout - held "
                   "over."
           ELSE
               MOVE MaturityInterest TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO InterestLcuAmount
               PERFORM ComputeTaxProcedure
               COMPUTE PrincipalPaid = PayoutAmount - MaturityInterest
               MOVE ClientFund TO OldClientFund
               ADD PayoutAmount TO ClientFund
               SUBTRACT TaxAmount FROM ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus NOT = "00"
                   DISPLAY "REWRITE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - deposit " HeldDepNos(DepositLoop)
                       " held over."
               ELSE
                   MOVE "YES" TO PayoutPosted
                   SUBTRACT LcuAmount FROM BankFund
                   MOVE OldClientFund TO LegNewFund
                   IF PrincipalPaid > 0
                       MOVE "M" TO PayoutType
                       MOVE PrincipalPaid TO LegAmount
                       PERFORM PostLegProcedure
                   END-IF
                   IF MaturityInterest > 0
                       MOVE "I" TO PayoutType
                       MOVE MaturityInterest TO LegAmount
                       PERFORM PostLegProcedure
                   END-IF
                   IF TaxAmount > 0
                       ADD TaxLcuAmount TO BankFund
                       MOVE "Y" TO PayoutType
                       MOVE TaxAmount TO LegAmount
                       PERFORM PostLegProcedure
                   END-IF
               END-IF
           END-IF
           END-IF.

       ComputeTaxProcedure.
      * Worked out on the interest in the account's own currency,
      * the way InterestRun works it out; the payout's own rate has
      * just been found, so the conversion cannot fail here.
           MOVE 0 TO TaxAmount
           MOVE 0 TO TaxLcuAmount
           PERFORM CheckTaxExemptProcedure
           IF ClientTaxExempt = "NO" AND TaxRate > 0
                   AND MaturityInterest > 0
               COMPUTE TaxAmount ROUNDED =
                   MaturityInterest * TaxRate
               MOVE TaxAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO TaxLcuAmount
           END-IF.

       CheckTaxExemptProcedure.
      * No owner linked, or an owner not on the master, is taxed -
      * an exemption has to be on file to count.
           MOVE "NO" TO ClientTaxExempt
           IF CustomerMasterOpen = "YES"
                   AND ClientCustomerID NOT = SPACES
               MOVE ClientCustomerID TO CustomerID
               READ Customer
                   NOT INVALID KEY
                       IF CustTaxExempt = "Y"
                           MOVE "YES" TO ClientTaxExempt
                       END-IF
               END-READ
           END-IF.

       PostLegProcedure.
      * One leg of a posted payout - the fund chains on from the
      * leg before; a Y leg takes the tax back out.
           MOVE LegNewFund TO LegOldFund
           IF PayoutType = "Y"
               SUBTRACT LegAmount FROM LegNewFund
           ELSE
               ADD LegAmount TO LegNewFund
           END-IF
           PERFORM WriteSettlementProcedure
           PERFORM WriteAuditProcedure.

       SetMaturityDateProcedure.
      * The new maturity is the term's months on from the start
      * date, clamped to the month's length, then rolled forward
      * past any weekend or calendar.dat holiday - the same rule
      * SimpleBank applies at placement.
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

       RollForwardOneDayProcedure.
           PERFORM AddOneDayProcedure
           ADD 1 TO RollTries
           MOVE DueDateParts TO CheckCalDate
           PERFORM CheckBusinessDayProcedure.

       WriteDepositLineProcedure.
           MOVE SPACES TO DepDetailLine
           MOVE HeldDepNos(DepositLoop) TO DepNo
           MOVE HeldDepClientIDs(DepositLoop) TO DepClientID
           MOVE HeldDepMaturities(DepositLoop) TO DepMaturity
           MOVE ReportAction TO DepAction
           MOVE HeldDepPrincipals(DepositLoop) TO DepPrincipal
           MOVE MaturityInterest TO DepInterest
           WRITE DepositReportLine FROM DepDetailLine.

       WriteDepositTotalsProcedure.
           MOVE SPACES TO DepositReportLine
           WRITE DepositReportLine
           MOVE SPACES TO DepTotalLine
           MOVE "TOTAL PAID OUT AT MATURITY (LCU)" TO DepTotalText
           MOVE MaturedLcuTotal TO DepTotalAmount
           WRITE DepositReportLine FROM DepTotalLine
           MOVE SPACES TO DepTotalLine
           MOVE "INTEREST PAID, MATURED AND ROLLED (LCU)"
               TO DepTotalText
           MOVE InterestLcuTotal TO DepTotalAmount
           WRITE DepositReportLine FROM DepTotalLine
           MOVE SPACES TO DepTotalLine
           MOVE "TAX WITHHELD FROM THE INTEREST (LCU)"
               TO DepTotalText
           MOVE TaxLcuTotal TO DepTotalAmount
           WRITE DepositReportLine FROM DepTotalLine
           IF HeldOverCount > 0
               MOVE HeldOverCount TO HeldOverEdit
               MOVE SPACES TO DepositReportLine
               STRING "DEPOSITS HELD OVER FOR OPERATIONS: "
                   DELIMITED BY SIZE
                   HeldOverEdit DELIMITED BY SIZE
                   INTO DepositReportLine
               WRITE DepositReportLine
           END-IF.

       WriteSettlementProcedure.
      * One settlement line per leg - M, I or Y, the deposit
      * number as counterparty.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE LegAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE PayoutType TO RptTrType
           MOVE HeldDepNos(DepositLoop) TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE LegOldFund TO AuditOldFund
           MOVE LegNewFund TO AuditNewFund
           MOVE LegAmount TO AuditAmount
           MOVE PayoutType TO AuditTrType
           MOVE HeldDepNos(DepositLoop) TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

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

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - conversion
      * is only reached for a deposit held in something other
      * than LCU.
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

       LoadCalendarProcedure.
      * Tables the holiday calendar - an installation that never
      * declares a holiday still gets the weekend screen, which
      * needs no file at all.
           MOVE 0 TO HolidayCount
           MOVE "NO" TO EndOfCalendar
           OPEN INPUT BusinessCalendar
           IF CalendarStatus = "00"
               PERFORM ReadCalendarProcedure
                   UNTIL EndOfCalendar = "YES"
           END-IF
           CLOSE BusinessCalendar.

       ReadCalendarProcedure.
           READ BusinessCalendar
               AT END
                   MOVE "YES" TO EndOfCalendar
               NOT AT END
                   IF HolidayCount >= HolidayTableMax
                       DISPLAY "WARNING: calendar.dat has more rows "
                           "than HolidayTable can hold ("
                           HolidayTableMax ") - the dates beyond "
                           "it are not honored."
                       MOVE "YES" TO EndOfCalendar
                   ELSE
                       ADD 1 TO HolidayCount
                       MOVE CalDate TO HolidayDates(HolidayCount)
                   END-IF
           END-READ.

       CheckBusinessDayProcedure.
      * A business day is any day that is neither a weekend - the
      * weekday comes straight out of Zeller's congruence - nor a
      * date operations listed on calendar.dat.
           MOVE "YES" TO BusinessDayFlag
           MOVE CheckCalDate(7:2) TO ZellerDay
           MOVE CheckCalDate(5:2) TO ZellerMonth
           MOVE CheckCalDate(1:4) TO ZellerYear
           IF ZellerMonth < 3
               ADD 12 TO ZellerMonth
               SUBTRACT 1 FROM ZellerYear
           END-IF
           DIVIDE ZellerYear BY 100 GIVING ZellerCentury
               REMAINDER ZellerYearPart
      * Each divided term is truncated on its own - the congruence
      * needs whole-number parts, and COMPUTE would carry the
      * fractions through.
           COMPUTE ZellerTerm = 13 * (ZellerMonth + 1)
           DIVIDE ZellerTerm BY 5 GIVING ZellerMonthTerm
           DIVIDE ZellerYearPart BY 4 GIVING ZellerYearTerm
           DIVIDE ZellerCentury BY 4 GIVING ZellerCenturyTerm
           COMPUTE ZellerTerm = ZellerDay + ZellerMonthTerm
               + ZellerYearPart + ZellerYearTerm
               + ZellerCenturyTerm + (5 * ZellerCentury)
           DIVIDE ZellerTerm BY 7 GIVING ZellerQuotient
               REMAINDER ZellerResult
      * Zeller answers 0 for Saturday and 1 for Sunday.
           IF ZellerResult = 0 OR ZellerResult = 1
               MOVE "NO" TO BusinessDayFlag
           END-IF
           IF BusinessDayFlag = "YES"
               MOVE 1 TO HolidayLoop
               PERFORM CheckHolidayProcedure
                   UNTIL HolidayLoop > HolidayCount
                       OR BusinessDayFlag = "NO"
           END-IF.

       CheckHolidayProcedure.
           IF HolidayDates(HolidayLoop) = CheckCalDate
               MOVE "NO" TO BusinessDayFlag
           ELSE
               ADD 1 TO HolidayLoop
           END-IF.

       AddOneDayProcedure.
           PERFORM SetDaysInMonthProcedure
           ADD 1 TO DueDay
           IF DueDay > DaysInMonth
               MOVE 1 TO DueDay
               ADD 1 TO DueMonth
               IF DueMonth > 12
                   MOVE 1 TO DueMonth
                   ADD 1 TO DueYear
               END-IF
           END-IF.

       SetDaysInMonthProcedure.
           EVALUATE DueMonth
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DaysInMonth
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DaysInMonth
               WHEN 02
                   PERFORM SetFebruaryDaysProcedure
           END-EVALUATE.

       SetFebruaryDaysProcedure.
      * A leap year is divisible by 4, except a century year, which
      * must be divisible by 400.
           MOVE 28 TO DaysInMonth
           DIVIDE DueYear BY 4 GIVING LeapQuotient
               REMAINDER LeapRemainder
           IF LeapRemainder = 0
               MOVE 29 TO DaysInMonth
               DIVIDE DueYear BY 100 GIVING LeapQuotient
                   REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   DIVIDE DueYear BY 400 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder NOT = 0
                       MOVE 28 TO DaysInMonth
                   END-IF
               END-IF
           END-IF.
       END PROGRAM DepositRun.
