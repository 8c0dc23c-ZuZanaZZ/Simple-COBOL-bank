      * Loan instalment collection and arrears run. A customer's
      * borrowing used to be nothing more than a negative ClientFund
      * inside the credit limit - no principal, no term, no schedule
      * and no way to tell whether the customer was behind. Loans
      * now live on their own master, loans.dat, booked through
      * ClientMaint's maker-checker queue: loan number, the repayment
      * account (ClientID and its owning CustomerID), principal,
      * annual rate, term in months, the level monthly instalment,
      * the next due date, the principal still outstanding, any
      * arrears and the days past due. This run, taken once per
      * business day after the posting window, works every active
      * loan: arrears already on the books are recovered first from
      * whatever the repayment account can cover, then each
      * instalment that has fallen due is split into its interest
      * and principal parts and collected from the account under the
      * L posting type - the loan number as counterparty on the
      * audit and settlement lines, BankFund credited with the LCU
      * value. An instalment the account cannot cover (or an account
      * frozen or closed) moves into arrears instead, and the next
      * due date is stepped on one month and rolled forward past any
      * weekend or calendar.dat holiday. The run ends with loans.rpt:
      * the day's collections with their split, then every loan in
      * arrears aged into 1-30, 31-60, 61-90 and 90+ days past due.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL LoanMaster
           ASSIGN TO "./loans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanMasterStatus.

           SELECT LoanReport
           ASSIGN TO "./loans.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanReportStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

      * One loan per row, booked by ClientMaint's apply and carried
      * forward by this run. LnRate is the annual rate (0.0850 is
      * 8.5%), LnTerm the number of monthly instalments, LnDueDay
      * the contractual day of the month the schedule steps on and
      * LnNextDue the contractual date of the next instalment - the
      * weekend and holiday roll is worked out afresh each run and
      * never stored (a row written when the rolled date was kept
      * is brought back to its contractual date on its next run).
      * LnScheduled counts the instalments that have fallen
      * due so far. LnOutstanding is the principal still owed,
      * including the principal part of anything in arrears;
      * LnArrears is the total fallen due and not collected, of
      * which LnArrearsInterest is interest, and LnArrearsSince the
      * due date of the oldest instalment still unpaid. LnStatus is
      * A active or P paid off - a paid-off loan stays on file as
      * its own history.
       FD LoanMaster.
       01 LoanRecord.
           03 LnLoanNo          PIC X(8).
           03 Filler            PIC X(1).
           03 LnClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 LnCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 LnPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 LnTerm            PIC 9(3).
           03 Filler            PIC X(1).
           03 LnInstalment      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnDueDay          PIC 9(2).
           03 Filler            PIC X(1).
           03 LnNextDue         PIC X(8).
           03 Filler            PIC X(1).
           03 LnScheduled       PIC 9(3).
           03 Filler            PIC X(1).
           03 LnOutstanding     PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrears         PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsInterest PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsSince    PIC X(8).
           03 Filler            PIC X(1).
           03 LnDaysPastDue     PIC 9(4).
           03 Filler            PIC X(1).
           03 LnStatus          PIC X(1).

       FD LoanReport.
       01 LoanReportLine       PIC X(80).

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
       01 LoanMasterStatus     PIC X(2).
       01 LoanReportStatus     PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 CalendarStatus       PIC X(2).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 EndOfLoans           PIC X(3) VALUE "NO".
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 OldClientFund        PIC S9(13)V99.
       01 NewClientFund        PIC S9(13)V99.
       01 AvailableFunds       PIC S9(13)V99.
       01 LoanTableMax         PIC 9(3) VALUE 200.
       01 LoanCount            PIC 9(3) VALUE 0.
       01 LoanOverflow         PIC X(3) VALUE "NO".
       01 LoanLoop             PIC 9(3).
       01 LoanIndex            PIC 9(3).
       01 LoanTable.
           03 LoanEntry OCCURS 200 TIMES.
               05 HeldLoanNos       PIC X(8).
               05 HeldLoanClientIDs PIC X(8).
               05 HeldLoanCustomers PIC X(8).
               05 HeldLoanPrincipals PIC 9(13)V99.
               05 HeldLoanRates     PIC 9V9(4).
               05 HeldLoanTerms     PIC 9(3).
               05 HeldLoanInstalments PIC 9(13)V99.
               05 HeldLoanDueDays   PIC 9(2).
               05 HeldLoanDueDates  PIC X(8).
               05 HeldLoanRolledDates PIC X(8).
               05 HeldLoanScheduled PIC 9(3).
               05 HeldLoanOutstandings PIC 9(13)V99.
               05 HeldLoanArrears   PIC 9(13)V99.
               05 HeldLoanArrearsInts PIC 9(13)V99.
               05 HeldLoanArrearsDates PIC X(8).
               05 HeldLoanDaysPastDue PIC 9(4).
               05 HeldLoanStatuses  PIC X(1).
               05 HeldLoanCurrencies PIC X(3).
      * Per-loan working fields for the instalment in hand.
       01 AccountUsable        PIC X(3).
       01 CollectStopped       PIC X(3).
       01 MonthlyRate          PIC 9V9(8).
       01 ScheduleBase         PIC S9(13)V99.
       01 InterestPart         PIC S9(13)V99.
       01 PrincipalPart        PIC S9(13)V99.
       01 CollectAmount        PIC S9(13)V99.
       01 CollectDueDate       PIC X(8).
       01 CollectPosted        PIC X(3).
       01 CollectedCount       PIC 9(5) VALUE 0.
       01 ArrearsMovedCount    PIC 9(5) VALUE 0.
       01 PaidOffCount         PIC 9(5) VALUE 0.
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
      * Calendar work fields - the same weekend and holiday screen
      * SimpleBank applies to standing-order due dates.
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
       01 StoredDueDay         PIC 9(2).
       01 ArrearsMonths        PIC 9(4).
       01 ArrearsRemainder     PIC S9(13)V99.
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
       01 DayCount             PIC 9(4).
      * Arrears aging buckets - 1-30, 31-60, 61-90 and 90+ days past
      * due - counted per loan and totalled at the LCU value of the
      * arrears, so EUR and USD loans can share a line.
       01 BucketIndex          PIC 9(1).
       01 BucketLoop           PIC 9(1).
       01 NoRateCount          PIC 9(5) VALUE 0.
       01 BucketTable.
           03 BucketEntry OCCURS 4 TIMES.
               05 BucketNames       PIC X(5).
               05 BucketCounts      PIC 9(5).
               05 BucketTotals      PIC S9(13)V99.
      * Unattended collection run - every line it writes posts as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".

       01 LoanHeadLine.
           03 Filler           PIC X(34)
               VALUE "LOAN COLLECTION AND ARREARS REPORT".
           03 Filler           PIC X(16)
               VALUE "  BUSINESS DATE ".
           03 LoanHeadDate     PIC X(8).
           03 Filler           PIC X(22) VALUE SPACES.

       01 LoanSectionLine.
           03 LoanSectionText  PIC X(80).

       01 CollectHeadLine.
           03 Filler           PIC X(28)
               VALUE "LOAN NO   CLIENTID  DUE DATE".
           03 Filler           PIC X(15) VALUE "         AMOUNT".
           03 Filler           PIC X(15) VALUE "       INTEREST".
           03 Filler           PIC X(15) VALUE "      PRINCIPAL".
           03 Filler           PIC X(7) VALUE SPACES.

       01 ArrearsHeadLine.
           03 Filler           PIC X(30)
               VALUE "LOAN NO   CLIENTID  SINCE     ".
           03 Filler           PIC X(13) VALUE "DAYS  BUCKET ".
           03 Filler           PIC X(17) VALUE "          ARREARS".
           03 Filler           PIC X(19)
               VALUE "        OUTSTANDING".
           03 Filler           PIC X(1) VALUE SPACES.

       01 CollectDetailLine.
           03 ColLoanNo        PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ColClientID      PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ColDueDate       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ColAmount        PIC -(10)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 ColInterest      PIC -(10)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 ColPrincipal     PIC -(10)9.99.
           03 Filler           PIC X(7) VALUE SPACES.

       01 ArrearsDetailLine.
           03 ArrLoanNo        PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrClientID      PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrSince         PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrDays          PIC ZZZ9.
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrBucket        PIC X(5).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrAmount        PIC -(13)9.99.
           03 Filler           PIC X(2) VALUE SPACES.
           03 ArrOutstanding   PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.

       01 BucketTotalLine.
           03 Filler           PIC X(7) VALUE "BUCKET ".
           03 BktName          PIC X(5).
           03 Filler           PIC X(13) VALUE " DAYS  LOANS ".
           03 BktCount         PIC ZZZZ9.
           03 Filler           PIC X(13) VALUE "  LCU VALUE  ".
           03 BktTotal         PIC -(13)9.99.
           03 Filler           PIC X(20) VALUE SPACES.

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

       PROCEDURE DIVISION.
      * Main Procedure
      * The loan master and the holds register are tabled once the
      * interlock is held - a copy taken before it could miss a
      * loan booked or a hold placed while this run waited, and the
      * loan master is rewritten whole from the table. Rewriting it
      * from a partial table would drop the loans that did not fit,
      * and a partial holds register would collect out of held
      * funds, so an overflow of either refuses the run before
      * anything posts.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM LoadCalendarProcedure
           PERFORM InitBucketsProcedure
           PERFORM OpenClientMasterProcedure
           IF MasterMissing = "NO"
               PERFORM LoadLoansProcedure
               PERFORM LoadHoldsProcedure
               IF LoanOverflow = "YES"
                   DISPLAY "Loan run refused - loans.dat holds more "
                       "rows than LoanTable can hold (" LoanTableMax
                       ")."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
               IF HoldOverflow = "YES"
                   DISPLAY "Loan run refused - holds.dat holds more "
                       "active holds than HoldTable can hold ("
                       HoldTableMax ")."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   OPEN OUTPUT LoanReport
                   MOVE BusinessDate TO LoanHeadDate
                   WRITE LoanReportLine FROM LoanHeadLine
                   MOVE SPACES TO LoanReportLine
                   WRITE LoanReportLine
                   MOVE "INSTALMENTS COLLECTED" TO LoanSectionText
                   WRITE LoanReportLine FROM LoanSectionLine
                   WRITE LoanReportLine FROM CollectHeadLine
                   MOVE 1 TO LoanLoop
                   PERFORM ProcessLoanProcedure
                       UNTIL LoanLoop > LoanCount
                   IF CollectedCount = 0
                       MOVE "  NO INSTALMENTS COLLECTED THIS RUN"
                           TO LoanSectionText
                       WRITE LoanReportLine FROM LoanSectionLine
                   END-IF
                   PERFORM SaveLoansProcedure
                   CLOSE Client
                   PERFORM SaveBankFundProcedure
                   PERFORM ReleaseLockProcedure
                   PERFORM ArrearsSectionProcedure
                   CLOSE LoanReport
                   DISPLAY "Loan run complete - " CollectedCount
                       " collections posted, " ArrearsMovedCount
                       " instalments moved to arrears, "
                       PaidOffCount " loans paid off. See loans.rpt."
               END-IF
           END-IF
           END-IF
           STOP RUN.

       OpenClientMasterProcedure.
      * The run-interlock comes first - the collection must not
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
               MOVE "LOANRUN" TO LockProgram
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

       InitBucketsProcedure.
           MOVE "1-30 " TO BucketNames(1)
           MOVE "31-60" TO BucketNames(2)
           MOVE "61-90" TO BucketNames(3)
           MOVE "90+  " TO BucketNames(4)
           MOVE 1 TO BucketLoop
           PERFORM ZeroBucketProcedure
               UNTIL BucketLoop > 4.

       ZeroBucketProcedure.
           MOVE 0 TO BucketCounts(BucketLoop)
           MOVE 0 TO BucketTotals(BucketLoop)
           ADD 1 TO BucketLoop.

       LoadLoansProcedure.
           MOVE 0 TO LoanCount
           MOVE "NO" TO EndOfLoans
           OPEN INPUT LoanMaster
           IF LoanMasterStatus = "00"
               PERFORM ReadLoanProcedure
                   UNTIL EndOfLoans = "YES"
           END-IF
           CLOSE LoanMaster.

       ReadLoanProcedure.
           READ LoanMaster
               AT END
                   MOVE "YES" TO EndOfLoans
               NOT AT END
                   IF LoanCount >= LoanTableMax
                       MOVE "YES" TO EndOfLoans
                       MOVE "YES" TO LoanOverflow
                   ELSE
                       ADD 1 TO LoanCount
                       MOVE LnLoanNo TO HeldLoanNos(LoanCount)
                       MOVE LnClientID TO HeldLoanClientIDs(LoanCount)
                       MOVE LnCustomerID
                           TO HeldLoanCustomers(LoanCount)
                       MOVE LnPrincipal
                           TO HeldLoanPrincipals(LoanCount)
                       MOVE LnRate TO HeldLoanRates(LoanCount)
                       MOVE LnTerm TO HeldLoanTerms(LoanCount)
                       MOVE LnInstalment
                           TO HeldLoanInstalments(LoanCount)
                       MOVE LnDueDay TO HeldLoanDueDays(LoanCount)
                       MOVE LnNextDue TO HeldLoanDueDates(LoanCount)
                       MOVE LnScheduled
                           TO HeldLoanScheduled(LoanCount)
                       MOVE LnOutstanding
                           TO HeldLoanOutstandings(LoanCount)
                       MOVE LnArrears TO HeldLoanArrears(LoanCount)
                       MOVE LnArrearsInterest
                           TO HeldLoanArrearsInts(LoanCount)
                       MOVE LnArrearsSince
                           TO HeldLoanArrearsDates(LoanCount)
                       MOVE LnDaysPastDue
                           TO HeldLoanDaysPastDue(LoanCount)
                       MOVE LnStatus TO HeldLoanStatuses(LoanCount)
                   END-IF
           END-READ.

       SaveLoansProcedure.
      * Rewrites loans.dat in full with the advanced schedules and
      * balances - a small control file like standing.dat, written
      * while the interlock is still held so ClientMaint cannot
      * append a booking underneath it.
           MOVE 1 TO LoanIndex
           OPEN OUTPUT LoanMaster
           PERFORM WriteLoanProcedure
               UNTIL LoanIndex > LoanCount
           CLOSE LoanMaster.

       WriteLoanProcedure.
           MOVE SPACES TO LoanRecord
           MOVE HeldLoanNos(LoanIndex) TO LnLoanNo
           MOVE HeldLoanClientIDs(LoanIndex) TO LnClientID
           MOVE HeldLoanCustomers(LoanIndex) TO LnCustomerID
           MOVE HeldLoanPrincipals(LoanIndex) TO LnPrincipal
           MOVE HeldLoanRates(LoanIndex) TO LnRate
           MOVE HeldLoanTerms(LoanIndex) TO LnTerm
           MOVE HeldLoanInstalments(LoanIndex) TO LnInstalment
           MOVE HeldLoanDueDays(LoanIndex) TO LnDueDay
           MOVE HeldLoanDueDates(LoanIndex) TO LnNextDue
           MOVE HeldLoanScheduled(LoanIndex) TO LnScheduled
           MOVE HeldLoanOutstandings(LoanIndex) TO LnOutstanding
           MOVE HeldLoanArrears(LoanIndex) TO LnArrears
           MOVE HeldLoanArrearsInts(LoanIndex) TO LnArrearsInterest
           MOVE HeldLoanArrearsDates(LoanIndex) TO LnArrearsSince
           MOVE HeldLoanDaysPastDue(LoanIndex) TO LnDaysPastDue
           MOVE HeldLoanStatuses(LoanIndex) TO LnStatus
           ADD 1 TO LoanIndex
           WRITE LoanRecord.

       ProcessLoanProcedure.
      * Arrears are recovered before anything new falls due - the
      * oldest debt is settled first - and then every instalment due
      * on or before the business date is taken in turn. A loan
      * whose last scheduled instalment has fallen due simply stops
      * scheduling; whatever is still owed sits in arrears until it
      * is recovered.
           IF HeldLoanStatuses(LoanLoop) = "A"
               MOVE "NO" TO CollectStopped
               COMPUTE MonthlyRate ROUNDED =
                   HeldLoanRates(LoanLoop) / 12
               PERFORM FetchLoanAccountProcedure
               PERFORM ContractLoanDueDateProcedure
               PERFORM RollLoanDueDateProcedure
               IF AccountUsable = "YES"
                       AND HeldLoanArrears(LoanLoop) > 0
                   PERFORM RecoverArrearsProcedure
               END-IF
               PERFORM FallDueProcedure
                   UNTIL HeldLoanRolledDates(LoanLoop) > BusinessDate
                       OR HeldLoanScheduled(LoanLoop)
                           >= HeldLoanTerms(LoanLoop)
                       OR CollectStopped = "YES"
               PERFORM AgeLoanProcedure
               IF HeldLoanOutstandings(LoanLoop) = 0
                       AND HeldLoanArrears(LoanLoop) = 0
                   MOVE "P" TO HeldLoanStatuses(LoanLoop)
                   ADD 1 TO PaidOffCount
                   DISPLAY "Loan " HeldLoanNos(LoanLoop)
                       " is paid off."
               END-IF
           END-IF
           ADD 1 TO LoanLoop.

       FetchLoanAccountProcedure.
      * The repayment account is read fresh off the master. A
      * missing, frozen or closed account cannot be collected from -
      * everything falling due on it goes straight to arrears.
           MOVE "YES" TO AccountUsable
           MOVE SPACES TO HeldLoanCurrencies(LoanLoop)
           MOVE HeldLoanClientIDs(LoanLoop) TO ClientID
           READ Client
           IF ClientStatus = "00"
               MOVE ClientCurrency TO HeldLoanCurrencies(LoanLoop)
           END-IF
           IF ClientStatus NOT = "00"
               MOVE "NO" TO AccountUsable
               DISPLAY "Loan " HeldLoanNos(LoanLoop) " - repayment "
                   "account " HeldLoanClientIDs(LoanLoop)
                   " is not on the master."
           ELSE
               IF ClientAccountStatus = "F"
                       OR ClientAccountStatus = "C"
                   MOVE "NO" TO AccountUsable
                   DISPLAY "Loan " HeldLoanNos(LoanLoop)
                       " - repayment account " ClientID
                       " is frozen or closed."
               END-IF
           END-IF.

       RecoverArrearsProcedure.
      * Arrears are swept from whatever the account can cover, up
      * to the whole amount in arrears - interest first, the way
      * the instalments themselves were split, then principal. What
      * is recovered pays the oldest instalments first, so the
      * oldest-unpaid date moves on to the oldest instalment still
      * not wholly paid, and clears once the arrears are gone.
           PERFORM ComputeAvailableProcedure
           IF AvailableFunds > 0
               MOVE HeldLoanArrears(LoanLoop) TO CollectAmount
               IF AvailableFunds < CollectAmount
                   MOVE AvailableFunds TO CollectAmount
               END-IF
               MOVE HeldLoanArrearsInts(LoanLoop) TO InterestPart
               IF InterestPart > CollectAmount
                   MOVE CollectAmount TO InterestPart
               END-IF
               COMPUTE PrincipalPart = CollectAmount - InterestPart
               MOVE HeldLoanArrearsDates(LoanLoop) TO CollectDueDate
               PERFORM PostCollectionProcedure
               IF CollectPosted = "YES"
                   SUBTRACT CollectAmount
                       FROM HeldLoanArrears(LoanLoop)
                   SUBTRACT InterestPart
                       FROM HeldLoanArrearsInts(LoanLoop)
                   SUBTRACT PrincipalPart
                       FROM HeldLoanOutstandings(LoanLoop)
                   IF HeldLoanArrears(LoanLoop) = 0
                       MOVE SPACES TO HeldLoanArrearsDates(LoanLoop)
                   ELSE
                       PERFORM ResetArrearsDateProcedure
                   END-IF
               END-IF
           END-IF.

       ResetArrearsDateProcedure.
      * The arrears left are the most recent instalments missed -
      * one schedule month for every instalment, or part of one,
      * still owed - so the oldest unpaid is that many months back
      * from the next contractual due date, clamped and rolled the
      * way the due date itself was.
           IF HeldLoanInstalments(LoanLoop) > 0
               DIVIDE HeldLoanArrears(LoanLoop)
                   BY HeldLoanInstalments(LoanLoop)
                   GIVING ArrearsMonths
                   REMAINDER ArrearsRemainder
               IF ArrearsRemainder > 0
                   ADD 1 TO ArrearsMonths
               END-IF
               MOVE HeldLoanDueDates(LoanLoop) TO DueDateParts
               PERFORM StepBackOneMonthProcedure
                   UNTIL ArrearsMonths = 0
               MOVE DueDateParts TO CheckCalDate
               PERFORM CheckBusinessDayProcedure
               MOVE 0 TO RollTries
               PERFORM RollForwardOneDayProcedure
                   UNTIL BusinessDayFlag = "YES"
                       OR RollTries >= 14
               MOVE DueDateParts TO HeldLoanArrearsDates(LoanLoop)
           END-IF.

       StepBackOneMonthProcedure.
           SUBTRACT 1 FROM DueMonth
           IF DueMonth = 0
               MOVE 12 TO DueMonth
               SUBTRACT 1 FROM DueYear
           END-IF
           IF HeldLoanDueDays(LoanLoop) > 0
               PERFORM ClampDueDayProcedure
           ELSE
               PERFORM SetDaysInMonthProcedure
               IF DueDay > DaysInMonth
                   MOVE DaysInMonth TO DueDay
               END-IF
           END-IF
           SUBTRACT 1 FROM ArrearsMonths.

       FallDueProcedure.
      * One instalment falls due: interest for the month on the
      * principal not already sitting in arrears, the rest of the
      * level instalment as principal - the last instalment of the
      * term takes whatever principal is left, so the schedule
      * closes to the cent. Covered, it is collected; not covered,
      * the whole instalment moves into arrears. Either way the
      * schedule steps on a month.
           COMPUTE ScheduleBase = HeldLoanOutstandings(LoanLoop)
               - (HeldLoanArrears(LoanLoop)
                   - HeldLoanArrearsInts(LoanLoop))
           IF ScheduleBase < 0
               MOVE 0 TO ScheduleBase
           END-IF
           COMPUTE InterestPart ROUNDED = ScheduleBase * MonthlyRate
           COMPUTE PrincipalPart =
               HeldLoanInstalments(LoanLoop) - InterestPart
           IF PrincipalPart < 0
               MOVE 0 TO PrincipalPart
           END-IF
           IF PrincipalPart > ScheduleBase
                   OR HeldLoanScheduled(LoanLoop) + 1
                       >= HeldLoanTerms(LoanLoop)
               MOVE ScheduleBase TO PrincipalPart
           END-IF
           COMPUTE CollectAmount = InterestPart + PrincipalPart
           MOVE HeldLoanRolledDates(LoanLoop) TO CollectDueDate
           MOVE "NO" TO CollectPosted
           IF AccountUsable = "YES"
               PERFORM ComputeAvailableProcedure
               IF AvailableFunds NOT < CollectAmount
                   PERFORM PostCollectionProcedure
               END-IF
           END-IF
           IF CollectStopped = "NO"
               IF CollectPosted = "YES"
                   SUBTRACT PrincipalPart
                       FROM HeldLoanOutstandings(LoanLoop)
               ELSE
                   PERFORM MoveToArrearsProcedure
               END-IF
               ADD 1 TO HeldLoanScheduled(LoanLoop)
               PERFORM AdvanceLoanDueDateProcedure
           END-IF.

       MoveToArrearsProcedure.
           ADD CollectAmount TO HeldLoanArrears(LoanLoop)
           ADD InterestPart TO HeldLoanArrearsInts(LoanLoop)
           IF HeldLoanArrearsDates(LoanLoop) = SPACES
               MOVE CollectDueDate TO HeldLoanArrearsDates(LoanLoop)
           END-IF
           ADD 1 TO ArrearsMovedCount
           DISPLAY "Loan " HeldLoanNos(LoanLoop) " - instalment due "
               CollectDueDate " of " CollectAmount
               " not covered, moved to arrears.".

       PostCollectionProcedure.
      * The account moves in its own currency and the loan is held
      * in the same currency; the bank's side is credited with the
      * LCU value at the day's rate. No rate means the item cannot
      * be priced - the loan is left exactly as it was and retried
      * on the next run rather than being pushed into arrears for
      * the bank's own want of a rate.
           MOVE "NO" TO CollectPosted
           MOVE ClientCurrency TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE CollectAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           MOVE ConvertOutAmount TO LcuAmount
           IF ConvertOK = "NO"
               MOVE "YES" TO CollectStopped
               DISPLAY "Loan " HeldLoanNos(LoanLoop) " - no rate on "
                   "file for " ClientCurrency " - left due."
           ELSE
               MOVE ClientFund TO OldClientFund
               SUBTRACT CollectAmount FROM ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus NOT = "00"
                   MOVE "YES" TO CollectStopped
                   DISPLAY "REWRITE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - loan " HeldLoanNos(LoanLoop) " left due."
               ELSE
                   MOVE "YES" TO CollectPosted
                   ADD LcuAmount TO BankFund
                   ADD 1 TO CollectedCount
                   PERFORM WriteSettlementProcedure
                   PERFORM WriteAuditProcedure
                   PERFORM WriteCollectionLineProcedure
               END-IF
           END-IF.

       WriteCollectionLineProcedure.
           MOVE SPACES TO CollectDetailLine
           MOVE HeldLoanNos(LoanLoop) TO ColLoanNo
           MOVE ClientID TO ColClientID
           MOVE CollectDueDate TO ColDueDate
           MOVE CollectAmount TO ColAmount
           MOVE InterestPart TO ColInterest
           MOVE PrincipalPart TO ColPrincipal
           WRITE LoanReportLine FROM CollectDetailLine.

       ContractLoanDueDateProcedure.
      * Puts the stored due date back on the contractual day. A
      * roll only ever moves a date forward, so a stored day short
      * of the month's contractual day means the roll crossed into
      * the next month, and the instalment belongs to the month
      * before.
           IF HeldLoanDueDays(LoanLoop) > 0
               MOVE HeldLoanDueDates(LoanLoop) TO DueDateParts
               MOVE DueDay TO StoredDueDay
               PERFORM ClampDueDayProcedure
               IF StoredDueDay < DueDay
                   SUBTRACT 1 FROM DueMonth
                   IF DueMonth = 0
                       MOVE 12 TO DueMonth
                       SUBTRACT 1 FROM DueYear
                   END-IF
                   PERFORM ClampDueDayProcedure
               END-IF
               MOVE DueDateParts TO HeldLoanDueDates(LoanLoop)
           END-IF.

       ClampDueDayProcedure.
           MOVE HeldLoanDueDays(LoanLoop) TO DueDay
           PERFORM SetDaysInMonthProcedure
           IF DueDay > DaysInMonth
               MOVE DaysInMonth TO DueDay
           END-IF.

       RollLoanDueDateProcedure.
      * A due date sitting on a weekend or a calendar.dat holiday
      * rolls forward to the next business day - the way a
      * standing order's default F rule rolls. Only the working
      * copy rolls; the contractual date is what the schedule
      * steps from and what is saved.
           MOVE HeldLoanDueDates(LoanLoop) TO DueDateParts
           MOVE DueDateParts TO CheckCalDate
           PERFORM CheckBusinessDayProcedure
           MOVE 0 TO RollTries
           PERFORM RollForwardOneDayProcedure
               UNTIL BusinessDayFlag = "YES"
                   OR RollTries >= 14
           MOVE DueDateParts TO HeldLoanRolledDates(LoanLoop).

       AdvanceLoanDueDateProcedure.
      * Steps the schedule one calendar month on from the
      * contractual due date - not from the rolled date, so a
      * holiday roll never drifts or skips the schedule - clamping
      * the day to the month's length, then rolls the working copy
      * past any non-processing day.
           MOVE HeldLoanDueDates(LoanLoop) TO DueDateParts
           ADD 1 TO DueMonth
           IF DueMonth > 12
               MOVE 1 TO DueMonth
               ADD 1 TO DueYear
           END-IF
           PERFORM ClampDueDayProcedure
           MOVE DueDateParts TO HeldLoanDueDates(LoanLoop)
           PERFORM RollLoanDueDateProcedure.

       RollForwardOneDayProcedure.
           PERFORM AddOneDayProcedure
           ADD 1 TO RollTries
           MOVE DueDateParts TO CheckCalDate
           PERFORM CheckBusinessDayProcedure.

       AgeLoanProcedure.
      * Days past due are counted calendar day by calendar day from
      * the oldest unpaid due date up to the business date - capped
      * at 9999, far past the last bucket.
           MOVE 0 TO DayCount
           IF HeldLoanArrears(LoanLoop) > 0
                   AND HeldLoanArrearsDates(LoanLoop) NOT = SPACES
               MOVE HeldLoanArrearsDates(LoanLoop) TO DueDateParts
               PERFORM CountOneDayProcedure
                   UNTIL DueDateParts NOT < BusinessDate
                       OR DayCount >= 9999
           END-IF
           MOVE DayCount TO HeldLoanDaysPastDue(LoanLoop).

       CountOneDayProcedure.
           PERFORM AddOneDayProcedure
           ADD 1 TO DayCount.

       ArrearsSectionProcedure.
      * Every loan carrying arrears after the run, aged into its
      * bucket, then the bucket totals.
           MOVE SPACES TO LoanReportLine
           WRITE LoanReportLine
           MOVE "LOANS IN ARREARS" TO LoanSectionText
           WRITE LoanReportLine FROM LoanSectionLine
           WRITE LoanReportLine FROM ArrearsHeadLine
           MOVE 1 TO LoanLoop
           PERFORM ReportArrearsLoanProcedure
               UNTIL LoanLoop > LoanCount
           MOVE SPACES TO LoanReportLine
           WRITE LoanReportLine
           MOVE 1 TO BucketLoop
           PERFORM WriteBucketTotalProcedure
               UNTIL BucketLoop > 4
           IF NoRateCount > 0
               MOVE SPACES TO LoanSectionLine
               MOVE "WARNING: LOANS IN ARREARS WITH NO RATE ON FILE - "
                   TO LoanSectionText
               MOVE NoRateCount TO LoanSectionText(51:5)
               MOVE " LEFT OUT OF THE LCU VALUE"
                   TO LoanSectionText(56:)
               WRITE LoanReportLine FROM LoanSectionLine
           END-IF.

       ReportArrearsLoanProcedure.
           IF HeldLoanArrears(LoanLoop) > 0
               EVALUATE TRUE
                   WHEN HeldLoanDaysPastDue(LoanLoop) <= 30
                       MOVE 1 TO BucketIndex
                   WHEN HeldLoanDaysPastDue(LoanLoop) <= 60
                       MOVE 2 TO BucketIndex
                   WHEN HeldLoanDaysPastDue(LoanLoop) <= 90
                       MOVE 3 TO BucketIndex
                   WHEN OTHER
                       MOVE 4 TO BucketIndex
               END-EVALUATE
               MOVE SPACES TO ArrearsDetailLine
               MOVE HeldLoanNos(LoanLoop) TO ArrLoanNo
               MOVE HeldLoanClientIDs(LoanLoop) TO ArrClientID
               MOVE HeldLoanArrearsDates(LoanLoop) TO ArrSince
               MOVE HeldLoanDaysPastDue(LoanLoop) TO ArrDays
               MOVE BucketNames(BucketIndex) TO ArrBucket
               MOVE HeldLoanArrears(LoanLoop) TO ArrAmount
               MOVE HeldLoanOutstandings(LoanLoop) TO ArrOutstanding
               WRITE LoanReportLine FROM ArrearsDetailLine
               ADD 1 TO BucketCounts(BucketIndex)
               PERFORM ValueArrearsProcedure
           END-IF
           ADD 1 TO LoanLoop.

       ValueArrearsProcedure.
      * The bucket totals are in LCU; the loan is held in its
      * repayment account's currency, noted when the account was
      * read for collection.
           MOVE HeldLoanCurrencies(LoanLoop) TO ConvertFromCur
           MOVE "LCU" TO ConvertToCur
           MOVE HeldLoanArrears(LoanLoop) TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           IF ConvertOK = "YES"
               ADD ConvertOutAmount TO BucketTotals(BucketIndex)
           ELSE
               ADD 1 TO NoRateCount
           END-IF.

       WriteBucketTotalProcedure.
           MOVE BucketNames(BucketLoop) TO BktName
           MOVE BucketCounts(BucketLoop) TO BktCount
           MOVE BucketTotals(BucketLoop) TO BktTotal
           WRITE LoanReportLine FROM BucketTotalLine
           ADD 1 TO BucketLoop.

       WriteSettlementProcedure.
      * One settlement line per collection - type L, the loan number
      * as counterparty, so every repayment ties back to its loan.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE CollectAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "L" TO RptTrType
           MOVE HeldLoanNos(LoanLoop) TO RptCounterparty
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
           MOVE CollectAmount TO AuditAmount
           MOVE "L" TO AuditTrType
           MOVE HeldLoanNos(LoanLoop) TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

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
      * is only reached for a loan held in something other than
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

       ComputeAvailableProcedure.
      * What the repayment account can actually pay from: funds
      * plus credit limit, less its active holds.
           MOVE ClientID TO HoldClientKey
           PERFORM SumHoldsProcedure
           COMPUTE AvailableFunds =
               ClientFund + ClientCreditLimit - HoldTotal.

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
       END PROGRAM LoanRun.
