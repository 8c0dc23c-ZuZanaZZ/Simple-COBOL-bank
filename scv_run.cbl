      * Single customer view for the deposit guarantee scheme. The
      * regulator can ask at any time for one line per depositor -
      * the person, not the account - showing what the bank holds
      * for them in total and how much of it the scheme insures.
      * Balances live per account on clients.dat and the only link
      * to the person is ClientCustomerID into customers.dat, so
      * this run groups every account under its owning customer,
      * converts foreign-currency ClientFund balances to LCU at the
      * day's rates, and adds the principal of each active term
      * deposit the same way (the placement took it off the
      * account's ClientFund, but it is still the depositor's
      * money). Closed accounts and negative balances are left out
      * of the eligible total - an overdraft is not a deposit and
      * is not netted against the customer's other accounts. The
      * insured limit comes from the operations-maintained control
      * file scv.ctl; each depositor's eligible total is split into
      * the covered part (up to the limit) and the uncovered rest.
      * Output is the fixed-format file scv.dat for the scheme -
      * HDR row, one row per depositor, TRL row with the row count
      * and the eligible total as hash - and the summary report
      * scv.rpt. An account that cannot be attributed (no owner
      * linked, or an owner missing from the customer master) or
      * cannot be valued (no rate for its currency) is listed on
      * the report as an exception rather than silently left out.
      * The run only reads the masters, so it takes no lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScvRun.

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

           SELECT OPTIONAL TermDeposits
           ASSIGN TO "./deposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositsStatus.

           SELECT OPTIONAL ScvControl
           ASSIGN TO "./scv.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScvControlStatus.

           SELECT OPTIONAL ScvFile
           ASSIGN TO "./scv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScvFileStatus.

           SELECT ScvReport
           ASSIGN TO "./scv.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScvReportStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL ExchangeRates
           ASSIGN TO "./rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD Customer.
           COPY "custrec.cpy".

      * The term-deposit register - see DepositRun. Only active (A)
      * deposits still hold the depositor's money.
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

      * One row: the scheme's insured limit per depositor, in LCU.
      * Operations sets it from the scheme rules; with no control
      * file on record there is no honest coverage figure and the
      * run stops rather than guessing one.
       FD ScvControl.
       01 ScvControlRecord.
           03 CtlCoverLimit     PIC 9(13)V99.

      * The file handed to the scheme: a HDR row with the business
      * date the balances stand at and the limit applied, one row
      * per depositor, and a TRL row with the depositor count and
      * the sum of the eligible totals as hash. Amounts are LCU.
       FD ScvFile.
       01 ScvRecord.
           03 SvCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 SvFullName        PIC X(20).
           03 Filler            PIC X(1).
           03 SvAccounts        PIC 9(3).
           03 Filler            PIC X(1).
           03 SvEligible        PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 SvCovered         PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 SvUncovered       PIC 9(13)V99.
       01 ScvHeaderRec.
           03 SvhTag            PIC X(3).
           03 Filler            PIC X(1).
           03 SvhDate           PIC X(8).
           03 Filler            PIC X(1).
           03 SvhLimit          PIC 9(13)V99.
       01 ScvTrailerRec.
           03 SvtTag            PIC X(3).
           03 Filler            PIC X(1).
           03 SvtCount          PIC 9(6).
           03 Filler            PIC X(1).
           03 SvtHash           PIC 9(13)V99.

       FD ScvReport.
       01 ScvLine              PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 DepositsStatus       PIC X(2).
       01 ScvControlStatus     PIC X(2).
       01 ScvFileStatus        PIC X(2).
       01 ScvReportStatus      PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 EndOfFile            PIC X(3) VALUE "NO".
       01 EndOfCustomers       PIC X(3) VALUE "NO".
       01 EndOfDeposits        PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 CoverLimit           PIC 9(13)V99 VALUE 0.
       01 LimitOnFile          PIC X(3) VALUE "NO".
       01 MasterReadable       PIC X(3) VALUE "NO".
      * Every customer on the master, with the running count and
      * LCU total of the accounts and deposits attributed to them.
       01 CustTableMax         PIC 9(3) VALUE 500.
       01 CustCount            PIC 9(3) VALUE 0.
       01 CustOverflow         PIC X(3) VALUE "NO".
       01 CustLoop             PIC 9(3).
       01 CustFound            PIC X(3).
       01 SearchCustomerID     PIC X(8).
       01 CustTable.
           03 CustEntry OCCURS 500 TIMES.
               05 HeldCustIDs       PIC X(8).
               05 HeldCustNames     PIC X(20).
               05 HeldCustAccounts  PIC 9(3).
               05 HeldCustEligible  PIC 9(13)V99.
      * The item being attributed - an account balance or a term
      * deposit principal - carried through the shared screening.
       01 ItemSource           PIC X(8).
       01 ItemClientID         PIC X(8).
       01 ItemCustomerID       PIC X(8).
       01 ItemCurrency         PIC X(3).
       01 ItemAmount           PIC S9(13)V99.
       01 ItemLcuAmount        PIC S9(13)V99.
       01 ExceptionReason      PIC X(10).
       01 AccountsScanned      PIC 9(5) VALUE 0.
       01 AccountsIncluded     PIC 9(5) VALUE 0.
       01 DepositsIncluded     PIC 9(5) VALUE 0.
       01 ClosedExcluded       PIC 9(5) VALUE 0.
       01 NegativeExcluded     PIC 9(5) VALUE 0.
       01 ExceptionCount       PIC 9(5) VALUE 0.
       01 DepositorCount       PIC 9(6) VALUE 0.
       01 TotalEligible        PIC 9(13)V99 VALUE 0.
       01 TotalCovered         PIC 9(13)V99 VALUE 0.
       01 TotalUncovered       PIC 9(13)V99 VALUE 0.
       01 CoveredAmount        PIC 9(13)V99.
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
       01 NormCurrency         PIC X(3).

       01 ScvHeadLine.
           03 Filler           PIC X(29)
               VALUE "SINGLE CUSTOMER VIEW AS AT   ".
           03 ScvHeadDate      PIC X(8).
           03 Filler           PIC X(12) VALUE "  LIMIT     ".
           03 ScvHeadLimit     PIC -(13)9.99.
           03 Filler           PIC X(14) VALUE SPACES.

       01 ScvExceptionLine.
           03 Filler           PIC X(10) VALUE "EXCEPTION ".
           03 ScvExcReason     PIC X(10).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ScvExcSource     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ScvExcClient     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ScvExcCustomer   PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ScvExcAmount     PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 ScvExcCurrency   PIC X(3).
           03 Filler           PIC X(11) VALUE SPACES.

       01 ScvCountLine.
           03 ScvCountText     PIC X(40).
           03 ScvCountValue    PIC ZZZZZ9.
           03 Filler           PIC X(34) VALUE SPACES.

       01 ScvAmountLine.
           03 ScvAmountText    PIC X(40).
           03 ScvAmountValue   PIC -(13)9.99.
           03 Filler           PIC X(23) VALUE SPACES.

       01 ScvNoteLine.
           03 ScvNoteText      PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * The customer master is tabled whole before anything is
      * written: a depositor who did not fit the table would drop
      * out of the view without a trace, so an overflow refuses the
      * run. Yesterday's scv.dat is cleared first, so a refused run
      * can never leave a stale file to be handed over by mistake.
           PERFORM LoadRunControlProcedure
           PERFORM TruncateScvFileProcedure
           PERFORM LoadLimitProcedure
           IF LimitOnFile = "NO"
               DISPLAY "scv.ctl is not on file - ask operations to "
                   "set the insured limit. No single customer view "
                   "produced."
           ELSE
               PERFORM LoadCustomersProcedure
               IF CustOverflow = "YES"
                   DISPLAY "Single customer view refused - "
                       "customers.dat holds more customers than "
                       "CustTable can hold (" CustTableMax "). "
                       "Nothing produced."
               ELSE
                   PERFORM LoadRatesProcedure
                   OPEN OUTPUT ScvReport
                   MOVE BusinessDate TO ScvHeadDate
                   MOVE CoverLimit TO ScvHeadLimit
                   WRITE ScvLine FROM ScvHeadLine
                   MOVE SPACES TO ScvLine
                   WRITE ScvLine
                   PERFORM ScanAccountsProcedure
                   IF MasterReadable = "NO"
                       MOVE "NO READABLE CLIENT MASTER - NO VIEW "
                           TO ScvNoteText
                       MOVE "PRODUCED" TO ScvNoteText(37:)
                       WRITE ScvLine FROM ScvNoteLine
                       DISPLAY "No readable client master - no "
                           "single customer view produced."
                   ELSE
                       PERFORM ScanDepositsProcedure
                       CLOSE Client
                       PERFORM WriteScvFileProcedure
                       PERFORM WriteTotalsProcedure
                       DISPLAY "Single customer view as at "
                           BusinessDate " written to scv.dat - "
                           DepositorCount " depositors, "
                           ExceptionCount " exceptions on scv.rpt."
                   END-IF
                   CLOSE ScvReport
               END-IF
           END-IF
           STOP RUN.

       LoadRunControlProcedure.
      * The view stands at the business date - the wall clock
      * stands in when no runctl.dat exists.
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

       TruncateScvFileProcedure.
           OPEN OUTPUT ScvFile
           CLOSE ScvFile.

       LoadLimitProcedure.
           OPEN INPUT ScvControl
           IF ScvControlStatus = "00"
               READ ScvControl
                   NOT AT END
                       IF CtlCoverLimit IS NUMERIC
                               AND CtlCoverLimit > 0
                           MOVE CtlCoverLimit TO CoverLimit
                           MOVE "YES" TO LimitOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE ScvControl.

       LoadCustomersProcedure.
      * One keyed scan of the customer master. A missing master
      * leaves the table empty - every linked account then lands
      * on the exception list, which is the honest answer.
           MOVE 0 TO CustCount
           MOVE "NO" TO EndOfCustomers
           OPEN INPUT Customer
           IF CustomerStatus NOT = "00"
               MOVE "YES" TO EndOfCustomers
           ELSE
               MOVE LOW-VALUES TO CustomerID
               START Customer KEY NOT < CustomerID
               IF CustomerStatus NOT = "00"
                   MOVE "YES" TO EndOfCustomers
               END-IF
           END-IF
           PERFORM ReadCustomerProcedure
               UNTIL EndOfCustomers = "YES"
           CLOSE Customer.

       ReadCustomerProcedure.
           READ Customer NEXT
               AT END
                   MOVE "YES" TO EndOfCustomers
               NOT AT END
                   IF CustCount >= CustTableMax
                       MOVE "YES" TO EndOfCustomers
                       MOVE "YES" TO CustOverflow
                   ELSE
                       ADD 1 TO CustCount
                       MOVE CustomerID TO HeldCustIDs(CustCount)
                       MOVE CustFullName TO HeldCustNames(CustCount)
                       MOVE 0 TO HeldCustAccounts(CustCount)
                       MOVE 0 TO HeldCustEligible(CustCount)
                   END-IF
           END-READ.

       ScanAccountsProcedure.
      * One keyed scan of the client master. The file stays open
      * afterwards - the term-deposit pass reads it by key to find
      * each deposit's owner.
           MOVE "NO" TO EndOfFile
           OPEN INPUT Client
           IF ClientStatus NOT = "00"
               CLOSE Client
           ELSE
               MOVE "YES" TO MasterReadable
               MOVE LOW-VALUES TO ClientID
               START Client KEY NOT < ClientID
               IF ClientStatus NOT = "00"
                   MOVE "YES" TO EndOfFile
               END-IF
               PERFORM ReadClientProcedure
                   UNTIL EndOfFile = "YES"
           END-IF.

       ReadClientProcedure.
           READ Client NEXT
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   ADD 1 TO AccountsScanned
                   PERFORM ScreenAccountProcedure
           END-READ.

       ScreenAccountProcedure.
      * A closed account holds nothing the scheme insures, and a
      * zero or negative balance is no deposit - both are counted
      * and left out before any attribution is attempted.
           IF ClientAccountStatus = "C"
               ADD 1 TO ClosedExcluded
           ELSE
           IF ClientFund NOT > 0
               ADD 1 TO NegativeExcluded
           ELSE
               MOVE "ACCOUNT" TO ItemSource
               MOVE ClientID TO ItemClientID
               MOVE ClientCustomerID TO ItemCustomerID
               MOVE ClientCurrency TO ItemCurrency
               MOVE ClientFund TO ItemAmount
               PERFORM AttributeItemProcedure
               IF ExceptionReason = SPACES
                   ADD 1 TO AccountsIncluded
               END-IF
           END-IF
           END-IF.

       ScanDepositsProcedure.
           MOVE "NO" TO EndOfDeposits
           OPEN INPUT TermDeposits
           IF DepositsStatus = "00"
               PERFORM ReadDepositProcedure
                   UNTIL EndOfDeposits = "YES"
           END-IF
           CLOSE TermDeposits.

       ReadDepositProcedure.
           READ TermDeposits
               AT END
                   MOVE "YES" TO EndOfDeposits
               NOT AT END
                   IF TdStatus = "A"
                       PERFORM ScreenDepositProcedure
                   END-IF
           END-READ.

       ScreenDepositProcedure.
      * A deposit belongs to whoever owns the account it was placed
      * from. A deposit on a closed account is still the
      * depositor's money until it matures or is broken, so the
      * account's status does not exclude it here.
           MOVE "DEPOSIT" TO ItemSource
           MOVE TdClientID TO ItemClientID
           MOVE TdCurrency TO ItemCurrency
           MOVE TdPrincipal TO ItemAmount
           MOVE TdClientID TO ClientID
           READ Client
               INVALID KEY
                   MOVE SPACES TO ItemCustomerID
                   MOVE "NOACCOUNT" TO ExceptionReason
                   PERFORM WriteExceptionProcedure
               NOT INVALID KEY
                   MOVE ClientCustomerID TO ItemCustomerID
                   PERFORM AttributeItemProcedure
                   IF ExceptionReason = SPACES
                       ADD 1 TO DepositsIncluded
                   END-IF
           END-READ.

       AttributeItemProcedure.
      * Shared by accounts and deposits: the item must have an
      * owner, the owner must be on the customer master, and the
      * currency must have a rate. The first failure names the
      * exception; otherwise the LCU value is added to the owner.
           MOVE SPACES TO ExceptionReason
           IF ItemCustomerID = SPACES
               MOVE "UNLINKED" TO ExceptionReason
           ELSE
               MOVE ItemCustomerID TO SearchCustomerID
               PERFORM FindCustomerProcedure
               IF CustFound = "NO"
                   MOVE "NOCUSTOMER" TO ExceptionReason
               ELSE
                   MOVE ItemCurrency TO NormCurrency
                   PERFORM NormalizeCurrencyProcedure
                   MOVE NormCurrency TO ItemCurrency
                   MOVE ItemCurrency TO LookupCurrency
                   PERFORM FindRateProcedure
                   IF RateFound = "NO"
                       MOVE "NORATE" TO ExceptionReason
                   ELSE
                       COMPUTE ItemLcuAmount ROUNDED =
                           ItemAmount * LookupRateValue
                       ADD 1 TO HeldCustAccounts(CustLoop)
                       ADD ItemLcuAmount
                           TO HeldCustEligible(CustLoop)
                   END-IF
               END-IF
           END-IF
           IF ExceptionReason NOT = SPACES
               PERFORM WriteExceptionProcedure
           END-IF.

       FindCustomerProcedure.
           MOVE "NO" TO CustFound
           MOVE 1 TO CustLoop
           PERFORM ScanCustomerProcedure
               UNTIL CustLoop > CustCount OR CustFound = "YES".

       ScanCustomerProcedure.
           IF HeldCustIDs(CustLoop) = SearchCustomerID
               MOVE "YES" TO CustFound
           ELSE
               ADD 1 TO CustLoop
           END-IF.

       WriteExceptionProcedure.
      * The amount is shown in the item's own currency - it could
      * not be valued or attributed, so no LCU figure is claimed.
           ADD 1 TO ExceptionCount
           MOVE ExceptionReason TO ScvExcReason
           MOVE ItemSource TO ScvExcSource
           MOVE ItemClientID TO ScvExcClient
           MOVE ItemCustomerID TO ScvExcCustomer
           MOVE ItemAmount TO ScvExcAmount
           MOVE ItemCurrency TO ScvExcCurrency
           WRITE ScvLine FROM ScvExceptionLine.

       WriteScvFileProcedure.
      * Only customers with something eligible are depositors - a
      * customer whose every account is closed or overdrawn has no
      * row for the scheme.
           OPEN OUTPUT ScvFile
           MOVE SPACES TO ScvHeaderRec
           MOVE "HDR" TO SvhTag
           MOVE BusinessDate TO SvhDate
           MOVE CoverLimit TO SvhLimit
           WRITE ScvHeaderRec
           MOVE 1 TO CustLoop
           PERFORM WriteDepositorProcedure
               UNTIL CustLoop > CustCount
           MOVE SPACES TO ScvTrailerRec
           MOVE "TRL" TO SvtTag
           MOVE DepositorCount TO SvtCount
           MOVE TotalEligible TO SvtHash
           WRITE ScvTrailerRec
           CLOSE ScvFile.

       WriteDepositorProcedure.
           IF HeldCustAccounts(CustLoop) > 0
               IF HeldCustEligible(CustLoop) > CoverLimit
                   MOVE CoverLimit TO CoveredAmount
               ELSE
                   MOVE HeldCustEligible(CustLoop) TO CoveredAmount
               END-IF
               MOVE SPACES TO ScvRecord
               MOVE HeldCustIDs(CustLoop) TO SvCustomerID
               MOVE HeldCustNames(CustLoop) TO SvFullName
               MOVE HeldCustAccounts(CustLoop) TO SvAccounts
               MOVE HeldCustEligible(CustLoop) TO SvEligible
               MOVE CoveredAmount TO SvCovered
               COMPUTE SvUncovered =
                   HeldCustEligible(CustLoop) - CoveredAmount
               WRITE ScvRecord
               ADD 1 TO DepositorCount
               ADD HeldCustEligible(CustLoop) TO TotalEligible
               ADD CoveredAmount TO TotalCovered
               ADD SvUncovered TO TotalUncovered
           END-IF
           ADD 1 TO CustLoop.

       WriteTotalsProcedure.
           MOVE SPACES TO ScvLine
           WRITE ScvLine
           IF ExceptionCount = 0
               MOVE "NO EXCEPTIONS - EVERY ELIGIBLE BALANCE IS "
                   TO ScvNoteText
               MOVE "ATTRIBUTED" TO ScvNoteText(43:)
               WRITE ScvLine FROM ScvNoteLine
               MOVE SPACES TO ScvLine
               WRITE ScvLine
           END-IF
           MOVE "ACCOUNTS SCANNED" TO ScvCountText
           MOVE AccountsScanned TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "ACCOUNTS INCLUDED" TO ScvCountText
           MOVE AccountsIncluded TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "TERM DEPOSITS INCLUDED" TO ScvCountText
           MOVE DepositsIncluded TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "CLOSED ACCOUNTS EXCLUDED" TO ScvCountText
           MOVE ClosedExcluded TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "ZERO OR NEGATIVE BALANCES EXCLUDED" TO ScvCountText
           MOVE NegativeExcluded TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "EXCEPTIONS" TO ScvCountText
           MOVE ExceptionCount TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "DEPOSITORS ON SCV.DAT" TO ScvCountText
           MOVE DepositorCount TO ScvCountValue
           WRITE ScvLine FROM ScvCountLine
           MOVE "TOTAL ELIGIBLE DEPOSITS (LCU)" TO ScvAmountText
           MOVE TotalEligible TO ScvAmountValue
           WRITE ScvLine FROM ScvAmountLine
           MOVE "TOTAL COVERED (LCU)" TO ScvAmountText
           MOVE TotalCovered TO ScvAmountValue
           WRITE ScvLine FROM ScvAmountLine
           MOVE "TOTAL UNCOVERED (LCU)" TO ScvAmountText
           MOVE TotalUncovered TO ScvAmountValue
           WRITE ScvLine FROM ScvAmountLine.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - every
      * foreign-currency balance is valued at them.
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
       END PROGRAM ScvRun.
