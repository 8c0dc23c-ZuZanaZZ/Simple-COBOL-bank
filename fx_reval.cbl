      * Month-end revaluation of foreign-currency client balances.
      * The bank owes its EUR and USD clients EUR and USD coins, and
      * what those balances are worth in LCU moves with the rates
      * whether anything is posted or not. Run on the last business
      * day of the month, after the day's postings, this totals
      * ClientFund per foreign currency off clients.dat and values
      * each total twice - at the opening rate (the rate in force on
      * the previous month's last day, looked up in the dated rate
      * history ratehist.dat) and at the closing rate (the day's
      * rates.dat). The difference is the unrealised movement for
      * the month: a rise in the LCU value of what the clients are
      * owed is a loss to the bank, a fall is a gain. fxreval.rpt
      * shows the workings per currency, and each non-zero movement
      * goes onto settlement.rpt as a Z line under the pseudo-
      * ClientID REVAL, in LCU with the currency code in
      * RptCounterparty, so GlExtract carries it to the ledger with
      * the rest of the day. Nothing is posted to any account and
      * BankFund does not move - the movement is a valuation, not
      * cash. A currency with no opening or no closing rate is
      * listed as an exception and posts nothing. fxreval.ctl holds
      * the last period revalued, so a second run in the same
      * month stops with nothing written. The run appends to the
      * settlement feed and reads bank.dat, so it takes the
      * client-master interlock like any posting program, though it
      * only ever reads the master.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxReval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL RevalControl
           ASSIGN TO "./fxreval.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RevalControlStatus.

           SELECT RevalReport
           ASSIGN TO "./fxreval.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RevalReportStatus.

           SELECT OPTIONAL SettlementReport
           ASSIGN TO "./settlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettlementStatus.

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

           SELECT OPTIONAL RateHistoryFile
           ASSIGN TO "./ratehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateHistoryStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

      * One row: the last period (YYYYMM) revalued. Written by this
      * run only - no row on file means no period has been done.
       FD RevalControl.
       01 RevalControlRecord.
           03 CtlLastPeriod     PIC X(6).

       FD RevalReport.
       01 RevalLine            PIC X(80).

       FD SettlementReport.
           COPY "settlerec.cpy".

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

       FD RateHistoryFile.
           COPY "ratehist.cpy".

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
       01 RevalControlStatus   PIC X(2).
       01 RevalReportStatus    PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 RateHistoryStatus    PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 EndOfScan            PIC X(3) VALUE "NO".
       01 EndOfHistory         PIC X(3).
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 CurrentPeriod        PIC X(6).
       01 LastRevalPeriod      PIC X(6) VALUE SPACES.
      * The opening rate is the one in force on the last day of the
      * previous month - day 31 stands for "the month's end"
      * whatever its length, since the as-of lookup only asks for
      * the latest row on or before the date.
       01 OpenPeriodParts.
           03 OpenYear         PIC 9(4).
           03 OpenMonth        PIC 9(2).
       01 OpeningAsOf          PIC X(8).
       01 AsOfDate             PIC X(8).
       01 BestRateDate         PIC X(8).
      * Client balances per foreign currency.
       01 CurTableMax          PIC 9(2) VALUE 20.
       01 CurCount             PIC 9(2) VALUE 0.
       01 CurOverflow          PIC X(3) VALUE "NO".
       01 CurLoop              PIC 9(2).
       01 CurFound             PIC X(3).
       01 CurTable.
           03 CurEntry OCCURS 20 TIMES.
               05 CurCodes          PIC X(3).
               05 CurAccounts       PIC 9(5).
               05 CurBalances       PIC S9(13)V99.
       01 AccountsScanned      PIC 9(5) VALUE 0.
       01 OpenRate             PIC 9(7)V9(6).
       01 CloseRate            PIC 9(7)V9(6).
       01 OpenRateFound        PIC X(3).
       01 CloseRateFound       PIC X(3).
       01 OpenValue            PIC S9(13)V99.
       01 CloseValue           PIC S9(13)V99.
       01 RevalMovement        PIC S9(13)V99.
       01 BankGainLoss         PIC S9(13)V99.
       01 TotalMovement        PIC S9(13)V99 VALUE 0.
       01 TotalGainLoss        PIC S9(13)V99 VALUE 0.
       01 EntriesWritten       PIC 9(3) VALUE 0.
       01 ExceptionCount       PIC 9(3) VALUE 0.
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
      * Unattended month-end run - every line it writes posts as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".

       01 RevalHeadLine.
           03 Filler           PIC X(27)
               VALUE "FX REVALUATION FOR PERIOD ".
           03 RevalHeadPeriod  PIC X(6).
           03 Filler           PIC X(10) VALUE "   AS AT  ".
           03 RevalHeadDate    PIC X(8).
           03 Filler           PIC X(17) VALUE "   OPENING AS OF ".
           03 RevalHeadOpening PIC X(8).
           03 Filler           PIC X(4) VALUE SPACES.

       01 RevalColumnLine1.
           03 Filler           PIC X(40)
               VALUE "CUR ACCTS           BALANCE      OPEN RA".
           03 Filler           PIC X(40)
               VALUE "TE     CLOSE RATE                       ".

       01 RevalColumnLine2.
           03 Filler           PIC X(40)
               VALUE "     OPEN VALUE (LCU) CLOSE VALUE (LCU) ".
           03 Filler           PIC X(40)
               VALUE "      REVALUATION  BANK GAIN(-LOSS)     ".

       01 RevalBalanceLine.
           03 RevalCurrency    PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalAccounts    PIC ZZZZ9.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalBalance     PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalOpenRate    PIC Z(6)9.9(6).
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalCloseRate   PIC Z(6)9.9(6).
           03 Filler           PIC X(23) VALUE SPACES.

       01 RevalValueLine.
           03 Filler           PIC X(4) VALUE SPACES.
           03 RevalOpenValue   PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalCloseValue  PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalMoveValue   PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalGainValue   PIC -(13)9.99.
           03 Filler           PIC X(5) VALUE SPACES.

       01 RevalExceptionLine.
           03 Filler           PIC X(10) VALUE "EXCEPTION ".
           03 RevalExcReason   PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalExcCurrency PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalExcBalance  PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 RevalExcText     PIC X(39).

       01 RevalAmountLine.
           03 RevalAmountText  PIC X(40).
           03 RevalAmountValue PIC -(13)9.99.
           03 Filler           PIC X(23) VALUE SPACES.

       01 RevalCountLine.
           03 RevalCountText   PIC X(40).
           03 RevalCountValue  PIC ZZZZ9.
           03 Filler           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      * Main Procedure
      * The whole master is tallied before anything is valued or
      * written: a currency that did not fit the table would drop
      * out of the revaluation without a trace, so an overflow
      * refuses the run with no entry posted and the period left
      * open for a re-run.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRevalControlProcedure
           IF LastRevalPeriod = CurrentPeriod
               DISPLAY "FX revaluation for period " CurrentPeriod
                   " has already been run - run stopped, nothing "
                   "posted."
           ELSE
               PERFORM LoadRatesProcedure
               PERFORM AcquireLockProcedure
               IF LockRefused = "NO"
                   OPEN INPUT Client
                   IF ClientStatus NOT = "00"
                       DISPLAY "Cannot open the client master "
                           "clients.dat - file status " ClientStatus
                           ". Run ClientConvert to build it from "
                           "the old roster."
                   ELSE
                       PERFORM TallyBalancesProcedure
                       CLOSE Client
                       IF CurOverflow = "YES"
                           DISPLAY "FX revaluation refused - "
                               "clients.dat holds more currencies "
                               "than CurTable can hold ("
                               CurTableMax "). Nothing posted."
                       ELSE
                           PERFORM LoadBankFundProcedure
                           PERFORM RevalueProcedure
                           PERFORM SaveRevalControlProcedure
                           DISPLAY "FX revaluation for period "
                               CurrentPeriod " complete - "
                               EntriesWritten " entries, movement "
                               TotalMovement " LCU, bank gain(-loss) "
                               TotalGainLoss " LCU, "
                               ExceptionCount " exceptions."
                       END-IF
                   END-IF
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF
           STOP RUN.

       LoadRunControlProcedure.
      * The business date the revaluation stands at - the wall
      * clock stands in when no runctl.dat exists.
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
           CLOSE RunControl
           MOVE BusinessDate(1:6) TO CurrentPeriod.

       LoadRevalControlProcedure.
           OPEN INPUT RevalControl
           IF RevalControlStatus = "00"
               READ RevalControl
                   NOT AT END
                       MOVE CtlLastPeriod TO LastRevalPeriod
               END-READ
           END-IF
           CLOSE RevalControl.

       SaveRevalControlProcedure.
      * Stamps the period just revalued, so the next run in the same
      * month stops at the guard above.
           MOVE SPACES TO RevalControlRecord
           MOVE CurrentPeriod TO CtlLastPeriod
           OPEN OUTPUT RevalControl
           WRITE RevalControlRecord
           CLOSE RevalControl.

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
               MOVE "FXREVAL" TO LockProgram
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

       LoadBankFundProcedure.
      * Only read - RptBankFund on the Z lines shows the position
      * the revaluation leaves untouched.
           OPEN INPUT BankPosition
           IF BankPositionStatus = "00"
               READ BankPosition
                   NOT AT END
                       MOVE BankPositionFund TO BankFund
               END-READ
           END-IF
           CLOSE BankPosition.

       TallyBalancesProcedure.
      * One keyed pass over the master. LCU balances need no
      * revaluation; overdrawn foreign balances are netted into
      * their currency's total, since the bank is owed those coins
      * just as it owes the rest.
           MOVE "NO" TO EndOfScan
           MOVE LOW-VALUES TO ClientID
           START Client KEY NOT < ClientID
           IF ClientStatus NOT = "00"
               MOVE "YES" TO EndOfScan
           END-IF
           PERFORM TallyClientProcedure
               UNTIL EndOfScan = "YES".

       TallyClientProcedure.
           READ Client NEXT
               AT END
                   MOVE "YES" TO EndOfScan
               NOT AT END
                   ADD 1 TO AccountsScanned
                   MOVE ClientCurrency TO NormCurrency
                   PERFORM NormalizeCurrencyProcedure
                   IF NormCurrency NOT = "LCU"
                       PERFORM AddToCurrencyProcedure
                   END-IF
           END-READ.

       AddToCurrencyProcedure.
           MOVE "NO" TO CurFound
           MOVE 1 TO CurLoop
           PERFORM ScanCurrencyProcedure
               UNTIL CurLoop > CurCount OR CurFound = "YES"
           IF CurFound = "YES"
               ADD 1 TO CurAccounts(CurLoop)
               ADD ClientFund TO CurBalances(CurLoop)
           ELSE
               IF CurCount >= CurTableMax
                   MOVE "YES" TO CurOverflow
                   MOVE "YES" TO EndOfScan
               ELSE
                   ADD 1 TO CurCount
                   MOVE NormCurrency TO CurCodes(CurCount)
                   MOVE 1 TO CurAccounts(CurCount)
                   MOVE ClientFund TO CurBalances(CurCount)
               END-IF
           END-IF.

       ScanCurrencyProcedure.
           IF CurCodes(CurLoop) = NormCurrency
               MOVE "YES" TO CurFound
           ELSE
               ADD 1 TO CurLoop
           END-IF.

       RevalueProcedure.
           MOVE CurrentPeriod TO OpenPeriodParts
           IF OpenMonth = 1
               SUBTRACT 1 FROM OpenYear
               MOVE 12 TO OpenMonth
           ELSE
               SUBTRACT 1 FROM OpenMonth
           END-IF
           MOVE SPACES TO OpeningAsOf
           MOVE OpenPeriodParts TO OpeningAsOf(1:6)
           MOVE "31" TO OpeningAsOf(7:2)

           OPEN OUTPUT RevalReport
           MOVE CurrentPeriod TO RevalHeadPeriod
           MOVE BusinessDate TO RevalHeadDate
           MOVE OpeningAsOf TO RevalHeadOpening
           WRITE RevalLine FROM RevalHeadLine
           MOVE SPACES TO RevalLine
           WRITE RevalLine
           WRITE RevalLine FROM RevalColumnLine1
           WRITE RevalLine FROM RevalColumnLine2
           MOVE SPACES TO RevalLine
           WRITE RevalLine
           MOVE 1 TO CurLoop
           PERFORM RevalueCurrencyProcedure
               UNTIL CurLoop > CurCount
           PERFORM WriteTotalsProcedure
           CLOSE RevalReport.

       RevalueCurrencyProcedure.
      * Opening rate from the history, closing rate from the day's
      * rates.dat. Both values are rounded to the coin on their
      * own, so the movement is exactly the difference of the two
      * figures the report prints.
           MOVE CurCodes(CurLoop) TO LookupCurrency
           MOVE OpeningAsOf TO AsOfDate
           PERFORM FindRateAsOfProcedure
           MOVE RateFound TO OpenRateFound
           MOVE LookupRateValue TO OpenRate
           PERFORM FindRateProcedure
           MOVE RateFound TO CloseRateFound
           MOVE LookupRateValue TO CloseRate
           IF OpenRateFound = "NO"
               MOVE "NOOPEN" TO RevalExcReason
               MOVE "NO RATE IN HISTORY AT MONTH OPEN"
                   TO RevalExcText
               PERFORM WriteRevalExceptionProcedure
           ELSE
           IF CloseRateFound = "NO"
               MOVE "NOCLOSE" TO RevalExcReason
               MOVE "NO RATE ON RATES.DAT TODAY" TO RevalExcText
               PERFORM WriteRevalExceptionProcedure
           ELSE
               COMPUTE OpenValue ROUNDED =
                   CurBalances(CurLoop) * OpenRate
               COMPUTE CloseValue ROUNDED =
                   CurBalances(CurLoop) * CloseRate
               COMPUTE RevalMovement = CloseValue - OpenValue
               COMPUTE BankGainLoss = 0 - RevalMovement
               ADD RevalMovement TO TotalMovement
               ADD BankGainLoss TO TotalGainLoss

               MOVE CurCodes(CurLoop) TO RevalCurrency
               MOVE CurAccounts(CurLoop) TO RevalAccounts
               MOVE CurBalances(CurLoop) TO RevalBalance
               MOVE OpenRate TO RevalOpenRate
               MOVE CloseRate TO RevalCloseRate
               WRITE RevalLine FROM RevalBalanceLine
               MOVE OpenValue TO RevalOpenValue
               MOVE CloseValue TO RevalCloseValue
               MOVE RevalMovement TO RevalMoveValue
               MOVE BankGainLoss TO RevalGainValue
               WRITE RevalLine FROM RevalValueLine
               IF RevalMovement NOT = 0
                   PERFORM WriteRevalSettlementProcedure
               END-IF
           END-IF
           END-IF
           ADD 1 TO CurLoop.

       WriteRevalExceptionProcedure.
           ADD 1 TO ExceptionCount
           MOVE CurCodes(CurLoop) TO RevalExcCurrency
           MOVE CurBalances(CurLoop) TO RevalExcBalance
           WRITE RevalLine FROM RevalExceptionLine
           DISPLAY "No revaluation for " CurCodes(CurLoop) " - "
               RevalExcText.

       WriteRevalSettlementProcedure.
      * RptAmount is the rise (or, negative, the fall) in the LCU
      * value of what the bank owes its clients in the currency -
      * glmap.dat maps Z with the revaluation loss account on the
      * debit side and the client-liability revaluation account on
      * the credit side, so a fall posts the other way round.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE "REVAL" TO RptClientID
           MOVE RevalMovement TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "Z" TO RptTrType
           MOVE CurCodes(CurLoop) TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE "LCU" TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport
           ADD 1 TO EntriesWritten.

       WriteTotalsProcedure.
           MOVE SPACES TO RevalLine
           WRITE RevalLine
           MOVE "ACCOUNTS SCANNED" TO RevalCountText
           MOVE AccountsScanned TO RevalCountValue
           WRITE RevalLine FROM RevalCountLine
           MOVE "FOREIGN CURRENCIES HELD" TO RevalCountText
           MOVE CurCount TO RevalCountValue
           WRITE RevalLine FROM RevalCountLine
           MOVE "CURRENCIES NOT REVALUED" TO RevalCountText
           MOVE ExceptionCount TO RevalCountValue
           WRITE RevalLine FROM RevalCountLine
           MOVE "Z ENTRIES TO SETTLEMENT.RPT" TO RevalCountText
           MOVE EntriesWritten TO RevalCountValue
           WRITE RevalLine FROM RevalCountLine
           MOVE "TOTAL REVALUATION (LCU)" TO RevalAmountText
           MOVE TotalMovement TO RevalAmountValue
           WRITE RevalLine FROM RevalAmountLine
           MOVE "TOTAL BANK GAIN(-LOSS) (LCU)" TO RevalAmountText
           MOVE TotalGainLoss TO RevalAmountValue
           WRITE RevalLine FROM RevalAmountLine.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - the closing
      * rates of the month being revalued.
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
       END PROGRAM FxReval.
