      * Balance-as-of-date enquiry off the balance history. Reads
      * balhist.dat (see balhist.cpy), which BalanceHist appends to
      * every night, and answers for one ClientID the balance at the
      * close of any business date - the latest row on or before the
      * date, so a weekend or holiday carries the last close forward
      * - and, over a date range, the minimum and maximum closing
      * balance with the date each was first seen, the average daily
      * balance taken over every calendar day in the range, and the
      * debit and credit totals of the business dates recorded in
      * it. Each recorded date in the range is listed to balance.rpt
      * with a summary on the terminal. Days in the range before the
      * account's first row have no balance and are left out of the
      * figures. It only reads the history and the master, so it
      * takes no interlock and may run alongside anything.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceEnquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL BalanceHistFile
           ASSIGN TO "./balhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceHistStatus.

           SELECT BalanceReport
           ASSIGN TO "./balance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceReportStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD BalanceHistFile.
           COPY "balhist.cpy".

       FD BalanceReport.
       01 BalanceLine          PIC X(80).

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 BalanceHistStatus    PIC X(2).
       01 BalanceReportStatus  PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 EndOfInput           PIC X(3) VALUE "NO".
       01 EndOfHistory         PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 TargetClientID       PIC X(8).
       01 DateAnswer           PIC X(8).
       01 AsOfRequest          PIC X(8).
       01 RangeFrom            PIC X(8).
       01 RangeTo              PIC X(8).
       01 RangeWanted          PIC X(3) VALUE "NO".
       01 InputValid           PIC X(3) VALUE "YES".
       01 CheckDate            PIC X(8).
       01 DateValid            PIC X(3).
       01 OnRoster             PIC X(3) VALUE "NO".
       01 HeldName             PIC A(4) VALUE SPACES.
       01 HeldSurname          PIC A(3) VALUE SPACES.

      * The account's rows off balhist.dat, in file order.
       01 HistTableMax         PIC 9(4) VALUE 4000.
       01 HistCount            PIC 9(4) VALUE 0.
       01 HistLoop             PIC 9(4).
       01 HistOverflow         PIC X(3) VALUE "NO".
       01 HistTable.
           03 HistEntry OCCURS 4000 TIMES.
               05 HistDates         PIC X(8).
               05 HistFunds         PIC S9(13)V99.
               05 HistCurrencies    PIC X(3).
               05 HistStatuses      PIC X(1).
               05 HistDebits        PIC S9(13)V99.
               05 HistCredits       PIC S9(13)V99.

      * The row standing as at LookupDate - AsOfIndex 0 means the
      * account has no row on or before it.
       01 LookupDate           PIC X(8).
       01 AsOfIndex            PIC 9(4).
       01 AsOfDate             PIC X(8).

      * Range statistics, built one calendar day at a time.
       01 DayCap               PIC 9(4) VALUE 3660.
       01 DaysStepped          PIC 9(4) VALUE 0.
       01 DaysCounted          PIC 9(4) VALUE 0.
       01 DaysWithout          PIC 9(4) VALUE 0.
       01 RangeCut             PIC X(3) VALUE "NO".
       01 CurrencyMixed        PIC X(3) VALUE "NO".
       01 RangeCurrency        PIC X(3) VALUE SPACES.
       01 CurrentDay           PIC X(8).
       01 MinBalance           PIC S9(13)V99 VALUE 0.
       01 MinDate              PIC X(8) VALUE SPACES.
       01 MaxBalance           PIC S9(13)V99 VALUE 0.
       01 MaxDate              PIC X(8) VALUE SPACES.
       01 SumBalance           PIC S9(17)V99 VALUE 0.
       01 AverageBalance       PIC S9(13)V99 VALUE 0.
       01 RangeDebits          PIC S9(15)V99 VALUE 0.
       01 RangeCredits         PIC S9(15)V99 VALUE 0.
       01 DetailCount          PIC 9(4) VALUE 0.

       01 DueDateParts.
           03 DueYear          PIC 9(4).
           03 DueMonth         PIC 9(2).
           03 DueDay           PIC 9(2).
       01 DaysInMonth          PIC 9(2).
       01 LeapQuotient         PIC 9(4).
       01 LeapRemainder        PIC 9(4).

       01 BalHeadLine.
           03 Filler           PIC X(28)
               VALUE "BALANCE HISTORY FOR ACCOUNT ".
           03 BalHeadClientID  PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 BalHeadName      PIC X(4).
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalHeadSurname   PIC X(3).
           03 Filler           PIC X(34) VALUE SPACES.

       01 BalAsOfLine.
           03 Filler           PIC X(20)
               VALUE "BALANCE AT CLOSE OF ".
           03 BalAsOfRequest   PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 BalAsOfAmount    PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalAsOfCurrency  PIC X(3).
           03 Filler           PIC X(9) VALUE "  STATUS ".
           03 BalAsOfStatus    PIC X(1).
           03 Filler           PIC X(9) VALUE "  AS AT  ".
           03 BalAsOfDate      PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.

       01 BalRangeLine.
           03 Filler           PIC X(6) VALUE "RANGE ".
           03 BalRangeFrom     PIC X(8).
           03 Filler           PIC X(4) VALUE " TO ".
           03 BalRangeTo       PIC X(8).
           03 Filler           PIC X(54) VALUE SPACES.

       01 BalColumnLine.
           03 Filler           PIC X(8) VALUE "DATE    ".
           03 Filler           PIC X(2) VALUE SPACES.
           03 Filler           PIC X(3) VALUE "CCY".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(1) VALUE "S".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "       DAY DEBITS".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "      DAY CREDITS".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "  CLOSING BALANCE".
           03 Filler           PIC X(11) VALUE SPACES.

       01 BalDetailLine.
           03 BalDetailDate    PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 BalDetailCurrency PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalDetailStatus  PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalDetailDebits  PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalDetailCredits PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 BalDetailBalance PIC -(13)9.99.
           03 Filler           PIC X(11) VALUE SPACES.

       01 BalTotalLine.
           03 BalTotalText     PIC X(30).
           03 BalTotalAmount   PIC -(13)9.99.
           03 Filler           PIC X(4) VALUE SPACES.
           03 BalTotalDate     PIC X(8).
           03 Filler           PIC X(21) VALUE SPACES.

       01 BalCountLine.
           03 BalCountText     PIC X(30).
           03 BalCountValue    PIC Z(3)9.
           03 Filler           PIC X(46) VALUE SPACES.

       01 BalNoteLine.
           03 BalNoteText      PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * A blank as-of date means the current business date; a blank
      * range start skips the range figures, and a blank range end
      * means the as-of date.
           PERFORM LoadRunControlProcedure
           DISPLAY "Enter the ClientID to report:"
           ACCEPT TargetClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "YES" OR TargetClientID = SPACES
               DISPLAY "No ClientID entered - no enquiry made."
               STOP RUN
           END-IF
           PERFORM AcceptDatesProcedure
           IF InputValid = "NO"
               STOP RUN
           END-IF

           PERFORM LoadHistoryProcedure
           IF HistOverflow = "YES"
               DISPLAY "Enquiry refused - balhist.dat holds more "
                   "rows for " TargetClientID " than HistTable can "
                   "hold (" HistTableMax ")."
               STOP RUN
           END-IF
           PERFORM FindClientProcedure

           OPEN OUTPUT BalanceReport
           MOVE TargetClientID TO BalHeadClientID
           MOVE HeldName TO BalHeadName
           MOVE HeldSurname TO BalHeadSurname
           WRITE BalanceLine FROM BalHeadLine
           IF OnRoster = "NO"
               MOVE "ACCOUNT IS NO LONGER ON THE CLIENT MASTER"
                   TO BalNoteText
               WRITE BalanceLine FROM BalNoteLine
           END-IF
           MOVE SPACES TO BalanceLine
           WRITE BalanceLine
           PERFORM ReportAsOfProcedure
           IF RangeWanted = "YES"
               PERFORM ReportRangeProcedure
           END-IF
           CLOSE BalanceReport
           DISPLAY "Balance history for " TargetClientID
               " written to balance.rpt."
           STOP RUN.

       LoadRunControlProcedure.
      * The wall clock stands in when no runctl.dat exists.
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

       AcceptDatesProcedure.
           DISPLAY "Balance as of date (YYYYMMDD), or blank for "
               BusinessDate ":"
           MOVE SPACES TO DateAnswer
           ACCEPT DateAnswer
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "YES" OR DateAnswer = SPACES
               MOVE BusinessDate TO AsOfRequest
           ELSE
               MOVE DateAnswer TO AsOfRequest
           END-IF
           MOVE AsOfRequest TO CheckDate
           PERFORM CheckDateProcedure
           IF DateValid = "NO"
               DISPLAY "The as-of date is not a valid YYYYMMDD "
                   "date: " AsOfRequest
               MOVE "NO" TO InputValid
           END-IF

           IF InputValid = "YES" AND EndOfInput = "NO"
               DISPLAY "Range from date (YYYYMMDD), or blank for "
                   "the as-of balance only:"
               MOVE SPACES TO DateAnswer
               ACCEPT DateAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "NO" AND DateAnswer NOT = SPACES
                   MOVE "YES" TO RangeWanted
                   MOVE DateAnswer TO RangeFrom
               END-IF
           END-IF
           IF RangeWanted = "YES"
               DISPLAY "Range to date (YYYYMMDD), or blank for "
                   AsOfRequest ":"
               MOVE SPACES TO DateAnswer
               ACCEPT DateAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "YES" OR DateAnswer = SPACES
                   MOVE AsOfRequest TO RangeTo
               ELSE
                   MOVE DateAnswer TO RangeTo
               END-IF
               MOVE RangeFrom TO CheckDate
               PERFORM CheckDateProcedure
               IF DateValid = "NO"
                   DISPLAY "The range from date is not a valid "
                       "YYYYMMDD date: " RangeFrom
                   MOVE "NO" TO InputValid
               ELSE
               MOVE RangeTo TO CheckDate
               PERFORM CheckDateProcedure
               IF DateValid = "NO"
                   DISPLAY "The range to date is not a valid "
                       "YYYYMMDD date: " RangeTo
                   MOVE "NO" TO InputValid
               ELSE
               IF RangeFrom > RangeTo
                   DISPLAY "The range from date " RangeFrom
                       " is after the range to date " RangeTo "."
                   MOVE "NO" TO InputValid
               END-IF
               END-IF
               END-IF
           END-IF.

       CheckDateProcedure.
           MOVE "YES" TO DateValid
           IF CheckDate IS NOT NUMERIC
                   OR CheckDate(5:2) < "01"
                   OR CheckDate(5:2) > "12"
                   OR CheckDate(7:2) < "01"
                   OR CheckDate(7:2) > "31"
               MOVE "NO" TO DateValid
           END-IF.

       LoadHistoryProcedure.
      * Only the account's own rows are tabled. A re-run night can
      * leave two rows for one date; both are kept and the search
      * below lets the later one win.
           OPEN INPUT BalanceHistFile
           IF BalanceHistStatus = "00"
               PERFORM ReadHistoryProcedure
                   UNTIL EndOfHistory = "YES"
           END-IF
           CLOSE BalanceHistFile.

       ReadHistoryProcedure.
           READ BalanceHistFile
               AT END
                   MOVE "YES" TO EndOfHistory
               NOT AT END
                   IF BhClientID = TargetClientID
                       PERFORM TableHistoryRowProcedure
                   END-IF
           END-READ.

       TableHistoryRowProcedure.
           IF HistCount >= HistTableMax
               MOVE "YES" TO HistOverflow
               MOVE "YES" TO EndOfHistory
           ELSE
               ADD 1 TO HistCount
               MOVE BhBusinessDate TO HistDates(HistCount)
               MOVE BhClosingFund TO HistFunds(HistCount)
               MOVE BhCurrency TO HistCurrencies(HistCount)
               MOVE BhStatus TO HistStatuses(HistCount)
               MOVE BhDayDebits TO HistDebits(HistCount)
               MOVE BhDayCredits TO HistCredits(HistCount)
           END-IF.

       FindClientProcedure.
      * The name comes off the master when the account is still on
      * it; a purged account's history is reported all the same.
           OPEN INPUT Client
           IF ClientStatus = "00"
               MOVE TargetClientID TO ClientID
               READ Client
               IF ClientStatus = "00"
                   MOVE "YES" TO OnRoster
                   MOVE ClientName TO HeldName
                   MOVE ClientSurname TO HeldSurname
               END-IF
           END-IF
           CLOSE Client.

       FindAsOfProcedure.
      * The latest row dated on or before LookupDate; of rows with
      * the same date the later one on file wins.
           MOVE 0 TO AsOfIndex
           MOVE SPACES TO AsOfDate
           MOVE 1 TO HistLoop
           PERFORM ScanAsOfProcedure
               UNTIL HistLoop > HistCount.

       ScanAsOfProcedure.
           IF HistDates(HistLoop) NOT > LookupDate
               IF AsOfIndex = 0 OR HistDates(HistLoop) NOT < AsOfDate
                   MOVE HistLoop TO AsOfIndex
                   MOVE HistDates(HistLoop) TO AsOfDate
               END-IF
           END-IF
           ADD 1 TO HistLoop.

       ReportAsOfProcedure.
           MOVE AsOfRequest TO LookupDate
           PERFORM FindAsOfProcedure
           IF AsOfIndex = 0
               MOVE SPACES TO BalNoteLine
               MOVE "NO BALANCE HISTORY ON OR BEFORE" TO BalNoteText
               MOVE AsOfRequest TO BalNoteText(33:8)
               WRITE BalanceLine FROM BalNoteLine
               DISPLAY "No balance history for " TargetClientID
                   " on or before " AsOfRequest "."
           ELSE
               MOVE AsOfRequest TO BalAsOfRequest
               MOVE HistFunds(AsOfIndex) TO BalAsOfAmount
               MOVE HistCurrencies(AsOfIndex) TO BalAsOfCurrency
               MOVE HistStatuses(AsOfIndex) TO BalAsOfStatus
               MOVE AsOfDate TO BalAsOfDate
               WRITE BalanceLine FROM BalAsOfLine
               DISPLAY "Balance of " TargetClientID " at close of "
                   AsOfRequest ": " BalAsOfAmount " "
                   HistCurrencies(AsOfIndex) " (recorded "
                   AsOfDate ")."
           END-IF.

       ReportRangeProcedure.
      * Every calendar day from RangeFrom to RangeTo is stepped
      * through, capped at DayCap days; each day takes the balance
      * standing at its close.
           MOVE SPACES TO BalanceLine
           WRITE BalanceLine
           MOVE RangeFrom TO BalRangeFrom
           MOVE RangeTo TO BalRangeTo
           WRITE BalanceLine FROM BalRangeLine
           WRITE BalanceLine FROM BalColumnLine
           MOVE RangeFrom TO DueDateParts
           MOVE DueDateParts TO CurrentDay
           PERFORM RangeDayProcedure
               UNTIL CurrentDay > RangeTo OR RangeCut = "YES"
           IF DetailCount = 0
               MOVE "NO BALANCES RECORDED ON ANY DATE IN THE RANGE"
                   TO BalNoteText
               WRITE BalanceLine FROM BalNoteLine
           END-IF
           MOVE SPACES TO BalanceLine
           WRITE BalanceLine
           IF DaysCounted = 0
               MOVE "NO BALANCE STANDING ON ANY DAY IN THE RANGE"
                   TO BalNoteText
               WRITE BalanceLine FROM BalNoteLine
               DISPLAY "No balance history for " TargetClientID
                   " in the range " RangeFrom " to " RangeTo "."
           ELSE
               COMPUTE AverageBalance ROUNDED =
                   SumBalance / DaysCounted
               PERFORM WriteRangeTotalsProcedure
           END-IF
           IF RangeCut = "YES"
               MOVE SPACES TO BalNoteLine
               MOVE "RANGE CUT SHORT - DAYS STEPPED REACHED THE CAP OF"
                   TO BalNoteText
               MOVE DayCap TO BalNoteText(50:4)
               WRITE BalanceLine FROM BalNoteLine
           END-IF
           IF CurrencyMixed = "YES"
               MOVE "WARNING: THE ACCOUNT CHANGED CURRENCY IN THE "
                   TO BalNoteText
               MOVE "RANGE - FIGURES MIX CURRENCIES"
                   TO BalNoteText(46:)
               WRITE BalanceLine FROM BalNoteLine
           END-IF.

       RangeDayProcedure.
           MOVE CurrentDay TO LookupDate
           PERFORM FindAsOfProcedure
           IF AsOfIndex = 0
               ADD 1 TO DaysWithout
           ELSE
               PERFORM CountDayProcedure
           END-IF
           ADD 1 TO DaysStepped
           IF DaysStepped >= DayCap
               MOVE "YES" TO RangeCut
           END-IF
           PERFORM AddOneDayProcedure
           MOVE DueDateParts TO CurrentDay.

       CountDayProcedure.
      * The day's debits and credits only count on a date the
      * history actually recorded - a carried-forward close has
      * no movements of its own.
           ADD 1 TO DaysCounted
           IF DaysCounted = 1
               MOVE HistFunds(AsOfIndex) TO MinBalance
               MOVE CurrentDay TO MinDate
               MOVE HistFunds(AsOfIndex) TO MaxBalance
               MOVE CurrentDay TO MaxDate
               MOVE HistCurrencies(AsOfIndex) TO RangeCurrency
           END-IF
           IF HistFunds(AsOfIndex) < MinBalance
               MOVE HistFunds(AsOfIndex) TO MinBalance
               MOVE CurrentDay TO MinDate
           END-IF
           IF HistFunds(AsOfIndex) > MaxBalance
               MOVE HistFunds(AsOfIndex) TO MaxBalance
               MOVE CurrentDay TO MaxDate
           END-IF
           IF HistCurrencies(AsOfIndex) NOT = RangeCurrency
               MOVE "YES" TO CurrencyMixed
           END-IF
           ADD HistFunds(AsOfIndex) TO SumBalance
           IF AsOfDate = CurrentDay
               ADD HistDebits(AsOfIndex) TO RangeDebits
               ADD HistCredits(AsOfIndex) TO RangeCredits
               MOVE AsOfDate TO BalDetailDate
               MOVE HistCurrencies(AsOfIndex) TO BalDetailCurrency
               MOVE HistStatuses(AsOfIndex) TO BalDetailStatus
               MOVE HistDebits(AsOfIndex) TO BalDetailDebits
               MOVE HistCredits(AsOfIndex) TO BalDetailCredits
               MOVE HistFunds(AsOfIndex) TO BalDetailBalance
               WRITE BalanceLine FROM BalDetailLine
               ADD 1 TO DetailCount
           END-IF.

       WriteRangeTotalsProcedure.
           MOVE "MINIMUM BALANCE" TO BalTotalText
           MOVE MinBalance TO BalTotalAmount
           MOVE MinDate TO BalTotalDate
           WRITE BalanceLine FROM BalTotalLine
           MOVE "MAXIMUM BALANCE" TO BalTotalText
           MOVE MaxBalance TO BalTotalAmount
           MOVE MaxDate TO BalTotalDate
           WRITE BalanceLine FROM BalTotalLine
           MOVE "AVERAGE DAILY BALANCE" TO BalTotalText
           MOVE AverageBalance TO BalTotalAmount
           MOVE SPACES TO BalTotalDate
           WRITE BalanceLine FROM BalTotalLine
           MOVE "TOTAL DEBITS IN RANGE" TO BalTotalText
           MOVE RangeDebits TO BalTotalAmount
           WRITE BalanceLine FROM BalTotalLine
           MOVE "TOTAL CREDITS IN RANGE" TO BalTotalText
           MOVE RangeCredits TO BalTotalAmount
           WRITE BalanceLine FROM BalTotalLine
           MOVE "DAYS WITH A BALANCE" TO BalCountText
           MOVE DaysCounted TO BalCountValue
           WRITE BalanceLine FROM BalCountLine
           MOVE "DAYS BEFORE THE FIRST ROW" TO BalCountText
           MOVE DaysWithout TO BalCountValue
           WRITE BalanceLine FROM BalCountLine
           MOVE "DATES RECORDED IN THE RANGE" TO BalCountText
           MOVE DetailCount TO BalCountValue
           WRITE BalanceLine FROM BalCountLine
           MOVE MinBalance TO BalTotalAmount
           DISPLAY "Range " RangeFrom " to " RangeTo
               " - minimum " BalTotalAmount " on " MinDate
           MOVE MaxBalance TO BalTotalAmount
           DISPLAY "    maximum " BalTotalAmount " on " MaxDate
           MOVE AverageBalance TO BalTotalAmount
           DISPLAY "    average " BalTotalAmount " over "
               DaysCounted " days.".

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
       END PROGRAM BalanceEnquiry.
