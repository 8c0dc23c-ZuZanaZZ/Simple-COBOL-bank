      * Daily limit exceptions report, run in the night run once the
      * day's posting is done. SimpleBank, ChequeClear and
      * DirectDebitRun append a row to limitlog.dat (see
      * limitlog.cpy) every time a posting would have taken an
      * account past its daily debit or daily withdrawal limit -
      * refused, or let through on a supervisor's override at the
      * teller's screen. This step lists the rows
      * for the business date on limits.rpt, one line per event
      * with the limit, what the account had already used on the
      * day and the amount asked for, then the number refused and
      * overridden, so the branch can see who hit their limits and
      * who signed off the overrides. It only reads the log, so it
      * takes no interlock; a re-run simply writes the report again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LimitLog
           ASSIGN TO "./limitlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitLogStatus.

           SELECT LimitReportFile
           ASSIGN TO "./limits.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitReportStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LimitLog.
           COPY "limitlog.cpy".

       FD LimitReportFile.
       01 LimitLine             PIC X(90).

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       WORKING-STORAGE SECTION.
       01 LimitLogStatus       PIC X(2).
       01 LimitReportStatus    PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 EndOfLimitLog        PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 RefusedCount         PIC 9(5) VALUE 0.
       01 OverriddenCount      PIC 9(5) VALUE 0.
       01 RefusedLcuTotal      PIC 9(13)V99 VALUE 0.
       01 OverriddenLcuTotal   PIC 9(13)V99 VALUE 0.

       01 LimitHeadLine.
           03 Filler           PIC X(36)
               VALUE "DAILY LIMIT EXCEPTIONS FOR BUSINESS ".
           03 Filler           PIC X(5) VALUE "DATE ".
           03 LimitHeadDate    PIC X(8).
           03 Filler           PIC X(41) VALUE SPACES.

       01 LimitTitleLine.
           03 Filler           PIC X(45)
               VALUE "CLIENT   T K RS O            LIMIT        DAY".
           03 Filler           PIC X(45)
               VALUE " TOTAL           AMOUNT OPERATOR SUPERVSR    ".

       01 LimitDetailLine.
           03 LdClientID       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdTrType         PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdKind           PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdReason         PIC X(2).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdOutcome        PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdLimit          PIC Z(12)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdDayTotal       PIC Z(12)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdAmount         PIC Z(12)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdOperator       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 LdSupervisor     PIC X(8).
           03 Filler           PIC X(4) VALUE SPACES.

       01 LimitCountLine.
           03 LimitCountText   PIC X(40).
           03 LimitCountValue  PIC ZZZZ9.
           03 Filler           PIC X(45) VALUE SPACES.

       01 LimitAmountLine.
           03 LimitAmountText  PIC X(40).
           03 LimitAmountValue PIC Z(13)9.99.
           03 Filler           PIC X(33) VALUE SPACES.

       01 LimitNoteLine.
           03 LimitNoteText    PIC X(90).

       PROCEDURE DIVISION.
      * Main Procedure
           PERFORM LoadRunControlProcedure
           OPEN OUTPUT LimitReportFile
           IF LimitReportStatus NOT = "00"
               DISPLAY "Cannot open limits.rpt - file status "
                   LimitReportStatus ". No limit report for "
                   BusinessDate "."
           ELSE
               MOVE BusinessDate TO LimitHeadDate
               WRITE LimitLine FROM LimitHeadLine
               MOVE SPACES TO LimitLine
               WRITE LimitLine
               WRITE LimitLine FROM LimitTitleLine
               OPEN INPUT LimitLog
               IF LimitLogStatus = "00"
                   PERFORM ReadLimitEventProcedure
                       UNTIL EndOfLimitLog = "YES"
               END-IF
               CLOSE LimitLog
               PERFORM WriteTotalsProcedure
               CLOSE LimitReportFile
               DISPLAY "Limit report written to limits.rpt for "
                   BusinessDate " - refused " RefusedCount
                   ", overridden " OverriddenCount
           END-IF
           GOBACK.

       LoadRunControlProcedure.
      * The report covers the business date being closed - the wall
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
           CLOSE RunControl.

       ReadLimitEventProcedure.
           READ LimitLog
               AT END
                   MOVE "YES" TO EndOfLimitLog
               NOT AT END
                   IF LgBusinessDate = BusinessDate
                       PERFORM ReportLimitEventProcedure
                   END-IF
           END-READ.

       ReportLimitEventProcedure.
      * The log is written under the program's own guards, but a
      * hand-edited row with a non-numeric amount is listed as zero
      * rather than abending the night run.
           IF LgLimit NOT NUMERIC
               MOVE 0 TO LgLimit
           END-IF
           IF LgDayTotal NOT NUMERIC
               MOVE 0 TO LgDayTotal
           END-IF
           IF LgAmount NOT NUMERIC
               MOVE 0 TO LgAmount
           END-IF
           MOVE LgClientID TO LdClientID
           MOVE LgTrType TO LdTrType
           MOVE LgKind TO LdKind
           MOVE LgReason TO LdReason
           MOVE LgOutcome TO LdOutcome
           MOVE LgLimit TO LdLimit
           MOVE LgDayTotal TO LdDayTotal
           MOVE LgAmount TO LdAmount
           MOVE LgOperator TO LdOperator
           MOVE LgSupervisor TO LdSupervisor
           WRITE LimitLine FROM LimitDetailLine
           IF LgOutcome = "O"
               ADD 1 TO OverriddenCount
               ADD LgAmount TO OverriddenLcuTotal
           ELSE
               ADD 1 TO RefusedCount
               ADD LgAmount TO RefusedLcuTotal
           END-IF.

       WriteTotalsProcedure.
           MOVE SPACES TO LimitLine
           WRITE LimitLine
           IF RefusedCount = 0 AND OverriddenCount = 0
               MOVE "NO ACCOUNT REACHED A DAILY LIMIT TODAY"
                   TO LimitNoteText
               WRITE LimitLine FROM LimitNoteLine
           END-IF
           MOVE "POSTINGS REFUSED AT THE LIMIT" TO LimitCountText
           MOVE RefusedCount TO LimitCountValue
           WRITE LimitLine FROM LimitCountLine
           MOVE "REFUSED (LCU)" TO LimitAmountText
           MOVE RefusedLcuTotal TO LimitAmountValue
           WRITE LimitLine FROM LimitAmountLine
           MOVE "LIMITS OVERRIDDEN BY A SUPERVISOR" TO LimitCountText
           MOVE OverriddenCount TO LimitCountValue
           WRITE LimitLine FROM LimitCountLine
           MOVE "OVERRIDDEN (LCU)" TO LimitAmountText
           MOVE OverriddenLcuTotal TO LimitAmountValue
           WRITE LimitLine FROM LimitAmountLine.
       END PROGRAM LimitReport.
