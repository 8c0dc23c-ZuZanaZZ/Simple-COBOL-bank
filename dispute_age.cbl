      * Nightly ageing of the dispute case register. Every case
      * still open on disputes.dat - open, or open with a
      * provisional credit granted - is aged in calendar days from
      * the business day it was opened and set against the response
      * deadline: the number of days operations sets on the control
      * file dispute.ctl, the period within which the bank must
      * answer the customer. disputes.rpt lists each open case with
      * its age, the day its answer is due and its owner, flagging
      * the cases whose answer is due today and those already past
      * it, so the owners know which cases to work first in
      * DisputeWork. It only reads the register, so it takes no
      * interlock; a re-run simply writes the report again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

           SELECT OPTIONAL DisputeControl
           ASSIGN TO "./dispute.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeControlStatus.

           SELECT DisputeReport
           ASSIGN TO "./disputes.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeReportStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DisputeFile.
           COPY "dispute.cpy".

      * One row: the number of calendar days the bank has to answer
      * a customer's dispute.
       FD DisputeControl.
       01 DisputeControlRecord.
           03 CtlResponseDays   PIC 9(3).

       FD DisputeReport.
       01 DisputeLine           PIC X(80).

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       WORKING-STORAGE SECTION.
       01 DisputeStatus        PIC X(2).
       01 DisputeControlStatus PIC X(2).
       01 DisputeReportStatus  PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 EndOfDisputes        PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 ResponseDays         PIC 9(3) VALUE 0.
       01 ResponseOnFile       PIC X(3) VALUE "NO".
       01 OpenCount            PIC 9(5) VALUE 0.
       01 CreditedCount        PIC 9(5) VALUE 0.
       01 OverdueCount         PIC 9(5) VALUE 0.
       01 DueNowCount          PIC 9(5) VALUE 0.
      * Calendar arithmetic - a case's age is counted by stepping
      * its opened date forward a day at a time, the same stepping
      * SuspenseAge ages its items with.
       01 DueDateParts.
           03 DueYear          PIC 9(4).
           03 DueMonth         PIC 9(2).
           03 DueDay           PIC 9(2).
       01 StepDate             PIC X(8).
       01 AnswerByDate         PIC X(8).
       01 AgeDays              PIC 9(3).
       01 DaysLoop             PIC 9(3).
       01 DaysInMonth          PIC 9(2).
       01 LeapQuotient         PIC 9(4).
       01 LeapRemainder        PIC 9(4).

       01 DisputeHeadLine.
           03 Filler           PIC X(20)
               VALUE "OPEN DISPUTES AS AT ".
           03 DisputeHeadDate  PIC X(8).
           03 Filler           PIC X(18)
               VALUE "   ANSWER WITHIN  ".
           03 DisputeHeadDays  PIC ZZ9.
           03 Filler           PIC X(5) VALUE " DAYS".
           03 Filler           PIC X(26) VALUE SPACES.

       01 DisputeTitleLine.
           03 Filler           PIC X(40)
               VALUE "CASE     CLIENT   OPENED   AGE DUE BY   ".
           03 Filler           PIC X(40)
               VALUE "S OWNER         AMOUNT CUR FLAG         ".

       01 DisputeDetailLine.
           03 DdCaseNo         PIC 9(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdClientID       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdOpenedDate     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdAge            PIC ZZ9.
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdAnswerBy       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdStatus         PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdOwner          PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdAmount         PIC Z(7)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdCurrency       PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 DdFlag           PIC X(8).
           03 Filler           PIC X(5) VALUE SPACES.

       01 DisputeCountLine.
           03 DisputeCountText PIC X(40).
           03 DisputeCountValue PIC ZZZZ9.
           03 Filler           PIC X(35) VALUE SPACES.

       01 DisputeNoteLine.
           03 DisputeNoteText  PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * A missing response period does not stop the report - the
      * open cases are still listed with their age, only the due
      * dates and flags are left blank and the report says why.
           PERFORM LoadRunControlProcedure
           PERFORM LoadResponseProcedure
           OPEN OUTPUT DisputeReport
           IF DisputeReportStatus NOT = "00"
               DISPLAY "Cannot open disputes.rpt - file status "
                   DisputeReportStatus ". No dispute ageing for "
                   BusinessDate "."
           ELSE
               MOVE BusinessDate TO DisputeHeadDate
               MOVE ResponseDays TO DisputeHeadDays
               WRITE DisputeLine FROM DisputeHeadLine
               MOVE SPACES TO DisputeLine
               WRITE DisputeLine
               WRITE DisputeLine FROM DisputeTitleLine
               OPEN INPUT DisputeFile
               IF DisputeStatus = "00"
                   PERFORM ReadDisputeProcedure
                       UNTIL EndOfDisputes = "YES"
               END-IF
               CLOSE DisputeFile
               PERFORM WriteTotalsProcedure
               CLOSE DisputeReport
               DISPLAY "Dispute ageing written to disputes.rpt for "
                   BusinessDate " - open " OpenCount
                   ", overdue " OverdueCount
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

       LoadResponseProcedure.
           OPEN INPUT DisputeControl
           IF DisputeControlStatus = "00"
               READ DisputeControl
                   NOT AT END
                       IF CtlResponseDays IS NUMERIC
                               AND CtlResponseDays > 0
                           MOVE CtlResponseDays TO ResponseDays
                           MOVE "YES" TO ResponseOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE DisputeControl.

       ReadDisputeProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF CsStatus = "O" OR CsStatus = "P"
                       PERFORM AgeCaseProcedure
                   END-IF
           END-READ.

       AgeCaseProcedure.
      * A case is due for its answer on the day its age reaches the
      * response period and overdue after it; an opened date that is
      * not a date at all is listed but never aged on a guess.
           PERFORM ComputeAgeProcedure
           IF CsAmount NOT NUMERIC
               MOVE 0 TO CsAmount
           END-IF
           MOVE SPACES TO DisputeDetailLine
           MOVE CsCaseNo TO DdCaseNo
           MOVE CsClientID TO DdClientID
           MOVE CsOpenedDate TO DdOpenedDate
           MOVE AgeDays TO DdAge
           MOVE AnswerByDate TO DdAnswerBy
           MOVE CsStatus TO DdStatus
           MOVE CsOwner TO DdOwner
           MOVE CsAmount TO DdAmount
           MOVE CsCurrency TO DdCurrency
           IF CsStatus = "P"
               ADD 1 TO CreditedCount
           ELSE
               ADD 1 TO OpenCount
           END-IF
           IF CsOpenedDate IS NOT NUMERIC
               MOVE "BAD DATE" TO DdFlag
           ELSE
           IF ResponseOnFile = "YES" AND AgeDays > ResponseDays
               MOVE "OVERDUE" TO DdFlag
               ADD 1 TO OverdueCount
           ELSE
           IF ResponseOnFile = "YES" AND AgeDays = ResponseDays
               MOVE "DUE NOW" TO DdFlag
               ADD 1 TO DueNowCount
           END-IF
           END-IF
           END-IF
           WRITE DisputeLine FROM DisputeDetailLine.

       ComputeAgeProcedure.
      * Counts calendar days from the opened date up to the business
      * date (capped at 999), and steps the response period on from
      * the opened date for the day the answer is due.
           MOVE 0 TO AgeDays
           MOVE SPACES TO AnswerByDate
           IF CsOpenedDate IS NUMERIC
               MOVE CsOpenedDate TO DueDateParts
               MOVE CsOpenedDate TO StepDate
               PERFORM CountAgeDayProcedure
                   UNTIL StepDate NOT < BusinessDate
                       OR AgeDays = 999
               IF ResponseOnFile = "YES"
                   MOVE CsOpenedDate TO DueDateParts
                   MOVE 1 TO DaysLoop
                   PERFORM StepAnswerDayProcedure
                       UNTIL DaysLoop > ResponseDays
                   MOVE DueDateParts TO AnswerByDate
               END-IF
           END-IF.

       CountAgeDayProcedure.
           PERFORM AddOneDayProcedure
           MOVE DueDateParts TO StepDate
           ADD 1 TO AgeDays.

       StepAnswerDayProcedure.
           PERFORM AddOneDayProcedure
           ADD 1 TO DaysLoop.

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

       WriteTotalsProcedure.
           MOVE SPACES TO DisputeLine
           WRITE DisputeLine
           IF ResponseOnFile = "NO"
               MOVE "DISPUTE.CTL NOT ON FILE - NO DUE DATES SHOWN"
                   TO DisputeNoteText
               WRITE DisputeLine FROM DisputeNoteLine
           END-IF
           IF OpenCount = 0 AND CreditedCount = 0
               MOVE "NO DISPUTE CASE IS OPEN" TO DisputeNoteText
               WRITE DisputeLine FROM DisputeNoteLine
           END-IF
           MOVE "RESPONSE PERIOD (DAYS)" TO DisputeCountText
           MOVE ResponseDays TO DisputeCountValue
           WRITE DisputeLine FROM DisputeCountLine
           MOVE "CASES OPEN WITHOUT A CREDIT" TO DisputeCountText
           MOVE OpenCount TO DisputeCountValue
           WRITE DisputeLine FROM DisputeCountLine
           MOVE "CASES OPEN WITH A PROVISIONAL CREDIT"
               TO DisputeCountText
           MOVE CreditedCount TO DisputeCountValue
           WRITE DisputeLine FROM DisputeCountLine
           MOVE "ANSWER DUE TODAY" TO DisputeCountText
           MOVE DueNowCount TO DisputeCountValue
           WRITE DisputeLine FROM DisputeCountLine
           MOVE "PAST THE RESPONSE DEADLINE" TO DisputeCountText
           MOVE OverdueCount TO DisputeCountValue
           WRITE DisputeLine FROM DisputeCountLine.
       END PROGRAM DisputeAge.
