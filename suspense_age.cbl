      * Nightly ageing of the suspense register. Every inbound credit
      * InterbankIn parked on suspense.dat is aged in calendar days
      * from the business day it was parked; an item still there
      * once the retention period has run - the number of days
      * operations sets on the control file suspense.ctl - is
      * returned to the sender automatically on interbank.ret under
      * the reason it was parked for, its LCU cover released from
      * the SUSPENSE position back to BankFund (an N entry, posted
      * as BATCHRUN). suspense.rpt lists every item still held with
      * its age and the day it is due back, and every item returned
      * tonight, so the desk knows what SuspenseWork still has to
      * clear.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseAge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "./suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseStatus.

           SELECT OPTIONAL SuspenseControl
           ASSIGN TO "./suspense.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseControlStatus.

           SELECT SuspenseReport
           ASSIGN TO "./suspense.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseReportStatus.

           SELECT OPTIONAL InterbankReturn
           ASSIGN TO "./interbank.ret"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InterbankReturnStatus.

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

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
           COPY "suspense.cpy".

      * One row: the number of calendar days an item may stay in
      * suspense before it goes back to the sender.
       FD SuspenseControl.
       01 SuspenseControlRecord.
           03 CtlRetentionDays  PIC 9(3).

       FD SuspenseReport.
       01 SuspenseLine          PIC X(80).

      * The returns file InterbankIn writes - the item rebuilt in
      * the interbank.in layout plus the reason it went back.
       FD InterbankReturn.
       01 InterbankReturnRecord.
           03 RetRow            PIC X(47).
           03 Filler            PIC X(1).
           03 RetReason         PIC X(2).

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

       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 SuspenseStatus       PIC X(2).
       01 SuspenseControlStatus PIC X(2).
       01 SuspenseReportStatus PIC X(2).
       01 InterbankReturnStatus PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 RetentionDays        PIC 9(3) VALUE 0.
       01 RetentionOnFile      PIC X(3) VALUE "NO".
       01 SuspenseBalance      PIC S9(13)V99 VALUE 0.
       01 OldSuspenseFund      PIC S9(13)V99.
       01 NewSuspenseFund      PIC S9(13)V99.
       01 PostAmount           PIC S9(13)V99.
       01 HeldLcuTotal         PIC S9(13)V99 VALUE 0.
       01 ReturnedLcuTotal     PIC S9(13)V99 VALUE 0.
       01 HeldCount            PIC 9(5) VALUE 0.
       01 ReturnedCount        PIC 9(5) VALUE 0.
       01 EndOfSuspense        PIC X(3) VALUE "NO".
       01 SuspenseMax          PIC 9(3) VALUE 500.
       01 SuspenseCount        PIC 9(3) VALUE 0.
       01 SuspenseLoop         PIC 9(3).
       01 SaveLoop             PIC 9(3).
       01 SuspenseOverflow     PIC X(3) VALUE "NO".
       01 SuspenseTable.
           03 SuspenseEntry OCCURS 500 TIMES.
               05 HeldSuspenseRows  PIC X(139).
      * Calendar arithmetic - an item's age is counted by stepping
      * its parked date forward a day at a time, the same stepping
      * SimpleBank rolls standing-order due dates with.
       01 DueDateParts.
           03 DueYear          PIC 9(4).
           03 DueMonth         PIC 9(2).
           03 DueDay           PIC 9(2).
       01 StepDate             PIC X(8).
       01 ReturnOnDate         PIC X(8).
       01 AgeDays              PIC 9(3).
       01 DaysLoop             PIC 9(3).
       01 DaysInMonth          PIC 9(2).
       01 LeapQuotient         PIC 9(4).
       01 LeapRemainder        PIC 9(4).
      * Unattended housekeeping run - its audit lines post as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".
      * A returned item goes back in the layout it arrived in.
       01 ReturnItem.
           03 RiDestClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 RiOriginClientID  PIC X(8).
           03 Filler            PIC X(1).
           03 RiAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 RiDate            PIC X(8).
           03 Filler            PIC X(1).
           03 RiCurrency        PIC X(3).

       01 SuspenseHeadLine.
           03 Filler           PIC X(22)
               VALUE "SUSPENSE AGEING AS AT ".
           03 SuspenseHeadDate PIC X(8).
           03 Filler           PIC X(16)
               VALUE "   RETURN AFTER ".
           03 SuspenseHeadDays PIC ZZ9.
           03 Filler           PIC X(5) VALUE " DAYS".
           03 Filler           PIC X(26) VALUE SPACES.

       01 SuspenseTitleLine.
           03 Filler           PIC X(40)
               VALUE "ITEM     PARKED   AGE DEST     ORIGIN   ".
           03 Filler           PIC X(40)
               VALUE "    LCU VALUE RS DUE BACK ACTION        ".

       01 SuspenseDetailLine.
           03 SdItemNo         PIC 9(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdParkedDate     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdAge            PIC ZZ9.
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdDestClientID   PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdOriginClientID PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdLcuAmount      PIC -(9)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdReason         PIC X(2).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdReturnOn       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 SdAction         PIC X(8).
           03 Filler           PIC X(6) VALUE SPACES.

       01 SuspenseCountLine.
           03 SuspenseCountText PIC X(40).
           03 SuspenseCountValue PIC ZZZZ9.
           03 Filler           PIC X(35) VALUE SPACES.

       01 SuspenseAmountLine.
           03 SuspenseAmountText PIC X(40).
           03 SuspenseAmountValue PIC -(13)9.99.
           03 Filler           PIC X(23) VALUE SPACES.

       01 SuspenseNoteLine.
           03 SuspenseNoteText PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * The register and bank.dat are both held under the interlock
      * from the first read to the last rewrite - a return moves
      * BankFund the way any posting does.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRetentionProcedure
           IF RetentionOnFile = "NO"
               DISPLAY "suspense.ctl is not on file - ask operations "
                   "to set the suspense retention period. Nothing "
                   "aged or returned."
           ELSE
               PERFORM AcquireLockProcedure
               IF LockRefused = "NO"
                   PERFORM LoadBankFundProcedure
                   PERFORM LoadSuspenseProcedure
                   IF SuspenseOverflow = "YES"
                       DISPLAY "Suspense ageing refused - "
                           "suspense.dat has more rows than "
                           "SuspenseTable can hold (" SuspenseMax
                           "), and rewriting it would drop the rows "
                           "that did not fit."
                   ELSE
                       PERFORM AgeSuspenseProcedure
                       PERFORM SaveSuspenseProcedure
                       PERFORM SaveBankFundProcedure
                       DISPLAY "Suspense ageing complete - "
                           HeldCount " held, " ReturnedCount
                           " returned to the sender."
                   END-IF
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF
           GOBACK.

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

       LoadRetentionProcedure.
           OPEN INPUT SuspenseControl
           IF SuspenseControlStatus = "00"
               READ SuspenseControl
                   NOT AT END
                       IF CtlRetentionDays IS NUMERIC
                               AND CtlRetentionDays > 0
                           MOVE CtlRetentionDays TO RetentionDays
                           MOVE "YES" TO RetentionOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE SuspenseControl.

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
               MOVE "SUSPENSEAGE" TO LockProgram
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

       LoadSuspenseProcedure.
      * Tables the register and works the suspense balance out of
      * the items still held - the figure the SUSPENSE funds chain
      * on the audit trail carries.
           MOVE 0 TO SuspenseCount
           MOVE 0 TO SuspenseBalance
           OPEN INPUT SuspenseFile
           IF SuspenseStatus = "00"
               PERFORM ReadSuspenseProcedure
                   UNTIL EndOfSuspense = "YES"
           END-IF
           CLOSE SuspenseFile.

       ReadSuspenseProcedure.
           READ SuspenseFile
               AT END
                   MOVE "YES" TO EndOfSuspense
               NOT AT END
                   IF SuspenseCount >= SuspenseMax
                       MOVE "YES" TO SuspenseOverflow
                       MOVE "YES" TO EndOfSuspense
                   ELSE
                       ADD 1 TO SuspenseCount
                       MOVE SuspenseRecord TO
                           HeldSuspenseRows(SuspenseCount)
                       IF SsStatus = "S"
                           ADD SsLcuAmount TO SuspenseBalance
                       END-IF
                   END-IF
           END-READ.

       SaveSuspenseProcedure.
           OPEN OUTPUT SuspenseFile
           MOVE 1 TO SaveLoop
           PERFORM WriteSuspenseProcedure
               UNTIL SaveLoop > SuspenseCount
           CLOSE SuspenseFile.

       WriteSuspenseProcedure.
           MOVE HeldSuspenseRows(SaveLoop) TO SuspenseRecord
           WRITE SuspenseRecord
           ADD 1 TO SaveLoop.

       AgeSuspenseProcedure.
           OPEN OUTPUT SuspenseReport
           MOVE BusinessDate TO SuspenseHeadDate
           MOVE RetentionDays TO SuspenseHeadDays
           WRITE SuspenseLine FROM SuspenseHeadLine
           MOVE SPACES TO SuspenseLine
           WRITE SuspenseLine
           WRITE SuspenseLine FROM SuspenseTitleLine
           MOVE 1 TO SuspenseLoop
           PERFORM AgeItemProcedure
               UNTIL SuspenseLoop > SuspenseCount
           PERFORM WriteTotalsProcedure
           CLOSE SuspenseReport.

       AgeItemProcedure.
      * An item is due back once its age reaches the retention
      * period; a parked date that is not a date at all is listed
      * but never returned on a guess.
           MOVE HeldSuspenseRows(SuspenseLoop) TO SuspenseRecord
           IF SsStatus = "S"
               PERFORM ComputeAgeProcedure
               MOVE SPACES TO SuspenseDetailLine
               MOVE SsItemNo TO SdItemNo
               MOVE SsParkedDate TO SdParkedDate
               MOVE AgeDays TO SdAge
               MOVE SsDestClientID TO SdDestClientID
               MOVE SsOriginClientID TO SdOriginClientID
               MOVE SsLcuAmount TO SdLcuAmount
               MOVE SsReason TO SdReason
               MOVE ReturnOnDate TO SdReturnOn
               IF SsParkedDate IS NOT NUMERIC
                   MOVE "BAD DATE" TO SdAction
                   ADD 1 TO HeldCount
                   ADD SsLcuAmount TO HeldLcuTotal
               ELSE
               IF AgeDays >= RetentionDays
                   PERFORM ReturnItemProcedure
                   MOVE "RETURNED" TO SdAction
               ELSE
                   MOVE "HELD" TO SdAction
                   ADD 1 TO HeldCount
                   ADD SsLcuAmount TO HeldLcuTotal
               END-IF
               END-IF
               WRITE SuspenseLine FROM SuspenseDetailLine
           END-IF
           ADD 1 TO SuspenseLoop.

       ComputeAgeProcedure.
      * Counts calendar days from the parked date up to the
      * business date (capped at 999), and steps the retention
      * period on from the parked date for the day the item is due
      * back.
           MOVE 0 TO AgeDays
           MOVE SPACES TO ReturnOnDate
           IF SsParkedDate IS NUMERIC
               MOVE SsParkedDate TO DueDateParts
               MOVE SsParkedDate TO StepDate
               PERFORM CountAgeDayProcedure
                   UNTIL StepDate NOT < BusinessDate
                       OR AgeDays = 999
               MOVE SsParkedDate TO DueDateParts
               MOVE 1 TO DaysLoop
               PERFORM StepReturnDayProcedure
                   UNTIL DaysLoop > RetentionDays
               MOVE DueDateParts TO ReturnOnDate
           END-IF.

       CountAgeDayProcedure.
           PERFORM AddOneDayProcedure
           MOVE DueDateParts TO StepDate
           ADD 1 TO AgeDays.

       StepReturnDayProcedure.
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

       ReturnItemProcedure.
      * The item goes back to the sender in the layout it arrived
      * in, under the reason it was parked for, and its cover comes
      * back out of suspense to BankFund.
           MOVE SPACES TO ReturnItem
           MOVE SsDestClientID TO RiDestClientID
           MOVE SsOriginClientID TO RiOriginClientID
           MOVE SsAmount TO RiAmount
           MOVE SsSentDate TO RiDate
           MOVE SsCurrency TO RiCurrency
           MOVE SPACES TO InterbankReturnRecord
           MOVE ReturnItem TO RetRow
           MOVE SsReason TO RetReason
           OPEN EXTEND InterbankReturn
           WRITE InterbankReturnRecord
           CLOSE InterbankReturn

           ADD SsLcuAmount TO BankFund
           MOVE SuspenseBalance TO OldSuspenseFund
           SUBTRACT SsLcuAmount FROM SuspenseBalance
           MOVE SuspenseBalance TO NewSuspenseFund
           COMPUTE PostAmount = 0 - SsLcuAmount
           PERFORM WriteSettlementProcedure
           PERFORM WriteAuditProcedure

           MOVE "R" TO SsStatus
           MOVE BusinessDate TO SsClosedDate
           MOVE OperatorID TO SsClosedBy
           MOVE SPACES TO SsAuthorizedBy
           MOVE SuspenseRecord TO HeldSuspenseRows(SuspenseLoop)
           ADD 1 TO ReturnedCount
           ADD SsLcuAmount TO ReturnedLcuTotal
           DISPLAY "Returned suspense item " SsItemNo " for "
               SsDestClientID " - held " AgeDays " days".

       WriteTotalsProcedure.
           MOVE SPACES TO SuspenseLine
           WRITE SuspenseLine
           MOVE "RETENTION PERIOD (DAYS)" TO SuspenseCountText
           MOVE RetentionDays TO SuspenseCountValue
           WRITE SuspenseLine FROM SuspenseCountLine
           MOVE "ITEMS STILL IN SUSPENSE" TO SuspenseCountText
           MOVE HeldCount TO SuspenseCountValue
           WRITE SuspenseLine FROM SuspenseCountLine
           MOVE "HELD IN SUSPENSE (LCU)" TO SuspenseAmountText
           MOVE HeldLcuTotal TO SuspenseAmountValue
           WRITE SuspenseLine FROM SuspenseAmountLine
           MOVE "RETURNED TO THE SENDER TONIGHT" TO SuspenseCountText
           MOVE ReturnedCount TO SuspenseCountValue
           WRITE SuspenseLine FROM SuspenseCountLine
           MOVE "RETURNED TONIGHT (LCU)" TO SuspenseAmountText
           MOVE ReturnedLcuTotal TO SuspenseAmountValue
           WRITE SuspenseLine FROM SuspenseAmountLine
           IF HeldLcuTotal NOT = SuspenseBalance
               MOVE "SUSPENSE BALANCE DOES NOT TIE - RUN AUDITVERIFY"
                   TO SuspenseNoteText
               WRITE SuspenseLine FROM SuspenseNoteLine
           END-IF.

       WriteSettlementProcedure.
      * An N line under the pseudo-ClientID SUSPENSE, negative for a
      * release back to BankFund, with the item number as
      * counterparty.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE "SUSPENSE" TO RptClientID
           MOVE PostAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "N" TO RptTrType
           MOVE SsItemNo TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE "LCU" TO RptCurrency

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
           MOVE "SUSPENSE" TO AuditClientID
           MOVE OldSuspenseFund TO AuditOldFund
           MOVE NewSuspenseFund TO AuditNewFund
           MOVE PostAmount TO AuditAmount
           MOVE "N" TO AuditTrType
           MOVE SsItemNo TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE "LCU" TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.
       END PROGRAM SuspenseAge.
