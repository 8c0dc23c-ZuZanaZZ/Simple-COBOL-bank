      * End-of-day balance history capture, run nightly after the
      * posting steps and before GenBackup. Nothing on file said
      * what an account's balance was on a past date short of
      * replaying audit.log by hand, and AuditArchive cuts the live
      * log down every month. This step appends one row per account
      * on the master to balhist.dat (see balhist.cpy) stamped with
      * the business date - the closing ClientFund, currency and
      * status, and the day's debit and credit totals worked out
      * from the day's audit entries - so BalanceEnquiry can answer
      * the balance on any date, and the minimum, maximum and
      * average over a range, long after the entries themselves
      * have gone to the archive. Like RateHistory it only reads
      * the master and the trail, so it takes no interlock; a re-run
      * for the same date simply appends again and the later rows
      * win.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceHist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL AuditLog
           ASSIGN TO "./audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditStatus.

           SELECT OPTIONAL BalanceHistFile
           ASSIGN TO "./balhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceHistStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD AuditLog.
           COPY "auditrec.cpy".

       FD BalanceHistFile.
           COPY "balhist.cpy".

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 AuditStatus          PIC X(2).
       01 BalanceHistStatus    PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 EndOfAudit           PIC X(3) VALUE "NO".
       01 EndOfClients         PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 RecordedCount        PIC 9(5) VALUE 0.
       01 FundMovement         PIC S9(13)V99.
       01 NormCurrency         PIC X(3).
       01 DayKey               PIC X(8).
      * The day's fund movements per ClientID off audit.log.
       01 DayTableMax          PIC 9(4) VALUE 1000.
       01 DayCount             PIC 9(4) VALUE 0.
       01 DayLoop              PIC 9(4).
       01 DayFound             PIC X(3).
       01 DayOverflow          PIC X(3) VALUE "NO".
       01 DayTable.
           03 DayEntry OCCURS 1000 TIMES.
               05 DayClientIDs      PIC X(8).
               05 DayDebits         PIC S9(13)V99.
               05 DayCredits        PIC S9(13)V99.

       PROCEDURE DIVISION.
      * Main Procedure
      * The day's movements are totalled first, then the master is
      * read end to end and every account gets its row.
           PERFORM LoadRunControlProcedure
           PERFORM TallyDayProcedure
           IF DayOverflow = "YES"
               DISPLAY "Balance history refused - more accounts "
                   "moved today than DayTable can hold ("
                   DayTableMax "). Nothing recorded for "
                   BusinessDate "."
           ELSE
               OPEN INPUT Client
               IF ClientStatus NOT = "00"
                   DISPLAY "Cannot open the client master "
                       "clients.dat - file status " ClientStatus
                       ". Nothing recorded for " BusinessDate "."
               ELSE
                   OPEN EXTEND BalanceHistFile
                   MOVE LOW-VALUES TO ClientID
                   START Client KEY NOT < ClientID
                   IF ClientStatus NOT = "00"
                       MOVE "YES" TO EndOfClients
                   END-IF
                   PERFORM RecordAccountProcedure
                       UNTIL EndOfClients = "YES"
                   CLOSE BalanceHistFile
                   CLOSE Client
                   DISPLAY "Balances recorded to balhist.dat for "
                       BusinessDate ": " RecordedCount
               END-IF
           END-IF
           GOBACK.

       LoadRunControlProcedure.
      * The rows are stamped with the business date they close -
      * the wall clock stands in when no runctl.dat exists.
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

       NormalizeCurrencyProcedure.
      * SPACES means the home currency everywhere a currency code
      * is carried.
           IF NormCurrency = SPACES
               MOVE "LCU" TO NormCurrency
           END-IF.

       TallyDayProcedure.
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadAuditEntryProcedure
                   UNTIL EndOfAudit = "YES"
           END-IF
           CLOSE AuditLog.

       ReadAuditEntryProcedure.
      * Only an entry that moved the fund counts - roster events,
      * overrides and carry-forwards leave old and new fund equal.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfAudit
               NOT AT END
                   IF AuditBusinessDate = BusinessDate
                           AND AuditNewFund NOT = AuditOldFund
                       PERFORM TallyEntryProcedure
                   END-IF
           END-READ.

       TallyEntryProcedure.
           MOVE AuditClientID TO DayKey
           PERFORM FindDayEntryProcedure
           IF DayFound = "NO"
               IF DayCount >= DayTableMax
                   MOVE "YES" TO DayOverflow
                   MOVE "YES" TO EndOfAudit
               ELSE
                   ADD 1 TO DayCount
                   MOVE DayCount TO DayLoop
                   MOVE AuditClientID TO DayClientIDs(DayLoop)
                   MOVE 0 TO DayDebits(DayLoop)
                   MOVE 0 TO DayCredits(DayLoop)
                   MOVE "YES" TO DayFound
               END-IF
           END-IF
           IF DayFound = "YES"
               COMPUTE FundMovement = AuditNewFund - AuditOldFund
               IF FundMovement < 0
                   SUBTRACT FundMovement FROM DayDebits(DayLoop)
               ELSE
                   ADD FundMovement TO DayCredits(DayLoop)
               END-IF
           END-IF.

       FindDayEntryProcedure.
           MOVE "NO" TO DayFound
           MOVE 1 TO DayLoop
           PERFORM ScanDayEntryProcedure
               UNTIL DayLoop > DayCount OR DayFound = "YES".

       ScanDayEntryProcedure.
           IF DayClientIDs(DayLoop) = DayKey
               MOVE "YES" TO DayFound
           ELSE
               ADD 1 TO DayLoop
           END-IF.

       RecordAccountProcedure.
           READ Client NEXT
               AT END
                   MOVE "YES" TO EndOfClients
               NOT AT END
                   PERFORM WriteHistoryRowProcedure
           END-READ.

       WriteHistoryRowProcedure.
           MOVE SPACES TO BalanceHistRecord
           MOVE ClientID TO BhClientID
           MOVE BusinessDate TO BhBusinessDate
           MOVE ClientFund TO BhClosingFund
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO BhCurrency
           MOVE ClientAccountStatus TO BhStatus
           MOVE 0 TO BhDayDebits
           MOVE 0 TO BhDayCredits
           MOVE ClientID TO DayKey
           PERFORM FindDayEntryProcedure
           IF DayFound = "YES"
               MOVE DayDebits(DayLoop) TO BhDayDebits
               MOVE DayCredits(DayLoop) TO BhDayCredits
           END-IF
           WRITE BalanceHistRecord
           ADD 1 TO RecordedCount.
       END PROGRAM BalanceHist.
