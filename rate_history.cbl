      * Exchange-rate history capture, run nightly. rates.dat is
      * overwritten every morning with the day's rates, so once the
      * day is over nothing on file said what rate applied to it.
      * This step appends each of the day's rates.dat rows to
      * ratehist.dat stamped with the business date, building the
      * dated history that ReversalRun, FxReval and InterestCert
      * look rates up in "as of" a business date. A re-run for the
      * same date (a step restarted after an abend, or operations
      * correcting rates.dat and capturing again) simply appends
      * again - the later row for a date wins, see ratehist.cpy. A
      * day with no rates.dat on file records nothing and says so;
      * the previous rates then stand in the history until the next
      * capture, which is exactly what happened on that day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateHistory.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ExchangeRates
           ASSIGN TO "./rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL RateHistoryFile
           ASSIGN TO "./ratehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateHistoryStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExchangeRates.
       01 RateRecord.
           03 RateCurCode       PIC X(3).
           03 Filler            PIC X(1).
           03 RateToLcu         PIC 9(7)V9(6).

       FD RateHistoryFile.
           COPY "ratehist.cpy".

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       WORKING-STORAGE SECTION.
       01 RatesStatus          PIC X(2).
       01 RateHistoryStatus    PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 EndOfRates           PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 CapturedCount        PIC 9(3) VALUE 0.
       01 SkippedCount         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      * Main Procedure
           PERFORM LoadRunControlProcedure
           MOVE "NO" TO EndOfRates
           OPEN INPUT ExchangeRates
           IF RatesStatus NOT = "00"
               DISPLAY "rates.dat is not on file - no rates captured "
                   "for " BusinessDate "; the previous rates stand "
                   "in the history."
           ELSE
               OPEN EXTEND RateHistoryFile
               PERFORM CaptureRateProcedure
                   UNTIL EndOfRates = "YES"
               CLOSE RateHistoryFile
               DISPLAY "Rates captured to ratehist.dat for "
                   BusinessDate ": " CapturedCount
               IF SkippedCount > 0
                   DISPLAY "Rows skipped as unreadable: "
                       SkippedCount
               END-IF
           END-IF
           CLOSE ExchangeRates
           GOBACK.

       LoadRunControlProcedure.
      * The rates are stamped with the business date they were in
      * force for - the wall clock stands in when no runctl.dat
      * exists.
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

       CaptureRateProcedure.
      * A row with no currency code or a rate that is not a number
      * would poison every later lookup - it is counted and left
      * out rather than carried into the history.
           READ ExchangeRates
               AT END
                   MOVE "YES" TO EndOfRates
               NOT AT END
                   IF RateCurCode = SPACES
                           OR RateToLcu IS NOT NUMERIC
                       ADD 1 TO SkippedCount
                   ELSE
                       MOVE SPACES TO RateHistRecord
                       MOVE RateCurCode TO RhCurrency
                       MOVE BusinessDate TO RhEffectiveDate
                       MOVE RateToLcu TO RhRateToLcu
                       WRITE RateHistRecord
                       ADD 1 TO CapturedCount
                   END-IF
           END-READ.
       END PROGRAM RateHistory.
