      * Funds-hold expiry, run nightly. Every active hold on
      * holds.dat whose expiry business date has arrived is closed
      * as expired (status E, closed on the business date, closed
      * by BATCHRUN), so the register shows only the holds that
      * really stand. The debit paths already stop counting a hold
      * from its expiry date on, so nothing is spendable any sooner
      * for this run - it keeps the register honest and lists what
      * lapsed. Holds with no expiry date stand until a supervisor
      * releases them at the counter. holds.dat is only ever
      * rewritten under the client-master interlock, so the lock is
      * taken here too, although the master itself is never
      * opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldExpiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

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
       FD FundsHolds.
           COPY "holdrec.cpy".

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
       01 HoldsStatus          PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 BusinessDate         PIC X(8).
       01 EndOfHolds           PIC X(3) VALUE "NO".
       01 HoldTableMax         PIC 9(3) VALUE 500.
       01 HoldCount            PIC 9(3) VALUE 0.
       01 HoldOverflow         PIC X(3) VALUE "NO".
       01 HoldLoop             PIC 9(3).
       01 ExpiredCount         PIC 9(3) VALUE 0.
      * Unattended nightly step - expired holds are closed as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".
       01 HoldTable.
           03 HoldEntry OCCURS 500 TIMES.
               05 HeldHoldIDs       PIC X(8).
               05 HeldHoldClientIDs PIC X(8).
               05 HeldHoldAmounts   PIC 9(13)V99.
               05 HeldHoldReasons   PIC X(2).
               05 HeldHoldPlaced    PIC X(8).
               05 HeldHoldExpiries  PIC X(8).
               05 HeldHoldPlacedBys PIC X(8).
               05 HeldHoldStatuses  PIC X(1).
               05 HeldHoldClosed    PIC X(8).
               05 HeldHoldClosedBys PIC X(8).

       PROCEDURE DIVISION.
      * Main Procedure
      * The whole register is tabled and written back - rewriting it
      * from a partial table would drop the holds that did not fit,
      * so an overflow refuses the run with nothing touched.
           PERFORM LoadRunControlProcedure
           PERFORM AcquireLockProcedure
           IF LockRefused = "NO"
               PERFORM LoadHoldsProcedure
               IF HoldOverflow = "YES"
                   DISPLAY "Hold expiry refused - holds.dat holds "
                       "more rows than HoldTable can hold ("
                       HoldTableMax "). Archive the closed holds "
                       "first."
               ELSE
                   MOVE 1 TO HoldLoop
                   PERFORM ExpireHoldProcedure
                       UNTIL HoldLoop > HoldCount
                   IF ExpiredCount > 0
                       PERFORM SaveHoldsProcedure
                   END-IF
                   DISPLAY "Holds expired for business date "
                       BusinessDate ": " ExpiredCount
               END-IF
               PERFORM ReleaseLockProcedure
           END-IF
           GOBACK.

       LoadRunControlProcedure.
      * The business date the expiry dates are compared against -
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
               MOVE "HOLDEXPIRY" TO LockProgram
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

       ExpireHoldProcedure.
      * YYYYMMDD compares correctly as text; a blank expiry never
      * lapses.
           IF HeldHoldStatuses(HoldLoop) = "A"
                   AND HeldHoldExpiries(HoldLoop) NOT = SPACES
                   AND HeldHoldExpiries(HoldLoop) NOT > BusinessDate
               MOVE "E" TO HeldHoldStatuses(HoldLoop)
               MOVE BusinessDate TO HeldHoldClosed(HoldLoop)
               MOVE OperatorID TO HeldHoldClosedBys(HoldLoop)
               ADD 1 TO ExpiredCount
               DISPLAY "Expired: " HeldHoldIDs(HoldLoop) " on "
                   HeldHoldClientIDs(HoldLoop) " - "
                   HeldHoldAmounts(HoldLoop) " "
                   HeldHoldReasons(HoldLoop) ", expiry "
                   HeldHoldExpiries(HoldLoop)
           END-IF
           ADD 1 TO HoldLoop.

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
                   IF HoldCount >= HoldTableMax
                       MOVE "YES" TO EndOfHolds
                       MOVE "YES" TO HoldOverflow
                   ELSE
                       ADD 1 TO HoldCount
                       MOVE HdHoldID TO HeldHoldIDs(HoldCount)
                       MOVE HdClientID TO HeldHoldClientIDs(HoldCount)
                       MOVE HdAmount TO HeldHoldAmounts(HoldCount)
                       MOVE HdReason TO HeldHoldReasons(HoldCount)
                       MOVE HdPlacedDate TO HeldHoldPlaced(HoldCount)
                       MOVE HdExpiryDate
                           TO HeldHoldExpiries(HoldCount)
                       MOVE HdPlacedBy TO HeldHoldPlacedBys(HoldCount)
                       MOVE HdStatus TO HeldHoldStatuses(HoldCount)
                       MOVE HdClosedDate TO HeldHoldClosed(HoldCount)
                       MOVE HdClosedBy TO HeldHoldClosedBys(HoldCount)
                   END-IF
           END-READ.

       SaveHoldsProcedure.
           MOVE 1 TO HoldLoop
           OPEN OUTPUT FundsHolds
           PERFORM WriteHoldProcedure
               UNTIL HoldLoop > HoldCount
           CLOSE FundsHolds.

       WriteHoldProcedure.
           MOVE SPACES TO HoldRecord
           MOVE HeldHoldIDs(HoldLoop) TO HdHoldID
           MOVE HeldHoldClientIDs(HoldLoop) TO HdClientID
           MOVE HeldHoldAmounts(HoldLoop) TO HdAmount
           MOVE HeldHoldReasons(HoldLoop) TO HdReason
           MOVE HeldHoldPlaced(HoldLoop) TO HdPlacedDate
           MOVE HeldHoldExpiries(HoldLoop) TO HdExpiryDate
           MOVE HeldHoldPlacedBys(HoldLoop) TO HdPlacedBy
           MOVE HeldHoldStatuses(HoldLoop) TO HdStatus
           MOVE HeldHoldClosed(HoldLoop) TO HdClosedDate
           MOVE HeldHoldClosedBys(HoldLoop) TO HdClosedBy
           ADD 1 TO HoldLoop
           WRITE HoldRecord.
       END PROGRAM HoldExpiry.
