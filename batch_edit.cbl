           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EditFlagStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
       01 EditFlagRecord.
           03 EditVerdict      PIC X(6).

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

      * The funds-hold register (see holdrec.cpy) - the cover
      * pre-check works to the same available balance the posting
      * run will.
       FD FundsHolds.
           COPY "holdrec.cpy".

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".
       01 FromFound            PIC X(3).
       01 ToFound              PIC X(3).
       01 AvailableFunds       PIC S9(13)V99.
       01 RunControlStatus     PIC X(2).
       01 BusinessDate         PIC X(8).
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

       01 EditHeadLine.
           03 Filler           PIC X(24)
      * each clean row to simulated balances so a row that only fails
      * because an earlier row drained the account is caught here,
      * not halfway through a posting run.
           PERFORM LoadRunControlProcedure
           PERFORM LoadBankFundProcedure
           PERFORM LoadClientsProcedure
           PERFORM LoadHoldsProcedure
           IF LoadOverflow = "YES" OR HoldOverflow = "YES"
               IF HoldOverflow = "YES"
                   DISPLAY "holds.dat holds more active holds than "
                       "HoldTable can hold (" HoldTableMax ")."
               END-IF
               PERFORM WriteBlockedVerdictProcedure
               GOBACK
           END-IF
           GOBACK.

       WriteBlockedVerdictProcedure.
      * With no usable roster (or holds register) there is no
      * honest edit - stamp
      * ERRORS so the posting run stays blocked.
           MOVE "ERRORS" TO EditVerdict
           OPEN OUTPUT EditFlag

       CheckTransactionCoverProcedure.
      * Funds coverage against the simulated balances: a T draws on
      * the client's funds plus credit limit less active holds, a D
      * or W draws on the bank - the same limits
      * ApplyTransferProcedure and ApplyPayoutProcedure enforce when
      * posting.
           IF TrTypeRaw = "T"
               MOVE ClientIDs(CIndex) TO HoldClientKey
               PERFORM SumHoldsProcedure
               COMPUTE AvailableFunds = ClientFunds(CIndex)
                   + ClientCreditLimits(CIndex) - HoldTotal
               IF AvailableFunds < TrAmount
                   MOVE "YES" TO RowFailed
                   MOVE "05" TO RejectReasonCode
               MOVE "YES" TO RowFailed
               MOVE "08" TO RejectReasonCode
           ELSE
               MOVE ClientIDs(FromCIndex) TO HoldClientKey
               PERFORM SumHoldsProcedure
               COMPUTE AvailableFunds =
                   ClientFunds(FromCIndex)
                   + ClientCreditLimits(FromCIndex) - HoldTotal
               IF AvailableFunds < TransferAmount
                   MOVE "YES" TO RowFailed
                   MOVE "05" TO RejectReasonCode
           WRITE EditFlagRecord
           CLOSE EditFlag
           DISPLAY "Edit verdict: " EditVerdict.

       LoadRunControlProcedure.
      * The business date decides which holds have lapsed - the
      * same date the posting run will read.
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
       END PROGRAM BatchEdit.
