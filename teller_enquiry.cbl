      * Read-only teller account enquiry. Answers a customer on the
      * phone from one view instead of a SimpleBank session and a
      * text editor: the teller signs on against operators.dat,
      * finds the account by ClientID or by surname - the account
      * record's own three letters or the owning customer's real
      * surname off customers.dat - and sees the master details and
      * owning customer, the ledger balance, credit limit, active
      * holds and available balance, the account status with the
      * reason recorded for it on the maintenance queue maintq.dat,
      * the last movements on audit.log (a dispute case's credit or
      * claw-back spelled out as StatementRun does, off
      * disputes.dat), the standing orders still live on
      * standing.dat, the future-dated payments waiting on
      * pending.dat, the cheques stopped on stops.dat and the
      * outbound interbank payments on ibout.reg still awaiting the
      * counterparty's acknowledgment. Nothing is posted and no file
      * but the enquiry log is written, so the program takes no
      * master lock and can run alongside any batch. Every account
      * shown is logged to enquiry.log with the operator, the
      * business date, the time and the search used, so the bank
      * can answer who looked at an account and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerEnquiry.

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

           SELECT OPTIONAL AuditLog
           ASSIGN TO "./audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL OperatorFile
           ASSIGN TO "./operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperatorFileStatus.

           SELECT OPTIONAL MaintQueue
           ASSIGN TO "./maintq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintQueueStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL StandingOrders
           ASSIGN TO "./standing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandingStatus.

           SELECT OPTIONAL PendingPayments
           ASSIGN TO "./pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PendingStatus.

           SELECT OPTIONAL StopRegister
           ASSIGN TO "./stops.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StopRegisterStatus.

           SELECT OPTIONAL OutboundRegister
           ASSIGN TO "./ibout.reg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OutboundRegStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

           SELECT OPTIONAL EnquiryLog
           ASSIGN TO "./enquiry.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EnquiryLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD Customer.
           COPY "custrec.cpy".

       FD AuditLog.
           COPY "auditrec.cpy".

       FD DisputeFile.
           COPY "dispute.cpy".

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       FD OperatorFile.
       01 OperatorRecord.
           03 OpID              PIC X(8).
           03 Filler            PIC X(1).
           03 OpName            PIC X(12).
           03 Filler            PIC X(1).
           03 OpLimit           PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 OpSuper           PIC X(1).

      * ClientMaint's roster-change queue - see its commentary. Only
      * the applied S status changes and C closures are read here,
      * for the reason the maker gave.
       FD MaintQueue.
       01 QueueRecord.
           03 MqRefNo           PIC 9(6).
           03 Filler            PIC X(1).
           03 MqAction          PIC X(1).
           03 Filler            PIC X(1).
           03 MqClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 MqName            PIC X(4).
           03 Filler            PIC X(1).
           03 MqSurname         PIC X(3).
           03 Filler            PIC X(1).
           03 MqCreditLimit     PIC 9(3).
           03 Filler            PIC X(1).
           03 MqCreditFlag      PIC X(1).
           03 Filler            PIC X(1).
           03 MqStatusByte      PIC X(1).
           03 Filler            PIC X(1).
           03 MqCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 MqCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 MqMaker           PIC X(8).
           03 Filler            PIC X(1).
           03 MqCaptureDate     PIC X(8).
           03 Filler            PIC X(1).
           03 MqState           PIC X(1).
           03 Filler            PIC X(1).
           03 MqChecker         PIC X(8).
           03 Filler            PIC X(1).
           03 MqLoanNo          PIC X(8).
           03 Filler            PIC X(1).
           03 MqPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 MqTerm            PIC 9(3).
           03 Filler            PIC X(1).
           03 MqFirstDue        PIC X(8).
           03 Filler            PIC X(1).
           03 MqInstalment      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 MqMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 MqCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 MqDdAmount        PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqReason          PIC X(20).

       FD FundsHolds.
           COPY "holdrec.cpy".

       FD StandingOrders.
       01 StandingRecord.
           03 SoFromClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 SoToClientID      PIC X(8).
           03 Filler            PIC X(1).
           03 SoAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 SoFrequency       PIC X(1).
           03 Filler            PIC X(1).
           03 SoNextDue         PIC X(8).
           03 Filler            PIC X(1).
           03 SoStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 SoRollRule        PIC X(1).

       FD PendingPayments.
       01 PendingRecord.
           03 PpRefNo           PIC X(8).
           03 Filler            PIC X(1).
           03 PpFromClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 PpToClientID      PIC X(8).
           03 Filler            PIC X(1).
           03 PpAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 PpType            PIC X(1).
           03 Filler            PIC X(1).
           03 PpValueDate       PIC X(8).
           03 Filler            PIC X(1).
           03 PpStatus          PIC X(1).

       FD StopRegister.
       01 StopRecord.
           03 StClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 StSerial          PIC 9(6).
           03 Filler            PIC X(1).
           03 StDate            PIC X(8).
           03 Filler            PIC X(1).
           03 StOperator        PIC X(8).

       FD OutboundRegister.
       01 OutboundRegRecord.
           03 ObDestClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 ObOriginClientID  PIC X(8).
           03 Filler            PIC X(1).
           03 ObAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 ObDate            PIC X(8).
           03 Filler            PIC X(1).
           03 ObCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 ObStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 ObStatusDate      PIC X(8).

      * One row per account shown: who looked, on which business
      * date and at what time, which account, and what was typed to
      * find it.
       FD EnquiryLog.
       01 EnquiryLogRecord.
           03 EqOperator        PIC X(8).
           03 Filler            PIC X(1).
           03 EqBusinessDate    PIC X(8).
           03 Filler            PIC X(1).
           03 EqTimestamp       PIC X(14).
           03 Filler            PIC X(1).
           03 EqClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 EqSearchTerm      PIC X(12).

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 AuditStatus          PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 OperatorFileStatus   PIC X(2).
       01 MaintQueueStatus     PIC X(2).
       01 HoldsStatus          PIC X(2).
       01 StandingStatus       PIC X(2).
       01 PendingStatus        PIC X(2).
       01 StopRegisterStatus   PIC X(2).
       01 OutboundRegStatus    PIC X(2).
       01 EnquiryLogStatus     PIC X(2).
       01 DisputeStatus        PIC X(2).
       01 EndOfDisputes        PIC X(3).
       01 CaseRole             PIC X(1).
       01 BusinessDate         PIC X(8).
       01 EndOfInput           PIC X(3) VALUE "NO".
       01 EndOfFile            PIC X(3).
       01 CustomerOpen         PIC X(3) VALUE "NO".

      * Operator sign-on, the same as the SimpleBank counter.
       01 SearchOperatorID     PIC X(8).
       01 OperatorID           PIC X(8).
       01 OperatorFound        PIC X(3).
       01 EndOfOperators       PIC X(3).
       01 SignedOn             PIC X(3) VALUE "NO".
       01 SignOnTries          PIC 9(1) VALUE 0.

      * Finding the account.
       01 EnquiryTerm          PIC X(12).
       01 SearchLen            PIC 9(2).
       01 InspectTally         PIC 9(3).
       01 AccountChosen        PIC X(3).
       01 PickedMatch          PIC 9(2).
       01 MatchTableMax        PIC 9(2) VALUE 20.
       01 MatchCount           PIC 9(3).
       01 MatchLoop            PIC 9(2).
       01 MatchTable.
           03 MatchEntry OCCURS 20 TIMES.
               05 MatchIDs          PIC X(8).
               05 MatchNames        PIC A(4).
               05 MatchSurnames     PIC A(3).
               05 MatchCustNames    PIC X(20).

      * The account on view.
       01 ShownClientID        PIC X(8).
       01 ShownCurrency        PIC X(3).
       01 HoldTotal            PIC S9(13)V99.
       01 HoldCount            PIC 9(3).
       01 AvailableFunds       PIC S9(13)V99.
       01 ItemCount            PIC 9(3).
       01 StatusText           PIC X(30).
       01 ReasonFound          PIC X(3).
       01 ReasonStatus         PIC X(1).
       01 ReasonText           PIC X(20).
       01 ReasonDate           PIC X(8).
       01 ReasonMaker          PIC X(8).
       01 ReasonChecker        PIC X(8).

      * The last MovementMax audit entries for the account, kept as
      * a ring while audit.log is read through once.
       01 MovementMax          PIC 9(2) VALUE 10.
       01 MovementCount        PIC 9(2).
       01 RingNext             PIC 9(2).
       01 RingLoop             PIC 9(2).
       01 RingShown            PIC 9(2).
       01 MovementTable.
           03 MovementEntry OCCURS 10 TIMES.
               05 MoveSeqs          PIC 9(8).
               05 MoveDates         PIC X(8).
               05 MoveTypes         PIC X(1).
               05 MoveCounterparts  PIC X(8).
               05 MoveAmounts       PIC S9(13)V99.
               05 MoveBalances      PIC S9(13)V99.

       01 EnqRuleLine          PIC X(78) VALUE ALL "-".

       01 EnqAccountLine.
           03 Filler           PIC X(9) VALUE "ACCOUNT  ".
           03 EnqAccClientID   PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 EnqAccName       PIC X(4).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqAccSurname    PIC X(3).
           03 Filler           PIC X(12) VALUE "   CURRENCY ".
           03 EnqAccCurrency   PIC X(3).

       01 EnqCustomerLine.
           03 Filler           PIC X(9) VALUE "CUSTOMER ".
           03 EnqCustID        PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 EnqCustName      PIC X(20).
           03 Filler           PIC X(2) VALUE SPACES.
           03 EnqCustContact   PIC X(30).

       01 EnqBalanceLine.
           03 Filler           PIC X(7) VALUE "LEDGER ".
           03 EnqLedger        PIC -(13)9.99.
           03 Filler           PIC X(15) VALUE "  CREDIT LIMIT ".
           03 EnqCreditLimit   PIC ZZ9.

       01 EnqAvailableLine.
           03 Filler           PIC X(8) VALUE "ON HOLD ".
           03 EnqOnHold        PIC -(13)9.99.
           03 Filler           PIC X(12) VALUE "  AVAILABLE ".
           03 EnqAvailable     PIC -(13)9.99.

       01 EnqStatusLine.
           03 Filler           PIC X(7) VALUE "STATUS ".
           03 EnqStatusByte    PIC X(1).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqStatusText    PIC X(30).

       01 EnqReasonLine.
           03 Filler           PIC X(9) VALUE "  REASON ".
           03 EnqReasonText    PIC X(20).
           03 Filler           PIC X(11) VALUE " REQUESTED ".
           03 EnqReasonDate    PIC X(8).
           03 Filler           PIC X(4) VALUE " BY ".
           03 EnqReasonMaker   PIC X(8).
           03 Filler           PIC X(12) VALUE " APPLIED BY ".
           03 EnqReasonChecker PIC X(8).

       01 EnqHeadingLine.
           03 EnqHeadingText   PIC X(78).

       01 EnqMoveLine.
           03 Filler           PIC X(2) VALUE SPACES.
           03 EnqMoveSeq       PIC 9(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqMoveDate      PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqMoveType      PIC X(16).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqMoveCounterp  PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqMoveAmount    PIC -(9)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqMoveBalance   PIC -(9)9.99.

       01 EnqItemLine.
           03 Filler           PIC X(2) VALUE SPACES.
           03 EnqItemLabel     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqItemParty     PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqItemAmount    PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqItemDate      PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 EnqItemNote      PIC X(20).

       PROCEDURE DIVISION.
      * Main Procedure
      * One enquiry after another until the teller leaves the
      * prompt blank or input runs out. The client master is opened
      * INPUT only - nothing here can change an account.
           PERFORM LoadRunControlProcedure
           PERFORM SignOnProcedure
           IF SignedOn = "YES"
               OPEN INPUT Client
               IF ClientStatus NOT = "00"
                   DISPLAY "Cannot open the client master "
                       "clients.dat - file status " ClientStatus
                       ". No enquiry possible."
               ELSE
                   OPEN INPUT Customer
                   IF CustomerStatus = "00"
                       MOVE "YES" TO CustomerOpen
                   END-IF
                   PERFORM EnquiryProcedure
                       UNTIL EndOfInput = "YES"
                   IF CustomerOpen = "YES"
                       CLOSE Customer
                   END-IF
                   CLOSE Client
               END-IF
           END-IF
           STOP RUN.

       LoadRunControlProcedure.
      * The business date the enquiry is logged under - the wall
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

       SignOnProcedure.
      * No anonymous enquiries: every account looked at is logged
      * against a signed-on operator, so there is no session at all
      * without a row on operators.dat.
           PERFORM SignOnAttemptProcedure
               UNTIL SignedOn = "YES" OR EndOfInput = "YES"
                   OR SignOnTries >= 3.

       SignOnAttemptProcedure.
           ADD 1 TO SignOnTries
           DISPLAY "Operator sign-on - enter your operator ID:"
           ACCEPT SearchOperatorID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FindOperatorProcedure
               IF OperatorFound = "YES"
                   MOVE OpID TO OperatorID
                   MOVE "YES" TO SignedOn
                   DISPLAY "Signed on: " OpName
               ELSE
                   DISPLAY "Unknown operator ID - the enquiry "
                       "cannot start without a valid sign-on."
               END-IF
           END-IF.

       FindOperatorProcedure.
           MOVE "NO" TO OperatorFound
           MOVE "NO" TO EndOfOperators
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
               PERFORM ScanOperatorProcedure
                   UNTIL EndOfOperators = "YES"
                       OR OperatorFound = "YES"
           ELSE
               DISPLAY "operators.dat is not on file - ask "
                   "operations to set the operator roster up."
               MOVE "YES" TO EndOfOperators
           END-IF
           CLOSE OperatorFile.

       ScanOperatorProcedure.
           READ OperatorFile
               AT END
                   MOVE "YES" TO EndOfOperators
               NOT AT END
                   IF OpID = SearchOperatorID
                       MOVE "YES" TO OperatorFound
                   END-IF
           END-READ.

       EnquiryProcedure.
           DISPLAY " "
           DISPLAY "Enter a ClientID or a surname, or leave blank "
               "to finish:"
           MOVE SPACES TO EnquiryTerm
           ACCEPT EnquiryTerm
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               IF EnquiryTerm = SPACES
                   MOVE "YES" TO EndOfInput
               ELSE
                   PERFORM LocateAccountProcedure
                   IF AccountChosen = "YES"
                       PERFORM ShowAccountProcedure
                       PERFORM LogEnquiryProcedure
                   END-IF
               END-IF
           END-IF.

       LocateAccountProcedure.
      * A term that is an exact ClientID goes straight to the
      * account; anything else is a surname search, and a search
      * with more than one hit asks the teller to pick.
           MOVE "NO" TO AccountChosen
           PERFORM TrimSearchTermProcedure
           IF SearchLen NOT > 8
               MOVE EnquiryTerm TO ClientID
               READ Client
               IF ClientStatus = "00"
                   MOVE "YES" TO AccountChosen
               END-IF
           END-IF
           IF AccountChosen = "NO"
               PERFORM SurnameSearchProcedure
               IF MatchCount = 0
                   DISPLAY "No account found for " EnquiryTerm
               ELSE
               IF MatchCount = 1
                   MOVE MatchIDs(1) TO ClientID
                   PERFORM ReadChosenProcedure
               ELSE
                   PERFORM PickMatchProcedure
               END-IF
               END-IF
           END-IF.

       TrimSearchTermProcedure.
           MOVE 12 TO SearchLen
           PERFORM ShrinkSearchLenProcedure
               UNTIL SearchLen = 0 OR EnquiryTerm(SearchLen:1) NOT =
                   SPACE.

       ShrinkSearchLenProcedure.
           SUBTRACT 1 FROM SearchLen.

       SurnameSearchProcedure.
      * One keyed scan of the master. The account record's own
      * surname is only three letters, so it is matched only by a
      * term that short; a linked account also answers to its
      * owning customer's real surname.
           MOVE 0 TO MatchCount
           MOVE "NO" TO EndOfFile
           MOVE LOW-VALUES TO ClientID
           START Client KEY NOT < ClientID
           IF ClientStatus NOT = "00"
               MOVE "YES" TO EndOfFile
           END-IF
           PERFORM SearchClientProcedure
               UNTIL EndOfFile = "YES".

       SearchClientProcedure.
           READ Client NEXT
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   PERFORM MatchClientProcedure
           END-READ.

       MatchClientProcedure.
           MOVE 0 TO InspectTally
           MOVE SPACES TO CustFullName
           IF SearchLen NOT > 3
               INSPECT ClientSurname TALLYING InspectTally
                   FOR ALL EnquiryTerm(1:SearchLen)
           END-IF
           IF ClientCustomerID NOT = SPACES AND CustomerOpen = "YES"
               MOVE ClientCustomerID TO CustomerID
               READ Customer
               IF CustomerStatus NOT = "00"
                   MOVE SPACES TO CustRecord
               END-IF
               IF InspectTally = 0 AND CustSurname NOT = SPACES
                   INSPECT CustSurname TALLYING InspectTally
                       FOR ALL EnquiryTerm(1:SearchLen)
               END-IF
           END-IF
           IF InspectTally > 0
               ADD 1 TO MatchCount
               IF MatchCount NOT > MatchTableMax
                   MOVE ClientID TO MatchIDs(MatchCount)
                   MOVE ClientName TO MatchNames(MatchCount)
                   MOVE ClientSurname TO MatchSurnames(MatchCount)
                   MOVE CustFullName TO MatchCustNames(MatchCount)
               END-IF
           END-IF.

       PickMatchProcedure.
           DISPLAY "Matching accounts:"
           MOVE 1 TO MatchLoop
           PERFORM ListMatchProcedure
               UNTIL MatchLoop > MatchCount
                   OR MatchLoop > MatchTableMax
           IF MatchCount > MatchTableMax
               DISPLAY "... and " MatchCount " matches in all - "
                   "refine the search to see the rest."
           END-IF
           DISPLAY "Enter the number of the account, or 0 for none:"
           MOVE 0 TO PickedMatch
           ACCEPT PickedMatch
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               IF PickedMatch > 0 AND PickedMatch NOT > MatchCount
                       AND PickedMatch NOT > MatchTableMax
                   MOVE MatchIDs(PickedMatch) TO ClientID
                   PERFORM ReadChosenProcedure
               ELSE
                   DISPLAY "No account selected."
               END-IF
           END-IF.

       ListMatchProcedure.
           DISPLAY MatchLoop ": " MatchIDs(MatchLoop) " "
               MatchNames(MatchLoop) " " MatchSurnames(MatchLoop)
               " " MatchCustNames(MatchLoop)
           ADD 1 TO MatchLoop.

       ReadChosenProcedure.
           READ Client
           IF ClientStatus = "00"
               MOVE "YES" TO AccountChosen
           ELSE
               DISPLAY "Account " ClientID " could not be read - "
                   "file status " ClientStatus
           END-IF.

       ShowAccountProcedure.
           MOVE ClientID TO ShownClientID
           IF ClientCurrency = SPACES
               MOVE "LCU" TO ShownCurrency
           ELSE
               MOVE ClientCurrency TO ShownCurrency
           END-IF
           DISPLAY EnqRuleLine
           MOVE ClientID TO EnqAccClientID
           MOVE ClientName TO EnqAccName
           MOVE ClientSurname TO EnqAccSurname
           MOVE ShownCurrency TO EnqAccCurrency
           DISPLAY EnqAccountLine
           PERFORM ShowCustomerProcedure
           PERFORM ShowBalancesProcedure
           PERFORM ShowStatusProcedure
           PERFORM ShowMovementsProcedure
           PERFORM ShowStandingOrdersProcedure
           PERFORM ShowPendingProcedure
           PERFORM ShowStopsProcedure
           PERFORM ShowOutboundProcedure
           DISPLAY EnqRuleLine.

       ShowCustomerProcedure.
           MOVE SPACES TO EnqCustID
           MOVE SPACES TO EnqCustName
           MOVE SPACES TO EnqCustContact
           IF ClientCustomerID = SPACES
               MOVE "NOT LINKED TO A CUSTOMER" TO EnqCustName
           ELSE
               MOVE ClientCustomerID TO EnqCustID
               MOVE "23" TO CustomerStatus
               IF CustomerOpen = "YES"
                   MOVE ClientCustomerID TO CustomerID
                   READ Customer
               END-IF
               IF CustomerStatus = "00"
                   MOVE CustFullName TO EnqCustName
                   MOVE CustContact TO EnqCustContact
               ELSE
                   MOVE "NOT ON CUSTOMER FILE" TO EnqCustName
               END-IF
           END-IF
           DISPLAY EnqCustomerLine.

       ShowBalancesProcedure.
      * Available is SimpleBank's figure: ClientFund plus the credit
      * limit less the active holds - a hold stops counting from
      * its expiry business date.
           MOVE 0 TO HoldTotal
           MOVE 0 TO HoldCount
           MOVE "NO" TO EndOfFile
           OPEN INPUT FundsHolds
           IF HoldsStatus = "00"
               PERFORM ReadHoldProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE FundsHolds
           COMPUTE AvailableFunds = ClientFund + ClientCreditLimit
               - HoldTotal
           MOVE ClientFund TO EnqLedger
           MOVE ClientCreditLimit TO EnqCreditLimit
           DISPLAY EnqBalanceLine
           MOVE HoldTotal TO EnqOnHold
           MOVE AvailableFunds TO EnqAvailable
           DISPLAY EnqAvailableLine.

       ReadHoldProcedure.
           READ FundsHolds
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF HdClientID = ShownClientID AND HdStatus = "A"
                       IF HdExpiryDate = SPACES
                               OR HdExpiryDate > BusinessDate
                           ADD HdAmount TO HoldTotal
                           ADD 1 TO HoldCount
                       END-IF
                   END-IF
           END-READ.

       ShowStatusProcedure.
      * The account record has no room for a reason, so it comes
      * from the last applied status change or closure on the
      * maintenance queue - provided that change is the one that
      * set the status the account has now. An account DormantSweep
      * flagged has no queue row behind it.
           EVALUATE ClientAccountStatus
               WHEN "A"
                   MOVE "ACTIVE" TO StatusText
               WHEN "F"
                   MOVE "FROZEN - NO POSTINGS" TO StatusText
               WHEN "D"
                   MOVE "DORMANT - UNDER REVIEW" TO StatusText
               WHEN "C"
                   MOVE "CLOSED" TO StatusText
               WHEN SPACE
                   MOVE "ACTIVE" TO StatusText
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO StatusText
           END-EVALUATE
           MOVE ClientAccountStatus TO EnqStatusByte
           MOVE StatusText TO EnqStatusText
           DISPLAY EnqStatusLine
           PERFORM FindStatusReasonProcedure
           IF ReasonFound = "YES"
                   AND ReasonStatus = ClientAccountStatus
               MOVE ReasonText TO EnqReasonText
               MOVE ReasonDate TO EnqReasonDate
               MOVE ReasonMaker TO EnqReasonMaker
               MOVE ReasonChecker TO EnqReasonChecker
               DISPLAY EnqReasonLine
           ELSE
           IF ClientAccountStatus = "D"
               DISPLAY "  REASON NO ACTIVITY - FLAGGED BY THE "
                   "DORMANCY SWEEP"
           ELSE
           IF ClientAccountStatus NOT = "A"
                   AND ClientAccountStatus NOT = SPACE
               DISPLAY "  REASON NOT RECORDED"
           END-IF
           END-IF
           END-IF
           IF HoldCount > 0
               DISPLAY "  " HoldCount " ACTIVE HOLD(S) ON THE "
                   "ACCOUNT"
           END-IF.

       FindStatusReasonProcedure.
           MOVE "NO" TO ReasonFound
           MOVE "NO" TO EndOfFile
           OPEN INPUT MaintQueue
           IF MaintQueueStatus = "00"
               PERFORM ReadQueueProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE MaintQueue.

       ReadQueueProcedure.
      * The queue is in capture order, so the last applied row for
      * the account wins.
           READ MaintQueue
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF MqClientID = ShownClientID AND MqState = "A"
                       IF MqAction = "S" OR MqAction = "C"
                           MOVE "YES" TO ReasonFound
                           MOVE MqStatusByte TO ReasonStatus
                           MOVE MqReason TO ReasonText
                           MOVE MqCaptureDate TO ReasonDate
                           MOVE MqMaker TO ReasonMaker
                           MOVE MqChecker TO ReasonChecker
                       END-IF
                   END-IF
           END-READ.

       ShowMovementsProcedure.
      * The last movements still on the live audit.log - anything
      * older has been cut to the monthly archives. An account's
      * purge entry U ends the history of an earlier account under
      * the same ClientID, so the ring starts again after it.
           MOVE 0 TO MovementCount
           MOVE 1 TO RingNext
           MOVE "NO" TO EndOfFile
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadAuditProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE AuditLog
           MOVE "LAST MOVEMENTS ON THE AUDIT TRAIL" TO EnqHeadingText
           DISPLAY EnqHeadingLine
           IF MovementCount = 0
               DISPLAY "  NONE ON THE LIVE LOG"
           ELSE
               IF MovementCount < MovementMax
                   MOVE 1 TO RingLoop
               ELSE
                   MOVE RingNext TO RingLoop
               END-IF
               MOVE 0 TO RingShown
               PERFORM ShowMovementProcedure
                   UNTIL RingShown = MovementCount
           END-IF.

       ReadAuditProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF AuditClientID = ShownClientID
                       IF AuditTrType = "U"
                           MOVE 0 TO MovementCount
                           MOVE 1 TO RingNext
                       ELSE
                           PERFORM KeepMovementProcedure
                       END-IF
                   END-IF
           END-READ.

       KeepMovementProcedure.
           MOVE AuditSeqNo TO MoveSeqs(RingNext)
           MOVE AuditBusinessDate TO MoveDates(RingNext)
           MOVE AuditTrType TO MoveTypes(RingNext)
           MOVE AuditCounterparty TO MoveCounterparts(RingNext)
           MOVE AuditAmount TO MoveAmounts(RingNext)
           MOVE AuditNewFund TO MoveBalances(RingNext)
           ADD 1 TO RingNext
           IF RingNext > MovementMax
               MOVE 1 TO RingNext
           END-IF
           IF MovementCount < MovementMax
               ADD 1 TO MovementCount
           END-IF.

       ShowMovementProcedure.
           MOVE MoveSeqs(RingLoop) TO EnqMoveSeq
           MOVE MoveDates(RingLoop) TO EnqMoveDate
           PERFORM SpellTrTypeProcedure
           IF MoveTypes(RingLoop) = "H"
               PERFORM FindEntryCaseProcedure
           END-IF
           MOVE MoveCounterparts(RingLoop) TO EnqMoveCounterp
           MOVE MoveAmounts(RingLoop) TO EnqMoveAmount
           MOVE MoveBalances(RingLoop) TO EnqMoveBalance
           DISPLAY EnqMoveLine
           ADD 1 TO RingShown
           ADD 1 TO RingLoop
           IF RingLoop > MovementMax
               MOVE 1 TO RingLoop
           END-IF.

       SpellTrTypeProcedure.
      * The same wording StatementRun prints for each audit type.
           EVALUATE MoveTypes(RingLoop)
               WHEN "D"
                   MOVE "DEPOSIT" TO EnqMoveType
               WHEN "W"
                   MOVE "WITHDRAWAL" TO EnqMoveType
               WHEN "T"
                   MOVE "TRANSFER TO BANK" TO EnqMoveType
               WHEN "X"
                   MOVE "CLIENT TRANSFER" TO EnqMoveType
               WHEN "I"
                   MOVE "INTEREST" TO EnqMoveType
               WHEN "F"
                   MOVE "SERVICE CHARGE" TO EnqMoveType
               WHEN "B"
                   MOVE "BALANCE B/FWD" TO EnqMoveType
               WHEN "V"
                   MOVE "REVERSAL OF ITEM" TO EnqMoveType
               WHEN "Q"
                   MOVE "CHEQUE PAID" TO EnqMoveType
               WHEN "O"
                   MOVE "ACCOUNT OPENED" TO EnqMoveType
               WHEN "A"
                   MOVE "ACCOUNT AMENDED" TO EnqMoveType
               WHEN "C"
                   MOVE "ACCOUNT CLOSED" TO EnqMoveType
               WHEN "S"
                   MOVE "SUPERVISOR OVRD" TO EnqMoveType
               WHEN "E"
                   MOVE "INTERBANK OUT" TO EnqMoveType
               WHEN "R"
                   MOVE "INTERBANK IN" TO EnqMoveType
               WHEN "L"
                   MOVE "LOAN REPAYMENT" TO EnqMoveType
               WHEN "P"
                   MOVE "TERM DEP PLACED" TO EnqMoveType
               WHEN "M"
                   MOVE "TERM DEP MATURED" TO EnqMoveType
               WHEN "K"
                   MOVE "TERM DEP BROKEN" TO EnqMoveType
               WHEN "G"
                   MOVE "DIRECT DEBIT" TO EnqMoveType
               WHEN "H"
                   MOVE "DIRECT DEBIT RFD" TO EnqMoveType
               WHEN "Y"
                   MOVE "TAX ON INTEREST" TO EnqMoveType
               WHEN "J"
                   MOVE "SUSPENSE CREDIT" TO EnqMoveType
               WHEN OTHER
                   MOVE "UNKNOWN" TO EnqMoveType
           END-EVALUATE.

       FindEntryCaseProcedure.
      * An H movement that is a dispute case's credit or claw-back
      * reads as such, as on the statement; any other H is a
      * direct-debit claim refund. Only the H lines on view are
      * looked up, so the register is read per line, not tabled.
           MOVE SPACE TO CaseRole
           MOVE "NO" TO EndOfDisputes
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ScanEntryCaseProcedure
                   UNTIL EndOfDisputes = "YES"
           END-IF
           CLOSE DisputeFile
           IF CaseRole = "C"
               MOVE "DISPUTE CREDIT" TO EnqMoveType
           END-IF
           IF CaseRole = "K"
               MOVE "DISPUTE CLAWBACK" TO EnqMoveType
           END-IF.

       ScanEntryCaseProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF CsCreditSeq = MoveSeqs(RingLoop)
                       MOVE "C" TO CaseRole
                   END-IF
                   IF CsClawbackSeq = MoveSeqs(RingLoop)
                       MOVE "K" TO CaseRole
                   END-IF
           END-READ.

       ShowStandingOrdersProcedure.
      * Orders still live in either direction - active, or
      * suspended and liable to be resumed. Expired ones are left
      * off.
           MOVE "STANDING ORDERS" TO EnqHeadingText
           DISPLAY EnqHeadingLine
           MOVE 0 TO ItemCount
           MOVE "NO" TO EndOfFile
           OPEN INPUT StandingOrders
           IF StandingStatus = "00"
               PERFORM ReadStandingOrderProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE StandingOrders
           IF ItemCount = 0
               DISPLAY "  NONE"
           END-IF.

       ReadStandingOrderProcedure.
           READ StandingOrders
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF SoStatus = "A" OR SoStatus = "S"
                       IF SoFromClientID = ShownClientID
                           MOVE "PAYS TO" TO EnqItemLabel
                           MOVE SoToClientID TO EnqItemParty
                           PERFORM ShowOrderProcedure
                       ELSE
                       IF SoToClientID = ShownClientID
                           MOVE "FROM" TO EnqItemLabel
                           MOVE SoFromClientID TO EnqItemParty
                           PERFORM ShowOrderProcedure
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       ShowOrderProcedure.
           ADD 1 TO ItemCount
           MOVE SoAmount TO EnqItemAmount
           MOVE SoNextDue TO EnqItemDate
           MOVE SPACES TO EnqItemNote
           EVALUATE SoFrequency
               WHEN "D"
                   MOVE "DAILY" TO EnqItemNote
               WHEN "W"
                   MOVE "WEEKLY" TO EnqItemNote
               WHEN "M"
                   MOVE "MONTHLY" TO EnqItemNote
           END-EVALUATE
           IF SoStatus = "S"
               MOVE "SUSPENDED" TO EnqItemNote(9:)
           END-IF
           DISPLAY EnqItemLine.

       ShowPendingProcedure.
           MOVE "FUTURE-DATED PAYMENTS PENDING" TO EnqHeadingText
           DISPLAY EnqHeadingLine
           MOVE 0 TO ItemCount
           MOVE "NO" TO EndOfFile
           OPEN INPUT PendingPayments
           IF PendingStatus = "00"
               PERFORM ReadPendingProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE PendingPayments
           IF ItemCount = 0
               DISPLAY "  NONE"
           END-IF.

       ReadPendingProcedure.
           READ PendingPayments
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF PpStatus = "P"
                       IF PpFromClientID = ShownClientID
                               OR PpToClientID = ShownClientID
                           PERFORM ShowPaymentProcedure
                       END-IF
                   END-IF
           END-READ.

       ShowPaymentProcedure.
           ADD 1 TO ItemCount
           MOVE PpRefNo TO EnqItemLabel
           IF PpFromClientID = ShownClientID
               MOVE PpToClientID TO EnqItemParty
           ELSE
               MOVE PpFromClientID TO EnqItemParty
           END-IF
           MOVE PpAmount TO EnqItemAmount
           MOVE PpValueDate TO EnqItemDate
           MOVE SPACES TO EnqItemNote
           EVALUATE PpType
               WHEN "D"
                   MOVE "DEPOSIT" TO EnqItemNote
               WHEN "W"
                   MOVE "WITHDRAWAL" TO EnqItemNote
               WHEN "T"
                   MOVE "TRANSFER TO BANK" TO EnqItemNote
               WHEN "X"
                   IF PpFromClientID = ShownClientID
                       MOVE "TRANSFER OUT" TO EnqItemNote
                   ELSE
                       MOVE "TRANSFER IN" TO EnqItemNote
                   END-IF
           END-EVALUATE
           DISPLAY EnqItemLine.

       ShowStopsProcedure.
           MOVE "STOPPED CHEQUES" TO EnqHeadingText
           DISPLAY EnqHeadingLine
           MOVE 0 TO ItemCount
           MOVE "NO" TO EndOfFile
           OPEN INPUT StopRegister
           IF StopRegisterStatus = "00"
               PERFORM ReadStopProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE StopRegister
           IF ItemCount = 0
               DISPLAY "  NONE"
           END-IF.

       ReadStopProcedure.
           READ StopRegister
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF StClientID = ShownClientID
                       ADD 1 TO ItemCount
                       DISPLAY "  SERIAL " StSerial " STOPPED "
                           StDate " BY " StOperator
                   END-IF
           END-READ.

       ShowOutboundProcedure.
           MOVE "INTERBANK PAYMENTS AWAITING ACKNOWLEDGMENT"
               TO EnqHeadingText
           DISPLAY EnqHeadingLine
           MOVE 0 TO ItemCount
           MOVE "NO" TO EndOfFile
           OPEN INPUT OutboundRegister
           IF OutboundRegStatus = "00"
               PERFORM ReadOutboundProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE OutboundRegister
           IF ItemCount = 0
               DISPLAY "  NONE"
           END-IF.

       ReadOutboundProcedure.
           READ OutboundRegister
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF ObOriginClientID = ShownClientID
                           AND ObStatus = "P"
                       ADD 1 TO ItemCount
                       MOVE "PAID TO" TO EnqItemLabel
                       MOVE ObDestClientID TO EnqItemParty
                       MOVE ObAmount TO EnqItemAmount
                       MOVE ObDate TO EnqItemDate
                       MOVE ObCurrency TO EnqItemNote
                       DISPLAY EnqItemLine
                   END-IF
           END-READ.

       LogEnquiryProcedure.
           MOVE SPACES TO EnquiryLogRecord
           MOVE OperatorID TO EqOperator
           MOVE BusinessDate TO EqBusinessDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO EqTimestamp
           MOVE ShownClientID TO EqClientID
           MOVE EnquiryTerm TO EqSearchTerm
           OPEN EXTEND EnquiryLog
           WRITE EnquiryLogRecord
           CLOSE EnquiryLog.
       END PROGRAM TellerEnquiry.
