      * Held-payment review - the supervisor's pass over ibhold.dat,
      * the queue SimpleBank parks an outbound interbank payment on
      * when its payee is not on the customer's approved-payee
      * register (payees.dat) or was added inside the cooling-off
      * period on payee.ctl. Walks every item still held, shows who
      * is paying whom and why it was stopped, and lets the operator
      * either RELEASE it or REFUSE it. Either way the decision is
      * taken only under a supervisor's sign-off, written to the
      * paying account's audit trail as an S entry the same way
      * SimpleBank records a supervised override, fund unchanged.
      * Nothing is posted here: a released item is marked A and goes
      * out through the normal outbound path on SimpleBank's next
      * run, which debits the account and writes interbank.out; a
      * refused item is marked F and never leaves the bank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayeeReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL HeldPayments
           ASSIGN TO "./ibhold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldPaymentsStatus.

           SELECT OPTIONAL AuditLog
           ASSIGN TO "./audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditStatus.

           SELECT OPTIONAL AuditSeqFile
           ASSIGN TO "./audit.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditSeqStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL ExchangeRates
           ASSIGN TO "./rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL OperatorFile
           ASSIGN TO "./operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperatorFileStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD HeldPayments.
           COPY "ibhold.cpy".

       FD AuditLog.
           COPY "auditrec.cpy".

       FD AuditSeqFile.
       01 AuditSeqRecord.
           03 AuditSeqValue    PIC 9(8).

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

       FD OperatorFile.
       01 OperatorRecord.
           03 OpID              PIC X(8).
           03 Filler            PIC X(1).
           03 OpName            PIC X(12).
           03 Filler            PIC X(1).
           03 OpLimit           PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 OpSuper           PIC X(1).

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary. ibhold.dat is rewritten
      * whole by whoever holds the lock, so the review takes it too
      * even though it posts nothing to the master.
       FD MasterLock.
       01 LockRecord.
           03 LockProgram       PIC X(12).
           03 Filler            PIC X(1).
           03 LockOperator      PIC X(8).
           03 Filler            PIC X(1).
           03 LockSince         PIC X(15).

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 HeldPaymentsStatus   PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 OperatorFileStatus   PIC X(2).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 EndOfInput           PIC X(3) VALUE "NO".
       01 EndOfOperators       PIC X(3).
       01 OperatorFound        PIC X(3).
       01 SearchOperatorID     PIC X(8).
       01 OperatorID           PIC X(8).
       01 SupervisorID         PIC X(8).
       01 SignedOn             PIC X(3) VALUE "NO".
       01 SignOnTries          PIC 9(1) VALUE 0.
       01 OverrideApproved     PIC X(3).
       01 OverrideAmount       PIC S9(13)V99.
       01 ActionAnswer         PIC X(7).
       01 ReasonText           PIC X(32).
       01 SourceText           PIC X(16).
       01 AccountFound         PIC X(3).
       01 ReleasedCount        PIC 9(5) VALUE 0.
       01 RefusedCount         PIC 9(5) VALUE 0.
       01 LeftCount            PIC 9(5) VALUE 0.
       01 HeldCount            PIC 9(5) VALUE 0.
       01 EndOfHeldPayments    PIC X(3) VALUE "NO".
       01 HeldPayTableMax      PIC 9(3) VALUE 500.
       01 HeldPayCount         PIC 9(3) VALUE 0.
       01 HeldPayLoop          PIC 9(3).
       01 SaveLoop             PIC 9(3).
       01 HeldPayOverflow      PIC X(3) VALUE "NO".
       01 HeldPaymentTable.
           03 HeldPaymentEntry OCCURS 500 TIMES.
               05 HeldHqRows        PIC X(98).
       01 RatesStatus          PIC X(2).
       01 EndOfRates           PIC X(3).
       01 RateTableMax         PIC 9(2) VALUE 20.
       01 RateCount            PIC 9(2) VALUE 0.
       01 RateLoop             PIC 9(2).
       01 RateFound            PIC X(3).
       01 LookupCurrency       PIC X(3).
       01 LookupRateValue      PIC 9(7)V9(6).
       01 RateTable.
           03 RateEntry OCCURS 20 TIMES.
               05 RateCodes         PIC X(3).
               05 RateValues        PIC 9(7)V9(6).
       01 NormCurrency         PIC X(3).

       PROCEDURE DIVISION.
      * Main Procedure
      * The whole queue is tabled first and rewritten after every
      * decision, so an abandoned session never loses a sign-off
      * that already went to the audit trail.
           PERFORM LoadRunControlProcedure
           PERFORM SignOnProcedure
           IF SignedOn = "NO"
               DISPLAY "No valid sign-on - nothing reviewed."
           ELSE
               PERFORM OpenClientMasterProcedure
               IF MasterMissing = "NO"
                   PERFORM LoadRatesProcedure
                   PERFORM LoadHeldPaymentsProcedure
                   IF HeldPayOverflow = "YES"
                       DISPLAY "Session refused - ibhold.dat has "
                           "more rows than HeldPaymentTable can hold ("
                           HeldPayTableMax "), and rewriting it would "
                           "drop the rows that did not fit."
                   ELSE
                   IF HeldCount = 0
                       DISPLAY "No outbound payments are held for "
                           "review."
                   ELSE
                       MOVE 1 TO HeldPayLoop
                       PERFORM ProcessItemProcedure
                           UNTIL HeldPayLoop > HeldPayCount
                               OR EndOfInput = "YES"
                       DISPLAY "Released:           " ReleasedCount
                       DISPLAY "Refused:            " RefusedCount
                       DISPLAY "Left held:          " LeftCount
                   END-IF
                   END-IF
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF
           STOP RUN.

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

       SignOnProcedure.
      * Letting a payment out to an unproven payee is attributable
      * like any other posting - the session signs on against
      * operators.dat.
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
                   DISPLAY "Unknown operator ID - the review "
                       "session cannot start without a valid "
                       "sign-on."
               END-IF
           END-IF.

       FindOperatorProcedure.
      * Scans operators.dat for SearchOperatorID; on a match the
      * OperatorRecord fields are left for the caller to take.
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

       OpenClientMasterProcedure.
      * The run-interlock comes first; the master is only read, for
      * the paying account's balance on the S entry.
           PERFORM AcquireLockProcedure
           IF LockRefused = "YES"
               MOVE "YES" TO MasterMissing
           ELSE
               OPEN INPUT Client
               IF ClientStatus NOT = "00"
                   MOVE "YES" TO MasterMissing
                   DISPLAY "Cannot open the client master "
                       "clients.dat - file status " ClientStatus "."
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF.

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
                               " - session refused. Clear a stale "
                               "lock with LockClear."
                       END-IF
               END-READ
           END-IF
           CLOSE MasterLock
           IF LockRefused = "NO"
               MOVE SPACES TO LockRecord
               MOVE "PAYEEREVIEW" TO LockProgram
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

       LoadRatesProcedure.
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

       LoadHeldPaymentsProcedure.
           MOVE 0 TO HeldPayCount
           MOVE 0 TO HeldCount
           OPEN INPUT HeldPayments
           IF HeldPaymentsStatus = "00"
               PERFORM ReadHeldPaymentProcedure
                   UNTIL EndOfHeldPayments = "YES"
           END-IF
           CLOSE HeldPayments
           DISPLAY "Payments held for review: " HeldCount.

       ReadHeldPaymentProcedure.
           READ HeldPayments
               AT END
                   MOVE "YES" TO EndOfHeldPayments
               NOT AT END
                   IF HeldPayCount >= HeldPayTableMax
                       MOVE "YES" TO HeldPayOverflow
                       MOVE "YES" TO EndOfHeldPayments
                   ELSE
                       ADD 1 TO HeldPayCount
                       MOVE HeldPaymentRecord TO
                           HeldHqRows(HeldPayCount)
                       IF HqStatus = "H"
                           ADD 1 TO HeldCount
                       END-IF
                   END-IF
           END-READ.

       SaveHeldPaymentsProcedure.
           OPEN OUTPUT HeldPayments
           MOVE 1 TO SaveLoop
           PERFORM WriteHeldPaymentProcedure
               UNTIL SaveLoop > HeldPayCount
           CLOSE HeldPayments.

       WriteHeldPaymentProcedure.
           MOVE HeldHqRows(SaveLoop) TO HeldPaymentRecord
           WRITE HeldPaymentRecord
           ADD 1 TO SaveLoop.

       SpellReasonProcedure.
           EVALUATE HqReason
               WHEN "01"
                   MOVE "PAYEE NOT ON THE REGISTER" TO ReasonText
               WHEN "02"
                   MOVE "PAYEE INSIDE COOLING-OFF PERIOD"
                       TO ReasonText
               WHEN "03"
                   MOVE "NO COOLING-OFF PERIOD ON FILE"
                       TO ReasonText
               WHEN OTHER
                   MOVE "UNSPECIFIED" TO ReasonText
           END-EVALUATE
           EVALUATE HqSource
               WHEN "S"
                   MOVE "STANDING ORDER" TO SourceText
               WHEN "P"
                   MOVE "PENDING PAYMENT" TO SourceText
               WHEN OTHER
                   MOVE "TRANSFER" TO SourceText
           END-EVALUATE.

       ProcessItemProcedure.
      * Shows one held item and takes the operator's decision; items
      * already released, approved or refused are passed by.
           MOVE HeldHqRows(HeldPayLoop) TO HeldPaymentRecord
           IF HqStatus = "H"
               PERFORM SpellReasonProcedure
               DISPLAY "Item " HqItemNo " held " HqHeldDate
                   " - " ReasonText
               DISPLAY "    " SourceText " " HqSourceRef " from "
                   HqFromClientID " to external account "
                   HqToClientID
               DISPLAY "    Amount " HqAmount " " HqCurrency
               DISPLAY "Enter RELEASE to let it go out, REFUSE to "
                   "stop it, or blank to leave it held:"
               MOVE SPACES TO ActionAnswer
               ACCEPT ActionAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "NO"
                   EVALUATE ActionAnswer
                       WHEN "RELEASE"
                           PERFORM DecideItemProcedure
                       WHEN "REFUSE"
                           PERFORM DecideItemProcedure
                       WHEN OTHER
                           ADD 1 TO LeftCount
                   END-EVALUATE
               END-IF
           END-IF
           ADD 1 TO HeldPayLoop.

       DecideItemProcedure.
      * The supervisor's limit is measured against the payment's
      * LCU value at the day's rates - a currency with no rate on
      * file cannot be judged and the item stays held.
           MOVE HqCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO LookupCurrency
           PERFORM FindRateProcedure
           IF RateFound = "NO"
               DISPLAY "No rate on file for " HqCurrency
                   " - item left held."
               ADD 1 TO LeftCount
           ELSE
               COMPUTE OverrideAmount ROUNDED =
                   HqAmount * LookupRateValue
               PERFORM AuthorizationProcedure
               IF OverrideApproved = "NO"
                   ADD 1 TO LeftCount
               ELSE
                   PERFORM WriteOverrideAuditProcedure
                   IF ActionAnswer = "RELEASE"
                       MOVE "A" TO HqStatus
                       ADD 1 TO ReleasedCount
                       DISPLAY "Item " HqItemNo " released - it goes "
                           "out on the next SimpleBank run."
                   ELSE
                       MOVE "F" TO HqStatus
                       ADD 1 TO RefusedCount
                       DISPLAY "Item " HqItemNo " refused."
                   END-IF
                   MOVE BusinessDate TO HqStatusDate
                   MOVE SupervisorID TO HqReviewedBy
                   MOVE HeldPaymentRecord TO HeldHqRows(HeldPayLoop)
                   PERFORM SaveHeldPaymentsProcedure
               END-IF
           END-IF.

       AuthorizationProcedure.
      * No held payment is decided on one person's word: a
      * supervisor signs with their own ID, must carry the
      * supervisor flag and a limit covering the payment's LCU
      * value, and cannot be the operator at the screen.
           MOVE "NO" TO OverrideApproved
           DISPLAY "This needs a supervisor. Supervisor ID to "
               "authorize, or blank to abandon:"
           MOVE SPACES TO SearchOperatorID
           ACCEPT SearchOperatorID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO" AND SearchOperatorID NOT = SPACES
               PERFORM FindOperatorProcedure
               IF OperatorFound = "NO"
                   DISPLAY "Unknown supervisor ID - item left held."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - item left "
                       "held."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "The item must be authorized by a "
                       "supervisor other than the operator."
               ELSE
               IF OpLimit < OverrideAmount
                   DISPLAY "The item exceeds " OpID "'s own "
                       "limit - item left held."
               ELSE
                   MOVE OpID TO SupervisorID
                   MOVE "YES" TO OverrideApproved
                   DISPLAY "Authorized by " SupervisorID "."
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "No supervisor authorization - item left "
                   "held."
           END-IF.

       WriteOverrideAuditProcedure.
      * The sign-off goes on the paying account's own trail, fund
      * unchanged - an account purged since the hold carries a
      * zero fund.
           MOVE HqFromClientID TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               MOVE 0 TO ClientFund
           END-IF
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE HqFromClientID TO AuditClientID
           MOVE ClientFund TO AuditOldFund
           MOVE ClientFund TO AuditNewFund
           MOVE HqAmount TO AuditAmount
           MOVE "S" TO AuditTrType
           MOVE OperatorID TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE SupervisorID TO AuditOperator
           MOVE HqCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

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
       END PROGRAM PayeeReview.
