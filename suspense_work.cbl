      * Suspense workbench - the operations desk's pass over the
      * suspense register (suspense.dat) InterbankIn parks inbound
      * credits on when it cannot apply them. Walks every item still
      * in suspense, shows what arrived and why it was parked, and
      * lets the operator either repair the destination ClientID and
      * apply the item to that account, or return it to the sender
      * on interbank.ret under its original reason. Either way the
      * item leaves suspense only under a supervisor's sign-off,
      * written to the audit trail as an S entry the same way
      * SimpleBank records a supervised override. An applied item
      * posts as a J pair - the SUSPENSE position released and the
      * account credited, BankFund untouched since it paid the cover
      * when the item was parked; a returned item posts as an N
      * release that gives the cover back to BankFund.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseWork.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "./suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseStatus.

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

       FD SuspenseFile.
           COPY "suspense.cpy".

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

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 SuspenseStatus       PIC X(2).
       01 InterbankReturnStatus PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 OperatorFileStatus   PIC X(2).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 RunTimestamp         PIC X(15).
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
       01 ActionAnswer         PIC X(6).
       01 TargetClientID       PIC X(8).
       01 ReasonText           PIC X(32).
       01 OldClientFund        PIC S9(13)V99.
       01 NewClientFund        PIC S9(13)V99.
       01 CreditAmount         PIC S9(13)V99.
       01 SuspenseBalance      PIC S9(13)V99 VALUE 0.
       01 OldSuspenseFund      PIC S9(13)V99.
       01 NewSuspenseFund      PIC S9(13)V99.
       01 PostAmount           PIC S9(13)V99.
       01 PostType             PIC X(1).
       01 AppliedCount         PIC 9(5) VALUE 0.
       01 ReturnedCount        PIC 9(5) VALUE 0.
       01 LeftCount            PIC 9(5) VALUE 0.
       01 HeldCount            PIC 9(5) VALUE 0.
       01 EndOfSuspense        PIC X(3) VALUE "NO".
       01 SuspenseMax          PIC 9(3) VALUE 500.
       01 SuspenseCount        PIC 9(3) VALUE 0.
       01 SuspenseLoop         PIC 9(3).
       01 SaveLoop             PIC 9(3).
       01 SuspenseOverflow     PIC X(3) VALUE "NO".
       01 SuspenseTable.
           03 SuspenseEntry OCCURS 500 TIMES.
               05 HeldSuspenseRows  PIC X(139).
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
       01 ConvertFromCur       PIC X(3).
       01 ConvertToCur         PIC X(3).
       01 ConvertInAmount      PIC S9(13)V99.
       01 ConvertOutAmount     PIC S9(13)V99.
       01 ConvertOK            PIC X(3).
       01 FromRateValue        PIC 9(7)V9(6).
       01 ToRateValue          PIC 9(7)V9(6).
       01 NormCurrency         PIC X(3).
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

       PROCEDURE DIVISION.
      * Main Procedure
      * The whole register is tabled first and rewritten after every
      * item that leaves suspense, so an abandoned session never
      * loses a posting that already went to the audit trail.
           PERFORM LoadRunControlProcedure
           PERFORM SignOnProcedure
           IF SignedOn = "NO"
               DISPLAY "No valid sign-on - nothing worked."
           ELSE
               PERFORM OpenClientMasterProcedure
               IF MasterMissing = "NO"
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   PERFORM LoadRatesProcedure
                   PERFORM LoadSuspenseProcedure
                   IF SuspenseOverflow = "YES"
                       DISPLAY "Session refused - suspense.dat has "
                           "more rows than SuspenseTable can hold ("
                           SuspenseMax "), and rewriting it would "
                           "drop the rows that did not fit."
                   ELSE
                   IF HeldCount = 0
                       DISPLAY "Nothing is in suspense."
                   ELSE
                       MOVE 1 TO SuspenseLoop
                       PERFORM ProcessItemProcedure
                           UNTIL SuspenseLoop > SuspenseCount
                               OR EndOfInput = "YES"
                       DISPLAY "Applied:            " AppliedCount
                       DISPLAY "Returned:           " ReturnedCount
                       DISPLAY "Left in suspense:   " LeftCount
                       DISPLAY "Suspense balance (LCU): "
                           SuspenseBalance
                   END-IF
                   END-IF
                   CLOSE Client
                   PERFORM SaveBankFundProcedure
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
      * Taking money out of suspense is attributable like any other
      * posting - the session signs on against operators.dat.
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
                   DISPLAY "Unknown operator ID - the suspense "
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
      * The run-interlock comes first - an applied item is a posting
      * to the master and a returned one moves bank.dat.
           PERFORM AcquireLockProcedure
           IF LockRefused = "YES"
               MOVE "YES" TO MasterMissing
           ELSE
               OPEN I-O Client
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
               MOVE "SUSPENSEWORK" TO LockProgram
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

       ConvertAmountProcedure.
      * Converts ConvertInAmount from ConvertFromCur to
      * ConvertToCur through LCU at the day's rates - the same
      * conversion SimpleBank applies on its cross-currency legs.
           MOVE ConvertFromCur TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO ConvertFromCur
           MOVE ConvertToCur TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO ConvertToCur
           MOVE "YES" TO ConvertOK
           IF ConvertFromCur = ConvertToCur
               MOVE ConvertInAmount TO ConvertOutAmount
           ELSE
               MOVE ConvertFromCur TO LookupCurrency
               PERFORM FindRateProcedure
               IF RateFound = "NO"
                   MOVE "NO" TO ConvertOK
               ELSE
                   MOVE LookupRateValue TO FromRateValue
                   MOVE ConvertToCur TO LookupCurrency
                   PERFORM FindRateProcedure
                   IF RateFound = "NO"
                       MOVE "NO" TO ConvertOK
                   ELSE
                       MOVE LookupRateValue TO ToRateValue
                       COMPUTE ConvertOutAmount ROUNDED =
                           ConvertInAmount * FromRateValue
                               / ToRateValue
                   END-IF
               END-IF
           END-IF.

       LoadSuspenseProcedure.
      * Tables the register and works the suspense balance out of
      * the items still held - the figure the SUSPENSE funds chain
      * on the audit trail carries.
           MOVE 0 TO SuspenseCount
           MOVE 0 TO SuspenseBalance
           MOVE 0 TO HeldCount
           OPEN INPUT SuspenseFile
           IF SuspenseStatus = "00"
               PERFORM ReadSuspenseProcedure
                   UNTIL EndOfSuspense = "YES"
           END-IF
           CLOSE SuspenseFile
           DISPLAY "Items in suspense: " HeldCount.

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
                           ADD 1 TO HeldCount
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

       SpellReasonProcedure.
           EVALUATE SsReason
               WHEN "01"
                   MOVE "UNKNOWN CLIENTID" TO ReasonText
               WHEN "02"
                   MOVE "ACCOUNT FROZEN OR CLOSED" TO ReasonText
               WHEN "05"
                   MOVE "MASTER WOULD NOT TAKE THE CREDIT"
                       TO ReasonText
               WHEN OTHER
                   MOVE "UNSPECIFIED" TO ReasonText
           END-EVALUATE.

       ProcessItemProcedure.
      * Shows one item still in suspense and takes the operator's
      * decision; items already applied or returned are passed by.
           MOVE HeldSuspenseRows(SuspenseLoop) TO SuspenseRecord
           IF SsStatus = "S"
               PERFORM SpellReasonProcedure
               DISPLAY "Item " SsItemNo " parked " SsParkedDate
                   " - " ReasonText
               DISPLAY "    For " SsDestClientID " from external "
                   "account " SsOriginClientID " sent " SsSentDate
               DISPLAY "    Amount " SsAmount " " SsCurrency
                   " - held in suspense at " SsLcuAmount " LCU"
               DISPLAY "Enter APPLY to credit an account, RETURN to "
                   "send it back, or blank to leave it:"
               MOVE SPACES TO ActionAnswer
               ACCEPT ActionAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "NO"
                   EVALUATE ActionAnswer
                       WHEN "APPLY"
                           PERFORM ApplyItemProcedure
                       WHEN "RETURN"
                           PERFORM ReturnItemProcedure
                       WHEN OTHER
                           ADD 1 TO LeftCount
                   END-EVALUATE
               END-IF
           END-IF
           ADD 1 TO SuspenseLoop.

       ApplyItemProcedure.
      * The repaired destination must be a live account whose
      * currency the day's rates can reach. The suspense position
      * is held in LCU, so the account is credited with the LCU
      * value the bank parked, converted into its own currency -
      * BankFund paid that value when the item was parked and does
      * not move again.
           DISPLAY "Enter the ClientID to credit, or blank for "
               SsDestClientID ":"
           MOVE SPACES TO TargetClientID
           ACCEPT TargetClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               IF TargetClientID = SPACES
                   MOVE SsDestClientID TO TargetClientID
               END-IF
               MOVE TargetClientID TO ClientID
               READ Client
               IF ClientStatus NOT = "00"
                   DISPLAY TargetClientID " is not on the master - "
                       "item left in suspense."
                   ADD 1 TO LeftCount
               ELSE
               IF ClientAccountStatus = "F"
                       OR ClientAccountStatus = "C"
                   DISPLAY TargetClientID " is frozen or closed - "
                       "item left in suspense."
                   ADD 1 TO LeftCount
               ELSE
                   MOVE "LCU" TO ConvertFromCur
                   MOVE ClientCurrency TO ConvertToCur
                   MOVE SsLcuAmount TO ConvertInAmount
                   PERFORM ConvertAmountProcedure
                   MOVE ConvertOutAmount TO CreditAmount
                   IF ConvertOK = "NO"
                       DISPLAY "No rate on file for "
                           ClientCurrency " - item left in "
                           "suspense."
                       ADD 1 TO LeftCount
                   ELSE
                       DISPLAY "Credit " CreditAmount " "
                           ClientCurrency " to " ClientID " "
                           ClientName " " ClientSurname
                       MOVE SsLcuAmount TO OverrideAmount
                       PERFORM AuthorizationProcedure
                       IF OverrideApproved = "YES"
                           PERFORM WriteApplyOverrideAuditProcedure
                           PERFORM PostApplyProcedure
                       ELSE
                           ADD 1 TO LeftCount
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       PostApplyProcedure.
      * The client credit commits first - a failed REWRITE leaves
      * the item in suspense with nothing posted.
           MOVE ClientFund TO OldClientFund
           ADD CreditAmount TO ClientFund
           MOVE ClientFund TO NewClientFund
           REWRITE CRecord
           IF ClientStatus NOT = "00"
               DISPLAY "REWRITE failed for ClientID " ClientID
                   " - file status " ClientStatus
                   " - item left in suspense."
               ADD 1 TO LeftCount
           ELSE
               MOVE SuspenseBalance TO OldSuspenseFund
               SUBTRACT SsLcuAmount FROM SuspenseBalance
               MOVE SuspenseBalance TO NewSuspenseFund
               MOVE SsLcuAmount TO PostAmount
               MOVE "J" TO PostType
               PERFORM WriteSuspenseSettlementProcedure
               PERFORM WriteSuspenseAuditProcedure
               PERFORM WriteClientSettlementProcedure
               PERFORM WriteClientAuditProcedure
               MOVE "A" TO SsStatus
               MOVE BusinessDate TO SsClosedDate
               MOVE ClientID TO SsAppliedTo
               MOVE OperatorID TO SsClosedBy
               MOVE SupervisorID TO SsAuthorizedBy
               MOVE SuspenseRecord TO HeldSuspenseRows(SuspenseLoop)
               ADD 1 TO AppliedCount
               DISPLAY "Item " SsItemNo " applied to " ClientID "."
               PERFORM SaveSuspenseProcedure
           END-IF.

       ReturnItemProcedure.
      * The item goes back to the sender in the layout it arrived
      * in, under the reason it was parked for, and the cover the
      * bank paid into suspense comes back to BankFund.
           MOVE SsLcuAmount TO OverrideAmount
           PERFORM AuthorizationProcedure
           IF OverrideApproved = "NO"
               ADD 1 TO LeftCount
           ELSE
               PERFORM WriteReturnOverrideAuditProcedure
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
               MOVE "N" TO PostType
               PERFORM WriteSuspenseSettlementProcedure
               PERFORM WriteSuspenseAuditProcedure
               MOVE "R" TO SsStatus
               MOVE BusinessDate TO SsClosedDate
               MOVE OperatorID TO SsClosedBy
               MOVE SupervisorID TO SsAuthorizedBy
               MOVE SuspenseRecord TO HeldSuspenseRows(SuspenseLoop)
               ADD 1 TO ReturnedCount
               DISPLAY "Item " SsItemNo " returned to the sender."
               PERFORM SaveSuspenseProcedure
           END-IF.

       AuthorizationProcedure.
      * Nothing leaves suspense on one person's word: a supervisor
      * signs with their own ID, must carry the supervisor flag and
      * a limit covering the item's LCU value, and cannot be the
      * operator at the screen.
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
                   DISPLAY "Unknown supervisor ID - item left in "
                       "suspense."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - item left "
                       "in suspense."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "The item must be authorized by a "
                       "supervisor other than the operator."
               ELSE
               IF OpLimit < OverrideAmount
                   DISPLAY "The item exceeds " OpID "'s own "
                       "limit - item left in suspense."
               ELSE
                   MOVE OpID TO SupervisorID
                   MOVE "YES" TO OverrideApproved
                   DISPLAY "Authorized by " SupervisorID "."
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "No supervisor authorization - item left in "
                   "suspense."
           END-IF.

       WriteApplyOverrideAuditProcedure.
      * The sign-off goes on the credited account's own trail, fund
      * unchanged, ahead of the posting it authorizes.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE ClientFund TO AuditOldFund
           MOVE ClientFund TO AuditNewFund
           MOVE CreditAmount TO AuditAmount
           MOVE "S" TO AuditTrType
           MOVE OperatorID TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE SupervisorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteReturnOverrideAuditProcedure.
      * A return has no account - the sign-off goes on the SUSPENSE
      * position's trail, fund unchanged.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE "SUSPENSE" TO AuditClientID
           MOVE SuspenseBalance TO AuditOldFund
           MOVE SuspenseBalance TO AuditNewFund
           MOVE SsLcuAmount TO AuditAmount
           MOVE "S" TO AuditTrType
           MOVE OperatorID TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE SupervisorID TO AuditOperator
           MOVE "LCU" TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteSuspenseSettlementProcedure.
      * The SUSPENSE leg, in LCU, with the item number as
      * counterparty - J when the item is applied, N (negative)
      * when it is returned and BankFund takes the cover back.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE "SUSPENSE" TO RptClientID
           MOVE PostAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE PostType TO RptTrType
           MOVE SsItemNo TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE "LCU" TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteSuspenseAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE "SUSPENSE" TO AuditClientID
           MOVE OldSuspenseFund TO AuditOldFund
           MOVE NewSuspenseFund TO AuditNewFund
           MOVE PostAmount TO AuditAmount
           MOVE PostType TO AuditTrType
           MOVE SsItemNo TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE "LCU" TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteClientSettlementProcedure.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE CreditAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "J" TO RptTrType
           MOVE SsItemNo TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteClientAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE OldClientFund TO AuditOldFund
           MOVE NewClientFund TO AuditNewFund
           MOVE CreditAmount TO AuditAmount
           MOVE "J" TO AuditTrType
           MOVE SsItemNo TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
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
       END PROGRAM SuspenseWork.
