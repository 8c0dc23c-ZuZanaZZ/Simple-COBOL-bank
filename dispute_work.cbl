      * Dispute case workbench. A customer who disputes a posting -
      * an unrecognized cheque, a direct collection, a card-not-
      * present debit - used to be tracked in email threads, with
      * ReversalRun reached for at the very end if at all. This
      * program keeps the case register disputes.dat (see
      * dispute.cpy), each case tied to the sequence number of the
      * disputed audit entry: the operator opens a case against an
      * entry that took money off the customer's account, may grant
      * the customer a provisional credit while it is investigated,
      * and resolves it - in the customer's favour (the credit made
      * final, or granted then and there), against the customer or
      * withdrawn (any provisional credit clawed back), or by a
      * supervised ReversalRun of the disputed entry itself, which
      * closes the case when it posts. A credit or a final decision
      * in the customer's favour moves the bank's money, so it needs
      * a supervisor's sign-off, written to the audit trail as an S
      * entry the same way SuspenseWork records one. The credit and
      * the claw-back post as H entries - a dispute refund, the way
      * DirectDebitRun refunds a disputed collection - with the case
      * number as counterparty, so the case is on the trail and on
      * the customer's statement. DisputeAge reports the open cases
      * against the response deadline every night. A direct-debit
      * collection already claimed under the guarantee on
      * ddclaims.dat is DirectDebitRun's to refund, and cannot be
      * disputed here as well; and REVERSE is only offered for a
      * case that disputes the whole entry, since a reversal gives
      * back everything the entry took.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeWork.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

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

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

           SELECT OPTIONAL DdClaims
           ASSIGN TO "./ddclaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdClaimsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD DisputeFile.
           COPY "dispute.cpy".

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

       FD NoticeOutbox.
           COPY "notice.cpy".

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

      * DirectDebitRun's claim register - read here so a collection
      * claimed under the guarantee is not disputed twice.
       FD DdClaims.
       01 ClaimRecord.
           03 CmBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 CmClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 CmCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 CmLodgedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CmMaker           PIC X(8).
           03 Filler            PIC X(1).
           03 CmChecker         PIC X(8).
           03 Filler            PIC X(1).
           03 CmStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 CmRefundDate      PIC X(8).

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".
           03 BankFund         PIC S9(13)V99 VALUE 10000000.

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 DisputeStatus        PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 BankPositionStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 OperatorFileStatus   PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 MasterMissing        PIC X(3) VALUE "NO".
       01 RunTimestamp         PIC X(15).
       01 BusinessDate         PIC X(8).
       01 EndOfInput           PIC X(3) VALUE "NO".
       01 EndOfAudit           PIC X(3).
       01 EndOfOperators       PIC X(3).
       01 OperatorFound        PIC X(3).
       01 SearchOperatorID     PIC X(8).
       01 OperatorID           PIC X(8).
       01 SupervisorID         PIC X(8).
       01 SignedOn             PIC X(3) VALUE "NO".
       01 SignOnTries          PIC 9(1) VALUE 0.
       01 OverrideApproved     PIC X(3).
       01 OverrideAmount       PIC S9(13)V99.
       01 MenuChoice           PIC X(1).
       01 MenuExit             PIC X(3) VALUE "NO".
       01 ActionAnswer         PIC X(9).
       01 CaseAnswer           PIC X(8).
       01 TargetCase           PIC 9(8).
       01 CaseFound            PIC X(3).
       01 SeqAnswer            PIC X(8).
       01 TargetSeq            PIC 9(8).
       01 TargetSeqText        PIC X(8).
       01 TargetClientID       PIC X(8).
       01 NewOwner             PIC X(8).
       01 NewReason            PIC X(2).
       01 DisputedAmount       PIC 9(13)V99.
       01 ReasonText           PIC X(32).
      * The disputed entry, held off the trail.
       01 EntryFound           PIC X(3).
       01 EntryReversed        PIC X(3).
       01 EntryClientID        PIC X(8).
       01 EntryType            PIC X(1).
       01 EntryCurrency        PIC X(3).
       01 EntryDebit           PIC S9(13)V99.
       01 EntryReference       PIC X(8).
       01 DdClaimsStatus       PIC X(2).
       01 EndOfClaims          PIC X(3).
       01 ClaimFound           PIC X(3).
       01 ClaimStatusSeen      PIC X(1).
      * The posting in hand - a credit or a claw-back.
       01 OldClientFund        PIC S9(13)V99.
       01 NewClientFund        PIC S9(13)V99.
       01 PostAmount           PIC S9(13)V99.
       01 LcuAmount            PIC S9(13)V99.
       01 PostDone             PIC X(3).
       01 CreditNewStatus      PIC X(1).
       01 CloseStatus          PIC X(1).
       01 OpenCaseCount        PIC 9(5).
       01 NextCaseNo           PIC 9(8).
       01 EndOfDisputes        PIC X(3).
       01 DisputeMax           PIC 9(3) VALUE 500.
       01 DisputeCount         PIC 9(3) VALUE 0.
       01 DisputeLoop          PIC 9(3).
       01 DisputeIndex         PIC 9(3).
       01 SaveLoop             PIC 9(3).
       01 DisputeOverflow      PIC X(3) VALUE "NO".
       01 DisputeTable.
           03 DisputeEntry OCCURS 500 TIMES.
               05 HeldDisputeRows   PIC X(136).
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

       PROCEDURE DIVISION.
      * Main Procedure
      * The session holds the interlock from sign-on to exit, the
      * way SuspenseWork does - every case action that moves money
      * is a posting, and the register is rewritten after each one
      * so an abandoned session never loses a case decision that
      * already went to the audit trail.
           PERFORM LoadRunControlProcedure
           PERFORM SignOnProcedure
           IF SignedOn = "NO"
               DISPLAY "No valid sign-on - no cases worked."
           ELSE
               PERFORM OpenClientMasterProcedure
               IF MasterMissing = "NO"
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   PERFORM LoadRatesProcedure
                   PERFORM LoadDisputesProcedure
                   IF DisputeOverflow = "YES"
                       DISPLAY "Session refused - disputes.dat has "
                           "more rows than DisputeTable can hold ("
                           DisputeMax "), and rewriting it would "
                           "drop the rows that did not fit."
                   ELSE
                       PERFORM MenuLoopProcedure
                   END-IF
      * A reversal hands the interlock to ReversalRun and takes it
      * back afterwards - if it could not be taken back there is
      * nothing left open here to close.
                   IF MasterMissing = "NO"
                       CLOSE Client
                       PERFORM SaveBankFundProcedure
                       PERFORM ReleaseLockProcedure
                   END-IF
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
      * Every case action is attributable like any other posting -
      * the session signs on against operators.dat.
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
                   DISPLAY "Unknown operator ID - the dispute "
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
      * The run-interlock comes first - a credit or a claw-back is
      * a posting to the master and moves bank.dat.
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
               MOVE "DISPUTEWORK" TO LockProgram
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

       LoadDisputesProcedure.
      * Tables the register and works out the next case number -
      * one past the highest on file.
           MOVE 0 TO DisputeCount
           MOVE 0 TO NextCaseNo
           MOVE 0 TO OpenCaseCount
           MOVE "NO" TO DisputeOverflow
           MOVE "NO" TO EndOfDisputes
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ReadDisputeProcedure
                   UNTIL EndOfDisputes = "YES"
           END-IF
           CLOSE DisputeFile
           ADD 1 TO NextCaseNo
           DISPLAY "Open dispute cases: " OpenCaseCount.

       ReadDisputeProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF DisputeCount >= DisputeMax
                       MOVE "YES" TO DisputeOverflow
                       MOVE "YES" TO EndOfDisputes
                   ELSE
                       ADD 1 TO DisputeCount
                       MOVE DisputeRecord
                           TO HeldDisputeRows(DisputeCount)
                       IF CsCaseNo > NextCaseNo
                           MOVE CsCaseNo TO NextCaseNo
                       END-IF
                       IF CsStatus = "O" OR CsStatus = "P"
                           ADD 1 TO OpenCaseCount
                       END-IF
                   END-IF
           END-READ.

       SaveDisputesProcedure.
           OPEN OUTPUT DisputeFile
           MOVE 1 TO SaveLoop
           PERFORM WriteDisputeProcedure
               UNTIL SaveLoop > DisputeCount
           CLOSE DisputeFile.

       WriteDisputeProcedure.
           MOVE HeldDisputeRows(SaveLoop) TO DisputeRecord
           WRITE DisputeRecord
           ADD 1 TO SaveLoop.

       MenuLoopProcedure.
           MOVE "NO" TO MenuExit
           PERFORM MenuIterationProcedure
               UNTIL MenuExit = "YES" OR EndOfInput = "YES"
                   OR MasterMissing = "YES".

       MenuIterationProcedure.
           PERFORM ShowMenuProcedure
           IF EndOfInput = "NO"
               EVALUATE MenuChoice
                   WHEN "1"
                       PERFORM OpenCaseProcedure
                   WHEN "2"
                       PERFORM ProvisionalCreditProcedure
                   WHEN "3"
                       PERFORM ResolveCaseProcedure
                   WHEN "4"
                       PERFORM ListCasesProcedure
                   WHEN "9"
                       MOVE "YES" TO MenuExit
                   WHEN OTHER
                       DISPLAY "Invalid choice - please enter 1 to 4 "
                           "or 9."
               END-EVALUATE
           END-IF.

       ShowMenuProcedure.
           DISPLAY "1: Open a dispute case"
           DISPLAY "2: Grant a provisional credit"
           DISPLAY "3: Resolve a case"
           DISPLAY "4: List open cases"
           DISPLAY "9: Exit"
           ACCEPT MenuChoice
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT.

       OpenCaseProcedure.
      * A case is opened against one audit entry on the live log
      * that took money off the customer's own account. An entry
      * already reversed, or already under a case that is still
      * open or went the customer's way, cannot be disputed again;
      * a case resolved against the customer or withdrawn can be
      * raised afresh.
           DISPLAY "Enter the ClientID of the disputing account:"
           MOVE SPACES TO TargetClientID
           ACCEPT TargetClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the audit sequence number of the "
                   "disputed posting (8 digits):"
               MOVE SPACES TO SeqAnswer
               ACCEPT SeqAnswer
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               MOVE TargetClientID TO ClientID
               READ Client
               IF ClientStatus NOT = "00"
                   DISPLAY TargetClientID " is not on the master - "
                       "no case opened."
               ELSE
               IF SeqAnswer IS NOT NUMERIC
                   DISPLAY "The sequence number must be 8 digits - "
                       "no case opened."
               ELSE
                   MOVE SeqAnswer TO TargetSeq
                   MOVE TargetSeq TO TargetSeqText
                   PERFORM FindDisputedEntryProcedure
                   PERFORM JudgeNewCaseProcedure
               END-IF
               END-IF
           END-IF.

       FindDisputedEntryProcedure.
      * One pass of the trail: capture the entry, and note any V
      * entry already carrying its number.
           MOVE "NO" TO EntryFound
           MOVE "NO" TO EntryReversed
           MOVE "NO" TO EndOfAudit
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ScanDisputedEntryProcedure
                   UNTIL EndOfAudit = "YES"
           END-IF
           CLOSE AuditLog.

       ScanDisputedEntryProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfAudit
               NOT AT END
                   IF AuditSeqNo = TargetSeq
                       MOVE "YES" TO EntryFound
                       MOVE AuditClientID TO EntryClientID
                       MOVE AuditTrType TO EntryType
                       MOVE AuditCounterparty TO EntryReference
                       COMPUTE EntryDebit =
                           AuditOldFund - AuditNewFund
                       MOVE AuditCurrency TO NormCurrency
                       PERFORM NormalizeCurrencyProcedure
                       MOVE NormCurrency TO EntryCurrency
                   END-IF
                   IF AuditTrType = "V"
                           AND AuditCounterparty = TargetSeqText
                       MOVE "YES" TO EntryReversed
                   END-IF
           END-READ.

       JudgeNewCaseProcedure.
           IF EntryFound = "NO"
               DISPLAY "No audit entry " TargetSeqText " is on the "
                   "live log - no case opened."
           ELSE
           IF EntryClientID NOT = TargetClientID
               DISPLAY "Entry " TargetSeqText " posted to "
                   EntryClientID ", not " TargetClientID
                   " - no case opened."
           ELSE
           IF EntryDebit NOT > 0
               DISPLAY "Entry " TargetSeqText " took nothing off the "
                   "account - no case opened."
           ELSE
           IF EntryType = "H"
               DISPLAY "Entry " TargetSeqText " is a dispute refund "
                   "taken back - work its own case instead."
           ELSE
           IF EntryReversed = "YES"
               DISPLAY "Entry " TargetSeqText " has already been "
                   "reversed - no case opened."
           ELSE
               PERFORM CheckCollectionClaimProcedure
               IF ClaimFound = "YES"
                   DISPLAY "Entry " TargetSeqText " is collection "
                       EntryReference ", already claimed under the "
                       "direct-debit guarantee (claim status "
                       ClaimStatusSeen ") - DirectDebitRun refunds "
                       "it. No case opened."
               ELSE
                   PERFORM CheckExistingCaseProcedure
                   IF CaseFound = "YES"
                       DISPLAY "Entry " TargetSeqText " is already "
                           "disputed under case " CsCaseNo
                           " (status " CsStatus ") - no case opened."
                   ELSE
                       PERFORM AcceptCaseDetailsProcedure
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CheckCollectionClaimProcedure.
      * A G entry carries the collection reference as counterparty.
      * A claim on ddclaims.dat for it, pending or refunded, is the
      * guarantee already paying the customer back.
           MOVE "NO" TO ClaimFound
           IF EntryType = "G"
               MOVE "NO" TO EndOfClaims
               OPEN INPUT DdClaims
               IF DdClaimsStatus = "00"
                   PERFORM ScanClaimProcedure
                       UNTIL EndOfClaims = "YES" OR ClaimFound = "YES"
               END-IF
               CLOSE DdClaims
           END-IF.

       ScanClaimProcedure.
           READ DdClaims
               AT END
                   MOVE "YES" TO EndOfClaims
               NOT AT END
                   IF CmClientID = EntryClientID
                           AND CmCollRef = EntryReference
                       MOVE "YES" TO ClaimFound
                       MOVE CmStatus TO ClaimStatusSeen
                   END-IF
           END-READ.

       CheckExistingCaseProcedure.
           MOVE "NO" TO CaseFound
           MOVE 1 TO DisputeLoop
           PERFORM ScanExistingCaseProcedure
               UNTIL DisputeLoop > DisputeCount OR CaseFound = "YES".

       ScanExistingCaseProcedure.
           MOVE HeldDisputeRows(DisputeLoop) TO DisputeRecord
           IF CsAuditSeq = TargetSeq
                   AND (CsStatus = "O" OR CsStatus = "P"
                       OR CsStatus = "F")
               MOVE "YES" TO CaseFound
           ELSE
               ADD 1 TO DisputeLoop
           END-IF.

       AcceptCaseDetailsProcedure.
           DISPLAY "Entry " TargetSeqText " (" EntryType ") took "
               EntryDebit " " EntryCurrency " off " TargetClientID
           DISPLAY "Enter the amount in dispute (0 for the whole "
               "amount):"
           MOVE 0 TO DisputedAmount
           ACCEPT DisputedAmount
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Reason: 01 not recognized, 02 not "
                   "authorized, 03 wrong amount, 04 duplicate, "
                   "05 goods or service not received, 06 other:"
               MOVE SPACES TO NewReason
               ACCEPT NewReason
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the case owner's operator ID (blank "
                   "for yourself):"
               MOVE SPACES TO NewOwner
               ACCEPT NewOwner
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               IF DisputedAmount = 0
                   MOVE EntryDebit TO DisputedAmount
               END-IF
               IF NewOwner = SPACES
                   MOVE OperatorID TO NewOwner
               END-IF
               MOVE NewOwner TO SearchOperatorID
               PERFORM FindOperatorProcedure
               IF DisputedAmount > EntryDebit
                   DISPLAY "The amount in dispute cannot be more "
                       "than the entry took - no case opened."
               ELSE
               IF NewReason NOT = "01" AND NewReason NOT = "02"
                       AND NewReason NOT = "03"
                       AND NewReason NOT = "04"
                       AND NewReason NOT = "05"
                       AND NewReason NOT = "06"
                   DISPLAY "Unknown reason code " NewReason
                       " - no case opened."
               ELSE
               IF OperatorFound = "NO"
                   DISPLAY "Unknown operator " NewOwner
                       " - no case opened."
               ELSE
               IF DisputeCount >= DisputeMax
                   DISPLAY "disputes.dat is full (" DisputeMax
                       " cases) - no case opened."
               ELSE
                   PERFORM AddCaseProcedure
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       AddCaseProcedure.
           MOVE SPACES TO DisputeRecord
           MOVE NextCaseNo TO CsCaseNo
           MOVE TargetClientID TO CsClientID
           MOVE TargetSeq TO CsAuditSeq
           MOVE EntryType TO CsTrType
           MOVE DisputedAmount TO CsAmount
           MOVE EntryCurrency TO CsCurrency
           MOVE NewReason TO CsReason
           MOVE BusinessDate TO CsOpenedDate
           MOVE NewOwner TO CsOwner
           MOVE "O" TO CsStatus
           MOVE 0 TO CsCreditSeq
           MOVE 0 TO CsClawbackSeq
           MOVE 0 TO CsReversalSeq
           ADD 1 TO DisputeCount
           MOVE DisputeRecord TO HeldDisputeRows(DisputeCount)
           ADD 1 TO NextCaseNo
           ADD 1 TO OpenCaseCount
           PERFORM SaveDisputesProcedure
           DISPLAY "Case " CsCaseNo " opened for " CsClientID
               " on entry " TargetSeqText " - owner " CsOwner ".".

       AcceptCaseProcedure.
      * Takes a case number and leaves the case in DisputeRecord,
      * with DisputeIndex pointing at its table row.
           MOVE "NO" TO CaseFound
           DISPLAY "Enter the case number (8 digits):"
           MOVE SPACES TO CaseAnswer
           ACCEPT CaseAnswer
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               IF CaseAnswer IS NOT NUMERIC
                   DISPLAY "The case number must be 8 digits."
               ELSE
                   MOVE CaseAnswer TO TargetCase
                   MOVE 1 TO DisputeLoop
                   PERFORM ScanCaseProcedure
                       UNTIL DisputeLoop > DisputeCount
                           OR CaseFound = "YES"
                   IF CaseFound = "NO"
                       DISPLAY "No case " CaseAnswer " on file."
                   ELSE
                       PERFORM ShowCaseProcedure
                   END-IF
               END-IF
           END-IF.

       ScanCaseProcedure.
           MOVE HeldDisputeRows(DisputeLoop) TO DisputeRecord
           IF CsCaseNo = TargetCase
               MOVE "YES" TO CaseFound
               MOVE DisputeLoop TO DisputeIndex
           ELSE
               ADD 1 TO DisputeLoop
           END-IF.

       SpellReasonProcedure.
           EVALUATE CsReason
               WHEN "01"
                   MOVE "NOT RECOGNIZED" TO ReasonText
               WHEN "02"
                   MOVE "NOT AUTHORIZED" TO ReasonText
               WHEN "03"
                   MOVE "WRONG AMOUNT" TO ReasonText
               WHEN "04"
                   MOVE "DUPLICATE" TO ReasonText
               WHEN "05"
                   MOVE "GOODS OR SERVICE NOT RECEIVED"
                       TO ReasonText
               WHEN OTHER
                   MOVE "OTHER" TO ReasonText
           END-EVALUATE.

       ShowCaseProcedure.
           PERFORM SpellReasonProcedure
           DISPLAY "Case " CsCaseNo " for " CsClientID " opened "
               CsOpenedDate " by owner " CsOwner " - status "
               CsStatus
           DISPLAY "    Entry " CsAuditSeq " (" CsTrType ") - "
               CsAmount " " CsCurrency " in dispute - " ReasonText
           IF CsStatus = "P"
               DISPLAY "    Provisional credit entry " CsCreditSeq
                   " granted " CsCreditDate
           END-IF.

       ListCasesProcedure.
           MOVE 0 TO OpenCaseCount
           MOVE 1 TO DisputeLoop
           PERFORM ListOneCaseProcedure
               UNTIL DisputeLoop > DisputeCount
           DISPLAY "Open cases: " OpenCaseCount.

       ListOneCaseProcedure.
           MOVE HeldDisputeRows(DisputeLoop) TO DisputeRecord
           IF CsStatus = "O" OR CsStatus = "P"
               ADD 1 TO OpenCaseCount
               DISPLAY CsCaseNo " " CsClientID " entry " CsAuditSeq
                   " " CsAmount " " CsCurrency " opened "
                   CsOpenedDate " owner " CsOwner " status "
                   CsStatus
           END-IF
           ADD 1 TO DisputeLoop.

       ProvisionalCreditProcedure.
      * An open case may be given the disputed amount back while
      * it is investigated - under a supervisor's signature, since
      * the bank is paying it before it knows who is right.
           PERFORM AcceptCaseProcedure
           IF CaseFound = "YES"
               IF CsStatus NOT = "O"
                   DISPLAY "Case " CsCaseNo " is not open without a "
                       "credit - nothing posted."
               ELSE
                   MOVE "P" TO CreditNewStatus
                   PERFORM GrantCreditProcedure
               END-IF
           END-IF.

       GrantCreditProcedure.
      * Credits the account the amount in dispute, in its own
      * currency, out of BankFund. The refusals are the same ones
      * DirectDebitRun applies to a collection refund - a frozen or
      * closed account, no rate, or a bank too short to pay it.
           MOVE CsClientID TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               DISPLAY CsClientID " is not on the master - nothing "
                   "posted."
           ELSE
           IF ClientAccountStatus = "F" OR ClientAccountStatus = "C"
               DISPLAY CsClientID " is frozen or closed - nothing "
                   "posted."
           ELSE
               MOVE CsCurrency TO ConvertFromCur
               MOVE ClientCurrency TO ConvertToCur
               MOVE CsAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO PostAmount
               IF ConvertOK = "YES"
                   MOVE CsCurrency TO ConvertFromCur
                   MOVE "LCU" TO ConvertToCur
                   MOVE CsAmount TO ConvertInAmount
                   PERFORM ConvertAmountProcedure
                   MOVE ConvertOutAmount TO LcuAmount
               END-IF
               IF ConvertOK = "NO"
                   DISPLAY "No rate on file for " CsCurrency " or "
                       ClientCurrency " - nothing posted."
               ELSE
               IF BankFund < LcuAmount
                   DISPLAY "The bank does not have enough funds to "
                       "pay the credit - nothing posted."
               ELSE
                   DISPLAY "Credit " PostAmount " " ClientCurrency
                       " to " ClientID " " ClientName " "
                       ClientSurname " under case " CsCaseNo
                   MOVE LcuAmount TO OverrideAmount
                   PERFORM AuthorizationProcedure
                   IF OverrideApproved = "YES"
                       PERFORM WriteOverrideAuditProcedure
                       PERFORM PostCreditProcedure
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       PostCreditProcedure.
           MOVE ClientFund TO OldClientFund
           ADD PostAmount TO ClientFund
           MOVE ClientFund TO NewClientFund
           REWRITE CRecord
           IF ClientStatus NOT = "00"
               DISPLAY "REWRITE failed for ClientID " ClientID
                   " - file status " ClientStatus
                   " - nothing posted."
           ELSE
               SUBTRACT LcuAmount FROM BankFund
               PERFORM WriteSettlementProcedure
               PERFORM WriteAuditProcedure
               MOVE CreditNewStatus TO CsStatus
               MOVE AuditSeq TO CsCreditSeq
               MOVE BusinessDate TO CsCreditDate
               MOVE SupervisorID TO CsAuthorizedBy
               IF CreditNewStatus = "F"
                   MOVE "F" TO CsResolution
                   MOVE BusinessDate TO CsClosedDate
                   MOVE OperatorID TO CsClosedBy
                   SUBTRACT 1 FROM OpenCaseCount
               END-IF
               MOVE DisputeRecord TO HeldDisputeRows(DisputeIndex)
               PERFORM SaveDisputesProcedure
               DISPLAY "Case " CsCaseNo " credited " PostAmount
                   " - entry " CsCreditSeq ", status " CsStatus "."
           END-IF.

       ResolveCaseProcedure.
      * FAVOUR settles the case in the customer's favour - the
      * provisional credit made final, or the credit granted now
      * and made final in one step. AGAINST and WITHDRAWN close it
      * the other way, clawing any provisional credit back. REVERSE
      * hands the disputed entry to ReversalRun instead, which
      * closes the case itself once the reversal posts - for a
      * case that disputes the whole entry only.
           PERFORM AcceptCaseProcedure
           IF CaseFound = "YES"
               IF CsStatus NOT = "O" AND CsStatus NOT = "P"
                   DISPLAY "Case " CsCaseNo " is already closed."
               ELSE
                   DISPLAY "Enter FAVOUR, AGAINST, WITHDRAWN or "
                       "REVERSE, or blank to leave the case:"
                   MOVE SPACES TO ActionAnswer
                   ACCEPT ActionAnswer
                       ON EXCEPTION
                           MOVE "YES" TO EndOfInput
                   END-ACCEPT
                   IF EndOfInput = "NO"
                       EVALUATE ActionAnswer
                           WHEN "FAVOUR"
                               PERFORM ResolveFavourProcedure
                           WHEN "AGAINST"
                               MOVE "A" TO CloseStatus
                               PERFORM ResolveAgainstProcedure
                           WHEN "WITHDRAWN"
                               MOVE "W" TO CloseStatus
                               PERFORM ResolveAgainstProcedure
                           WHEN "REVERSE"
                               PERFORM JudgeReversalProcedure
                           WHEN OTHER
                               DISPLAY "Case " CsCaseNo " left as "
                                   "it is."
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       ResolveFavourProcedure.
           IF CsStatus = "O"
               MOVE "F" TO CreditNewStatus
               PERFORM GrantCreditProcedure
           ELSE
               MOVE CsCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE CsAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               IF ConvertOK = "NO"
                   DISPLAY "No rate on file for " CsCurrency
                       " - case left open."
               ELSE
                   MOVE CsClientID TO ClientID
                   READ Client
                   IF ClientStatus NOT = "00"
                       DISPLAY CsClientID " is not on the master - "
                           "case left open."
                   ELSE
                       MOVE ConvertOutAmount TO OverrideAmount
                       MOVE CsAmount TO PostAmount
                       PERFORM AuthorizationProcedure
                       IF OverrideApproved = "YES"
                           PERFORM WriteOverrideAuditProcedure
                           MOVE "F" TO CsStatus
                           MOVE "F" TO CsResolution
                           MOVE BusinessDate TO CsClosedDate
                           MOVE OperatorID TO CsClosedBy
                           MOVE SupervisorID TO CsAuthorizedBy
                           MOVE DisputeRecord
                               TO HeldDisputeRows(DisputeIndex)
                           SUBTRACT 1 FROM OpenCaseCount
                           PERFORM SaveDisputesProcedure
                           DISPLAY "Case " CsCaseNo " resolved in "
                               "the customer's favour - credit "
                               CsCreditSeq " is final."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ResolveAgainstProcedure.
      * A provisional credit comes back off the account whatever
      * it leaves there - like a reversal, a claw-back must land
      * even if it takes the account below its limit, which is then
      * the branch's to collect. An account no longer on the master,
      * or closed, cannot take it, and the case stays open.
           IF CsStatus = "O"
               MOVE "N" TO CsResolution
               PERFORM CloseCaseProcedure
           ELSE
               MOVE CsClientID TO ClientID
               READ Client
               IF ClientStatus NOT = "00"
                   DISPLAY CsClientID " is not on the master - the "
                       "credit cannot be clawed back, case left open."
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY CsClientID " is closed - the credit "
                       "cannot be clawed back, case left open."
               ELSE
                   PERFORM ClawBackCreditProcedure
                   IF PostDone = "YES"
                       MOVE "C" TO CsResolution
                       PERFORM CloseCaseProcedure
                   END-IF
               END-IF
               END-IF
           END-IF.

       ClawBackCreditProcedure.
      * The credit comes back as it went out - the amount in
      * dispute, in the account's currency, and its LCU value back
      * to BankFund at the day's rate.
           MOVE "NO" TO PostDone
           MOVE CsCurrency TO ConvertFromCur
           MOVE ClientCurrency TO ConvertToCur
           MOVE CsAmount TO ConvertInAmount
           PERFORM ConvertAmountProcedure
           COMPUTE PostAmount = 0 - ConvertOutAmount
           IF ConvertOK = "YES"
               MOVE CsCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE CsAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO LcuAmount
           END-IF
           IF ConvertOK = "NO"
               DISPLAY "No rate on file for " CsCurrency " or "
                   ClientCurrency " - case left open."
           ELSE
               MOVE ClientFund TO OldClientFund
               ADD PostAmount TO ClientFund
               MOVE ClientFund TO NewClientFund
               REWRITE CRecord
               IF ClientStatus NOT = "00"
                   DISPLAY "REWRITE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - case left open."
               ELSE
                   ADD LcuAmount TO BankFund
                   PERFORM WriteSettlementProcedure
                   PERFORM WriteAuditProcedure
                   MOVE AuditSeq TO CsClawbackSeq
                   MOVE "YES" TO PostDone
                   DISPLAY "Provisional credit clawed back - entry "
                       CsClawbackSeq ", fund now " ClientFund "."
      * A claw-back that takes the account from in credit to
      * overdrawn is a customer notice - see notice.cpy.
                   IF OldClientFund NOT < 0 AND NewClientFund < 0
                       MOVE "OD" TO NoticeEvent
                       MOVE NewClientFund TO NoticeAmount
                       MOVE AuditSeq TO NoticeReference
                       PERFORM WriteNoticeProcedure
                   END-IF
               END-IF
           END-IF.

       CloseCaseProcedure.
           MOVE CloseStatus TO CsStatus
           MOVE BusinessDate TO CsClosedDate
           MOVE OperatorID TO CsClosedBy
           MOVE DisputeRecord TO HeldDisputeRows(DisputeIndex)
           SUBTRACT 1 FROM OpenCaseCount
           PERFORM SaveDisputesProcedure
           IF CloseStatus = "A"
               DISPLAY "Case " CsCaseNo " resolved against the "
                   "customer."
           ELSE
               DISPLAY "Case " CsCaseNo " withdrawn."
           END-IF.

       JudgeReversalProcedure.
      * A reversal gives back everything the entry took. A case
      * that disputes only part of it is settled for its own amount
      * with FAVOUR - reversing would pay the customer money they
      * never disputed. The entry is read again off the trail, as
      * the case keeps only the amount in dispute. A loan
      * instalment is never reversed - ReversalRun refuses it, as
      * the loan row behind it would not be unwound.
           MOVE CsAuditSeq TO TargetSeq
           MOVE TargetSeq TO TargetSeqText
           PERFORM FindDisputedEntryProcedure
           IF CsTrType = "L"
               DISPLAY "Case " CsCaseNo " disputes a loan instalment "
                   "- adjust the loan through LoanRun and ClientMaint "
                   "and resolve the case with FAVOUR or AGAINST."
           ELSE
           IF EntryFound = "YES" AND CsAmount < EntryDebit
               DISPLAY "Case " CsCaseNo " disputes " CsAmount
                   " of the " EntryDebit " entry " CsAuditSeq
                   " took - a reversal would give back the whole "
                   "entry. Resolve the case with FAVOUR instead."
           ELSE
               PERFORM ResolveByReversalProcedure
           END-IF
           END-IF.

       ResolveByReversalProcedure.
      * ReversalRun takes the interlock itself, so this session
      * saves what it holds and hands the lock over for the CALL,
      * then takes it back and re-reads the register - ReversalRun
      * closes the case (clawing back any provisional credit, so
      * the customer is not paid twice) when the reversal posts.
      * The CANCEL leaves it fresh for the next case.
           DISPLAY "Reverse entry " CsAuditSeq " for case "
               CsCaseNo " - sign on to ReversalRun and enter "
               CsAuditSeq " at its prompt."
           MOVE CsCaseNo TO TargetCase
           PERFORM SaveDisputesProcedure
           CLOSE Client
           PERFORM SaveBankFundProcedure
           PERFORM ReleaseLockProcedure
           CALL "ReversalRun"
               ON EXCEPTION
                   DISPLAY "ReversalRun could not be called - is "
                       "the module on the load path?"
           END-CALL
           CANCEL "ReversalRun"
           PERFORM OpenClientMasterProcedure
           IF MasterMissing = "YES"
               DISPLAY "The client master could not be taken back "
                   "after the reversal - session ended."
           ELSE
               PERFORM LoadBankFundProcedure
               PERFORM LoadDisputesProcedure
               MOVE "NO" TO CaseFound
               MOVE 1 TO DisputeLoop
               PERFORM ScanCaseProcedure
                   UNTIL DisputeLoop > DisputeCount
                       OR CaseFound = "YES"
               IF CaseFound = "YES" AND CsStatus = "F"
                   DISPLAY "Case " CsCaseNo " closed in the "
                       "customer's favour by reversal entry "
                       CsReversalSeq "."
               ELSE
                   DISPLAY "Entry was not reversed - case "
                       TargetCase " is still open."
               END-IF
           END-IF.

       AuthorizationProcedure.
      * Nothing is paid out on a dispute on one person's word: a
      * supervisor signs with their own ID, must carry the
      * supervisor flag and a limit covering the LCU value, and
      * cannot be the operator at the screen.
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
                   DISPLAY "Unknown supervisor ID - nothing posted."
               ELSE
               IF OpSuper NOT = "Y"
                   DISPLAY OpID " is not a supervisor - nothing "
                       "posted."
               ELSE
               IF OpID = OperatorID
                   DISPLAY "The case must be authorized by a "
                       "supervisor other than the operator."
               ELSE
               IF OpLimit < OverrideAmount
                   DISPLAY "The amount exceeds " OpID "'s own "
                       "limit - nothing posted."
               ELSE
                   MOVE OpID TO SupervisorID
                   MOVE "YES" TO OverrideApproved
                   DISPLAY "Authorized by " SupervisorID "."
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "No supervisor authorization - nothing "
                   "posted."
           END-IF.

       WriteOverrideAuditProcedure.
      * The sign-off goes on the account's own trail, fund
      * unchanged, ahead of the decision it authorizes.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE ClientFund TO AuditOldFund
           MOVE ClientFund TO AuditNewFund
           MOVE PostAmount TO AuditAmount
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

       WriteSettlementProcedure.
      * An H line, positive for a credit and negative for a
      * claw-back, with the case number as counterparty.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE PostAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "H" TO RptTrType
           MOVE CsCaseNo TO RptCounterparty
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteAuditProcedure.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE OldClientFund TO AuditOldFund
           MOVE NewClientFund TO AuditNewFund
           MOVE PostAmount TO AuditAmount
           MOVE "H" TO AuditTrType
           MOVE CsCaseNo TO AuditCounterparty
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

       WriteNoticeProcedure.
      * One row on the customer-notification outbox for the account
      * in CRecord - see notice.cpy; NoticeRun sends it.
           MOVE SPACES TO NoticeRecord
           MOVE ClientCustomerID TO NtCustomerID
           MOVE ClientID TO NtClientID
           MOVE NoticeEvent TO NtEventCode
           MOVE NoticeAmount TO NtAmount
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO NtCurrency
           MOVE BusinessDate TO NtBusinessDate
           MOVE NoticeReference TO NtReference
           MOVE "P" TO NtStatus
           OPEN EXTEND NoticeOutbox
           WRITE NoticeRecord
           CLOSE NoticeOutbox.
       END PROGRAM DisputeWork.
