      * amount, business day sent), credits our clients through the
      * normal audit and settlement path, and rejects items this
      * bank cannot apply to interbank.ret - the returns file that
      * goes back to the sender - instead of dropping them. An item
      * that only failed on its destination - an unknown ClientID,
      * a frozen or closed account, a credit the master would not
      * take - is parked on the suspense register (suspense.dat)
      * instead, so operations can repair and apply it through
      * SuspenseWork before it has to go back; SuspenseAge returns
      * whatever is left there too long. The inbound file is
      * truncated after a run so the same payments can never credit
      * twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterbankIn.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InterbankReturnStatus.

           SELECT OPTIONAL SuspenseFile
           ASSIGN TO "./suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspenseStatus.

           SELECT OPTIONAL SettlementReport
           ASSIGN TO "./settlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           03 Filler            PIC X(1).
           03 RetReason         PIC X(2).

       FD SuspenseFile.
           COPY "suspense.cpy".

       FD SettlementReport.
           COPY "settlerec.cpy".

       01 AppliedCount         PIC 9(5) VALUE 0.
       01 ReturnedCount        PIC 9(5) VALUE 0.
       01 ReturnReasonCode     PIC X(2).
       01 SuspenseStatus       PIC X(2).
       01 EndOfSuspense        PIC X(3).
       01 ParkedCount          PIC 9(5) VALUE 0.
       01 SuspenseBalance      PIC S9(13)V99 VALUE 0.
       01 OldSuspenseFund      PIC S9(13)V99.
       01 NewSuspenseFund      PIC S9(13)V99.
       01 NextItemNo           PIC 9(8) VALUE 0.
       01 RatesStatus          PIC X(2).
       01 EndOfRates           PIC X(3).
       01 RateTableMax         PIC 9(2) VALUE 20.
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
               PERFORM LoadBankFundProcedure
               PERFORM ScanSuspenseProcedure
               OPEN EXTEND InterbankReturn
               PERFORM ProcessInboundFileProcedure
               CLOSE InterbankReturn
               PERFORM ReleaseLockProcedure
               PERFORM ClearInboundFileProcedure
               DISPLAY "Inbound interbank run complete - "
                   AppliedCount " credited, " ParkedCount
                   " parked in suspense, " ReturnedCount
                   " returned."
           END-IF
           GOBACK.
           END-IF
           IF ReturnReasonCode = SPACES
               PERFORM CreditClientProcedure
           ELSE
           IF ReturnReasonCode = "01" OR ReturnReasonCode = "02"
               PERFORM RouteUnappliedProcedure
           ELSE
               PERFORM ReturnInboundProcedure
           END-IF
           END-IF.

       ValueInboundProcedure.
           IF ClientStatus NOT = "00"
               DISPLAY "REWRITE failed for ClientID " ClientID
                   " - file status " ClientStatus
                   " - the item is parked in suspense."
               MOVE "05" TO ReturnReasonCode
               PERFORM RouteUnappliedProcedure
           ELSE
               SUBTRACT LcuAmount FROM BankFund
               ADD 1 TO AppliedCount
               PERFORM WriteAuditProcedure
           END-IF.

       RouteUnappliedProcedure.
      * Only an item that is good in itself is worth parking - its
      * amount must be a positive number, it must be valued in LCU
      * at the day's rates (the suspense position is held in LCU)
      * and the bank must be able to cover it, since parking pays
      * the sender's money out of BankFund into suspense just as
      * applying it would. Anything else goes straight back under
      * the reason the destination check gave.
           IF IbAmountRaw IS NOT NUMERIC
               PERFORM ReturnInboundProcedure
           ELSE
           IF IbAmount NOT > 0
               PERFORM ReturnInboundProcedure
           ELSE
               MOVE IbCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE IbAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO LcuAmount
               IF ConvertOK = "NO"
                   PERFORM ReturnInboundProcedure
               ELSE
               IF BankFund < LcuAmount
                   PERFORM ReturnInboundProcedure
               ELSE
                   PERFORM ParkInboundProcedure
               END-IF
               END-IF
           END-IF
           END-IF.

       ScanSuspenseProcedure.
      * The suspense position and the next free item number both
      * come off the register - the balance is the LCU sum of the
      * items still in suspense, which is what the SUSPENSE funds
      * chain on the audit trail carries.
           MOVE 0 TO SuspenseBalance
           MOVE 0 TO NextItemNo
           MOVE "NO" TO EndOfSuspense
           OPEN INPUT SuspenseFile
           IF SuspenseStatus = "00"
               PERFORM ReadSuspenseProcedure
                   UNTIL EndOfSuspense = "YES"
           END-IF
           CLOSE SuspenseFile
           ADD 1 TO NextItemNo.

       ReadSuspenseProcedure.
           READ SuspenseFile
               AT END
                   MOVE "YES" TO EndOfSuspense
               NOT AT END
                   IF SsStatus = "S"
                       ADD SsLcuAmount TO SuspenseBalance
                   END-IF
                   IF SsItemNo > NextItemNo
                       MOVE SsItemNo TO NextItemNo
                   END-IF
           END-READ.

       ParkInboundProcedure.
      * The sender's money is taken off BankFund into the suspense
      * position - the same cover an applied credit would have cost
      * - and the item goes on the register with the reason it could
      * not be applied.
           SUBTRACT LcuAmount FROM BankFund
           MOVE SuspenseBalance TO OldSuspenseFund
           ADD LcuAmount TO SuspenseBalance
           MOVE SuspenseBalance TO NewSuspenseFund
           ADD 1 TO ParkedCount
           PERFORM WriteSuspenseSettlementProcedure
           PERFORM WriteSuspenseAuditProcedure

           MOVE SPACES TO SuspenseRecord
           MOVE NextItemNo TO SsItemNo
           MOVE "INTERBNK" TO SsSource
           MOVE IbDestClientID TO SsDestClientID
           MOVE IbOriginClientID TO SsOriginClientID
           MOVE IbAmount TO SsAmount
           MOVE IbCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO SsCurrency
           MOVE IbDate TO SsSentDate
           MOVE LcuAmount TO SsLcuAmount
           MOVE ReturnReasonCode TO SsReason
           MOVE BusinessDate TO SsParkedDate
           MOVE AuditSeq TO SsParkSeq
           MOVE "S" TO SsStatus
           OPEN EXTEND SuspenseFile
           WRITE SuspenseRecord
           CLOSE SuspenseFile
           DISPLAY "Parked inbound item for " IbDestClientID
               " in suspense as item " NextItemNo " - reason "
               ReturnReasonCode
           ADD 1 TO NextItemNo.

       ReturnInboundProcedure.
           ADD 1 TO ReturnedCount
           MOVE SPACES TO InterbankReturnRecord
           WRITE SettlementRecord
           CLOSE SettlementReport.

       WriteSuspenseSettlementProcedure.
      * Type N under the pseudo-ClientID SUSPENSE, in LCU, with the
      * suspense item number as counterparty - BankFund is debited
      * for it the way an R credit debits it.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE "SUSPENSE" TO RptClientID
           MOVE LcuAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "N" TO RptTrType
           MOVE NextItemNo TO RptCounterparty
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
           MOVE LcuAmount TO AuditAmount
           MOVE "N" TO AuditTrType
           MOVE NextItemNo TO AuditCounterparty
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE "LCU" TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       NextAuditSeqProcedure.
      * audit.seq holds the single last-assigned value between runs,
      * the same read-then-rewrite every other program uses.
