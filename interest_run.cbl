      * Month-end interest accrual batch run against ClientFund.
      * Interest is credited gross as an I posting and withholding
      * tax is taken straight back as its own Y posting, at the
      * rate operations keeps in tax.ctl, unless the account's
      * owning customer is flagged exempt on customers.dat. An
      * account with no owner linked, or an owner not on the
      * master, is taxed - an exemption has to be on file to count.
      * The tax is the bank's to pay over to the tax authority, so
      * it lands on BankFund, and each Y posting settles on its own
      * line so GlExtract can map it to the tax-payable account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestRun.

           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT Customer
           ASSIGN TO "./customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustomerID
           FILE STATUS IS CustomerStatus.

           SELECT OPTIONAL TaxControl
           ASSIGN TO "./tax.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TaxControlStatus.

           SELECT OPTIONAL SettlementReport
           ASSIGN TO "./settlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD Client.
           COPY "clientrec.cpy".

       FD Customer.
           COPY "custrec.cpy".

      * One row: the withholding tax rate on interest (0.2000 is
      * 20%). Operations sets it from the tax rules; with no
      * control file on record the tax cannot be worked out and
      * the run stops rather than paying every client gross.
       FD TaxControl.
       01 TaxControlRecord.
           03 CtlTaxRate        PIC 9V9(4).

       FD SettlementReport.
           COPY "settlerec.cpy".

       01 InterestRate         PIC 9V9(4) VALUE 0.0100.
       01 InterestAmount       PIC S9(13)V99.
       01 TotalInterest        PIC S9(13)V99 VALUE 0.
       01 TaxRate              PIC 9V9(4) VALUE 0.
       01 TaxRateOnFile        PIC X(3) VALUE "NO".
       01 TaxAmount            PIC S9(13)V99.
       01 TaxLcuAmount         PIC S9(13)V99.
       01 TotalTax             PIC S9(13)V99 VALUE 0.
       01 GrossClientFund      PIC S9(13)V99.
       01 ClientTaxExempt      PIC X(3).
       01 CustomerStatus       PIC X(2).
       01 TaxControlStatus     PIC X(2).
       01 CustomerMasterOpen   PIC X(3) VALUE "NO".

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
      * accrual would mean reversing one audit line per client by
      * hand.
           PERFORM LoadRunControlProcedure
           PERFORM LoadTaxRateProcedure
           IF LastInterestPeriod = CurrentPeriod
               DISPLAY "Interest for period " CurrentPeriod
                   " has already been posted - run stopped, "
                   "nothing accrued."
           ELSE
           IF TaxRateOnFile = "NO"
               DISPLAY "tax.ctl is not on file - ask operations to "
                   "set the withholding tax rate. Run stopped, "
                   "nothing accrued."
           ELSE
               PERFORM LoadRatesProcedure
               PERFORM OpenClientMasterProcedure
               IF MasterMissing = "NO"
                   PERFORM OpenCustomerMasterProcedure
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                   PERFORM LoadBankFundProcedure
                   PERFORM AccrueInterestProcedure
                   CLOSE Client
                   IF CustomerMasterOpen = "YES"
                       CLOSE Customer
                   END-IF
                   PERFORM SaveBankFundProcedure
                   PERFORM ReleaseLockProcedure
                   PERFORM WriteSettlementProcedure
                   PERFORM SaveRunControlProcedure
                   DISPLAY "Interest run complete - total "
                       TotalInterest " coins posted for period "
                       CurrentPeriod ", " TotalTax " withheld as "
                       "tax."
               END-IF
           END-IF
           END-IF
           STOP RUN.

       OpenClientMasterProcedure.
               END-IF
           END-IF.

       OpenCustomerMasterProcedure.
      * Only read here, for the exemption flag. Without a readable
      * customer master no exemption can be proven, so every
      * account is taxed - said once, up front.
           OPEN INPUT Customer
           IF CustomerStatus = "00"
               MOVE "YES" TO CustomerMasterOpen
           ELSE
               DISPLAY "Cannot open the customer master "
                   "customers.dat - file status " CustomerStatus
                   ". No exemptions can be honored; every account "
                   "is taxed."
           END-IF.

       LoadTaxRateProcedure.
           OPEN INPUT TaxControl
           IF TaxControlStatus = "00"
               READ TaxControl
                   NOT AT END
                       IF CtlTaxRate IS NUMERIC
                           MOVE CtlTaxRate TO TaxRate
                           MOVE "YES" TO TaxRateOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE TaxControl.

       AcquireLockProcedure.
      * A row on master.lck is a held lock - the refusal names who
      * holds it and since when, so the operator knows whether to
      * account's own currency; the bank's debit is the LCU value
      * at the day's rate, worked out first so an account whose
      * currency has no rate is skipped whole rather than accrued
      * but never funded. The gross credit and the tax taken back
      * commit in the one REWRITE, so the account can never be left
      * holding gross interest with the tax not yet withheld; the
      * I and Y audit lines then chain old to gross to net.
           COMPUTE InterestAmount ROUNDED =
               ClientFund * InterestRate
           IF InterestAmount > 0
                       ClientID " - no rate on file for the "
                       "account's currency."
               ELSE
                   PERFORM ComputeTaxProcedure
                   MOVE ClientFund TO OldClientFund
                   ADD InterestAmount TO ClientFund
                   MOVE ClientFund TO GrossClientFund
                   SUBTRACT TaxAmount FROM ClientFund
                   MOVE ClientFund TO NewClientFund

                   REWRITE CRecord
                       SUBTRACT LcuAmount FROM BankFund
                       ADD InterestAmount TO TotalInterest
                       PERFORM WriteAuditProcedure
                       IF TaxAmount > 0
                           ADD TaxLcuAmount TO BankFund
                           ADD TaxAmount TO TotalTax
                           PERFORM WriteTaxAuditProcedure
                           PERFORM WriteTaxSettlementProcedure
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ComputeTaxProcedure.
      * The tax is worked out on the gross interest in the account's
      * own currency; its LCU value is what BankFund holds for the
      * tax authority. The interest's own rate has just been found,
      * so the conversion cannot fail here.
           MOVE 0 TO TaxAmount
           MOVE 0 TO TaxLcuAmount
           PERFORM CheckTaxExemptProcedure
           IF ClientTaxExempt = "NO" AND TaxRate > 0
               COMPUTE TaxAmount ROUNDED =
                   InterestAmount * TaxRate
               MOVE ClientCurrency TO ConvertFromCur
               MOVE "LCU" TO ConvertToCur
               MOVE TaxAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO TaxLcuAmount
           END-IF.

       CheckTaxExemptProcedure.
           MOVE "NO" TO ClientTaxExempt
           IF CustomerMasterOpen = "YES"
                   AND ClientCustomerID NOT = SPACES
               MOVE ClientCustomerID TO CustomerID
               READ Customer
                   NOT INVALID KEY
                       IF CustTaxExempt = "Y"
                           MOVE "YES" TO ClientTaxExempt
                       END-IF
               END-READ
           END-IF.

       WriteSettlementProcedure.
      * Appends one settlement line summarizing the whole run under a
      * pseudo-ClientID, the same way a per-transaction line records
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE OldClientFund TO AuditOldFund
           MOVE GrossClientFund TO AuditNewFund
           MOVE InterestAmount TO AuditAmount
           MOVE "I" TO AuditTrType
           MOVE BusinessDate TO AuditBusinessDate
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteTaxAuditProcedure.
      * The withholding is its own entry, straight after the I
      * entry it is taken from, so the certificate run and the GL
      * mapping both see it as a separate posting type.
           PERFORM NextAuditSeqProcedure
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE GrossClientFund TO AuditOldFund
           MOVE NewClientFund TO AuditNewFund
           MOVE TaxAmount TO AuditAmount
           MOVE "Y" TO AuditTrType
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO AuditCurrency

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteTaxSettlementProcedure.
      * Unlike the gross interest, which settles as one INTEREST
      * total per run, each withholding settles on its own line in
      * the account's currency - the tax-payable side has to tie to
      * the client and the currency it was taken in.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE SPACES TO SettlementRecord
           MOVE RunTimestamp TO RptTimestamp
           MOVE ClientID TO RptClientID
           MOVE TaxAmount TO RptAmount
           MOVE BankFund TO RptBankFund
           MOVE "Y" TO RptTrType
           MOVE BusinessDate TO RptBusinessDate
           MOVE OperatorID TO RptOperator
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO RptCurrency

           OPEN EXTEND SettlementReport
           WRITE SettlementRecord
           CLOSE SettlementReport.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - conversion
      * is only reached for an account held in something other than
