      * Year-end interest certificates and the withholding tax
      * return. Every January the customers' annual interest
      * statements used to be built by hand out of audit.log. This
      * run gathers, for one tax year, every I interest credit and
      * every Y withholding taken off it - the month-end accrual's
      * and the term deposits' alike, since DepositRun and an early
      * break post deposit interest as I and Y too - nets out any
      * that were later reversed (a V entry naming the I or Y
      * entry), groups
      * the accounts under their owning customer, and writes one
      * certificate per customer to intcert.rpt - each account's
      * gross, tax and net in the account's own currency, then the
      * customer's totals in LCU - plus the fixed-format return
      * whtret.dat for the tax authority: HDR row, one row per
      * customer with gross, tax and net in LCU, TRL row with the
      * customer count and the total tax as hash.
      * AuditArchive will have cut most of the year off the live
      * log. An archive audarch.YYYYMM holds every entry dated up
      * to its period that was still on the live log when it was
      * cut, so a tax year's entries can sit in any archive from
      * that year's January onward: every archive from then up to
      * the current period is read, in order, and then the live
      * log. An account that cannot be put on a certificate - no
      * owner linked, an owner missing from the customer master,
      * no account on file, or no rate for its currency - is listed
      * as an exception rather than silently left out. A purged
      * ClientID can be issued again, so each entry is put with the
      * account that held the ID when it posted: the closedhist.dat
      * row with the lowest ChPurgeSeqNo above the entry's own
      * sequence number is that account, and its owner comes off
      * the row; only an entry posted after the ID's last purge
      * takes its owner off the live master. Each entry
      * is valued in LCU at the rate in force on its own business
      * date, from the dated rate history ratehist.dat - interest
      * paid in March is worth what it was worth in March - with
      * the day's rates.dat standing in for an entry older than the
      * history. The run only reads the masters and takes no lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestCert.

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

           SELECT OPTIONAL ArchiveFile
           ASSIGN TO ArchiveName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveStatus.

           SELECT CertReport
           ASSIGN TO "./intcert.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CertReportStatus.

           SELECT OPTIONAL TaxReturn
           ASSIGN TO "./whtret.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TaxReturnStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL ExchangeRates
           ASSIGN TO "./rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL ClosedHistory
           ASSIGN TO "./closedhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClosedHistStatus.

           SELECT OPTIONAL RateHistoryFile
           ASSIGN TO "./ratehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateHistoryStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD Customer.
           COPY "custrec.cpy".

       FD AuditLog.
           COPY "auditrec.cpy".

      * An archive has the audit.log layout - each row is moved
      * into AuditRecord and tallied the same as a live entry.
       FD ArchiveFile.
       01 ArchiveRecord        PIC X(120).

       FD CertReport.
       01 CertLine             PIC X(80).

      * The return for the tax authority: a HDR row with the tax
      * year and the business date it was produced, one row per
      * customer, and a TRL row with the customer count and the
      * total tax withheld as hash. Amounts are LCU.
       FD TaxReturn.
       01 TaxReturnRecord.
           03 WrCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 WrFullName        PIC X(20).
           03 Filler            PIC X(1).
           03 WrGross           PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 WrTax             PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 WrNet             PIC S9(13)V99.
       01 TaxReturnHeaderRec.
           03 WrhTag            PIC X(3).
           03 Filler            PIC X(1).
           03 WrhTaxYear        PIC X(4).
           03 Filler            PIC X(1).
           03 WrhDate           PIC X(8).
       01 TaxReturnTrailerRec.
           03 WrtTag            PIC X(3).
           03 Filler            PIC X(1).
           03 WrtCount          PIC 9(6).
           03 Filler            PIC X(1).
           03 WrtHash           PIC S9(13)V99.

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

       FD ClosedHistory.
           COPY "closedrec.cpy".

       FD RateHistoryFile.
           COPY "ratehist.cpy".

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 AuditStatus          PIC X(2).
       01 ArchiveStatus        PIC X(2).
       01 CertReportStatus     PIC X(2).
       01 TaxReturnStatus      PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 RatesStatus          PIC X(2).
       01 RateHistoryStatus    PIC X(2).
       01 ClosedHistStatus     PIC X(2).
       01 EndOfClosedHist      PIC X(3).
       01 EndOfHistory         PIC X(3).
       01 AsOfDate             PIC X(8).
       01 BestRateDate         PIC X(8).
      * The last currency and date valued, and the rate found - the
      * entries of one interest run share both, so the history is
      * only walked again when either changes.
       01 CachedCurrency       PIC X(3) VALUE SPACES.
       01 CachedDate           PIC X(8) VALUE SPACES.
       01 CachedRate           PIC 9(7)V9(6).
       01 CachedRateFound      PIC X(3).
       01 EntryLcuAmount       PIC S9(13)V99.
       01 EndOfAudit           PIC X(3) VALUE "NO".
       01 EndOfCustomers       PIC X(3) VALUE "NO".
       01 EndOfInput           PIC X(3) VALUE "NO".
       01 BusinessDate         PIC X(8).
       01 CurrentPeriod        PIC X(6).
       01 TaxYear              PIC X(4).
       01 TaxYearAnswer        PIC X(4).
       01 DefaultTaxYear       PIC 9(4).
       01 ArchiveName          PIC X(20).
       01 ArchivesRead         PIC 9(3) VALUE 0.
       01 ScanPeriodParts.
           03 ScanYear          PIC 9(4).
           03 ScanMonth         PIC 9(2).
       01 ClientMasterOpen     PIC X(3) VALUE "NO".
       01 CustomerMasterOpen   PIC X(3) VALUE "NO".
       01 ReversedSeqNo        PIC 9(8).
      * Every purge on closedhist.dat - the ID, the U entry's
      * sequence number and the purged account's owner. An entry's
      * EntryPurgeSeq is the purge that ended its account, or 0
      * when the account is the one on the live master.
       01 PurgeTableMax        PIC 9(4) VALUE 2000.
       01 PurgeCount           PIC 9(4) VALUE 0.
       01 PurgeOverflow        PIC X(3) VALUE "NO".
       01 PurgeLoop            PIC 9(4).
       01 EntryPurgeSeq        PIC 9(8).
       01 EntryPurgeCustomer   PIC X(8).
       01 PurgeTable.
           03 PurgeEntry OCCURS 2000 TIMES.
               05 HeldPurgeClientIDs PIC X(8).
               05 HeldPurgeSeqs     PIC 9(8).
               05 HeldPurgeCustomers PIC X(8).
      * Every I and Y entry of the tax year by sequence number, so a
      * later V naming one of them can take it back out.
       01 PostingTableMax      PIC 9(4) VALUE 5000.
       01 PostingCount         PIC 9(4) VALUE 0.
       01 PostingOverflow      PIC X(3) VALUE "NO".
       01 PostingLoop          PIC 9(4).
       01 PostingFound         PIC X(3).
       01 PostingTable.
           03 PostingEntry OCCURS 5000 TIMES.
               05 HeldPostSeqs      PIC 9(8).
               05 HeldPostClientIDs PIC X(8).
               05 HeldPostPurgeSeqs PIC 9(8).
               05 HeldPostTypes     PIC X(1).
               05 HeldPostAmounts   PIC S9(13)V99.
               05 HeldPostLcuAmounts PIC S9(13)V99.
      * One row per account that was paid interest in the tax year,
      * its totals in its own currency, and - once attributed - its
      * owner and LCU values. AcctStates: OK attributed, or the
      * exception reason.
       01 AcctTableMax         PIC 9(4) VALUE 1000.
       01 AcctCount            PIC 9(4) VALUE 0.
       01 AcctOverflow         PIC X(3) VALUE "NO".
       01 AcctLoop             PIC 9(4).
       01 AcctFound            PIC X(3).
       01 AcctTable.
           03 AcctEntry OCCURS 1000 TIMES.
               05 HeldAcctIDs       PIC X(8).
               05 HeldAcctPurgeSeqs PIC 9(8).
               05 HeldAcctCurrencies PIC X(3).
               05 HeldAcctGross     PIC S9(13)V99.
               05 HeldAcctTax       PIC S9(13)V99.
               05 HeldAcctCustomers PIC X(8).
               05 HeldAcctLcuGross  PIC S9(13)V99.
               05 HeldAcctLcuTax    PIC S9(13)V99.
               05 HeldAcctStates    PIC X(10).
               05 HeldAcctClaimed   PIC X(3).
               05 HeldAcctNoRate    PIC X(3).
       01 CustGross            PIC S9(13)V99.
       01 CustTax              PIC S9(13)V99.
       01 CustAccounts         PIC 9(4).
       01 CertificateCount     PIC 9(6) VALUE 0.
       01 ExceptionCount       PIC 9(5) VALUE 0.
       01 TotalGross           PIC S9(13)V99 VALUE 0.
       01 TotalTax             PIC S9(13)V99 VALUE 0.
       01 RateTableMax         PIC 9(2) VALUE 20.
       01 RateCount            PIC 9(2) VALUE 0.
       01 EndOfRates           PIC X(3).
       01 RateLoop             PIC 9(2).
       01 RateFound            PIC X(3).
       01 LookupCurrency       PIC X(3).
       01 LookupRateValue      PIC 9(7)V9(6).
       01 RateTable.
           03 RateEntry OCCURS 20 TIMES.
               05 RateCodes         PIC X(3).
               05 RateValues        PIC 9(7)V9(6).
       01 NormCurrency         PIC X(3).

       01 CertHeadLine.
           03 Filler           PIC X(34)
               VALUE "INTEREST CERTIFICATE FOR TAX YEAR ".
           03 CertHeadYear     PIC X(4).
           03 Filler           PIC X(42) VALUE SPACES.

       01 CertCustomerLine.
           03 Filler           PIC X(10) VALUE "CUSTOMER  ".
           03 CertCustID       PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 CertCustName     PIC X(20).
           03 Filler           PIC X(40) VALUE SPACES.

       01 CertColumnLine.
           03 Filler           PIC X(26)
               VALUE "  ACCOUNT  CUR            ".
           03 Filler           PIC X(17) VALUE "           GROSS ".
           03 Filler           PIC X(17) VALUE "    TAX WITHHELD ".
           03 Filler           PIC X(17) VALUE "             NET ".
           03 Filler           PIC X(3) VALUE SPACES.

       01 CertAccountLine.
           03 Filler           PIC X(2) VALUE SPACES.
           03 CertAcctID       PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 CertAcctCur      PIC X(3).
           03 Filler           PIC X(12) VALUE SPACES.
           03 CertAcctGross    PIC -(13)9.99.
           03 CertAcctTax      PIC -(13)9.99.
           03 CertAcctNet      PIC -(13)9.99.
           03 Filler           PIC X(3) VALUE SPACES.

       01 CertTotalLine.
           03 Filler           PIC X(26)
               VALUE "  TOTAL FOR THE YEAR (LCU)".
           03 CertTotGross     PIC -(13)9.99.
           03 CertTotTax       PIC -(13)9.99.
           03 CertTotNet       PIC -(13)9.99.
           03 Filler           PIC X(3) VALUE SPACES.

       01 CertExceptionLine.
           03 Filler           PIC X(10) VALUE "EXCEPTION ".
           03 CertExcReason    PIC X(10).
           03 Filler           PIC X(1) VALUE SPACES.
           03 CertExcClient    PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 CertExcCustomer  PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 CertExcCurrency  PIC X(3).
           03 CertExcGross     PIC -(13)9.99.
           03 CertExcTax       PIC -(13)9.99.
           03 Filler           PIC X(4) VALUE SPACES.

       01 CertNoteLine.
           03 CertNoteText     PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * Yesterday's return is cleared before anything is judged, so
      * a refused run can never leave a stale return to be filed.
      * The whole year is gathered before a line is written - a
      * posting or account that did not fit a table would drop out
      * of a certificate without a trace, so an overflow refuses
      * the run.
           PERFORM LoadRunControlProcedure
           PERFORM AskTaxYearProcedure
           IF EndOfInput = "NO"
               PERFORM TruncateReturnProcedure
               PERFORM LoadRatesProcedure
               PERFORM LoadPurgesProcedure
               IF PurgeOverflow = "NO"
                   PERFORM ScanArchivesProcedure
                   PERFORM ScanLiveLogProcedure
               END-IF
               IF PurgeOverflow = "YES"
                   DISPLAY "Certificate run refused - closedhist.dat "
                       "holds more purges than PurgeTable can hold ("
                       PurgeTableMax "). Nothing produced."
               ELSE
               IF PostingOverflow = "YES" OR AcctOverflow = "YES"
                   DISPLAY "Certificate run refused - the tax year "
                       "holds more postings (" PostingTableMax
                       ") or accounts (" AcctTableMax ") than the "
                       "tables hold. Nothing produced."
               ELSE
                   PERFORM OpenMastersProcedure
                   IF ClientMasterOpen = "NO"
                       DISPLAY "No readable client master - no "
                           "certificates produced."
                   ELSE
                       MOVE 1 TO AcctLoop
                       PERFORM AttributeAccountProcedure
                           UNTIL AcctLoop > AcctCount
                       PERFORM WriteCertificatesProcedure
                       CLOSE Client
                       IF CustomerMasterOpen = "YES"
                           CLOSE Customer
                       END-IF
                       DISPLAY "Interest certificates for tax year "
                           TaxYear " written to intcert.rpt - "
                           CertificateCount " customers, "
                           ExceptionCount " exceptions; "
                           ArchivesRead " archives read. Return "
                           "written to whtret.dat."
                   END-IF
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
           CLOSE RunControl
           MOVE BusinessDate(1:6) TO CurrentPeriod.

       AskTaxYearProcedure.
      * The run is made in the new year for the year just ended, so
      * that is the default.
           MOVE BusinessDate(1:4) TO DefaultTaxYear
           SUBTRACT 1 FROM DefaultTaxYear
           DISPLAY "Tax year (YYYY), or blank for "
               DefaultTaxYear ":"
           ACCEPT TaxYearAnswer
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "YES" OR TaxYearAnswer = SPACES
               MOVE "NO" TO EndOfInput
               MOVE DefaultTaxYear TO TaxYear
           ELSE
               IF TaxYearAnswer IS NUMERIC
                   MOVE TaxYearAnswer TO TaxYear
               ELSE
                   DISPLAY "The tax year must be four digits."
                   MOVE "YES" TO EndOfInput
               END-IF
           END-IF.

       TruncateReturnProcedure.
           OPEN OUTPUT TaxReturn
           CLOSE TaxReturn.

       LoadPurgesProcedure.
           MOVE "NO" TO EndOfClosedHist
           OPEN INPUT ClosedHistory
           IF ClosedHistStatus = "00"
               PERFORM ReadPurgeProcedure
                   UNTIL EndOfClosedHist = "YES"
           END-IF
           CLOSE ClosedHistory.

       ReadPurgeProcedure.
           READ ClosedHistory
               AT END
                   MOVE "YES" TO EndOfClosedHist
               NOT AT END
                   IF PurgeCount >= PurgeTableMax
                       MOVE "YES" TO PurgeOverflow
                       MOVE "YES" TO EndOfClosedHist
                   ELSE
                       ADD 1 TO PurgeCount
                       MOVE ChClientID TO HeldPurgeClientIDs(PurgeCount)
                       MOVE ChPurgeSeqNo TO HeldPurgeSeqs(PurgeCount)
                       MOVE ChCustomerID
                           TO HeldPurgeCustomers(PurgeCount)
                   END-IF
           END-READ.

       ScanArchivesProcedure.
      * Oldest first, so an entry is always met before the V that
      * reverses it. A month with no archive on disk is skipped.
           MOVE TaxYear TO ScanYear
           MOVE 1 TO ScanMonth
           PERFORM ScanOneArchiveProcedure
               UNTIL ScanPeriodParts > CurrentPeriod.

       ScanOneArchiveProcedure.
           MOVE SPACES TO ArchiveName
           STRING "./audarch." ScanPeriodParts
               DELIMITED BY SIZE INTO ArchiveName
           MOVE "NO" TO EndOfAudit
           OPEN INPUT ArchiveFile
           IF ArchiveStatus = "00"
               ADD 1 TO ArchivesRead
               PERFORM ReadArchiveProcedure
                   UNTIL EndOfAudit = "YES"
           END-IF
           CLOSE ArchiveFile
           IF ScanMonth = 12
               MOVE 1 TO ScanMonth
               ADD 1 TO ScanYear
           ELSE
               ADD 1 TO ScanMonth
           END-IF.

       ReadArchiveProcedure.
           READ ArchiveFile
               AT END
                   MOVE "YES" TO EndOfAudit
               NOT AT END
                   MOVE ArchiveRecord TO AuditRecord
                   PERFORM TallyEntryProcedure
           END-READ.

       ScanLiveLogProcedure.
           MOVE "NO" TO EndOfAudit
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadLiveEntryProcedure
                   UNTIL EndOfAudit = "YES"
           END-IF
           CLOSE AuditLog.

       ReadLiveEntryProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfAudit
               NOT AT END
                   PERFORM TallyEntryProcedure
           END-READ.

       TallyEntryProcedure.
      * An I or Y dated in the tax year counts; a V counts when it
      * names one of them, whatever its own date - the interest it
      * took back was never really paid.
           IF (AuditTrType = "I" OR AuditTrType = "Y")
                   AND AuditBusinessDate(1:4) = TaxYear
               PERFORM ValueEntryProcedure
               PERFORM FindEntryOwnerProcedure
               PERFORM RecordPostingProcedure
               IF PostingOverflow = "NO"
                   PERFORM FindAccountProcedure
                   IF AcctFound = "YES"
                       IF CachedRateFound = "NO"
                           MOVE "YES" TO HeldAcctNoRate(AcctLoop)
                       END-IF
                       IF AuditTrType = "I"
                           ADD AuditAmount TO HeldAcctGross(AcctLoop)
                           ADD EntryLcuAmount
                               TO HeldAcctLcuGross(AcctLoop)
                       ELSE
                           ADD AuditAmount TO HeldAcctTax(AcctLoop)
                           ADD EntryLcuAmount
                               TO HeldAcctLcuTax(AcctLoop)
                       END-IF
                   END-IF
               END-IF
           ELSE
           IF AuditTrType = "V" AND AuditCounterparty IS NUMERIC
               MOVE AuditCounterparty TO ReversedSeqNo
               PERFORM FindPostingProcedure
               IF PostingFound = "YES"
                   MOVE HeldPostClientIDs(PostingLoop)
                       TO AuditClientID
                   MOVE HeldPostPurgeSeqs(PostingLoop)
                       TO EntryPurgeSeq
                   PERFORM FindAccountProcedure
                   IF AcctFound = "YES"
                       IF HeldPostTypes(PostingLoop) = "I"
                           SUBTRACT HeldPostAmounts(PostingLoop)
                               FROM HeldAcctGross(AcctLoop)
                           SUBTRACT HeldPostLcuAmounts(PostingLoop)
                               FROM HeldAcctLcuGross(AcctLoop)
                       ELSE
                           SUBTRACT HeldPostAmounts(PostingLoop)
                               FROM HeldAcctTax(AcctLoop)
                           SUBTRACT HeldPostLcuAmounts(PostingLoop)
                               FROM HeldAcctLcuTax(AcctLoop)
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       RecordPostingProcedure.
           IF PostingCount >= PostingTableMax
               MOVE "YES" TO PostingOverflow
           ELSE
               ADD 1 TO PostingCount
               MOVE AuditSeqNo TO HeldPostSeqs(PostingCount)
               MOVE AuditClientID TO HeldPostClientIDs(PostingCount)
               MOVE EntryPurgeSeq TO HeldPostPurgeSeqs(PostingCount)
               MOVE AuditTrType TO HeldPostTypes(PostingCount)
               MOVE AuditAmount TO HeldPostAmounts(PostingCount)
               MOVE EntryLcuAmount
                   TO HeldPostLcuAmounts(PostingCount)
           END-IF.

       ValueEntryProcedure.
      * EntryLcuAmount is the entry's AuditAmount in LCU at the rate
      * in force on its business date. With no history that old the
      * day's rate stands in; with no rate at all the entry values
      * at nothing and CachedRateFound = NO marks its account
      * NORATE.
           MOVE AuditCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           IF NormCurrency NOT = CachedCurrency
                   OR AuditBusinessDate NOT = CachedDate
               MOVE NormCurrency TO CachedCurrency
               MOVE AuditBusinessDate TO CachedDate
               MOVE NormCurrency TO LookupCurrency
               MOVE AuditBusinessDate TO AsOfDate
               PERFORM FindRateAsOfProcedure
               IF RateFound = "NO"
                   PERFORM FindRateProcedure
               END-IF
               MOVE RateFound TO CachedRateFound
               MOVE LookupRateValue TO CachedRate
           END-IF
           MOVE 0 TO EntryLcuAmount
           IF CachedRateFound = "YES"
               COMPUTE EntryLcuAmount ROUNDED =
                   AuditAmount * CachedRate
           END-IF.

       FindEntryOwnerProcedure.
      * The purge that ended the entry's account is the lowest
      * purge of its ID numbered above the entry - every purge
      * below it ended an earlier account under the same ID.
           MOVE 0 TO EntryPurgeSeq
           MOVE SPACES TO EntryPurgeCustomer
           MOVE 1 TO PurgeLoop
           PERFORM ScanPurgeProcedure
               UNTIL PurgeLoop > PurgeCount.

       ScanPurgeProcedure.
           IF HeldPurgeClientIDs(PurgeLoop) = AuditClientID
                   AND HeldPurgeSeqs(PurgeLoop) > AuditSeqNo
               IF EntryPurgeSeq = 0
                       OR HeldPurgeSeqs(PurgeLoop) < EntryPurgeSeq
                   MOVE HeldPurgeSeqs(PurgeLoop) TO EntryPurgeSeq
                   MOVE HeldPurgeCustomers(PurgeLoop)
                       TO EntryPurgeCustomer
               END-IF
           END-IF
           ADD 1 TO PurgeLoop.

       FindPostingProcedure.
           MOVE "NO" TO PostingFound
           MOVE 1 TO PostingLoop
           PERFORM ScanPostingProcedure
               UNTIL PostingLoop > PostingCount
                   OR PostingFound = "YES".

       ScanPostingProcedure.
           IF HeldPostSeqs(PostingLoop) = ReversedSeqNo
               MOVE "YES" TO PostingFound
           ELSE
               ADD 1 TO PostingLoop
           END-IF.

       FindAccountProcedure.
      * Finds the entry's account - the ID and the purge that ended
      * it, 0 for the live one - adding it on first sight with the
      * entry's currency and, for a purged account, the owner off
      * closedhist.dat.
           MOVE "NO" TO AcctFound
           MOVE 1 TO AcctLoop
           PERFORM ScanAccountProcedure
               UNTIL AcctLoop > AcctCount OR AcctFound = "YES"
           IF AcctFound = "NO"
               IF AcctCount >= AcctTableMax
                   MOVE "YES" TO AcctOverflow
               ELSE
                   ADD 1 TO AcctCount
                   MOVE AcctCount TO AcctLoop
                   MOVE AuditClientID TO HeldAcctIDs(AcctLoop)
                   MOVE EntryPurgeSeq TO HeldAcctPurgeSeqs(AcctLoop)
                   MOVE AuditCurrency TO NormCurrency
                   PERFORM NormalizeCurrencyProcedure
                   MOVE NormCurrency TO HeldAcctCurrencies(AcctLoop)
                   MOVE 0 TO HeldAcctGross(AcctLoop)
                   MOVE 0 TO HeldAcctTax(AcctLoop)
                   MOVE EntryPurgeCustomer
                       TO HeldAcctCustomers(AcctLoop)
                   MOVE 0 TO HeldAcctLcuGross(AcctLoop)
                   MOVE 0 TO HeldAcctLcuTax(AcctLoop)
                   MOVE SPACES TO HeldAcctStates(AcctLoop)
                   MOVE "NO" TO HeldAcctClaimed(AcctLoop)
                   MOVE "NO" TO HeldAcctNoRate(AcctLoop)
                   MOVE "YES" TO AcctFound
               END-IF
           END-IF.

       ScanAccountProcedure.
           IF HeldAcctIDs(AcctLoop) = AuditClientID
                   AND HeldAcctPurgeSeqs(AcctLoop) = EntryPurgeSeq
               MOVE "YES" TO AcctFound
           ELSE
               ADD 1 TO AcctLoop
           END-IF.

       OpenMastersProcedure.
           OPEN INPUT Client
           IF ClientStatus = "00"
               MOVE "YES" TO ClientMasterOpen
           ELSE
               CLOSE Client
           END-IF
           OPEN INPUT Customer
           IF CustomerStatus = "00"
               MOVE "YES" TO CustomerMasterOpen
           ELSE
               CLOSE Customer
           END-IF.

       AttributeAccountProcedure.
      * Owner first, then value - the first failure names the
      * exception. An owner missing from the customer master is
      * caught later, when no certificate claims the account. A
      * purged account already carries its owner off closedhist.dat
      * and is never looked up on the live master, where its ID may
      * now belong to someone else.
           IF HeldAcctPurgeSeqs(AcctLoop) = 0
               MOVE HeldAcctIDs(AcctLoop) TO ClientID
               READ Client
                   INVALID KEY
                       MOVE "NOACCOUNT" TO HeldAcctStates(AcctLoop)
                   NOT INVALID KEY
                       MOVE ClientCustomerID
                           TO HeldAcctCustomers(AcctLoop)
               END-READ
           END-IF
           IF HeldAcctStates(AcctLoop) = SPACES
               IF HeldAcctCustomers(AcctLoop) = SPACES
                   MOVE "UNLINKED" TO HeldAcctStates(AcctLoop)
               ELSE
                   IF HeldAcctNoRate(AcctLoop) = "YES"
                       MOVE "NORATE" TO HeldAcctStates(AcctLoop)
                   ELSE
                       MOVE "OK" TO HeldAcctStates(AcctLoop)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO AcctLoop.

       WriteCertificatesProcedure.
      * One keyed pass of the customer master, so certificates come
      * out in CustomerID order; each customer claims its accounts
      * off the table, and whatever is left unclaimed afterwards is
      * listed as an exception.
           OPEN OUTPUT CertReport
           OPEN OUTPUT TaxReturn
           MOVE SPACES TO TaxReturnHeaderRec
           MOVE "HDR" TO WrhTag
           MOVE TaxYear TO WrhTaxYear
           MOVE BusinessDate TO WrhDate
           WRITE TaxReturnHeaderRec
           MOVE "NO" TO EndOfCustomers
           IF CustomerMasterOpen = "NO"
               MOVE "YES" TO EndOfCustomers
           ELSE
               MOVE LOW-VALUES TO CustomerID
               START Customer KEY NOT < CustomerID
               IF CustomerStatus NOT = "00"
                   MOVE "YES" TO EndOfCustomers
               END-IF
           END-IF
           PERFORM ReadCustomerProcedure
               UNTIL EndOfCustomers = "YES"
           MOVE SPACES TO TaxReturnTrailerRec
           MOVE "TRL" TO WrtTag
           MOVE CertificateCount TO WrtCount
           MOVE TotalTax TO WrtHash
           WRITE TaxReturnTrailerRec
           CLOSE TaxReturn
           PERFORM WriteExceptionsProcedure
           CLOSE CertReport.

       ReadCustomerProcedure.
           READ Customer NEXT
               AT END
                   MOVE "YES" TO EndOfCustomers
               NOT AT END
                   PERFORM CustomerCertificateProcedure
           END-READ.

       CustomerCertificateProcedure.
           MOVE 0 TO CustAccounts
           MOVE 0 TO CustGross
           MOVE 0 TO CustTax
           MOVE 1 TO AcctLoop
           PERFORM CountCustomerAccountProcedure
               UNTIL AcctLoop > AcctCount
           IF CustAccounts > 0
               MOVE TaxYear TO CertHeadYear
               WRITE CertLine FROM CertHeadLine
               MOVE CustomerID TO CertCustID
               MOVE CustFullName TO CertCustName
               WRITE CertLine FROM CertCustomerLine
               WRITE CertLine FROM CertColumnLine
               MOVE 1 TO AcctLoop
               PERFORM WriteAccountLineProcedure
                   UNTIL AcctLoop > AcctCount
               MOVE CustGross TO CertTotGross
               MOVE CustTax TO CertTotTax
               COMPUTE CertTotNet = CustGross - CustTax
               WRITE CertLine FROM CertTotalLine
               MOVE SPACES TO CertLine
               WRITE CertLine

               MOVE SPACES TO TaxReturnRecord
               MOVE CustomerID TO WrCustomerID
               MOVE CustFullName TO WrFullName
               MOVE CustGross TO WrGross
               MOVE CustTax TO WrTax
               COMPUTE WrNet = CustGross - CustTax
               WRITE TaxReturnRecord
               ADD 1 TO CertificateCount
               ADD CustGross TO TotalGross
               ADD CustTax TO TotalTax
           END-IF.

       CountCustomerAccountProcedure.
           IF HeldAcctStates(AcctLoop) = "OK"
                   AND HeldAcctCustomers(AcctLoop) = CustomerID
               ADD 1 TO CustAccounts
               ADD HeldAcctLcuGross(AcctLoop) TO CustGross
               ADD HeldAcctLcuTax(AcctLoop) TO CustTax
               MOVE "YES" TO HeldAcctClaimed(AcctLoop)
           END-IF
           ADD 1 TO AcctLoop.

       WriteAccountLineProcedure.
           IF HeldAcctStates(AcctLoop) = "OK"
                   AND HeldAcctCustomers(AcctLoop) = CustomerID
               MOVE HeldAcctIDs(AcctLoop) TO CertAcctID
               MOVE HeldAcctCurrencies(AcctLoop) TO CertAcctCur
               MOVE HeldAcctGross(AcctLoop) TO CertAcctGross
               MOVE HeldAcctTax(AcctLoop) TO CertAcctTax
               COMPUTE CertAcctNet =
                   HeldAcctGross(AcctLoop) - HeldAcctTax(AcctLoop)
               WRITE CertLine FROM CertAccountLine
           END-IF
           ADD 1 TO AcctLoop.

       WriteExceptionsProcedure.
      * Amounts are shown in the account's own currency - an
      * account that could not be attributed or valued has no
      * honest LCU figure.
           MOVE 1 TO AcctLoop
           PERFORM WriteExceptionProcedure
               UNTIL AcctLoop > AcctCount
           IF ExceptionCount = 0
               MOVE "NO EXCEPTIONS - EVERY ACCOUNT PAID INTEREST IS "
                   TO CertNoteText
               MOVE "ON A CERTIFICATE" TO CertNoteText(48:)
               WRITE CertLine FROM CertNoteLine
           END-IF.

       WriteExceptionProcedure.
           IF HeldAcctClaimed(AcctLoop) = "NO"
               IF HeldAcctStates(AcctLoop) = "OK"
                   MOVE "NOCUSTOMER" TO CertExcReason
               ELSE
                   MOVE HeldAcctStates(AcctLoop) TO CertExcReason
               END-IF
               MOVE HeldAcctIDs(AcctLoop) TO CertExcClient
               MOVE HeldAcctCustomers(AcctLoop) TO CertExcCustomer
               MOVE HeldAcctCurrencies(AcctLoop) TO CertExcCurrency
               MOVE HeldAcctGross(AcctLoop) TO CertExcGross
               MOVE HeldAcctTax(AcctLoop) TO CertExcTax
               WRITE CertLine FROM CertExceptionLine
               ADD 1 TO ExceptionCount
           END-IF
           ADD 1 TO AcctLoop.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - every
      * foreign-currency account is valued at them.
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

       FindRateAsOfProcedure.
      * Answers LookupRateValue for LookupCurrency as it stood on
      * AsOfDate - the latest ratehist.dat row for the currency
      * effective on or before that date, the last of equal dates
      * winning (see ratehist.cpy). LCU is 1 on any date.
           MOVE "NO" TO RateFound
           IF LookupCurrency = "LCU"
               MOVE 1 TO LookupRateValue
               MOVE "YES" TO RateFound
           ELSE
               MOVE SPACES TO BestRateDate
               MOVE "NO" TO EndOfHistory
               OPEN INPUT RateHistoryFile
               IF RateHistoryStatus = "00"
                   PERFORM ScanRateHistoryProcedure
                       UNTIL EndOfHistory = "YES"
               END-IF
               CLOSE RateHistoryFile
           END-IF.

       ScanRateHistoryProcedure.
           READ RateHistoryFile
               AT END
                   MOVE "YES" TO EndOfHistory
               NOT AT END
                   IF RhCurrency = LookupCurrency
                           AND RhEffectiveDate NOT > AsOfDate
                           AND RhEffectiveDate NOT < BestRateDate
                       MOVE RhEffectiveDate TO BestRateDate
                       MOVE RhRateToLcu TO LookupRateValue
                       MOVE "YES" TO RateFound
                   END-IF
           END-READ.
       END PROGRAM InterestCert.
