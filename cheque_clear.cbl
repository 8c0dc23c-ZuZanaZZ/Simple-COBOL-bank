      * clearing house is owed the cover) under the Q posting type,
      * with the presenting reference as counterparty on the audit
      * and settlement lines; anything that fails goes on the
      * unpaid-returns file inclear.ret with a reason code, and a
      * cheque bounced for want of funds or a frozen or closed
      * account also goes on the customer-notification outbox. The
      * processed inclearing file is truncated afterwards so a
      * rerun cannot pay the same cheques twice.
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL AccountLimits
           ASSIGN TO "./acctlim.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountLimitsStatus.

           SELECT OPTIONAL LimitControl
           ASSIGN TO "./limits.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitControlStatus.

           SELECT OPTIONAL LimitLog
           ASSIGN TO "./limitlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
      * debit could not be applied (a failed REWRITE), 08 no rate
      * on file for the drawer's currency - the item could not be
      * priced, which is not the same thing as the drawer lacking
      * cover - 09 the cheque would take the drawer past the
      * account's daily debit limit (see acctlim.cpy).
       FD UnpaidReturns.
       01 UnpaidRecord.
           03 UrRow             PIC X(41).
           03 Filler            PIC X(1).
           03 RateToLcu         PIC 9(7)V9(6).

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.
           03 Filler            PIC X(1).
           03 LockSince         PIC X(15).

      * The funds-hold register (see holdrec.cpy) - read only here,
      * for the available balance every client debit is held to.
       FD FundsHolds.
           COPY "holdrec.cpy".

      * The daily debit limits - each account's own row, the type
      * defaults off limits.ctl (one row per type, in LCU, zero
      * meaning no limit), and the breach log the limit report
      * reads. See acctlim.cpy and limitlog.cpy.
       FD AccountLimits.
           COPY "acctlim.cpy".

       FD LimitControl.
       01 LimitControlRecord.
           03 LcAccountType     PIC X(2).
           03 Filler            PIC X(1).
           03 LcDebitLimit      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LcWithdrawLimit   PIC 9(13)V99.

       FD LimitLog.
           COPY "limitlog.cpy".

       WORKING-STORAGE SECTION.
       01 BankInfo.
           03 BankName         PIC A(30) VALUE "BankX".

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 InclearStatus        PIC X(2).
       01 StopRegisterStatus   PIC X(2).
               05 HeldPaidIDs       PIC X(8).
               05 HeldPaidSerials   PIC 9(6).

      * Active holds off holds.dat, tabled once for the run - only
      * the rows still marked active are kept, and a register too
      * big for the table refuses the run, since a partial picture
      * could let held money be spent.
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

      * Daily debit limits. The type defaults are tabled once; the
      * day's debits per account come off audit.log once the
      * interlock is held and are kept current as cheques are paid,
      * so a cheque counts against the same total as the day's
      * SimpleBank postings. The withdrawal limit has no part in
      * the inclearing - a cheque is a debit.
       01 AccountLimitsStatus  PIC X(2).
       01 LimitControlStatus   PIC X(2).
       01 LimitLogStatus       PIC X(2).
       01 EndOfLimitTypes      PIC X(3).
       01 EndOfAccountLimits   PIC X(3).
       01 EndOfDayAudit        PIC X(3).
       01 LimitTypeMax         PIC 9(2) VALUE 20.
       01 LimitTypeCount       PIC 9(2) VALUE 0.
       01 LimitTypeLoop        PIC 9(2).
       01 LimitTypeFound       PIC X(3).
       01 LimitTypeTable.
           03 LimitTypeEntry OCCURS 20 TIMES.
               05 HeldLtTypes       PIC X(2).
               05 HeldLtDebits      PIC 9(13)V99.
       01 DayLimitMax          PIC 9(4) VALUE 2000.
       01 DayLimitCount        PIC 9(4) VALUE 0.
       01 DayLimitLoop         PIC 9(4).
       01 DayLimitFound        PIC X(3).
       01 DayLimitOverflow     PIC X(3) VALUE "NO".
       01 DayLimitKey          PIC X(8).
       01 DayLimitTable.
           03 DayLimitEntry OCCURS 2000 TIMES.
               05 HeldDlClientIDs   PIC X(8).
               05 HeldDlDebits      PIC 9(13)V99.
       01 LimitLcuAmount       PIC 9(13)V99.
       01 LimitAccountType     PIC X(2).
       01 LimitDebitOverride   PIC 9(13)V99.
       01 EffectiveLimit       PIC 9(13)V99.
       01 LimitDayTotal        PIC 9(13)V99.
       01 TallyLcuAmount       PIC 9(13)V99.

       PROCEDURE DIVISION.
      * Main Procedure
      * The stop, paid and holds registers and the day's debit
      * totals are tabled once the interlock is held - a copy taken
      * before it could miss a stop or a hold placed while this run
      * waited. An incomplete picture of any of them would pay a
      * stopped cheque, pay a serial twice, pay out of held funds or
      * past a daily limit, so an overflow refuses the whole run
      * before anything posts.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRatesProcedure
           PERFORM OpenClientMasterProcedure
           IF MasterMissing = "NO"
               PERFORM LoadStopsProcedure
               PERFORM LoadPaidProcedure
               PERFORM LoadHoldsProcedure
               PERFORM LoadLimitTypesProcedure
               PERFORM TallyDayLimitsProcedure
               IF StopOverflow = "YES" OR PaidOverflow = "YES"
                       OR HoldOverflow = "YES"
                   DISPLAY "Inclearing run refused - the stop, paid "
                       "or holds register holds more rows than its "
                       "table, and an incomplete screen would pay a "
                       "cheque it must not."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
               IF DayLimitOverflow = "YES"
                   DISPLAY "Inclearing run refused - more accounts "
                       "were debited today than DayLimitTable can "
                       "hold (" DayLimitMax "), and a cheque could "
                       "pass its drawer's daily limit unseen."
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
               ELSE
      * bank.dat is loaded behind the interlock and saved before it
      * is released - a copy taken outside the lock could be
      * another run's stale figure.
                       " cheques paid, " ReturnedCount
                       " returned unpaid."
               END-IF
               END-IF
           END-IF
           STOP RUN.

      * The checks run in the order the books would trip over them;
      * the first failure names the return reason. The cover check
      * is the same rule ApplyTransferProcedure enforces - funds
      * plus credit limit, less active holds - and the stop and
      * paid screens run
      * before cover, so a stopped cheque is returned STOPPED even
      * when the money would have been there.
           MOVE SPACES TO ReturnReasonCode
                       IF PaidFound = "YES"
                           MOVE "06" TO ReturnReasonCode
                       ELSE
                           MOVE ClientID TO HoldClientKey
                           PERFORM SumHoldsProcedure
                           COMPUTE AvailableFunds = ClientFund
                               + ClientCreditLimit - HoldTotal
                           IF AvailableFunds < IcAmount
                               MOVE "04" TO ReturnReasonCode
                           ELSE
                               PERFORM CheckDailyLimitProcedure
                           END-IF
                       END-IF
                   END-IF
           MOVE ReturnReasonCode TO UrReason
           WRITE UnpaidRecord
           DISPLAY "Returned cheque " IcSerialRaw " drawn on "
               IcClientIDRaw " - reason " ReturnReasonCode
      * A cheque bounced for the drawer's own account - no funds,
      * or the account frozen or closed - is a customer notice; the
      * account record is in CRecord for both reasons.
           IF ReturnReasonCode = "02" OR ReturnReasonCode = "04"
               MOVE "BC" TO NoticeEvent
               MOVE IcAmount TO NoticeAmount
               MOVE IcSerialRaw TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       ClearInclearFileProcedure.
      * The processed file is truncated so a rerun cannot pay the

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
      * The paid cheque counts straight into the drawer's day total.
           PERFORM TallyDayLimitProcedure
      * A debit that takes the account from in credit to overdrawn
      * is a customer notice - see notice.cpy.
           IF OldClientFund NOT < 0 AND NewClientFund < 0
               MOVE "OD" TO NoticeEvent
               MOVE NewClientFund TO NoticeAmount
               MOVE AuditSeq TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       LoadRatesProcedure.
      * Tables the day's exchange rates off rates.dat - conversion
                   END-IF
               END-IF
           END-IF.

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

       LoadLimitTypesProcedure.
      * Tables the default debit limit by account type. No
      * limits.ctl means no type defaults - only the limits set on
      * individual accounts apply.
           MOVE 0 TO LimitTypeCount
           MOVE "NO" TO EndOfLimitTypes
           OPEN INPUT LimitControl
           IF LimitControlStatus = "00"
               PERFORM ReadLimitTypeProcedure
                   UNTIL EndOfLimitTypes = "YES"
           ELSE
               DISPLAY "WARNING: limits.ctl is not on file - no "
                   "default daily limits apply this run."
           END-IF
           CLOSE LimitControl.

       ReadLimitTypeProcedure.
           READ LimitControl
               AT END
                   MOVE "YES" TO EndOfLimitTypes
               NOT AT END
                   IF LimitTypeCount >= LimitTypeMax
                       MOVE "YES" TO EndOfLimitTypes
                   ELSE
                   IF LcDebitLimit IS NUMERIC
                       ADD 1 TO LimitTypeCount
                       MOVE LcAccountType
                           TO HeldLtTypes(LimitTypeCount)
                       MOVE LcDebitLimit
                           TO HeldLtDebits(LimitTypeCount)
                   END-IF
                   END-IF
           END-READ.

       TallyDayLimitsProcedure.
      * The day's debits so far, off every entry already on the
      * trail for the business date.
           MOVE 0 TO DayLimitCount
           MOVE "NO" TO EndOfDayAudit
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadDayAuditProcedure
                   UNTIL EndOfDayAudit = "YES"
                       OR DayLimitOverflow = "YES"
           END-IF
           CLOSE AuditLog.

       ReadDayAuditProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfDayAudit
               NOT AT END
                   PERFORM TallyDayLimitProcedure
           END-READ.

       TallyDayLimitProcedure.
      * A T, X, E, Q or G entry for the business date that took
      * money off the account is a debit - the same rule SimpleBank
      * counts by. The amount goes in at its LCU value at the day's
      * rate, or at face value when the currency has no rate.
           IF AuditBusinessDate = BusinessDate
                   AND AuditNewFund < AuditOldFund
               IF AuditTrType = "T" OR AuditTrType = "X"
                       OR AuditTrType = "E" OR AuditTrType = "Q"
                       OR AuditTrType = "G"
                   PERFORM CountDayLimitProcedure
               END-IF
           END-IF.

       CountDayLimitProcedure.
           MOVE AuditClientID TO DayLimitKey
           PERFORM FindDayLimitProcedure
           IF DayLimitFound = "NO"
               IF DayLimitCount >= DayLimitMax
                   MOVE "YES" TO DayLimitOverflow
               ELSE
                   ADD 1 TO DayLimitCount
                   MOVE DayLimitCount TO DayLimitLoop
                   MOVE AuditClientID TO HeldDlClientIDs(DayLimitLoop)
                   MOVE 0 TO HeldDlDebits(DayLimitLoop)
                   MOVE "YES" TO DayLimitFound
               END-IF
           END-IF
           IF DayLimitFound = "YES"
               MOVE AuditCurrency TO NormCurrency
               PERFORM NormalizeCurrencyProcedure
               MOVE NormCurrency TO LookupCurrency
               PERFORM FindRateProcedure
               IF RateFound = "YES"
                   COMPUTE TallyLcuAmount ROUNDED =
                       AuditAmount * LookupRateValue
               ELSE
                   MOVE AuditAmount TO TallyLcuAmount
               END-IF
               ADD TallyLcuAmount TO HeldDlDebits(DayLimitLoop)
           END-IF.

       FindDayLimitProcedure.
           MOVE "NO" TO DayLimitFound
           MOVE 1 TO DayLimitLoop
           PERFORM ScanDayLimitProcedure
               UNTIL DayLimitLoop > DayLimitCount
                   OR DayLimitFound = "YES".

       ScanDayLimitProcedure.
           IF HeldDlClientIDs(DayLimitLoop) = DayLimitKey
               MOVE "YES" TO DayLimitFound
           ELSE
               ADD 1 TO DayLimitLoop
           END-IF.

       CheckDailyLimitProcedure.
      * The cheque in CRecord against the drawer's daily debit
      * limit, in LCU. A cheque that would take the day's total
      * past it goes back unpaid under 09 and on limitlog.dat -
      * there is no one at a screen to override in the inclearing.
      * An account the running totals had no room for cannot be
      * measured, and counts as over its limit.
           MOVE ClientCurrency TO NormCurrency
           PERFORM NormalizeCurrencyProcedure
           MOVE NormCurrency TO LookupCurrency
           PERFORM FindRateProcedure
           IF RateFound = "YES"
               COMPUTE LimitLcuAmount ROUNDED =
                   IcAmount * LookupRateValue
           ELSE
               MOVE IcAmount TO LimitLcuAmount
           END-IF
           PERFORM FindAccountLimitProcedure
           MOVE LimitDebitOverride TO EffectiveLimit
           IF EffectiveLimit = 0 AND LimitTypeFound = "YES"
               MOVE HeldLtDebits(LimitTypeLoop) TO EffectiveLimit
           END-IF
           MOVE ClientID TO DayLimitKey
           PERFORM FindDayLimitProcedure
           MOVE 0 TO LimitDayTotal
           IF DayLimitFound = "YES"
               MOVE HeldDlDebits(DayLimitLoop) TO LimitDayTotal
           END-IF
           IF EffectiveLimit > 0
               IF DayLimitFound = "NO" AND DayLimitOverflow = "YES"
                   MOVE "09" TO ReturnReasonCode
               ELSE
               IF LimitDayTotal + LimitLcuAmount > EffectiveLimit
                   MOVE "09" TO ReturnReasonCode
               END-IF
               END-IF
           END-IF
           IF ReturnReasonCode = "09"
               PERFORM WriteLimitEventProcedure
           END-IF.

       FindAccountLimitProcedure.
      * The last acctlim.dat row for the account is the one in
      * force; an account with none is a standard (ST) account on
      * its type's default.
           MOVE "ST" TO LimitAccountType
           MOVE 0 TO LimitDebitOverride
           MOVE "NO" TO EndOfAccountLimits
           OPEN INPUT AccountLimits
           IF AccountLimitsStatus = "00"
               PERFORM ScanAccountLimitProcedure
                   UNTIL EndOfAccountLimits = "YES"
           END-IF
           CLOSE AccountLimits
           MOVE "NO" TO LimitTypeFound
           MOVE 1 TO LimitTypeLoop
           PERFORM ScanLimitTypeProcedure
               UNTIL LimitTypeLoop > LimitTypeCount
                   OR LimitTypeFound = "YES".

       ScanAccountLimitProcedure.
           READ AccountLimits
               AT END
                   MOVE "YES" TO EndOfAccountLimits
               NOT AT END
                   IF LmClientID = ClientID
                       MOVE LmAccountType TO LimitAccountType
                       MOVE 0 TO LimitDebitOverride
                       IF LmDebitLimit IS NUMERIC
                           MOVE LmDebitLimit TO LimitDebitOverride
                       END-IF
                   END-IF
           END-READ.

       ScanLimitTypeProcedure.
           IF HeldLtTypes(LimitTypeLoop) = LimitAccountType
               MOVE "YES" TO LimitTypeFound
           ELSE
               ADD 1 TO LimitTypeLoop
           END-IF.

       WriteLimitEventProcedure.
           MOVE SPACES TO LimitEventRecord
           MOVE BusinessDate TO LgBusinessDate
           MOVE ClientID TO LgClientID
           MOVE "Q" TO LgTrType
           MOVE "D" TO LgKind
           MOVE "DL" TO LgReason
           MOVE "R" TO LgOutcome
           MOVE EffectiveLimit TO LgLimit
           MOVE LimitDayTotal TO LgDayTotal
           MOVE LimitLcuAmount TO LgAmount
           MOVE OperatorID TO LgOperator
           OPEN EXTEND LimitLog
           WRITE LimitEventRecord
           CLOSE LimitLog.
       END PROGRAM ChequeClear.
