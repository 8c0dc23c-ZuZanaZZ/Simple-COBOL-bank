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

           SELECT OPTIONAL HeldCharges
           ASSIGN TO "./chgheld.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldChargeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
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

      * Charges held back because the account's available balance
      * could not cover them past its holds - one row per account,
      * in LCU as the schedule quotes them, with the period and
      * business date the first of them was held back. Only this
      * program keeps the file: the next run adds the amount to the
      * account's charge and drops the row once it has posted.
       FD HeldCharges.
       01 HeldChargeRecord.
           03 HcClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 HcLcuAmount       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 HcPeriod          PIC X(6).
           03 Filler            PIC X(1).
           03 HcHeldDate        PIC X(8).

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
       01 FeeScheduleStatus    PIC X(2).
       01 SettlementStatus     PIC X(2).
       01 ChargeAmount         PIC S9(13)V99.
       01 TotalCharges         PIC S9(13)V99 VALUE 0.
       01 ChargedCount         PIC 9(5) VALUE 0.
       01 HeldBackCount        PIC 9(5) VALUE 0.
       01 AvailableFunds       PIC S9(13)V99.
       01 ItemTableMax         PIC 9(3) VALUE 200.
       01 ItemCount            PIC 9(3) VALUE 0.
       01 ItemOverflow         PIC X(3) VALUE "NO".
               05 ItemClientIDs     PIC X(8).
               05 ItemCounts        PIC 9(5).

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

      * Outstanding held-back charges off chgheld.dat, tabled behind
      * the interlock and rewritten whole before it is released. An
      * account only gets a new row while it has an active hold, so
      * the rows on file plus the active holds bound what the run
      * can add - a file that could outgrow the table refuses the
      * run rather than lose a charge.
       01 HeldChargeStatus     PIC X(2).
       01 EndOfHeldCharges     PIC X(3) VALUE "NO".
       01 HeldChargeMax        PIC 9(4) VALUE 1000.
       01 HeldChargeCount      PIC 9(4) VALUE 0.
       01 HeldChargeOverflow   PIC X(3) VALUE "NO".
       01 HeldChargeLoop       PIC 9(4).
       01 HeldChargeIndex      PIC 9(4).
       01 HeldChargeFound      PIC X(3).
       01 HeldChargeRoom       PIC 9(5).
       01 PendingLcu           PIC 9(13)V99.
       01 CollectedCount       PIC 9(5) VALUE 0.
       01 HeldChargeTable.
           03 HeldChargeEntry OCCURS 1000 TIMES.
               05 HeldChargeRows    PIC X(40).
               05 HeldChargeDone    PIC X(3).

       PROCEDURE DIVISION.
      * Main Procedure
      * The run-control record is checked first, exactly the way
               PERFORM LoadRatesProcedure
               PERFORM OpenClientMasterProcedure
               IF MasterMissing = "NO"
      * bank.dat, the holds and the held-back charges are all loaded
      * behind the interlock and saved before it is released - a
      * copy taken outside the lock could be another run's stale
      * figure, or miss a hold placed while this run waited.
                   PERFORM LoadHoldsProcedure
                   PERFORM LoadHeldChargesProcedure
                   IF HoldOverflow = "YES"
                       DISPLAY "Charge run refused - holds.dat holds "
                           "more active holds than HoldTable can hold ("
                           HoldTableMax ")."
                   ELSE
                   IF HeldChargeOverflow = "YES"
                       DISPLAY "Charge run refused - chgheld.dat and "
                           "the active holds could outgrow "
                           "HeldChargeTable (" HeldChargeMax ")."
                   ELSE
                       PERFORM LoadBankFundProcedure
                       PERFORM ChargeMasterProcedure
                       PERFORM SaveHeldChargesProcedure
                       PERFORM SaveBankFundProcedure
                   END-IF
                   END-IF
                   CLOSE Client
                   PERFORM ReleaseLockProcedure
                   IF HoldOverflow = "NO" AND HeldChargeOverflow = "NO"
                       PERFORM WriteSettlementProcedure
                       PERFORM SaveRunControlProcedure
                       DISPLAY "Charge run complete - " ChargedCount
                           " accounts charged a total of " TotalCharges
                           " coins for period " CurrentPeriod "."
                       IF CollectedCount > 0
                           DISPLAY CollectedCount " earlier held-back "
                               "charges collected with this period's."
                       END-IF
                       IF HeldBackCount > 0
                           DISPLAY HeldBackCount " charges held back "
                               "to chgheld.dat - they would have come "
                               "out of held funds. The next charge "
                               "run collects them."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * charge per outbound interbank payment sent this period. A
      * fee debit is not cover-checked - the charge stands whether
      * or not the balance covers it, which is exactly what the
      * overdraft fee is for. Held funds are the one exception: a
      * hold is money a court or a bounced cheque may yet claim, so
      * on an account with active holds a fee that the available
      * balance (funds plus credit limit, less the holds) cannot
      * cover is held back to chgheld.dat, and the next run adds it
      * to that month's charge - collected with it once the holds
      * no longer stand in the way. The schedule is quoted in LCU; an
      * account held in another currency is debited the converted
      * amount at the day's rate (skipped whole when no rate is on
      * file) while BankFund receives the LCU figure. The bank's
           IF ClientFund < 0
               ADD FeeOverdraft TO LcuAmount
           END-IF
           PERFORM FindHeldChargeProcedure
           ADD PendingLcu TO LcuAmount
           IF LcuAmount > 0
               MOVE "LCU" TO ConvertFromCur
               MOVE ClientCurrency TO ConvertToCur
               MOVE LcuAmount TO ConvertInAmount
               PERFORM ConvertAmountProcedure
               MOVE ConvertOutAmount TO ChargeAmount
               MOVE ClientID TO HoldClientKey
               PERFORM SumHoldsProcedure
               COMPUTE AvailableFunds =
                   ClientFund + ClientCreditLimit - HoldTotal
               IF ConvertOK = "NO"
                   DISPLAY "No charge posted for ClientID "
                       ClientID " - no rate on file for the "
                       "account's currency."
               ELSE
               IF HoldTotal > 0 AND AvailableFunds < ChargeAmount
                   PERFORM HoldBackChargeProcedure
                   ADD 1 TO HeldBackCount
                   DISPLAY "Charge of " ChargeAmount " held back for "
                       "ClientID " ClientID " - funds on hold "
                       HoldTotal ", available " AvailableFunds "."
               ELSE
                   MOVE ClientFund TO OldClientFund
                   SUBTRACT ChargeAmount FROM ClientFund
                       ADD ChargeAmount TO TotalCharges
                       ADD 1 TO ChargedCount
                       PERFORM WriteAuditProcedure
                       IF HeldChargeFound = "YES"
                           MOVE "YES"
                               TO HeldChargeDone(HeldChargeIndex)
                           ADD 1 TO CollectedCount
                           DISPLAY "Held-back charges of " PendingLcu
                               " LCU collected for ClientID "
                               ClientID "."
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       FindHeldChargeProcedure.
      * Looks the account up on the held-back table - PendingLcu is
      * what earlier runs could not collect, HeldChargeIndex its row.
           MOVE 0 TO PendingLcu
           MOVE "NO" TO HeldChargeFound
           MOVE 1 TO HeldChargeLoop
           PERFORM ScanHeldChargeProcedure
               UNTIL HeldChargeLoop > HeldChargeCount
                   OR HeldChargeFound = "YES"
           IF HeldChargeFound = "YES"
               MOVE HeldChargeLoop TO HeldChargeIndex
               MOVE HeldChargeRows(HeldChargeIndex)
                   TO HeldChargeRecord
               MOVE HcLcuAmount TO PendingLcu
           END-IF.

       ScanHeldChargeProcedure.
           MOVE HeldChargeRows(HeldChargeLoop) TO HeldChargeRecord
           IF HcClientID = ClientID
                   AND HeldChargeDone(HeldChargeLoop) = "NO"
               MOVE "YES" TO HeldChargeFound
           ELSE
               ADD 1 TO HeldChargeLoop
           END-IF.

       HoldBackChargeProcedure.
      * An account already owing from an earlier run keeps its row,
      * the first period and date it was held back, and the full
      * LcuAmount (which already includes the earlier amount); any
      * other account is given a new row. The load has made sure
      * there is room.
           IF HeldChargeFound = "YES"
               MOVE HeldChargeRows(HeldChargeIndex)
                   TO HeldChargeRecord
               MOVE LcuAmount TO HcLcuAmount
               MOVE HeldChargeRecord
                   TO HeldChargeRows(HeldChargeIndex)
           ELSE
               ADD 1 TO HeldChargeCount
               MOVE SPACES TO HeldChargeRecord
               MOVE ClientID TO HcClientID
               MOVE LcuAmount TO HcLcuAmount
               MOVE CurrentPeriod TO HcPeriod
               MOVE BusinessDate TO HcHeldDate
               MOVE HeldChargeRecord
                   TO HeldChargeRows(HeldChargeCount)
               MOVE "NO" TO HeldChargeDone(HeldChargeCount)
           END-IF.

       LoadHeldChargesProcedure.
           MOVE 0 TO HeldChargeCount
           MOVE "NO" TO EndOfHeldCharges
           OPEN INPUT HeldCharges
           IF HeldChargeStatus = "00"
               PERFORM ReadHeldChargeProcedure
                   UNTIL EndOfHeldCharges = "YES"
           END-IF
           CLOSE HeldCharges
           COMPUTE HeldChargeRoom = HeldChargeCount + HoldCount
           IF HeldChargeRoom > HeldChargeMax
               MOVE "YES" TO HeldChargeOverflow
           END-IF.

       ReadHeldChargeProcedure.
           READ HeldCharges
               AT END
                   MOVE "YES" TO EndOfHeldCharges
               NOT AT END
                   IF HeldChargeCount >= HeldChargeMax
                       MOVE "YES" TO EndOfHeldCharges
                       MOVE "YES" TO HeldChargeOverflow
                   ELSE
                       ADD 1 TO HeldChargeCount
                       MOVE HeldChargeRecord
                           TO HeldChargeRows(HeldChargeCount)
                       MOVE "NO" TO HeldChargeDone(HeldChargeCount)
                   END-IF
           END-READ.

       SaveHeldChargesProcedure.
      * Rewrites the file with the charges still outstanding - a row
      * collected this run has posted as part of an F entry and
      * drops off.
           OPEN OUTPUT HeldCharges
           MOVE 1 TO HeldChargeLoop
           PERFORM WriteHeldChargeProcedure
               UNTIL HeldChargeLoop > HeldChargeCount
           CLOSE HeldCharges.

       WriteHeldChargeProcedure.
           IF HeldChargeDone(HeldChargeLoop) = "NO"
               MOVE HeldChargeRows(HeldChargeLoop) TO HeldChargeRecord
               WRITE HeldChargeRecord
           END-IF
           ADD 1 TO HeldChargeLoop.

       CountClientItemsProcedure.
           MOVE 0 TO OutboundItems
           MOVE "NO" TO ItemFound

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog
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
       END PROGRAM ChargeRun.
