      * Closed-account purge. A closed account (status C) stays on
      * clients.dat for history, so every full scan keeps walking it
      * and its ClientID can never be issued again. This run takes
      * the closed accounts whose retention period has run out off
      * the master and onto the closed-account history file
      * closedhist.dat (see closedrec.cpy), where StatementRun and
      * ReversalRun still find them. The retention period, in
      * months, comes from the operations control file purge.ctl;
      * an account counts as closed since its last entry on the
      * audit trail - a closed account never posts again, so its
      * last entry is the closure itself, or the carry-forward
      * AuditArchive left for it. Before an account goes it must
      * stand at a zero balance and have nothing outstanding against
      * it: no pending payment on pending.dat, no active or
      * suspended standing order on standing.dat (either side), no
      * outbound interbank payment awaiting acknowledgment on
      * ibout.reg, no active hold on holds.dat, no active term
      * deposit or loan on deposits.dat or loans.dat, no dispute
      * case still open or provisionally credited on disputes.dat,
      * no active direct-debit mandate on mandates.dat and no
      * held-back charge outstanding on chgheld.dat. An account
      * that fails is listed on purge.rpt with every reason, for
      * operations to clear, and stays where it is. Each purged
      * account is written to closedhist.dat, deleted from the
      * master, recorded on the audit trail as a U entry and given
      * a final closing statement on closing.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosedPurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Client
           ASSIGN TO "./clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClientID
           FILE STATUS IS ClientStatus.

           SELECT OPTIONAL ClosedHistory
           ASSIGN TO "./closedhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClosedHistStatus.

           SELECT OPTIONAL PurgeControl
           ASSIGN TO "./purge.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeControlStatus.

           SELECT PurgeReport
           ASSIGN TO "./purge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeReportStatus.

           SELECT ClosingStatements
           ASSIGN TO "./closing.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClosingStatus.

           SELECT OPTIONAL PendingPayments
           ASSIGN TO "./pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PendingStatus.

           SELECT OPTIONAL StandingOrders
           ASSIGN TO "./standing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandingStatus.

           SELECT OPTIONAL OutboundRegister
           ASSIGN TO "./ibout.reg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OutboundRegStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL TermDeposits
           ASSIGN TO "./deposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepositsStatus.

           SELECT OPTIONAL LoanMaster
           ASSIGN TO "./loans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanMasterStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

           SELECT OPTIONAL MandateRegister
           ASSIGN TO "./mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MandateRegisterStatus.

           SELECT OPTIONAL HeldCharges
           ASSIGN TO "./chgheld.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldChargeStatus.

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

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MasterLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
           COPY "clientrec.cpy".

       FD ClosedHistory.
           COPY "closedrec.cpy".

      * One row: how many months an account must have been closed
      * before it may be purged. Operations sets it from the
      * record-keeping rules; with no control file on record there
      * is no telling what may go, and the run stops.
       FD PurgeControl.
       01 PurgeControlRecord.
           03 CtlRetentionMonths PIC 9(3).

       FD PurgeReport.
       01 PurgeLine            PIC X(80).

       FD ClosingStatements.
       01 ClosingLine          PIC X(80).

      * The warehoused one-off payments - see SimpleBank. Only a
      * P (pending) row is still outstanding.
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

      * The standing orders - see SimpleBank. An active (A) or
      * suspended (S) order can still run; only an expired (E) one
      * is history.
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

      * The outbound interbank register - see SimpleBank. A P row
      * is still awaiting the counterparty's acknowledgment, which
      * may yet re-credit the originating account.
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

       FD FundsHolds.
           COPY "holdrec.cpy".

      * The term-deposit register - see DepositRun. An active (A)
      * deposit still pays back to the account.
       FD TermDeposits.
       01 DepositRecord.
           03 TdDepositNo       PIC X(8).
           03 Filler            PIC X(1).
           03 TdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 TdPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 TdRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 TdTerm            PIC 9(2).
           03 Filler            PIC X(1).
           03 TdStartDate       PIC X(8).
           03 Filler            PIC X(1).
           03 TdMaturityDate    PIC X(8).
           03 Filler            PIC X(1).
           03 TdRollover        PIC X(1).
           03 Filler            PIC X(1).
           03 TdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 TdClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 TdInterestPaid    PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 TdCurrency        PIC X(3).

      * The loan register - see LoanRun. An active (A) loan still
      * collects its instalments from the repayment account.
       FD LoanMaster.
       01 LoanRecord.
           03 LnLoanNo          PIC X(8).
           03 Filler            PIC X(1).
           03 LnClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 LnCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 LnPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 LnTerm            PIC 9(3).
           03 Filler            PIC X(1).
           03 LnInstalment      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnDueDay          PIC 9(2).
           03 Filler            PIC X(1).
           03 LnNextDue         PIC X(8).
           03 Filler            PIC X(1).
           03 LnScheduled       PIC 9(3).
           03 Filler            PIC X(1).
           03 LnOutstanding     PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrears         PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsInterest PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsSince    PIC X(8).
           03 Filler            PIC X(1).
           03 LnDaysPastDue     PIC 9(4).
           03 Filler            PIC X(1).
           03 LnStatus          PIC X(1).

      * The dispute case register - see DisputeWork. A case open
      * (O) or provisionally credited (P) is still being worked
      * against the account.
       FD DisputeFile.
           COPY "dispute.cpy".

      * The direct-debit mandate register - see DirectDebitRun. An
      * active (A) mandate still lets a biller collect from the
      * account.
       FD MandateRegister.
       01 MandateRecord.
           03 MdBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 MdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMaxAmount       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 MdSetUpDate       PIC X(8).

      * Charges ChargeRun held back because the account could not
      * cover them - see ChargeRun. A row still on the file is a
      * charge the account owes.
       FD HeldCharges.
       01 HeldChargeRecord.
           03 HcClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 HcLcuAmount       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 HcPeriod          PIC X(6).
           03 Filler            PIC X(1).
           03 HcHeldDate        PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelDate      PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelledBy     PIC X(8).

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
       01 ClientStatus         PIC X(2).
       01 ClosedHistStatus     PIC X(2).
       01 PurgeControlStatus   PIC X(2).
       01 PurgeReportStatus    PIC X(2).
       01 ClosingStatus        PIC X(2).
       01 PendingStatus        PIC X(2).
       01 StandingStatus       PIC X(2).
       01 OutboundRegStatus    PIC X(2).
       01 HoldsStatus          PIC X(2).
       01 DepositsStatus       PIC X(2).
       01 LoanMasterStatus     PIC X(2).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 DisputeStatus        PIC X(2).
       01 MandateRegisterStatus PIC X(2).
       01 HeldChargeStatus     PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 AuditSeq             PIC 9(8) VALUE 0.
       01 EndOfScan            PIC X(3) VALUE "NO".
       01 EndOfFile            PIC X(3).
       01 BusinessDate         PIC X(8).
       01 RetentionMonths      PIC 9(3) VALUE 0.
       01 RetentionOnFile      PIC X(3) VALUE "NO".
       01 CutoffDate           PIC X(8).
       01 MonthsLoop           PIC 9(3).
       01 CutoffParts.
           03 CutoffYear       PIC 9(4).
           03 CutoffMonth      PIC 9(2).
           03 CutoffDay        PIC 9(2).
       01 DaysInMonth          PIC 9(2).
       01 LeapQuotient         PIC 9(4).
       01 LeapRemainder        PIC 9(4).
      * Every closed account on the master, with what the screening
      * found against it. CandStartSeqs is the sequence number of
      * an earlier U entry for the same ClientID - a purged ID
      * issued again - so only the later account's entries count.
       01 CandTableMax         PIC 9(3) VALUE 500.
       01 CandCount            PIC 9(3) VALUE 0.
       01 CandOverflow         PIC X(3) VALUE "NO".
       01 CandLoop             PIC 9(3).
       01 CandFound            PIC X(3).
       01 SearchClientID       PIC X(8).
       01 CandTable.
           03 CandEntry OCCURS 500 TIMES.
               05 CandIDs           PIC X(8).
               05 CandFunds         PIC S9(13)V99.
               05 CandCurrencies    PIC X(3).
               05 CandLastDates     PIC X(8).
               05 CandStartSeqs     PIC 9(8).
               05 CandPending       PIC X(3).
               05 CandStanding      PIC X(3).
               05 CandOutbound      PIC X(3).
               05 CandHolds         PIC X(3).
               05 CandDeposits      PIC X(3).
               05 CandLoans         PIC X(3).
               05 CandDisputes      PIC X(3).
               05 CandMandates      PIC X(3).
               05 CandCharges       PIC X(3).
       01 CandFailed           PIC X(3).
      * The credit and claw-back entries posted on the closed
      * accounts' dispute cases, tabled by the disputes screen so
      * the closing statement reads them as StatementRun does.
       01 CaseTableMax         PIC 9(3) VALUE 500.
       01 CaseCount            PIC 9(3) VALUE 0.
       01 CaseOverflow         PIC X(3) VALUE "NO".
       01 CaseLoop             PIC 9(3).
       01 CaseRole             PIC X(1).
       01 CaseTable.
           03 CaseEntry OCCURS 500 TIMES.
               05 HeldCaseCredits   PIC 9(8).
               05 HeldCaseClawbacks PIC 9(8).
       01 ClosedSinceDate      PIC X(8).
       01 StatementStartSeq    PIC 9(8).
       01 RetainedCount        PIC 9(5) VALUE 0.
       01 FailedCount          PIC 9(5) VALUE 0.
       01 PurgedCount          PIC 9(5) VALUE 0.
       01 ErrorCount           PIC 9(5) VALUE 0.
       01 EntryCount           PIC 9(5).
       01 OpeningBalance       PIC S9(13)V99.
       01 ClosingBalance       PIC S9(13)V99.
      * Unattended housekeeping run - its audit lines post as
      * BATCHRUN.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".

       01 PurgeHeadLine.
           03 Filler           PIC X(28)
               VALUE "CLOSED-ACCOUNT PURGE AS AT  ".
           03 PurgeHeadDate    PIC X(8).
           03 Filler           PIC X(19)
               VALUE "   CLOSED BEFORE   ".
           03 PurgeHeadCutoff  PIC X(8).
           03 Filler           PIC X(17) VALUE SPACES.

       01 PurgeExceptionLine.
           03 Filler           PIC X(10) VALUE "NOT PURGED".
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeExcClient   PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeExcReason   PIC X(10).
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeExcText     PIC X(49).

       01 PurgeDoneLine.
           03 Filler           PIC X(10) VALUE "PURGED    ".
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeDoneClient  PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeDoneName    PIC X(4).
           03 Filler           PIC X(1) VALUE SPACES.
           03 PurgeDoneSurname PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(13) VALUE "CLOSED SINCE ".
           03 PurgeDoneClosed  PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(6) VALUE "AUDIT ".
           03 PurgeDoneSeq     PIC 9(8).
           03 Filler           PIC X(15) VALUE SPACES.

       01 PurgeCountLine.
           03 PurgeCountText   PIC X(40).
           03 PurgeCountValue  PIC ZZZZ9.
           03 Filler           PIC X(35) VALUE SPACES.

       01 PurgeNoteLine.
           03 PurgeNoteText    PIC X(80).

       01 ClosingHeadLine.
           03 Filler           PIC X(22)
               VALUE "CLOSING STATEMENT     ".
           03 ClosingHeadClient PIC X(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ClosingHeadName  PIC X(4).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ClosingHeadSurname PIC X(3).
           03 Filler           PIC X(40) VALUE SPACES.

       01 ClosingInfoLine.
           03 Filler           PIC X(9) VALUE "CUSTOMER ".
           03 ClosingInfoCustomer PIC X(8).
           03 Filler           PIC X(11) VALUE "  CURRENCY ".
           03 ClosingInfoCurrency PIC X(3).
           03 Filler           PIC X(16) VALUE "  CLOSED SINCE  ".
           03 ClosingInfoClosed PIC X(8).
           03 Filler           PIC X(10) VALUE "  PURGED  ".
           03 ClosingInfoPurged PIC X(8).
           03 Filler           PIC X(7) VALUE SPACES.

       01 ClosingColumnLine.
           03 Filler           PIC X(8) VALUE "SEQ NO  ".
           03 Filler           PIC X(2) VALUE SPACES.
           03 Filler           PIC X(16) VALUE "POSTING TYPE    ".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "COUNTERP".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "           AMOUNT".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "          BALANCE".
           03 Filler           PIC X(9) VALUE SPACES.

       01 ClosingDetailLine.
           03 ClosingSeq       PIC 9(8).
           03 Filler           PIC X(2) VALUE SPACES.
           03 ClosingTypeText  PIC X(16).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ClosingCounterparty PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 ClosingAmount    PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 ClosingBalanceOut PIC -(13)9.99.
           03 Filler           PIC X(9) VALUE SPACES.

       01 ClosingTotalLine.
           03 ClosingTotalText PIC X(17).
           03 Filler           PIC X(27) VALUE SPACES.
           03 ClosingTotalAmount PIC -(13)9.99.
           03 Filler           PIC X(19) VALUE SPACES.

       01 ClosingNoteLine.
           03 ClosingNoteText  PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * The master is held under the interlock from the first scan
      * to the last DELETE, so nothing can post to, reopen or
      * re-screen an account between the checks and its purge.
           PERFORM LoadRunControlProcedure
           PERFORM LoadRetentionProcedure
           IF RetentionOnFile = "NO"
               DISPLAY "purge.ctl is not on file - ask operations to "
                   "set the retention period. Run stopped, nothing "
                   "purged."
           ELSE
               PERFORM ComputeCutoffProcedure
               PERFORM AcquireLockProcedure
               IF LockRefused = "NO"
                   OPEN I-O Client
                   IF ClientStatus NOT = "00"
                       DISPLAY "Cannot open the client master "
                           "clients.dat - file status " ClientStatus
                           ". Run ClientConvert to build it from "
                           "the old roster."
                   ELSE
                       PERFORM LoadCandidatesProcedure
                       PERFORM ScreenPendingProcedure
                       PERFORM ScreenStandingProcedure
                       PERFORM ScreenOutboundProcedure
                       PERFORM ScreenHoldsProcedure
                       PERFORM ScreenDepositsProcedure
                       PERFORM ScreenLoansProcedure
                       PERFORM ScreenDisputesProcedure
                       PERFORM ScreenMandatesProcedure
                       PERFORM ScreenChargesProcedure
                       PERFORM LoadClosureDatesProcedure
                       PERFORM PurgeCandidatesProcedure
                       CLOSE Client
                       DISPLAY "Closed-account purge complete - "
                           PurgedCount " purged, " FailedCount
                           " listed on purge.rpt, " RetainedCount
                           " still within retention."
                   END-IF
                   PERFORM ReleaseLockProcedure
               END-IF
           END-IF
           STOP RUN.

       LoadRunControlProcedure.
      * The business date the retention period counts back from -
      * the wall clock stands in when no runctl.dat exists.
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

       LoadRetentionProcedure.
           OPEN INPUT PurgeControl
           IF PurgeControlStatus = "00"
               READ PurgeControl
                   NOT AT END
                       IF CtlRetentionMonths IS NUMERIC
                               AND CtlRetentionMonths > 0
                           MOVE CtlRetentionMonths
                               TO RetentionMonths
                           MOVE "YES" TO RetentionOnFile
                       END-IF
               END-READ
           END-IF
           CLOSE PurgeControl.

       ComputeCutoffProcedure.
      * Steps the business date back one calendar month at a time,
      * clamping the day to the shorter months on the way - the
      * same count DormantSweep makes.
           MOVE BusinessDate TO CutoffParts
           MOVE 1 TO MonthsLoop
           PERFORM StepBackOneMonthProcedure
               UNTIL MonthsLoop > RetentionMonths
           MOVE CutoffParts TO CutoffDate.

       StepBackOneMonthProcedure.
           IF CutoffMonth = 1
               MOVE 12 TO CutoffMonth
               SUBTRACT 1 FROM CutoffYear
           ELSE
               SUBTRACT 1 FROM CutoffMonth
           END-IF
           PERFORM SetDaysInMonthProcedure
           IF CutoffDay > DaysInMonth
               MOVE DaysInMonth TO CutoffDay
           END-IF
           ADD 1 TO MonthsLoop.

       SetDaysInMonthProcedure.
           EVALUATE CutoffMonth
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DaysInMonth
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DaysInMonth
               WHEN 02
                   PERFORM SetFebruaryDaysProcedure
           END-EVALUATE.

       SetFebruaryDaysProcedure.
      * A leap year is divisible by 4, except a century year, which
      * must be divisible by 400.
           MOVE 28 TO DaysInMonth
           DIVIDE CutoffYear BY 4 GIVING LeapQuotient
               REMAINDER LeapRemainder
           IF LeapRemainder = 0
               MOVE 29 TO DaysInMonth
               DIVIDE CutoffYear BY 100 GIVING LeapQuotient
                   REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   DIVIDE CutoffYear BY 400 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder NOT = 0
                       MOVE 28 TO DaysInMonth
                   END-IF
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
                               " - run refused. Clear a stale "
                               "lock with LockClear."
                       END-IF
               END-READ
           END-IF
           CLOSE MasterLock
           IF LockRefused = "NO"
               MOVE SPACES TO LockRecord
               MOVE "CLOSEDPURGE" TO LockProgram
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

       LoadCandidatesProcedure.
      * One keyed pass over the master for the closed accounts. A
      * table overflow only defers the accounts that did not fit
      * to the next run - nothing is rewritten from the table.
           MOVE "NO" TO EndOfScan
           MOVE LOW-VALUES TO ClientID
           START Client KEY NOT < ClientID
           IF ClientStatus NOT = "00"
               MOVE "YES" TO EndOfScan
           END-IF
           PERFORM ReadCandidateProcedure
               UNTIL EndOfScan = "YES"
           IF CandOverflow = "YES"
               DISPLAY "More closed accounts than CandTable can "
                   "hold (" CandTableMax ") - the rest wait for "
                   "the next purge run."
           END-IF.

       ReadCandidateProcedure.
           READ Client NEXT
               AT END
                   MOVE "YES" TO EndOfScan
               NOT AT END
                   IF ClientAccountStatus = "C"
                       IF CandCount >= CandTableMax
                           MOVE "YES" TO CandOverflow
                           MOVE "YES" TO EndOfScan
                       ELSE
                           ADD 1 TO CandCount
                           MOVE ClientID TO CandIDs(CandCount)
                           MOVE ClientFund TO CandFunds(CandCount)
                           MOVE ClientCurrency
                               TO CandCurrencies(CandCount)
                           MOVE SPACES TO CandLastDates(CandCount)
                           MOVE 0 TO CandStartSeqs(CandCount)
                           MOVE "NO" TO CandPending(CandCount)
                           MOVE "NO" TO CandStanding(CandCount)
                           MOVE "NO" TO CandOutbound(CandCount)
                           MOVE "NO" TO CandHolds(CandCount)
                           MOVE "NO" TO CandDeposits(CandCount)
                           MOVE "NO" TO CandLoans(CandCount)
                           MOVE "NO" TO CandDisputes(CandCount)
                           MOVE "NO" TO CandMandates(CandCount)
                           MOVE "NO" TO CandCharges(CandCount)
                       END-IF
                   END-IF
           END-READ.

       FindCandidateProcedure.
      * Looks SearchClientID up among the closed accounts and, on a
      * match, leaves CandLoop pointing at its row.
           MOVE "NO" TO CandFound
           MOVE 1 TO CandLoop
           PERFORM ScanCandidateProcedure
               UNTIL CandLoop > CandCount OR CandFound = "YES".

       ScanCandidateProcedure.
           IF CandIDs(CandLoop) = SearchClientID
               MOVE "YES" TO CandFound
           ELSE
               ADD 1 TO CandLoop
           END-IF.

       ScreenPendingProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT PendingPayments
           IF PendingStatus = "00"
               PERFORM ReadPendingProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE PendingPayments.

       ReadPendingProcedure.
      * Either side of a pending payment still expects the account
      * to be there on its value date.
           READ PendingPayments
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF PpStatus = "P"
                       MOVE PpFromClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandPending(CandLoop)
                       END-IF
                       MOVE PpToClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandPending(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenStandingProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT StandingOrders
           IF StandingStatus = "00"
               PERFORM ReadStandingProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE StandingOrders.

       ReadStandingProcedure.
           READ StandingOrders
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF SoStatus = "A" OR SoStatus = "S"
                       MOVE SoFromClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandStanding(CandLoop)
                       END-IF
                       MOVE SoToClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandStanding(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenOutboundProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT OutboundRegister
           IF OutboundRegStatus = "00"
               PERFORM ReadOutboundProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE OutboundRegister.

       ReadOutboundProcedure.
           READ OutboundRegister
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF ObStatus = "P"
                       MOVE ObOriginClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandOutbound(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenHoldsProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT FundsHolds
           IF HoldsStatus = "00"
               PERFORM ReadHoldProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE FundsHolds.

       ReadHoldProcedure.
      * An active hold counts until HoldExpiry closes it, even past
      * its expiry date - the register is what operations clears.
           READ FundsHolds
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF HdStatus = "A"
                       MOVE HdClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandHolds(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenDepositsProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT TermDeposits
           IF DepositsStatus = "00"
               PERFORM ReadDepositProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE TermDeposits.

       ReadDepositProcedure.
           READ TermDeposits
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF TdStatus = "A"
                       MOVE TdClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandDeposits(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenLoansProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT LoanMaster
           IF LoanMasterStatus = "00"
               PERFORM ReadLoanProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE LoanMaster.

       ReadLoanProcedure.
           READ LoanMaster
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF LnStatus = "A"
                       MOVE LnClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandLoans(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenDisputesProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ReadDisputeProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE DisputeFile
           IF CaseOverflow = "YES"
               DISPLAY "More dispute postings than CaseTable can "
                   "hold (" CaseTableMax ") - the rest print as "
                   "DIRECT DEBIT RFD on closing.rpt."
           END-IF.

       ReadDisputeProcedure.
      * A case closed either way (F, A or W) no longer holds the
      * account, but its credit and claw-back are still on the
      * account's history.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   MOVE CsClientID TO SearchClientID
                   PERFORM FindCandidateProcedure
                   IF CandFound = "YES"
                       IF CsStatus = "O" OR CsStatus = "P"
                           MOVE "YES" TO CandDisputes(CandLoop)
                       END-IF
                       PERFORM TableCasePostingsProcedure
                   END-IF
           END-READ.

       TableCasePostingsProcedure.
           IF CsCreditSeq NOT = 0 OR CsClawbackSeq NOT = 0
               IF CaseCount >= CaseTableMax
                   MOVE "YES" TO CaseOverflow
               ELSE
                   ADD 1 TO CaseCount
                   MOVE CsCreditSeq TO HeldCaseCredits(CaseCount)
                   MOVE CsClawbackSeq TO HeldCaseClawbacks(CaseCount)
               END-IF
           END-IF.

       ScreenMandatesProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT MandateRegister
           IF MandateRegisterStatus = "00"
               PERFORM ReadMandateProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE MandateRegister.

       ReadMandateProcedure.
           READ MandateRegister
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF MdStatus = "A"
                       MOVE MdClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandMandates(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       ScreenChargesProcedure.
           MOVE "NO" TO EndOfFile
           OPEN INPUT HeldCharges
           IF HeldChargeStatus = "00"
               PERFORM ReadHeldChargeProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE HeldCharges.

       ReadHeldChargeProcedure.
           READ HeldCharges
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF HcLcuAmount > 0
                       MOVE HcClientID TO SearchClientID
                       PERFORM FindCandidateProcedure
                       IF CandFound = "YES"
                           MOVE "YES" TO CandCharges(CandLoop)
                       END-IF
                   END-IF
           END-READ.

       LoadClosureDatesProcedure.
      * One pass of the audit trail, keeping the latest business
      * date seen for each closed account - YYYYMMDD compares
      * correctly as text, and SPACES (entries written before the
      * column existed, or an account with no entries at all) sorts
      * below every real date, so such an account counts as closed
      * since time out of mind, as DormantSweep counts it idle. A
      * U entry for the ID is an earlier account's purge - what
      * came before it is that account's history, not this one's.
           MOVE "NO" TO EndOfFile
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadClosureEntryProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE AuditLog.

       ReadClosureEntryProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   MOVE AuditClientID TO SearchClientID
                   PERFORM FindCandidateProcedure
                   IF CandFound = "YES"
                       IF AuditTrType = "U"
                           MOVE AuditSeqNo TO CandStartSeqs(CandLoop)
                           MOVE SPACES TO CandLastDates(CandLoop)
                       ELSE
                       IF AuditBusinessDate > CandLastDates(CandLoop)
                           MOVE AuditBusinessDate
                               TO CandLastDates(CandLoop)
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       PurgeCandidatesProcedure.
           OPEN OUTPUT PurgeReport
           OPEN OUTPUT ClosingStatements
           MOVE BusinessDate TO PurgeHeadDate
           MOVE CutoffDate TO PurgeHeadCutoff
           WRITE PurgeLine FROM PurgeHeadLine
           MOVE SPACES TO PurgeLine
           WRITE PurgeLine
           MOVE 1 TO CandLoop
           PERFORM JudgeCandidateProcedure
               UNTIL CandLoop > CandCount
           PERFORM WriteTotalsProcedure
           CLOSE PurgeReport
           CLOSE ClosingStatements.

       JudgeCandidateProcedure.
      * An account still inside its retention period is simply not
      * due yet. One that is due is listed with every reason that
      * holds it back, so operations can clear them all in one go.
           IF CandLastDates(CandLoop) NOT < CutoffDate
               ADD 1 TO RetainedCount
           ELSE
               MOVE "NO" TO CandFailed
               IF CandFunds(CandLoop) NOT = 0
                   MOVE "BALANCE" TO PurgeExcReason
                   MOVE "BALANCE IS NOT ZERO" TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandPending(CandLoop) = "YES"
                   MOVE "PENDING" TO PurgeExcReason
                   MOVE "PENDING PAYMENT ON PENDING.DAT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandStanding(CandLoop) = "YES"
                   MOVE "STANDING" TO PurgeExcReason
                   MOVE "ACTIVE OR SUSPENDED STANDING ORDER"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandOutbound(CandLoop) = "YES"
                   MOVE "INTERBANK" TO PurgeExcReason
                   MOVE "OUTBOUND PAYMENT AWAITING ACKNOWLEDGMENT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandHolds(CandLoop) = "YES"
                   MOVE "HOLD" TO PurgeExcReason
                   MOVE "ACTIVE HOLD ON HOLDS.DAT" TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandDeposits(CandLoop) = "YES"
                   MOVE "DEPOSIT" TO PurgeExcReason
                   MOVE "ACTIVE TERM DEPOSIT ON DEPOSITS.DAT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandLoans(CandLoop) = "YES"
                   MOVE "LOAN" TO PurgeExcReason
                   MOVE "ACTIVE LOAN ON LOANS.DAT" TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandDisputes(CandLoop) = "YES"
                   MOVE "DISPUTE" TO PurgeExcReason
                   MOVE "OPEN OR PROVISIONAL CASE ON DISPUTES.DAT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandMandates(CandLoop) = "YES"
                   MOVE "MANDATE" TO PurgeExcReason
                   MOVE "ACTIVE DIRECT-DEBIT MANDATE ON MANDATES.DAT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandCharges(CandLoop) = "YES"
                   MOVE "CHARGE" TO PurgeExcReason
                   MOVE "HELD-BACK CHARGE OUTSTANDING ON CHGHELD.DAT"
                       TO PurgeExcText
                   PERFORM WriteExceptionProcedure
               END-IF
               IF CandFailed = "YES"
                   ADD 1 TO FailedCount
               ELSE
                   PERFORM PurgeAccountProcedure
               END-IF
           END-IF
           ADD 1 TO CandLoop.

       WriteExceptionProcedure.
           MOVE "YES" TO CandFailed
           MOVE CandIDs(CandLoop) TO PurgeExcClient
           WRITE PurgeLine FROM PurgeExceptionLine.

       PurgeAccountProcedure.
      * The record is read back and deleted first; only a DELETE
      * that took is written to the history and the audit trail,
      * so a failure leaves the account on the master exactly as
      * it was, to be picked up by the next run.
           MOVE CandIDs(CandLoop) TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
               ADD 1 TO ErrorCount
               DISPLAY "Cannot re-read ClientID " CandIDs(CandLoop)
                   " - file status " ClientStatus " - not purged."
           ELSE
               DELETE Client RECORD
               IF ClientStatus NOT = "00"
                   ADD 1 TO ErrorCount
                   DISPLAY "DELETE failed for ClientID " ClientID
                       " - file status " ClientStatus
                       " - not purged."
               ELSE
                   MOVE CandLastDates(CandLoop) TO ClosedSinceDate
                   MOVE CandStartSeqs(CandLoop) TO StatementStartSeq
                   PERFORM NextAuditSeqProcedure
                   PERFORM WriteHistoryProcedure
                   PERFORM WritePurgeAuditProcedure
                   ADD 1 TO PurgedCount
                   MOVE ClientID TO PurgeDoneClient
                   MOVE ClientName TO PurgeDoneName
                   MOVE ClientSurname TO PurgeDoneSurname
                   MOVE ClosedSinceDate TO PurgeDoneClosed
                   MOVE AuditSeq TO PurgeDoneSeq
                   WRITE PurgeLine FROM PurgeDoneLine
                   PERFORM WriteClosingStatementProcedure
               END-IF
           END-IF.

       WriteHistoryProcedure.
           MOVE SPACES TO ClosedHistRecord
           MOVE CRecord TO ChClientData
           MOVE ClosedSinceDate TO ChClosedDate
           MOVE BusinessDate TO ChPurgedDate
           MOVE AuditSeq TO ChPurgeSeqNo
           MOVE OperatorID TO ChPurgedBy
           OPEN EXTEND ClosedHistory
           WRITE ClosedHistRecord
           CLOSE ClosedHistory.

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

       WritePurgeAuditProcedure.
      * A purge is a roster event like a closure - zero amount,
      * unchanged fund, type U - the last entry the account will
      * ever have.
           MOVE SPACES TO AuditRecord
           MOVE AuditSeq TO AuditSeqNo
           MOVE ClientID TO AuditClientID
           MOVE ClientFund TO AuditOldFund
           MOVE ClientFund TO AuditNewFund
           MOVE 0 TO AuditAmount
           MOVE "U" TO AuditTrType
           MOVE BusinessDate TO AuditBusinessDate
           MOVE OperatorID TO AuditOperator
           IF ClientCurrency = SPACES
               MOVE "LCU" TO AuditCurrency
           ELSE
               MOVE ClientCurrency TO AuditCurrency
           END-IF

           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteClosingStatementProcedure.
      * The account's final statement, laid out as StatementRun lays
      * one out: every entry still on the live log in sequence
      * order, the purge entry last, and the closing balance the
      * master held when the record was deleted.
           MOVE 0 TO EntryCount
           MOVE 0 TO OpeningBalance
           MOVE ClientFund TO ClosingBalance

           MOVE SPACES TO ClosingLine
           WRITE ClosingLine
           MOVE ClientID TO ClosingHeadClient
           MOVE ClientName TO ClosingHeadName
           MOVE ClientSurname TO ClosingHeadSurname
           WRITE ClosingLine FROM ClosingHeadLine
           MOVE ClientCustomerID TO ClosingInfoCustomer
           IF ClientCurrency = SPACES
               MOVE "LCU" TO ClosingInfoCurrency
           ELSE
               MOVE ClientCurrency TO ClosingInfoCurrency
           END-IF
           MOVE ClosedSinceDate TO ClosingInfoClosed
           MOVE BusinessDate TO ClosingInfoPurged
           WRITE ClosingLine FROM ClosingInfoLine
           WRITE ClosingLine FROM ClosingColumnLine

           MOVE "NO" TO EndOfFile
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ReadStatementEntryProcedure
                   UNTIL EndOfFile = "YES"
           END-IF
           CLOSE AuditLog

           MOVE "CLOSING BALANCE" TO ClosingTotalText
           MOVE ClosingBalance TO ClosingTotalAmount
           WRITE ClosingLine FROM ClosingTotalLine
           MOVE "ACCOUNT PURGED - MOVED TO CLOSED-ACCOUNT HISTORY"
               TO ClosingNoteText
           WRITE ClosingLine FROM ClosingNoteLine.

       ReadStatementEntryProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   IF AuditClientID = ClientID
                           AND AuditSeqNo > StatementStartSeq
                       PERFORM WriteStatementEntryProcedure
                   END-IF
           END-READ.

       WriteStatementEntryProcedure.
           IF EntryCount = 0
               MOVE AuditOldFund TO OpeningBalance
               MOVE "OPENING BALANCE" TO ClosingTotalText
               MOVE OpeningBalance TO ClosingTotalAmount
               WRITE ClosingLine FROM ClosingTotalLine
           END-IF
           ADD 1 TO EntryCount

           MOVE AuditSeqNo TO ClosingSeq
           PERFORM SpellTrTypeProcedure
           PERFORM FindEntryCaseProcedure
           MOVE AuditCounterparty TO ClosingCounterparty
           MOVE AuditAmount TO ClosingAmount
           MOVE AuditNewFund TO ClosingBalanceOut
           WRITE ClosingLine FROM ClosingDetailLine.

       SpellTrTypeProcedure.
           EVALUATE AuditTrType
               WHEN "D"
                   MOVE "DEPOSIT" TO ClosingTypeText
               WHEN "W"
                   MOVE "WITHDRAWAL" TO ClosingTypeText
               WHEN "T"
                   MOVE "TRANSFER TO BANK" TO ClosingTypeText
               WHEN "X"
                   MOVE "CLIENT TRANSFER" TO ClosingTypeText
               WHEN "I"
                   MOVE "INTEREST" TO ClosingTypeText
               WHEN "F"
                   MOVE "SERVICE CHARGE" TO ClosingTypeText
               WHEN "B"
                   MOVE "BALANCE B/FWD" TO ClosingTypeText
               WHEN "V"
                   MOVE "REVERSAL OF ITEM" TO ClosingTypeText
               WHEN "Q"
                   MOVE "CHEQUE PAID" TO ClosingTypeText
               WHEN "O"
                   MOVE "ACCOUNT OPENED" TO ClosingTypeText
               WHEN "A"
                   MOVE "ACCOUNT AMENDED" TO ClosingTypeText
               WHEN "C"
                   MOVE "ACCOUNT CLOSED" TO ClosingTypeText
               WHEN "S"
                   MOVE "SUPERVISOR OVRD" TO ClosingTypeText
               WHEN "E"
                   MOVE "INTERBANK OUT" TO ClosingTypeText
               WHEN "R"
                   MOVE "INTERBANK IN" TO ClosingTypeText
               WHEN "L"
                   MOVE "LOAN REPAYMENT" TO ClosingTypeText
               WHEN "P"
                   MOVE "TERM DEP PLACED" TO ClosingTypeText
               WHEN "M"
                   MOVE "TERM DEP MATURED" TO ClosingTypeText
               WHEN "K"
                   MOVE "TERM DEP BROKEN" TO ClosingTypeText
               WHEN "G"
                   MOVE "DIRECT DEBIT" TO ClosingTypeText
               WHEN "H"
                   MOVE "DIRECT DEBIT RFD" TO ClosingTypeText
               WHEN "Y"
                   MOVE "TAX ON INTEREST" TO ClosingTypeText
               WHEN "J"
                   MOVE "SUSPENSE CREDIT" TO ClosingTypeText
               WHEN "U"
                   MOVE "ACCOUNT PURGED" TO ClosingTypeText
               WHEN OTHER
                   MOVE "UNKNOWN" TO ClosingTypeText
           END-EVALUATE.

       FindEntryCaseProcedure.
      * An H entry that is a dispute case's credit or claw-back
      * reads as such, the way StatementRun prints it; any other H
      * is a direct-debit claim refund.
           MOVE SPACE TO CaseRole
           IF AuditTrType = "H"
               MOVE 1 TO CaseLoop
               PERFORM ScanEntryCaseProcedure
                   UNTIL CaseLoop > CaseCount
           END-IF
           IF CaseRole = "C"
               MOVE "DISPUTE CREDIT" TO ClosingTypeText
           END-IF
           IF CaseRole = "K"
               MOVE "DISPUTE CLAWBACK" TO ClosingTypeText
           END-IF.

       ScanEntryCaseProcedure.
           IF HeldCaseCredits(CaseLoop) = AuditSeqNo
               MOVE "C" TO CaseRole
           END-IF
           IF HeldCaseClawbacks(CaseLoop) = AuditSeqNo
               MOVE "K" TO CaseRole
           END-IF
           ADD 1 TO CaseLoop.

       WriteTotalsProcedure.
           MOVE SPACES TO PurgeLine
           WRITE PurgeLine
           IF CandOverflow = "YES"
               MOVE "TABLE FULL - REST WAIT FOR THE NEXT RUN"
                   TO PurgeNoteText
               WRITE PurgeLine FROM PurgeNoteLine
           END-IF
           MOVE "RETENTION PERIOD (MONTHS)" TO PurgeCountText
           MOVE RetentionMonths TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine
           MOVE "CLOSED ACCOUNTS ON THE MASTER" TO PurgeCountText
           MOVE CandCount TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine
           MOVE "STILL WITHIN RETENTION" TO PurgeCountText
           MOVE RetainedCount TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine
           MOVE "DUE BUT NOT PURGED - SEE ABOVE" TO PurgeCountText
           MOVE FailedCount TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine
           MOVE "PURGED TO CLOSEDHIST.DAT" TO PurgeCountText
           MOVE PurgedCount TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine
           MOVE "MASTER ERRORS - SEE THE RUN LOG" TO PurgeCountText
           MOVE ErrorCount TO PurgeCountValue
           WRITE PurgeLine FROM PurgeCountLine.
       END PROGRAM ClosedPurge.
