      * formatted statement to statements.rpt: opening balance, each
      * posting in sequence order with its type spelled out and the
      * counterparty shown, and a closing balance tied back to the
      * ClientFund held on clients.dat. An account still on the
      * roster also gets its ledger and available balances side by
      * side - the available balance being ClientFund plus the
      * credit limit less the active holds on holds.dat - so the
      * customer sees why money on the ledger cannot be spent.
      * An account ClosedPurge has taken off the roster is found on
      * the closed-account history closedhist.dat instead, and its
      * statement ties to the balance it was purged at. A purged
      * ClientID can be issued again, so a statement only takes the
      * entries of the one account it is for: a live account's
      * after the ID's last purge, a purged account's after the
      * purge before its own and up to its own U entry.
      * A posting a customer has disputed carries the dispute case
      * number off disputes.dat in the CASE NO column, and so do the
      * provisional credit granted on the case and any claw-back of
      * it, which read DISPUTE CREDIT and DISPUTE CLAWBACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatementRun.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StatementStatus.

           SELECT OPTIONAL RunControl
           ASSIGN TO "./runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL FundsHolds
           ASSIGN TO "./holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsStatus.

           SELECT OPTIONAL ClosedHistory
           ASSIGN TO "./closedhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClosedHistStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Client.
       FD StatementFile.
       01 StatementLine        PIC X(80).

       FD RunControl.
       01 RunControlRecord.
           03 RunBusinessDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       FD FundsHolds.
           COPY "holdrec.cpy".

       FD ClosedHistory.
           COPY "closedrec.cpy".

       FD DisputeFile.
           COPY "dispute.cpy".

       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 EndOfFile            PIC X(3) VALUE "NO".
           03 Filler           PIC X(17) VALUE "           AMOUNT".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "          BALANCE".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "CASE NO ".

       01 StmtDetailLine.
           03 StmtSeq          PIC 9(8).
           03 StmtAmount       PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 StmtBalance      PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 StmtCase         PIC X(8).

       01 StmtTotalLine.
           03 StmtTotalText    PIC X(17).
       01 StmtNoteLine.
           03 StmtNoteText     PIC X(80).

       01 StmtBalancesLine.
           03 Filler           PIC X(7) VALUE "LEDGER ".
           03 StmtLedger       PIC -(13)9.99.
           03 Filler           PIC X(12) VALUE "  AVAILABLE ".
           03 StmtAvailable    PIC -(13)9.99.
           03 Filler           PIC X(10) VALUE "  ON HOLD ".
           03 StmtOnHold       PIC -(13)9.99.

       01 ClientTable.
           03 ClientEntry OCCURS 200 TIMES.
               05 ClientNames       PIC A(4).
       01 CustAccountCount     PIC 9(3).
       01 CustScanLoop         PIC 9(3).

      * Active holds off holds.dat, tabled once for the run.
       01 RunControlStatus     PIC X(2).
       01 BusinessDate         PIC X(8).
       01 HoldsStatus          PIC X(2).
       01 EndOfHolds           PIC X(3) VALUE "NO".
       01 HoldTableMax         PIC 9(3) VALUE 500.
       01 HoldCount            PIC 9(3) VALUE 0.
       01 HoldOverflow         PIC X(3) VALUE "NO".
       01 HoldLoop             PIC 9(3).
       01 HoldClientKey        PIC X(8).
       01 HoldTotal            PIC S9(13)V99.
       01 AvailableFunds       PIC S9(13)V99.
       01 HoldTable.
           03 HoldEntry OCCURS 500 TIMES.
               05 HeldHoldClientIDs PIC X(8).
               05 HeldHoldAmounts   PIC 9(13)V99.
               05 HeldHoldExpiries  PIC X(8).

      * The purged account's details off closedhist.dat, when a
      * typed ClientID is not on the roster.
       01 ClosedHistStatus     PIC X(2).
       01 EndOfHistory         PIC X(3).
       01 PurgedFound          PIC X(3) VALUE "NO".
       01 PurgedName           PIC A(4).
       01 PurgedSurname        PIC A(3).
       01 PurgedFund           PIC S9(13)V99.
       01 PurgedDate           PIC X(8).
      * The ID's latest purge and the one before it, and the
      * sequence-number window of the statement being written.
       01 PurgeLastSeq         PIC 9(8).
       01 PurgePrevSeq         PIC 9(8).
       01 StmtFromSeq          PIC 9(8).
       01 StmtToSeq            PIC 9(8).

      * The dispute cases off disputes.dat, tabled once for the run -
      * the disputed entry, and the credit and claw-back posted on
      * the case, each against its case number.
       01 DisputeStatus        PIC X(2).
       01 EndOfDisputes        PIC X(3) VALUE "NO".
       01 CaseTableMax         PIC 9(3) VALUE 500.
       01 CaseCount            PIC 9(3) VALUE 0.
       01 CaseOverflow         PIC X(3) VALUE "NO".
       01 CaseLoop             PIC 9(3).
       01 CaseRole             PIC X(1).
       01 CaseTable.
           03 CaseEntry OCCURS 500 TIMES.
               05 HeldCaseNos       PIC 9(8).
               05 HeldCaseSeqs      PIC 9(8).
               05 HeldCaseCredits   PIC 9(8).
               05 HeldCaseClawbacks PIC 9(8).

       01 CustHeadLine.
           03 Filler           PIC X(32)
               VALUE "COMBINED STATEMENT FOR CUSTOMER ".
           END-IF

           PERFORM LoadClientsProcedure
           PERFORM LoadRunControlProcedure
           PERFORM LoadHoldsProcedure
           IF HoldOverflow = "YES"
               DISPLAY "WARNING: holds.dat holds more active holds "
                   "than HoldTable can hold (" HoldTableMax "). "
                   "Available balances are left off the statements."
           END-IF
           PERFORM LoadDisputesProcedure
           IF CaseOverflow = "YES"
               DISPLAY "WARNING: disputes.dat has more cases than "
                   "CaseTable can hold (" CaseTableMax "). Case "
                   "numbers of the later cases are left off the "
                   "statements."
           END-IF
           IF TargetClientID NOT = SPACES
               PERFORM FindCustomerProcedure
           END-IF
               ADD 1 TO CLoop
           END-IF.

       FindPurgedProcedure.
      * One pass of the closed-account history. A purged ClientID
      * can be issued again and purged again, so the row with the
      * highest ChPurgeSeqNo - the latest purge - is the one kept,
      * and the purge before it is noted too.
           MOVE "NO" TO PurgedFound
           MOVE 0 TO PurgeLastSeq
           MOVE 0 TO PurgePrevSeq
           MOVE "NO" TO EndOfHistory
           OPEN INPUT ClosedHistory
           IF ClosedHistStatus = "00"
               PERFORM ReadPurgedProcedure
                   UNTIL EndOfHistory = "YES"
           END-IF
           CLOSE ClosedHistory.

       ReadPurgedProcedure.
           READ ClosedHistory
               AT END
                   MOVE "YES" TO EndOfHistory
               NOT AT END
                   IF ChClientID = TargetClientID
                       PERFORM KeepPurgeProcedure
                   END-IF
           END-READ.

       KeepPurgeProcedure.
           IF ChPurgeSeqNo > PurgeLastSeq
               MOVE PurgeLastSeq TO PurgePrevSeq
               MOVE ChPurgeSeqNo TO PurgeLastSeq
               MOVE "YES" TO PurgedFound
               MOVE ChClientName TO PurgedName
               MOVE ChClientSurname TO PurgedSurname
               MOVE ChClientFund TO PurgedFund
               MOVE ChPurgedDate TO PurgedDate
           ELSE
               IF ChPurgeSeqNo > PurgePrevSeq
                   MOVE ChPurgeSeqNo TO PurgePrevSeq
               END-IF
           END-IF.

       SetEntryWindowProcedure.
      * A live account's entries are those after the ID's latest
      * purge; a purged account's run from after the purge before
      * its own up to and including its own U entry. An ID on
      * neither file takes everything posted under it.
           PERFORM FindPurgedProcedure
           MOVE 0 TO StmtFromSeq
           MOVE 99999999 TO StmtToSeq
           IF OnRoster = "YES"
               MOVE PurgeLastSeq TO StmtFromSeq
           ELSE
               IF PurgedFound = "YES"
                   MOVE PurgePrevSeq TO StmtFromSeq
                   MOVE PurgeLastSeq TO StmtToSeq
               END-IF
           END-IF.

       WriteStatementProcedure.
      * One client's statement: header, column headings, opening
      * balance (the AuditOldFund of the first entry on file), every
           MOVE 0 TO EntryCount
           MOVE 0 TO OpeningBalance
           MOVE 0 TO ClosingBalance
           PERFORM SetEntryWindowProcedure

           MOVE SPACES TO StatementLine
           WRITE StatementLine
           IF OnRoster = "YES"
               MOVE ClientNames(CIndex) TO StmtHeadName
               MOVE ClientSurnames(CIndex) TO StmtHeadSurname
           ELSE
           IF PurgedFound = "YES"
               MOVE PurgedName TO StmtHeadName
               MOVE PurgedSurname TO StmtHeadSurname
           ELSE
               MOVE SPACES TO StmtHeadName
               MOVE SPACES TO StmtHeadSurname
           END-IF
           END-IF
           WRITE StatementLine FROM StmtHeadLine
           WRITE StatementLine FROM StmtColumnLine

                   MOVE ClientFunds(CIndex) TO OpeningBalance
                   MOVE ClientFunds(CIndex) TO ClosingBalance
               END-IF
               IF OnRoster = "NO" AND PurgedFound = "YES"
                   MOVE PurgedFund TO OpeningBalance
                   MOVE PurgedFund TO ClosingBalance
               END-IF
           END-IF

           MOVE "CLOSING BALANCE" TO StmtTotalText
           WRITE StatementLine FROM StmtTotalLine

           PERFORM TieBalanceProcedure
           IF OnRoster = "YES"
               PERFORM WriteBalancesProcedure
           END-IF
           ADD 1 TO StatementCount.

       ReadAuditEntryProcedure.
                   MOVE "YES" TO EndOfAudit
               NOT AT END
                   IF AuditClientID = TargetClientID
                           AND AuditSeqNo > StmtFromSeq
                           AND AuditSeqNo NOT > StmtToSeq
                       PERFORM WriteStatementEntryProcedure
                   END-IF
           END-READ.

           MOVE AuditSeqNo TO StmtSeq
           PERFORM SpellTrTypeProcedure
           PERFORM FindEntryCaseProcedure
           MOVE AuditCounterparty TO StmtCounterparty
           MOVE AuditAmount TO StmtAmount
           MOVE AuditNewFund TO StmtBalance
                   MOVE "INTERBANK OUT" TO StmtTypeText
               WHEN "R"
                   MOVE "INTERBANK IN" TO StmtTypeText
               WHEN "L"
                   MOVE "LOAN REPAYMENT" TO StmtTypeText
               WHEN "P"
                   MOVE "TERM DEP PLACED" TO StmtTypeText
               WHEN "M"
                   MOVE "TERM DEP MATURED" TO StmtTypeText
               WHEN "K"
                   MOVE "TERM DEP BROKEN" TO StmtTypeText
               WHEN "G"
                   MOVE "DIRECT DEBIT" TO StmtTypeText
               WHEN "H"
                   MOVE "DIRECT DEBIT RFD" TO StmtTypeText
               WHEN "Y"
                   MOVE "TAX ON INTEREST" TO StmtTypeText
               WHEN "J"
                   MOVE "SUSPENSE CREDIT" TO StmtTypeText
               WHEN "U"
                   MOVE "ACCOUNT PURGED" TO StmtTypeText
               WHEN OTHER
                   MOVE "UNKNOWN" TO StmtTypeText
           END-EVALUATE.

       FindEntryCaseProcedure.
      * Puts the dispute case number against the entry when it is a
      * disputed posting, or a case's credit or claw-back - those
      * are H entries, and read as the dispute refunds they are. An
      * entry disputed more than once shows its latest case.
           MOVE SPACES TO StmtCase
           MOVE SPACE TO CaseRole
           MOVE 1 TO CaseLoop
           PERFORM ScanEntryCaseProcedure
               UNTIL CaseLoop > CaseCount
           IF CaseRole = "C"
               MOVE "DISPUTE CREDIT" TO StmtTypeText
           END-IF
           IF CaseRole = "K"
               MOVE "DISPUTE CLAWBACK" TO StmtTypeText
           END-IF.

       ScanEntryCaseProcedure.
           IF HeldCaseSeqs(CaseLoop) = AuditSeqNo
               MOVE HeldCaseNos(CaseLoop) TO StmtCase
               MOVE "D" TO CaseRole
           END-IF
           IF HeldCaseCredits(CaseLoop) = AuditSeqNo
                   AND AuditTrType = "H"
               MOVE HeldCaseNos(CaseLoop) TO StmtCase
               MOVE "C" TO CaseRole
           END-IF
           IF HeldCaseClawbacks(CaseLoop) = AuditSeqNo
                   AND AuditTrType = "H"
               MOVE HeldCaseNos(CaseLoop) TO StmtCase
               MOVE "K" TO CaseRole
           END-IF
           ADD 1 TO CaseLoop.

       LoadDisputesProcedure.
           MOVE 0 TO CaseCount
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ReadDisputeProcedure
                   UNTIL EndOfDisputes = "YES"
           END-IF
           CLOSE DisputeFile.

       ReadDisputeProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF CaseCount >= CaseTableMax
                       MOVE "YES" TO EndOfDisputes
                       MOVE "YES" TO CaseOverflow
                   ELSE
                       ADD 1 TO CaseCount
                       MOVE CsCaseNo TO HeldCaseNos(CaseCount)
                       MOVE CsAuditSeq TO HeldCaseSeqs(CaseCount)
                       MOVE CsCreditSeq TO HeldCaseCredits(CaseCount)
                       MOVE CsClawbackSeq
                           TO HeldCaseClawbacks(CaseCount)
                   END-IF
           END-READ.

       TieBalanceProcedure.
      * The statement has to prove itself against the roster: the
      * closing balance reconstructed from the audit trail must equal
      * the ClientFund clients.dat holds right now. A mismatch means
      * a balance was changed outside the posting programs. A
      * purged account ties instead to the balance closedhist.dat
      * recorded when it left the master.
           IF OnRoster = "NO"
               IF PurgedFound = "YES"
                   MOVE SPACES TO StmtNoteLine
                   MOVE "PURGED" TO StmtNoteText
                   MOVE PurgedDate TO StmtNoteText(8:8)
                   MOVE "- DETAILS FROM CLOSED-ACCOUNT HISTORY"
                       TO StmtNoteText(17:)
                   WRITE StatementLine FROM StmtNoteLine
                   IF ClosingBalance = PurgedFund
                       MOVE "CLOSING BALANCE AGREES WITH CLOSEDHIST.DAT"
                           TO StmtNoteText
                   ELSE
                       MOVE "WARNING: CLOSING BALANCE DOES NOT MATCH "
                           TO StmtNoteText
                       MOVE "CLOSEDHIST.DAT - INVESTIGATE"
                           TO StmtNoteText(41:)
                   END-IF
               ELSE
                   MOVE "ACCOUNT IS NO LONGER ON THE ROSTER"
                       TO StmtNoteText
               END-IF
               WRITE StatementLine FROM StmtNoteLine
           ELSE
               IF ClosingBalance = ClientFunds(CIndex)
               END-IF
               WRITE StatementLine FROM StmtNoteLine
           END-IF.

       WriteBalancesProcedure.
      * Ledger and available balance side by side, as the account
      * stands on clients.dat now.
           IF HoldOverflow = "YES"
               MOVE "AVAILABLE BALANCE NOT SHOWN - HOLDS REGISTER "
                   TO StmtNoteText
               MOVE "TOO LARGE TO LOAD" TO StmtNoteText(46:)
               WRITE StatementLine FROM StmtNoteLine
           ELSE
               MOVE ClientIDs(CIndex) TO HoldClientKey
               PERFORM SumHoldsProcedure
               COMPUTE AvailableFunds = ClientFunds(CIndex)
                   + ClientCreditLimits(CIndex) - HoldTotal
               MOVE ClientFunds(CIndex) TO StmtLedger
               MOVE AvailableFunds TO StmtAvailable
               MOVE HoldTotal TO StmtOnHold
               WRITE StatementLine FROM StmtBalancesLine
           END-IF.

       LoadRunControlProcedure.
      * The business date decides which holds have lapsed - the
      * wall clock stands in when no runctl.dat exists.
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
       END PROGRAM StatementRun.
