      * Customer-notification run, nightly. The posting programs
      * drop a row on the outbox notices.dat (see notice.cpy) for
      * every account event the customer must be told of - a
      * bounced cheque, a refused interbank payment sent back, an
      * account gone dormant, a standing order unpaid for lack of
      * funds, an account taken into overdraft. This run looks each
      * pending notice's customer up on customers.dat and renders it
      * into the mail-house extract mailhouse.dat - a HDR row with
      * the business date, one row per letter carrying the
      * customer's name and CustContact details, the event and its
      * wording, and a TRL row with the letter count and the sum of
      * the amounts as hash - and marks the notice sent. A notice
      * whose account has no linked customer, whose customer is not
      * on the master, or whose customer has no contact details on
      * file cannot be sent: it is listed on notices.rpt and stays
      * pending, so it goes out on the first run after the record
      * is put right. A notice stays on the outbox marked sent for
      * the night it went, then moves to the sent history
      * noticehist.dat on the next run, which keeps the outbox to
      * what is still live. The outbox is only ever rewritten under
      * the client-master interlock - every program that appends to
      * it holds the lock while it does - so the lock is taken here
      * too, although the master itself is never opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL NoticeHistory
           ASSIGN TO "./noticehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeHistStatus.

           SELECT Customer
           ASSIGN TO "./customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustomerID
           FILE STATUS IS CustomerStatus.

           SELECT MailhouseFile
           ASSIGN TO "./mailhouse.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MailhouseStatus.

           SELECT NoticeReport
           ASSIGN TO "./notices.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeReportStatus.

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
       FD NoticeOutbox.
           COPY "notice.cpy".

      * The same row, as it stood when it moved off the outbox.
       FD NoticeHistory.
       01 NoticeHistRecord     PIC X(69).

       FD Customer.
           COPY "custrec.cpy".

      * One row per letter for the mail house, which merges it into
      * its letter template: who, where, which account, what
      * happened, and the wording to print.
       FD MailhouseFile.
       01 MailhouseRecord.
           03 MhCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 MhFullName        PIC X(20).
           03 Filler            PIC X(1).
           03 MhContact         PIC X(30).
           03 Filler            PIC X(1).
           03 MhClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 MhEventCode       PIC X(2).
           03 Filler            PIC X(1).
           03 MhAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 MhCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 MhEventDate       PIC X(8).
           03 Filler            PIC X(1).
           03 MhReference       PIC X(8).
           03 Filler            PIC X(1).
           03 MhMessage         PIC X(60).
       01 MailhouseHeaderRec.
           03 MhhTag            PIC X(3).
           03 Filler            PIC X(1).
           03 MhhDate           PIC X(8).
       01 MailhouseTrailerRec.
           03 MhtTag            PIC X(3).
           03 Filler            PIC X(1).
           03 MhtCount          PIC 9(6).
           03 Filler            PIC X(1).
           03 MhtHash           PIC S9(13)V99.

       FD NoticeReport.
       01 NoticeLine           PIC X(80).

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
       01 NoticeStatus         PIC X(2).
       01 NoticeHistStatus     PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 MailhouseStatus      PIC X(2).
       01 NoticeReportStatus   PIC X(2).
       01 RunControlStatus     PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 LockRefused          PIC X(3).
       01 BusinessDate         PIC X(8).
       01 CustomerOpen         PIC X(3) VALUE "NO".
       01 EndOfNotices         PIC X(3) VALUE "NO".
       01 NoticeTableMax       PIC 9(3) VALUE 500.
       01 NoticeCount          PIC 9(3) VALUE 0.
       01 NoticeOverflow       PIC X(3) VALUE "NO".
       01 NoticeLoop           PIC 9(3).
       01 UnsendableReason     PIC X(10).
       01 SentCount            PIC 9(5) VALUE 0.
       01 NoCustomerCount      PIC 9(5) VALUE 0.
       01 NoContactCount       PIC 9(5) VALUE 0.
       01 ArchivedCount        PIC 9(5) VALUE 0.
       01 SentHash             PIC S9(13)V99 VALUE 0.
      * Unattended nightly step.
       01 OperatorID           PIC X(8) VALUE "BATCHRUN".
       01 NoticeTable.
           03 NoticeEntry OCCURS 500 TIMES.
               05 HeldNoticeRows    PIC X(69).
               05 HeldNoticeKeep    PIC X(3).

       01 NoticeHeadLine.
           03 Filler           PIC X(36)
               VALUE "CUSTOMER NOTICES NOT SENT AS AT    ".
           03 NoticeHeadDate   PIC X(8).
           03 Filler           PIC X(36) VALUE SPACES.

       01 NoticeColumnLine.
           03 Filler           PIC X(10) VALUE "REASON    ".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "CUSTOMER".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "CLIENTID".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(2) VALUE "EV".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(17) VALUE "           AMOUNT".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(3) VALUE "CUR".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "DATE    ".
           03 Filler           PIC X(1) VALUE SPACES.
           03 Filler           PIC X(8) VALUE "REF     ".
           03 Filler           PIC X(9) VALUE SPACES.

       01 NoticeDetailLine.
           03 NoticeDetReason  PIC X(10).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetCustomer PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetClient  PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetEvent   PIC X(2).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetAmount  PIC -(13)9.99.
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetCurrency PIC X(3).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetDate    PIC X(8).
           03 Filler           PIC X(1) VALUE SPACES.
           03 NoticeDetRef     PIC X(8).
           03 Filler           PIC X(9) VALUE SPACES.

       01 NoticeCountLine.
           03 NoticeCountText  PIC X(40).
           03 NoticeCountValue PIC ZZZZ9.
           03 Filler           PIC X(35) VALUE SPACES.

       01 NoticeNoteLine.
           03 NoticeNoteText   PIC X(80).

       PROCEDURE DIVISION.
      * Main Procedure
      * The whole outbox is tabled and written back - rewriting it
      * from a partial table would drop the notices that did not
      * fit, so an overflow refuses the run with nothing touched.
           PERFORM LoadRunControlProcedure
           PERFORM AcquireLockProcedure
           IF LockRefused = "NO"
               PERFORM LoadNoticesProcedure
               IF NoticeOverflow = "YES"
                   DISPLAY "Notice run refused - notices.dat holds "
                       "more rows than NoticeTable can hold ("
                       NoticeTableMax "). Nothing sent."
               ELSE
                   PERFORM SendNoticesProcedure
                   PERFORM SaveNoticesProcedure
                   DISPLAY "Customer notices for business date "
                       BusinessDate ": " SentCount " sent, "
                       NoCustomerCount " with no customer, "
                       NoContactCount " with no contact details."
               END-IF
               PERFORM ReleaseLockProcedure
           END-IF
           GOBACK.

       LoadRunControlProcedure.
      * The business date the notices are sent on - the wall clock
      * stands in when no runctl.dat exists.
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
               MOVE "NOTICERUN" TO LockProgram
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

       LoadNoticesProcedure.
           MOVE 0 TO NoticeCount
           MOVE "NO" TO EndOfNotices
           OPEN INPUT NoticeOutbox
           IF NoticeStatus = "00"
               PERFORM ReadNoticeProcedure
                   UNTIL EndOfNotices = "YES"
           END-IF
           CLOSE NoticeOutbox.

       ReadNoticeProcedure.
           READ NoticeOutbox
               AT END
                   MOVE "YES" TO EndOfNotices
               NOT AT END
                   IF NoticeCount >= NoticeTableMax
                       MOVE "YES" TO EndOfNotices
                       MOVE "YES" TO NoticeOverflow
                   ELSE
                       ADD 1 TO NoticeCount
                       MOVE NoticeRecord
                           TO HeldNoticeRows(NoticeCount)
                       MOVE "YES" TO HeldNoticeKeep(NoticeCount)
                   END-IF
           END-READ.

       SendNoticesProcedure.
      * The extract and the report are truncated first, so a run
      * refused above leaves no stale file for the mail house.
           OPEN INPUT Customer
           IF CustomerStatus = "00"
               MOVE "YES" TO CustomerOpen
           END-IF
           OPEN OUTPUT MailhouseFile
           OPEN OUTPUT NoticeReport
           MOVE SPACES TO MailhouseHeaderRec
           MOVE "HDR" TO MhhTag
           MOVE BusinessDate TO MhhDate
           WRITE MailhouseHeaderRec
           MOVE BusinessDate TO NoticeHeadDate
           WRITE NoticeLine FROM NoticeHeadLine
           WRITE NoticeLine FROM NoticeColumnLine

           MOVE 1 TO NoticeLoop
           PERFORM SendNoticeProcedure
               UNTIL NoticeLoop > NoticeCount

           MOVE SPACES TO MailhouseTrailerRec
           MOVE "TRL" TO MhtTag
           MOVE SentCount TO MhtCount
           MOVE SentHash TO MhtHash
           WRITE MailhouseTrailerRec
           PERFORM WriteTotalsProcedure
           CLOSE MailhouseFile
           CLOSE NoticeReport
           IF CustomerOpen = "YES"
               CLOSE Customer
           END-IF.

       SendNoticeProcedure.
      * A notice sent on an earlier run has had its night on the
      * outbox and moves to the history; a pending one is sent if
      * its customer can be reached, and otherwise reported.
           MOVE HeldNoticeRows(NoticeLoop) TO NoticeRecord
           IF NtStatus = "S"
               IF NtSentDate < BusinessDate
                   MOVE "NO" TO HeldNoticeKeep(NoticeLoop)
               END-IF
           ELSE
               MOVE SPACES TO UnsendableReason
               IF NtCustomerID = SPACES
                   MOVE "NOCUSTOMER" TO UnsendableReason
               ELSE
                   MOVE NtCustomerID TO CustomerID
                   IF CustomerOpen = "YES"
                       READ Customer
                   ELSE
                       MOVE "23" TO CustomerStatus
                   END-IF
                   IF CustomerStatus NOT = "00"
                       MOVE "NOCUSTOMER" TO UnsendableReason
                   ELSE
                   IF CustContact = SPACES
                       MOVE "NOCONTACT" TO UnsendableReason
                   END-IF
                   END-IF
               END-IF
               IF UnsendableReason = SPACES
                   PERFORM WriteLetterProcedure
               ELSE
                   PERFORM ReportUnsendableProcedure
               END-IF
           END-IF
           ADD 1 TO NoticeLoop.

       WriteLetterProcedure.
           MOVE SPACES TO MailhouseRecord
           MOVE CustomerID TO MhCustomerID
           MOVE CustFullName TO MhFullName
           MOVE CustContact TO MhContact
           MOVE NtClientID TO MhClientID
           MOVE NtEventCode TO MhEventCode
           MOVE NtAmount TO MhAmount
           MOVE NtCurrency TO MhCurrency
           MOVE NtBusinessDate TO MhEventDate
           MOVE NtReference TO MhReference
           PERFORM SpellEventProcedure
           WRITE MailhouseRecord
           ADD 1 TO SentCount
           ADD NtAmount TO SentHash
           MOVE "S" TO NtStatus
           MOVE BusinessDate TO NtSentDate
           MOVE NoticeRecord TO HeldNoticeRows(NoticeLoop).

       SpellEventProcedure.
      * The wording the mail house prints for each event - the
      * amount, currency, date and reference go alongside it.
           EVALUATE NtEventCode
               WHEN "BC"
                   MOVE "A CHEQUE DRAWN ON YOUR ACCOUNT WAS RETURNED "
                       TO MhMessage
                   MOVE "UNPAID" TO MhMessage(44:)
               WHEN "IR"
                   MOVE "A PAYMENT YOU SENT WAS REFUSED AND THE MONEY "
                       TO MhMessage
                   MOVE "RETURNED" TO MhMessage(45:)
               WHEN "DM"
                   MOVE "YOUR ACCOUNT HAS BEEN CLASSED AS DORMANT"
                       TO MhMessage
               WHEN "SF"
                   MOVE "A STANDING ORDER WAS NOT PAID - INSUFFICIENT "
                       TO MhMessage
                   MOVE "FUNDS" TO MhMessage(46:)
               WHEN "OD"
                   MOVE "YOUR ACCOUNT IS OVERDRAWN" TO MhMessage
               WHEN OTHER
                   MOVE "PLEASE CONTACT YOUR BRANCH ABOUT YOUR ACCOUNT"
                       TO MhMessage
           END-EVALUATE.

       ReportUnsendableProcedure.
           IF UnsendableReason = "NOCUSTOMER"
               ADD 1 TO NoCustomerCount
           ELSE
               ADD 1 TO NoContactCount
           END-IF
           MOVE UnsendableReason TO NoticeDetReason
           MOVE NtCustomerID TO NoticeDetCustomer
           MOVE NtClientID TO NoticeDetClient
           MOVE NtEventCode TO NoticeDetEvent
           MOVE NtAmount TO NoticeDetAmount
           MOVE NtCurrency TO NoticeDetCurrency
           MOVE NtBusinessDate TO NoticeDetDate
           MOVE NtReference TO NoticeDetRef
           WRITE NoticeLine FROM NoticeDetailLine.

       WriteTotalsProcedure.
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE "NOCUSTOMER - NO LINKED CUSTOMER, OR NOT ON FILE"
               TO NoticeNoteText
           WRITE NoticeLine FROM NoticeNoteLine
           MOVE "NOCONTACT  - CUSTOMER HAS NO CONTACT DETAILS ON FILE"
               TO NoticeNoteText
           WRITE NoticeLine FROM NoticeNoteLine
           MOVE "UNSENT NOTICES STAY PENDING AND ARE RETRIED NEXT RUN"
               TO NoticeNoteText
           WRITE NoticeLine FROM NoticeNoteLine
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE "NOTICES SENT TO MAILHOUSE.DAT" TO NoticeCountText
           MOVE SentCount TO NoticeCountValue
           WRITE NoticeLine FROM NoticeCountLine
           MOVE "NOT SENT - NO CUSTOMER" TO NoticeCountText
           MOVE NoCustomerCount TO NoticeCountValue
           WRITE NoticeLine FROM NoticeCountLine
           MOVE "NOT SENT - NO CONTACT DETAILS" TO NoticeCountText
           MOVE NoContactCount TO NoticeCountValue
           WRITE NoticeLine FROM NoticeCountLine.

       SaveNoticesProcedure.
      * Rows leaving the outbox are appended to the history first,
      * so a failure between the two writes duplicates a sent row
      * rather than losing one.
           MOVE 1 TO NoticeLoop
           OPEN EXTEND NoticeHistory
           PERFORM ArchiveNoticeProcedure
               UNTIL NoticeLoop > NoticeCount
           CLOSE NoticeHistory
           MOVE 1 TO NoticeLoop
           OPEN OUTPUT NoticeOutbox
           PERFORM WriteNoticeProcedure
               UNTIL NoticeLoop > NoticeCount
           CLOSE NoticeOutbox
           IF ArchivedCount > 0
               DISPLAY "Sent notices moved to noticehist.dat: "
                   ArchivedCount
           END-IF.

       ArchiveNoticeProcedure.
           IF HeldNoticeKeep(NoticeLoop) = "NO"
               MOVE HeldNoticeRows(NoticeLoop) TO NoticeHistRecord
               WRITE NoticeHistRecord
               ADD 1 TO ArchivedCount
           END-IF
           ADD 1 TO NoticeLoop.

       WriteNoticeProcedure.
           IF HeldNoticeKeep(NoticeLoop) = "YES"
               MOVE HeldNoticeRows(NoticeLoop) TO NoticeRecord
               WRITE NoticeRecord
           END-IF
           ADD 1 TO NoticeLoop.
       END PROGRAM NoticeRun.
