      * AuditBusinessDate: the latest business day on which anything
      * at all was audited for the ClientID. Entries written before
      * that column existed carry SPACES and so count as ancient
      * activity, which errs on the side of flagging. Each account
      * flagged also goes on the customer-notification outbox, so
      * the customer hears of it before the branch does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormantSweep.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunControlStatus.

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           03 Filler            PIC X(1).
           03 RunInterestPeriod PIC X(6).

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.
       WORKING-STORAGE SECTION.
       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 AuditStatus          PIC X(2).
       01 AuditSeqStatus       PIC X(2).
               DISPLAY "Flagged dormant: " ClientID
                   " - last activity " LastActivityDate
               PERFORM WriteAuditProcedure
               MOVE "DM" TO NoticeEvent
               MOVE ClientFund TO NoticeAmount
               MOVE LastActivityDate TO NoticeReference
               PERFORM WriteNoticeProcedure
           END-IF.

       NextAuditSeqProcedure.
           OPEN EXTEND AuditLog
           WRITE AuditRecord
           CLOSE AuditLog.

       WriteNoticeProcedure.
      * One row on the customer-notification outbox for the account
      * in CRecord - see notice.cpy; NoticeRun sends it.
           MOVE SPACES TO NoticeRecord
           MOVE ClientCustomerID TO NtCustomerID
           MOVE ClientID TO NtClientID
           MOVE NoticeEvent TO NtEventCode
           MOVE NoticeAmount TO NtAmount
           IF ClientCurrency = SPACES
               MOVE "LCU" TO NtCurrency
           ELSE
               MOVE ClientCurrency TO NtCurrency
           END-IF
           MOVE BusinessDate TO NtBusinessDate
           MOVE NoticeReference TO NtReference
           MOVE "P" TO NtStatus
           OPEN EXTEND NoticeOutbox
           WRITE NoticeRecord
           CLOSE NoticeOutbox.
       END PROGRAM DormantSweep.
