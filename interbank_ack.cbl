           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatesStatus.

           SELECT OPTIONAL NoticeOutbox
           ASSIGN TO "./notices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NoticeStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           03 Filler            PIC X(1).
           03 RateToLcu         PIC 9(7)V9(6).

       FD NoticeOutbox.
           COPY "notice.cpy".

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.

       01 ClientStatus         PIC X(2).
       01 MasterLockStatus     PIC X(2).
       01 NoticeStatus         PIC X(2).
       01 NoticeEvent          PIC X(2).
       01 NoticeAmount         PIC S9(13)V99.
       01 NoticeReference      PIC X(8).
       01 LockRefused          PIC X(3).
       01 OutboundRegisterStatus PIC X(2).
       01 AckFileStatus        PIC X(2).
      * (type R, the refused destination as counterparty) and the
      * cover comes back off BankFund. Account status is not
      * checked here: the bank owes the client these funds whatever
      * state the account has moved to since. The customer is told
      * through the notification outbox.
           MOVE HeldObOrigins(MatchIndex) TO ClientID
           READ Client
           IF ClientStatus NOT = "00"
                           HeldObOrigins(MatchIndex)
                       PERFORM WriteSettlementProcedure
                       PERFORM WriteAuditProcedure
                       MOVE "IR" TO NoticeEvent
                       MOVE HeldObAmounts(MatchIndex) TO NoticeAmount
                       MOVE HeldObDests(MatchIndex) TO NoticeReference
                       PERFORM WriteNoticeProcedure
                   END-IF
               END-IF
           END-IF.
                   END-IF
               END-IF
           END-IF.

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
       END PROGRAM InterbankAck.
