      * Shared customer-notification outbox record layout.
      * notices.dat is a LINE SEQUENTIAL file every program that
      * meets a customer-facing account event appends one row to;
      * NoticeRun renders the pending rows into the mail-house
      * extract each night and marks them sent. A row carries the
      * owning customer as the account's ClientCustomerID stood at
      * the event - SPACES for an account with no linked customer,
      * which NoticeRun reports as unsendable - and the account's
      * currency, spelled out (LCU for the home currency).
      * NtEventCode and what NtAmount and NtReference hold:
      *   BC cheque returned unpaid by ChequeClear (no funds, or
      *      the account frozen or closed) - the cheque amount and
      *      the cheque serial
      *   IR refused interbank payment re-credited by InterbankAck
      *      - the amount re-credited and the refused destination
      *   DM account flagged dormant by DormantSweep - the balance
      *      and the last-activity business date
      *   SF standing order not paid for lack of funds - the order
      *      amount and the payee ClientID
      *   OD account taken into overdraft by a debit - the
      *      overdrawn balance and the sequence number of the audit
      *      entry that took it there
      * NtStatus is P pending or S sent (on NtSentDate). A notice
      * that cannot be sent stays P and is reported on every run
      * until the customer link or contact details are put right.
       01  NoticeRecord.
           03 NtCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 NtClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 NtEventCode       PIC X(2).
           03 Filler            PIC X(1).
           03 NtAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 NtCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 NtBusinessDate    PIC X(8).
           03 Filler            PIC X(1).
           03 NtReference       PIC X(8).
           03 Filler            PIC X(1).
           03 NtStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 NtSentDate        PIC X(8).
