      * Shared dispute case record layout. disputes.dat is a LINE
      * SEQUENTIAL register, one row per case a customer raises
      * against a posting on their account - an unrecognized cheque,
      * a direct collection, a card-not-present debit - opened and
      * worked through DisputeWork. CsAuditSeq is the sequence
      * number of the disputed audit entry and CsTrType its type;
      * CsAmount is the amount in dispute, in the account's currency
      * CsCurrency, and never more than the entry took off the
      * account. CsReason is 01 not recognized, 02 not authorized,
      * 03 wrong amount, 04 duplicate, 05 goods or service not
      * received, 06 other. CsOwner is the operator who carries the
      * case. CsStatus is O open, P provisional credit granted, F
      * resolved in the customer's favour, A resolved against the
      * customer, W withdrawn by the customer; the status byte flips
      * instead of the row being deleted, so a case's history is
      * never lost. A provisional (or final) credit posts as an H
      * entry with the case number as counterparty - CsCreditSeq,
      * on CsCreditDate - and a credit taken back when the case goes
      * against the customer or is withdrawn posts as a negative H,
      * CsClawbackSeq. CsResolution says how a closed case ended: F
      * the credit made final, C the credit clawed back, V the
      * disputed entry reversed by ReversalRun (CsReversalSeq is the
      * V entry), N closed with nothing posted. CsClosedBy is the
      * operator who closed it and CsAuthorizedBy the supervisor who
      * signed the last credit, final resolution or reversal.
       01  DisputeRecord.
           03 CsCaseNo          PIC 9(8).
           03 Filler            PIC X(1).
           03 CsClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 CsAuditSeq        PIC 9(8).
           03 Filler            PIC X(1).
           03 CsTrType          PIC X(1).
           03 Filler            PIC X(1).
           03 CsAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 CsCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 CsReason          PIC X(2).
           03 Filler            PIC X(1).
           03 CsOpenedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CsOwner           PIC X(8).
           03 Filler            PIC X(1).
           03 CsStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 CsCreditSeq       PIC 9(8).
           03 Filler            PIC X(1).
           03 CsCreditDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CsClawbackSeq     PIC 9(8).
           03 Filler            PIC X(1).
           03 CsReversalSeq     PIC 9(8).
           03 Filler            PIC X(1).
           03 CsResolution      PIC X(1).
           03 Filler            PIC X(1).
           03 CsClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CsClosedBy        PIC X(8).
           03 Filler            PIC X(1).
           03 CsAuthorizedBy    PIC X(8).
