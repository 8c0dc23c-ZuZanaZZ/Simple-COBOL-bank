      * Shared suspense register record layout. suspense.dat is a
      * LINE SEQUENTIAL register, one row per inbound credit this
      * bank could not apply and parked instead of sending straight
      * back: the original item as it arrived (the destination it
      * named, the paying account at the sending bank, the amount
      * and currency, the day it was sent), the LCU value the bank
      * paid into suspense for it, and the reason it could not be
      * applied - 01 unknown ClientID, 02 account frozen or closed,
      * 05 the credit could not be written to the master (the same
      * codes interbank.ret carries). SsSource names the feed it
      * came in on - INTERBNK for interbank.in. SsParkSeq is the
      * sequence number of the N audit entry that parked it.
      * SsStatus is S in suspense, A applied to an account (named in
      * SsAppliedTo) or R returned to the sender; the status byte
      * flips instead of the row being deleted, so an item's history
      * is never lost. SsClosedBy is the operator who applied or
      * returned it and SsAuthorizedBy the supervisor who signed it
      * off - BATCHRUN and SPACES for an item SuspenseAge returned
      * because it had been held too long.
      * The suspense position itself is carried on the audit trail
      * under the pseudo-ClientID SUSPENSE, always in LCU; its
      * balance is the sum of SsLcuAmount over the S rows, and
      * AuditVerify ties the two.
       01  SuspenseRecord.
           03 SsItemNo          PIC 9(8).
           03 Filler            PIC X(1).
           03 SsSource          PIC X(8).
           03 Filler            PIC X(1).
           03 SsDestClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 SsOriginClientID  PIC X(8).
           03 Filler            PIC X(1).
           03 SsAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 SsCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 SsSentDate        PIC X(8).
           03 Filler            PIC X(1).
           03 SsLcuAmount       PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 SsReason          PIC X(2).
           03 Filler            PIC X(1).
           03 SsParkedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 SsParkSeq         PIC 9(8).
           03 Filler            PIC X(1).
           03 SsStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 SsClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 SsAppliedTo       PIC X(8).
           03 Filler            PIC X(1).
           03 SsClosedBy        PIC X(8).
           03 Filler            PIC X(1).
           03 SsAuthorizedBy    PIC X(8).
