      * Shared held-payment record layout. ibhold.dat is a LINE
      * SEQUENTIAL review queue, one row per outbound interbank
      * payment SimpleBank would not send because its payee failed
      * the payee-register check - nothing is debited and nothing is
      * written to interbank.out while it waits. HqSource is where
      * the payment came from: F a transfers.dat row, S a standing
      * order, P a pending.dat payment (its reference in
      * HqSourceRef). HqAmount is in the paying account's currency,
      * carried in HqCurrency. HqReason is 01 the payee is not on
      * the customer's register, 02 the payee is still inside the
      * cooling-off period, 03 no cooling-off period is set on
      * payee.ctl. HqStatus is H held for review, A approved for
      * release by a supervisor in PayeeReview (named in
      * HqReviewedBy), R released - sent through the normal outbound
      * path by SimpleBank's next run, HqReleaseSeq being the E
      * audit entry that debited the account - or F refused; the
      * status byte flips instead of the row being deleted, so the
      * queue keeps its history. HqStatusDate is the business date
      * the status was last set.
       01  HeldPaymentRecord.
           03 HqItemNo          PIC 9(8).
           03 Filler            PIC X(1).
           03 HqSource          PIC X(1).
           03 Filler            PIC X(1).
           03 HqSourceRef       PIC X(8).
           03 Filler            PIC X(1).
           03 HqFromClientID    PIC X(8).
           03 Filler            PIC X(1).
           03 HqToClientID      PIC X(8).
           03 Filler            PIC X(1).
           03 HqAmount          PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 HqCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 HqHeldDate        PIC X(8).
           03 Filler            PIC X(1).
           03 HqReason          PIC X(2).
           03 Filler            PIC X(1).
           03 HqStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 HqStatusDate      PIC X(8).
           03 Filler            PIC X(1).
           03 HqReviewedBy      PIC X(8).
           03 Filler            PIC X(1).
           03 HqReleaseSeq      PIC 9(8).
