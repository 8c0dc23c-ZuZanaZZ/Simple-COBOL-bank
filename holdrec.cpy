      * Shared funds-hold record layout. holds.dat is a LINE
      * SEQUENTIAL register, one row per hold ever placed: an amount
      * of an account's money that may not be spent although it is
      * on the ledger - an uncleared cheque deposit that may still
      * bounce, a court order freezing part of the balance. Every
      * debit path works to the available balance, ClientFund plus
      * ClientCreditLimit less the account's active holds, while
      * ClientFund itself stays the ledger balance.
      * HdReason is UC uncleared funds, CO court order, FR fraud
      * review or OT other. HdExpiryDate is the business date the
      * hold lapses on - from that date it no longer counts, and
      * HoldExpiry flips its status in the night run - or SPACES
      * for a hold that stands until it is released. HdStatus is
      * A active, R released (by a supervisor, named in
      * HdClosedBy) or E expired; the status byte flips instead of
      * the row being deleted, so a hold's history is never lost,
      * the same way standing.dat keeps its expired orders.
      * Holds are placed and released at the SimpleBank counter,
      * under the client-master interlock like any posting.
       01  HoldRecord.
           03 HdHoldID          PIC X(8).
           03 Filler            PIC X(1).
           03 HdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 HdAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 HdReason          PIC X(2).
           03 Filler            PIC X(1).
           03 HdPlacedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 HdExpiryDate      PIC X(8).
           03 Filler            PIC X(1).
           03 HdPlacedBy        PIC X(8).
           03 Filler            PIC X(1).
           03 HdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 HdClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 HdClosedBy        PIC X(8).
