      * Shared approved-payee record layout. payees.dat is a LINE
      * SEQUENTIAL register, one row per payee ever approved: an
      * account at another bank that a customer has asked to be
      * allowed to pay. PyOwnerID is the customer the payee belongs
      * to - the paying account's ClientCustomerID, or the account's
      * own ClientID for an unlinked account that predates the
      * customer master - so one registration covers every account
      * the customer holds. PyPayeeID is the counterparty account
      * the outbound payment names and PyPayeeName the customer's
      * name for it. A payee is captured in ClientMaint and only
      * reaches the register when a different operator applies the
      * change: PyAddedBy is the maker, PyApprovedBy the checker and
      * PyAddedDate the business date of the apply, which is when
      * the cooling-off period starts. PyStatus is A active or R
      * removed (on PyRemovedDate by PyRemovedBy); the status byte
      * flips instead of the row being deleted, so the register
      * keeps its history. SimpleBank holds any outbound payment to
      * a payee not active here, or still inside its cooling-off
      * period, on the review queue ibhold.dat (see ibhold.cpy).
       01  PayeeRecord.
           03 PyOwnerID         PIC X(8).
           03 Filler            PIC X(1).
           03 PyPayeeID         PIC X(8).
           03 Filler            PIC X(1).
           03 PyPayeeName       PIC X(20).
           03 Filler            PIC X(1).
           03 PyAddedDate       PIC X(8).
           03 Filler            PIC X(1).
           03 PyAddedBy         PIC X(8).
           03 Filler            PIC X(1).
           03 PyApprovedBy      PIC X(8).
           03 Filler            PIC X(1).
           03 PyStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 PyRemovedDate     PIC X(8).
           03 Filler            PIC X(1).
           03 PyRemovedBy       PIC X(8).
