      * Shared closed-account history record layout. closedhist.dat
      * is a LINE SEQUENTIAL file, one row per account ClosedPurge
      * has taken off the client master: the account's last master
      * record exactly as it stood (ChClientData mirrors CRecord
      * field for field, so the two move as groups), the business
      * date it was closed - the date of its last entry on the
      * audit trail - the business date it was purged, the
      * sequence number of the U audit entry recording the purge,
      * and who ran it. A purged ClientID can be issued again, so
      * one ID can appear here more than once; an audit entry
      * numbered below a row's ChPurgeSeqNo belongs to the account
      * that row describes. StatementRun and ReversalRun read the
      * file to tell a purged account from one that never existed.
       01  ClosedHistRecord.
           03 ChClientData.
               05 ChClientName      PIC A(4).
               05 Filler            PIC X(1).
               05 ChClientSurname   PIC A(3).
               05 Filler            PIC X(1).
               05 ChClientID        PIC X(8).
               05 Filler            PIC X(1).
               05 ChClientFund      PIC S9(13)V99.
               05 Filler            PIC X(1).
               05 ChCreditLimit     PIC 9(3).
               05 Filler            PIC X(1).
               05 ChAccountStatus   PIC X(1).
               05 Filler            PIC X(1).
               05 ChCurrency        PIC X(3).
               05 Filler            PIC X(1).
               05 ChCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 ChClosedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 ChPurgedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 ChPurgeSeqNo      PIC 9(8).
           03 Filler            PIC X(1).
           03 ChPurgedBy        PIC X(8).
