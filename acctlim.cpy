      * Shared account limit record layout. acctlim.dat is a LINE
      * SEQUENTIAL register of the daily limits set on individual
      * accounts through ClientMaint's maker-checker queue, appended
      * one row per applied change - the last row on file for a
      * ClientID is the one in force. LmAccountType names the row
      * on the operations control file limits.ctl whose default
      * daily limits the account takes; an account with no row here
      * is type ST, the standard account. LmDebitLimit caps the
      * total the account may be debited in one business date
      * through the posting paths - T transfers to the bank, X
      * transfers to another client, E outbound interbank payments
      * and Q cheques paid in the inclearing, and G direct-debit
      * collections - and LmWithdrawLimit separately caps its W
      * withdrawals. Both are in LCU at the day's rates, like the
      * type defaults, so one table serves every currency; zero
      * takes the type's default, and a type default of zero means
      * no limit of that kind. LmSetDate is the business date the
      * checker applied the row, LmSetBy the maker and LmApprovedBy
      * the checker. SimpleBank, ChequeClear and DirectDebitRun
      * refuse a debit that would take the account's day total
      * past its limit, or route it to a supervisor at the teller's
      * screen, and record either on limitlog.dat (see
      * limitlog.cpy).
       01  AccountLimitRecord.
           03 LmClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 LmAccountType     PIC X(2).
           03 Filler            PIC X(1).
           03 LmDebitLimit      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LmWithdrawLimit   PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LmSetDate         PIC X(8).
           03 Filler            PIC X(1).
           03 LmSetBy           PIC X(8).
           03 Filler            PIC X(1).
           03 LmApprovedBy      PIC X(8).
