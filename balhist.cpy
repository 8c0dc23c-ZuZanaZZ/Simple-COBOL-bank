      * Shared balance history record layout. balhist.dat is a LINE
      * SEQUENTIAL file with one row per account per business date,
      * appended by BalanceHist in the night run once the day's
      * posting is done: the account's closing ClientFund, its
      * currency (SPACES on the master is written as LCU) and
      * status byte as the master held them at the close, and the
      * day's debit and credit totals - every fall and every rise in
      * the account's fund on the day's audit entries, so a reversal
      * or a tax deduction counts on the side the money actually
      * moved. It is the long-term record of balances: AuditArchive
      * never touches it, ClosedPurge leaves a purged account's rows
      * in place, and BalanceEnquiry answers an account's balance on
      * any past date from it. The balance on a date is the row with
      * the latest BhBusinessDate on or before that date; of several
      * rows for the same account and date (a step re-run after an
      * abend) the last one on the file wins.
       01  BalanceHistRecord.
           03 BhClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 BhBusinessDate    PIC X(8).
           03 Filler            PIC X(1).
           03 BhClosingFund     PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 BhCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 BhStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 BhDayDebits       PIC S9(13)V99.
           03 Filler            PIC X(1).
           03 BhDayCredits      PIC S9(13)V99.
