      * BankFund and F for ChargeRun's service charges (settled as
      * one CHARGES total per run, the way interest settles under
      * INTEREST); RptCounterparty is the other ClientID on an X leg and
      * SPACES otherwise. L is a loan instalment collected by
      * LoanRun, with the loan number in RptCounterparty and
      * BankFund credited with its LCU value. P is a term-deposit
      * placement (BankFund credited), M a maturity payout of the
      * principal and K an early-break payout of it (BankFund
      * debited), each with the deposit number in RptCounterparty;
      * a deposit's interest and the tax withheld from it settle
      * line for line as I and Y under the client, also naming the
      * deposit. G is a direct-debit collection
      * (BankFund credited, owed on to the biller's bank) and H a
      * disputed collection refunded (BankFund debited), each with
      * the collection reference in RptCounterparty; H is also a
      * dispute case's credit to the customer (BankFund debited),
      * or a negative H its claw-back (BankFund credited), with the
      * case number in RptCounterparty. Y is the
      * withholding tax taken off a client's interest, one line per
      * client in the account's currency (BankFund credited, owed on
      * to the tax authority). Z is FxReval's month-end
      * revaluation of a foreign-currency book, one line per
      * currency under the pseudo-ClientID REVAL with the currency
      * code in RptCounterparty and the LCU movement in RptAmount
      * (BankFund does not move). N and J are the suspense
      * facility's lines under the pseudo-ClientID SUSPENSE, in LCU,
      * with the suspense item number in RptCounterparty: N moves
      * the cover for an unapplied inbound credit from BankFund into
      * suspense (positive) or back out when the item is returned
      * (negative); J applies a parked item to an account, one line
      * per leg like X, and BankFund does not move.
      * RptBusinessDate is the accounting
      * day the posting belongs to, from the run-control file -
      * RptTimestamp is only the wall clock at
      * the moment the line was written, which is not the same
      * thing on a late-running batch.
      * RptCurrency names the currency RptAmount is expressed in -
      * the posted account's currency, with SPACES (lines written
      * before the column existed) counting as LCU, the home
