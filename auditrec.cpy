      * AuditCounterparty the overridden teller, the amount is the
      * authorized amount and the fund is unchanged, so the chain
      * stays unbroken and the override itself is on the trail.
      * An L entry is a loan instalment (or arrears recovery)
      * collected by LoanRun from the loan's repayment account -
      * AuditCounterparty carries the loan number.
      * P is a term-deposit placement taken off the account, M the
      * principal DepositRun pays back at maturity and K what an
      * early break pays back of the principal net of its penalty;
      * the deposit's interest, at maturity, on a rollover or on a
      * break, posts straight after as an I and the tax withheld
      * from it as a Y - AuditCounterparty carries the deposit
      * number on all of them, where the month-end accrual's I and
      * Y carry SPACES.
      * G is a direct-debit collection DirectDebitRun paid to a
      * biller under a mandate and H a disputed collection refunded
      * to the debtor - AuditCounterparty carries the biller's
      * collection reference on both. DisputeWork also writes H for
      * the credit granted on a dispute case, and a negative H when
      * that credit is clawed back, with the case number (see
      * dispute.cpy) in AuditCounterparty.
      * Y is the withholding tax InterestRun (or DepositRun, or an
      * early break) takes back off an I
      * interest credit, written straight after it: its old fund
      * is the I entry's new fund, so the chain runs old, gross,
      * net.
      * U is ClosedPurge taking a closed account off the master onto
      * closedhist.dat - a roster event like C, zero amount and fund
      * unchanged, and the account's last entry.
      * N and J are the suspense facility's, posted against the
      * bank's own suspense position under the pseudo-ClientID
      * SUSPENSE, in LCU, with the suspense item number (see
      * suspense.cpy) in AuditCounterparty. N parks an inbound
      * credit InterbankIn could not apply (positive) or releases
      * one returned to the sender (negative); J applies a parked
      * item to an account as a pair like X - the SUSPENSE leg
      * taking the value out and the account's leg, in its own
      * currency, taking it in.
       01  AuditRecord.
           03 AuditSeqNo       PIC 9(8).
           03 Filler           PIC X(1).
