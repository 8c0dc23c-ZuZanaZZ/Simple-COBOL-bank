       01 InterbankOutTotal    PIC S9(13)V99 VALUE 0.
       01 InterbankInCount     PIC 9(5) VALUE 0.
       01 InterbankInTotal     PIC S9(13)V99 VALUE 0.
       01 LoanRepayCount       PIC 9(5) VALUE 0.
       01 LoanRepayTotal       PIC S9(13)V99 VALUE 0.
       01 DepPlacedCount       PIC 9(5) VALUE 0.
       01 DepPlacedTotal       PIC S9(13)V99 VALUE 0.
       01 DepMaturedCount      PIC 9(5) VALUE 0.
       01 DepMaturedTotal      PIC S9(13)V99 VALUE 0.
       01 DepBrokenCount       PIC 9(5) VALUE 0.
       01 DepBrokenTotal       PIC S9(13)V99 VALUE 0.
       01 DdCollectCount       PIC 9(5) VALUE 0.
       01 DdCollectTotal       PIC S9(13)V99 VALUE 0.
       01 DdRefundCount        PIC 9(5) VALUE 0.
       01 DdRefundTotal        PIC S9(13)V99 VALUE 0.
       01 TaxWithheldCount     PIC 9(5) VALUE 0.
       01 TaxWithheldTotal     PIC S9(13)V99 VALUE 0.
       01 SuspenseCount        PIC 9(5) VALUE 0.
       01 SuspenseTotal        PIC S9(13)V99 VALUE 0.
       01 SuspenseApplyCount   PIC 9(5) VALUE 0.
       01 SuspenseApplyTotal   PIC S9(13)V99 VALUE 0.
       01 RevalCount           PIC 9(5) VALUE 0.
       01 RevalTotal           PIC S9(13)V99 VALUE 0.
       01 NetBankFlow          PIC S9(13)V99 VALUE 0.

      * Per-currency totals of the day's settlement lines - SPACES
      * interbank legs carry a bank side of their own: an E outbound
      * payment parks the client's debit on BankFund until the
      * exchange settles, an R inbound credit is covered out of
      * BankFund - the same codes the posting programs write. An L
      * loan instalment collected by LoanRun moves client money into
      * the bank; a P term-deposit placement does the same, and an
      * M maturity or K early-break payout moves it back out. A G
      * direct-debit collection parks the debtor's money on BankFund
      * for the biller's bank; an H refund pays it back out. A Y
      * withholding on interest is kept on BankFund for the tax
      * authority.
           EVALUATE RptTrType
               WHEN "T"
                   ADD 1 TO TransferCount
                   ADD 1 TO InterbankInCount
                   ADD RptAmount TO InterbankInTotal
                   SUBTRACT RptAmount FROM NetBankFlow
               WHEN "L"
                   ADD 1 TO LoanRepayCount
                   ADD RptAmount TO LoanRepayTotal
                   ADD RptAmount TO NetBankFlow
               WHEN "P"
                   ADD 1 TO DepPlacedCount
                   ADD RptAmount TO DepPlacedTotal
                   ADD RptAmount TO NetBankFlow
               WHEN "M"
                   ADD 1 TO DepMaturedCount
                   ADD RptAmount TO DepMaturedTotal
                   SUBTRACT RptAmount FROM NetBankFlow
               WHEN "K"
                   ADD 1 TO DepBrokenCount
                   ADD RptAmount TO DepBrokenTotal
                   SUBTRACT RptAmount FROM NetBankFlow
               WHEN "G"
                   ADD 1 TO DdCollectCount
                   ADD RptAmount TO DdCollectTotal
                   ADD RptAmount TO NetBankFlow
               WHEN "H"
                   ADD 1 TO DdRefundCount
                   ADD RptAmount TO DdRefundTotal
                   SUBTRACT RptAmount FROM NetBankFlow
               WHEN "Y"
                   ADD 1 TO TaxWithheldCount
                   ADD RptAmount TO TaxWithheldTotal
                   ADD RptAmount TO NetBankFlow
      * An N line moves the bank's cover into suspense when an
      * inbound credit is parked (positive) and back out when it is
      * returned (negative); a J pair moves a parked item from
      * suspense onto an account and leaves BankFund where it was.
               WHEN "N"
                   ADD 1 TO SuspenseCount
                   ADD RptAmount TO SuspenseTotal
                   SUBTRACT RptAmount FROM NetBankFlow
               WHEN "J"
                   ADD 1 TO SuspenseApplyCount
                   ADD RptAmount TO SuspenseApplyTotal
      * A month-end FX revaluation moves no coins, so it stays out
      * of the net flow.
               WHEN "Z"
                   ADD 1 TO RevalCount
                   ADD RptAmount TO RevalTotal
           END-EVALUATE
      * The INTEREST and CHARGES summary rows total a whole run
      * across every currency and carry no currency of their own -
      * bucketing them would land the mixed sum whole in LCU and
      * misstate the per-currency section, so they are left to the
      * by-type section the same way the movers list leaves them
      * out. FxReval's REVAL rows are valuations of whole currency
      * books, not anyone's movement, and are left out the same way.
      * The SUSPENSE position is the bank's own, not a client's, so
      * it counts in its currency but never as a mover.
           IF RptClientID NOT = "INTEREST"
                   AND RptClientID NOT = "CHARGES"
                   AND RptClientID NOT = "REVAL"
               PERFORM TallyCurrencyProcedure
               IF RptClientID NOT = "SUSPENSE"
                   PERFORM TallyMoverProcedure
               END-IF
           END-IF.

       TallyCurrencyProcedure.
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  L LOAN REPAYMENTS       " TO EodTypeText
           MOVE LoanRepayCount TO EodTypeCount
           MOVE LoanRepayTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  P TERM DEPOSITS PLACED  " TO EodTypeText
           MOVE DepPlacedCount TO EodTypeCount
           MOVE DepPlacedTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  M TERM DEPOSITS MATURED " TO EodTypeText
           MOVE DepMaturedCount TO EodTypeCount
           MOVE DepMaturedTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  K TERM DEPOSITS BROKEN  " TO EodTypeText
           MOVE DepBrokenCount TO EodTypeCount
           MOVE DepBrokenTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  G DIRECT DEBITS PAID    " TO EodTypeText
           MOVE DdCollectCount TO EodTypeCount
           MOVE DdCollectTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  H DD AND DISPUTE REFUNDS" TO EodTypeText
           MOVE DdRefundCount TO EodTypeCount
           MOVE DdRefundTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  Y TAX WITHHELD          " TO EodTypeText
           MOVE TaxWithheldCount TO EodTypeCount
           MOVE TaxWithheldTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  N SUSPENSE IN/OUT (LCU) " TO EodTypeText
           MOVE SuspenseCount TO EodTypeCount
           MOVE SuspenseTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  J SUSPENSE APPLIED LEGS " TO EodTypeText
           MOVE SuspenseApplyCount TO EodTypeCount
           MOVE SuspenseApplyTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodTypeLine
           MOVE "  Z FX REVALUATION (LCU)  " TO EodTypeText
           MOVE RevalCount TO EodTypeCount
           MOVE RevalTotal TO EodTypeTotal
           MOVE EodTypeLine TO EodLine
           PERFORM WriteReportLineProcedure

           MOVE SPACES TO EodLine
           PERFORM WriteReportLineProcedure.

