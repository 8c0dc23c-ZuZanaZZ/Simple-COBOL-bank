      * hands: the checker in AuditOperator, the maker in
      * AuditCounterparty. Customer registration stays immediate -
      * it is reference data, not a roster change.
      * Loans are booked through the same queue: the maker captures
      * the loan number, repayment account, principal, rate, term
      * and first due date, the level instalment is worked out at
      * capture, and the checker's apply appends the loan to
      * loans.dat for LoanRun to collect. Booking only puts the loan
      * on the register - the advance itself moves through the
      * posting programs like any other money.
      * Direct-debit mandates are kept here too: setting one up goes
      * through the queue and the checker's apply appends it to
      * mandates.dat for DirectDebitRun; a customer's cancellation
      * is committed at once, like a stop-cheque. A customer who
      * disputes a collection has the claim captured against the
      * paid register ddpaid.dat and queued; the apply lodges it on
      * ddclaims.dat, and DirectDebitRun refunds it.
      * A customer's withholding-tax exemption is reference data
      * like the registration itself: it is set when the customer
      * is registered and changed from its own option, both
      * committed at once.
      * Each customer's approved payees - the accounts at other banks
      * SimpleBank will pay out to without review - are added here
      * through the queue, and the checker's apply puts the payee on
      * payees.dat; the cooling-off period runs from that apply. A
      * payee is removed at once at the customer's word, like a
      * mandate cancellation - it can only stop money leaving.
      * An account's type and its own daily debit and withdrawal
      * limits go through the queue as well; the checker's apply
      * appends the row to acctlim.dat, where SimpleBank and
      * ChequeClear look the account's limits up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientMaint.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StopRegisterStatus.

           SELECT OPTIONAL LoanMaster
           ASSIGN TO "./loans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanMasterStatus.

           SELECT OPTIONAL MandateRegister
           ASSIGN TO "./mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MandateRegisterStatus.

           SELECT OPTIONAL DdPaidRegister
           ASSIGN TO "./ddpaid.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdPaidRegisterStatus.

           SELECT OPTIONAL DdClaims
           ASSIGN TO "./ddclaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DdClaimsStatus.

           SELECT OPTIONAL DisputeFile
           ASSIGN TO "./disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DisputeStatus.

           SELECT OPTIONAL PayeeRegister
           ASSIGN TO "./payees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayeeRegisterStatus.

           SELECT OPTIONAL AccountLimits
           ASSIGN TO "./acctlim.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountLimitsStatus.

           SELECT OPTIONAL LimitControl
           ASSIGN TO "./limits.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LimitControlStatus.

           SELECT OPTIONAL MasterLock
           ASSIGN TO "./master.lck"
           ORGANIZATION IS LINE SEQUENTIAL
      * surname mean keep, the same convention the prompts use);
      * MqState is P pending, A applied, R refused - the row stays
      * on file as its own history, with the checker stamped in.
      * MqAction L books a loan: MqClientID is the repayment
      * account, MqCustomerID its owner, and the loan terms travel
      * in the trailing Mq loan fields, which every other action
      * leaves blank (rows captured before they existed read back
      * as SPACES there). MqAction M sets up a direct-debit mandate
      * and D lodges a disputed collection: both carry the biller
      * and mandate reference in the trailing direct-debit fields,
      * with the mandate's cap (M) or the collected amount and its
      * collection reference (D).
      * MqReason is why an S status change or C closure was asked
      * for, in the maker's words - the account record itself has
      * no room for it, so this row is where the reason for an
      * account's current status is kept (TellerEnquiry shows it).
      * MqAction P adds an approved payee: MqClientID is the account
      * the payee was asked for, MqCustomerID the register owner
      * (its customer, or the account itself when unlinked), and the
      * payee's account and name travel in the trailing payee
      * fields. MqAction X sets the account's type and its own
      * daily limits, carried in the trailing limit fields (a zero
      * limit taking the type's default - see acctlim.cpy).
       FD MaintQueue.
       01 QueueRecord.
           03 MqRefNo           PIC 9(6).
           03 MqState           PIC X(1).
           03 Filler            PIC X(1).
           03 MqChecker         PIC X(8).
           03 Filler            PIC X(1).
           03 MqLoanNo          PIC X(8).
           03 Filler            PIC X(1).
           03 MqPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 MqTerm            PIC 9(3).
           03 Filler            PIC X(1).
           03 MqFirstDue        PIC X(8).
           03 Filler            PIC X(1).
           03 MqInstalment      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 MqMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 MqCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 MqDdAmount        PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqReason          PIC X(20).
           03 Filler            PIC X(1).
           03 MqPayeeID         PIC X(8).
           03 Filler            PIC X(1).
           03 MqPayeeName       PIC X(20).
           03 Filler            PIC X(1).
           03 MqAccountType     PIC X(2).
           03 Filler            PIC X(1).
           03 MqDebitLimit      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MqWithdrawLimit   PIC 9(13)V99.

      * One stop-cheque per row, appended here and honored by
      * ChequeClear before any cover check - the drawer, the
           03 Filler            PIC X(1).
           03 StOperator        PIC X(8).

      * The loan master - the layout LoanRun owns and documents.
      * Maintenance only ever appends a newly booked loan; the
      * schedule and balances are carried forward by LoanRun.
       FD LoanMaster.
       01 LoanRecord.
           03 LnLoanNo          PIC X(8).
           03 Filler            PIC X(1).
           03 LnClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 LnCustomerID      PIC X(8).
           03 Filler            PIC X(1).
           03 LnPrincipal       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnRate            PIC 9V9(4).
           03 Filler            PIC X(1).
           03 LnTerm            PIC 9(3).
           03 Filler            PIC X(1).
           03 LnInstalment      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnDueDay          PIC 9(2).
           03 Filler            PIC X(1).
           03 LnNextDue         PIC X(8).
           03 Filler            PIC X(1).
           03 LnScheduled       PIC 9(3).
           03 Filler            PIC X(1).
           03 LnOutstanding     PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrears         PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsInterest PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LnArrearsSince    PIC X(8).
           03 Filler            PIC X(1).
           03 LnDaysPastDue     PIC 9(4).
           03 Filler            PIC X(1).
           03 LnStatus          PIC X(1).

      * One mandate per row, set up through ClientMaint's maker-
      * checker queue and cancelled there at the customer's word:
      * MdStatus A active, C cancelled - a cancelled mandate stays
      * on file with the date and operator that cancelled it.
       FD MandateRegister.
       01 MandateRecord.
           03 MdBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 MdClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 MdMaxAmount       PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 MdStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 MdSetUpDate       PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelDate      PIC X(8).
           03 Filler            PIC X(1).
           03 MdCancelledBy     PIC X(8).

      * DirectDebitRun's paid register - read here to find the
      * collection a dispute is lodged against.
       FD DdPaidRegister.
       01 DdPaidRecord.
           03 DpBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 DpMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 DpClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 DpAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 DpCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 DpDate            PIC X(8).

      * One disputed collection per row, lodged through ClientMaint
      * with the paid collection's details copied across: CmStatus
      * P waiting for its refund, R refunded on CmRefundDate.
       FD DdClaims.
       01 ClaimRecord.
           03 CmBillerID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmMandateRef      PIC X(12).
           03 Filler            PIC X(1).
           03 CmClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 CmAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 CmCollRef         PIC X(8).
           03 Filler            PIC X(1).
           03 CmLodgedDate      PIC X(8).
           03 Filler            PIC X(1).
           03 CmMaker           PIC X(8).
           03 Filler            PIC X(1).
           03 CmChecker         PIC X(8).
           03 Filler            PIC X(1).
           03 CmStatus          PIC X(1).
           03 Filler            PIC X(1).
           03 CmRefundDate      PIC X(8).

      * The dispute case register - read here so a collection being
      * worked as a DisputeWork case is not claimed as well.
       FD DisputeFile.
           COPY "dispute.cpy".

      * The approved-payee register - see payee.cpy. Additions are
      * appended by the checker's apply; a removal rewrites the file
      * with the row's status flipped to R.
       FD PayeeRegister.
           COPY "payee.cpy".

       FD AccountLimits.
           COPY "acctlim.cpy".

      * The default daily limits by account type, maintained by
      * operations - read here only to check a type exists.
       FD LimitControl.
       01 LimitControlRecord.
           03 LcAccountType     PIC X(2).
           03 Filler            PIC X(1).
           03 LcDebitLimit      PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LcWithdrawLimit   PIC 9(13)V99.

      * The single-writer interlock on the client master - see
      * SimpleBank's MasterLock commentary; every posting program
      * takes it before OPEN I-O and releases it at close.
       01 NewFullName          PIC X(20).
       01 NewCustSurname       PIC X(12).
       01 NewContact           PIC X(30).
       01 NewTaxExempt         PIC X(1).
       01 OwnerValid           PIC X(3).
       01 CustomerMasterOpen   PIC X(3) VALUE "NO".
       01 MaintQueueStatus     PIC X(2).
       01 MakerID              PIC X(8).
       01 CheckerID            PIC X(8).
       01 ChangeQueued         PIC X(3).
       01 NewStatusReason      PIC X(20).
       01 StopRegisterStatus   PIC X(2).
       01 EndOfStops           PIC X(3).
       01 StopExists           PIC X(3).
               05 HeldMqDates       PIC X(8).
               05 HeldMqStates      PIC X(1).
               05 HeldMqCheckers    PIC X(8).
               05 HeldMqLoanNos     PIC X(8).
               05 HeldMqPrincipals  PIC 9(13)V99.
               05 HeldMqRates       PIC 9V9(4).
               05 HeldMqTerms       PIC 9(3).
               05 HeldMqFirstDues   PIC X(8).
               05 HeldMqInstalments PIC 9(13)V99.
               05 HeldMqBillers     PIC X(8).
               05 HeldMqMandateRefs PIC X(12).
               05 HeldMqCollRefs    PIC X(8).
               05 HeldMqDdAmounts   PIC 9(13)V99.
               05 HeldMqReasons     PIC X(20).
               05 HeldMqPayeeIDs    PIC X(8).
               05 HeldMqPayeeNames  PIC X(20).
               05 HeldMqAccountTypes PIC X(2).
               05 HeldMqDebitLimits PIC 9(13)V99.
               05 HeldMqWithdrawLimits PIC 9(13)V99.
       01 LoanMasterStatus     PIC X(2).
       01 EndOfLoans           PIC X(3).
       01 LoanExists           PIC X(3).
       01 LoanValid            PIC X(3).
       01 SearchedLoanNo       PIC X(8).
       01 NewLoanNo            PIC X(8).
       01 NewLoanPrincipal     PIC 9(13)V99.
       01 NewLoanRatePct       PIC 9(2)V99.
       01 NewLoanRate          PIC 9V9(4).
       01 NewLoanTerm          PIC 9(3).
       01 NewLoanFirstDue      PIC X(8).
       01 NewLoanInstalment    PIC 9(13)V99.
       01 LoanMonthlyRate      PIC 9V9(8).
       01 LoanFactor           PIC 9(13)V9(8).
       01 MandateRegisterStatus PIC X(2).
       01 DdPaidRegisterStatus PIC X(2).
       01 DdClaimsStatus       PIC X(2).
       01 EndOfMandates        PIC X(3).
       01 EndOfDdPaid          PIC X(3).
       01 EndOfClaims          PIC X(3).
       01 MandateExists        PIC X(3).
       01 MandateFound         PIC X(3).
       01 CollectionFound      PIC X(3).
       01 ClaimExists          PIC X(3).
       01 NewBillerID          PIC X(8).
       01 NewMandateRef        PIC X(12).
       01 NewMandateMax        PIC 9(13)V99.
       01 SearchCollRef        PIC X(8).
       01 FoundDdAmount        PIC 9(13)V99.
       01 DisputeStatus        PIC X(2).
       01 EndOfDisputes        PIC X(3).
       01 EndOfCollAudit       PIC X(3).
       01 CaseExists           PIC X(3).
       01 CaseEntrySeq         PIC 9(8).
       01 CaseNoSeen           PIC 9(8).
       01 MandateTableMax      PIC 9(3) VALUE 500.
       01 MandateCount         PIC 9(3) VALUE 0.
       01 MandateOverflow      PIC X(3) VALUE "NO".
       01 MandateLoop          PIC 9(3).
       01 MandateTable.
           03 MandateEntry OCCURS 500 TIMES.
               05 HeldMdBillers     PIC X(8).
               05 HeldMdRefs        PIC X(12).
               05 HeldMdClientIDs   PIC X(8).
               05 HeldMdMaxAmounts  PIC 9(13)V99.
               05 HeldMdStatuses    PIC X(1).
               05 HeldMdSetUpDates  PIC X(8).
               05 HeldMdCancelDates PIC X(8).
               05 HeldMdCancelledBy PIC X(8).
       01 PayeeRegisterStatus  PIC X(2).
       01 EndOfPayees          PIC X(3).
       01 PayeeExists          PIC X(3).
       01 PayeeFound           PIC X(3).
       01 PayingClientID       PIC X(8).
       01 PayeeOwnerID         PIC X(8).
       01 NewPayeeID           PIC X(8).
       01 NewPayeeName         PIC X(20).
       01 PayeeTableMax        PIC 9(3) VALUE 500.
       01 PayeeCount           PIC 9(3) VALUE 0.
       01 PayeeOverflow        PIC X(3) VALUE "NO".
       01 PayeeLoop            PIC 9(3).
       01 PayeeTable.
           03 PayeeEntry OCCURS 500 TIMES.
               05 HeldPyOwners      PIC X(8).
               05 HeldPyPayeeIDs    PIC X(8).
               05 HeldPyNames       PIC X(20).
               05 HeldPyAddedDates  PIC X(8).
               05 HeldPyAddedBys    PIC X(8).
               05 HeldPyApprovedBys PIC X(8).
               05 HeldPyStatuses    PIC X(1).
               05 HeldPyRemovedDates PIC X(8).
               05 HeldPyRemovedBys  PIC X(8).
       01 AccountLimitsStatus  PIC X(2).
       01 LimitControlStatus   PIC X(2).
       01 EndOfLimitTypes      PIC X(3).
       01 LimitTypeKnown       PIC X(3).
       01 NewAccountType       PIC X(2).
       01 NewDebitLimit        PIC 9(13)V99.
       01 NewWithdrawLimit     PIC 9(13)V99.
       01 OperatorFileStatus   PIC X(2).
       01 EndOfOperators       PIC X(3).
       01 OperatorFound        PIC X(3).
                       PERFORM ReviewQueueProcedure
                   WHEN "8"
                       PERFORM AddStopProcedure
                   WHEN "L"
                       PERFORM BookLoanProcedure
                   WHEN "M"
                       PERFORM SetUpMandateProcedure
                   WHEN "N"
                       PERFORM CancelMandateProcedure
                   WHEN "D"
                       PERFORM DisputeCollectionProcedure
                   WHEN "T"
                       PERFORM SetTaxExemptProcedure
                   WHEN "P"
                       PERFORM AddPayeeProcedure
                   WHEN "R"
                       PERFORM RemovePayeeProcedure
                   WHEN "X"
                       PERFORM SetLimitsProcedure
                   WHEN "9"
                       MOVE "YES" TO MenuExit
                   WHEN OTHER
                       DISPLAY "Invalid choice - please enter 1 to 9 "
                           "or a letter option."
               END-EVALUATE
           END-IF.

           DISPLAY "6: Register a customer"
           DISPLAY "7: Review pending roster changes"
           DISPLAY "8: Add a stop-cheque"
           DISPLAY "L: Book a loan (queued)"
           DISPLAY "M: Set up a direct-debit mandate (queued)"
           DISPLAY "N: Cancel a direct-debit mandate"
           DISPLAY "D: Dispute a direct-debit collection (queued)"
           DISPLAY "T: Set a customer's withholding-tax exemption"
           DISPLAY "P: Add an approved payee (queued)"
           DISPLAY "R: Remove an approved payee"
           DISPLAY "X: Set an account's type and daily limits "
               "(queued)"
           DISPLAY "9: Exit"
           ACCEPT MenuChoice
               ON EXCEPTION
                       TO HeldMqStatusBytes(QueueCount)
                   MOVE SPACES TO HeldMqCurrencies(QueueCount)
                   MOVE SPACES TO HeldMqCustomers(QueueCount)
               WHEN "L"
                   MOVE SearchedClientID
                       TO HeldMqClientIDs(QueueCount)
                   MOVE SPACES TO HeldMqNames(QueueCount)
                   MOVE SPACES TO HeldMqSurnames(QueueCount)
                   MOVE 0 TO HeldMqCredits(QueueCount)
                   MOVE SPACES TO HeldMqCreditFlags(QueueCount)
                   MOVE SPACES TO HeldMqStatusBytes(QueueCount)
                   MOVE ClientCurrency TO HeldMqCurrencies(QueueCount)
                   MOVE ClientCustomerID
                       TO HeldMqCustomers(QueueCount)
                   MOVE NewLoanNo TO HeldMqLoanNos(QueueCount)
                   MOVE NewLoanPrincipal
                       TO HeldMqPrincipals(QueueCount)
                   MOVE NewLoanRate TO HeldMqRates(QueueCount)
                   MOVE NewLoanTerm TO HeldMqTerms(QueueCount)
                   MOVE NewLoanFirstDue TO HeldMqFirstDues(QueueCount)
                   MOVE NewLoanInstalment
                       TO HeldMqInstalments(QueueCount)
               WHEN "M"
                   PERFORM QueueDdFieldsProcedure
                   MOVE SPACES TO HeldMqCollRefs(QueueCount)
                   MOVE NewMandateMax TO HeldMqDdAmounts(QueueCount)
               WHEN "D"
                   PERFORM QueueDdFieldsProcedure
                   MOVE SearchCollRef TO HeldMqCollRefs(QueueCount)
                   MOVE FoundDdAmount TO HeldMqDdAmounts(QueueCount)
               WHEN "P"
                   MOVE PayingClientID TO HeldMqClientIDs(QueueCount)
                   MOVE SPACES TO HeldMqNames(QueueCount)
                   MOVE SPACES TO HeldMqSurnames(QueueCount)
                   MOVE 0 TO HeldMqCredits(QueueCount)
                   MOVE SPACES TO HeldMqCreditFlags(QueueCount)
                   MOVE SPACES TO HeldMqStatusBytes(QueueCount)
                   MOVE SPACES TO HeldMqCurrencies(QueueCount)
                   MOVE PayeeOwnerID TO HeldMqCustomers(QueueCount)
               WHEN "X"
                   MOVE SearchedClientID
                       TO HeldMqClientIDs(QueueCount)
                   MOVE SPACES TO HeldMqNames(QueueCount)
                   MOVE SPACES TO HeldMqSurnames(QueueCount)
                   MOVE 0 TO HeldMqCredits(QueueCount)
                   MOVE SPACES TO HeldMqCreditFlags(QueueCount)
                   MOVE SPACES TO HeldMqStatusBytes(QueueCount)
                   MOVE SPACES TO HeldMqCurrencies(QueueCount)
                   MOVE SPACES TO HeldMqCustomers(QueueCount)
           END-EVALUATE
           IF CaptureAction NOT = "L"
               MOVE SPACES TO HeldMqLoanNos(QueueCount)
               MOVE 0 TO HeldMqPrincipals(QueueCount)
               MOVE 0 TO HeldMqRates(QueueCount)
               MOVE 0 TO HeldMqTerms(QueueCount)
               MOVE SPACES TO HeldMqFirstDues(QueueCount)
               MOVE 0 TO HeldMqInstalments(QueueCount)
           END-IF
           IF CaptureAction NOT = "M" AND CaptureAction NOT = "D"
               MOVE SPACES TO HeldMqBillers(QueueCount)
               MOVE SPACES TO HeldMqMandateRefs(QueueCount)
               MOVE SPACES TO HeldMqCollRefs(QueueCount)
               MOVE 0 TO HeldMqDdAmounts(QueueCount)
           END-IF
           IF CaptureAction = "C" OR CaptureAction = "S"
               MOVE NewStatusReason TO HeldMqReasons(QueueCount)
           ELSE
               MOVE SPACES TO HeldMqReasons(QueueCount)
           END-IF
           IF CaptureAction = "P"
               MOVE NewPayeeID TO HeldMqPayeeIDs(QueueCount)
               MOVE NewPayeeName TO HeldMqPayeeNames(QueueCount)
           ELSE
               MOVE SPACES TO HeldMqPayeeIDs(QueueCount)
               MOVE SPACES TO HeldMqPayeeNames(QueueCount)
           END-IF
           IF CaptureAction = "X"
               MOVE NewAccountType TO HeldMqAccountTypes(QueueCount)
               MOVE NewDebitLimit TO HeldMqDebitLimits(QueueCount)
               MOVE NewWithdrawLimit
                   TO HeldMqWithdrawLimits(QueueCount)
           ELSE
               MOVE SPACES TO HeldMqAccountTypes(QueueCount)
               MOVE 0 TO HeldMqDebitLimits(QueueCount)
               MOVE 0 TO HeldMqWithdrawLimits(QueueCount)
           END-IF
           MOVE OperatorID TO HeldMqMakers(QueueCount)
           MOVE BusinessDate TO HeldMqDates(QueueCount)
           MOVE "P" TO HeldMqStates(QueueCount)
           MOVE SPACES TO HeldMqCheckers(QueueCount)
           PERFORM SaveQueueProcedure.

       QueueDdFieldsProcedure.
      * The account and mandate a direct-debit capture is about -
      * the rest of the row travels blank.
           MOVE SearchedClientID TO HeldMqClientIDs(QueueCount)
           MOVE SPACES TO HeldMqNames(QueueCount)
           MOVE SPACES TO HeldMqSurnames(QueueCount)
           MOVE 0 TO HeldMqCredits(QueueCount)
           MOVE SPACES TO HeldMqCreditFlags(QueueCount)
           MOVE SPACES TO HeldMqStatusBytes(QueueCount)
           MOVE ClientCurrency TO HeldMqCurrencies(QueueCount)
           MOVE ClientCustomerID TO HeldMqCustomers(QueueCount)
           MOVE NewBillerID TO HeldMqBillers(QueueCount)
           MOVE NewMandateRef TO HeldMqMandateRefs(QueueCount).

       NextQueueRefProcedure.
      * One up from the highest reference already on the queue -
      * references stay unique for the file's whole history.
                   ELSE
      * The zero-balance rule is re-checked at apply time too - a
      * posting can land between capture and review.
                       PERFORM AcceptStatusReasonProcedure
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF EndOfInput = "NO" AND ClientFound = "YES"
                   AND ClientAccountStatus NOT = "C"
                   AND ClientFund = 0
               IF NewStatusReason = SPACES
                   DISPLAY "Closure not queued - a reason is "
                       "required."
               ELSE
                   MOVE "C" TO CaptureAction
                   PERFORM QueueChangeProcedure
                   IF ChangeQueued = "YES"
                       DISPLAY "Closure of " SearchedClientID
                           " queued as change " NextRefNo
                           " - a different operator applies "
                           "it from the review menu."
                   END-IF
               END-IF
           END-IF.

       ChangeStatusProcedure.
                       DISPLAY "This change would reopen a closed "
                           "account."
                   END-IF
                   PERFORM AcceptStatusReasonProcedure
                   IF EndOfInput = "NO"
                   IF NewStatusReason = SPACES
                       DISPLAY "Status change not queued - a reason "
                           "is required."
                   ELSE
                       MOVE "S" TO CaptureAction
                       PERFORM QueueChangeProcedure
                       IF ChangeQueued = "YES"
                           DISPLAY "Status change for "
                               SearchedClientID " to "
                               NewAccountStatus " queued as change "
                               NextRefNo " - a different operator "
                               "applies it from the review menu."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       AcceptStatusReasonProcedure.
      * Why the account is being frozen, made dormant, reactivated
      * or closed - a court order, a customer's request, a reported
      * fraud - kept on the queue row so whoever looks at the
      * account later can see the reason for its status.
           MOVE SPACES TO NewStatusReason
           DISPLAY "Enter the reason (up to 20 characters):"
           ACCEPT NewStatusReason
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT.

       RegisterCustomerProcedure.
      * Registers the person once, with their real name and contact
      * details, so every account they hold can hang off one
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               PERFORM AcceptTaxExemptProcedure
           END-IF
           IF EndOfInput = "NO"
               MOVE SPACES TO CustRecord
               MOVE NewCustomerID TO CustomerID
               MOVE NewFullName TO CustFullName
               MOVE NewCustSurname TO CustSurname
               MOVE NewContact TO CustContact
               MOVE NewTaxExempt TO CustTaxExempt
               WRITE CustRecord
               IF CustomerStatus = "22"
                   DISPLAY "Customer not registered - duplicate "
               END-IF
           END-IF.

       AcceptTaxExemptProcedure.
      * Anything but Y is taken as N - withholding tax is the
      * default, and an exemption has to be asked for.
           DISPLAY "Exempt from withholding tax on interest (Y/N), "
               "or blank for N:"
           ACCEPT NewTaxExempt
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF NewTaxExempt NOT = "Y"
               MOVE "N" TO NewTaxExempt
           END-IF.

       SetTaxExemptProcedure.
      * Changes the exemption on a registered customer - a resident
      * producing an exemption certificate, a customer moving
      * abroad or back. The next InterestRun honors it.
           IF CustomerMasterOpen = "NO"
               DISPLAY "The customer master is not open - no "
                   "exemption changed."
           ELSE
               DISPLAY "Enter the CustomerID:"
               ACCEPT SearchedCustomerID
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
               IF EndOfInput = "NO"
                   PERFORM FetchCustomerProcedure
                   IF CustomerFound = "NO"
                       DISPLAY "Exemption not changed - no customer "
                           SearchedCustomerID " on the customer "
                           "master."
                   ELSE
                       DISPLAY "Customer " CustomerID " "
                           CustFullName " - exempt now: "
                           CustTaxExempt
                       PERFORM AcceptTaxExemptProcedure
                       IF EndOfInput = "NO"
                           MOVE NewTaxExempt TO CustTaxExempt
                           REWRITE CustRecord
                           IF CustomerStatus NOT = "00"
                               DISPLAY "Exemption not changed - "
                                   "REWRITE failed with file "
                                   "status " CustomerStatus
                           ELSE
                               DISPLAY "Customer " CustomerID
                                   " withholding-tax exemption set "
                                   "to " CustTaxExempt "."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AddStopProcedure.
      * Records a stop against a drawer and serial so ChequeClear
      * returns the cheque STOPPED instead of paying it. The stop
                   END-IF
           END-READ.

       BookLoanProcedure.
      * Captures a loan booking: a new loan number, the repayment
      * account it is collected from, and the terms. The level
      * monthly instalment is worked out here from the terms, so
      * the checker reviews exactly what the customer will pay.
           DISPLAY "Enter new loan number (8 letters or digits):"
           ACCEPT NewLoanNo
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               MOVE NewLoanNo TO CheckClientID
               PERFORM ValidateClientIDProcedure
               IF IDValid = "NO"
                   DISPLAY "Loan not queued - the loan number is "
                       "blank or not alphanumeric: " NewLoanNo
               ELSE
                   MOVE NewLoanNo TO SearchedLoanNo
                   PERFORM CheckLoanExistsProcedure
                   IF LoanExists = "YES"
                       DISPLAY "Loan not queued - loan number "
                           NewLoanNo " is already booked or "
                           "pending."
                   ELSE
                       PERFORM AcceptLoanAccountProcedure
                   END-IF
               END-IF
           END-IF.

       AcceptLoanAccountProcedure.
      * The repayment account must exist and be open - a loan
      * collected from a closed account would go straight into
      * arrears on its first due date.
           DISPLAY "Enter the repayment ClientID:"
           ACCEPT SearchedClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " SearchedClientID
               ELSE
                   IF ClientAccountStatus = "C"
                       DISPLAY "Loan not queued - account "
                           SearchedClientID " is closed."
                   ELSE
                       PERFORM AcceptLoanTermsProcedure
                   END-IF
               END-IF
           END-IF.

       AcceptLoanTermsProcedure.
           MOVE "YES" TO LoanValid
           DISPLAY "Enter the principal:"
           ACCEPT NewLoanPrincipal
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the annual rate in percent "
                   "(e.g. 8.50):"
               ACCEPT NewLoanRatePct
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the term in months (1-360):"
               ACCEPT NewLoanTerm
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the first due date (YYYYMMDD):"
               ACCEPT NewLoanFirstDue
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               IF NewLoanPrincipal = 0
                   DISPLAY "Loan not queued - the principal must be "
                       "more than zero."
                   MOVE "NO" TO LoanValid
               ELSE
               IF NewLoanTerm = 0 OR NewLoanTerm > 360
                   DISPLAY "Loan not queued - the term must be 1 to "
                       "360 months."
                   MOVE "NO" TO LoanValid
               ELSE
               IF NewLoanFirstDue IS NOT NUMERIC
                       OR NewLoanFirstDue(5:2) < "01"
                       OR NewLoanFirstDue(5:2) > "12"
                       OR NewLoanFirstDue(7:2) < "01"
                       OR NewLoanFirstDue(7:2) > "31"
                   DISPLAY "Loan not queued - the first due date "
                       "is not a valid YYYYMMDD date: "
                       NewLoanFirstDue
                   MOVE "NO" TO LoanValid
               ELSE
               IF NewLoanFirstDue NOT > BusinessDate
                   DISPLAY "Loan not queued - the first due date "
                       "must be after the business date "
                       BusinessDate "."
                   MOVE "NO" TO LoanValid
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF EndOfInput = "NO" AND LoanValid = "YES"
               PERFORM ComputeInstalmentProcedure
               MOVE "L" TO CaptureAction
               PERFORM QueueChangeProcedure
               IF ChangeQueued = "YES"
                   DISPLAY "Loan " NewLoanNo " on " SearchedClientID
                       " - instalment " NewLoanInstalment
                       " x " NewLoanTerm " - queued as change "
                       NextRefNo " - a different operator applies "
                       "it from the review menu."
               END-IF
           END-IF.

       ComputeInstalmentProcedure.
      * The level annuity instalment P * r / (1 - (1 + r) ** -n) at
      * the monthly rate r, rounded to the cent - LoanRun's last
      * instalment takes up whatever rounding is left. An interest-
      * free loan is simply the principal spread evenly.
           COMPUTE NewLoanRate = NewLoanRatePct / 100
           COMPUTE LoanMonthlyRate ROUNDED = NewLoanRate / 12
           IF LoanMonthlyRate = 0
               COMPUTE NewLoanInstalment ROUNDED =
                   NewLoanPrincipal / NewLoanTerm
           ELSE
               COMPUTE LoanFactor ROUNDED =
                   (1 + LoanMonthlyRate) ** NewLoanTerm
               COMPUTE NewLoanInstalment ROUNDED =
                   NewLoanPrincipal * LoanMonthlyRate * LoanFactor
                       / (LoanFactor - 1)
           END-IF.

       CheckLoanExistsProcedure.
      * A loan number is taken if it is on loans.dat or on a
      * booking still pending review.
           MOVE "NO" TO LoanExists
           MOVE "NO" TO EndOfLoans
           OPEN INPUT LoanMaster
           IF LoanMasterStatus = "00"
               PERFORM ScanLoanMasterProcedure
                   UNTIL EndOfLoans = "YES" OR LoanExists = "YES"
           END-IF
           CLOSE LoanMaster
           MOVE 1 TO QueueIndex
           PERFORM ScanQueuedLoanProcedure
               UNTIL QueueIndex > QueueCount OR LoanExists = "YES".

       ScanLoanMasterProcedure.
           READ LoanMaster
               AT END
                   MOVE "YES" TO EndOfLoans
               NOT AT END
                   IF LnLoanNo = SearchedLoanNo
                       MOVE "YES" TO LoanExists
                   END-IF
           END-READ.

       ScanQueuedLoanProcedure.
           IF HeldMqActions(QueueIndex) = "L"
                   AND HeldMqStates(QueueIndex) = "P"
                   AND HeldMqLoanNos(QueueIndex) = SearchedLoanNo
               MOVE "YES" TO LoanExists
           END-IF
           ADD 1 TO QueueIndex.

       SetUpMandateProcedure.
      * Captures a direct-debit mandate: the debtor's account, the
      * biller's ID and its own mandate reference, and the most the
      * biller may collect in one go. A biller and reference pair
      * can only be active once, on file or pending.
           DISPLAY "Enter the debtor's ClientID:"
           ACCEPT SearchedClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " SearchedClientID
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY "Mandate not queued - account "
                       SearchedClientID " is closed."
               ELSE
                   PERFORM AcceptMandateProcedure
               END-IF
               END-IF
           END-IF.

       AcceptMandateProcedure.
           DISPLAY "Enter the biller ID (8 letters or digits):"
           ACCEPT NewBillerID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the biller's mandate reference:"
               ACCEPT NewMandateRef
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the maximum amount per collection:"
               ACCEPT NewMandateMax
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               MOVE NewBillerID TO CheckClientID
               PERFORM ValidateClientIDProcedure
               IF IDValid = "NO"
                   DISPLAY "Mandate not queued - the biller ID is "
                       "blank or not alphanumeric: " NewBillerID
               ELSE
               IF NewMandateRef = SPACES
                   DISPLAY "Mandate not queued - the mandate "
                       "reference is blank."
               ELSE
               IF NewMandateMax = 0
                   DISPLAY "Mandate not queued - the maximum must "
                       "be more than zero."
               ELSE
                   PERFORM CheckMandateExistsProcedure
                   IF MandateExists = "YES"
                       DISPLAY "Mandate not queued - biller "
                           NewBillerID " reference " NewMandateRef
                           " is already active or pending."
                   ELSE
                       MOVE "M" TO CaptureAction
                       PERFORM QueueChangeProcedure
                       IF ChangeQueued = "YES"
                           DISPLAY "Mandate " NewMandateRef " for "
                               NewBillerID " on " SearchedClientID
                               " queued as change " NextRefNo
                               " - a different operator applies "
                               "it from the review menu."
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CheckMandateExistsProcedure.
           MOVE "NO" TO MandateExists
           MOVE "NO" TO EndOfMandates
           OPEN INPUT MandateRegister
           IF MandateRegisterStatus = "00"
               PERFORM ScanMandateRegisterProcedure
                   UNTIL EndOfMandates = "YES"
                       OR MandateExists = "YES"
           END-IF
           CLOSE MandateRegister
           MOVE 1 TO QueueIndex
           PERFORM ScanQueuedMandateProcedure
               UNTIL QueueIndex > QueueCount
                   OR MandateExists = "YES".

       ScanMandateRegisterProcedure.
           READ MandateRegister
               AT END
                   MOVE "YES" TO EndOfMandates
               NOT AT END
                   IF MdBillerID = NewBillerID
                           AND MdMandateRef = NewMandateRef
                           AND MdStatus = "A"
                       MOVE "YES" TO MandateExists
                   END-IF
           END-READ.

       ScanQueuedMandateProcedure.
           IF HeldMqActions(QueueIndex) = "M"
                   AND HeldMqStates(QueueIndex) = "P"
                   AND HeldMqBillers(QueueIndex) = NewBillerID
                   AND HeldMqMandateRefs(QueueIndex) = NewMandateRef
               MOVE "YES" TO MandateExists
           END-IF
           ADD 1 TO QueueIndex.

       CancelMandateProcedure.
      * Cancels a mandate at the customer's word. Like a stop, the
      * cancellation is committed the moment it is confirmed - it
      * can only prevent money moving, and a queued cancellation
      * would let the very collection it was meant to stop go
      * through. The row stays on file, marked C with who
      * cancelled it and when, and DirectDebitRun refuses any
      * later collection under it.
           DISPLAY "Enter the debtor's ClientID:"
           ACCEPT SearchedClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the biller ID:"
               ACCEPT NewBillerID
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the biller's mandate reference:"
               ACCEPT NewMandateRef
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               PERFORM LoadMandatesProcedure
               IF MandateOverflow = "YES"
                   DISPLAY "Mandate not cancelled - mandates.dat "
                       "holds more rows than MandateTable can hold ("
                       MandateTableMax ")."
               ELSE
                   MOVE "NO" TO MandateFound
                   MOVE 1 TO MandateLoop
                   PERFORM FindActiveMandateProcedure
                       UNTIL MandateLoop > MandateCount
                           OR MandateFound = "YES"
                   IF MandateFound = "NO"
                       DISPLAY "No active mandate " NewMandateRef
                           " for biller " NewBillerID " on "
                           SearchedClientID "."
                   ELSE
                       MOVE "C" TO HeldMdStatuses(MandateLoop)
                       MOVE BusinessDate
                           TO HeldMdCancelDates(MandateLoop)
                       MOVE OperatorID
                           TO HeldMdCancelledBy(MandateLoop)
                       PERFORM SaveMandatesProcedure
                       DISPLAY "Mandate " NewMandateRef " for "
                           "biller " NewBillerID " cancelled."
                   END-IF
               END-IF
           END-IF.

       FindActiveMandateProcedure.
           IF HeldMdBillers(MandateLoop) = NewBillerID
                   AND HeldMdRefs(MandateLoop) = NewMandateRef
                   AND HeldMdClientIDs(MandateLoop) = SearchedClientID
                   AND HeldMdStatuses(MandateLoop) = "A"
               MOVE "YES" TO MandateFound
           ELSE
               ADD 1 TO MandateLoop
           END-IF.

       LoadMandatesProcedure.
           MOVE 0 TO MandateCount
           MOVE "NO" TO MandateOverflow
           MOVE "NO" TO EndOfMandates
           OPEN INPUT MandateRegister
           IF MandateRegisterStatus = "00"
               PERFORM ReadMandateProcedure
                   UNTIL EndOfMandates = "YES"
           END-IF
           CLOSE MandateRegister.

       ReadMandateProcedure.
           READ MandateRegister
               AT END
                   MOVE "YES" TO EndOfMandates
               NOT AT END
                   IF MandateCount >= MandateTableMax
                       MOVE "YES" TO EndOfMandates
                       MOVE "YES" TO MandateOverflow
                   ELSE
                       ADD 1 TO MandateCount
                       MOVE MdBillerID TO HeldMdBillers(MandateCount)
                       MOVE MdMandateRef TO HeldMdRefs(MandateCount)
                       MOVE MdClientID
                           TO HeldMdClientIDs(MandateCount)
                       MOVE MdMaxAmount
                           TO HeldMdMaxAmounts(MandateCount)
                       MOVE MdStatus TO HeldMdStatuses(MandateCount)
                       MOVE MdSetUpDate
                           TO HeldMdSetUpDates(MandateCount)
                       MOVE MdCancelDate
                           TO HeldMdCancelDates(MandateCount)
                       MOVE MdCancelledBy
                           TO HeldMdCancelledBy(MandateCount)
                   END-IF
           END-READ.

       SaveMandatesProcedure.
      * Rewrites mandates.dat in full - a small control file like
      * maintq.dat.
           MOVE 1 TO MandateLoop
           OPEN OUTPUT MandateRegister
           PERFORM WriteMandateProcedure
               UNTIL MandateLoop > MandateCount
           CLOSE MandateRegister.

       WriteMandateProcedure.
           MOVE SPACES TO MandateRecord
           MOVE HeldMdBillers(MandateLoop) TO MdBillerID
           MOVE HeldMdRefs(MandateLoop) TO MdMandateRef
           MOVE HeldMdClientIDs(MandateLoop) TO MdClientID
           MOVE HeldMdMaxAmounts(MandateLoop) TO MdMaxAmount
           MOVE HeldMdStatuses(MandateLoop) TO MdStatus
           MOVE HeldMdSetUpDates(MandateLoop) TO MdSetUpDate
           MOVE HeldMdCancelDates(MandateLoop) TO MdCancelDate
           MOVE HeldMdCancelledBy(MandateLoop) TO MdCancelledBy
           ADD 1 TO MandateLoop
           WRITE MandateRecord.

       DisputeCollectionProcedure.
      * Captures a customer's dispute of a direct-debit collection.
      * The collection must be on DirectDebitRun's paid register
      * against this account, and a collection can only be claimed
      * once. The refund moves money, so the claim goes through the
      * queue like any other change a second operator must see.
           DISPLAY "Enter the debtor's ClientID:"
           ACCEPT SearchedClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " SearchedClientID
               ELSE
                   DISPLAY "Enter the biller ID:"
                   ACCEPT NewBillerID
                       ON EXCEPTION
                           MOVE "YES" TO EndOfInput
                   END-ACCEPT
                   IF EndOfInput = "NO"
                       DISPLAY "Enter the collection reference:"
                       ACCEPT SearchCollRef
                           ON EXCEPTION
                               MOVE "YES" TO EndOfInput
                       END-ACCEPT
                   END-IF
                   IF EndOfInput = "NO"
                       PERFORM QueueDisputeProcedure
                   END-IF
               END-IF
           END-IF.

       QueueDisputeProcedure.
           PERFORM FindPaidCollectionProcedure
           IF CollectionFound = "NO"
               DISPLAY "Dispute not queued - no paid collection "
                   SearchCollRef " from biller " NewBillerID
                   " on " SearchedClientID "."
           ELSE
               PERFORM CheckClaimExistsProcedure
               PERFORM CheckCollectionCaseProcedure
               IF ClaimExists = "YES"
                   DISPLAY "Dispute not queued - collection "
                       SearchCollRef " is already claimed or "
                       "pending."
               ELSE
               IF CaseExists = "YES"
                   DISPLAY "Dispute not queued - collection "
                       SearchCollRef " is under dispute case "
                       CaseNoSeen " - work it through DisputeWork."
               ELSE
                   MOVE "D" TO CaptureAction
                   PERFORM QueueChangeProcedure
                   IF ChangeQueued = "YES"
                       DISPLAY "Dispute of collection "
                           SearchCollRef " for " FoundDdAmount
                           " queued as change " NextRefNo " - a "
                           "different operator applies it from "
                           "the review menu."
                   END-IF
               END-IF
               END-IF
           END-IF.

       FindPaidCollectionProcedure.
           MOVE "NO" TO CollectionFound
           MOVE "NO" TO EndOfDdPaid
           OPEN INPUT DdPaidRegister
           IF DdPaidRegisterStatus = "00"
               PERFORM ScanPaidCollectionProcedure
                   UNTIL EndOfDdPaid = "YES"
                       OR CollectionFound = "YES"
           END-IF
           CLOSE DdPaidRegister.

       ScanPaidCollectionProcedure.
           READ DdPaidRegister
               AT END
                   MOVE "YES" TO EndOfDdPaid
               NOT AT END
                   IF DpBillerID = NewBillerID
                           AND DpCollRef = SearchCollRef
                           AND DpClientID = SearchedClientID
                       MOVE "YES" TO CollectionFound
                       MOVE DpMandateRef TO NewMandateRef
                       MOVE DpAmount TO FoundDdAmount
                   END-IF
           END-READ.

       CheckClaimExistsProcedure.
           MOVE "NO" TO ClaimExists
           MOVE "NO" TO EndOfClaims
           OPEN INPUT DdClaims
           IF DdClaimsStatus = "00"
               PERFORM ScanClaimProcedure
                   UNTIL EndOfClaims = "YES" OR ClaimExists = "YES"
           END-IF
           CLOSE DdClaims
           MOVE 1 TO QueueIndex
           PERFORM ScanQueuedClaimProcedure
               UNTIL QueueIndex > QueueCount OR ClaimExists = "YES".

       ScanClaimProcedure.
           READ DdClaims
               AT END
                   MOVE "YES" TO EndOfClaims
               NOT AT END
                   IF CmBillerID = NewBillerID
                           AND CmCollRef = SearchCollRef
                       MOVE "YES" TO ClaimExists
                   END-IF
           END-READ.

       CheckCollectionCaseProcedure.
      * A collection disputed through DisputeWork is worked as a
      * case there. A case still open, provisionally credited or
      * settled in the customer's favour on the collection's G
      * entry means the customer is being (or has been) paid back
      * that way, and a claim would pay them twice. The G entry
      * carries the collection reference as counterparty; each one
      * on the live trail for the account is looked up on
      * disputes.dat.
           MOVE "NO" TO CaseExists
           MOVE "NO" TO EndOfCollAudit
           OPEN INPUT AuditLog
           IF AuditStatus = "00"
               PERFORM ScanCollectionEntryProcedure
                   UNTIL EndOfCollAudit = "YES" OR CaseExists = "YES"
           END-IF
           CLOSE AuditLog.

       ScanCollectionEntryProcedure.
           READ AuditLog
               AT END
                   MOVE "YES" TO EndOfCollAudit
               NOT AT END
                   IF AuditTrType = "G"
                           AND AuditClientID = SearchedClientID
                           AND AuditCounterparty = SearchCollRef
                       MOVE AuditSeqNo TO CaseEntrySeq
                       PERFORM FindEntryCaseProcedure
                   END-IF
           END-READ.

       FindEntryCaseProcedure.
           MOVE "NO" TO EndOfDisputes
           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM ScanEntryCaseProcedure
                   UNTIL EndOfDisputes = "YES" OR CaseExists = "YES"
           END-IF
           CLOSE DisputeFile.

       ScanEntryCaseProcedure.
           READ DisputeFile
               AT END
                   MOVE "YES" TO EndOfDisputes
               NOT AT END
                   IF CsAuditSeq = CaseEntrySeq
                           AND (CsStatus = "O" OR CsStatus = "P"
                               OR CsStatus = "F")
                       MOVE "YES" TO CaseExists
                       MOVE CsCaseNo TO CaseNoSeen
                   END-IF
           END-READ.

       ScanQueuedClaimProcedure.
           IF HeldMqActions(QueueIndex) = "D"
                   AND HeldMqStates(QueueIndex) = "P"
                   AND HeldMqBillers(QueueIndex) = NewBillerID
                   AND HeldMqCollRefs(QueueIndex) = SearchCollRef
               MOVE "YES" TO ClaimExists
           END-IF
           ADD 1 TO QueueIndex.

       AddPayeeProcedure.
      * Captures an approved payee for the customer who owns the
      * paying account. Only an account at another bank needs one -
      * a ClientID on our own master is paid by internal transfer
      * and never reaches the payee screen. A payee can only be
      * active once per customer, on file or pending.
           DISPLAY "Enter the paying ClientID:"
           ACCEPT PayingClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               MOVE PayingClientID TO SearchedClientID
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " PayingClientID
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY "Payee not queued - account "
                       PayingClientID " is closed."
               ELSE
                   IF ClientCustomerID = SPACES
                       MOVE ClientID TO PayeeOwnerID
                   ELSE
                       MOVE ClientCustomerID TO PayeeOwnerID
                   END-IF
                   PERFORM AcceptPayeeProcedure
               END-IF
               END-IF
           END-IF.

       AcceptPayeeProcedure.
           DISPLAY "Enter the payee's account (8 letters or digits):"
           ACCEPT NewPayeeID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the payee's name:"
               ACCEPT NewPayeeName
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               MOVE NewPayeeID TO CheckClientID
               PERFORM ValidateClientIDProcedure
               MOVE NewPayeeID TO SearchedClientID
               PERFORM FetchClientProcedure
               IF IDValid = "NO"
                   DISPLAY "Payee not queued - the payee's account "
                       "is blank or not alphanumeric: " NewPayeeID
               ELSE
               IF ClientFound = "YES"
                   DISPLAY "Payee not queued - " NewPayeeID " is an "
                       "account at this bank and needs no payee."
               ELSE
               IF NewPayeeName = SPACES
                   DISPLAY "Payee not queued - the payee's name is "
                       "blank."
               ELSE
                   PERFORM CheckPayeeExistsProcedure
                   IF PayeeExists = "YES"
                       DISPLAY "Payee not queued - " NewPayeeID
                           " is already active or pending for "
                           "customer " PayeeOwnerID "."
                   ELSE
                       MOVE "P" TO CaptureAction
                       PERFORM QueueChangeProcedure
                       IF ChangeQueued = "YES"
                           DISPLAY "Payee " NewPayeeID " for "
                               "customer " PayeeOwnerID
                               " queued as change " NextRefNo
                               " - a different operator applies "
                               "it from the review menu."
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CheckPayeeExistsProcedure.
           MOVE "NO" TO PayeeExists
           MOVE "NO" TO EndOfPayees
           OPEN INPUT PayeeRegister
           IF PayeeRegisterStatus = "00"
               PERFORM ScanPayeeRegisterProcedure
                   UNTIL EndOfPayees = "YES" OR PayeeExists = "YES"
           END-IF
           CLOSE PayeeRegister
           MOVE 1 TO QueueIndex
           PERFORM ScanQueuedPayeeProcedure
               UNTIL QueueIndex > QueueCount OR PayeeExists = "YES".

       ScanPayeeRegisterProcedure.
           READ PayeeRegister
               AT END
                   MOVE "YES" TO EndOfPayees
               NOT AT END
                   IF PyOwnerID = PayeeOwnerID
                           AND PyPayeeID = NewPayeeID
                           AND PyStatus = "A"
                       MOVE "YES" TO PayeeExists
                   END-IF
           END-READ.

       ScanQueuedPayeeProcedure.
           IF HeldMqActions(QueueIndex) = "P"
                   AND HeldMqStates(QueueIndex) = "P"
                   AND HeldMqCustomers(QueueIndex) = PayeeOwnerID
                   AND HeldMqPayeeIDs(QueueIndex) = NewPayeeID
               MOVE "YES" TO PayeeExists
           END-IF
           ADD 1 TO QueueIndex.

       RemovePayeeProcedure.
      * Removes a payee at the customer's word. Like a mandate
      * cancellation it is committed at once - it can only stop
      * money leaving. The row stays on file, marked R with who
      * removed it and when, and SimpleBank holds any later payment
      * to it for review. Payments already held are left on the
      * review queue for the supervisor to refuse.
           DISPLAY "Enter the paying ClientID:"
           ACCEPT PayingClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the payee's account:"
               ACCEPT NewPayeeID
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               MOVE PayingClientID TO SearchedClientID
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " PayingClientID
               ELSE
                   IF ClientCustomerID = SPACES
                       MOVE ClientID TO PayeeOwnerID
                   ELSE
                       MOVE ClientCustomerID TO PayeeOwnerID
                   END-IF
                   PERFORM LoadPayeesProcedure
                   IF PayeeOverflow = "YES"
                       DISPLAY "Payee not removed - payees.dat holds "
                           "more rows than PayeeTable can hold ("
                           PayeeTableMax ")."
                   ELSE
                       MOVE "NO" TO PayeeFound
                       MOVE 1 TO PayeeLoop
                       PERFORM FindActivePayeeProcedure
                           UNTIL PayeeLoop > PayeeCount
                               OR PayeeFound = "YES"
                       IF PayeeFound = "NO"
                           DISPLAY "No active payee " NewPayeeID
                               " for customer " PayeeOwnerID "."
                       ELSE
                           MOVE "R" TO HeldPyStatuses(PayeeLoop)
                           MOVE BusinessDate
                               TO HeldPyRemovedDates(PayeeLoop)
                           MOVE OperatorID
                               TO HeldPyRemovedBys(PayeeLoop)
                           PERFORM SavePayeesProcedure
                           DISPLAY "Payee " NewPayeeID " removed "
                               "for customer " PayeeOwnerID "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindActivePayeeProcedure.
           IF HeldPyOwners(PayeeLoop) = PayeeOwnerID
                   AND HeldPyPayeeIDs(PayeeLoop) = NewPayeeID
                   AND HeldPyStatuses(PayeeLoop) = "A"
               MOVE "YES" TO PayeeFound
           ELSE
               ADD 1 TO PayeeLoop
           END-IF.

       LoadPayeesProcedure.
           MOVE 0 TO PayeeCount
           MOVE "NO" TO PayeeOverflow
           MOVE "NO" TO EndOfPayees
           OPEN INPUT PayeeRegister
           IF PayeeRegisterStatus = "00"
               PERFORM ReadPayeeProcedure
                   UNTIL EndOfPayees = "YES"
           END-IF
           CLOSE PayeeRegister.

       ReadPayeeProcedure.
           READ PayeeRegister
               AT END
                   MOVE "YES" TO EndOfPayees
               NOT AT END
                   IF PayeeCount >= PayeeTableMax
                       MOVE "YES" TO EndOfPayees
                       MOVE "YES" TO PayeeOverflow
                   ELSE
                       ADD 1 TO PayeeCount
                       MOVE PyOwnerID TO HeldPyOwners(PayeeCount)
                       MOVE PyPayeeID TO HeldPyPayeeIDs(PayeeCount)
                       MOVE PyPayeeName TO HeldPyNames(PayeeCount)
                       MOVE PyAddedDate
                           TO HeldPyAddedDates(PayeeCount)
                       MOVE PyAddedBy TO HeldPyAddedBys(PayeeCount)
                       MOVE PyApprovedBy
                           TO HeldPyApprovedBys(PayeeCount)
                       MOVE PyStatus TO HeldPyStatuses(PayeeCount)
                       MOVE PyRemovedDate
                           TO HeldPyRemovedDates(PayeeCount)
                       MOVE PyRemovedBy
                           TO HeldPyRemovedBys(PayeeCount)
                   END-IF
           END-READ.

       SavePayeesProcedure.
      * Rewrites payees.dat in full - a small control file like
      * mandates.dat.
           MOVE 1 TO PayeeLoop
           OPEN OUTPUT PayeeRegister
           PERFORM WritePayeeProcedure
               UNTIL PayeeLoop > PayeeCount
           CLOSE PayeeRegister.

       WritePayeeProcedure.
           MOVE SPACES TO PayeeRecord
           MOVE HeldPyOwners(PayeeLoop) TO PyOwnerID
           MOVE HeldPyPayeeIDs(PayeeLoop) TO PyPayeeID
           MOVE HeldPyNames(PayeeLoop) TO PyPayeeName
           MOVE HeldPyAddedDates(PayeeLoop) TO PyAddedDate
           MOVE HeldPyAddedBys(PayeeLoop) TO PyAddedBy
           MOVE HeldPyApprovedBys(PayeeLoop) TO PyApprovedBy
           MOVE HeldPyStatuses(PayeeLoop) TO PyStatus
           MOVE HeldPyRemovedDates(PayeeLoop) TO PyRemovedDate
           MOVE HeldPyRemovedBys(PayeeLoop) TO PyRemovedBy
           ADD 1 TO PayeeLoop
           WRITE PayeeRecord.

       SetLimitsProcedure.
      * Captures an account's type and its own daily limits, in LCU.
      * The type must be ST, the standard account every account is
      * without a row, or a type on limits.ctl; a zero limit takes
      * the type's default.
           DISPLAY "Enter ClientID:"
           ACCEPT SearchedClientID
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: " SearchedClientID
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY "Limits not queued - account "
                       SearchedClientID " is closed."
               ELSE
                   PERFORM AcceptLimitsProcedure
               END-IF
               END-IF
           END-IF.

       AcceptLimitsProcedure.
           DISPLAY "Enter the account type (blank for ST):"
           MOVE SPACES TO NewAccountType
           ACCEPT NewAccountType
               ON EXCEPTION
                   MOVE "YES" TO EndOfInput
           END-ACCEPT
           IF EndOfInput = "NO"
               DISPLAY "Enter the daily debit limit in LCU (0 for "
                   "the type's default):"
               ACCEPT NewDebitLimit
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               DISPLAY "Enter the daily withdrawal limit in LCU (0 "
                   "for the type's default):"
               ACCEPT NewWithdrawLimit
                   ON EXCEPTION
                       MOVE "YES" TO EndOfInput
               END-ACCEPT
           END-IF
           IF EndOfInput = "NO"
               IF NewAccountType = SPACES
                   MOVE "ST" TO NewAccountType
               END-IF
               PERFORM CheckLimitTypeProcedure
               IF LimitTypeKnown = "NO"
                   DISPLAY "Limits not queued - account type "
                       NewAccountType " is not on limits.ctl."
               ELSE
                   MOVE "X" TO CaptureAction
                   PERFORM QueueChangeProcedure
                   IF ChangeQueued = "YES"
                       DISPLAY "Limits for " SearchedClientID
                           " queued as change " NextRefNo
                           " - a different operator applies it "
                           "from the review menu."
                   END-IF
               END-IF
           END-IF.

       CheckLimitTypeProcedure.
           MOVE "NO" TO LimitTypeKnown
           IF NewAccountType = "ST"
               MOVE "YES" TO LimitTypeKnown
           ELSE
               MOVE "NO" TO EndOfLimitTypes
               OPEN INPUT LimitControl
               IF LimitControlStatus = "00"
                   PERFORM ScanLimitTypeProcedure
                       UNTIL EndOfLimitTypes = "YES"
                           OR LimitTypeKnown = "YES"
               END-IF
               CLOSE LimitControl
           END-IF.

       ScanLimitTypeProcedure.
           READ LimitControl
               AT END
                   MOVE "YES" TO EndOfLimitTypes
               NOT AT END
                   IF LcAccountType = NewAccountType
                       MOVE "YES" TO LimitTypeKnown
                   END-IF
           END-READ.

       LoadQueueProcedure.
           MOVE 0 TO QueueCount
           MOVE "NO" TO EndOfQueue
           OPEN INPUT MaintQueue
           IF MaintQueueStatus = "00"
               PERFORM ReadQueueProcedure
                   UNTIL EndOfQueue = "YES"
           END-IF
           CLOSE MaintQueue.

       ReadQueueProcedure.
           READ MaintQueue
               AT END
                   MOVE "YES" TO EndOfQueue
               NOT AT END
                   IF QueueCount >= QueueTableMax
                       MOVE "YES" TO EndOfQueue
                       MOVE "YES" TO QueueOverflow
                   ELSE
                       ADD 1 TO QueueCount
                       MOVE MqRefNo TO HeldMqRefs(QueueCount)
                       MOVE MqAction TO HeldMqActions(QueueCount)
                       MOVE MqClientID TO HeldMqClientIDs(QueueCount)
                       MOVE MqName TO HeldMqNames(QueueCount)
                       MOVE MqSurname TO HeldMqSurnames(QueueCount)
                       MOVE MqCreditLimit TO HeldMqCredits(QueueCount)
                       MOVE MqCreditFlag
                           TO HeldMqCreditFlags(QueueCount)
                       MOVE MqStatusByte
                           TO HeldMqStatusBytes(QueueCount)
                       MOVE MqCurrency
                           TO HeldMqCurrencies(QueueCount)
                       MOVE MqCustomerID
                           TO HeldMqCustomers(QueueCount)
                       MOVE MqMaker TO HeldMqMakers(QueueCount)
                       MOVE MqCaptureDate TO HeldMqDates(QueueCount)
                       MOVE MqState TO HeldMqStates(QueueCount)
                       MOVE MqChecker TO HeldMqCheckers(QueueCount)
                       MOVE MqLoanNo TO HeldMqLoanNos(QueueCount)
                       MOVE MqPrincipal
                           TO HeldMqPrincipals(QueueCount)
                       MOVE MqRate TO HeldMqRates(QueueCount)
                       MOVE MqTerm TO HeldMqTerms(QueueCount)
                       MOVE MqFirstDue TO HeldMqFirstDues(QueueCount)
                       MOVE MqInstalment
                           TO HeldMqInstalments(QueueCount)
                       MOVE MqBillerID TO HeldMqBillers(QueueCount)
                       MOVE MqMandateRef
                           TO HeldMqMandateRefs(QueueCount)
                       MOVE MqCollRef TO HeldMqCollRefs(QueueCount)
                       MOVE MqDdAmount TO HeldMqDdAmounts(QueueCount)
                       MOVE MqReason TO HeldMqReasons(QueueCount)
                       MOVE MqPayeeID TO HeldMqPayeeIDs(QueueCount)
                       MOVE MqPayeeName
                           TO HeldMqPayeeNames(QueueCount)
                       MOVE MqAccountType
                           TO HeldMqAccountTypes(QueueCount)
                       MOVE 0 TO HeldMqDebitLimits(QueueCount)
                       MOVE 0 TO HeldMqWithdrawLimits(QueueCount)
                       IF MqDebitLimit IS NUMERIC
                           MOVE MqDebitLimit
                               TO HeldMqDebitLimits(QueueCount)
                       END-IF
                       IF MqWithdrawLimit IS NUMERIC
                           MOVE MqWithdrawLimit
                               TO HeldMqWithdrawLimits(QueueCount)
                       END-IF
                   END-IF
           END-READ.

       SaveQueueProcedure.
      * Rewrites maintq.dat in full after each committed change -
      * a small control file like standing.dat, so there is
      * nothing to lose on an abend beyond the change being typed.
           MOVE 1 TO QueueIndex
           OPEN OUTPUT MaintQueue
           PERFORM WriteQueueProcedure
               UNTIL QueueIndex > QueueCount
           CLOSE MaintQueue.

       WriteQueueProcedure.
           MOVE HeldMqDates(QueueIndex) TO MqCaptureDate
           MOVE HeldMqStates(QueueIndex) TO MqState
           MOVE HeldMqCheckers(QueueIndex) TO MqChecker
           IF HeldMqActions(QueueIndex) = "L"
               MOVE HeldMqLoanNos(QueueIndex) TO MqLoanNo
               MOVE HeldMqPrincipals(QueueIndex) TO MqPrincipal
               MOVE HeldMqRates(QueueIndex) TO MqRate
               MOVE HeldMqTerms(QueueIndex) TO MqTerm
               MOVE HeldMqFirstDues(QueueIndex) TO MqFirstDue
               MOVE HeldMqInstalments(QueueIndex) TO MqInstalment
           END-IF
           IF HeldMqActions(QueueIndex) = "M"
                   OR HeldMqActions(QueueIndex) = "D"
               MOVE HeldMqBillers(QueueIndex) TO MqBillerID
               MOVE HeldMqMandateRefs(QueueIndex) TO MqMandateRef
               MOVE HeldMqCollRefs(QueueIndex) TO MqCollRef
               MOVE HeldMqDdAmounts(QueueIndex) TO MqDdAmount
           END-IF
           IF HeldMqActions(QueueIndex) = "C"
                   OR HeldMqActions(QueueIndex) = "S"
               MOVE HeldMqReasons(QueueIndex) TO MqReason
           END-IF
           IF HeldMqActions(QueueIndex) = "P"
               MOVE HeldMqPayeeIDs(QueueIndex) TO MqPayeeID
               MOVE HeldMqPayeeNames(QueueIndex) TO MqPayeeName
           END-IF
           IF HeldMqActions(QueueIndex) = "X"
               MOVE HeldMqAccountTypes(QueueIndex) TO MqAccountType
               MOVE HeldMqDebitLimits(QueueIndex) TO MqDebitLimit
               MOVE HeldMqWithdrawLimits(QueueIndex)
                   TO MqWithdrawLimit
           END-IF
           ADD 1 TO QueueIndex
           WRITE QueueRecord.

               " status " HeldMqStatusBytes(QueueLoop)
               " by " HeldMqMakers(QueueLoop)
               " on " HeldMqDates(QueueLoop)
           IF HeldMqActions(QueueLoop) = "L"
               DISPLAY "    Loan " HeldMqLoanNos(QueueLoop)
                   " principal " HeldMqPrincipals(QueueLoop)
                   " rate " HeldMqRates(QueueLoop)
                   " term " HeldMqTerms(QueueLoop)
                   " instalment " HeldMqInstalments(QueueLoop)
                   " first due " HeldMqFirstDues(QueueLoop)
           END-IF
           IF HeldMqActions(QueueLoop) = "M"
               DISPLAY "    Mandate " HeldMqMandateRefs(QueueLoop)
                   " biller " HeldMqBillers(QueueLoop)
                   " maximum " HeldMqDdAmounts(QueueLoop)
           END-IF
           IF HeldMqActions(QueueLoop) = "D"
               DISPLAY "    Dispute of collection "
                   HeldMqCollRefs(QueueLoop)
                   " biller " HeldMqBillers(QueueLoop)
                   " mandate " HeldMqMandateRefs(QueueLoop)
                   " amount " HeldMqDdAmounts(QueueLoop)
           END-IF
           IF HeldMqActions(QueueLoop) = "C"
                   OR HeldMqActions(QueueLoop) = "S"
               DISPLAY "    Reason " HeldMqReasons(QueueLoop)
           END-IF
           IF HeldMqActions(QueueLoop) = "P"
               DISPLAY "    Payee " HeldMqPayeeIDs(QueueLoop)
                   " " HeldMqPayeeNames(QueueLoop)
                   " for customer " HeldMqCustomers(QueueLoop)
           END-IF
           IF HeldMqActions(QueueLoop) = "X"
               DISPLAY "    Account type " HeldMqAccountTypes(QueueLoop)
                   " daily debit limit " HeldMqDebitLimits(QueueLoop)
                   " withdrawal limit "
                   HeldMqWithdrawLimits(QueueLoop)
           END-IF
           DISPLAY "Enter APPLY, REFUSE, or blank to leave it "
               "pending:"
           ACCEPT ReviewAnswer
                   PERFORM ApplyCloseProcedure
               WHEN "S"
                   PERFORM ApplyStatusProcedure
               WHEN "L"
                   PERFORM ApplyLoanProcedure
               WHEN "M"
                   PERFORM ApplyMandateProcedure
               WHEN "D"
                   PERFORM ApplyClaimProcedure
               WHEN "P"
                   PERFORM ApplyPayeeProcedure
               WHEN "X"
                   PERFORM ApplyLimitsProcedure
               WHEN OTHER
                   DISPLAY "Change " HeldMqRefs(QueueLoop)
                       " carries an unknown action "
               END-IF
           END-IF.

       ApplyLoanProcedure.
      * Books the loan onto loans.dat, re-screened against the
      * master and the loan register as they stand now. The
      * principal is all outstanding and nothing has fallen due;
      * LoanRun takes it from the first due date on. The booking is
      * audited as an amendment on the repayment account - zero
      * amount, fund unchanged, both hands on the line.
           MOVE HeldMqClientIDs(QueueLoop) TO SearchedClientID
           PERFORM FetchClientProcedure
           MOVE HeldMqLoanNos(QueueLoop) TO SearchedLoanNo
           MOVE "NO" TO LoanExists
           MOVE "NO" TO EndOfLoans
           OPEN INPUT LoanMaster
           IF LoanMasterStatus = "00"
               PERFORM ScanLoanMasterProcedure
                   UNTIL EndOfLoans = "YES" OR LoanExists = "YES"
           END-IF
           CLOSE LoanMaster
           IF ClientFound = "NO"
               DISPLAY "No such ClientID: "
                   HeldMqClientIDs(QueueLoop)
           ELSE
           IF ClientAccountStatus = "C"
               DISPLAY "Loan not booked - account " ClientID
                   " has been closed since capture."
           ELSE
           IF LoanExists = "YES"
               DISPLAY "Loan not booked - loan number "
                   SearchedLoanNo " is already on loans.dat."
           ELSE
               MOVE SPACES TO LoanRecord
               MOVE HeldMqLoanNos(QueueLoop) TO LnLoanNo
               MOVE ClientID TO LnClientID
               MOVE ClientCustomerID TO LnCustomerID
               MOVE HeldMqPrincipals(QueueLoop) TO LnPrincipal
               MOVE HeldMqRates(QueueLoop) TO LnRate
               MOVE HeldMqTerms(QueueLoop) TO LnTerm
               MOVE HeldMqInstalments(QueueLoop) TO LnInstalment
               MOVE HeldMqFirstDues(QueueLoop)(7:2) TO LnDueDay
               MOVE HeldMqFirstDues(QueueLoop) TO LnNextDue
               MOVE 0 TO LnScheduled
               MOVE HeldMqPrincipals(QueueLoop) TO LnOutstanding
               MOVE 0 TO LnArrears
               MOVE 0 TO LnArrearsInterest
               MOVE SPACES TO LnArrearsSince
               MOVE 0 TO LnDaysPastDue
               MOVE "A" TO LnStatus
               OPEN EXTEND LoanMaster
               WRITE LoanRecord
               IF LoanMasterStatus NOT = "00"
                   DISPLAY "Loan not booked - WRITE to loans.dat "
                       "failed with file status " LoanMasterStatus
                   CLOSE LoanMaster
               ELSE
                   CLOSE LoanMaster
                   MOVE ClientFund TO OldClientFund
                   MOVE ClientFund TO NewClientFund
                   MOVE "A" TO RosterAction
                   PERFORM WriteAuditProcedure
                   MOVE "YES" TO ApplyOK
                   DISPLAY "Loan " LnLoanNo " booked on account "
                       ClientID "."
               END-IF
           END-IF
           END-IF
           END-IF.

       ApplyMandateProcedure.
      * Appends the mandate to mandates.dat, re-screened against the
      * master and the register as they stand now. Audited as an
      * amendment on the debtor's account - zero amount, fund
      * unchanged, both hands on the line.
           MOVE HeldMqClientIDs(QueueLoop) TO SearchedClientID
           PERFORM FetchClientProcedure
           MOVE HeldMqBillers(QueueLoop) TO NewBillerID
           MOVE HeldMqMandateRefs(QueueLoop) TO NewMandateRef
           MOVE "NO" TO MandateExists
           MOVE "NO" TO EndOfMandates
           OPEN INPUT MandateRegister
           IF MandateRegisterStatus = "00"
               PERFORM ScanMandateRegisterProcedure
                   UNTIL EndOfMandates = "YES"
                       OR MandateExists = "YES"
           END-IF
           CLOSE MandateRegister
           IF ClientFound = "NO"
               DISPLAY "No such ClientID: "
                   HeldMqClientIDs(QueueLoop)
           ELSE
           IF ClientAccountStatus = "C"
               DISPLAY "Mandate not set up - account " ClientID
                   " has been closed since capture."
           ELSE
           IF MandateExists = "YES"
               DISPLAY "Mandate not set up - biller " NewBillerID
                   " reference " NewMandateRef " is already active."
           ELSE
               MOVE SPACES TO MandateRecord
               MOVE NewBillerID TO MdBillerID
               MOVE NewMandateRef TO MdMandateRef
               MOVE ClientID TO MdClientID
               MOVE HeldMqDdAmounts(QueueLoop) TO MdMaxAmount
               MOVE "A" TO MdStatus
               MOVE BusinessDate TO MdSetUpDate
               OPEN EXTEND MandateRegister
               WRITE MandateRecord
               IF MandateRegisterStatus NOT = "00"
                   DISPLAY "Mandate not set up - WRITE to "
                       "mandates.dat failed with file status "
                       MandateRegisterStatus
                   CLOSE MandateRegister
               ELSE
                   CLOSE MandateRegister
                   MOVE ClientFund TO OldClientFund
                   MOVE ClientFund TO NewClientFund
                   MOVE "A" TO RosterAction
                   PERFORM WriteAuditProcedure
                   MOVE "YES" TO ApplyOK
                   DISPLAY "Mandate " NewMandateRef " for biller "
                       NewBillerID " set up on account " ClientID
                       "."
               END-IF
           END-IF
           END-IF
           END-IF.

       ApplyClaimProcedure.
      * Lodges the disputed collection on ddclaims.dat as a pending
      * claim, for DirectDebitRun to refund - re-screened so a
      * collection is never claimed twice.
           MOVE HeldMqClientIDs(QueueLoop) TO SearchedClientID
           PERFORM FetchClientProcedure
           MOVE HeldMqBillers(QueueLoop) TO NewBillerID
           MOVE HeldMqCollRefs(QueueLoop) TO SearchCollRef
           MOVE "NO" TO ClaimExists
           MOVE "NO" TO EndOfClaims
           OPEN INPUT DdClaims
           IF DdClaimsStatus = "00"
               PERFORM ScanClaimProcedure
                   UNTIL EndOfClaims = "YES" OR ClaimExists = "YES"
           END-IF
           CLOSE DdClaims
           PERFORM CheckCollectionCaseProcedure
           IF ClientFound = "NO"
               DISPLAY "No such ClientID: "
                   HeldMqClientIDs(QueueLoop)
           ELSE
           IF ClaimExists = "YES"
               DISPLAY "Dispute not lodged - collection "
                   SearchCollRef " is already claimed."
           ELSE
           IF CaseExists = "YES"
               DISPLAY "Dispute not lodged - collection "
                   SearchCollRef " is under dispute case " CaseNoSeen
                   " - work it through DisputeWork."
           ELSE
               MOVE SPACES TO ClaimRecord
               MOVE NewBillerID TO CmBillerID
               MOVE HeldMqMandateRefs(QueueLoop) TO CmMandateRef
               MOVE ClientID TO CmClientID
               MOVE HeldMqDdAmounts(QueueLoop) TO CmAmount
               MOVE SearchCollRef TO CmCollRef
               MOVE BusinessDate TO CmLodgedDate
               MOVE MakerID TO CmMaker
               MOVE CheckerID TO CmChecker
               MOVE "P" TO CmStatus
               OPEN EXTEND DdClaims
               WRITE ClaimRecord
               IF DdClaimsStatus NOT = "00"
                   DISPLAY "Dispute not lodged - WRITE to "
                       "ddclaims.dat failed with file status "
                       DdClaimsStatus
                   CLOSE DdClaims
               ELSE
                   CLOSE DdClaims
                   MOVE ClientFund TO OldClientFund
                   MOVE ClientFund TO NewClientFund
                   MOVE "A" TO RosterAction
                   PERFORM WriteAuditProcedure
                   MOVE "YES" TO ApplyOK
                   DISPLAY "Dispute of collection " SearchCollRef
                       " lodged - DirectDebitRun refunds it."
               END-IF
           END-IF
           END-IF
           END-IF.

       ApplyPayeeProcedure.
      * Appends the payee to payees.dat, re-screened against the
      * master and the register as they stand now. The business
      * date of this apply is the payee's added date, so the
      * cooling-off period runs from the checker's approval, not
      * the maker's capture. Audited as an amendment on the paying
      * account - zero amount, fund unchanged, both hands on the
      * line.
           MOVE HeldMqCustomers(QueueLoop) TO PayeeOwnerID
           MOVE HeldMqPayeeIDs(QueueLoop) TO NewPayeeID
           MOVE "NO" TO PayeeExists
           MOVE "NO" TO EndOfPayees
           OPEN INPUT PayeeRegister
           IF PayeeRegisterStatus = "00"
               PERFORM ScanPayeeRegisterProcedure
                   UNTIL EndOfPayees = "YES" OR PayeeExists = "YES"
           END-IF
           CLOSE PayeeRegister
           MOVE NewPayeeID TO SearchedClientID
           PERFORM FetchClientProcedure
           IF ClientFound = "YES"
               DISPLAY "Payee not added - " NewPayeeID " has been "
                   "opened as an account at this bank since capture."
           ELSE
           IF PayeeExists = "YES"
               DISPLAY "Payee not added - " NewPayeeID " is already "
                   "active for customer " PayeeOwnerID "."
           ELSE
               MOVE HeldMqClientIDs(QueueLoop) TO SearchedClientID
               PERFORM FetchClientProcedure
               IF ClientFound = "NO"
                   DISPLAY "No such ClientID: "
                       HeldMqClientIDs(QueueLoop)
               ELSE
               IF ClientAccountStatus = "C"
                   DISPLAY "Payee not added - account " ClientID
                       " has been closed since capture."
               ELSE
                   PERFORM AppendPayeeProcedure
               END-IF
               END-IF
           END-IF
           END-IF.

       AppendPayeeProcedure.
           MOVE SPACES TO PayeeRecord
           MOVE PayeeOwnerID TO PyOwnerID
           MOVE NewPayeeID TO PyPayeeID
           MOVE HeldMqPayeeNames(QueueLoop) TO PyPayeeName
           MOVE BusinessDate TO PyAddedDate
           MOVE MakerID TO PyAddedBy
           MOVE CheckerID TO PyApprovedBy
           MOVE "A" TO PyStatus
           OPEN EXTEND PayeeRegister
           WRITE PayeeRecord
           IF PayeeRegisterStatus NOT = "00"
               DISPLAY "Payee not added - WRITE to payees.dat "
                   "failed with file status " PayeeRegisterStatus
               CLOSE PayeeRegister
           ELSE
               CLOSE PayeeRegister
               MOVE ClientFund TO OldClientFund
               MOVE ClientFund TO NewClientFund
               MOVE "A" TO RosterAction
               PERFORM WriteAuditProcedure
               MOVE "YES" TO ApplyOK
               DISPLAY "Payee " NewPayeeID " added for customer "
                   PayeeOwnerID " - outbound payments to it are "
                   "held until its cooling-off period has run."
           END-IF.

       ApplyLimitsProcedure.
      * Appends the account's limits row to acctlim.dat - the last
      * row for an account is the one in force - re-screened
      * against the master as it stands now. Audited as an
      * amendment, zero amount, fund unchanged, both hands on the
      * line.
           MOVE HeldMqClientIDs(QueueLoop) TO SearchedClientID
           PERFORM FetchClientProcedure
           IF ClientFound = "NO"
               DISPLAY "No such ClientID: " SearchedClientID
           ELSE
           IF ClientAccountStatus = "C"
               DISPLAY "Limits not set - account " ClientID
                   " has been closed since capture."
           ELSE
               MOVE SPACES TO AccountLimitRecord
               MOVE ClientID TO LmClientID
               MOVE HeldMqAccountTypes(QueueLoop) TO LmAccountType
               MOVE HeldMqDebitLimits(QueueLoop) TO LmDebitLimit
               MOVE HeldMqWithdrawLimits(QueueLoop)
                   TO LmWithdrawLimit
               MOVE BusinessDate TO LmSetDate
               MOVE MakerID TO LmSetBy
               MOVE CheckerID TO LmApprovedBy
               OPEN EXTEND AccountLimits
               WRITE AccountLimitRecord
               IF AccountLimitsStatus NOT = "00"
                   DISPLAY "Limits not set - WRITE to acctlim.dat "
                       "failed with file status "
                       AccountLimitsStatus
                   CLOSE AccountLimits
               ELSE
                   CLOSE AccountLimits
                   MOVE ClientFund TO OldClientFund
                   MOVE ClientFund TO NewClientFund
                   MOVE "A" TO RosterAction
                   PERFORM WriteAuditProcedure
                   MOVE "YES" TO ApplyOK
                   DISPLAY "Account " ClientID " is now type "
                       LmAccountType " with its own daily limits "
                       LmDebitLimit " / " LmWithdrawLimit "."
               END-IF
           END-IF
           END-IF.

       ListClientsProcedure.
           MOVE 0 TO ListCount
           MOVE "NO" TO EndOfScan
