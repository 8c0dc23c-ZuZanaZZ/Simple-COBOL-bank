      * Shared limit event record layout. limitlog.dat is a LINE
      * SEQUENTIAL log, appended by SimpleBank, ChequeClear and
      * DirectDebitRun each time a posting would take an account
      * past one of its daily limits (see acctlim.cpy). LgKind is D
      * for the daily debit limit or W for the daily withdrawal
      * limit, and LgReason the refusal reason code the posting
      * program reports for it - DL or WL (ChequeClear returns the
      * cheque itself under its own code 09, DirectDebitRun the
      * collection under its code 11). LgOutcome is R when the
      * posting was refused, or O when a supervisor overrode the
      * limit at the teller's screen (LgSupervisor, with the
      * matching S entry on the audit trail). LgLimit, LgDayTotal -
      * what the account had already been debited (or withdrawn)
      * on LgBusinessDate before this posting - and LgAmount are
      * all in LCU. LimitReport lists the day's rows in the night
      * run.
       01  LimitEventRecord.
           03 LgBusinessDate    PIC X(8).
           03 Filler            PIC X(1).
           03 LgClientID        PIC X(8).
           03 Filler            PIC X(1).
           03 LgTrType          PIC X(1).
           03 Filler            PIC X(1).
           03 LgKind            PIC X(1).
           03 Filler            PIC X(1).
           03 LgReason          PIC X(2).
           03 Filler            PIC X(1).
           03 LgOutcome         PIC X(1).
           03 Filler            PIC X(1).
           03 LgLimit           PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LgDayTotal        PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LgAmount          PIC 9(13)V99.
           03 Filler            PIC X(1).
           03 LgOperator        PIC X(8).
           03 Filler            PIC X(1).
           03 LgSupervisor      PIC X(8).
