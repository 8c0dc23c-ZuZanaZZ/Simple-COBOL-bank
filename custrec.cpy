      * lives. Accounts opened before the customer master existed
      * carry SPACES in ClientCustomerID and simply have no owner on
      * file until maintenance links them.
      * CustTaxExempt is Y for a customer whose interest is paid
      * gross - a non-resident, or a resident holding an exemption
      * certificate - and N or SPACES (every customer registered
      * before the column existed) for one whose interest has
      * withholding tax taken at posting time by InterestRun,
      * DepositRun and an early deposit break. The
      * column lengthened the record: a customers.dat built before
      * it is carried over once by CustomerConvert.
       01  CustRecord.
           03 CustomerID        PIC X(8).
           03 Filler            PIC X(1).
           03 CustSurname      PIC X(12).
           03 Filler            PIC X(1).
           03 CustContact      PIC X(30).
           03 Filler           PIC X(1).
           03 CustTaxExempt    PIC X(1).
