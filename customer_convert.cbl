      * One-time conversion of the customer master to the current
      * record layout - the one that carries CustTaxExempt after the
      * contact details (see custrec.cpy). The INDEXED customers.dat
      * fixes its record length when it is created, so a master
      * built to the old layout cannot simply be opened with the
      * new one. Operations renames the old file to customers.old,
      * runs this program, and the new master is built row by row
      * in CustomerID order. Every converted customer starts out
      * with CustTaxExempt SPACES, which InterestRun treats as
      * taxed - an exemption is recorded afterwards through
      * ClientMaint against its certificate. A failed WRITE leaves
      * the row off the new master and is named on the console, so
      * operations can keep customers.old until the count agrees.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerConvert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCustomer
           ASSIGN TO "./customers.old"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldCustomerID
           FILE STATUS IS OldCustomerStatus.

           SELECT Customer
           ASSIGN TO "./customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustomerID
           FILE STATUS IS CustomerStatus.

       DATA DIVISION.
       FILE SECTION.
      * The customer record as it stood before CustTaxExempt.
       FD OldCustomer.
       01 OldCustRecord.
           03 OldCustomerID     PIC X(8).
           03 Filler            PIC X(1).
           03 OldCustFullName   PIC X(20).
           03 Filler            PIC X(1).
           03 OldCustSurname    PIC X(12).
           03 Filler            PIC X(1).
           03 OldCustContact    PIC X(30).

       FD Customer.
           COPY "custrec.cpy".

       WORKING-STORAGE SECTION.
       01 OldCustomerStatus    PIC X(2).
       01 CustomerStatus       PIC X(2).
       01 EndOfFile            PIC X(3) VALUE "NO".
       01 ReadCount            PIC 9(5) VALUE 0.
       01 LoadedCount          PIC 9(5) VALUE 0.
       01 FailedCount          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * Main Procedure
           OPEN INPUT OldCustomer
           IF OldCustomerStatus NOT = "00"
               DISPLAY "customers.old not found - rename the old "
                   "customers.dat to customers.old before running "
                   "the conversion."
           ELSE
               OPEN OUTPUT Customer
               IF CustomerStatus NOT = "00"
                   DISPLAY "Cannot create the new customers.dat - "
                       "file status " CustomerStatus
               ELSE
                   PERFORM ConvertRowProcedure
                       UNTIL EndOfFile = "YES"
                   CLOSE Customer
                   DISPLAY "Conversion complete - " ReadCount
                       " customers read, " LoadedCount " loaded, "
                       FailedCount " failed."
               END-IF
           END-IF
           CLOSE OldCustomer
           STOP RUN.

       ConvertRowProcedure.
           READ OldCustomer NEXT
               AT END
                   MOVE "YES" TO EndOfFile
               NOT AT END
                   ADD 1 TO ReadCount
                   PERFORM WriteCustomerProcedure
           END-READ.

       WriteCustomerProcedure.
      * The old master was keyed on CustomerID already, so a
      * duplicate cannot arrive - any status other than 00 is a
      * write the operator has to look at.
           MOVE SPACES TO CustRecord
           MOVE OldCustomerID TO CustomerID
           MOVE OldCustFullName TO CustFullName
           MOVE OldCustSurname TO CustSurname
           MOVE OldCustContact TO CustContact
           WRITE CustRecord
           IF CustomerStatus = "00"
               ADD 1 TO LoadedCount
           ELSE
               ADD 1 TO FailedCount
               DISPLAY "WRITE failed for CustomerID " OldCustomerID
                   " - file status " CustomerStatus
           END-IF.
       END PROGRAM CustomerConvert.
