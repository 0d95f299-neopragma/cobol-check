      * BILLCHG.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE BILLABLE-CHARGES FILE (CHARGES), ONE
      * 80-BYTE RECORD PER ONE-TIME CHARGE, USAGE CHARGE, INSTALLATION
      * FEE OR SERVICE CREDIT, IN ASCENDING CUSTOMER-ID ORDER. READ BY
      * THE NIGHTLY BILLING RUN, WHICH BILLS THE CHARGES OF EVERY
      * CUSTOMER IT INVOICES AND WRITES THE REST, UNCHANGED, TO THE
      * CARRY-FORWARD FILE (CHGFWD) IN THE SAME LAYOUT SO THEY CAN BE
      * MERGED BACK INTO THE NEXT RUN'S CHARGES. COPY THIS MEMBER
      * PLAIN (NO REPLACING) UNDER THE FD FOR THE INPUT; THE CARRY-
      * FORWARD FD MOVES THE WHOLE RECORD ACROSS.
      *
      * THE LINE AMOUNT IS QUANTITY TIMES UNIT PRICE. A SERVICE CREDIT
      * CARRIES A NEGATIVE UNIT PRICE. THE SERVICE PERIOD IS OPTIONAL
      * AND IS PRINTED UNDER THE LINE WHEN PRESENT.
      *****************************************************************
       01  BILLABLE-CHARGE-RECORD.
           05  BC-CUSTOMER-ID           PIC X(10).
           05  BC-CHARGE-CODE           PIC X(06).
           05  BC-DESCRIPTION           PIC X(25).
           05  BC-QUANTITY              PIC X(07).
           05  BC-QUANTITY-N REDEFINES BC-QUANTITY
                                        PIC 9(05)V99.
           05  BC-UNIT-PRICE            PIC X(09).
           05  BC-UNIT-PRICE-N REDEFINES BC-UNIT-PRICE
                                        PIC S9(07)V99.
           05  BC-SERVICE-FROM          PIC X(08).
           05  BC-SERVICE-TO            PIC X(08).
           05  FILLER                   PIC X(07).
      * BILLCHG.CPY END
