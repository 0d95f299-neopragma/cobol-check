      * TERMSW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE PAYMENT-TERMS TABLE (TERMSP.CPY). COPY
      * THIS MEMBER PLAIN (NO REPLACING) IN ANY PROGRAM THAT EDITS A
      * TERMS CODE OR MEASURES AN ITEM FROM ITS DUE DATE, SO CUSTOMER
      * MAINTENANCE, BILLING, CASH APPLICATION, FINANCE CHARGES AND
      * STATEMENTS ALL READ THE SAME TERMS AND CANNOT DRIFT APART.
      *
      * BEFORE PERFORMING 8700-FIND-PAYMENT-TERMS THE CALLER SETS:
      *   WS-TERMS-LOOKUP-CODE  TERMS CODE OFF THE MASTER OR THE ITEM.
      *                         SPACES (ACCOUNTS AND ITEMS CONVERTED
      *                         BEFORE TERMS EXISTED) MEANS N30.
      * THE TERMS COME BACK IN WS-TERMS-RESULT. AN UNKNOWN CODE SETS
      * TERMS-CODE-NOT-FOUND AND RETURNS THE NET 30 TERMS, SO A BAD
      * CODE THAT REACHES A NIGHTLY RUN AGES THE WAY IT ALWAYS DID.
      *
      * BEFORE PERFORMING 8750-COMPUTE-TERMS-DATES THE CALLER ALSO
      * SETS WS-TERMS-BASE-DATE TO THE INVOICE DATE. THE DUE DATE AND
      * THE LAST DAY OF THE DISCOUNT WINDOW COME BACK IN
      * WS-TERMS-DUE-DATE AND WS-TERMS-DISCOUNT-DATE; BOTH ARE SPACES
      * WHEN THE INVOICE DATE IS NOT NUMERIC, AND THE DISCOUNT DATE
      * IS SPACES WHEN THE TERMS CARRY NO DISCOUNT.
      *
      * THE TERMS OFFERED ON OUR CONTRACTS:
      *   N10  NET 10      DUE 10 DAYS FROM INVOICE
      *   N30  NET 30      DUE 30 DAYS FROM INVOICE (THE DEFAULT)
      *   N45  NET 45      DUE 45 DAYS FROM INVOICE
      *   N60  NET 60      DUE 60 DAYS FROM INVOICE
      *   D10  2/10 NET 30 2 PERCENT OFF IF PAID WITHIN 10 DAYS,
      *                    OTHERWISE DUE 30 DAYS FROM INVOICE
      *****************************************************************
       01  WS-TERMS-LOOKUP-CODE         PIC X(03) VALUE SPACES.

       01  WS-TERMS-RESULT.
           05  WS-TERMS-CODE            PIC X(03) VALUE 'N30'.
           05  WS-TERMS-DESCRIPTION     PIC X(12) VALUE SPACES.
           05  WS-TERMS-NET-DAYS        PIC 9(03) VALUE 30.
           05  WS-TERMS-DISCOUNT-DAYS   PIC 9(03) VALUE ZERO.
           05  WS-TERMS-DISCOUNT-PCT    PIC V9(04) VALUE ZERO.

       01  WS-TERMS-DATES.
           05  WS-TERMS-BASE-DATE       PIC X(08) VALUE SPACES.
           05  WS-TERMS-BASE-DATE-N REDEFINES WS-TERMS-BASE-DATE
                                        PIC 9(08).
           05  WS-TERMS-DUE-DATE        PIC X(08) VALUE SPACES.
           05  WS-TERMS-DUE-DATE-N REDEFINES WS-TERMS-DUE-DATE
                                        PIC 9(08).
           05  WS-TERMS-DISCOUNT-DATE   PIC X(08) VALUE SPACES.
           05  WS-TERMS-DISCOUNT-DATE-N
               REDEFINES WS-TERMS-DISCOUNT-DATE
                                        PIC 9(08).
           05  WS-TERMS-BASE-INTEGER    PIC S9(09) COMP VALUE ZERO.

       01  WS-TERMS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TERMS-CODE-WAS-FOUND         VALUE 'Y'.
               88  TERMS-CODE-NOT-FOUND         VALUE 'N'.

      *    CODE, DESCRIPTION, NET DAYS, DISCOUNT DAYS, DISCOUNT RATE.
      *    THE N30 ENTRY IS THE DEFAULT AND MUST STAY SECOND.
       01  WS-TERMS-TABLE-VALUES.
           05  FILLER                   PIC X(25)
                   VALUE 'N10NET 10      0100000000'.
           05  FILLER                   PIC X(25)
                   VALUE 'N30NET 30      0300000000'.
           05  FILLER                   PIC X(25)
                   VALUE 'N45NET 45      0450000000'.
           05  FILLER                   PIC X(25)
                   VALUE 'N60NET 60      0600000000'.
           05  FILLER                   PIC X(25)
                   VALUE 'D102/10 NET 30 0300100200'.

       01  WS-TERMS-TABLE REDEFINES WS-TERMS-TABLE-VALUES.
           05  WS-TM-ENTRY OCCURS 5 TIMES.
               10  WS-TM-CODE           PIC X(03).
               10  WS-TM-DESCRIPTION    PIC X(12).
               10  WS-TM-NET-DAYS       PIC 9(03).
               10  WS-TM-DISCOUNT-DAYS  PIC 9(03).
               10  WS-TM-DISCOUNT-PCT   PIC V9(04).

       01  WS-TERMS-SUBSCRIPTS.
           05  WS-TM-COUNT              PIC 9(02) COMP VALUE 5.
           05  WS-TM-DEFAULT-IX         PIC 9(02) COMP VALUE 2.
           05  WS-TM-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-TM-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
      * TERMSW.CPY END
