      * INVLINE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE INVOICE-LINE FILE (INVLINE) WRITTEN BY
      * THE NIGHTLY BILLING RUN, ONE 100-BYTE RECORD PER LINE BILLED,
      * IN THE SAME INVOICE-NUMBER ORDER AS THE AR EXTRACT. THE LINES
      * OF AN INVOICE ADD UP TO ITS AE-AMOUNT-DUE: THE RECURRING
      * AMOUNT FROM THE MASTER (CHARGE CODE RECUR) WHEN IT IS NOT
      * ZERO, THEN EACH BILLABLE CHARGE IN THE ORDER IT WAS RECEIVED.
      * READ BY THE INVOICE PRINT RUN TO PRINT ONE DETAIL LINE PER
      * CHARGE. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD SO
      * WRITER AND READER SHARE ONE DEFINITION.
      *****************************************************************
       01  INVOICE-LINE-RECORD.
           05  IL-INVOICE-NUMBER        PIC 9(07).
           05  IL-CUSTOMER-ID           PIC 9(10).
           05  IL-LINE-NUMBER           PIC 9(03).
           05  IL-CHARGE-CODE           PIC X(06).
           05  IL-DESCRIPTION           PIC X(25).
           05  IL-QUANTITY              PIC 9(05)V99.
           05  IL-UNIT-PRICE            PIC S9(07)V99.
           05  IL-EXTENDED-AMOUNT       PIC S9(07)V99.
           05  IL-SERVICE-FROM          PIC X(08).
           05  IL-SERVICE-TO            PIC X(08).
           05  FILLER                   PIC X(08).
      * INVLINE.CPY END
