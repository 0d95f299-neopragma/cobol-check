      * RETHIST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE RETURNED-ITEM HISTORY FILE (RETHIST),
      * ONE 100-BYTE RECORD FOR EVERY RETURNED PAYMENT THE RETURNED-
      * ITEM RUN HAS REVERSED. IT NAMES THE PAYMENT AS FOUND ON THE
      * CASH APPLICATION HISTORY (INCLUDING ITS DEPOSIT BATCH), THE
      * NUMBER OF POSTINGS UNDONE AND THE FEE INVOICE RAISED. THE RUN
      * READS IT TO REFUSE A SECOND REVERSAL OF THE SAME PAYMENT. THE
      * FILE IS OPENED EXTEND AND NEVER REWRITTEN. COPY THIS MEMBER
      * PLAIN (NO REPLACING) UNDER THE FD.
      *****************************************************************
       01  RETURN-HISTORY-RECORD.
           05  RH-CUSTOMER-ID           PIC X(10).
           05  RH-PAYMENT-DATE          PIC X(08).
           05  RH-PAYMENT-AMOUNT        PIC 9(07)V99.
           05  RH-CURRENCY-CODE         PIC X(03).
           05  RH-DEPOSIT-DATE          PIC X(08).
           05  RH-DEPOSIT-BATCH         PIC X(06).
           05  RH-RETURN-TYPE           PIC X(01).
           05  RH-RETURN-DATE           PIC X(08).
           05  RH-BANK-REFERENCE        PIC X(12).
           05  RH-PROCESS-DATE          PIC X(08).
           05  RH-POSTINGS-REVERSED     PIC 9(05).
           05  RH-FEE-INVOICE-NUMBER    PIC 9(07).
           05  RH-FEE-AMOUNT            PIC 9(07)V99.
           05  FILLER                   PIC X(06).
      * RETHIST.CPY END
