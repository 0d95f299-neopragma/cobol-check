      * PAIDHIST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE PAID-ITEM HISTORY FILE (PAIDHIST), ONE
      * 80-BYTE RECORD FOR EVERY OPEN ITEM THE PAYMENT APPLICATION RUN
      * CLOSES TO A ZERO BALANCE AND DROPS FROM THE NEW OPEN-ITEM
      * GENERATION. IT KEEPS THE ITEM AS IT WAS BILLED -- NUMBER,
      * DATES, TERMS, ORIGINAL AMOUNT AND TAX -- WITH THE DATE IT
      * CLOSED AND THE POSTING TYPE (AS ON APPLHIST) THAT CLOSED IT.
      * THE FILE IS OPENED EXTEND AND NEVER REWRITTEN. COPY THIS
      * MEMBER PLAIN (NO REPLACING) UNDER THE FD.
      *****************************************************************
       01  PAID-ITEM-RECORD.
           05  PH-CUSTOMER-ID           PIC 9(10).
           05  PH-INVOICE-NUMBER        PIC 9(07).
           05  PH-INVOICE-DATE          PIC X(08).
           05  PH-DUE-DATE              PIC X(08).
           05  PH-TERMS-CODE            PIC X(03).
           05  PH-CURRENCY-CODE         PIC X(03).
           05  PH-ORIGINAL-AMOUNT       PIC S9(07)V99.
           05  PH-TAX-AMOUNT            PIC S9(07)V99.
           05  PH-TAX-JURISDICTION      PIC X(05).
           05  PH-TAX-STATUS            PIC X(01).
           05  PH-CLOSE-DATE            PIC X(08).
           05  PH-CLOSING-TYPE          PIC X(02).
           05  FILLER                   PIC X(07).
      * PAIDHIST.CPY END
