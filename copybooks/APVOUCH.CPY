      * APVOUCH.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE ACCOUNTS-PAYABLE VOUCHER INTERFACE FILE
      * (APVOUCH), ONE 200-BYTE RECORD PER CUSTOMER REFUND, WRITTEN BY
      * THE REFUND RUN AND LOADED BY ACCOUNTS PAYABLE, WHICH CUTS THE
      * CHECK. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD.
      *
      * EVERY VOUCHER IS LOADED PENDING APPROVAL; AP RELEASES IT FOR
      * PAYMENT ONLY AFTER THE REFUND REGISTER IS SIGNED. THE AMOUNT
      * IS ALWAYS POSITIVE AND IN THE CURRENCY OF THE CREDIT REFUNDED.
      * THE CREDIT DATE AND INVOICE NUMBER IDENTIFY THE AR CREDIT ITEM
      * THE VOUCHER PAYS OUT, FOR THE AUDIT TRAIL BACK TO RECEIVABLES.
      *****************************************************************
       01  AP-VOUCHER-RECORD.
           05  AV-VOUCHER-ID.
               10  AV-VOUCHER-DATE      PIC X(08).
               10  AV-VOUCHER-SEQUENCE  PIC 9(05).
           05  AV-VOUCHER-TYPE          PIC X(02).
               88  AV-CUSTOMER-REFUND          VALUE 'RF'.
           05  AV-PAYEE-ID              PIC 9(10).
           05  AV-PAYEE-NAME            PIC X(30).
           05  AV-ADDRESS-LINE-1        PIC X(30).
           05  AV-ADDRESS-LINE-2        PIC X(30).
           05  AV-ADDRESS-LINE-3        PIC X(30).
           05  AV-CURRENCY-CODE         PIC X(03).
           05  AV-AMOUNT                PIC 9(07)V99.
           05  AV-GL-ACCOUNT            PIC X(08).
           05  AV-CREDIT-DATE           PIC X(08).
           05  AV-INVOICE-NUMBER        PIC 9(07).
           05  AV-APPROVAL-STATUS       PIC X(01).
               88  AV-PENDING-APPROVAL         VALUE 'P'.
           05  FILLER                   PIC X(19).
      * APVOUCH.CPY END
