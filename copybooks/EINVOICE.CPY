      * EINVOICE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE ELECTRONIC INVOICE FILE (EINVOICE),
      * WRITTEN BY THE INVOICE PRINT RUN FOR EVERY CUSTOMER WHOSE
      * CUSTADDR ROW ASKS FOR EMAIL OR EDI DELIVERY AND PICKED UP BY
      * THE DELIVERY GATEWAY, WHICH SENDS EACH INVOICE TO THE ADDRESS
      * OR TRADING PARTNER ON ITS HEADER. COPY THIS MEMBER PLAIN (NO
      * REPLACING) UNDER THE FD.
      *
      * EACH INVOICE IS ONE SET OF 150-BYTE RECORDS IN THIS ORDER:
      *   H  HEADER: WHERE AND HOW TO SEND IT, CUSTOMER, DATES, TERMS.
      *   L  ONE PER CHARGE LINE, AS ON THE PRINTED INVOICE (NONE FOR
      *      AN INVOICE WITH NO INVOICE LINES).
      *   T  TOTALS: THE LINE COUNT AND SUM, THE SALES TAX, AND THE
      *      AMOUNT DUE, WHICH INCLUDES THE TAX.
      *   R  REMIT-TO: WHERE THE CUSTOMER SENDS PAYMENT.
      * EVERY RECORD OF THE SET CARRIES THE INVOICE NUMBER AND
      * CUSTOMER ID. AMOUNTS ARE IN THE INVOICE CURRENCY.
      *****************************************************************
       01  ELECTRONIC-INVOICE-RECORD.
           05  EV-RECORD-TYPE           PIC X(01).
               88  EV-HEADER-RECORD            VALUE 'H'.
               88  EV-LINE-RECORD              VALUE 'L'.
               88  EV-TOTALS-RECORD            VALUE 'T'.
               88  EV-REMIT-RECORD             VALUE 'R'.
           05  EV-INVOICE-NUMBER        PIC 9(07).
           05  EV-CUSTOMER-ID           PIC 9(10).
           05  EV-RECORD-BODY           PIC X(132).
           05  EV-HEADER-BODY REDEFINES EV-RECORD-BODY.
      *            E EMAIL OR D EDI, AS ON THE CUSTADDR ROW, AND THE
      *            EMAIL ADDRESS OR TRADING-PARTNER ID TO SEND TO.
               10  EV-DELIVERY-METHOD   PIC X(01).
               10  EV-ELECTRONIC-ADDRESS
                                        PIC X(60).
               10  EV-CUSTOMER-NAME     PIC X(30).
               10  EV-INVOICE-DATE      PIC X(08).
               10  EV-DUE-DATE          PIC X(08).
               10  EV-TERMS-CODE        PIC X(03).
               10  EV-TERMS-DESCRIPTION PIC X(12).
               10  EV-CURRENCY-CODE     PIC X(03).
               10  FILLER               PIC X(07).
           05  EV-LINE-BODY REDEFINES EV-RECORD-BODY.
               10  EV-LINE-NUMBER       PIC 9(03).
               10  EV-CHARGE-CODE       PIC X(06).
               10  EV-DESCRIPTION       PIC X(25).
               10  EV-QUANTITY          PIC 9(05)V99.
               10  EV-UNIT-PRICE        PIC S9(07)V99.
               10  EV-EXTENDED-AMOUNT   PIC S9(07)V99.
               10  EV-SERVICE-FROM      PIC X(08).
               10  EV-SERVICE-TO        PIC X(08).
               10  FILLER               PIC X(57).
           05  EV-TOTALS-BODY REDEFINES EV-RECORD-BODY.
               10  EV-LINE-COUNT        PIC 9(03).
               10  EV-LINES-TOTAL       PIC S9(07)V99.
      *            T TAXED, E EXEMPT, SPACE NOT SUBJECT TO TAX, AS ON
      *            THE AR EXTRACT.
               10  EV-TAX-STATUS        PIC X(01).
               10  EV-TAX-JURISDICTION  PIC X(05).
               10  EV-TAX-AMOUNT        PIC S9(07)V99.
               10  EV-AMOUNT-DUE        PIC S9(07)V99.
               10  EV-TOTAL-CURRENCY    PIC X(03).
               10  FILLER               PIC X(93).
           05  EV-REMIT-BODY REDEFINES EV-RECORD-BODY.
               10  EV-REMIT-NAME        PIC X(30).
               10  EV-REMIT-LINE-1      PIC X(30).
               10  EV-REMIT-LINE-2      PIC X(30).
               10  FILLER               PIC X(42).
      * EINVOICE.CPY END
