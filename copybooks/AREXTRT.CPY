       01  AR-EXTRACT-RECORD.
           05  AE-CUSTOMER-ID           PIC 9(10).
           05  AE-NEXT-INVOICE-DATE     PIC X(08).
      *        INVOICE TOTAL: THE RECURRING AMOUNT PLUS ANY BILLABLE
      *        CHARGES, ITEMIZED ON THE INVOICE-LINE FILE (INVLINE.CPY).
           05  AE-AMOUNT-DUE            PIC S9(07)V99.
      *        ISO CURRENCY CODE OF THE INVOICE, ALWAYS FILLED BY THE
      *        BILLING RUN (USD WHEN THE MASTER CARRIES SPACES).
      *        IS THE NUMBER PRINTED ON THE DOCUMENT AND CARRIED ON
      *        THE OPEN-ITEM FILE FOR REMITTANCE MATCHING.
           05  AE-INVOICE-NUMBER        PIC 9(07).
      *        DUE DATE UNDER THE CUSTOMER'S PAYMENT TERMS AND THE
      *        TERMS CODE IT WAS COMPUTED FROM, CARRIED ONTO THE OPEN
      *        ITEM SO AGING, DUNNING, FINANCE CHARGES AND THE EARLY-
      *        PAYMENT DISCOUNT ARE ALL MEASURED FROM THE SAME TERMS.
           05  AE-DUE-DATE              PIC X(08).
           05  AE-TERMS-CODE            PIC X(03).
      *        SALES TAX INCLUDED IN AE-AMOUNT-DUE, THE JURISDICTION
      *        IT WAS FIGURED FOR, AND THE TAX STATUS OF THE SALE:
      *        T TAXED, E EXEMPT CERTIFICATE, SPACE NOT SUBJECT TO
      *        TAX. RECORDS WRITTEN BEFORE THE FIELDS EXISTED, AND
      *        FINANCE CHARGES, CARRY NO TAX.
           05  AE-TAX-AMOUNT            PIC S9(07)V99.
           05  AE-TAX-JURISDICTION      PIC X(05).
           05  AE-TAX-STATUS            PIC X(01).
               88  AE-SALE-IS-TAXED            VALUE 'T'.
               88  AE-SALE-IS-EXEMPT           VALUE 'E'.
      *        EXCHANGE RATE (US DOLLARS PER UNIT, SIX DECIMALS) THE
      *        INVOICE WAS BOOKED TO THE LEDGER AT: THE RATE ON THE
      *        BILLING RUN DATE, 1 FOR US DOLLARS. CARRIED ONTO THE
      *        OPEN ITEM SO PAYMENTS RELIEVE THE RECEIVABLE AT THE
      *        SAME RATE AND REALIZE THE DIFFERENCE.
           05  AE-FX-RATE               PIC X(08).
           05  AE-FX-RATE-N REDEFINES AE-FX-RATE
                                        PIC 9(02)V9(06).
           05  FILLER                   PIC X(09).
      * AREXTRT.CPY END
