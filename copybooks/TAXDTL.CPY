      * TAXDTL.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE SALES-TAX DETAIL FILE (TAXDTL), THE
      * PERMANENT HISTORY THE MONTHLY TAX REGISTER (ARTAXREG) IS
      * BUILT FROM. THE BILLING RUN APPENDS ONE RECORD PER INVOICE
      * THAT IS TAXED OR EXEMPT; THE PAYMENT APPLICATION RUN APPENDS
      * ONE NEGATIVE RECORD PER CREDIT MEMO OR WRITE-OFF AGAINST SUCH
      * AN INVOICE, REVERSING ITS SHARE. EVERY TAX AMOUNT HERE IS ALSO
      * POSTED TO SALES TAX PAYABLE (22000000) ON THE GL FEED, SO THE
      * REGISTER TIES TO THE LEDGER. THE FILE IS OPENED EXTEND AND
      * NEVER REWRITTEN. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER
      * THE FD SO EVERY WRITER AND THE REGISTER SHARE ONE DEFINITION.
      *****************************************************************
       01  TAX-DETAIL-RECORD.
           05  TD-POSTING-DATE          PIC X(08).
           05  TD-SOURCE-PROGRAM        PIC X(08).
           05  TD-TRANSACTION-TYPE      PIC X(01).
               88  TD-INVOICE                  VALUE 'I'.
               88  TD-CREDIT-MEMO              VALUE 'C'.
               88  TD-WRITE-OFF                VALUE 'W'.
           05  TD-JURISDICTION          PIC X(05).
           05  TD-CURRENCY-CODE         PIC X(03).
           05  TD-CUSTOMER-ID           PIC 9(10).
           05  TD-INVOICE-NUMBER        PIC 9(07).
           05  TD-TAXABLE-AMOUNT        PIC S9(07)V99.
           05  TD-EXEMPT-AMOUNT         PIC S9(07)V99.
           05  TD-TAX-AMOUNT            PIC S9(07)V99.
           05  TD-TAX-RATE              PIC 9(02)V9(04).
           05  FILLER                   PIC X(05).
      * TAXDTL.CPY END
