      * RETREV.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE RETURNED-PAYMENT REVERSAL FILE (RETREV),
      * ONE 120-BYTE TRANSACTION PER OPEN-ITEM POSTING TO BE UNDONE,
      * WRITTEN BY THE RETURNED-ITEM RUN IN ASCENDING CUSTOMER-ID
      * ORDER AND APPLIED BY THE NEXT PAYMENT APPLICATION RUN AHEAD OF
      * THAT NIGHT'S CASH. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER
      * THE FD SO THE WRITER AND THE READER SHARE ONE DEFINITION.
      *
      * TYPE R PUTS BACK WHAT ONE POSTING OF THE RETURNED PAYMENT
      * TOOK OFF AN ITEM -- CASH, A DISCOUNT, OR THE CREDIT CARRIED
      * FROM AN OVERPAYMENT. IT CARRIES THE ITEM AS IT WAS BILLED
      * (NUMBER, DATES, TERMS, ORIGINAL AMOUNT AND TAX, FROM THE
      * PAID-ITEM HISTORY WHEN THE PAYMENT CLOSED IT) SO AN ITEM THAT
      * HAS LEFT THE OPEN-ITEM FILE COMES BACK UNDER ITS ORIGINAL
      * INVOICE AND AGES FROM ITS ORIGINAL DATES. TYPE F IS THE
      * RETURNED-ITEM FEE, A NEW INVOICE NUMBERED FROM INVSEQ.
      *
      * THE AMOUNT IS ALWAYS POSITIVE AND IS ADDED TO THE ITEM'S OPEN
      * BALANCE. THE GENERAL LEDGER ENTRIES ARE POSTED BY THE
      * RETURNED-ITEM RUN; THE APPLY RUN POSTS NONE FOR THESE.
      *****************************************************************
       01  REVERSAL-RECORD.
           05  RV-CUSTOMER-ID           PIC X(10).
           05  RV-TRANSACTION-TYPE      PIC X(01).
               88  RV-REOPEN-ITEM              VALUE 'R'.
               88  RV-RETURNED-ITEM-FEE        VALUE 'F'.
               88  RV-TYPE-IS-VALID            VALUE 'R' 'F'.
      *        POSTING TYPE (AS ON APPLHIST) BEING UNDONE; SPACES ON
      *        A FEE.
           05  RV-POSTING-TYPE          PIC X(02).
           05  RV-AMOUNT                PIC S9(07)V99.
           05  RV-INVOICE-NUMBER        PIC 9(07).
           05  RV-INVOICE-DATE          PIC X(08).
           05  RV-CURRENCY-CODE         PIC X(03).
           05  RV-DUE-DATE              PIC X(08).
           05  RV-TERMS-CODE            PIC X(03).
           05  RV-ORIGINAL-AMOUNT       PIC S9(07)V99.
           05  RV-TAX-AMOUNT            PIC S9(07)V99.
           05  RV-TAX-JURISDICTION      PIC X(05).
           05  RV-TAX-STATUS            PIC X(01).
      *        THE PAYMENT RETURNED, AS ON APPLHIST.
           05  RV-PAYMENT-DATE          PIC X(08).
           05  RV-PAYMENT-AMOUNT        PIC 9(07)V99.
           05  RV-DEPOSIT-DATE          PIC X(08).
           05  RV-DEPOSIT-BATCH         PIC X(06).
           05  RV-RETURN-TYPE           PIC X(01).
               88  RV-RETURNED-NSF             VALUE 'N'.
               88  RV-CHARGED-BACK             VALUE 'C'.
           05  RV-BANK-REFERENCE        PIC X(12).
           05  FILLER                   PIC X(01).
      * RETREV.CPY END
