      * APPLHIST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CASH APPLICATION HISTORY FILE (APPLHIST),
      * ONE 100-BYTE RECORD FOR EVERY POSTING THE PAYMENT APPLICATION
      * RUN MAKES AGAINST AN OPEN ITEM: CASH BY INVOICE REFERENCE OR
      * OLDEST-FIRST, EARLY-PAYMENT DISCOUNTS, OVERPAYMENTS CARRIED AS
      * CREDITS, ADJUSTS MEMOS, WRITE-OFFS AND REFUND CLEARINGS, THE
      * SMALL-BALANCE SWEEP, AND THE REVERSAL OF A PAYMENT THE BANK
      * RETURNED (NSF OR CHARGEBACK) WITH ITS RETURNED-ITEM FEE, AND
      * THE NETTING OF A CARRIED CREDIT AGAINST AN OPEN DEBIT WHEN THE
      * CUSTOMER MERGE RUN (CUSTMRG) BRINGS TWO ACCOUNTS TOGETHER. THE
      * FILE IS THE PERMANENT TRAIL FROM CASH TO INVOICE; IT IS OPENED
      * EXTEND AND NEVER REWRITTEN. COPY THIS MEMBER PLAIN (NO
      * REPLACING) UNDER THE FD SO THE WRITER AND EVERY READER SHARE
      * ONE DEFINITION.
      *
      * THE AMOUNT IS WHAT THE POSTING TOOK OFF THE ITEM'S OPEN
      * BALANCE, SO IT IS NEGATIVE FOR A DEBIT MEMO, A REFUND
      * CLEARING, A RETURNED-PAYMENT REVERSAL OR A FEE, WHICH RAISE
      * IT. A CREDIT CARRIED IS RECORDED AGAINST THE NEW CREDIT ITEM
      * (INVOICE ZERO, DATED WITH THE PAYMENT), SO THE CASH POSTINGS
      * OF ONE PAYMENT ALWAYS ADD TO ITS AMOUNT. THE PAYMENT AND
      * DEPOSIT FIELDS ARE FILLED ON CASH POSTINGS AND ON THE
      * REVERSALS OF THEM, WHICH NAME THE PAYMENT RETURNED; THE USER
      * AND REASON ON ADJUSTMENTS, THE SWEEP AND THE REVERSALS (REASON
      * NS FOR NSF, CB FOR A CHARGEBACK). A MERGE NETTING IS RECORDED
      * ON BOTH ITEMS -- POSITIVE ON THE DEBIT, NEGATIVE ON THE CREDIT
      * -- SIGNED WITH THE USER ON THE MERGE TRANSACTION.
      *****************************************************************
       01  APPLICATION-HISTORY-RECORD.
           05  AH-CUSTOMER-ID           PIC 9(10).
           05  AH-INVOICE-NUMBER        PIC 9(07).
           05  AH-INVOICE-DATE          PIC X(08).
           05  AH-CURRENCY-CODE         PIC X(03).
           05  AH-POSTING-TYPE          PIC X(02).
               88  AH-PAID-BY-REFERENCE        VALUE 'PR'.
               88  AH-PAID-OLDEST-FIRST        VALUE 'PO'.
               88  AH-DISCOUNT-TAKEN           VALUE 'DS'.
               88  AH-CREDIT-CARRIED           VALUE 'CC'.
               88  AH-CREDIT-MEMO              VALUE 'CM'.
               88  AH-DEBIT-MEMO               VALUE 'DM'.
               88  AH-WRITE-OFF                VALUE 'WO'.
               88  AH-REFUND-CLEARED           VALUE 'RF'.
               88  AH-SMALL-BALANCE-SWEEP      VALUE 'SB'.
               88  AH-PAYMENT-RETURNED         VALUE 'NR'.
               88  AH-RETURNED-ITEM-FEE        VALUE 'NF'.
               88  AH-MERGE-NETTING            VALUE 'MN'.
               88  AH-FROM-PAYMENT             VALUE 'PR' 'PO' 'DS'
                                                     'CC'.
           05  AH-AMOUNT                PIC S9(07)V99.
           05  AH-POSTING-DATE          PIC X(08).
           05  AH-PAYMENT-DATE          PIC X(08).
           05  AH-PAYMENT-AMOUNT        PIC 9(07)V99.
           05  AH-DEPOSIT-DATE          PIC X(08).
           05  AH-DEPOSIT-BATCH         PIC X(06).
           05  AH-USER-ID               PIC X(08).
           05  AH-REASON-CODE           PIC X(02).
      *        Y WHEN THIS POSTING LEFT THE ITEM AT A ZERO BALANCE.
           05  AH-ITEM-CLOSED           PIC X(01).
               88  AH-CLOSED-THE-ITEM          VALUE 'Y'.
           05  FILLER                   PIC X(11).
      * APPLHIST.CPY END
