      * THE INVOICE NUMBER BEING PAID, THE APPLY PASS POSTS TO THAT
      * OPEN ITEM. SPACES OR ZERO MEANS NO REFERENCE AND THE PAYMENT
      * APPLIES OLDEST-FIRST AS IT ALWAYS HAS.
      *
      * THE DEPOSIT DATE AND BATCH NUMBER NAME THE LOCKBOX DEPOSIT THE
      * PAYMENT ARRIVED IN, CARRIED TO THE APPLICATION HISTORY SO CASH
      * CAN BE TRACED FROM THE BANK TO THE INVOICE. BOTH ARE SPACES ON
      * AN ITEM THAT REACHED LOCKBOX OUTSIDE ANY BATCH.
      *****************************************************************
       01  PAYMENT-RECORD.
           05  PY-CUSTOMER-ID           PIC X(10).
      *        THE APPLY PASS REFUSES TO POST AGAINST AN OPEN ITEM
      *        IN A DIFFERENT CURRENCY.
           05  PY-CURRENCY-CODE         PIC X(03).
           05  PY-DEPOSIT-DATE          PIC X(08).
           05  PY-DEPOSIT-BATCH         PIC X(06).
           05  FILLER                   PIC X(29).
      * PAYMENT.CPY END
