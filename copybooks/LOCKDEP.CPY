      * LOCKDEP.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE LOCKBOX DEPOSIT EXTRACT (LOCKDEP), THE
      * MACHINE-READABLE COPY OF THE LOCKRPT DEPOSIT REGISTER. THE
      * LOCKBOX EDIT RUN WRITES A NEW GENERATION EVERY NIGHT AND THE
      * BANK RECONCILIATION RUN (BANKREC) READS IT. COPY THIS MEMBER
      * PLAIN (NO REPLACING) UNDER THE FD.
      *
      * ONE 'B' RECORD PER DEPOSIT BATCH IN TONIGHT'S TRANSMISSION:
      * THE DEPOSIT AMOUNT IS THE BATCH TRAILER'S DOLLAR TOTAL -- WHAT
      * THE BANK SAYS IT DEPOSITED AND SHOULD CREDIT -- OR THE SUM OF
      * THE ITEMS WHEN THE TRAILER IS MISSING OR UNREADABLE. THE
      * RELEASED AMOUNT WENT ON TO THE PAYMENTS FILE TONIGHT AND IS
      * BOOKED TO CASH BY THE APPLY RUN; THE SUSPENDED AMOUNT WENT TO
      * THE PAYMENT SUSPENSE FILE INSTEAD.
      *
      * ONE 'R' RECORD PER ITEM RELEASED FROM SUSPENSE TONIGHT, WITH
      * THE DEPOSIT DATE AND BATCH IT ARRIVED IN (SPACES FOR AN ITEM
      * THAT CAME OUTSIDE ANY BATCH) AND ITS AMOUNT AS RELEASED.
      * SPACES IN THE CURRENCY CODE MEANS USD.
      *****************************************************************
       01  LOCKBOX-DEPOSIT-RECORD.
           05  LD-RECORD-TYPE           PIC X(01).
               88  LD-DEPOSIT-BATCH            VALUE 'B'.
               88  LD-SUSPENSE-RELEASE         VALUE 'R'.
           05  LD-DEPOSIT-DATE          PIC X(08).
           05  LD-BATCH-NUMBER          PIC X(06).
           05  LD-CURRENCY-CODE         PIC X(03).
           05  LD-BATCH-STATUS          PIC X(01).
               88  LD-BATCH-BALANCED           VALUE 'B'.
               88  LD-BATCH-OUT-OF-BALANCE     VALUE 'U'.
               88  LD-BATCH-NO-TRAILER         VALUE 'T'.
           05  LD-ITEM-COUNT            PIC 9(07).
           05  LD-DEPOSIT-AMOUNT        PIC S9(09)V99.
           05  LD-RELEASED-AMOUNT       PIC S9(09)V99.
           05  LD-SUSPENDED-AMOUNT      PIC S9(09)V99.
           05  FILLER                   PIC X(21).
      * LOCKDEP.CPY END
