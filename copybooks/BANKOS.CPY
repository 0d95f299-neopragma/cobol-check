      * BANKOS.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE BANK RECONCILIATION OUTSTANDING-ITEMS
      * FILE. THE BANK RECONCILIATION RUN (BANKREC) READS LAST NIGHT'S
      * GENERATION (BANKOSI) AND WRITES TONIGHT'S (BANKOSO), SO AN
      * ITEM IS CARRIED FORWARD UNTIL IT CLEARS. COPY THIS MEMBER
      * PLAIN (NO REPLACING) UNDER THE FD.
      *
      * ITEM TYPES:
      *   D  A LOCKBOX DEPOSIT BATCH THE BANK HAS NOT CREDITED YET.
      *      THE AMOUNT IS THE DEPOSIT AMOUNT; THE BOOKED AMOUNT IS
      *      WHAT HAS BEEN RELEASED TO THE APPLY RUN SO FAR. CLEARS
      *      WHEN A BANK CREDIT IS MATCHED TO IT.
      *   U  A BANK CREDIT OR ADJUSTMENT NOT MATCHED TO ANY DEPOSIT.
      *      THE AMOUNT IS SIGNED (A DEBIT ADJUSTMENT IS NEGATIVE) AND
      *      THE ENTRY TYPE IS THE STATEMENT ENTRY TYPE. RETRIED EVERY
      *      NIGHT AGAINST THE DEPOSITS.
      *   A  AN AMOUNT DIFFERENCE: THE BANK CREDITED A DEPOSIT FOR
      *      MORE OR LESS THAN THE LOCKBOX AMOUNT. THE AMOUNT IS WHAT
      *      THE BANK STILL OWES (NEGATIVE WHEN IT OVER-CREDITED).
      *      CLEARS WHEN AN ADJUSTMENT QUOTING THE SAME DEPOSIT FOR
      *      EXACTLY THAT AMOUNT APPEARS ON A STATEMENT.
      * THE FIRST DATE IS THE BUSINESS DATE THE ITEM FIRST WENT
      * OUTSTANDING, FOR AGING. SPACES IN THE CURRENCY CODE MEANS USD.
      *****************************************************************
       01  BANK-OUTSTANDING-RECORD.
           05  OS-ITEM-TYPE             PIC X(01).
               88  OS-DEPOSIT-NOT-CREDITED     VALUE 'D'.
               88  OS-BANK-ENTRY-UNMATCHED     VALUE 'U'.
               88  OS-AMOUNT-DIFFERENCE        VALUE 'A'.
           05  OS-DEPOSIT-DATE          PIC X(08).
           05  OS-BATCH-NUMBER          PIC X(06).
           05  OS-CURRENCY-CODE         PIC X(03).
           05  OS-AMOUNT                PIC S9(09)V99.
           05  OS-BOOKED-AMOUNT         PIC S9(09)V99.
           05  OS-ENTRY-TYPE            PIC X(01).
           05  OS-BATCH-STATUS          PIC X(01).
           05  OS-BANK-REFERENCE        PIC X(16).
           05  OS-FIRST-DATE            PIC X(08).
           05  FILLER                   PIC X(14).
      * BANKOS.CPY END
