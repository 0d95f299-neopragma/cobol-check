      * BANKSTMT.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE BANK'S PRIOR-DAY STATEMENT FILE
      * (BANKSTMT), RECEIVED EACH MORNING AND READ BY THE BANK
      * RECONCILIATION RUN (BANKREC). COPY THIS MEMBER PLAIN (NO
      * REPLACING) UNDER THE FD.
      *
      * ONE GROUP PER BANK ACCOUNT: A HEADER NAMING THE ACCOUNT, ITS
      * CURRENCY AND THE STATEMENT DATE, ONE DETAIL PER ENTRY, AND A
      * TRAILER WITH THE ENTRY COUNT AND THE CREDIT AND DEBIT TOTALS
      * THAT PROVE THE GROUP. SPACES IN THE CURRENCY CODE MEANS USD.
      *
      * ENTRY TYPES:
      *   C  DEPOSIT CREDIT. THE VALUE DATE AND BATCH NUMBER ARE THE
      *      LOCKBOX DEPOSIT DATE AND BATCH THE BANK CREDITED.
      *   R  RETURNED-ITEM DEBIT (NSF CHECK OR CHARGEBACK).
      *   A  ADJUSTMENT, CREDIT OR DEBIT, QUOTING THE DEPOSIT DATE AND
      *      BATCH OF THE DEPOSIT THE BANK IS CORRECTING.
      * THE AMOUNT IS UNSIGNED; THE DEBIT/CREDIT FLAG GIVES ITS
      * DIRECTION.
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BK-RECORD-TYPE           PIC X(01).
               88  BK-ACCOUNT-HEADER           VALUE 'H'.
               88  BK-ACCOUNT-ENTRY            VALUE 'D'.
               88  BK-ACCOUNT-TRAILER          VALUE 'T'.
           05  BK-RECORD-BODY           PIC X(79).
           05  BK-HEADER-FIELDS REDEFINES BK-RECORD-BODY.
               10  BK-STATEMENT-DATE    PIC X(08).
               10  BK-ACCOUNT-NUMBER    PIC X(12).
               10  BK-CURRENCY-CODE     PIC X(03).
               10  FILLER               PIC X(56).
           05  BK-ENTRY-FIELDS REDEFINES BK-RECORD-BODY.
               10  BK-ENTRY-TYPE        PIC X(01).
                   88  BK-DEPOSIT-CREDIT       VALUE 'C'.
                   88  BK-RETURNED-ITEM        VALUE 'R'.
                   88  BK-ADJUSTMENT           VALUE 'A'.
               10  BK-VALUE-DATE        PIC X(08).
               10  BK-BATCH-NUMBER      PIC X(06).
               10  BK-AMOUNT            PIC X(11).
               10  BK-AMOUNT-N REDEFINES BK-AMOUNT
                                        PIC 9(09)V99.
               10  BK-DEBIT-CREDIT      PIC X(01).
                   88  BK-ENTRY-IS-CREDIT      VALUE 'C'.
                   88  BK-ENTRY-IS-DEBIT       VALUE 'D'.
               10  BK-BANK-REFERENCE    PIC X(16).
               10  FILLER               PIC X(36).
           05  BK-TRAILER-FIELDS REDEFINES BK-RECORD-BODY.
               10  BK-ENTRY-COUNT       PIC X(07).
               10  BK-ENTRY-COUNT-N REDEFINES BK-ENTRY-COUNT
                                        PIC 9(07).
               10  BK-CREDIT-TOTAL      PIC X(13).
               10  BK-CREDIT-TOTAL-N REDEFINES BK-CREDIT-TOTAL
                                        PIC 9(11)V99.
               10  BK-DEBIT-TOTAL       PIC X(13).
               10  BK-DEBIT-TOTAL-N REDEFINES BK-DEBIT-TOTAL
                                        PIC 9(11)V99.
               10  FILLER               PIC X(46).
      * BANKSTMT.CPY END
