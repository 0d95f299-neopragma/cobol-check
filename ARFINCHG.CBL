      * PURPOSE:   MONTHLY FINANCE CHARGE ASSESSMENT. WALKS THE CURRENT
      *            OPEN-ITEM GENERATION IN CUSTOMER ORDER AND ASSESSES
      *            1.5 PERCENT PER MONTH ON EACH ITEM STILL OPEN PAST
      *            ITS DUE DATE, AGING ITEMS EXACTLY THE WAY
      *            THE PAYMENT APPLICATION RUN DOES. THE CHARGES FOR A
      *            CUSTOMER ARE BILLED AS ONE NEW INVOICE: AN EXTRACT
      *            RECORD IN THE SHARED AREXTRT LAYOUT, DATED WITH THE
      *            MASTER (HOUSE ACCOUNTS) IS SKIPPED AND COUNTED. THE
      *            FINCHRPT REGISTER LISTS EVERY ITEM CHARGED WITH
      *            CUSTOMER AND RUN TOTALS SO THE AMOUNTS CAN BE
      *            BALANCED BEFORE THE EXTRACT IS RELEASED. THE GL
      *            FEED DEBITS RECEIVABLES AND CREDITS FINANCE CHARGE
      *            INCOME (43000000) PER CURRENCY FOR THE CHARGES BILLED.
      *
      * USAGE:     ARFINCHG
      *
      *                     CHARGES ACCUMULATE PER CURRENCY AND EACH
      *                     CURRENCY IS BILLED AS ITS OWN INVOICE IN
      *                     THAT CURRENCY, NEVER CONVERTED OR MIXED.
      *   15 OCT 2026  RTB  PAYMENT TERMS. THE GRACE PERIOD IS NOW
      *                     MEASURED FROM THE ITEM'S DUE DATE INSTEAD
      *                     OF A FLAT 30 DAYS FROM THE INVOICE DATE, SO
      *                     AN ITEM IS CHARGED ONLY ONCE IT IS PAST DUE
      *                     UNDER ITS OWN TERMS. AN ITEM WITH NO DUE
      *                     DATE IS DUE NET 30 AS BEFORE. THE CHARGE
      *                     INVOICE ITSELF IS DUE ON THE RUN DATE.
      *   15 OCT 2026  RTB  A FINANCE CHARGE IS NOT A TAXABLE SALE. THE
      *                     CHARGE INVOICE CARRIES ZERO SALES TAX AND
      *                     NO TAX STATUS ON THE EXTRACT.
      *   15 OCT 2026  RTB  MONTH-END CLOSE. THE CHARGES ARE POSTED TO
      *                     THE LEDGER ON A GLJRNL FEED, ONE DEBIT TO
      *                     RECEIVABLES (MOVEMENT FC) AND ONE CREDIT TO
      *                     FINANCE CHARGE INCOME PER CURRENCY, WITH A
      *                     TRAILER THAT MUST BALANCE OR THE RUN ENDS
      *                     NONZERO. THE RUN STOPS BEFORE ANY OUTPUT IS
      *                     OPENED WHEN ITS RUN DATE FALLS IN A PERIOD
      *                     ALREADY CLOSED ON ARPERIOD (SHARED PERIODW/
      *                     PERIODP CHECK).
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. EACH CHARGE INVOICE IS
      *                     BOOKED AT THE RUN-DATE RATE (SHARED FXRATW/
      *                     FXRATP TABLE OVER FXRATES), CARRIED ON THE
      *                     EXTRACT, AND EVERY GL DETAIL CARRIES ITS US
      *                     DOLLAR EQUIVALENT AT THAT RATE WITH THE
      *                     DOLLAR TOTALS ON THE TRAILER. A CURRENCY
      *                     WITH NO RATE ENDS THE RUN NONZERO.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE ARAPPLY HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARFINCHG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT INVOICE-SEQUENCE
               ASSIGN TO INVSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCHRPT-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO ARPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPERIOD-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-IN
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  RC-RUN-MODE              PIC X(01).
           05  FILLER                   PIC X(21).
      *        AUTHORIZED RERUN. 'Y' IN COLUMN 31 AND THE ID OF WHOEVER
      *        AUTHORIZED IT IN COLUMNS 32-39 LET THE RUN REPEAT A
      *        BUSINESS DATE IT HAS ALREADY COMPLETED. THE RERUN IS
      *        LOGGED ON RUNLOG.
           05  RC-RERUN-INDICATOR       PIC X(01).
           05  RC-RERUN-AUTHORITY       PIC X(08).
           05  FILLER                   PIC X(41).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       FD  INVOICE-SEQUENCE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RECORD              PIC X(132).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AROPEN-STATUS         PIC X(02) VALUE '00'.
               88  INVSEQ-FILE-WAS-FOUND    VALUE '00'.
           05  WS-FINCHEXT-STATUS       PIC X(02) VALUE '00'.
           05  WS-FINCHRPT-STATUS       PIC X(02) VALUE '00'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CUSTOMER-IS-EXEMPT           VALUE 'Y'.
               88  CUSTOMER-NOT-EXEMPT          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  GL-CURRENCY-WAS-FOUND        VALUE 'Y'.
               88  GL-CURRENCY-NOT-FOUND        VALUE 'N'.

       01  WS-MERGE-KEYS.
           05  WS-OPEN-KEY              PIC X(10) VALUE HIGH-VALUES.
                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-INTEGER-DATE     PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(05) COMP VALUE ZERO.

           COPY TERMSW.
           COPY PERIODW.
           COPY FXRATW.
           COPY RUNLOGW.

       01  WS-CHARGE-FIELDS.
      *        1.5 PERCENT PER MONTH ON BALANCES PAST THE GRACE PERIOD,
      *        PER THE STANDARD TERMS PRINTED ON EVERY INVOICE. THE
      *        GRACE PERIOD IS COUNTED IN DAYS PAST THE DUE DATE; THE
      *        TERMS THEMSELVES ALREADY GIVE THE CUSTOMER THEIR DAYS.
           05  WS-MONTHLY-RATE          PIC V999 VALUE .015.
           05  WS-GRACE-DAYS            PIC 9(03) COMP VALUE ZERO.
           05  WS-ITEM-CHARGE           PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-LAST-INVOICE-NUMBER   PIC 9(07) VALUE ZERO.
               10  WS-FC-CURRENCY       PIC X(03).
               10  WS-FC-CHARGE         PIC S9(07)V99 COMP-3.

      *    THE RUN'S CHARGES PER CURRENCY, FOR THE GL FEED.
       01  WS-GL-CURRENCY-TABLE.
           05  WS-GC-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-GC-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-GC-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-GC-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-GC-ENTRY OCCURS 10 TIMES.
               10  WS-GC-CURRENCY       PIC X(03).
               10  WS-GC-CHARGE         PIC S9(11)V99 COMP-3.

       01  WS-GL-FEED-TOTALS.
           05  WS-GL-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-OPEN-ITEMS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-CHARGED         PIC 9(07) COMP VALUE ZERO.
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE RC-RERUN-INDICATOR
                           TO WS-LG-RERUN-INDICATOR
                       MOVE RC-RERUN-AUTHORITY
                           TO WS-LG-RERUN-AUTHORITY
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARFINCHG: RUN DATE " WS-RUN-DATE
                       " IS IN A CLOSED PERIOD -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'ARFINCHG' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARFINCHG: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INVOICE-SEQUENCE
           IF NOT INVSEQ-FILE-WAS-FOUND
           END-IF
           OPEN OUTPUT FINANCE-CHARGE-EXTRACT
           OPEN OUTPUT FINANCE-CHARGE-REGISTER
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "ARFINCHG: FXRATES NOT FOUND, FOREIGN-CURRENCY "
                       "CHARGES CANNOT BE TRANSLATED"
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "ARFINCHG: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO REGISTER-RECORD
           .

      **********************************************************************
      * ONE ITEM: A POSITIVE BALANCE FURTHER PAST ITS DUE DATE THAN
      * THE GRACE PERIOD TAKES THE MONTHLY RATE, ROUNDED TO THE CENT.
      * CREDITS AND ITEMS NOT YET DUE TAKE NOTHING. AN ITEM WRITTEN
      * BEFORE DUE DATES WERE CARRIED IS DUE UNDER ITS TERMS (NET 30
      * WHEN IT HAS NONE); ONE WITH AN UNREADABLE DATE IS TREATED AS
      * PAST DUE, THE SAME WAY THE AGING PUTS IT IN THE OLDEST BUCKET.
      **********************************************************************
       3000-ASSESS-ONE-ITEM.
           IF AO-OPEN-BALANCE IS GREATER THAN ZERO
               IF AO-DUE-DATE IS NUMERIC
                   MOVE AO-DUE-DATE TO WS-ITEM-DATE
               ELSE
                   MOVE AO-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
                   MOVE AO-INVOICE-DATE TO WS-TERMS-BASE-DATE
                   PERFORM 8750-COMPUTE-TERMS-DATES
                   MOVE WS-TERMS-DUE-DATE TO WS-ITEM-DATE
               END-IF
               IF WS-ITEM-DATE IS NUMERIC
                   COMPUTE WS-ITEM-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-INTEGER-DATE - WS-ITEM-INTEGER-DATE
               ELSE
                   MOVE 999 TO WS-DAYS-PAST-DUE
               END-IF
               IF WS-DAYS-PAST-DUE IS GREATER THAN WS-GRACE-DAYS
                   IF AO-CURRENCY-CODE EQUAL SPACES
                       MOVE 'USD' TO WS-ITEM-CURRENCY
                   ELSE
      **********************************************************************
      * BILL ONE CURRENCY'S CHARGES AS ONE NEW INVOICE ON THE EXTRACT,
      * IN THAT CURRENCY. THE NEXT APPLY RUN LOADS IT AS A NEW OPEN
      * ITEM LIKE ANY OTHER INVOICE. THE CHARGE IS DUE ON RECEIPT, SO
      * IT AGES AND DUNS FROM THE RUN DATE ON.
      **********************************************************************
       4000-WRITE-CHARGE-INVOICE.
           IF WS-FC-CHARGE(WS-FC-IX) IS GREATER THAN ZERO
               MOVE WS-FC-CHARGE(WS-FC-IX) TO AE-AMOUNT-DUE
               MOVE WS-FC-CURRENCY(WS-FC-IX) TO AE-CURRENCY-CODE
               MOVE WS-LAST-INVOICE-NUMBER TO AE-INVOICE-NUMBER
               MOVE WS-RUN-DATE TO AE-DUE-DATE
               MOVE ZERO TO AE-TAX-AMOUNT
               MOVE WS-FC-CURRENCY(WS-FC-IX) TO WS-FX-LOOKUP-CURRENCY
               MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
               PERFORM 8650-FIND-FX-RATE
               MOVE WS-FX-RATE TO AE-FX-RATE-N
               WRITE AR-EXTRACT-RECORD
               ADD 1 TO WS-CUSTOMERS-CHARGED
               ADD WS-FC-CHARGE(WS-FC-IX) TO WS-RUN-CHARGE-TOTAL
               PERFORM 4100-FIND-GL-CURRENCY
               ADD WS-FC-CHARGE(WS-FC-IX)
                   TO WS-GC-CHARGE(WS-GC-FOUND-IX)

               MOVE WS-THIS-CUSTOMER TO CT-CUSTOMER-ID
               MOVE WS-LAST-INVOICE-NUMBER TO CT-NEW-INVOICE
           END-IF
           .

      **********************************************************************
      * FIND OR ADD THE RUN'S GL ENTRY FOR THE INVOICE'S CURRENCY. THE
      * MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE
      * SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       4100-FIND-GL-CURRENCY.
           SET GL-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 4110-SEARCH-GL-CURRENCY
               VARYING WS-GC-IX FROM 1 BY 1
               UNTIL WS-GC-IX > WS-GC-COUNT
               OR GL-CURRENCY-WAS-FOUND
           IF GL-CURRENCY-NOT-FOUND
               IF WS-GC-COUNT >= WS-GC-MAX
                   DISPLAY "ARFINCHG: MORE THAN " WS-GC-MAX
                           " CURRENCIES ON THE RUN -- "
                           WS-FC-CURRENCY(WS-FC-IX)
                           " LUMPED INTO THE LAST GL ENTRY"
                   MOVE WS-GC-MAX TO WS-GC-FOUND-IX
               ELSE
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-GC-COUNT TO WS-GC-FOUND-IX
                   MOVE WS-FC-CURRENCY(WS-FC-IX)
                       TO WS-GC-CURRENCY(WS-GC-FOUND-IX)
                   MOVE ZERO TO WS-GC-CHARGE(WS-GC-FOUND-IX)
               END-IF
           END-IF
           .

       4110-SEARCH-GL-CURRENCY.
           IF WS-GC-CURRENCY(WS-GC-IX) EQUAL WS-FC-CURRENCY(WS-FC-IX)
               SET GL-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-GC-IX TO WS-GC-FOUND-IX
           END-IF
           .

       8000-PRINT-RUN-TOTAL.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
      * APPLY STEP.
      **********************************************************************
       9999-END.
           PERFORM 9300-WRITE-GL-JOURNAL
           CLOSE AR-OPEN-IN
           CLOSE CUSTOMER-MASTER
           CLOSE FINANCE-CHARGE-EXTRACT
           CLOSE FINANCE-CHARGE-REGISTER
           CLOSE GL-JOURNAL-FILE

           OPEN OUTPUT INVOICE-SEQUENCE
           MOVE SPACES TO INVOICE-SEQUENCE-RECORD
           DISPLAY "   MASTERS NOT FOUND   " WS-MASTERS-NOT-FOUND
           DISPLAY "   CHARGE TOTAL        " WS-RUN-CHARGE-TOTAL
           DISPLAY "   LAST INVOICE NO     " WS-LAST-INVOICE-NUMBER
           DISPLAY "   GL DEBIT TOTAL      " WS-GL-DEBIT-TOTAL
           DISPLAY "   GL CREDIT TOTAL     " WS-GL-CREDIT-TOTAL
           DISPLAY SPACE
           IF WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
           OR WS-GL-DEBIT-TOTAL NOT EQUAL WS-RUN-CHARGE-TOTAL
               DISPLAY "ARFINCHG: GL JOURNAL DOES NOT BALANCE TO THE "
                       "CHARGES BILLED -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-MISSING-RATES GREATER THAN ZERO
               DISPLAY "ARFINCHG: NO EXCHANGE RATE FOR "
                       WS-FX-MISSING-RATES " GL DETAILS"
                       " -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
      * WRITE THE GENERAL LEDGER FEED FOR THE CHARGES, ONE PAIR OF
      * ENTRIES PER CURRENCY: A DEBIT TO RECEIVABLES FOR THE CHARGE
      * INVOICES BILLED AGAINST A CREDIT TO FINANCE CHARGE INCOME,
      * THEN A TRAILER PROVING DEBITS EQUAL CREDITS. A RUN THAT
      * CHARGED NOTHING WRITES ONLY THE TRAILER, SO THE FEED IS NEVER
      * MISSING. EVERY DETAIL IS ALSO TRANSLATED TO DOLLARS AT THE
      * RUN-DATE RATE, WITH ANY ROUNDING TO EXCHANGE ROUNDING.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           PERFORM 9400-WRITE-GL-CURRENCY
               VARYING WS-GC-IX FROM 1 BY 1
               UNTIL WS-GC-IX > WS-GC-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARFINCHG' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '73000000' TO WS-FX-BALANCE-ACCOUNT
           MOVE 'USD' TO WS-FX-BALANCE-CURRENCY
           PERFORM 8690-BUILD-BALANCING-LINE
           IF FX-BALANCING-LINE-BUILT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE 'ARFINCHG' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-GL-DETAIL-COUNT TO GJ-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GJ-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-DEBITS TO GJ-FUNCTIONAL-DEBIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-CREDITS TO GJ-FUNCTIONAL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

       9400-WRITE-GL-CURRENCY.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARFINCHG' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '11000000' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           MOVE WS-GC-CURRENCY(WS-GC-IX) TO GJ-CURRENCY-CODE
           MOVE WS-GC-CHARGE(WS-GC-IX) TO GJ-AMOUNT
           SET GJ-AR-FINANCE-CHARGE TO TRUE
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-GC-CHARGE(WS-GC-IX) TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARFINCHG' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '43000000' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           MOVE WS-GC-CURRENCY(WS-GC-IX) TO GJ-CURRENCY-CODE
           MOVE WS-GC-CHARGE(WS-GC-IX) TO GJ-AMOUNT
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-GC-CHARGE(WS-GC-IX) TO WS-GL-CREDIT-TOTAL
           .

           COPY TERMSP.
           COPY PERIODP.
           COPY FXRATP.
           COPY RUNLOGP.
