      *                     SO THE END-OF-STREAM BALANCING RUN CAN
      *                     PROVE THE CROSS-PROGRAM EQUATIONS BY
      *                     MACHINE INSTEAD OF BY EYEBALLING SYSOUT.
      *   15 OCT 2026  RTB  PAYMENT TERMS. EVERY EXTRACT RECORD CARRIES
      *                     THE CUSTOMER'S TERMS CODE AND THE DUE DATE
      *                     COMPUTED FROM THE INVOICE DATE UNDER THOSE
      *                     TERMS (SHARED TERMSW/TERMSP TABLE), SO THE
      *                     DOWNSTREAM RUNS AGE FROM THE DUE DATE.
      *   15 OCT 2026  RTB  ITEMIZED BILLING. THE BILLABLE-CHARGES FILE
      *                     (CHARGES), IN CUSTOMER ORDER, IS MERGED
      *                     WITH THE MASTER: A CUSTOMER BILLED TONIGHT
      *                     GETS ONE INVOICE FOR THE RECURRING AMOUNT
      *                     PLUS ALL OF ITS CHARGES, EACH WRITTEN AS A
      *                     LINE TO THE INVLINE FILE FOR THE PRINT RUN.
      *                     CHARGES FOR ACCOUNTS NOT BILLED TONIGHT
      *                     ROLL FORWARD TO CHGFWD; CHARGES FOR NO
      *                     ACCOUNT OR THAT FAIL EDIT GO TO THE CHGEXCP
      *                     EXCEPTION REPORT.
      *   15 OCT 2026  RTB  SALES TAX. AN INVOICE FOR A CUSTOMER WITH A
      *                     TAX JURISDICTION IS TAXED AT THE RATE IN
      *                     EFFECT ON THE INVOICE DATE (SHARED TAXRATW/
      *                     TAXRATP TABLE OVER TAXRATES); AN EXEMPT
      *                     CUSTOMER IS BILLED WITHOUT TAX. THE TAX IS
      *                     CARRIED ON THE EXTRACT, APPENDED TO THE
      *                     TAXDTL HISTORY FOR THE MONTHLY REGISTER AND
      *                     CREDITED TO SALES TAX PAYABLE ON THE GL
      *                     FEED. A TAXABLE ACCOUNT WITH NO RATE IN
      *                     EFFECT GOES TO SUSPENSE WITH REASON 04.
      *   15 OCT 2026  RTB  MONTH-END CLOSE. THE RUN STOPS BEFORE ANY
      *                     ACCOUNT IS TOUCHED WHEN ITS RUN DATE FALLS
      *                     IN A PERIOD ALREADY CLOSED ON ARPERIOD
      *                     (SHARED PERIODW/PERIODP CHECK), AND THE
      *                     RECEIVABLES DEBIT ON THE GL FEED CARRIES
      *                     MOVEMENT BL.
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. EVERY GL DETAIL CARRIES
      *                     ITS US DOLLAR EQUIVALENT AT THE RUN-DATE
      *                     RATE (SHARED FXRATW/FXRATP TABLE OVER
      *                     FXRATES), ROUNDING GOES TO 73000000 AND THE
      *                     TRAILER CARRIES THE DOLLAR TOTALS. EVERY
      *                     EXTRACT RECORD CARRIES THE RATE THE INVOICE
      *                     WAS BOOKED AT. A FOREIGN-CURRENCY ACCOUNT
      *                     WITH NO RATE FOR THE RUN DATE GOES TO
      *                     SUSPENSE WITH REASON 05.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ANY ACCOUNT
      *                     IS TOUCHED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED, A LATER DATE ALREADY
      *                     RUN, A PRIOR NIGHT NEVER CLOSED OR A
      *                     BUSINESS DAY SKIPPED SINCE THE LAST NIGHT
      *                     CLOSED. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDATE.
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
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO ARPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPERIOD-STATUS.

           SELECT BILLABLE-CHARGES
               ASSIGN TO CHARGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGES-STATUS.

           SELECT CHARGES-FORWARD
               ASSIGN TO CHGFWD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGFWD-STATUS.

           SELECT CHARGE-EXCEPTIONS
               ASSIGN TO CHGEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGEXCP-STATUS.

           SELECT INVOICE-LINE-FILE
               ASSIGN TO INVLINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO TAXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATES-STATUS.

           SELECT TAX-DETAIL-FILE
               ASSIGN TO TAXDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
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
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  BILLABLE-CHARGES
           RECORD CONTAINS 80 CHARACTERS.
           COPY BILLCHG.

       FD  CHARGES-FORWARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-FORWARD-RECORD        PIC X(80).

       FD  CHARGE-EXCEPTIONS
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-EXCEPTION-RECORD      PIC X(132).

       FD  INVOICE-LINE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY INVLINE.

       FD  TAX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXRATE.

       FD  TAX-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXDTL.

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
            COPY ZUTZCWS     .
           COPY DATETIME.
           COPY NEXTINVW.
           COPY TERMSW.
           COPY TAXRATW.
           COPY PERIODW.
           COPY FXRATW.
           COPY RUNLOGW.
       01  WS-MAXIMUM-DAY       PIC 9(02) VALUE ZERO.
       01  WS-SUSPENSE-REASON   PIC X(02) VALUE SPACES.
           88  SUSPENSE-BAD-CYCLE-DATE          VALUE '01'.
           88  SUSPENSE-BAD-FREQUENCY           VALUE '02'.
           88  SUSPENSE-BAD-AMOUNT              VALUE '03'.
           88  SUSPENSE-NO-TAX-RATE             VALUE '04'.
           88  SUSPENSE-NO-EXCHANGE-RATE        VALUE '05'.

       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.
           05  WS-CHARGES-STATUS        PIC X(02) VALUE '00'.
               88  CHARGES-FILE-WAS-FOUND   VALUE '00'.
           05  WS-CHGFWD-STATUS         PIC X(02) VALUE '00'.
           05  WS-CHGEXCP-STATUS        PIC X(02) VALUE '00'.
           05  WS-INVLINE-STATUS        PIC X(02) VALUE '00'.
           05  WS-TAXDTL-STATUS         PIC X(02) VALUE '00'.
               88  TAXDTL-NOT-FOUND         VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RUN-YEAR-IS-COVERED          VALUE 'Y'.
               88  RUN-YEAR-NOT-COVERED         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  BILLABLE-CHARGES-EOF         VALUE 'Y'.
               88  BILLABLE-CHARGES-NOT-EOF     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CHARGE-ACCEPTED              VALUE 'Y'.
               88  CHARGE-NOT-ACCEPTED          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  NIGHT-WAS-SKIPPED            VALUE 'Y'.
               88  NO-NIGHT-WAS-SKIPPED         VALUE 'N'.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
               88  RUN-MODE-FULL                VALUE 'F'.
               88  RUN-MODE-DUE-ONLY            VALUE 'D'.

       01  WS-SKIPPED-NIGHT-CHECK.
           05  WS-SKIP-INTEGER-DATE     PIC 9(07) COMP VALUE ZERO.
           05  WS-SKIP-LAST-INTEGER     PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-SUSPENDED     PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-NOT-DUE       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-HASH-TOTAL    PIC 9(11) COMP VALUE ZERO.
           05  WS-CHARGES-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-CHARGES-BILLED        PIC 9(07) COMP VALUE ZERO.
           05  WS-CHARGES-FORWARDED     PIC 9(07) COMP VALUE ZERO.
           05  WS-CHARGES-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOICE-LINES         PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOICES-TAXED        PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOICES-EXEMPT       PIC 9(07) COMP VALUE ZERO.

       01  WS-BILLING-CURRENCY          PIC X(03) VALUE SPACES.

       01  WS-LAST-INVOICE-NUMBER       PIC 9(07) VALUE ZERO.

       01  WS-CHARGE-FIELDS.
           05  WS-CHARGE-KEY            PIC X(10) VALUE HIGH-VALUES.
           05  WS-CHARGE-REASON         PIC X(30) VALUE SPACES.
           05  WS-INVOICE-TOTAL         PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-LINE-AMOUNT           PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-INVOICE-LINE-NUMBER   PIC 9(03) COMP VALUE ZERO.
           05  WS-SERVICE-FROM          PIC X(08) VALUE SPACES.

       01  WS-TAX-FIELDS.
           05  WS-TAXABLE-BASE          PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-INVOICE-TAX           PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-TAX-STATUS            PIC X(01) VALUE SPACE.
               88  INVOICE-IS-TAXED             VALUE 'T'.
               88  INVOICE-IS-EXEMPT            VALUE 'E'.
               88  INVOICE-NOT-TAXABLE          VALUE SPACE.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.
               10  WS-CUR-CODE          PIC X(03).
               10  WS-CUR-INVOICES      PIC 9(07) COMP.
               10  WS-CUR-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-CUR-TAX           PIC S9(11)V99 COMP-3.
           05  WS-CUR-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CHGEXCP-HEADING-1.
           05  FILLER                   PIC X(31)
                   VALUE 'BILLABLE CHARGE EXCEPTIONS     '.
           05  CH1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-CHGEXCP-HEADING-2.
           05  FILLER                   PIC X(12)
                   VALUE 'CUSTOMER    '.
           05  FILLER                   PIC X(08)
                   VALUE 'CODE    '.
           05  FILLER                   PIC X(27)
                   VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(09)
                   VALUE 'QUANTITY '.
           05  FILLER                   PIC X(11)
                   VALUE 'UNIT PRICE '.
           05  FILLER                   PIC X(30) VALUE 'REASON'.
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  WS-CHGEXCP-DETAIL.
           05  CX-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CX-CHARGE-CODE           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CX-DESCRIPTION           PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CX-QUANTITY              PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CX-UNIT-PRICE            PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CX-REASON                PIC X(30).
           05  FILLER                   PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM UT-INITIALIZE

                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT DUES A NET 45 INVOICE 45 DAYS AFTER ITS DATE"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE "N45" TO WS-TERMS-LOOKUP-CODE
           MOVE "20260120" TO WS-TERMS-BASE-DATE
           PERFORM 8750-COMPUTE-TERMS-DATES
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-TERMS-DUE-DATE TO UT-ACTUAL
           MOVE "20260306"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT DUES A CONVERTED ACCOUNT WITH NO TERMS AT NET 30"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE SPACES TO WS-TERMS-LOOKUP-CODE
           MOVE "20261215" TO WS-TERMS-BASE-DATE
           PERFORM 8750-COMPUTE-TERMS-DATES
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-TERMS-DUE-DATE TO UT-ACTUAL
           MOVE "20270114"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT CLOSES THE 2/10 NET 30 DISCOUNT WINDOW AT DAY 10"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE "D10" TO WS-TERMS-LOOKUP-CODE
           MOVE "20260225" TO WS-TERMS-BASE-DATE
           PERFORM 8750-COMPUTE-TERMS-DATES
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-TERMS-DISCOUNT-DATE TO UT-ACTUAL
           MOVE "20260307"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT EXTENDS A CHARGE AS QUANTITY TIMES UNIT PRICE"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE ZERO TO WS-INVOICE-TOTAL
           MOVE 3 TO BC-QUANTITY-N
           MOVE 12.50 TO BC-UNIT-PRICE-N
           PERFORM 3350-EXTEND-CHARGE
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-LINE-AMOUNT TO WS-CUR-AMOUNT-EDIT
           MOVE WS-CUR-AMOUNT-EDIT TO UT-ACTUAL
           MOVE "            37.50"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT TAKES A SERVICE CREDIT OFF THE INVOICE TOTAL"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 100.00 TO WS-INVOICE-TOTAL
           MOVE 2 TO BC-QUANTITY-N
           MOVE -15.00 TO BC-UNIT-PRICE-N
           PERFORM 3350-EXTEND-CHARGE
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-INVOICE-TOTAL TO WS-CUR-AMOUNT-EDIT
           MOVE WS-CUR-AMOUNT-EDIT TO UT-ACTUAL
           MOVE "            70.00"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT TAXES AT THE RATE IN EFFECT ON THE INVOICE DATE"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 2 TO WS-RT-COUNT
           MOVE "TX001" TO WS-RT-JURISDICTION(1)
           MOVE "20260101" TO WS-RT-EFFECTIVE-DATE(1)
           MOVE 8.0000 TO WS-RT-RATE(1)
           MOVE "TX001" TO WS-RT-JURISDICTION(2)
           MOVE "20260701" TO WS-RT-EFFECTIVE-DATE(2)
           MOVE 8.2500 TO WS-RT-RATE(2)
           MOVE "TX001" TO CM-TAX-JURISDICTION
           MOVE "N" TO CM-TAX-EXEMPT
           MOVE "20260815" TO CM-NEXT-INVOICE-DATE
           MOVE 200.00 TO WS-INVOICE-TOTAL
           PERFORM 3500-COMPUTE-SALES-TAX
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-INVOICE-TOTAL TO WS-CUR-AMOUNT-EDIT
           MOVE WS-CUR-AMOUNT-EDIT TO UT-ACTUAL
           MOVE "           216.50"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT BILLS AN EXEMPT CUSTOMER WITHOUT TAX"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 1 TO WS-RT-COUNT
           MOVE "TX001" TO WS-RT-JURISDICTION(1)
           MOVE "20260101" TO WS-RT-EFFECTIVE-DATE(1)
           MOVE 8.0000 TO WS-RT-RATE(1)
           MOVE "TX001" TO CM-TAX-JURISDICTION
           MOVE "Y" TO CM-TAX-EXEMPT
           MOVE "20260815" TO CM-NEXT-INVOICE-DATE
           MOVE 200.00 TO WS-INVOICE-TOTAL
           PERFORM 3500-COMPUTE-SALES-TAX
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-INVOICE-TOTAL TO WS-CUR-AMOUNT-EDIT
           MOVE WS-CUR-AMOUNT-EDIT TO UT-ACTUAL
           MOVE "           200.00"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT TRANSLATES A GL DETAIL AT THE RATE ON ITS DATE"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 2 TO WS-XR-COUNT
           MOVE "EUR" TO WS-XR-CURRENCY(1)
           MOVE "20260801" TO WS-XR-EFFECTIVE-DATE(1)
           MOVE 1.084500 TO WS-XR-RATE(1)
           MOVE "EUR" TO WS-XR-CURRENCY(2)
           MOVE "20260901" TO WS-XR-EFFECTIVE-DATE(2)
           MOVE 1.100000 TO WS-XR-RATE(2)
           MOVE ZERO TO WS-FX-FUNCTIONAL-DEBITS
           MOVE ZERO TO WS-FX-FUNCTIONAL-CREDITS
           MOVE ZERO TO WS-FX-MISSING-RATES
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "20260815" TO GJ-RUN-DATE
           MOVE "D" TO GJ-DEBIT-CREDIT
           MOVE "EUR" TO GJ-CURRENCY-CODE
           MOVE 100.00 TO GJ-AMOUNT
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE GJ-FUNCTIONAL-AMOUNT TO WS-CUR-AMOUNT-EDIT
           MOVE WS-CUR-AMOUNT-EDIT TO UT-ACTUAL
           MOVE "           108.45"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT BALANCES THE DOLLAR SIDE OF THE FEED"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 10.01 TO WS-FX-FUNCTIONAL-DEBITS
           MOVE 10.00 TO WS-FX-FUNCTIONAL-CREDITS
           MOVE ZERO TO WS-FX-MISSING-RATES
           MOVE "73000000" TO WS-FX-BALANCE-ACCOUNT
           MOVE "USD" TO WS-FX-BALANCE-CURRENCY
           MOVE SPACES TO GL-JOURNAL-RECORD
           PERFORM 8690-BUILD-BALANCING-LINE
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE GJ-FUNCTIONAL-AMOUNT TO WS-CUR-AMOUNT-EDIT
           MOVE SPACES TO UT-ACTUAL
           STRING GJ-DEBIT-CREDIT WS-CUR-AMOUNT-EDIT
               DELIMITED BY SIZE INTO UT-ACTUAL
           MOVE "C             0.01"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT DOES NOT COUNT A FAILED STEP AS COMPLETED"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE "ARFINCHG" TO WS-LG-PROGRAM-NAME
           MOVE "ARAPPLY" TO WS-LG-PREDECESSOR
           MOVE "20261015" TO WS-LG-BUSINESS-DATE
           SET STEP-NOT-YET-COMPLETED TO TRUE
           SET PREDECESSOR-NOT-COMPLETED TO TRUE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "20261015" TO LG-BUSINESS-DATE
           MOVE "ARFINCHG" TO LG-PROGRAM-NAME
           MOVE "C" TO LG-EVENT-TYPE
           MOVE 8 TO LG-RETURN-CODE
           PERFORM 8970-NOTE-RUN-LOG-EVENT
           MOVE "ARAPPLY" TO LG-PROGRAM-NAME
           MOVE 4 TO LG-RETURN-CODE
           PERFORM 8970-NOTE-RUN-LOG-EVENT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE SPACES TO UT-ACTUAL
           IF STEP-ALREADY-COMPLETED
               MOVE "STEP DONE" TO UT-ACTUAL
           ELSE
               MOVE "STEP OPEN" TO UT-ACTUAL
           END-IF
           IF PREDECESSOR-COMPLETED
               MOVE "PREDECESSOR DONE" TO UT-ACTUAL(11:16)
           END-IF
           MOVE "STEP OPEN PREDECESSOR DONE"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT FINDS THE LAST NIGHT RUN AND THE LAST NIGHT CLOSED"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE "INVDATE" TO WS-LG-PROGRAM-NAME
           MOVE SPACES TO WS-LG-PREDECESSOR
           MOVE "20261015" TO WS-LG-BUSINESS-DATE
           MOVE "00000000" TO WS-LG-LAST-CLOSED-DATE
           MOVE "00000000" TO WS-LG-PRIOR-RUN-DATE
           MOVE "00000000" TO WS-LG-LATEST-RUN-DATE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "20261013" TO LG-BUSINESS-DATE
           MOVE "ARBALNCE" TO LG-PROGRAM-NAME
           MOVE "N" TO LG-EVENT-TYPE
           PERFORM 8970-NOTE-RUN-LOG-EVENT
           MOVE "20261014" TO LG-BUSINESS-DATE
           MOVE "INVDATE" TO LG-PROGRAM-NAME
           MOVE "C" TO LG-EVENT-TYPE
           PERFORM 8970-NOTE-RUN-LOG-EVENT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE SPACES TO UT-ACTUAL
           STRING WS-LG-PRIOR-RUN-DATE " " WS-LG-LAST-CLOSED-DATE
               DELIMITED BY SIZE INTO UT-ACTUAL
           MOVE "20261014 20261013"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER

           MOVE "IT FINDS A BUSINESS DAY SKIPPED AFTER A WEEKEND"
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE ZERO TO WS-HOLIDAY-COUNT
           SET NO-NIGHT-WAS-SKIPPED TO TRUE
           MOVE "20261017" TO WS-CURRENT-DATE
           COMPUTE WS-SKIP-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
           COMPUTE WS-SKIP-LAST-INTEGER = WS-SKIP-INTEGER-DATE + 2
           PERFORM 0675-CHECK-ONE-SKIPPED-DAY
               UNTIL WS-SKIP-INTEGER-DATE > WS-SKIP-LAST-INTEGER
               OR NIGHT-WAS-SKIPPED
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           MOVE WS-CURRENT-DATE TO UT-ACTUAL
           MOVE "20261019"
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM UT-AFTER
            COPY ZUTZCPD     .
           .
      * OPEN THE OLD MASTER FOR INPUT, THE NEW MASTER FOR OUTPUT, AND
      * THE DOWNSTREAM FEEDS FOR THIS RUN. THE OLD MASTER IS NEVER
      * WRITTEN, SO A RUN THAT FAILS ANYWHERE IS SIMPLY RERUN FROM THE
      * TOP AGAINST THE SAME INPUT. NO BILLABLE-CHARGES FILE MEANS NO
      * CHARGES TONIGHT; THE RECURRING AMOUNTS STILL BILL.
      **********************************************************************
       0500-INITIALIZE.
           OPEN INPUT HOLIDAY-CALENDAR
           CLOSE HOLIDAY-CALENDAR

           PERFORM 0650-LOAD-RUN-CONTROL
           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "INVDATE: RUN DATE " WS-RUN-DATE
                       " IS IN A CLOSED PERIOD -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'INVDATE' TO WS-LG-PROGRAM-NAME
           MOVE SPACES TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "INVDATE: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0670-CHECK-SKIPPED-NIGHTS
           PERFORM 0680-VALIDATE-HOLIDAY-CALENDAR
           PERFORM 0700-LOAD-INVOICE-SEQUENCE

           OPEN OUTPUT AR-EXTRACT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT INVOICE-LINE-FILE
           OPEN OUTPUT CHARGES-FORWARD
           OPEN OUTPUT CHARGE-EXCEPTIONS

      *    THE TAX DETAIL IS A PERMANENT HISTORY, APPENDED TO EVERY
      *    NIGHT AND CREATED EMPTY ON THE VERY FIRST RUN.
           OPEN EXTEND TAX-DETAIL-FILE
           IF TAXDTL-NOT-FOUND
               OPEN OUTPUT TAX-DETAIL-FILE
               CLOSE TAX-DETAIL-FILE
               OPEN EXTEND TAX-DETAIL-FILE
           END-IF
           PERFORM 8800-LOAD-TAX-RATES
           IF NOT TAXRATES-FILE-WAS-FOUND
               DISPLAY "INVDATE: TAXRATES NOT FOUND, TAXABLE "
                       "ACCOUNTS WILL GO TO SUSPENSE"
           END-IF
           IF WS-RT-REJECTED > ZERO
               DISPLAY "INVDATE: " WS-RT-REJECTED
                       " TAXRATES ROWS NOT USABLE, IGNORED"
           END-IF
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "INVDATE: FXRATES NOT FOUND, FOREIGN-CURRENCY "
                       "ACCOUNTS WILL GO TO SUSPENSE"
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "INVDATE: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           OPEN INPUT BILLABLE-CHARGES
           IF NOT CHARGES-FILE-WAS-FOUND
               DISPLAY "INVDATE: NO BILLABLE CHARGES FILE, STATUS "
                       WS-CHARGES-STATUS
               DISPLAY "INVDATE: BILLING RECURRING AMOUNTS ONLY"
               SET BILLABLE-CHARGES-EOF TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO CH1-RUN-DATE
           MOVE WS-CHGEXCP-HEADING-1 TO CHARGE-EXCEPTION-RECORD
           WRITE CHARGE-EXCEPTION-RECORD
           MOVE WS-CHGEXCP-HEADING-2 TO CHARGE-EXCEPTION-RECORD
           WRITE CHARGE-EXCEPTION-RECORD
           MOVE SPACES TO CHARGE-EXCEPTION-RECORD
           WRITE CHARGE-EXCEPTION-RECORD
           .

       0600-LOAD-HOLIDAYS.
           END-IF
           MOVE RC-RUN-DATE TO WS-RUN-DATE
           MOVE RC-RUN-MODE TO WS-RUN-MODE
           MOVE RC-RERUN-INDICATOR TO WS-LG-RERUN-INDICATOR
           MOVE RC-RERUN-AUTHORITY TO WS-LG-RERUN-AUTHORITY
           .

      **********************************************************************
      * INVDATE OPENS EACH NIGHT, SO IT ALSO REFUSES A RUN DATE THAT
      * JUMPS OVER A BUSINESS DAY: EVERY DAY BETWEEN THE LAST NIGHT
      * CLOSED ON THE RUN LOG AND THE RUN DATE MUST BE A WEEKEND OR A
      * HOLIDAY. NOT CHECKED BEFORE THE FIRST NIGHT IS EVER CLOSED, NOR
      * ON AN AUTHORIZED RERUN OF A DATE ALREADY COMPLETED.
      **********************************************************************
       0670-CHECK-SKIPPED-NIGHTS.
           SET NO-NIGHT-WAS-SKIPPED TO TRUE
           IF WS-LG-LAST-CLOSED-DATE NOT EQUAL '00000000'
           AND STEP-NOT-YET-COMPLETED
               MOVE WS-LG-LAST-CLOSED-DATE TO WS-CURRENT-DATE
               COMPUTE WS-SKIP-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N) + 1
               MOVE WS-RUN-DATE TO WS-CURRENT-DATE
               COMPUTE WS-SKIP-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N) - 1
               PERFORM 0675-CHECK-ONE-SKIPPED-DAY
                   UNTIL WS-SKIP-INTEGER-DATE > WS-SKIP-LAST-INTEGER
                   OR NIGHT-WAS-SKIPPED
           END-IF
           IF NIGHT-WAS-SKIPPED
               DISPLAY "INVDATE: BUSINESS DATE " WS-CURRENT-DATE
                       " WAS NEVER RUN -- RUN IT BEFORE " WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       0675-CHECK-ONE-SKIPPED-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (WS-SKIP-INTEGER-DATE)
               TO WS-CURRENT-DATE-N
           PERFORM 2210-CHECK-BUSINESS-DAY
           IF DATE-IS-BUSINESS-DAY
               SET NIGHT-WAS-SKIPPED TO TRUE
           ELSE
               ADD 1 TO WS-SKIP-INTEGER-DATE
           END-IF
           .

      **********************************************************************
           .

      **********************************************************************
      * DRIVE THE NIGHTLY BILLING RUN OFF THE FULL CUSTOMER MASTER,
      * WITH THE BILLABLE CHARGES MERGED IN BY CUSTOMER ID. CHARGES
      * STILL LEFT WHEN THE MASTER RUNS OUT BELONG TO NO ACCOUNT.
      **********************************************************************
       1000-PROCESS-INVOICES.
           PERFORM 1100-READ-CUSTOMER-MASTER
           PERFORM 1400-READ-BILLABLE-CHARGE
           PERFORM 1200-PROCESS-CUSTOMER
               UNTIL CUSTOMER-MASTER-EOF
           PERFORM 1450-REJECT-UNMATCHED-CHARGE
               UNTIL BILLABLE-CHARGES-EOF
           .

       1100-READ-CUSTOMER-MASTER.
      * EVERY RECORD READ FROM THE OLD MASTER IS WRITTEN TO THE NEW
      * MASTER EXACTLY ONCE: UPDATED WHEN BILLED, UNCHANGED WHEN NOT
      * DUE OR SUSPENDED, SO THE NEW GENERATION IS ALWAYS COMPLETE.
      * CHARGES KEYED BELOW THIS ACCOUNT HAVE NO ACCOUNT ON THE MASTER;
      * CHARGES FOR AN ACCOUNT THAT IS NOT BILLED TONIGHT ROLL FORWARD.
      **********************************************************************
       1200-PROCESS-CUSTOMER.
           PERFORM 1450-REJECT-UNMATCHED-CHARGE
               UNTIL WS-CHARGE-KEY NOT LESS THAN CM-CUSTOMER-ID
           PERFORM 7000-VALIDATE-MASTER-RECORD
           IF MASTER-RECORD-IS-NOT-VALID
               PERFORM 7500-WRITE-SUSPENSE-RECORD
               PERFORM 1300-WRITE-NEW-MASTER
               PERFORM 1480-FORWARD-ONE-CHARGE
                   UNTIL WS-CHARGE-KEY NOT EQUAL CM-CUSTOMER-ID
               PERFORM 1100-READ-CUSTOMER-MASTER
           ELSE
               IF RUN-MODE-DUE-ONLY
               AND CM-NEXT-INVOICE-DATE IS GREATER THAN WS-RUN-DATE
                   ADD 1 TO WS-RECORDS-NOT-DUE
                   PERFORM 1300-WRITE-NEW-MASTER
                   PERFORM 1480-FORWARD-ONE-CHARGE
                       UNTIL WS-CHARGE-KEY NOT EQUAL CM-CUSTOMER-ID
                   PERFORM 1100-READ-CUSTOMER-MASTER
               ELSE
                   PERFORM 1250-BILL-CUSTOMER
           END-IF
           .

      **********************************************************************
      * ONE INVOICE PER CUSTOMER BILLED: THE RECURRING AMOUNT FROM THE
      * MASTER PLUS EVERY CHARGE ON FILE FOR THE ACCOUNT, EACH WRITTEN
      * AS AN INVOICE LINE, PLUS SALES TAX ON THE SUM, WITH THE TOTAL
      * GOING TO THE EXTRACT UNDER ONE INVOICE NUMBER.
      **********************************************************************
       1250-BILL-CUSTOMER.
           MOVE CM-CYCLE-DATE TO WS-SERVICE-FROM
           MOVE CM-CYCLE-DATE TO WS-CURRENT-DATE
           MOVE CM-BILLING-FREQUENCY TO WS-BILLING-FREQUENCY
           IF CM-ANCHOR-DAY IS NUMERIC
           PERFORM 1300-WRITE-NEW-MASTER
           ADD 1 TO WS-RECORDS-UPDATED

           ADD 1 TO WS-LAST-INVOICE-NUMBER
           MOVE ZERO TO WS-INVOICE-LINE-NUMBER
           MOVE CM-AMOUNT-DUE TO WS-INVOICE-TOTAL
           IF CM-AMOUNT-DUE NOT EQUAL ZERO
               PERFORM 3200-WRITE-RECURRING-LINE
           END-IF
           PERFORM 3300-BILL-ONE-CHARGE
               UNTIL WS-CHARGE-KEY NOT EQUAL CM-CUSTOMER-ID
           PERFORM 3500-COMPUTE-SALES-TAX
           IF NOT INVOICE-NOT-TAXABLE
               PERFORM 3550-WRITE-TAX-DETAIL
           END-IF
           PERFORM 3000-WRITE-AR-EXTRACT
           PERFORM 6000-ACCUMULATE-CONTROL-TOTALS

           ADD 1 TO WS-RECORDS-WRITTEN
           .

      **********************************************************************
      * READ FORWARD TO THE NEXT ACCEPTABLE BILLABLE CHARGE, REJECTING
      * UNPARSEABLE OR OUT-OF-SEQUENCE ROWS ONTO THE EXCEPTION REPORT
      * SO ONE BAD CARD CANNOT THROW THE MERGE OFF KEY OR VANISH.
      **********************************************************************
       1400-READ-BILLABLE-CHARGE.
           SET CHARGE-NOT-ACCEPTED TO TRUE
           PERFORM 1410-READ-ONE-CHARGE
               UNTIL CHARGE-ACCEPTED
           .

       1410-READ-ONE-CHARGE.
           IF BILLABLE-CHARGES-EOF
               MOVE HIGH-VALUES TO WS-CHARGE-KEY
               SET CHARGE-ACCEPTED TO TRUE
           ELSE
               READ BILLABLE-CHARGES
                   AT END
                       SET BILLABLE-CHARGES-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-CHARGE-KEY
                       SET CHARGE-ACCEPTED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHARGES-READ
                       PERFORM 1420-EDIT-CHARGE
               END-READ
           END-IF
           .

       1420-EDIT-CHARGE.
           EVALUATE TRUE
               WHEN BC-CUSTOMER-ID IS NOT NUMERIC
                   MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-CHARGE-REASON
               WHEN BC-QUANTITY IS NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-CHARGE-REASON
               WHEN BC-UNIT-PRICE-N IS NOT NUMERIC
                   MOVE 'UNIT PRICE NOT NUMERIC' TO WS-CHARGE-REASON
               WHEN BC-CUSTOMER-ID IS LESS THAN WS-CHARGE-KEY
               AND WS-CHARGE-KEY NOT EQUAL HIGH-VALUES
                   MOVE 'CHARGE OUT OF SEQUENCE' TO WS-CHARGE-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-CHARGE-REASON
           END-EVALUATE
           IF WS-CHARGE-REASON EQUAL SPACES
               MOVE BC-CUSTOMER-ID TO WS-CHARGE-KEY
               SET CHARGE-ACCEPTED TO TRUE
           ELSE
               PERFORM 7600-WRITE-CHARGE-EXCEPTION
           END-IF
           .

       1450-REJECT-UNMATCHED-CHARGE.
           MOVE 'CUSTOMER NOT ON MASTER' TO WS-CHARGE-REASON
           PERFORM 7600-WRITE-CHARGE-EXCEPTION
           PERFORM 1400-READ-BILLABLE-CHARGE
           .

      **********************************************************************
      * A CHARGE FOR AN ACCOUNT THAT IS NOT DUE, OR IS SUSPENDED, GOES
      * TO THE CARRY-FORWARD FILE EXACTLY AS RECEIVED. OPERATIONS
      * MERGES CHGFWD INTO THE NEXT RUN'S CHARGES IN CUSTOMER ORDER.
      **********************************************************************
       1480-FORWARD-ONE-CHARGE.
           MOVE BILLABLE-CHARGE-RECORD TO CHARGE-FORWARD-RECORD
           WRITE CHARGE-FORWARD-RECORD
           ADD 1 TO WS-CHARGES-FORWARDED
           PERFORM 1400-READ-BILLABLE-CHARGE
           .

           COPY NEXTINVP.

           COPY TERMSP.
           COPY TAXRATP.
           COPY PERIODP.
           COPY FXRATP.
           COPY RUNLOGP.


      **********************************************************************
      * ONE EXTRACT RECORD PER INVOICE, NUMBERED FROM THE INVSEQ SERIES
      * AND DUE UNDER THE CUSTOMER'S PAYMENT TERMS. A TERMS CODE NOT ON
      * THE TABLE BILLS AT NET 30 RATHER THAN STOPPING THE RUN; CUSTMNT
      * KEEPS SUCH CODES OFF THE MASTER IN THE FIRST PLACE.
      **********************************************************************
       3000-WRITE-AR-EXTRACT.
           MOVE SPACES TO AR-EXTRACT-RECORD
           MOVE CM-CUSTOMER-ID TO AE-CUSTOMER-ID
           MOVE CM-NEXT-INVOICE-DATE TO AE-NEXT-INVOICE-DATE
           MOVE WS-INVOICE-TOTAL TO AE-AMOUNT-DUE
           MOVE WS-BILLING-CURRENCY TO AE-CURRENCY-CODE
           MOVE WS-LAST-INVOICE-NUMBER TO AE-INVOICE-NUMBER
           MOVE CM-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
           MOVE CM-NEXT-INVOICE-DATE TO WS-TERMS-BASE-DATE
           PERFORM 8750-COMPUTE-TERMS-DATES
           MOVE WS-TERMS-CODE TO AE-TERMS-CODE
           MOVE WS-TERMS-DUE-DATE TO AE-DUE-DATE
           MOVE WS-INVOICE-TAX TO AE-TAX-AMOUNT
           MOVE CM-TAX-JURISDICTION TO AE-TAX-JURISDICTION
           MOVE WS-TAX-STATUS TO AE-TAX-STATUS
           MOVE WS-BILLING-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           MOVE WS-FX-RATE TO AE-FX-RATE-N
           WRITE AR-EXTRACT-RECORD
           .

           CLOSE INVOICE-SEQUENCE
           .

      **********************************************************************
      * THE RECURRING AMOUNT FROM THE MASTER IS THE FIRST LINE OF THE
      * INVOICE, FOR THE CYCLE JUST ENDED.
      **********************************************************************
       3200-WRITE-RECURRING-LINE.
           MOVE SPACES TO INVOICE-LINE-RECORD
           MOVE 'RECUR' TO IL-CHARGE-CODE
           MOVE 'RECURRING SERVICE' TO IL-DESCRIPTION
           MOVE 1 TO IL-QUANTITY
           MOVE CM-AMOUNT-DUE TO IL-UNIT-PRICE
           MOVE CM-AMOUNT-DUE TO IL-EXTENDED-AMOUNT
           MOVE WS-SERVICE-FROM TO IL-SERVICE-FROM
           MOVE CM-NEXT-INVOICE-DATE TO IL-SERVICE-TO
           PERFORM 3400-WRITE-INVOICE-LINE
           .

      **********************************************************************
      * BILL ONE CHARGE FOR THE CUSTOMER BEING INVOICED. A LINE WHOSE
      * AMOUNT OR WHOSE EFFECT ON THE INVOICE TOTAL WILL NOT FIT GOES
      * TO THE EXCEPTION REPORT INSTEAD OF TRUNCATING THE INVOICE.
      **********************************************************************
       3300-BILL-ONE-CHARGE.
           PERFORM 3350-EXTEND-CHARGE
           IF WS-CHARGE-REASON EQUAL SPACES
               MOVE SPACES TO INVOICE-LINE-RECORD
               MOVE BC-CHARGE-CODE TO IL-CHARGE-CODE
               MOVE BC-DESCRIPTION TO IL-DESCRIPTION
               MOVE BC-QUANTITY-N TO IL-QUANTITY
               MOVE BC-UNIT-PRICE-N TO IL-UNIT-PRICE
               MOVE WS-LINE-AMOUNT TO IL-EXTENDED-AMOUNT
               MOVE BC-SERVICE-FROM TO IL-SERVICE-FROM
               MOVE BC-SERVICE-TO TO IL-SERVICE-TO
               PERFORM 3400-WRITE-INVOICE-LINE
               ADD 1 TO WS-CHARGES-BILLED
           ELSE
               PERFORM 7600-WRITE-CHARGE-EXCEPTION
           END-IF
           PERFORM 1400-READ-BILLABLE-CHARGE
           .

       3350-EXTEND-CHARGE.
           MOVE SPACES TO WS-CHARGE-REASON
           COMPUTE WS-LINE-AMOUNT ROUNDED =
                   BC-QUANTITY-N * BC-UNIT-PRICE-N
               ON SIZE ERROR
                   MOVE 'LINE AMOUNT TOO LARGE' TO WS-CHARGE-REASON
           END-COMPUTE
           IF WS-CHARGE-REASON EQUAL SPACES
               ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
                   ON SIZE ERROR
                       MOVE 'INVOICE TOTAL TOO LARGE'
                           TO WS-CHARGE-REASON
               END-ADD
           END-IF
           .

       3400-WRITE-INVOICE-LINE.
           ADD 1 TO WS-INVOICE-LINE-NUMBER
           MOVE WS-LAST-INVOICE-NUMBER TO IL-INVOICE-NUMBER
           MOVE CM-CUSTOMER-ID TO IL-CUSTOMER-ID
           MOVE WS-INVOICE-LINE-NUMBER TO IL-LINE-NUMBER
           WRITE INVOICE-LINE-RECORD
           ADD 1 TO WS-INVOICE-LINES
           .

      **********************************************************************
      * SALES TAX ON THE INVOICE, FIGURED ON THE SUM OF ITS LINES AT THE
      * RATE IN EFFECT FOR THE CUSTOMER'S JURISDICTION ON THE INVOICE
      * DATE, AND ADDED TO THE INVOICE TOTAL. AN EXEMPT CUSTOMER IS
      * BILLED NO TAX BUT THE SALE IS STILL REPORTED, AS EXEMPT; A
      * CUSTOMER WITH NO JURISDICTION IS NOT SUBJECT TO TAX AT ALL.
      * 7000 HAS ALREADY SUSPENDED ANY TAXABLE ACCOUNT WITHOUT A RATE.
      **********************************************************************
       3500-COMPUTE-SALES-TAX.
           MOVE WS-INVOICE-TOTAL TO WS-TAXABLE-BASE
           MOVE ZERO TO WS-INVOICE-TAX
           MOVE ZERO TO WS-TAX-RATE-PCT
           EVALUATE TRUE
               WHEN CM-TAX-IS-EXEMPT
                   SET INVOICE-IS-EXEMPT TO TRUE
               WHEN CM-TAX-JURISDICTION EQUAL SPACES
                   SET INVOICE-NOT-TAXABLE TO TRUE
               WHEN OTHER
                   SET INVOICE-IS-TAXED TO TRUE
                   MOVE CM-TAX-JURISDICTION
                       TO WS-TAX-LOOKUP-JURISDICTION
                   MOVE CM-NEXT-INVOICE-DATE TO WS-TAX-LOOKUP-DATE
                   PERFORM 8850-FIND-TAX-RATE
                   COMPUTE WS-INVOICE-TAX ROUNDED =
                           WS-TAXABLE-BASE * WS-TAX-RATE-PCT / 100
                   ADD WS-INVOICE-TAX TO WS-INVOICE-TOTAL
           END-EVALUATE
           .

      **********************************************************************
      * ONE TAX DETAIL RECORD PER TAXED OR EXEMPT INVOICE. AN EXEMPT
      * SALE GOES IN THE EXEMPT COLUMN, NOT THE TAXABLE ONE.
      **********************************************************************
       3550-WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE WS-RUN-DATE TO TD-POSTING-DATE
           MOVE 'INVDATE' TO TD-SOURCE-PROGRAM
           SET TD-INVOICE TO TRUE
           MOVE CM-TAX-JURISDICTION TO TD-JURISDICTION
           MOVE WS-BILLING-CURRENCY TO TD-CURRENCY-CODE
           MOVE CM-CUSTOMER-ID TO TD-CUSTOMER-ID
           MOVE WS-LAST-INVOICE-NUMBER TO TD-INVOICE-NUMBER
           IF INVOICE-IS-EXEMPT
               MOVE ZERO TO TD-TAXABLE-AMOUNT
               MOVE WS-TAXABLE-BASE TO TD-EXEMPT-AMOUNT
               ADD 1 TO WS-INVOICES-EXEMPT
           ELSE
               MOVE WS-TAXABLE-BASE TO TD-TAXABLE-AMOUNT
               MOVE ZERO TO TD-EXEMPT-AMOUNT
               ADD 1 TO WS-INVOICES-TAXED
           END-IF
           MOVE WS-INVOICE-TAX TO TD-TAX-AMOUNT
           MOVE WS-TAX-RATE-PCT TO TD-TAX-RATE
           WRITE TAX-DETAIL-RECORD
           .

       6000-ACCUMULATE-CONTROL-TOTALS.
           ADD CM-CUSTOMER-ID TO WS-ACCOUNT-HASH-TOTAL
           PERFORM 6100-ACCUMULATE-CURRENCY-TOTAL
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-WAS-FOUND
               ADD 1 TO WS-CUR-INVOICES(WS-CUR-FOUND-IX)
               ADD WS-INVOICE-TOTAL
                   TO WS-CUR-AMOUNT(WS-CUR-FOUND-IX)
               ADD WS-INVOICE-TAX
                   TO WS-CUR-TAX(WS-CUR-FOUND-IX)
           ELSE
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "INVDATE: MORE THAN 10 CURRENCIES ON ONE "
                   MOVE WS-BILLING-CURRENCY
                       TO WS-CUR-CODE(WS-CUR-COUNT)
                   MOVE 1 TO WS-CUR-INVOICES(WS-CUR-COUNT)
                   MOVE WS-INVOICE-TOTAL
                       TO WS-CUR-AMOUNT(WS-CUR-COUNT)
                   MOVE WS-INVOICE-TAX
                       TO WS-CUR-TAX(WS-CUR-COUNT)
               END-IF
           END-IF
           .
      * FRONT-END EDIT OF THE MASTER RECORD BEFORE ANY BILLING MATH RUNS.
      * A RECORD WITH A CYCLE DATE THAT IS NOT A REAL CALENDAR DATE, AN
      * UNKNOWN BILLING FREQUENCY, OR A BAD OR NEGATIVE AMOUNT DUE GOES
      * TO THE SUSPENSE FILE WITH A REASON CODE AND IS NOT BILLED. SO
      * DOES A TAXABLE ACCOUNT WHOSE JURISDICTION HAS NO RATE IN EFFECT
      * AT THE START OF THE CYCLE BEING BILLED; THE INVOICE DATE IS NO
      * EARLIER, SO A RATE FOUND HERE IS ALWAYS FOUND AT BILLING TIME.
      **********************************************************************
       7000-VALIDATE-MASTER-RECORD.
           SET MASTER-RECORD-IS-VALID TO TRUE
                   SET MASTER-RECORD-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF MASTER-RECORD-IS-VALID
           AND CM-TAX-JURISDICTION NOT EQUAL SPACES
           AND NOT CM-TAX-IS-EXEMPT
               MOVE CM-TAX-JURISDICTION TO WS-TAX-LOOKUP-JURISDICTION
               MOVE CM-CYCLE-DATE TO WS-TAX-LOOKUP-DATE
               PERFORM 8850-FIND-TAX-RATE
               IF TAX-RATE-NOT-FOUND
                   SET SUSPENSE-NO-TAX-RATE TO TRUE
                   SET MASTER-RECORD-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

      *    THE INVOICE IS BOOKED TO THE LEDGER IN DOLLARS AT THE RATE
      *    ON THE RUN DATE, SO A FOREIGN-CURRENCY ACCOUNT CANNOT BE
      *    BILLED UNTIL THAT RATE HAS BEEN KEYED.
           IF MASTER-RECORD-IS-VALID
               MOVE CM-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY
               MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
               PERFORM 8650-FIND-FX-RATE
               IF FX-RATE-NOT-FOUND
                   SET SUSPENSE-NO-EXCHANGE-RATE TO TRUE
                   SET MASTER-RECORD-IS-NOT-VALID TO TRUE
               END-IF
           END-IF
           .

      **********************************************************************
           ADD 1 TO WS-RECORDS-SUSPENDED
           .

       7600-WRITE-CHARGE-EXCEPTION.
           MOVE BC-CUSTOMER-ID TO CX-CUSTOMER-ID
           MOVE BC-CHARGE-CODE TO CX-CHARGE-CODE
           MOVE BC-DESCRIPTION TO CX-DESCRIPTION
           MOVE BC-QUANTITY TO CX-QUANTITY
           MOVE BC-UNIT-PRICE TO CX-UNIT-PRICE
           MOVE WS-CHARGE-REASON TO CX-REASON
           MOVE WS-CHGEXCP-DETAIL TO CHARGE-EXCEPTION-RECORD
           WRITE CHARGE-EXCEPTION-RECORD
           ADD 1 TO WS-CHARGES-REJECTED
           .

      **********************************************************************
      * REPORT CONTROL TOTALS SO OPERATIONS CAN CONFIRM THE FULL MASTER
      * WAS COPIED FORWARD BEFORE THE NEW GENERATION IS CUT OVER AND
      * THE AR EXTRACT IS RELEASED DOWNSTREAM. RECORDS WRITTEN MUST
      * EQUAL RECORDS READ, OR THE OLD MASTER STAYS IN PLACE. EVERY
      * CHARGE READ MUST BE BILLED, FORWARDED OR REJECTED.
      **********************************************************************
       9999-END.
           PERFORM 9300-WRITE-GL-JOURNAL
           CLOSE AR-EXTRACT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE INVOICE-LINE-FILE
           CLOSE CHARGES-FORWARD
           CLOSE CHARGE-EXCEPTIONS
           CLOSE BILLABLE-CHARGES
           CLOSE TAX-DETAIL-FILE
           PERFORM 3100-SAVE-INVOICE-SEQUENCE

           DISPLAY SPACE
           DISPLAY "   RECORDS NOT DUE " WS-RECORDS-NOT-DUE
           DISPLAY "   ACCOUNT HASH    " WS-ACCOUNT-HASH-TOTAL
           DISPLAY "   LAST INVOICE NO " WS-LAST-INVOICE-NUMBER
           DISPLAY "   CHARGES READ    " WS-CHARGES-READ
           DISPLAY "   CHARGES BILLED  " WS-CHARGES-BILLED
           DISPLAY "   CHARGES FORWARD " WS-CHARGES-FORWARDED
           DISPLAY "   CHARGES REJECTED " WS-CHARGES-REJECTED
           DISPLAY "   INVOICE LINES   " WS-INVOICE-LINES
           DISPLAY "   INVOICES TAXED  " WS-INVOICES-TAXED
           DISPLAY "   INVOICES EXEMPT " WS-INVOICES-EXEMPT
           PERFORM 9200-DISPLAY-CURRENCY-TOTAL
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
                       " -- DO NOT CUT OVER THE NEW MASTER"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CHARGES-READ NOT EQUAL WS-CHARGES-BILLED
                   + WS-CHARGES-FORWARDED + WS-CHARGES-REJECTED
               DISPLAY "INVDATE: BILLABLE CHARGES DO NOT BALANCE"
                       " -- DO NOT RELEASE THE EXTRACT"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
               DISPLAY "INVDATE: GL JOURNAL DEBITS DO NOT EQUAL "
                       "CREDITS -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-MISSING-RATES GREATER THAN ZERO
               DISPLAY "INVDATE: NO EXCHANGE RATE FOR "
                       WS-FX-MISSING-RATES " GL DETAILS"
                       " -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
           MOVE 'RECORDS-NOT-DUE' TO WS-CT-NAME
           MOVE WS-RECORDS-NOT-DUE TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CHARGES-READ' TO WS-CT-NAME
           MOVE WS-CHARGES-READ TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CHARGES-BILLED' TO WS-CT-NAME
           MOVE WS-CHARGES-BILLED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CHARGES-FORWARDED' TO WS-CT-NAME
           MOVE WS-CHARGES-FORWARDED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CHARGES-REJECTED' TO WS-CT-NAME
           MOVE WS-CHARGES-REJECTED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'INVOICE-LINES' TO WS-CT-NAME
           MOVE WS-INVOICE-LINES TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'INVOICES-TAXED' TO WS-CT-NAME
           MOVE WS-INVOICES-TAXED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'INVOICES-EXEMPT' TO WS-CT-NAME
           MOVE WS-INVOICES-EXEMPT TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .


      **********************************************************************
      * WRITE THE GENERAL LEDGER FEED FROM THE PER-CURRENCY CONTROL
      * TOTALS: FOR EACH CURRENCY BILLED, ONE DEBIT TO RECEIVABLES FOR
      * THE INVOICE TOTALS, ONE CREDIT TO REVENUE FOR THE PART THAT IS
      * NOT TAX AND ONE TO SALES TAX PAYABLE FOR THE TAX BILLED (WHEN
      * THERE IS ANY), THEN A TRAILER PROVING THE DETAIL COUNT
      * AND THAT DEBITS EQUAL CREDITS, SO ACCOUNTING LOADS THE LEDGER
      * FROM THE FILE INSTEAD OF RE-KEYING THE CONTROL TOTALS. EVERY
      * DETAIL IS ALSO TRANSLATED TO DOLLARS AT THE RUN-DATE RATE; THE
      * CENTS LOST TO ROUNDING LINE BY LINE GO TO EXCHANGE ROUNDING.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           PERFORM 9400-WRITE-GL-CURRENCY
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'INVDATE' TO GJ-SOURCE-PROGRAM
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
           MOVE 'INVDATE' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-GL-DETAIL-COUNT TO GJ-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GJ-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-DEBITS TO GJ-FUNCTIONAL-DEBIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-CREDITS TO GJ-FUNCTIONAL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

           MOVE 'D' TO GJ-DEBIT-CREDIT
           MOVE WS-CUR-CODE(WS-CUR-IX) TO GJ-CURRENCY-CODE
           MOVE WS-CUR-AMOUNT(WS-CUR-IX) TO GJ-AMOUNT
           SET GJ-AR-BILLING TO TRUE
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-CUR-AMOUNT(WS-CUR-IX) TO WS-GL-DEBIT-TOTAL
           MOVE '40000000' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           MOVE WS-CUR-CODE(WS-CUR-IX) TO GJ-CURRENCY-CODE
           COMPUTE GJ-AMOUNT =
                   WS-CUR-AMOUNT(WS-CUR-IX) - WS-CUR-TAX(WS-CUR-IX)
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD GJ-AMOUNT TO WS-GL-CREDIT-TOTAL

           IF WS-CUR-TAX(WS-CUR-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'INVDATE' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '22000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-CUR-CODE(WS-CUR-IX) TO GJ-CURRENCY-CODE
               MOVE WS-CUR-TAX(WS-CUR-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-CUR-TAX(WS-CUR-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           .

       9200-DISPLAY-CURRENCY-TOTAL.
