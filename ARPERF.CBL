      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY COLLECTIONS PERFORMANCE HISTORY. RUN AFTER
      *            THE PAYMENT APPLICATION STEP, ALONGSIDE THE OTHER
      *            STEPS THAT FOLLOW IT, IT APPENDS ONE RECORD PER
      *            CURRENCY FOR THE BUSINESS DATE TO THE PERMANENT
      *            PERFORMANCE HISTORY (PERFHIST) THAT THE MONTHLY
      *            PERFORMANCE REPORT (ARPERFRP) TRENDS DSO, CEI AND
      *            THE OVER-90 AND WRITE-OFF RATIOS FROM.
      *
      *            NOTHING IS COMPUTED HERE THAT ANOTHER STEP ALREADY
      *            COMPUTES:
      *              - THE OPEN BALANCE AND ITS FIVE AGING BUCKETS ARE
      *                THE CURRENCY TOTALS LINES OF TONIGHT'S AGING
      *                REPORT, WHICH THE APPLY RUN ALSO WRITES TO THE
      *                AGING SUMMARY EXTRACT (AGESUM).
      *              - BILLED, CASH APPLIED, FINANCE CHARGES AND WRITE-
      *                OFFS ARE THE RECEIVABLES (11000000) DETAILS OF
      *                TONIGHT'S GL FEEDS (GLNIGHT, THE NIGHT'S GLJRNL
      *                FEEDS CONCATENATED) UNDER MOVEMENTS BL, CA, FC
      *                AND WO, NETTED DEBITS AGAINST CREDITS.
      *
      *            EVERY FEED IS PROVED AGAINST ITS OWN TRAILER, THE
      *            WAY THE MONTH-END CLOSE PROVES THEM, AND A FEED FOR
      *            THE BUSINESS DATE MUST BE PRESENT FROM EACH STEP
      *            AHEAD OF THIS ONE THAT POSTS THE LEDGER EVERY NIGHT:
      *            INVDATE, ARRETURN AND ARAPPLY. A FEED FROM THE
      *            REFUND, FINANCE-CHARGE OR REVALUATION STEPS IS
      *            PROVED AND ITS FLOWS TAKEN WHEN IT IS ON GLNIGHT,
      *            BUT IS NEVER REQUIRED. A FEED THAT DOES NOT
      *            PROVE, A FEED MISSING, OR AN AGING SUMMARY FOR
      *            ANOTHER DATE OR NOT NUMERIC LEAVES THE HISTORY
      *            UNTOUCHED AND ENDS THE STEP WITH RETURN CODE 8; THE
      *            STEP IS RERUN ONCE THE INPUT IS PUT RIGHT. NO AGING
      *            SUMMARY OR NO GL FEEDS AT ALL ENDS IT WITH 16.
      *
      *            THE CONTROL TOTALS ON CTLFILE LET THE BALANCING RUN
      *            PROVE EVERY AGING SUMMARY THE APPLY RUN WROTE WAS
      *            RECORDED ON THE HISTORY.
      *
      * USAGE:     ARPERF
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPERF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT AGING-SUMMARY-FILE
               ASSIGN TO AGESUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGESUM-STATUS.

           SELECT GL-NIGHT-FILE
               ASSIGN TO GLNIGHT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLNIGHT-STATUS.

           SELECT PERFORMANCE-HISTORY
               ASSIGN TO PERFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFHIST-STATUS.

           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(22).
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

       FD  AGING-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY AGESUM.

       FD  GL-NIGHT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  PERFORMANCE-HISTORY
           RECORD CONTAINS 150 CHARACTERS.
           COPY PERFHIST.

       FD  CONTROL-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-AGESUM-STATUS         PIC X(02) VALUE '00'.
               88  AGESUM-FILE-WAS-FOUND    VALUE '00'.
           05  WS-GLNIGHT-STATUS        PIC X(02) VALUE '00'.
               88  GLNIGHT-FILE-WAS-FOUND   VALUE '00'.
           05  WS-PERFHIST-STATUS       PIC X(02) VALUE '00'.
               88  PERFHIST-NOT-FOUND       VALUE '35'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AGING-SUMMARY-EOF            VALUE 'Y'.
               88  AGING-SUMMARY-NOT-EOF        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  GL-NIGHT-EOF                 VALUE 'Y'.
               88  GL-NIGHT-NOT-EOF             VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FEED-STEP-WAS-FOUND          VALUE 'Y'.
               88  FEED-STEP-NOT-FOUND          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FEED-WAS-PROVED              VALUE 'Y'.
               88  FEED-NOT-PROVED              VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RECORDED-DATE         PIC X(08) VALUE SPACES.

           COPY RUNLOGW.

       01  WS-CONTROL-TOTALS.
           05  WS-AGING-RECORDS-READ    PIC 9(07) COMP VALUE ZERO.
           05  WS-AGING-SUMMARIES-READ  PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-FEEDS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-FEEDS-NOT-PROVED   PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-FEEDS-MISSING      PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DETAILS-TONIGHT    PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DETAILS-OTHER      PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-AR-DETAILS         PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DETAILS-USED       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-SUMMARIES-RECORDED    PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.

      *    DETAIL COUNT AND MONEY OF THE GL FEED BEING READ, PROVED
      *    AGAINST ITS TRAILER WHEN THE TRAILER ARRIVES. THE US DOLLAR
      *    TOTALS ARE PROVED ONLY ON A TRAILER THAT CARRIES THEM.
       01  WS-FEED-TOTALS.
           05  WS-FEED-DETAIL-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-FEED-DEBIT-TOTAL      PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FEED-CREDIT-TOTAL     PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FEED-FUNCTIONAL-DEBITS
                                        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FEED-FUNCTIONAL-CREDITS
                                        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-SIGNED-AMOUNT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    THE STEPS AHEAD OF THIS ONE THAT POST THE LEDGER EVERY
      *    NIGHT, IN RUN ORDER. EACH MUST HAVE A PROVED FEED FOR THE
      *    BUSINESS DATE ON GLNIGHT BEFORE THE NIGHT'S FLOWS ARE TAKEN
      *    AS COMPLETE.
       01  WS-FEED-STEP-LIST.
           05  FILLER                   PIC X(08) VALUE 'INVDATE'.
           05  FILLER                   PIC X(08) VALUE 'ARRETURN'.
           05  FILLER                   PIC X(08) VALUE 'ARAPPLY'.
       01  WS-FEED-STEP-TABLE REDEFINES WS-FEED-STEP-LIST.
           05  WS-FS-NAME               PIC X(08) OCCURS 3 TIMES.

       01  WS-FEED-STEP-FIELDS.
           05  WS-FS-MAX                PIC 9(02) COMP VALUE 3.
           05  WS-FS-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-FS-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-FS-FEED-FLAGS.
               10  WS-FS-FEED-FLAG      PIC X(01) OCCURS 3 TIMES.
                   88  FS-FEED-PROVED          VALUE 'Y'.

      *    ONE ENTRY PER CURRENCY IN TONIGHT'S AGING OR ON A
      *    RECEIVABLES DETAIL OF TONIGHT'S FEEDS. THE FLOWS ARE KEPT
      *    POSITIVE IN THE DIRECTION EACH ONE NORMALLY MOVES THE
      *    RECEIVABLES. AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-CY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-CY-ENTRY OCCURS 10 TIMES.
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CY-AGING-FLAG     PIC X(01).
                   88  CY-AGING-WAS-READ       VALUE 'Y'.
               10  WS-CY-BILLED         PIC S9(11)V99 COMP-3.
               10  WS-CY-CASH-APPLIED   PIC S9(11)V99 COMP-3.
               10  WS-CY-FINANCE-CHARGES
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-WRITE-OFFS     PIC S9(11)V99 COMP-3.
               10  WS-CY-BALANCE        PIC S9(11)V99 COMP-3.
               10  WS-CY-CURRENT        PIC S9(11)V99 COMP-3.
               10  WS-CY-1-30-DAYS      PIC S9(11)V99 COMP-3.
               10  WS-CY-31-60-DAYS     PIC S9(11)V99 COMP-3.
               10  WS-CY-61-90-DAYS     PIC S9(11)V99 COMP-3.
               10  WS-CY-OVER-90-DAYS   PIC S9(11)V99 COMP-3.

      *    ONE SYSOUT LINE PER CURRENCY RECORDED.
       01  WS-HISTORY-LINE.
           05  FILLER                   PIC X(08) VALUE 'ARPERF: '.
           05  HL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(08) VALUE ' BILLED '.
           05  HL-BILLED                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(06) VALUE ' CASH '.
           05  HL-CASH-APPLIED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(09) VALUE ' BALANCE '.
           05  HL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-AGING-SUMMARY
           PERFORM 2000-ACCUMULATE-GL-FEEDS
           PERFORM 3000-CHECK-NIGHT-FEEDS
           IF WS-GL-FEEDS-NOT-PROVED EQUAL ZERO
           AND WS-GL-FEEDS-MISSING EQUAL ZERO
           AND WS-RECORDS-REJECTED EQUAL ZERO
               PERFORM 4000-WRITE-HISTORY
           END-IF
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE BUSINESS DATE COMES FROM THE RUNCTL CARD THE REST OF THE
      * STREAM READS, AND THE RUN LOG MUST SHOW THE PAYMENT APPLICATION
      * STEP DONE FOR IT. WITHOUT TONIGHT'S AGING SUMMARY OR GL FEEDS
      * THERE IS NOTHING TO RECORD, SO THE STEP STOPS.
      **********************************************************************
       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RECORDED-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-WAS-FOUND
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE RC-RERUN-INDICATOR
                           TO WS-LG-RERUN-INDICATOR
                       MOVE RC-RERUN-AUTHORITY
                           TO WS-LG-RERUN-AUTHORITY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE 'ARPERF' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARPERF: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ARPERF: RECORDING BUSINESS DATE " WS-RUN-DATE

           OPEN INPUT AGING-SUMMARY-FILE
           IF NOT AGESUM-FILE-WAS-FOUND
               DISPLAY "ARPERF: NO AGING SUMMARY FROM THE APPLY RUN, "
                       "STATUS " WS-AGESUM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-NIGHT-FILE
           IF NOT GLNIGHT-FILE-WAS-FOUND
               DISPLAY "ARPERF: NO GL FEEDS FOR THE NIGHT, STATUS "
                       WS-GLNIGHT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      **********************************************************************
      * LOAD TONIGHT'S AGING TOTALS, ONE RECORD PER CURRENCY. A RECORD
      * FOR ANY OTHER DATE MEANS THE WRONG GENERATION WAS GIVEN TO THE
      * STEP AND IS REJECTED.
      **********************************************************************
       1000-LOAD-AGING-SUMMARY.
           SET AGING-SUMMARY-NOT-EOF TO TRUE
           PERFORM 1100-READ-AGING-SUMMARY
           PERFORM 1200-LOAD-ONE-SUMMARY
               UNTIL AGING-SUMMARY-EOF
           CLOSE AGING-SUMMARY-FILE
           .

       1100-READ-AGING-SUMMARY.
           READ AGING-SUMMARY-FILE
               AT END
                   SET AGING-SUMMARY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AGING-RECORDS-READ
           END-READ
           .

       1200-LOAD-ONE-SUMMARY.
           EVALUATE TRUE
               WHEN AS-BUSINESS-DATE NOT EQUAL WS-RUN-DATE
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERF: AGING SUMMARY FOR "
                           AS-BUSINESS-DATE " CURRENCY "
                           AS-CURRENCY-CODE " IS NOT FOR "
                           WS-RUN-DATE
               WHEN AS-BALANCE IS NOT NUMERIC
               OR AS-CURRENT IS NOT NUMERIC
               OR AS-1-30-DAYS IS NOT NUMERIC
               OR AS-31-60-DAYS IS NOT NUMERIC
               OR AS-61-90-DAYS IS NOT NUMERIC
               OR AS-OVER-90-DAYS IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERF: AGING SUMMARY NOT NUMERIC, "
                           "CURRENCY " AS-CURRENCY-CODE
               WHEN OTHER
                   PERFORM 1300-STORE-ONE-SUMMARY
           END-EVALUATE
           PERFORM 1100-READ-AGING-SUMMARY
           .

       1300-STORE-ONE-SUMMARY.
           ADD 1 TO WS-AGING-SUMMARIES-READ
           IF AS-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-CY-NEW-CURRENCY
           ELSE
               MOVE AS-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
           END-IF
           PERFORM 8100-FIND-CURRENCY
           MOVE 'Y' TO WS-CY-AGING-FLAG(WS-CY-FOUND-IX)
           ADD AS-BALANCE TO WS-CY-BALANCE(WS-CY-FOUND-IX)
           ADD AS-CURRENT TO WS-CY-CURRENT(WS-CY-FOUND-IX)
           ADD AS-1-30-DAYS TO WS-CY-1-30-DAYS(WS-CY-FOUND-IX)
           ADD AS-31-60-DAYS TO WS-CY-31-60-DAYS(WS-CY-FOUND-IX)
           ADD AS-61-90-DAYS TO WS-CY-61-90-DAYS(WS-CY-FOUND-IX)
           ADD AS-OVER-90-DAYS TO WS-CY-OVER-90-DAYS(WS-CY-FOUND-IX)
           .

      **********************************************************************
      * READ THE NIGHT'S GL FEEDS. EVERY FEED IS DETAILS FOLLOWED BY
      * ITS TRAILER AND IS PROVED AGAINST THE TRAILER. ONLY DETAILS
      * POSTED ON THE BUSINESS DATE TO RECEIVABLES ARE USED.
      **********************************************************************
       2000-ACCUMULATE-GL-FEEDS.
           SET GL-NIGHT-NOT-EOF TO TRUE
           PERFORM 2100-READ-GL-NIGHT
           PERFORM 2200-ACCUMULATE-ONE-GL-RECORD
               UNTIL GL-NIGHT-EOF
           IF WS-FEED-DETAIL-COUNT GREATER THAN ZERO
               ADD 1 TO WS-GL-FEEDS-NOT-PROVED
               DISPLAY "ARPERF: LAST GL FEED HAS NO TRAILER -- "
                       WS-FEED-DETAIL-COUNT " DETAILS"
           END-IF
           CLOSE GL-NIGHT-FILE
           IF WS-GL-DETAILS-OTHER GREATER THAN ZERO
               DISPLAY "ARPERF: " WS-GL-DETAILS-OTHER
                       " GL DETAILS ARE NOT FOR " WS-RUN-DATE
                       " -- NOT USED"
           END-IF
           .

       2100-READ-GL-NIGHT.
           READ GL-NIGHT-FILE
               AT END
                   SET GL-NIGHT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-RECORDS-READ
           END-READ
           .

       2200-ACCUMULATE-ONE-GL-RECORD.
           IF GJ-TRAILER
               PERFORM 2300-PROVE-ONE-FEED
           ELSE
               ADD 1 TO WS-FEED-DETAIL-COUNT
               IF GJ-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERF: GL DETAIL NOT NUMERIC, "
                           GJ-SOURCE-PROGRAM " RUN " GJ-RUN-DATE
                           " ACCOUNT " GJ-ACCOUNT
               ELSE
                   IF GJ-ENTRY-IS-DEBIT
                       ADD GJ-AMOUNT TO WS-FEED-DEBIT-TOTAL
                   ELSE
                       ADD GJ-AMOUNT TO WS-FEED-CREDIT-TOTAL
                   END-IF
                   IF GJ-FUNCTIONAL-AMOUNT IS NUMERIC
                       IF GJ-ENTRY-IS-DEBIT
                           ADD GJ-FUNCTIONAL-AMOUNT
                               TO WS-FEED-FUNCTIONAL-DEBITS
                       ELSE
                           ADD GJ-FUNCTIONAL-AMOUNT
                               TO WS-FEED-FUNCTIONAL-CREDITS
                       END-IF
                   END-IF
                   IF GJ-RUN-DATE NOT EQUAL WS-RUN-DATE
                       ADD 1 TO WS-GL-DETAILS-OTHER
                   ELSE
                       ADD 1 TO WS-GL-DETAILS-TONIGHT
                       IF GJ-ACCOUNT EQUAL '11000000'
                           PERFORM 2400-ADD-AR-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-GL-NIGHT
           .

      **********************************************************************
      * A FEED PROVES WHEN ITS TRAILER COUNTS THE DETAILS READ, CARRIES
      * THE SAME DEBIT AND CREDIT TOTALS, AND DEBITS EQUAL CREDITS. A
      * PROVED FEED FOR THE BUSINESS DATE FROM A STEP THAT POSTS THE
      * LEDGER NIGHTLY IS TICKED OFF THE LIST OF FEEDS REQUIRED.
      **********************************************************************
       2300-PROVE-ONE-FEED.
           ADD 1 TO WS-GL-FEEDS-READ
           SET FEED-WAS-PROVED TO TRUE
           IF GJ-DETAIL-COUNT IS NOT NUMERIC
           OR GJ-DEBIT-TOTAL IS NOT NUMERIC
           OR GJ-CREDIT-TOTAL IS NOT NUMERIC
               SET FEED-NOT-PROVED TO TRUE
               DISPLAY "ARPERF: GL TRAILER NOT NUMERIC, "
                       GJ-SOURCE-PROGRAM " RUN " GJ-RUN-DATE
           ELSE
               IF GJ-DETAIL-COUNT NOT EQUAL WS-FEED-DETAIL-COUNT
               OR GJ-DEBIT-TOTAL NOT EQUAL WS-FEED-DEBIT-TOTAL
               OR GJ-CREDIT-TOTAL NOT EQUAL WS-FEED-CREDIT-TOTAL
               OR GJ-DEBIT-TOTAL NOT EQUAL GJ-CREDIT-TOTAL
                   SET FEED-NOT-PROVED TO TRUE
                   DISPLAY "ARPERF: GL FEED FROM " GJ-SOURCE-PROGRAM
                           " RUN " GJ-RUN-DATE
                           " DOES NOT PROVE TO ITS TRAILER"
               ELSE
                   IF GJ-FUNCTIONAL-DEBIT-TOTAL IS NUMERIC
                   AND GJ-FUNCTIONAL-CREDIT-TOTAL IS NUMERIC
                       PERFORM 2350-PROVE-FUNCTIONAL-TOTALS
                   END-IF
               END-IF
           END-IF
           IF FEED-NOT-PROVED
               ADD 1 TO WS-GL-FEEDS-NOT-PROVED
           ELSE
               IF GJ-RUN-DATE EQUAL WS-RUN-DATE
                   PERFORM 2500-FIND-FEED-STEP
                   IF FEED-STEP-WAS-FOUND
                       MOVE 'Y' TO WS-FS-FEED-FLAG(WS-FS-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-FEED-DETAIL-COUNT
           MOVE ZERO TO WS-FEED-DEBIT-TOTAL
           MOVE ZERO TO WS-FEED-CREDIT-TOTAL
           MOVE ZERO TO WS-FEED-FUNCTIONAL-DEBITS
           MOVE ZERO TO WS-FEED-FUNCTIONAL-CREDITS
           .

      **********************************************************************
      * THE US DOLLAR SIDE OF A FEED MUST AGREE WITH ITS TRAILER AND
      * BALANCE TOO.
      **********************************************************************
       2350-PROVE-FUNCTIONAL-TOTALS.
           IF GJ-FUNCTIONAL-DEBIT-TOTAL
                   NOT EQUAL WS-FEED-FUNCTIONAL-DEBITS
           OR GJ-FUNCTIONAL-CREDIT-TOTAL
                   NOT EQUAL WS-FEED-FUNCTIONAL-CREDITS
           OR GJ-FUNCTIONAL-DEBIT-TOTAL
                   NOT EQUAL GJ-FUNCTIONAL-CREDIT-TOTAL
               SET FEED-NOT-PROVED TO TRUE
               DISPLAY "ARPERF: GL FEED FROM " GJ-SOURCE-PROGRAM
                       " RUN " GJ-RUN-DATE
                       " DOES NOT PROVE IN US DOLLARS"
           END-IF
           .

      **********************************************************************
      * ADD ONE RECEIVABLES DETAIL TO THE FLOW ITS MOVEMENT CODE NAMES.
      * BILLINGS AND FINANCE CHARGES ARE DEBITS LESS CREDITS; CASH AND
      * WRITE-OFFS CREDITS LESS DEBITS. THE OTHER MOVEMENTS ARE NOT
      * PART OF THE HISTORY.
      **********************************************************************
       2400-ADD-AR-MOVEMENT.
           ADD 1 TO WS-GL-AR-DETAILS
           IF GJ-AR-BILLING
           OR GJ-AR-CASH-APPLIED
           OR GJ-AR-FINANCE-CHARGE
           OR GJ-AR-WRITE-OFF
               ADD 1 TO WS-GL-DETAILS-USED
               IF GJ-ENTRY-IS-DEBIT
                   MOVE GJ-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - GJ-AMOUNT
               END-IF
               IF GJ-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-CY-NEW-CURRENCY
               ELSE
                   MOVE GJ-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
               END-IF
               PERFORM 8100-FIND-CURRENCY
               EVALUATE TRUE
                   WHEN GJ-AR-BILLING
                       ADD WS-SIGNED-AMOUNT
                           TO WS-CY-BILLED(WS-CY-FOUND-IX)
                   WHEN GJ-AR-FINANCE-CHARGE
                       ADD WS-SIGNED-AMOUNT
                           TO WS-CY-FINANCE-CHARGES(WS-CY-FOUND-IX)
                   WHEN GJ-AR-CASH-APPLIED
                       SUBTRACT WS-SIGNED-AMOUNT
                           FROM WS-CY-CASH-APPLIED(WS-CY-FOUND-IX)
                   WHEN GJ-AR-WRITE-OFF
                       SUBTRACT WS-SIGNED-AMOUNT
                           FROM WS-CY-WRITE-OFFS(WS-CY-FOUND-IX)
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * FIND THE STEP THAT WROTE THE FEED ON THE LIST OF FEEDS
      * REQUIRED. A FEED FROM ANY OTHER STEP (THE REFUND RUN, THE
      * MONTHLY FINANCE CHARGES OR THE MONTH-END REVALUATION) IS
      * PROVED BUT NOT REQUIRED.
      **********************************************************************
       2500-FIND-FEED-STEP.
           SET FEED-STEP-NOT-FOUND TO TRUE
           PERFORM 2510-SEARCH-FEED-STEP
               VARYING WS-FS-IX FROM 1 BY 1
               UNTIL WS-FS-IX > WS-FS-MAX
               OR FEED-STEP-WAS-FOUND
           .

       2510-SEARCH-FEED-STEP.
           IF WS-FS-NAME(WS-FS-IX) EQUAL GJ-SOURCE-PROGRAM
               SET FEED-STEP-WAS-FOUND TO TRUE
               MOVE WS-FS-IX TO WS-FS-FOUND-IX
           END-IF
           .

      **********************************************************************
      * EACH STEP ON THE REQUIRED LIST WRITES A FEED EVERY NIGHT, EVEN
      * AN EMPTY ONE, SO A FEED MISSING MEANS THE NIGHT'S FLOWS ARE
      * INCOMPLETE.
      **********************************************************************
       3000-CHECK-NIGHT-FEEDS.
           PERFORM 3100-CHECK-ONE-FEED-STEP
               VARYING WS-FS-IX FROM 1 BY 1
               UNTIL WS-FS-IX > WS-FS-MAX
           .

       3100-CHECK-ONE-FEED-STEP.
           IF NOT FS-FEED-PROVED(WS-FS-IX)
               ADD 1 TO WS-GL-FEEDS-MISSING
               DISPLAY "ARPERF: NO PROVED GL FEED FROM "
                       WS-FS-NAME(WS-FS-IX) " FOR " WS-RUN-DATE
           END-IF
           .

      **********************************************************************
      * APPEND ONE HISTORY RECORD PER CURRENCY. THE FILE IS CREATED
      * ON THE FIRST NIGHT.
      **********************************************************************
       4000-WRITE-HISTORY.
           OPEN EXTEND PERFORMANCE-HISTORY
           IF PERFHIST-NOT-FOUND
               OPEN OUTPUT PERFORMANCE-HISTORY
               CLOSE PERFORMANCE-HISTORY
               OPEN EXTEND PERFORMANCE-HISTORY
           END-IF
           PERFORM 4100-WRITE-ONE-HISTORY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           CLOSE PERFORMANCE-HISTORY
           .

       4100-WRITE-ONE-HISTORY.
           MOVE SPACES TO PERFORMANCE-HISTORY-RECORD
           MOVE WS-RUN-DATE TO PF-BUSINESS-DATE
           MOVE WS-CY-CURRENCY(WS-CY-IX) TO PF-CURRENCY-CODE
           MOVE WS-CY-BILLED(WS-CY-IX) TO PF-BILLED
           MOVE WS-CY-CASH-APPLIED(WS-CY-IX) TO PF-CASH-APPLIED
           MOVE WS-CY-FINANCE-CHARGES(WS-CY-IX) TO PF-FINANCE-CHARGES
           MOVE WS-CY-WRITE-OFFS(WS-CY-IX) TO PF-WRITE-OFFS
           MOVE WS-CY-BALANCE(WS-CY-IX) TO PF-BALANCE
           MOVE WS-CY-CURRENT(WS-CY-IX) TO PF-CURRENT
           MOVE WS-CY-1-30-DAYS(WS-CY-IX) TO PF-1-30-DAYS
           MOVE WS-CY-31-60-DAYS(WS-CY-IX) TO PF-31-60-DAYS
           MOVE WS-CY-61-90-DAYS(WS-CY-IX) TO PF-61-90-DAYS
           MOVE WS-CY-OVER-90-DAYS(WS-CY-IX) TO PF-OVER-90-DAYS
           MOVE WS-RECORDED-DATE TO PF-RECORDED-DATE
           WRITE PERFORMANCE-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN
           IF CY-AGING-WAS-READ(WS-CY-IX)
               ADD 1 TO WS-SUMMARIES-RECORDED
           END-IF
           MOVE WS-CY-CURRENCY(WS-CY-IX) TO HL-CURRENCY
           MOVE WS-CY-BILLED(WS-CY-IX) TO HL-BILLED
           MOVE WS-CY-CASH-APPLIED(WS-CY-IX) TO HL-CASH-APPLIED
           MOVE WS-CY-BALANCE(WS-CY-IX) TO HL-BALANCE
           DISPLAY WS-HISTORY-LINE
           .

      **********************************************************************
      * FIND OR ADD THE ENTRY FOR THE CURRENCY. THE MATCH INDEX IS
      * SAVED BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE
      * AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       8100-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           PERFORM 8110-SEARCH-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-CY-COUNT >= WS-CY-MAX
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERF: MORE THAN " WS-CY-MAX
                           " CURRENCIES -- " WS-CY-NEW-CURRENCY
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-CY-MAX TO WS-CY-FOUND-IX
               ELSE
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-CY-COUNT TO WS-CY-FOUND-IX
                   MOVE WS-CY-NEW-CURRENCY
                       TO WS-CY-CURRENCY(WS-CY-FOUND-IX)
                   MOVE 'N' TO WS-CY-AGING-FLAG(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-BILLED(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-CASH-APPLIED(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-FINANCE-CHARGES(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-WRITE-OFFS(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-BALANCE(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-CURRENT(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-1-30-DAYS(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-31-60-DAYS(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-61-90-DAYS(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-OVER-90-DAYS(WS-CY-FOUND-IX)
               END-IF
           END-IF
           .

       8110-SEARCH-CURRENCY.
           IF WS-CY-CURRENCY(WS-CY-IX) EQUAL WS-CY-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-CY-IX TO WS-CY-FOUND-IX
           END-IF
           .

      **********************************************************************
      * REPORT CONTROL TOTALS AND SET THE RETURN CODE: 8 WHEN THE
      * HISTORY WAS NOT WRITTEN BECAUSE AN INPUT COULD NOT BE READ, A
      * FEED DID NOT PROVE, OR A FEED WAS MISSING.
      **********************************************************************
       9999-END.
           DISPLAY SPACE
           DISPLAY "ARPERF CONTROL TOTALS"
           DISPLAY "   AGING RECORDS READ  " WS-AGING-RECORDS-READ
           DISPLAY "   AGING SUMMARIES     " WS-AGING-SUMMARIES-READ
           DISPLAY "   GL RECORDS READ     " WS-GL-RECORDS-READ
           DISPLAY "   GL FEEDS READ       " WS-GL-FEEDS-READ
           DISPLAY "   GL FEEDS NOT PROVED " WS-GL-FEEDS-NOT-PROVED
           DISPLAY "   GL FEEDS MISSING    " WS-GL-FEEDS-MISSING
           DISPLAY "   DETAILS TONIGHT     " WS-GL-DETAILS-TONIGHT
           DISPLAY "   DETAILS OTHER DATES " WS-GL-DETAILS-OTHER
           DISPLAY "   RECEIVABLES DETAILS " WS-GL-AR-DETAILS
           DISPLAY "   DETAILS USED        " WS-GL-DETAILS-USED
           DISPLAY "   RECORDS REJECTED    " WS-RECORDS-REJECTED
           DISPLAY "   CURRENCIES          " WS-CY-COUNT
           DISPLAY "   HISTORY WRITTEN     " WS-HISTORY-WRITTEN
           DISPLAY "   SUMMARIES RECORDED  " WS-SUMMARIES-RECORDED
           DISPLAY SPACE
           IF WS-GL-FEEDS-NOT-PROVED GREATER THAN ZERO
           OR WS-GL-FEEDS-MISSING GREATER THAN ZERO
           OR WS-RECORDS-REJECTED GREATER THAN ZERO
               DISPLAY "ARPERF: NIGHT NOT RECORDED -- PUT THE INPUT "
                       "RIGHT AND RERUN THE STEP"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
      * APPEND THE SAME CONTROL TOTALS SHOWN ON SYSOUT TO THE SHARED
      * CTLFILE. CREATED EMPTY FIRST ON A STREAM WHERE NO EARLIER STEP
      * HAS WRITTEN YET.
      **********************************************************************
       9800-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CTLFILE-NOT-FOUND
               OPEN OUTPUT CONTROL-TOTALS-FILE
               CLOSE CONTROL-TOTALS-FILE
               OPEN EXTEND CONTROL-TOTALS-FILE
           END-IF
           MOVE 'AGING-SUMMARIES-READ' TO WS-CT-NAME
           MOVE WS-AGING-SUMMARIES-READ TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'HISTORY-WRITTEN' TO WS-CT-NAME
           MOVE WS-HISTORY-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'SUMMARIES-RECORDED' TO WS-CT-NAME
           MOVE WS-SUMMARIES-RECORDED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

       9850-WRITE-ONE-CONTROL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE 'ARPERF' TO CT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-CT-NAME TO CT-COUNTER-NAME
           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

           COPY RUNLOGP.
