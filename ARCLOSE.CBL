      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END CLOSE. RUN ONCE AFTER THE LAST NIGHTLY
      *            STREAM OF THE MONTH, IT SAVES THE FINAL OPEN-ITEM
      *            GENERATION OF THE PERIOD AS THE FROZEN PERIOD-END
      *            FILE (AROPENF), PRINTS AN AGED TRIAL BALANCE FROM
      *            IT, AND PROVES THE AR ROLL-FORWARD PER CURRENCY:
      *
      *              BEGINNING AR + BILLINGS + FINANCE CHARGES
      *                + DEBIT MEMOS + RETURNED PAYMENTS + REFUNDS
      *                - CASH APPLIED - DISCOUNTS - CREDIT MEMOS
      *                - WRITE-OFFS                = ENDING AR
      *              ENDING AR - POSTINGS IN TRANSIT
      *                                    = SUM OF FROZEN OPEN ITEMS
      *
      *            EVERY COMPONENT COMES FROM THE MONTH'S GL FEEDS
      *            (GLPERIOD, THE PERIOD'S GLJRNL FEEDS CONCATENATED),
      *            WHERE EACH RECEIVABLES DETAIL CARRIES ITS MOVEMENT
      *            CODE. EVERY FEED IS PROVED AGAINST ITS OWN TRAILER
      *            ON THE WAY. THE OPEN-ITEM COUNT IS ROLLED FORWARD
      *            THE SAME WAY FROM THE APPLY RUN'S COUNTERS ON THE
      *            MONTH'S CONTROL-TOTAL FILES (CTLPERD, THE PERIOD'S
      *            CTLFILE GENERATIONS CONCATENATED), AND THE NUMBER
      *            OF APPLY NIGHTS ON CTLPERD MUST EQUAL THE NUMBER OF
      *            APPLY FEEDS ON GLPERIOD.
      *
      *            THE FINANCE-CHARGE RUN AND THE REFUND RUN POST THE
      *            LEDGER THE NIGHT THEY RUN BUT REACH THE OPEN ITEMS
      *            ONLY THROUGH THE NEXT APPLY RUN. THE FINANCE-CHARGE
      *            EXTRACT (FINCHEXT) AND REFUND CLEARINGS (REFADJ)
      *            WRITTEN AFTER THE MONTH'S LAST APPLY RUN ARE GIVEN
      *            TO THE CLOSE AS POSTINGS IN TRANSIT; BOTH ARE
      *            OPTIONAL.
      *
      *            THE PERIOD IS THE MONTH OF THE RUNCTL RUN DATE,
      *            WHICH IS ALSO THE PERIOD-END DATE THE TRIAL BALANCE
      *            IS AGED AT. THE BEGINNING BALANCES ARE THE ENDING
      *            BALANCES RECORDED FOR THE PREVIOUS PERIOD ON THE
      *            ARPERIOD CLOSED-PERIOD FILE, SO MONTHS MUST BE
      *            CLOSED IN TURN. ON THE VERY FIRST CLOSE THERE IS NO
      *            PREVIOUS PERIOD: THE OPENING BALANCES ARE DERIVED
      *            BACKWARDS FROM THE FROZEN ITEMS, FLAGGED ON THE
      *            REPORT, AND THE STEP ENDS WITH RETURN CODE 4 SO
      *            FINANCE AGREES THEM TO THE LEDGER BY HAND ONCE.
      *
      *            WHEN THE ROLL-FORWARD TIES IN EVERY CURRENCY, ONE
      *            RECORD PER CURRENCY IS APPENDED TO ARPERIOD AND THE
      *            PERIOD IS CLOSED: EVERY RUN THAT POSTS THE LEDGER
      *            REFUSES A RUN DATE IN IT FROM THEN ON. WHEN IT DOES
      *            NOT TIE, NOTHING IS RECORDED AND THE STEP ENDS WITH
      *            RETURN CODE 8; THE CLOSE IS RERUN ONCE THE
      *            DIFFERENCE IS FOUND. A PERIOD ALREADY CLOSED, OR
      *            ONE THAT SKIPS A MONTH, ENDS WITH RETURN CODE 16.
      *
      * USAGE:     ARCLOSE
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. A FEED WHOSE TRAILER CARRIES
      *                     US DOLLAR TOTALS IS ALSO PROVED ON THEM. THE
      *                     MONTH-END REVALUATION'S RECEIVABLES DETAILS
      *                     (MOVEMENT FV) ARE DOLLAR-ONLY AND DO NOT
      *                     ENTER THE ROLL-FORWARD, WHICH STAYS IN
      *                     TRANSACTION CURRENCY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT GL-PERIOD-FILE
               ASSIGN TO GLPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.

           SELECT CONTROL-PERIOD-FILE
               ASSIGN TO CTLPERD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPERD-STATUS.

           SELECT AR-OPEN-IN
               ASSIGN TO AROPENI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENI-STATUS.

           SELECT AR-OPEN-FROZEN
               ASSIGN TO AROPENF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENF-STATUS.

           SELECT FINANCE-CHARGE-EXTRACT
               ASSIGN TO FINCHEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCHEXT-STATUS.

           SELECT REFUND-CLEARING-FILE
               ASSIGN TO REFADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFADJ-STATUS.

           SELECT CLOSE-REPORT
               ASSIGN TO CLOSERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSERPT-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO ARPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  GL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  CONTROL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  AR-OPEN-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY AROPEN.

       FD  AR-OPEN-FROZEN
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-OPEN-FROZEN-RECORD        PIC X(80).

       FD  FINANCE-CHARGE-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
           COPY AREXTRT.

       FD  REFUND-CLEARING-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ADJUST.

       FD  CLOSE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSE-REPORT-RECORD          PIC X(132).

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-GLPERIOD-STATUS       PIC X(02) VALUE '00'.
               88  GLPERIOD-FILE-WAS-FOUND  VALUE '00'.
           05  WS-CTLPERD-STATUS        PIC X(02) VALUE '00'.
               88  CTLPERD-FILE-WAS-FOUND   VALUE '00'.
           05  WS-AROPENI-STATUS        PIC X(02) VALUE '00'.
               88  AROPENI-FILE-WAS-FOUND   VALUE '00'.
           05  WS-AROPENF-STATUS        PIC X(02) VALUE '00'.
           05  WS-FINCHEXT-STATUS       PIC X(02) VALUE '00'.
               88  FINCHEXT-FILE-WAS-FOUND  VALUE '00'.
           05  WS-REFADJ-STATUS         PIC X(02) VALUE '00'.
               88  REFADJ-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CLOSERPT-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  GL-PERIOD-EOF                VALUE 'Y'.
               88  GL-PERIOD-NOT-EOF            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CONTROL-PERIOD-EOF           VALUE 'Y'.
               88  CONTROL-PERIOD-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AR-OPEN-EOF                  VALUE 'Y'.
               88  AR-OPEN-NOT-EOF              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FINANCE-CHARGE-EOF           VALUE 'Y'.
               88  FINANCE-CHARGE-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REFUND-CLEARING-EOF          VALUE 'Y'.
               88  REFUND-CLEARING-NOT-EOF      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  BALANCE-CURRENCY-WAS-FOUND   VALUE 'Y'.
               88  BALANCE-CURRENCY-NOT-FOUND   VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  APPLY-NIGHT-WAS-FOUND        VALUE 'Y'.
               88  APPLY-NIGHT-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FIRST-PERIOD-CLOSE           VALUE 'Y'.
               88  NOT-FIRST-PERIOD-CLOSE       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  ROLL-FORWARD-TIES            VALUE 'Y'.
               88  ROLL-FORWARD-DOES-NOT-TIE    VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-PERIOD.
               10  WS-PERIOD-YEAR       PIC 9(04).
               10  WS-PERIOD-MONTH      PIC 9(02).
           05  WS-PRIOR-PERIOD.
               10  WS-PRIOR-YEAR        PIC 9(04).
               10  WS-PRIOR-MONTH       PIC 9(02).
           05  WS-CLOSE-DATE            PIC X(08) VALUE SPACES.
           05  WS-CLOSE-TIME            PIC X(08) VALUE SPACES.
           05  WS-ITEM-DATE             PIC X(08) VALUE SPACES.
           05  WS-ITEM-DATE-N REDEFINES WS-ITEM-DATE
                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-INTEGER-DATE     PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(05) COMP VALUE ZERO.

           COPY TERMSW.

           COPY PERIODW.

       01  WS-CONTROL-TOTALS.
           05  WS-GL-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-FEEDS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-FEEDS-NOT-PROVED   PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DETAILS-IN-PERIOD  PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DETAILS-OTHER      PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-AR-DETAILS         PIC 9(07) COMP VALUE ZERO.
           05  WS-APPLY-FEEDS           PIC 9(07) COMP VALUE ZERO.
           05  WS-CTL-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
           05  WS-CTL-RECORDS-USED      PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-FROZEN          PIC 9(07) COMP VALUE ZERO.
           05  WS-FC-TRANSIT-ITEMS      PIC 9(07) COMP VALUE ZERO.
           05  WS-RF-TRANSIT-ITEMS      PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-PERIOD-RECORDS-WRITTEN
                                        PIC 9(07) COMP VALUE ZERO.

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

       01  WS-ITEM-ROLL-FORWARD.
           05  WS-BEGIN-ITEMS           PIC S9(09) COMP VALUE ZERO.
           05  WS-NET-ITEMS             PIC S9(09) COMP VALUE ZERO.
           05  WS-END-ITEMS             PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-DIFFERENCE       PIC S9(09) COMP VALUE ZERO.

      *    ONE ENTRY PER NIGHT THE APPLY RUN RAN IN THE PERIOD, KEYED
      *    BY ITS RUN DATE. A RESTARTED STEP WRITES ITS COUNTERS
      *    AGAIN FOR THE SAME NIGHT; THE LAST VALUES WIN, AS THEY DO
      *    IN THE NIGHTLY BALANCING RUN.
       01  WS-APPLY-NIGHT-TABLE.
           05  WS-AN-MAX                PIC 9(04) COMP VALUE 40.
           05  WS-AN-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-AN-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-AN-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-AN-ENTRY OCCURS 40 TIMES.
               10  WS-AN-RUN-DATE       PIC X(08).
               10  WS-AN-INVOICES-ADDED PIC 9(09) COMP.
               10  WS-AN-CREDITS-CARRIED
                                        PIC 9(09) COMP.
               10  WS-AN-ITEMS-REOPENED PIC 9(09) COMP.
               10  WS-AN-ITEMS-SATISFIED
                                        PIC 9(09) COMP.

      *    ONE ENTRY PER CURRENCY: THE ROLL-FORWARD COMPONENTS AS
      *    SIGNED RECEIVABLES MOVEMENTS (DEBITS PLUS, CREDITS MINUS),
      *    THE POSTINGS IN TRANSIT, AND THE FROZEN OPEN ITEMS WITH
      *    THEIR AGING. AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER
      *    ADDED.
       01  WS-ROLL-FORWARD-TABLE.
           05  WS-RL-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-RL-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-RL-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-RL-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-RL-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-RL-ENTRY OCCURS 10 TIMES.
               10  WS-RL-CURRENCY       PIC X(03).
               10  WS-RL-BEGIN          PIC S9(11)V99 COMP-3.
               10  WS-RL-BILLINGS       PIC S9(11)V99 COMP-3.
               10  WS-RL-FINANCE-CHARGES
                                        PIC S9(11)V99 COMP-3.
               10  WS-RL-DEBIT-MEMOS    PIC S9(11)V99 COMP-3.
               10  WS-RL-RETURNED       PIC S9(11)V99 COMP-3.
               10  WS-RL-REFUNDS        PIC S9(11)V99 COMP-3.
               10  WS-RL-CASH-APPLIED   PIC S9(11)V99 COMP-3.
               10  WS-RL-DISCOUNTS      PIC S9(11)V99 COMP-3.
               10  WS-RL-CREDIT-MEMOS   PIC S9(11)V99 COMP-3.
               10  WS-RL-WRITE-OFFS     PIC S9(11)V99 COMP-3.
               10  WS-RL-OTHER          PIC S9(11)V99 COMP-3.
               10  WS-RL-ENDING         PIC S9(11)V99 COMP-3.
               10  WS-RL-FC-TRANSIT     PIC S9(11)V99 COMP-3.
               10  WS-RL-RF-TRANSIT     PIC S9(11)V99 COMP-3.
               10  WS-RL-FROZEN         PIC S9(11)V99 COMP-3.
               10  WS-RL-DIFFERENCE     PIC S9(11)V99 COMP-3.
               10  WS-RL-ITEMS          PIC 9(07) COMP.
               10  WS-RL-CURRENT        PIC S9(11)V99 COMP-3.
               10  WS-RL-30-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-RL-60-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-RL-90-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-RL-120-DAYS       PIC S9(11)V99 COMP-3.

      *    THE TRIAL-BALANCE LINES OF THE CUSTOMER BEING READ, ONE
      *    PER CURRENCY THE CUSTOMER HAS ITEMS IN.
       01  WS-TRIAL-BALANCE-TABLE.
           05  WS-TB-CUSTOMER-ID        PIC 9(10) VALUE ZERO.
           05  WS-TB-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-TB-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-TB-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-TB-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-TB-ENTRY OCCURS 10 TIMES.
               10  WS-TB-CURRENCY       PIC X(03).
               10  WS-TB-ITEMS          PIC 9(07) COMP.
               10  WS-TB-BALANCE        PIC S9(11)V99 COMP-3.
               10  WS-TB-CURRENT        PIC S9(11)V99 COMP-3.
               10  WS-TB-30-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-TB-60-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-TB-90-DAYS        PIC S9(11)V99 COMP-3.
               10  WS-TB-120-DAYS       PIC S9(11)V99 COMP-3.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(28)
                   VALUE 'AR MONTH-END CLOSE - PERIOD '.
           05  HL1-PERIOD               PIC X(06).
           05  FILLER                   PIC X(14)
                   VALUE '   PERIOD END '.
           05  HL1-PERIOD-END-DATE      PIC X(08).
           05  FILLER                   PIC X(13)
                   VALUE '   CLOSED ON '.
           05  HL1-CLOSE-DATE           PIC X(08).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-TRIAL-BALANCE-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(09) VALUE '    ITEMS'.
           05  FILLER                   PIC X(16)
                   VALUE '         CURRENT'.
           05  FILLER                   PIC X(16)
                   VALUE '       1-30 DAYS'.
           05  FILLER                   PIC X(16)
                   VALUE '      31-60 DAYS'.
           05  FILLER                   PIC X(16)
                   VALUE '      61-90 DAYS'.
           05  FILLER                   PIC X(16)
                   VALUE '    OVER 90 DAYS'.
           05  FILLER                   PIC X(16)
                   VALUE '           TOTAL'.
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-TRIAL-BALANCE-LINE.
           05  TB-CUSTOMER              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TB-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-ITEMS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-CURRENT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-30-DAYS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-60-DAYS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-90-DAYS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-120-DAYS              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-ROLL-FORWARD-LINE.
           05  RL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-DESCRIPTION           PIC X(40).
           05  RL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  CL-DESCRIPTION           PIC X(46).
           05  CL-COUNT                 PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-BEGINNING-BALANCES
           PERFORM 2000-ACCUMULATE-GL-FEEDS
           PERFORM 3000-ACCUMULATE-APPLY-COUNTS
           PERFORM 4000-FREEZE-OPEN-ITEMS
           PERFORM 5000-ACCUMULATE-IN-TRANSIT
           PERFORM 6000-PROVE-ROLL-FORWARD
           PERFORM 7000-PRINT-ROLL-FORWARD
           IF ROLL-FORWARD-TIES
               PERFORM 7500-RECORD-CLOSED-PERIOD
           END-IF
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * ESTABLISH THE PERIOD FROM THE RUNCTL CARD, OR THE SYSTEM DATE
      * WITHOUT ONE. A PERIOD ALREADY CLOSED CANNOT BE CLOSED AGAIN,
      * AND ONE THAT IS NOT THE MONTH AFTER THE LAST CLOSE WOULD HAVE
      * NO BEGINNING BALANCE TO ROLL FROM. THE GL FEEDS, THE CONTROL
      * TOTALS AND THE OPEN ITEMS ARE ALL REQUIRED; WITHOUT ANY ONE OF
      * THEM NOTHING CAN BE PROVED, SO THE STEP STOPS.
      **********************************************************************
       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOSE-TIME FROM TIME
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-WAS-FOUND
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           DISPLAY "ARCLOSE: CLOSING PERIOD " WS-PERIOD
                   ", PERIOD END " WS-RUN-DATE

           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARCLOSE: PERIOD " WS-PERIOD
                       " IS ALREADY CLOSED -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PERIOD-MONTH EQUAL 1
               COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
           END-IF
           IF WS-CLOSED-THROUGH-PERIOD EQUAL '000000'
               SET FIRST-PERIOD-CLOSE TO TRUE
               DISPLAY "ARCLOSE: NO PERIOD HAS EVER BEEN CLOSED -- "
                       "OPENING BALANCES WILL BE DERIVED"
           ELSE
               IF WS-CLOSED-THROUGH-PERIOD NOT EQUAL WS-PRIOR-PERIOD
                   DISPLAY "ARCLOSE: PERIOD " WS-PERIOD
                           " DOES NOT FOLLOW THE LAST PERIOD CLOSED, "
                           WS-CLOSED-THROUGH-PERIOD
                   DISPLAY "ARCLOSE: MONTHS MUST BE CLOSED IN TURN"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT GL-PERIOD-FILE
           IF NOT GLPERIOD-FILE-WAS-FOUND
               DISPLAY "ARCLOSE: NO GL FEEDS FOR THE PERIOD, STATUS "
                       WS-GLPERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-PERIOD-FILE
           IF NOT CTLPERD-FILE-WAS-FOUND
               DISPLAY "ARCLOSE: NO CONTROL TOTALS FOR THE PERIOD, "
                       "STATUS " WS-CTLPERD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AR-OPEN-IN
           IF NOT AROPENI-FILE-WAS-FOUND
               DISPLAY "ARCLOSE: NO OPEN-ITEM FILE TO FREEZE, STATUS "
                       WS-AROPENI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AR-OPEN-FROZEN
           OPEN OUTPUT CLOSE-REPORT

           MOVE WS-PERIOD TO HL1-PERIOD
           MOVE WS-RUN-DATE TO HL1-PERIOD-END-DATE
           MOVE WS-CLOSE-DATE TO HL1-CLOSE-DATE
           MOVE WS-HEADING-LINE-1 TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'AGED TRIAL BALANCE AT PERIOD END'
               TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE WS-TRIAL-BALANCE-HEADING TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           .

      **********************************************************************
      * THE BEGINNING BALANCES AND ITEM COUNT ARE THOSE RECORDED WHEN
      * THE PREVIOUS PERIOD WAS CLOSED. THE FIRST CLOSE HAS NONE.
      **********************************************************************
       1000-LOAD-BEGINNING-BALANCES.
           IF NOT-FIRST-PERIOD-CLOSE
               OPEN INPUT CLOSED-PERIOD-FILE
               SET CLOSED-PERIOD-FILE-NOT-EOF TO TRUE
               PERFORM 1100-READ-PRIOR-PERIOD
               PERFORM 1200-LOAD-ONE-BALANCE
                   UNTIL CLOSED-PERIOD-FILE-EOF
               CLOSE CLOSED-PERIOD-FILE
           END-IF
           .

       1100-READ-PRIOR-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   SET CLOSED-PERIOD-FILE-EOF TO TRUE
           END-READ
           .

       1200-LOAD-ONE-BALANCE.
           IF CP-PERIOD EQUAL WS-CLOSED-THROUGH-PERIOD
               IF CP-ENDING-BALANCE IS NUMERIC
               AND CP-ITEM-COUNT IS NUMERIC
                   MOVE CP-CURRENCY-CODE TO WS-RL-NEW-CURRENCY
                   PERFORM 8100-FIND-CURRENCY
                   ADD CP-ENDING-BALANCE
                       TO WS-RL-BEGIN(WS-RL-FOUND-IX)
                   ADD CP-ITEM-COUNT TO WS-BEGIN-ITEMS
               ELSE
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARCLOSE: CLOSED-PERIOD RECORD NOT "
                           "NUMERIC, PERIOD " CP-PERIOD
                           " CURRENCY " CP-CURRENCY-CODE
               END-IF
           END-IF
           PERFORM 1100-READ-PRIOR-PERIOD
           .

      **********************************************************************
      * READ THE MONTH'S GL FEEDS. EVERY FEED IS DETAILS FOLLOWED BY
      * ITS TRAILER AND IS PROVED AGAINST THE TRAILER WHETHER OR NOT
      * IT FALLS IN THE PERIOD. ONLY DETAILS POSTED IN THE PERIOD TO
      * RECEIVABLES ARE ROLLED FORWARD.
      **********************************************************************
       2000-ACCUMULATE-GL-FEEDS.
           PERFORM 2100-READ-GL-PERIOD
           PERFORM 2200-ACCUMULATE-ONE-GL-RECORD
               UNTIL GL-PERIOD-EOF
           IF WS-FEED-DETAIL-COUNT GREATER THAN ZERO
               ADD 1 TO WS-GL-FEEDS-NOT-PROVED
               DISPLAY "ARCLOSE: LAST GL FEED HAS NO TRAILER -- "
                       WS-FEED-DETAIL-COUNT " DETAILS"
           END-IF
           CLOSE GL-PERIOD-FILE
           .

       2100-READ-GL-PERIOD.
           READ GL-PERIOD-FILE
               AT END
                   SET GL-PERIOD-EOF TO TRUE
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
                   DISPLAY "ARCLOSE: GL DETAIL NOT NUMERIC, "
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
                   IF GJ-RUN-DATE(1:6) NOT EQUAL WS-PERIOD
                       ADD 1 TO WS-GL-DETAILS-OTHER
                   ELSE
                       ADD 1 TO WS-GL-DETAILS-IN-PERIOD
                       IF GJ-ACCOUNT EQUAL '11000000'
                           PERFORM 2400-ADD-AR-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-GL-PERIOD
           .

      **********************************************************************
      * A FEED PROVES WHEN ITS TRAILER COUNTS THE DETAILS READ, CARRIES
      * THE SAME DEBIT AND CREDIT TOTALS, AND DEBITS EQUAL CREDITS.
      * THE APPLY RUN'S FEEDS FOR THE PERIOD ARE COUNTED TO MATCH THE
      * APPLY NIGHTS ON THE CONTROL TOTALS.
      **********************************************************************
       2300-PROVE-ONE-FEED.
           ADD 1 TO WS-GL-FEEDS-READ
           IF GJ-DETAIL-COUNT IS NOT NUMERIC
           OR GJ-DEBIT-TOTAL IS NOT NUMERIC
           OR GJ-CREDIT-TOTAL IS NOT NUMERIC
               ADD 1 TO WS-GL-FEEDS-NOT-PROVED
               DISPLAY "ARCLOSE: GL TRAILER NOT NUMERIC, "
                       GJ-SOURCE-PROGRAM " RUN " GJ-RUN-DATE
           ELSE
               IF GJ-DETAIL-COUNT NOT EQUAL WS-FEED-DETAIL-COUNT
               OR GJ-DEBIT-TOTAL NOT EQUAL WS-FEED-DEBIT-TOTAL
               OR GJ-CREDIT-TOTAL NOT EQUAL WS-FEED-CREDIT-TOTAL
               OR GJ-DEBIT-TOTAL NOT EQUAL GJ-CREDIT-TOTAL
                   ADD 1 TO WS-GL-FEEDS-NOT-PROVED
                   DISPLAY "ARCLOSE: GL FEED FROM " GJ-SOURCE-PROGRAM
                           " RUN " GJ-RUN-DATE
                           " DOES NOT PROVE TO ITS TRAILER"
               ELSE
                   IF GJ-FUNCTIONAL-DEBIT-TOTAL IS NUMERIC
                   AND GJ-FUNCTIONAL-CREDIT-TOTAL IS NUMERIC
                       PERFORM 2350-PROVE-FUNCTIONAL-TOTALS
                   END-IF
               END-IF
           END-IF
           IF GJ-SOURCE-PROGRAM EQUAL 'ARAPPLY'
           AND GJ-RUN-DATE(1:6) EQUAL WS-PERIOD
               ADD 1 TO WS-APPLY-FEEDS
           END-IF
           MOVE ZERO TO WS-FEED-DETAIL-COUNT
           MOVE ZERO TO WS-FEED-DEBIT-TOTAL
           MOVE ZERO TO WS-FEED-CREDIT-TOTAL
           MOVE ZERO TO WS-FEED-FUNCTIONAL-DEBITS
           MOVE ZERO TO WS-FEED-FUNCTIONAL-CREDITS
           .

      **********************************************************************
      * THE US DOLLAR SIDE OF A FEED MUST AGREE WITH ITS TRAILER AND
      * BALANCE TOO. A FEED WRITTEN WITH A RATE MISSING DOES NOT, AND
      * IS NOT PROVED.
      **********************************************************************
       2350-PROVE-FUNCTIONAL-TOTALS.
           IF GJ-FUNCTIONAL-DEBIT-TOTAL
                   NOT EQUAL WS-FEED-FUNCTIONAL-DEBITS
           OR GJ-FUNCTIONAL-CREDIT-TOTAL
                   NOT EQUAL WS-FEED-FUNCTIONAL-CREDITS
           OR GJ-FUNCTIONAL-DEBIT-TOTAL
                   NOT EQUAL GJ-FUNCTIONAL-CREDIT-TOTAL
               ADD 1 TO WS-GL-FEEDS-NOT-PROVED
               DISPLAY "ARCLOSE: GL FEED FROM " GJ-SOURCE-PROGRAM
                       " RUN " GJ-RUN-DATE
                       " DOES NOT PROVE IN US DOLLARS"
           END-IF
           .

      **********************************************************************
      * ADD ONE RECEIVABLES DETAIL TO ITS COMPONENT OF THE ROLL-
      * FORWARD, DEBITS PLUS AND CREDITS MINUS. A DETAIL WITH NO
      * MOVEMENT CODE (A FEED WRITTEN BEFORE THE CODES EXISTED) OR AN
      * UNKNOWN ONE IS SHOWN AS OTHER, SO IT STILL ROLLS FORWARD BUT
      * STANDS OUT ON THE REPORT. A REVALUATION MOVES ONLY THE DOLLAR
      * VALUE OF THE RECEIVABLES AND HAS NO PLACE IN IT.
      **********************************************************************
       2400-ADD-AR-MOVEMENT.
           ADD 1 TO WS-GL-AR-DETAILS
           IF GJ-ENTRY-IS-DEBIT
               MOVE GJ-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GJ-AMOUNT
           END-IF
           IF GJ-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-RL-NEW-CURRENCY
           ELSE
               MOVE GJ-CURRENCY-CODE TO WS-RL-NEW-CURRENCY
           END-IF
           PERFORM 8100-FIND-CURRENCY
           EVALUATE TRUE
               WHEN GJ-AR-BILLING
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-BILLINGS(WS-RL-FOUND-IX)
               WHEN GJ-AR-FINANCE-CHARGE
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-FINANCE-CHARGES(WS-RL-FOUND-IX)
               WHEN GJ-AR-DEBIT-MEMO
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-DEBIT-MEMOS(WS-RL-FOUND-IX)
               WHEN GJ-AR-RETURNED-PAYMENT
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-RETURNED(WS-RL-FOUND-IX)
               WHEN GJ-AR-REFUND
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-REFUNDS(WS-RL-FOUND-IX)
               WHEN GJ-AR-CASH-APPLIED
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-CASH-APPLIED(WS-RL-FOUND-IX)
               WHEN GJ-AR-DISCOUNT
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-DISCOUNTS(WS-RL-FOUND-IX)
               WHEN GJ-AR-CREDIT-MEMO
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-CREDIT-MEMOS(WS-RL-FOUND-IX)
               WHEN GJ-AR-WRITE-OFF
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-WRITE-OFFS(WS-RL-FOUND-IX)
               WHEN GJ-AR-FX-REVALUATION
                   CONTINUE
               WHEN OTHER
                   ADD WS-SIGNED-AMOUNT
                       TO WS-RL-OTHER(WS-RL-FOUND-IX)
           END-EVALUATE
           .

      **********************************************************************
      * READ THE MONTH'S CONTROL TOTALS AND KEEP THE APPLY RUN'S OPEN-
      * ITEM COUNTERS FOR EACH NIGHT OF THE PERIOD, THEN NET THEM:
      * ITEMS ADDED LESS ITEMS SATISFIED.
      **********************************************************************
       3000-ACCUMULATE-APPLY-COUNTS.
           PERFORM 3100-READ-CONTROL-PERIOD
           PERFORM 3200-KEEP-ONE-CONTROL
               UNTIL CONTROL-PERIOD-EOF
           CLOSE CONTROL-PERIOD-FILE
           PERFORM 3500-NET-ONE-APPLY-NIGHT
               VARYING WS-AN-IX FROM 1 BY 1
               UNTIL WS-AN-IX > WS-AN-COUNT
           .

       3100-READ-CONTROL-PERIOD.
           READ CONTROL-PERIOD-FILE
               AT END
                   SET CONTROL-PERIOD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
           END-READ
           .

       3200-KEEP-ONE-CONTROL.
           IF CT-PROGRAM-NAME EQUAL 'ARAPPLY'
           AND CT-RUN-DATE(1:6) EQUAL WS-PERIOD
               EVALUATE CT-COUNTER-NAME
                   WHEN 'OPEN-ITEMS-IN'
                   WHEN 'INVOICES-ADDED'
                   WHEN 'CREDITS-CARRIED'
                   WHEN 'REVERSAL-ITEMS-ADDED'
                   WHEN 'ITEMS-SATISFIED'
                       PERFORM 3300-STORE-APPLY-COUNTER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 3100-READ-CONTROL-PERIOD
           .

       3300-STORE-APPLY-COUNTER.
           IF CT-COUNTER-VALUE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ARCLOSE: NON-NUMERIC CONTROL VALUE FOR "
                       CT-PROGRAM-NAME " " CT-RUN-DATE " "
                       CT-COUNTER-NAME
           ELSE
               ADD 1 TO WS-CTL-RECORDS-USED
               PERFORM 3400-FIND-APPLY-NIGHT
               EVALUATE CT-COUNTER-NAME
                   WHEN 'INVOICES-ADDED'
                       MOVE CT-COUNTER-VALUE
                           TO WS-AN-INVOICES-ADDED(WS-AN-FOUND-IX)
                   WHEN 'CREDITS-CARRIED'
                       MOVE CT-COUNTER-VALUE
                           TO WS-AN-CREDITS-CARRIED(WS-AN-FOUND-IX)
                   WHEN 'REVERSAL-ITEMS-ADDED'
                       MOVE CT-COUNTER-VALUE
                           TO WS-AN-ITEMS-REOPENED(WS-AN-FOUND-IX)
                   WHEN 'ITEMS-SATISFIED'
                       MOVE CT-COUNTER-VALUE
                           TO WS-AN-ITEMS-SATISFIED(WS-AN-FOUND-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * FIND OR ADD THE NIGHT'S ENTRY. THE MATCH INDEX IS SAVED
      * BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER
      * THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       3400-FIND-APPLY-NIGHT.
           SET APPLY-NIGHT-NOT-FOUND TO TRUE
           PERFORM 3410-SEARCH-APPLY-NIGHT
               VARYING WS-AN-IX FROM 1 BY 1
               UNTIL WS-AN-IX > WS-AN-COUNT
               OR APPLY-NIGHT-WAS-FOUND
           IF APPLY-NIGHT-NOT-FOUND
               IF WS-AN-COUNT >= WS-AN-MAX
                   DISPLAY "ARCLOSE: MORE THAN " WS-AN-MAX
                           " APPLY NIGHTS -- " CT-RUN-DATE
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-AN-MAX TO WS-AN-FOUND-IX
               ELSE
                   ADD 1 TO WS-AN-COUNT
                   MOVE WS-AN-COUNT TO WS-AN-FOUND-IX
                   MOVE CT-RUN-DATE TO WS-AN-RUN-DATE(WS-AN-FOUND-IX)
                   MOVE ZERO TO WS-AN-INVOICES-ADDED(WS-AN-FOUND-IX)
                   MOVE ZERO TO WS-AN-CREDITS-CARRIED(WS-AN-FOUND-IX)
                   MOVE ZERO TO WS-AN-ITEMS-REOPENED(WS-AN-FOUND-IX)
                   MOVE ZERO TO WS-AN-ITEMS-SATISFIED(WS-AN-FOUND-IX)
               END-IF
           END-IF
           .

       3410-SEARCH-APPLY-NIGHT.
           IF WS-AN-RUN-DATE(WS-AN-IX) EQUAL CT-RUN-DATE
               SET APPLY-NIGHT-WAS-FOUND TO TRUE
               MOVE WS-AN-IX TO WS-AN-FOUND-IX
           END-IF
           .

       3500-NET-ONE-APPLY-NIGHT.
           COMPUTE WS-NET-ITEMS = WS-NET-ITEMS
               + WS-AN-INVOICES-ADDED(WS-AN-IX)
               + WS-AN-CREDITS-CARRIED(WS-AN-IX)
               + WS-AN-ITEMS-REOPENED(WS-AN-IX)
               - WS-AN-ITEMS-SATISFIED(WS-AN-IX)
           .

      **********************************************************************
      * COPY THE PERIOD'S LAST OPEN-ITEM GENERATION TO THE FROZEN
      * PERIOD-END FILE RECORD FOR RECORD, AND AGE EACH ITEM AT THE
      * PERIOD-END DATE FOR THE TRIAL BALANCE: ONE LINE PER CUSTOMER
      * AND CURRENCY, THEN A TOTAL PER CURRENCY.
      **********************************************************************
       4000-FREEZE-OPEN-ITEMS.
           PERFORM 4100-READ-AR-OPEN
           PERFORM 4200-FREEZE-ONE-ITEM
               UNTIL AR-OPEN-EOF
           IF WS-TB-COUNT GREATER THAN ZERO
               PERFORM 4500-PRINT-CUSTOMER-LINES
           END-IF
           CLOSE AR-OPEN-IN
           CLOSE AR-OPEN-FROZEN
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM 4700-PRINT-CURRENCY-TOTAL
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT
           .

       4100-READ-AR-OPEN.
           READ AR-OPEN-IN
               AT END
                   SET AR-OPEN-EOF TO TRUE
           END-READ
           .

       4200-FREEZE-ONE-ITEM.
           IF AO-CUSTOMER-ID NOT EQUAL WS-TB-CUSTOMER-ID
           AND WS-TB-COUNT GREATER THAN ZERO
               PERFORM 4500-PRINT-CUSTOMER-LINES
           END-IF
           MOVE AO-CUSTOMER-ID TO WS-TB-CUSTOMER-ID
           WRITE AR-OPEN-FROZEN-RECORD FROM AR-OPEN-RECORD
           ADD 1 TO WS-ITEMS-FROZEN
           IF AO-OPEN-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ARCLOSE: OPEN BALANCE NOT NUMERIC, CUSTOMER "
                       AO-CUSTOMER-ID " INVOICE " AO-INVOICE-NUMBER
           ELSE
               IF AO-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-RL-NEW-CURRENCY
               ELSE
                   MOVE AO-CURRENCY-CODE TO WS-RL-NEW-CURRENCY
               END-IF
               PERFORM 8100-FIND-CURRENCY
               PERFORM 4250-FIND-BALANCE-CURRENCY
               ADD AO-OPEN-BALANCE TO WS-RL-FROZEN(WS-RL-FOUND-IX)
               ADD 1 TO WS-RL-ITEMS(WS-RL-FOUND-IX)
               ADD AO-OPEN-BALANCE TO WS-TB-BALANCE(WS-TB-FOUND-IX)
               ADD 1 TO WS-TB-ITEMS(WS-TB-FOUND-IX)
               PERFORM 4300-BUCKET-ONE-ITEM
           END-IF
           PERFORM 4100-READ-AR-OPEN
           .

      **********************************************************************
      * FIND OR ADD THE CUSTOMER'S TRIAL-BALANCE ENTRY FOR THE ITEM'S
      * CURRENCY. THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING
      * STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FLAG.
      **********************************************************************
       4250-FIND-BALANCE-CURRENCY.
           SET BALANCE-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 4260-SEARCH-BALANCE-CURRENCY
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-TB-COUNT
               OR BALANCE-CURRENCY-WAS-FOUND
           IF BALANCE-CURRENCY-NOT-FOUND
               IF WS-TB-COUNT >= WS-TB-MAX
                   MOVE WS-TB-MAX TO WS-TB-FOUND-IX
               ELSE
                   ADD 1 TO WS-TB-COUNT
                   MOVE WS-TB-COUNT TO WS-TB-FOUND-IX
                   MOVE WS-RL-NEW-CURRENCY
                       TO WS-TB-CURRENCY(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-ITEMS(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-BALANCE(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-CURRENT(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-30-DAYS(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-60-DAYS(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-90-DAYS(WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-120-DAYS(WS-TB-FOUND-IX)
               END-IF
           END-IF
           .

       4260-SEARCH-BALANCE-CURRENCY.
           IF WS-TB-CURRENCY(WS-TB-IX) EQUAL WS-RL-NEW-CURRENCY
               SET BALANCE-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-TB-IX TO WS-TB-FOUND-IX
           END-IF
           .

      **********************************************************************
      * AGE BY DAYS PAST THE DUE DATE AT PERIOD END, AS THE NIGHTLY
      * AGING DOES. AN ITEM WITH NO DUE DATE IS DUE UNDER ITS TERMS
      * FROM THE INVOICE DATE; ONE WHOSE DATES ARE UNUSABLE IS OVER
      * 90. A CREDIT IS ALWAYS CURRENT.
      **********************************************************************
       4300-BUCKET-ONE-ITEM.
           IF AO-OPEN-BALANCE IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           ELSE
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
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN ZERO
                   ADD AO-OPEN-BALANCE
                       TO WS-TB-CURRENT(WS-TB-FOUND-IX)
                   ADD AO-OPEN-BALANCE
                       TO WS-RL-CURRENT(WS-RL-FOUND-IX)
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   ADD AO-OPEN-BALANCE
                       TO WS-TB-30-DAYS(WS-TB-FOUND-IX)
                   ADD AO-OPEN-BALANCE
                       TO WS-RL-30-DAYS(WS-RL-FOUND-IX)
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   ADD AO-OPEN-BALANCE
                       TO WS-TB-60-DAYS(WS-TB-FOUND-IX)
                   ADD AO-OPEN-BALANCE
                       TO WS-RL-60-DAYS(WS-RL-FOUND-IX)
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   ADD AO-OPEN-BALANCE
                       TO WS-TB-90-DAYS(WS-TB-FOUND-IX)
                   ADD AO-OPEN-BALANCE
                       TO WS-RL-90-DAYS(WS-RL-FOUND-IX)
               WHEN OTHER
                   ADD AO-OPEN-BALANCE
                       TO WS-TB-120-DAYS(WS-TB-FOUND-IX)
                   ADD AO-OPEN-BALANCE
                       TO WS-RL-120-DAYS(WS-RL-FOUND-IX)
           END-EVALUATE
           .

       4500-PRINT-CUSTOMER-LINES.
           PERFORM 4600-PRINT-ONE-CUSTOMER-LINE
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-TB-COUNT
           MOVE ZERO TO WS-TB-COUNT
           .

       4600-PRINT-ONE-CUSTOMER-LINE.
           MOVE WS-TB-CUSTOMER-ID TO TB-CUSTOMER
           MOVE WS-TB-CURRENCY(WS-TB-IX) TO TB-CURRENCY
           MOVE WS-TB-ITEMS(WS-TB-IX) TO TB-ITEMS
           MOVE WS-TB-CURRENT(WS-TB-IX) TO TB-CURRENT
           MOVE WS-TB-30-DAYS(WS-TB-IX) TO TB-30-DAYS
           MOVE WS-TB-60-DAYS(WS-TB-IX) TO TB-60-DAYS
           MOVE WS-TB-90-DAYS(WS-TB-IX) TO TB-90-DAYS
           MOVE WS-TB-120-DAYS(WS-TB-IX) TO TB-120-DAYS
           MOVE WS-TB-BALANCE(WS-TB-IX) TO TB-BALANCE
           MOVE WS-TRIAL-BALANCE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           .

       4700-PRINT-CURRENCY-TOTAL.
           MOVE 'TOTAL' TO TB-CUSTOMER
           MOVE WS-RL-CURRENCY(WS-RL-IX) TO TB-CURRENCY
           MOVE WS-RL-ITEMS(WS-RL-IX) TO TB-ITEMS
           MOVE WS-RL-CURRENT(WS-RL-IX) TO TB-CURRENT
           MOVE WS-RL-30-DAYS(WS-RL-IX) TO TB-30-DAYS
           MOVE WS-RL-60-DAYS(WS-RL-IX) TO TB-60-DAYS
           MOVE WS-RL-90-DAYS(WS-RL-IX) TO TB-90-DAYS
           MOVE WS-RL-120-DAYS(WS-RL-IX) TO TB-120-DAYS
           MOVE WS-RL-FROZEN(WS-RL-IX) TO TB-BALANCE
           MOVE WS-TRIAL-BALANCE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           .

      **********************************************************************
      * POSTINGS IN TRANSIT: FINANCE CHARGES AND REFUNDS ALREADY ON
      * THE LEDGER BUT NOT YET ON THE OPEN ITEMS. NEITHER FILE IS
      * REQUIRED -- A MONTH WHOSE LAST NIGHT RAN NEITHER RUN HAS
      * NOTHING IN TRANSIT.
      **********************************************************************
       5000-ACCUMULATE-IN-TRANSIT.
           OPEN INPUT FINANCE-CHARGE-EXTRACT
           IF FINCHEXT-FILE-WAS-FOUND
               PERFORM 5100-READ-FINANCE-CHARGE
               PERFORM 5200-ADD-ONE-FINANCE-CHARGE
                   UNTIL FINANCE-CHARGE-EOF
               CLOSE FINANCE-CHARGE-EXTRACT
           ELSE
               DISPLAY "ARCLOSE: NO FINANCE CHARGES IN TRANSIT"
           END-IF
           OPEN INPUT REFUND-CLEARING-FILE
           IF REFADJ-FILE-WAS-FOUND
               PERFORM 5300-READ-REFUND-CLEARING
               PERFORM 5400-ADD-ONE-REFUND-CLEARING
                   UNTIL REFUND-CLEARING-EOF
               CLOSE REFUND-CLEARING-FILE
           ELSE
               DISPLAY "ARCLOSE: NO REFUNDS IN TRANSIT"
           END-IF
           .

       5100-READ-FINANCE-CHARGE.
           READ FINANCE-CHARGE-EXTRACT
               AT END
                   SET FINANCE-CHARGE-EOF TO TRUE
           END-READ
           .

       5200-ADD-ONE-FINANCE-CHARGE.
           IF AE-AMOUNT-DUE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ARCLOSE: FINANCE CHARGE NOT NUMERIC, "
                       "CUSTOMER " AE-CUSTOMER-ID
           ELSE
               IF AE-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-RL-NEW-CURRENCY
               ELSE
                   MOVE AE-CURRENCY-CODE TO WS-RL-NEW-CURRENCY
               END-IF
               PERFORM 8100-FIND-CURRENCY
               ADD AE-AMOUNT-DUE TO WS-RL-FC-TRANSIT(WS-RL-FOUND-IX)
               ADD 1 TO WS-FC-TRANSIT-ITEMS
           END-IF
           PERFORM 5100-READ-FINANCE-CHARGE
           .

       5300-READ-REFUND-CLEARING.
           READ REFUND-CLEARING-FILE
               AT END
                   SET REFUND-CLEARING-EOF TO TRUE
           END-READ
           .

       5400-ADD-ONE-REFUND-CLEARING.
           IF AJ-TYPE-REFUND
               IF AJ-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARCLOSE: REFUND CLEARING NOT NUMERIC, "
                           "CUSTOMER " AJ-CUSTOMER-ID
               ELSE
                   IF AJ-CURRENCY-CODE EQUAL SPACES
                       MOVE 'USD' TO WS-RL-NEW-CURRENCY
                   ELSE
                       MOVE AJ-CURRENCY-CODE TO WS-RL-NEW-CURRENCY
                   END-IF
                   PERFORM 8100-FIND-CURRENCY
                   ADD AJ-AMOUNT-N
                       TO WS-RL-RF-TRANSIT(WS-RL-FOUND-IX)
                   ADD 1 TO WS-RF-TRANSIT-ITEMS
               END-IF
           END-IF
           PERFORM 5300-READ-REFUND-CLEARING
           .

      **********************************************************************
      * ROLL EACH CURRENCY FORWARD AND COMPARE THE LEDGER'S ENDING AR,
      * LESS WHAT IS IN TRANSIT, WITH THE FROZEN OPEN ITEMS. ON THE
      * FIRST CLOSE THE BEGINNING BALANCE AND ITEM COUNT ARE WHATEVER
      * MAKES THEM AGREE. ANY DIFFERENCE, ANY FEED THAT DOES NOT PROVE,
      * ANY RECORD REJECTED, OR AN APPLY NIGHT WITHOUT ITS GL FEED
      * (OR A FEED WITHOUT ITS NIGHT) MEANS THE MONTH IS NOT PROVED.
      **********************************************************************
       6000-PROVE-ROLL-FORWARD.
           SET ROLL-FORWARD-TIES TO TRUE
           PERFORM 6100-PROVE-ONE-CURRENCY
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT

           IF FIRST-PERIOD-CLOSE
               COMPUTE WS-BEGIN-ITEMS = WS-ITEMS-FROZEN - WS-NET-ITEMS
           END-IF
           COMPUTE WS-END-ITEMS = WS-BEGIN-ITEMS + WS-NET-ITEMS
           COMPUTE WS-ITEM-DIFFERENCE = WS-END-ITEMS - WS-ITEMS-FROZEN
           IF WS-ITEM-DIFFERENCE NOT EQUAL ZERO
               SET ROLL-FORWARD-DOES-NOT-TIE TO TRUE
               DISPLAY "ARCLOSE: OPEN-ITEM COUNT DOES NOT ROLL "
                       "FORWARD, DIFFERENCE " WS-ITEM-DIFFERENCE
           END-IF

           IF WS-GL-FEEDS-NOT-PROVED GREATER THAN ZERO
               SET ROLL-FORWARD-DOES-NOT-TIE TO TRUE
           END-IF
           IF WS-RECORDS-REJECTED GREATER THAN ZERO
               SET ROLL-FORWARD-DOES-NOT-TIE TO TRUE
           END-IF
           IF WS-APPLY-FEEDS NOT EQUAL WS-AN-COUNT
               SET ROLL-FORWARD-DOES-NOT-TIE TO TRUE
               DISPLAY "ARCLOSE: " WS-APPLY-FEEDS
                       " APPLY GL FEEDS FOR " WS-AN-COUNT
                       " APPLY NIGHTS"
           END-IF
           .

       6100-PROVE-ONE-CURRENCY.
           COMPUTE WS-RL-ENDING(WS-RL-IX) =
                   WS-RL-BILLINGS(WS-RL-IX)
                 + WS-RL-FINANCE-CHARGES(WS-RL-IX)
                 + WS-RL-DEBIT-MEMOS(WS-RL-IX)
                 + WS-RL-RETURNED(WS-RL-IX)
                 + WS-RL-REFUNDS(WS-RL-IX)
                 + WS-RL-CASH-APPLIED(WS-RL-IX)
                 + WS-RL-DISCOUNTS(WS-RL-IX)
                 + WS-RL-CREDIT-MEMOS(WS-RL-IX)
                 + WS-RL-WRITE-OFFS(WS-RL-IX)
                 + WS-RL-OTHER(WS-RL-IX)
           IF FIRST-PERIOD-CLOSE
               COMPUTE WS-RL-BEGIN(WS-RL-IX) =
                       WS-RL-FROZEN(WS-RL-IX)
                     + WS-RL-FC-TRANSIT(WS-RL-IX)
                     + WS-RL-RF-TRANSIT(WS-RL-IX)
                     - WS-RL-ENDING(WS-RL-IX)
           END-IF
           ADD WS-RL-BEGIN(WS-RL-IX) TO WS-RL-ENDING(WS-RL-IX)
           COMPUTE WS-RL-DIFFERENCE(WS-RL-IX) =
                   WS-RL-ENDING(WS-RL-IX)
                 - WS-RL-FC-TRANSIT(WS-RL-IX)
                 - WS-RL-RF-TRANSIT(WS-RL-IX)
                 - WS-RL-FROZEN(WS-RL-IX)
           IF WS-RL-DIFFERENCE(WS-RL-IX) NOT EQUAL ZERO
               SET ROLL-FORWARD-DOES-NOT-TIE TO TRUE
               DISPLAY "ARCLOSE: " WS-RL-CURRENCY(WS-RL-IX)
                       " ROLL-FORWARD DIFFERENCE "
                       WS-RL-DIFFERENCE(WS-RL-IX)
           END-IF
           .

      **********************************************************************
      * PRINT THE ROLL-FORWARD FOR EACH CURRENCY, THE OPEN-ITEM COUNT
      * ROLL-FORWARD, THE FEED PROOF, AND THE OUTCOME.
      **********************************************************************
       7000-PRINT-ROLL-FORWARD.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'AR ROLL-FORWARD' TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM 7100-PRINT-ONE-ROLL-FORWARD
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'OPEN-ITEM COUNT ROLL-FORWARD' TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CL-NOTE
           MOVE 'BEGINNING OPEN ITEMS' TO CL-DESCRIPTION
           MOVE WS-BEGIN-ITEMS TO CL-COUNT
           IF FIRST-PERIOD-CLOSE
               MOVE 'DERIVED -- FIRST CLOSE' TO CL-NOTE
           END-IF
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'ITEMS ADDED LESS SATISFIED BY THE APPLY RUN'
               TO CL-DESCRIPTION
           MOVE WS-NET-ITEMS TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'ENDING OPEN ITEMS' TO CL-DESCRIPTION
           MOVE WS-END-ITEMS TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'FROZEN OPEN ITEMS' TO CL-DESCRIPTION
           MOVE WS-ITEMS-FROZEN TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'DIFFERENCE' TO CL-DESCRIPTION
           MOVE WS-ITEM-DIFFERENCE TO CL-COUNT
           IF WS-ITEM-DIFFERENCE NOT EQUAL ZERO
               MOVE '*** DOES NOT TIE ***' TO CL-NOTE
           END-IF
           PERFORM 7300-WRITE-COUNT-LINE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'GL FEED PROOF' TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'GL FEEDS READ' TO CL-DESCRIPTION
           MOVE WS-GL-FEEDS-READ TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'GL FEEDS NOT PROVED TO THEIR TRAILERS'
               TO CL-DESCRIPTION
           MOVE WS-GL-FEEDS-NOT-PROVED TO CL-COUNT
           IF WS-GL-FEEDS-NOT-PROVED NOT EQUAL ZERO
               MOVE '*** NOT PROVED ***' TO CL-NOTE
           END-IF
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'APPLY RUN GL FEEDS IN THE PERIOD' TO CL-DESCRIPTION
           MOVE WS-APPLY-FEEDS TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'APPLY RUN NIGHTS ON THE CONTROL TOTALS'
               TO CL-DESCRIPTION
           MOVE WS-AN-COUNT TO CL-COUNT
           IF WS-APPLY-FEEDS NOT EQUAL WS-AN-COUNT
               MOVE '*** DOES NOT MATCH FEEDS ***' TO CL-NOTE
           END-IF
           PERFORM 7300-WRITE-COUNT-LINE
           MOVE 'RECORDS REJECTED' TO CL-DESCRIPTION
           MOVE WS-RECORDS-REJECTED TO CL-COUNT
           PERFORM 7300-WRITE-COUNT-LINE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           IF ROLL-FORWARD-TIES
               MOVE 'ROLL-FORWARD TIES -- PERIOD CLOSED'
                   TO CLOSE-REPORT-RECORD
           ELSE
               MOVE 'ROLL-FORWARD DOES NOT TIE -- PERIOD NOT CLOSED'
                   TO CLOSE-REPORT-RECORD
           END-IF
           WRITE CLOSE-REPORT-RECORD
           .

       7100-PRINT-ONE-ROLL-FORWARD.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE WS-RL-CURRENCY(WS-RL-IX) TO RL-CURRENCY
           MOVE SPACES TO RL-NOTE
           MOVE 'BEGINNING AR' TO RL-DESCRIPTION
           MOVE WS-RL-BEGIN(WS-RL-IX) TO RL-AMOUNT
           IF FIRST-PERIOD-CLOSE
               MOVE 'DERIVED -- FIRST CLOSE' TO RL-NOTE
           END-IF
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'BILLINGS' TO RL-DESCRIPTION
           MOVE WS-RL-BILLINGS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'FINANCE CHARGES' TO RL-DESCRIPTION
           MOVE WS-RL-FINANCE-CHARGES(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'DEBIT MEMOS' TO RL-DESCRIPTION
           MOVE WS-RL-DEBIT-MEMOS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'RETURNED PAYMENTS AND FEES' TO RL-DESCRIPTION
           MOVE WS-RL-RETURNED(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'CREDIT BALANCES REFUNDED' TO RL-DESCRIPTION
           MOVE WS-RL-REFUNDS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'CASH APPLIED AND CREDITS CARRIED' TO RL-DESCRIPTION
           MOVE WS-RL-CASH-APPLIED(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'EARLY-PAYMENT DISCOUNTS' TO RL-DESCRIPTION
           MOVE WS-RL-DISCOUNTS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'CREDIT MEMOS' TO RL-DESCRIPTION
           MOVE WS-RL-CREDIT-MEMOS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'WRITE-OFFS AND SMALL BALANCES' TO RL-DESCRIPTION
           MOVE WS-RL-WRITE-OFFS(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'OTHER RECEIVABLES POSTINGS' TO RL-DESCRIPTION
           MOVE WS-RL-OTHER(WS-RL-IX) TO RL-AMOUNT
           IF WS-RL-OTHER(WS-RL-IX) NOT EQUAL ZERO
               MOVE 'NO MOVEMENT CODE ON THE FEED' TO RL-NOTE
           END-IF
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'ENDING AR PER GL FEEDS' TO RL-DESCRIPTION
           MOVE WS-RL-ENDING(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'LESS FINANCE CHARGES IN TRANSIT' TO RL-DESCRIPTION
           COMPUTE RL-AMOUNT = ZERO - WS-RL-FC-TRANSIT(WS-RL-IX)
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'LESS REFUNDS IN TRANSIT' TO RL-DESCRIPTION
           COMPUTE RL-AMOUNT = ZERO - WS-RL-RF-TRANSIT(WS-RL-IX)
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'FROZEN OPEN ITEMS' TO RL-DESCRIPTION
           MOVE WS-RL-FROZEN(WS-RL-IX) TO RL-AMOUNT
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           MOVE 'DIFFERENCE' TO RL-DESCRIPTION
           MOVE WS-RL-DIFFERENCE(WS-RL-IX) TO RL-AMOUNT
           IF WS-RL-DIFFERENCE(WS-RL-IX) NOT EQUAL ZERO
               MOVE '*** DOES NOT TIE ***' TO RL-NOTE
           END-IF
           PERFORM 7200-WRITE-ROLL-FORWARD-LINE
           .

       7200-WRITE-ROLL-FORWARD-LINE.
           MOVE WS-ROLL-FORWARD-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO RL-NOTE
           .

       7300-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CL-NOTE
           .

      **********************************************************************
      * RECORD THE CLOSED PERIOD, ONE RECORD PER CURRENCY. THE FILE IS
      * A PERMANENT HISTORY, CREATED EMPTY THE FIRST TIME.
      **********************************************************************
       7500-RECORD-CLOSED-PERIOD.
           OPEN EXTEND CLOSED-PERIOD-FILE
           IF ARPERIOD-FILE-NOT-FOUND
               OPEN OUTPUT CLOSED-PERIOD-FILE
               CLOSE CLOSED-PERIOD-FILE
               OPEN EXTEND CLOSED-PERIOD-FILE
           END-IF
           PERFORM 7600-WRITE-ONE-CLOSED-CURRENCY
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT
           CLOSE CLOSED-PERIOD-FILE
           .

       7600-WRITE-ONE-CLOSED-CURRENCY.
           MOVE SPACES TO CLOSED-PERIOD-RECORD
           MOVE WS-PERIOD TO CP-PERIOD
           MOVE WS-RUN-DATE TO CP-PERIOD-END-DATE
           MOVE WS-RL-CURRENCY(WS-RL-IX) TO CP-CURRENCY-CODE
           MOVE WS-RL-ENDING(WS-RL-IX) TO CP-ENDING-BALANCE
           MOVE WS-RL-FROZEN(WS-RL-IX) TO CP-FROZEN-BALANCE
           MOVE WS-RL-ITEMS(WS-RL-IX) TO CP-ITEM-COUNT
           MOVE WS-CLOSE-DATE TO CP-CLOSE-DATE
           MOVE WS-CLOSE-TIME(1:6) TO CP-CLOSE-TIME
           WRITE CLOSED-PERIOD-RECORD
           ADD 1 TO WS-PERIOD-RECORDS-WRITTEN
           .

      **********************************************************************
      * FIND OR ADD THE ROLL-FORWARD ENTRY FOR THE CURRENCY. THE MATCH
      * INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT
      * ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       8100-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           PERFORM 8110-SEARCH-CURRENCY
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-RL-COUNT >= WS-RL-MAX
                   DISPLAY "ARCLOSE: MORE THAN " WS-RL-MAX
                           " CURRENCIES -- " WS-RL-NEW-CURRENCY
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-RL-MAX TO WS-RL-FOUND-IX
               ELSE
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-COUNT TO WS-RL-FOUND-IX
                   INITIALIZE WS-RL-ENTRY(WS-RL-FOUND-IX)
                   MOVE WS-RL-NEW-CURRENCY
                       TO WS-RL-CURRENCY(WS-RL-FOUND-IX)
               END-IF
           END-IF
           .

       8110-SEARCH-CURRENCY.
           IF WS-RL-CURRENCY(WS-RL-IX) EQUAL WS-RL-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-RL-IX TO WS-RL-FOUND-IX
           END-IF
           .

           COPY TERMSP.

           COPY PERIODP.

      **********************************************************************
      * REPORT CONTROL TOTALS AND SET THE RETURN CODE: 8 WHEN THE
      * ROLL-FORWARD DOES NOT TIE, 4 WHEN IT TIED ON OPENING BALANCES
      * DERIVED ON THE FIRST CLOSE.
      **********************************************************************
       9999-END.
           CLOSE CLOSE-REPORT

           DISPLAY SPACE
           DISPLAY "ARCLOSE CONTROL TOTALS"
           DISPLAY "   GL RECORDS READ     " WS-GL-RECORDS-READ
           DISPLAY "   GL FEEDS READ       " WS-GL-FEEDS-READ
           DISPLAY "   GL FEEDS NOT PROVED " WS-GL-FEEDS-NOT-PROVED
           DISPLAY "   DETAILS IN PERIOD   " WS-GL-DETAILS-IN-PERIOD
           DISPLAY "   DETAILS OTHER MONTHS " WS-GL-DETAILS-OTHER
           DISPLAY "   RECEIVABLES DETAILS " WS-GL-AR-DETAILS
           DISPLAY "   APPLY FEEDS         " WS-APPLY-FEEDS
           DISPLAY "   CONTROL RECORDS READ " WS-CTL-RECORDS-READ
           DISPLAY "   CONTROL RECORDS USED " WS-CTL-RECORDS-USED
           DISPLAY "   APPLY NIGHTS        " WS-AN-COUNT
           DISPLAY "   ITEMS FROZEN        " WS-ITEMS-FROZEN
           DISPLAY "   FIN CHGS IN TRANSIT " WS-FC-TRANSIT-ITEMS
           DISPLAY "   REFUNDS IN TRANSIT  " WS-RF-TRANSIT-ITEMS
           DISPLAY "   RECORDS REJECTED    " WS-RECORDS-REJECTED
           DISPLAY "   CURRENCIES          " WS-RL-COUNT
           DISPLAY "   PERIOD RECORDS WRITTEN "
                   WS-PERIOD-RECORDS-WRITTEN
           DISPLAY SPACE
           IF ROLL-FORWARD-DOES-NOT-TIE
               DISPLAY "ARCLOSE: ROLL-FORWARD DOES NOT TIE -- "
                       "PERIOD " WS-PERIOD " NOT CLOSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ARCLOSE: PERIOD " WS-PERIOD " CLOSED"
               IF FIRST-PERIOD-CLOSE
                   DISPLAY "ARCLOSE: FIRST CLOSE -- OPENING BALANCES "
                           "DERIVED, AGREE THEM TO THE LEDGER"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
