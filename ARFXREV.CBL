      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END FOREIGN EXCHANGE REVALUATION. RUN AFTER
      *            THE LAST NIGHTLY STREAM OF THE MONTH AND BEFORE THE
      *            MONTH-END CLOSE, IT RESTATES THE OPEN FOREIGN-
      *            CURRENCY RECEIVABLES AT THE CLOSING RATE AND POSTS
      *            THE UNREALIZED EXCHANGE GAIN OR LOSS.
      *
      *            FOR EACH FOREIGN CURRENCY ON THE OPEN-ITEM FILE
      *            (AROPENI, THE SAME GENERATION THE CLOSE FREEZES):
      *
      *              CARRYING  = EACH ITEM'S BALANCE AT THE RATE IT
      *                          IS BOOKED AT, SUMMED
      *              RESTATED  = THE BALANCE AT THE CLOSING RATE
      *                          (THE FXRATES RATE IN EFFECT ON THE
      *                          RUNCTL RUN DATE, THE PERIOD END)
      *              CUMULATIVE GAIN OR LOSS = RESTATED - CARRYING
      *
      *            THE BOOKED RATES ON THE ITEMS ARE NEVER CHANGED, SO
      *            THE CUMULATIVE FIGURE IS THE WHOLE UNREALIZED GAIN
      *            OR LOSS ON THE ITEMS STILL OPEN. ONLY ITS MOVEMENT
      *            SINCE THE LAST REVALUATION (FXREVHST) IS POSTED:
      *            RECEIVABLES (11000000, MOVEMENT FV) AGAINST
      *            UNREALIZED EXCHANGE GAIN AND LOSS (72000000), BOTH
      *            DOLLAR-ONLY LINES. A GAIN DEBITS RECEIVABLES, A
      *            LOSS CREDITS THEM. AS ITEMS SETTLE, THE APPLY RUN
      *            POSTS REALIZED GAIN OR LOSS AGAINST THE BOOKED RATE
      *            AND THE NEXT REVALUATION TAKES THE UNREALIZED
      *            AMOUNT ON THEM BACK OUT.
      *
      *            THE GL FEED (GLJRNL) GOES TO THE LEDGER LOAD AND IS
      *            KEPT WITH THE MONTH'S OTHER FEEDS FOR THE CLOSE.
      *            EACH CURRENCY POSTED IS APPENDED TO FXREVHST AND
      *            LISTED ON THE FXREVRPT REPORT WITH A TOTAL IN US
      *            DOLLARS.
      *
      *            A CURRENCY WITH NO CLOSING RATE, OR WITH AN ITEM
      *            THAT HAS NO RATE TO CARRY IT AT, IS NOT REVALUED
      *            AND THE STEP ENDS WITH RETURN CODE 8; ONCE THE
      *            RATES ARE KEYED THE STEP IS RERUN. A CURRENCY
      *            ALREADY ON FXREVHST FOR THE PERIOD IS NOT POSTED
      *            AGAIN, SO A RERUN POSTS ONLY WHAT WAS LEFT OUT;
      *            SUCH A RUN ENDS WITH RETURN CODE 4. A PERIOD
      *            ALREADY CLOSED, A MISSING OPEN-ITEM FILE OR A
      *            MISSING RATE FILE ENDS WITH RETURN CODE 16.
      *
      * USAGE:     ARFXREV
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARFXREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AR-OPEN-IN
               ASSIGN TO AROPENI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENI-STATUS.

           SELECT FX-REVALUATION-HISTORY
               ASSIGN TO FXREVHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVHST-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT REVALUATION-REPORT
               ASSIGN TO FXREVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVRPT-STATUS.

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
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  AR-OPEN-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY AROPEN.

       FD  FX-REVALUATION-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY FXREVHST.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  REVALUATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REVALUATION-REPORT-RECORD    PIC X(132).

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-AROPENI-STATUS        PIC X(02) VALUE '00'.
               88  AROPENI-FILE-WAS-FOUND   VALUE '00'.
           05  WS-FXREVHST-STATUS       PIC X(02) VALUE '00'.
               88  FXREVHST-FILE-WAS-FOUND  VALUE '00'.
               88  FXREVHST-NOT-FOUND       VALUE '35'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
           05  WS-FXREVRPT-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AR-OPEN-EOF                  VALUE 'Y'.
               88  AR-OPEN-NOT-EOF              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  HISTORY-FILE-EOF             VALUE 'Y'.
               88  HISTORY-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-PERIOD                PIC X(06) VALUE SPACES.

           COPY PERIODW.
           COPY FXRATW.

      *    ONE ENTRY PER FOREIGN CURRENCY, FROM THE OPEN ITEMS OR FROM
      *    AN EARLIER REVALUATION ON THE HISTORY. A CURRENCY WHOSE
      *    ITEMS HAVE ALL SETTLED STILL GETS AN ENTRY FROM ITS HISTORY,
      *    SO ITS LAST UNREALIZED GAIN OR LOSS IS TAKEN BACK OUT.
      *    AMOUNTS ARE IN THE CURRENCY UNTIL TRANSLATED, THEN IN US
      *    DOLLARS. CURRENCIES ARE NEVER LUMPED TOGETHER: ONE THAT
      *    WILL NOT FIT IS LEFT OUT AND REPORTED.
       01  WS-REVALUATION-TABLE.
           05  WS-RV-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-RV-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-RV-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-RV-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-RV-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-RV-ENTRY OCCURS 10 TIMES.
               10  WS-RV-CURRENCY       PIC X(03).
               10  WS-RV-POSTED-FLAG    PIC X(01).
                   88  RV-ALREADY-POSTED       VALUE 'Y'.
                   88  RV-NOT-YET-POSTED       VALUE 'N'.
               10  WS-RV-ITEMS          PIC 9(07) COMP.
               10  WS-RV-UNRATED-ITEMS  PIC 9(07) COMP.
               10  WS-RV-OPEN-BALANCE   PIC S9(11)V99 COMP-3.
               10  WS-RV-CARRYING       PIC S9(11)V99 COMP-3.
               10  WS-RV-CLOSING-RATE   PIC 9(02)V9(06).
               10  WS-RV-RATE-DATE      PIC X(08).
               10  WS-RV-RESTATED       PIC S9(11)V99 COMP-3.
               10  WS-RV-CUMULATIVE     PIC S9(11)V99 COMP-3.
               10  WS-RV-PRIOR-PERIOD   PIC X(06).
               10  WS-RV-PRIOR-CUMULATIVE
                                        PIC S9(11)V99 COMP-3.
               10  WS-RV-CHANGE         PIC S9(11)V99 COMP-3.

       01  WS-REVALUATION-FIELDS.
           05  WS-ITEM-CARRYING         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-ENTRY-AMOUNT          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-NOTE-TEXT             PIC X(50) VALUE SPACES.

      *    THE DOLLAR COLUMNS OF THE REPORT, ADDED ACROSS CURRENCIES.
       01  WS-USD-TOTALS.
           05  WS-USD-CARRYING          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-USD-RESTATED          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-USD-CUMULATIVE        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-USD-PRIOR             PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-USD-CHANGE            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-GL-FEED-TOTALS.
           05  WS-GL-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-OPEN-ITEMS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-DOLLAR-ITEMS          PIC 9(07) COMP VALUE ZERO.
           05  WS-FOREIGN-ITEMS         PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-TABLED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-RECORDS-READ  PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENCIES-REVALUED   PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENCIES-NOT-REVALUED
                                        PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENCIES-ALREADY-POSTED
                                        PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(38)
                   VALUE 'FOREIGN EXCHANGE REVALUATION - PERIOD '.
           05  HL1-PERIOD               PIC X(06).
           05  FILLER                   PIC X(20)
                   VALUE '   CLOSING RATES AT '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(08) VALUE '  ITEMS'.
           05  FILLER                   PIC X(16)
                   VALUE '    OPEN BALANCE'.
           05  FILLER                   PIC X(10)
                   VALUE '     RATE'.
           05  FILLER                   PIC X(09) VALUE 'RATE DATE'.
           05  FILLER                   PIC X(16)
                   VALUE '    CARRYING USD'.
           05  FILLER                   PIC X(16)
                   VALUE '    RESTATED USD'.
           05  FILLER                   PIC X(16)
                   VALUE '  CUMULATIVE G/L'.
           05  FILLER                   PIC X(16)
                   VALUE '       PRIOR G/L'.
           05  FILLER                   PIC X(15)
                   VALUE ' POSTED THIS MO'.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ITEMS                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-OPEN-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-RATE                  PIC Z9.999999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-RATE-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CARRYING              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-RESTATED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CUMULATIVE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-PRIOR                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CHANGE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  NL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NL-ITEMS                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NL-OPEN-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NL-NOTE                  PIC X(50).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(47)
                   VALUE 'TOTAL IN USD'.
           05  TL-CARRYING              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-RESTATED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-CUMULATIVE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-PRIOR                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-CHANGE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-HISTORY
           PERFORM 2000-ACCUMULATE-OPEN-ITEMS
           PERFORM 3000-REVALUE-CURRENCIES
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE PERIOD IS THE MONTH OF THE RUNCTL RUN DATE, OR THE SYSTEM
      * DATE WITHOUT ONE, AND THE CLOSING RATES ARE THOSE IN EFFECT ON
      * THAT DATE. A CLOSED PERIOD CANNOT BE POSTED. WITHOUT THE OPEN
      * ITEMS OR THE RATES THERE IS NOTHING TO REVALUE, SO THE STEP
      * STOPS.
      **********************************************************************
       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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
           DISPLAY "ARFXREV: REVALUING PERIOD " WS-PERIOD
                   " AT THE RATES OF " WS-RUN-DATE

           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARFXREV: PERIOD " WS-PERIOD
                       " IS ALREADY CLOSED -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AR-OPEN-IN
           IF NOT AROPENI-FILE-WAS-FOUND
               DISPLAY "ARFXREV: NO OPEN-ITEM FILE TO REVALUE, STATUS "
                       WS-AROPENI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "ARFXREV: FXRATES NOT FOUND, NOTHING CAN BE "
                       "REVALUED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "ARFXREV: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT REVALUATION-REPORT

           MOVE WS-PERIOD TO HL1-PERIOD
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           MOVE SPACES TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           MOVE SPACES TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           .

      **********************************************************************
      * EACH CURRENCY'S CUMULATIVE GAIN OR LOSS AS AT ITS LATEST
      * REVALUATION BEFORE THIS PERIOD IS WHAT THIS MONTH'S FIGURE IS
      * MEASURED FROM. A CURRENCY ALREADY REVALUED FOR THIS PERIOD IS
      * MARKED SO IT IS NOT POSTED TWICE. THE FIRST RUN HAS NO
      * HISTORY AND MEASURES FROM ZERO.
      **********************************************************************
       1000-LOAD-HISTORY.
           OPEN INPUT FX-REVALUATION-HISTORY
           IF FXREVHST-FILE-WAS-FOUND
               SET HISTORY-FILE-NOT-EOF TO TRUE
               PERFORM 1100-READ-HISTORY
                   UNTIL HISTORY-FILE-EOF
               CLOSE FX-REVALUATION-HISTORY
           ELSE
               DISPLAY "ARFXREV: NO REVALUATION HISTORY -- "
                       "GAINS AND LOSSES MEASURED FROM ZERO"
           END-IF
           .

       1100-READ-HISTORY.
           READ FX-REVALUATION-HISTORY
               AT END
                   SET HISTORY-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-RECORDS-READ
                   PERFORM 1200-LOAD-ONE-HISTORY
           END-READ
           .

       1200-LOAD-ONE-HISTORY.
           IF FH-PERIOD NOT GREATER THAN WS-PERIOD
           AND FH-CUMULATIVE-GAIN IS NUMERIC
               MOVE FH-CURRENCY-CODE TO WS-RV-NEW-CURRENCY
               PERFORM 8100-FIND-CURRENCY
               IF WS-RV-FOUND-IX GREATER THAN ZERO
                   IF FH-PERIOD EQUAL WS-PERIOD
                       SET RV-ALREADY-POSTED(WS-RV-FOUND-IX) TO TRUE
                   ELSE
                       IF FH-PERIOD NOT LESS THAN
                               WS-RV-PRIOR-PERIOD(WS-RV-FOUND-IX)
                           MOVE FH-PERIOD
                               TO WS-RV-PRIOR-PERIOD(WS-RV-FOUND-IX)
                           MOVE FH-CUMULATIVE-GAIN
                               TO WS-RV-PRIOR-CUMULATIVE
                                      (WS-RV-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * ADD UP EVERY FOREIGN-CURRENCY OPEN ITEM: ITS BALANCE, AND ITS
      * BALANCE AT THE RATE IT IS CARRIED ON THE LEDGER AT. AN ITEM
      * WRITTEN BEFORE ITEMS CARRIED A RATE IS TAKEN AT THE RATE ON
      * ITS INVOICE DATE. US DOLLAR ITEMS NEED NO REVALUATION.
      **********************************************************************
       2000-ACCUMULATE-OPEN-ITEMS.
           SET AR-OPEN-NOT-EOF TO TRUE
           PERFORM 2100-READ-OPEN-ITEM
           PERFORM 2200-ACCUMULATE-ONE-ITEM
               UNTIL AR-OPEN-EOF
           CLOSE AR-OPEN-IN
           .

       2100-READ-OPEN-ITEM.
           READ AR-OPEN-IN
               AT END
                   SET AR-OPEN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPEN-ITEMS-READ
           END-READ
           .

       2200-ACCUMULATE-ONE-ITEM.
           IF AO-CURRENCY-CODE EQUAL 'USD'
           OR AO-CURRENCY-CODE EQUAL SPACES
               ADD 1 TO WS-DOLLAR-ITEMS
           ELSE
               ADD 1 TO WS-FOREIGN-ITEMS
               MOVE AO-CURRENCY-CODE TO WS-RV-NEW-CURRENCY
               PERFORM 8100-FIND-CURRENCY
               IF WS-RV-FOUND-IX EQUAL ZERO
                   ADD 1 TO WS-ITEMS-NOT-TABLED
               ELSE
                   PERFORM 2300-CARRY-ONE-ITEM
               END-IF
           END-IF
           PERFORM 2100-READ-OPEN-ITEM
           .

       2300-CARRY-ONE-ITEM.
           ADD 1 TO WS-RV-ITEMS(WS-RV-FOUND-IX)
           ADD AO-OPEN-BALANCE TO WS-RV-OPEN-BALANCE(WS-RV-FOUND-IX)
           MOVE AO-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY
           MOVE AO-FX-RATE TO WS-FX-BOOKED-RATE
           MOVE AO-INVOICE-DATE TO WS-FX-ITEM-DATE
           MOVE WS-RUN-DATE TO WS-FX-FALLBACK-DATE
           PERFORM 8640-FIND-BOOKED-RATE
           IF FX-RATE-WAS-FOUND
               COMPUTE WS-ITEM-CARRYING ROUNDED =
                   AO-OPEN-BALANCE * WS-FX-RATE
               ADD WS-ITEM-CARRYING TO WS-RV-CARRYING(WS-RV-FOUND-IX)
           ELSE
               ADD 1 TO WS-RV-UNRATED-ITEMS(WS-RV-FOUND-IX)
           END-IF
           .

      **********************************************************************
      * RESTATE AND POST EACH CURRENCY IN TURN, THEN FOOT THE REPORT
      * IN US DOLLARS. THE HISTORY IS OPENED FOR APPEND ONLY NOW,
      * AFTER IT HAS BEEN READ, AND CREATED EMPTY THE FIRST TIME.
      **********************************************************************
       3000-REVALUE-CURRENCIES.
           OPEN EXTEND FX-REVALUATION-HISTORY
           IF FXREVHST-NOT-FOUND
               OPEN OUTPUT FX-REVALUATION-HISTORY
               CLOSE FX-REVALUATION-HISTORY
               OPEN EXTEND FX-REVALUATION-HISTORY
           END-IF
           PERFORM 3100-REVALUE-ONE-CURRENCY
               VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT
           CLOSE FX-REVALUATION-HISTORY

           MOVE WS-USD-CARRYING TO TL-CARRYING
           MOVE WS-USD-RESTATED TO TL-RESTATED
           MOVE WS-USD-CUMULATIVE TO TL-CUMULATIVE
           MOVE WS-USD-PRIOR TO TL-PRIOR
           MOVE WS-USD-CHANGE TO TL-CHANGE
           MOVE SPACES TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           MOVE WS-TOTAL-LINE TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           IF WS-ITEMS-NOT-TABLED GREATER THAN ZERO
               MOVE SPACES TO WS-NOTE-LINE
               MOVE ZERO TO NL-ITEMS
               MOVE ZERO TO NL-OPEN-BALANCE
               MOVE SPACES TO REVALUATION-REPORT-RECORD
               WRITE REVALUATION-REPORT-RECORD
               MOVE WS-ITEMS-NOT-TABLED TO NL-ITEMS
               MOVE 'ITEMS IN CURRENCIES BEYOND THE TABLE NOT REVALUED'
                   TO NL-NOTE
               MOVE WS-NOTE-LINE TO REVALUATION-REPORT-RECORD
               WRITE REVALUATION-REPORT-RECORD
           END-IF
           .

      **********************************************************************
      * A CURRENCY IS REVALUED ONLY WHEN IT HAS NOT BEEN ALREADY THIS
      * PERIOD, EVERY ITEM IN IT HAS A CARRYING RATE, AND THERE IS A
      * CLOSING RATE FOR IT. OTHERWISE IT IS LISTED WITH THE REASON.
      **********************************************************************
       3100-REVALUE-ONE-CURRENCY.
           MOVE WS-RV-CURRENCY(WS-RV-IX) TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           EVALUATE TRUE
               WHEN RV-ALREADY-POSTED(WS-RV-IX)
                   ADD 1 TO WS-CURRENCIES-ALREADY-POSTED
                   MOVE
                       'ALREADY REVALUED THIS PERIOD, NOT POSTED AGAIN'
                       TO WS-NOTE-TEXT
                   PERFORM 3900-WRITE-NOTE-LINE
               WHEN WS-RV-UNRATED-ITEMS(WS-RV-IX) GREATER THAN ZERO
                   ADD 1 TO WS-CURRENCIES-NOT-REVALUED
                   MOVE
                       'ITEMS WITH NO CARRYING RATE -- NOT POSTED'
                       TO WS-NOTE-TEXT
                   PERFORM 3900-WRITE-NOTE-LINE
               WHEN FX-RATE-NOT-FOUND
                   ADD 1 TO WS-CURRENCIES-NOT-REVALUED
                   MOVE
                       'NO CLOSING RATE ON FXRATES -- NOT POSTED'
                       TO WS-NOTE-TEXT
                   PERFORM 3900-WRITE-NOTE-LINE
               WHEN OTHER
                   PERFORM 3200-POST-ONE-CURRENCY
           END-EVALUATE
           .

      **********************************************************************
      * RESTATE THE BALANCE AT THE CLOSING RATE AND POST THE MOVEMENT
      * IN THE CUMULATIVE GAIN OR LOSS. THE HISTORY RECORD IS WRITTEN
      * EVEN WHEN NOTHING MOVED, SO NEXT MONTH MEASURES FROM IT.
      **********************************************************************
       3200-POST-ONE-CURRENCY.
           ADD 1 TO WS-CURRENCIES-REVALUED
           MOVE WS-FX-RATE TO WS-RV-CLOSING-RATE(WS-RV-IX)
           MOVE WS-FX-RATE-EFFECTIVE TO WS-RV-RATE-DATE(WS-RV-IX)
           COMPUTE WS-RV-RESTATED(WS-RV-IX) ROUNDED =
               WS-RV-OPEN-BALANCE(WS-RV-IX) * WS-FX-RATE
           COMPUTE WS-RV-CUMULATIVE(WS-RV-IX) =
               WS-RV-RESTATED(WS-RV-IX) - WS-RV-CARRYING(WS-RV-IX)
           COMPUTE WS-RV-CHANGE(WS-RV-IX) =
               WS-RV-CUMULATIVE(WS-RV-IX)
                   - WS-RV-PRIOR-CUMULATIVE(WS-RV-IX)
           IF WS-RV-CHANGE(WS-RV-IX) NOT EQUAL ZERO
               PERFORM 3300-WRITE-REVALUATION-ENTRY
           END-IF

           MOVE SPACES TO FX-REVALUATION-RECORD
           MOVE WS-PERIOD TO FH-PERIOD
           MOVE WS-RV-CURRENCY(WS-RV-IX) TO FH-CURRENCY-CODE
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE WS-RV-CLOSING-RATE(WS-RV-IX) TO FH-CLOSING-RATE
           MOVE WS-RV-OPEN-BALANCE(WS-RV-IX) TO FH-OPEN-BALANCE
           MOVE WS-RV-CARRYING(WS-RV-IX) TO FH-CARRYING-AMOUNT
           MOVE WS-RV-RESTATED(WS-RV-IX) TO FH-RESTATED-AMOUNT
           MOVE WS-RV-CUMULATIVE(WS-RV-IX) TO FH-CUMULATIVE-GAIN
           MOVE WS-RV-CHANGE(WS-RV-IX) TO FH-PERIOD-CHANGE
           WRITE FX-REVALUATION-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN

           ADD WS-RV-CARRYING(WS-RV-IX) TO WS-USD-CARRYING
           ADD WS-RV-RESTATED(WS-RV-IX) TO WS-USD-RESTATED
           ADD WS-RV-CUMULATIVE(WS-RV-IX) TO WS-USD-CUMULATIVE
           ADD WS-RV-PRIOR-CUMULATIVE(WS-RV-IX) TO WS-USD-PRIOR
           ADD WS-RV-CHANGE(WS-RV-IX) TO WS-USD-CHANGE

           MOVE WS-RV-CURRENCY(WS-RV-IX) TO DL-CURRENCY
           MOVE WS-RV-ITEMS(WS-RV-IX) TO DL-ITEMS
           MOVE WS-RV-OPEN-BALANCE(WS-RV-IX) TO DL-OPEN-BALANCE
           MOVE WS-RV-CLOSING-RATE(WS-RV-IX) TO DL-RATE
           MOVE WS-RV-RATE-DATE(WS-RV-IX) TO DL-RATE-DATE
           MOVE WS-RV-CARRYING(WS-RV-IX) TO DL-CARRYING
           MOVE WS-RV-RESTATED(WS-RV-IX) TO DL-RESTATED
           MOVE WS-RV-CUMULATIVE(WS-RV-IX) TO DL-CUMULATIVE
           MOVE WS-RV-PRIOR-CUMULATIVE(WS-RV-IX) TO DL-PRIOR
           MOVE WS-RV-CHANGE(WS-RV-IX) TO DL-CHANGE
           MOVE WS-DETAIL-LINE TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           .

      **********************************************************************
      * ONE PAIR OF DOLLAR-ONLY LINES PER CURRENCY. A GAIN RAISES THE
      * DOLLAR VALUE OF THE RECEIVABLES: DEBIT RECEIVABLES, CREDIT
      * UNREALIZED GAIN AND LOSS. A LOSS IS THE REVERSE. LIKE EVERY
      * GL AMOUNT THE LINES CARRY THE SIZE OF THE MOVEMENT AND THE
      * DEBIT/CREDIT FLAG ITS DIRECTION.
      **********************************************************************
       3300-WRITE-REVALUATION-ENTRY.
           IF WS-RV-CHANGE(WS-RV-IX) GREATER THAN ZERO
               MOVE WS-RV-CHANGE(WS-RV-IX) TO WS-ENTRY-AMOUNT
           ELSE
               COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-RV-CHANGE(WS-RV-IX)
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARFXREV' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '11000000' TO GJ-ACCOUNT
           IF WS-RV-CHANGE(WS-RV-IX) GREATER THAN ZERO
               MOVE 'D' TO GJ-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO GJ-DEBIT-CREDIT
           END-IF
           MOVE WS-RV-CURRENCY(WS-RV-IX) TO GJ-CURRENCY-CODE
           MOVE ZERO TO GJ-AMOUNT
           SET GJ-AR-FX-REVALUATION TO TRUE
           MOVE ZERO TO GJ-FX-RATE
           MOVE WS-ENTRY-AMOUNT TO GJ-FUNCTIONAL-AMOUNT
           PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARFXREV' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '72000000' TO GJ-ACCOUNT
           IF WS-RV-CHANGE(WS-RV-IX) GREATER THAN ZERO
               MOVE 'C' TO GJ-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO GJ-DEBIT-CREDIT
           END-IF
           MOVE WS-RV-CURRENCY(WS-RV-IX) TO GJ-CURRENCY-CODE
           MOVE ZERO TO GJ-AMOUNT
           MOVE ZERO TO GJ-FX-RATE
           MOVE WS-ENTRY-AMOUNT TO GJ-FUNCTIONAL-AMOUNT
           PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           .

       3900-WRITE-NOTE-LINE.
           MOVE WS-RV-CURRENCY(WS-RV-IX) TO NL-CURRENCY
           MOVE WS-RV-ITEMS(WS-RV-IX) TO NL-ITEMS
           MOVE WS-RV-OPEN-BALANCE(WS-RV-IX) TO NL-OPEN-BALANCE
           MOVE WS-NOTE-TEXT TO NL-NOTE
           MOVE WS-NOTE-LINE TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           .

      **********************************************************************
      * FIND OR ADD THE CURRENCY'S ENTRY. THE MATCH INDEX IS SAVED
      * BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER
      * THE BODY SETS THE FOUND FLAG. A CURRENCY THAT WILL NOT FIT
      * COMES BACK WITH A ZERO INDEX.
      **********************************************************************
       8100-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-RV-FOUND-IX
           PERFORM 8110-SEARCH-CURRENCY
               VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-RV-COUNT >= WS-RV-MAX
                   DISPLAY "ARFXREV: MORE THAN " WS-RV-MAX
                           " CURRENCIES -- " WS-RV-NEW-CURRENCY
                           " NOT REVALUED"
               ELSE
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-RV-COUNT TO WS-RV-FOUND-IX
                   INITIALIZE WS-RV-ENTRY(WS-RV-FOUND-IX)
                   MOVE WS-RV-NEW-CURRENCY
                       TO WS-RV-CURRENCY(WS-RV-FOUND-IX)
                   SET RV-NOT-YET-POSTED(WS-RV-FOUND-IX) TO TRUE
                   MOVE '000000' TO WS-RV-PRIOR-PERIOD(WS-RV-FOUND-IX)
               END-IF
           END-IF
           .

       8110-SEARCH-CURRENCY.
           IF WS-RV-CURRENCY(WS-RV-IX) EQUAL WS-RV-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-RV-IX TO WS-RV-FOUND-IX
           END-IF
           .

      **********************************************************************
      * WRITE THE TRAILER. THE LINES ARE DOLLAR-ONLY, SO THE
      * TRANSACTION TOTALS ARE ZERO AND THE DOLLAR TOTALS PROVE THE
      * FEED. A RUN THAT POSTED NOTHING WRITES ONLY THE TRAILER, SO
      * THE FEED IS NEVER MISSING.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE 'ARFXREV' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-GL-DETAIL-COUNT TO GJ-DETAIL-COUNT
           MOVE ZERO TO GJ-DEBIT-TOTAL
           MOVE ZERO TO GJ-CREDIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-DEBITS TO GJ-FUNCTIONAL-DEBIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-CREDITS TO GJ-FUNCTIONAL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS AND SET THE RETURN CODE: 8 WHEN A
      * CURRENCY COULD NOT BE REVALUED OR THE FEED DOES NOT BALANCE,
      * 4 WHEN A CURRENCY HAD ALREADY BEEN REVALUED THIS PERIOD.
      **********************************************************************
       9999-END.
           PERFORM 9300-WRITE-GL-JOURNAL
           CLOSE GL-JOURNAL-FILE
           CLOSE REVALUATION-REPORT

           DISPLAY SPACE
           DISPLAY "ARFXREV CONTROL TOTALS"
           DISPLAY "   OPEN ITEMS READ      " WS-OPEN-ITEMS-READ
           DISPLAY "   US DOLLAR ITEMS      " WS-DOLLAR-ITEMS
           DISPLAY "   FOREIGN ITEMS        " WS-FOREIGN-ITEMS
           DISPLAY "   ITEMS NOT TABLED     " WS-ITEMS-NOT-TABLED
           DISPLAY "   RATES DEFAULTED      " WS-FX-RATES-DEFAULTED
           DISPLAY "   HISTORY READ         " WS-HISTORY-RECORDS-READ
           DISPLAY "   CURRENCIES REVALUED  " WS-CURRENCIES-REVALUED
           DISPLAY "   NOT REVALUED         " WS-CURRENCIES-NOT-REVALUED
           DISPLAY "   ALREADY POSTED       "
                   WS-CURRENCIES-ALREADY-POSTED
           DISPLAY "   HISTORY WRITTEN      " WS-HISTORY-WRITTEN
           DISPLAY "   GL DETAILS WRITTEN   " WS-GL-DETAIL-COUNT
           DISPLAY "   GL USD DEBITS        " WS-FX-FUNCTIONAL-DEBITS
           DISPLAY "   GL USD CREDITS       " WS-FX-FUNCTIONAL-CREDITS
           DISPLAY SPACE
           IF WS-CURRENCIES-ALREADY-POSTED GREATER THAN ZERO
               DISPLAY "ARFXREV: " WS-CURRENCIES-ALREADY-POSTED
                       " CURRENCIES ALREADY REVALUED FOR " WS-PERIOD
                       " -- NOT POSTED AGAIN"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CURRENCIES-NOT-REVALUED GREATER THAN ZERO
           OR WS-ITEMS-NOT-TABLED GREATER THAN ZERO
               DISPLAY "ARFXREV: CURRENCIES LEFT UNREVALUED -- KEY "
                       "THE RATES AND RERUN BEFORE THE CLOSE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-FUNCTIONAL-DEBITS NOT EQUAL WS-FX-FUNCTIONAL-CREDITS
               DISPLAY "ARFXREV: GL JOURNAL DEBITS DO NOT EQUAL "
                       "CREDITS -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

           COPY PERIODP.
           COPY FXRATP.
