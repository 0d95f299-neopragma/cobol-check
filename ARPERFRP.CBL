      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTHLY COLLECTIONS PERFORMANCE REPORT. READS THE
      *            PERFHIST HISTORY THE NIGHTLY ARPERF STEP APPENDS TO
      *            (ONE RECORD PER CURRENCY PER BUSINESS DATE) AND THE
      *            PAIDHIST PAID-ITEM HISTORY THE APPLY RUN APPENDS TO,
      *            AND PRINTS TWO SECTIONS:
      *
      *            1. FOR EACH CURRENCY, ONE LINE PER MONTH FOR THE 13
      *               MONTHS ENDING WITH THE MONTH OF THE AS-OF DATE,
      *               EACH MEASURE WITH ITS CHANGE FROM THE MONTH
      *               BEFORE:
      *                 DSO      ENDING AR / BILLED X DAYS IN MONTH
      *                 CEI      (BEGINNING AR + BILLED - ENDING AR) /
      *                          (BEGINNING AR + BILLED - ENDING
      *                          CURRENT) X 100
      *                 AVG DTP  AVERAGE DAYS FROM INVOICE DATE TO
      *                          CLOSE OF THE ITEMS PAID IN THE MONTH
      *                 OVER 90  ENDING OVER-90 / ENDING AR X 100
      *                 WO PCT   WRITE-OFFS / BILLED X 100
      *               ENDING AR, CURRENT AND OVER-90 ARE THOSE OF THE
      *               LAST BUSINESS DATE OF THE MONTH ON THE HISTORY;
      *               BEGINNING AR IS THE ENDING AR OF THE MONTH
      *               BEFORE. THE AS-OF MONTH COUNTS ITS DAYS TO THE
      *               AS-OF DATE. A MEASURE THAT CANNOT BE WORKED OUT
      *               (NO HISTORY FOR THE MONTH, NOTHING BILLED, NO AR,
      *               NO ITEMS PAID) PRINTS N/A.
      *            2. THE 25 CUSTOMERS WITH THE WORST AVERAGE DAYS TO
      *               PAY OVER THE SAME 13 MONTHS, WITH THE ITEMS AND
      *               AMOUNT PAID AND THE AVERAGE DAYS PAST DUE, SO
      *               COLLECTIONS KNOWS WHERE TO FOCUS. EQUAL AVERAGES
      *               RANK BY CUSTOMER ID.
      *
      *            AN ITEM COUNTS AS PAID WHEN CASH CLOSED IT: PAID BY
      *            REFERENCE, PAID OLDEST-FIRST, OR CLOSED BY THE
      *            EARLY-PAYMENT DISCOUNT. ITEMS CLOSED BY A CREDIT,
      *            MEMO, WRITE-OFF OR THE SWEEP, AND CREDIT ITEMS, ARE
      *            NOT PAYMENTS AND ARE LEFT OUT OF BOTH SECTIONS.
      *
      *            THE AS-OF DATE IS THE RUNCTL RUN DATE, SO THE REPORT
      *            IS RUN AS PART OF THE LAST NIGHT OF THE MONTH;
      *            WITHOUT A CARD IT IS THE SYSTEM DATE. NEITHER
      *            HISTORY IS EVER REWRITTEN, SO ANY MONTH CAN BE
      *            REPRINTED LATER FROM A RUNCTL CARD DATED IN IT. AN
      *            AUTHORIZED RERUN OF ARPERF LEAVES TWO RECORDS FOR A
      *            BUSINESS DATE AND CURRENCY; THE LATER ONE IS USED.
      *
      * USAGE:     ARPERFRP
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPERFRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFORMANCE-HISTORY
               ASSIGN TO PERFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFHIST-STATUS.

           SELECT PAID-ITEM-HISTORY
               ASSIGN TO PAIDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDHIST-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PERFORMANCE-REPORT
               ASSIGN TO PERFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFORMANCE-HISTORY
           RECORD CONTAINS 150 CHARACTERS.
           COPY PERFHIST.

       FD  PAID-ITEM-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAIDHIST.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  PERFORMANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PERFORMANCE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PERFHIST-STATUS       PIC X(02) VALUE '00'.
               88  PERFHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-PAIDHIST-STATUS       PIC X(02) VALUE '00'.
               88  PAIDHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-PERFRPT-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PERF-HISTORY-EOF             VALUE 'Y'.
               88  PERF-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PAID-HISTORY-EOF             VALUE 'Y'.
               88  PAID-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CUSTOMER-MASTER-IS-OPEN      VALUE 'Y'.
               88  CUSTOMER-MASTER-NOT-OPEN     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  DAY-WAS-FOUND                VALUE 'Y'.
               88  DAY-NOT-FOUND                VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CUSTOMER-WAS-FOUND           VALUE 'Y'.
               88  CUSTOMER-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  WORK-DATE-IS-VALID           VALUE 'Y'.
               88  WORK-DATE-NOT-VALID          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ITEM-DATES-ARE-VALID         VALUE 'Y'.
               88  ITEM-DATES-NOT-VALID         VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR          PIC 9(04).
               10  WS-RUN-MONTH         PIC 9(02).
               10  WS-RUN-DAY           PIC 9(02).
           05  WS-FIRST-MONTH-NUMBER    PIC 9(06) COMP VALUE ZERO.

      *    WORK DATE FOR CHECKING A DATE FROM EITHER HISTORY AND
      *    FINDING ITS MONTH IN THE WINDOW.
       01  WS-WORK-DATE-FIELDS.
           05  WS-WORK-DATE             PIC X(08) VALUE SPACES.
           05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR         PIC 9(04).
               10  WS-WORK-MONTH        PIC 9(02).
                   88  WORK-MONTH-IN-RANGE      VALUE 01 THRU 12.
               10  WS-WORK-DAY          PIC 9(02).
                   88  WORK-DAY-IN-RANGE        VALUE 01 THRU 31.
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                        PIC 9(08).
           05  WS-WORK-MONTH-IX         PIC S9(05) COMP VALUE ZERO.
           05  WS-THIS-MONTH-INTEGER    PIC S9(09) COMP VALUE ZERO.
           05  WS-NEXT-MONTH-INTEGER    PIC S9(09) COMP VALUE ZERO.
           05  WS-INVOICE-INTEGER       PIC S9(09) COMP VALUE ZERO.
           05  WS-DUE-INTEGER           PIC S9(09) COMP VALUE ZERO.
           05  WS-CLOSE-INTEGER         PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-DAYS-TO-PAY      PIC S9(07) COMP VALUE ZERO.
           05  WS-ITEM-DAYS-LATE        PIC S9(07) COMP VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-LOADED        PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-REPLACED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-OUTSIDE       PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-NOT-LOADED    PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-USED       PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-OUTSIDE    PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-NOT-CASH   PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-RANKED      PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED      PIC 9(07) COMP VALUE ZERO.

      *    THE 14 MONTHS LOADED, OLDEST FIRST. THE LAST 13 ARE PRINTED;
      *    THE FIRST GIVES THE BEGINNING AR AND THE CHANGE FOR THE
      *    OLDEST MONTH PRINTED. DAYS IS THE CALENDAR DAYS IN THE
      *    MONTH, OR THE DAYS TO THE AS-OF DATE FOR THE LAST.
       01  WS-MONTH-TABLE.
           05  WS-MN-MAX                PIC 9(02) COMP VALUE 14.
           05  WS-MN-FIRST-PRINTED      PIC 9(02) COMP VALUE 2.
           05  WS-MN-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-MN-CLEAR-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-MN-ENTRY OCCURS 14 TIMES.
               10  WS-MN-MONTH          PIC X(06).
               10  WS-MN-DAYS           PIC 9(02) COMP.

      *    ONE ENTRY PER BUSINESS DATE AND CURRENCY ON THE HISTORY IN
      *    THE WINDOW, IN ASCENDING KEY ORDER. A LATER RECORD FOR A KEY
      *    ALREADY HELD REPLACES IT. 14 MONTHS OF 10 CURRENCIES FIT.
       01  WS-DAY-TABLE.
           05  WS-DY-MAX                PIC 9(05) COMP VALUE 5000.
           05  WS-DY-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-DY-IX                 PIC 9(05) COMP VALUE ZERO.
           05  WS-DY-LOW                PIC S9(05) COMP VALUE ZERO.
           05  WS-DY-HIGH               PIC S9(05) COMP VALUE ZERO.
           05  WS-DY-MID                PIC S9(05) COMP VALUE ZERO.
           05  WS-DY-SHIFT-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-DY-NEW-KEY.
               10  WS-DY-NEW-DATE       PIC X(08).
               10  WS-DY-NEW-CURRENCY   PIC X(03).
           05  WS-DY-ENTRY OCCURS 5000 TIMES.
               10  WS-DY-KEY.
                   15  WS-DY-DATE       PIC X(08).
                   15  WS-DY-CURRENCY   PIC X(03).
               10  WS-DY-BILLED         PIC S9(11)V99 COMP-3.
               10  WS-DY-WRITE-OFFS     PIC S9(11)V99 COMP-3.
               10  WS-DY-BALANCE        PIC S9(11)V99 COMP-3.
               10  WS-DY-CURRENT        PIC S9(11)V99 COMP-3.
               10  WS-DY-OVER-90-DAYS   PIC S9(11)V99 COMP-3.

      *    ONE ENTRY PER CURRENCY, EACH WITH THE 14 MONTHS. THE FIVE
      *    MEASURES ARE DSO, CEI, AVERAGE DAYS TO PAY, PERCENT OVER 90
      *    AND WRITE-OFF PERCENT, IN THE ORDER THEY PRINT, EACH WITH A
      *    FLAG SAYING WHETHER IT COULD BE WORKED OUT. AMOUNTS IN
      *    DIFFERENT CURRENCIES ARE NEVER ADDED.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-CY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-CY-ENTRY OCCURS 10 TIMES.
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CM-ENTRY OCCURS 14 TIMES.
                   15  WS-CM-HISTORY-FLAG
                                        PIC X(01).
                       88  CM-HAS-HISTORY       VALUE 'Y'.
                   15  WS-CM-BILLED     PIC S9(11)V99 COMP-3.
                   15  WS-CM-WRITE-OFFS PIC S9(11)V99 COMP-3.
                   15  WS-CM-END-BALANCE
                                        PIC S9(11)V99 COMP-3.
                   15  WS-CM-END-CURRENT
                                        PIC S9(11)V99 COMP-3.
                   15  WS-CM-END-OVER-90
                                        PIC S9(11)V99 COMP-3.
                   15  WS-CM-ITEMS-PAID PIC 9(07) COMP.
                   15  WS-CM-DAYS-TO-PAY
                                        PIC S9(11) COMP-3.
                   15  WS-CM-MEASURE OCCURS 5 TIMES.
                       20  WS-CM-MEASURE-VALUE
                                        PIC S9(04)V9 COMP-3.
                       20  WS-CM-MEASURE-FLAG
                                        PIC X(01).
                           88  CM-MEASURE-AVAILABLE VALUE 'Y'.

       01  WS-MEASURE-FIELDS.
           05  WS-MS-MAX                PIC 9(02) COMP VALUE 5.
           05  WS-MS-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-MS-DSO                PIC 9(02) COMP VALUE 1.
           05  WS-MS-CEI                PIC 9(02) COMP VALUE 2.
           05  WS-MS-DAYS-TO-PAY        PIC 9(02) COMP VALUE 3.
           05  WS-MS-OVER-90            PIC 9(02) COMP VALUE 4.
           05  WS-MS-WRITE-OFF          PIC 9(02) COMP VALUE 5.
           05  WS-MEASURE-WORK          PIC S9(11)V9 COMP-3
                                                       VALUE ZERO.
           05  WS-CEI-COLLECTED         PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CEI-COLLECTIBLE       PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER WITH AN ITEM PAID IN THE 13 MONTHS
      *    PRINTED, IN ASCENDING CUSTOMER-ID ORDER. THE CURRENCY IS
      *    MIX FOR A CUSTOMER PAID IN MORE THAN ONE.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-MAX                PIC 9(05) COMP VALUE 5000.
           05  WS-CU-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-CU-IX                 PIC 9(05) COMP VALUE ZERO.
           05  WS-CU-LOW                PIC S9(05) COMP VALUE ZERO.
           05  WS-CU-HIGH               PIC S9(05) COMP VALUE ZERO.
           05  WS-CU-MID                PIC S9(05) COMP VALUE ZERO.
           05  WS-CU-SHIFT-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-CU-WORST-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-CU-ENTRY OCCURS 5000 TIMES.
               10  WS-CU-CUSTOMER-ID    PIC 9(10).
               10  WS-CU-CURRENCY       PIC X(03).
               10  WS-CU-ITEMS          PIC 9(07) COMP.
               10  WS-CU-AMOUNT         PIC S9(11)V99 COMP-3.
               10  WS-CU-DAYS-TO-PAY    PIC S9(11) COMP-3.
               10  WS-CU-DAYS-LATE      PIC S9(11) COMP-3.
               10  WS-CU-AVERAGE        PIC S9(07)V9 COMP-3.
               10  WS-CU-PICKED-FLAG    PIC X(01).
                   88  CU-WAS-PICKED            VALUE 'Y'.

       01  WS-RANK-FIELDS.
           05  WS-RANK-MAX              PIC 9(02) COMP VALUE 25.
           05  WS-RANK                  PIC 9(02) COMP VALUE ZERO.
           05  WS-RANK-AVERAGE-LATE     PIC S9(07)V9 COMP-3
                                                       VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(41)
                   VALUE 'COLLECTIONS PERFORMANCE - 13 MONTHS FROM '.
           05  HL1-FIRST-MONTH          PIC X(06).
           05  FILLER                   PIC X(10) VALUE ' TO AS-OF '.
           05  HL1-AS-OF-DATE           PIC X(08).
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-CURRENCY-HEADING.
           05  FILLER                   PIC X(09) VALUE 'CURRENCY '.
           05  CH-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(120) VALUE SPACES.

       01  WS-TREND-HEADING.
           05  FILLER                   PIC X(08) VALUE 'MONTH'.
           05  FILLER                   PIC X(16)
                   VALUE '         BILLED '.
           05  FILLER                   PIC X(16)
                   VALUE '      ENDING AR '.
           05  FILLER                   PIC X(17)
                   VALUE '    DSO  CHANGE  '.
           05  FILLER                   PIC X(17)
                   VALUE '    CEI  CHANGE  '.
           05  FILLER                   PIC X(17)
                   VALUE 'AVG DTP  CHANGE  '.
           05  FILLER                   PIC X(17)
                   VALUE 'OVER 90  CHANGE  '.
           05  FILLER                   PIC X(17)
                   VALUE ' WO PCT  CHANGE  '.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  WS-TREND-LINE.
           05  TL-MONTH                 PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-BILLED                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-ENDING-AR             PIC ZZZ,ZZZ,ZZ9.99-.
           05  TL-ENDING-AR-X REDEFINES TL-ENDING-AR
                                        PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-MEASURE-CELL OCCURS 5 TIMES.
               10  TL-MEASURE           PIC ZZZ9.9-.
               10  TL-MEASURE-X REDEFINES TL-MEASURE
                                        PIC X(07).
               10  FILLER               PIC X(01).
               10  TL-CHANGE            PIC ++++9.9.
               10  TL-CHANGE-X REDEFINES TL-CHANGE
                                        PIC X(07).
               10  FILLER               PIC X(02).
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  WS-LEGEND-LINE-1.
           05  FILLER                   PIC X(35) VALUE
               'DSO = ENDING AR / BILLED X DAYS    '.
           05  FILLER                   PIC X(44) VALUE
               'CEI = (BEGINNING AR + BILLED - ENDING AR) / '.
           05  FILLER                   PIC X(46) VALUE
               '(BEGINNING AR + BILLED - ENDING CURRENT) X 100'.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  WS-LEGEND-LINE-2.
           05  FILLER                   PIC X(40) VALUE
               'AVG DTP = DAYS FROM INVOICE TO PAYMENT  '.
           05  FILLER                   PIC X(34) VALUE
               'OVER 90 = PERCENT OF ENDING AR    '.
           05  FILLER                   PIC X(30) VALUE
               'WO PCT = PERCENT OF BILLED    '.
           05  FILLER                   PIC X(26) VALUE
               'N/A = CANNOT BE WORKED OUT'.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  WS-NO-HISTORY-LINE.
           05  FILLER                   PIC X(44) VALUE
               '   NO PERFORMANCE HISTORY IN THE 13 MONTHS'.
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  WS-RANK-HEADING-1.
           05  FILLER                   PIC X(45) VALUE
               'CUSTOMERS WITH THE WORST AVERAGE DAYS TO PAY '.
           05  FILLER                   PIC X(87) VALUE SPACES.

       01  WS-RANK-HEADING-2.
           05  FILLER                   PIC X(06) VALUE 'RANK'.
           05  FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(32) VALUE 'NAME'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(11) VALUE ' ITEMS PAID'.
           05  FILLER                   PIC X(17)
                   VALUE '    AMOUNT PAID  '.
           05  FILLER                   PIC X(11) VALUE 'AVG TO PAY'.
           05  FILLER                   PIC X(11) VALUE 'AVG LATE'.
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RANK-LINE.
           05  RL-RANK                  PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-CUSTOMER-ID           PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ITEMS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-AVERAGE-DAYS          PIC ZZZZ9.9-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-AVERAGE-LATE          PIC ZZZZ9.9-.
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  WS-NO-CUSTOMERS-LINE.
           05  FILLER                   PIC X(40) VALUE
               '   NO ITEMS PAID IN THE 13 MONTHS'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-NOT-RANKED-LINE.
           05  FILLER                   PIC X(14) VALUE
               '   MORE THAN '.
           05  NR-CUSTOMER-MAX          PIC Z,ZZ9.
           05  FILLER                   PIC X(19) VALUE
               ' CUSTOMERS PAID -- '.
           05  NR-NOT-RANKED            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(40) VALUE
               ' ITEMS OF CUSTOMERS PAST THAT NOT RANKED'.
           05  FILLER                   PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-PERF-HISTORY
           PERFORM 2000-SUMMARIZE-MONTHS
           PERFORM 3000-LOAD-PAID-HISTORY
           PERFORM 4000-COMPUTE-MEASURES
           PERFORM 8000-PRINT-TREND
           PERFORM 8500-PRINT-WORST-PAYERS
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * ESTABLISH THE AS-OF DATE FROM THE RUNCTL CARD, OR THE SYSTEM
      * DATE WITHOUT ONE, AND THE MONTHS OF THE WINDOW. A MISSING
      * HISTORY MEANS NOTHING HAS BEEN RECORDED YET: ITS SECTION
      * PRINTS EMPTY. WITHOUT THE CUSTOMER MASTER THE RANKING PRINTS
      * WITHOUT NAMES.
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
           PERFORM 0600-BUILD-MONTH-TABLE
           DISPLAY "ARPERFRP: REPORTING "
                   WS-MN-MONTH(WS-MN-FIRST-PRINTED)
                   " TO AS-OF DATE " WS-RUN-DATE

           OPEN INPUT PERFORMANCE-HISTORY
           IF NOT PERFHIST-FILE-WAS-FOUND
               DISPLAY "ARPERFRP: NO PERFORMANCE HISTORY, STATUS "
                       WS-PERFHIST-STATUS
               SET PERF-HISTORY-EOF TO TRUE
           END-IF
           OPEN INPUT PAID-ITEM-HISTORY
           IF NOT PAIDHIST-FILE-WAS-FOUND
               DISPLAY "ARPERFRP: NO PAID-ITEM HISTORY, STATUS "
                       WS-PAIDHIST-STATUS
               SET PAID-HISTORY-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OPEN-OK
               SET CUSTOMER-MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ARPERFRP: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "FILE STATUS " WS-CUSTMAST-STATUS
                       " -- RANKING PRINTS WITHOUT NAMES"
           END-IF
           OPEN OUTPUT PERFORMANCE-REPORT

           MOVE WS-MN-MONTH(WS-MN-FIRST-PRINTED) TO HL1-FIRST-MONTH
           MOVE WS-RUN-DATE TO HL1-AS-OF-DATE
           MOVE WS-HEADING-LINE-1 TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           .

      **********************************************************************
      * THE 14 MONTHS END WITH THE AS-OF MONTH. EACH MONTH'S DAYS ARE
      * THE DAYS FROM ITS FIRST TO THE FIRST OF THE NEXT, AND THE
      * AS-OF MONTH'S THE DAYS TO THE AS-OF DATE.
      **********************************************************************
       0600-BUILD-MONTH-TABLE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 0610-SET-ONE-MONTH
               VARYING WS-MN-IX FROM WS-MN-MAX BY -1
               UNTIL WS-MN-IX < 1
           MOVE WS-MN-MONTH(1) TO WS-WORK-DATE(1:6)
           COMPUTE WS-FIRST-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           PERFORM 0620-COUNT-DAYS-IN-MONTH
               VARYING WS-MN-IX FROM 1 BY 1
               UNTIL WS-MN-IX NOT LESS THAN WS-MN-MAX
           MOVE WS-RUN-DAY TO WS-MN-DAYS(WS-MN-MAX)
           .

       0610-SET-ONE-MONTH.
           MOVE WS-WORK-DATE(1:6) TO WS-MN-MONTH(WS-MN-IX)
           IF WS-WORK-MONTH EQUAL 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           .

       0620-COUNT-DAYS-IN-MONTH.
           MOVE WS-MN-MONTH(WS-MN-IX + 1) TO WS-WORK-DATE(1:6)
           MOVE '01' TO WS-WORK-DATE(7:2)
           COMPUTE WS-NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
           MOVE WS-MN-MONTH(WS-MN-IX) TO WS-WORK-DATE(1:6)
           COMPUTE WS-THIS-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
           COMPUTE WS-MN-DAYS(WS-MN-IX) =
               WS-NEXT-MONTH-INTEGER - WS-THIS-MONTH-INTEGER
           .

      **********************************************************************
      * LOAD THE HISTORY FOR THE 14 MONTHS INTO THE DAY TABLE. A DATE
      * AFTER THE AS-OF DATE IS LEFT OUT SO AN EARLIER MONTH REPRINTS
      * AS IT FIRST PRINTED.
      **********************************************************************
       1000-LOAD-PERF-HISTORY.
           PERFORM 1100-READ-PERF-HISTORY
           PERFORM 1200-LOAD-ONE-HISTORY
               UNTIL PERF-HISTORY-EOF
           .

       1100-READ-PERF-HISTORY.
           IF NOT PERF-HISTORY-EOF
               READ PERFORMANCE-HISTORY
                   AT END
                       SET PERF-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
               END-READ
           END-IF
           .

      **********************************************************************
      * A RECORD WHOSE DATE OR AMOUNTS ARE NOT NUMERIC CANNOT BE USED
      * AND IS LISTED ON SYSOUT. A RECORD WITH SPACES IN THE CURRENCY
      * CODE IS USD.
      **********************************************************************
       1200-LOAD-ONE-HISTORY.
           MOVE PF-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 1600-CHECK-WORK-DATE
           EVALUATE TRUE
               WHEN WORK-DATE-NOT-VALID
               OR PF-BILLED IS NOT NUMERIC
               OR PF-WRITE-OFFS IS NOT NUMERIC
               OR PF-BALANCE IS NOT NUMERIC
               OR PF-CURRENT IS NOT NUMERIC
               OR PF-OVER-90-DAYS IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERFRP: HISTORY NOT NUMERIC, DATE "
                           PF-BUSINESS-DATE " CURRENCY "
                           PF-CURRENCY-CODE
               WHEN OTHER
                   PERFORM 1500-SET-MONTH-INDEX
                   IF WS-WORK-MONTH-IX < 1
                   OR WS-WORK-MONTH-IX > WS-MN-MAX
                   OR WS-WORK-DATE > WS-RUN-DATE
                       ADD 1 TO WS-HISTORY-OUTSIDE
                   ELSE
                       PERFORM 1300-STORE-ONE-DAY
                   END-IF
           END-EVALUATE
           PERFORM 1100-READ-PERF-HISTORY
           .

      **********************************************************************
      * LOOK THE DATE AND CURRENCY UP IN THE ASCENDING DAY TABLE BY
      * HALVING THE RANGE. A HIT IS A RERUN OF THE DATE, WHOSE FIGURES
      * REPLACE THE EARLIER ONES; A MISS LEAVES THE LOW BOUND AT THE
      * POSITION THE KEY IS INSERTED AT.
      **********************************************************************
       1300-STORE-ONE-DAY.
           MOVE PF-BUSINESS-DATE TO WS-DY-NEW-DATE
           IF PF-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-DY-NEW-CURRENCY
           ELSE
               MOVE PF-CURRENCY-CODE TO WS-DY-NEW-CURRENCY
           END-IF
           SET DAY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-DY-LOW
           MOVE WS-DY-COUNT TO WS-DY-HIGH
           PERFORM 1310-HALVE-DAY-RANGE
               UNTIL WS-DY-LOW > WS-DY-HIGH
               OR DAY-WAS-FOUND
           EVALUATE TRUE
               WHEN DAY-WAS-FOUND
                   ADD 1 TO WS-HISTORY-REPLACED
                   MOVE WS-DY-MID TO WS-DY-IX
                   PERFORM 1330-MOVE-DAY-FIGURES
               WHEN WS-DY-COUNT NOT LESS THAN WS-DY-MAX
                   ADD 1 TO WS-HISTORY-NOT-LOADED
                   IF WS-HISTORY-NOT-LOADED EQUAL 1
                       DISPLAY "ARPERFRP: MORE THAN " WS-DY-MAX
                               " HISTORY DAYS -- " WS-DY-NEW-KEY
                               " AND LATER NOT LOADED"
                   END-IF
               WHEN OTHER
                   PERFORM 1320-INSERT-DAY
                   MOVE WS-DY-LOW TO WS-DY-IX
                   PERFORM 1330-MOVE-DAY-FIGURES
           END-EVALUATE
           .

       1310-HALVE-DAY-RANGE.
           COMPUTE WS-DY-MID = (WS-DY-LOW + WS-DY-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-DY-KEY(WS-DY-MID) EQUAL WS-DY-NEW-KEY
                   SET DAY-WAS-FOUND TO TRUE
               WHEN WS-DY-KEY(WS-DY-MID) LESS THAN WS-DY-NEW-KEY
                   COMPUTE WS-DY-LOW = WS-DY-MID + 1
               WHEN OTHER
                   COMPUTE WS-DY-HIGH = WS-DY-MID - 1
           END-EVALUATE
           .

       1320-INSERT-DAY.
           ADD 1 TO WS-DY-COUNT
           ADD 1 TO WS-HISTORY-LOADED
           PERFORM 1325-SHIFT-DAY-UP
               VARYING WS-DY-SHIFT-IX
               FROM WS-DY-COUNT BY -1
               UNTIL WS-DY-SHIFT-IX NOT GREATER THAN WS-DY-LOW
           MOVE WS-DY-NEW-KEY TO WS-DY-KEY(WS-DY-LOW)
           .

       1325-SHIFT-DAY-UP.
           MOVE WS-DY-ENTRY(WS-DY-SHIFT-IX - 1)
               TO WS-DY-ENTRY(WS-DY-SHIFT-IX)
           .

       1330-MOVE-DAY-FIGURES.
           MOVE PF-BILLED TO WS-DY-BILLED(WS-DY-IX)
           MOVE PF-WRITE-OFFS TO WS-DY-WRITE-OFFS(WS-DY-IX)
           MOVE PF-BALANCE TO WS-DY-BALANCE(WS-DY-IX)
           MOVE PF-CURRENT TO WS-DY-CURRENT(WS-DY-IX)
           MOVE PF-OVER-90-DAYS TO WS-DY-OVER-90-DAYS(WS-DY-IX)
           .

      **********************************************************************
      * THE POSITION IN THE WINDOW OF THE MONTH OF THE WORK DATE: 1 FOR
      * THE OLDEST MONTH LOADED, 14 FOR THE AS-OF MONTH, OUTSIDE THAT
      * RANGE FOR A DATE OUTSIDE THE WINDOW.
      **********************************************************************
       1500-SET-MONTH-INDEX.
           COMPUTE WS-WORK-MONTH-IX =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
               - WS-FIRST-MONTH-NUMBER + 1
           .

      **********************************************************************
      * A DATE IS USABLE WHEN IT IS NUMERIC WITH A MONTH AND DAY IN
      * RANGE.
      **********************************************************************
       1600-CHECK-WORK-DATE.
           SET WORK-DATE-NOT-VALID TO TRUE
           IF WS-WORK-DATE IS NUMERIC
               IF WORK-MONTH-IN-RANGE
               AND WORK-DAY-IN-RANGE
               AND WS-WORK-YEAR > 1600
                   SET WORK-DATE-IS-VALID TO TRUE
               END-IF
           END-IF
           .

      **********************************************************************
      * ROLL THE DAYS UP INTO MONTHS. THE DAY TABLE IS IN DATE ORDER,
      * SO THE ENDING FIGURES LEFT ON A MONTH ARE THOSE OF ITS LAST
      * BUSINESS DATE ON THE HISTORY.
      **********************************************************************
       2000-SUMMARIZE-MONTHS.
           PERFORM 2100-SUMMARIZE-ONE-DAY
               VARYING WS-DY-IX FROM 1 BY 1
               UNTIL WS-DY-IX > WS-DY-COUNT
           .

       2100-SUMMARIZE-ONE-DAY.
           MOVE WS-DY-CURRENCY(WS-DY-IX) TO WS-CY-NEW-CURRENCY
           PERFORM 2500-FIND-CURRENCY
           MOVE WS-DY-DATE(WS-DY-IX) TO WS-WORK-DATE
           PERFORM 1500-SET-MONTH-INDEX
           MOVE WS-WORK-MONTH-IX TO WS-MN-IX
           MOVE 'Y' TO WS-CM-HISTORY-FLAG(WS-CY-FOUND-IX, WS-MN-IX)
           ADD WS-DY-BILLED(WS-DY-IX)
               TO WS-CM-BILLED(WS-CY-FOUND-IX, WS-MN-IX)
           ADD WS-DY-WRITE-OFFS(WS-DY-IX)
               TO WS-CM-WRITE-OFFS(WS-CY-FOUND-IX, WS-MN-IX)
           MOVE WS-DY-BALANCE(WS-DY-IX)
               TO WS-CM-END-BALANCE(WS-CY-FOUND-IX, WS-MN-IX)
           MOVE WS-DY-CURRENT(WS-DY-IX)
               TO WS-CM-END-CURRENT(WS-CY-FOUND-IX, WS-MN-IX)
           MOVE WS-DY-OVER-90-DAYS(WS-DY-IX)
               TO WS-CM-END-OVER-90(WS-CY-FOUND-IX, WS-MN-IX)
           .

      **********************************************************************
      * FIND OR ADD THE ENTRY FOR THE CURRENCY, STARTING EVERY MONTH
      * OF A NEW ONE AT ZERO. THE MATCH INDEX IS SAVED BECAUSE PERFORM
      * VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE
      * FOUND FLAG.
      **********************************************************************
       2500-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           PERFORM 2510-SEARCH-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-CY-COUNT >= WS-CY-MAX
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERFRP: MORE THAN " WS-CY-MAX
                           " CURRENCIES -- " WS-CY-NEW-CURRENCY
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-CY-MAX TO WS-CY-FOUND-IX
               ELSE
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-CY-COUNT TO WS-CY-FOUND-IX
                   MOVE WS-CY-NEW-CURRENCY
                       TO WS-CY-CURRENCY(WS-CY-FOUND-IX)
                   PERFORM 2520-CLEAR-ONE-MONTH
                       VARYING WS-MN-CLEAR-IX FROM 1 BY 1
                       UNTIL WS-MN-CLEAR-IX > WS-MN-MAX
               END-IF
           END-IF
           .

       2510-SEARCH-CURRENCY.
           IF WS-CY-CURRENCY(WS-CY-IX) EQUAL WS-CY-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-CY-IX TO WS-CY-FOUND-IX
           END-IF
           .

       2520-CLEAR-ONE-MONTH.
           MOVE 'N'
               TO WS-CM-HISTORY-FLAG(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-BILLED(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-WRITE-OFFS(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-END-BALANCE(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-END-CURRENT(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-END-OVER-90(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-ITEMS-PAID(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           MOVE ZERO
               TO WS-CM-DAYS-TO-PAY(WS-CY-FOUND-IX, WS-MN-CLEAR-IX)
           .

      **********************************************************************
      * READ THE PAID-ITEM HISTORY. AN ITEM CASH CLOSED IN THE WINDOW
      * ADDS ITS DAYS TO PAY TO THE MONTH IT CLOSED IN, AND, IN THE
      * 13 MONTHS PRINTED, TO ITS CUSTOMER.
      **********************************************************************
       3000-LOAD-PAID-HISTORY.
           PERFORM 3100-READ-PAID-HISTORY
           PERFORM 3200-LOAD-ONE-PAID-ITEM
               UNTIL PAID-HISTORY-EOF
           .

       3100-READ-PAID-HISTORY.
           IF NOT PAID-HISTORY-EOF
               READ PAID-ITEM-HISTORY
                   AT END
                       SET PAID-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAID-ITEMS-READ
               END-READ
           END-IF
           .

       3200-LOAD-ONE-PAID-ITEM.
           MOVE PH-CLOSE-DATE TO WS-WORK-DATE
           PERFORM 1600-CHECK-WORK-DATE
           IF WORK-DATE-IS-VALID
               PERFORM 1500-SET-MONTH-INDEX
           END-IF
           EVALUATE TRUE
               WHEN WORK-DATE-NOT-VALID
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERFRP: PAID ITEM CLOSE DATE NOT VALID, "
                           "CUSTOMER " PH-CUSTOMER-ID
                           " INVOICE " PH-INVOICE-NUMBER
               WHEN WS-WORK-MONTH-IX < 1
               OR WS-WORK-MONTH-IX > WS-MN-MAX
               OR WS-WORK-DATE > WS-RUN-DATE
                   ADD 1 TO WS-PAID-ITEMS-OUTSIDE
               WHEN PH-CLOSING-TYPE NOT EQUAL 'PR'
               AND PH-CLOSING-TYPE NOT EQUAL 'PO'
               AND PH-CLOSING-TYPE NOT EQUAL 'DS'
                   ADD 1 TO WS-PAID-ITEMS-NOT-CASH
               WHEN PH-ORIGINAL-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARPERFRP: PAID ITEM NOT NUMERIC, "
                           "CUSTOMER " PH-CUSTOMER-ID
                           " INVOICE " PH-INVOICE-NUMBER
               WHEN PH-ORIGINAL-AMOUNT NOT GREATER THAN ZERO
                   ADD 1 TO WS-PAID-ITEMS-NOT-CASH
               WHEN OTHER
                   PERFORM 3300-ADD-PAID-ITEM
           END-EVALUATE
           PERFORM 3100-READ-PAID-HISTORY
           .

      **********************************************************************
      * DAYS TO PAY RUN FROM THE INVOICE DATE TO THE CLOSE; DAYS LATE
      * FROM THE DUE DATE, NEGATIVE FOR AN ITEM PAID EARLY. AN ITEM
      * WHOSE DATES CANNOT BE USED, OR THAT CLOSED BEFORE IT WAS
      * BILLED, IS LISTED ON SYSOUT.
      **********************************************************************
       3300-ADD-PAID-ITEM.
           MOVE WS-WORK-MONTH-IX TO WS-MN-IX
           COMPUTE WS-CLOSE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
           SET ITEM-DATES-ARE-VALID TO TRUE
           MOVE PH-INVOICE-DATE TO WS-WORK-DATE
           PERFORM 1600-CHECK-WORK-DATE
           IF WORK-DATE-IS-VALID
               COMPUTE WS-INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
           ELSE
               SET ITEM-DATES-NOT-VALID TO TRUE
           END-IF
           MOVE PH-DUE-DATE TO WS-WORK-DATE
           PERFORM 1600-CHECK-WORK-DATE
           IF WORK-DATE-IS-VALID
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
           ELSE
               SET ITEM-DATES-NOT-VALID TO TRUE
           END-IF
           IF ITEM-DATES-ARE-VALID
               IF WS-CLOSE-INTEGER < WS-INVOICE-INTEGER
                   SET ITEM-DATES-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ITEM-DATES-NOT-VALID
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ARPERFRP: PAID ITEM DATES NOT VALID, "
                       "CUSTOMER " PH-CUSTOMER-ID
                       " INVOICE " PH-INVOICE-NUMBER
           ELSE
               ADD 1 TO WS-PAID-ITEMS-USED
               COMPUTE WS-ITEM-DAYS-TO-PAY =
                   WS-CLOSE-INTEGER - WS-INVOICE-INTEGER
               COMPUTE WS-ITEM-DAYS-LATE =
                   WS-CLOSE-INTEGER - WS-DUE-INTEGER
               IF PH-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-CY-NEW-CURRENCY
               ELSE
                   MOVE PH-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
               END-IF
               PERFORM 2500-FIND-CURRENCY
               ADD 1 TO WS-CM-ITEMS-PAID(WS-CY-FOUND-IX, WS-MN-IX)
               ADD WS-ITEM-DAYS-TO-PAY
                   TO WS-CM-DAYS-TO-PAY(WS-CY-FOUND-IX, WS-MN-IX)
               IF WS-MN-IX NOT LESS THAN WS-MN-FIRST-PRINTED
                   PERFORM 3400-ADD-TO-CUSTOMER
               END-IF
           END-IF
           .

      **********************************************************************
      * LOOK THE CUSTOMER UP IN THE ASCENDING CUSTOMER TABLE BY
      * HALVING THE RANGE; A MISS LEAVES THE LOW BOUND AT THE POSITION
      * THE CUSTOMER IS INSERTED AT. A CUSTOMER THAT FINDS THE TABLE
      * FULL IS COUNTED AND LEFT OUT OF THE RANKING.
      **********************************************************************
       3400-ADD-TO-CUSTOMER.
           SET CUSTOMER-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CU-LOW
           MOVE WS-CU-COUNT TO WS-CU-HIGH
           PERFORM 3410-HALVE-CUSTOMER-RANGE
               UNTIL WS-CU-LOW > WS-CU-HIGH
               OR CUSTOMER-WAS-FOUND
           EVALUATE TRUE
               WHEN CUSTOMER-WAS-FOUND
                   MOVE WS-CU-MID TO WS-CU-IX
                   PERFORM 3430-ADD-CUSTOMER-FIGURES
               WHEN WS-CU-COUNT NOT LESS THAN WS-CU-MAX
                   ADD 1 TO WS-ITEMS-NOT-RANKED
               WHEN OTHER
                   PERFORM 3420-INSERT-CUSTOMER
                   MOVE WS-CU-LOW TO WS-CU-IX
                   PERFORM 3430-ADD-CUSTOMER-FIGURES
           END-EVALUATE
           .

       3410-HALVE-CUSTOMER-RANGE.
           COMPUTE WS-CU-MID = (WS-CU-LOW + WS-CU-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-CU-CUSTOMER-ID(WS-CU-MID) EQUAL PH-CUSTOMER-ID
                   SET CUSTOMER-WAS-FOUND TO TRUE
               WHEN WS-CU-CUSTOMER-ID(WS-CU-MID)
                       LESS THAN PH-CUSTOMER-ID
                   COMPUTE WS-CU-LOW = WS-CU-MID + 1
               WHEN OTHER
                   COMPUTE WS-CU-HIGH = WS-CU-MID - 1
           END-EVALUATE
           .

       3420-INSERT-CUSTOMER.
           ADD 1 TO WS-CU-COUNT
           PERFORM 3425-SHIFT-CUSTOMER-UP
               VARYING WS-CU-SHIFT-IX
               FROM WS-CU-COUNT BY -1
               UNTIL WS-CU-SHIFT-IX NOT GREATER THAN WS-CU-LOW
           MOVE PH-CUSTOMER-ID TO WS-CU-CUSTOMER-ID(WS-CU-LOW)
           MOVE WS-CY-NEW-CURRENCY TO WS-CU-CURRENCY(WS-CU-LOW)
           MOVE ZERO TO WS-CU-ITEMS(WS-CU-LOW)
           MOVE ZERO TO WS-CU-AMOUNT(WS-CU-LOW)
           MOVE ZERO TO WS-CU-DAYS-TO-PAY(WS-CU-LOW)
           MOVE ZERO TO WS-CU-DAYS-LATE(WS-CU-LOW)
           MOVE ZERO TO WS-CU-AVERAGE(WS-CU-LOW)
           MOVE 'N' TO WS-CU-PICKED-FLAG(WS-CU-LOW)
           .

       3425-SHIFT-CUSTOMER-UP.
           MOVE WS-CU-ENTRY(WS-CU-SHIFT-IX - 1)
               TO WS-CU-ENTRY(WS-CU-SHIFT-IX)
           .

       3430-ADD-CUSTOMER-FIGURES.
           IF WS-CU-CURRENCY(WS-CU-IX) NOT EQUAL WS-CY-NEW-CURRENCY
               MOVE 'MIX' TO WS-CU-CURRENCY(WS-CU-IX)
           END-IF
           ADD 1 TO WS-CU-ITEMS(WS-CU-IX)
           ADD PH-ORIGINAL-AMOUNT TO WS-CU-AMOUNT(WS-CU-IX)
           ADD WS-ITEM-DAYS-TO-PAY TO WS-CU-DAYS-TO-PAY(WS-CU-IX)
           ADD WS-ITEM-DAYS-LATE TO WS-CU-DAYS-LATE(WS-CU-IX)
           .

      **********************************************************************
      * WORK OUT THE FIVE MEASURES FOR EVERY CURRENCY AND MONTH. A
      * MEASURE WHOSE DIVISOR IS NOT ABOVE ZERO, OR WHOSE RESULT WILL
      * NOT FIT THE REPORT COLUMN, IS NOT AVAILABLE.
      **********************************************************************
       4000-COMPUTE-MEASURES.
           PERFORM 4100-COMPUTE-CURRENCY-MEASURES
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           .

       4100-COMPUTE-CURRENCY-MEASURES.
           PERFORM 4200-COMPUTE-MONTH-MEASURES
               VARYING WS-MN-IX FROM 1 BY 1
               UNTIL WS-MN-IX > WS-MN-MAX
           .

       4200-COMPUTE-MONTH-MEASURES.
           PERFORM 4210-CLEAR-ONE-MEASURE
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-MAX
           IF CM-HAS-HISTORY(WS-CY-IX, WS-MN-IX)
               PERFORM 4300-COMPUTE-HISTORY-MEASURES
           END-IF
           IF WS-CM-ITEMS-PAID(WS-CY-IX, WS-MN-IX) > ZERO
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   WS-CM-DAYS-TO-PAY(WS-CY-IX, WS-MN-IX)
                   / WS-CM-ITEMS-PAID(WS-CY-IX, WS-MN-IX)
               MOVE WS-MS-DAYS-TO-PAY TO WS-MS-IX
               PERFORM 4900-STORE-MEASURE
           END-IF
           .

       4210-CLEAR-ONE-MEASURE.
           MOVE ZERO TO WS-CM-MEASURE-VALUE(WS-CY-IX, WS-MN-IX,
                                            WS-MS-IX)
           MOVE 'N' TO WS-CM-MEASURE-FLAG(WS-CY-IX, WS-MN-IX,
                                          WS-MS-IX)
           .

      **********************************************************************
      * THE MEASURES TAKEN FROM THE PERFORMANCE HISTORY. CEI NEEDS THE
      * MONTH BEFORE ON THE HISTORY FOR ITS BEGINNING AR.
      **********************************************************************
       4300-COMPUTE-HISTORY-MEASURES.
           IF WS-CM-BILLED(WS-CY-IX, WS-MN-IX) > ZERO
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX)
                   * WS-MN-DAYS(WS-MN-IX)
                   / WS-CM-BILLED(WS-CY-IX, WS-MN-IX)
               MOVE WS-MS-DSO TO WS-MS-IX
               PERFORM 4900-STORE-MEASURE
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   WS-CM-WRITE-OFFS(WS-CY-IX, WS-MN-IX) * 100
                   / WS-CM-BILLED(WS-CY-IX, WS-MN-IX)
               MOVE WS-MS-WRITE-OFF TO WS-MS-IX
               PERFORM 4900-STORE-MEASURE
           END-IF
           IF WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX) > ZERO
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   WS-CM-END-OVER-90(WS-CY-IX, WS-MN-IX) * 100
                   / WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX)
               MOVE WS-MS-OVER-90 TO WS-MS-IX
               PERFORM 4900-STORE-MEASURE
           END-IF
           IF WS-MN-IX > 1
               IF CM-HAS-HISTORY(WS-CY-IX, WS-MN-IX - 1)
                   PERFORM 4400-COMPUTE-CEI
               END-IF
           END-IF
           .

       4400-COMPUTE-CEI.
           COMPUTE WS-CEI-COLLECTED =
               WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX - 1)
               + WS-CM-BILLED(WS-CY-IX, WS-MN-IX)
               - WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX)
           COMPUTE WS-CEI-COLLECTIBLE =
               WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX - 1)
               + WS-CM-BILLED(WS-CY-IX, WS-MN-IX)
               - WS-CM-END-CURRENT(WS-CY-IX, WS-MN-IX)
           IF WS-CEI-COLLECTIBLE > ZERO
               COMPUTE WS-MEASURE-WORK ROUNDED =
                   WS-CEI-COLLECTED * 100 / WS-CEI-COLLECTIBLE
               MOVE WS-MS-CEI TO WS-MS-IX
               PERFORM 4900-STORE-MEASURE
           END-IF
           .

       4900-STORE-MEASURE.
           IF WS-MEASURE-WORK NOT GREATER THAN 9999.9
           AND WS-MEASURE-WORK NOT LESS THAN -9999.9
               MOVE WS-MEASURE-WORK
                   TO WS-CM-MEASURE-VALUE(WS-CY-IX, WS-MN-IX,
                                          WS-MS-IX)
               MOVE 'Y' TO WS-CM-MEASURE-FLAG(WS-CY-IX, WS-MN-IX,
                                              WS-MS-IX)
           END-IF
           .

      **********************************************************************
      * SECTION 1: FOR EACH CURRENCY, THE 13 MONTHS PRINTED, OLDEST
      * FIRST, THEN THE LEGEND.
      **********************************************************************
       8000-PRINT-TREND.
           IF WS-CY-COUNT EQUAL ZERO
               MOVE WS-NO-HISTORY-LINE TO PERFORMANCE-REPORT-RECORD
               WRITE PERFORMANCE-REPORT-RECORD
           END-IF
           PERFORM 8100-PRINT-ONE-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE WS-LEGEND-LINE-1 TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE WS-LEGEND-LINE-2 TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           .

       8100-PRINT-ONE-CURRENCY.
           MOVE WS-CY-CURRENCY(WS-CY-IX) TO CH-CURRENCY
           MOVE WS-CURRENCY-HEADING TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE WS-TREND-HEADING TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           PERFORM 8200-PRINT-ONE-MONTH
               VARYING WS-MN-IX FROM WS-MN-FIRST-PRINTED BY 1
               UNTIL WS-MN-IX > WS-MN-MAX
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           .

       8200-PRINT-ONE-MONTH.
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-MN-MONTH(WS-MN-IX) TO TL-MONTH
           MOVE WS-CM-BILLED(WS-CY-IX, WS-MN-IX) TO TL-BILLED
           IF CM-HAS-HISTORY(WS-CY-IX, WS-MN-IX)
               MOVE WS-CM-END-BALANCE(WS-CY-IX, WS-MN-IX)
                   TO TL-ENDING-AR
           ELSE
               MOVE '            N/A' TO TL-ENDING-AR-X
           END-IF
           PERFORM 8210-FORMAT-ONE-MEASURE
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-MAX
           MOVE WS-TREND-LINE TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           .

      **********************************************************************
      * THE CHANGE PRINTS ONLY WHEN THE MEASURE IS AVAILABLE FOR BOTH
      * THIS MONTH AND THE ONE BEFORE.
      **********************************************************************
       8210-FORMAT-ONE-MEASURE.
           MOVE SPACES TO TL-CHANGE-X(WS-MS-IX)
           IF CM-MEASURE-AVAILABLE(WS-CY-IX, WS-MN-IX, WS-MS-IX)
               MOVE WS-CM-MEASURE-VALUE(WS-CY-IX, WS-MN-IX, WS-MS-IX)
                   TO TL-MEASURE(WS-MS-IX)
               IF CM-MEASURE-AVAILABLE(WS-CY-IX, WS-MN-IX - 1,
                                       WS-MS-IX)
                   COMPUTE WS-MEASURE-WORK =
                       WS-CM-MEASURE-VALUE(WS-CY-IX, WS-MN-IX,
                                           WS-MS-IX)
                       - WS-CM-MEASURE-VALUE(WS-CY-IX, WS-MN-IX - 1,
                                             WS-MS-IX)
                   IF WS-MEASURE-WORK NOT GREATER THAN 9999.9
                   AND WS-MEASURE-WORK NOT LESS THAN -9999.9
                       MOVE WS-MEASURE-WORK TO TL-CHANGE(WS-MS-IX)
                   END-IF
               END-IF
           ELSE
               MOVE '    N/A' TO TL-MEASURE-X(WS-MS-IX)
           END-IF
           .

      **********************************************************************
      * SECTION 2: THE WORST AVERAGE DAYS TO PAY. EACH PASS OVER THE
      * CUSTOMER TABLE PICKS THE HIGHEST AVERAGE NOT YET PRINTED; THE
      * TABLE IS IN CUSTOMER-ID ORDER AND ONLY A HIGHER AVERAGE
      * DISPLACES THE ONE HELD, SO EQUAL AVERAGES RANK BY CUSTOMER ID.
      **********************************************************************
       8500-PRINT-WORST-PAYERS.
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE WS-RANK-HEADING-1 TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           MOVE WS-RANK-HEADING-2 TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           IF WS-CU-COUNT EQUAL ZERO
               MOVE WS-NO-CUSTOMERS-LINE TO PERFORMANCE-REPORT-RECORD
               WRITE PERFORMANCE-REPORT-RECORD
           END-IF
           PERFORM 8510-AVERAGE-ONE-CUSTOMER
               VARYING WS-CU-IX FROM 1 BY 1
               UNTIL WS-CU-IX > WS-CU-COUNT
           PERFORM 8600-PRINT-NEXT-WORST
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-RANK-MAX
               OR WS-RANK > WS-CU-COUNT
           IF WS-ITEMS-NOT-RANKED > ZERO
               MOVE WS-CU-MAX TO NR-CUSTOMER-MAX
               MOVE WS-ITEMS-NOT-RANKED TO NR-NOT-RANKED
               MOVE WS-NOT-RANKED-LINE TO PERFORMANCE-REPORT-RECORD
               WRITE PERFORMANCE-REPORT-RECORD
           END-IF
           .

       8510-AVERAGE-ONE-CUSTOMER.
           COMPUTE WS-CU-AVERAGE(WS-CU-IX) ROUNDED =
               WS-CU-DAYS-TO-PAY(WS-CU-IX) / WS-CU-ITEMS(WS-CU-IX)
           .

       8600-PRINT-NEXT-WORST.
           MOVE ZERO TO WS-CU-WORST-IX
           PERFORM 8610-COMPARE-ONE-CUSTOMER
               VARYING WS-CU-IX FROM 1 BY 1
               UNTIL WS-CU-IX > WS-CU-COUNT
           MOVE 'Y' TO WS-CU-PICKED-FLAG(WS-CU-WORST-IX)
           MOVE WS-RANK TO RL-RANK
           MOVE WS-CU-CUSTOMER-ID(WS-CU-WORST-IX) TO RL-CUSTOMER-ID
           PERFORM 8620-GET-CUSTOMER-NAME
           MOVE WS-CU-CURRENCY(WS-CU-WORST-IX) TO RL-CURRENCY
           MOVE WS-CU-ITEMS(WS-CU-WORST-IX) TO RL-ITEMS
           MOVE WS-CU-AMOUNT(WS-CU-WORST-IX) TO RL-AMOUNT
           MOVE WS-CU-AVERAGE(WS-CU-WORST-IX) TO RL-AVERAGE-DAYS
           COMPUTE WS-RANK-AVERAGE-LATE ROUNDED =
               WS-CU-DAYS-LATE(WS-CU-WORST-IX)
               / WS-CU-ITEMS(WS-CU-WORST-IX)
           MOVE WS-RANK-AVERAGE-LATE TO RL-AVERAGE-LATE
           MOVE WS-RANK-LINE TO PERFORMANCE-REPORT-RECORD
           WRITE PERFORMANCE-REPORT-RECORD
           .

       8610-COMPARE-ONE-CUSTOMER.
           IF NOT CU-WAS-PICKED(WS-CU-IX)
               IF WS-CU-WORST-IX EQUAL ZERO
                   MOVE WS-CU-IX TO WS-CU-WORST-IX
               ELSE
                   IF WS-CU-AVERAGE(WS-CU-IX)
                           > WS-CU-AVERAGE(WS-CU-WORST-IX)
                       MOVE WS-CU-IX TO WS-CU-WORST-IX
                   END-IF
               END-IF
           END-IF
           .

       8620-GET-CUSTOMER-NAME.
           MOVE SPACES TO RL-CUSTOMER-NAME
           IF CUSTOMER-MASTER-IS-OPEN
               MOVE WS-CU-CUSTOMER-ID(WS-CU-WORST-IX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO RL-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO RL-CUSTOMER-NAME
               END-READ
           END-IF
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. A RECORD THAT COULD NOT BE USED, OR
      * HISTORY LEFT OUT FOR WANT OF ROOM, MEANS THE FIGURES ARE
      * INCOMPLETE AND ENDS THE RUN 8; CUSTOMERS LEFT OUT OF THE
      * RANKING, OR NO NAMES, END IT 4.
      **********************************************************************
       9999-END.
           CLOSE PERFORMANCE-HISTORY
           CLOSE PAID-ITEM-HISTORY
           IF CUSTOMER-MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE PERFORMANCE-REPORT

           DISPLAY SPACE
           DISPLAY "ARPERFRP CONTROL TOTALS"
           DISPLAY "   HISTORY READ        " WS-HISTORY-READ
           DISPLAY "   HISTORY DAYS LOADED " WS-HISTORY-LOADED
           DISPLAY "   HISTORY REPLACED    " WS-HISTORY-REPLACED
           DISPLAY "   HISTORY OUTSIDE     " WS-HISTORY-OUTSIDE
           DISPLAY "   HISTORY NOT LOADED  " WS-HISTORY-NOT-LOADED
           DISPLAY "   PAID ITEMS READ     " WS-PAID-ITEMS-READ
           DISPLAY "   PAID ITEMS USED     " WS-PAID-ITEMS-USED
           DISPLAY "   PAID ITEMS OUTSIDE  " WS-PAID-ITEMS-OUTSIDE
           DISPLAY "   CLOSED NOT BY CASH  " WS-PAID-ITEMS-NOT-CASH
           DISPLAY "   RECORDS REJECTED    " WS-RECORDS-REJECTED
           DISPLAY "   CURRENCIES          " WS-CY-COUNT
           DISPLAY "   CUSTOMERS RANKED    " WS-CU-COUNT
           DISPLAY "   ITEMS NOT RANKED    " WS-ITEMS-NOT-RANKED
           DISPLAY SPACE
           IF WS-RECORDS-REJECTED > ZERO
           OR WS-HISTORY-NOT-LOADED > ZERO
               DISPLAY "ARPERFRP: HISTORY RECORDS NOT USED -- "
                       "FIGURES ARE INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ITEMS-NOT-RANKED > ZERO
               OR CUSTOMER-MASTER-NOT-OPEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
