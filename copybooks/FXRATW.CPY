      * FXRATW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE EXCHANGE-RATE TABLE (FXRATP.CPY).
      * COPY THIS MEMBER PLAIN (NO REPLACING) IN ANY PROGRAM THAT
      * TRANSLATES A FOREIGN-CURRENCY AMOUNT TO US DOLLARS, SO EVERY
      * RUN TRANSLATES AT THE SAME RATES.
      *
      * THE CALLER DECLARES THE RATE FILE AS:
      *     SELECT FX-RATE-FILE ASSIGN TO FXRATES
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-FXRATES-STATUS.
      * WITH FXRATE.CPY UNDER ITS FD, AND PERFORMS 8600-LOAD-FX-RATES
      * ONCE AT START OF RUN. A MISSING FILE LEAVES
      * FXRATES-FILE-WAS-FOUND FALSE AND THE TABLE EMPTY; A ROW WITH A
      * CURRENCY CODE THAT IS NOT THREE LETTERS, A DATE THAT IS NOT
      * NUMERIC, A ZERO OR NON-NUMERIC RATE, OR THAT WILL NOT FIT IN
      * THE TABLE IS COUNTED IN WS-XR-REJECTED AND LEFT OUT. THE
      * CALLER REPORTS BOTH.
      *
      * BEFORE PERFORMING 8650-FIND-FX-RATE THE CALLER SETS:
      *   WS-FX-LOOKUP-CURRENCY  ISO CURRENCY CODE. USD OR SPACES
      *                          ALWAYS FINDS A RATE OF 1.
      *   WS-FX-LOOKUP-DATE      POSTING DATE.
      * THE RATE IN EFFECT ON THAT DATE COMES BACK IN WS-FX-RATE WITH
      * FX-RATE-WAS-FOUND SET; OTHERWISE THE RATE IS ZERO AND
      * FX-RATE-NOT-FOUND IS SET.
      *
      * 8640-FIND-BOOKED-RATE GIVES THE RATE AN OPEN ITEM IS CARRIED
      * ON THE LEDGER AT. THE CALLER SETS WS-FX-LOOKUP-CURRENCY, THE
      * ITEM'S OWN RATE FIELD IN WS-FX-BOOKED-RATE, THE ITEM DATE IN
      * WS-FX-ITEM-DATE AND THE RUN DATE IN WS-FX-FALLBACK-DATE. AN
      * ITEM WITH NO RATE OF ITS OWN (SPACES OR ZERO -- WRITTEN BEFORE
      * ITEMS CARRIED ONE) IS TAKEN AT THE RATE ON ITS ITEM DATE, OR
      * FAILING THAT ON THE RUN DATE, AND COUNTED IN
      * WS-FX-RATES-DEFAULTED. THE RESULT COMES BACK AS FROM
      * 8650-FIND-FX-RATE.
      *
      * A PROGRAM THAT WRITES THE GL JOURNAL (GLJRNL.CPY) ALSO USES:
      *   8670-SET-FUNCTIONAL-AMOUNT  WITH A DETAIL BUILT IN THE
      *       RECORD AREA, TRANSLATES GJ-AMOUNT AT THE RATE FOR
      *       GJ-CURRENCY-CODE ON GJ-RUN-DATE INTO GJ-FX-RATE AND
      *       GJ-FUNCTIONAL-AMOUNT AND ADDS IT TO THE FUNCTIONAL
      *       TOTALS. A CURRENCY WITH NO RATE IS POSTED WITH A ZERO
      *       FUNCTIONAL AMOUNT AND COUNTED IN WS-FX-MISSING-RATES;
      *       THE CALLER MUST NOT RELEASE THAT FEED.
      *   8680-ADD-FUNCTIONAL-TOTALS  ADDS A FUNCTIONAL AMOUNT THE
      *       CALLER SET ITSELF (AT A RATE OTHER THAN THE POSTING-
      *       DATE RATE) TO THE TOTALS.
      *   8690-BUILD-BALANCING-LINE  WHEN THE FUNCTIONAL DEBITS AND
      *       CREDITS WRITTEN SO FAR DIFFER AND NO RATE WAS MISSING,
      *       BUILDS A FUNCTIONAL-ONLY DETAIL (ZERO TRANSACTION
      *       AMOUNT) FOR THE DIFFERENCE TO WS-FX-BALANCE-ACCOUNT IN
      *       WS-FX-BALANCE-CURRENCY AND SETS
      *       FX-BALANCING-LINE-BUILT. THE CALLER CLEARS THE RECORD
      *       AND FILLS THE RECORD TYPE, SOURCE AND RUN DATE FIRST,
      *       THEN WRITES AND COUNTS THE LINE IF ONE WAS BUILT.
      * THE FUNCTIONAL TOTALS GO ON THE FEED TRAILER.
      *****************************************************************
       01  WS-FXRATES-STATUS            PIC X(02) VALUE '00'.
           88  FXRATES-FILE-WAS-FOUND       VALUE '00'.

       01  WS-FX-LOOKUP.
           05  WS-FX-LOOKUP-CURRENCY    PIC X(03) VALUE SPACES.
           05  WS-FX-LOOKUP-DATE        PIC X(08) VALUE SPACES.
           05  WS-FX-RATE               PIC 9(02)V9(06) VALUE ZERO.
           05  WS-FX-RATE-EFFECTIVE     PIC X(08) VALUE SPACES.
           05  WS-FX-BOOKED-RATE        PIC X(08) VALUE SPACES.
           05  WS-FX-BOOKED-RATE-N REDEFINES WS-FX-BOOKED-RATE
                                        PIC 9(02)V9(06).
           05  WS-FX-ITEM-DATE          PIC X(08) VALUE SPACES.
           05  WS-FX-FALLBACK-DATE      PIC X(08) VALUE SPACES.

       01  WS-FX-RATE-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FX-RATE-WAS-FOUND            VALUE 'Y'.
               88  FX-RATE-NOT-FOUND            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FX-RATE-FILE-EOF             VALUE 'Y'.
               88  FX-RATE-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FX-BALANCING-LINE-BUILT      VALUE 'Y'.
               88  FX-BALANCING-LINE-NOT-BUILT  VALUE 'N'.

       01  WS-FX-RATE-TABLE.
           05  WS-XR-MAX                PIC 9(04) COMP VALUE 3000.
           05  WS-XR-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-XR-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-XR-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-XR-ENTRY OCCURS 3000 TIMES.
               10  WS-XR-CURRENCY       PIC X(03).
               10  WS-XR-EFFECTIVE-DATE PIC X(08).
               10  WS-XR-RATE           PIC 9(02)V9(06).

       01  WS-FX-FUNCTIONAL-TOTALS.
           05  WS-FX-FUNCTIONAL-DEBITS  PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FX-FUNCTIONAL-CREDITS PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FX-DIFFERENCE         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FX-MISSING-RATES      PIC 9(07) COMP VALUE ZERO.
           05  WS-FX-RATES-DEFAULTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-FX-BALANCE-ACCOUNT    PIC X(08) VALUE SPACES.
           05  WS-FX-BALANCE-CURRENCY   PIC X(03) VALUE SPACES.
      * FXRATW.CPY END
