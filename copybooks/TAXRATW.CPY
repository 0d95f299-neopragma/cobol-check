      * TAXRATW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE SALES-TAX RATE TABLE (TAXRATP.CPY).
      * COPY THIS MEMBER PLAIN (NO REPLACING) IN ANY PROGRAM THAT
      * EDITS A TAX JURISDICTION OR FIGURES TAX ON AN INVOICE, SO
      * CUSTOMER MAINTENANCE AND BILLING READ THE SAME RATES.
      *
      * THE CALLER DECLARES THE RATE FILE AS:
      *     SELECT TAX-RATE-FILE ASSIGN TO TAXRATES
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-TAXRATES-STATUS.
      * WITH TAXRATE.CPY UNDER ITS FD, AND PERFORMS
      * 8800-LOAD-TAX-RATES ONCE AT START OF RUN. A MISSING FILE
      * LEAVES TAXRATES-FILE-WAS-FOUND FALSE AND THE TABLE EMPTY; A
      * ROW WITH A BLANK JURISDICTION, A DATE OR RATE THAT IS NOT
      * NUMERIC, OR THAT WILL NOT FIT IN THE TABLE IS COUNTED IN
      * WS-RT-REJECTED AND LEFT OUT. THE CALLER REPORTS BOTH.
      *
      * BEFORE PERFORMING 8850-FIND-TAX-RATE THE CALLER SETS:
      *   WS-TAX-LOOKUP-JURISDICTION  JURISDICTION OFF THE MASTER.
      *   WS-TAX-LOOKUP-DATE          INVOICE DATE. HIGH-VALUES ASKS
      *                               ONLY WHETHER THE JURISDICTION
      *                               IS ON THE TABLE AT ALL.
      * THE RATE IN EFFECT ON THAT DATE COMES BACK IN WS-TAX-RATE-PCT
      * WITH TAX-RATE-WAS-FOUND SET; OTHERWISE THE RATE IS ZERO AND
      * TAX-RATE-NOT-FOUND IS SET.
      *****************************************************************
       01  WS-TAXRATES-STATUS           PIC X(02) VALUE '00'.
           88  TAXRATES-FILE-WAS-FOUND      VALUE '00'.

       01  WS-TAX-LOOKUP.
           05  WS-TAX-LOOKUP-JURISDICTION
                                        PIC X(05) VALUE SPACES.
           05  WS-TAX-LOOKUP-DATE       PIC X(08) VALUE SPACES.
           05  WS-TAX-RATE-PCT          PIC 9(02)V9(04) VALUE ZERO.
           05  WS-TAX-RATE-EFFECTIVE    PIC X(08) VALUE SPACES.

       01  WS-TAX-RATE-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TAX-RATE-WAS-FOUND           VALUE 'Y'.
               88  TAX-RATE-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TAX-RATE-FILE-EOF            VALUE 'Y'.
               88  TAX-RATE-FILE-NOT-EOF        VALUE 'N'.

       01  WS-TAX-RATE-TABLE.
           05  WS-RT-MAX                PIC 9(04) COMP VALUE 500.
           05  WS-RT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-RT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-RT-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-JURISDICTION   PIC X(05).
               10  WS-RT-EFFECTIVE-DATE PIC X(08).
               10  WS-RT-RATE           PIC 9(02)V9(04).
      * TAXRATW.CPY END
