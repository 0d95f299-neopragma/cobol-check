      *            THE CUSTOMER MASTER FIELDS INCLUDING FREQUENCY,
      *            ANCHOR DAY, CURRENCY, CREDIT LIMIT AND COLLECTION
      *            STATUS; EVERY OPEN ITEM FROM THE OPEN-ITEM FILE
      *            WITH ITS AGE IN DAYS; THE PAID HISTORY -- EVERY
      *            ITEM CLOSED, AND EVERY PAYMENT AND ADJUSTMENT
      *            POSTED, FROM THE PAIDHIST AND APPLHIST FILES THE
      *            PAYMENT APPLICATION RUN KEEPS; AND THE BEFORE/AFTER
      *            AUDIT HISTORY FOR THE ACCOUNT FROM THE CUSTAUDT LOG
      *            THE MASTER MAINTENANCE RUN WRITES.
      *
      *            THE OPEN-ITEM FILE, THE HISTORY FILES AND THE AUDIT
      *            LOG ARE RE-READ FROM THE TOP FOR EACH REQUEST; THE
      *            REQUEST FILE IS SMALL, SO A SIMPLE RESCAN BEATS ANY
      *            CLEVERNESS.
      *
      * USAGE:     ARINQ
      *
      * MODIFICATION HISTORY:
      *   01 SEP 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  PAID HISTORY SECTIONS: THE ITEMS CLOSED FOR
      *                     THE ACCOUNT WITH THEIR CLOSE DATES, AND THE
      *                     CASH AND ADJUSTMENT POSTINGS WITH PAYMENT
      *                     DATE AND DEPOSIT BATCH, SO THE DESK CAN SAY
      *                     WHICH INVOICE A CHECK PAID.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE ARAPPLY HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      *   15 OCT 2026  RTB  BILL-TO FAMILY. THE MASTER BLOCK SHOWS THE
      *                     ACCOUNT'S BILL-TO PARENT, AND AN ACCOUNT IN
      *                     A FAMILY (SHARED CUSTFMW/CUSTFMP TABLE) GETS
      *                     A FAMILY SECTION: THE TREE OF ACCOUNTS FROM
      *                     THE FAMILY HEAD DOWN WITH EACH ONE'S OPEN
      *                     ITEMS, THE FAMILY'S OPEN BALANCE PER
      *                     CURRENCY, AND THE HEAD'S CREDIT LIMIT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARINQ.
           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PAID-ITEM-HISTORY
               ASSIGN TO PAIDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDHIST-STATUS.

           SELECT APPLICATION-HISTORY
               ASSIGN TO APPLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLHIST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT INQUIRY-PRINT
               ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL
           05  AU-BEFORE-IMAGE          PIC X(100).
           05  AU-AFTER-IMAGE           PIC X(100).

       FD  PAID-ITEM-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAIDHIST.

       FD  APPLICATION-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY APPLHIST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
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

       FD  INQUIRY-PRINT
           RECORD CONTAINS 132 CHARACTERS.
               88  AROPEN-FILE-WAS-FOUND    VALUE '00'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
               88  AUDIT-FILE-WAS-FOUND     VALUE '00'.
           05  WS-PAIDHIST-STATUS       PIC X(02) VALUE '00'.
               88  PAIDHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-APPLHIST-STATUS       PIC X(02) VALUE '00'.
               88  APPLHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-INQRPT-STATUS         PIC X(02) VALUE '00'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AUDIT-LOG-EOF                VALUE 'Y'.
               88  AUDIT-LOG-NOT-EOF            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PAID-HISTORY-EOF             VALUE 'Y'.
               88  PAID-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  APPL-HISTORY-EOF             VALUE 'Y'.
               88  APPL-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  MASTER-RECORD-FOUND          VALUE 'Y'.
               88  MASTER-RECORD-NOT-FOUND      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TREE-CHILD-WAS-FOUND         VALUE 'Y'.
               88  TREE-CHILD-NOT-FOUND         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TREE-MEMBER-WAS-FOUND        VALUE 'Y'.
               88  TREE-MEMBER-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-CURRENCY-WAS-FOUND    VALUE 'Y'.
               88  FAMILY-CURRENCY-NOT-FOUND    VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-DAYS-OLD              PIC S9(05) COMP VALUE ZERO.

       01  WS-THIS-CUSTOMER             PIC X(10) VALUE SPACES.
       01  WS-ITEM-CURRENCY             PIC X(03) VALUE SPACES.

           COPY CUSTFMW.

      *    THE INQUIRED ACCOUNT'S FAMILY, LAID OUT HEAD FIRST WITH EACH
      *    ACCOUNT FOLLOWED BY ITS CHILDREN (DEPTH 0 IS THE HEAD). THE
      *    WALK KEEPS ITS OWN STACK OF THE ACCOUNTS ABOVE THE ONE IN
      *    HAND AND HOW FAR EACH ONE'S SCAN OF THE LINK TABLE HAS GOT.
       01  WS-FAMILY-TREE.
           05  WS-TREE-HEAD-ID          PIC X(10) VALUE SPACES.
           05  WS-TREE-HEAD-IX          PIC 9(04) COMP VALUE ZERO.
           05  WS-TREE-CURSOR           PIC 9(04) COMP VALUE ZERO.
           05  WS-TREE-INDENT           PIC 9(04) COMP VALUE ZERO.
           05  WS-TREE-NOT-SHOWN        PIC 9(05) COMP VALUE ZERO.
           05  WS-LAST-ITEM-ID          PIC X(10) VALUE SPACES.
           05  WS-FS-MAX                PIC 9(02) COMP VALUE 20.
           05  WS-FS-DEPTH              PIC 9(02) COMP VALUE ZERO.
           05  WS-FS-ENTRY OCCURS 20 TIMES.
               10  WS-FS-ID             PIC X(10).
               10  WS-FS-SCAN-IX        PIC 9(04) COMP.
           05  WS-FT-MAX                PIC 9(04) COMP VALUE 500.
           05  WS-FT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FT-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FT-ENTRY OCCURS 500 TIMES.
               10  WS-FT-ID             PIC X(10).
               10  WS-FT-DEPTH          PIC 9(02) COMP.
               10  WS-FT-ITEMS          PIC 9(05) COMP.

      *    THE FAMILY'S OPEN ITEMS AND BALANCE, ONE ENTRY PER CURRENCY.
       01  WS-FAMILY-CURRENCY-TABLE.
           05  WS-FY-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-FY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-FY-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-FY-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-FY-ENTRY OCCURS 10 TIMES.
               10  WS-FY-CURRENCY       PIC X(03).
               10  WS-FY-ITEMS          PIC 9(05) COMP.
               10  WS-FY-BALANCE        PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05  WS-REQUESTS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTERS-NOT-FOUND     PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-LISTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-AUDIT-ROWS-LISTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-LISTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-POSTINGS-LISTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILIES-LISTED       PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(33)
           05  FILLER                   PIC X(20)
                   VALUE '  COLLECTION STATUS '.
           05  ML-COLLECTION-STATUS     PIC X(01).
           05  FILLER                   PIC X(17)
                   VALUE '  BILL-TO PARENT '.
           05  ML-PARENT-ID             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  WS-ITEM-HEADING.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-AGE-DAYS              PIC ZZZZ9-.
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-PAID-HEADING.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'INVOICE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'INV DATE'.
           05  FILLER                   PIC X(10) VALUE 'DUE DATE'.
           05  FILLER                   PIC X(04) VALUE ' CCY'.
           05  FILLER                   PIC X(16)
                   VALUE '        ORIGINAL'.
           05  FILLER                   PIC X(12)
                   VALUE '  CLOSED'.
           05  FILLER                   PIC X(02) VALUE 'BY'.
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  WS-PAID-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-INVOICE-NUMBER        PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PL-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-DUE-DATE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-ORIGINAL              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-CLOSE-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-CLOSING-TYPE          PIC X(02).
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  WS-POSTING-HEADING.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'POSTED'.
           05  FILLER                   PIC X(04) VALUE 'TY'.
           05  FILLER                   PIC X(07) VALUE 'INVOICE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'INV DATE'.
           05  FILLER                   PIC X(04) VALUE 'CCY'.
           05  FILLER                   PIC X(16)
                   VALUE '          AMOUNT'.
           05  FILLER                   PIC X(10)
                   VALUE '  PAY DATE'.
           05  FILLER                   PIC X(10)
                   VALUE '  DEPOSIT'.
           05  FILLER                   PIC X(08) VALUE '  BATCH'.
           05  FILLER                   PIC X(09) VALUE ' USER'.
           05  FILLER                   PIC X(04) VALUE ' RSN'.
           05  FILLER                   PIC X(06) VALUE 'CLOSED'.
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  WS-POSTING-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-POSTING-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-POSTING-TYPE          PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-INVOICE-NUMBER        PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PP-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PP-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-PAYMENT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-DEPOSIT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PP-DEPOSIT-BATCH         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PP-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PP-REASON-CODE           PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PP-ITEM-CLOSED           PIC X(01).
           05  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-AUDIT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-RUN-DATE              PIC X(08).
           05  UI-IMAGE                 PIC X(100).
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  WS-TREE-HEADING.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(84) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(09)
                   VALUE '    ITEMS'.
           05  FILLER                   PIC X(37) VALUE SPACES.

      *    EACH LEVEL BELOW THE HEAD IS INDENTED TWO MORE PLACES.
       01  WS-TREE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-TREE-TEXT             PIC X(84).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-ITEMS                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-MARKER                PIC X(16).
           05  FILLER                   PIC X(21) VALUE SPACES.

       01  WS-FAMILY-BALANCE-LINE.
           05  FILLER                   PIC X(23)
                   VALUE '  FAMILY OPEN BALANCE  '.
           05  FB-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FB-BALANCE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FB-ITEMS                 PIC ZZZZ9.
           05  FILLER                   PIC X(06) VALUE ' ITEMS'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-FAMILY-SUMMARY-LINE.
           05  FILLER                   PIC X(17)
                   VALUE '  FAMILY MEMBERS '.
           05  FS-MEMBER-COUNT          PIC ZZZZ9.
           05  FILLER                   PIC X(15)
                   VALUE '  FAMILY HEAD '.
           05  FS-HEAD-ID               PIC X(10).
           05  FILLER                   PIC X(15)
                   VALUE '  CREDIT LIMIT '.
           05  FS-CREDIT-LIMIT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FS-LIMIT-NOTE            PIC X(20).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-SECTION-LINES.
           05  WS-ITEM-SECTION-LINE     PIC X(132) VALUE
                   '  OPEN ITEMS'.
           05  WS-AUDIT-SECTION-LINE    PIC X(132) VALUE
                   '  RECENT MAINTENANCE HISTORY'.
           05  WS-PAID-SECTION-LINE     PIC X(132) VALUE
                   '  PAID HISTORY -- ITEMS CLOSED'.
           05  WS-POSTING-SECTION-LINE  PIC X(132) VALUE
                   '  PAID HISTORY -- PAYMENTS AND ADJUSTMENTS POSTED'.
           05  WS-NO-PAID-LINE          PIC X(132) VALUE
                   '  NO CLOSED ITEMS ON FILE'.
           05  WS-NO-POSTING-LINE       PIC X(132) VALUE
                   '  NO POSTINGS ON FILE'.
           05  WS-NO-ITEMS-LINE         PIC X(132) VALUE
                   '  NO OPEN ITEMS ON FILE'.
           05  WS-NO-AUDIT-LINE         PIC X(132) VALUE
                   '  NO MAINTENANCE HISTORY ON FILE'.
           05  WS-NOT-ON-MASTER-LINE    PIC X(132) VALUE
                   '  ** ACCOUNT NOT ON CUSTOMER MASTER **'.
           05  WS-FAMILY-SECTION-LINE   PIC X(132) VALUE
                   '  BILL-TO FAMILY'.
           05  WS-NO-FAMILY-ITEMS-LINE  PIC X(132) VALUE
                   '  NO OPEN ITEMS IN THE FAMILY'.

       01  WS-SECTION-COUNT             PIC 9(05) COMP VALUE ZERO.
           COPY RUNLOGW.

       PROCEDURE DIVISION.
      **********************************************************************
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
           MOVE 'ARINQ' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARINQ: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INQUIRY-REQUESTS
           IF NOT INQREQ-OPEN-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-LOAD-CUSTOMER-FAMILIES
           IF WS-FM-REJECTED > ZERO
           OR WS-FH-REJECTED > ZERO
           OR WS-FM-LOOPS > ZERO
               DISPLAY "ARINQ: " WS-FM-REJECTED " PARENT LINKS, "
                       WS-FH-REJECTED " FAMILY MEMBERS AND "
                       WS-FM-LOOPS " LOOPED LINKS SHOWN ON THEIR OWN"
           END-IF
           OPEN OUTPUT INQUIRY-PRINT
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           .

      **********************************************************************
      * ONE DOSSIER PER REQUEST, EACH STARTING ON A FRESH PAGE: THE
      * MASTER BLOCK, THE BILL-TO FAMILY FOR AN ACCOUNT IN ONE, THE
      * OPEN ITEMS WITH THEIR AGES, THE PAID HISTORY, AND THE AUDIT
      * HISTORY. A REQUEST THAT IS NOT NUMERIC IS REJECTED ON SYSOUT.
      **********************************************************************
       1500-PROCESS-ONE-REQUEST.
           ELSE
               MOVE IQ-CUSTOMER-ID TO WS-THIS-CUSTOMER
               PERFORM 2000-PRINT-MASTER-BLOCK
               PERFORM 2500-PRINT-FAMILY
               PERFORM 3000-PRINT-OPEN-ITEMS
               PERFORM 5000-PRINT-PAID-ITEMS
               PERFORM 5500-PRINT-POSTINGS
               PERFORM 4000-PRINT-AUDIT-HISTORY
           END-IF
           PERFORM 1100-READ-REQUEST
               END-IF
               MOVE CM-FINANCE-EXEMPT TO ML-FINANCE-EXEMPT
               MOVE CM-COLLECTION-STATUS TO ML-COLLECTION-STATUS
               MOVE CM-PARENT-ID TO ML-PARENT-ID
               MOVE WS-MASTER-LINE-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           .

      **********************************************************************
      * AN ACCOUNT IN A BILL-TO FAMILY, AS A CHILD OR AS THE HEAD: LAY
      * OUT THE FAMILY TREE FROM THE HEAD DOWN, COUNT AND TOTAL THE
      * FAMILY'S OPEN ITEMS FROM A RESCAN OF THE OPEN-ITEM FILE, AND
      * PRINT THE TREE AND THE FAMILY TOTALS.
      **********************************************************************
       2500-PRINT-FAMILY.
           MOVE WS-THIS-CUSTOMER TO WS-FAM-LOOKUP-ID
           PERFORM 9150-FIND-CUSTOMER-FAMILY
           IF FAMILY-MEMBER-WAS-FOUND
               ADD 1 TO WS-FAMILIES-LISTED
               MOVE WS-FAM-HEAD-ID TO WS-TREE-HEAD-ID
               MOVE WS-FAM-HEAD-IX TO WS-TREE-HEAD-IX
               PERFORM 2510-BUILD-FAMILY-TREE
               PERFORM 2600-SUM-FAMILY-ITEMS
               PERFORM 2700-PRINT-FAMILY-TREE
               PERFORM 2800-PRINT-FAMILY-TOTALS
           END-IF
           .

      **********************************************************************
      * DEPTH-FIRST WALK FROM THE HEAD. EACH STEP TAKES THE NEXT CHILD
      * OF THE ACCOUNT ON TOP OF THE STACK AND GOES DOWN INTO IT, OR,
      * WHEN IT HAS NO MORE, GOES BACK UP. A FAMILY TOO DEEP OR TOO
      * BIG FOR THE TABLES IS COUNTED AS NOT SHOWN.
      **********************************************************************
       2510-BUILD-FAMILY-TREE.
           MOVE ZERO TO WS-FT-COUNT
           MOVE ZERO TO WS-TREE-NOT-SHOWN
           MOVE ZERO TO WS-FS-DEPTH
           MOVE WS-TREE-HEAD-ID TO WS-FAM-LOOKUP-ID
           PERFORM 2520-ADD-TREE-MEMBER
           PERFORM 2530-WALK-ONE-STEP
               UNTIL WS-FS-DEPTH EQUAL ZERO
           .

       2520-ADD-TREE-MEMBER.
           IF WS-FT-COUNT >= WS-FT-MAX
           OR WS-FS-DEPTH >= WS-FS-MAX
               ADD 1 TO WS-TREE-NOT-SHOWN
           ELSE
               ADD 1 TO WS-FT-COUNT
               MOVE WS-FAM-LOOKUP-ID TO WS-FT-ID(WS-FT-COUNT)
               MOVE WS-FS-DEPTH TO WS-FT-DEPTH(WS-FT-COUNT)
               MOVE ZERO TO WS-FT-ITEMS(WS-FT-COUNT)
           END-IF
           IF WS-FS-DEPTH < WS-FS-MAX
               ADD 1 TO WS-FS-DEPTH
               MOVE WS-FAM-LOOKUP-ID TO WS-FS-ID(WS-FS-DEPTH)
               MOVE ZERO TO WS-FS-SCAN-IX(WS-FS-DEPTH)
           END-IF
           .

       2530-WALK-ONE-STEP.
           MOVE WS-FS-SCAN-IX(WS-FS-DEPTH) TO WS-TREE-CURSOR
           SET TREE-CHILD-NOT-FOUND TO TRUE
           PERFORM 2540-TRY-NEXT-LINK
               UNTIL TREE-CHILD-WAS-FOUND
               OR WS-TREE-CURSOR NOT LESS THAN WS-FM-COUNT
           MOVE WS-TREE-CURSOR TO WS-FS-SCAN-IX(WS-FS-DEPTH)
           IF TREE-CHILD-WAS-FOUND
               MOVE WS-FM-CHILD-ID(WS-TREE-CURSOR) TO WS-FAM-LOOKUP-ID
               PERFORM 2520-ADD-TREE-MEMBER
           ELSE
               SUBTRACT 1 FROM WS-FS-DEPTH
           END-IF
           .

       2540-TRY-NEXT-LINK.
           ADD 1 TO WS-TREE-CURSOR
           IF WS-FM-PARENT-ID(WS-TREE-CURSOR)
                   EQUAL WS-FS-ID(WS-FS-DEPTH)
           AND WS-FM-HEAD-ID(WS-TREE-CURSOR) EQUAL WS-TREE-HEAD-ID
               SET TREE-CHILD-WAS-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * RESCAN THE OPEN-ITEM FILE FOR EVERY ITEM OF THE FAMILY.
      **********************************************************************
       2600-SUM-FAMILY-ITEMS.
           MOVE ZERO TO WS-FY-COUNT
           MOVE SPACES TO WS-LAST-ITEM-ID
           SET AR-OPEN-NOT-EOF TO TRUE
           OPEN INPUT AR-OPEN-IN
           IF AROPEN-FILE-WAS-FOUND
               PERFORM 3100-READ-OPEN-ITEM
               PERFORM 2610-SUM-ONE-ITEM
                   UNTIL AR-OPEN-EOF
               CLOSE AR-OPEN-IN
           END-IF
           .

       2610-SUM-ONE-ITEM.
           IF AO-CUSTOMER-ID NOT EQUAL WS-LAST-ITEM-ID
               MOVE AO-CUSTOMER-ID TO WS-LAST-ITEM-ID
               MOVE AO-CUSTOMER-ID TO WS-FAM-LOOKUP-ID
               PERFORM 9150-FIND-CUSTOMER-FAMILY
               SET TREE-MEMBER-NOT-FOUND TO TRUE
               IF FAMILY-MEMBER-WAS-FOUND
               AND WS-FAM-HEAD-ID EQUAL WS-TREE-HEAD-ID
                   SET TREE-MEMBER-WAS-FOUND TO TRUE
                   MOVE ZERO TO WS-FT-FOUND-IX
                   PERFORM 2620-SEARCH-TREE-MEMBER
                       VARYING WS-FT-IX FROM 1 BY 1
                       UNTIL WS-FT-IX > WS-FT-COUNT
                       OR WS-FT-FOUND-IX > ZERO
               END-IF
           END-IF
           IF TREE-MEMBER-WAS-FOUND
               IF WS-FT-FOUND-IX > ZERO
                   ADD 1 TO WS-FT-ITEMS(WS-FT-FOUND-IX)
               END-IF
               PERFORM 2630-ADD-FAMILY-CURRENCY
           END-IF
           PERFORM 3100-READ-OPEN-ITEM
           .

       2620-SEARCH-TREE-MEMBER.
           IF WS-FT-ID(WS-FT-IX) EQUAL WS-LAST-ITEM-ID
               MOVE WS-FT-IX TO WS-FT-FOUND-IX
           END-IF
           .

       2630-ADD-FAMILY-CURRENCY.
           IF AO-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-ITEM-CURRENCY
           ELSE
               MOVE AO-CURRENCY-CODE TO WS-ITEM-CURRENCY
           END-IF
           SET FAMILY-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 2640-SEARCH-FAMILY-CURRENCY
               VARYING WS-FY-IX FROM 1 BY 1
               UNTIL WS-FY-IX > WS-FY-COUNT
               OR FAMILY-CURRENCY-WAS-FOUND
           IF FAMILY-CURRENCY-NOT-FOUND
               IF WS-FY-COUNT >= WS-FY-MAX
                   MOVE WS-FY-MAX TO WS-FY-FOUND-IX
               ELSE
                   ADD 1 TO WS-FY-COUNT
                   MOVE WS-FY-COUNT TO WS-FY-FOUND-IX
                   MOVE WS-ITEM-CURRENCY
                       TO WS-FY-CURRENCY(WS-FY-FOUND-IX)
                   MOVE ZERO TO WS-FY-ITEMS(WS-FY-FOUND-IX)
                   MOVE ZERO TO WS-FY-BALANCE(WS-FY-FOUND-IX)
               END-IF
           END-IF
           ADD 1 TO WS-FY-ITEMS(WS-FY-FOUND-IX)
           ADD AO-OPEN-BALANCE TO WS-FY-BALANCE(WS-FY-FOUND-IX)
           .

       2640-SEARCH-FAMILY-CURRENCY.
           IF WS-FY-CURRENCY(WS-FY-IX) EQUAL WS-ITEM-CURRENCY
               SET FAMILY-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-FY-IX TO WS-FY-FOUND-IX
           END-IF
           .

      **********************************************************************
      * ONE LINE PER ACCOUNT, INDENTED BY ITS DEPTH BELOW THE HEAD,
      * WITH ITS NAME FROM THE MASTER AND ITS OPEN-ITEM COUNT. THE
      * INQUIRED ACCOUNT IS MARKED.
      **********************************************************************
       2700-PRINT-FAMILY-TREE.
           MOVE WS-FAMILY-SECTION-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-TREE-HEADING TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM 2710-PRINT-TREE-MEMBER
               VARYING WS-FT-IX FROM 1 BY 1
               UNTIL WS-FT-IX > WS-FT-COUNT
           IF WS-TREE-NOT-SHOWN > ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE WS-TREE-NOT-SHOWN TO TL-ITEMS
               STRING '  '                DELIMITED BY SIZE
                      TL-ITEMS            DELIMITED BY SIZE
                      ' MORE ACCOUNTS IN THE FAMILY NOT SHOWN'
                                          DELIMITED BY SIZE
                      INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       2710-PRINT-TREE-MEMBER.
           MOVE WS-FT-ID(WS-FT-IX) TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
           END-READ
           MOVE SPACES TO TL-TREE-TEXT
           COMPUTE WS-TREE-INDENT = WS-FT-DEPTH(WS-FT-IX) * 2 + 1
           MOVE WS-FT-ID(WS-FT-IX)
               TO TL-TREE-TEXT(WS-TREE-INDENT:10)
           MOVE CM-CUSTOMER-NAME
               TO TL-TREE-TEXT(WS-TREE-INDENT + 12:30)
           MOVE WS-FT-ITEMS(WS-FT-IX) TO TL-ITEMS
           MOVE SPACES TO TL-MARKER
           IF WS-FT-ID(WS-FT-IX) EQUAL WS-THIS-CUSTOMER
               MOVE '<== THIS ACCOUNT' TO TL-MARKER
           END-IF
           MOVE WS-TREE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      **********************************************************************
      * THE FAMILY'S OPEN BALANCE PER CURRENCY, ITS SIZE, AND THE
      * HEAD'S CREDIT LIMIT, WHICH THE CREDIT CHECK PROVES THE WHOLE
      * FAMILY AGAINST.
      **********************************************************************
       2800-PRINT-FAMILY-TOTALS.
           IF WS-FY-COUNT EQUAL ZERO
               MOVE WS-NO-FAMILY-ITEMS-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           PERFORM 2810-PRINT-FAMILY-BALANCE
               VARYING WS-FY-IX FROM 1 BY 1
               UNTIL WS-FY-IX > WS-FY-COUNT
           MOVE WS-TREE-HEAD-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
           END-READ
           MOVE WS-FH-MEMBER-COUNT(WS-TREE-HEAD-IX) TO FS-MEMBER-COUNT
           MOVE WS-TREE-HEAD-ID TO FS-HEAD-ID
           MOVE SPACES TO FS-LIMIT-NOTE
           IF CM-CREDIT-LIMIT IS NUMERIC
               MOVE CM-CREDIT-LIMIT TO FS-CREDIT-LIMIT
               IF CM-CREDIT-LIMIT EQUAL ZERO
                   MOVE '  (NO LIMIT)' TO FS-LIMIT-NOTE
               END-IF
           ELSE
               MOVE ZERO TO FS-CREDIT-LIMIT
               MOVE '  (NO LIMIT)' TO FS-LIMIT-NOTE
           END-IF
           MOVE WS-FAMILY-SUMMARY-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       2810-PRINT-FAMILY-BALANCE.
           MOVE WS-FY-CURRENCY(WS-FY-IX) TO FB-CURRENCY
           MOVE WS-FY-BALANCE(WS-FY-IX) TO FB-BALANCE
           MOVE WS-FY-ITEMS(WS-FY-IX) TO FB-ITEMS
           MOVE WS-FAMILY-BALANCE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      **********************************************************************
      * RESCAN THE OPEN-ITEM FILE FROM THE TOP FOR THIS ACCOUNT. A
      * MISSING FILE PRINTS THE EMPTY-SECTION LINE AND MOVES ON.
           PERFORM 4100-READ-AUDIT-ROW
           .

      **********************************************************************
      * RESCAN THE PAID-ITEM HISTORY FROM THE TOP FOR THIS ACCOUNT AND
      * LIST EVERY ITEM CLOSED, OLDEST CLOSE FIRST, WITH THE POSTING
      * TYPE THAT CLOSED IT. A MISSING FILE IS AN EMPTY SECTION.
      **********************************************************************
       5000-PRINT-PAID-ITEMS.
           MOVE WS-PAID-SECTION-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT
           SET PAID-HISTORY-NOT-EOF TO TRUE
           OPEN INPUT PAID-ITEM-HISTORY
           IF PAIDHIST-FILE-WAS-FOUND
               MOVE WS-PAID-HEADING TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM 5100-READ-PAID-ITEM
               PERFORM 5200-LIST-ONE-PAID-ITEM
                   UNTIL PAID-HISTORY-EOF
               CLOSE PAID-ITEM-HISTORY
           END-IF
           IF WS-SECTION-COUNT EQUAL ZERO
               MOVE WS-NO-PAID-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       5100-READ-PAID-ITEM.
           READ PAID-ITEM-HISTORY
               AT END
                   SET PAID-HISTORY-EOF TO TRUE
           END-READ
           .

       5200-LIST-ONE-PAID-ITEM.
           IF PH-CUSTOMER-ID EQUAL WS-THIS-CUSTOMER
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-PAID-ITEMS-LISTED
               MOVE PH-INVOICE-NUMBER TO PL-INVOICE-NUMBER
               MOVE PH-INVOICE-DATE TO PL-INVOICE-DATE
               MOVE PH-DUE-DATE TO PL-DUE-DATE
               MOVE PH-CURRENCY-CODE TO PL-CURRENCY
               MOVE PH-ORIGINAL-AMOUNT TO PL-ORIGINAL
               MOVE PH-CLOSE-DATE TO PL-CLOSE-DATE
               MOVE PH-CLOSING-TYPE TO PL-CLOSING-TYPE
               MOVE WS-PAID-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           PERFORM 5100-READ-PAID-ITEM
           .

      **********************************************************************
      * RESCAN THE APPLICATION HISTORY FROM THE TOP FOR THIS ACCOUNT
      * AND LIST EVERY POSTING IN THE ORDER IT WAS MADE: WHICH ITEM,
      * HOW MUCH, AND FOR CASH THE PAYMENT DATE AND THE LOCKBOX
      * DEPOSIT IT CAME IN, FOR AN ADJUSTMENT THE USER AND REASON.
      **********************************************************************
       5500-PRINT-POSTINGS.
           MOVE WS-POSTING-SECTION-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ZERO TO WS-SECTION-COUNT
           SET APPL-HISTORY-NOT-EOF TO TRUE
           OPEN INPUT APPLICATION-HISTORY
           IF APPLHIST-FILE-WAS-FOUND
               MOVE WS-POSTING-HEADING TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM 5600-READ-POSTING
               PERFORM 5700-LIST-ONE-POSTING
                   UNTIL APPL-HISTORY-EOF
               CLOSE APPLICATION-HISTORY
           END-IF
           IF WS-SECTION-COUNT EQUAL ZERO
               MOVE WS-NO-POSTING-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       5600-READ-POSTING.
           READ APPLICATION-HISTORY
               AT END
                   SET APPL-HISTORY-EOF TO TRUE
           END-READ
           .

       5700-LIST-ONE-POSTING.
           IF AH-CUSTOMER-ID EQUAL WS-THIS-CUSTOMER
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-POSTINGS-LISTED
               MOVE AH-POSTING-DATE TO PP-POSTING-DATE
               MOVE AH-POSTING-TYPE TO PP-POSTING-TYPE
               MOVE AH-INVOICE-NUMBER TO PP-INVOICE-NUMBER
               MOVE AH-INVOICE-DATE TO PP-INVOICE-DATE
               MOVE AH-CURRENCY-CODE TO PP-CURRENCY
               MOVE AH-AMOUNT TO PP-AMOUNT
               MOVE AH-PAYMENT-DATE TO PP-PAYMENT-DATE
               MOVE AH-DEPOSIT-DATE TO PP-DEPOSIT-DATE
               MOVE AH-DEPOSIT-BATCH TO PP-DEPOSIT-BATCH
               MOVE AH-USER-ID TO PP-USER-ID
               MOVE AH-REASON-CODE TO PP-REASON-CODE
               MOVE AH-ITEM-CLOSED TO PP-ITEM-CLOSED
               MOVE WS-POSTING-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           PERFORM 5600-READ-POSTING
           .

      **********************************************************************
      * REPORT CONTROL TOTALS SO THE DESK CAN CONFIRM EVERY QUEUED
      * REQUEST PRODUCED A DOSSIER OR A REJECT LINE.
           DISPLAY "   MASTERS NOT FOUND " WS-MASTERS-NOT-FOUND
           DISPLAY "   ITEMS LISTED      " WS-ITEMS-LISTED
           DISPLAY "   AUDIT ROWS LISTED " WS-AUDIT-ROWS-LISTED
           DISPLAY "   PAID ITEMS LISTED " WS-PAID-ITEMS-LISTED
           DISPLAY "   POSTINGS LISTED   " WS-POSTINGS-LISTED
           DISPLAY "   FAMILIES LISTED   " WS-FAMILIES-LISTED
           DISPLAY SPACE
           PERFORM 8980-LOG-STEP-COMPLETION
           .

           COPY RUNLOGP.
           COPY CUSTFMP.
