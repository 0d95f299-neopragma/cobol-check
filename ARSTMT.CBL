      *            GENERATION WRITTEN BY THE PAYMENT APPLICATION RUN
      *            PLUS THE CUSTADDR NAME-AND-ADDRESS FILE AND PRINTS
      *            ONE PAGE-NUMBERED STATEMENT PER CUSTOMER: EVERY OPEN
      *            ITEM WITH ITS INVOICE NUMBER, DATE, DUE DATE,
      *            ORIGINAL AMOUNT AND OPEN BALANCE, ANY UNAPPLIED
      *            CREDITS, THE TOTAL DUE, AND A CLOSING AGING LINE
      *            USING THE SAME PAST-DUE BUCKETS THE AGING REPORT
      *            PRINTS.
      *
      *            BOTH INPUTS ARE IN ASCENDING CUSTOMER-ID ORDER. THE
      *            AS-OF DATE COMES FROM THE SAME RUNCTL CARD THE
      *                     CLOSING TOTAL AND AGING LINES ARE BROKEN
      *                     OUT PER CURRENCY, SO A MIXED-CURRENCY
      *                     STATEMENT NEVER ADDS EUROS TO DOLLARS.
      *   15 OCT 2026  RTB  PAYMENT TERMS. EACH INVOICE LINE SHOWS ITS
      *                     DUE DATE AND THE CLOSING AGING LINE BUCKETS
      *                     BY DAYS PAST DUE (CURRENT, 1-30, 31-60,
      *                     61-90, OVER 90), THE SAME AS THE AGING
      *                     REPORT. AN ITEM WITH NO DUE DATE IS DUE
      *                     UNDER ITS TERMS, NET 30 WHEN IT HAS NONE.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE ARAPPLY HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      *   15 OCT 2026  RTB  CONSOLIDATED FAMILY STATEMENTS. AN ACCOUNT
      *                     WITH A BILL-TO PARENT ON THE CUSTOMER MASTER
      *                     (OR ONE THAT IS A PARENT) GETS NO STATEMENT
      *                     OF ITS OWN: ITS ITEMS ARE HELD AND PRINTED,
      *                     ONCE THE OWN STATEMENTS ARE DONE, ON ONE
      *                     STATEMENT MAILED TO THE FAMILY HEAD, GROUPED
      *                     BY ACCOUNT WITH A SUBTOTAL PER ACCOUNT AND
      *                     CURRENCY. WITHOUT A MASTER EVERY ACCOUNT
      *                     GETS ITS OWN STATEMENT AS BEFORE.
      *   15 OCT 2026  RTB  CUSTADDR ROW WIDENED TO 200 BYTES FOR THE
      *                     INVOICE DELIVERY METHOD; THE LAYOUT NOW
      *                     COMES FROM THE SHARED CUSTADDR COPYBOOK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDR-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT STATEMENT-PRINT
               ASSIGN TO STMTPRNT
               ORGANIZATION IS LINE SEQUENTIAL
           COPY AROPEN.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

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

       FD  STATEMENT-PRINT
           RECORD CONTAINS 80 CHARACTERS.
               88  AROPEN-OPEN-OK           VALUE '00' '05'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
               88  CUSTADDR-FILE-WAS-FOUND  VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-STMTPRNT-STATUS       PIC X(02) VALUE '00'.
           05  WS-ADDRESS-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-THIS-CUSTOMER         PIC X(10) VALUE HIGH-VALUES.

      *    NAME AND ADDRESS BLOCK FOR THE STATEMENT IN HAND: THE
      *    CUSTOMER'S OWN CUSTADDR ROW, OR THE FAMILY HEAD'S.
       01  WS-MAILING-BLOCK.
           05  WS-MAIL-NAME             PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE-1           PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE-2           PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE-3           PIC X(30) VALUE SPACES.

           COPY CUSTFMW.

      *    FAMILY MEMBERS' ITEMS, HELD UNTIL THE OWN STATEMENTS ARE
      *    DONE. EACH FAMILY'S ITEMS ARE CHAINED IN THE ORDER READ --
      *    ASCENDING ACCOUNT, SO EACH MEMBER'S ITEMS STAY TOGETHER --
      *    FROM THE CHAIN ENTRY THAT SHARES ITS HEAD-TABLE SUBSCRIPT.
       01  WS-FAMILY-CHAIN-TABLE.
           05  WS-FC-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FC-ENTRY OCCURS 2000 TIMES.
               10  WS-FC-FIRST-IX       PIC 9(05) COMP.
               10  WS-FC-LAST-IX        PIC 9(05) COMP.

       01  WS-FAMILY-ITEM-TABLE.
           05  WS-FI-MAX                PIC 9(05) COMP VALUE 10000.
           05  WS-FI-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-FI-IX                 PIC 9(05) COMP VALUE ZERO.
           05  WS-FI-ENTRY OCCURS 10000 TIMES.
               10  WS-FI-NEXT-IX        PIC 9(05) COMP.
               10  WS-FI-RECORD         PIC X(80).

      *    THE MEMBER IN HAND ON A FAMILY STATEMENT AND ITS SUBTOTALS,
      *    ONE ENTRY PER CURRENCY.
       01  WS-MEMBER-SUBTOTAL-TABLE.
           05  WS-MEMBER-ID             PIC X(10) VALUE SPACES.
           05  WS-MS-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-MS-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-MS-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-MS-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE 'N'.
               88  MEMBER-CURRENCY-WAS-FOUND    VALUE 'Y'.
               88  MEMBER-CURRENCY-NOT-FOUND    VALUE 'N'.
           05  WS-MS-ENTRY OCCURS 10 TIMES.
               10  WS-MS-CURRENCY       PIC X(03).
               10  WS-MS-BALANCE        PIC S9(09)V99 COMP-3.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-INTEGER-DATE     PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(05) COMP VALUE ZERO.
           05  WS-DUE-DATE              PIC X(08) VALUE SPACES.

           COPY TERMSW.
           COPY RUNLOGW.

       01  WS-CUSTOMER-BUCKETS.
           05  WS-CB-BALANCE            PIC S9(09)V99 COMP-3.
           05  WS-STATEMENTS-PRINTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-PAGES-PRINTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-MISSING     PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILY-STATEMENTS     PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILY-ITEMS-HELD     PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILY-ITEMS-DROPPED  PIC 9(07) COMP VALUE ZERO.
           05  WS-BALANCE-TOTAL         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

           05  FILLER                   PIC X(17) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'INVOICE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DUE DATE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(13)
                   VALUE '     ORIGINAL'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(13)
                   VALUE '         OPEN'.
           05  FILLER                   PIC X(22) VALUE SPACES.

      *    AMOUNTS ON THE OPEN-ITEM FILE ARE S9(07)V99, SO THIRTEEN
      *    PRINT POSITIONS HOLD THE LARGEST ONE WITH ITS SIGN.
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-INVOICE-NUMBER        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ITEM-DATE             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DUE-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ORIGINAL              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-OPEN-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ITEM-TAG              PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(24)
           05  TL-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  WS-FAMILY-LINE.
           05  FILLER                   PIC X(33)
                   VALUE 'CONSOLIDATED STATEMENT: FAMILY OF'.
           05  FL-MEMBER-COUNT          PIC ZZZZ9.
           05  FILLER                   PIC X(42) VALUE ' ACCOUNTS'.

       01  WS-MEMBER-LINE.
           05  FILLER                   PIC X(10) VALUE '  ACCOUNT '.
           05  ML-MEMBER-ID             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-MEMBER-NAME           PIC X(30).
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                   PIC X(13)
                   VALUE '    SUBTOTAL '.
           05  SL-MEMBER-ID             PIC X(10).
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  SL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                   PIC X(10) VALUE '  AGING:  '.
           05  FILLER                   PIC X(14)
                   VALUE '       CURRENT'.
           05  FILLER                   PIC X(14)
                   VALUE '          1-30'.
           05  FILLER                   PIC X(14)
                   VALUE '         31-60'.
           05  FILLER                   PIC X(14)
                   VALUE '         61-90'.
           05  FILLER                   PIC X(14)
                   VALUE '       OVER 90'.

       01  WS-AGING-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
      * ESTABLISH THE AS-OF DATE FROM THE SAME RUNCTL CARD THE BILLING
      * AND APPLY RUNS READ, FALLING BACK TO THE SYSTEM DATE, AND OPEN
      * THE FILES. A MISSING ADDRESS FILE STILL PRODUCES STATEMENTS,
      * WITH THE ACCOUNT NUMBER STANDING IN FOR THE NAME BLOCK. THE
      * CUSTOMER MASTER IS READ ONLY FOR ITS BILL-TO PARENT LINKS; A
      * MISSING MASTER MEANS EVERY ACCOUNT GETS ITS OWN STATEMENT.
      **********************************************************************
       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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
           MOVE 'ARSTMT' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARSTMT: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AR-OPEN-IN
           IF NOT AROPEN-OPEN-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OPEN-OK
               PERFORM 9100-LOAD-CUSTOMER-FAMILIES
               CLOSE CUSTOMER-MASTER
               IF WS-FM-REJECTED > ZERO
               OR WS-FH-REJECTED > ZERO
               OR WS-FM-LOOPS > ZERO
                   DISPLAY "ARSTMT: " WS-FM-REJECTED " PARENT LINKS, "
                           WS-FH-REJECTED " FAMILY MEMBERS AND "
                           WS-FM-LOOPS " LOOPED LINKS BILL ON THEIR OWN"
               END-IF
           ELSE
               DISPLAY "ARSTMT: NO CUSTOMER MASTER, STATUS "
                       WS-CUSTMAST-STATUS " -- NO FAMILY STATEMENTS"
           END-IF
           PERFORM 0600-CLEAR-ONE-CHAIN
               VARYING WS-FC-IX FROM 1 BY 1
               UNTIL WS-FC-IX > WS-FH-COUNT
           OPEN INPUT CUSTOMER-ADDRESSES
           IF CUSTADDR-FILE-WAS-FOUND
               PERFORM 1400-READ-ADDRESS
           MOVE WS-EDITED-DATE TO HL2-STATEMENT-DATE
           .

       0600-CLEAR-ONE-CHAIN.
           MOVE ZERO TO WS-FC-FIRST-IX(WS-FC-IX)
           MOVE ZERO TO WS-FC-LAST-IX(WS-FC-IX)
           .

      **********************************************************************
      * OWN STATEMENTS FIRST, IN ONE PASS OF THE OPEN ITEMS, THEN THE
      * FAMILY STATEMENTS FROM THE HELD ITEMS. THE REST OF THE ADDRESS
      * FILE IS READ FIRST SO EVERY FAMILY HEAD'S ADDRESS IS NOTED.
      **********************************************************************
       1000-PROCESS-CUSTOMERS.
           PERFORM 1100-READ-OPEN-ITEM
           PERFORM 1500-STATEMENT-ONE-CUSTOMER
               UNTIL AR-OPEN-EOF
           PERFORM 1400-READ-ADDRESS
               UNTIL ADDRESS-FILE-EOF
           PERFORM 5000-STATEMENT-ONE-FAMILY
               VARYING WS-FC-IX FROM 1 BY 1
               UNTIL WS-FC-IX > WS-FH-COUNT
           .

       1100-READ-OPEN-ITEM.
                   MOVE HIGH-VALUES TO WS-ADDRESS-KEY
               NOT AT END
                   MOVE CA-CUSTOMER-ID TO WS-ADDRESS-KEY
                   PERFORM 1450-NOTE-HEAD-ADDRESS
           END-READ
           .

      **********************************************************************
      * A FAMILY HEAD'S ADDRESS IS KEPT IN THE HEAD TABLE FOR ITS
      * FAMILY STATEMENT. THE FIRST ROW FOR THE HEAD IS THE ONE USED,
      * AS FOR AN OWN STATEMENT.
      **********************************************************************
       1450-NOTE-HEAD-ADDRESS.
           MOVE CA-CUSTOMER-ID TO WS-FAM-SEARCH-ID
           PERFORM 9195-SEARCH-FAMILY-HEAD
           IF FAMILY-HEAD-WAS-FOUND
               IF NOT FH-ADDRESS-WAS-FOUND(WS-FH-FOUND-IX)
                   MOVE 'Y' TO WS-FH-ADDRESS-FOUND(WS-FH-FOUND-IX)
                   MOVE CA-CUSTOMER-NAME
                       TO WS-FH-NAME(WS-FH-FOUND-IX)
                   MOVE CA-ADDRESS-LINE-1
                       TO WS-FH-ADDRESS-LINE-1(WS-FH-FOUND-IX)
                   MOVE CA-ADDRESS-LINE-2
                       TO WS-FH-ADDRESS-LINE-2(WS-FH-FOUND-IX)
                   MOVE CA-ADDRESS-LINE-3
                       TO WS-FH-ADDRESS-LINE-3(WS-FH-FOUND-IX)
               END-IF
           END-IF
           .

      **********************************************************************
      * A FAMILY MEMBER'S ITEMS ARE HELD FOR ITS FAMILY'S STATEMENT;
      * ANY OTHER CUSTOMER GETS ITS OWN STATEMENT NOW.
      **********************************************************************
       1500-STATEMENT-ONE-CUSTOMER.
           MOVE WS-OPEN-KEY TO WS-THIS-CUSTOMER
           MOVE WS-OPEN-KEY TO WS-FAM-LOOKUP-ID
           PERFORM 9150-FIND-CUSTOMER-FAMILY
           IF FAMILY-MEMBER-WAS-FOUND
               PERFORM 1600-HOLD-FAMILY-ITEM
                   UNTIL WS-OPEN-KEY NOT EQUAL WS-THIS-CUSTOMER
           ELSE
               PERFORM 1550-PRINT-OWN-STATEMENT
           END-IF
           .

      **********************************************************************
      * ONE STATEMENT PER CUSTOMER, STARTING ON A FRESH PAGE: THE
      * ADDRESS BLOCK, ONE LINE PER OPEN ITEM WITH CREDITS TAGGED,
      * THE TOTAL DUE, AND THE CLOSING AGING LINE.
      **********************************************************************
       1550-PRINT-OWN-STATEMENT.
           MOVE ZERO TO WS-CB-BALANCE
           MOVE ZERO TO WS-SC-COUNT
      *    EACH MAILED STATEMENT NUMBERS ITS OWN PAGES FROM 1; THE
           ADD WS-CB-BALANCE TO WS-BALANCE-TOTAL
           .

      **********************************************************************
      * CHAIN THE ITEM ONTO ITS FAMILY. AN ITEM THAT WILL NOT FIT IS
      * LISTED ON THE CONSOLE AND LEFT OFF, AND THE RUN ENDS RC 8 SO
      * THE STATEMENTS ARE NOT MAILED SHORT.
      **********************************************************************
       1600-HOLD-FAMILY-ITEM.
           IF WS-FI-COUNT >= WS-FI-MAX
               DISPLAY "ARSTMT: MORE THAN " WS-FI-MAX
                       " FAMILY ITEMS -- ITEM " AO-INVOICE-NUMBER
                       " FOR " WS-THIS-CUSTOMER " LEFT OFF"
               ADD 1 TO WS-FAMILY-ITEMS-DROPPED
           ELSE
               ADD 1 TO WS-FI-COUNT
               ADD 1 TO WS-FAMILY-ITEMS-HELD
               MOVE AR-OPEN-RECORD TO WS-FI-RECORD(WS-FI-COUNT)
               MOVE ZERO TO WS-FI-NEXT-IX(WS-FI-COUNT)
               IF WS-FC-FIRST-IX(WS-FAM-HEAD-IX) EQUAL ZERO
                   MOVE WS-FI-COUNT TO WS-FC-FIRST-IX(WS-FAM-HEAD-IX)
               ELSE
                   MOVE WS-FC-LAST-IX(WS-FAM-HEAD-IX) TO WS-FI-IX
                   MOVE WS-FI-COUNT TO WS-FI-NEXT-IX(WS-FI-IX)
               END-IF
               MOVE WS-FI-COUNT TO WS-FC-LAST-IX(WS-FAM-HEAD-IX)
           END-IF
           PERFORM 1100-READ-OPEN-ITEM
           .

       2000-PRINT-ONE-ITEM.
           PERFORM 2010-PRINT-ITEM-LINE
           PERFORM 1100-READ-OPEN-ITEM
           .

       2010-PRINT-ITEM-LINE.
           MOVE 1 TO WS-LINES-TO-PRINT
           PERFORM 3100-CHECK-PAGE-OVERFLOW
           MOVE SPACES TO DL-ITEM-TAG
           MOVE AO-INVOICE-DATE TO WS-DATE-TO-EDIT
           PERFORM 7000-EDIT-DATE
           MOVE WS-EDITED-DATE TO DL-ITEM-DATE
           PERFORM 2050-FIND-DUE-DATE
           IF WS-DUE-DATE IS NUMERIC
           AND AO-OPEN-BALANCE IS NOT LESS THAN ZERO
               MOVE WS-DUE-DATE TO WS-DATE-TO-EDIT
               PERFORM 7000-EDIT-DATE
               MOVE WS-EDITED-DATE TO DL-DUE-DATE
           ELSE
               MOVE SPACES TO DL-DUE-DATE
           END-IF
           MOVE AO-ORIGINAL-AMOUNT TO DL-ORIGINAL
           MOVE AO-OPEN-BALANCE TO DL-OPEN-BALANCE
           MOVE WS-ITEM-CURRENCY TO DL-CURRENCY
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 2100-BUCKET-ONE-ITEM
           .

      **********************************************************************
      * THE DUE DATE CARRIED ON THE ITEM, OR FOR AN ITEM WRITTEN BEFORE
      * DUE DATES WERE CARRIED, THE ONE ITS TERMS GIVE (NET 30 WHEN IT
      * HAS NONE) -- THE SAME RULE THE APPLY RUN USES.
      **********************************************************************
       2050-FIND-DUE-DATE.
           IF AO-DUE-DATE IS NUMERIC
               MOVE AO-DUE-DATE TO WS-DUE-DATE
           ELSE
               MOVE AO-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
               MOVE AO-INVOICE-DATE TO WS-TERMS-BASE-DATE
               PERFORM 8750-COMPUTE-TERMS-DATES
               MOVE WS-TERMS-DUE-DATE TO WS-DUE-DATE
           END-IF
           .

      **********************************************************************
      * SAME BUCKET RULES AS THE AGING REPORT: DAYS PAST THE DUE DATE,
      * CREDITS AGE AS CURRENT, AN ITEM WITH AN UNREADABLE DATE AGES
      * INTO THE OLDEST BUCKET. EACH ITEM LANDS IN ITS OWN CURRENCY'S
      * BUCKET SET.
      **********************************************************************
       2100-BUCKET-ONE-ITEM.
           PERFORM 2150-FIND-STMT-CURRENCY
           IF AO-OPEN-BALANCE IS LESS THAN ZERO
               ADD AO-OPEN-BALANCE TO WS-SC-CURRENT(WS-SC-FOUND-IX)
           ELSE
               IF WS-DUE-DATE IS NUMERIC
                   MOVE WS-DUE-DATE TO WS-ITEM-DATE
                   COMPUTE WS-ITEM-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-INTEGER-DATE - WS-ITEM-INTEGER-DATE
               ELSE
                   MOVE 999 TO WS-DAYS-PAST-DUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN ZERO
                       ADD AO-OPEN-BALANCE
                           TO WS-SC-CURRENT(WS-SC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                       ADD AO-OPEN-BALANCE
                           TO WS-SC-30-DAYS(WS-SC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                       ADD AO-OPEN-BALANCE
                           TO WS-SC-60-DAYS(WS-SC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                       ADD AO-OPEN-BALANCE
                           TO WS-SC-90-DAYS(WS-SC-FOUND-IX)
                   WHEN OTHER

       3200-PRINT-ADDRESS-BLOCK.
           IF ADDRESS-WAS-MATCHED
               MOVE WS-MAIL-NAME TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               IF WS-MAIL-LINE-1 NOT EQUAL SPACES
                   MOVE WS-MAIL-LINE-1 TO PRINT-RECORD
                   WRITE PRINT-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-MAIL-LINE-2 NOT EQUAL SPACES
                   MOVE WS-MAIL-LINE-2 TO PRINT-RECORD
                   WRITE PRINT-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-MAIL-LINE-3 NOT EQUAL SPACES
                   MOVE WS-MAIL-LINE-3 TO PRINT-RECORD
                   WRITE PRINT-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               UNTIL WS-ADDRESS-KEY NOT LESS THAN WS-THIS-CUSTOMER
           IF WS-ADDRESS-KEY EQUAL WS-THIS-CUSTOMER
               SET ADDRESS-WAS-MATCHED TO TRUE
               MOVE CA-CUSTOMER-NAME TO WS-MAIL-NAME
               MOVE CA-ADDRESS-LINE-1 TO WS-MAIL-LINE-1
               MOVE CA-ADDRESS-LINE-2 TO WS-MAIL-LINE-2
               MOVE CA-ADDRESS-LINE-3 TO WS-MAIL-LINE-3
           ELSE
               SET ADDRESS-NOT-MATCHED TO TRUE
           END-IF
           .

      **********************************************************************
      * ONE CONSOLIDATED STATEMENT PER FAMILY WITH HELD ITEMS, MAILED
      * TO THE HEAD: THE HEAD'S ADDRESS BLOCK AND ACCOUNT, THE SIZE OF
      * THE FAMILY, THEN EACH MEMBER'S ITEMS UNDER ITS OWN ACCOUNT LINE
      * WITH A SUBTOTAL PER CURRENCY, AND THE FAMILY'S TOTAL DUE AND
      * AGING AS ON ANY STATEMENT. THE ITEMS ARE REPLAYED THROUGH THE
      * OPEN-ITEM RECORD AREA, FREE ONCE THAT FILE IS AT END, SO THE
      * ITEM LINES AND BUCKETS ARE THE SAME AS ON AN OWN STATEMENT.
      **********************************************************************
       5000-STATEMENT-ONE-FAMILY.
           IF WS-FC-FIRST-IX(WS-FC-IX) > ZERO
               MOVE WS-FH-HEAD-ID(WS-FC-IX) TO WS-THIS-CUSTOMER
               MOVE ZERO TO WS-CB-BALANCE
               MOVE ZERO TO WS-SC-COUNT
               MOVE ZERO TO WS-PAGE-NUMBER
               MOVE SPACES TO WS-MEMBER-ID
               IF FH-ADDRESS-WAS-FOUND(WS-FC-IX)
                   SET ADDRESS-WAS-MATCHED TO TRUE
                   MOVE WS-FH-NAME(WS-FC-IX) TO WS-MAIL-NAME
                   MOVE WS-FH-ADDRESS-LINE-1(WS-FC-IX)
                       TO WS-MAIL-LINE-1
                   MOVE WS-FH-ADDRESS-LINE-2(WS-FC-IX)
                       TO WS-MAIL-LINE-2
                   MOVE WS-FH-ADDRESS-LINE-3(WS-FC-IX)
                       TO WS-MAIL-LINE-3
               ELSE
                   SET ADDRESS-NOT-MATCHED TO TRUE
                   MOVE SPACES TO WS-MAILING-BLOCK
               END-IF
               PERFORM 3000-START-NEW-PAGE
               PERFORM 3200-PRINT-ADDRESS-BLOCK
               MOVE WS-FH-MEMBER-COUNT(WS-FC-IX) TO FL-MEMBER-COUNT
               MOVE WS-FAMILY-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
               PERFORM 3300-PRINT-COLUMN-HEADING
               MOVE WS-FC-FIRST-IX(WS-FC-IX) TO WS-FI-IX
               PERFORM 5100-PRINT-FAMILY-ITEM
                   UNTIL WS-FI-IX EQUAL ZERO
               PERFORM 5300-PRINT-MEMBER-SUBTOTALS
               PERFORM 3400-PRINT-STATEMENT-FOOT
               ADD 1 TO WS-STATEMENTS-PRINTED
               ADD 1 TO WS-FAMILY-STATEMENTS
               ADD WS-CB-BALANCE TO WS-BALANCE-TOTAL
           END-IF
           .

       5100-PRINT-FAMILY-ITEM.
           MOVE WS-FI-RECORD(WS-FI-IX) TO AR-OPEN-RECORD
           IF AO-CUSTOMER-ID NOT EQUAL WS-MEMBER-ID
               IF WS-MEMBER-ID NOT EQUAL SPACES
                   PERFORM 5300-PRINT-MEMBER-SUBTOTALS
               END-IF
               MOVE AO-CUSTOMER-ID TO WS-MEMBER-ID
               PERFORM 5150-PRINT-MEMBER-LINE
           END-IF
           PERFORM 2010-PRINT-ITEM-LINE
           PERFORM 5200-ADD-MEMBER-SUBTOTAL
           MOVE WS-FI-NEXT-IX(WS-FI-IX) TO WS-FI-IX
           .

      **********************************************************************
      * THE MEMBER'S ACCOUNT AND NAME: A CHILD'S NAME FROM THE MASTER
      * (CARRIED IN THE LINK TABLE), THE HEAD'S FROM ITS ADDRESS ROW.
      **********************************************************************
       5150-PRINT-MEMBER-LINE.
           MOVE ZERO TO WS-MS-COUNT
           MOVE WS-MEMBER-ID TO WS-FAM-LOOKUP-ID
           PERFORM 9150-FIND-CUSTOMER-FAMILY
           MOVE SPACES TO ML-MEMBER-NAME
           IF WS-FAM-LINK-IX > ZERO
               MOVE WS-FM-CHILD-NAME(WS-FAM-LINK-IX) TO ML-MEMBER-NAME
           ELSE
               MOVE WS-MAIL-NAME TO ML-MEMBER-NAME
           END-IF
           MOVE WS-MEMBER-ID TO ML-MEMBER-ID
           MOVE 3 TO WS-LINES-TO-PRINT
           PERFORM 3100-CHECK-PAGE-OVERFLOW
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-MEMBER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           .

      **********************************************************************
      * ADD THE ITEM TO THE MEMBER'S SUBTOTAL FOR ITS CURRENCY, AS
      * 2150 DOES FOR THE STATEMENT'S BUCKETS.
      **********************************************************************
       5200-ADD-MEMBER-SUBTOTAL.
           SET MEMBER-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 5250-SEARCH-MEMBER-CURRENCY
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-COUNT
               OR MEMBER-CURRENCY-WAS-FOUND
           IF MEMBER-CURRENCY-NOT-FOUND
               IF WS-MS-COUNT >= WS-MS-MAX
                   MOVE WS-MS-MAX TO WS-MS-FOUND-IX
               ELSE
                   ADD 1 TO WS-MS-COUNT
                   MOVE WS-MS-COUNT TO WS-MS-FOUND-IX
                   MOVE WS-ITEM-CURRENCY
                       TO WS-MS-CURRENCY(WS-MS-FOUND-IX)
                   MOVE ZERO TO WS-MS-BALANCE(WS-MS-FOUND-IX)
               END-IF
           END-IF
           ADD AO-OPEN-BALANCE TO WS-MS-BALANCE(WS-MS-FOUND-IX)
           .

       5250-SEARCH-MEMBER-CURRENCY.
           IF WS-MS-CURRENCY(WS-MS-IX) EQUAL WS-ITEM-CURRENCY
               SET MEMBER-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-MS-IX TO WS-MS-FOUND-IX
           END-IF
           .

       5300-PRINT-MEMBER-SUBTOTALS.
           PERFORM 5350-PRINT-ONE-SUBTOTAL
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-COUNT
           .

       5350-PRINT-ONE-SUBTOTAL.
           MOVE 1 TO WS-LINES-TO-PRINT
           PERFORM 3100-CHECK-PAGE-OVERFLOW
           MOVE WS-MEMBER-ID TO SL-MEMBER-ID
           MOVE WS-MS-CURRENCY(WS-MS-IX) TO SL-CURRENCY
           MOVE WS-MS-BALANCE(WS-MS-IX) TO SL-BALANCE
           MOVE WS-SUBTOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       7000-EDIT-DATE.
           MOVE WS-EDIT-MM TO WS-EDITED-MM
           MOVE WS-EDIT-DD TO WS-EDITED-DD
           DISPLAY "   STATEMENTS PRINTED  " WS-STATEMENTS-PRINTED
           DISPLAY "   PAGES PRINTED       " WS-PAGES-PRINTED
           DISPLAY "   ADDRESSES MISSING   " WS-ADDRESSES-MISSING
           DISPLAY "   FAMILY STATEMENTS   " WS-FAMILY-STATEMENTS
           DISPLAY "   FAMILY ITEMS HELD   " WS-FAMILY-ITEMS-HELD
           DISPLAY "   FAMILY ITEMS DROPPED " WS-FAMILY-ITEMS-DROPPED
           DISPLAY "   BALANCE TOTAL       " WS-BALANCE-TOTAL
           DISPLAY SPACE
           IF WS-FAMILY-ITEMS-DROPPED > ZERO
               DISPLAY "ARSTMT: FAMILY ITEMS WERE LEFT OFF THEIR "
                       "STATEMENTS -- DO NOT MAIL"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8980-LOG-STEP-COMPLETION
           .

           COPY TERMSP.
           COPY RUNLOGP.
           COPY CUSTFMP.
