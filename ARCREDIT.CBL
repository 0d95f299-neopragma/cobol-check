      *
      * MODIFICATION HISTORY:
      *   01 SEP 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  FAMILY CREDIT. AN ACCOUNT WITH A BILL-TO
      *                     PARENT ON THE MASTER IS PROVED AS PART OF
      *                     ITS FAMILY: THE OPEN BALANCE OF EVERY MEMBER
      *                     TOGETHER AGAINST THE FAMILY HEAD'S LIMIT, SO
      *                     A FAMILY OVER LIMIT HOLDS EVERY MEMBER, EVEN
      *                     ONE WITH NOTHING OPEN. THE FEED AND REPORT
      *                     CARRY THE FAMILY HEAD AND FAMILY BALANCE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCREDIT.
           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

               88  HI-ACCOUNT-WAS-HELD         VALUE 'H'.
           05  HI-OPEN-BALANCE          PIC S9(09)V99.
           05  HI-CREDIT-LIMIT          PIC S9(07)V99.
           05  HI-FAMILY-HEAD-ID        PIC X(10).
           05  HI-FAMILY-BALANCE        PIC S9(09)V99.
           05  FILLER                   PIC X(27).

       FD  CREDIT-HOLD-OUT
           RECORD CONTAINS 80 CHARACTERS.
           05  HO-HOLD-STATUS           PIC X(01).
           05  HO-OPEN-BALANCE          PIC S9(09)V99.
           05  HO-CREDIT-LIMIT          PIC S9(07)V99.
      *        FOR A FAMILY MEMBER, THE HEAD WHOSE LIMIT IS IN
      *        HO-CREDIT-LIMIT AND THE WHOLE FAMILY'S OPEN BALANCE
      *        PROVED AGAINST IT. SPACES AND ZERO FOR ANY OTHER ACCOUNT.
           05  HO-FAMILY-HEAD-ID        PIC X(10).
           05  HO-FAMILY-BALANCE        PIC S9(09)V99.
           05  FILLER                   PIC X(27).

       FD  CREDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ACCOUNT-WAS-HELD-BEFORE      VALUE 'Y'.
               88  ACCOUNT-NOT-HELD-BEFORE      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ACCOUNT-IN-FAMILY            VALUE 'Y'.
               88  ACCOUNT-NOT-IN-FAMILY        VALUE 'N'.

       01  WS-MERGE-KEYS.
           05  WS-OPEN-KEY              PIC X(10) VALUE HIGH-VALUES.
           05  WS-PRIOR-KEY             PIC X(10) VALUE HIGH-VALUES.
           05  WS-THIS-CUSTOMER         PIC X(10) VALUE HIGH-VALUES.
      *        EVERY FAMILY MEMBER IN ACCOUNT ORDER: THE LINK TABLE'S
      *        CHILDREN AND THE HEAD TABLE'S HEADS, MERGED.
           05  WS-FAMILY-KEY            PIC X(10) VALUE HIGH-VALUES.
           05  WS-LINK-KEY              PIC X(10) VALUE HIGH-VALUES.
           05  WS-HEAD-KEY              PIC X(10) VALUE HIGH-VALUES.
           05  WS-LINK-CURSOR           PIC 9(04) COMP VALUE ZERO.
           05  WS-HEAD-CURSOR           PIC 9(04) COMP VALUE ZERO.

       01  WS-CREDIT-FIELDS.
           05  WS-CUSTOMER-BALANCE      PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CUSTOMER-LIMIT        PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-PROVED-BALANCE        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-LIMIT-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-LAST-SUMMED-ID        PIC X(10) VALUE SPACES.

           COPY CUSTFMW.

       01  WS-CONTROL-TOTALS.
           05  WS-OPEN-ITEMS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-RELEASED     PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-NEWLY-HELD   PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTERS-NOT-FOUND     PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILY-MEMBERS        PIC 9(07) COMP VALUE ZERO.
           05  WS-FAMILY-MEMBERS-HELD   PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(34)
                   VALUE '    CREDIT LIMIT'.
           05  FILLER                   PIC X(16)
                   VALUE '      OVER LIMIT'.
           05  FILLER                   PIC X(14)
                   VALUE '   FAMILY HEAD'.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID           PIC X(10).
           05  DL-LIMIT                 PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OVERAGE               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DL-FAMILY-HEAD-ID        PIC X(10).
           05  FILLER                   PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      **********************************************************************
      * A MISSING PRIOR FEED IS THE FIRST RUN: EVERY HELD ACCOUNT IS
      * NEWLY HELD TONIGHT. A MISSING OPEN-ITEM FILE IS AN ERROR --
      * THE APPLY STEP MUST HAVE RUN FIRST. THE FAMILIES ARE LOADED
      * FROM THE MASTER AND THEIR BALANCES SUMMED BEFORE THE MERGE.
      **********************************************************************
       0500-INITIALIZE.
           OPEN INPUT AR-OPEN-IN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-LOAD-CUSTOMER-FAMILIES
           IF WS-FM-REJECTED > ZERO
           OR WS-FH-REJECTED > ZERO
           OR WS-FM-LOOPS > ZERO
               DISPLAY "ARCREDIT: " WS-FM-REJECTED " PARENT LINKS, "
                       WS-FH-REJECTED " FAMILY MEMBERS AND "
                       WS-FM-LOOPS " LOOPED LINKS PROVED ON THEIR OWN"
           END-IF
           PERFORM 0600-SUM-FAMILY-BALANCES
           OPEN INPUT CREDIT-HOLD-IN
           IF CREDHLDI-FILE-WAS-FOUND
               PERFORM 1200-READ-PRIOR-FEED
           .

      **********************************************************************
      * FIRST PASS OF THE OPEN ITEMS: ADD EACH FAMILY MEMBER'S ITEMS TO
      * ITS FAMILY'S BALANCE IN THE HEAD TABLE. THE FILE IS THEN OPENED
      * AGAIN FOR THE MERGE.
      **********************************************************************
       0600-SUM-FAMILY-BALANCES.
           IF WS-FH-COUNT > ZERO
               PERFORM 0650-SUM-ONE-FAMILY-ITEM
                   UNTIL AR-OPEN-EOF
               CLOSE AR-OPEN-IN
               OPEN INPUT AR-OPEN-IN
               SET AR-OPEN-NOT-EOF TO TRUE
           END-IF
           .

       0650-SUM-ONE-FAMILY-ITEM.
           READ AR-OPEN-IN
               AT END
                   SET AR-OPEN-EOF TO TRUE
               NOT AT END
                   IF AO-CUSTOMER-ID NOT EQUAL WS-LAST-SUMMED-ID
                       MOVE AO-CUSTOMER-ID TO WS-LAST-SUMMED-ID
                       MOVE AO-CUSTOMER-ID TO WS-FAM-LOOKUP-ID
                       PERFORM 9150-FIND-CUSTOMER-FAMILY
                   END-IF
                   IF FAMILY-MEMBER-WAS-FOUND
                       ADD AO-OPEN-BALANCE
                           TO WS-FH-BALANCE(WS-FAM-HEAD-IX)
                   END-IF
           END-READ
           .

      **********************************************************************
      * THREE-WAY MERGE ON CUSTOMER ID: EVERY CUSTOMER WITH OPEN ITEMS
      * TONIGHT, A ROW ON THE PRIOR FEED, OR A PLACE IN A FAMILY GETS
      * EXACTLY ONE ROW ON THE NEW FEED, SO THE ORDER SYSTEM NEVER
      * CARRIES A STALE HOLD AND A FAMILY OVER LIMIT IS HELD WHOLE.
      **********************************************************************
       1000-PROCESS-ACCOUNTS.
           PERFORM 1100-READ-OPEN-ITEM
           PERFORM 1310-NEXT-LINK-KEY
               UNTIL WS-LINK-KEY NOT EQUAL HIGH-VALUES
               OR WS-LINK-CURSOR NOT LESS THAN WS-FM-COUNT
           PERFORM 1320-NEXT-HEAD-KEY
           PERFORM 1300-SET-FAMILY-KEY
           PERFORM 1500-CHECK-ONE-ACCOUNT
               UNTIL WS-OPEN-KEY EQUAL HIGH-VALUES
               AND WS-PRIOR-KEY EQUAL HIGH-VALUES
               AND WS-FAMILY-KEY EQUAL HIGH-VALUES
           .

       1100-READ-OPEN-ITEM.
           END-IF
           .

       1300-SET-FAMILY-KEY.
           MOVE WS-LINK-KEY TO WS-FAMILY-KEY
           IF WS-HEAD-KEY IS LESS THAN WS-FAMILY-KEY
               MOVE WS-HEAD-KEY TO WS-FAMILY-KEY
           END-IF
           .

      **********************************************************************
      * STEP TO THE NEXT CHILD IN THE LINK TABLE. A LINK LEFT OUT OF
      * EVERY FAMILY (A LOOP ON THE MASTER) GIVES NO KEY AND IS STEPPED
      * OVER BY THE CALLER'S LOOP.
      **********************************************************************
       1310-NEXT-LINK-KEY.
           ADD 1 TO WS-LINK-CURSOR
           MOVE HIGH-VALUES TO WS-LINK-KEY
           IF WS-LINK-CURSOR NOT GREATER THAN WS-FM-COUNT
               IF WS-FM-HEAD-ID(WS-LINK-CURSOR) NOT EQUAL SPACES
                   MOVE WS-FM-CHILD-ID(WS-LINK-CURSOR) TO WS-LINK-KEY
               END-IF
           END-IF
           .

       1320-NEXT-HEAD-KEY.
           ADD 1 TO WS-HEAD-CURSOR
           MOVE HIGH-VALUES TO WS-HEAD-KEY
           IF WS-HEAD-CURSOR NOT GREATER THAN WS-FH-COUNT
               MOVE WS-FH-HEAD-ID(WS-HEAD-CURSOR) TO WS-HEAD-KEY
           END-IF
           .

       1500-CHECK-ONE-ACCOUNT.
           MOVE WS-OPEN-KEY TO WS-THIS-CUSTOMER
           IF WS-PRIOR-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-PRIOR-KEY TO WS-THIS-CUSTOMER
           END-IF
           IF WS-FAMILY-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-FAMILY-KEY TO WS-THIS-CUSTOMER
           END-IF

           IF WS-FAMILY-KEY EQUAL WS-THIS-CUSTOMER
               IF WS-LINK-KEY EQUAL WS-THIS-CUSTOMER
                   MOVE HIGH-VALUES TO WS-LINK-KEY
                   PERFORM 1310-NEXT-LINK-KEY
                       UNTIL WS-LINK-KEY NOT EQUAL HIGH-VALUES
                       OR WS-LINK-CURSOR NOT LESS THAN WS-FM-COUNT
               END-IF
               IF WS-HEAD-KEY EQUAL WS-THIS-CUSTOMER
                   PERFORM 1320-NEXT-HEAD-KEY
               END-IF
               PERFORM 1300-SET-FAMILY-KEY
           END-IF

           SET ACCOUNT-NOT-HELD-BEFORE TO TRUE
           IF WS-PRIOR-KEY EQUAL WS-THIS-CUSTOMER
      * A LIMIT OF ZERO -- INCLUDING ACCOUNTS CONVERTED BEFORE THE
      * FIELD EXISTED AND ACCOUNTS MISSING FROM THE MASTER -- ENFORCES
      * NOTHING. THE BALANCE SUMS EVERY OPEN ITEM INCLUDING CARRIED
      * CREDITS, THE SAME NUMBER THE AGING REPORT SHOWS. A FAMILY
      * MEMBER IS PROVED ON THE WHOLE FAMILY'S BALANCE AGAINST THE
      * HEAD'S LIMIT; ITS OWN LIMIT IS NOT USED.
      **********************************************************************
       3000-PROVE-AGAINST-LIMIT.
           MOVE ZERO TO WS-CUSTOMER-LIMIT
           MOVE WS-THIS-CUSTOMER TO WS-FAM-LOOKUP-ID
           PERFORM 9150-FIND-CUSTOMER-FAMILY
           IF FAMILY-MEMBER-WAS-FOUND
               SET ACCOUNT-IN-FAMILY TO TRUE
               ADD 1 TO WS-FAMILY-MEMBERS
               MOVE WS-FAM-HEAD-ID TO WS-LIMIT-ACCOUNT
               MOVE WS-FH-BALANCE(WS-FAM-HEAD-IX) TO WS-PROVED-BALANCE
           ELSE
               SET ACCOUNT-NOT-IN-FAMILY TO TRUE
               MOVE WS-THIS-CUSTOMER TO WS-LIMIT-ACCOUNT
               MOVE WS-CUSTOMER-BALANCE TO WS-PROVED-BALANCE
           END-IF
           MOVE WS-LIMIT-ACCOUNT TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-MASTERS-NOT-FOUND

           SET ACCOUNT-IS-RELEASED TO TRUE
           IF WS-CUSTOMER-LIMIT IS GREATER THAN ZERO
           AND WS-PROVED-BALANCE IS GREATER THAN WS-CUSTOMER-LIMIT
               SET ACCOUNT-IS-HELD TO TRUE
           END-IF
           .
           MOVE WS-THIS-CUSTOMER TO HO-CUSTOMER-ID
           MOVE WS-CUSTOMER-BALANCE TO HO-OPEN-BALANCE
           MOVE WS-CUSTOMER-LIMIT TO HO-CREDIT-LIMIT
           MOVE ZERO TO HO-FAMILY-BALANCE
           IF ACCOUNT-IN-FAMILY
               MOVE WS-LIMIT-ACCOUNT TO HO-FAMILY-HEAD-ID
               MOVE WS-PROVED-BALANCE TO HO-FAMILY-BALANCE
           END-IF
           IF ACCOUNT-IS-HELD
               MOVE 'H' TO HO-HOLD-STATUS
               ADD 1 TO WS-ACCOUNTS-HELD
               IF ACCOUNT-IN-FAMILY
                   ADD 1 TO WS-FAMILY-MEMBERS-HELD
               END-IF
               IF ACCOUNT-NOT-HELD-BEFORE
                   PERFORM 4100-REPORT-NEWLY-HELD
               END-IF
       4100-REPORT-NEWLY-HELD.
           ADD 1 TO WS-ACCOUNTS-NEWLY-HELD
           MOVE WS-THIS-CUSTOMER TO DL-CUSTOMER-ID
           MOVE WS-PROVED-BALANCE TO DL-BALANCE
           MOVE WS-CUSTOMER-LIMIT TO DL-LIMIT
           COMPUTE DL-OVERAGE =
               WS-PROVED-BALANCE - WS-CUSTOMER-LIMIT
           MOVE SPACES TO DL-FAMILY-HEAD-ID
           IF ACCOUNT-IN-FAMILY
               MOVE WS-LIMIT-ACCOUNT TO DL-FAMILY-HEAD-ID
           END-IF
           MOVE WS-DETAIL-LINE TO CREDIT-REPORT-RECORD
           WRITE CREDIT-REPORT-RECORD
           .
           DISPLAY "   ACCOUNTS RELEASED   " WS-ACCOUNTS-RELEASED
           DISPLAY "   NEWLY OVER LIMIT    " WS-ACCOUNTS-NEWLY-HELD
           DISPLAY "   MASTERS NOT FOUND   " WS-MASTERS-NOT-FOUND
           DISPLAY "   FAMILY MEMBERS      " WS-FAMILY-MEMBERS
           DISPLAY "   FAMILY MEMBERS HELD " WS-FAMILY-MEMBERS-HELD
           DISPLAY SPACE
           .

           COPY CUSTFMP.
