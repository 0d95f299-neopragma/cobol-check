      * CUSTFMP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE CUSTOMER FAMILY TABLE. COPY THIS
      * MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE CUSTFMW.CPY IN WORKING-STORAGE. SEE CUSTFMW.CPY FOR
      * THE CALLING CONTRACT. THE CALLER'S MASTER FILE STATUS IS
      * WS-CUSTMAST-STATUS.
      *****************************************************************
      **********************************************************************
      * READ THE WHOLE MASTER IN KEY ORDER AND KEEP EVERY PARENT LINK,
      * SO THE LINK TABLE COMES OUT IN ASCENDING CUSTOMER-ID ORDER,
      * THEN WORK OUT EACH LINK'S FAMILY HEAD.
      **********************************************************************
       9100-LOAD-CUSTOMER-FAMILIES.
           MOVE ZERO TO WS-FM-COUNT
           MOVE ZERO TO WS-FM-REJECTED
           SET FAMILY-MASTER-NOT-EOF TO TRUE
           PERFORM 9110-READ-NEXT-MASTER
               UNTIL FAMILY-MASTER-EOF
           PERFORM 9120-RESOLVE-FAMILY-HEADS
           .

       9110-READ-NEXT-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FAMILY-MASTER-EOF TO TRUE
           END-READ
           IF WS-CUSTMAST-STATUS NOT LESS THAN '10'
               SET FAMILY-MASTER-EOF TO TRUE
           END-IF
           IF FAMILY-MASTER-NOT-EOF
           AND CM-PARENT-ID NOT EQUAL SPACES
               PERFORM 9115-STORE-FAMILY-LINK
           END-IF
           .

       9115-STORE-FAMILY-LINK.
           MOVE CM-CUSTOMER-ID TO WS-FAM-SEARCH-ID
           IF CM-PARENT-ID IS NOT NUMERIC
           OR CM-PARENT-ID EQUAL WS-FAM-SEARCH-ID
           OR WS-FM-COUNT >= WS-FM-MAX
               ADD 1 TO WS-FM-REJECTED
           ELSE
               ADD 1 TO WS-FM-COUNT
               MOVE WS-FAM-SEARCH-ID TO WS-FM-CHILD-ID(WS-FM-COUNT)
               MOVE CM-PARENT-ID TO WS-FM-PARENT-ID(WS-FM-COUNT)
               MOVE SPACES TO WS-FM-HEAD-ID(WS-FM-COUNT)
               MOVE CM-CUSTOMER-NAME TO WS-FM-CHILD-NAME(WS-FM-COUNT)
           END-IF
           .

      **********************************************************************
      * CLIMB FROM EVERY LINKED ACCOUNT TO THE TOP OF ITS CHAIN AND
      * REBUILD THE HEAD TABLE FROM SCRATCH. A CHAIN THAT COMES BACK
      * TO THE ACCOUNT IT STARTED FROM IS A LOOP: THE ACCOUNT IS LEFT
      * OUT OF EVERY FAMILY AND COUNTED.
      **********************************************************************
       9120-RESOLVE-FAMILY-HEADS.
           MOVE ZERO TO WS-FH-COUNT
           MOVE ZERO TO WS-FH-REJECTED
           MOVE ZERO TO WS-FM-LOOPS
           PERFORM 9125-RESOLVE-ONE-LINK
               VARYING WS-FM-RX FROM 1 BY 1
               UNTIL WS-FM-RX > WS-FM-COUNT
           .

       9125-RESOLVE-ONE-LINK.
           MOVE WS-FM-CHILD-ID(WS-FM-RX) TO WS-FAM-LOOKUP-ID
           MOVE WS-FM-CHILD-ID(WS-FM-RX) TO WS-FAM-STOP-ID
           PERFORM 9160-FIND-TOP-ANCESTOR
           IF FAMILY-LOOP-WAS-FOUND
               MOVE SPACES TO WS-FM-HEAD-ID(WS-FM-RX)
               ADD 1 TO WS-FM-LOOPS
           ELSE
               MOVE WS-FAM-HEAD-ID TO WS-FM-HEAD-ID(WS-FM-RX)
               PERFORM 9130-ADD-FAMILY-MEMBER
           END-IF
           .

      **********************************************************************
      * COUNT THE LINKED ACCOUNT INTO ITS HEAD'S ENTRY, ADDING THE
      * ENTRY IN HEAD-ID ORDER THE FIRST TIME THE HEAD IS SEEN. A NEW
      * FAMILY STARTS AT TWO MEMBERS: THE HEAD AND THIS ACCOUNT.
      **********************************************************************
       9130-ADD-FAMILY-MEMBER.
           MOVE WS-FAM-HEAD-ID TO WS-FAM-SEARCH-ID
           PERFORM 9195-SEARCH-FAMILY-HEAD
           IF FAMILY-HEAD-WAS-FOUND
               ADD 1 TO WS-FH-MEMBER-COUNT(WS-FH-FOUND-IX)
           ELSE
               IF WS-FH-COUNT >= WS-FH-MAX
                   ADD 1 TO WS-FH-REJECTED
               ELSE
                   PERFORM 9135-SHIFT-ONE-HEAD
                       VARYING WS-FH-IX FROM WS-FH-COUNT BY -1
                       UNTIL WS-FH-IX < WS-FH-LOW
                   ADD 1 TO WS-FH-COUNT
                   MOVE WS-FAM-HEAD-ID TO WS-FH-HEAD-ID(WS-FH-LOW)
                   MOVE 2 TO WS-FH-MEMBER-COUNT(WS-FH-LOW)
                   MOVE ZERO TO WS-FH-BALANCE(WS-FH-LOW)
                   MOVE 'N' TO WS-FH-ADDRESS-FOUND(WS-FH-LOW)
                   MOVE SPACES TO WS-FH-NAME(WS-FH-LOW)
                   MOVE SPACES TO WS-FH-ADDRESS-LINE-1(WS-FH-LOW)
                   MOVE SPACES TO WS-FH-ADDRESS-LINE-2(WS-FH-LOW)
                   MOVE SPACES TO WS-FH-ADDRESS-LINE-3(WS-FH-LOW)
               END-IF
           END-IF
           .

       9135-SHIFT-ONE-HEAD.
           MOVE WS-FH-ENTRY(WS-FH-IX) TO WS-FH-ENTRY(WS-FH-IX + 1)
           .

      **********************************************************************
      * WHICH FAMILY, IF ANY, THE LOOKUP ACCOUNT BELONGS TO.
      **********************************************************************
       9150-FIND-CUSTOMER-FAMILY.
           SET FAMILY-MEMBER-NOT-FOUND TO TRUE
           MOVE WS-FAM-LOOKUP-ID TO WS-FAM-HEAD-ID
           MOVE ZERO TO WS-FAM-HEAD-IX
           MOVE ZERO TO WS-FAM-LINK-IX
           MOVE WS-FAM-LOOKUP-ID TO WS-FAM-SEARCH-ID
           PERFORM 9190-SEARCH-FAMILY-LINK
           IF FAMILY-LINK-WAS-FOUND
               IF WS-FM-HEAD-ID(WS-FM-FOUND-IX) NOT EQUAL SPACES
                   MOVE WS-FM-FOUND-IX TO WS-FAM-LINK-IX
                   MOVE WS-FM-HEAD-ID(WS-FM-FOUND-IX) TO WS-FAM-HEAD-ID
               END-IF
           END-IF
           MOVE WS-FAM-HEAD-ID TO WS-FAM-SEARCH-ID
           PERFORM 9195-SEARCH-FAMILY-HEAD
           IF FAMILY-HEAD-WAS-FOUND
               SET FAMILY-MEMBER-WAS-FOUND TO TRUE
               MOVE WS-FH-FOUND-IX TO WS-FAM-HEAD-IX
           ELSE
               MOVE ZERO TO WS-FAM-LINK-IX
               MOVE WS-FAM-LOOKUP-ID TO WS-FAM-HEAD-ID
           END-IF
           .

      **********************************************************************
      * CLIMB THE CHAIN OF PARENTS ONE LINK AT A TIME. THE HOP LIMIT
      * CATCHES A LOOP THAT DOES NOT PASS THROUGH THE STOP ID.
      **********************************************************************
       9160-FIND-TOP-ANCESTOR.
           MOVE WS-FAM-LOOKUP-ID TO WS-FAM-HEAD-ID
           SET FAMILY-LOOP-NOT-FOUND TO TRUE
           SET FAMILY-CLIMB-NOT-DONE TO TRUE
           MOVE ZERO TO WS-FM-HOPS
           PERFORM 9165-CLIMB-ONE-PARENT
               UNTIL FAMILY-CLIMB-IS-DONE
           .

       9165-CLIMB-ONE-PARENT.
           MOVE WS-FAM-HEAD-ID TO WS-FAM-SEARCH-ID
           PERFORM 9190-SEARCH-FAMILY-LINK
           IF FAMILY-LINK-NOT-FOUND
               SET FAMILY-CLIMB-IS-DONE TO TRUE
           ELSE
               MOVE WS-FM-PARENT-ID(WS-FM-FOUND-IX) TO WS-FAM-HEAD-ID
               ADD 1 TO WS-FM-HOPS
               IF WS-FAM-HEAD-ID EQUAL WS-FAM-STOP-ID
               OR WS-FM-HOPS > WS-FM-COUNT
                   SET FAMILY-LOOP-WAS-FOUND TO TRUE
                   SET FAMILY-CLIMB-IS-DONE TO TRUE
               END-IF
           END-IF
           .

      **********************************************************************
      * MAINTENANCE: SET, CHANGE OR DROP ONE ACCOUNT'S PARENT LINK,
      * KEEPING THE TABLE IN CUSTOMER-ID ORDER, THEN REBUILD THE HEADS.
      **********************************************************************
       9170-SET-FAMILY-LINK.
           MOVE WS-FAM-LOOKUP-ID TO WS-FAM-SEARCH-ID
           PERFORM 9190-SEARCH-FAMILY-LINK
           IF FAMILY-LINK-WAS-FOUND
               IF WS-FAM-PARENT-ID EQUAL SPACES
                   PERFORM 9175-CLOSE-ONE-LINK
                       VARYING WS-FM-IX FROM WS-FM-FOUND-IX BY 1
                       UNTIL WS-FM-IX >= WS-FM-COUNT
                   SUBTRACT 1 FROM WS-FM-COUNT
               ELSE
                   MOVE WS-FAM-PARENT-ID
                       TO WS-FM-PARENT-ID(WS-FM-FOUND-IX)
                   MOVE CM-CUSTOMER-NAME
                       TO WS-FM-CHILD-NAME(WS-FM-FOUND-IX)
               END-IF
           ELSE
               IF WS-FAM-PARENT-ID NOT EQUAL SPACES
               AND WS-FM-COUNT < WS-FM-MAX
                   PERFORM 9172-OPEN-ONE-LINK
                       VARYING WS-FM-IX FROM WS-FM-COUNT BY -1
                       UNTIL WS-FM-IX < WS-FM-LOW
                   ADD 1 TO WS-FM-COUNT
                   MOVE WS-FAM-LOOKUP-ID TO WS-FM-CHILD-ID(WS-FM-LOW)
                   MOVE WS-FAM-PARENT-ID TO WS-FM-PARENT-ID(WS-FM-LOW)
                   MOVE SPACES TO WS-FM-HEAD-ID(WS-FM-LOW)
                   MOVE CM-CUSTOMER-NAME TO WS-FM-CHILD-NAME(WS-FM-LOW)
               END-IF
           END-IF
           PERFORM 9120-RESOLVE-FAMILY-HEADS
           .

       9172-OPEN-ONE-LINK.
           MOVE WS-FM-ENTRY(WS-FM-IX) TO WS-FM-ENTRY(WS-FM-IX + 1)
           .

       9175-CLOSE-ONE-LINK.
           MOVE WS-FM-ENTRY(WS-FM-IX + 1) TO WS-FM-ENTRY(WS-FM-IX)
           .

       9180-COUNT-FAMILY-CHILDREN.
           MOVE ZERO TO WS-FAM-CHILD-COUNT
           PERFORM 9185-COUNT-ONE-CHILD
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-COUNT
           .

       9185-COUNT-ONE-CHILD.
           IF WS-FM-PARENT-ID(WS-FM-IX) EQUAL WS-FAM-LOOKUP-ID
               ADD 1 TO WS-FAM-CHILD-COUNT
           END-IF
           .

      **********************************************************************
      * BINARY SEARCHES OF THE TWO TABLES FOR WS-FAM-SEARCH-ID. WHEN
      * THE ID IS NOT THERE, THE LOW BOUND IS LEFT AT THE SLOT IT
      * WOULD BE INSERTED IN.
      **********************************************************************
       9190-SEARCH-FAMILY-LINK.
           SET FAMILY-LINK-NOT-FOUND TO TRUE
           MOVE 1 TO WS-FM-LOW
           MOVE WS-FM-COUNT TO WS-FM-HIGH
           PERFORM 9191-PROBE-FAMILY-LINK
               UNTIL WS-FM-LOW > WS-FM-HIGH
               OR FAMILY-LINK-WAS-FOUND
           .

       9191-PROBE-FAMILY-LINK.
           COMPUTE WS-FM-MID = (WS-FM-LOW + WS-FM-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-FM-CHILD-ID(WS-FM-MID) EQUAL WS-FAM-SEARCH-ID
                   SET FAMILY-LINK-WAS-FOUND TO TRUE
                   MOVE WS-FM-MID TO WS-FM-FOUND-IX
               WHEN WS-FM-CHILD-ID(WS-FM-MID) < WS-FAM-SEARCH-ID
                   COMPUTE WS-FM-LOW = WS-FM-MID + 1
               WHEN OTHER
                   COMPUTE WS-FM-HIGH = WS-FM-MID - 1
           END-EVALUATE
           .

       9195-SEARCH-FAMILY-HEAD.
           SET FAMILY-HEAD-NOT-FOUND TO TRUE
           MOVE 1 TO WS-FH-LOW
           MOVE WS-FH-COUNT TO WS-FH-HIGH
           PERFORM 9196-PROBE-FAMILY-HEAD
               UNTIL WS-FH-LOW > WS-FH-HIGH
               OR FAMILY-HEAD-WAS-FOUND
           .

       9196-PROBE-FAMILY-HEAD.
           COMPUTE WS-FH-MID = (WS-FH-LOW + WS-FH-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-FH-HEAD-ID(WS-FH-MID) EQUAL WS-FAM-SEARCH-ID
                   SET FAMILY-HEAD-WAS-FOUND TO TRUE
                   MOVE WS-FH-MID TO WS-FH-FOUND-IX
               WHEN WS-FH-HEAD-ID(WS-FH-MID) < WS-FAM-SEARCH-ID
                   COMPUTE WS-FH-LOW = WS-FH-MID + 1
               WHEN OTHER
                   COMPUTE WS-FH-HIGH = WS-FH-MID - 1
           END-EVALUATE
           .
      * CUSTFMP.CPY END
