      * CUSTFWP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE CUSTOMER FORWARDING TABLE. COPY
      * THIS MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE CUSTFWW.CPY IN WORKING-STORAGE. SEE CUSTFWW.CPY FOR
      * THE CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * LOAD EVERY USABLE ROW OF THE FORWARDING FILE INTO THE TABLE.
      **********************************************************************
       8500-LOAD-CUSTOMER-FORWARDS.
           MOVE ZERO TO WS-FW-COUNT
           MOVE ZERO TO WS-FW-REJECTED
           OPEN INPUT CUSTOMER-FORWARD-FILE
           IF CUSTFWD-FILE-WAS-FOUND
               SET FORWARD-FILE-NOT-EOF TO TRUE
               PERFORM 8510-READ-CUSTOMER-FORWARD
                   UNTIL FORWARD-FILE-EOF
               CLOSE CUSTOMER-FORWARD-FILE
           END-IF
           .

       8510-READ-CUSTOMER-FORWARD.
           READ CUSTOMER-FORWARD-FILE
               AT END
                   SET FORWARD-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM 8520-STORE-CUSTOMER-FORWARD
           END-READ
           .

       8520-STORE-CUSTOMER-FORWARD.
           IF FW-RETIRED-ID IS NOT NUMERIC
           OR FW-SURVIVING-ID IS NOT NUMERIC
           OR FW-RETIRED-ID EQUAL FW-SURVIVING-ID
           OR WS-FW-COUNT >= WS-FW-MAX
               ADD 1 TO WS-FW-REJECTED
           ELSE
               ADD 1 TO WS-FW-COUNT
               MOVE FW-RETIRED-ID TO WS-FW-RETIRED-ID(WS-FW-COUNT)
               MOVE FW-SURVIVING-ID TO WS-FW-SURVIVING-ID(WS-FW-COUNT)
           END-IF
           .

      **********************************************************************
      * FOLLOW THE LOOKUP ID FROM RETIRED ACCOUNT TO SURVIVOR UNTIL AN
      * ACCOUNT THAT WAS NEVER RETIRED IS REACHED. THE MERGE RUN ONLY
      * RETIRES AN ACCOUNT STILL ON THE MASTER, SO A CHAIN CANNOT LOOP;
      * THE HOP LIMIT GUARDS AGAINST A HAND-EDITED FILE ALL THE SAME.
      * THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE
      * SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       8550-FIND-CUSTOMER-FORWARD.
           SET FORWARD-NOT-FOUND TO TRUE
           SET FORWARD-HOP-WAS-FOUND TO TRUE
           MOVE WS-FWD-LOOKUP-ID TO WS-FWD-SURVIVING-ID
           MOVE ZERO TO WS-FW-HOPS
           PERFORM 8560-FOLLOW-ONE-FORWARD
               UNTIL FORWARD-HOP-NOT-FOUND
               OR WS-FW-HOPS > WS-FW-COUNT
           .

       8560-FOLLOW-ONE-FORWARD.
           SET FORWARD-HOP-NOT-FOUND TO TRUE
           PERFORM 8570-SEARCH-CUSTOMER-FORWARD
               VARYING WS-FW-IX FROM 1 BY 1
               UNTIL WS-FW-IX > WS-FW-COUNT
               OR FORWARD-HOP-WAS-FOUND
           IF FORWARD-HOP-WAS-FOUND
               SET FORWARD-WAS-FOUND TO TRUE
               MOVE WS-FW-SURVIVING-ID(WS-FW-FOUND-IX)
                   TO WS-FWD-SURVIVING-ID
               ADD 1 TO WS-FW-HOPS
           END-IF
           .

       8570-SEARCH-CUSTOMER-FORWARD.
           IF WS-FW-RETIRED-ID(WS-FW-IX) EQUAL WS-FWD-SURVIVING-ID
               SET FORWARD-HOP-WAS-FOUND TO TRUE
               MOVE WS-FW-IX TO WS-FW-FOUND-IX
           END-IF
           .
      * CUSTFWP.CPY END
