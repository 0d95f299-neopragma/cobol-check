      * TAXRATP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE SALES-TAX RATE TABLE. COPY THIS
      * MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE TAXRATW.CPY IN WORKING-STORAGE. SEE TAXRATW.CPY FOR
      * THE CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * LOAD EVERY USABLE ROW OF THE RATE FILE INTO THE TABLE.
      **********************************************************************
       8800-LOAD-TAX-RATES.
           MOVE ZERO TO WS-RT-COUNT
           MOVE ZERO TO WS-RT-REJECTED
           OPEN INPUT TAX-RATE-FILE
           IF TAXRATES-FILE-WAS-FOUND
               SET TAX-RATE-FILE-NOT-EOF TO TRUE
               PERFORM 8810-READ-TAX-RATE
                   UNTIL TAX-RATE-FILE-EOF
               CLOSE TAX-RATE-FILE
           END-IF
           .

       8810-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-RATE-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM 8820-STORE-TAX-RATE
           END-READ
           .

       8820-STORE-TAX-RATE.
           IF TR-JURISDICTION EQUAL SPACES
           OR TR-EFFECTIVE-DATE IS NOT NUMERIC
           OR TR-RATE IS NOT NUMERIC
           OR WS-RT-COUNT >= WS-RT-MAX
               ADD 1 TO WS-RT-REJECTED
           ELSE
               ADD 1 TO WS-RT-COUNT
               MOVE TR-JURISDICTION TO WS-RT-JURISDICTION(WS-RT-COUNT)
               MOVE TR-EFFECTIVE-DATE
                   TO WS-RT-EFFECTIVE-DATE(WS-RT-COUNT)
               MOVE TR-RATE-N TO WS-RT-RATE(WS-RT-COUNT)
           END-IF
           .

      **********************************************************************
      * THE RATE IN EFFECT ON THE LOOKUP DATE IS THE ROW FOR THE
      * JURISDICTION WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. THE
      * ROWS ARE IN NO PARTICULAR ORDER, SO EVERY ROW IS LOOKED AT.
      **********************************************************************
       8850-FIND-TAX-RATE.
           SET TAX-RATE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-TAX-RATE-PCT
           MOVE SPACES TO WS-TAX-RATE-EFFECTIVE
           PERFORM 8860-SEARCH-TAX-RATE
               VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
           .

       8860-SEARCH-TAX-RATE.
           IF WS-RT-JURISDICTION(WS-RT-IX)
                   EQUAL WS-TAX-LOOKUP-JURISDICTION
           AND WS-RT-EFFECTIVE-DATE(WS-RT-IX)
                   NOT GREATER THAN WS-TAX-LOOKUP-DATE
               IF TAX-RATE-NOT-FOUND
               OR WS-RT-EFFECTIVE-DATE(WS-RT-IX)
                   GREATER THAN WS-TAX-RATE-EFFECTIVE
                   SET TAX-RATE-WAS-FOUND TO TRUE
                   MOVE WS-RT-RATE(WS-RT-IX) TO WS-TAX-RATE-PCT
                   MOVE WS-RT-EFFECTIVE-DATE(WS-RT-IX)
                       TO WS-TAX-RATE-EFFECTIVE
               END-IF
           END-IF
           .
      * TAXRATP.CPY END
