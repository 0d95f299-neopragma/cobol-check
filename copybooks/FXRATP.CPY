      * FXRATP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE EXCHANGE-RATE TABLE. COPY THIS
      * MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE FXRATW.CPY IN WORKING-STORAGE. SEE FXRATW.CPY FOR
      * THE CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * LOAD EVERY USABLE ROW OF THE RATE FILE INTO THE TABLE.
      **********************************************************************
       8600-LOAD-FX-RATES.
           MOVE ZERO TO WS-XR-COUNT
           MOVE ZERO TO WS-XR-REJECTED
           OPEN INPUT FX-RATE-FILE
           IF FXRATES-FILE-WAS-FOUND
               SET FX-RATE-FILE-NOT-EOF TO TRUE
               PERFORM 8610-READ-FX-RATE
                   UNTIL FX-RATE-FILE-EOF
               CLOSE FX-RATE-FILE
           END-IF
           .

       8610-READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   SET FX-RATE-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM 8620-STORE-FX-RATE
           END-READ
           .

       8620-STORE-FX-RATE.
           IF XR-CURRENCY-CODE EQUAL SPACES
           OR XR-CURRENCY-CODE IS NOT ALPHABETIC-UPPER
           OR XR-EFFECTIVE-DATE IS NOT NUMERIC
           OR XR-RATE IS NOT NUMERIC
           OR WS-XR-COUNT >= WS-XR-MAX
               ADD 1 TO WS-XR-REJECTED
           ELSE
               IF XR-RATE-N EQUAL ZERO
                   ADD 1 TO WS-XR-REJECTED
               ELSE
                   ADD 1 TO WS-XR-COUNT
                   MOVE XR-CURRENCY-CODE
                       TO WS-XR-CURRENCY(WS-XR-COUNT)
                   MOVE XR-EFFECTIVE-DATE
                       TO WS-XR-EFFECTIVE-DATE(WS-XR-COUNT)
                   MOVE XR-RATE-N TO WS-XR-RATE(WS-XR-COUNT)
               END-IF
           END-IF
           .

      **********************************************************************
      * THE RATE AN OPEN ITEM IS CARRIED AT: ITS OWN WHEN IT HAS ONE,
      * OTHERWISE THE RATE ON ITS ITEM DATE, OTHERWISE THE RUN DATE'S.
      **********************************************************************
       8640-FIND-BOOKED-RATE.
           IF WS-FX-BOOKED-RATE IS NUMERIC
           AND WS-FX-BOOKED-RATE-N GREATER THAN ZERO
               SET FX-RATE-WAS-FOUND TO TRUE
               MOVE WS-FX-BOOKED-RATE-N TO WS-FX-RATE
           ELSE
               MOVE WS-FX-ITEM-DATE TO WS-FX-LOOKUP-DATE
               PERFORM 8650-FIND-FX-RATE
               IF WS-FX-LOOKUP-CURRENCY NOT EQUAL 'USD'
               AND WS-FX-LOOKUP-CURRENCY NOT EQUAL SPACES
                   ADD 1 TO WS-FX-RATES-DEFAULTED
               END-IF
               IF FX-RATE-NOT-FOUND
                   MOVE WS-FX-FALLBACK-DATE TO WS-FX-LOOKUP-DATE
                   PERFORM 8650-FIND-FX-RATE
               END-IF
           END-IF
           .

      **********************************************************************
      * THE RATE IN EFFECT ON THE LOOKUP DATE IS THE ROW FOR THE
      * CURRENCY WITH THE LATEST DATE NOT AFTER IT. EVERY ROW IS
      * LOOKED AT, SO THE FILE NEED NOT BE IN ORDER. US DOLLARS ARE
      * THE FUNCTIONAL CURRENCY AND TRANSLATE AT 1.
      **********************************************************************
       8650-FIND-FX-RATE.
           SET FX-RATE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-FX-RATE
           MOVE SPACES TO WS-FX-RATE-EFFECTIVE
           IF WS-FX-LOOKUP-CURRENCY EQUAL 'USD'
           OR WS-FX-LOOKUP-CURRENCY EQUAL SPACES
               SET FX-RATE-WAS-FOUND TO TRUE
               MOVE 1 TO WS-FX-RATE
           ELSE
               PERFORM 8660-SEARCH-FX-RATE
                   VARYING WS-XR-IX FROM 1 BY 1
                   UNTIL WS-XR-IX > WS-XR-COUNT
           END-IF
           .

       8660-SEARCH-FX-RATE.
           IF WS-XR-CURRENCY(WS-XR-IX) EQUAL WS-FX-LOOKUP-CURRENCY
           AND WS-XR-EFFECTIVE-DATE(WS-XR-IX)
                   NOT GREATER THAN WS-FX-LOOKUP-DATE
               IF FX-RATE-NOT-FOUND
               OR WS-XR-EFFECTIVE-DATE(WS-XR-IX)
                   GREATER THAN WS-FX-RATE-EFFECTIVE
                   SET FX-RATE-WAS-FOUND TO TRUE
                   MOVE WS-XR-RATE(WS-XR-IX) TO WS-FX-RATE
                   MOVE WS-XR-EFFECTIVE-DATE(WS-XR-IX)
                       TO WS-FX-RATE-EFFECTIVE
               END-IF
           END-IF
           .

      **********************************************************************
      * TRANSLATE THE GL DETAIL IN THE RECORD AREA AT THE RATE FOR ITS
      * CURRENCY ON ITS POSTING DATE.
      **********************************************************************
       8670-SET-FUNCTIONAL-AMOUNT.
           MOVE GJ-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY
           MOVE GJ-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           IF FX-RATE-WAS-FOUND
               MOVE WS-FX-RATE TO GJ-FX-RATE
               COMPUTE GJ-FUNCTIONAL-AMOUNT ROUNDED =
                   GJ-AMOUNT * WS-FX-RATE
           ELSE
               MOVE ZERO TO GJ-FX-RATE
               MOVE ZERO TO GJ-FUNCTIONAL-AMOUNT
               ADD 1 TO WS-FX-MISSING-RATES
           END-IF
           PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           .

       8680-ADD-FUNCTIONAL-TOTALS.
           IF GJ-ENTRY-IS-DEBIT
               ADD GJ-FUNCTIONAL-AMOUNT TO WS-FX-FUNCTIONAL-DEBITS
           ELSE
               ADD GJ-FUNCTIONAL-AMOUNT TO WS-FX-FUNCTIONAL-CREDITS
           END-IF
           .

      **********************************************************************
      * TRANSLATION ROUNDS EACH LINE ON ITS OWN, AND LINES TRANSLATED
      * AT DIFFERENT RATES (A RECEIVABLE RELIEVED AT THE RATE IT WAS
      * BOOKED AT, CASH AT TODAY'S) NEED NOT AGREE IN DOLLARS. THE
      * DIFFERENCE IS POSTED AS A LINE OF ITS OWN SO THE DOLLAR SIDE
      * OF THE FEED BALANCES. WHEN A RATE WAS MISSING THE DOLLAR SIDE
      * IS INCOMPLETE AND NOTHING IS BUILT.
      **********************************************************************
       8690-BUILD-BALANCING-LINE.
           SET FX-BALANCING-LINE-NOT-BUILT TO TRUE
           COMPUTE WS-FX-DIFFERENCE =
               WS-FX-FUNCTIONAL-DEBITS - WS-FX-FUNCTIONAL-CREDITS
           IF WS-FX-DIFFERENCE NOT EQUAL ZERO
           AND WS-FX-MISSING-RATES EQUAL ZERO
               SET FX-BALANCING-LINE-BUILT TO TRUE
               MOVE WS-FX-BALANCE-ACCOUNT TO GJ-ACCOUNT
               MOVE WS-FX-BALANCE-CURRENCY TO GJ-CURRENCY-CODE
               MOVE ZERO TO GJ-AMOUNT
               MOVE ZERO TO GJ-FX-RATE
               IF WS-FX-DIFFERENCE GREATER THAN ZERO
                   SET GJ-ENTRY-IS-CREDIT TO TRUE
                   MOVE WS-FX-DIFFERENCE TO GJ-FUNCTIONAL-AMOUNT
               ELSE
                   SET GJ-ENTRY-IS-DEBIT TO TRUE
                   COMPUTE GJ-FUNCTIONAL-AMOUNT =
                       ZERO - WS-FX-DIFFERENCE
               END-IF
               PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           END-IF
           .
      * FXRATP.CPY END
