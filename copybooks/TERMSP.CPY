      * TERMSP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE PAYMENT-TERMS TABLE. COPY THIS
      * MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE TERMSW.CPY IN WORKING-STORAGE. SEE TERMSW.CPY FOR
      * THE CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * LOOK UP THE TERMS CODE. SPACES IS THE NET 30 DEFAULT; AN
      * UNKNOWN CODE IS FLAGGED NOT FOUND BUT STILL HANDS BACK NET 30.
      * THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE
      * SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       8700-FIND-PAYMENT-TERMS.
           SET TERMS-CODE-NOT-FOUND TO TRUE
           IF WS-TERMS-LOOKUP-CODE EQUAL SPACES
               SET TERMS-CODE-WAS-FOUND TO TRUE
               MOVE WS-TM-DEFAULT-IX TO WS-TM-FOUND-IX
           ELSE
               PERFORM 8710-SEARCH-TERMS-ENTRY
                   VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > WS-TM-COUNT
                   OR TERMS-CODE-WAS-FOUND
               IF TERMS-CODE-NOT-FOUND
                   MOVE WS-TM-DEFAULT-IX TO WS-TM-FOUND-IX
               END-IF
           END-IF
           MOVE WS-TM-CODE(WS-TM-FOUND-IX) TO WS-TERMS-CODE
           MOVE WS-TM-DESCRIPTION(WS-TM-FOUND-IX)
               TO WS-TERMS-DESCRIPTION
           MOVE WS-TM-NET-DAYS(WS-TM-FOUND-IX) TO WS-TERMS-NET-DAYS
           MOVE WS-TM-DISCOUNT-DAYS(WS-TM-FOUND-IX)
               TO WS-TERMS-DISCOUNT-DAYS
           MOVE WS-TM-DISCOUNT-PCT(WS-TM-FOUND-IX)
               TO WS-TERMS-DISCOUNT-PCT
           .

       8710-SEARCH-TERMS-ENTRY.
           IF WS-TM-CODE(WS-TM-IX) EQUAL WS-TERMS-LOOKUP-CODE
               SET TERMS-CODE-WAS-FOUND TO TRUE
               MOVE WS-TM-IX TO WS-TM-FOUND-IX
           END-IF
           .

      **********************************************************************
      * DUE DATE AND LAST DISCOUNT DAY FOR AN INVOICE DATED
      * WS-TERMS-BASE-DATE UNDER THE TERMS LOOKUP-CODE NAMES. CALENDAR
      * DAYS, NOT BUSINESS DAYS, AS THE CONTRACTS ARE WRITTEN.
      **********************************************************************
       8750-COMPUTE-TERMS-DATES.
           PERFORM 8700-FIND-PAYMENT-TERMS
           MOVE SPACES TO WS-TERMS-DUE-DATE
           MOVE SPACES TO WS-TERMS-DISCOUNT-DATE
           IF WS-TERMS-BASE-DATE IS NUMERIC
               COMPUTE WS-TERMS-BASE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TERMS-BASE-DATE-N)
               COMPUTE WS-TERMS-DUE-DATE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WS-TERMS-BASE-INTEGER + WS-TERMS-NET-DAYS)
               IF WS-TERMS-DISCOUNT-DAYS IS GREATER THAN ZERO
                   COMPUTE WS-TERMS-DISCOUNT-DATE-N =
                       FUNCTION DATE-OF-INTEGER
                           (WS-TERMS-BASE-INTEGER
                            + WS-TERMS-DISCOUNT-DAYS)
               END-IF
           END-IF
           .
      * TERMSP.CPY END
