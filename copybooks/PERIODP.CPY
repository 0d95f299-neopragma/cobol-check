      * PERIODP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE CLOSED-PERIOD CHECK. COPY THIS
      * MEMBER PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION
      * ALONGSIDE PERIODW.CPY IN WORKING-STORAGE. SEE PERIODW.CPY FOR
      * THE CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * FIND THE LATEST PERIOD EVER CLOSED AND SAY WHETHER THE CHECK
      * DATE FALLS IN OR BEFORE IT. THE FILE IS SHORT -- A FEW RECORDS
      * A MONTH -- SO IT IS SIMPLY READ TO THE END.
      **********************************************************************
       8900-CHECK-CLOSED-PERIOD.
           MOVE '000000' TO WS-CLOSED-THROUGH-PERIOD
           SET RUN-DATE-IS-IN-OPEN-PERIOD TO TRUE
           OPEN INPUT CLOSED-PERIOD-FILE
           IF ARPERIOD-FILE-WAS-FOUND
               SET CLOSED-PERIOD-FILE-NOT-EOF TO TRUE
               PERFORM 8910-READ-CLOSED-PERIOD
                   UNTIL CLOSED-PERIOD-FILE-EOF
               CLOSE CLOSED-PERIOD-FILE
           END-IF
           IF WS-PERIOD-CHECK-MONTH
                   NOT GREATER THAN WS-CLOSED-THROUGH-PERIOD
               SET RUN-DATE-IS-IN-CLOSED-PERIOD TO TRUE
           END-IF
           .

       8910-READ-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   SET CLOSED-PERIOD-FILE-EOF TO TRUE
               NOT AT END
                   IF CP-PERIOD IS NUMERIC
                   AND CP-PERIOD GREATER THAN WS-CLOSED-THROUGH-PERIOD
                       MOVE CP-PERIOD TO WS-CLOSED-THROUGH-PERIOD
                   END-IF
           END-READ
           .
      * PERIODP.CPY END
