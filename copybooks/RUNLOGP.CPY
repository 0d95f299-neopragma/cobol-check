      * RUNLOGP.CPY
      *****************************************************************
      * PROCEDURE PARAGRAPHS FOR THE STREAM RUN LOG. COPY THIS MEMBER
      * PLAIN (NO REPLACING) INTO THE PROCEDURE DIVISION ALONGSIDE
      * RUNLOGW.CPY IN WORKING-STORAGE. SEE RUNLOGW.CPY FOR THE
      * CALLING CONTRACT.
      *****************************************************************
      **********************************************************************
      * READ THE WHOLE RUN LOG AND DECIDE WHETHER THIS STEP MAY PROCESS
      * THE BUSINESS DATE. A MISSING LOG IS AN EMPTY ONE. A RERUN OF A
      * DATE THE STEP HAS ALREADY FINISHED IS ALLOWED ONLY ON A CARD
      * THAT NAMES WHO AUTHORIZED IT, AND IS LOGGED BEFORE THE STEP
      * STARTS. THE SEQUENCE CHECKS ARE NOT REPEATED FOR SUCH A RERUN:
      * THE DATE WAS IN SEQUENCE WHEN IT WAS FIRST RUN.
      **********************************************************************
       8950-CHECK-RUN-LOG.
           SET RUN-LOG-ALLOWED TO TRUE
           SET STEP-NOT-YET-COMPLETED TO TRUE
           SET PREDECESSOR-NOT-COMPLETED TO TRUE
           MOVE SPACES TO WS-LG-REFUSAL-REASON
           MOVE '00000000' TO WS-LG-LAST-CLOSED-DATE
           MOVE '00000000' TO WS-LG-PRIOR-RUN-DATE
           MOVE '00000000' TO WS-LG-LATEST-RUN-DATE
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-FILE-WAS-FOUND
               SET RUN-LOG-FILE-NOT-EOF TO TRUE
               PERFORM 8960-READ-RUN-LOG
                   UNTIL RUN-LOG-FILE-EOF
               CLOSE RUN-LOG-FILE
           END-IF

           EVALUATE TRUE
               WHEN LG-RERUN-IS-REQUESTED
                AND WS-LG-RERUN-AUTHORITY EQUAL SPACES
                   SET RUN-LOG-REFUSED TO TRUE
                   MOVE 'RERUN CARD DOES NOT NAME WHO AUTHORIZED IT'
                       TO WS-LG-REFUSAL-REASON
               WHEN STEP-ALREADY-COMPLETED
                AND NOT LG-RERUN-IS-REQUESTED
                   SET RUN-LOG-REFUSED TO TRUE
                   MOVE 'ALREADY COMPLETED, RERUN NEEDS AUTHORIZED CARD'
                       TO WS-LG-REFUSAL-REASON
               WHEN STEP-ALREADY-COMPLETED
                   MOVE 'R' TO WS-LG-EVENT-TYPE
                   PERFORM 8990-WRITE-RUN-LOG
               WHEN WS-LG-PREDECESSOR NOT EQUAL SPACES
                AND PREDECESSOR-NOT-COMPLETED
                   SET RUN-LOG-REFUSED TO TRUE
                   STRING 'STEP ' DELIMITED BY SIZE
                          WS-LG-PREDECESSOR DELIMITED BY SPACE
                          ' HAS NOT COMPLETED THIS DATE'
                              DELIMITED BY SIZE
                       INTO WS-LG-REFUSAL-REASON
                   END-STRING
               WHEN WS-LG-PREDECESSOR EQUAL SPACES
                AND WS-LG-LATEST-RUN-DATE > WS-LG-BUSINESS-DATE
                   SET RUN-LOG-REFUSED TO TRUE
                   STRING 'LATER BUSINESS DATE ' DELIMITED BY SIZE
                          WS-LG-LATEST-RUN-DATE DELIMITED BY SIZE
                          ' HAS ALREADY BEEN RUN' DELIMITED BY SIZE
                       INTO WS-LG-REFUSAL-REASON
                   END-STRING
               WHEN WS-LG-PREDECESSOR EQUAL SPACES
                AND WS-LG-PRIOR-RUN-DATE > WS-LG-LAST-CLOSED-DATE
                   SET RUN-LOG-REFUSED TO TRUE
                   STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                          WS-LG-PRIOR-RUN-DATE DELIMITED BY SIZE
                          ' WAS NEVER CLOSED' DELIMITED BY SIZE
                       INTO WS-LG-REFUSAL-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       8960-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET RUN-LOG-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM 8970-NOTE-RUN-LOG-EVENT
           END-READ
           .

      **********************************************************************
      * A COMPLETION WITH A RETURN CODE OF 4 OR LESS FINISHES THE DATE
      * FOR THAT STEP; A FAILED STEP MAY BE RUN AGAIN WITHOUT A RERUN
      * CARD. FOR EARLIER DATES ONLY THE LATEST DATE RUN AND THE LATEST
      * DATE CLOSED MATTER.
      **********************************************************************
       8970-NOTE-RUN-LOG-EVENT.
           IF LG-BUSINESS-DATE > WS-LG-LATEST-RUN-DATE
               MOVE LG-BUSINESS-DATE TO WS-LG-LATEST-RUN-DATE
           END-IF
           EVALUATE TRUE
               WHEN LG-BUSINESS-DATE EQUAL WS-LG-BUSINESS-DATE
                   IF LG-STEP-COMPLETED
                   AND LG-RETURN-CODE NOT > 4
                       IF LG-PROGRAM-NAME EQUAL WS-LG-PROGRAM-NAME
                           SET STEP-ALREADY-COMPLETED TO TRUE
                       END-IF
                       IF LG-PROGRAM-NAME EQUAL WS-LG-PREDECESSOR
                           SET PREDECESSOR-COMPLETED TO TRUE
                       END-IF
                   END-IF
               WHEN LG-BUSINESS-DATE < WS-LG-BUSINESS-DATE
                   IF LG-BUSINESS-DATE > WS-LG-PRIOR-RUN-DATE
                       MOVE LG-BUSINESS-DATE TO WS-LG-PRIOR-RUN-DATE
                   END-IF
                   IF LG-NIGHT-CLOSED
                   AND LG-BUSINESS-DATE > WS-LG-LAST-CLOSED-DATE
                       MOVE LG-BUSINESS-DATE TO WS-LG-LAST-CLOSED-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************************
      * PERFORMED LAST IN THE RUN, ONCE RETURN-CODE IS FINAL.
      **********************************************************************
       8980-LOG-STEP-COMPLETION.
           MOVE 'C' TO WS-LG-EVENT-TYPE
           PERFORM 8990-WRITE-RUN-LOG
           .

       8985-LOG-NIGHT-CLOSED.
           MOVE 'N' TO WS-LG-EVENT-TYPE
           PERFORM 8990-WRITE-RUN-LOG
           .

       8990-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOG-FILE-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-LG-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE WS-LG-PROGRAM-NAME TO LG-PROGRAM-NAME
           MOVE WS-LG-EVENT-TYPE TO LG-EVENT-TYPE
           MOVE RETURN-CODE TO LG-RETURN-CODE
           ACCEPT LG-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT LG-LOGGED-TIME FROM TIME
           IF LG-RERUN-AUTHORIZED
               MOVE WS-LG-RERUN-AUTHORITY TO LG-AUTHORIZED-BY
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
      * RUNLOGP.CPY END
