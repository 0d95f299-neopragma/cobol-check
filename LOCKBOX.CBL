      *                     DETAIL RECORD ONTO THE PAYMENT RECORD SO
      *                     THE APPLY PASS CAN REFUSE CROSS-CURRENCY
      *                     POSTINGS. SPACES STILL MEANS USD.
      *   15 OCT 2026  RTB  EVERY ITEM OF A BATCH IS STAMPED WITH THE
      *                     BATCH'S DEPOSIT DATE AND NUMBER AS IT IS
      *                     HELD, AND THE STAMP TRAVELS THROUGH
      *                     SUSPENSE ONTO THE PAYMENT RECORD FOR THE
      *                     CASH APPLICATION HISTORY.
      *   15 OCT 2026  RTB  RETURNED-ITEM HOLD. A CHECK FROM A CUSTOMER
      *                     FLAGGED ON THE MASTER BY THE RETURNED-ITEM
      *                     RUN IS NOT RELEASED BUT SUSPENDED UNDER NEW
      *                     REASON 05 FOR REVIEW. IT IS RE-PRESENTED
      *                     EVERY NIGHT AND RELEASES ITSELF ONCE
      *                     CUSTOMER MAINTENANCE LIFTS THE HOLD.
      *   15 OCT 2026  RTB  A CHECK QUOTING AN ACCOUNT THE CUSTOMER
      *                     MERGE RUN HAS RETIRED IS RELEASED UNDER THE
      *                     SURVIVING ACCOUNT (SHARED CUSTFWW/CUSTFWP
      *                     TABLE OVER CUSTFWD), AND THE SURVIVOR'S
      *                     RETURNED-ITEM HOLD APPLIES TO IT.
      *   15 OCT 2026  RTB  DEPOSIT EXTRACT (LOCKDEP) FOR THE BANK
      *                     RECONCILIATION: ONE RECORD PER BATCH WITH
      *                     ITS DEPOSIT, RELEASED AND SUSPENDED
      *                     AMOUNTS, AND ONE PER ITEM RELEASED FROM
      *                     SUSPENSE.
      *   15 OCT 2026  RTB  A REDIRECT TO THE SURVIVING ACCOUNT IS
      *                     REPORTED AND COUNTED ONLY WHEN THE ITEM IS
      *                     RELEASED OR HELD, NOT EACH NIGHT IT IS
      *                     CARRIED ON SUSPENSE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKRPT-STATUS.

           SELECT DEPOSIT-EXTRACT
               ASSIGN TO LOCKDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKDEP-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-FORWARD-FILE
               ASSIGN TO CUSTFWD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTFWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-TRANSMISSION
      *        NO BATCH HEADER) MAY AUTO-RELEASE ON RE-PRESENTATION.
      *        AN ITEM OF AN UNPROVEN DEPOSIT (OUT OF BALANCE, NO
      *        TRAILER) PARSES CLEANLY BY DEFINITION AND MUST WAIT
      *        FOR THE BANK TO RE-TRANSMIT THE BATCH. AN ITEM HELD
      *        FOR A RETURNED PAYMENT WAITS FOR THE HOLD TO BE LIFTED.
               88  SI-ITEM-MAY-RETRY           VALUE '01' '03'.
               88  SI-ITEM-ON-CHECK-HOLD       VALUE '05'.
           05  SI-ITEM-IMAGE            PIC X(80).

       FD  PAYMENTS-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DEPOSIT-REGISTER-RECORD      PIC X(132).

       FD  DEPOSIT-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOCKDEP.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  CUSTOMER-FORWARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTFWD.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-REASON   PIC X(02) VALUE SPACES.
           88  SUSPENSE-BAD-ITEM                VALUE '01'.
           88  SUSPENSE-BATCH-UNBALANCED        VALUE '02'.
           88  SUSPENSE-NO-BATCH-HEADER         VALUE '03'.
           88  SUSPENSE-NO-BATCH-TRAILER        VALUE '04'.
           88  SUSPENSE-CHECK-HOLD              VALUE '05'.

       01  WS-FILE-STATUSES.
           05  WS-LOCKBOXI-STATUS       PIC X(02) VALUE '00'.
           05  WS-PAYMENTS-STATUS       PIC X(02) VALUE '00'.
           05  WS-PAYSUSPO-STATUS       PIC X(02) VALUE '00'.
           05  WS-LOCKRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-LOCKDEP-STATUS        PIC X(02) VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  BATCH-IS-BALANCED            VALUE 'Y'.
               88  BATCH-IS-NOT-BALANCED        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CUSTOMER-CHECKS-HELD         VALUE 'Y'.
               88  CUSTOMER-CHECKS-NOT-HELD     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ITEM-WAS-REDIRECTED          VALUE 'Y'.
               88  ITEM-NOT-REDIRECTED          VALUE 'N'.

       01  FILLER                       PIC X(01) VALUE 'Y'.
           88  MASTER-IS-AVAILABLE              VALUE 'Y'.
           88  MASTER-NOT-AVAILABLE             VALUE 'N'.

      *    ONE DEPOSIT BATCH IS HELD HERE UNTIL ITS TRAILER PROVES THE
      *    ITEM COUNT AND DOLLAR TOTAL. NOTHING IS RELEASED EARLIER.
           05  WS-BATCH-AMOUNT          PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-BATCH-PARSE-ERRORS    PIC 9(04) COMP VALUE ZERO.
           05  WS-BATCH-CURRENCY        PIC X(03) VALUE SPACES.
      *        THE TRAILER'S TOTAL WHEN IT CAN BE READ, ELSE THE SUM OF
      *        THE ITEMS: WHAT THE BANK SHOULD CREDIT FOR THE DEPOSIT.
           05  WS-BATCH-DEPOSIT-AMOUNT  PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-BATCH-RELEASED        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-WORK-ITEM             PIC X(80) VALUE SPACES.
           05  WS-WI-DETAIL REDEFINES WS-WORK-ITEM.
               10  WS-WI-RECORD-TYPE    PIC X(01).
                                        PIC 9(07)V99.
               10  WS-WI-INVOICE-REF    PIC X(07).
               10  WS-WI-CURRENCY-CODE  PIC X(03).
               10  FILLER               PIC X(14).
      *            DEPOSIT STAMP ADDED BY THIS RUN, NOT BY THE BANK.
               10  WS-WI-DEPOSIT-DATE   PIC X(08).
               10  WS-WI-DEPOSIT-BATCH  PIC X(06).
               10  FILLER               PIC X(14).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-SUSPENSE-REPRESENTED  PIC 9(07) COMP VALUE ZERO.
           05  WS-SUSPENSE-RELEASED     PIC 9(07) COMP VALUE ZERO.
           05  WS-SUSPENSE-CARRIED      PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-HELD            PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-REDIRECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPOSIT-RECORDS       PIC 9(07) COMP VALUE ZERO.
           05  WS-AMOUNT-RELEASED       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

               10  RG-BATCH-STATUS      PIC X(14).
               10  FILLER               PIC X(51) VALUE SPACES.

           COPY CUSTFWW.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
                       WS-PAYSUSPI-STATUS
               SET SUSPENSE-IN-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "LOCKBOX: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS " WS-CUSTMAST-STATUS
               DISPLAY "LOCKBOX: NO NEW RETURNED-ITEM HOLDS THIS RUN, "
                       "HELD ITEMS STAY ON SUSPENSE"
               SET MASTER-NOT-AVAILABLE TO TRUE
           END-IF
           PERFORM 8500-LOAD-CUSTOMER-FORWARDS
           IF WS-FW-REJECTED > ZERO
               DISPLAY "LOCKBOX: " WS-FW-REJECTED
                       " CUSTFWD ROWS NOT USABLE, IGNORED"
           END-IF
           OPEN OUTPUT PAYMENTS-FILE
           OPEN OUTPUT SUSPENSE-OUT
           OPEN OUTPUT DEPOSIT-REGISTER
           OPEN OUTPUT DEPOSIT-EXTRACT

           MOVE WS-REGISTER-HEADING TO DEPOSIT-REGISTER-RECORD
           WRITE DEPOSIT-REGISTER-RECORD
           MOVE ZERO TO WS-BI-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE ZERO TO WS-BATCH-PARSE-ERRORS
           MOVE SPACES TO WS-BATCH-CURRENCY
           MOVE ZERO TO WS-BATCH-RELEASED
           .

      **********************************************************************
      * ACCUMULATE PARSEABLE AMOUNTS, SO A BATCH CONTAINING AN ITEM
      * WITH A BAD AMOUNT WILL FAIL ITS PROOF AND NOTHING IN IT IS
      * RELEASED, WHICH IS EXACTLY WHAT THE BANK MUST BE ASKED ABOUT.
      * THE ITEM IS STAMPED WITH ITS DEPOSIT DATE AND BATCH NUMBER
      * FIRST, SO THE STAMP GOES WHEREVER THE ITEM GOES.
      **********************************************************************
       2100-HOLD-BATCH-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE LOCKBOX-RECORD TO WS-WORK-ITEM
           MOVE WS-BATCH-DEPOSIT-DATE TO WS-WI-DEPOSIT-DATE
           MOVE WS-BATCH-NUMBER TO WS-WI-DEPOSIT-BATCH
           IF WS-BI-COUNT >= WS-BI-MAX
               DISPLAY "LOCKBOX: BATCH " WS-BATCH-NUMBER
                       " EXCEEDS " WS-BI-MAX " ITEMS -- SUSPENDED"
               SET SUSPENSE-BAD-ITEM TO TRUE
               PERFORM 4100-WRITE-SUSPENSE-ITEM
           ELSE
               ADD 1 TO WS-BI-COUNT
               MOVE WS-WORK-ITEM TO WS-BI-ITEM-IMAGE(WS-BI-COUNT)
               IF WS-BI-COUNT EQUAL 1
                   MOVE LB-CURRENCY-CODE TO WS-BATCH-CURRENCY
               END-IF
               IF LB-AMOUNT IS NUMERIC
                   ADD LB-AMOUNT-N TO WS-BATCH-AMOUNT
               ELSE
                   SET BATCH-IS-NOT-BALANCED TO TRUE
               END-IF
           END-IF
           MOVE WS-BATCH-AMOUNT TO WS-BATCH-DEPOSIT-AMOUNT
           IF LB-AMOUNT-TOTAL IS NUMERIC
               MOVE LB-AMOUNT-TOTAL-N TO WS-BATCH-DEPOSIT-AMOUNT
           END-IF

           IF BATCH-IS-BALANCED
               ADD 1 TO WS-BATCHES-BALANCED
           SET BATCH-IS-NOT-OPEN TO TRUE
           .

      **********************************************************************
      * A CLEAN ITEM FROM A CUSTOMER WHOSE PAYMENT CAME BACK FROM THE
      * BANK IS HELD ON SUSPENSE FOR REVIEW INSTEAD OF BEING RELEASED.
      **********************************************************************
       3100-RELEASE-ONE-ITEM.
           MOVE WS-BI-ITEM-IMAGE(WS-BI-IX) TO WS-WORK-ITEM
           PERFORM 4300-EDIT-WORK-ITEM
           IF ITEM-PARSES
               PERFORM 4400-CHECK-CUSTOMER-HOLD
               IF CUSTOMER-CHECKS-HELD
                   SET SUSPENSE-CHECK-HOLD TO TRUE
                   PERFORM 4100-WRITE-SUSPENSE-ITEM
                   ADD 1 TO WS-ITEMS-HELD
                   PERFORM 4360-COUNT-REDIRECT
                   DISPLAY "LOCKBOX: CHECK FROM CUSTOMER "
                           WS-WI-CUSTOMER-ID " HELD FOR REVIEW -- "
                           "RETURNED-ITEM HOLD"
               ELSE
                   PERFORM 4000-WRITE-PAYMENT
                   ADD WS-WI-AMOUNT-N TO WS-BATCH-RELEASED
               END-IF
           ELSE
               SET SUSPENSE-BAD-ITEM TO TRUE
               PERFORM 4100-WRITE-SUSPENSE-ITEM
           DISPLAY "LOCKBOX: BATCH " WS-BATCH-NUMBER
                   " HAS NO TRAILER -- ALL ITEMS SUSPENDED"
           SET SUSPENSE-NO-BATCH-TRAILER TO TRUE
           MOVE WS-BATCH-AMOUNT TO WS-BATCH-DEPOSIT-AMOUNT
           PERFORM 3300-SUSPEND-ONE-ITEM
               VARYING WS-BI-IX FROM 1 BY 1
               UNTIL WS-BI-IX > WS-BI-COUNT
           MOVE WS-WI-AMOUNT TO PY-AMOUNT
           MOVE WS-WI-INVOICE-REF TO PY-INVOICE-REFERENCE
           MOVE WS-WI-CURRENCY-CODE TO PY-CURRENCY-CODE
           MOVE WS-WI-DEPOSIT-DATE TO PY-DEPOSIT-DATE
           MOVE WS-WI-DEPOSIT-BATCH TO PY-DEPOSIT-BATCH
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-PAYMENTS-RELEASED
           ADD WS-WI-AMOUNT-N TO WS-AMOUNT-RELEASED
           PERFORM 4360-COUNT-REDIRECT
           .

       4100-WRITE-SUSPENSE-ITEM.
           END-EVALUATE
           MOVE WS-REGISTER-DETAIL TO DEPOSIT-REGISTER-RECORD
           WRITE DEPOSIT-REGISTER-RECORD
           PERFORM 4250-WRITE-DEPOSIT-BATCH
           MOVE SPACES TO WS-SUSPENSE-REASON
           .

      **********************************************************************
      * THE SAME BATCH ON THE DEPOSIT EXTRACT FOR THE BANK
      * RECONCILIATION. WHATEVER WAS NOT RELEASED TONIGHT IS ON
      * SUSPENSE.
      **********************************************************************
       4250-WRITE-DEPOSIT-BATCH.
           MOVE SPACES TO LOCKBOX-DEPOSIT-RECORD
           SET LD-DEPOSIT-BATCH TO TRUE
           MOVE WS-BATCH-DEPOSIT-DATE TO LD-DEPOSIT-DATE
           MOVE WS-BATCH-NUMBER TO LD-BATCH-NUMBER
           MOVE WS-BATCH-CURRENCY TO LD-CURRENCY-CODE
           EVALUATE TRUE
               WHEN SUSPENSE-NO-BATCH-TRAILER
                   SET LD-BATCH-NO-TRAILER TO TRUE
               WHEN BATCH-IS-NOT-BALANCED
                   SET LD-BATCH-OUT-OF-BALANCE TO TRUE
               WHEN OTHER
                   SET LD-BATCH-BALANCED TO TRUE
           END-EVALUATE
           MOVE WS-BI-COUNT TO LD-ITEM-COUNT
           MOVE WS-BATCH-DEPOSIT-AMOUNT TO LD-DEPOSIT-AMOUNT
           MOVE WS-BATCH-RELEASED TO LD-RELEASED-AMOUNT
           COMPUTE LD-SUSPENDED-AMOUNT =
               WS-BATCH-AMOUNT - WS-BATCH-RELEASED
           WRITE LOCKBOX-DEPOSIT-RECORD
           ADD 1 TO WS-DEPOSIT-RECORDS
           .

      **********************************************************************
      * AN ITEM RELEASED FROM SUSPENSE IS BOOKED TONIGHT AGAINST THE
      * DEPOSIT IT ARRIVED IN, SO IT GOES ON THE EXTRACT UNDER THAT
      * DEPOSIT'S DATE AND BATCH.
      **********************************************************************
       4260-WRITE-DEPOSIT-RELEASE.
           MOVE SPACES TO LOCKBOX-DEPOSIT-RECORD
           SET LD-SUSPENSE-RELEASE TO TRUE
           MOVE WS-WI-DEPOSIT-DATE TO LD-DEPOSIT-DATE
           MOVE WS-WI-DEPOSIT-BATCH TO LD-BATCH-NUMBER
           MOVE WS-WI-CURRENCY-CODE TO LD-CURRENCY-CODE
           MOVE 1 TO LD-ITEM-COUNT
           MOVE ZERO TO LD-DEPOSIT-AMOUNT
           MOVE WS-WI-AMOUNT-N TO LD-RELEASED-AMOUNT
           MOVE ZERO TO LD-SUSPENDED-AMOUNT
           WRITE LOCKBOX-DEPOSIT-RECORD
           ADD 1 TO WS-DEPOSIT-RECORDS
           .

      **********************************************************************
      * THE SAME FIELD EDITS THE PAYMENT APPLICATION RUN APPLIES, SO A
      * RELEASED ITEM CAN NEVER BOUNCE MID-RUN DOWNSTREAM. AN ITEM THAT
      * PARSES IS THEN SENT ON TO THE ACCOUNT IT NOW LIVES UNDER.
      **********************************************************************
       4300-EDIT-WORK-ITEM.
           SET ITEM-PARSES TO TRUE
           SET ITEM-NOT-REDIRECTED TO TRUE
           IF WS-WI-CUSTOMER-ID IS NOT NUMERIC
           OR WS-WI-PAYMENT-DATE IS NOT NUMERIC
           OR WS-WI-AMOUNT IS NOT NUMERIC
           AND WS-WI-CURRENCY-CODE IS NOT ALPHABETIC
               SET ITEM-DOES-NOT-PARSE TO TRUE
           END-IF
           IF ITEM-PARSES
               PERFORM 4350-REDIRECT-RETIRED-ACCOUNT
           END-IF
           .

      **********************************************************************
      * A CUSTOMER WHOSE DUPLICATE ACCOUNT WAS MERGED AWAY MAY GO ON
      * QUOTING THE OLD NUMBER ON ITS REMITTANCE FOR MONTHS. THE ITEM
      * IS RELEASED UNDER THE SURVIVING ACCOUNT INSTEAD, WHERE ITS OPEN
      * ITEMS NOW ARE, AND THE SURVIVOR'S RETURNED-ITEM HOLD APPLIES.
      * THE REDIRECT IS REPORTED ONLY ONCE THE ITEM IS RELEASED OR
      * HELD, NOT EACH NIGHT AN ITEM STILL ON SUSPENSE IS RE-EDITED.
      **********************************************************************
       4350-REDIRECT-RETIRED-ACCOUNT.
           MOVE WS-WI-CUSTOMER-ID TO WS-FWD-LOOKUP-ID
           PERFORM 8550-FIND-CUSTOMER-FORWARD
           IF FORWARD-WAS-FOUND
               SET ITEM-WAS-REDIRECTED TO TRUE
               MOVE WS-FWD-SURVIVING-ID TO WS-WI-CUSTOMER-ID
           END-IF
           .

       4360-COUNT-REDIRECT.
           IF ITEM-WAS-REDIRECTED
               DISPLAY "LOCKBOX: CHECK FOR RETIRED ACCOUNT "
                       WS-FWD-LOOKUP-ID " REDIRECTED TO "
                       WS-WI-CUSTOMER-ID
               ADD 1 TO WS-ITEMS-REDIRECTED
           END-IF
           .

      **********************************************************************
      * THE RETURNED-ITEM RUN FLAGS THE MASTER WHEN A CUSTOMER'S PAYMENT
      * COMES BACK NSF OR IS CHARGED BACK; ONLY CUSTOMER MAINTENANCE
      * CLEARS IT. WITHOUT THE MASTER NO NEW HOLD CAN BE SEEN.
      **********************************************************************
       4400-CHECK-CUSTOMER-HOLD.
           SET CUSTOMER-CHECKS-NOT-HELD TO TRUE
           IF MASTER-IS-AVAILABLE
               MOVE WS-WI-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CHECKS-ON-HOLD
                           SET CUSTOMER-CHECKS-HELD TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      **********************************************************************
      * PARSES CLEANLY BY DEFINITION, AND RELEASING IT WOULD TURN THE
      * DEPOSIT PROOF INTO A ONE-DAY DELAY; IT WAITS ON SUSPENSE
      * UNTIL THE BANK RE-TRANSMITS THE BATCH OR OPERATIONS CLEARS
      * IT. EITHER WAY NOTHING EVER FALLS OFF THE RECORD. A CHECK HELD
      * FOR A RETURNED PAYMENT RELEASES ONCE THE HOLD IS LIFTED, AND A
      * RETRIED ITEM FROM A CUSTOMER NOW ON HOLD IS HELD IN ITS TURN.
      **********************************************************************
       5000-REPRESENT-SUSPENSE.
           PERFORM 5100-READ-SUSPENSE
       5200-REPRESENT-ONE-ITEM.
           MOVE SI-ITEM-IMAGE TO WS-WORK-ITEM
           PERFORM 4300-EDIT-WORK-ITEM
           SET CUSTOMER-CHECKS-NOT-HELD TO TRUE
           IF (SI-ITEM-MAY-RETRY OR SI-ITEM-ON-CHECK-HOLD)
           AND ITEM-PARSES
               PERFORM 4400-CHECK-CUSTOMER-HOLD
               IF SI-ITEM-ON-CHECK-HOLD
               AND MASTER-NOT-AVAILABLE
                   SET CUSTOMER-CHECKS-HELD TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CUSTOMER-CHECKS-HELD
                   MOVE '05' TO SO-REASON-CODE
                   MOVE SI-ITEM-IMAGE TO SO-ITEM-IMAGE
                   WRITE SUSPENSE-OUT-RECORD
                   ADD 1 TO WS-SUSPENSE-CARRIED
               WHEN (SI-ITEM-MAY-RETRY OR SI-ITEM-ON-CHECK-HOLD)
               AND ITEM-PARSES
                   PERFORM 4000-WRITE-PAYMENT
                   PERFORM 4260-WRITE-DEPOSIT-RELEASE
                   ADD 1 TO WS-SUSPENSE-RELEASED
               WHEN OTHER
                   MOVE SI-REASON-CODE TO SO-REASON-CODE
                   MOVE SI-ITEM-IMAGE TO SO-ITEM-IMAGE
                   WRITE SUSPENSE-OUT-RECORD
                   ADD 1 TO WS-SUSPENSE-CARRIED
           END-EVALUATE
           PERFORM 5100-READ-SUSPENSE
           .

           CLOSE PAYMENTS-FILE
           CLOSE SUSPENSE-OUT
           CLOSE DEPOSIT-REGISTER
           CLOSE DEPOSIT-EXTRACT
           IF MASTER-IS-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY SPACE
           DISPLAY "LOCKBOX CONTROL TOTALS"
           DISPLAY "   SUSPENSE RE-TRIED   " WS-SUSPENSE-REPRESENTED
           DISPLAY "   SUSPENSE RELEASED   " WS-SUSPENSE-RELEASED
           DISPLAY "   SUSPENSE CARRIED    " WS-SUSPENSE-CARRIED
           DISPLAY "   CHECKS HELD         " WS-ITEMS-HELD
           DISPLAY "   ITEMS REDIRECTED    " WS-ITEMS-REDIRECTED
           DISPLAY "   DEPOSIT RECORDS     " WS-DEPOSIT-RECORDS
           DISPLAY "   AMOUNT RELEASED     " WS-AMOUNT-RELEASED
           DISPLAY SPACE
           .

           COPY CUSTFWP.
