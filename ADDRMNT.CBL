      *
      * MODIFICATION HISTORY:
      *   01 SEP 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  INVOICE DELIVERY METHOD. THE ROW (NOW 200
      *                     BYTES, SHARED CUSTADDR COPYBOOK) CARRIES HOW
      *                     THE CUSTOMER TAKES ITS INVOICES -- P PAPER,
      *                     E EMAIL, D EDI -- AND THE EMAIL ADDRESS OR
      *                     TRADING-PARTNER ID, FROM NEW FIELDS ON THE
      *                     END OF ADDRTRAN. A BAD METHOD, AN ELECTRONIC
      *                     METHOD WITH NO ADDRESS, AN EMAIL ADDRESS
      *                     WITHOUT ONE @, OR AN ADDRESS ON A PAPER ROW
      *                     IS REJECTED. A BLANK METHOD IS STORED AS P.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMNT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  ADDRESS-TRANSACTIONS
           RECORD CONTAINS 210 CHARACTERS.
       01  ADDRESS-TRANSACTION-RECORD.
           05  AT-ACTION-CODE           PIC X(01).
               88  AT-ACTION-ADD               VALUE 'A'.
           05  AT-ADDRESS-LINE-3        PIC X(30).
           05  AT-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01).
      *        INVOICE DELIVERY METHOD AND ELECTRONIC ADDRESS FOR THE
      *        ROW (CUSTADDR.CPY). A BLANK METHOD MEANS PAPER.
           05  AT-DELIVERY-METHOD       PIC X(01).
               88  AT-DELIVER-BY-EMAIL         VALUE 'E'.
               88  AT-DELIVERY-IS-ELECTRONIC   VALUE 'E' 'D'.
               88  AT-DELIVERY-IS-VALID        VALUE ' ' 'P' 'E' 'D'.
           05  AT-ELECTRONIC-ADDRESS    PIC X(60).
           05  FILLER                   PIC X(09).

       FD  CUSTOMER-ADDRESSES-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTOMER-ADDRESS-OUT-RECORD.
           05  CO-CUSTOMER-ID           PIC X(10).
           05  CO-CUSTOMER-NAME         PIC X(30).
           05  CO-ADDRESS-LINE-1        PIC X(30).
           05  CO-ADDRESS-LINE-2        PIC X(30).
           05  CO-ADDRESS-LINE-3        PIC X(30).
           05  CO-DELIVERY-METHOD       PIC X(01).
           05  CO-ELECTRONIC-ADDRESS    PIC X(60).
           05  FILLER                   PIC X(09).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 433 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05  AU-RUN-DATE              PIC X(08).
           05  AU-RUN-TIME              PIC X(06).
           05  AU-USER-ID               PIC X(08).
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-CUSTOMER-ID           PIC X(10).
           05  AU-BEFORE-IMAGE          PIC X(200).
           05  AU-AFTER-IMAGE           PIC X(200).

       FD  TRANSACTION-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-TRANS-KEY             PIC X(10) VALUE HIGH-VALUES.

       01  WS-SAVED-IMAGES.
           05  WS-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
           05  WS-AFTER-IMAGE           PIC X(200) VALUE SPACES.
           05  WS-PRINT-IMAGE           PIC X(200) VALUE SPACES.

       01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
       01  WS-AT-SIGN-COUNT             PIC 9(04) COMP VALUE ZERO.

       01  WS-REGISTER-LINES.
           05  WS-REGISTER-HEADING.
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
           AND NOT AT-ACTION-DELETE
               PERFORM 4100-VALIDATE-DELIVERY
           END-IF
           .

      **********************************************************************
      * THE DELIVERY METHOD MUST BE P, E, D OR BLANK (PAPER). AN EMAIL
      * OR EDI ROW MUST SAY WHERE TO SEND THE INVOICE -- AN EMAIL
      * ADDRESS HOLDS EXACTLY ONE @ -- AND A PAPER ROW CARRIES NO
      * ELECTRONIC ADDRESS, SO A CUSTOMER GOING BACK TO PAPER IS NOT
      * LEFT WITH A STALE ONE.
      **********************************************************************
       4100-VALIDATE-DELIVERY.
           IF NOT AT-DELIVERY-IS-VALID
               MOVE "DELIVERY METHOD NOT P, E OR D"
                   TO WS-REJECT-REASON
               SET TRANSACTION-IS-NOT-VALID TO TRUE
           END-IF

           IF TRANSACTION-IS-VALID
               IF AT-DELIVERY-IS-ELECTRONIC
                   IF AT-ELECTRONIC-ADDRESS EQUAL SPACES
                       MOVE "NO EMAIL ADDRESS OR PARTNER ID"
                           TO WS-REJECT-REASON
                       SET TRANSACTION-IS-NOT-VALID TO TRUE
                   END-IF
               ELSE
                   IF AT-ELECTRONIC-ADDRESS NOT EQUAL SPACES
                       MOVE "ELECTRONIC ADDRESS ON A PAPER ROW"
                           TO WS-REJECT-REASON
                       SET TRANSACTION-IS-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
           AND AT-DELIVER-BY-EMAIL
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT AT-ELECTRONIC-ADDRESS
                   TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
               IF WS-AT-SIGN-COUNT NOT EQUAL 1
                   MOVE "EMAIL ADDRESS NEEDS ONE @"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF
           .

       5000-WRITE-NEW-ADDRESS.
           MOVE AT-ADDRESS-LINE-1 TO CO-ADDRESS-LINE-1
           MOVE AT-ADDRESS-LINE-2 TO CO-ADDRESS-LINE-2
           MOVE AT-ADDRESS-LINE-3 TO CO-ADDRESS-LINE-3
           IF AT-DELIVERY-METHOD EQUAL SPACE
               MOVE 'P' TO CO-DELIVERY-METHOD
           ELSE
               MOVE AT-DELIVERY-METHOD TO CO-DELIVERY-METHOD
           END-IF
           MOVE AT-ELECTRONIC-ADDRESS TO CO-ELECTRONIC-ADDRESS
           WRITE CUSTOMER-ADDRESS-OUT-RECORD
           ADD 1 TO WS-ADDRESSES-WRITTEN
           MOVE CUSTOMER-ADDRESS-OUT-RECORD TO WS-AFTER-IMAGE
           MOVE WS-REGISTER-DETAIL TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'B:' TO RG-IMAGE-LABEL
           MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE
           PERFORM 7100-WRITE-REGISTER-IMAGE
           MOVE 'A:' TO RG-IMAGE-LABEL
           MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
           PERFORM 7100-WRITE-REGISTER-IMAGE
           .

      **********************************************************************
      * THE POSTAL PART OF THE ROW FILLS ONE REGISTER LINE; THE
      * DELIVERY METHOD AND ELECTRONIC ADDRESS FOLLOW ON A SECOND LINE
      * WHEN THE ROW CARRIES ANY.
      **********************************************************************
       7100-WRITE-REGISTER-IMAGE.
           MOVE WS-PRINT-IMAGE(1:130) TO RG-IMAGE
           MOVE WS-REGISTER-IMAGE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           IF WS-PRINT-IMAGE(131:70) NOT EQUAL SPACES
               MOVE SPACES TO RG-IMAGE-LABEL
               MOVE WS-PRINT-IMAGE(131:70) TO RG-IMAGE
               MOVE WS-REGISTER-IMAGE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           .

       8000-REJECT-TRANSACTION.
