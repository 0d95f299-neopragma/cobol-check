      *
      * MODIFICATION HISTORY:
      *   01 SEP 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  INVOICE DELIVERY METHOD. EVERY ADDRESS ROW
      *                     (NOW 200 BYTES, SHARED CUSTADDR COPYBOOK) IS
      *                     ALSO CHECKED FOR A VALID DELIVERY METHOD AND
      *                     AN ELECTRONIC ADDRESS THAT FITS IT; A ROW
      *                     THAT FAILS IS LISTED, BECAUSE THE INVOICE
      *                     PRINT RUN WOULD FALL BACK TO PAPER FOR IT.
      *                     THE ROWS PER DELIVERY METHOD ARE COUNTED.
      *   15 OCT 2026  RTB  THE EXCEPTION LINE SHOWS THE WHOLE 60-BYTE
      *                     ELECTRONIC ADDRESS; COLUMNS ARE ONE SPACE
      *                     APART TO FIT IT IN 132.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRRECN.
           COPY CUSTMAST.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  RECONCILIATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-ACCOUNTS-MATCHED      PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTERS-UNMATCHED     PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-ORPHANED    PIC 9(07) COMP VALUE ZERO.
           05  WS-DELIVERY-EXCEPTIONS   PIC 9(07) COMP VALUE ZERO.
           05  WS-PAPER-ROWS            PIC 9(07) COMP VALUE ZERO.
           05  WS-EMAIL-ROWS            PIC 9(07) COMP VALUE ZERO.
           05  WS-EDI-ROWS              PIC 9(07) COMP VALUE ZERO.

       01  WS-AT-SIGN-COUNT             PIC 9(04) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(34)

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-EXCEPTION             PIC X(29).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ELECTRONIC-ADDRESS    PIC X(60).

       PROCEDURE DIVISION.
      **********************************************************************
                   PERFORM 1100-READ-MASTER
               WHEN WS-ADDRESS-KEY IS LESS THAN WS-MASTER-KEY
                   PERFORM 3000-LIST-ORPHAN-ADDRESS
                   PERFORM 4000-CHECK-DELIVERY
                   PERFORM 1200-READ-ADDRESS
               WHEN OTHER
                   ADD 1 TO WS-ACCOUNTS-MATCHED
                   PERFORM 4000-CHECK-DELIVERY
                   PERFORM 1100-READ-MASTER
                   PERFORM 1200-READ-ADDRESS
           END-EVALUATE
           MOVE CM-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE 'NO ADDRESS ROW FOR MASTER' TO DL-EXCEPTION
           MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE SPACES TO DL-ELECTRONIC-ADDRESS
           MOVE WS-DETAIL-LINE TO RECONCILIATION-RECORD
           WRITE RECONCILIATION-RECORD
           .
           MOVE CA-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE 'ADDRESS ROW HAS NO MASTER' TO DL-EXCEPTION
           MOVE CA-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE SPACES TO DL-ELECTRONIC-ADDRESS
           MOVE WS-DETAIL-LINE TO RECONCILIATION-RECORD
           WRITE RECONCILIATION-RECORD
           .

      **********************************************************************
      * THE SAME DELIVERY EDITS THE ADDRESS MAINTENANCE RUN APPLIES,
      * RUN AGAINST THE ROWS ON FILE SO A ROW LOADED OR PATCHED ANY
      * OTHER WAY IS CAUGHT BEFORE THE INVOICE RUN SENDS IT TO PAPER.
      **********************************************************************
       4000-CHECK-DELIVERY.
           MOVE SPACES TO DL-EXCEPTION
           EVALUATE TRUE
               WHEN CA-DELIVER-BY-PAPER
                   ADD 1 TO WS-PAPER-ROWS
                   IF CA-ELECTRONIC-ADDRESS NOT EQUAL SPACES
                       MOVE 'ELECTRONIC ADDR ON PAPER ROW'
                           TO DL-EXCEPTION
                   END-IF
               WHEN CA-DELIVER-BY-EMAIL
                   ADD 1 TO WS-EMAIL-ROWS
                   MOVE ZERO TO WS-AT-SIGN-COUNT
                   INSPECT CA-ELECTRONIC-ADDRESS
                       TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
                   IF CA-ELECTRONIC-ADDRESS EQUAL SPACES
                       MOVE 'EMAIL ROW HAS NO ADDRESS'
                           TO DL-EXCEPTION
                   ELSE
                       IF WS-AT-SIGN-COUNT NOT EQUAL 1
                           MOVE 'EMAIL ADDRESS NEEDS ONE @'
                               TO DL-EXCEPTION
                       END-IF
                   END-IF
               WHEN CA-DELIVER-BY-EDI
                   ADD 1 TO WS-EDI-ROWS
                   IF CA-ELECTRONIC-ADDRESS EQUAL SPACES
                       MOVE 'EDI ROW HAS NO PARTNER ID'
                           TO DL-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE 'DELIVERY METHOD NOT P, E OR D'
                       TO DL-EXCEPTION
           END-EVALUATE
           IF DL-EXCEPTION NOT EQUAL SPACES
               ADD 1 TO WS-DELIVERY-EXCEPTIONS
               MOVE CA-CUSTOMER-ID TO DL-CUSTOMER-ID
               MOVE CA-CUSTOMER-NAME TO DL-CUSTOMER-NAME
               MOVE CA-ELECTRONIC-ADDRESS TO DL-ELECTRONIC-ADDRESS
               MOVE WS-DETAIL-LINE TO RECONCILIATION-RECORD
               WRITE RECONCILIATION-RECORD
           END-IF
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. ANY EXCEPTION ENDS THE STEP WITH
      * RETURN CODE 4 SO THE NIGHT IS FLAGGED FOR REVIEW BEFORE THE
           DISPLAY "   ACCOUNTS MATCHED    " WS-ACCOUNTS-MATCHED
           DISPLAY "   MASTERS UNMATCHED   " WS-MASTERS-UNMATCHED
           DISPLAY "   ORPHAN ADDRESSES    " WS-ADDRESSES-ORPHANED
           DISPLAY "   DELIVERY EXCEPTIONS " WS-DELIVERY-EXCEPTIONS
           DISPLAY "   PAPER ROWS          " WS-PAPER-ROWS
           DISPLAY "   EMAIL ROWS          " WS-EMAIL-ROWS
           DISPLAY "   EDI ROWS            " WS-EDI-ROWS
           DISPLAY SPACE
           IF WS-MASTERS-UNMATCHED IS GREATER THAN ZERO
           OR WS-ADDRESSES-ORPHANED IS GREATER THAN ZERO
           OR WS-DELIVERY-EXCEPTIONS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
