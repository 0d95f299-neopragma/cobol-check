      *                     D DISPUTED, P PAYMENT PLAN, A AGENCY. EVERY
      *                     CHANGE CARRIES THROUGH THE SAME BEFORE AND
      *                     AFTER AUDIT TRAIL AS THE OTHER FIELDS.
      *   15 OCT 2026  RTB  MAINTAIN THE PAYMENT TERMS CODE, EDITED
      *                     AGAINST THE SHARED TERMS TABLE (TERMSW/
      *                     TERMSP). SPACES MEANS NET 30. THE CODE
      *                     TAKES THREE BYTES OF THE TRANSACTION FILLER.
      *   15 OCT 2026  RTB  MAINTAIN THE SALES-TAX JURISDICTION AND THE
      *                     EXEMPT-CERTIFICATE FLAG. A JURISDICTION MUST
      *                     BE ON THE SHARED TAX RATE TABLE (TAXRATES,
      *                     TAXRATW/TAXRATP); SPACES MEANS NOT TAXED.
      *                     THE TRANSACTION RECORD GROWS FROM 90 TO 100
      *                     BYTES TO CARRY THE TWO FIELDS.
      *   15 OCT 2026  RTB  MAINTAIN THE RETURNED-ITEM CHECK HOLD SET BY
      *                     THE RETURNED-ITEM RUN. Y HOLDS THE ACCOUNT'S
      *                     CHECKS IN LOCKBOX SUSPENSE; A CHANGE WITH N
      *                     OR SPACE RELEASES THEM. THE FLAG TAKES ONE
      *                     BYTE OF THE TRANSACTION FILLER.
      *   15 OCT 2026  RTB  MAINTAIN THE BILL-TO PARENT. THE PARENT MUST
      *                     BE ON THE MASTER, MAY NOT BE THE ACCOUNT
      *                     ITSELF, AND MAY NOT SIT BELOW THE ACCOUNT
      *                     IN ITS OWN FAMILY (A LOOP). AN ACCOUNT THAT
      *                     IS STILL SOMEONE'S PARENT CANNOT BE DELETED.
      *                     THE LINKS ARE HELD IN THE SHARED FAMILY
      *                     TABLE (CUSTFMW/CUSTFMP), LOADED FROM THE
      *                     MASTER AT START AND KEPT IN STEP AS CARDS
      *                     APPLY. THE TRANSACTION RECORD GROWS FROM
      *                     100 TO 110 BYTES TO CARRY THE PARENT ID.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO TAXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-TRANSACTIONS
           RECORD CONTAINS 110 CHARACTERS.
       01  MAINTENANCE-TRANSACTION-RECORD.
           05  MT-ACTION-CODE           PIC X(01).
               88  MT-ACTION-ADD               VALUE 'A'.
           05  MT-COLLECTION-STATUS     PIC X(01).
               88  MT-COLLECTION-IS-VALID      VALUE ' ' 'N' 'D'
                                                     'P' 'A'.
           05  MT-TERMS-CODE            PIC X(03).
           05  MT-TAX-JURISDICTION      PIC X(05).
           05  MT-TAX-EXEMPT            PIC X(01).
               88  MT-TAX-EXEMPT-IS-VALID      VALUE 'Y' 'N' ' '.
           05  MT-CHECK-HOLD            PIC X(01).
               88  MT-CHECK-HOLD-IS-VALID      VALUE 'Y' 'N' ' '.
           05  FILLER                   PIC X(07).
           05  MT-PARENT-ID             PIC X(10).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RECORD              PIC X(132).

       FD  TAX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXRATE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY TERMSW.
           COPY TAXRATW.
           COPY CUSTFMW.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER         PIC S9(4) COMP.
       01  WS-MAXIMUM-DAY       PIC 9(02) VALUE ZERO.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-LOAD-CUSTOMER-FAMILIES
           IF WS-FM-REJECTED > ZERO
           OR WS-FH-REJECTED > ZERO
               DISPLAY "CUSTMNT: " WS-FM-REJECTED " PARENT LINKS AND "
                       WS-FH-REJECTED " FAMILY MEMBERS NOT TABLED"
           END-IF
           IF WS-FM-LOOPS > ZERO
               DISPLAY "CUSTMNT: " WS-FM-LOOPS
                       " ACCOUNTS IN A LOOP OF PARENTS ON THE MASTER"
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF

      *    THE RATE TABLE IS ONLY NEEDED TO EDIT A JURISDICTION. IF IT
      *    IS MISSING, CARDS WITH A JURISDICTION REJECT AND THE REST
      *    ARE APPLIED AS USUAL.
           PERFORM 8800-LOAD-TAX-RATES
           IF NOT TAXRATES-FILE-WAS-FOUND
               DISPLAY "CUSTMNT: TAXRATES NOT FOUND, "
                       "TAX JURISDICTIONS WILL NOT EDIT"
           END-IF
           IF WS-RT-REJECTED > ZERO
               DISPLAY "CUSTMNT: " WS-RT-REJECTED
                       " TAXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           OPEN OUTPUT TRANSACTION-REGISTER
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-REGISTER-HEADING TO REGISTER-RECORD
           AND NOT MT-ACTION-DELETE
               PERFORM 2500-VALIDATE-MASTER-FIELDS
           END-IF

      *    A PARENT'S CHILDREN WOULD BE LEFT BILLING TO AN ACCOUNT
      *    THAT NO LONGER EXISTS. THEY ARE MOVED OR CUT LOOSE FIRST.
           IF TRANSACTION-IS-VALID
           AND MT-ACTION-DELETE
               MOVE MT-CUSTOMER-ID TO WS-FAM-LOOKUP-ID
               PERFORM 9180-COUNT-FAMILY-CHILDREN
               IF WS-FAM-CHILD-COUNT > ZERO
                   MOVE "ACCOUNT IS A BILL-TO PARENT"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF
           .

       2500-VALIDATE-MASTER-FIELDS.
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

      *    SPACES MEANS NET 30, FOR CARDS KEYED BEFORE THE FIELD
      *    EXISTED; ANYTHING ELSE MUST BE ON THE TERMS TABLE.
           IF TRANSACTION-IS-VALID
               MOVE MT-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
               PERFORM 8700-FIND-PAYMENT-TERMS
               IF TERMS-CODE-NOT-FOUND
                   MOVE "TERMS CODE NOT ON TERMS TABLE"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               IF NOT MT-TAX-EXEMPT-IS-VALID
                   MOVE "TAX EXEMPT FLAG NOT Y, N OR SPACE"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               IF NOT MT-CHECK-HOLD-IS-VALID
                   MOVE "CHECK HOLD FLAG NOT Y, N OR SPACE"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

      *    SPACES MEANS THE ACCOUNT IS NOT SUBJECT TO SALES TAX.
      *    ANYTHING ELSE MUST HAVE AT LEAST ONE RATE ON THE TABLE;
      *    WHETHER A RATE IS IN EFFECT ON A GIVEN INVOICE DATE IS
      *    LEFT TO THE BILLING RUN.
           IF TRANSACTION-IS-VALID
           AND MT-TAX-JURISDICTION NOT EQUAL SPACES
               MOVE MT-TAX-JURISDICTION TO WS-TAX-LOOKUP-JURISDICTION
               MOVE HIGH-VALUES TO WS-TAX-LOOKUP-DATE
               PERFORM 8850-FIND-TAX-RATE
               IF TAX-RATE-NOT-FOUND
                   MOVE "TAX JURISDICTION NOT ON RATE TABLE"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

      *    SPACES MEANS THE ACCOUNT BILLS ON ITS OWN.
           IF TRANSACTION-IS-VALID
           AND MT-PARENT-ID NOT EQUAL SPACES
               PERFORM 2800-VALIDATE-PARENT-ID
           END-IF
           .

      **********************************************************************
      * THE BILL-TO PARENT MUST BE ANOTHER ACCOUNT ON THE MASTER, AND
      * CLIMBING FROM IT TO THE TOP OF ITS FAMILY MUST NOT PASS THROUGH
      * THIS ACCOUNT -- THAT WOULD MAKE THE ACCOUNT ITS OWN ANCESTOR.
      **********************************************************************
       2800-VALIDATE-PARENT-ID.
           IF MT-PARENT-ID IS NOT NUMERIC
               MOVE "PARENT ID NOT NUMERIC" TO WS-REJECT-REASON
               SET TRANSACTION-IS-NOT-VALID TO TRUE
           END-IF

           IF TRANSACTION-IS-VALID
               IF MT-PARENT-ID EQUAL MT-CUSTOMER-ID
                   MOVE "ACCOUNT CANNOT BE ITS OWN PARENT"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               MOVE MT-PARENT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "PARENT ACCOUNT NOT ON MASTER"
                           TO WS-REJECT-REASON
                       SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-READ
           END-IF

           IF TRANSACTION-IS-VALID
               MOVE MT-PARENT-ID TO WS-FAM-LOOKUP-ID
               MOVE MT-CUSTOMER-ID TO WS-FAM-STOP-ID
               PERFORM 9160-FIND-TOP-ANCESTOR
               IF FAMILY-LOOP-WAS-FOUND
                   MOVE "PARENT IS BELOW ACCOUNT IN FAMILY"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
           AND WS-FM-COUNT >= WS-FM-MAX
               MOVE MT-CUSTOMER-ID TO WS-FAM-SEARCH-ID
               PERFORM 9190-SEARCH-FAMILY-LINK
               IF FAMILY-LINK-NOT-FOUND
                   MOVE "BILL-TO PARENT TABLE IS FULL"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF
           .

      **********************************************************************
           MOVE MT-FINANCE-EXEMPT TO CM-FINANCE-EXEMPT
           MOVE MT-CREDIT-LIMIT-N TO CM-CREDIT-LIMIT
           MOVE MT-COLLECTION-STATUS TO CM-COLLECTION-STATUS
           MOVE MT-TERMS-CODE TO CM-TERMS-CODE
           MOVE MT-TAX-JURISDICTION TO CM-TAX-JURISDICTION
           MOVE MT-TAX-EXEMPT TO CM-TAX-EXEMPT
           MOVE MT-CHECK-HOLD TO CM-CHECK-HOLD
           MOVE MT-PARENT-ID TO CM-PARENT-ID
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "ADD FOR ACCOUNT ALREADY ON FILE"
               PERFORM 8000-REJECT-TRANSACTION
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM 3500-RECORD-FAMILY-LINK
               PERFORM 4000-WRITE-AUDIT-RECORD
               PERFORM 5000-WRITE-REGISTER-APPLIED
               ADD 1 TO WS-TRANS-APPLIED
               MOVE MT-FINANCE-EXEMPT TO CM-FINANCE-EXEMPT
               MOVE MT-CREDIT-LIMIT-N TO CM-CREDIT-LIMIT
               MOVE MT-COLLECTION-STATUS TO CM-COLLECTION-STATUS
               MOVE MT-TERMS-CODE TO CM-TERMS-CODE
               MOVE MT-TAX-JURISDICTION TO CM-TAX-JURISDICTION
               MOVE MT-TAX-EXEMPT TO CM-TAX-EXEMPT
               MOVE MT-CHECK-HOLD TO CM-CHECK-HOLD
               MOVE MT-PARENT-ID TO CM-PARENT-ID
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM 3500-RECORD-FAMILY-LINK
               PERFORM 4000-WRITE-AUDIT-RECORD
               PERFORM 5000-WRITE-REGISTER-APPLIED
               ADD 1 TO WS-TRANS-APPLIED
               MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
               DELETE CUSTOMER-MASTER
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE SPACES TO CM-PARENT-ID
               PERFORM 3500-RECORD-FAMILY-LINK
               PERFORM 4000-WRITE-AUDIT-RECORD
               PERFORM 5000-WRITE-REGISTER-APPLIED
               ADD 1 TO WS-TRANS-APPLIED
           END-IF
           .

      **********************************************************************
      * KEEP THE FAMILY TABLE IN STEP WITH THE MASTER SO LATER CARDS IN
      * THE SAME RUN ARE EDITED AGAINST THE LINKS AS THEY NOW STAND. A
      * DELETED ACCOUNT'S OWN LINK GOES WITH IT.
      **********************************************************************
       3500-RECORD-FAMILY-LINK.
           MOVE MT-CUSTOMER-ID TO WS-FAM-LOOKUP-ID
           MOVE CM-PARENT-ID TO WS-FAM-PARENT-ID
           PERFORM 9170-SET-FAMILY-LINK
           .

      **********************************************************************
      * ONE AUDIT RECORD PER SUCCESSFUL ACTION: WHO, WHEN, WHICH ACCOUNT,
      * AND THE MASTER RECORD BEFORE AND AFTER THE ACTION.
           DISPLAY "   DELETES APPLIED " WS-DELETES-APPLIED
           DISPLAY SPACE
           .

           COPY TERMSP.
           COPY TAXRATP.
           COPY CUSTFMP.
