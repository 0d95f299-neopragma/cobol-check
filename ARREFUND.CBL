      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   CUSTOMER REFUND RUN. READS THE OPEN-ITEM GENERATION
      *            THE PAYMENT APPLICATION RUN JUST WROTE AND PICKS THE
      *            CREDIT ITEMS (NEGATIVE OPEN BALANCES) OLDER THAN THE
      *            REFUND AGE ON THE RUNCTL CARD. EACH ONE IS REFUNDED
      *            UNLESS THE ACCOUNT STILL HAS AN OPEN DEBIT IN THE
      *            SAME CURRENCY (THE CREDIT SHOULD BE APPLIED, NOT
      *            PAID OUT), IS DISPUTED OR AT A COLLECTION AGENCY,
      *            IS MISSING FROM THE CUSTOMER MASTER, HAS NO
      *            CUSTADDR ROW TO MAIL A CHECK TO, OR HAS MORE OPEN
      *            ITEMS THAN THE RUN CAN HOLD TO LOOK FOR A DEBIT.
      *
      *            FOR EACH REFUND THE RUN WRITES A VOUCHER TO THE
      *            APVOUCH ACCOUNTS-PAYABLE INTERFACE, AND A TYPE R
      *            CLEARING TRANSACTION TO REFADJ THAT THE SORT STEP
      *            MERGES INTO THE NEXT NIGHT'S ADJUSTS FILE SO THE
      *            APPLY RUN REMOVES THE CREDIT. THE GL FEED DEBITS
      *            RECEIVABLES AND CREDITS CUSTOMER REFUNDS PAYABLE
      *            (21000000) PER CURRENCY. EVERY AGED CREDIT,
      *            REFUNDED OR NOT, IS LISTED ON THE REFRPT REGISTER
      *            WITH THE REASON IT WAS HELD BACK, AND AP RELEASES
      *            THE VOUCHERS ONLY AFTER THE REGISTER IS SIGNED.
      *
      *            THE RUN GOES AFTER THE APPLY STEP; ITS CLEARINGS
      *            MUST REACH THE NEXT APPLY RUN BEFORE IT RUNS AGAIN
      *            OR THE SAME CREDIT WOULD BE REFUNDED TWICE.
      *
      * USAGE:     ARREFUND
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  MONTH-END CLOSE. THE RUN STOPS BEFORE ANY
      *                     OUTPUT IS OPENED WHEN ITS RUN DATE FALLS IN
      *                     A PERIOD ALREADY CLOSED ON ARPERIOD (SHARED
      *                     PERIODW/PERIODP CHECK), AND THE RECEIVABLES
      *                     DEBIT ON THE GL FEED CARRIES MOVEMENT RF.
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. THE RECEIVABLES DEBIT IS
      *                     TRANSLATED TO US DOLLARS AT THE RATE EACH
      *                     CREDIT WAS BOOKED AT, REFUNDS PAYABLE AT
      *                     THE RUN-DATE RATE (SHARED FXRATW/FXRATP
      *                     TABLE OVER FXRATES), AND THE DIFFERENCE IS
      *                     POSTED TO REALIZED EXCHANGE GAIN AND LOSS
      *                     (71000000). THE TRAILER CARRIES THE DOLLAR
      *                     TOTALS; A MISSING RATE ENDS THE RUN NONZERO.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE ARAPPLY HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      *   15 OCT 2026  RTB  CUSTADDR ROW WIDENED TO 200 BYTES FOR THE
      *                     INVOICE DELIVERY METHOD; THE LAYOUT NOW
      *                     COMES FROM THE SHARED CUSTADDR COPYBOOK.
      *   15 OCT 2026  RTB  AN ACCOUNT WITH MORE OPEN ITEMS THAN THE
      *                     TABLE HOLDS HAS EVERY AGED CREDIT HELD AS
      *                     TOO MANY, SINCE AN OPEN DEBIT MAY BE AMONG
      *                     THE ITEMS LEFT OUT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-IN
               ASSIGN TO AROPENO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-ADDRESSES
               ASSIGN TO CUSTADDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDR-STATUS.

           SELECT AP-VOUCHER-FILE
               ASSIGN TO APVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APVOUCH-STATUS.

           SELECT REFUND-CLEARING-FILE
               ASSIGN TO REFADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFADJ-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT REFUND-REGISTER
               ASSIGN TO REFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFRPT-STATUS.

           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO ARPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPERIOD-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY AROPEN.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  RC-RUN-MODE              PIC X(01).
           05  RC-WRITEOFF-THRESHOLD    PIC X(09).
      *        REFUND AGE IN DAYS. A CREDIT ITEM DATED THIS MANY DAYS
      *        OR MORE BEFORE THE RUN DATE IS CONSIDERED FOR REFUND.
      *        ZERO OR SPACES REFUNDS NOTHING.
           05  RC-REFUND-AGE-DAYS       PIC X(03).
           05  RC-REFUND-AGE-DAYS-N REDEFINES RC-REFUND-AGE-DAYS
                                        PIC 9(03).
           05  FILLER                   PIC X(09).
      *        AUTHORIZED RERUN. 'Y' IN COLUMN 31 AND THE ID OF WHOEVER
      *        AUTHORIZED IT IN COLUMNS 32-39 LET THE RUN REPEAT A
      *        BUSINESS DATE IT HAS ALREADY COMPLETED. THE RERUN IS
      *        LOGGED ON RUNLOG.
           05  RC-RERUN-INDICATOR       PIC X(01).
           05  RC-RERUN-AUTHORITY       PIC X(08).
           05  FILLER                   PIC X(41).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  AP-VOUCHER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY APVOUCH.

       FD  REFUND-CLEARING-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ADJUST.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  REFUND-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  REFUND-REGISTER-RECORD       PIC X(132).

       FD  CONTROL-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AROPEN-STATUS         PIC X(02) VALUE '00'.
               88  AROPEN-OPEN-OK           VALUE '00' '05'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
               88  CUSTADDR-FILE-WAS-FOUND  VALUE '00'.
           05  WS-APVOUCH-STATUS        PIC X(02) VALUE '00'.
           05  WS-REFADJ-STATUS         PIC X(02) VALUE '00'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
           05  WS-REFRPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AR-OPEN-EOF                  VALUE 'Y'.
               88  AR-OPEN-NOT-EOF              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-EOF             VALUE 'Y'.
               88  ADDRESS-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-WAS-MATCHED          VALUE 'Y'.
               88  ADDRESS-NOT-MATCHED          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  MASTER-WAS-FOUND             VALUE 'Y'.
               88  MASTER-NOT-FOUND             VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ACCOUNT-WAS-LOOKED-UP        VALUE 'Y'.
               88  ACCOUNT-NOT-LOOKED-UP        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  OPEN-DEBIT-WAS-FOUND         VALUE 'Y'.
               88  OPEN-DEBIT-NOT-FOUND         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REFUND-CURRENCY-WAS-FOUND    VALUE 'Y'.
               88  REFUND-CURRENCY-NOT-FOUND    VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  OPEN-ITEM-TABLE-OVERFLOWED   VALUE 'Y'.
               88  OPEN-ITEM-TABLE-NOT-FULL     VALUE 'N'.

       01  WS-MERGE-KEYS.
           05  WS-OPEN-KEY              PIC X(10) VALUE HIGH-VALUES.
           05  WS-ADDRESS-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-THIS-CUSTOMER         PIC X(10) VALUE HIGH-VALUES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-ITEM-DATE             PIC X(08) VALUE SPACES.
           05  WS-ITEM-DATE-N REDEFINES WS-ITEM-DATE
                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-OLD              PIC S9(05) COMP VALUE ZERO.
           05  WS-REFUND-AGE-DAYS       PIC 9(03) VALUE ZERO.

           COPY PERIODW.
           COPY FXRATW.
           COPY RUNLOGW.

      *    ONE CUSTOMER'S OPEN ITEMS, HELD SO EACH AGED CREDIT CAN BE
      *    PROVED AGAINST THE ACCOUNT'S OPEN DEBITS IN ITS CURRENCY.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OI-MAX                PIC 9(04) COMP VALUE 200.
           05  WS-OI-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-DX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-ENTRY OCCURS 200 TIMES.
               10  WS-OI-INVOICE-DATE   PIC X(08).
               10  WS-OI-INVOICE-NUMBER PIC 9(07).
               10  WS-OI-CURRENCY       PIC X(03).
               10  WS-OI-OPEN-BALANCE   PIC S9(09)V99 COMP-3.
               10  WS-OI-FX-RATE        PIC 9(02)V9(06).

       01  WS-REFUND-FIELDS.
           05  WS-REFUND-AMOUNT         PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-REFUND-STATUS         PIC X(08) VALUE SPACES.
           05  WS-VOUCHER-SEQUENCE      PIC 9(05) VALUE ZERO.
           05  WS-REFUND-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-REFUND-FUNCTIONAL     PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    REFUNDS ISSUED PER CURRENCY, FOR THE GL FEED AND THE FOOT
      *    OF THE REGISTER. AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER
      *    ADDED TOGETHER. THE FUNCTIONAL AMOUNT IS THE DOLLAR VALUE
      *    THE CREDITS REFUNDED WERE CARRIED AT ON THE LEDGER.
       01  WS-REFUND-CURRENCY-TABLE.
           05  WS-RF-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-RF-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-RF-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-RF-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-RF-ENTRY OCCURS 10 TIMES.
               10  WS-RF-CURRENCY       PIC X(03).
               10  WS-RF-REFUND-COUNT   PIC 9(07) COMP.
               10  WS-RF-AMOUNT         PIC S9(11)V99 COMP-3.
               10  WS-RF-FUNCTIONAL     PIC S9(11)V99 COMP-3.

       01  WS-GL-FEED-TOTALS.
           05  WS-GL-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-OPEN-ITEMS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-EXAMINED    PIC 9(07) COMP VALUE ZERO.
           05  WS-CREDITS-AGED          PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDS-ISSUED        PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDS-HELD          PIC 9(07) COMP VALUE ZERO.
           05  WS-VOUCHERS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-CLEARINGS-WRITTEN     PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(31)
                   VALUE 'CUSTOMER REFUND REGISTER AS OF '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(22)
                   VALUE '   CREDITS AT LEAST  '.
           05  HL1-AGE-DAYS             PIC ZZ9.
           05  FILLER                   PIC X(09) VALUE ' DAYS OLD'.
           05  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(12)
                   VALUE 'CUSTOMER    '.
           05  FILLER                   PIC X(32) VALUE 'NAME'.
           05  FILLER                   PIC X(10)
                   VALUE 'CR DATE   '.
           05  FILLER                   PIC X(09)
                   VALUE 'INVOICE  '.
           05  FILLER                   PIC X(04) VALUE 'CCY '.
           05  FILLER                   PIC X(13)
                   VALUE '       AMOUNT'.
           05  FILLER                   PIC X(08) VALUE '    DAYS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10)
                   VALUE 'STATUS    '.
           05  FILLER                   PIC X(13)
                   VALUE 'VOUCHER      '.
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CREDIT-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-INVOICE               PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DAYS-OLD              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STATUS                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-VOUCHER-ID            PIC X(13).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10)
                   VALUE 'TOTALS    '.
           05  FILLER                   PIC X(10)
                   VALUE '  REFUNDS '.
           05  TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(37) VALUE SPACES.
           05  TL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(51) VALUE SPACES.

       01  WS-APPROVAL-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'APPROVED FOR PAYMENT BY ______'.
           05  FILLER                   PIC X(30)
                   VALUE '____________    DATE ________ '.
           05  FILLER                   PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-PROCESS-ACCOUNTS
           PERFORM 8000-PRINT-REGISTER-TOTALS
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE RUN DATE AND REFUND AGE COME FROM THE SAME RUNCTL CARD THE
      * REST OF THE STREAM READS. THE OPEN-ITEM FILE AND THE MASTER
      * ARE REQUIRED -- THE APPLY STEP MUST HAVE RUN FIRST, AND NO
      * REFUND GOES OUT WITHOUT ITS COLLECTION STATUS BEING CHECKED.
      * A MISSING ADDRESS FILE HOLDS EVERY REFUND BACK.
      **********************************************************************
       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-WAS-FOUND
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE RC-RERUN-INDICATOR
                           TO WS-LG-RERUN-INDICATOR
                       MOVE RC-RERUN-AUTHORITY
                           TO WS-LG-RERUN-AUTHORITY
                       IF RC-REFUND-AGE-DAYS IS NUMERIC
                           MOVE RC-REFUND-AGE-DAYS-N
                               TO WS-REFUND-AGE-DAYS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARREFUND: RUN DATE " WS-RUN-DATE
                       " IS IN A CLOSED PERIOD -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'ARREFUND' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARREFUND: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REFUND-AGE-DAYS EQUAL ZERO
               DISPLAY "ARREFUND: NO REFUND AGE ON THE RUNCTL CARD"
               DISPLAY "ARREFUND: NO CREDITS WILL BE REFUNDED THIS RUN"
           END-IF

           OPEN INPUT AR-OPEN-IN
           IF NOT AROPEN-OPEN-OK
               DISPLAY "ARREFUND: UNABLE TO OPEN OPEN-ITEM FILE, "
                       "FILE STATUS " WS-AROPEN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "ARREFUND: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "FILE STATUS " WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-ADDRESSES
           IF CUSTADDR-FILE-WAS-FOUND
               PERFORM 1400-READ-ADDRESS
           ELSE
               DISPLAY "ARREFUND: NO CUSTOMER ADDRESS FILE, STATUS "
                       WS-CUSTADDR-STATUS
               DISPLAY "ARREFUND: EVERY REFUND WILL BE HELD FOR "
                       "WANT OF A MAILING ADDRESS"
               SET ADDRESS-FILE-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-ADDRESS-KEY
           END-IF
           OPEN OUTPUT AP-VOUCHER-FILE
           OPEN OUTPUT REFUND-CLEARING-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT REFUND-REGISTER
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "ARREFUND: FXRATES NOT FOUND, FOREIGN-CURRENCY "
                       "REFUNDS CANNOT BE TRANSLATED"
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "ARREFUND: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-REFUND-AGE-DAYS TO HL1-AGE-DAYS
           MOVE WS-HEADING-LINE-1 TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           MOVE WS-HEADING-LINE-2 TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           MOVE SPACES TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           .

      **********************************************************************
      * ONE PASS PER CUSTOMER: GATHER THE ACCOUNT'S OPEN ITEMS, THEN
      * WEIGH EACH AGED CREDIT AMONG THEM FOR REFUND.
      **********************************************************************
       1000-PROCESS-ACCOUNTS.
           PERFORM 1100-READ-OPEN-ITEM
           PERFORM 1500-PROCESS-ONE-ACCOUNT
               UNTIL WS-OPEN-KEY EQUAL HIGH-VALUES
           .

       1100-READ-OPEN-ITEM.
           READ AR-OPEN-IN
               AT END
                   SET AR-OPEN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OPEN-KEY
               NOT AT END
                   ADD 1 TO WS-OPEN-ITEMS-READ
                   MOVE AO-CUSTOMER-ID TO WS-OPEN-KEY
           END-READ
           .

       1400-READ-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
                   SET ADDRESS-FILE-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ADDRESS-KEY
               NOT AT END
                   MOVE CA-CUSTOMER-ID TO WS-ADDRESS-KEY
           END-READ
           .

       1500-PROCESS-ONE-ACCOUNT.
           MOVE WS-OPEN-KEY TO WS-THIS-CUSTOMER
           MOVE ZERO TO WS-OI-COUNT
           SET OPEN-ITEM-TABLE-NOT-FULL TO TRUE
           PERFORM 2000-LOAD-OPEN-ITEM
               UNTIL WS-OPEN-KEY NOT EQUAL WS-THIS-CUSTOMER
           SET ACCOUNT-NOT-LOOKED-UP TO TRUE
           PERFORM 3000-WEIGH-ONE-ITEM
               VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
           .

      **********************************************************************
      * AN ACCOUNT WITH MORE OPEN ITEMS THAN THE TABLE HOLDS HAS THE
      * EXCESS LEFT OUT AND IS MARKED OVERFLOWED. AN OPEN DEBIT MAY BE
      * AMONG THE ITEMS LEFT OUT, SO NO CREDIT ON THE ACCOUNT IS
      * REFUNDED: THOSE IN THE TABLE ARE HELD AS TOO MANY, AND THOSE
      * LEFT OUT WAIT FOR A LATER RUN.
      **********************************************************************
       2000-LOAD-OPEN-ITEM.
           IF WS-OI-COUNT >= WS-OI-MAX
               SET OPEN-ITEM-TABLE-OVERFLOWED TO TRUE
               ADD 1 TO WS-ITEMS-NOT-EXAMINED
               DISPLAY "ARREFUND: OPEN-ITEM TABLE FULL FOR CUSTOMER "
                       WS-THIS-CUSTOMER " -- ITEM NOT EXAMINED"
           ELSE
               ADD 1 TO WS-OI-COUNT
               MOVE AO-INVOICE-DATE
                   TO WS-OI-INVOICE-DATE(WS-OI-COUNT)
               MOVE AO-INVOICE-NUMBER
                   TO WS-OI-INVOICE-NUMBER(WS-OI-COUNT)
               IF AO-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-OI-CURRENCY(WS-OI-COUNT)
               ELSE
                   MOVE AO-CURRENCY-CODE
                       TO WS-OI-CURRENCY(WS-OI-COUNT)
               END-IF
               MOVE AO-OPEN-BALANCE
                   TO WS-OI-OPEN-BALANCE(WS-OI-COUNT)
               MOVE WS-OI-CURRENCY(WS-OI-COUNT)
                   TO WS-FX-LOOKUP-CURRENCY
               MOVE AO-FX-RATE TO WS-FX-BOOKED-RATE
               MOVE AO-INVOICE-DATE TO WS-FX-ITEM-DATE
               MOVE WS-RUN-DATE TO WS-FX-FALLBACK-DATE
               PERFORM 8640-FIND-BOOKED-RATE
               MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-COUNT)
           END-IF
           PERFORM 1100-READ-OPEN-ITEM
           .

      **********************************************************************
      * A CREDIT QUALIFIES BY AGE ALONE; WHETHER IT IS PAID OUT
      * DEPENDS ON THE ACCOUNT. THE MASTER AND ADDRESS ARE LOOKED UP
      * ONCE PER ACCOUNT, AND ONLY WHEN IT HAS A QUALIFYING CREDIT.
      **********************************************************************
       3000-WEIGH-ONE-ITEM.
           IF WS-REFUND-AGE-DAYS IS GREATER THAN ZERO
           AND WS-OI-OPEN-BALANCE(WS-OI-IX) IS LESS THAN ZERO
               MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO WS-ITEM-DATE
               IF WS-ITEM-DATE IS NUMERIC
                   COMPUTE WS-DAYS-OLD = WS-RUN-INTEGER-DATE
                       - FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N)
                   IF WS-DAYS-OLD NOT LESS THAN WS-REFUND-AGE-DAYS
                       PERFORM 3100-REFUND-OR-HOLD
                   END-IF
               END-IF
           END-IF
           .

       3100-REFUND-OR-HOLD.
           ADD 1 TO WS-CREDITS-AGED
           IF ACCOUNT-NOT-LOOKED-UP
               PERFORM 3200-LOOK-UP-ACCOUNT
           END-IF
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO WS-REFUND-CURRENCY
           SET OPEN-DEBIT-NOT-FOUND TO TRUE
           PERFORM 3300-CHECK-FOR-OPEN-DEBIT
               VARYING WS-OI-DX FROM 1 BY 1
               UNTIL WS-OI-DX > WS-OI-COUNT
               OR OPEN-DEBIT-WAS-FOUND
           COMPUTE WS-REFUND-AMOUNT =
               ZERO - WS-OI-OPEN-BALANCE(WS-OI-IX)

           EVALUATE TRUE
               WHEN MASTER-NOT-FOUND
                   MOVE 'NO MAST' TO WS-REFUND-STATUS
               WHEN CM-COLLECTION-DISPUTED
                   MOVE 'DISPUTED' TO WS-REFUND-STATUS
               WHEN CM-COLLECTION-AT-AGENCY
                   MOVE 'AGENCY' TO WS-REFUND-STATUS
               WHEN OPEN-DEBIT-WAS-FOUND
                   MOVE 'DEBITS' TO WS-REFUND-STATUS
               WHEN ADDRESS-NOT-MATCHED
                   MOVE 'NO ADDR' TO WS-REFUND-STATUS
               WHEN OPEN-ITEM-TABLE-OVERFLOWED
                   MOVE 'TOO MANY' TO WS-REFUND-STATUS
               WHEN OTHER
                   MOVE 'REFUND' TO WS-REFUND-STATUS
           END-EVALUATE

           MOVE SPACES TO DL-VOUCHER-ID
           IF WS-REFUND-STATUS EQUAL 'REFUND'
               PERFORM 4000-ISSUE-REFUND
           ELSE
               ADD 1 TO WS-REFUNDS-HELD
           END-IF
           PERFORM 5000-WRITE-REGISTER-LINE
           .

      **********************************************************************
      * READ THE MASTER FOR THE COLLECTION STATUS AND NAME, AND READ
      * THE ADDRESS FILE FORWARD TO THIS CUSTOMER -- IT IS IN
      * ASCENDING CUSTOMER-ID ORDER LIKE THE OPEN-ITEM FILE.
      **********************************************************************
       3200-LOOK-UP-ACCOUNT.
           SET ACCOUNT-WAS-LOOKED-UP TO TRUE
           SET MASTER-WAS-FOUND TO TRUE
           MOVE WS-THIS-CUSTOMER TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
           END-READ
           PERFORM 1400-READ-ADDRESS
               UNTIL WS-ADDRESS-KEY NOT LESS THAN WS-THIS-CUSTOMER
           IF WS-ADDRESS-KEY EQUAL WS-THIS-CUSTOMER
               SET ADDRESS-WAS-MATCHED TO TRUE
           ELSE
               SET ADDRESS-NOT-MATCHED TO TRUE
           END-IF
           .

       3300-CHECK-FOR-OPEN-DEBIT.
           IF WS-OI-OPEN-BALANCE(WS-OI-DX) IS GREATER THAN ZERO
           AND WS-OI-CURRENCY(WS-OI-DX) EQUAL WS-REFUND-CURRENCY
               SET OPEN-DEBIT-WAS-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * ONE VOUCHER, ONE CLEARING TRANSACTION AND ONE GL ACCUMULATION
      * PER REFUND. THE VOUCHER NUMBER IS THE RUN DATE AND A SEQUENCE
      * WITHIN THE RUN, PRINTED ON THE REGISTER FOR THE APPROVER.
      **********************************************************************
       4000-ISSUE-REFUND.
           ADD 1 TO WS-REFUNDS-ISSUED
           ADD 1 TO WS-VOUCHER-SEQUENCE

           MOVE SPACES TO AP-VOUCHER-RECORD
           MOVE WS-RUN-DATE TO AV-VOUCHER-DATE
           MOVE WS-VOUCHER-SEQUENCE TO AV-VOUCHER-SEQUENCE
           SET AV-CUSTOMER-REFUND TO TRUE
           MOVE WS-THIS-CUSTOMER TO AV-PAYEE-ID
           MOVE CA-CUSTOMER-NAME TO AV-PAYEE-NAME
           MOVE CA-ADDRESS-LINE-1 TO AV-ADDRESS-LINE-1
           MOVE CA-ADDRESS-LINE-2 TO AV-ADDRESS-LINE-2
           MOVE CA-ADDRESS-LINE-3 TO AV-ADDRESS-LINE-3
           MOVE WS-REFUND-CURRENCY TO AV-CURRENCY-CODE
           MOVE WS-REFUND-AMOUNT TO AV-AMOUNT
           MOVE '21000000' TO AV-GL-ACCOUNT
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO AV-CREDIT-DATE
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX) TO AV-INVOICE-NUMBER
           SET AV-PENDING-APPROVAL TO TRUE
           WRITE AP-VOUCHER-RECORD
           ADD 1 TO WS-VOUCHERS-WRITTEN
           MOVE AV-VOUCHER-ID TO DL-VOUCHER-ID

           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE WS-THIS-CUSTOMER TO AJ-CUSTOMER-ID
           SET AJ-TYPE-REFUND TO TRUE
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX)
               TO AJ-INVOICE-REFERENCE-N
           MOVE WS-REFUND-AMOUNT TO AJ-AMOUNT-N
           MOVE 'ARREFUND' TO AJ-USER-ID
           MOVE 'RF' TO AJ-REASON-CODE
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO AJ-ITEM-DATE
           MOVE WS-REFUND-CURRENCY TO AJ-CURRENCY-CODE
           WRITE ADJUSTMENT-RECORD
           ADD 1 TO WS-CLEARINGS-WRITTEN

           PERFORM 4100-FIND-REFUND-CURRENCY
           ADD 1 TO WS-RF-REFUND-COUNT(WS-RF-FOUND-IX)
           ADD WS-REFUND-AMOUNT TO WS-RF-AMOUNT(WS-RF-FOUND-IX)
           IF WS-OI-FX-RATE(WS-OI-IX) EQUAL ZERO
               ADD 1 TO WS-FX-MISSING-RATES
           END-IF
           COMPUTE WS-REFUND-FUNCTIONAL ROUNDED =
               WS-REFUND-AMOUNT * WS-OI-FX-RATE(WS-OI-IX)
           ADD WS-REFUND-FUNCTIONAL TO WS-RF-FUNCTIONAL(WS-RF-FOUND-IX)
           .

      **********************************************************************
      * FIND OR ADD THE TOTALS ENTRY FOR THE REFUND'S CURRENCY. THE
      * MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE
      * SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       4100-FIND-REFUND-CURRENCY.
           SET REFUND-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 4110-SEARCH-REFUND-CURRENCY
               VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-COUNT
               OR REFUND-CURRENCY-WAS-FOUND
           IF REFUND-CURRENCY-NOT-FOUND
               IF WS-RF-COUNT >= WS-RF-MAX
                   DISPLAY "ARREFUND: MORE THAN " WS-RF-MAX
                           " REFUND CURRENCIES -- "
                           WS-REFUND-CURRENCY
                           " LUMPED INTO THE LAST GL ENTRY"
                   MOVE WS-RF-MAX TO WS-RF-FOUND-IX
               ELSE
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-RF-COUNT TO WS-RF-FOUND-IX
                   MOVE WS-REFUND-CURRENCY
                       TO WS-RF-CURRENCY(WS-RF-FOUND-IX)
                   MOVE ZERO TO WS-RF-REFUND-COUNT(WS-RF-FOUND-IX)
                   MOVE ZERO TO WS-RF-AMOUNT(WS-RF-FOUND-IX)
                   MOVE ZERO TO WS-RF-FUNCTIONAL(WS-RF-FOUND-IX)
               END-IF
           END-IF
           .

       4110-SEARCH-REFUND-CURRENCY.
           IF WS-RF-CURRENCY(WS-RF-IX) EQUAL WS-REFUND-CURRENCY
               SET REFUND-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-RF-IX TO WS-RF-FOUND-IX
           END-IF
           .

       5000-WRITE-REGISTER-LINE.
           MOVE WS-THIS-CUSTOMER TO DL-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO DL-CREDIT-DATE
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX) TO DL-INVOICE
           MOVE WS-REFUND-CURRENCY TO DL-CURRENCY
           MOVE WS-REFUND-AMOUNT TO DL-AMOUNT
           MOVE WS-DAYS-OLD TO DL-DAYS-OLD
           MOVE WS-REFUND-STATUS TO DL-STATUS
           MOVE WS-DETAIL-LINE TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           .

      **********************************************************************
      * ONE TOTALS LINE PER CURRENCY, THEN THE APPROVAL LINE AP WAITS
      * ON BEFORE RELEASING THE VOUCHERS.
      **********************************************************************
       8000-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           PERFORM 8100-PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-COUNT
           MOVE SPACES TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           MOVE WS-APPROVAL-LINE TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           .

       8100-PRINT-ONE-CURRENCY-TOTAL.
           MOVE WS-RF-REFUND-COUNT(WS-RF-IX) TO TL-COUNT
           MOVE WS-RF-CURRENCY(WS-RF-IX) TO TL-CURRENCY
           MOVE WS-RF-AMOUNT(WS-RF-IX) TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. EVERY REFUND ISSUED MUST HAVE EXACTLY
      * ONE VOUCHER AND ONE CLEARING, AND THE GL FEED MUST BALANCE, OR
      * THE RUN ENDS NONZERO AND NEITHER FEED IS RELEASED.
      **********************************************************************
       9999-END.
           PERFORM 9300-WRITE-GL-JOURNAL
           CLOSE AR-OPEN-IN
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-ADDRESSES
           CLOSE AP-VOUCHER-FILE
           CLOSE REFUND-CLEARING-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE REFUND-REGISTER

           DISPLAY SPACE
           DISPLAY "ARREFUND CONTROL TOTALS"
           DISPLAY "   OPEN ITEMS READ     " WS-OPEN-ITEMS-READ
           DISPLAY "   ITEMS NOT EXAMINED  " WS-ITEMS-NOT-EXAMINED
           DISPLAY "   AGED CREDITS        " WS-CREDITS-AGED
           DISPLAY "   REFUNDS ISSUED      " WS-REFUNDS-ISSUED
           DISPLAY "   REFUNDS HELD        " WS-REFUNDS-HELD
           DISPLAY "   VOUCHERS WRITTEN    " WS-VOUCHERS-WRITTEN
           DISPLAY "   CLEARINGS WRITTEN   " WS-CLEARINGS-WRITTEN
           DISPLAY "   GL DEBIT TOTAL      " WS-GL-DEBIT-TOTAL
           DISPLAY "   GL CREDIT TOTAL     " WS-GL-CREDIT-TOTAL
           DISPLAY SPACE
           IF WS-VOUCHERS-WRITTEN NOT EQUAL WS-REFUNDS-ISSUED
           OR WS-CLEARINGS-WRITTEN NOT EQUAL WS-REFUNDS-ISSUED
               DISPLAY "ARREFUND: VOUCHERS AND CLEARINGS DO NOT "
                       "MATCH REFUNDS ISSUED -- DO NOT RELEASE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
               DISPLAY "ARREFUND: GL JOURNAL DEBITS DO NOT EQUAL "
                       "CREDITS -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-MISSING-RATES GREATER THAN ZERO
               DISPLAY "ARREFUND: NO EXCHANGE RATE FOR "
                       WS-FX-MISSING-RATES " REFUNDS OR GL DETAILS"
                       " -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
      * APPEND THE SAME CONTROL TOTALS SHOWN ON SYSOUT TO THE SHARED
      * CTLFILE. CREATED EMPTY FIRST ON A STREAM WHERE NO EARLIER STEP
      * HAS WRITTEN YET.
      **********************************************************************
       9800-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CTLFILE-NOT-FOUND
               OPEN OUTPUT CONTROL-TOTALS-FILE
               CLOSE CONTROL-TOTALS-FILE
               OPEN EXTEND CONTROL-TOTALS-FILE
           END-IF
           MOVE 'CREDITS-AGED' TO WS-CT-NAME
           MOVE WS-CREDITS-AGED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REFUNDS-ISSUED' TO WS-CT-NAME
           MOVE WS-REFUNDS-ISSUED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REFUNDS-HELD' TO WS-CT-NAME
           MOVE WS-REFUNDS-HELD TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'VOUCHERS-WRITTEN' TO WS-CT-NAME
           MOVE WS-VOUCHERS-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CLEARINGS-WRITTEN' TO WS-CT-NAME
           MOVE WS-CLEARINGS-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

       9850-WRITE-ONE-CONTROL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE 'ARREFUND' TO CT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-CT-NAME TO CT-COUNTER-NAME
           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

      **********************************************************************
      * WRITE THE GENERAL LEDGER FEED FOR THE REFUNDS, ONE PAIR OF
      * ENTRIES PER CURRENCY: A DEBIT TO RECEIVABLES, TAKING THE
      * CREDIT BALANCE OFF THE LEDGER, AGAINST A CREDIT TO CUSTOMER
      * REFUNDS PAYABLE, WHICH AP CLEARS WHEN IT CUTS THE CHECK. THEN
      * A TRAILER PROVING DEBITS EQUAL CREDITS. A RUN THAT REFUNDED
      * NOTHING WRITES ONLY THE TRAILER, SO THE FEED IS NEVER MISSING.
      * THE RECEIVABLES DEBIT IS TRANSLATED AT THE RATES THE CREDITS
      * WERE BOOKED AT AND THE PAYABLE AT TODAY'S RATE; THE DOLLAR
      * DIFFERENCE IS REALIZED EXCHANGE GAIN OR LOSS.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           PERFORM 9400-WRITE-GL-CURRENCY
               VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE 'ARREFUND' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-GL-DETAIL-COUNT TO GJ-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GJ-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-DEBITS TO GJ-FUNCTIONAL-DEBIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-CREDITS TO GJ-FUNCTIONAL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

       9400-WRITE-GL-CURRENCY.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARREFUND' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '11000000' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           MOVE WS-RF-CURRENCY(WS-RF-IX) TO GJ-CURRENCY-CODE
           MOVE WS-RF-AMOUNT(WS-RF-IX) TO GJ-AMOUNT
           SET GJ-AR-REFUND TO TRUE
           MOVE WS-RF-FUNCTIONAL(WS-RF-IX) TO GJ-FUNCTIONAL-AMOUNT
           IF WS-RF-AMOUNT(WS-RF-IX) NOT EQUAL ZERO
               COMPUTE GJ-FX-RATE ROUNDED =
                   WS-RF-FUNCTIONAL(WS-RF-IX) / WS-RF-AMOUNT(WS-RF-IX)
           END-IF
           PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RF-AMOUNT(WS-RF-IX) TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARREFUND' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '21000000' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           MOVE WS-RF-CURRENCY(WS-RF-IX) TO GJ-CURRENCY-CODE
           MOVE WS-RF-AMOUNT(WS-RF-IX) TO GJ-AMOUNT
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RF-AMOUNT(WS-RF-IX) TO WS-GL-CREDIT-TOTAL

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARREFUND' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '71000000' TO WS-FX-BALANCE-ACCOUNT
           MOVE WS-RF-CURRENCY(WS-RF-IX) TO WS-FX-BALANCE-CURRENCY
           PERFORM 8690-BUILD-BALANCING-LINE
           IF FX-BALANCING-LINE-BUILT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
           END-IF
           .

           COPY PERIODP.
           COPY FXRATP.
           COPY RUNLOGP.
