      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   RETURNED-ITEM RUN. READS THE RETURNED-ITEMS FILE --
      *            PAYMENTS THE BANK HAS SENT BACK NSF OR CHARGED BACK,
      *            FROM THE BANK RETURN FILE OR KEYED FROM THE ADVICE --
      *            AND FINDS EACH ORIGINAL PAYMENT ON THE CASH
      *            APPLICATION HISTORY BY CUSTOMER, PAYMENT DATE,
      *            AMOUNT, CURRENCY AND (WHEN GIVEN) DEPOSIT BATCH.
      *
      *            EVERY POSTING THAT PAYMENT MADE -- CASH TO AN ITEM,
      *            A DISCOUNT TAKEN, A CREDIT CARRIED -- IS WRITTEN AS
      *            A TYPE R REVERSAL TRANSACTION TO RETREV, CARRYING
      *            THE ITEM AS IT WAS BILLED FROM THE PAID-ITEM
      *            HISTORY, SO THE NEXT APPLY RUN PUTS BACK EXACTLY
      *            THE ITEMS THE PAYMENT CLOSED UNDER THEIR ORIGINAL
      *            INVOICE NUMBERS AND DATES AND THEY AGE AS BEFORE.
      *            THE RETURNED-ITEM FEE ON THE RUNCTL CARD IS RAISED
      *            AS A NEW INVOICE NUMBERED FROM INVSEQ (TYPE F).
      *
      *            THE GL FEED DEBITS RECEIVABLES AND CREDITS CASH FOR
      *            THE CASH RETURNED, SALES DISCOUNTS FOR ANY DISCOUNT
      *            LOST, AND RETURNED-ITEM FEE INCOME (42000000), PER
      *            CURRENCY. THE ACCOUNT IS FLAGGED ON THE CUSTOMER
      *            MASTER SO THE LOCKBOX EDIT HOLDS ITS LATER CHECKS
      *            FOR REVIEW, WITH A BEFORE/AFTER IMAGE ON CUSTAUDT.
      *            EACH RETURN IS KEPT ON THE RETHIST HISTORY, WHICH
      *            STOPS THE SAME PAYMENT BEING REVERSED TWICE, AND
      *            LISTED ON THE RETRPT REGISTER WITH THE ITEMS IT
      *            REOPENED OR THE REASON IT WAS REJECTED.
      *
      *            THE RUN GOES EVERY NIGHT AFTER THE BILLING RUN (IT
      *            TAKES THE NEXT NUMBERS FROM THE SAME INVSEQ FILE)
      *            AND AHEAD OF THE LOCKBOX EDIT AND THE APPLY RUN; A
      *            NIGHT WITH NO RETURNED-ITEMS FILE REVERSES NOTHING
      *            BUT STILL WRITES ITS CONTROL TOTALS.
      *
      * USAGE:     ARRETURN
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  MONTH-END CLOSE. THE RUN STOPS BEFORE ANY
      *                     OUTPUT IS OPENED WHEN ITS RUN DATE FALLS IN
      *                     A PERIOD ALREADY CLOSED ON ARPERIOD (SHARED
      *                     PERIODW/PERIODP CHECK), AND THE RECEIVABLES
      *                     DEBIT ON THE GL FEED CARRIES MOVEMENT RT.
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. EVERY GL DETAIL CARRIES
      *                     ITS US DOLLAR EQUIVALENT AT THE RUN-DATE
      *                     RATE (SHARED FXRATW/FXRATP TABLE OVER
      *                     FXRATES), ROUNDING GOES TO 73000000 AND THE
      *                     TRAILER CARRIES THE DOLLAR TOTALS. A
      *                     CURRENCY WITH NO RATE ENDS THE RUN NONZERO.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE INVDATE HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      *   15 OCT 2026  RTB  A RETURN WITH NO CURRENCY CODE SHOWS USD ON
      *                     THE REGISTER LINE, AS ON ITS ITEM LINES.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEMS-FILE
               ASSIGN TO RETITEMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETITEMS-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT APPLICATION-HISTORY
               ASSIGN TO APPLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLHIST-STATUS.

           SELECT PAID-ITEM-HISTORY
               ASSIGN TO PAIDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDHIST-STATUS.

           SELECT RETURN-HISTORY
               ASSIGN TO RETHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.

           SELECT INVOICE-SEQUENCE
               ASSIGN TO INVSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVSEQ-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO CUSTAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-FILE
               ASSIGN TO RETREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREV-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT RETURN-REGISTER
               ASSIGN TO RETRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.

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
       FD  RETURNED-ITEMS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RETITEM.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  RC-RUN-MODE              PIC X(01).
           05  RC-WRITEOFF-THRESHOLD    PIC X(09).
           05  RC-REFUND-AGE-DAYS       PIC X(03).
      *        FEE CHARGED FOR EACH RETURNED PAYMENT, IN THE CURRENCY
      *        OF THE PAYMENT. ZERO OR SPACES ASSESSES NO FEE.
           05  RC-RETURN-FEE            PIC X(09).
           05  RC-RETURN-FEE-N REDEFINES RC-RETURN-FEE
                                        PIC 9(07)V99.
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

       FD  APPLICATION-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY APPLHIST.

       FD  PAID-ITEM-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAIDHIST.

       FD  RETURN-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY RETHIST.

       FD  INVOICE-SEQUENCE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-SEQUENCE-RECORD.
           05  SQ-LAST-INVOICE-NUMBER   PIC 9(07).
           05  FILLER                   PIC X(73).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 233 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05  AU-RUN-DATE              PIC X(08).
           05  AU-RUN-TIME              PIC X(06).
           05  AU-USER-ID               PIC X(08).
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-CUSTOMER-ID           PIC 9(10).
           05  AU-BEFORE-IMAGE          PIC X(100).
           05  AU-AFTER-IMAGE           PIC X(100).

       FD  REVERSAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY RETREV.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  RETURN-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  RETURN-REGISTER-RECORD       PIC X(132).

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
           05  WS-RETITEMS-STATUS       PIC X(02) VALUE '00'.
               88  RETITEMS-FILE-WAS-FOUND  VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-APPLHIST-STATUS       PIC X(02) VALUE '00'.
               88  APPLHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-PAIDHIST-STATUS       PIC X(02) VALUE '00'.
               88  PAIDHIST-FILE-WAS-FOUND  VALUE '00'.
           05  WS-RETHIST-STATUS        PIC X(02) VALUE '00'.
               88  RETHIST-FILE-WAS-FOUND   VALUE '00'.
               88  RETHIST-NOT-FOUND        VALUE '35'.
           05  WS-INVSEQ-STATUS         PIC X(02) VALUE '00'.
               88  INVSEQ-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
               88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-RETREV-STATUS         PIC X(02) VALUE '00'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
           05  WS-RETRPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RETURNED-ITEMS-EOF           VALUE 'Y'.
               88  RETURNED-ITEMS-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  APPL-HISTORY-EOF             VALUE 'Y'.
               88  APPL-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PAID-HISTORY-EOF             VALUE 'Y'.
               88  PAID-HISTORY-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RETURN-HISTORY-EOF           VALUE 'Y'.
               88  RETURN-HISTORY-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  POSTING-RUN-IS-OPEN          VALUE 'Y'.
               88  POSTING-RUN-ENDED            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  THIS-RUN-IS-TARGET           VALUE 'Y'.
               88  THIS-RUN-NOT-TARGET          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TARGET-RUN-WAS-FOUND         VALUE 'Y'.
               88  TARGET-RUN-NOT-FOUND         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  POSTING-TABLE-OVERFLOWED     VALUE 'Y'.
               88  POSTING-TABLE-NOT-OVERFLOWED VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  DEPOSIT-KEY-WAS-FOUND        VALUE 'Y'.
               88  DEPOSIT-KEY-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RETURN-CURRENCY-WAS-FOUND    VALUE 'Y'.
               88  RETURN-CURRENCY-NOT-FOUND    VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-NUMBER-WAS-USED      VALUE 'Y'.
               88  INVOICE-NUMBER-NOT-USED      VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-RETURN-FEE            PIC 9(07)V99 VALUE ZERO.

           COPY PERIODW.
           COPY FXRATW.
           COPY RUNLOGW.

       01  WS-LAST-INVOICE-NUMBER       PIC 9(07) VALUE ZERO.

      *    THE RETURNED ITEM BEING WORKED: WHO, WHICH PAYMENT, AND
      *    WHAT BECAME OF IT.
       01  WS-RETURN-FIELDS.
           05  WS-LAST-RETURN-KEY       PIC X(10) VALUE LOW-VALUES.
           05  WS-RETURN-CUSTOMER       PIC X(10) VALUE SPACES.
           05  WS-RETURN-CUSTOMER-N REDEFINES WS-RETURN-CUSTOMER
                                        PIC 9(10).
           05  WS-RETURN-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-RETURN-STATUS         PIC X(08) VALUE SPACES.
           05  WS-HOLD-STATUS           PIC X(08) VALUE SPACES.
           05  WS-RETURN-REASON         PIC X(02) VALUE SPACES.
           05  WS-FEE-INVOICE-NUMBER    PIC 9(07) VALUE ZERO.
           05  WS-FEE-AMOUNT            PIC 9(07)V99 VALUE ZERO.
           05  WS-BEFORE-IMAGE          PIC X(100) VALUE SPACES.
           05  WS-AFTER-IMAGE           PIC X(100) VALUE SPACES.

      *    THE PAYMENT AS FOUND ON THE CASH APPLICATION HISTORY. ONE
      *    PAYMENT'S POSTINGS ARE WRITTEN TOGETHER, SO A "RUN" OF
      *    MATCHING RECORDS IS ONE PAYMENT; A NEW RUN STARTS WHEN THE
      *    MATCHING RECORDS ARE BROKEN BY ANY OTHER, WHEN THE DEPOSIT
      *    CHANGES, OR WHEN A CASH POSTING ARRIVES AFTER THE RUN'S
      *    CASH HAS ALREADY REACHED THE PAYMENT AMOUNT (THE SAME
      *    CUSTOMER PAYING THE SAME AMOUNT TWICE IN ONE DEPOSIT).
       01  WS-PAYMENT-SEARCH-FIELDS.
           05  WS-RUNS-FOUND            PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-DEPOSIT-DATE      PIC X(08) VALUE SPACES.
           05  WS-RUN-DEPOSIT-BATCH     PIC X(06) VALUE SPACES.
           05  WS-RUN-CASH-TOTAL        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-TARGET-DEPOSIT-DATE   PIC X(08) VALUE SPACES.
           05  WS-TARGET-DEPOSIT-BATCH  PIC X(06) VALUE SPACES.
           05  WS-TARGET-CASH-TOTAL     PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-TARGET-DISCOUNT-TOTAL PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

      *    DEPOSITS THE MATCHING PAYMENT WAS FOUND IN, WITH HOW MANY
      *    TIMES IT HAS ALREADY BEEN REVERSED OUT OF EACH (FROM
      *    RETHIST) AND HOW MANY RUNS OF IT THE HISTORY SCAN HAS
      *    PASSED. THE FIRST RUN NOT YET REVERSED IS THE ONE TAKEN.
       01  WS-DEPOSIT-KEY-TABLE.
           05  WS-DK-MAX                PIC 9(02) COMP VALUE 20.
           05  WS-DK-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-DK-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-DK-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-FIND-DEPOSIT-DATE     PIC X(08) VALUE SPACES.
           05  WS-FIND-DEPOSIT-BATCH    PIC X(06) VALUE SPACES.
           05  WS-DK-ENTRY OCCURS 20 TIMES.
               10  WS-DK-DEPOSIT-DATE   PIC X(08).
               10  WS-DK-DEPOSIT-BATCH  PIC X(06).
               10  WS-DK-REVERSED       PIC 9(05) COMP.
               10  WS-DK-RUNS-SEEN      PIC 9(05) COMP.

      *    THE POSTINGS OF THE PAYMENT BEING REVERSED, WITH THE ITEM
      *    AS BILLED FILLED IN FROM THE PAID-ITEM HISTORY WHEN THE
      *    ITEM HAS SINCE CLOSED.
       01  WS-POSTING-TABLE.
           05  WS-PT-MAX                PIC 9(04) COMP VALUE 100.
           05  WS-PT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-POSTING-TYPE   PIC X(02).
               10  WS-PT-INVOICE-NUMBER PIC 9(07).
               10  WS-PT-INVOICE-DATE   PIC X(08).
               10  WS-PT-CURRENCY       PIC X(03).
               10  WS-PT-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-PT-DUE-DATE       PIC X(08).
               10  WS-PT-TERMS-CODE     PIC X(03).
               10  WS-PT-ORIGINAL       PIC S9(07)V99 COMP-3.
               10  WS-PT-TAX-AMOUNT     PIC S9(07)V99 COMP-3.
               10  WS-PT-TAX-JURISDICTION
                                        PIC X(05).
               10  WS-PT-TAX-STATUS     PIC X(01).

      *    RETURNS REVERSED PER CURRENCY, FOR THE GL FEED AND THE FOOT
      *    OF THE REGISTER. AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER
      *    ADDED TOGETHER.
       01  WS-RETURN-CURRENCY-TABLE.
           05  WS-RN-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-RN-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-RN-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-RN-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-RN-ENTRY OCCURS 10 TIMES.
               10  WS-RN-CURRENCY       PIC X(03).
               10  WS-RN-RETURN-COUNT   PIC 9(07) COMP.
               10  WS-RN-CASH           PIC S9(11)V99 COMP-3.
               10  WS-RN-DISCOUNTS      PIC S9(11)V99 COMP-3.
               10  WS-RN-FEES           PIC S9(11)V99 COMP-3.

       01  WS-GL-FEED-TOTALS.
           05  WS-GL-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RETURNS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-RETURNS-REVERSED      PIC 9(07) COMP VALUE ZERO.
           05  WS-RETURNS-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERSALS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
           05  WS-FEES-ASSESSED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-HELD         PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'RETURNED-ITEMS REGISTER AS OF '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(23)
                   VALUE '   RETURNED-ITEM FEE   '.
           05  HL1-RETURN-FEE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(12)
                   VALUE 'CUSTOMER    '.
           05  FILLER                   PIC X(10)
                   VALUE 'PAY DATE  '.
           05  FILLER                   PIC X(08) VALUE 'BATCH   '.
           05  FILLER                   PIC X(04) VALUE 'CCY '.
           05  FILLER                   PIC X(13)
                   VALUE '       AMOUNT'.
           05  FILLER                   PIC X(07) VALUE '  TYPE '.
           05  FILLER                   PIC X(10)
                   VALUE 'RETURNED  '.
           05  FILLER                   PIC X(14)
                   VALUE 'BANK REFERENCE'.
           05  FILLER                   PIC X(10)
                   VALUE 'STATUS    '.
           05  FILLER                   PIC X(08) VALUE 'CHECKS  '.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PAYMENT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DEPOSIT-BATCH         PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RETURN-TYPE           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RETURN-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-BANK-REFERENCE        PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STATUS                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-HOLD-STATUS           PIC X(08).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  IL-ACTION                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-POSTING-TYPE          PIC X(02).
           05  FILLER                   PIC X(10)
                   VALUE '  INVOICE '.
           05  IL-INVOICE               PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(06) VALUE '  DUE '.
           05  IL-DUE-DATE              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  IL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10)
                   VALUE 'TOTALS    '.
           05  TL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(10)
                   VALUE '  RETURNS '.
           05  TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE '  CASH '.
           05  TL-CASH                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(12)
                   VALUE '  DISCOUNTS '.
           05  TL-DISCOUNTS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07) VALUE '  FEES '.
           05  TL-FEES                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-PROCESS-RETURNS
           PERFORM 8000-PRINT-REGISTER-TOTALS
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE RUN DATE AND RETURNED-ITEM FEE COME FROM THE SAME RUNCTL
      * CARD THE REST OF THE STREAM READS. THE MASTER IS REQUIRED --
      * NO PAYMENT IS REVERSED WITHOUT THE ACCOUNT BEING FLAGGED. A
      * MISSING RETURNED-ITEMS FILE IS A NIGHT WITH NO RETURNS.
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
                       IF RC-RETURN-FEE IS NUMERIC
                           MOVE RC-RETURN-FEE-N TO WS-RETURN-FEE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RETURN-FEE EQUAL ZERO
               DISPLAY "ARRETURN: NO RETURNED-ITEM FEE ON THE RUNCTL "
                       "CARD -- NO FEES WILL BE ASSESSED THIS RUN"
           END-IF
           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARRETURN: RUN DATE " WS-RUN-DATE
                       " IS IN A CLOSED PERIOD -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'ARRETURN' TO WS-LG-PROGRAM-NAME
           MOVE 'INVDATE' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARRETURN: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0700-LOAD-INVOICE-SEQUENCE

           OPEN INPUT RETURNED-ITEMS-FILE
           IF NOT RETITEMS-FILE-WAS-FOUND
               DISPLAY "ARRETURN: NO RETURNED-ITEMS FILE, STATUS "
                       WS-RETITEMS-STATUS
               DISPLAY "ARRETURN: NOTHING TO REVERSE THIS RUN"
               SET RETURNED-ITEMS-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "ARRETURN: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "FILE STATUS " WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT REVERSAL-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT RETURN-REGISTER
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "ARRETURN: FXRATES NOT FOUND, FOREIGN-CURRENCY "
                       "RETURNS CANNOT BE TRANSLATED"
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "ARRETURN: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-RETURN-FEE TO HL1-RETURN-FEE
           MOVE WS-HEADING-LINE-1 TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           MOVE WS-HEADING-LINE-2 TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           MOVE SPACES TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           .

      **********************************************************************
      * THE INVSEQ CONTROL FILE CARRIES THE LAST INVOICE NUMBER USED BY
      * THE BILLING RUN OR ANY EARLIER FEE. IT IS REWRITTEN AT END OF
      * RUN ONLY WHEN A FEE INVOICE TOOK A NUMBER.
      **********************************************************************
       0700-LOAD-INVOICE-SEQUENCE.
           OPEN INPUT INVOICE-SEQUENCE
           IF INVSEQ-FILE-WAS-FOUND
               READ INVOICE-SEQUENCE
                   AT END
                       DISPLAY "ARRETURN: INVOICE SEQUENCE FILE EMPTY, "
                               "NUMBERING FROM ZERO"
                   NOT AT END
                       IF SQ-LAST-INVOICE-NUMBER IS NUMERIC
                           MOVE SQ-LAST-INVOICE-NUMBER
                               TO WS-LAST-INVOICE-NUMBER
                       ELSE
                           DISPLAY "ARRETURN: INVOICE SEQUENCE NOT "
                                   "NUMERIC: " SQ-LAST-INVOICE-NUMBER
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           ELSE
               DISPLAY "ARRETURN: NO INVOICE SEQUENCE FILE, STATUS "
                       WS-INVSEQ-STATUS
               DISPLAY "ARRETURN: NUMBERING FROM ZERO -- FIRST RUN ONLY"
           END-IF
           CLOSE INVOICE-SEQUENCE
           .

      **********************************************************************
      * ONE PASS PER RETURNED ITEM. THE RETURNED-ITEMS FILE IS SORTED
      * BY CUSTOMER SO THE REVERSALS GO TO THE APPLY RUN IN ITS MERGE
      * ORDER.
      **********************************************************************
       1000-PROCESS-RETURNS.
           PERFORM 1100-READ-RETURNED-ITEM
           PERFORM 1500-PROCESS-ONE-RETURN
               UNTIL RETURNED-ITEMS-EOF
           .

       1100-READ-RETURNED-ITEM.
           IF NOT RETURNED-ITEMS-EOF
               READ RETURNED-ITEMS-FILE
                   AT END
                       SET RETURNED-ITEMS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
               END-READ
           END-IF
           .

       1500-PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-HOLD-STATUS
           MOVE ZERO TO WS-PT-COUNT
           PERFORM 1600-EDIT-RETURN
           IF WS-RETURN-STATUS EQUAL SPACES
               PERFORM 2000-FIND-PAYMENT
               EVALUATE TRUE
                   WHEN WS-RUNS-FOUND EQUAL ZERO
                       MOVE 'NO PAYMT' TO WS-RETURN-STATUS
                   WHEN TARGET-RUN-NOT-FOUND
                       MOVE 'DUP RTN' TO WS-RETURN-STATUS
                   WHEN POSTING-TABLE-OVERFLOWED
                       MOVE 'TOO MANY' TO WS-RETURN-STATUS
                   WHEN WS-TARGET-CASH-TOTAL NOT EQUAL RI-AMOUNT-N
                       MOVE 'HIST SHT' TO WS-RETURN-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-RETURN-STATUS EQUAL SPACES
               PERFORM 3000-REVERSE-PAYMENT
           ELSE
               ADD 1 TO WS-RETURNS-REJECTED
               MOVE ZERO TO WS-PT-COUNT
               PERFORM 5000-WRITE-REGISTER-LINES
           END-IF
           PERFORM 1100-READ-RETURNED-ITEM
           .

      **********************************************************************
      * A RETURN MUST NAME A CUSTOMER, A VALID RETURN TYPE, AND THE
      * PAYMENT'S DATE AND AMOUNT. ONE OUT OF CUSTOMER ORDER IS
      * REJECTED SO THE REVERSALS FILE STAYS IN MERGE ORDER.
      **********************************************************************
       1600-EDIT-RETURN.
           EVALUATE TRUE
               WHEN RI-CUSTOMER-ID IS NOT NUMERIC
                   MOVE 'BAD CUST' TO WS-RETURN-STATUS
               WHEN NOT RI-RETURN-TYPE-IS-VALID
                   MOVE 'BAD TYPE' TO WS-RETURN-STATUS
               WHEN RI-AMOUNT IS NOT NUMERIC
                   MOVE 'BAD AMT' TO WS-RETURN-STATUS
               WHEN RI-AMOUNT-N EQUAL ZERO
                   MOVE 'BAD AMT' TO WS-RETURN-STATUS
               WHEN RI-PAYMENT-DATE IS NOT NUMERIC
                   MOVE 'BAD DATE' TO WS-RETURN-STATUS
               WHEN RI-CUSTOMER-ID IS LESS THAN WS-LAST-RETURN-KEY
                   MOVE 'OUT SEQ' TO WS-RETURN-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-RETURN-STATUS
           END-EVALUATE
           IF WS-RETURN-STATUS EQUAL SPACES
               MOVE RI-CUSTOMER-ID TO WS-LAST-RETURN-KEY
               MOVE RI-CUSTOMER-ID TO WS-RETURN-CUSTOMER
               IF RI-CURRENCY-CODE EQUAL SPACES
                   MOVE 'USD' TO WS-RETURN-CURRENCY
               ELSE
                   MOVE RI-CURRENCY-CODE TO WS-RETURN-CURRENCY
               END-IF
               IF RI-CHARGED-BACK
                   MOVE 'CB' TO WS-RETURN-REASON
               ELSE
                   MOVE 'NS' TO WS-RETURN-REASON
               END-IF
           END-IF
           .

      **********************************************************************
      * FIND THE PAYMENT. FIRST COUNT, PER DEPOSIT, HOW OFTEN THIS
      * PAYMENT HAS ALREADY BEEN REVERSED; THEN SCAN THE CASH
      * APPLICATION HISTORY FOR ITS RUNS OF POSTINGS AND TAKE THE
      * FIRST ONE NOT ALREADY REVERSED.
      **********************************************************************
       2000-FIND-PAYMENT.
           MOVE ZERO TO WS-DK-COUNT
           MOVE ZERO TO WS-RUNS-FOUND
           MOVE ZERO TO WS-TARGET-CASH-TOTAL
           MOVE ZERO TO WS-TARGET-DISCOUNT-TOTAL
           SET TARGET-RUN-NOT-FOUND TO TRUE
           SET THIS-RUN-NOT-TARGET TO TRUE
           SET POSTING-RUN-ENDED TO TRUE
           SET POSTING-TABLE-NOT-OVERFLOWED TO TRUE

           SET RETURN-HISTORY-NOT-EOF TO TRUE
           OPEN INPUT RETURN-HISTORY
           IF RETHIST-FILE-WAS-FOUND
               PERFORM 2110-READ-RETURN-HISTORY
               PERFORM 2100-COUNT-PRIOR-REVERSAL
                   UNTIL RETURN-HISTORY-EOF
               CLOSE RETURN-HISTORY
           END-IF

           SET APPL-HISTORY-NOT-EOF TO TRUE
           OPEN INPUT APPLICATION-HISTORY
           IF APPLHIST-FILE-WAS-FOUND
               PERFORM 2210-READ-POSTING
               PERFORM 2200-EXAMINE-ONE-POSTING
                   UNTIL APPL-HISTORY-EOF
               CLOSE APPLICATION-HISTORY
           END-IF
           .

       2100-COUNT-PRIOR-REVERSAL.
           IF RH-CUSTOMER-ID EQUAL RI-CUSTOMER-ID
           AND RH-PAYMENT-DATE EQUAL RI-PAYMENT-DATE
           AND RH-PAYMENT-AMOUNT EQUAL RI-AMOUNT-N
           AND RH-CURRENCY-CODE EQUAL WS-RETURN-CURRENCY
               MOVE RH-DEPOSIT-DATE TO WS-FIND-DEPOSIT-DATE
               MOVE RH-DEPOSIT-BATCH TO WS-FIND-DEPOSIT-BATCH
               PERFORM 2500-FIND-DEPOSIT-KEY
               ADD 1 TO WS-DK-REVERSED(WS-DK-FOUND-IX)
           END-IF
           PERFORM 2110-READ-RETURN-HISTORY
           .

       2110-READ-RETURN-HISTORY.
           READ RETURN-HISTORY
               AT END
                   SET RETURN-HISTORY-EOF TO TRUE
           END-READ
           .

       2200-EXAMINE-ONE-POSTING.
           IF AH-CUSTOMER-ID EQUAL WS-RETURN-CUSTOMER-N
           AND AH-FROM-PAYMENT
           AND AH-PAYMENT-DATE EQUAL RI-PAYMENT-DATE
           AND AH-PAYMENT-AMOUNT EQUAL RI-AMOUNT-N
           AND AH-CURRENCY-CODE EQUAL WS-RETURN-CURRENCY
           AND (RI-DEPOSIT-BATCH EQUAL SPACES
                OR AH-DEPOSIT-BATCH EQUAL RI-DEPOSIT-BATCH)
               IF POSTING-RUN-ENDED
               OR AH-DEPOSIT-DATE NOT EQUAL WS-RUN-DEPOSIT-DATE
               OR AH-DEPOSIT-BATCH NOT EQUAL WS-RUN-DEPOSIT-BATCH
               OR (NOT AH-DISCOUNT-TAKEN
                   AND WS-RUN-CASH-TOTAL NOT LESS THAN RI-AMOUNT-N)
                   PERFORM 2300-START-PAYMENT-RUN
               END-IF
               IF THIS-RUN-IS-TARGET
                   PERFORM 2400-KEEP-POSTING
               END-IF
               IF NOT AH-DISCOUNT-TAKEN
                   ADD AH-AMOUNT TO WS-RUN-CASH-TOTAL
               END-IF
               SET POSTING-RUN-IS-OPEN TO TRUE
           ELSE
               SET POSTING-RUN-ENDED TO TRUE
           END-IF
           PERFORM 2210-READ-POSTING
           .

       2210-READ-POSTING.
           READ APPLICATION-HISTORY
               AT END
                   SET APPL-HISTORY-EOF TO TRUE
           END-READ
           .

       2300-START-PAYMENT-RUN.
           ADD 1 TO WS-RUNS-FOUND
           MOVE AH-DEPOSIT-DATE TO WS-RUN-DEPOSIT-DATE
           MOVE AH-DEPOSIT-BATCH TO WS-RUN-DEPOSIT-BATCH
           MOVE ZERO TO WS-RUN-CASH-TOTAL
           SET THIS-RUN-NOT-TARGET TO TRUE
           MOVE AH-DEPOSIT-DATE TO WS-FIND-DEPOSIT-DATE
           MOVE AH-DEPOSIT-BATCH TO WS-FIND-DEPOSIT-BATCH
           PERFORM 2500-FIND-DEPOSIT-KEY
           ADD 1 TO WS-DK-RUNS-SEEN(WS-DK-FOUND-IX)
           IF TARGET-RUN-NOT-FOUND
           AND WS-DK-RUNS-SEEN(WS-DK-FOUND-IX)
                   IS GREATER THAN WS-DK-REVERSED(WS-DK-FOUND-IX)
               SET TARGET-RUN-WAS-FOUND TO TRUE
               SET THIS-RUN-IS-TARGET TO TRUE
               MOVE AH-DEPOSIT-DATE TO WS-TARGET-DEPOSIT-DATE
               MOVE AH-DEPOSIT-BATCH TO WS-TARGET-DEPOSIT-BATCH
           END-IF
           .

       2400-KEEP-POSTING.
           IF WS-PT-COUNT >= WS-PT-MAX
               SET POSTING-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-PT-COUNT
               MOVE AH-POSTING-TYPE TO WS-PT-POSTING-TYPE(WS-PT-COUNT)
               MOVE AH-INVOICE-NUMBER
                   TO WS-PT-INVOICE-NUMBER(WS-PT-COUNT)
               MOVE AH-INVOICE-DATE TO WS-PT-INVOICE-DATE(WS-PT-COUNT)
               MOVE AH-CURRENCY-CODE TO WS-PT-CURRENCY(WS-PT-COUNT)
               MOVE AH-AMOUNT TO WS-PT-AMOUNT(WS-PT-COUNT)
               MOVE SPACES TO WS-PT-DUE-DATE(WS-PT-COUNT)
               MOVE SPACES TO WS-PT-TERMS-CODE(WS-PT-COUNT)
               MOVE ZERO TO WS-PT-ORIGINAL(WS-PT-COUNT)
               MOVE ZERO TO WS-PT-TAX-AMOUNT(WS-PT-COUNT)
               MOVE SPACES TO WS-PT-TAX-JURISDICTION(WS-PT-COUNT)
               MOVE SPACES TO WS-PT-TAX-STATUS(WS-PT-COUNT)
           END-IF
           IF AH-DISCOUNT-TAKEN
               ADD AH-AMOUNT TO WS-TARGET-DISCOUNT-TOTAL
           ELSE
               ADD AH-AMOUNT TO WS-TARGET-CASH-TOTAL
           END-IF
           .

      **********************************************************************
      * FIND OR ADD THE ENTRY FOR ONE DEPOSIT. THE MATCH INDEX IS SAVED
      * BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER THE
      * BODY SETS THE FOUND FLAG.
      **********************************************************************
       2500-FIND-DEPOSIT-KEY.
           SET DEPOSIT-KEY-NOT-FOUND TO TRUE
           PERFORM 2510-SEARCH-DEPOSIT-KEY
               VARYING WS-DK-IX FROM 1 BY 1
               UNTIL WS-DK-IX > WS-DK-COUNT
               OR DEPOSIT-KEY-WAS-FOUND
           IF DEPOSIT-KEY-NOT-FOUND
               IF WS-DK-COUNT >= WS-DK-MAX
                   DISPLAY "ARRETURN: MORE THAN " WS-DK-MAX
                           " DEPOSITS FOR CUSTOMER " RI-CUSTOMER-ID
                           " -- " WS-FIND-DEPOSIT-BATCH
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-DK-MAX TO WS-DK-FOUND-IX
               ELSE
                   ADD 1 TO WS-DK-COUNT
                   MOVE WS-DK-COUNT TO WS-DK-FOUND-IX
                   MOVE WS-FIND-DEPOSIT-DATE
                       TO WS-DK-DEPOSIT-DATE(WS-DK-FOUND-IX)
                   MOVE WS-FIND-DEPOSIT-BATCH
                       TO WS-DK-DEPOSIT-BATCH(WS-DK-FOUND-IX)
                   MOVE ZERO TO WS-DK-REVERSED(WS-DK-FOUND-IX)
                   MOVE ZERO TO WS-DK-RUNS-SEEN(WS-DK-FOUND-IX)
               END-IF
           END-IF
           .

       2510-SEARCH-DEPOSIT-KEY.
           IF WS-DK-DEPOSIT-DATE(WS-DK-IX) EQUAL WS-FIND-DEPOSIT-DATE
           AND WS-DK-DEPOSIT-BATCH(WS-DK-IX)
                   EQUAL WS-FIND-DEPOSIT-BATCH
               SET DEPOSIT-KEY-WAS-FOUND TO TRUE
               MOVE WS-DK-IX TO WS-DK-FOUND-IX
           END-IF
           .

      **********************************************************************
      * REVERSE ONE PAYMENT: FILL IN THE ITEMS AS BILLED, WRITE ONE
      * REVERSAL PER POSTING AND THE FEE INVOICE, ACCUMULATE THE GL,
      * HOLD THE ACCOUNT'S CHECKS, AND KEEP THE RETURN ON RETHIST.
      **********************************************************************
       3000-REVERSE-PAYMENT.
           PERFORM 3100-LOOK-UP-PAID-ITEMS
           PERFORM 3200-WRITE-ONE-REVERSAL
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
           MOVE ZERO TO WS-FEE-INVOICE-NUMBER
           MOVE ZERO TO WS-FEE-AMOUNT
           IF WS-RETURN-FEE IS GREATER THAN ZERO
               PERFORM 3300-ASSESS-RETURN-FEE
           END-IF
           PERFORM 3400-FIND-RETURN-CURRENCY
           ADD 1 TO WS-RN-RETURN-COUNT(WS-RN-FOUND-IX)
           ADD WS-TARGET-CASH-TOTAL TO WS-RN-CASH(WS-RN-FOUND-IX)
           ADD WS-TARGET-DISCOUNT-TOTAL
               TO WS-RN-DISCOUNTS(WS-RN-FOUND-IX)
           ADD WS-FEE-AMOUNT TO WS-RN-FEES(WS-RN-FOUND-IX)
           PERFORM 3500-HOLD-CUSTOMER-CHECKS
           PERFORM 3600-WRITE-RETURN-HISTORY
           ADD 1 TO WS-RETURNS-REVERSED
           MOVE 'REVERSED' TO WS-RETURN-STATUS
           PERFORM 5000-WRITE-REGISTER-LINES
           .

      **********************************************************************
      * AN ITEM THE PAYMENT CLOSED HAS LEFT THE OPEN-ITEM FILE; ITS
      * DUE DATE, TERMS, ORIGINAL AMOUNT AND TAX COME FROM THE PAID-
      * ITEM HISTORY. THE LAST CLOSE OF THE ITEM WINS. AN ITEM STILL
      * OPEN HAS NO PAID-ITEM RECORD AND IS FOUND BY THE APPLY RUN.
      **********************************************************************
       3100-LOOK-UP-PAID-ITEMS.
           SET PAID-HISTORY-NOT-EOF TO TRUE
           OPEN INPUT PAID-ITEM-HISTORY
           IF PAIDHIST-FILE-WAS-FOUND
               PERFORM 3110-READ-PAID-ITEM
               PERFORM 3120-EXAMINE-PAID-ITEM
                   UNTIL PAID-HISTORY-EOF
               CLOSE PAID-ITEM-HISTORY
           END-IF
           .

       3110-READ-PAID-ITEM.
           READ PAID-ITEM-HISTORY
               AT END
                   SET PAID-HISTORY-EOF TO TRUE
           END-READ
           .

       3120-EXAMINE-PAID-ITEM.
           IF PH-CUSTOMER-ID EQUAL WS-RETURN-CUSTOMER-N
               PERFORM 3130-MATCH-PAID-ITEM
                   VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
           END-IF
           PERFORM 3110-READ-PAID-ITEM
           .

       3130-MATCH-PAID-ITEM.
           IF PH-INVOICE-NUMBER EQUAL WS-PT-INVOICE-NUMBER(WS-PT-IX)
           AND PH-INVOICE-DATE EQUAL WS-PT-INVOICE-DATE(WS-PT-IX)
           AND PH-CURRENCY-CODE EQUAL WS-PT-CURRENCY(WS-PT-IX)
               MOVE PH-DUE-DATE TO WS-PT-DUE-DATE(WS-PT-IX)
               MOVE PH-TERMS-CODE TO WS-PT-TERMS-CODE(WS-PT-IX)
               MOVE PH-ORIGINAL-AMOUNT TO WS-PT-ORIGINAL(WS-PT-IX)
               IF PH-TAX-AMOUNT IS NUMERIC
                   MOVE PH-TAX-AMOUNT TO WS-PT-TAX-AMOUNT(WS-PT-IX)
               END-IF
               MOVE PH-TAX-JURISDICTION
                   TO WS-PT-TAX-JURISDICTION(WS-PT-IX)
               MOVE PH-TAX-STATUS TO WS-PT-TAX-STATUS(WS-PT-IX)
           END-IF
           .

      **********************************************************************
      * ONE TYPE R TRANSACTION PUTS BACK WHAT ONE POSTING TOOK OFF ITS
      * ITEM. FOR A CREDIT CARRIED THE ITEM IS THE CREDIT ITSELF, AND
      * PUTTING THE AMOUNT BACK REMOVES IT.
      **********************************************************************
       3200-WRITE-ONE-REVERSAL.
           MOVE SPACES TO REVERSAL-RECORD
           MOVE RI-CUSTOMER-ID TO RV-CUSTOMER-ID
           SET RV-REOPEN-ITEM TO TRUE
           MOVE WS-PT-POSTING-TYPE(WS-PT-IX) TO RV-POSTING-TYPE
           MOVE WS-PT-AMOUNT(WS-PT-IX) TO RV-AMOUNT
           MOVE WS-PT-INVOICE-NUMBER(WS-PT-IX) TO RV-INVOICE-NUMBER
           MOVE WS-PT-INVOICE-DATE(WS-PT-IX) TO RV-INVOICE-DATE
           MOVE WS-PT-CURRENCY(WS-PT-IX) TO RV-CURRENCY-CODE
           MOVE WS-PT-DUE-DATE(WS-PT-IX) TO RV-DUE-DATE
           MOVE WS-PT-TERMS-CODE(WS-PT-IX) TO RV-TERMS-CODE
           MOVE WS-PT-ORIGINAL(WS-PT-IX) TO RV-ORIGINAL-AMOUNT
           MOVE WS-PT-TAX-AMOUNT(WS-PT-IX) TO RV-TAX-AMOUNT
           MOVE WS-PT-TAX-JURISDICTION(WS-PT-IX)
               TO RV-TAX-JURISDICTION
           MOVE WS-PT-TAX-STATUS(WS-PT-IX) TO RV-TAX-STATUS
           PERFORM 3250-FILL-RETURNED-PAYMENT
           WRITE REVERSAL-RECORD
           ADD 1 TO WS-REVERSALS-WRITTEN
           .

       3250-FILL-RETURNED-PAYMENT.
           MOVE RI-PAYMENT-DATE TO RV-PAYMENT-DATE
           MOVE RI-AMOUNT-N TO RV-PAYMENT-AMOUNT
           MOVE WS-TARGET-DEPOSIT-DATE TO RV-DEPOSIT-DATE
           MOVE WS-TARGET-DEPOSIT-BATCH TO RV-DEPOSIT-BATCH
           MOVE RI-RETURN-TYPE TO RV-RETURN-TYPE
           MOVE RI-BANK-REFERENCE TO RV-BANK-REFERENCE
           .

      **********************************************************************
      * THE FEE IS A NEW INVOICE IN THE PAYMENT'S CURRENCY, NUMBERED
      * FROM THE INVSEQ SERIES, DATED AND DUE ON THE RUN DATE, AND NOT
      * SUBJECT TO SALES TAX.
      **********************************************************************
       3300-ASSESS-RETURN-FEE.
           ADD 1 TO WS-LAST-INVOICE-NUMBER
           SET INVOICE-NUMBER-WAS-USED TO TRUE
           MOVE WS-LAST-INVOICE-NUMBER TO WS-FEE-INVOICE-NUMBER
           MOVE WS-RETURN-FEE TO WS-FEE-AMOUNT

           MOVE SPACES TO REVERSAL-RECORD
           MOVE RI-CUSTOMER-ID TO RV-CUSTOMER-ID
           SET RV-RETURNED-ITEM-FEE TO TRUE
           MOVE WS-FEE-AMOUNT TO RV-AMOUNT
           MOVE WS-FEE-INVOICE-NUMBER TO RV-INVOICE-NUMBER
           MOVE WS-RUN-DATE TO RV-INVOICE-DATE
           MOVE WS-RETURN-CURRENCY TO RV-CURRENCY-CODE
           MOVE WS-RUN-DATE TO RV-DUE-DATE
           MOVE WS-FEE-AMOUNT TO RV-ORIGINAL-AMOUNT
           MOVE ZERO TO RV-TAX-AMOUNT
           PERFORM 3250-FILL-RETURNED-PAYMENT
           WRITE REVERSAL-RECORD
           ADD 1 TO WS-REVERSALS-WRITTEN
           ADD 1 TO WS-FEES-ASSESSED
           .

      **********************************************************************
      * FIND OR ADD THE TOTALS ENTRY FOR THE RETURN'S CURRENCY. THE
      * MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS THE
      * SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       3400-FIND-RETURN-CURRENCY.
           SET RETURN-CURRENCY-NOT-FOUND TO TRUE
           PERFORM 3410-SEARCH-RETURN-CURRENCY
               VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX > WS-RN-COUNT
               OR RETURN-CURRENCY-WAS-FOUND
           IF RETURN-CURRENCY-NOT-FOUND
               IF WS-RN-COUNT >= WS-RN-MAX
                   DISPLAY "ARRETURN: MORE THAN " WS-RN-MAX
                           " RETURN CURRENCIES -- "
                           WS-RETURN-CURRENCY
                           " LUMPED INTO THE LAST GL ENTRY"
                   MOVE WS-RN-MAX TO WS-RN-FOUND-IX
               ELSE
                   ADD 1 TO WS-RN-COUNT
                   MOVE WS-RN-COUNT TO WS-RN-FOUND-IX
                   MOVE WS-RETURN-CURRENCY
                       TO WS-RN-CURRENCY(WS-RN-FOUND-IX)
                   MOVE ZERO TO WS-RN-RETURN-COUNT(WS-RN-FOUND-IX)
                   MOVE ZERO TO WS-RN-CASH(WS-RN-FOUND-IX)
                   MOVE ZERO TO WS-RN-DISCOUNTS(WS-RN-FOUND-IX)
                   MOVE ZERO TO WS-RN-FEES(WS-RN-FOUND-IX)
               END-IF
           END-IF
           .

       3410-SEARCH-RETURN-CURRENCY.
           IF WS-RN-CURRENCY(WS-RN-IX) EQUAL WS-RETURN-CURRENCY
               SET RETURN-CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-RN-IX TO WS-RN-FOUND-IX
           END-IF
           .

      **********************************************************************
      * FLAG THE ACCOUNT SO THE LOCKBOX EDIT HOLDS ITS CHECKS, WITH A
      * BEFORE/AFTER IMAGE ON THE SAME AUDIT LOG CUSTOMER MAINTENANCE
      * WRITES. AN ACCOUNT ALREADY ON HOLD IS LEFT AS IT IS. A RETURN
      * FOR AN ACCOUNT NO LONGER ON THE MASTER IS STILL REVERSED, AND
      * THE REGISTER SAYS SO.
      **********************************************************************
       3500-HOLD-CUSTOMER-CHECKS.
           MOVE WS-RETURN-CUSTOMER-N TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO MAST' TO WS-HOLD-STATUS
           END-READ
           IF WS-HOLD-STATUS EQUAL SPACES
               IF CM-CHECKS-ON-HOLD
                   MOVE 'ON HOLD' TO WS-HOLD-STATUS
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET CM-CHECKS-ON-HOLD TO TRUE
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 3550-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-ACCOUNTS-HELD
                   MOVE 'HELD' TO WS-HOLD-STATUS
               END-IF
           END-IF
           .

       3550-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           IF RI-USER-ID EQUAL SPACES
               MOVE 'ARRETURN' TO AU-USER-ID
           ELSE
               MOVE RI-USER-ID TO AU-USER-ID
           END-IF
           MOVE 'C' TO AU-ACTION-CODE
           MOVE CM-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           .

      **********************************************************************
      * KEEP THE RETURN ON THE PERMANENT RETHIST FILE, CREATED EMPTY
      * FIRST ON THE VERY FIRST RUN. IT IS CLOSED AGAIN AT ONCE SO THE
      * NEXT RETURN'S SEARCH SEES IT.
      **********************************************************************
       3600-WRITE-RETURN-HISTORY.
           OPEN EXTEND RETURN-HISTORY
           IF RETHIST-NOT-FOUND
               OPEN OUTPUT RETURN-HISTORY
               CLOSE RETURN-HISTORY
               OPEN EXTEND RETURN-HISTORY
           END-IF
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE RI-CUSTOMER-ID TO RH-CUSTOMER-ID
           MOVE RI-PAYMENT-DATE TO RH-PAYMENT-DATE
           MOVE RI-AMOUNT-N TO RH-PAYMENT-AMOUNT
           MOVE WS-RETURN-CURRENCY TO RH-CURRENCY-CODE
           MOVE WS-TARGET-DEPOSIT-DATE TO RH-DEPOSIT-DATE
           MOVE WS-TARGET-DEPOSIT-BATCH TO RH-DEPOSIT-BATCH
           MOVE RI-RETURN-TYPE TO RH-RETURN-TYPE
           MOVE RI-RETURN-DATE TO RH-RETURN-DATE
           MOVE RI-BANK-REFERENCE TO RH-BANK-REFERENCE
           MOVE WS-RUN-DATE TO RH-PROCESS-DATE
           MOVE WS-PT-COUNT TO RH-POSTINGS-REVERSED
           MOVE WS-FEE-INVOICE-NUMBER TO RH-FEE-INVOICE-NUMBER
           MOVE WS-FEE-AMOUNT TO RH-FEE-AMOUNT
           WRITE RETURN-HISTORY-RECORD
           CLOSE RETURN-HISTORY
           .

      **********************************************************************
      * ONE REGISTER LINE PER RETURN, FOLLOWED FOR A REVERSED RETURN BY
      * ONE LINE PER ITEM REOPENED AND ONE FOR THE FEE INVOICE.
      **********************************************************************
       5000-WRITE-REGISTER-LINES.
           MOVE RI-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE RI-PAYMENT-DATE TO DL-PAYMENT-DATE
           IF WS-RETURN-STATUS EQUAL 'REVERSED'
               MOVE WS-TARGET-DEPOSIT-BATCH TO DL-DEPOSIT-BATCH
           ELSE
               MOVE RI-DEPOSIT-BATCH TO DL-DEPOSIT-BATCH
           END-IF
           IF RI-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO DL-CURRENCY
           ELSE
               MOVE RI-CURRENCY-CODE TO DL-CURRENCY
           END-IF
           IF RI-AMOUNT IS NUMERIC
               MOVE RI-AMOUNT-N TO DL-AMOUNT
           ELSE
               MOVE ZERO TO DL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN RI-RETURNED-NSF
                   MOVE 'NSF' TO DL-RETURN-TYPE
               WHEN RI-CHARGED-BACK
                   MOVE 'CB' TO DL-RETURN-TYPE
               WHEN OTHER
                   MOVE RI-RETURN-TYPE TO DL-RETURN-TYPE
           END-EVALUATE
           MOVE RI-RETURN-DATE TO DL-RETURN-DATE
           MOVE RI-BANK-REFERENCE TO DL-BANK-REFERENCE
           MOVE WS-RETURN-STATUS TO DL-STATUS
           MOVE WS-HOLD-STATUS TO DL-HOLD-STATUS
           MOVE WS-DETAIL-LINE TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           PERFORM 5100-WRITE-ITEM-LINE
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
           IF WS-RETURN-STATUS EQUAL 'REVERSED'
           AND WS-FEE-AMOUNT IS GREATER THAN ZERO
               MOVE 'FEE' TO IL-ACTION
               MOVE SPACES TO IL-POSTING-TYPE
               MOVE WS-FEE-INVOICE-NUMBER TO IL-INVOICE
               MOVE WS-RUN-DATE TO IL-INVOICE-DATE
               MOVE WS-RUN-DATE TO IL-DUE-DATE
               MOVE WS-RETURN-CURRENCY TO IL-CURRENCY
               MOVE WS-FEE-AMOUNT TO IL-AMOUNT
               MOVE WS-ITEM-LINE TO RETURN-REGISTER-RECORD
               WRITE RETURN-REGISTER-RECORD
           END-IF
           .

       5100-WRITE-ITEM-LINE.
           MOVE 'REOPEN' TO IL-ACTION
           MOVE WS-PT-POSTING-TYPE(WS-PT-IX) TO IL-POSTING-TYPE
           MOVE WS-PT-INVOICE-NUMBER(WS-PT-IX) TO IL-INVOICE
           MOVE WS-PT-INVOICE-DATE(WS-PT-IX) TO IL-INVOICE-DATE
           MOVE WS-PT-DUE-DATE(WS-PT-IX) TO IL-DUE-DATE
           MOVE WS-PT-CURRENCY(WS-PT-IX) TO IL-CURRENCY
           MOVE WS-PT-AMOUNT(WS-PT-IX) TO IL-AMOUNT
           MOVE WS-ITEM-LINE TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           .

      **********************************************************************
      * ONE TOTALS LINE PER CURRENCY.
      **********************************************************************
       8000-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           PERFORM 8100-PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX > WS-RN-COUNT
           .

       8100-PRINT-ONE-CURRENCY-TOTAL.
           MOVE WS-RN-CURRENCY(WS-RN-IX) TO TL-CURRENCY
           MOVE WS-RN-RETURN-COUNT(WS-RN-IX) TO TL-COUNT
           MOVE WS-RN-CASH(WS-RN-IX) TO TL-CASH
           MOVE WS-RN-DISCOUNTS(WS-RN-IX) TO TL-DISCOUNTS
           MOVE WS-RN-FEES(WS-RN-IX) TO TL-FEES
           MOVE WS-TOTAL-LINE TO RETURN-REGISTER-RECORD
           WRITE RETURN-REGISTER-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. EVERY RETURN READ MUST BE REVERSED OR
      * REJECTED, AND THE GL FEED MUST BALANCE, OR THE RUN ENDS NONZERO
      * AND NEITHER THE FEED NOR THE REVERSALS ARE RELEASED.
      **********************************************************************
       9999-END.
           PERFORM 9300-WRITE-GL-JOURNAL
           IF INVOICE-NUMBER-WAS-USED
               PERFORM 9200-SAVE-INVOICE-SEQUENCE
           END-IF
           CLOSE RETURNED-ITEMS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-LOG-FILE
           CLOSE REVERSAL-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE RETURN-REGISTER

           DISPLAY SPACE
           DISPLAY "ARRETURN CONTROL TOTALS"
           DISPLAY "   RETURNS READ        " WS-RETURNS-READ
           DISPLAY "   RETURNS REVERSED    " WS-RETURNS-REVERSED
           DISPLAY "   RETURNS REJECTED    " WS-RETURNS-REJECTED
           DISPLAY "   REVERSALS WRITTEN   " WS-REVERSALS-WRITTEN
           DISPLAY "   FEES ASSESSED       " WS-FEES-ASSESSED
           DISPLAY "   ACCOUNTS HELD       " WS-ACCOUNTS-HELD
           DISPLAY "   LAST INVOICE NUMBER " WS-LAST-INVOICE-NUMBER
           DISPLAY "   GL DEBIT TOTAL      " WS-GL-DEBIT-TOTAL
           DISPLAY "   GL CREDIT TOTAL     " WS-GL-CREDIT-TOTAL
           DISPLAY SPACE
           IF WS-RETURNS-READ NOT EQUAL
                   WS-RETURNS-REVERSED + WS-RETURNS-REJECTED
               DISPLAY "ARRETURN: RETURNS REVERSED AND REJECTED DO "
                       "NOT MATCH RETURNS READ -- DO NOT RELEASE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
               DISPLAY "ARRETURN: GL JOURNAL DEBITS DO NOT EQUAL "
                       "CREDITS -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-MISSING-RATES GREATER THAN ZERO
               DISPLAY "ARRETURN: NO EXCHANGE RATE FOR "
                       WS-FX-MISSING-RATES " GL DETAILS"
                       " -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
      * REWRITE THE INVSEQ CONTROL FILE WITH THE HIGHEST INVOICE NUMBER
      * ASSIGNED THIS RUN, SO THE NEXT BILLING RUN CONTINUES THE
      * SEQUENCE.
      **********************************************************************
       9200-SAVE-INVOICE-SEQUENCE.
           OPEN OUTPUT INVOICE-SEQUENCE
           MOVE SPACES TO INVOICE-SEQUENCE-RECORD
           MOVE WS-LAST-INVOICE-NUMBER TO SQ-LAST-INVOICE-NUMBER
           WRITE INVOICE-SEQUENCE-RECORD
           CLOSE INVOICE-SEQUENCE
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
           MOVE 'RETURNS-READ' TO WS-CT-NAME
           MOVE WS-RETURNS-READ TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'RETURNS-REVERSED' TO WS-CT-NAME
           MOVE WS-RETURNS-REVERSED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'RETURNS-REJECTED' TO WS-CT-NAME
           MOVE WS-RETURNS-REJECTED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REVERSALS-WRITTEN' TO WS-CT-NAME
           MOVE WS-REVERSALS-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'FEES-ASSESSED' TO WS-CT-NAME
           MOVE WS-FEES-ASSESSED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ACCOUNTS-HELD' TO WS-CT-NAME
           MOVE WS-ACCOUNTS-HELD TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

       9850-WRITE-ONE-CONTROL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE 'ARRETURN' TO CT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-CT-NAME TO CT-COUNTER-NAME
           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

      **********************************************************************
      * WRITE THE GENERAL LEDGER FEED FOR THE RETURNS, PER CURRENCY: A
      * DEBIT TO RECEIVABLES FOR EVERYTHING PUT BACK ON THE ACCOUNT,
      * AGAINST A CREDIT TO CASH FOR THE CASH THE BANK TOOK BACK, TO
      * SALES DISCOUNTS FOR ANY DISCOUNT THE PAYMENT HAD EARNED, AND TO
      * RETURNED-ITEM FEE INCOME FOR THE FEES. THEN A TRAILER PROVING
      * DEBITS EQUAL CREDITS. A RUN THAT REVERSED NOTHING WRITES ONLY
      * THE TRAILER, SO THE FEED IS NEVER MISSING. EVERY DETAIL IS
      * ALSO TRANSLATED TO DOLLARS AT THE RUN-DATE RATE, WITH THE
      * CENTS LOST TO ROUNDING LINE BY LINE TO EXCHANGE ROUNDING.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           PERFORM 9400-WRITE-GL-CURRENCY
               VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX > WS-RN-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '73000000' TO WS-FX-BALANCE-ACCOUNT
           MOVE 'USD' TO WS-FX-BALANCE-CURRENCY
           PERFORM 8690-BUILD-BALANCING-LINE
           IF FX-BALANCING-LINE-BUILT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
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
           MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '11000000' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           MOVE WS-RN-CURRENCY(WS-RN-IX) TO GJ-CURRENCY-CODE
           COMPUTE GJ-AMOUNT = WS-RN-CASH(WS-RN-IX)
               + WS-RN-DISCOUNTS(WS-RN-IX) + WS-RN-FEES(WS-RN-IX)
           SET GJ-AR-RETURNED-PAYMENT TO TRUE
           PERFORM 8670-SET-FUNCTIONAL-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RN-CASH(WS-RN-IX) TO WS-GL-DEBIT-TOTAL
           ADD WS-RN-DISCOUNTS(WS-RN-IX) TO WS-GL-DEBIT-TOTAL
           ADD WS-RN-FEES(WS-RN-IX) TO WS-GL-DEBIT-TOTAL

           IF WS-RN-CASH(WS-RN-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '10000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-RN-CURRENCY(WS-RN-IX) TO GJ-CURRENCY-CODE
               MOVE WS-RN-CASH(WS-RN-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-RN-CASH(WS-RN-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-RN-DISCOUNTS(WS-RN-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '41000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-RN-CURRENCY(WS-RN-IX) TO GJ-CURRENCY-CODE
               MOVE WS-RN-DISCOUNTS(WS-RN-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-RN-DISCOUNTS(WS-RN-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-RN-FEES(WS-RN-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARRETURN' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '42000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-RN-CURRENCY(WS-RN-IX) TO GJ-CURRENCY-CODE
               MOVE WS-RN-FEES(WS-RN-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-RN-FEES(WS-RN-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           .

           COPY PERIODP.
           COPY FXRATP.
           COPY RUNLOGP.
