      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   BANK RECONCILIATION OF THE LOCKBOX DEPOSITS AND THE
      *            GL CASH ENTRY. RUN AFTER THE APPLY STEP, IT PROVES
      *            THAT THE BANK CREDITED OUR ACCOUNT WITH EVERY
      *            DEPOSIT THE LOCKBOX EDIT RUN RECEIVED, AND THAT THE
      *            CASH BOOKED TONIGHT IS WHAT THE DEPOSITS SUPPORT.
      *
      *            INPUTS ARE THE BANK'S PRIOR-DAY STATEMENT FILE
      *            (BANKSTMT: DEPOSIT CREDITS, RETURNED-ITEM DEBITS
      *            AND ADJUSTMENTS), TONIGHT'S LOCKBOX DEPOSIT EXTRACT
      *            (LOCKDEP), THE PAYMENT SUSPENSE FILE THE LOCKBOX RUN
      *            JUST WROTE (PAYSUSPO), TONIGHT'S GL FEED FROM THE
      *            APPLY RUN (GLJRNL) AND LAST NIGHT'S OUTSTANDING
      *            ITEMS (BANKOSI).
      *
      *            EACH BANK DEPOSIT CREDIT IS MATCHED TO A LOCKBOX
      *            DEPOSIT BY DEPOSIT DATE, BATCH NUMBER AND CURRENCY;
      *            A CREDIT THAT QUOTES NO BATCH IS MATCHED BY DEPOSIT
      *            DATE, CURRENCY AND EXACT AMOUNT. A MATCHED CREDIT
      *            FOR MORE OR LESS THAN THE LOCKBOX AMOUNT RAISES AN
      *            AMOUNT DIFFERENCE, WHICH CLEARS WHEN THE BANK POSTS
      *            AN ADJUSTMENT QUOTING THE SAME DEPOSIT FOR EXACTLY
      *            THAT AMOUNT. DEPOSITS THE BANK HAS NOT CREDITED,
      *            BANK CREDITS AND ADJUSTMENTS NOT MATCHED, AND
      *            DIFFERENCES NOT CLEARED ARE WRITTEN TO BANKOSO AND
      *            TRIED AGAIN EVERY NIGHT UNTIL THEY CLEAR.
      *
      *            THE CASH PROOF, PER CURRENCY, WORKS FROM THE BANK
      *            CREDITS MATCHED TONIGHT TO THE DEPOSITS BOOKED TO
      *            CASH TONIGHT:
      *
      *              MATCHED BANK CREDITS
      *              - BANK OVER (SHORT) ON THE MATCHED DEPOSITS
      *              - PART OF THEM BOOKED ON AN EARLIER NIGHT
      *              - PART OF THEM NOT BOOKED YET (ON SUSPENSE)
      *              + BOOKED TONIGHT, DEPOSIT NOT CREDITED YET
      *              + BOOKED TONIGHT FROM SUSPENSE, DEPOSIT CREDITED
      *                ON AN EARLIER NIGHT
      *              + BOOKED TONIGHT, NO DEPOSIT BATCH
      *              = DEPOSITS BOOKED TO CASH TONIGHT
      *
      *            WHICH MUST EQUAL THE CASH (10000000) DEBITS ON THE
      *            GL FEED FOR THE RUN DATE. RETURNED ITEMS ARE LISTED
      *            AND SHOWN AGAINST THE CASH CREDITS ON THE FEED FOR
      *            INFORMATION; THE RETURNS RUN RECONCILES THEM.
      *
      *            THE BANKRPT REPORT HAS ONE SECTION EACH FOR MATCHED
      *            DEPOSITS, UNMATCHED BANK ENTRIES, DEPOSITS NOT
      *            CREDITED, AMOUNT DIFFERENCES, ITEMS ON PAYMENT
      *            SUSPENSE, RETURNED ITEMS AND THE CASH PROOF. THE
      *            CONTROL TOTALS ON CTLFILE LET THE BALANCING RUN
      *            PROVE THE OUTSTANDING ITEMS ROLL FORWARD AND REFUSE
      *            A NIGHT WHOSE CASH DOES NOT TIE.
      *
      *            A CURRENCY THAT DOES NOT TIE, A STATEMENT ACCOUNT
      *            THAT DOES NOT PROVE TO ITS TRAILER, OR AN ITEM THAT
      *            CANNOT BE READ OR TABLED ENDS THE STEP WITH RETURN
      *            CODE 8. NO STATEMENT FILE ENDS IT WITH RETURN CODE
      *            4 (EVERY DEPOSIT CARRIES FORWARD UNCREDITED). NO
      *            DEPOSIT EXTRACT OR GL FEED ENDS IT WITH 16.
      *
      * USAGE:     BANKREC
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT BANK-STATEMENT-FILE
               ASSIGN TO BANKSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-STATUS.

           SELECT DEPOSIT-EXTRACT
               ASSIGN TO LOCKDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKDEP-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO PAYSUSPO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSUSPO-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT OUTSTANDING-IN
               ASSIGN TO BANKOSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKOSI-STATUS.

           SELECT OUTSTANDING-OUT
               ASSIGN TO BANKOSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKOSO-STATUS.

           SELECT RECONCILIATION-REPORT
               ASSIGN TO BANKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKRPT-STATUS.

           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(22).
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

       FD  BANK-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BANKSTMT.

       FD  DEPOSIT-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOCKDEP.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SU-REASON-CODE           PIC X(02).
           05  SU-ITEM-IMAGE            PIC X(80).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  OUTSTANDING-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY BANKOS.

       FD  OUTSTANDING-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTSTANDING-OUT-RECORD       PIC X(80).

       FD  RECONCILIATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECONCILIATION-REPORT-RECORD PIC X(132).

       FD  CONTROL-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-BANKSTMT-STATUS       PIC X(02) VALUE '00'.
               88  BANKSTMT-FILE-WAS-FOUND  VALUE '00'.
           05  WS-LOCKDEP-STATUS        PIC X(02) VALUE '00'.
               88  LOCKDEP-FILE-WAS-FOUND   VALUE '00'.
           05  WS-PAYSUSPO-STATUS       PIC X(02) VALUE '00'.
               88  PAYSUSPO-FILE-WAS-FOUND  VALUE '00'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
               88  GLJRNL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-BANKOSI-STATUS        PIC X(02) VALUE '00'.
               88  BANKOSI-FILE-WAS-FOUND   VALUE '00'.
           05  WS-BANKOSO-STATUS        PIC X(02) VALUE '00'.
           05  WS-BANKRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  OUTSTANDING-FILE-EOF         VALUE 'Y'.
               88  OUTSTANDING-FILE-NOT-EOF     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  DEPOSIT-FILE-EOF             VALUE 'Y'.
               88  DEPOSIT-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  STATEMENT-FILE-EOF           VALUE 'Y'.
               88  STATEMENT-FILE-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  GL-FILE-EOF                  VALUE 'Y'.
               88  GL-FILE-NOT-EOF              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  SUSPENSE-FILE-EOF            VALUE 'Y'.
               88  SUSPENSE-FILE-NOT-EOF        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  STATEMENT-WAS-RECEIVED       VALUE 'Y'.
               88  STATEMENT-NOT-RECEIVED       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ACCOUNT-IS-OPEN              VALUE 'Y'.
               88  ACCOUNT-NOT-OPEN             VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  BATCH-WAS-FOUND              VALUE 'Y'.
               88  BATCH-NOT-FOUND              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  DIFFERENCE-WAS-FOUND         VALUE 'Y'.
               88  DIFFERENCE-NOT-FOUND         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-ITEM-DATE             PIC X(08) VALUE SPACES.
           05  WS-ITEM-DATE-N REDEFINES WS-ITEM-DATE
                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-OUTSTANDING      PIC S9(07) COMP VALUE ZERO.
           05  WS-STATEMENT-DATE        PIC X(08) VALUE SPACES.

           COPY RUNLOGW.

      *    THE KEY OF THE DEPOSIT, ENTRY OR DIFFERENCE BEING LOOKED UP.
      *    THE CURRENCY IS ALWAYS FILLED IN: SPACES ARE TAKEN AS USD
      *    BEFORE ANYTHING IS TABLED OR COMPARED.
       01  WS-LOOKUP-FIELDS.
           05  WS-FIND-DATE             PIC X(08) VALUE SPACES.
           05  WS-FIND-BATCH            PIC X(06) VALUE SPACES.
           05  WS-FIND-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-FIND-AMOUNT           PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

      *    ONE ENTRY PER LOCKBOX DEPOSIT: EVERY BATCH CARRIED FORWARD
      *    UNCREDITED AND EVERY BATCH IN TONIGHT'S EXTRACT. BOOKED
      *    BEFORE IS WHAT EARLIER NIGHTS RELEASED TO THE APPLY RUN,
      *    BOOKED TONIGHT WHAT TONIGHT'S RUN RELEASED.
       01  WS-BATCH-TABLE.
           05  WS-BT-MAX                PIC 9(04) COMP VALUE 2000.
           05  WS-BT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-ENTRY OCCURS 2000 TIMES.
               10  WS-BT-DEPOSIT-DATE   PIC X(08).
               10  WS-BT-BATCH-NUMBER   PIC X(06).
               10  WS-BT-CURRENCY       PIC X(03).
               10  WS-BT-BATCH-STATUS   PIC X(01).
                   88  BT-BATCH-BALANCED       VALUE 'B'.
                   88  BT-BATCH-OUT-OF-BALANCE VALUE 'U'.
                   88  BT-BATCH-NO-TRAILER     VALUE 'T'.
               10  WS-BT-DEPOSIT-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-BT-BOOKED-BEFORE  PIC S9(09)V99 COMP-3.
               10  WS-BT-BOOKED-TONIGHT PIC S9(09)V99 COMP-3.
               10  WS-BT-CREDIT-AMOUNT  PIC S9(09)V99 COMP-3.
               10  WS-BT-BANK-REFERENCE PIC X(16).
               10  WS-BT-FIRST-DATE     PIC X(08).
               10  WS-BT-ORIGIN         PIC X(01).
                   88  BT-CARRIED-FORWARD      VALUE 'C'.
                   88  BT-NEW-TONIGHT          VALUE 'N'.
               10  WS-BT-MATCH-FLAG     PIC X(01).
                   88  BT-MATCHED              VALUE 'Y'.
                   88  BT-NOT-MATCHED          VALUE 'N'.

      *    ONE ENTRY PER BANK ENTRY: EVERY CREDIT AND ADJUSTMENT
      *    CARRIED FORWARD UNMATCHED AND EVERY ENTRY ON TONIGHT'S
      *    STATEMENT. THE AMOUNT IS SIGNED; A DEBIT IS NEGATIVE.
       01  WS-BANK-ENTRY-TABLE.
           05  WS-BE-MAX                PIC 9(04) COMP VALUE 2000.
           05  WS-BE-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-BE-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-BE-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-BE-ENTRY OCCURS 2000 TIMES.
               10  WS-BE-ENTRY-TYPE     PIC X(01).
                   88  BE-DEPOSIT-CREDIT       VALUE 'C'.
                   88  BE-RETURNED-ITEM        VALUE 'R'.
                   88  BE-ADJUSTMENT           VALUE 'A'.
               10  WS-BE-VALUE-DATE     PIC X(08).
               10  WS-BE-BATCH-NUMBER   PIC X(06).
               10  WS-BE-CURRENCY       PIC X(03).
               10  WS-BE-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-BE-BANK-REFERENCE PIC X(16).
               10  WS-BE-FIRST-DATE     PIC X(08).
               10  WS-BE-ORIGIN         PIC X(01).
                   88  BE-CARRIED-FORWARD      VALUE 'C'.
                   88  BE-NEW-TONIGHT          VALUE 'N'.
               10  WS-BE-MATCH-FLAG     PIC X(01).
                   88  BE-MATCHED              VALUE 'Y'.
                   88  BE-NOT-MATCHED          VALUE 'N'.

      *    ONE ENTRY PER AMOUNT DIFFERENCE, CARRIED OR RAISED TONIGHT.
      *    THE AMOUNT IS WHAT THE BANK STILL OWES ON THE DEPOSIT.
       01  WS-DIFFERENCE-TABLE.
           05  WS-DF-MAX                PIC 9(04) COMP VALUE 500.
           05  WS-DF-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-DF-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-DF-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-DF-ENTRY OCCURS 500 TIMES.
               10  WS-DF-DEPOSIT-DATE   PIC X(08).
               10  WS-DF-BATCH-NUMBER   PIC X(06).
               10  WS-DF-CURRENCY       PIC X(03).
               10  WS-DF-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-DF-BANK-REFERENCE PIC X(16).
               10  WS-DF-FIRST-DATE     PIC X(08).
               10  WS-DF-ORIGIN         PIC X(01).
                   88  DF-CARRIED-FORWARD      VALUE 'C'.
                   88  DF-NEW-TONIGHT          VALUE 'N'.
               10  WS-DF-CLEAR-FLAG     PIC X(01).
                   88  DF-CLEARED              VALUE 'Y'.
                   88  DF-NOT-CLEARED          VALUE 'N'.

      *    THE CASH PROOF AND THE MEMO TOTALS, ONE ENTRY PER CURRENCY.
      *    AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-CY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-CY-ENTRY OCCURS 10 TIMES.
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CY-MATCHED-CREDITS
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-DIFFERENCES    PIC S9(11)V99 COMP-3.
               10  WS-CY-BOOKED-EARLIER PIC S9(11)V99 COMP-3.
               10  WS-CY-NOT-YET-BOOKED PIC S9(11)V99 COMP-3.
               10  WS-CY-BOOKED-UNCREDITED
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-BOOKED-CREDITED-EARLIER
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-BOOKED-NO-BATCH
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-EXPECTED-CASH  PIC S9(11)V99 COMP-3.
               10  WS-CY-GL-CASH-DEBITS PIC S9(11)V99 COMP-3.
               10  WS-CY-GL-CASH-CREDITS
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-UNMATCHED-ENTRIES
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-UNCREDITED-DEPOSITS
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-OPEN-DIFFERENCES
                                        PIC S9(11)V99 COMP-3.
               10  WS-CY-SUSPENSE       PIC S9(11)V99 COMP-3.
               10  WS-CY-RETURNED-ITEMS PIC S9(11)V99 COMP-3.
               10  WS-CY-TIE-FLAG       PIC X(01).
                   88  CY-CASH-TIES            VALUE 'Y'.
                   88  CY-CASH-DOES-NOT-TIE    VALUE 'N'.

      *    THE STATEMENT ACCOUNT BEING READ. ITS ENTRIES ARE TABLED AS
      *    THEY ARE READ AND TAKEN BACK OUT IF THE TRAILER DOES NOT
      *    PROVE THE GROUP.
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCOUNT-NUMBER        PIC X(12) VALUE SPACES.
           05  WS-ACCOUNT-CURRENCY      PIC X(03) VALUE SPACES.
           05  WS-ACCOUNT-START-COUNT   PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCOUNT-TABLED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-ENTRIES       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-ERRORS        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-CREDITS       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-ACCOUNT-DEBITS        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-MATCH-FIELDS.
           05  WS-MATCH-DIFFERENCE      PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-NOT-YET-BOOKED        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CASH-DIFFERENCE       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-PROOF-LABEL           PIC X(50) VALUE SPACES.
           05  WS-PROOF-AMOUNT          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    A PAYMENT SUSPENSE ITEM, LAID OUT AS THE LOCKBOX RUN WROTE
      *    IT: THE BANK'S DETAIL RECORD WITH THE DEPOSIT STAMP ADDED.
       01  WS-SUSPENSE-ITEM.
           05  WS-SI-RECORD-TYPE        PIC X(01).
           05  WS-SI-CUSTOMER-ID        PIC X(10).
           05  WS-SI-PAYMENT-DATE       PIC X(08).
           05  WS-SI-AMOUNT             PIC X(09).
           05  WS-SI-AMOUNT-N REDEFINES WS-SI-AMOUNT
                                        PIC 9(07)V99.
           05  WS-SI-INVOICE-REF        PIC X(07).
           05  WS-SI-CURRENCY-CODE      PIC X(03).
           05  FILLER                   PIC X(14).
           05  WS-SI-DEPOSIT-DATE       PIC X(08).
           05  WS-SI-DEPOSIT-BATCH      PIC X(06).
           05  FILLER                   PIC X(14).

      *    TONIGHT'S OUTSTANDING ITEM, BUILT HERE AND WRITTEN FROM HERE
      *    SO BANKOS CAN DESCRIBE LAST NIGHT'S FILE UNDER ITS FD.
       01  WS-OUTSTANDING-WORK.
           05  OW-ITEM-TYPE             PIC X(01).
           05  OW-DEPOSIT-DATE          PIC X(08).
           05  OW-BATCH-NUMBER          PIC X(06).
           05  OW-CURRENCY-CODE         PIC X(03).
           05  OW-AMOUNT                PIC S9(09)V99.
           05  OW-BOOKED-AMOUNT         PIC S9(09)V99.
           05  OW-ENTRY-TYPE            PIC X(01).
           05  OW-BATCH-STATUS          PIC X(01).
           05  OW-BANK-REFERENCE        PIC X(16).
           05  OW-FIRST-DATE            PIC X(08).
           05  FILLER                   PIC X(14).

       01  WS-CONTROL-TOTALS.
           05  WS-OUTSTANDING-IN        PIC 9(07) COMP VALUE ZERO.
           05  WS-OUTSTANDING-REJECTED  PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPOSIT-RECORDS-READ  PIC 9(07) COMP VALUE ZERO.
           05  WS-BATCHES-RECEIVED      PIC 9(07) COMP VALUE ZERO.
           05  WS-RELEASES-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPOSITS-REJECTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-STATEMENT-RECORDS-READ
                                        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-REJECTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-STATEMENT-ENTRIES     PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-IGNORED       PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-TABLED      PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-CASH-LINES         PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-OTHER-DATES        PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-CREDITS-MATCHED       PIC 9(07) COMP VALUE ZERO.
           05  WS-ADJUSTMENTS-MATCHED   PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-UNMATCHED     PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPOSITS-UNCREDITED   PIC 9(07) COMP VALUE ZERO.
           05  WS-DIFFERENCES-FOUND     PIC 9(07) COMP VALUE ZERO.
           05  WS-DIFFERENCES-OPEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-RETURNED-ITEMS        PIC 9(07) COMP VALUE ZERO.
           05  WS-SUSPENSE-ITEMS        PIC 9(07) COMP VALUE ZERO.
           05  WS-OUTSTANDING-ADDED     PIC 9(07) COMP VALUE ZERO.
           05  WS-OUTSTANDING-CLEARED   PIC 9(07) COMP VALUE ZERO.
           05  WS-OUTSTANDING-OUT       PIC 9(07) COMP VALUE ZERO.
           05  WS-CASH-CURRENCIES       PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENCIES-TIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-SECTION-LINES         PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40)
                   VALUE 'BANK RECONCILIATION OF LOCKBOX DEPOSITS '.
           05  FILLER                   PIC X(16)
                   VALUE '- BUSINESS DATE '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(18)
                   VALUE '   STATEMENT DATE '.
           05  HL1-STATEMENT-DATE       PIC X(08).
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

      *    THE COLUMN HEADING OF THE SECTION BEING PRINTED.
       01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.

       01  WS-MATCHED-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DEP DATE'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(16)
                   VALUE ' LOCKBOX AMOUNT'.
           05  FILLER                   PIC X(16)
                   VALUE '    BANK CREDIT'.
           05  FILLER                   PIC X(17)
                   VALUE '     DIFFERENCE'.
           05  FILLER                   PIC X(18)
                   VALUE 'BANK REFERENCE'.
           05  FILLER                   PIC X(09) VALUE 'SINCE'.
           05  FILLER                   PIC X(07) VALUE ' DAYS'.
           05  FILLER                   PIC X(27) VALUE 'NOTE'.

       01  WS-UNMATCHED-HEADING.
           05  FILLER                   PIC X(10) VALUE 'VALUE DT'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(16)
                   VALUE '    BANK AMOUNT'.
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(18)
                   VALUE 'BANK REFERENCE'.
           05  FILLER                   PIC X(09) VALUE 'SINCE'.
           05  FILLER                   PIC X(07) VALUE ' DAYS'.
           05  FILLER                   PIC X(27) VALUE 'ENTRY'.

       01  WS-UNCREDITED-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DEP DATE'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(16)
                   VALUE ' DEPOSIT AMOUNT'.
           05  FILLER                   PIC X(16)
                   VALUE ' BOOKED TO CASH'.
           05  FILLER                   PIC X(17)
                   VALUE '     NOT BOOKED'.
           05  FILLER                   PIC X(18) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'SINCE'.
           05  FILLER                   PIC X(07) VALUE ' DAYS'.
           05  FILLER                   PIC X(27) VALUE 'BATCH STATUS'.

       01  WS-DIFFERENCE-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DEP DATE'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(16)
                   VALUE '      BANK OWES'.
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(18)
                   VALUE 'BANK REFERENCE'.
           05  FILLER                   PIC X(09) VALUE 'SINCE'.
           05  FILLER                   PIC X(07) VALUE ' DAYS'.
           05  FILLER                   PIC X(27) VALUE 'STATUS'.

       01  WS-RETURNED-HEADING.
           05  FILLER                   PIC X(10) VALUE 'VALUE DT'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(16)
                   VALUE '  RETURNED ITEM'.
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(61)
                   VALUE 'BANK REFERENCE'.

       01  WS-SUSPENSE-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DEP DATE'.
           05  FILLER                   PIC X(08) VALUE 'BATCH'.
           05  FILLER                   PIC X(04) VALUE 'CUR'.
           05  FILLER                   PIC X(17)
                   VALUE '    ITEM AMOUNT'.
           05  FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'PAY DATE'.
           05  FILLER                   PIC X(71) VALUE 'REASON'.

       01  WS-PROOF-HEADING.
           05  FILLER                   PIC X(57) VALUE 'CUR'.
           05  FILLER                   PIC X(18)
                   VALUE '            AMOUNT'.
           05  FILLER                   PIC X(57) VALUE SPACES.

      *    ONE LINE FOR EVERY DEPOSIT, BANK ENTRY OR DIFFERENCE LISTED.
      *    AN AMOUNT COLUMN A SECTION DOES NOT USE IS LEFT BLANK.
       01  WS-ITEM-LINE.
           05  IL-DATE                  PIC X(08).
           05  FILLER                   PIC X(02).
           05  IL-BATCH                 PIC X(06).
           05  FILLER                   PIC X(02).
           05  IL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01).
           05  IL-AMOUNT-1              PIC ZZZ,ZZZ,ZZ9.99-.
           05  IL-AMOUNT-1-X REDEFINES IL-AMOUNT-1
                                        PIC X(15).
           05  FILLER                   PIC X(01).
           05  IL-AMOUNT-2              PIC ZZZ,ZZZ,ZZ9.99-.
           05  IL-AMOUNT-2-X REDEFINES IL-AMOUNT-2
                                        PIC X(15).
           05  FILLER                   PIC X(01).
           05  IL-AMOUNT-3              PIC ZZZ,ZZZ,ZZ9.99-.
           05  IL-AMOUNT-3-X REDEFINES IL-AMOUNT-3
                                        PIC X(15).
           05  FILLER                   PIC X(02).
           05  IL-REFERENCE             PIC X(16).
           05  FILLER                   PIC X(02).
           05  IL-FIRST-DATE            PIC X(08).
           05  FILLER                   PIC X(01).
           05  IL-DAYS                  PIC ZZZZ9.
           05  IL-DAYS-X REDEFINES IL-DAYS
                                        PIC X(05).
           05  FILLER                   PIC X(02).
           05  IL-NOTE                  PIC X(20).
           05  FILLER                   PIC X(07).

       01  WS-SUSPENSE-LINE.
           05  SX-DEPOSIT-DATE          PIC X(08).
           05  FILLER                   PIC X(02).
           05  SX-BATCH                 PIC X(06).
           05  FILLER                   PIC X(02).
           05  SX-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01).
           05  SX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  SX-AMOUNT-X REDEFINES SX-AMOUNT
                                        PIC X(15).
           05  FILLER                   PIC X(02).
           05  SX-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02).
           05  SX-PAYMENT-DATE          PIC X(08).
           05  FILLER                   PIC X(02).
           05  SX-REASON                PIC X(30).
           05  FILLER                   PIC X(41).

       01  WS-PROOF-LINE.
           05  PL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-LABEL                 PIC X(50).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(123) VALUE ' ITEMS'.

       01  WS-NONE-LINE.
           05  FILLER                   PIC X(132) VALUE '  NONE'.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-OUTSTANDING
           PERFORM 1500-LOAD-DEPOSITS
           PERFORM 2000-LOAD-STATEMENT
           PERFORM 2500-LOAD-GL-CASH
           PERFORM 3000-MATCH-CREDITS
           PERFORM 3500-MATCH-ADJUSTMENTS
           PERFORM 3800-TOTAL-OUTSTANDING
           PERFORM 4000-PRINT-MATCHED
           PERFORM 4200-PRINT-UNMATCHED-ENTRIES
           PERFORM 4400-PRINT-UNCREDITED
           PERFORM 4600-PRINT-DIFFERENCES
           PERFORM 5000-PRINT-SUSPENSE
           PERFORM 5500-PRINT-RETURNED-ITEMS
           PERFORM 6000-PROVE-CASH
           PERFORM 7000-WRITE-OUTSTANDING
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE BUSINESS DATE COMES FROM THE RUNCTL CARD THE REST OF THE
      * STREAM READS, AND THE RUN LOG MUST SHOW THE APPLY STEP DONE
      * FOR IT. WITHOUT TONIGHT'S DEPOSIT EXTRACT OR GL FEED THERE IS
      * NOTHING TO RECONCILE, SO THE STEP STOPS.
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
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           MOVE 'BANKREC' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "BANKREC: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DEPOSIT-EXTRACT
           IF NOT LOCKDEP-FILE-WAS-FOUND
               DISPLAY "BANKREC: NO LOCKBOX DEPOSIT EXTRACT, STATUS "
                       WS-LOCKDEP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT GLJRNL-FILE-WAS-FOUND
               DISPLAY "BANKREC: NO GL FEED FROM THE APPLY RUN, STATUS "
                       WS-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECONCILIATION-REPORT
           .

      **********************************************************************
      * LAST NIGHT'S OUTSTANDING ITEMS GO BACK INTO THE TABLES FIRST,
      * SO TONIGHT'S STATEMENT IS MATCHED AGAINST EVERYTHING STILL
      * OPEN. THE FIRST RUN HAS NO FILE AND CARRIES NOTHING IN.
      **********************************************************************
       1000-LOAD-OUTSTANDING.
           OPEN INPUT OUTSTANDING-IN
           IF BANKOSI-FILE-WAS-FOUND
               SET OUTSTANDING-FILE-NOT-EOF TO TRUE
               PERFORM 1100-READ-OUTSTANDING
               PERFORM 1200-LOAD-ONE-OUTSTANDING
                   UNTIL OUTSTANDING-FILE-EOF
               CLOSE OUTSTANDING-IN
           ELSE
               DISPLAY "BANKREC: NO OUTSTANDING-ITEMS FILE, STATUS "
                       WS-BANKOSI-STATUS " -- NOTHING CARRIED IN"
           END-IF
           .

       1100-READ-OUTSTANDING.
           READ OUTSTANDING-IN
               AT END
                   SET OUTSTANDING-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTSTANDING-IN
           END-READ
           .

      **********************************************************************
      * AN ITEM THAT CANNOT BE READ IS DROPPED AND REPORTED; THE
      * BALANCING RUN THEN FINDS THE OUTSTANDING ITEMS DO NOT ROLL.
      **********************************************************************
       1200-LOAD-ONE-OUTSTANDING.
           MOVE OS-DEPOSIT-DATE TO WS-FIND-DATE
           MOVE OS-BATCH-NUMBER TO WS-FIND-BATCH
           MOVE OS-CURRENCY-CODE TO WS-FIND-CURRENCY
           IF WS-FIND-CURRENCY EQUAL SPACES
               MOVE 'USD' TO WS-FIND-CURRENCY
           END-IF
           EVALUATE TRUE
               WHEN OS-AMOUNT IS NOT NUMERIC
               WHEN OS-BOOKED-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-OUTSTANDING-REJECTED
                   DISPLAY "BANKREC: OUTSTANDING ITEM " OS-ITEM-TYPE
                           " " OS-DEPOSIT-DATE " " OS-BATCH-NUMBER
                           " HAS A BAD AMOUNT -- DROPPED"
               WHEN OS-DEPOSIT-NOT-CREDITED
                   PERFORM 1210-LOAD-CARRIED-DEPOSIT
               WHEN OS-BANK-ENTRY-UNMATCHED
                   PERFORM 1220-LOAD-CARRIED-ENTRY
               WHEN OS-AMOUNT-DIFFERENCE
                   PERFORM 1230-LOAD-CARRIED-DIFFERENCE
               WHEN OTHER
                   ADD 1 TO WS-OUTSTANDING-REJECTED
                   DISPLAY "BANKREC: OUTSTANDING ITEM TYPE "
                           OS-ITEM-TYPE " NOT KNOWN -- DROPPED"
           END-EVALUATE
           PERFORM 1100-READ-OUTSTANDING
           .

       1210-LOAD-CARRIED-DEPOSIT.
           PERFORM 8200-FIND-BATCH
           IF BATCH-WAS-FOUND
               ADD 1 TO WS-OUTSTANDING-REJECTED
               DISPLAY "BANKREC: DEPOSIT " OS-DEPOSIT-DATE " "
                       OS-BATCH-NUMBER " CARRIED IN TWICE -- "
                       "SECOND DROPPED"
           ELSE
               PERFORM 8250-ADD-BATCH
               IF WS-BT-FOUND-IX GREATER THAN ZERO
                   MOVE OS-BATCH-STATUS
                       TO WS-BT-BATCH-STATUS(WS-BT-FOUND-IX)
                   MOVE OS-AMOUNT
                       TO WS-BT-DEPOSIT-AMOUNT(WS-BT-FOUND-IX)
                   MOVE OS-BOOKED-AMOUNT
                       TO WS-BT-BOOKED-BEFORE(WS-BT-FOUND-IX)
                   MOVE OS-FIRST-DATE
                       TO WS-BT-FIRST-DATE(WS-BT-FOUND-IX)
                   SET BT-CARRIED-FORWARD(WS-BT-FOUND-IX) TO TRUE
               END-IF
           END-IF
           .

       1220-LOAD-CARRIED-ENTRY.
           PERFORM 8300-ADD-BANK-ENTRY
           IF WS-BE-FOUND-IX GREATER THAN ZERO
               MOVE OS-ENTRY-TYPE TO WS-BE-ENTRY-TYPE(WS-BE-FOUND-IX)
               MOVE OS-AMOUNT TO WS-BE-AMOUNT(WS-BE-FOUND-IX)
               MOVE OS-BANK-REFERENCE
                   TO WS-BE-BANK-REFERENCE(WS-BE-FOUND-IX)
               MOVE OS-FIRST-DATE TO WS-BE-FIRST-DATE(WS-BE-FOUND-IX)
               SET BE-CARRIED-FORWARD(WS-BE-FOUND-IX) TO TRUE
           END-IF
           .

       1230-LOAD-CARRIED-DIFFERENCE.
           PERFORM 8400-ADD-DIFFERENCE
           IF WS-DF-FOUND-IX GREATER THAN ZERO
               MOVE OS-AMOUNT TO WS-DF-AMOUNT(WS-DF-FOUND-IX)
               MOVE OS-BANK-REFERENCE
                   TO WS-DF-BANK-REFERENCE(WS-DF-FOUND-IX)
               MOVE OS-FIRST-DATE TO WS-DF-FIRST-DATE(WS-DF-FOUND-IX)
               SET DF-CARRIED-FORWARD(WS-DF-FOUND-IX) TO TRUE
           END-IF
           .

      **********************************************************************
      * TONIGHT'S DEPOSIT EXTRACT. A BATCH RECORD ADDS THE DEPOSIT TO
      * THE TABLE, OR REPLACES THE AMOUNT OF ONE CARRIED IN WHEN THE
      * BANK HAS RE-SENT IT. A SUSPENSE RELEASE IS CASH BOOKED TONIGHT
      * AGAINST A DEPOSIT OF AN EARLIER NIGHT: STILL OPEN, ALREADY
      * CREDITED, OR NONE AT ALL.
      **********************************************************************
       1500-LOAD-DEPOSITS.
           SET DEPOSIT-FILE-NOT-EOF TO TRUE
           PERFORM 1510-READ-DEPOSIT
           PERFORM 1600-LOAD-ONE-DEPOSIT
               UNTIL DEPOSIT-FILE-EOF
           CLOSE DEPOSIT-EXTRACT
           .

       1510-READ-DEPOSIT.
           READ DEPOSIT-EXTRACT
               AT END
                   SET DEPOSIT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEPOSIT-RECORDS-READ
           END-READ
           .

       1600-LOAD-ONE-DEPOSIT.
           MOVE LD-DEPOSIT-DATE TO WS-FIND-DATE
           MOVE LD-BATCH-NUMBER TO WS-FIND-BATCH
           MOVE LD-CURRENCY-CODE TO WS-FIND-CURRENCY
           IF WS-FIND-CURRENCY EQUAL SPACES
               MOVE 'USD' TO WS-FIND-CURRENCY
           END-IF
           EVALUATE TRUE
               WHEN LD-DEPOSIT-AMOUNT IS NOT NUMERIC
               WHEN LD-RELEASED-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-DEPOSITS-REJECTED
                   DISPLAY "BANKREC: DEPOSIT RECORD " LD-RECORD-TYPE
                           " " LD-DEPOSIT-DATE " " LD-BATCH-NUMBER
                           " HAS A BAD AMOUNT -- NOT USED"
               WHEN LD-DEPOSIT-BATCH
                   PERFORM 1610-LOAD-DEPOSIT-BATCH
               WHEN LD-SUSPENSE-RELEASE
                   PERFORM 1620-LOAD-SUSPENSE-RELEASE
               WHEN OTHER
                   ADD 1 TO WS-DEPOSITS-REJECTED
                   DISPLAY "BANKREC: DEPOSIT RECORD TYPE "
                           LD-RECORD-TYPE " NOT KNOWN -- NOT USED"
           END-EVALUATE
           PERFORM 1510-READ-DEPOSIT
           .

       1610-LOAD-DEPOSIT-BATCH.
           ADD 1 TO WS-BATCHES-RECEIVED
           PERFORM 8200-FIND-BATCH
           IF BATCH-WAS-FOUND
               DISPLAY "BANKREC: DEPOSIT " LD-DEPOSIT-DATE " "
                       LD-BATCH-NUMBER " RE-SENT -- TAKEN AS THE "
                       "DEPOSIT AMOUNT"
           ELSE
               PERFORM 8250-ADD-BATCH
               IF WS-BT-FOUND-IX GREATER THAN ZERO
                   MOVE WS-RUN-DATE
                       TO WS-BT-FIRST-DATE(WS-BT-FOUND-IX)
                   SET BT-NEW-TONIGHT(WS-BT-FOUND-IX) TO TRUE
               END-IF
           END-IF
           IF WS-BT-FOUND-IX GREATER THAN ZERO
               MOVE LD-BATCH-STATUS
                   TO WS-BT-BATCH-STATUS(WS-BT-FOUND-IX)
               MOVE LD-DEPOSIT-AMOUNT
                   TO WS-BT-DEPOSIT-AMOUNT(WS-BT-FOUND-IX)
               ADD LD-RELEASED-AMOUNT
                   TO WS-BT-BOOKED-TONIGHT(WS-BT-FOUND-IX)
           END-IF
           .

       1620-LOAD-SUSPENSE-RELEASE.
           ADD 1 TO WS-RELEASES-READ
           IF LD-BATCH-NUMBER EQUAL SPACES
               MOVE WS-FIND-CURRENCY TO WS-CY-NEW-CURRENCY
               PERFORM 8100-FIND-CURRENCY
               IF WS-CY-FOUND-IX GREATER THAN ZERO
                   ADD LD-RELEASED-AMOUNT
                       TO WS-CY-BOOKED-NO-BATCH(WS-CY-FOUND-IX)
               END-IF
           ELSE
               PERFORM 8200-FIND-BATCH
               IF BATCH-WAS-FOUND
                   ADD LD-RELEASED-AMOUNT
                       TO WS-BT-BOOKED-TONIGHT(WS-BT-FOUND-IX)
               ELSE
                   MOVE WS-FIND-CURRENCY TO WS-CY-NEW-CURRENCY
                   PERFORM 8100-FIND-CURRENCY
                   IF WS-CY-FOUND-IX GREATER THAN ZERO
                       ADD LD-RELEASED-AMOUNT
                           TO WS-CY-BOOKED-CREDITED-EARLIER
                                  (WS-CY-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * THE BANK STATEMENT, ONE GROUP PER ACCOUNT. EACH GROUP MUST
      * PROVE TO ITS TRAILER -- ENTRY COUNT, CREDIT TOTAL AND DEBIT
      * TOTAL -- OR NONE OF ITS ENTRIES IS USED. WITHOUT A STATEMENT
      * NOTHING IS MATCHED AND EVERY DEPOSIT CARRIES FORWARD.
      **********************************************************************
       2000-LOAD-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE
           IF BANKSTMT-FILE-WAS-FOUND
               SET STATEMENT-FILE-NOT-EOF TO TRUE
               PERFORM 2100-READ-STATEMENT
               PERFORM 2200-PROCESS-STATEMENT-RECORD
                   UNTIL STATEMENT-FILE-EOF
               IF ACCOUNT-IS-OPEN
                   DISPLAY "BANKREC: NO TRAILER FOR ACCOUNT "
                           WS-ACCOUNT-NUMBER
                   PERFORM 2400-REJECT-ACCOUNT
               END-IF
               CLOSE BANK-STATEMENT-FILE
           ELSE
               SET STATEMENT-NOT-RECEIVED TO TRUE
               DISPLAY "BANKREC: NO BANK STATEMENT, STATUS "
                       WS-BANKSTMT-STATUS " -- NOTHING MATCHED TONIGHT"
           END-IF
           .

       2100-READ-STATEMENT.
           READ BANK-STATEMENT-FILE
               AT END
                   SET STATEMENT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATEMENT-RECORDS-READ
           END-READ
           .

       2200-PROCESS-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN BK-ACCOUNT-HEADER
                   IF ACCOUNT-IS-OPEN
                       DISPLAY "BANKREC: NO TRAILER FOR ACCOUNT "
                               WS-ACCOUNT-NUMBER
                       PERFORM 2400-REJECT-ACCOUNT
                   END-IF
                   PERFORM 2250-START-ACCOUNT
               WHEN BK-ACCOUNT-ENTRY
                   IF ACCOUNT-IS-OPEN
                       PERFORM 2300-LOAD-STATEMENT-ENTRY
                   ELSE
                       ADD 1 TO WS-ENTRIES-REJECTED
                       DISPLAY "BANKREC: STATEMENT ENTRY "
                               BK-BANK-REFERENCE
                               " OUTSIDE ANY ACCOUNT -- NOT USED"
                   END-IF
               WHEN BK-ACCOUNT-TRAILER
                   IF ACCOUNT-IS-OPEN
                       PERFORM 2350-PROVE-ACCOUNT
                   ELSE
                       DISPLAY "BANKREC: STATEMENT TRAILER WITH NO "
                               "ACCOUNT -- IGNORED"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY "BANKREC: STATEMENT RECORD TYPE "
                           BK-RECORD-TYPE " NOT KNOWN -- NOT USED"
           END-EVALUATE
           PERFORM 2100-READ-STATEMENT
           .

       2250-START-ACCOUNT.
           SET ACCOUNT-IS-OPEN TO TRUE
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE BK-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE BK-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           IF WS-ACCOUNT-CURRENCY EQUAL SPACES
               MOVE 'USD' TO WS-ACCOUNT-CURRENCY
           END-IF
           IF WS-STATEMENT-DATE EQUAL SPACES
               MOVE BK-STATEMENT-DATE TO WS-STATEMENT-DATE
           END-IF
           MOVE WS-BE-COUNT TO WS-ACCOUNT-START-COUNT
           MOVE ZERO TO WS-ACCOUNT-TABLED
           MOVE ZERO TO WS-ACCOUNT-ENTRIES
           MOVE ZERO TO WS-ACCOUNT-ERRORS
           MOVE ZERO TO WS-ACCOUNT-CREDITS
           MOVE ZERO TO WS-ACCOUNT-DEBITS
           .

      **********************************************************************
      * DEPOSIT CREDITS, RETURNED-ITEM DEBITS AND ADJUSTMENTS ARE
      * TABLED. ANY OTHER ENTRY (FEES, WIRES, INTEREST) STILL COUNTS
      * TOWARD THE TRAILER BUT IS NOT RECONCILED HERE. AN ENTRY WITH
      * AN UNREADABLE AMOUNT OR DIRECTION FAILS THE WHOLE GROUP.
      **********************************************************************
       2300-LOAD-STATEMENT-ENTRY.
           ADD 1 TO WS-ACCOUNT-ENTRIES
           IF BK-AMOUNT IS NOT NUMERIC
           OR NOT (BK-ENTRY-IS-CREDIT OR BK-ENTRY-IS-DEBIT)
               ADD 1 TO WS-ACCOUNT-ERRORS
               DISPLAY "BANKREC: STATEMENT ENTRY " BK-BANK-REFERENCE
                       " ON ACCOUNT " WS-ACCOUNT-NUMBER
                       " HAS A BAD AMOUNT OR DEBIT/CREDIT FLAG"
           ELSE
               IF BK-ENTRY-IS-CREDIT
                   ADD BK-AMOUNT-N TO WS-ACCOUNT-CREDITS
               ELSE
                   ADD BK-AMOUNT-N TO WS-ACCOUNT-DEBITS
               END-IF
               EVALUATE TRUE
                   WHEN BK-DEPOSIT-CREDIT AND BK-ENTRY-IS-CREDIT
                   WHEN BK-RETURNED-ITEM AND BK-ENTRY-IS-DEBIT
                   WHEN BK-ADJUSTMENT
                       PERFORM 2320-TABLE-STATEMENT-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-ENTRIES-IGNORED
               END-EVALUATE
           END-IF
           .

       2320-TABLE-STATEMENT-ENTRY.
           MOVE BK-VALUE-DATE TO WS-FIND-DATE
           MOVE BK-BATCH-NUMBER TO WS-FIND-BATCH
           MOVE WS-ACCOUNT-CURRENCY TO WS-FIND-CURRENCY
           PERFORM 8300-ADD-BANK-ENTRY
           IF WS-BE-FOUND-IX GREATER THAN ZERO
               ADD 1 TO WS-ACCOUNT-TABLED
               MOVE BK-ENTRY-TYPE TO WS-BE-ENTRY-TYPE(WS-BE-FOUND-IX)
               IF BK-ENTRY-IS-DEBIT
                   COMPUTE WS-BE-AMOUNT(WS-BE-FOUND-IX) =
                       ZERO - BK-AMOUNT-N
               ELSE
                   MOVE BK-AMOUNT-N TO WS-BE-AMOUNT(WS-BE-FOUND-IX)
               END-IF
               MOVE BK-BANK-REFERENCE
                   TO WS-BE-BANK-REFERENCE(WS-BE-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-BE-FIRST-DATE(WS-BE-FOUND-IX)
               SET BE-NEW-TONIGHT(WS-BE-FOUND-IX) TO TRUE
           END-IF
           .

       2350-PROVE-ACCOUNT.
           IF BK-ENTRY-COUNT IS NOT NUMERIC
           OR BK-CREDIT-TOTAL IS NOT NUMERIC
           OR BK-DEBIT-TOTAL IS NOT NUMERIC
               DISPLAY "BANKREC: TRAILER FOR ACCOUNT "
                       WS-ACCOUNT-NUMBER " CANNOT BE READ"
               PERFORM 2400-REJECT-ACCOUNT
           ELSE
               IF BK-ENTRY-COUNT-N NOT EQUAL WS-ACCOUNT-ENTRIES
               OR BK-CREDIT-TOTAL-N NOT EQUAL WS-ACCOUNT-CREDITS
               OR BK-DEBIT-TOTAL-N NOT EQUAL WS-ACCOUNT-DEBITS
               OR WS-ACCOUNT-ERRORS GREATER THAN ZERO
                   DISPLAY "BANKREC: ACCOUNT " WS-ACCOUNT-NUMBER
                           " DOES NOT PROVE TO ITS TRAILER"
                   PERFORM 2400-REJECT-ACCOUNT
               ELSE
                   ADD WS-ACCOUNT-TABLED TO WS-STATEMENT-ENTRIES
                   SET ACCOUNT-NOT-OPEN TO TRUE
               END-IF
           END-IF
           .

       2400-REJECT-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REJECTED
           DISPLAY "BANKREC: " WS-ACCOUNT-ENTRIES
                   " ENTRIES ON ACCOUNT " WS-ACCOUNT-NUMBER
                   " NOT USED -- HAVE THE BANK RE-SEND THE STATEMENT"
           MOVE WS-ACCOUNT-START-COUNT TO WS-BE-COUNT
           SET ACCOUNT-NOT-OPEN TO TRUE
           .

      **********************************************************************
      * THE CASH LINES ON TONIGHT'S GL FEED, PER CURRENCY. ONLY LINES
      * FOR THE RUN DATE COUNT; ANYTHING ELSE MEANS THE WRONG FEED.
      **********************************************************************
       2500-LOAD-GL-CASH.
           SET GL-FILE-NOT-EOF TO TRUE
           PERFORM 2510-READ-GL-JOURNAL
           PERFORM 2600-ACCUMULATE-GL-RECORD
               UNTIL GL-FILE-EOF
           CLOSE GL-JOURNAL-FILE
           IF WS-GL-OTHER-DATES GREATER THAN ZERO
               DISPLAY "BANKREC: " WS-GL-OTHER-DATES
                       " CASH LINES ON THE GL FEED ARE NOT FOR "
                       WS-RUN-DATE " -- NOT USED"
           END-IF
           .

       2510-READ-GL-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   SET GL-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-RECORDS-READ
           END-READ
           .

       2600-ACCUMULATE-GL-RECORD.
           EVALUATE TRUE
               WHEN NOT GJ-DETAIL
                   CONTINUE
               WHEN GJ-ACCOUNT NOT EQUAL '10000000'
                   CONTINUE
               WHEN GJ-RUN-DATE NOT EQUAL WS-RUN-DATE
                   ADD 1 TO WS-GL-OTHER-DATES
               WHEN GJ-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-GL-REJECTED
                   DISPLAY "BANKREC: CASH LINE FROM "
                           GJ-SOURCE-PROGRAM " HAS A BAD AMOUNT"
               WHEN OTHER
                   PERFORM 2610-ADD-GL-CASH-LINE
           END-EVALUATE
           PERFORM 2510-READ-GL-JOURNAL
           .

       2610-ADD-GL-CASH-LINE.
           ADD 1 TO WS-GL-CASH-LINES
           MOVE GJ-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
           IF WS-CY-NEW-CURRENCY EQUAL SPACES
               MOVE 'USD' TO WS-CY-NEW-CURRENCY
           END-IF
           PERFORM 8100-FIND-CURRENCY
           IF WS-CY-FOUND-IX GREATER THAN ZERO
               IF GJ-ENTRY-IS-DEBIT
                   ADD GJ-AMOUNT
                       TO WS-CY-GL-CASH-DEBITS(WS-CY-FOUND-IX)
               ELSE
                   ADD GJ-AMOUNT
                       TO WS-CY-GL-CASH-CREDITS(WS-CY-FOUND-IX)
               END-IF
           END-IF
           .

      **********************************************************************
      * MATCH THE BANK'S DEPOSIT CREDITS TO THE LOCKBOX DEPOSITS. THE
      * BATCH NUMBER THE BANK QUOTES IS TRIED FIRST FOR EVERY CREDIT;
      * ONLY THEN ARE THE CREDITS WITH NO BATCH NUMBER MATCHED BY
      * AMOUNT, SO ONE CANNOT TAKE A DEPOSIT ANOTHER CREDIT NAMES.
      **********************************************************************
       3000-MATCH-CREDITS.
           PERFORM 3100-MATCH-BY-BATCH
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           PERFORM 3200-MATCH-BY-AMOUNT
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           .

       3100-MATCH-BY-BATCH.
           IF BE-DEPOSIT-CREDIT(WS-BE-IX)
           AND BE-NOT-MATCHED(WS-BE-IX)
           AND WS-BE-BATCH-NUMBER(WS-BE-IX) NOT EQUAL SPACES
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO WS-FIND-DATE
               MOVE WS-BE-BATCH-NUMBER(WS-BE-IX) TO WS-FIND-BATCH
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO WS-FIND-CURRENCY
               PERFORM 8200-FIND-BATCH
               IF BATCH-WAS-FOUND
                   PERFORM 3300-RECORD-MATCH
               END-IF
           END-IF
           .

       3200-MATCH-BY-AMOUNT.
           IF BE-DEPOSIT-CREDIT(WS-BE-IX)
           AND BE-NOT-MATCHED(WS-BE-IX)
           AND WS-BE-BATCH-NUMBER(WS-BE-IX) EQUAL SPACES
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO WS-FIND-DATE
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO WS-FIND-CURRENCY
               MOVE WS-BE-AMOUNT(WS-BE-IX) TO WS-FIND-AMOUNT
               PERFORM 8220-FIND-BATCH-BY-AMOUNT
               IF BATCH-WAS-FOUND
                   PERFORM 3300-RECORD-MATCH
               END-IF
           END-IF
           .

      **********************************************************************
      * A MATCH CLEARS BOTH SIDES AND SPLITS THE DEPOSIT INTO WHAT WAS
      * BOOKED ON EARLIER NIGHTS, TONIGHT, AND NOT YET, FOR THE CASH
      * PROOF. A CREDIT FOR A DIFFERENT AMOUNT RAISES A DIFFERENCE.
      **********************************************************************
       3300-RECORD-MATCH.
           SET BE-MATCHED(WS-BE-IX) TO TRUE
           SET BT-MATCHED(WS-BT-FOUND-IX) TO TRUE
           MOVE WS-BE-AMOUNT(WS-BE-IX)
               TO WS-BT-CREDIT-AMOUNT(WS-BT-FOUND-IX)
           MOVE WS-BE-BANK-REFERENCE(WS-BE-IX)
               TO WS-BT-BANK-REFERENCE(WS-BT-FOUND-IX)
           ADD 1 TO WS-CREDITS-MATCHED
           IF BE-CARRIED-FORWARD(WS-BE-IX)
               ADD 1 TO WS-OUTSTANDING-CLEARED
           END-IF
           IF BT-CARRIED-FORWARD(WS-BT-FOUND-IX)
               ADD 1 TO WS-OUTSTANDING-CLEARED
           END-IF
           COMPUTE WS-MATCH-DIFFERENCE =
               WS-BT-DEPOSIT-AMOUNT(WS-BT-FOUND-IX)
                   - WS-BE-AMOUNT(WS-BE-IX)
           COMPUTE WS-NOT-YET-BOOKED =
               WS-BT-DEPOSIT-AMOUNT(WS-BT-FOUND-IX)
                   - WS-BT-BOOKED-BEFORE(WS-BT-FOUND-IX)
                   - WS-BT-BOOKED-TONIGHT(WS-BT-FOUND-IX)
           MOVE WS-BT-CURRENCY(WS-BT-FOUND-IX) TO WS-CY-NEW-CURRENCY
           PERFORM 8100-FIND-CURRENCY
           IF WS-CY-FOUND-IX GREATER THAN ZERO
               ADD WS-BE-AMOUNT(WS-BE-IX)
                   TO WS-CY-MATCHED-CREDITS(WS-CY-FOUND-IX)
               SUBTRACT WS-MATCH-DIFFERENCE
                   FROM WS-CY-DIFFERENCES(WS-CY-FOUND-IX)
               ADD WS-BT-BOOKED-BEFORE(WS-BT-FOUND-IX)
                   TO WS-CY-BOOKED-EARLIER(WS-CY-FOUND-IX)
               ADD WS-NOT-YET-BOOKED
                   TO WS-CY-NOT-YET-BOOKED(WS-CY-FOUND-IX)
           END-IF
           IF WS-MATCH-DIFFERENCE NOT EQUAL ZERO
               PERFORM 3350-RAISE-DIFFERENCE
           END-IF
           .

       3350-RAISE-DIFFERENCE.
           MOVE WS-BT-DEPOSIT-DATE(WS-BT-FOUND-IX) TO WS-FIND-DATE
           MOVE WS-BT-BATCH-NUMBER(WS-BT-FOUND-IX) TO WS-FIND-BATCH
           MOVE WS-BT-CURRENCY(WS-BT-FOUND-IX) TO WS-FIND-CURRENCY
           PERFORM 8400-ADD-DIFFERENCE
           IF WS-DF-FOUND-IX GREATER THAN ZERO
               ADD 1 TO WS-DIFFERENCES-FOUND
               MOVE WS-MATCH-DIFFERENCE
                   TO WS-DF-AMOUNT(WS-DF-FOUND-IX)
               MOVE WS-BE-BANK-REFERENCE(WS-BE-IX)
                   TO WS-DF-BANK-REFERENCE(WS-DF-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-DF-FIRST-DATE(WS-DF-FOUND-IX)
               SET DF-NEW-TONIGHT(WS-DF-FOUND-IX) TO TRUE
           END-IF
           .

      **********************************************************************
      * AN ADJUSTMENT CLEARS THE OPEN DIFFERENCE ON THE DEPOSIT IT
      * QUOTES WHEN IT IS FOR EXACTLY WHAT THE BANK OWES. ANY OTHER
      * ADJUSTMENT STAYS OUTSTANDING FOR TREASURY TO TAKE UP.
      **********************************************************************
       3500-MATCH-ADJUSTMENTS.
           PERFORM 3510-MATCH-ONE-ADJUSTMENT
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           .

       3510-MATCH-ONE-ADJUSTMENT.
           IF BE-ADJUSTMENT(WS-BE-IX)
           AND BE-NOT-MATCHED(WS-BE-IX)
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO WS-FIND-DATE
               MOVE WS-BE-BATCH-NUMBER(WS-BE-IX) TO WS-FIND-BATCH
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO WS-FIND-CURRENCY
               MOVE WS-BE-AMOUNT(WS-BE-IX) TO WS-FIND-AMOUNT
               PERFORM 8410-FIND-DIFFERENCE
               IF DIFFERENCE-WAS-FOUND
                   SET BE-MATCHED(WS-BE-IX) TO TRUE
                   SET DF-CLEARED(WS-DF-FOUND-IX) TO TRUE
                   ADD 1 TO WS-ADJUSTMENTS-MATCHED
                   IF BE-CARRIED-FORWARD(WS-BE-IX)
                       ADD 1 TO WS-OUTSTANDING-CLEARED
                   END-IF
                   IF DF-CARRIED-FORWARD(WS-DF-FOUND-IX)
                       ADD 1 TO WS-OUTSTANDING-CLEARED
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * TOTAL WHAT IS LEFT OPEN, PER CURRENCY. A DEPOSIT NOT CREDITED
      * STILL HAD ITS RELEASED ITEMS BOOKED TO CASH TONIGHT, SO THAT
      * AMOUNT GOES INTO THE PROOF AS WELL AS THE MEMO.
      **********************************************************************
       3800-TOTAL-OUTSTANDING.
           PERFORM 3810-TOTAL-ONE-DEPOSIT
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           PERFORM 3820-TOTAL-ONE-ENTRY
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           PERFORM 3830-TOTAL-ONE-DIFFERENCE
               VARYING WS-DF-IX FROM 1 BY 1
               UNTIL WS-DF-IX > WS-DF-COUNT
           .

       3810-TOTAL-ONE-DEPOSIT.
           IF BT-NOT-MATCHED(WS-BT-IX)
               ADD 1 TO WS-DEPOSITS-UNCREDITED
               MOVE WS-BT-CURRENCY(WS-BT-IX) TO WS-CY-NEW-CURRENCY
               PERFORM 8100-FIND-CURRENCY
               IF WS-CY-FOUND-IX GREATER THAN ZERO
                   ADD WS-BT-BOOKED-TONIGHT(WS-BT-IX)
                       TO WS-CY-BOOKED-UNCREDITED(WS-CY-FOUND-IX)
                   ADD WS-BT-DEPOSIT-AMOUNT(WS-BT-IX)
                       TO WS-CY-UNCREDITED-DEPOSITS(WS-CY-FOUND-IX)
               END-IF
           END-IF
           .

       3820-TOTAL-ONE-ENTRY.
           MOVE WS-BE-CURRENCY(WS-BE-IX) TO WS-CY-NEW-CURRENCY
           EVALUATE TRUE
               WHEN BE-MATCHED(WS-BE-IX)
                   CONTINUE
               WHEN BE-RETURNED-ITEM(WS-BE-IX)
                   ADD 1 TO WS-RETURNED-ITEMS
                   PERFORM 8100-FIND-CURRENCY
                   IF WS-CY-FOUND-IX GREATER THAN ZERO
                       SUBTRACT WS-BE-AMOUNT(WS-BE-IX)
                           FROM WS-CY-RETURNED-ITEMS(WS-CY-FOUND-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-UNMATCHED
                   PERFORM 8100-FIND-CURRENCY
                   IF WS-CY-FOUND-IX GREATER THAN ZERO
                       ADD WS-BE-AMOUNT(WS-BE-IX)
                           TO WS-CY-UNMATCHED-ENTRIES(WS-CY-FOUND-IX)
                   END-IF
           END-EVALUATE
           .

       3830-TOTAL-ONE-DIFFERENCE.
           IF DF-NOT-CLEARED(WS-DF-IX)
               ADD 1 TO WS-DIFFERENCES-OPEN
               MOVE WS-DF-CURRENCY(WS-DF-IX) TO WS-CY-NEW-CURRENCY
               PERFORM 8100-FIND-CURRENCY
               IF WS-CY-FOUND-IX GREATER THAN ZERO
                   ADD WS-DF-AMOUNT(WS-DF-IX)
                       TO WS-CY-OPEN-DIFFERENCES(WS-CY-FOUND-IX)
               END-IF
           END-IF
           .

      **********************************************************************
      * REPORT SECTION: DEPOSITS THE BANK CREDITED TONIGHT.
      **********************************************************************
       4000-PRINT-MATCHED.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-STATEMENT-DATE TO HL1-STATEMENT-DATE
           MOVE WS-HEADING-LINE-1 TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           MOVE 'DEPOSITS CREDITED BY THE BANK' TO SL-TITLE
           MOVE WS-MATCHED-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 4010-PRINT-ONE-MATCHED
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           PERFORM 8850-END-SECTION
           .

       4010-PRINT-ONE-MATCHED.
           IF BT-MATCHED(WS-BT-IX)
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-BT-DEPOSIT-DATE(WS-BT-IX) TO IL-DATE
               MOVE WS-BT-BATCH-NUMBER(WS-BT-IX) TO IL-BATCH
               MOVE WS-BT-CURRENCY(WS-BT-IX) TO IL-CURRENCY
               MOVE WS-BT-DEPOSIT-AMOUNT(WS-BT-IX) TO IL-AMOUNT-1
               MOVE WS-BT-CREDIT-AMOUNT(WS-BT-IX) TO IL-AMOUNT-2
               COMPUTE WS-MATCH-DIFFERENCE =
                   WS-BT-CREDIT-AMOUNT(WS-BT-IX)
                       - WS-BT-DEPOSIT-AMOUNT(WS-BT-IX)
               MOVE WS-MATCH-DIFFERENCE TO IL-AMOUNT-3
               MOVE WS-BT-BANK-REFERENCE(WS-BT-IX) TO IL-REFERENCE
               MOVE WS-BT-FIRST-DATE(WS-BT-IX) TO WS-ITEM-DATE
               PERFORM 8700-PRINT-AGE
               IF WS-MATCH-DIFFERENCE NOT EQUAL ZERO
                   MOVE 'AMOUNT DIFFERS' TO IL-NOTE
               END-IF
               PERFORM 8860-WRITE-ITEM-LINE
           END-IF
           .

      **********************************************************************
      * REPORT SECTION: BANK CREDITS AND ADJUSTMENTS NOT MATCHED.
      **********************************************************************
       4200-PRINT-UNMATCHED-ENTRIES.
           MOVE 'BANK CREDITS AND ADJUSTMENTS NOT MATCHED' TO SL-TITLE
           MOVE WS-UNMATCHED-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 4210-PRINT-ONE-UNMATCHED
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           PERFORM 8850-END-SECTION
           .

       4210-PRINT-ONE-UNMATCHED.
           IF BE-NOT-MATCHED(WS-BE-IX)
           AND NOT BE-RETURNED-ITEM(WS-BE-IX)
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO IL-DATE
               MOVE WS-BE-BATCH-NUMBER(WS-BE-IX) TO IL-BATCH
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO IL-CURRENCY
               MOVE WS-BE-AMOUNT(WS-BE-IX) TO IL-AMOUNT-1
               MOVE WS-BE-BANK-REFERENCE(WS-BE-IX) TO IL-REFERENCE
               MOVE WS-BE-FIRST-DATE(WS-BE-IX) TO WS-ITEM-DATE
               PERFORM 8700-PRINT-AGE
               IF BE-DEPOSIT-CREDIT(WS-BE-IX)
                   MOVE 'DEPOSIT CREDIT' TO IL-NOTE
               ELSE
                   MOVE 'ADJUSTMENT' TO IL-NOTE
               END-IF
               PERFORM 8860-WRITE-ITEM-LINE
           END-IF
           .

      **********************************************************************
      * REPORT SECTION: LOCKBOX DEPOSITS THE BANK HAS NOT CREDITED.
      **********************************************************************
       4400-PRINT-UNCREDITED.
           MOVE 'LOCKBOX DEPOSITS NOT CREDITED BY THE BANK'
               TO SL-TITLE
           MOVE WS-UNCREDITED-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 4410-PRINT-ONE-UNCREDITED
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           PERFORM 8850-END-SECTION
           .

       4410-PRINT-ONE-UNCREDITED.
           IF BT-NOT-MATCHED(WS-BT-IX)
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-BT-DEPOSIT-DATE(WS-BT-IX) TO IL-DATE
               MOVE WS-BT-BATCH-NUMBER(WS-BT-IX) TO IL-BATCH
               MOVE WS-BT-CURRENCY(WS-BT-IX) TO IL-CURRENCY
               MOVE WS-BT-DEPOSIT-AMOUNT(WS-BT-IX) TO IL-AMOUNT-1
               COMPUTE WS-PROOF-AMOUNT =
                   WS-BT-BOOKED-BEFORE(WS-BT-IX)
                       + WS-BT-BOOKED-TONIGHT(WS-BT-IX)
               MOVE WS-PROOF-AMOUNT TO IL-AMOUNT-2
               COMPUTE WS-NOT-YET-BOOKED =
                   WS-BT-DEPOSIT-AMOUNT(WS-BT-IX) - WS-PROOF-AMOUNT
               MOVE WS-NOT-YET-BOOKED TO IL-AMOUNT-3
               MOVE WS-BT-FIRST-DATE(WS-BT-IX) TO WS-ITEM-DATE
               PERFORM 8700-PRINT-AGE
               EVALUATE TRUE
                   WHEN BT-BATCH-BALANCED(WS-BT-IX)
                       MOVE 'BALANCED' TO IL-NOTE
                   WHEN BT-BATCH-OUT-OF-BALANCE(WS-BT-IX)
                       MOVE 'OUT OF BALANCE' TO IL-NOTE
                   WHEN BT-BATCH-NO-TRAILER(WS-BT-IX)
                       MOVE 'NO BATCH TRAILER' TO IL-NOTE
                   WHEN OTHER
                       MOVE 'STATUS NOT KNOWN' TO IL-NOTE
               END-EVALUATE
               PERFORM 8860-WRITE-ITEM-LINE
           END-IF
           .

      **********************************************************************
      * REPORT SECTION: AMOUNT DIFFERENCES, NEW, CARRIED AND CLEARED.
      **********************************************************************
       4600-PRINT-DIFFERENCES.
           MOVE 'AMOUNT DIFFERENCES' TO SL-TITLE
           MOVE WS-DIFFERENCE-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 4610-PRINT-ONE-DIFFERENCE
               VARYING WS-DF-IX FROM 1 BY 1
               UNTIL WS-DF-IX > WS-DF-COUNT
           PERFORM 8850-END-SECTION
           .

       4610-PRINT-ONE-DIFFERENCE.
           MOVE SPACES TO WS-ITEM-LINE
           MOVE WS-DF-DEPOSIT-DATE(WS-DF-IX) TO IL-DATE
           MOVE WS-DF-BATCH-NUMBER(WS-DF-IX) TO IL-BATCH
           MOVE WS-DF-CURRENCY(WS-DF-IX) TO IL-CURRENCY
           MOVE WS-DF-AMOUNT(WS-DF-IX) TO IL-AMOUNT-1
           MOVE WS-DF-BANK-REFERENCE(WS-DF-IX) TO IL-REFERENCE
           MOVE WS-DF-FIRST-DATE(WS-DF-IX) TO WS-ITEM-DATE
           PERFORM 8700-PRINT-AGE
           EVALUATE TRUE
               WHEN DF-CLEARED(WS-DF-IX)
                   MOVE 'CLEARED TONIGHT' TO IL-NOTE
               WHEN DF-CARRIED-FORWARD(WS-DF-IX)
                   MOVE 'CARRIED' TO IL-NOTE
               WHEN OTHER
                   MOVE 'NEW' TO IL-NOTE
           END-EVALUATE
           PERFORM 8860-WRITE-ITEM-LINE
           .

      **********************************************************************
      * REPORT SECTION: PAYMENTS STILL ON SUSPENSE. THEIR DEPOSITS MAY
      * BE CREDITED, BUT THEY ARE NOT BOOKED TO CASH UNTIL RELEASED.
      **********************************************************************
       5000-PRINT-SUSPENSE.
           MOVE 'PAYMENTS ON SUSPENSE, NOT BOOKED TO CASH' TO SL-TITLE
           MOVE WS-SUSPENSE-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           OPEN INPUT SUSPENSE-FILE
           IF PAYSUSPO-FILE-WAS-FOUND
               SET SUSPENSE-FILE-NOT-EOF TO TRUE
               PERFORM 5100-READ-SUSPENSE
               PERFORM 5200-PRINT-ONE-SUSPENSE
                   UNTIL SUSPENSE-FILE-EOF
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "BANKREC: NO PAYMENT SUSPENSE FILE, STATUS "
                       WS-PAYSUSPO-STATUS
           END-IF
           PERFORM 8850-END-SECTION
           .

       5100-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET SUSPENSE-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-ITEMS
           END-READ
           .

       5200-PRINT-ONE-SUSPENSE.
           MOVE SU-ITEM-IMAGE TO WS-SUSPENSE-ITEM
           MOVE SPACES TO WS-SUSPENSE-LINE
           MOVE WS-SI-DEPOSIT-DATE TO SX-DEPOSIT-DATE
           MOVE WS-SI-DEPOSIT-BATCH TO SX-BATCH
           MOVE WS-SI-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
           IF WS-CY-NEW-CURRENCY EQUAL SPACES
               MOVE 'USD' TO WS-CY-NEW-CURRENCY
           END-IF
           MOVE WS-CY-NEW-CURRENCY TO SX-CURRENCY
           MOVE WS-SI-CUSTOMER-ID TO SX-CUSTOMER-ID
           MOVE WS-SI-PAYMENT-DATE TO SX-PAYMENT-DATE
           IF WS-SI-AMOUNT IS NUMERIC
               MOVE WS-SI-AMOUNT-N TO SX-AMOUNT
               PERFORM 8100-FIND-CURRENCY
               IF WS-CY-FOUND-IX GREATER THAN ZERO
                   ADD WS-SI-AMOUNT-N
                       TO WS-CY-SUSPENSE(WS-CY-FOUND-IX)
               END-IF
           END-IF
           EVALUATE SU-REASON-CODE
               WHEN '01'
                   MOVE 'BAD ITEM' TO SX-REASON
               WHEN '02'
                   MOVE 'BATCH OUT OF BALANCE' TO SX-REASON
               WHEN '03'
                   MOVE 'NO BATCH HEADER' TO SX-REASON
               WHEN '04'
                   MOVE 'NO BATCH TRAILER' TO SX-REASON
               WHEN '05'
                   MOVE 'RETURNED-PAYMENT HOLD' TO SX-REASON
               WHEN OTHER
                   MOVE 'REASON NOT KNOWN' TO SX-REASON
           END-EVALUATE
           MOVE WS-SUSPENSE-LINE TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           ADD 1 TO WS-SECTION-LINES
           PERFORM 5100-READ-SUSPENSE
           .

      **********************************************************************
      * REPORT SECTION: RETURNED ITEMS THE BANK DEBITED. LISTED FOR
      * THE RETURNS DESK; THEY ARE NOT CARRIED FORWARD.
      **********************************************************************
       5500-PRINT-RETURNED-ITEMS.
           MOVE 'RETURNED ITEMS DEBITED BY THE BANK' TO SL-TITLE
           MOVE WS-RETURNED-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 5510-PRINT-ONE-RETURNED-ITEM
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           PERFORM 8850-END-SECTION
           .

       5510-PRINT-ONE-RETURNED-ITEM.
           IF BE-RETURNED-ITEM(WS-BE-IX)
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO IL-DATE
               MOVE WS-BE-BATCH-NUMBER(WS-BE-IX) TO IL-BATCH
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO IL-CURRENCY
               COMPUTE WS-PROOF-AMOUNT = ZERO - WS-BE-AMOUNT(WS-BE-IX)
               MOVE WS-PROOF-AMOUNT TO IL-AMOUNT-1
               MOVE WS-BE-BANK-REFERENCE(WS-BE-IX) TO IL-REFERENCE
               PERFORM 8860-WRITE-ITEM-LINE
           END-IF
           .

      **********************************************************************
      * REPORT SECTION: THE CASH PROOF, ONE BLOCK PER CURRENCY. THE
      * DEPOSITS BOOKED TONIGHT, WORKED OUT FROM THE BANK'S SIDE, MUST
      * EQUAL THE CASH DEBITS ON THE GL FEED. THE MEMO LINES SHOW WHAT
      * IS STILL OPEN AND ARE NOT PART OF THE PROOF.
      **********************************************************************
       6000-PROVE-CASH.
           MOVE 'CASH PROOF AGAINST THE GL FEED' TO SL-TITLE
           MOVE WS-PROOF-HEADING TO WS-COLUMN-HEADING
           PERFORM 8800-START-SECTION
           PERFORM 6100-PROVE-ONE-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           PERFORM 8850-END-SECTION
           .

       6100-PROVE-ONE-CURRENCY.
           ADD 1 TO WS-CASH-CURRENCIES
           ADD 1 TO WS-SECTION-LINES
           COMPUTE WS-CY-EXPECTED-CASH(WS-CY-IX) =
               WS-CY-MATCHED-CREDITS(WS-CY-IX)
                   - WS-CY-DIFFERENCES(WS-CY-IX)
                   - WS-CY-BOOKED-EARLIER(WS-CY-IX)
                   - WS-CY-NOT-YET-BOOKED(WS-CY-IX)
                   + WS-CY-BOOKED-UNCREDITED(WS-CY-IX)
                   + WS-CY-BOOKED-CREDITED-EARLIER(WS-CY-IX)
                   + WS-CY-BOOKED-NO-BATCH(WS-CY-IX)
           COMPUTE WS-CASH-DIFFERENCE =
               WS-CY-GL-CASH-DEBITS(WS-CY-IX)
                   - WS-CY-EXPECTED-CASH(WS-CY-IX)

           MOVE 'BANK CREDITS MATCHED TO LOCKBOX DEPOSITS'
               TO WS-PROOF-LABEL
           MOVE WS-CY-MATCHED-CREDITS(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'LESS BANK OVER (SHORT) ON MATCHED DEPOSITS'
               TO WS-PROOF-LABEL
           MOVE WS-CY-DIFFERENCES(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'LESS CREDITED, BOOKED TO CASH ON AN EARLIER NIGHT'
               TO WS-PROOF-LABEL
           MOVE WS-CY-BOOKED-EARLIER(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'LESS CREDITED, NOT YET BOOKED (ON SUSPENSE)'
               TO WS-PROOF-LABEL
           MOVE WS-CY-NOT-YET-BOOKED(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'PLUS BOOKED TONIGHT, NOT YET CREDITED BY THE BANK'
               TO WS-PROOF-LABEL
           MOVE WS-CY-BOOKED-UNCREDITED(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'PLUS BOOKED FROM SUSPENSE, CREDITED EARLIER'
               TO WS-PROOF-LABEL
           MOVE WS-CY-BOOKED-CREDITED-EARLIER(WS-CY-IX)
               TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'PLUS BOOKED FROM SUSPENSE, NO DEPOSIT BATCH'
               TO WS-PROOF-LABEL
           MOVE WS-CY-BOOKED-NO-BATCH(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'DEPOSITS BOOKED TO CASH TONIGHT' TO WS-PROOF-LABEL
           MOVE WS-CY-EXPECTED-CASH(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'CASH DEBITS ON THE GL FEED' TO WS-PROOF-LABEL
           MOVE WS-CY-GL-CASH-DEBITS(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           IF WS-CASH-DIFFERENCE EQUAL ZERO
               SET CY-CASH-TIES(WS-CY-IX) TO TRUE
               ADD 1 TO WS-CURRENCIES-TIED
               MOVE 'CASH TIES TO THE GL FEED' TO WS-PROOF-LABEL
           ELSE
               SET CY-CASH-DOES-NOT-TIE(WS-CY-IX) TO TRUE
               MOVE '*** CASH DOES NOT TIE TO THE GL FEED ***'
                   TO WS-PROOF-LABEL
               DISPLAY "BANKREC: " WS-CY-CURRENCY(WS-CY-IX)
                       " CASH DOES NOT TIE TO THE GL FEED"
           END-IF
           MOVE WS-CASH-DIFFERENCE TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE

           MOVE 'MEMO: BANK CREDITS AND ADJUSTMENTS NOT MATCHED'
               TO WS-PROOF-LABEL
           MOVE WS-CY-UNMATCHED-ENTRIES(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'MEMO: DEPOSITS NOT CREDITED BY THE BANK'
               TO WS-PROOF-LABEL
           MOVE WS-CY-UNCREDITED-DEPOSITS(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'MEMO: OPEN AMOUNT DIFFERENCES (BANK OWES)'
               TO WS-PROOF-LABEL
           MOVE WS-CY-OPEN-DIFFERENCES(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'MEMO: PAYMENTS ON SUSPENSE' TO WS-PROOF-LABEL
           MOVE WS-CY-SUSPENSE(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'MEMO: RETURNED ITEMS DEBITED BY THE BANK'
               TO WS-PROOF-LABEL
           MOVE WS-CY-RETURNED-ITEMS(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE 'MEMO: CASH CREDITS ON THE GL FEED' TO WS-PROOF-LABEL
           MOVE WS-CY-GL-CASH-CREDITS(WS-CY-IX) TO WS-PROOF-AMOUNT
           PERFORM 6200-PRINT-PROOF-LINE
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           .

       6200-PRINT-PROOF-LINE.
           MOVE WS-CY-CURRENCY(WS-CY-IX) TO PL-CURRENCY
           MOVE WS-PROOF-LABEL TO PL-LABEL
           MOVE WS-PROOF-AMOUNT TO PL-AMOUNT
           MOVE WS-PROOF-LINE TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           .

      **********************************************************************
      * TONIGHT'S OUTSTANDING ITEMS: EVERY DEPOSIT NOT CREDITED, EVERY
      * CREDIT OR ADJUSTMENT NOT MATCHED AND EVERY DIFFERENCE NOT
      * CLEARED. AN ITEM FIRST OUTSTANDING TONIGHT COUNTS AS ADDED.
      **********************************************************************
       7000-WRITE-OUTSTANDING.
           OPEN OUTPUT OUTSTANDING-OUT
           PERFORM 7100-WRITE-ONE-DEPOSIT
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           PERFORM 7200-WRITE-ONE-ENTRY
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
           PERFORM 7300-WRITE-ONE-DIFFERENCE
               VARYING WS-DF-IX FROM 1 BY 1
               UNTIL WS-DF-IX > WS-DF-COUNT
           CLOSE OUTSTANDING-OUT
           .

       7100-WRITE-ONE-DEPOSIT.
           IF BT-NOT-MATCHED(WS-BT-IX)
               MOVE SPACES TO WS-OUTSTANDING-WORK
               MOVE 'D' TO OW-ITEM-TYPE
               MOVE WS-BT-DEPOSIT-DATE(WS-BT-IX) TO OW-DEPOSIT-DATE
               MOVE WS-BT-BATCH-NUMBER(WS-BT-IX) TO OW-BATCH-NUMBER
               MOVE WS-BT-CURRENCY(WS-BT-IX) TO OW-CURRENCY-CODE
               MOVE WS-BT-DEPOSIT-AMOUNT(WS-BT-IX) TO OW-AMOUNT
               COMPUTE OW-BOOKED-AMOUNT =
                   WS-BT-BOOKED-BEFORE(WS-BT-IX)
                       + WS-BT-BOOKED-TONIGHT(WS-BT-IX)
               MOVE WS-BT-BATCH-STATUS(WS-BT-IX) TO OW-BATCH-STATUS
               MOVE WS-BT-FIRST-DATE(WS-BT-IX) TO OW-FIRST-DATE
               WRITE OUTSTANDING-OUT-RECORD FROM WS-OUTSTANDING-WORK
               ADD 1 TO WS-OUTSTANDING-OUT
               IF BT-NEW-TONIGHT(WS-BT-IX)
                   ADD 1 TO WS-OUTSTANDING-ADDED
               END-IF
           END-IF
           .

       7200-WRITE-ONE-ENTRY.
           IF BE-NOT-MATCHED(WS-BE-IX)
           AND NOT BE-RETURNED-ITEM(WS-BE-IX)
               MOVE SPACES TO WS-OUTSTANDING-WORK
               MOVE 'U' TO OW-ITEM-TYPE
               MOVE WS-BE-VALUE-DATE(WS-BE-IX) TO OW-DEPOSIT-DATE
               MOVE WS-BE-BATCH-NUMBER(WS-BE-IX) TO OW-BATCH-NUMBER
               MOVE WS-BE-CURRENCY(WS-BE-IX) TO OW-CURRENCY-CODE
               MOVE WS-BE-AMOUNT(WS-BE-IX) TO OW-AMOUNT
               MOVE ZERO TO OW-BOOKED-AMOUNT
               MOVE WS-BE-ENTRY-TYPE(WS-BE-IX) TO OW-ENTRY-TYPE
               MOVE WS-BE-BANK-REFERENCE(WS-BE-IX)
                   TO OW-BANK-REFERENCE
               MOVE WS-BE-FIRST-DATE(WS-BE-IX) TO OW-FIRST-DATE
               WRITE OUTSTANDING-OUT-RECORD FROM WS-OUTSTANDING-WORK
               ADD 1 TO WS-OUTSTANDING-OUT
               IF BE-NEW-TONIGHT(WS-BE-IX)
                   ADD 1 TO WS-OUTSTANDING-ADDED
               END-IF
           END-IF
           .

       7300-WRITE-ONE-DIFFERENCE.
           IF DF-NOT-CLEARED(WS-DF-IX)
               MOVE SPACES TO WS-OUTSTANDING-WORK
               MOVE 'A' TO OW-ITEM-TYPE
               MOVE WS-DF-DEPOSIT-DATE(WS-DF-IX) TO OW-DEPOSIT-DATE
               MOVE WS-DF-BATCH-NUMBER(WS-DF-IX) TO OW-BATCH-NUMBER
               MOVE WS-DF-CURRENCY(WS-DF-IX) TO OW-CURRENCY-CODE
               MOVE WS-DF-AMOUNT(WS-DF-IX) TO OW-AMOUNT
               MOVE ZERO TO OW-BOOKED-AMOUNT
               MOVE WS-DF-BANK-REFERENCE(WS-DF-IX)
                   TO OW-BANK-REFERENCE
               MOVE WS-DF-FIRST-DATE(WS-DF-IX) TO OW-FIRST-DATE
               WRITE OUTSTANDING-OUT-RECORD FROM WS-OUTSTANDING-WORK
               ADD 1 TO WS-OUTSTANDING-OUT
               IF DF-NEW-TONIGHT(WS-DF-IX)
                   ADD 1 TO WS-OUTSTANDING-ADDED
               END-IF
           END-IF
           .

      **********************************************************************
      * FIND OR ADD THE CURRENCY'S ENTRY. THE MATCH INDEX IS SAVED
      * BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER
      * THE BODY SETS THE FOUND FLAG. A CURRENCY THAT WILL NOT FIT
      * COMES BACK WITH A ZERO INDEX AND IS COUNTED AS NOT TABLED.
      **********************************************************************
       8100-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-CY-FOUND-IX
           PERFORM 8110-SEARCH-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-CY-COUNT >= WS-CY-MAX
                   ADD 1 TO WS-ITEMS-NOT-TABLED
                   DISPLAY "BANKREC: MORE THAN " WS-CY-MAX
                           " CURRENCIES -- " WS-CY-NEW-CURRENCY
                           " NOT RECONCILED"
               ELSE
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-CY-COUNT TO WS-CY-FOUND-IX
                   INITIALIZE WS-CY-ENTRY(WS-CY-FOUND-IX)
                   MOVE WS-CY-NEW-CURRENCY
                       TO WS-CY-CURRENCY(WS-CY-FOUND-IX)
                   SET CY-CASH-DOES-NOT-TIE(WS-CY-FOUND-IX) TO TRUE
               END-IF
           END-IF
           .

       8110-SEARCH-CURRENCY.
           IF WS-CY-CURRENCY(WS-CY-IX) EQUAL WS-CY-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-CY-IX TO WS-CY-FOUND-IX
           END-IF
           .

      **********************************************************************
      * FIND THE OPEN (NOT YET MATCHED) DEPOSIT WITH THE DATE, BATCH
      * AND CURRENCY IN THE LOOKUP FIELDS, OR BY DATE, CURRENCY AND
      * AMOUNT. THE FIRST OPEN DEPOSIT THAT FITS IS TAKEN.
      **********************************************************************
       8200-FIND-BATCH.
           SET BATCH-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-BT-FOUND-IX
           PERFORM 8210-SEARCH-BATCH
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
               OR BATCH-WAS-FOUND
           .

       8210-SEARCH-BATCH.
           IF WS-BT-DEPOSIT-DATE(WS-BT-IX) EQUAL WS-FIND-DATE
           AND WS-BT-BATCH-NUMBER(WS-BT-IX) EQUAL WS-FIND-BATCH
           AND WS-BT-CURRENCY(WS-BT-IX) EQUAL WS-FIND-CURRENCY
           AND BT-NOT-MATCHED(WS-BT-IX)
               SET BATCH-WAS-FOUND TO TRUE
               MOVE WS-BT-IX TO WS-BT-FOUND-IX
           END-IF
           .

       8220-FIND-BATCH-BY-AMOUNT.
           SET BATCH-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-BT-FOUND-IX
           PERFORM 8230-SEARCH-BATCH-BY-AMOUNT
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
               OR BATCH-WAS-FOUND
           .

       8230-SEARCH-BATCH-BY-AMOUNT.
           IF WS-BT-DEPOSIT-DATE(WS-BT-IX) EQUAL WS-FIND-DATE
           AND WS-BT-CURRENCY(WS-BT-IX) EQUAL WS-FIND-CURRENCY
           AND WS-BT-DEPOSIT-AMOUNT(WS-BT-IX) EQUAL WS-FIND-AMOUNT
           AND BT-NOT-MATCHED(WS-BT-IX)
               SET BATCH-WAS-FOUND TO TRUE
               MOVE WS-BT-IX TO WS-BT-FOUND-IX
           END-IF
           .

      **********************************************************************
      * ADD A DEPOSIT, BANK ENTRY OR DIFFERENCE KEYED BY THE LOOKUP
      * FIELDS. ONE THAT WILL NOT FIT COMES BACK WITH A ZERO INDEX
      * AND IS COUNTED AS NOT TABLED.
      **********************************************************************
       8250-ADD-BATCH.
           IF WS-BT-COUNT >= WS-BT-MAX
               MOVE ZERO TO WS-BT-FOUND-IX
               ADD 1 TO WS-ITEMS-NOT-TABLED
               DISPLAY "BANKREC: MORE THAN " WS-BT-MAX
                       " DEPOSITS -- " WS-FIND-DATE " " WS-FIND-BATCH
                       " NOT RECONCILED"
           ELSE
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BT-FOUND-IX
               INITIALIZE WS-BT-ENTRY(WS-BT-FOUND-IX)
               MOVE WS-FIND-DATE TO WS-BT-DEPOSIT-DATE(WS-BT-FOUND-IX)
               MOVE WS-FIND-BATCH TO WS-BT-BATCH-NUMBER(WS-BT-FOUND-IX)
               MOVE WS-FIND-CURRENCY TO WS-BT-CURRENCY(WS-BT-FOUND-IX)
               SET BT-NOT-MATCHED(WS-BT-FOUND-IX) TO TRUE
           END-IF
           .

       8300-ADD-BANK-ENTRY.
           IF WS-BE-COUNT >= WS-BE-MAX
               MOVE ZERO TO WS-BE-FOUND-IX
               ADD 1 TO WS-ITEMS-NOT-TABLED
               DISPLAY "BANKREC: MORE THAN " WS-BE-MAX
                       " BANK ENTRIES -- " WS-FIND-DATE " "
                       WS-FIND-BATCH " NOT RECONCILED"
           ELSE
               ADD 1 TO WS-BE-COUNT
               MOVE WS-BE-COUNT TO WS-BE-FOUND-IX
               INITIALIZE WS-BE-ENTRY(WS-BE-FOUND-IX)
               MOVE WS-FIND-DATE TO WS-BE-VALUE-DATE(WS-BE-FOUND-IX)
               MOVE WS-FIND-BATCH TO WS-BE-BATCH-NUMBER(WS-BE-FOUND-IX)
               MOVE WS-FIND-CURRENCY TO WS-BE-CURRENCY(WS-BE-FOUND-IX)
               SET BE-NOT-MATCHED(WS-BE-FOUND-IX) TO TRUE
           END-IF
           .

       8400-ADD-DIFFERENCE.
           IF WS-DF-COUNT >= WS-DF-MAX
               MOVE ZERO TO WS-DF-FOUND-IX
               ADD 1 TO WS-ITEMS-NOT-TABLED
               DISPLAY "BANKREC: MORE THAN " WS-DF-MAX
                       " AMOUNT DIFFERENCES -- " WS-FIND-DATE " "
                       WS-FIND-BATCH " NOT RECONCILED"
           ELSE
               ADD 1 TO WS-DF-COUNT
               MOVE WS-DF-COUNT TO WS-DF-FOUND-IX
               INITIALIZE WS-DF-ENTRY(WS-DF-FOUND-IX)
               MOVE WS-FIND-DATE TO WS-DF-DEPOSIT-DATE(WS-DF-FOUND-IX)
               MOVE WS-FIND-BATCH TO WS-DF-BATCH-NUMBER(WS-DF-FOUND-IX)
               MOVE WS-FIND-CURRENCY TO WS-DF-CURRENCY(WS-DF-FOUND-IX)
               SET DF-NOT-CLEARED(WS-DF-FOUND-IX) TO TRUE
           END-IF
           .

      **********************************************************************
      * FIND THE OPEN DIFFERENCE ON THE DEPOSIT IN THE LOOKUP FIELDS
      * FOR EXACTLY THE LOOKUP AMOUNT.
      **********************************************************************
       8410-FIND-DIFFERENCE.
           SET DIFFERENCE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-DF-FOUND-IX
           PERFORM 8420-SEARCH-DIFFERENCE
               VARYING WS-DF-IX FROM 1 BY 1
               UNTIL WS-DF-IX > WS-DF-COUNT
               OR DIFFERENCE-WAS-FOUND
           .

       8420-SEARCH-DIFFERENCE.
           IF WS-DF-DEPOSIT-DATE(WS-DF-IX) EQUAL WS-FIND-DATE
           AND WS-DF-BATCH-NUMBER(WS-DF-IX) EQUAL WS-FIND-BATCH
           AND WS-DF-CURRENCY(WS-DF-IX) EQUAL WS-FIND-CURRENCY
           AND WS-DF-AMOUNT(WS-DF-IX) EQUAL WS-FIND-AMOUNT
           AND DF-NOT-CLEARED(WS-DF-IX)
               SET DIFFERENCE-WAS-FOUND TO TRUE
               MOVE WS-DF-IX TO WS-DF-FOUND-IX
           END-IF
           .

      **********************************************************************
      * PUT THE DATE AN ITEM FIRST WENT OUTSTANDING (WS-ITEM-DATE) AND
      * ITS AGE IN DAYS ON THE ITEM LINE.
      **********************************************************************
       8700-PRINT-AGE.
           MOVE WS-ITEM-DATE TO IL-FIRST-DATE
           IF WS-ITEM-DATE IS NUMERIC
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-RUN-INTEGER-DATE -
                       FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N)
               MOVE WS-DAYS-OUTSTANDING TO IL-DAYS
           END-IF
           .

      **********************************************************************
      * A SECTION STARTS WITH ITS TITLE AND COLUMN HEADING AND ENDS
      * WITH ITS ITEM COUNT, OR NONE.
      **********************************************************************
       8800-START-SECTION.
           MOVE SPACES TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           MOVE WS-SECTION-LINE TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-LINES
           .

       8850-END-SECTION.
           IF WS-SECTION-LINES EQUAL ZERO
               MOVE WS-NONE-LINE TO RECONCILIATION-REPORT-RECORD
           ELSE
               MOVE WS-SECTION-LINES TO CL-COUNT
               MOVE WS-COUNT-LINE TO RECONCILIATION-REPORT-RECORD
           END-IF
           WRITE RECONCILIATION-REPORT-RECORD
           .

       8860-WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO RECONCILIATION-REPORT-RECORD
           WRITE RECONCILIATION-REPORT-RECORD
           ADD 1 TO WS-SECTION-LINES
           .

      **********************************************************************
      * REPORT CONTROL TOTALS AND SET THE RETURN CODE: 8 WHEN A
      * CURRENCY DOES NOT TIE OR ANYTHING COULD NOT BE READ OR
      * TABLED, 4 WHEN THERE WAS NO STATEMENT TO RECONCILE.
      **********************************************************************
       9999-END.
           CLOSE RECONCILIATION-REPORT

           DISPLAY SPACE
           DISPLAY "BANKREC CONTROL TOTALS"
           DISPLAY "   STATEMENT RECORDS    " WS-STATEMENT-RECORDS-READ
           DISPLAY "   ACCOUNTS READ        " WS-ACCOUNTS-READ
           DISPLAY "   ACCOUNTS REJECTED    " WS-ACCOUNTS-REJECTED
           DISPLAY "   STATEMENT ENTRIES    " WS-STATEMENT-ENTRIES
           DISPLAY "   ENTRIES IGNORED      " WS-ENTRIES-IGNORED
           DISPLAY "   ENTRIES REJECTED     " WS-ENTRIES-REJECTED
           DISPLAY "   DEPOSIT RECORDS      " WS-DEPOSIT-RECORDS-READ
           DISPLAY "   BATCHES RECEIVED     " WS-BATCHES-RECEIVED
           DISPLAY "   SUSPENSE RELEASES    " WS-RELEASES-READ
           DISPLAY "   DEPOSITS REJECTED    " WS-DEPOSITS-REJECTED
           DISPLAY "   GL CASH LINES        " WS-GL-CASH-LINES
           DISPLAY "   CREDITS MATCHED      " WS-CREDITS-MATCHED
           DISPLAY "   ADJUSTMENTS MATCHED  " WS-ADJUSTMENTS-MATCHED
           DISPLAY "   ENTRIES UNMATCHED    " WS-ENTRIES-UNMATCHED
           DISPLAY "   DEPOSITS UNCREDITED  " WS-DEPOSITS-UNCREDITED
           DISPLAY "   DIFFERENCES RAISED   " WS-DIFFERENCES-FOUND
           DISPLAY "   DIFFERENCES OPEN     " WS-DIFFERENCES-OPEN
           DISPLAY "   RETURNED ITEMS       " WS-RETURNED-ITEMS
           DISPLAY "   SUSPENSE ITEMS       " WS-SUSPENSE-ITEMS
           DISPLAY "   OUTSTANDING IN       " WS-OUTSTANDING-IN
           DISPLAY "   OUTSTANDING REJECTED " WS-OUTSTANDING-REJECTED
           DISPLAY "   OUTSTANDING ADDED    " WS-OUTSTANDING-ADDED
           DISPLAY "   OUTSTANDING CLEARED  " WS-OUTSTANDING-CLEARED
           DISPLAY "   OUTSTANDING OUT      " WS-OUTSTANDING-OUT
           DISPLAY "   ITEMS NOT TABLED     " WS-ITEMS-NOT-TABLED
           DISPLAY "   CASH CURRENCIES      " WS-CASH-CURRENCIES
           DISPLAY "   CURRENCIES TIED      " WS-CURRENCIES-TIED
           DISPLAY SPACE
           IF STATEMENT-NOT-RECEIVED
               DISPLAY "BANKREC: NO BANK STATEMENT -- EVERY DEPOSIT "
                       "CARRIED FORWARD UNCREDITED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ACCOUNTS-REJECTED GREATER THAN ZERO
           OR WS-ENTRIES-REJECTED GREATER THAN ZERO
           OR WS-DEPOSITS-REJECTED GREATER THAN ZERO
           OR WS-OUTSTANDING-REJECTED GREATER THAN ZERO
           OR WS-GL-REJECTED GREATER THAN ZERO
           OR WS-ITEMS-NOT-TABLED GREATER THAN ZERO
               DISPLAY "BANKREC: INPUT NOT READ OR NOT TABLED -- "
                       "THE RECONCILIATION IS INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CURRENCIES-TIED NOT EQUAL WS-CASH-CURRENCIES
               DISPLAY "BANKREC: CASH DOES NOT TIE TO THE GL FEED -- "
                       "DO NOT CLOSE THE NIGHT"
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
           MOVE 'STATEMENT-ENTRIES' TO WS-CT-NAME
           MOVE WS-STATEMENT-ENTRIES TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'BATCHES-RECEIVED' TO WS-CT-NAME
           MOVE WS-BATCHES-RECEIVED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CREDITS-MATCHED' TO WS-CT-NAME
           MOVE WS-CREDITS-MATCHED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ENTRIES-UNMATCHED' TO WS-CT-NAME
           MOVE WS-ENTRIES-UNMATCHED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'DEPOSITS-UNCREDITED' TO WS-CT-NAME
           MOVE WS-DEPOSITS-UNCREDITED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'AMOUNT-DIFFERENCES' TO WS-CT-NAME
           MOVE WS-DIFFERENCES-FOUND TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'OUTSTANDING-IN' TO WS-CT-NAME
           MOVE WS-OUTSTANDING-IN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'OUTSTANDING-ADDED' TO WS-CT-NAME
           MOVE WS-OUTSTANDING-ADDED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'OUTSTANDING-CLEARED' TO WS-CT-NAME
           MOVE WS-OUTSTANDING-CLEARED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'OUTSTANDING-OUT' TO WS-CT-NAME
           MOVE WS-OUTSTANDING-OUT TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CASH-CURRENCIES' TO WS-CT-NAME
           MOVE WS-CASH-CURRENCIES TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'CURRENCIES-TIED' TO WS-CT-NAME
           MOVE WS-CURRENCIES-TIED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

       9850-WRITE-ONE-CONTROL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE 'BANKREC' TO CT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-CT-NAME TO CT-COUNTER-NAME
           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

           COPY RUNLOGP.
