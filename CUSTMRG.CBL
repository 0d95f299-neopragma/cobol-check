      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   CUSTOMER ACCOUNT MERGE. WHEN SALES OPENS A DUPLICATE
      *            ACCOUNT, OR ONE CUSTOMER BUYS ANOTHER, THE SAME
      *            PAYER ENDS UP WITH TWO CUSTOMER MASTER RECORDS AND
      *            ITS OPEN ITEMS, CREDITS AND ADDRESS SPLIT BETWEEN
      *            THEM. THIS RUN TAKES A FILE OF MERGE TRANSACTIONS --
      *            SURVIVING ID, RETIRED ID, USER AND REASON -- AND FOR
      *            EACH ONE THAT PASSES ITS EDITS:
      *
      *              MOVES EVERY OPEN ITEM OF THE RETIRED ACCOUNT TO
      *              THE SURVIVOR, KEEPING ITS INVOICE NUMBER, DATES,
      *              TERMS, TAX AND BOOKED RATE, IN DATE ORDER AMONG
      *              THE SURVIVOR'S OWN ITEMS;
      *              NETS THE COMBINED ACCOUNT'S CARRIED CREDITS
      *              AGAINST ITS OPEN DEBITS, OLDEST FIRST, IN THE
      *              SAME CURRENCY AND (FOR A FOREIGN CURRENCY) AT THE
      *              SAME BOOKED RATE, SO NO EXCHANGE DIFFERENCE IS
      *              LEFT FOR THE LEDGER. EACH NETTING GOES ON THE CASH
      *              APPLICATION HISTORY AS POSTING TYPE MN ON BOTH
      *              ITEMS. AN ITEM NETTED TO ZERO IS WRITTEN AT ZERO
      *              AND LEAVES THE FILE THROUGH THE NEXT APPLY RUN'S
      *              PAID-ITEM HISTORY LIKE ANY OTHER SETTLED ITEM;
      *              RECONCILES THE CUSTADDR ROWS: THE RETIRED ROW IS
      *              DROPPED, OR TAKEN OVER UNDER THE SURVIVOR'S ID
      *              WHEN THE SURVIVOR HAS NO ROW OF ITS OWN;
      *              DELETES THE RETIRED MASTER RECORD WITH ITS BEFORE
      *              IMAGE ON CUSTAUDT, CARRYING A RETURNED-ITEM CHECK
      *              HOLD ACROSS TO THE SURVIVOR;
      *              APPENDS A FORWARDING RECORD TO CUSTFWD SO THE
      *              LOCKBOX EDIT AND THE APPLY RUN SEND ANY LATER
      *              PAYMENT QUOTING THE OLD ID TO THE SURVIVOR.
      *
      *            THE RUN READS THE OPEN-ITEM AND ADDRESS FILES TWICE
      *            -- ONCE TO GATHER THE RETIRED ACCOUNTS' ROWS, ONCE
      *            TO WRITE THE NEW GENERATIONS IN ASCENDING CUSTOMER
      *            ORDER -- AND NEVER DROPS AN OPEN ITEM, SO OPEN
      *            ITEMS IN MUST EQUAL OPEN ITEMS OUT, AND THE BALANCE
      *            IN EACH CURRENCY MUST COME OUT AS IT WENT IN. THE
      *            MASTER, CUSTAUDT, ADDRAUDT, APPLHIST AND CUSTFWD ARE
      *            TOUCHED ONLY AFTER BOTH PROOFS HOLD; WHEN THEY DO
      *            NOT, THE STEP ENDS WITH RETURN CODE 8 AND THE NEW
      *            GENERATIONS MUST NOT BE USED.
      *
      *            THE RUN GOES BETWEEN NIGHTLY STREAMS. IT READS THE
      *            CURRENT OPEN-ITEM GENERATION (AROPENI) AND ADDRESS
      *            FILE (CUSTADDR) AND WRITES NEW ONES (AROPENO,
      *            CUSTADDO) THAT THE NEXT APPLY RUN AND THE NEXT
      *            ADDRESS MAINTENANCE TAKE AS THEIR INPUT. NOTHING IS
      *            POSTED TO THE LEDGER: THE RECEIVABLE ONLY CHANGES
      *            HANDS BETWEEN TWO ACCOUNTS OF THE SAME PAYER.
      *
      * USAGE:     CUSTMRG
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  REJECT A MERGE THAT WOULD RETIRE THE BILL-TO
      *                     PARENT OF OTHER ACCOUNTS; THEIR LINKS ARE
      *                     MOVED IN CUSTOMER MAINTENANCE FIRST.
      *   15 OCT 2026  RTB  CUSTADDR ROW WIDENED TO 200 BYTES FOR THE
      *                     INVOICE DELIVERY METHOD (SHARED CUSTADDR
      *                     COPYBOOK); A TAKEN-OVER ROW KEEPS THE
      *                     RETIRED ACCOUNT'S DELIVERY METHOD, AND THE
      *                     ADDRAUDT IMAGES ARE WIDENED TO MATCH.
      *   15 OCT 2026  RTB  THE AFTER IMAGE OF A TAKEN-OVER ADDRESS
      *                     CARRIES THE WHOLE 200-BYTE ROW, DELIVERY
      *                     METHOD INCLUDED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANSACTIONS
               ASSIGN TO MRGTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGTRAN-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AR-OPEN-IN
               ASSIGN TO AROPENI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENI-STATUS.

           SELECT AR-OPEN-OUT
               ASSIGN TO AROPENO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENO-STATUS.

           SELECT CUSTOMER-ADDRESSES
               ASSIGN TO CUSTADDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDR-STATUS.

           SELECT CUSTOMER-ADDRESSES-OUT
               ASSIGN TO CUSTADDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDO-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO CUSTAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ADDRESS-AUDIT-FILE
               ASSIGN TO ADDRAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRAUDT-STATUS.

           SELECT APPLICATION-HISTORY
               ASSIGN TO APPLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLHIST-STATUS.

           SELECT CUSTOMER-FORWARD-FILE
               ASSIGN TO CUSTFWD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTFWD-STATUS.

           SELECT MERGE-REGISTER
               ASSIGN TO MRGREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-TRANSACTION-RECORD.
           05  MG-SURVIVING-ID          PIC X(10).
           05  MG-RETIRED-ID            PIC X(10).
           05  MG-USER-ID               PIC X(08).
           05  MG-REASON                PIC X(30).
           05  FILLER                   PIC X(22).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  AR-OPEN-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY AROPEN.

       FD  AR-OPEN-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-OPEN-OUT-RECORD           PIC X(80).

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

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
           RECORD CONTAINS 233 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05  AU-RUN-DATE              PIC X(08).
           05  AU-RUN-TIME              PIC X(06).
           05  AU-USER-ID               PIC X(08).
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-CUSTOMER-ID           PIC 9(10).
           05  AU-BEFORE-IMAGE          PIC X(100).
           05  AU-AFTER-IMAGE           PIC X(100).

       FD  ADDRESS-AUDIT-FILE
           RECORD CONTAINS 433 CHARACTERS.
       01  ADDRESS-AUDIT-RECORD.
           05  AA-RUN-DATE              PIC X(08).
           05  AA-RUN-TIME              PIC X(06).
           05  AA-USER-ID               PIC X(08).
           05  AA-ACTION-CODE           PIC X(01).
           05  AA-CUSTOMER-ID           PIC X(10).
           05  AA-BEFORE-IMAGE          PIC X(200).
           05  AA-AFTER-IMAGE           PIC X(200).

       FD  APPLICATION-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY APPLHIST.

       FD  CUSTOMER-FORWARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTFWD.

       FD  MERGE-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-REGISTER-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MRGTRAN-STATUS        PIC X(02) VALUE '00'.
               88  MRGTRAN-OPEN-OK          VALUE '00' '05'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.
           05  WS-AROPENI-STATUS        PIC X(02) VALUE '00'.
               88  AROPENI-FILE-WAS-FOUND   VALUE '00'.
           05  WS-AROPENO-STATUS        PIC X(02) VALUE '00'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
               88  CUSTADDR-FILE-WAS-FOUND  VALUE '00'.
           05  WS-CUSTADDO-STATUS       PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
               88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-ADDRAUDT-STATUS       PIC X(02) VALUE '00'.
               88  ADDRAUDT-NOT-FOUND       VALUE '35'.
           05  WS-APPLHIST-STATUS       PIC X(02) VALUE '00'.
               88  APPLHIST-NOT-FOUND       VALUE '35'.
           05  WS-CUSTFWD-STATUS        PIC X(02) VALUE '00'.
               88  CUSTFWD-FILE-NOT-FOUND   VALUE '35'.
           05  WS-MRGREG-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TRANSACTION-EOF              VALUE 'Y'.
               88  TRANSACTION-NOT-EOF          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  TRANSACTION-IS-VALID         VALUE 'Y'.
               88  TRANSACTION-IS-NOT-VALID     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  AR-OPEN-EOF                  VALUE 'Y'.
               88  AR-OPEN-NOT-EOF              VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-EOF             VALUE 'Y'.
               88  ADDRESS-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-IS-PRESENT      VALUE 'Y'.
               88  ADDRESS-FILE-NOT-PRESENT     VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ITEM-WAS-TAKEN               VALUE 'Y'.
               88  ITEM-NOT-TAKEN               VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ACCOUNT-IS-RETIRED           VALUE 'Y'.
               88  ACCOUNT-NOT-RETIRED          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  SURVIVOR-WAS-FOUND           VALUE 'Y'.
               88  SURVIVOR-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TAKEOVER-WAS-FOUND           VALUE 'Y'.
               88  TAKEOVER-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ITEM-SLOT-WAS-FOUND          VALUE 'Y'.
               88  ITEM-SLOT-NOT-FOUND          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  MASTER-ACTION-FAILED         VALUE 'Y'.
               88  MASTER-ACTION-SUCCEEDED      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  MERGE-IS-BALANCED            VALUE 'Y'.
               88  MERGE-IS-NOT-BALANCED        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  NETTING-TABLE-IS-FULL        VALUE 'Y'.
               88  NETTING-TABLE-NOT-FULL       VALUE 'N'.

       01  WS-MERGE-KEYS.
           05  WS-OPENI-KEY             PIC X(10) VALUE HIGH-VALUES.
           05  WS-SURVIVOR-KEY          PIC X(10) VALUE HIGH-VALUES.
           05  WS-ADDRESS-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-TAKEOVER-KEY          PIC X(10) VALUE HIGH-VALUES.
           05  WS-THIS-CUSTOMER         PIC X(10) VALUE HIGH-VALUES.
           05  WS-ITEM-CUSTOMER         PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
       01  WS-MERGE-USER-ID             PIC X(08) VALUE SPACES.
       01  WS-COMBINED-ITEMS            PIC 9(05) COMP VALUE ZERO.
       01  WS-NET-AMOUNT                PIC S9(07)V99 VALUE ZERO.

      *    EVERY MERGE TRANSACTION, KEPT IN SURVIVING-ID ORDER SO THE
      *    SECOND PASS OVER THE OPEN ITEMS CAN MEET EACH SURVIVOR IN
      *    CUSTOMER SEQUENCE. TRANSACTIONS FOR THE SAME SURVIVOR STAY
      *    IN THE ORDER THEY WERE KEYED.
       01  WS-MERGE-TABLE.
           05  WS-MT-MAX                PIC 9(04) COMP VALUE 100.
           05  WS-MT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-MT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-MT-JX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-MT-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 100 TIMES.
               10  WS-MT-SURVIVING-ID   PIC X(10).
               10  WS-MT-RETIRED-ID     PIC X(10).
               10  WS-MT-USER-ID        PIC X(08).
               10  WS-MT-REASON         PIC X(30).
               10  WS-MT-STATUS         PIC X(01).
                   88  MT-IS-ACCEPTED          VALUE 'A'.
                   88  MT-IS-REJECTED          VALUE 'R'.
               10  WS-MT-REJECT-REASON  PIC X(35).
               10  WS-MT-SURVIVOR-NAME  PIC X(30).
               10  WS-MT-RETIRED-NAME   PIC X(30).
               10  WS-MT-OWN-ITEMS      PIC 9(05) COMP.
               10  WS-MT-ITEMS-MOVED    PIC 9(05) COMP.
               10  WS-MT-SURVIVOR-ROW   PIC X(01).
                   88  MT-SURVIVOR-HAS-ROW     VALUE 'Y'.
               10  WS-MT-ADDRESS-ACTION PIC X(01).
                   88  MT-ADDRESS-NONE         VALUE ' '.
                   88  MT-ADDRESS-DROPPED      VALUE 'D'.
                   88  MT-ADDRESS-TAKEN-OVER   VALUE 'T'.
               10  WS-MT-RETIRED-ADDRESS
                                        PIC X(200).
       01  WS-NEW-MERGE-ENTRY.
           05  WS-NM-SURVIVING-ID       PIC X(10).
           05  WS-NM-RETIRED-ID         PIC X(10).
           05  WS-NM-USER-ID            PIC X(08).
           05  WS-NM-REASON             PIC X(30).
           05  WS-NM-STATUS             PIC X(01).
           05  WS-NM-REJECT-REASON      PIC X(35).
           05  WS-NM-SURVIVOR-NAME      PIC X(30).
           05  WS-NM-RETIRED-NAME       PIC X(30).
           05  WS-NM-OWN-ITEMS          PIC 9(05) COMP.
           05  WS-NM-ITEMS-MOVED        PIC 9(05) COMP.
           05  WS-NM-SURVIVOR-ROW       PIC X(01).
           05  WS-NM-ADDRESS-ACTION     PIC X(01).
           05  WS-NM-RETIRED-ADDRESS    PIC X(200).
       01  WS-SURVIVOR-IX               PIC 9(04) COMP VALUE ZERO.
       01  WS-TAKEOVER-IX               PIC 9(04) COMP VALUE ZERO.

      *    THE RETIRED ACCOUNTS' OPEN ITEMS, GATHERED ON THE FIRST
      *    PASS AND TAGGED WITH THE MERGE THAT MOVES THEM.
       01  WS-MOVED-ITEM-TABLE.
           05  WS-MI-MAX                PIC 9(04) COMP VALUE 2000.
           05  WS-MI-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-MI-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-MI-OVERFLOW           PIC 9(07) COMP VALUE ZERO.
           05  WS-MI-ENTRY OCCURS 2000 TIMES.
               10  WS-MI-MERGE-IX       PIC 9(04) COMP.
               10  WS-MI-IMAGE          PIC X(80).

      *    ONE SURVIVOR'S OPEN ITEMS, ITS OWN AND THOSE MOVED IN,
      *    OLDEST FIRST. THE FIRST PASS PROVES EVERY SURVIVOR FITS.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OI-MAX                PIC 9(04) COMP VALUE 200.
           05  WS-OI-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-DX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-NEW-IX             PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-ENTRY OCCURS 200 TIMES.
               10  WS-OI-IMAGE          PIC X(80).
               10  WS-OI-FIELDS REDEFINES WS-OI-IMAGE.
                   15  WS-OI-CUSTOMER-ID
                                        PIC 9(10).
                   15  WS-OI-INVOICE-DATE
                                        PIC X(08).
                   15  WS-OI-OPEN-BALANCE
                                        PIC S9(07)V99.
                   15  FILLER           PIC X(09).
                   15  WS-OI-INVOICE-NUMBER
                                        PIC 9(07).
                   15  FILLER           PIC X(29).
                   15  WS-OI-FX-RATE    PIC X(08).
               10  WS-OI-FROM-ID        PIC X(10).
               10  WS-OI-CURRENCY       PIC X(03).
               10  WS-OI-NETTABLE       PIC X(01).
                   88  OI-MAY-BE-NETTED        VALUE 'Y'.

       01  WS-AR-OPEN-WORK.
           05  WK-CUSTOMER-ID           PIC 9(10).
           05  WK-INVOICE-DATE          PIC X(08).
           05  WK-OPEN-BALANCE          PIC S9(07)V99.
           05  WK-ORIGINAL-AMOUNT       PIC S9(07)V99.
           05  WK-INVOICE-NUMBER        PIC 9(07).
           05  WK-CURRENCY-CODE         PIC X(03).
           05  WK-DUE-DATE              PIC X(08).
           05  WK-TERMS-CODE            PIC X(03).
           05  WK-TAX-AMOUNT            PIC S9(07)V99.
           05  WK-TAX-JURISDICTION      PIC X(05).
           05  WK-TAX-STATUS            PIC X(01).
           05  WK-FX-RATE               PIC X(08).

      *    NETTINGS MADE IN THE SECOND PASS, HELD UNTIL THE OPEN ITEMS
      *    HAVE BALANCED AND THEN WRITTEN TO THE APPLICATION HISTORY.
       01  WS-NETTING-TABLE.
           05  WS-NP-MAX                PIC 9(04) COMP VALUE 1000.
           05  WS-NP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-NP-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-NP-ENTRY OCCURS 1000 TIMES.
               10  WS-NP-CUSTOMER-ID    PIC X(10).
               10  WS-NP-INVOICE-NUMBER PIC 9(07).
               10  WS-NP-INVOICE-DATE   PIC X(08).
               10  WS-NP-CURRENCY       PIC X(03).
               10  WS-NP-AMOUNT         PIC S9(07)V99.
               10  WS-NP-ITEM-CLOSED    PIC X(01).
               10  WS-NP-USER-ID        PIC X(08).

      *    OPEN ITEMS AND BALANCE IN AND OUT PER CURRENCY. AMOUNTS IN
      *    DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-MAX                PIC 9(02) COMP VALUE 20.
           05  WS-CY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-CY-NEW-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-CY-ENTRY OCCURS 20 TIMES.
               10  WS-CY-CURRENCY       PIC X(03).
               10  WS-CY-ITEMS-IN       PIC 9(07) COMP.
               10  WS-CY-ITEMS-OUT      PIC 9(07) COMP.
               10  WS-CY-BALANCE-IN     PIC S9(11)V99 COMP-3.
               10  WS-CY-BALANCE-OUT    PIC S9(11)V99 COMP-3.
               10  WS-CY-NETTED         PIC S9(11)V99 COMP-3.

       01  WS-SAVED-IMAGES.
           05  WS-BEFORE-IMAGE          PIC X(100) VALUE SPACES.
           05  WS-AFTER-IMAGE           PIC X(100) VALUE SPACES.
           05  WS-RETIRED-CHECK-HOLD    PIC X(01) VALUE SPACES.
               88  RETIRED-CHECKS-ON-HOLD      VALUE 'Y'.
           05  WS-ADDRESS-WORK.
               10  WS-AW-CUSTOMER-ID    PIC X(10).
               10  FILLER               PIC X(190).

       01  WS-CONTROL-TOTALS.
           05  WS-MERGES-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-MERGES-ACCEPTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-MERGES-REJECTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-OPEN-ITEMS-IN         PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-LIFTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-MOVED           PIC 9(07) COMP VALUE ZERO.
           05  WS-OPEN-ITEMS-OUT        PIC 9(07) COMP VALUE ZERO.
           05  WS-NETTINGS-MADE         PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NETTED-TO-ZERO  PIC 9(07) COMP VALUE ZERO.
           05  WS-BALANCES-NOT-NUMERIC  PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-IN          PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-OUT         PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-DROPPED     PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-TAKEN-OVER  PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTERS-DELETED       PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDS-CARRIED         PIC 9(07) COMP VALUE ZERO.
           05  WS-FORWARDS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'CUSTOMER MERGE REGISTER AS OF '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(40).
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-MERGE-HEADING.
           05  FILLER                   PIC X(12) VALUE 'SURVIVOR'.
           05  FILLER                   PIC X(26) VALUE 'NAME'.
           05  FILLER                   PIC X(12) VALUE 'RETIRED'.
           05  FILLER                   PIC X(26) VALUE 'NAME'.
           05  FILLER                   PIC X(10) VALUE 'USER'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(36) VALUE 'REASON'.

       01  WS-MERGE-LINE.
           05  MD-SURVIVING-ID          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-SURVIVOR-NAME         PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-RETIRED-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-RETIRED-NAME          PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-USER-ID               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-STATUS                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-REASON                PIC X(35).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-ITEM-HEADING.
           05  FILLER                   PIC X(10) VALUE 'ACTION'.
           05  FILLER                   PIC X(12) VALUE 'SURVIVOR'.
           05  FILLER                   PIC X(12) VALUE 'FROM'.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(10) VALUE 'INV DATE'.
           05  FILLER                   PIC X(05) VALUE 'CCY'.
           05  FILLER                   PIC X(16)
                   VALUE '        AMOUNT  '.
           05  FILLER                   PIC X(58) VALUE 'NOTE'.

       01  WS-ITEM-LINE.
           05  IL-ACTION                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-SURVIVING-ID          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-FROM-ID               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-INVOICE-NUMBER        PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-NOTE                  PIC X(40).
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-ADDRESS-HEADING.
           05  FILLER                   PIC X(12) VALUE 'SURVIVOR'.
           05  FILLER                   PIC X(12) VALUE 'RETIRED'.
           05  FILLER                   PIC X(108) VALUE 'ADDRESS'.

       01  WS-ADDRESS-LINE.
           05  AL-SURVIVING-ID          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-RETIRED-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-ACTION                PIC X(40).
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(30).
           05  TL-VALUE                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(91) VALUE SPACES.

       01  WS-CURRENCY-HEADING.
           05  FILLER                   PIC X(05) VALUE 'CCY'.
           05  FILLER                   PIC X(13)
                   VALUE '   ITEMS IN  '.
           05  FILLER                   PIC X(13)
                   VALUE '  ITEMS OUT  '.
           05  FILLER                   PIC X(20)
                   VALUE '        BALANCE IN  '.
           05  FILLER                   PIC X(20)
                   VALUE '       BALANCE OUT  '.
           05  FILLER                   PIC X(18)
                   VALUE '            NETTED'.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-CURRENCY-LINE.
           05  CL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ITEMS-IN              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ITEMS-OUT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-BALANCE-IN            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-BALANCE-OUT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-NETTED                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(43) VALUE SPACES.

           COPY CUSTFMW.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-MERGE-TRANSACTIONS
           PERFORM 2000-GATHER-RETIRED-ITEMS
           PERFORM 2500-CHECK-COMBINED-ITEMS
           PERFORM 2600-GATHER-ADDRESSES
           PERFORM 3000-OPEN-OUTPUTS
           PERFORM 4000-WRITE-OPEN-ITEMS
           PERFORM 5000-WRITE-ADDRESSES
           PERFORM 6000-PROVE-THE-MERGE
           IF MERGE-IS-BALANCED
               PERFORM 7000-UPDATE-MASTERS
           END-IF
           PERFORM 8000-PRINT-REGISTER-TOTALS
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE RUN DATE COMES FROM THE SAME RUNCTL CARD THE NIGHTLY STREAM
      * READS; WITHOUT A CARD THE SYSTEM DATE IS USED. THE MERGE FILE,
      * THE MASTER AND THE OPEN-ITEM FILE ARE REQUIRED. A MISSING
      * ADDRESS FILE IS A SHOP WITH NO ADDRESSES YET, AS IN THE
      * ADDRESS MAINTENANCE. NOTHING IS OPENED FOR OUTPUT UNTIL THE
      * FIRST PASS HAS PROVED THE RUN CAN BE CARRIED THROUGH.
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
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           OPEN INPUT MERGE-TRANSACTIONS
           IF NOT MRGTRAN-OPEN-OK
               DISPLAY "CUSTMRG: UNABLE TO OPEN MRGTRAN, "
                       "FILE STATUS " WS-MRGTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "CUSTMRG: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "FILE STATUS " WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-LOAD-CUSTOMER-FAMILIES
           OPEN INPUT AR-OPEN-IN
           IF NOT AROPENI-FILE-WAS-FOUND
               DISPLAY "CUSTMRG: UNABLE TO OPEN AROPENI, "
                       "FILE STATUS " WS-AROPENI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE AR-OPEN-IN
           .

      **********************************************************************
      * READ AND EDIT EVERY MERGE TRANSACTION INTO THE MERGE TABLE. A
      * FILE TOO BIG FOR THE TABLE STOPS THE RUN BEFORE ANYTHING IS
      * WRITTEN; IT IS SPLIT AND RUN ON TWO NIGHTS.
      **********************************************************************
       1000-LOAD-MERGE-TRANSACTIONS.
           PERFORM 1100-READ-TRANSACTION
           PERFORM 1200-EDIT-TRANSACTION
               UNTIL TRANSACTION-EOF
           CLOSE MERGE-TRANSACTIONS
           .

       1100-READ-TRANSACTION.
           READ MERGE-TRANSACTIONS
               AT END
                   SET TRANSACTION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MERGES-READ
           END-READ
           .

      **********************************************************************
      * FIELD EDITS, THEN BOTH ACCOUNTS MUST BE ON THE MASTER, AND NO
      * ACCOUNT MAY BE RETIRED TWICE OR BOTH SURVIVE AND RETIRE IN ONE
      * RUN -- A CHAIN OF MERGES IS RUN ON SUCCESSIVE NIGHTS, AND THE
      * FORWARDING FILE FOLLOWS THE CHAIN TO ITS END.
      **********************************************************************
       1200-EDIT-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-NEW-MERGE-ENTRY
           MOVE ZERO TO WS-NM-OWN-ITEMS
           MOVE ZERO TO WS-NM-ITEMS-MOVED
           MOVE 'N' TO WS-NM-SURVIVOR-ROW

           IF MG-SURVIVING-ID IS NOT NUMERIC
           OR MG-RETIRED-ID IS NOT NUMERIC
               MOVE "ACCOUNT ID NOT NUMERIC" TO WS-REJECT-REASON
               SET TRANSACTION-IS-NOT-VALID TO TRUE
           END-IF

           IF TRANSACTION-IS-VALID
               IF MG-SURVIVING-ID EQUAL MG-RETIRED-ID
                   MOVE "SURVIVOR AND RETIRED ARE THE SAME"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               IF MG-USER-ID EQUAL SPACES
                   MOVE "NO USER ID ON THE TRANSACTION"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               IF MG-REASON EQUAL SPACES
                   MOVE "NO REASON ON THE TRANSACTION"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               MOVE MG-SURVIVING-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "SURVIVING ACCOUNT NOT ON MASTER"
                           TO WS-REJECT-REASON
                       SET TRANSACTION-IS-NOT-VALID TO TRUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-NM-SURVIVOR-NAME
               END-READ
           END-IF

           IF TRANSACTION-IS-VALID
               MOVE MG-RETIRED-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "RETIRED ACCOUNT NOT ON MASTER"
                           TO WS-REJECT-REASON
                       SET TRANSACTION-IS-NOT-VALID TO TRUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-NM-RETIRED-NAME
               END-READ
           END-IF

           IF TRANSACTION-IS-VALID
               MOVE MG-RETIRED-ID TO WS-FAM-LOOKUP-ID
               PERFORM 9180-COUNT-FAMILY-CHILDREN
               IF WS-FAM-CHILD-COUNT > ZERO
                   MOVE "RETIRED ACCOUNT IS A BILL-TO PARENT"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF

           IF TRANSACTION-IS-VALID
               PERFORM 1250-CHECK-ONE-CONFLICT
                   VARYING WS-MT-IX FROM 1 BY 1
                   UNTIL WS-MT-IX > WS-MT-COUNT
                   OR TRANSACTION-IS-NOT-VALID
           END-IF

           MOVE MG-SURVIVING-ID TO WS-NM-SURVIVING-ID
           MOVE MG-RETIRED-ID TO WS-NM-RETIRED-ID
           MOVE MG-USER-ID TO WS-NM-USER-ID
           MOVE MG-REASON TO WS-NM-REASON
           IF TRANSACTION-IS-VALID
               MOVE 'A' TO WS-NM-STATUS
               ADD 1 TO WS-MERGES-ACCEPTED
           ELSE
               MOVE 'R' TO WS-NM-STATUS
               MOVE WS-REJECT-REASON TO WS-NM-REJECT-REASON
               ADD 1 TO WS-MERGES-REJECTED
               DISPLAY "CUSTMRG: REJECTED " MG-SURVIVING-ID SPACE
                       MG-RETIRED-ID " - " WS-REJECT-REASON
           END-IF
           IF WS-MT-COUNT >= WS-MT-MAX
               DISPLAY "CUSTMRG: MORE THAN " WS-MT-MAX
                       " MERGE TRANSACTIONS -- SPLIT THE FILE, "
                       "NOTHING WAS MERGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-INSERT-MERGE-ENTRY
           PERFORM 1100-READ-TRANSACTION
           .

       1250-CHECK-ONE-CONFLICT.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               IF WS-MT-RETIRED-ID(WS-MT-IX) EQUAL MG-RETIRED-ID
                   MOVE "ACCOUNT ALREADY RETIRED THIS RUN"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
               IF WS-MT-RETIRED-ID(WS-MT-IX) EQUAL MG-SURVIVING-ID
               OR WS-MT-SURVIVING-ID(WS-MT-IX) EQUAL MG-RETIRED-ID
                   MOVE "ACCOUNT BOTH SURVIVES AND RETIRES"
                       TO WS-REJECT-REASON
                   SET TRANSACTION-IS-NOT-VALID TO TRUE
               END-IF
           END-IF
           .

      **********************************************************************
      * INSERT AFTER EVERY ENTRY WITH THE SAME OR A LOWER SURVIVING ID,
      * SO THE TABLE STAYS IN SURVIVOR ORDER AND KEYING ORDER IS KEPT
      * WITHIN A SURVIVOR. THE MATCH INDEX IS SAVED BECAUSE PERFORM
      * VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE
      * FOUND FLAG.
      **********************************************************************
       1300-INSERT-MERGE-ENTRY.
           SET SURVIVOR-NOT-FOUND TO TRUE
           PERFORM 1310-SEARCH-MERGE-SLOT
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
               OR SURVIVOR-WAS-FOUND
           IF SURVIVOR-NOT-FOUND
               COMPUTE WS-MT-FOUND-IX = WS-MT-COUNT + 1
           END-IF
           PERFORM 1320-SHIFT-ONE-MERGE
               VARYING WS-MT-IX FROM WS-MT-COUNT BY -1
               UNTIL WS-MT-IX < WS-MT-FOUND-IX
           ADD 1 TO WS-MT-COUNT
           MOVE WS-NEW-MERGE-ENTRY TO WS-MT-ENTRY(WS-MT-FOUND-IX)
           .

       1310-SEARCH-MERGE-SLOT.
           IF WS-MT-SURVIVING-ID(WS-MT-IX) GREATER THAN
                   WS-NM-SURVIVING-ID
               SET SURVIVOR-WAS-FOUND TO TRUE
               MOVE WS-MT-IX TO WS-MT-FOUND-IX
           END-IF
           .

       1320-SHIFT-ONE-MERGE.
           MOVE WS-MT-ENTRY(WS-MT-IX) TO WS-MT-ENTRY(WS-MT-IX + 1)
           .

      **********************************************************************
      * FIRST PASS OVER THE OPEN ITEMS. EVERY ITEM OF A RETIRED ACCOUNT
      * IS HELD FOR THE MOVE, AND EACH SURVIVOR'S OWN ITEMS ARE
      * COUNTED. MORE RETIRED ITEMS THAN THE TABLE HOLDS STOPS THE RUN
      * BEFORE ANYTHING IS WRITTEN.
      **********************************************************************
       2000-GATHER-RETIRED-ITEMS.
           OPEN INPUT AR-OPEN-IN
           SET AR-OPEN-NOT-EOF TO TRUE
           PERFORM 2100-READ-OPEN-ITEM
           PERFORM 2200-NOTE-ONE-ITEM
               UNTIL AR-OPEN-EOF
           CLOSE AR-OPEN-IN
           IF WS-MI-OVERFLOW > ZERO
               DISPLAY "CUSTMRG: RETIRED ACCOUNTS HOLD MORE THAN "
                       WS-MI-MAX " OPEN ITEMS -- SPLIT THE FILE, "
                       "NOTHING WAS MERGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2100-READ-OPEN-ITEM.
           READ AR-OPEN-IN
               AT END
                   SET AR-OPEN-EOF TO TRUE
           END-READ
           .

       2200-NOTE-ONE-ITEM.
           MOVE AO-CUSTOMER-ID TO WS-ITEM-CUSTOMER
           PERFORM 2210-NOTE-AGAINST-ONE-MERGE
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           PERFORM 2100-READ-OPEN-ITEM
           .

       2210-NOTE-AGAINST-ONE-MERGE.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               IF WS-MT-SURVIVING-ID(WS-MT-IX) EQUAL WS-ITEM-CUSTOMER
                   ADD 1 TO WS-MT-OWN-ITEMS(WS-MT-IX)
               END-IF
               IF WS-MT-RETIRED-ID(WS-MT-IX) EQUAL WS-ITEM-CUSTOMER
                   IF WS-MI-COUNT >= WS-MI-MAX
                       ADD 1 TO WS-MI-OVERFLOW
                   ELSE
                       ADD 1 TO WS-MI-COUNT
                       MOVE WS-MT-IX TO WS-MI-MERGE-IX(WS-MI-COUNT)
                       MOVE AR-OPEN-RECORD TO WS-MI-IMAGE(WS-MI-COUNT)
                       ADD 1 TO WS-MT-ITEMS-MOVED(WS-MT-IX)
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * A SURVIVOR MUST HOLD ITS OWN ITEMS AND EVERY ITEM MOVED TO IT
      * WITHIN THE APPLY RUN'S 200-ITEM TABLE, OR THE APPLY RUN WOULD
      * CARRY THE OVERFLOW UNAGED. A MERGE THAT WOULD PUSH IT OVER IS
      * REJECTED; OTHER MERGES TO THE SAME SURVIVOR THAT STILL FIT
      * GO AHEAD.
      **********************************************************************
       2500-CHECK-COMBINED-ITEMS.
           PERFORM 2510-CHECK-ONE-SURVIVOR
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           .

       2510-CHECK-ONE-SURVIVOR.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               MOVE WS-MT-OWN-ITEMS(WS-MT-IX) TO WS-COMBINED-ITEMS
               PERFORM 2520-ADD-ONE-MOVE
                   VARYING WS-MT-JX FROM 1 BY 1
                   UNTIL WS-MT-JX > WS-MT-COUNT
               IF WS-COMBINED-ITEMS > WS-OI-MAX
                   MOVE 'R' TO WS-MT-STATUS(WS-MT-IX)
                   MOVE "MORE THAN 200 OPEN ITEMS COMBINED"
                       TO WS-MT-REJECT-REASON(WS-MT-IX)
                   SUBTRACT 1 FROM WS-MERGES-ACCEPTED
                   ADD 1 TO WS-MERGES-REJECTED
                   DISPLAY "CUSTMRG: REJECTED "
                           WS-MT-SURVIVING-ID(WS-MT-IX) SPACE
                           WS-MT-RETIRED-ID(WS-MT-IX) " - "
                           WS-MT-REJECT-REASON(WS-MT-IX)
               END-IF
           END-IF
           .

       2520-ADD-ONE-MOVE.
           IF MT-IS-ACCEPTED(WS-MT-JX)
           AND WS-MT-SURVIVING-ID(WS-MT-JX)
                   EQUAL WS-MT-SURVIVING-ID(WS-MT-IX)
               ADD WS-MT-ITEMS-MOVED(WS-MT-JX) TO WS-COMBINED-ITEMS
           END-IF
           .

      **********************************************************************
      * FIRST PASS OVER THE ADDRESSES: NOTE WHICH SURVIVORS HAVE A ROW
      * AND HOLD EACH RETIRED ACCOUNT'S ROW. THEN DECIDE: THE RETIRED
      * ROW IS TAKEN OVER BY A SURVIVOR WITH NO ROW OF ITS OWN (THE
      * FIRST SUCH MERGE ONLY), AND DROPPED OTHERWISE.
      **********************************************************************
       2600-GATHER-ADDRESSES.
           OPEN INPUT CUSTOMER-ADDRESSES
           IF CUSTADDR-FILE-WAS-FOUND
               SET ADDRESS-FILE-IS-PRESENT TO TRUE
               SET ADDRESS-FILE-NOT-EOF TO TRUE
               PERFORM 2610-READ-ADDRESS
               PERFORM 2620-NOTE-ONE-ADDRESS
                   UNTIL ADDRESS-FILE-EOF
               CLOSE CUSTOMER-ADDRESSES
           ELSE
               DISPLAY "CUSTMRG: NO CUSTOMER ADDRESS FILE, STATUS "
                       WS-CUSTADDR-STATUS
               DISPLAY "CUSTMRG: WRITING AN EMPTY NEW ADDRESS FILE"
           END-IF
           PERFORM 2700-DECIDE-ONE-ADDRESS
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           .

       2610-READ-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
                   SET ADDRESS-FILE-EOF TO TRUE
           END-READ
           .

       2620-NOTE-ONE-ADDRESS.
           PERFORM 2630-NOTE-ADDRESS-AGAINST-MERGE
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           PERFORM 2610-READ-ADDRESS
           .

       2630-NOTE-ADDRESS-AGAINST-MERGE.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               IF WS-MT-SURVIVING-ID(WS-MT-IX) EQUAL CA-CUSTOMER-ID
                   MOVE 'Y' TO WS-MT-SURVIVOR-ROW(WS-MT-IX)
               END-IF
               IF WS-MT-RETIRED-ID(WS-MT-IX) EQUAL CA-CUSTOMER-ID
                   MOVE CUSTOMER-ADDRESS-RECORD
                       TO WS-MT-RETIRED-ADDRESS(WS-MT-IX)
                   MOVE 'D' TO WS-MT-ADDRESS-ACTION(WS-MT-IX)
               END-IF
           END-IF
           .

       2700-DECIDE-ONE-ADDRESS.
           IF MT-IS-ACCEPTED(WS-MT-IX)
           AND MT-ADDRESS-DROPPED(WS-MT-IX)
           AND NOT MT-SURVIVOR-HAS-ROW(WS-MT-IX)
               MOVE 'T' TO WS-MT-ADDRESS-ACTION(WS-MT-IX)
               PERFORM 2710-MARK-SURVIVOR-ROW
                   VARYING WS-MT-JX FROM 1 BY 1
                   UNTIL WS-MT-JX > WS-MT-COUNT
           END-IF
           .

       2710-MARK-SURVIVOR-ROW.
           IF WS-MT-SURVIVING-ID(WS-MT-JX)
                   EQUAL WS-MT-SURVIVING-ID(WS-MT-IX)
               MOVE 'Y' TO WS-MT-SURVIVOR-ROW(WS-MT-JX)
           END-IF
           .

      **********************************************************************
      * OPEN THE NEW GENERATIONS AND THE REGISTER AND LIST EVERY MERGE
      * TRANSACTION WITH ITS STATUS. THE PERMANENT FILES ARE OPENED
      * EXTEND AND CREATED EMPTY FIRST ON THE VERY FIRST RUN.
      **********************************************************************
       3000-OPEN-OUTPUTS.
           OPEN OUTPUT AR-OPEN-OUT
           OPEN OUTPUT CUSTOMER-ADDRESSES-OUT
           OPEN OUTPUT MERGE-REGISTER
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           OPEN EXTEND ADDRESS-AUDIT-FILE
           IF ADDRAUDT-NOT-FOUND
               OPEN OUTPUT ADDRESS-AUDIT-FILE
               CLOSE ADDRESS-AUDIT-FILE
               OPEN EXTEND ADDRESS-AUDIT-FILE
           END-IF
           OPEN EXTEND APPLICATION-HISTORY
           IF APPLHIST-NOT-FOUND
               OPEN OUTPUT APPLICATION-HISTORY
               CLOSE APPLICATION-HISTORY
               OPEN EXTEND APPLICATION-HISTORY
           END-IF
           OPEN EXTEND CUSTOMER-FORWARD-FILE
           IF CUSTFWD-FILE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-FORWARD-FILE
               CLOSE CUSTOMER-FORWARD-FILE
               OPEN EXTEND CUSTOMER-FORWARD-FILE
           END-IF

           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE 'MERGE TRANSACTIONS' TO SL-TITLE
           MOVE WS-SECTION-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE WS-MERGE-HEADING TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           PERFORM 3100-PRINT-ONE-MERGE
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE 'OPEN ITEMS MOVED AND NETTED' TO SL-TITLE
           MOVE WS-SECTION-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE WS-ITEM-HEADING TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           .

       3100-PRINT-ONE-MERGE.
           MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO MD-SURVIVING-ID
           MOVE WS-MT-SURVIVOR-NAME(WS-MT-IX) TO MD-SURVIVOR-NAME
           MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO MD-RETIRED-ID
           MOVE WS-MT-RETIRED-NAME(WS-MT-IX) TO MD-RETIRED-NAME
           MOVE WS-MT-USER-ID(WS-MT-IX) TO MD-USER-ID
           IF MT-IS-ACCEPTED(WS-MT-IX)
               MOVE 'ACCEPTED' TO MD-STATUS
               MOVE WS-MT-REASON(WS-MT-IX) TO MD-REASON
           ELSE
               MOVE 'REJECTED' TO MD-STATUS
               MOVE WS-MT-REJECT-REASON(WS-MT-IX) TO MD-REASON
           END-IF
           MOVE WS-MERGE-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           .

      **********************************************************************
      * SECOND PASS OVER THE OPEN ITEMS, A TWO-WAY MERGE ON CUSTOMER ID
      * BETWEEN THE OLD GENERATION (LESS THE RETIRED ACCOUNTS' ITEMS)
      * AND THE SURVIVORS IN THE MERGE TABLE. AN ACCOUNT NOT IN ANY
      * MERGE IS COPIED THROUGH UNTOUCHED.
      **********************************************************************
       4000-WRITE-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-IN
           SET AR-OPEN-NOT-EOF TO TRUE
           MOVE ZERO TO WS-SURVIVOR-IX
           PERFORM 4050-FIND-NEXT-SURVIVOR
           PERFORM 4100-READ-OPEN-ITEM
           PERFORM 4200-PROCESS-ONE-CUSTOMER
               UNTIL WS-OPENI-KEY EQUAL HIGH-VALUES
               AND WS-SURVIVOR-KEY EQUAL HIGH-VALUES
           CLOSE AR-OPEN-IN
           .

       4050-FIND-NEXT-SURVIVOR.
           SET SURVIVOR-NOT-FOUND TO TRUE
           PERFORM 4055-CHECK-NEXT-MERGE
               UNTIL SURVIVOR-WAS-FOUND
               OR WS-SURVIVOR-IX >= WS-MT-COUNT
           IF SURVIVOR-WAS-FOUND
               MOVE WS-MT-SURVIVING-ID(WS-SURVIVOR-IX)
                   TO WS-SURVIVOR-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-SURVIVOR-KEY
           END-IF
           .

       4055-CHECK-NEXT-MERGE.
           ADD 1 TO WS-SURVIVOR-IX
           IF MT-IS-ACCEPTED(WS-SURVIVOR-IX)
               SET SURVIVOR-WAS-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * READ FORWARD TO THE NEXT ITEM THAT STAYS WHERE IT IS. EVERY
      * ITEM READ IS COUNTED IN; A RETIRED ACCOUNT'S ITEM IS LIFTED
      * OUT HERE AND GOES BACK IN UNDER ITS SURVIVOR.
      **********************************************************************
       4100-READ-OPEN-ITEM.
           SET ITEM-NOT-TAKEN TO TRUE
           PERFORM 4110-READ-ONE-OPEN-ITEM
               UNTIL ITEM-WAS-TAKEN
           .

       4110-READ-ONE-OPEN-ITEM.
           IF AR-OPEN-EOF
               MOVE HIGH-VALUES TO WS-OPENI-KEY
               SET ITEM-WAS-TAKEN TO TRUE
           ELSE
               READ AR-OPEN-IN
                   AT END
                       SET AR-OPEN-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-OPENI-KEY
                       SET ITEM-WAS-TAKEN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OPEN-ITEMS-IN
                       PERFORM 4120-COUNT-ITEM-IN
                       PERFORM 4130-CHECK-RETIRED-ITEM
               END-READ
           END-IF
           .

       4120-COUNT-ITEM-IN.
           IF AO-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-CY-NEW-CURRENCY
           ELSE
               MOVE AO-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
           END-IF
           PERFORM 4700-FIND-CURRENCY
           ADD 1 TO WS-CY-ITEMS-IN(WS-CY-FOUND-IX)
           IF AO-OPEN-BALANCE IS NUMERIC
               ADD AO-OPEN-BALANCE TO WS-CY-BALANCE-IN(WS-CY-FOUND-IX)
           ELSE
               ADD 1 TO WS-BALANCES-NOT-NUMERIC
               DISPLAY "CUSTMRG: OPEN BALANCE NOT NUMERIC, CUSTOMER "
                       AO-CUSTOMER-ID " INVOICE " AO-INVOICE-NUMBER
                       " -- CARRIED, NOT NETTED"
           END-IF
           .

       4130-CHECK-RETIRED-ITEM.
           MOVE AO-CUSTOMER-ID TO WS-ITEM-CUSTOMER
           SET ACCOUNT-NOT-RETIRED TO TRUE
           PERFORM 4135-MATCH-RETIRED-ACCOUNT
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
               OR ACCOUNT-IS-RETIRED
           IF ACCOUNT-IS-RETIRED
               ADD 1 TO WS-ITEMS-LIFTED
           ELSE
               MOVE AO-CUSTOMER-ID TO WS-OPENI-KEY
               SET ITEM-WAS-TAKEN TO TRUE
           END-IF
           .

       4135-MATCH-RETIRED-ACCOUNT.
           IF MT-IS-ACCEPTED(WS-MT-IX)
           AND WS-MT-RETIRED-ID(WS-MT-IX) EQUAL WS-ITEM-CUSTOMER
               SET ACCOUNT-IS-RETIRED TO TRUE
           END-IF
           .

       4200-PROCESS-ONE-CUSTOMER.
           MOVE WS-OPENI-KEY TO WS-THIS-CUSTOMER
           IF WS-SURVIVOR-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-SURVIVOR-KEY TO WS-THIS-CUSTOMER
           END-IF
           IF WS-SURVIVOR-KEY EQUAL WS-THIS-CUSTOMER
               PERFORM 4300-MERGE-ONE-SURVIVOR
           ELSE
               PERFORM 4250-COPY-ONE-ITEM
                   UNTIL WS-OPENI-KEY NOT EQUAL WS-THIS-CUSTOMER
           END-IF
           .

       4250-COPY-ONE-ITEM.
           MOVE AR-OPEN-RECORD TO WS-AR-OPEN-WORK
           PERFORM 4900-WRITE-OPEN-ITEM
           PERFORM 4100-READ-OPEN-ITEM
           .

      **********************************************************************
      * GATHER THE SURVIVOR'S OWN ITEMS, MOVE IN THE ITEMS OF EVERY
      * ACCOUNT RETIRED INTO IT, NET, AND WRITE THE COMBINED ACCOUNT.
      * THE FIRST MERGE'S USER SIGNS THE NETTINGS.
      **********************************************************************
       4300-MERGE-ONE-SURVIVOR.
           MOVE ZERO TO WS-OI-COUNT
           MOVE WS-MT-USER-ID(WS-SURVIVOR-IX) TO WS-MERGE-USER-ID
           PERFORM 4310-LOAD-OWN-ITEM
               UNTIL WS-OPENI-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 4400-MOVE-IN-RETIRED-ITEMS
               UNTIL WS-SURVIVOR-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 4500-NET-ONE-CREDIT
               VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
           PERFORM 4600-WRITE-SURVIVOR-ITEM
               VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
           .

       4310-LOAD-OWN-ITEM.
           ADD 1 TO WS-OI-COUNT
           MOVE WS-OI-COUNT TO WS-OI-NEW-IX
           MOVE AR-OPEN-RECORD TO WS-OI-IMAGE(WS-OI-NEW-IX)
           MOVE SPACES TO WS-OI-FROM-ID(WS-OI-NEW-IX)
           PERFORM 4350-SET-ITEM-KEYS
           PERFORM 4100-READ-OPEN-ITEM
           .

       4350-SET-ITEM-KEYS.
           MOVE WS-OI-IMAGE(WS-OI-NEW-IX) TO WS-AR-OPEN-WORK
           IF WK-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-OI-CURRENCY(WS-OI-NEW-IX)
           ELSE
               MOVE WK-CURRENCY-CODE TO WS-OI-CURRENCY(WS-OI-NEW-IX)
           END-IF
           IF WK-OPEN-BALANCE IS NUMERIC
               MOVE 'Y' TO WS-OI-NETTABLE(WS-OI-NEW-IX)
           ELSE
               MOVE 'N' TO WS-OI-NETTABLE(WS-OI-NEW-IX)
           END-IF
           .

      **********************************************************************
      * MOVE THE ITEMS OF ONE RETIRED ACCOUNT INTO THE SURVIVOR'S TABLE,
      * EACH AFTER EVERY ITEM DATED THE SAME DAY OR EARLIER, SO THE
      * COMBINED ACCOUNT STAYS OLDEST FIRST.
      **********************************************************************
       4400-MOVE-IN-RETIRED-ITEMS.
           PERFORM 4410-MOVE-ONE-RETIRED-ITEM
               VARYING WS-MI-IX FROM 1 BY 1
               UNTIL WS-MI-IX > WS-MI-COUNT
           PERFORM 4050-FIND-NEXT-SURVIVOR
           .

       4410-MOVE-ONE-RETIRED-ITEM.
           IF WS-MI-MERGE-IX(WS-MI-IX) EQUAL WS-SURVIVOR-IX
               MOVE WS-MI-IMAGE(WS-MI-IX) TO WS-AR-OPEN-WORK
               SET ITEM-SLOT-NOT-FOUND TO TRUE
               PERFORM 4420-SEARCH-ITEM-SLOT
                   VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   OR ITEM-SLOT-WAS-FOUND
               IF ITEM-SLOT-NOT-FOUND
                   COMPUTE WS-OI-NEW-IX = WS-OI-COUNT + 1
               END-IF
               PERFORM 4430-SHIFT-ONE-ITEM
                   VARYING WS-OI-IX FROM WS-OI-COUNT BY -1
                   UNTIL WS-OI-IX < WS-OI-NEW-IX
               ADD 1 TO WS-OI-COUNT
               MOVE WS-MI-IMAGE(WS-MI-IX) TO WS-OI-IMAGE(WS-OI-NEW-IX)
               MOVE WK-CUSTOMER-ID TO WS-OI-FROM-ID(WS-OI-NEW-IX)
               PERFORM 4350-SET-ITEM-KEYS
               ADD 1 TO WS-ITEMS-MOVED
               MOVE 'MOVED' TO IL-ACTION
               MOVE WS-THIS-CUSTOMER TO IL-SURVIVING-ID
               MOVE WS-OI-FROM-ID(WS-OI-NEW-IX) TO IL-FROM-ID
               MOVE WK-INVOICE-NUMBER TO IL-INVOICE-NUMBER
               MOVE WK-INVOICE-DATE TO IL-INVOICE-DATE
               MOVE WS-OI-CURRENCY(WS-OI-NEW-IX) TO IL-CURRENCY
               IF WK-OPEN-BALANCE IS NUMERIC
                   MOVE WK-OPEN-BALANCE TO IL-AMOUNT
               ELSE
                   MOVE ZERO TO IL-AMOUNT
               END-IF
               MOVE SPACES TO IL-NOTE
               MOVE WS-ITEM-LINE TO MERGE-REGISTER-RECORD
               WRITE MERGE-REGISTER-RECORD
           END-IF
           .

       4420-SEARCH-ITEM-SLOT.
           IF WS-OI-INVOICE-DATE(WS-OI-IX) GREATER THAN WK-INVOICE-DATE
               SET ITEM-SLOT-WAS-FOUND TO TRUE
               MOVE WS-OI-IX TO WS-OI-NEW-IX
           END-IF
           .

       4430-SHIFT-ONE-ITEM.
           MOVE WS-OI-ENTRY(WS-OI-IX) TO WS-OI-ENTRY(WS-OI-IX + 1)
           .

      **********************************************************************
      * NET ONE CARRIED CREDIT AGAINST THE COMBINED ACCOUNT'S OPEN
      * DEBITS, OLDEST FIRST, UNTIL THE CREDIT IS USED UP OR NO DEBIT
      * IS LEFT THAT IT MAY BE NETTED AGAINST.
      **********************************************************************
       4500-NET-ONE-CREDIT.
           IF OI-MAY-BE-NETTED(WS-OI-IX)
           AND WS-OI-OPEN-BALANCE(WS-OI-IX) IS LESS THAN ZERO
               PERFORM 4510-NET-AGAINST-ONE-DEBIT
                   VARYING WS-OI-DX FROM 1 BY 1
                   UNTIL WS-OI-DX > WS-OI-COUNT
                   OR WS-OI-OPEN-BALANCE(WS-OI-IX) NOT LESS THAN ZERO
           END-IF
           .

      **********************************************************************
      * A CREDIT NETS ONLY AGAINST A DEBIT IN ITS OWN CURRENCY. IN A
      * FOREIGN CURRENCY BOTH MUST ALSO BE CARRIED AT THE SAME BOOKED
      * RATE: AT DIFFERENT RATES THE NETTING WOULD LEAVE A REALIZED
      * EXCHANGE DIFFERENCE, AND THIS RUN POSTS NOTHING TO THE LEDGER.
      * SUCH A CREDIT IS LEFT FOR THE CASH DESK TO APPLY.
      **********************************************************************
       4510-NET-AGAINST-ONE-DEBIT.
           IF OI-MAY-BE-NETTED(WS-OI-DX)
           AND WS-OI-OPEN-BALANCE(WS-OI-DX) IS GREATER THAN ZERO
           AND WS-OI-CURRENCY(WS-OI-DX) EQUAL WS-OI-CURRENCY(WS-OI-IX)
           AND (WS-OI-CURRENCY(WS-OI-IX) EQUAL 'USD'
               OR (WS-OI-FX-RATE(WS-OI-IX) IS NUMERIC
               AND WS-OI-FX-RATE(WS-OI-DX)
                       EQUAL WS-OI-FX-RATE(WS-OI-IX)))
               IF WS-NP-COUNT + 2 > WS-NP-MAX
                   IF NETTING-TABLE-NOT-FULL
                       DISPLAY "CUSTMRG: MORE THAN " WS-NP-MAX
                               " NETTING POSTINGS -- REMAINING "
                               "CREDITS CARRIED UNNETTED"
                       SET NETTING-TABLE-IS-FULL TO TRUE
                   END-IF
               ELSE
                   PERFORM 4520-NET-ONE-PAIR
               END-IF
           END-IF
           .

       4520-NET-ONE-PAIR.
           IF WS-OI-OPEN-BALANCE(WS-OI-DX)
                   IS LESS THAN ZERO - WS-OI-OPEN-BALANCE(WS-OI-IX)
               MOVE WS-OI-OPEN-BALANCE(WS-OI-DX) TO WS-NET-AMOUNT
           ELSE
               COMPUTE WS-NET-AMOUNT =
                   ZERO - WS-OI-OPEN-BALANCE(WS-OI-IX)
           END-IF
           SUBTRACT WS-NET-AMOUNT FROM WS-OI-OPEN-BALANCE(WS-OI-DX)
           ADD WS-NET-AMOUNT TO WS-OI-OPEN-BALANCE(WS-OI-IX)
           ADD 1 TO WS-NETTINGS-MADE
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO WS-CY-NEW-CURRENCY
           PERFORM 4700-FIND-CURRENCY
           ADD WS-NET-AMOUNT TO WS-CY-NETTED(WS-CY-FOUND-IX)

           MOVE WS-OI-DX TO WS-OI-NEW-IX
           MOVE WS-NET-AMOUNT TO WS-NP-AMOUNT(WS-NP-COUNT + 1)
           PERFORM 4550-HOLD-NETTING-POSTING
           MOVE WS-OI-IX TO WS-OI-NEW-IX
           COMPUTE WS-NP-AMOUNT(WS-NP-COUNT + 1) =
               ZERO - WS-NET-AMOUNT
           PERFORM 4550-HOLD-NETTING-POSTING

           MOVE 'NETTED' TO IL-ACTION
           MOVE WS-THIS-CUSTOMER TO IL-SURVIVING-ID
           MOVE WS-OI-FROM-ID(WS-OI-IX) TO IL-FROM-ID
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX) TO IL-INVOICE-NUMBER
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO IL-INVOICE-DATE
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO IL-CURRENCY
           MOVE WS-NET-AMOUNT TO IL-AMOUNT
           MOVE SPACES TO IL-NOTE
           STRING 'AGAINST INVOICE '
                  WS-OI-INVOICE-NUMBER(WS-OI-DX)
                  ' OF '
                  WS-OI-INVOICE-DATE(WS-OI-DX)
                  DELIMITED BY SIZE
                  INTO IL-NOTE
           END-STRING
           MOVE WS-ITEM-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           .

      **********************************************************************
      * HOLD ONE SIDE OF A NETTING FOR THE APPLICATION HISTORY: THE
      * ITEM AT WS-OI-NEW-IX, AFTER THE NETTING, SO THE CLOSED FLAG
      * REFLECTS THE BALANCE IT LEFT. THE AMOUNT IS ALREADY IN PLACE.
      **********************************************************************
       4550-HOLD-NETTING-POSTING.
           ADD 1 TO WS-NP-COUNT
           MOVE WS-THIS-CUSTOMER TO WS-NP-CUSTOMER-ID(WS-NP-COUNT)
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-NEW-IX)
               TO WS-NP-INVOICE-NUMBER(WS-NP-COUNT)
           MOVE WS-OI-INVOICE-DATE(WS-OI-NEW-IX)
               TO WS-NP-INVOICE-DATE(WS-NP-COUNT)
           MOVE WS-OI-CURRENCY(WS-OI-NEW-IX)
               TO WS-NP-CURRENCY(WS-NP-COUNT)
           MOVE WS-MERGE-USER-ID TO WS-NP-USER-ID(WS-NP-COUNT)
           IF WS-OI-OPEN-BALANCE(WS-OI-NEW-IX) EQUAL ZERO
               MOVE 'Y' TO WS-NP-ITEM-CLOSED(WS-NP-COUNT)
               ADD 1 TO WS-ITEMS-NETTED-TO-ZERO
           ELSE
               MOVE 'N' TO WS-NP-ITEM-CLOSED(WS-NP-COUNT)
           END-IF
           .

       4600-WRITE-SURVIVOR-ITEM.
           MOVE WS-OI-IMAGE(WS-OI-IX) TO WS-AR-OPEN-WORK
           MOVE WS-THIS-CUSTOMER TO WK-CUSTOMER-ID
           PERFORM 4900-WRITE-OPEN-ITEM
           .

      **********************************************************************
      * FIND OR ADD THE TOTALS ENTRY FOR THE CURRENCY. THE MATCH INDEX
      * IS SAVED BECAUSE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE
      * AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       4700-FIND-CURRENCY.
           SET CURRENCY-NOT-FOUND TO TRUE
           PERFORM 4710-SEARCH-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-CY-COUNT >= WS-CY-MAX
                   DISPLAY "CUSTMRG: MORE THAN " WS-CY-MAX
                           " CURRENCIES -- " WS-CY-NEW-CURRENCY
                           " LUMPED INTO THE LAST TOTAL"
                   MOVE WS-CY-MAX TO WS-CY-FOUND-IX
               ELSE
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-CY-COUNT TO WS-CY-FOUND-IX
                   MOVE WS-CY-NEW-CURRENCY
                       TO WS-CY-CURRENCY(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-ITEMS-IN(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-ITEMS-OUT(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-BALANCE-IN(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-BALANCE-OUT(WS-CY-FOUND-IX)
                   MOVE ZERO TO WS-CY-NETTED(WS-CY-FOUND-IX)
               END-IF
           END-IF
           .

       4710-SEARCH-CURRENCY.
           IF WS-CY-CURRENCY(WS-CY-IX) EQUAL WS-CY-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-CY-IX TO WS-CY-FOUND-IX
           END-IF
           .

       4900-WRITE-OPEN-ITEM.
           WRITE AR-OPEN-OUT-RECORD FROM WS-AR-OPEN-WORK
           ADD 1 TO WS-OPEN-ITEMS-OUT
           IF WK-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-CY-NEW-CURRENCY
           ELSE
               MOVE WK-CURRENCY-CODE TO WS-CY-NEW-CURRENCY
           END-IF
           PERFORM 4700-FIND-CURRENCY
           ADD 1 TO WS-CY-ITEMS-OUT(WS-CY-FOUND-IX)
           IF WK-OPEN-BALANCE IS NUMERIC
               ADD WK-OPEN-BALANCE
                   TO WS-CY-BALANCE-OUT(WS-CY-FOUND-IX)
           END-IF
           .

      **********************************************************************
      * SECOND PASS OVER THE ADDRESSES: COPY EVERY ROW EXCEPT A RETIRED
      * ACCOUNT'S, AND SLIP EACH TAKEN-OVER ROW IN UNDER ITS SURVIVOR'S
      * ID AT ITS PLACE IN CUSTOMER ORDER.
      **********************************************************************
       5000-WRITE-ADDRESSES.
           MOVE ZERO TO WS-TAKEOVER-IX
           PERFORM 5050-FIND-NEXT-TAKEOVER
           IF ADDRESS-FILE-IS-PRESENT
               OPEN INPUT CUSTOMER-ADDRESSES
               SET ADDRESS-FILE-NOT-EOF TO TRUE
               PERFORM 5100-READ-ADDRESS
           ELSE
               MOVE HIGH-VALUES TO WS-ADDRESS-KEY
           END-IF
           PERFORM 5200-WRITE-ONE-ADDRESS
               UNTIL WS-ADDRESS-KEY EQUAL HIGH-VALUES
               AND WS-TAKEOVER-KEY EQUAL HIGH-VALUES
           IF ADDRESS-FILE-IS-PRESENT
               CLOSE CUSTOMER-ADDRESSES
           END-IF
           .

       5050-FIND-NEXT-TAKEOVER.
           SET TAKEOVER-NOT-FOUND TO TRUE
           PERFORM 5055-CHECK-NEXT-TAKEOVER
               UNTIL TAKEOVER-WAS-FOUND
               OR WS-TAKEOVER-IX >= WS-MT-COUNT
           IF TAKEOVER-WAS-FOUND
               MOVE WS-MT-SURVIVING-ID(WS-TAKEOVER-IX)
                   TO WS-TAKEOVER-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-TAKEOVER-KEY
           END-IF
           .

       5055-CHECK-NEXT-TAKEOVER.
           ADD 1 TO WS-TAKEOVER-IX
           IF MT-IS-ACCEPTED(WS-TAKEOVER-IX)
           AND MT-ADDRESS-TAKEN-OVER(WS-TAKEOVER-IX)
               SET TAKEOVER-WAS-FOUND TO TRUE
           END-IF
           .

       5100-READ-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
                   SET ADDRESS-FILE-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ADDRESS-KEY
               NOT AT END
                   ADD 1 TO WS-ADDRESSES-IN
                   MOVE CA-CUSTOMER-ID TO WS-ADDRESS-KEY
           END-READ
           .

       5200-WRITE-ONE-ADDRESS.
           IF WS-TAKEOVER-KEY IS LESS THAN WS-ADDRESS-KEY
               MOVE WS-MT-RETIRED-ADDRESS(WS-TAKEOVER-IX)
                   TO CUSTOMER-ADDRESS-OUT-RECORD
               MOVE WS-TAKEOVER-KEY TO CO-CUSTOMER-ID
               WRITE CUSTOMER-ADDRESS-OUT-RECORD
               ADD 1 TO WS-ADDRESSES-OUT
               ADD 1 TO WS-ADDRESSES-TAKEN-OVER
               PERFORM 5050-FIND-NEXT-TAKEOVER
           ELSE
               MOVE CA-CUSTOMER-ID TO WS-ITEM-CUSTOMER
               SET ACCOUNT-NOT-RETIRED TO TRUE
               PERFORM 4135-MATCH-RETIRED-ACCOUNT
                   VARYING WS-MT-IX FROM 1 BY 1
                   UNTIL WS-MT-IX > WS-MT-COUNT
                   OR ACCOUNT-IS-RETIRED
               IF ACCOUNT-IS-RETIRED
                   ADD 1 TO WS-ADDRESSES-DROPPED
               ELSE
                   WRITE CUSTOMER-ADDRESS-OUT-RECORD
                       FROM CUSTOMER-ADDRESS-RECORD
                   ADD 1 TO WS-ADDRESSES-OUT
               END-IF
               PERFORM 5100-READ-ADDRESS
           END-IF
           .

      **********************************************************************
      * PROVE THE NEW GENERATIONS BEFORE ANYTHING PERMANENT IS TOUCHED:
      * EVERY OPEN ITEM READ IS WRITTEN, EVERY ITEM LIFTED FROM A
      * RETIRED ACCOUNT WENT BACK IN UNDER ITS SURVIVOR, THE BALANCE IN
      * EACH CURRENCY IS UNCHANGED, AND EVERY ADDRESS ROW IS ACCOUNTED
      * FOR.
      **********************************************************************
       6000-PROVE-THE-MERGE.
           SET MERGE-IS-BALANCED TO TRUE
           IF WS-OPEN-ITEMS-IN NOT EQUAL WS-OPEN-ITEMS-OUT
               DISPLAY "CUSTMRG: OPEN ITEMS IN " WS-OPEN-ITEMS-IN
                       " NOT EQUAL TO OPEN ITEMS OUT "
                       WS-OPEN-ITEMS-OUT
               SET MERGE-IS-NOT-BALANCED TO TRUE
           END-IF
           IF WS-ITEMS-LIFTED NOT EQUAL WS-ITEMS-MOVED
               DISPLAY "CUSTMRG: ITEMS LIFTED " WS-ITEMS-LIFTED
                       " NOT EQUAL TO ITEMS MOVED " WS-ITEMS-MOVED
               SET MERGE-IS-NOT-BALANCED TO TRUE
           END-IF
           PERFORM 6100-PROVE-ONE-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           IF WS-ADDRESSES-IN + WS-ADDRESSES-TAKEN-OVER
                   NOT EQUAL WS-ADDRESSES-OUT + WS-ADDRESSES-DROPPED
               DISPLAY "CUSTMRG: ADDRESS ROWS DO NOT BALANCE"
               SET MERGE-IS-NOT-BALANCED TO TRUE
           END-IF
           .

       6100-PROVE-ONE-CURRENCY.
           IF WS-CY-ITEMS-IN(WS-CY-IX)
                   NOT EQUAL WS-CY-ITEMS-OUT(WS-CY-IX)
           OR WS-CY-BALANCE-IN(WS-CY-IX)
                   NOT EQUAL WS-CY-BALANCE-OUT(WS-CY-IX)
               DISPLAY "CUSTMRG: " WS-CY-CURRENCY(WS-CY-IX)
                       " OPEN ITEMS DO NOT BALANCE IN TO OUT"
               SET MERGE-IS-NOT-BALANCED TO TRUE
           END-IF
           .

      **********************************************************************
      * THE NEW GENERATIONS BALANCE, SO RETIRE EACH ACCOUNT FOR GOOD:
      * DELETE ITS MASTER RECORD, CARRY ANY CHECK HOLD TO THE
      * SURVIVOR, LEAVE THE FORWARDING RECORD, AUDIT THE ADDRESS
      * CHANGE, AND WRITE THE NETTINGS TO THE APPLICATION HISTORY.
      **********************************************************************
       7000-UPDATE-MASTERS.
           PERFORM 7100-RETIRE-ONE-ACCOUNT
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
           PERFORM 7500-WRITE-NETTING-HISTORY
               VARYING WS-NP-IX FROM 1 BY 1
               UNTIL WS-NP-IX > WS-NP-COUNT
           .

       7100-RETIRE-ONE-ACCOUNT.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               SET MASTER-ACTION-SUCCEEDED TO TRUE
               MOVE SPACES TO WS-RETIRED-CHECK-HOLD
               MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET MASTER-ACTION-FAILED TO TRUE
               END-READ
               IF MASTER-ACTION-FAILED
                   DISPLAY "CUSTMRG: RETIRED ACCOUNT "
                           WS-MT-RETIRED-ID(WS-MT-IX)
                           " LEFT THE MASTER DURING THE RUN"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE CM-CHECK-HOLD TO WS-RETIRED-CHECK-HOLD
                   DELETE CUSTOMER-MASTER
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'D' TO AU-ACTION-CODE
                   MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO AU-CUSTOMER-ID
                   PERFORM 7800-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-MASTERS-DELETED
               END-IF
               IF RETIRED-CHECKS-ON-HOLD
                   PERFORM 7200-CARRY-CHECK-HOLD
               END-IF
               PERFORM 7300-WRITE-FORWARD-RECORD
               PERFORM 7400-AUDIT-ADDRESS-CHANGE
           END-IF
           .

      **********************************************************************
      * A RETURNED-ITEM CHECK HOLD ON THE RETIRED ACCOUNT WOULD VANISH
      * WITH ITS MASTER RECORD WHILE ITS CHECKS NOW POST TO THE
      * SURVIVOR, SO THE HOLD MOVES ACROSS. ONLY CUSTOMER MAINTENANCE
      * LIFTS IT, AS ALWAYS.
      **********************************************************************
       7200-CARRY-CHECK-HOLD.
           SET MASTER-ACTION-SUCCEEDED TO TRUE
           MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET MASTER-ACTION-FAILED TO TRUE
           END-READ
           IF MASTER-ACTION-SUCCEEDED
           AND NOT CM-CHECKS-ON-HOLD
               MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE 'Y' TO CM-CHECK-HOLD
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE 'C' TO AU-ACTION-CODE
               MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO AU-CUSTOMER-ID
               PERFORM 7800-WRITE-AUDIT-RECORD
               ADD 1 TO WS-HOLDS-CARRIED
               DISPLAY "CUSTMRG: RETURNED-ITEM CHECK HOLD CARRIED TO "
                       WS-MT-SURVIVING-ID(WS-MT-IX)
           END-IF
           .

       7300-WRITE-FORWARD-RECORD.
           MOVE SPACES TO CUSTOMER-FORWARD-RECORD
           MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO FW-RETIRED-ID
           MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO FW-SURVIVING-ID
           MOVE WS-RUN-DATE TO FW-MERGE-DATE
           MOVE WS-MT-USER-ID(WS-MT-IX) TO FW-USER-ID
           MOVE WS-MT-REASON(WS-MT-IX) TO FW-REASON
           WRITE CUSTOMER-FORWARD-RECORD
           ADD 1 TO WS-FORWARDS-WRITTEN
           .

      **********************************************************************
      * THE ADDRESS FILE KEEPS ITS OWN AUDIT TRAIL, AS IN THE ADDRESS
      * MAINTENANCE: A DELETE FOR THE RETIRED ROW, AND AN ADD FOR THE
      * SURVIVOR WHEN IT TOOK THE ROW OVER.
      **********************************************************************
       7400-AUDIT-ADDRESS-CHANGE.
           IF NOT MT-ADDRESS-NONE(WS-MT-IX)
               MOVE SPACES TO ADDRESS-AUDIT-RECORD
               ACCEPT AA-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AA-RUN-TIME FROM TIME
               MOVE WS-MT-USER-ID(WS-MT-IX) TO AA-USER-ID
               MOVE 'D' TO AA-ACTION-CODE
               MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO AA-CUSTOMER-ID
               MOVE WS-MT-RETIRED-ADDRESS(WS-MT-IX) TO AA-BEFORE-IMAGE
               WRITE ADDRESS-AUDIT-RECORD
           END-IF
           IF MT-ADDRESS-TAKEN-OVER(WS-MT-IX)
               MOVE WS-MT-RETIRED-ADDRESS(WS-MT-IX) TO WS-ADDRESS-WORK
               MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO WS-AW-CUSTOMER-ID
               MOVE SPACES TO ADDRESS-AUDIT-RECORD
               ACCEPT AA-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AA-RUN-TIME FROM TIME
               MOVE WS-MT-USER-ID(WS-MT-IX) TO AA-USER-ID
               MOVE 'A' TO AA-ACTION-CODE
               MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO AA-CUSTOMER-ID
               MOVE WS-ADDRESS-WORK TO AA-AFTER-IMAGE
               WRITE ADDRESS-AUDIT-RECORD
           END-IF
           .

       7500-WRITE-NETTING-HISTORY.
           MOVE SPACES TO APPLICATION-HISTORY-RECORD
           MOVE WS-NP-CUSTOMER-ID(WS-NP-IX) TO AH-CUSTOMER-ID
           MOVE WS-NP-INVOICE-NUMBER(WS-NP-IX) TO AH-INVOICE-NUMBER
           MOVE WS-NP-INVOICE-DATE(WS-NP-IX) TO AH-INVOICE-DATE
           MOVE WS-NP-CURRENCY(WS-NP-IX) TO AH-CURRENCY-CODE
           SET AH-MERGE-NETTING TO TRUE
           MOVE WS-NP-AMOUNT(WS-NP-IX) TO AH-AMOUNT
           MOVE WS-RUN-DATE TO AH-POSTING-DATE
           MOVE ZERO TO AH-PAYMENT-AMOUNT
           MOVE WS-NP-USER-ID(WS-NP-IX) TO AH-USER-ID
           MOVE WS-NP-ITEM-CLOSED(WS-NP-IX) TO AH-ITEM-CLOSED
           WRITE APPLICATION-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN
           .

      **********************************************************************
      * ONE CUSTAUDT RECORD PER MASTER CHANGE, SIGNED WITH THE USER ON
      * THE MERGE TRANSACTION. THE CALLER SETS THE ACTION, ACCOUNT AND
      * IMAGES.
      **********************************************************************
       7800-WRITE-AUDIT-RECORD.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           MOVE WS-MT-USER-ID(WS-MT-IX) TO AU-USER-ID
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           .

      **********************************************************************
      * THE FOOT OF THE REGISTER: WHAT HAPPENED TO EACH RETIRED
      * ACCOUNT'S ADDRESS, THE CONTROL TOTALS, AND THE OPEN ITEMS IN
      * AND OUT BY CURRENCY WITH THE AMOUNT NETTED.
      **********************************************************************
       8000-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE 'CUSTOMER ADDRESSES' TO SL-TITLE
           MOVE WS-SECTION-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE WS-ADDRESS-HEADING TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           PERFORM 8100-PRINT-ONE-ADDRESS
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT

           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE 'CONTROL TOTALS' TO SL-TITLE
           MOVE WS-SECTION-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE 'MERGES READ' TO TL-LABEL
           MOVE WS-MERGES-READ TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'MERGES ACCEPTED' TO TL-LABEL
           MOVE WS-MERGES-ACCEPTED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'MERGES REJECTED' TO TL-LABEL
           MOVE WS-MERGES-REJECTED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'OPEN ITEMS IN' TO TL-LABEL
           MOVE WS-OPEN-ITEMS-IN TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ITEMS MOVED TO SURVIVORS' TO TL-LABEL
           MOVE WS-ITEMS-MOVED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'OPEN ITEMS OUT' TO TL-LABEL
           MOVE WS-OPEN-ITEMS-OUT TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'NETTINGS MADE' TO TL-LABEL
           MOVE WS-NETTINGS-MADE TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ITEMS NETTED TO ZERO' TO TL-LABEL
           MOVE WS-ITEMS-NETTED-TO-ZERO TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ADDRESS ROWS IN' TO TL-LABEL
           MOVE WS-ADDRESSES-IN TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ADDRESS ROWS TAKEN OVER' TO TL-LABEL
           MOVE WS-ADDRESSES-TAKEN-OVER TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ADDRESS ROWS DROPPED' TO TL-LABEL
           MOVE WS-ADDRESSES-DROPPED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'ADDRESS ROWS OUT' TO TL-LABEL
           MOVE WS-ADDRESSES-OUT TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'MASTERS DELETED' TO TL-LABEL
           MOVE WS-MASTERS-DELETED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'CHECK HOLDS CARRIED' TO TL-LABEL
           MOVE WS-HOLDS-CARRIED TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL
           MOVE 'FORWARDING RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-FORWARDS-WRITTEN TO TL-VALUE
           PERFORM 8200-PRINT-ONE-TOTAL

           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           MOVE WS-CURRENCY-HEADING TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           PERFORM 8300-PRINT-ONE-CURRENCY
               VARYING WS-CY-IX FROM 1 BY 1
               UNTIL WS-CY-IX > WS-CY-COUNT
           MOVE SPACES TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           IF MERGE-IS-BALANCED
               MOVE 'OPEN ITEMS AND ADDRESSES BALANCE -- MASTER UPDATED'
                   TO MERGE-REGISTER-RECORD
           ELSE
               MOVE 'OPEN ITEMS OR ADDRESSES DO NOT BALANCE -- NOTHING'
                   TO MERGE-REGISTER-RECORD
               WRITE MERGE-REGISTER-RECORD
               MOVE 'ON THE MASTER CHANGED, DO NOT USE AROPENO/CUSTADDO'
                   TO MERGE-REGISTER-RECORD
           END-IF
           WRITE MERGE-REGISTER-RECORD
           .

       8100-PRINT-ONE-ADDRESS.
           IF MT-IS-ACCEPTED(WS-MT-IX)
               MOVE WS-MT-SURVIVING-ID(WS-MT-IX) TO AL-SURVIVING-ID
               MOVE WS-MT-RETIRED-ID(WS-MT-IX) TO AL-RETIRED-ID
               EVALUATE TRUE
                   WHEN MT-ADDRESS-TAKEN-OVER(WS-MT-IX)
                       MOVE 'RETIRED ROW TAKEN OVER BY SURVIVOR'
                           TO AL-ACTION
                   WHEN MT-ADDRESS-DROPPED(WS-MT-IX)
                       MOVE 'RETIRED ROW DROPPED, SURVIVOR ROW KEPT'
                           TO AL-ACTION
                   WHEN OTHER
                       MOVE 'NO ROW FOR RETIRED ACCOUNT' TO AL-ACTION
               END-EVALUATE
               MOVE WS-ADDRESS-LINE TO MERGE-REGISTER-RECORD
               WRITE MERGE-REGISTER-RECORD
           END-IF
           .

       8200-PRINT-ONE-TOTAL.
           MOVE WS-TOTAL-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           .

       8300-PRINT-ONE-CURRENCY.
           MOVE WS-CY-CURRENCY(WS-CY-IX) TO CL-CURRENCY
           MOVE WS-CY-ITEMS-IN(WS-CY-IX) TO CL-ITEMS-IN
           MOVE WS-CY-ITEMS-OUT(WS-CY-IX) TO CL-ITEMS-OUT
           MOVE WS-CY-BALANCE-IN(WS-CY-IX) TO CL-BALANCE-IN
           MOVE WS-CY-BALANCE-OUT(WS-CY-IX) TO CL-BALANCE-OUT
           MOVE WS-CY-NETTED(WS-CY-IX) TO CL-NETTED
           MOVE WS-CURRENCY-LINE TO MERGE-REGISTER-RECORD
           WRITE MERGE-REGISTER-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS SO OPERATIONS CAN CONFIRM EVERY OPEN ITEM
      * CAME THROUGH AND EVERY MERGE WAS EITHER CARRIED OUT OR REJECTED
      * WITH A REASON. AN UNBALANCED RUN ENDS WITH RETURN CODE 8.
      **********************************************************************
       9999-END.
           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-OUT
           CLOSE CUSTOMER-ADDRESSES-OUT
           CLOSE AUDIT-LOG-FILE
           CLOSE ADDRESS-AUDIT-FILE
           CLOSE APPLICATION-HISTORY
           CLOSE CUSTOMER-FORWARD-FILE
           CLOSE MERGE-REGISTER

           DISPLAY SPACE
           DISPLAY "CUSTMRG CONTROL TOTALS"
           DISPLAY "   MERGES READ         " WS-MERGES-READ
           DISPLAY "   MERGES ACCEPTED     " WS-MERGES-ACCEPTED
           DISPLAY "   MERGES REJECTED     " WS-MERGES-REJECTED
           DISPLAY "   OPEN ITEMS IN       " WS-OPEN-ITEMS-IN
           DISPLAY "   ITEMS MOVED         " WS-ITEMS-MOVED
           DISPLAY "   OPEN ITEMS OUT      " WS-OPEN-ITEMS-OUT
           DISPLAY "   NETTINGS MADE       " WS-NETTINGS-MADE
           DISPLAY "   ITEMS NETTED TO ZERO " WS-ITEMS-NETTED-TO-ZERO
           DISPLAY "   BALANCES NOT NUMERIC " WS-BALANCES-NOT-NUMERIC
           DISPLAY "   ADDRESS ROWS IN     " WS-ADDRESSES-IN
           DISPLAY "   ADDRESS ROWS OUT    " WS-ADDRESSES-OUT
           DISPLAY "   ADDRESSES TAKEN OVER " WS-ADDRESSES-TAKEN-OVER
           DISPLAY "   ADDRESSES DROPPED   " WS-ADDRESSES-DROPPED
           DISPLAY "   MASTERS DELETED     " WS-MASTERS-DELETED
           DISPLAY "   CHECK HOLDS CARRIED " WS-HOLDS-CARRIED
           DISPLAY "   FORWARDS WRITTEN    " WS-FORWARDS-WRITTEN
           DISPLAY "   HISTORY WRITTEN     " WS-HISTORY-WRITTEN
           DISPLAY SPACE
           IF MERGE-IS-NOT-BALANCED
               DISPLAY "CUSTMRG: THE MERGE DOES NOT BALANCE -- NOTHING "
                       "ON THE MASTER CHANGED, DO NOT USE THE NEW "
                       "GENERATIONS"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

           COPY CUSTFMP.
