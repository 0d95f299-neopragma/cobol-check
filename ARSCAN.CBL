      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   WEEKLY CROSS-FILE INTEGRITY SCAN OF THE RECEIVABLES
      *            FILES. READS THE CUSTOMER MASTER, THE CURRENT OPEN-
      *            ITEM GENERATION (AROPENI), THE CUSTOMER ADDRESS
      *            FILE, THE INVOICE SEQUENCE CONTROL (INVSEQ) AND THE
      *            HOLIDAY CALENDAR TOGETHER AND LISTS EVERY PLACE
      *            WHERE THEY DISAGREE, SO A BAD RECORD IS FOUND BY
      *            THE SCAN RATHER THAN BY THE NIGHTLY RUN THAT TRIPS
      *            OVER IT. NOTHING IS CHANGED; THE SCAN ONLY REPORTS.
      *
      *            THE MASTER, OPEN ITEMS AND ADDRESSES ARE MERGED ON
      *            CUSTOMER ID. EACH VIOLATION CARRIES A CHECK NUMBER
      *            AND A SEVERITY: E (ERROR) WHEN A NIGHTLY RUN WOULD
      *            MISPOST, MISNUMBER OR LOSE SOMETHING, W (WARNING)
      *            WHEN THE RECORD IS ODD BUT CAN ARISE IN NORMAL
      *            RUNNING AND ONLY NEEDS LOOKING AT.
      *
      *              01 E  OPEN ITEM OUT OF CUSTOMER/DATE SEQUENCE
      *              02 E  DUPLICATE INVOICE NUMBER ON THE OPEN ITEMS
      *              03 E  INVOICE NUMBER ABOVE THE INVSEQ HIGH-WATER
      *              04 E  OPEN ITEM FOR A CUSTOMER NOT ON THE MASTER
      *              05 E  INVOICE CURRENCY DIFFERS FROM THE MASTER
      *              06 W  CREDIT CURRENCY DIFFERS FROM THE MASTER (A
      *                    CARRIED CREDIT TAKES THE PAYMENT'S CURRENCY)
      *              07 W  ZERO-BALANCE ITEM NOT DROPPED (THE MERGE
      *                    RUN LEAVES NETTED ITEMS FOR THE APPLY RUN)
      *              08 W  ACTIVE ACCOUNT'S NEXT INVOICE DATE IS PAST
      *              09 E  CREDIT ITEM WITH A NONZERO INVOICE NUMBER
      *              10 E  OPEN ITEM FIELDS NOT VALID
      *              11 E  ACTIVE ACCOUNT'S NEXT INVOICE DATE NOT VALID
      *              12 W  NEXT INVOICE DATE NOT A BUSINESS DAY
      *              13 W  MASTER HAS NO ADDRESS ROW
      *              14 W  ADDRESS ROW HAS NO MASTER
      *              15 E  ADDRESS ROW OUT OF SEQUENCE
      *              16 W  DUPLICATE ADDRESS ROW
      *              17 E  HOLIDAY DATE NOT A VALID DATE
      *              18 W  HOLIDAY ROW OUT OF SEQUENCE OR REPEATED
      *              19 E  HOLIDAY CALENDAR DOES NOT COVER SCAN YEAR
      *              20 E  INVSEQ MISSING OR NOT NUMERIC
      *              21 E  INVOICE TABLE FULL, DUPLICATES UNCHECKED
      *
      *            AN ACCOUNT IS ACTIVE WHEN IT HAS A VALID BILLING
      *            FREQUENCY. THE SCAN DATE IS THE RUNCTL BUSINESS
      *            DATE, OR TODAY WHEN RUNCTL HAS NONE.
      *
      *            THE SCANRPT REPORT LISTS THE ERRORS, THEN THE
      *            WARNINGS, THEN A COUNT PER CHECK. THE COUNTS GO TO
      *            CTLFILE. ANY ERROR ENDS THE STEP WITH RETURN CODE
      *            8, WARNINGS ALONE WITH 4. NO MASTER OR OPEN-ITEM
      *            FILE ENDS IT WITH 16.
      *
      * USAGE:     ARSCAN
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  CUSTADDR ROW WIDENED TO 200 BYTES FOR THE
      *                     INVOICE DELIVERY METHOD; THE LAYOUT NOW
      *                     COMES FROM THE SHARED CUSTADDR COPYBOOK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AR-OPEN-IN
               ASSIGN TO AROPENI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENI-STATUS.

           SELECT CUSTOMER-ADDRESSES
               ASSIGN TO CUSTADDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDR-STATUS.

           SELECT INVOICE-SEQUENCE
               ASSIGN TO INVSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVSEQ-STATUS.

           SELECT HOLIDAY-CALENDAR
               ASSIGN TO HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT SCAN-REPORT
               ASSIGN TO SCANRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCANRPT-STATUS.

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
           05  FILLER                   PIC X(72).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTMAST.

       FD  AR-OPEN-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY AROPEN.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  INVOICE-SEQUENCE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-SEQUENCE-RECORD.
           05  SQ-LAST-INVOICE-NUMBER   PIC 9(07).
           05  FILLER                   PIC X(73).

       FD  HOLIDAY-CALENDAR
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLIDAY-RECORD.
           05  HC-HOLIDAY-DATE          PIC X(08).
           05  FILLER                   PIC X(72).

       FD  SCAN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  SCAN-REPORT-RECORD           PIC X(132).

       FD  CONTROL-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY NEXTINVW.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OPEN-OK         VALUE '00' '05'.
           05  WS-AROPENI-STATUS        PIC X(02) VALUE '00'.
               88  AROPENI-FILE-WAS-FOUND   VALUE '00'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
               88  CUSTADDR-FILE-WAS-FOUND  VALUE '00'.
           05  WS-INVSEQ-STATUS         PIC X(02) VALUE '00'.
               88  INVSEQ-FILE-WAS-FOUND    VALUE '00'.
           05  WS-HOLIDAY-STATUS        PIC X(02) VALUE '00'.
               88  HOLIDAY-FILE-WAS-FOUND   VALUE '00'.
           05  WS-SCANRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CUSTOMER-MASTER-EOF          VALUE 'Y'.
               88  CUSTOMER-MASTER-NOT-EOF      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  OPEN-ITEM-FILE-EOF           VALUE 'Y'.
               88  OPEN-ITEM-FILE-NOT-EOF       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-EOF             VALUE 'Y'.
               88  ADDRESS-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  HOLIDAY-TABLE-EOF            VALUE 'Y'.
               88  HOLIDAY-TABLE-NOT-EOF        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  OPEN-ITEM-IS-IN-HAND         VALUE 'Y'.
               88  OPEN-ITEM-NOT-IN-HAND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-IS-IN-HAND           VALUE 'Y'.
               88  ADDRESS-NOT-IN-HAND          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  MASTER-IS-PRESENT            VALUE 'Y'.
               88  MASTER-NOT-PRESENT           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  ITEM-FIELDS-ARE-VALID        VALUE 'Y'.
               88  ITEM-FIELDS-NOT-VALID        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  WORK-DATE-IS-VALID           VALUE 'Y'.
               88  WORK-DATE-NOT-VALID          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-SEQUENCE-LOADED      VALUE 'Y'.
               88  INVOICE-SEQUENCE-NOT-LOADED  VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-WAS-FOUND            VALUE 'Y'.
               88  INVOICE-NOT-FOUND            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-TABLE-OVERFLOWED     VALUE 'Y'.
               88  INVOICE-TABLE-NOT-FULL       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  SCAN-YEAR-IS-COVERED         VALUE 'Y'.
               88  SCAN-YEAR-NOT-COVERED        VALUE 'N'.

       01  WS-SCAN-DATE-FIELDS.
           05  WS-SCAN-DATE             PIC X(08) VALUE SPACES.
           05  WS-MAXIMUM-DAY           PIC 9(02) VALUE ZERO.
           05  WS-LAST-INVOICE-NUMBER   PIC 9(07) VALUE ZERO.
           05  WS-PREVIOUS-HOLIDAY      PIC X(08) VALUE LOW-VALUES.

      *    MERGE KEYS. EACH READ PARAGRAPH SETS ITS KEY TO HIGH-VALUES
      *    AT END OF FILE. AN OPEN ITEM OR ADDRESS ROW WHOSE CUSTOMER
      *    ID GOES BACKWARDS IS REPORTED AND STEPPED OVER, SO IT IS
      *    NEVER TAKEN INTO THE MERGE.
       01  WS-MERGE-KEYS.
           05  WS-MASTER-KEY            PIC X(10) VALUE HIGH-VALUES.
           05  WS-ITEM-KEY              PIC X(10) VALUE HIGH-VALUES.
           05  WS-ADDRESS-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-LOW-KEY               PIC X(10) VALUE HIGH-VALUES.
           05  WS-READ-KEY              PIC X(10) VALUE SPACES.
           05  WS-PREVIOUS-ITEM-KEY     PIC X(10) VALUE LOW-VALUES.
           05  WS-PREVIOUS-ITEM-DATE    PIC X(08) VALUE LOW-VALUES.
           05  WS-PREVIOUS-ADDRESS-KEY  PIC X(10) VALUE LOW-VALUES.

       01  WS-CURRENCY-FIELDS.
           05  WS-MASTER-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-ITEM-CURRENCY         PIC X(03) VALUE SPACES.

      *    EVERY INVOICE NUMBER ON THE OPEN ITEMS, IN ASCENDING ORDER,
      *    WITH THE CUSTOMER AND DATE OF THE FIRST ITEM SEEN, SO A
      *    SECOND ITEM WITH THE SAME NUMBER CAN NAME THE FIRST.
       01  WS-INVOICE-TABLE.
           05  WS-IV-MAX                PIC 9(05) COMP VALUE 20000.
           05  WS-IV-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-IV-LOW                PIC S9(05) COMP VALUE ZERO.
           05  WS-IV-HIGH               PIC S9(05) COMP VALUE ZERO.
           05  WS-IV-MID                PIC S9(05) COMP VALUE ZERO.
           05  WS-IV-SHIFT-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-IV-ENTRY OCCURS 20000 TIMES.
               10  WS-IV-INVOICE-NUMBER PIC 9(07).
               10  WS-IV-CUSTOMER-ID    PIC X(10).
               10  WS-IV-INVOICE-DATE   PIC X(08).

      *    ONE ENTRY PER CHECK: NUMBER, SEVERITY AND DESCRIPTION.
       01  WS-CHECK-VALUES.
           05  FILLER                   PIC X(43) VALUE
               '01EOPEN ITEM OUT OF CUSTOMER/DATE SEQUENCE'.
           05  FILLER                   PIC X(43) VALUE
               '02EDUPLICATE INVOICE NUMBER'.
           05  FILLER                   PIC X(43) VALUE
               '03EINVOICE NUMBER ABOVE INVSEQ HIGH-WATER'.
           05  FILLER                   PIC X(43) VALUE
               '04EOPEN ITEM FOR CUSTOMER NOT ON MASTER'.
           05  FILLER                   PIC X(43) VALUE
               '05EINVOICE CURRENCY DIFFERS FROM MASTER'.
           05  FILLER                   PIC X(43) VALUE
               '06WCREDIT CURRENCY DIFFERS FROM MASTER'.
           05  FILLER                   PIC X(43) VALUE
               '07WZERO-BALANCE ITEM NOT DROPPED'.
           05  FILLER                   PIC X(43) VALUE
               '08WNEXT INVOICE DATE ALREADY PAST'.
           05  FILLER                   PIC X(43) VALUE
               '09ECREDIT ITEM WITH NONZERO INVOICE NUMBER'.
           05  FILLER                   PIC X(43) VALUE
               '10EOPEN ITEM FIELDS NOT VALID'.
           05  FILLER                   PIC X(43) VALUE
               '11ENEXT INVOICE DATE NOT A VALID DATE'.
           05  FILLER                   PIC X(43) VALUE
               '12WNEXT INVOICE DATE NOT A BUSINESS DAY'.
           05  FILLER                   PIC X(43) VALUE
               '13WMASTER HAS NO ADDRESS ROW'.
           05  FILLER                   PIC X(43) VALUE
               '14WADDRESS ROW HAS NO MASTER'.
           05  FILLER                   PIC X(43) VALUE
               '15EADDRESS ROW OUT OF SEQUENCE'.
           05  FILLER                   PIC X(43) VALUE
               '16WDUPLICATE ADDRESS ROW'.
           05  FILLER                   PIC X(43) VALUE
               '17EHOLIDAY DATE NOT A VALID DATE'.
           05  FILLER                   PIC X(43) VALUE
               '18WHOLIDAY ROW OUT OF SEQUENCE OR REPEATED'.
           05  FILLER                   PIC X(43) VALUE
               '19EHOLIDAY CALENDAR MISSING SCAN YEAR'.
           05  FILLER                   PIC X(43) VALUE
               '20EINVSEQ MISSING OR NOT NUMERIC'.
           05  FILLER                   PIC X(43) VALUE
               '21EINVOICE TABLE FULL, DUPLICATES UNCHECKED'.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CK-ENTRY OCCURS 21 TIMES.
               10  WS-CK-NUMBER         PIC 9(02).
               10  WS-CK-SEVERITY       PIC X(01).
                   88  CK-IS-ERROR              VALUE 'E'.
                   88  CK-IS-WARNING            VALUE 'W'.
               10  WS-CK-DESCRIPTION    PIC X(40).

       01  WS-CHECK-COUNTS.
           05  WS-CK-MAX                PIC 9(02) COMP VALUE 21.
           05  WS-CK-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CK-COUNT OCCURS 21 TIMES
                                        PIC 9(07) COMP.

      *    THE VIOLATION BEING RECORDED. THE CALLER FILLS IN THE CHECK
      *    NUMBER AND WHATEVER IDENTIFIES THE RECORD, THEN PERFORMS
      *    8000-RECORD-VIOLATION.
       01  WS-VIOLATION-FIELDS.
           05  WS-VI-CHECK              PIC 9(02).
           05  WS-VI-CUSTOMER-ID        PIC X(10).
           05  WS-VI-DATE               PIC X(08).
           05  WS-VI-INVOICE-NUMBER     PIC X(07).
           05  WS-VI-DETAIL             PIC X(40).

      *    EVERY VIOLATION FOUND, IN THE ORDER FOUND, HELD UNTIL THE
      *    END SO THE ERRORS CAN BE PRINTED AHEAD OF THE WARNINGS. A
      *    VIOLATION BEYOND THE TABLE IS STILL COUNTED BUT NOT LISTED.
       01  WS-VIOLATION-TABLE.
           05  WS-VT-MAX                PIC 9(04) COMP VALUE 5000.
           05  WS-VT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-VT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-VT-ENTRY OCCURS 5000 TIMES.
               10  WS-VT-CHECK          PIC 9(02).
               10  WS-VT-CUSTOMER-ID    PIC X(10).
               10  WS-VT-DATE           PIC X(08).
               10  WS-VT-INVOICE-NUMBER PIC X(07).
               10  WS-VT-DETAIL         PIC X(40).

       01  WS-PRINT-FIELDS.
           05  WS-PRINT-SEVERITY        PIC X(01) VALUE SPACES.
           05  WS-SECTION-LINES         PIC 9(07) COMP VALUE ZERO.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
           05  WS-CT-VALUE              PIC 9(09) VALUE ZERO.
           05  WS-EDIT-NUMBER           PIC 9(07) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-MASTERS-SCANNED       PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-SCANNED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-SCANNED     PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLIDAYS-SCANNED      PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOICES-NOT-TABLED   PIC 9(07) COMP VALUE ZERO.
           05  WS-ERRORS-FOUND          PIC 9(07) COMP VALUE ZERO.
           05  WS-WARNINGS-FOUND        PIC 9(07) COMP VALUE ZERO.
           05  WS-VIOLATIONS-NOT-LISTED PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(34)
                   VALUE 'AR CROSS-FILE INTEGRITY SCAN      '.
           05  FILLER                   PIC X(10) VALUE 'SCAN DATE '.
           05  HL-SCAN-DATE             PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TITLE                 PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-VIOLATION-HEADING.
           05  FILLER                   PIC X(03) VALUE 'S'.
           05  FILLER                   PIC X(04) VALUE 'CK'.
           05  FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(42) VALUE 'VIOLATION'.
           05  FILLER                   PIC X(52) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  DL-SEVERITY              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CHECK                 PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DATE                  PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-INVOICE-NUMBER        PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION           PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DETAIL                PIC X(40).
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                   PIC X(03) VALUE 'S'.
           05  FILLER                   PIC X(04) VALUE 'CK'.
           05  FILLER                   PIC X(42) VALUE 'CHECK'.
           05  FILLER                   PIC X(07) VALUE '  COUNT'.
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SM-SEVERITY              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SM-CHECK                 PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SM-DESCRIPTION           PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SM-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  TL-LABEL                 PIC X(42).
           05  TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(76) VALUE SPACES.

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
           PERFORM 0600-SCAN-HOLIDAY-CALENDAR
           PERFORM 0700-LOAD-INVOICE-SEQUENCE
           PERFORM 1000-SCAN-FILES
           PERFORM 4000-PRINT-REPORT
           PERFORM 9999-END
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-SCAN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-WAS-FOUND
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-SCAN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM 0510-CLEAR-CHECK-COUNT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CK-MAX

           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "ARSCAN: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "FILE STATUS " WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AR-OPEN-IN
           IF NOT AROPENI-FILE-WAS-FOUND
               DISPLAY "ARSCAN: NO OPEN-ITEM FILE TO SCAN, STATUS "
                       WS-AROPENI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-ADDRESSES
           IF NOT CUSTADDR-FILE-WAS-FOUND
               DISPLAY "ARSCAN: NO CUSTOMER ADDRESS FILE, STATUS "
                       WS-CUSTADDR-STATUS
               DISPLAY "ARSCAN: EVERY MASTER WILL LIST AS HAVING NO "
                       "ADDRESS ROW"
               SET ADDRESS-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT SCAN-REPORT
           .

       0510-CLEAR-CHECK-COUNT.
           MOVE ZERO TO WS-CK-COUNT(WS-CK-IX)
           .

      **********************************************************************
      * THE HOLIDAY CALENDAR MUST HOLD VALID DATES IN ASCENDING ORDER,
      * EACH ONCE, AND COVER THE SCAN YEAR. THE VALID DATES ARE LOADED
      * FOR THE BUSINESS-DAY CHECK ON THE NEXT INVOICE DATES.
      **********************************************************************
       0600-SCAN-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR
           IF HOLIDAY-FILE-WAS-FOUND
               PERFORM 0610-READ-HOLIDAY
                   UNTIL HOLIDAY-TABLE-EOF
               CLOSE HOLIDAY-CALENDAR
           ELSE
               DISPLAY "ARSCAN: HOLIDAY CALENDAR NOT FOUND, STATUS "
                       WS-HOLIDAY-STATUS
           END-IF

           SET SCAN-YEAR-NOT-COVERED TO TRUE
           PERFORM 0690-CHECK-HOLIDAY-YEAR
               VARYING WS-HOLIDAY-IX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               OR SCAN-YEAR-IS-COVERED
           IF SCAN-YEAR-NOT-COVERED
               MOVE SPACES TO WS-VIOLATION-FIELDS
               MOVE 19 TO WS-VI-CHECK
               MOVE WS-SCAN-DATE TO WS-VI-DATE
               IF WS-HOLIDAY-COUNT EQUAL ZERO
                   MOVE 'CALENDAR HAS NO VALID DATES'
                       TO WS-VI-DETAIL
               ELSE
                   STRING 'NO HOLIDAYS FOR YEAR ' DELIMITED BY SIZE
                          WS-SCAN-DATE(1:4) DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
               END-IF
               PERFORM 8000-RECORD-VIOLATION
           END-IF
           .

       0610-READ-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
                   SET HOLIDAY-TABLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLIDAYS-SCANNED
                   PERFORM 0620-CHECK-HOLIDAY
           END-READ
           .

       0620-CHECK-HOLIDAY.
           MOVE SPACES TO WS-VIOLATION-FIELDS
           MOVE HC-HOLIDAY-DATE TO WS-VI-DATE
           MOVE WS-HOLIDAYS-SCANNED TO WS-EDIT-NUMBER
           STRING 'HOLIDAYS ROW ' DELIMITED BY SIZE
                  WS-EDIT-NUMBER DELIMITED BY SIZE
               INTO WS-VI-DETAIL
           END-STRING
           MOVE HC-HOLIDAY-DATE TO WS-CURRENT-DATE
           PERFORM 7000-VALIDATE-DATE
           IF WORK-DATE-NOT-VALID
               MOVE 17 TO WS-VI-CHECK
               PERFORM 8000-RECORD-VIOLATION
           ELSE
               IF HC-HOLIDAY-DATE NOT GREATER THAN WS-PREVIOUS-HOLIDAY
                   MOVE 18 TO WS-VI-CHECK
                   PERFORM 8000-RECORD-VIOLATION
               ELSE
                   MOVE HC-HOLIDAY-DATE TO WS-PREVIOUS-HOLIDAY
               END-IF
               PERFORM 0630-TABLE-HOLIDAY
           END-IF
           .

       0630-TABLE-HOLIDAY.
           IF WS-HOLIDAY-COUNT >= 366
               DISPLAY "ARSCAN: HOLIDAY CALENDAR EXCEEDS 366 "
                       "ENTRIES -- IGNORING " HC-HOLIDAY-DATE
           ELSE
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HC-HOLIDAY-DATE
                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           .

       0690-CHECK-HOLIDAY-YEAR.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX)(1:4)
                   EQUAL WS-SCAN-DATE(1:4)
               SET SCAN-YEAR-IS-COVERED TO TRUE
           END-IF
           .

      **********************************************************************
      * THE INVSEQ CONTROL FILE CARRIES THE LAST INVOICE NUMBER USED.
      * NO OPEN ITEM MAY CARRY A HIGHER ONE. WITHOUT IT THE HIGH-WATER
      * CHECK CANNOT BE MADE.
      **********************************************************************
       0700-LOAD-INVOICE-SEQUENCE.
           MOVE SPACES TO WS-VIOLATION-FIELDS
           MOVE 20 TO WS-VI-CHECK
           OPEN INPUT INVOICE-SEQUENCE
           IF INVSEQ-FILE-WAS-FOUND
               READ INVOICE-SEQUENCE
                   AT END
                       MOVE 'INVSEQ FILE IS EMPTY' TO WS-VI-DETAIL
                       PERFORM 8000-RECORD-VIOLATION
                   NOT AT END
                       IF SQ-LAST-INVOICE-NUMBER IS NUMERIC
                           MOVE SQ-LAST-INVOICE-NUMBER
                               TO WS-LAST-INVOICE-NUMBER
                           SET INVOICE-SEQUENCE-LOADED TO TRUE
                       ELSE
                           STRING 'INVSEQ HOLDS ' DELIMITED BY SIZE
                                  SQ-LAST-INVOICE-NUMBER
                                      DELIMITED BY SIZE
                               INTO WS-VI-DETAIL
                           END-STRING
                           PERFORM 8000-RECORD-VIOLATION
                       END-IF
               END-READ
               CLOSE INVOICE-SEQUENCE
           ELSE
               STRING 'NO INVSEQ FILE, STATUS ' DELIMITED BY SIZE
                      WS-INVSEQ-STATUS DELIMITED BY SIZE
                   INTO WS-VI-DETAIL
               END-STRING
               PERFORM 8000-RECORD-VIOLATION
           END-IF
           .

      **********************************************************************
      * THREE-WAY MERGE ON CUSTOMER ID. THE MASTER ARRIVES IN KEY
      * ORDER BY ITS INDEX; THE OPEN ITEMS AND ADDRESSES ARE CHECKED
      * FOR SEQUENCE AS THEY ARE READ. EACH PASS TAKES THE LOWEST KEY
      * IN HAND AND EVERYTHING ON THE THREE FILES FOR THAT CUSTOMER.
      **********************************************************************
       1000-SCAN-FILES.
           PERFORM 1100-READ-MASTER
           PERFORM 1200-READ-OPEN-ITEM
           PERFORM 1300-READ-ADDRESS
           PERFORM 1500-SCAN-ONE-CUSTOMER
               UNTIL CUSTOMER-MASTER-EOF
               AND OPEN-ITEM-FILE-EOF
               AND ADDRESS-FILE-EOF
           .

       1100-READ-MASTER.
           IF CUSTOMER-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               READ CUSTOMER-MASTER
                   AT END
                       SET CUSTOMER-MASTER-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-MASTER-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTERS-SCANNED
                       MOVE CM-CUSTOMER-ID TO WS-MASTER-KEY
               END-READ
           END-IF
           .

       1200-READ-OPEN-ITEM.
           SET OPEN-ITEM-NOT-IN-HAND TO TRUE
           PERFORM 1210-READ-NEXT-OPEN-ITEM
               UNTIL OPEN-ITEM-FILE-EOF
               OR OPEN-ITEM-IS-IN-HAND
           IF OPEN-ITEM-FILE-EOF
               MOVE HIGH-VALUES TO WS-ITEM-KEY
           END-IF
           .

      *    AN ITEM WHOSE CUSTOMER ID IS LOWER THAN THE ONE BEFORE IT
      *    HAS MISSED ITS CUSTOMER IN THE MERGE: IT IS REPORTED, GIVEN
      *    THE CHECKS THAT NEED NO MASTER, AND STEPPED OVER. AN ITEM
      *    DATED BEFORE THE ONE BEFORE IT FOR THE SAME CUSTOMER IS
      *    REPORTED AND TAKEN INTO THE MERGE AS USUAL.
       1210-READ-NEXT-OPEN-ITEM.
           READ AR-OPEN-IN
               AT END
                   SET OPEN-ITEM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-SCANNED
                   MOVE AO-CUSTOMER-ID TO WS-READ-KEY
                   PERFORM 1220-CHECK-ITEM-SEQUENCE
           END-READ
           .

       1220-CHECK-ITEM-SEQUENCE.
           EVALUATE TRUE
               WHEN WS-READ-KEY LESS THAN WS-PREVIOUS-ITEM-KEY
                   MOVE 01 TO WS-VI-CHECK
                   MOVE SPACES TO WS-VI-DETAIL
                   STRING 'FOLLOWS CUSTOMER ' DELIMITED BY SIZE
                          WS-PREVIOUS-ITEM-KEY DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8100-RECORD-ITEM-VIOLATION
                   PERFORM 3500-CHECK-ITEM-FIELDS
               WHEN WS-READ-KEY EQUAL WS-PREVIOUS-ITEM-KEY
               AND AO-INVOICE-DATE LESS THAN WS-PREVIOUS-ITEM-DATE
                   MOVE 01 TO WS-VI-CHECK
                   MOVE SPACES TO WS-VI-DETAIL
                   STRING 'FOLLOWS ITEM DATED ' DELIMITED BY SIZE
                          WS-PREVIOUS-ITEM-DATE DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8100-RECORD-ITEM-VIOLATION
                   SET OPEN-ITEM-IS-IN-HAND TO TRUE
                   MOVE WS-READ-KEY TO WS-ITEM-KEY
               WHEN OTHER
                   SET OPEN-ITEM-IS-IN-HAND TO TRUE
                   MOVE WS-READ-KEY TO WS-ITEM-KEY
                   MOVE WS-READ-KEY TO WS-PREVIOUS-ITEM-KEY
                   MOVE AO-INVOICE-DATE TO WS-PREVIOUS-ITEM-DATE
           END-EVALUATE
           .

       1300-READ-ADDRESS.
           SET ADDRESS-NOT-IN-HAND TO TRUE
           PERFORM 1310-READ-NEXT-ADDRESS
               UNTIL ADDRESS-FILE-EOF
               OR ADDRESS-IS-IN-HAND
           IF ADDRESS-FILE-EOF
               MOVE HIGH-VALUES TO WS-ADDRESS-KEY
           END-IF
           .

      *    THE ADDRESS FILE HOLDS ONE ROW PER CUSTOMER IN ASCENDING
      *    ORDER. A ROW OUT OF ORDER OR REPEATING THE ONE BEFORE IT IS
      *    REPORTED AND STEPPED OVER.
       1310-READ-NEXT-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
                   SET ADDRESS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADDRESSES-SCANNED
                   PERFORM 1320-CHECK-ADDRESS-SEQUENCE
           END-READ
           .

       1320-CHECK-ADDRESS-SEQUENCE.
           MOVE SPACES TO WS-VIOLATION-FIELDS
           MOVE CA-CUSTOMER-ID TO WS-VI-CUSTOMER-ID
           EVALUATE TRUE
               WHEN CA-CUSTOMER-ID LESS THAN WS-PREVIOUS-ADDRESS-KEY
                   MOVE 15 TO WS-VI-CHECK
                   STRING 'FOLLOWS CUSTOMER ' DELIMITED BY SIZE
                          WS-PREVIOUS-ADDRESS-KEY DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8000-RECORD-VIOLATION
               WHEN CA-CUSTOMER-ID EQUAL WS-PREVIOUS-ADDRESS-KEY
                   MOVE 16 TO WS-VI-CHECK
                   MOVE CA-CUSTOMER-NAME TO WS-VI-DETAIL
                   PERFORM 8000-RECORD-VIOLATION
               WHEN OTHER
                   SET ADDRESS-IS-IN-HAND TO TRUE
                   MOVE CA-CUSTOMER-ID TO WS-ADDRESS-KEY
                   MOVE CA-CUSTOMER-ID TO WS-PREVIOUS-ADDRESS-KEY
           END-EVALUATE
           .

      **********************************************************************
      * ONE CUSTOMER: THE MASTER (IF ANY), ITS OPEN ITEMS AND ITS
      * ADDRESS ROW.
      **********************************************************************
       1500-SCAN-ONE-CUSTOMER.
           MOVE WS-MASTER-KEY TO WS-LOW-KEY
           IF WS-ITEM-KEY LESS THAN WS-LOW-KEY
               MOVE WS-ITEM-KEY TO WS-LOW-KEY
           END-IF
           IF WS-ADDRESS-KEY LESS THAN WS-LOW-KEY
               MOVE WS-ADDRESS-KEY TO WS-LOW-KEY
           END-IF

           IF WS-MASTER-KEY EQUAL WS-LOW-KEY
               SET MASTER-IS-PRESENT TO TRUE
               PERFORM 3000-CHECK-MASTER
           ELSE
               SET MASTER-NOT-PRESENT TO TRUE
           END-IF

           PERFORM 3200-CHECK-CUSTOMER-ITEM
               UNTIL WS-ITEM-KEY NOT EQUAL WS-LOW-KEY

           PERFORM 3800-CHECK-ADDRESS-MATCH

           IF MASTER-IS-PRESENT
               PERFORM 1100-READ-MASTER
           END-IF
           .

      **********************************************************************
      * MASTER CHECKS. AN ACTIVE ACCOUNT (ONE WITH A VALID BILLING
      * FREQUENCY) MUST HAVE A VALID NEXT INVOICE DATE THAT IS NOT
      * ALREADY PAST -- THE BILLING RUN BILLS EVERY DATE UP TO THE
      * RUN DATE AND MOVES IT ON -- AND THAT FALLS ON A BUSINESS DAY,
      * AS THE CYCLE ENGINE ROLLS IT TO ONE.
      **********************************************************************
       3000-CHECK-MASTER.
           IF CM-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-MASTER-CURRENCY
           ELSE
               MOVE CM-CURRENCY-CODE TO WS-MASTER-CURRENCY
           END-IF
           IF CM-FREQUENCY-IS-VALID
               PERFORM 3100-CHECK-NEXT-INVOICE-DATE
           END-IF
           .

       3100-CHECK-NEXT-INVOICE-DATE.
           MOVE SPACES TO WS-VIOLATION-FIELDS
           MOVE WS-MASTER-KEY TO WS-VI-CUSTOMER-ID
           MOVE CM-NEXT-INVOICE-DATE TO WS-VI-DATE
           MOVE CM-NEXT-INVOICE-DATE TO WS-CURRENT-DATE
           PERFORM 7000-VALIDATE-DATE
           IF WORK-DATE-NOT-VALID
               MOVE 11 TO WS-VI-CHECK
               MOVE CM-CUSTOMER-NAME TO WS-VI-DETAIL
               PERFORM 8000-RECORD-VIOLATION
           ELSE
               IF CM-NEXT-INVOICE-DATE LESS THAN WS-SCAN-DATE
                   MOVE 08 TO WS-VI-CHECK
                   STRING 'SCAN DATE ' DELIMITED BY SIZE
                          WS-SCAN-DATE DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8000-RECORD-VIOLATION
               END-IF
               PERFORM 2210-CHECK-BUSINESS-DAY
               IF DATE-IS-NOT-BUSINESS-DAY
                   MOVE 12 TO WS-VI-CHECK
                   MOVE CM-CUSTOMER-NAME TO WS-VI-DETAIL
                   PERFORM 8000-RECORD-VIOLATION
               END-IF
           END-IF
           .

      **********************************************************************
      * ONE OPEN ITEM OF THE CUSTOMER IN HAND.
      **********************************************************************
       3200-CHECK-CUSTOMER-ITEM.
           PERFORM 3500-CHECK-ITEM-FIELDS
           IF MASTER-NOT-PRESENT
               MOVE 04 TO WS-VI-CHECK
               MOVE SPACES TO WS-VI-DETAIL
               PERFORM 8100-RECORD-ITEM-VIOLATION
           ELSE
               IF ITEM-FIELDS-ARE-VALID
                   PERFORM 3300-CHECK-ITEM-CURRENCY
               END-IF
           END-IF
           PERFORM 1200-READ-OPEN-ITEM
           .

      *    A CARRIED CREDIT TAKES THE CURRENCY OF THE PAYMENT THAT MADE
      *    IT, SO A CREDIT IN ANOTHER CURRENCY IS ONLY A WARNING.
       3300-CHECK-ITEM-CURRENCY.
           IF AO-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-ITEM-CURRENCY
           ELSE
               MOVE AO-CURRENCY-CODE TO WS-ITEM-CURRENCY
           END-IF
           IF WS-ITEM-CURRENCY NOT EQUAL WS-MASTER-CURRENCY
               IF AO-OPEN-BALANCE LESS THAN ZERO
                   MOVE 06 TO WS-VI-CHECK
               ELSE
                   MOVE 05 TO WS-VI-CHECK
               END-IF
               MOVE SPACES TO WS-VI-DETAIL
               STRING 'ITEM ' DELIMITED BY SIZE
                      WS-ITEM-CURRENCY DELIMITED BY SIZE
                      ', MASTER ' DELIMITED BY SIZE
                      WS-MASTER-CURRENCY DELIMITED BY SIZE
                   INTO WS-VI-DETAIL
               END-STRING
               PERFORM 8100-RECORD-ITEM-VIOLATION
           END-IF
           .

      **********************************************************************
      * CHECKS ON THE OPEN ITEM ITSELF, NEEDING NO MASTER. AN ITEM
      * WHOSE KEY FIELDS CANNOT BE READ IS REPORTED ONCE AND GIVEN NO
      * FURTHER CHECKS.
      **********************************************************************
       3500-CHECK-ITEM-FIELDS.
           SET ITEM-FIELDS-ARE-VALID TO TRUE
           MOVE AO-INVOICE-DATE TO WS-CURRENT-DATE
           PERFORM 7000-VALIDATE-DATE
           IF AO-CUSTOMER-ID IS NOT NUMERIC
           OR AO-OPEN-BALANCE IS NOT NUMERIC
           OR AO-INVOICE-NUMBER IS NOT NUMERIC
           OR WORK-DATE-NOT-VALID
               SET ITEM-FIELDS-NOT-VALID TO TRUE
               MOVE 10 TO WS-VI-CHECK
               MOVE 'ID, DATE, BALANCE OR INVOICE NOT VALID'
                   TO WS-VI-DETAIL
               PERFORM 8100-RECORD-ITEM-VIOLATION
           ELSE
               PERFORM 3510-CHECK-ITEM-CONTENT
           END-IF
           .

       3510-CHECK-ITEM-CONTENT.
           IF AO-OPEN-BALANCE EQUAL ZERO
               MOVE 07 TO WS-VI-CHECK
               MOVE SPACES TO WS-VI-DETAIL
               PERFORM 8100-RECORD-ITEM-VIOLATION
           END-IF
           IF AO-OPEN-BALANCE LESS THAN ZERO
           AND AO-INVOICE-NUMBER NOT EQUAL ZERO
               MOVE 09 TO WS-VI-CHECK
               MOVE SPACES TO WS-VI-DETAIL
               PERFORM 8100-RECORD-ITEM-VIOLATION
           END-IF
           IF AO-INVOICE-NUMBER GREATER THAN ZERO
               IF INVOICE-SEQUENCE-LOADED
               AND AO-INVOICE-NUMBER GREATER THAN
                       WS-LAST-INVOICE-NUMBER
                   MOVE 03 TO WS-VI-CHECK
                   MOVE SPACES TO WS-VI-DETAIL
                   STRING 'INVSEQ HIGH-WATER ' DELIMITED BY SIZE
                          WS-LAST-INVOICE-NUMBER DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8100-RECORD-ITEM-VIOLATION
               END-IF
               PERFORM 3600-CHECK-DUPLICATE-INVOICE
           END-IF
           .

      **********************************************************************
      * LOOK THE INVOICE NUMBER UP IN THE ASCENDING INVOICE TABLE BY
      * HALVING THE RANGE. A HIT IS A DUPLICATE; A MISS LEAVES THE LOW
      * BOUND AT THE POSITION THE NUMBER IS INSERTED AT.
      **********************************************************************
       3600-CHECK-DUPLICATE-INVOICE.
           SET INVOICE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-IV-LOW
           MOVE WS-IV-COUNT TO WS-IV-HIGH
           PERFORM 3610-HALVE-INVOICE-RANGE
               UNTIL WS-IV-LOW > WS-IV-HIGH
               OR INVOICE-WAS-FOUND
           EVALUATE TRUE
               WHEN INVOICE-WAS-FOUND
                   MOVE 02 TO WS-VI-CHECK
                   MOVE SPACES TO WS-VI-DETAIL
                   STRING 'ALSO ON ' DELIMITED BY SIZE
                          WS-IV-CUSTOMER-ID(WS-IV-MID)
                              DELIMITED BY SIZE
                          ' DATED ' DELIMITED BY SIZE
                          WS-IV-INVOICE-DATE(WS-IV-MID)
                              DELIMITED BY SIZE
                       INTO WS-VI-DETAIL
                   END-STRING
                   PERFORM 8100-RECORD-ITEM-VIOLATION
               WHEN WS-IV-COUNT NOT LESS THAN WS-IV-MAX
                   ADD 1 TO WS-INVOICES-NOT-TABLED
                   PERFORM 3630-REPORT-TABLE-FULL
               WHEN OTHER
                   PERFORM 3620-INSERT-INVOICE
           END-EVALUATE
           .

       3610-HALVE-INVOICE-RANGE.
           COMPUTE WS-IV-MID = (WS-IV-LOW + WS-IV-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-IV-INVOICE-NUMBER(WS-IV-MID)
                       EQUAL AO-INVOICE-NUMBER
                   SET INVOICE-WAS-FOUND TO TRUE
               WHEN WS-IV-INVOICE-NUMBER(WS-IV-MID)
                       LESS THAN AO-INVOICE-NUMBER
                   COMPUTE WS-IV-LOW = WS-IV-MID + 1
               WHEN OTHER
                   COMPUTE WS-IV-HIGH = WS-IV-MID - 1
           END-EVALUATE
           .

       3620-INSERT-INVOICE.
           ADD 1 TO WS-IV-COUNT
           PERFORM 3625-SHIFT-INVOICE-UP
               VARYING WS-IV-SHIFT-IX
               FROM WS-IV-COUNT BY -1
               UNTIL WS-IV-SHIFT-IX NOT GREATER THAN WS-IV-LOW
           MOVE AO-INVOICE-NUMBER TO WS-IV-INVOICE-NUMBER(WS-IV-LOW)
           MOVE AO-CUSTOMER-ID TO WS-IV-CUSTOMER-ID(WS-IV-LOW)
           MOVE AO-INVOICE-DATE TO WS-IV-INVOICE-DATE(WS-IV-LOW)
           .

       3625-SHIFT-INVOICE-UP.
           MOVE WS-IV-ENTRY(WS-IV-SHIFT-IX - 1)
               TO WS-IV-ENTRY(WS-IV-SHIFT-IX)
           .

      *    THE FIRST INVOICE THAT FINDS THE TABLE FULL IS REPORTED;
      *    THE REST ARE ONLY COUNTED.
       3630-REPORT-TABLE-FULL.
           IF INVOICE-TABLE-NOT-FULL
               SET INVOICE-TABLE-OVERFLOWED TO TRUE
               MOVE 21 TO WS-VI-CHECK
               MOVE SPACES TO WS-VI-DETAIL
               MOVE WS-IV-MAX TO WS-EDIT-NUMBER
               STRING 'TABLE HOLDS ' DELIMITED BY SIZE
                      WS-EDIT-NUMBER DELIMITED BY SIZE
                      ' INVOICES' DELIMITED BY SIZE
                   INTO WS-VI-DETAIL
               END-STRING
               PERFORM 8100-RECORD-ITEM-VIOLATION
           END-IF
           .

      **********************************************************************
      * ADDRESS ROW FOR THE CUSTOMER IN HAND. A MASTER NEEDS ONE; A
      * ROW NEEDS A MASTER.
      **********************************************************************
       3800-CHECK-ADDRESS-MATCH.
           MOVE SPACES TO WS-VIOLATION-FIELDS
           MOVE WS-LOW-KEY TO WS-VI-CUSTOMER-ID
           IF WS-ADDRESS-KEY EQUAL WS-LOW-KEY
               IF MASTER-NOT-PRESENT
                   MOVE 14 TO WS-VI-CHECK
                   MOVE CA-CUSTOMER-NAME TO WS-VI-DETAIL
                   PERFORM 8000-RECORD-VIOLATION
               END-IF
               PERFORM 1300-READ-ADDRESS
           ELSE
               IF MASTER-IS-PRESENT
                   MOVE 13 TO WS-VI-CHECK
                   MOVE CM-CUSTOMER-NAME TO WS-VI-DETAIL
                   PERFORM 8000-RECORD-VIOLATION
               END-IF
           END-IF
           .

      **********************************************************************
      * THE REPORT: ERRORS, THEN WARNINGS, THEN THE COUNT PER CHECK.
      **********************************************************************
       4000-PRINT-REPORT.
           MOVE WS-SCAN-DATE TO HL-SCAN-DATE
           MOVE WS-HEADING-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD

           MOVE 'ERRORS' TO SL-TITLE
           MOVE 'E' TO WS-PRINT-SEVERITY
           PERFORM 4100-PRINT-VIOLATIONS
           MOVE 'WARNINGS' TO SL-TITLE
           MOVE 'W' TO WS-PRINT-SEVERITY
           PERFORM 4100-PRINT-VIOLATIONS
           PERFORM 4300-PRINT-SUMMARY
           .

       4100-PRINT-VIOLATIONS.
           PERFORM 8800-START-SECTION
           PERFORM 4110-PRINT-ONE-VIOLATION
               VARYING WS-VT-IX FROM 1 BY 1
               UNTIL WS-VT-IX > WS-VT-COUNT
           PERFORM 8850-END-SECTION
           .

       4110-PRINT-ONE-VIOLATION.
           MOVE WS-VT-CHECK(WS-VT-IX) TO WS-CK-IX
           IF WS-CK-SEVERITY(WS-CK-IX) EQUAL WS-PRINT-SEVERITY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-CK-SEVERITY(WS-CK-IX) TO DL-SEVERITY
               MOVE WS-VT-CHECK(WS-VT-IX) TO DL-CHECK
               MOVE WS-VT-CUSTOMER-ID(WS-VT-IX) TO DL-CUSTOMER-ID
               MOVE WS-VT-DATE(WS-VT-IX) TO DL-DATE
               MOVE WS-VT-INVOICE-NUMBER(WS-VT-IX)
                   TO DL-INVOICE-NUMBER
               MOVE WS-CK-DESCRIPTION(WS-CK-IX) TO DL-DESCRIPTION
               MOVE WS-VT-DETAIL(WS-VT-IX) TO DL-DETAIL
               MOVE WS-DETAIL-LINE TO SCAN-REPORT-RECORD
               WRITE SCAN-REPORT-RECORD
               ADD 1 TO WS-SECTION-LINES
           END-IF
           .

       4300-PRINT-SUMMARY.
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE 'VIOLATIONS BY CHECK' TO SL-TITLE
           MOVE WS-SECTION-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE WS-SUMMARY-HEADING TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           PERFORM 4310-PRINT-ONE-CHECK
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CK-MAX
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE 'TOTAL ERRORS' TO TL-LABEL
           MOVE WS-ERRORS-FOUND TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE 'TOTAL WARNINGS' TO TL-LABEL
           MOVE WS-WARNINGS-FOUND TO TL-COUNT
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           IF WS-VIOLATIONS-NOT-LISTED GREATER THAN ZERO
               MOVE 'COUNTED BUT NOT LISTED (TABLE FULL)'
                   TO TL-LABEL
               MOVE WS-VIOLATIONS-NOT-LISTED TO TL-COUNT
               MOVE WS-TOTAL-LINE TO SCAN-REPORT-RECORD
               WRITE SCAN-REPORT-RECORD
           END-IF
           .

       4310-PRINT-ONE-CHECK.
           MOVE WS-CK-SEVERITY(WS-CK-IX) TO SM-SEVERITY
           MOVE WS-CK-NUMBER(WS-CK-IX) TO SM-CHECK
           MOVE WS-CK-DESCRIPTION(WS-CK-IX) TO SM-DESCRIPTION
           MOVE WS-CK-COUNT(WS-CK-IX) TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           .

      **********************************************************************
      * VALIDATE THE 8-BYTE WORKING DATE AS A REAL CALENDAR DATE:
      * ALL NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH, WITH THE
      * GREGORIAN LEAP-YEAR RULE APPLIED TO FEBRUARY.
      **********************************************************************
       7000-VALIDATE-DATE.
           SET WORK-DATE-IS-VALID TO TRUE
           IF WS-CURRENT-DATE IS NOT NUMERIC
               SET WORK-DATE-NOT-VALID TO TRUE
           ELSE
               IF WS-CURRENT-MONTH < 01 OR WS-CURRENT-MONTH > 12
                   SET WORK-DATE-NOT-VALID TO TRUE
               ELSE
                   PERFORM 7100-SET-MAXIMUM-DAY
                   IF WS-CURRENT-DAY < 01
                   OR WS-CURRENT-DAY > WS-MAXIMUM-DAY
                       SET WORK-DATE-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       7100-SET-MAXIMUM-DAY.
           EVALUATE TRUE
               WHEN FEBRUARY
                   PERFORM 7110-SET-FEBRUARY-MAXIMUM
               WHEN 30-DAY-MONTH
                   MOVE 30 TO WS-MAXIMUM-DAY
               WHEN OTHER
                   MOVE 31 TO WS-MAXIMUM-DAY
           END-EVALUATE
           .

      **********************************************************************
      * GREGORIAN LEAP-YEAR RULE: DIVISIBLE BY 4, EXCEPT CENTURY YEARS,
      * WHICH ARE LEAP ONLY IF ALSO DIVISIBLE BY 400.
      **********************************************************************
       7110-SET-FEBRUARY-MAXIMUM.
           DIVIDE WS-CURRENT-YEAR BY 4
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           END-DIVIDE
           IF  WS-REMAINDER NOT EQUAL ZERO
               MOVE 28 TO WS-MAXIMUM-DAY
           ELSE
               PERFORM 7120-CHECK-CENTURY-YEAR
           END-IF
           .

       7120-CHECK-CENTURY-YEAR.
           DIVIDE WS-CURRENT-YEAR BY 100
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           END-DIVIDE
           IF  WS-REMAINDER NOT EQUAL ZERO
               MOVE 29 TO WS-MAXIMUM-DAY
           ELSE
               DIVIDE WS-CURRENT-YEAR BY 400
                   GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               END-DIVIDE
               IF  WS-REMAINDER EQUAL ZERO
                   MOVE 29 TO WS-MAXIMUM-DAY
               ELSE
                   MOVE 28 TO WS-MAXIMUM-DAY
               END-IF
           END-IF
           .

      **********************************************************************
      * RECORD ONE VIOLATION: COUNT IT UNDER ITS CHECK AND SEVERITY
      * AND HOLD IT FOR THE REPORT.
      **********************************************************************
       8000-RECORD-VIOLATION.
           MOVE WS-VI-CHECK TO WS-CK-IX
           ADD 1 TO WS-CK-COUNT(WS-CK-IX)
           IF CK-IS-ERROR(WS-CK-IX)
               ADD 1 TO WS-ERRORS-FOUND
           ELSE
               ADD 1 TO WS-WARNINGS-FOUND
           END-IF
           IF WS-VT-COUNT NOT LESS THAN WS-VT-MAX
               ADD 1 TO WS-VIOLATIONS-NOT-LISTED
           ELSE
               ADD 1 TO WS-VT-COUNT
               MOVE WS-VI-CHECK TO WS-VT-CHECK(WS-VT-COUNT)
               MOVE WS-VI-CUSTOMER-ID TO WS-VT-CUSTOMER-ID(WS-VT-COUNT)
               MOVE WS-VI-DATE TO WS-VT-DATE(WS-VT-COUNT)
               MOVE WS-VI-INVOICE-NUMBER
                   TO WS-VT-INVOICE-NUMBER(WS-VT-COUNT)
               MOVE WS-VI-DETAIL TO WS-VT-DETAIL(WS-VT-COUNT)
           END-IF
           .

      *    AN OPEN-ITEM VIOLATION IS IDENTIFIED BY THE ITEM'S CUSTOMER,
      *    DATE AND INVOICE NUMBER. THE CALLER SETS THE CHECK NUMBER
      *    AND DETAIL.
       8100-RECORD-ITEM-VIOLATION.
           MOVE AO-CUSTOMER-ID TO WS-VI-CUSTOMER-ID
           MOVE AO-INVOICE-DATE TO WS-VI-DATE
           MOVE AO-INVOICE-NUMBER TO WS-VI-INVOICE-NUMBER
           PERFORM 8000-RECORD-VIOLATION
           .

      **********************************************************************
      * A SECTION STARTS WITH ITS TITLE AND COLUMN HEADING AND ENDS
      * WITH ITS ITEM COUNT, OR NONE.
      **********************************************************************
       8800-START-SECTION.
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE WS-SECTION-LINE TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE WS-VIOLATION-HEADING TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE ZERO TO WS-SECTION-LINES
           .

       8850-END-SECTION.
           IF WS-SECTION-LINES EQUAL ZERO
               MOVE WS-NONE-LINE TO SCAN-REPORT-RECORD
           ELSE
               MOVE WS-SECTION-LINES TO CL-COUNT
               MOVE WS-COUNT-LINE TO SCAN-REPORT-RECORD
           END-IF
           WRITE SCAN-REPORT-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS AND SET THE RETURN CODE: 8 WHEN ANY
      * ERROR WAS FOUND, 4 WHEN ONLY WARNINGS WERE.
      **********************************************************************
       9999-END.
           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-IN
           CLOSE CUSTOMER-ADDRESSES
           CLOSE SCAN-REPORT

           DISPLAY SPACE
           DISPLAY "ARSCAN CONTROL TOTALS"
           DISPLAY "   MASTERS SCANNED      " WS-MASTERS-SCANNED
           DISPLAY "   OPEN ITEMS SCANNED   " WS-ITEMS-SCANNED
           DISPLAY "   ADDRESSES SCANNED    " WS-ADDRESSES-SCANNED
           DISPLAY "   HOLIDAYS SCANNED     " WS-HOLIDAYS-SCANNED
           DISPLAY "   INVOICES NOT TABLED  " WS-INVOICES-NOT-TABLED
           DISPLAY "   ERRORS FOUND         " WS-ERRORS-FOUND
           DISPLAY "   WARNINGS FOUND       " WS-WARNINGS-FOUND
           DISPLAY "   NOT LISTED           " WS-VIOLATIONS-NOT-LISTED
           DISPLAY SPACE
           IF WS-ERRORS-FOUND GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS-FOUND GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           .

      **********************************************************************
      * APPEND THE SCAN'S COUNTS TO THE CONTROL-TOTALS FILE: THE FILES
      * SCANNED, THE ERRORS AND WARNINGS, AND ONE COUNTER PER CHECK.
      **********************************************************************
       9800-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CTLFILE-NOT-FOUND
               OPEN OUTPUT CONTROL-TOTALS-FILE
               CLOSE CONTROL-TOTALS-FILE
               OPEN EXTEND CONTROL-TOTALS-FILE
           END-IF
           MOVE 'MASTERS-SCANNED' TO WS-CT-NAME
           MOVE WS-MASTERS-SCANNED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ITEMS-SCANNED' TO WS-CT-NAME
           MOVE WS-ITEMS-SCANNED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ADDRESSES-SCANNED' TO WS-CT-NAME
           MOVE WS-ADDRESSES-SCANNED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'HOLIDAYS-SCANNED' TO WS-CT-NAME
           MOVE WS-HOLIDAYS-SCANNED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ERRORS-FOUND' TO WS-CT-NAME
           MOVE WS-ERRORS-FOUND TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'WARNINGS-FOUND' TO WS-CT-NAME
           MOVE WS-WARNINGS-FOUND TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           PERFORM 9810-WRITE-CHECK-CONTROL
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CK-MAX
           CLOSE CONTROL-TOTALS-FILE
           .

       9810-WRITE-CHECK-CONTROL.
           MOVE SPACES TO WS-CT-NAME
           STRING 'CHECK-' DELIMITED BY SIZE
                  WS-CK-NUMBER(WS-CK-IX) DELIMITED BY SIZE
                  '-VIOLATIONS' DELIMITED BY SIZE
               INTO WS-CT-NAME
           END-STRING
           MOVE WS-CK-COUNT(WS-CK-IX) TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           .

       9850-WRITE-ONE-CONTROL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE 'ARSCAN' TO CT-PROGRAM-NAME
           MOVE WS-SCAN-DATE TO CT-RUN-DATE
           MOVE WS-CT-NAME TO CT-COUNTER-NAME
           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

           COPY NEXTINVP.
