      *                     SO THE END-OF-STREAM BALANCING RUN CAN
      *                     PROVE DOCUMENTS PRINTED AGAINST THE
      *                     BILLING RUN'S EXTRACT BY MACHINE.
      *   15 OCT 2026  RTB  PAYMENT TERMS. EVERY DOCUMENT PRINTS THE
      *                     DUE DATE AND THE TERMS IT WAS FIGURED UNDER
      *                     (FROM THE SHARED TERMS TABLE) BELOW THE
      *                     INVOICE DATE.
      *   15 OCT 2026  RTB  ITEMIZED INVOICES. THE INVOICE LINES WRITTEN
      *                     BY THE BILLING RUN (INVLINE) ARE MATCHED TO
      *                     THE EXTRACT BY INVOICE NUMBER AND PRINTED
      *                     AS ONE DETAIL LINE PER CHARGE, WITH ITS
      *                     SERVICE PERIOD, UNDER THE CUSTOMER BLOCK.
      *                     LINES WITH NO INVOICE ON THE EXTRACT ARE
      *                     COUNTED AND LISTED ON SYSOUT.
      *   15 OCT 2026  RTB  SALES TAX. A TAXED INVOICE PRINTS A SALES
      *                     TAX LINE WITH ITS JURISDICTION BELOW THE
      *                     CHARGES; AN EXEMPT INVOICE PRINTS A TAX
      *                     EXEMPT LINE INSTEAD.
      *   15 OCT 2026  RTB  ELECTRONIC INVOICE DELIVERY. A CUSTOMER
      *                     WHOSE CUSTADDR ROW ASKS FOR EMAIL OR EDI
      *                     DELIVERY GETS NO PRINTED DOCUMENT: ITS
      *                     INVOICE IS WRITTEN TO EINVOICE AS A HEADER,
      *                     CHARGE LINE, TOTALS AND REMIT-TO RECORD SET
      *                     FOR THE DELIVERY GATEWAY. EVERY OTHER
      *                     CUSTOMER, INCLUDING ONE WITH NO ROW, STILL
      *                     GETS PAPER. THE DLVRPT CONTROL REPORT LISTS
      *                     EVERY INVOICE WITH ITS CHANNEL AND COUNTS
      *                     THEM BY CHANNEL, AND CTLFILE GAINS THE
      *                     DOCUMENTS AND LINES SENT SO THE BALANCING
      *                     RUN PROVES BILLED = PRINTED + SENT. A ROW
      *                     THAT CANNOT BE HONORED FALLS BACK TO PAPER
      *                     AND ENDS THE RUN WITH RETURN CODE 4.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT INVOICE-LINE-FILE
               ASSIGN TO INVLINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT CUSTOMER-ADDRESSES
               ASSIGN TO CUSTADDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTADDR-STATUS.

           SELECT ELECTRONIC-INVOICE-FILE
               ASSIGN TO EINVOICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-STATUS.

           SELECT DELIVERY-REPORT
               ASSIGN TO DLVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  INVOICE-LINE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY INVLINE.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  ELECTRONIC-INVOICE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EINVOICE.

       FD  DELIVERY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIVERY-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AREXTRACT-STATUS      PIC X(02) VALUE '00'.
           05  WS-INVPRNT-STATUS        PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.
           05  WS-INVLINE-STATUS        PIC X(02) VALUE '00'.
               88  INVLINE-FILE-WAS-FOUND   VALUE '00'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
               88  CUSTADDR-FILE-WAS-FOUND  VALUE '00'.
           05  WS-EINVOICE-STATUS       PIC X(02) VALUE '00'.
           05  WS-DLVRPT-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  MASTER-RECORD-FOUND          VALUE 'Y'.
               88  MASTER-RECORD-NOT-FOUND      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-LINE-EOF             VALUE 'Y'.
               88  INVOICE-LINE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-EOF             VALUE 'Y'.
               88  ADDRESS-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  INVOICE-IS-ELECTRONIC        VALUE 'Y'.
               88  INVOICE-IS-PAPER             VALUE 'N'.

       01  WS-PAGE-FIELDS.
           05  WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 60.
           05  WS-DOCUMENTS-PRINTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-PAGES-PRINTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTERS-NOT-FOUND     PIC 9(07) COMP VALUE ZERO.
           05  WS-LINES-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-LINES-PRINTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-LINES-UNMATCHED       PIC 9(07) COMP VALUE ZERO.
           05  WS-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-DOCUMENTS-SENT        PIC 9(07) COMP VALUE ZERO.
           05  WS-LINES-SENT            PIC 9(07) COMP VALUE ZERO.
           05  WS-EMAIL-SENT            PIC 9(07) COMP VALUE ZERO.
           05  WS-EMAIL-LINES           PIC 9(07) COMP VALUE ZERO.
           05  WS-EDI-SENT              PIC 9(07) COMP VALUE ZERO.
           05  WS-EDI-LINES             PIC 9(07) COMP VALUE ZERO.
           05  WS-EINVOICE-RECORDS      PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDRESSES-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-DELIVERY-REJECTED     PIC 9(07) COMP VALUE ZERO.

      *    THE CUSTOMERS WHO TAKE THEIR INVOICES ELECTRONICALLY, FROM
      *    CUSTADDR, IN ASCENDING CUSTOMER-ID ORDER FOR A BINARY
      *    SEARCH. EVERY CUSTOMER NOT IN THE TABLE GETS PAPER.
       01  WS-DELIVERY-TABLE.
           05  WS-DV-MAX                PIC 9(04) COMP VALUE 5000.
           05  WS-DV-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-LOW                PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-HIGH               PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-MID                PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-DV-SEARCH-ID          PIC X(10) VALUE SPACES.
           05  WS-DV-LAST-ID            PIC X(10) VALUE LOW-VALUES.
           05  WS-DV-ENTRY OCCURS 5000 TIMES.
               10  WS-DV-CUSTOMER-ID    PIC X(10).
               10  WS-DV-METHOD         PIC X(01).
                   88  DV-DELIVER-BY-EMAIL     VALUE 'E'.
               10  WS-DV-ADDRESS        PIC X(60).

      *    THE CHARGE LINES OF THE ELECTRONIC INVOICE IN HAND.
       01  WS-SENT-INVOICE-FIELDS.
           05  WS-SENT-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-SENT-LINES-TOTAL      PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-LINE-KEY                  PIC X(07) VALUE HIGH-VALUES.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
               10  WS-INVOICE-MM        PIC X(02).
               10  WS-INVOICE-DD        PIC X(02).

           COPY TERMSW.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(31) VALUE SPACES.
           05  FILLER                   PIC X(18)
                       VALUE 'INVOICE DATE: '.
               10  DL-INVOICE-DATE      PIC X(10).
               10  FILLER               PIC X(56) VALUE SPACES.
           05  WS-DUE-LINE.
               10  FILLER               PIC X(14)
                       VALUE 'DUE DATE:     '.
               10  DL-DUE-DATE          PIC X(10).
               10  FILLER               PIC X(04) VALUE SPACES.
               10  FILLER               PIC X(07) VALUE 'TERMS: '.
               10  DL-TERMS             PIC X(12).
               10  FILLER               PIC X(33) VALUE SPACES.
           05  WS-AMOUNT-LINE.
               10  FILLER               PIC X(14)
                       VALUE 'AMOUNT DUE:   '.
               10  DL-AMOUNT-DUE        PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(53) VALUE SPACES.

       01  WS-CHARGE-LINES.
           05  WS-CHARGE-HEADING.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  FILLER               PIC X(07) VALUE 'CHARGE'.
               10  FILLER               PIC X(26) VALUE 'DESCRIPTION'.
               10  FILLER               PIC X(09) VALUE ' QUANTITY'.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  FILLER               PIC X(13)
                       VALUE '  UNIT PRICE '.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  FILLER               PIC X(13)
                       VALUE '      AMOUNT '.
               10  FILLER               PIC X(08) VALUE SPACES.
           05  WS-CHARGE-DETAIL.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  CL-CHARGE-CODE       PIC X(06).
               10  FILLER               PIC X(01) VALUE SPACES.
               10  CL-DESCRIPTION       PIC X(25).
               10  FILLER               PIC X(01) VALUE SPACES.
               10  CL-QUANTITY          PIC ZZ,ZZ9.99.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  CL-UNIT-PRICE        PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  CL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(08) VALUE SPACES.
           05  WS-PERIOD-LINE.
               10  FILLER               PIC X(09) VALUE SPACES.
               10  FILLER               PIC X(08) VALUE 'SERVICE '.
               10  CL-PERIOD-FROM       PIC X(10).
               10  CL-PERIOD-DASH       PIC X(03).
               10  CL-PERIOD-TO         PIC X(10).
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-TAX-LINE.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  FILLER               PIC X(07) VALUE 'TAX'.
               10  TL-DESCRIPTION       PIC X(19).
               10  TL-JURISDICTION      PIC X(06).
               10  FILLER               PIC X(25) VALUE SPACES.
               10  TL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(08) VALUE SPACES.

      *    THE REMIT-TO BLOCK. THE ELECTRONIC REMIT-TO RECORD TAKES
      *    THE NAME AND ADDRESS FROM COLUMN 12 OF THE SAME LINES.
       01  WS-REMIT-LINES.
           05  WS-REMIT-LINE-1          PIC X(80)
                   VALUE 'REMIT TO:  ACME SERVICES INC.'.
           05  WS-REMIT-LINE-3          PIC X(80)
                   VALUE '           SPRINGFIELD IL 62701'.

       01  WS-DELIVERY-LINES.
           05  WS-DELIVERY-HEADING-1.
               10  FILLER               PIC X(27)
                       VALUE 'INVOICE DELIVERY CONTROL   '.
               10  DH-RUN-DATE          PIC X(08).
               10  FILLER               PIC X(97) VALUE SPACES.
           05  WS-DELIVERY-HEADING-2.
               10  FILLER               PIC X(09) VALUE 'INVOICE'.
               10  FILLER               PIC X(12) VALUE 'CUSTOMER'.
               10  FILLER               PIC X(32) VALUE 'NAME'.
               10  FILLER               PIC X(07) VALUE 'VIA'.
               10  FILLER               PIC X(04) VALUE 'CUR'.
               10  FILLER               PIC X(15)
                       VALUE '   AMOUNT DUE  '.
               10  FILLER               PIC X(53) VALUE 'SENT TO'.
           05  WS-DELIVERY-DETAIL.
               10  DR-INVOICE-NUMBER    PIC 9(07).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  DR-CUSTOMER-ID       PIC 9(10).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  DR-CUSTOMER-NAME     PIC X(30).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  DR-CHANNEL           PIC X(05).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  DR-CURRENCY          PIC X(03).
               10  FILLER               PIC X(01) VALUE SPACES.
               10  DR-AMOUNT-DUE        PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  DR-SENT-TO           PIC X(50).
               10  FILLER               PIC X(03) VALUE SPACES.
           05  WS-CHANNEL-LINE.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  CH-CHANNEL           PIC X(08).
               10  FILLER               PIC X(09) VALUE 'INVOICES '.
               10  CH-INVOICES          PIC ZZZ,ZZ9.
               10  FILLER               PIC X(04) VALUE SPACES.
               10  FILLER               PIC X(06) VALUE 'LINES '.
               10  CH-LINES             PIC ZZZ,ZZ9.
               10  FILLER               PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
               GOBACK
           END-IF
           OPEN OUTPUT INVOICE-PRINT
           OPEN OUTPUT ELECTRONIC-INVOICE-FILE
           OPEN OUTPUT DELIVERY-REPORT
           OPEN INPUT INVOICE-LINE-FILE
           IF NOT INVLINE-FILE-WAS-FOUND
               DISPLAY "INVPRINT: NO INVOICE LINE FILE, STATUS "
                       WS-INVLINE-STATUS
               DISPLAY "INVPRINT: PRINTING INVOICE TOTALS ONLY"
               SET INVOICE-LINE-EOF TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0600-LOAD-DELIVERY-TABLE
           MOVE WS-RUN-DATE TO DH-RUN-DATE
           MOVE WS-DELIVERY-HEADING-1 TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           MOVE SPACES TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           MOVE WS-DELIVERY-HEADING-2 TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           .

      **********************************************************************
      * KEEP THE EMAIL AND EDI CUSTOMERS FROM THE ADDRESS FILE. A ROW
      * WITH NO ELECTRONIC ADDRESS, AN UNKNOWN METHOD, OUT OF CUSTOMER
      * ORDER, OR PAST THE END OF THE TABLE IS LISTED ON SYSOUT AND
      * THE CUSTOMER GETS PAPER. NO ADDRESS FILE MEANS ALL PAPER.
      **********************************************************************
       0600-LOAD-DELIVERY-TABLE.
           OPEN INPUT CUSTOMER-ADDRESSES
           IF CUSTADDR-FILE-WAS-FOUND
               PERFORM 0610-READ-ADDRESS
               PERFORM 0620-NOTE-ONE-ADDRESS
                   UNTIL ADDRESS-FILE-EOF
               CLOSE CUSTOMER-ADDRESSES
           ELSE
               DISPLAY "INVPRINT: NO CUSTOMER ADDRESS FILE, STATUS "
                       WS-CUSTADDR-STATUS
               DISPLAY "INVPRINT: EVERY INVOICE GOES ON PAPER"
           END-IF
           .

       0610-READ-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
                   SET ADDRESS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADDRESSES-READ
           END-READ
           .

       0620-NOTE-ONE-ADDRESS.
           EVALUATE TRUE
               WHEN CA-DELIVER-BY-PAPER
                   CONTINUE
               WHEN NOT CA-DELIVERY-IS-VALID
                   DISPLAY "INVPRINT: UNKNOWN DELIVERY METHOD "
                           CA-DELIVERY-METHOD " FOR " CA-CUSTOMER-ID
                           " -- PAPER"
                   ADD 1 TO WS-DELIVERY-REJECTED
               WHEN CA-ELECTRONIC-ADDRESS EQUAL SPACES
                   DISPLAY "INVPRINT: NO ELECTRONIC ADDRESS FOR "
                           CA-CUSTOMER-ID " -- PAPER"
                   ADD 1 TO WS-DELIVERY-REJECTED
               WHEN WS-DV-COUNT >= WS-DV-MAX
                   DISPLAY "INVPRINT: DELIVERY TABLE FULL AT "
                           CA-CUSTOMER-ID " -- PAPER"
                   ADD 1 TO WS-DELIVERY-REJECTED
               WHEN CA-CUSTOMER-ID NOT > WS-DV-LAST-ID
                   DISPLAY "INVPRINT: ADDRESS ROW OUT OF SEQUENCE "
                           CA-CUSTOMER-ID " -- PAPER"
                   ADD 1 TO WS-DELIVERY-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-DV-COUNT
                   MOVE CA-CUSTOMER-ID
                       TO WS-DV-CUSTOMER-ID(WS-DV-COUNT)
                   MOVE CA-DELIVERY-METHOD
                       TO WS-DV-METHOD(WS-DV-COUNT)
                   MOVE CA-ELECTRONIC-ADDRESS
                       TO WS-DV-ADDRESS(WS-DV-COUNT)
                   MOVE CA-CUSTOMER-ID TO WS-DV-LAST-ID
           END-EVALUATE
           PERFORM 0610-READ-ADDRESS
           .

      **********************************************************************
      * THE INVOICE LINES ARRIVE IN THE SAME INVOICE-NUMBER ORDER AS
      * THE EXTRACT. LINES LEFT OVER WHEN THE EXTRACT RUNS OUT HAVE NO
      * INVOICE TO PRINT ON.
      **********************************************************************
       1000-PROCESS-INVOICES.
           PERFORM 1100-READ-AR-EXTRACT
           PERFORM 1150-READ-INVOICE-LINE
           PERFORM 1200-PRINT-INVOICE
               UNTIL AR-EXTRACT-EOF
           PERFORM 3410-SKIP-UNMATCHED-LINE
               UNTIL INVOICE-LINE-EOF
           .

       1100-READ-AR-EXTRACT.
           END-READ
           .

       1150-READ-INVOICE-LINE.
           IF INVOICE-LINE-EOF
               MOVE HIGH-VALUES TO WS-LINE-KEY
           ELSE
               READ INVOICE-LINE-FILE
                   AT END
                       SET INVOICE-LINE-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-LINE-KEY
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE IL-INVOICE-NUMBER TO WS-LINE-KEY
               END-READ
           END-IF
           .

      **********************************************************************
      * ONE DOCUMENT PER EXTRACT RECORD, SENT ELECTRONICALLY OR PRINTED
      * BY THE CUSTOMER'S DELIVERY METHOD, AND ONE LINE FOR IT ON THE
      * DELIVERY CONTROL REPORT.
      **********************************************************************
       1200-PRINT-INVOICE.
           PERFORM 2000-FIND-CUSTOMER
           PERFORM 2100-FIND-DELIVERY
           IF INVOICE-IS-ELECTRONIC
               PERFORM 4000-SEND-ELECTRONIC-INVOICE
           ELSE
               PERFORM 1300-PRINT-PAPER-INVOICE
           END-IF
           PERFORM 5000-REPORT-DELIVERY
           ADD AE-AMOUNT-DUE TO WS-AMOUNT-TOTAL
           PERFORM 1100-READ-AR-EXTRACT
           .

      **********************************************************************
      * EVERY PRINTED DOCUMENT STARTS ON A NEW PAGE; A DOCUMENT WHOSE
      * BODY RUNS PAST THE PAGE GETS A CONTINUED HEADER ON THE
      * FOLLOW-ON PAGE.
      **********************************************************************
       1300-PRINT-PAPER-INVOICE.
           PERFORM 3000-START-NEW-PAGE
           PERFORM 3200-PRINT-CUSTOMER-BLOCK
           PERFORM 3400-PRINT-CHARGE-LINES
           PERFORM 3500-PRINT-TAX-LINE
           PERFORM 3300-PRINT-REMIT-BLOCK
           ADD 1 TO WS-DOCUMENTS-PRINTED
           .

       2000-FIND-CUSTOMER.
           END-READ
           .

      **********************************************************************
      * BINARY SEARCH OF THE DELIVERY TABLE FOR THE INVOICE'S CUSTOMER.
      **********************************************************************
       2100-FIND-DELIVERY.
           SET INVOICE-IS-PAPER TO TRUE
           MOVE AE-CUSTOMER-ID TO WS-DV-SEARCH-ID
           MOVE ZERO TO WS-DV-FOUND-IX
           MOVE 1 TO WS-DV-LOW
           MOVE WS-DV-COUNT TO WS-DV-HIGH
           PERFORM 2110-PROBE-DELIVERY-TABLE
               UNTIL WS-DV-LOW > WS-DV-HIGH
               OR INVOICE-IS-ELECTRONIC
           .

       2110-PROBE-DELIVERY-TABLE.
           COMPUTE WS-DV-MID = (WS-DV-LOW + WS-DV-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-DV-CUSTOMER-ID(WS-DV-MID) EQUAL WS-DV-SEARCH-ID
                   SET INVOICE-IS-ELECTRONIC TO TRUE
                   MOVE WS-DV-MID TO WS-DV-FOUND-IX
               WHEN WS-DV-CUSTOMER-ID(WS-DV-MID) < WS-DV-SEARCH-ID
                   COMPUTE WS-DV-LOW = WS-DV-MID + 1
               WHEN OTHER
                   IF WS-DV-MID EQUAL 1
                       MOVE ZERO TO WS-DV-HIGH
                   ELSE
                       COMPUTE WS-DV-HIGH = WS-DV-MID - 1
                   END-IF
           END-EVALUATE
           .

       3000-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           ADD 1 TO WS-PAGES-PRINTED
           .

       3200-PRINT-CUSTOMER-BLOCK.
           MOVE 7 TO WS-LINES-TO-PRINT
           PERFORM 3100-CHECK-PAGE-OVERFLOW
           MOVE AE-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE

           MOVE AE-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
           PERFORM 8700-FIND-PAYMENT-TERMS
           MOVE WS-TERMS-DESCRIPTION TO DL-TERMS
           MOVE AE-DUE-DATE TO WS-INVOICE-DATE-X
           MOVE WS-INVOICE-MM TO WS-EDITED-MM
           MOVE WS-INVOICE-DD TO WS-EDITED-DD
           MOVE WS-INVOICE-YYYY TO WS-EDITED-YYYY
           MOVE WS-EDITED-DATE TO DL-DUE-DATE
           MOVE WS-DUE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE

           MOVE AE-AMOUNT-DUE TO DL-AMOUNT-DUE
           MOVE WS-AMOUNT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 6 TO WS-LINE-COUNT
           .

       3300-PRINT-REMIT-BLOCK.
           .

      **********************************************************************
      * ONE DETAIL LINE PER CHARGE ON THE INVOICE, UNDER A COLUMN
      * HEADING, WITH THE SERVICE PERIOD BELOW ANY CHARGE THAT HAS ONE.
      * THE HEADING IS REPEATED AT THE TOP OF A CONTINUATION PAGE.
      **********************************************************************
       3400-PRINT-CHARGE-LINES.
           PERFORM 3410-SKIP-UNMATCHED-LINE
               UNTIL WS-LINE-KEY NOT LESS THAN AE-INVOICE-NUMBER
           IF WS-LINE-KEY EQUAL AE-INVOICE-NUMBER
               MOVE 3 TO WS-LINES-TO-PRINT
               PERFORM 3100-CHECK-PAGE-OVERFLOW
               PERFORM 3420-PRINT-CHARGE-HEADING
               PERFORM 3450-PRINT-ONE-CHARGE
                   UNTIL WS-LINE-KEY NOT EQUAL AE-INVOICE-NUMBER
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           .

       3410-SKIP-UNMATCHED-LINE.
           DISPLAY "INVPRINT: INVOICE LINE WITH NO INVOICE ON THE "
                   "EXTRACT: " IL-INVOICE-NUMBER " LINE "
                   IL-LINE-NUMBER
           ADD 1 TO WS-LINES-UNMATCHED
           PERFORM 1150-READ-INVOICE-LINE
           .

       3420-PRINT-CHARGE-HEADING.
           MOVE WS-CHARGE-HEADING TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       3450-PRINT-ONE-CHARGE.
           MOVE 2 TO WS-LINES-TO-PRINT
           IF WS-LINE-COUNT + WS-LINES-TO-PRINT > WS-LINES-PER-PAGE
               MOVE '  CONTINUED' TO HL2-CONTINUED
               PERFORM 3000-START-NEW-PAGE
               PERFORM 3420-PRINT-CHARGE-HEADING
           END-IF
           MOVE IL-CHARGE-CODE TO CL-CHARGE-CODE
           MOVE IL-DESCRIPTION TO CL-DESCRIPTION
           MOVE IL-QUANTITY TO CL-QUANTITY
           MOVE IL-UNIT-PRICE TO CL-UNIT-PRICE
           MOVE IL-EXTENDED-AMOUNT TO CL-AMOUNT
           MOVE WS-CHARGE-DETAIL TO PRINT-RECORD
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINES-PRINTED

           IF IL-SERVICE-FROM IS NUMERIC
               MOVE IL-SERVICE-FROM TO WS-INVOICE-DATE-X
               MOVE WS-INVOICE-MM TO WS-EDITED-MM
               MOVE WS-INVOICE-DD TO WS-EDITED-DD
               MOVE WS-INVOICE-YYYY TO WS-EDITED-YYYY
               MOVE WS-EDITED-DATE TO CL-PERIOD-FROM
               MOVE SPACES TO CL-PERIOD-DASH
               MOVE SPACES TO CL-PERIOD-TO
               IF IL-SERVICE-TO IS NUMERIC
                   MOVE IL-SERVICE-TO TO WS-INVOICE-DATE-X
                   MOVE WS-INVOICE-MM TO WS-EDITED-MM
                   MOVE WS-INVOICE-DD TO WS-EDITED-DD
                   MOVE WS-INVOICE-YYYY TO WS-EDITED-YYYY
                   MOVE ' - ' TO CL-PERIOD-DASH
                   MOVE WS-EDITED-DATE TO CL-PERIOD-TO
               END-IF
               MOVE WS-PERIOD-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 1150-READ-INVOICE-LINE
           .

      **********************************************************************
      * THE SALES TAX INCLUDED IN THE AMOUNT DUE, OR A NOTE THAT THE SALE
      * WAS EXEMPT. AN INVOICE NOT SUBJECT TO TAX PRINTS NO TAX LINE.
      **********************************************************************
       3500-PRINT-TAX-LINE.
           IF AE-SALE-IS-TAXED
           OR AE-SALE-IS-EXEMPT
               MOVE 2 TO WS-LINES-TO-PRINT
               PERFORM 3100-CHECK-PAGE-OVERFLOW
               IF AE-SALE-IS-TAXED
                   MOVE 'SALES TAX' TO TL-DESCRIPTION
                   MOVE AE-TAX-AMOUNT TO TL-AMOUNT
               ELSE
                   MOVE 'EXEMPT FROM TAX' TO TL-DESCRIPTION
                   MOVE ZERO TO TL-AMOUNT
               END-IF
               MOVE AE-TAX-JURISDICTION TO TL-JURISDICTION
               MOVE WS-TAX-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF
           .

      **********************************************************************
      * THE ELECTRONIC INVOICE: A HEADER SAYING WHERE AND HOW TO SEND
      * IT, ONE RECORD PER CHARGE LINE, THE TOTALS, AND THE REMIT-TO.
      **********************************************************************
       4000-SEND-ELECTRONIC-INVOICE.
           PERFORM 4100-SEND-HEADER
           MOVE ZERO TO WS-SENT-LINE-COUNT
           MOVE ZERO TO WS-SENT-LINES-TOTAL
           PERFORM 3410-SKIP-UNMATCHED-LINE
               UNTIL WS-LINE-KEY NOT LESS THAN AE-INVOICE-NUMBER
           PERFORM 4200-SEND-ONE-CHARGE
               UNTIL WS-LINE-KEY NOT EQUAL AE-INVOICE-NUMBER
           PERFORM 4300-SEND-TOTALS
           PERFORM 4400-SEND-REMIT-TO
           ADD 1 TO WS-DOCUMENTS-SENT
           IF DV-DELIVER-BY-EMAIL(WS-DV-FOUND-IX)
               ADD 1 TO WS-EMAIL-SENT
               ADD WS-SENT-LINE-COUNT TO WS-EMAIL-LINES
           ELSE
               ADD 1 TO WS-EDI-SENT
               ADD WS-SENT-LINE-COUNT TO WS-EDI-LINES
           END-IF
           .

       4100-SEND-HEADER.
           MOVE SPACES TO ELECTRONIC-INVOICE-RECORD
           SET EV-HEADER-RECORD TO TRUE
           MOVE AE-INVOICE-NUMBER TO EV-INVOICE-NUMBER
           MOVE AE-CUSTOMER-ID TO EV-CUSTOMER-ID
           MOVE WS-DV-METHOD(WS-DV-FOUND-IX) TO EV-DELIVERY-METHOD
           MOVE WS-DV-ADDRESS(WS-DV-FOUND-IX)
               TO EV-ELECTRONIC-ADDRESS
           MOVE CM-CUSTOMER-NAME TO EV-CUSTOMER-NAME
           MOVE AE-NEXT-INVOICE-DATE TO EV-INVOICE-DATE
           MOVE AE-DUE-DATE TO EV-DUE-DATE
           MOVE AE-TERMS-CODE TO EV-TERMS-CODE
           MOVE AE-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
           PERFORM 8700-FIND-PAYMENT-TERMS
           MOVE WS-TERMS-DESCRIPTION TO EV-TERMS-DESCRIPTION
           MOVE AE-CURRENCY-CODE TO EV-CURRENCY-CODE
           PERFORM 4900-WRITE-EINVOICE
           .

       4200-SEND-ONE-CHARGE.
           MOVE SPACES TO ELECTRONIC-INVOICE-RECORD
           SET EV-LINE-RECORD TO TRUE
           MOVE AE-INVOICE-NUMBER TO EV-INVOICE-NUMBER
           MOVE AE-CUSTOMER-ID TO EV-CUSTOMER-ID
           MOVE IL-LINE-NUMBER TO EV-LINE-NUMBER
           MOVE IL-CHARGE-CODE TO EV-CHARGE-CODE
           MOVE IL-DESCRIPTION TO EV-DESCRIPTION
           MOVE IL-QUANTITY TO EV-QUANTITY
           MOVE IL-UNIT-PRICE TO EV-UNIT-PRICE
           MOVE IL-EXTENDED-AMOUNT TO EV-EXTENDED-AMOUNT
           MOVE IL-SERVICE-FROM TO EV-SERVICE-FROM
           MOVE IL-SERVICE-TO TO EV-SERVICE-TO
           PERFORM 4900-WRITE-EINVOICE
           ADD 1 TO WS-SENT-LINE-COUNT
           ADD IL-EXTENDED-AMOUNT TO WS-SENT-LINES-TOTAL
           ADD 1 TO WS-LINES-SENT
           PERFORM 1150-READ-INVOICE-LINE
           .

       4300-SEND-TOTALS.
           MOVE SPACES TO ELECTRONIC-INVOICE-RECORD
           SET EV-TOTALS-RECORD TO TRUE
           MOVE AE-INVOICE-NUMBER TO EV-INVOICE-NUMBER
           MOVE AE-CUSTOMER-ID TO EV-CUSTOMER-ID
           MOVE WS-SENT-LINE-COUNT TO EV-LINE-COUNT
           MOVE WS-SENT-LINES-TOTAL TO EV-LINES-TOTAL
           MOVE AE-TAX-STATUS TO EV-TAX-STATUS
           MOVE AE-TAX-JURISDICTION TO EV-TAX-JURISDICTION
           IF AE-SALE-IS-TAXED
               MOVE AE-TAX-AMOUNT TO EV-TAX-AMOUNT
           ELSE
               MOVE ZERO TO EV-TAX-AMOUNT
           END-IF
           MOVE AE-AMOUNT-DUE TO EV-AMOUNT-DUE
           MOVE AE-CURRENCY-CODE TO EV-TOTAL-CURRENCY
           PERFORM 4900-WRITE-EINVOICE
           .

       4400-SEND-REMIT-TO.
           MOVE SPACES TO ELECTRONIC-INVOICE-RECORD
           SET EV-REMIT-RECORD TO TRUE
           MOVE AE-INVOICE-NUMBER TO EV-INVOICE-NUMBER
           MOVE AE-CUSTOMER-ID TO EV-CUSTOMER-ID
           MOVE WS-REMIT-LINE-1(12:30) TO EV-REMIT-NAME
           MOVE WS-REMIT-LINE-2(12:30) TO EV-REMIT-LINE-1
           MOVE WS-REMIT-LINE-3(12:30) TO EV-REMIT-LINE-2
           PERFORM 4900-WRITE-EINVOICE
           .

       4900-WRITE-EINVOICE.
           WRITE ELECTRONIC-INVOICE-RECORD
           ADD 1 TO WS-EINVOICE-RECORDS
           .

      **********************************************************************
      * ONE LINE PER INVOICE ON THE DELIVERY CONTROL REPORT: THE
      * CHANNEL IT WENT BY AND, FOR AN ELECTRONIC ONE, WHERE TO.
      **********************************************************************
       5000-REPORT-DELIVERY.
           MOVE AE-INVOICE-NUMBER TO DR-INVOICE-NUMBER
           MOVE AE-CUSTOMER-ID TO DR-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO DR-CUSTOMER-NAME
           MOVE AE-CURRENCY-CODE TO DR-CURRENCY
           MOVE AE-AMOUNT-DUE TO DR-AMOUNT-DUE
           IF INVOICE-IS-ELECTRONIC
               IF DV-DELIVER-BY-EMAIL(WS-DV-FOUND-IX)
                   MOVE 'EMAIL' TO DR-CHANNEL
               ELSE
                   MOVE 'EDI' TO DR-CHANNEL
               END-IF
               MOVE WS-DV-ADDRESS(WS-DV-FOUND-IX) TO DR-SENT-TO
           ELSE
               MOVE 'PAPER' TO DR-CHANNEL
               MOVE SPACES TO DR-SENT-TO
           END-IF
           MOVE WS-DELIVERY-DETAIL TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           .

      **********************************************************************
      * INVOICES AND LINES BY CHANNEL. THE TOTAL MUST EQUAL THE EXTRACT
      * RECORDS READ, SO NO INVOICE FELL BETWEEN THE CHANNELS.
      **********************************************************************
       5500-REPORT-CHANNEL-TOTALS.
           MOVE SPACES TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           MOVE 'PAPER' TO CH-CHANNEL
           MOVE WS-DOCUMENTS-PRINTED TO CH-INVOICES
           MOVE WS-LINES-PRINTED TO CH-LINES
           PERFORM 5550-WRITE-CHANNEL-LINE
           MOVE 'EMAIL' TO CH-CHANNEL
           MOVE WS-EMAIL-SENT TO CH-INVOICES
           MOVE WS-EMAIL-LINES TO CH-LINES
           PERFORM 5550-WRITE-CHANNEL-LINE
           MOVE 'EDI' TO CH-CHANNEL
           MOVE WS-EDI-SENT TO CH-INVOICES
           MOVE WS-EDI-LINES TO CH-LINES
           PERFORM 5550-WRITE-CHANNEL-LINE
           MOVE 'TOTAL' TO CH-CHANNEL
           COMPUTE CH-INVOICES = WS-DOCUMENTS-PRINTED
                               + WS-DOCUMENTS-SENT
           COMPUTE CH-LINES = WS-LINES-PRINTED + WS-LINES-SENT
           PERFORM 5550-WRITE-CHANNEL-LINE
           .

       5550-WRITE-CHANNEL-LINE.
           MOVE WS-CHANNEL-LINE TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. DOCUMENTS PRINTED PLUS DOCUMENTS SENT
      * MUST EQUAL THE BILLING RUN'S RECORDS-UPDATED TOTAL BEFORE THE
      * PRINT AND ELECTRONIC INVOICE FILES ARE RELEASED.
      **********************************************************************
       9999-END.
           PERFORM 5500-REPORT-CHANNEL-TOTALS
           CLOSE AR-EXTRACT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE INVOICE-PRINT
           CLOSE INVOICE-LINE-FILE
           CLOSE ELECTRONIC-INVOICE-FILE
           CLOSE DELIVERY-REPORT

           DISPLAY SPACE
           DISPLAY "INVPRINT CONTROL TOTALS"
           DISPLAY "   DOCUMENTS PRINTED    " WS-DOCUMENTS-PRINTED
           DISPLAY "   PAGES PRINTED        " WS-PAGES-PRINTED
           DISPLAY "   MASTERS NOT FOUND    " WS-MASTERS-NOT-FOUND
           DISPLAY "   INVOICE LINES READ   " WS-LINES-READ
           DISPLAY "   LINES PRINTED        " WS-LINES-PRINTED
           DISPLAY "   LINES UNMATCHED      " WS-LINES-UNMATCHED
           DISPLAY "   AMOUNT TOTAL         " WS-AMOUNT-TOTAL
           DISPLAY "   ADDRESSES READ       " WS-ADDRESSES-READ
           DISPLAY "   DELIVERY REJECTED    " WS-DELIVERY-REJECTED
           DISPLAY "   DOCUMENTS SENT       " WS-DOCUMENTS-SENT
           DISPLAY "     BY EMAIL           " WS-EMAIL-SENT
           DISPLAY "     BY EDI             " WS-EDI-SENT
           DISPLAY "   LINES SENT           " WS-LINES-SENT
           DISPLAY "   EINVOICE RECORDS     " WS-EINVOICE-RECORDS
           DISPLAY SPACE
           PERFORM 9800-WRITE-CONTROL-TOTALS
           IF WS-DELIVERY-REJECTED > ZERO
               DISPLAY "INVPRINT: " WS-DELIVERY-REJECTED
                       " ELECTRONIC CUSTOMERS WENT TO PAPER -- "
                       "SEE ADDRRECN"
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      **********************************************************************
           MOVE 'DOCUMENTS-PRINTED' TO WS-CT-NAME
           MOVE WS-DOCUMENTS-PRINTED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'LINES-PRINTED' TO WS-CT-NAME
           MOVE WS-LINES-PRINTED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'LINES-UNMATCHED' TO WS-CT-NAME
           MOVE WS-LINES-UNMATCHED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'DOCUMENTS-SENT' TO WS-CT-NAME
           MOVE WS-DOCUMENTS-SENT TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'LINES-SENT' TO WS-CT-NAME
           MOVE WS-LINES-SENT TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

           MOVE WS-CT-VALUE TO CT-COUNTER-VALUE
           WRITE CONTROL-TOTAL-RECORD
           .

           COPY TERMSP.
