      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTHLY SALES-TAX REGISTER. READS THE TAXDTL TAX
      *            HISTORY APPENDED BY THE BILLING RUN (ONE RECORD PER
      *            TAXED OR EXEMPT INVOICE) AND BY THE PAYMENT
      *            APPLICATION RUN (ONE NEGATIVE RECORD PER CREDIT MEMO
      *            OR WRITE-OFF THAT REVERSED TAX), SELECTS THE MONTH
      *            BEING REPORTED, AND PRINTS TAXABLE SALES, EXEMPT
      *            SALES AND TAX BY JURISDICTION AND CURRENCY WITH A
      *            GRAND TOTAL PER CURRENCY. THE TAX COLUMN IS THE SAME
      *            MONEY THE TWO RUNS POSTED TO SALES TAX PAYABLE
      *            (22000000) ON THE GL FEED, SO THE RETURN FILED FROM
      *            THIS REGISTER TIES TO THE LEDGER.
      *
      *            THE MONTH REPORTED IS THE MONTH OF THE RUNCTL RUN
      *            DATE, SO THE REGISTER IS RUN AS PART OF THE LAST
      *            NIGHT OF THE MONTH; WITHOUT A CARD IT IS THE MONTH
      *            OF THE SYSTEM DATE. THE TAX HISTORY IS NEVER
      *            REWRITTEN, SO ANY MONTH CAN BE REPRINTED LATER FROM
      *            A RUNCTL CARD DATED IN THAT MONTH.
      *
      * USAGE:     ARTAXREG
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTAXREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-DETAIL-FILE
               ASSIGN TO TAXDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT TAX-REGISTER
               ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXDTL.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  TAX-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  TAX-REGISTER-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TAXDTL-STATUS         PIC X(02) VALUE '00'.
               88  TAXDTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-TAXRPT-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TAX-DETAIL-EOF               VALUE 'Y'.
               88  TAX-DETAIL-NOT-EOF           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  JURISDICTION-WAS-FOUND       VALUE 'Y'.
               88  JURISDICTION-NOT-FOUND       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CURRENCY-WAS-FOUND           VALUE 'Y'.
               88  CURRENCY-NOT-FOUND           VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-REPORT-MONTH          PIC X(06) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-SELECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-OTHER-MONTHS  PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED      PIC 9(07) COMP VALUE ZERO.

      *    ONE ENTRY PER JURISDICTION AND CURRENCY, KEPT IN ASCENDING
      *    KEY ORDER AS ENTRIES ARE ADDED SO THE REGISTER PRINTS IN
      *    JURISDICTION ORDER WITHOUT A SORT STEP.
       01  WS-JURISDICTION-TABLE.
           05  WS-JT-MAX                PIC 9(04) COMP VALUE 300.
           05  WS-JT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-JT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-JT-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-JT-NEW-KEY.
               10  WS-JT-NEW-JURISDICTION
                                        PIC X(05).
               10  WS-JT-NEW-CURRENCY   PIC X(03).
           05  WS-JT-ENTRY OCCURS 300 TIMES.
               10  WS-JT-KEY.
                   15  WS-JT-JURISDICTION
                                        PIC X(05).
                   15  WS-JT-CURRENCY   PIC X(03).
               10  WS-JT-ITEMS          PIC 9(07) COMP.
               10  WS-JT-TAXABLE        PIC S9(11)V99 COMP-3.
               10  WS-JT-EXEMPT         PIC S9(11)V99 COMP-3.
               10  WS-JT-TAX            PIC S9(11)V99 COMP-3.

       01  WS-CURRENCY-TOTALS.
           05  WS-CT-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-CT-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CT-IX                 PIC 9(02) COMP VALUE ZERO.
           05  WS-CT-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 10 TIMES.
               10  WS-CT-CURRENCY       PIC X(03).
               10  WS-CT-ITEMS          PIC 9(07) COMP.
               10  WS-CT-TAXABLE        PIC S9(11)V99 COMP-3.
               10  WS-CT-EXEMPT         PIC S9(11)V99 COMP-3.
               10  WS-CT-TAX            PIC S9(11)V99 COMP-3.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(27)
                   VALUE 'SALES TAX REGISTER - MONTH '.
           05  HL1-REPORT-MONTH         PIC X(06).
           05  FILLER                   PIC X(12)
                   VALUE '   RUN DATE '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(08) VALUE 'JURIS'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(08) VALUE '   ITEMS'.
           05  FILLER                   PIC X(19)
                   VALUE '      TAXABLE SALES'.
           05  FILLER                   PIC X(19)
                   VALUE '       EXEMPT SALES'.
           05  FILLER                   PIC X(19)
                   VALUE '          SALES TAX'.
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-JURISDICTION          PIC X(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ITEMS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TAXABLE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-EXEMPT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TAX                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-PROCESS-TAX-DETAIL
           PERFORM 8000-PRINT-REGISTER
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * ESTABLISH THE MONTH TO REPORT FROM THE RUNCTL CARD, OR THE
      * SYSTEM DATE WITHOUT ONE. A MISSING TAX HISTORY MEANS NO TAXED
      * SALES HAVE EVER BEEN BILLED: THE REGISTER PRINTS EMPTY.
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
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           DISPLAY "ARTAXREG: REPORTING MONTH " WS-REPORT-MONTH

           OPEN INPUT TAX-DETAIL-FILE
           IF NOT TAXDTL-FILE-WAS-FOUND
               DISPLAY "ARTAXREG: NO TAX DETAIL FILE, STATUS "
                       WS-TAXDTL-STATUS
               DISPLAY "ARTAXREG: PRINTING AN EMPTY REGISTER"
               SET TAX-DETAIL-EOF TO TRUE
           END-IF
           OPEN OUTPUT TAX-REGISTER

           MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           MOVE WS-HEADING-LINE-2 TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           MOVE SPACES TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           .

       1000-PROCESS-TAX-DETAIL.
           PERFORM 1100-READ-TAX-DETAIL
           PERFORM 1200-ACCUMULATE-ONE-RECORD
               UNTIL TAX-DETAIL-EOF
           .

       1100-READ-TAX-DETAIL.
           IF NOT TAX-DETAIL-EOF
               READ TAX-DETAIL-FILE
                   AT END
                       SET TAX-DETAIL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF
           .

      **********************************************************************
      * A RECORD POSTED IN ANOTHER MONTH IS SKIPPED. ONE WHOSE AMOUNTS
      * ARE NOT NUMERIC CANNOT BE ADDED AND IS LISTED ON SYSOUT. AN
      * INVOICE OR CREDIT WITH SPACES IN THE CURRENCY CODE IS USD.
      **********************************************************************
       1200-ACCUMULATE-ONE-RECORD.
           IF TD-POSTING-DATE(1:6) NOT EQUAL WS-REPORT-MONTH
               ADD 1 TO WS-RECORDS-OTHER-MONTHS
           ELSE
               IF TD-TAXABLE-AMOUNT IS NOT NUMERIC
               OR TD-EXEMPT-AMOUNT IS NOT NUMERIC
               OR TD-TAX-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARTAXREG: TAX DETAIL NOT NUMERIC, "
                           "CUSTOMER " TD-CUSTOMER-ID
                           " INVOICE " TD-INVOICE-NUMBER
               ELSE
                   ADD 1 TO WS-RECORDS-SELECTED
                   MOVE TD-JURISDICTION TO WS-JT-NEW-JURISDICTION
                   IF TD-CURRENCY-CODE EQUAL SPACES
                       MOVE 'USD' TO WS-JT-NEW-CURRENCY
                   ELSE
                       MOVE TD-CURRENCY-CODE TO WS-JT-NEW-CURRENCY
                   END-IF
                   PERFORM 2000-FIND-JURISDICTION
                   ADD 1 TO WS-JT-ITEMS(WS-JT-FOUND-IX)
                   ADD TD-TAXABLE-AMOUNT
                       TO WS-JT-TAXABLE(WS-JT-FOUND-IX)
                   ADD TD-EXEMPT-AMOUNT
                       TO WS-JT-EXEMPT(WS-JT-FOUND-IX)
                   ADD TD-TAX-AMOUNT TO WS-JT-TAX(WS-JT-FOUND-IX)
                   PERFORM 2500-FIND-CURRENCY-TOTAL
                   ADD 1 TO WS-CT-ITEMS(WS-CT-FOUND-IX)
                   ADD TD-TAXABLE-AMOUNT
                       TO WS-CT-TAXABLE(WS-CT-FOUND-IX)
                   ADD TD-EXEMPT-AMOUNT
                       TO WS-CT-EXEMPT(WS-CT-FOUND-IX)
                   ADD TD-TAX-AMOUNT TO WS-CT-TAX(WS-CT-FOUND-IX)
               END-IF
           END-IF
           PERFORM 1100-READ-TAX-DETAIL
           .

      **********************************************************************
      * FIND THE ENTRY FOR THE NEW KEY, OR THE FIRST ENTRY WITH A
      * HIGHER KEY, WHICH IS WHERE A NEW ENTRY IS INSERTED TO KEEP THE
      * TABLE IN ORDER. THE MATCH INDEX IS SAVED BECAUSE PERFORM
      * VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE
      * FOUND FLAG.
      **********************************************************************
       2000-FIND-JURISDICTION.
           SET JURISDICTION-NOT-FOUND TO TRUE
           PERFORM 2010-SEARCH-JURISDICTION
               VARYING WS-JT-IX FROM 1 BY 1
               UNTIL WS-JT-IX > WS-JT-COUNT
               OR JURISDICTION-WAS-FOUND
           IF JURISDICTION-NOT-FOUND
               COMPUTE WS-JT-FOUND-IX = WS-JT-COUNT + 1
           END-IF
           IF JURISDICTION-NOT-FOUND
           OR WS-JT-KEY(WS-JT-FOUND-IX) NOT EQUAL WS-JT-NEW-KEY
               IF WS-JT-COUNT >= WS-JT-MAX
                   DISPLAY "ARTAXREG: MORE THAN " WS-JT-MAX
                           " JURISDICTIONS -- " WS-JT-NEW-KEY
                           " LUMPED INTO THE LAST ENTRY"
                   MOVE WS-JT-MAX TO WS-JT-FOUND-IX
               ELSE
                   PERFORM 2100-INSERT-JURISDICTION
               END-IF
           END-IF
           .

       2010-SEARCH-JURISDICTION.
           IF WS-JT-KEY(WS-JT-IX) NOT LESS THAN WS-JT-NEW-KEY
               SET JURISDICTION-WAS-FOUND TO TRUE
               MOVE WS-JT-IX TO WS-JT-FOUND-IX
           END-IF
           .

      **********************************************************************
      * OPEN A SLOT AT THE INSERT POSITION BY MOVING EVERY LATER ENTRY
      * DOWN ONE, LAST FIRST, THEN START THE NEW ENTRY AT ZERO.
      **********************************************************************
       2100-INSERT-JURISDICTION.
           PERFORM 2110-SHIFT-ONE-ENTRY
               VARYING WS-JT-IX FROM WS-JT-COUNT BY -1
               UNTIL WS-JT-IX < WS-JT-FOUND-IX
           ADD 1 TO WS-JT-COUNT
           MOVE WS-JT-NEW-KEY TO WS-JT-KEY(WS-JT-FOUND-IX)
           MOVE ZERO TO WS-JT-ITEMS(WS-JT-FOUND-IX)
           MOVE ZERO TO WS-JT-TAXABLE(WS-JT-FOUND-IX)
           MOVE ZERO TO WS-JT-EXEMPT(WS-JT-FOUND-IX)
           MOVE ZERO TO WS-JT-TAX(WS-JT-FOUND-IX)
           .

       2110-SHIFT-ONE-ENTRY.
           MOVE WS-JT-ENTRY(WS-JT-IX) TO WS-JT-ENTRY(WS-JT-IX + 1)
           .

      **********************************************************************
      * FIND OR ADD THE GRAND-TOTAL ENTRY FOR THE CURRENCY.
      **********************************************************************
       2500-FIND-CURRENCY-TOTAL.
           SET CURRENCY-NOT-FOUND TO TRUE
           PERFORM 2510-SEARCH-CURRENCY-TOTAL
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
               OR CURRENCY-WAS-FOUND
           IF CURRENCY-NOT-FOUND
               IF WS-CT-COUNT >= WS-CT-MAX
                   DISPLAY "ARTAXREG: MORE THAN " WS-CT-MAX
                           " CURRENCIES -- " WS-JT-NEW-CURRENCY
                           " LUMPED INTO THE LAST TOTAL"
                   MOVE WS-CT-MAX TO WS-CT-FOUND-IX
               ELSE
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-FOUND-IX
                   MOVE WS-JT-NEW-CURRENCY
                       TO WS-CT-CURRENCY(WS-CT-FOUND-IX)
                   MOVE ZERO TO WS-CT-ITEMS(WS-CT-FOUND-IX)
                   MOVE ZERO TO WS-CT-TAXABLE(WS-CT-FOUND-IX)
                   MOVE ZERO TO WS-CT-EXEMPT(WS-CT-FOUND-IX)
                   MOVE ZERO TO WS-CT-TAX(WS-CT-FOUND-IX)
               END-IF
           END-IF
           .

       2510-SEARCH-CURRENCY-TOTAL.
           IF WS-CT-CURRENCY(WS-CT-IX) EQUAL WS-JT-NEW-CURRENCY
               SET CURRENCY-WAS-FOUND TO TRUE
               MOVE WS-CT-IX TO WS-CT-FOUND-IX
           END-IF
           .

      **********************************************************************
      * ONE LINE PER JURISDICTION AND CURRENCY, THEN A GRAND TOTAL PER
      * CURRENCY. AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED.
      **********************************************************************
       8000-PRINT-REGISTER.
           PERFORM 8100-PRINT-ONE-JURISDICTION
               VARYING WS-JT-IX FROM 1 BY 1
               UNTIL WS-JT-IX > WS-JT-COUNT
           MOVE SPACES TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           PERFORM 8200-PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
           .

       8100-PRINT-ONE-JURISDICTION.
           MOVE WS-JT-JURISDICTION(WS-JT-IX) TO DL-JURISDICTION
           MOVE WS-JT-CURRENCY(WS-JT-IX) TO DL-CURRENCY
           MOVE WS-JT-ITEMS(WS-JT-IX) TO DL-ITEMS
           MOVE WS-JT-TAXABLE(WS-JT-IX) TO DL-TAXABLE
           MOVE WS-JT-EXEMPT(WS-JT-IX) TO DL-EXEMPT
           MOVE WS-JT-TAX(WS-JT-IX) TO DL-TAX
           MOVE WS-DETAIL-LINE TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           .

       8200-PRINT-ONE-CURRENCY-TOTAL.
           MOVE 'TOTAL' TO DL-JURISDICTION
           MOVE WS-CT-CURRENCY(WS-CT-IX) TO DL-CURRENCY
           MOVE WS-CT-ITEMS(WS-CT-IX) TO DL-ITEMS
           MOVE WS-CT-TAXABLE(WS-CT-IX) TO DL-TAXABLE
           MOVE WS-CT-EXEMPT(WS-CT-IX) TO DL-EXEMPT
           MOVE WS-CT-TAX(WS-CT-IX) TO DL-TAX
           MOVE WS-DETAIL-LINE TO TAX-REGISTER-RECORD
           WRITE TAX-REGISTER-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. EVERY RECORD READ WAS EITHER SELECTED,
      * POSTED IN ANOTHER MONTH, OR REJECTED; A REJECT MEANS THE
      * REGISTER WILL NOT TIE TO THE LEDGER AND ENDS THE RUN NONZERO.
      **********************************************************************
       9999-END.
           CLOSE TAX-DETAIL-FILE
           CLOSE TAX-REGISTER

           DISPLAY SPACE
           DISPLAY "ARTAXREG CONTROL TOTALS"
           DISPLAY "   RECORDS READ        " WS-RECORDS-READ
           DISPLAY "   RECORDS SELECTED    " WS-RECORDS-SELECTED
           DISPLAY "   OTHER MONTHS        " WS-RECORDS-OTHER-MONTHS
           DISPLAY "   RECORDS REJECTED    " WS-RECORDS-REJECTED
           DISPLAY "   JURISDICTIONS       " WS-JT-COUNT
           DISPLAY SPACE
           IF WS-RECORDS-REJECTED > ZERO
               DISPLAY "ARTAXREG: TAX DETAIL RECORDS REJECTED -- "
                       "REGISTER WILL NOT TIE TO THE LEDGER"
               MOVE 8 TO RETURN-CODE
           END-IF
           .
