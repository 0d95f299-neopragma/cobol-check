      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   EXCHANGE-RATE MAINTENANCE. THE FXRATES FILE GIVES
      *            THE US DOLLAR VALUE OF EVERY FOREIGN CURRENCY WE
      *            BILL IN, ONE ROW PER CURRENCY PER RATE DATE, AND
      *            EVERY RUN THAT POSTS THE LEDGER TRANSLATES AT IT.
      *            THIS RUN APPLIES ADD, CHANGE AND DELETE
      *            TRANSACTIONS AGAINST THE OLD FILE, EDITS EVERY ROW
      *            (THREE-LETTER CURRENCY CODE OTHER THAN USD, A REAL
      *            CALENDAR DATE BY THE SAME GREGORIAN RULES THE
      *            HOLIDAY RUN USES, A RATE ABOVE ZERO), REJECTS
      *            DUPLICATES AND CHANGES OR DELETES OF ROWS NOT ON
      *            FILE, WRITES A COMPLETE NEW GENERATION IN CURRENCY
      *            AND DATE ORDER, AND PRINTS A TRANSACTION REGISTER
      *            FOLLOWED BY A FULL RATE LISTING.
      *
      *            A RATE THAT MOVES MORE THAN TEN PER CENT FROM THE
      *            CURRENCY'S PREVIOUS ROW IS APPLIED BUT FLAGGED ON
      *            THE REGISTER, SINCE IT IS USUALLY A KEYING ERROR.
      *            A CURRENCY WHOSE LATEST ROW IS OLDER THAN THE RUN
      *            DATE IS LISTED AS STALE: THE POSTING RUNS WILL GO
      *            ON USING ITS LAST RATE UNTIL TODAY'S IS KEYED.
      *
      *            THE RUN DATE COMES FROM THE RUNCTL CARD THE NIGHTLY
      *            RUNS READ; WITHOUT ONE THE SYSTEM DATE IS USED. IT
      *            IS STAMPED ON EVERY ROW ADDED OR CHANGED, WITH THE
      *            USER ID FROM THE TRANSACTION.
      *
      * USAGE:     FXMAINT
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.

           SELECT FX-RATE-TRANSACTIONS
               ASSIGN TO FXTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXTRAN-STATUS.

           SELECT FX-RATE-FILE-OUT
               ASSIGN TO FXRATESO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATESO-STATUS.

           SELECT MAINTENANCE-REPORT
               ASSIGN TO FXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       FD  FX-RATE-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS.
       01  FX-TRANSACTION-RECORD.
           05  FT-ACTION-CODE           PIC X(01).
               88  FT-ACTION-ADD               VALUE 'A'.
               88  FT-ACTION-CHANGE            VALUE 'C'.
               88  FT-ACTION-DELETE            VALUE 'D'.
               88  FT-ACTION-IS-VALID          VALUE 'A' 'C' 'D'.
           05  FT-CURRENCY-CODE         PIC X(03).
           05  FT-EFFECTIVE-DATE        PIC X(08).
           05  FT-RATE                  PIC X(08).
           05  FT-RATE-N REDEFINES FT-RATE
                                        PIC 9(02)V9(06).
           05  FT-USER-ID               PIC X(08).
           05  FILLER                   PIC X(52).

       FD  FX-RATE-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  FX-RATE-OUT-RECORD.
           05  XO-CURRENCY-CODE         PIC X(03).
           05  XO-EFFECTIVE-DATE        PIC X(08).
           05  XO-RATE-N                PIC 9(02)V9(06).
           05  XO-MAINT-DATE            PIC X(08).
           05  XO-MAINT-USER            PIC X(08).
           05  FILLER                   PIC X(45).

       FD  MAINTENANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER         PIC S9(4) COMP.
       01  WS-MAXIMUM-DAY       PIC 9(02) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-FXRATES-STATUS        PIC X(02) VALUE '00'.
               88  FXRATES-FILE-WAS-FOUND   VALUE '00'.
           05  WS-FXTRAN-STATUS         PIC X(02) VALUE '00'.
               88  FXTRAN-OPEN-OK           VALUE '00' '05'.
           05  WS-FXRATESO-STATUS       PIC X(02) VALUE '00'.
           05  WS-FXRPT-STATUS          PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RATE-FILE-EOF                VALUE 'Y'.
               88  RATE-FILE-NOT-EOF            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  TRANSACTION-EOF              VALUE 'Y'.
               88  TRANSACTION-NOT-EOF          VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'Y'.
               88  CYCLE-DATE-IS-VALID          VALUE 'Y'.
               88  CYCLE-DATE-IS-NOT-VALID      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RATE-ROW-WAS-FOUND           VALUE 'Y'.
               88  RATE-ROW-NOT-FOUND           VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  LAST-ROW-OF-CURRENCY         VALUE 'Y'.
               88  NOT-LAST-ROW-OF-CURRENCY     VALUE 'N'.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

      *    THE WHOLE FILE, KEPT IN CURRENCY AND DATE ORDER BY INSERTING
      *    EACH ADDITION AT ITS PROPER POSITION, THE SAME WAY THE
      *    HOLIDAY RUN ORDERS ITS CALENDAR. THE CAPACITY MATCHES THE
      *    RATE TABLE THE POSTING RUNS LOAD (FXRATW.CPY).
       01  WS-RATE-TABLE.
           05  WS-FR-MAX                PIC 9(04) COMP VALUE 3000.
           05  WS-FR-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FR-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FR-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FR-INSERT-AT          PIC 9(04) COMP VALUE ZERO.
           05  WS-FR-SHIFT-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FR-ENTRY OCCURS 3000 TIMES.
               10  WS-FR-KEY.
                   15  WS-FR-CURRENCY   PIC X(03).
                   15  WS-FR-DATE       PIC X(08).
               10  WS-FR-RATE           PIC 9(02)V9(06).
               10  WS-FR-MAINT-DATE     PIC X(08).
               10  WS-FR-MAINT-USER     PIC X(08).

       01  WS-WORK-KEY.
           05  WS-WORK-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-WORK-DATE             PIC X(08) VALUE SPACES.
       01  WS-WORK-RATE                 PIC 9(02)V9(06) VALUE ZERO.
       01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
       01  WS-WARNING                   PIC X(35) VALUE SPACES.

      *    THE CURRENCY'S ROW DATED JUST BEFORE THE ONE BEING KEYED,
      *    FOR THE TEN PER CENT CHECK.
       01  WS-PRIOR-RATE-FIELDS.
           05  WS-PRIOR-IX              PIC 9(04) COMP VALUE ZERO.
           05  WS-PRIOR-RATE            PIC 9(02)V9(06) VALUE ZERO.
           05  WS-RATE-MOVEMENT         PIC S9(03)V9(06) COMP-3
                                                       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RATE-ROWS-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-ROWS-DROPPED          PIC 9(07) COMP VALUE ZERO.
           05  WS-TRANS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDS-APPLIED          PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-APPLIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-DELETES-APPLIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) COMP VALUE ZERO.
           05  WS-RATES-FLAGGED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ROWS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENCIES-STALE      PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REPORT-HEADING.
               10  FILLER               PIC X(26)
                       VALUE 'EXCHANGE RATE MAINTENANCE '.
               10  RH-RUN-DATE          PIC X(08).
               10  FILLER               PIC X(98) VALUE SPACES.
           05  WS-REGISTER-DETAIL.
               10  RG-ACTION-CODE       PIC X(01).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-CURRENCY-CODE     PIC X(03).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-EFFECTIVE-DATE    PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-RATE              PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-USER-ID           PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-STATUS            PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  RG-REASON            PIC X(35).
               10  FILLER               PIC X(49) VALUE SPACES.
           05  WS-LISTING-HEADING.
               10  FILLER               PIC X(21)
                       VALUE 'EXCHANGE RATE LISTING'.
               10  FILLER               PIC X(111) VALUE SPACES.
           05  WS-LISTING-DETAIL.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-CURRENCY-CODE     PIC X(03).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-YYYY              PIC X(04).
               10  LS-DASH-1            PIC X(01) VALUE '-'.
               10  LS-MM                PIC X(02).
               10  LS-DASH-2            PIC X(01) VALUE '-'.
               10  LS-DD                PIC X(02).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-RATE              PIC Z9.999999.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-MAINT-DATE        PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-MAINT-USER        PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACES.
               10  LS-STALE-NOTE        PIC X(30).
               10  FILLER               PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-OLD-RATES
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 5000-WRITE-NEW-RATES
           PERFORM 6000-PRINT-RATE-LISTING
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * A MISSING OLD RATE FILE IS A FIRST-TIME RUN, NOT AN ERROR. A
      * MISSING TRANSACTION FILE IS AN ERROR: THE RUN EXISTS ONLY TO
      * APPLY TRANSACTIONS.
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
           END-IF
           CLOSE RUN-CONTROL-FILE

           OPEN INPUT FX-RATE-FILE
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "FXMAINT: NO PRIOR RATE FILE, STATUS "
                       WS-FXRATES-STATUS
               DISPLAY "FXMAINT: TREATING AS FIRST-TIME RUN"
               SET RATE-FILE-EOF TO TRUE
           END-IF
           OPEN INPUT FX-RATE-TRANSACTIONS
           IF NOT FXTRAN-OPEN-OK
               DISPLAY "FXMAINT: UNABLE TO OPEN FXTRAN, "
                       "FILE STATUS " WS-FXTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FX-RATE-FILE-OUT
           OPEN OUTPUT MAINTENANCE-REPORT

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REPORT-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * LOAD THE OLD FILE INTO THE SORTED TABLE. A ROW THAT FAILS THE
      * SAME EDITS AS A TRANSACTION, A DUPLICATE, OR PAST CAPACITY IS
      * DROPPED AND COUNTED.
      **********************************************************************
       1000-LOAD-OLD-RATES.
           PERFORM 1100-READ-RATE-FILE
           PERFORM 1200-LOAD-ONE-ROW
               UNTIL RATE-FILE-EOF
           CLOSE FX-RATE-FILE
           .

       1100-READ-RATE-FILE.
           IF RATE-FILE-EOF
               CONTINUE
           ELSE
               READ FX-RATE-FILE
                   AT END
                       SET RATE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-ROWS-READ
               END-READ
           END-IF
           .

       1200-LOAD-ONE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE XR-CURRENCY-CODE TO WS-WORK-CURRENCY
           MOVE XR-EFFECTIVE-DATE TO WS-WORK-DATE
           PERFORM 2500-EDIT-KEY
           IF WS-REJECT-REASON EQUAL SPACES
               IF XR-RATE IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF XR-RATE-N EQUAL ZERO
                       MOVE "RATE IS ZERO" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON EQUAL SPACES
               PERFORM 3500-FIND-RATE-ROW
               EVALUATE TRUE
                   WHEN RATE-ROW-WAS-FOUND
                       MOVE "DUPLICATED" TO WS-REJECT-REASON
                   WHEN WS-FR-COUNT >= WS-FR-MAX
                       MOVE "RATE FILE FULL - 3000 ROWS"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE XR-RATE-N TO WS-WORK-RATE
                       PERFORM 3600-INSERT-RATE-ROW
                       MOVE XR-MAINT-DATE
                           TO WS-FR-MAINT-DATE(WS-FR-INSERT-AT)
                       MOVE XR-MAINT-USER
                           TO WS-FR-MAINT-USER(WS-FR-INSERT-AT)
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT EQUAL SPACES
               ADD 1 TO WS-ROWS-DROPPED
               DISPLAY "FXMAINT: OLD RATE ROW " XR-CURRENCY-CODE SPACE
                       XR-EFFECTIVE-DATE " " WS-REJECT-REASON
                       " -- DROPPED"
           END-IF
           PERFORM 1100-READ-RATE-FILE
           .

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION
           PERFORM 2200-PROCESS-TRANSACTION
               UNTIL TRANSACTION-EOF
           .

       2100-READ-TRANSACTION.
           READ FX-RATE-TRANSACTIONS
               AT END
                   SET TRANSACTION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ
           .

      **********************************************************************
      * FIELD EDITS, THEN APPLY: AN ADD MUST NOT ALREADY BE ON FILE; A
      * CHANGE OR DELETE MUST NAME A CURRENCY AND DATE THAT IS. ADDS
      * AND CHANGES NEED A RATE ABOVE ZERO. EVERYTHING ELSE IS
      * REJECTED WITH A REASON.
      **********************************************************************
       2200-PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-WARNING
           MOVE FT-CURRENCY-CODE TO WS-WORK-CURRENCY
           MOVE FT-EFFECTIVE-DATE TO WS-WORK-DATE
           IF NOT FT-ACTION-IS-VALID
               MOVE "ACTION CODE NOT A, C OR D" TO WS-REJECT-REASON
           ELSE
               PERFORM 2500-EDIT-KEY
           END-IF
           IF WS-REJECT-REASON EQUAL SPACES
           AND NOT FT-ACTION-DELETE
               IF FT-RATE IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF FT-RATE-N EQUAL ZERO
                       MOVE "RATE IS ZERO" TO WS-REJECT-REASON
                   ELSE
                       MOVE FT-RATE-N TO WS-WORK-RATE
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON EQUAL SPACES
               PERFORM 3500-FIND-RATE-ROW
               EVALUATE TRUE
                   WHEN FT-ACTION-ADD AND RATE-ROW-WAS-FOUND
                       MOVE "RATE ALREADY ON FILE FOR THE DATE"
                           TO WS-REJECT-REASON
                   WHEN FT-ACTION-ADD
                   AND WS-FR-COUNT >= WS-FR-MAX
                       MOVE "RATE FILE FULL - 3000 ROWS"
                           TO WS-REJECT-REASON
                   WHEN FT-ACTION-ADD
                       PERFORM 3800-CHECK-RATE-MOVEMENT
                       PERFORM 3600-INSERT-RATE-ROW
                       MOVE WS-RUN-DATE
                           TO WS-FR-MAINT-DATE(WS-FR-INSERT-AT)
                       MOVE FT-USER-ID
                           TO WS-FR-MAINT-USER(WS-FR-INSERT-AT)
                       ADD 1 TO WS-ADDS-APPLIED
                       PERFORM 4000-WRITE-REGISTER-APPLIED
                   WHEN RATE-ROW-NOT-FOUND
                       MOVE "NO RATE ON FILE FOR THE DATE"
                           TO WS-REJECT-REASON
                   WHEN FT-ACTION-CHANGE
                       MOVE WS-FR-FOUND-IX TO WS-FR-INSERT-AT
                       PERFORM 3800-CHECK-RATE-MOVEMENT
                       MOVE WS-WORK-RATE
                           TO WS-FR-RATE(WS-FR-FOUND-IX)
                       MOVE WS-RUN-DATE
                           TO WS-FR-MAINT-DATE(WS-FR-FOUND-IX)
                       MOVE FT-USER-ID
                           TO WS-FR-MAINT-USER(WS-FR-FOUND-IX)
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM 4000-WRITE-REGISTER-APPLIED
                   WHEN FT-ACTION-DELETE
                       PERFORM 3700-DELETE-RATE-ROW
                       ADD 1 TO WS-DELETES-APPLIED
                       PERFORM 4000-WRITE-REGISTER-APPLIED
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT EQUAL SPACES
               PERFORM 4100-WRITE-REGISTER-REJECTED
           END-IF
           PERFORM 2100-READ-TRANSACTION
           .

      **********************************************************************
      * THE CURRENCY MUST BE THREE CAPITAL LETTERS AND NOT THE US
      * DOLLAR, WHICH IS THE FUNCTIONAL CURRENCY AND NEVER HAS A RATE;
      * THE DATE MUST BE A REAL CALENDAR DATE.
      **********************************************************************
       2500-EDIT-KEY.
           IF WS-WORK-CURRENCY EQUAL SPACES
           OR WS-WORK-CURRENCY IS NOT ALPHABETIC-UPPER
           OR WS-WORK-CURRENCY(1:1) EQUAL SPACE
           OR WS-WORK-CURRENCY(2:1) EQUAL SPACE
           OR WS-WORK-CURRENCY(3:1) EQUAL SPACE
               MOVE "CURRENCY NOT THREE LETTERS" TO WS-REJECT-REASON
           ELSE
               IF WS-WORK-CURRENCY EQUAL 'USD'
                   MOVE "USD IS THE FUNCTIONAL CURRENCY"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-WORK-DATE TO WS-CURRENT-DATE
                   PERFORM 2600-VALIDATE-CYCLE-DATE
                   IF CYCLE-DATE-IS-NOT-VALID
                       MOVE "DATE NOT A VALID CALENDAR DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * VALIDATE THE 8-BYTE WORKING DATE AS A REAL CALENDAR DATE:
      * ALL NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH, WITH THE
      * GREGORIAN LEAP-YEAR RULE APPLIED TO FEBRUARY.
      **********************************************************************
       2600-VALIDATE-CYCLE-DATE.
           SET CYCLE-DATE-IS-VALID TO TRUE
           IF WS-CURRENT-DATE IS NOT NUMERIC
               SET CYCLE-DATE-IS-NOT-VALID TO TRUE
           ELSE
               IF WS-CURRENT-MONTH < 01 OR WS-CURRENT-MONTH > 12
                   SET CYCLE-DATE-IS-NOT-VALID TO TRUE
               ELSE
                   PERFORM 2700-SET-MAXIMUM-DAY
                   IF WS-CURRENT-DAY < 01
                   OR WS-CURRENT-DAY > WS-MAXIMUM-DAY
                       SET CYCLE-DATE-IS-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2700-SET-MAXIMUM-DAY.
           EVALUATE TRUE
               WHEN FEBRUARY
                   PERFORM 2710-SET-FEBRUARY-MAXIMUM
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
       2710-SET-FEBRUARY-MAXIMUM.
           DIVIDE WS-CURRENT-YEAR BY 4
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           END-DIVIDE
           IF  WS-REMAINDER NOT EQUAL ZERO
               MOVE 28 TO WS-MAXIMUM-DAY
           ELSE
               PERFORM 2720-CHECK-CENTURY-YEAR
           END-IF
           .

       2720-CHECK-CENTURY-YEAR.
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
      * LOOK UP THE WORKING CURRENCY AND DATE IN THE SORTED TABLE,
      * SAVING BOTH THE MATCH POSITION AND THE INSERT POSITION FOR A
      * MISS. THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING STEPS
      * THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND FLAG.
      **********************************************************************
       3500-FIND-RATE-ROW.
           SET RATE-ROW-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-FR-INSERT-AT
           PERFORM 3510-SEARCH-RATE-ROW
               VARYING WS-FR-IX FROM 1 BY 1
               UNTIL WS-FR-IX > WS-FR-COUNT
               OR RATE-ROW-WAS-FOUND
               OR WS-FR-INSERT-AT > ZERO
           .

       3510-SEARCH-RATE-ROW.
           IF WS-FR-KEY(WS-FR-IX) EQUAL WS-WORK-KEY
               SET RATE-ROW-WAS-FOUND TO TRUE
               MOVE WS-FR-IX TO WS-FR-FOUND-IX
           ELSE
               IF WS-FR-KEY(WS-FR-IX) GREATER THAN WS-WORK-KEY
                   MOVE WS-FR-IX TO WS-FR-INSERT-AT
               END-IF
           END-IF
           .

       3600-INSERT-RATE-ROW.
           IF WS-FR-INSERT-AT EQUAL ZERO
               ADD 1 TO WS-FR-COUNT
               MOVE WS-FR-COUNT TO WS-FR-INSERT-AT
           ELSE
               ADD 1 TO WS-FR-COUNT
               PERFORM 3610-SHIFT-ENTRY-UP
                   VARYING WS-FR-SHIFT-IX
                   FROM WS-FR-COUNT BY -1
                   UNTIL WS-FR-SHIFT-IX NOT GREATER THAN
                       WS-FR-INSERT-AT
           END-IF
           MOVE WS-WORK-KEY TO WS-FR-KEY(WS-FR-INSERT-AT)
           MOVE WS-WORK-RATE TO WS-FR-RATE(WS-FR-INSERT-AT)
           MOVE SPACES TO WS-FR-MAINT-DATE(WS-FR-INSERT-AT)
           MOVE SPACES TO WS-FR-MAINT-USER(WS-FR-INSERT-AT)
           .

       3610-SHIFT-ENTRY-UP.
           MOVE WS-FR-ENTRY(WS-FR-SHIFT-IX - 1)
               TO WS-FR-ENTRY(WS-FR-SHIFT-IX)
           .

       3700-DELETE-RATE-ROW.
           PERFORM 3710-SHIFT-ENTRY-DOWN
               VARYING WS-FR-SHIFT-IX
               FROM WS-FR-FOUND-IX BY 1
               UNTIL WS-FR-SHIFT-IX NOT LESS THAN WS-FR-COUNT
           SUBTRACT 1 FROM WS-FR-COUNT
           .

       3710-SHIFT-ENTRY-DOWN.
           MOVE WS-FR-ENTRY(WS-FR-SHIFT-IX + 1)
               TO WS-FR-ENTRY(WS-FR-SHIFT-IX)
           .

      **********************************************************************
      * COMPARE THE RATE BEING KEYED WITH THE CURRENCY'S ROW DATED
      * JUST BEFORE IT -- THE ENTRY AHEAD OF ITS PLACE IN THE TABLE
      * (A CHANGE HAS ITS PLACE ALREADY, AN ADD BEFORE INSERTING) --
      * AND FLAG A MOVE OF MORE THAN TEN PER CENT. THE FIRST ROW OF A
      * CURRENCY HAS NOTHING TO COMPARE WITH.
      **********************************************************************
       3800-CHECK-RATE-MOVEMENT.
           IF WS-FR-INSERT-AT EQUAL ZERO
               COMPUTE WS-PRIOR-IX = WS-FR-COUNT
           ELSE
               COMPUTE WS-PRIOR-IX = WS-FR-INSERT-AT - 1
           END-IF
           IF WS-PRIOR-IX GREATER THAN ZERO
               IF WS-FR-CURRENCY(WS-PRIOR-IX) EQUAL WS-WORK-CURRENCY
                   MOVE WS-FR-RATE(WS-PRIOR-IX) TO WS-PRIOR-RATE
                   COMPUTE WS-RATE-MOVEMENT =
                       WS-WORK-RATE - WS-PRIOR-RATE
                   IF WS-RATE-MOVEMENT LESS THAN ZERO
                       COMPUTE WS-RATE-MOVEMENT =
                           ZERO - WS-RATE-MOVEMENT
                   END-IF
                   IF WS-RATE-MOVEMENT * 10 GREATER THAN WS-PRIOR-RATE
                       ADD 1 TO WS-RATES-FLAGGED
                       MOVE "MOVED OVER 10 PCT -- CHECK THE RATE"
                           TO WS-WARNING
                   END-IF
               END-IF
           END-IF
           .

       4000-WRITE-REGISTER-APPLIED.
           MOVE FT-ACTION-CODE TO RG-ACTION-CODE
           MOVE FT-CURRENCY-CODE TO RG-CURRENCY-CODE
           MOVE FT-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
           MOVE FT-RATE TO RG-RATE
           MOVE FT-USER-ID TO RG-USER-ID
           MOVE 'APPLIED' TO RG-STATUS
           MOVE WS-WARNING TO RG-REASON
           MOVE WS-REGISTER-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       4100-WRITE-REGISTER-REJECTED.
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY "FXMAINT: REJECTED " FT-ACTION-CODE SPACE
                   FT-CURRENCY-CODE SPACE FT-EFFECTIVE-DATE
                   " - " WS-REJECT-REASON
           MOVE FT-ACTION-CODE TO RG-ACTION-CODE
           MOVE FT-CURRENCY-CODE TO RG-CURRENCY-CODE
           MOVE FT-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
           MOVE FT-RATE TO RG-RATE
           MOVE FT-USER-ID TO RG-USER-ID
           MOVE 'REJECTED' TO RG-STATUS
           MOVE WS-REJECT-REASON TO RG-REASON
           MOVE WS-REGISTER-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       5000-WRITE-NEW-RATES.
           PERFORM 5100-WRITE-ONE-ROW
               VARYING WS-FR-IX FROM 1 BY 1
               UNTIL WS-FR-IX > WS-FR-COUNT
           .

       5100-WRITE-ONE-ROW.
           MOVE SPACES TO FX-RATE-OUT-RECORD
           MOVE WS-FR-CURRENCY(WS-FR-IX) TO XO-CURRENCY-CODE
           MOVE WS-FR-DATE(WS-FR-IX) TO XO-EFFECTIVE-DATE
           MOVE WS-FR-RATE(WS-FR-IX) TO XO-RATE-N
           MOVE WS-FR-MAINT-DATE(WS-FR-IX) TO XO-MAINT-DATE
           MOVE WS-FR-MAINT-USER(WS-FR-IX) TO XO-MAINT-USER
           WRITE FX-RATE-OUT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN
           .

      **********************************************************************
      * LIST EVERY ROW. THE LAST ROW OF EACH CURRENCY IS THE RATE THE
      * POSTING RUNS WILL USE TONIGHT; WHEN IT IS DATED BEFORE THE RUN
      * DATE IT IS MARKED STALE.
      **********************************************************************
       6000-PRINT-RATE-LISTING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LISTING-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 6100-PRINT-ONE-ROW
               VARYING WS-FR-IX FROM 1 BY 1
               UNTIL WS-FR-IX > WS-FR-COUNT
           .

       6100-PRINT-ONE-ROW.
           MOVE WS-FR-CURRENCY(WS-FR-IX) TO LS-CURRENCY-CODE
           MOVE WS-FR-DATE(WS-FR-IX)(1:4) TO LS-YYYY
           MOVE WS-FR-DATE(WS-FR-IX)(5:2) TO LS-MM
           MOVE WS-FR-DATE(WS-FR-IX)(7:2) TO LS-DD
           MOVE WS-FR-RATE(WS-FR-IX) TO LS-RATE
           MOVE WS-FR-MAINT-DATE(WS-FR-IX) TO LS-MAINT-DATE
           MOVE WS-FR-MAINT-USER(WS-FR-IX) TO LS-MAINT-USER
           MOVE SPACES TO LS-STALE-NOTE
           SET LAST-ROW-OF-CURRENCY TO TRUE
           IF WS-FR-IX LESS THAN WS-FR-COUNT
               IF WS-FR-CURRENCY(WS-FR-IX + 1)
                       EQUAL WS-FR-CURRENCY(WS-FR-IX)
                   SET NOT-LAST-ROW-OF-CURRENCY TO TRUE
               END-IF
           END-IF
           IF LAST-ROW-OF-CURRENCY
               IF WS-FR-DATE(WS-FR-IX) LESS THAN WS-RUN-DATE
                   MOVE 'STALE -- NO RATE FOR RUN DATE'
                       TO LS-STALE-NOTE
                   ADD 1 TO WS-CURRENCIES-STALE
                   DISPLAY "FXMAINT: " WS-FR-CURRENCY(WS-FR-IX)
                           " LAST RATE DATED " WS-FR-DATE(WS-FR-IX)
                           " -- NO RATE FOR " WS-RUN-DATE
               END-IF
           END-IF
           MOVE WS-LISTING-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS SO OPERATIONS CAN PROVE ROWS IN PLUS
      * ADDS MINUS DELETES AND DROPS EQUALS ROWS OUT BEFORE THE NEW
      * RATE FILE IS CUT OVER FOR THE NIGHT'S RUNS.
      **********************************************************************
       9999-END.
           CLOSE FX-RATE-TRANSACTIONS
           CLOSE FX-RATE-FILE-OUT
           CLOSE MAINTENANCE-REPORT

           DISPLAY SPACE
           DISPLAY "FXMAINT CONTROL TOTALS"
           DISPLAY "   RATE ROWS READ      " WS-RATE-ROWS-READ
           DISPLAY "   ROWS DROPPED        " WS-ROWS-DROPPED
           DISPLAY "   TRANS READ          " WS-TRANS-READ
           DISPLAY "   ADDS APPLIED        " WS-ADDS-APPLIED
           DISPLAY "   CHANGES APPLIED     " WS-CHANGES-APPLIED
           DISPLAY "   DELETES APPLIED     " WS-DELETES-APPLIED
           DISPLAY "   TRANS REJECTED      " WS-TRANS-REJECTED
           DISPLAY "   RATES FLAGGED       " WS-RATES-FLAGGED
           DISPLAY "   ROWS WRITTEN        " WS-ROWS-WRITTEN
           DISPLAY "   CURRENCIES STALE    " WS-CURRENCIES-STALE
           DISPLAY SPACE
           .
