      **********************************************************************
      * AUTHOR:    R T BARNES
      * DATE:      15 OCT 2026
      * PURPOSE:   STREAM RUN-LOG REPORT FOR THE OPERATIONS SHIFT LEAD.
      *            READS THE RUNLOG RUN LOG THAT EVERY STEP OF THE
      *            NIGHTLY STREAM APPENDS TO (SHARED RUNLOGW/RUNLOGP)
      *            AND PRINTS ONE LINE PER BUSINESS DATE FOR THE 31
      *            DAYS ENDING ON THE AS-OF DATE, SHOWING FOR EACH STEP
      *            WHETHER IT COMPLETED THE DATE (DONE, RETURN CODE 4
      *            OR LESS), ENDED IN ERROR (FAIL, RETURN CODE 8 OR
      *            MORE) OR HAS NOT RUN IT, WHETHER IT WAS RERUN UNDER
      *            AN AUTHORIZED RUNCTL CARD, AND WHETHER THE BALANCING
      *            RUN CLOSED THE NIGHT. THE LAST COMPLETION LOGGED
      *            FOR A STEP IS THE ONE SHOWN, SO A FAILED STEP THAT
      *            WAS RERUN CLEAN SHOWS DONE. THE AUTHORIZED RERUNS IN
      *            THE WINDOW ARE LISTED AFTER THE DATES WITH WHO
      *            AUTHORIZED EACH ONE AND WHEN IT WAS LOGGED.
      *
      *            THE AS-OF DATE IS THE RUNCTL RUN DATE, OR THE SYSTEM
      *            DATE WITHOUT A CARD. ONLY DATES WITH SOMETHING ON
      *            THE LOG ARE PRINTED; A BUSINESS DAY LEFT OFF THE
      *            STREAM ALTOGETHER IS REFUSED BY INVDATE ON THE NEXT
      *            NIGHT RATHER THAN REPORTED HERE.
      *
      * USAGE:     ARRUNRPT
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  BANK RECONCILIATION (BANKREC) ADDED AS A
      *                     STEP BETWEEN ARINQ AND ARBALNCE.
      *   15 OCT 2026  RTB  COLLECTIONS PERFORMANCE HISTORY (ARPERF)
      *                     ADDED AS A STEP BETWEEN ARFINCHG AND
      *                     ARSTMT. STEP COLUMNS NARROWED TO 11 TO FIT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRUNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-REPORT
               ASSIGN TO RUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(72).

       FD  RUN-LOG-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RUN-LOG-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNLOG-STATUS         PIC X(02) VALUE '00'.
               88  RUNLOG-FILE-WAS-FOUND    VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-RUNRPT-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RUN-LOG-FILE-EOF             VALUE 'Y'.
               88  RUN-LOG-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  DATE-WAS-FOUND               VALUE 'Y'.
               88  DATE-NOT-FOUND               VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  STEP-WAS-FOUND               VALUE 'Y'.
               88  STEP-NOT-FOUND               VALUE 'N'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE              PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-WINDOW-START-DATE     PIC X(08) VALUE SPACES.
           05  WS-WINDOW-START-DATE-N REDEFINES WS-WINDOW-START-DATE
                                        PIC 9(08).
           05  WS-WINDOW-INTEGER-DATE   PIC S9(09) COMP VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-IN-WINDOW     PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-OUTSIDE       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-OTHER-STEP-EVENTS     PIC 9(07) COMP VALUE ZERO.
           05  WS-DATES-OPEN            PIC 9(07) COMP VALUE ZERO.

      *    THE STEPS OF THE NIGHTLY STREAM IN RUN ORDER, ONE COLUMN OF
      *    THE REPORT EACH. THE COLUMN HEADINGS IN WS-HEADING-LINE-2
      *    FOLLOW THE SAME ORDER.
       01  WS-STEP-NAME-LIST.
           05  FILLER                   PIC X(08) VALUE 'INVDATE'.
           05  FILLER                   PIC X(08) VALUE 'ARRETURN'.
           05  FILLER                   PIC X(08) VALUE 'ARAPPLY'.
           05  FILLER                   PIC X(08) VALUE 'ARREFUND'.
           05  FILLER                   PIC X(08) VALUE 'ARFINCHG'.
           05  FILLER                   PIC X(08) VALUE 'ARPERF'.
           05  FILLER                   PIC X(08) VALUE 'ARSTMT'.
           05  FILLER                   PIC X(08) VALUE 'ARINQ'.
           05  FILLER                   PIC X(08) VALUE 'BANKREC'.
           05  FILLER                   PIC X(08) VALUE 'ARBALNCE'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05  WS-STEP-NAME             PIC X(08) OCCURS 10 TIMES.

       01  WS-STEP-FIELDS.
           05  WS-STEP-MAX              PIC 9(02) COMP VALUE 10.
           05  WS-STEP-IX               PIC 9(02) COMP VALUE ZERO.
           05  WS-STEP-FOUND-IX         PIC 9(02) COMP VALUE ZERO.

      *    ONE ENTRY PER BUSINESS DATE ON THE LOG INSIDE THE WINDOW,
      *    KEPT IN ASCENDING DATE ORDER AS ENTRIES ARE ADDED SO THE
      *    REPORT PRINTS IN DATE ORDER WITHOUT A SORT STEP. THE WINDOW
      *    IS 31 DAYS, SO THE TABLE CANNOT OVERFLOW.
       01  WS-DATE-TABLE.
           05  WS-DT-MAX                PIC 9(04) COMP VALUE 31.
           05  WS-DT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-DT-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-DT-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 31 TIMES.
               10  WS-DT-DATE           PIC X(08).
               10  WS-DT-NIGHT-FLAG     PIC X(01).
                   88  DT-NIGHT-CLOSED          VALUE 'Y'.
               10  WS-DT-STEP OCCURS 10 TIMES.
                   15  WS-DT-STEP-STATUS
                                        PIC X(01).
                       88  DT-STEP-NOT-RUN      VALUE SPACE.
                       88  DT-STEP-DONE         VALUE 'D'.
                       88  DT-STEP-FAILED       VALUE 'F'.
                   15  WS-DT-STEP-RC    PIC 9(04).
                   15  WS-DT-STEP-RERUN-FLAG
                                        PIC X(01).
                       88  DT-STEP-WAS-RERUN    VALUE 'Y'.

      *    THE AUTHORIZED RERUNS IN THE WINDOW, IN THE ORDER LOGGED.
       01  WS-RERUN-TABLE.
           05  WS-RR-MAX                PIC 9(04) COMP VALUE 200.
           05  WS-RR-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-RR-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-RR-NOT-LISTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-RR-ENTRY OCCURS 200 TIMES.
               10  WS-RR-BUSINESS-DATE  PIC X(08).
               10  WS-RR-PROGRAM-NAME   PIC X(08).
               10  WS-RR-AUTHORIZED-BY  PIC X(08).
               10  WS-RR-LOGGED-DATE    PIC X(08).
               10  WS-RR-LOGGED-TIME    PIC X(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(32)
                   VALUE 'STREAM RUN LOG - BUSINESS DATES '.
           05  HL1-WINDOW-START         PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  HL1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(10) VALUE 'BUS DATE'.
           05  FILLER                   PIC X(11) VALUE 'INVDATE'.
           05  FILLER                   PIC X(11) VALUE 'ARRETURN'.
           05  FILLER                   PIC X(11) VALUE 'ARAPPLY'.
           05  FILLER                   PIC X(11) VALUE 'ARREFUND'.
           05  FILLER                   PIC X(11) VALUE 'ARFINCHG'.
           05  FILLER                   PIC X(11) VALUE 'ARPERF'.
           05  FILLER                   PIC X(11) VALUE 'ARSTMT'.
           05  FILLER                   PIC X(11) VALUE 'ARINQ'.
           05  FILLER                   PIC X(11) VALUE 'BANKREC'.
           05  FILLER                   PIC X(11) VALUE 'ARBALNCE'.
           05  FILLER                   PIC X(08) VALUE 'NIGHT'.
           05  FILLER                   PIC X(04) VALUE SPACES.

       01  WS-LEGEND-LINE.
           05  FILLER                   PIC X(28) VALUE
                   'DONE = COMPLETED, RC 0-4    '.
           05  FILLER                   PIC X(29) VALUE
                   'FAIL = ENDED RC 8 OR MORE    '.
           05  FILLER                   PIC X(75) VALUE
                   '* = AUTHORIZED RERUN    BLANK = NOT RUN'.

       01  WS-DATE-LINE.
           05  DL-BUSINESS-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STEP-CELL OCCURS 10 TIMES.
               10  DL-STEP-STATUS       PIC X(04).
               10  FILLER               PIC X(01).
               10  DL-STEP-RC           PIC ZZ9.
               10  DL-STEP-RERUN        PIC X(01).
               10  FILLER               PIC X(02).
           05  DL-NIGHT-STATUS          PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RERUN-HEADING-1.
           05  FILLER                   PIC X(17)
                   VALUE 'AUTHORIZED RERUNS'.
           05  FILLER                   PIC X(115) VALUE SPACES.

       01  WS-RERUN-HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'BUS DATE'.
           05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(15) VALUE 'AUTHORIZED BY'.
           05  FILLER                   PIC X(10) VALUE 'LOGGED ON'.
           05  FILLER                   PIC X(08) VALUE 'AT'.
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-RERUN-LINE.
           05  RL-BUSINESS-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-PROGRAM-NAME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-AUTHORIZED-BY         PIC X(08).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  RL-LOGGED-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-LOGGED-TIME           PIC X(08).
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-NO-RERUN-LINE             PIC X(132) VALUE
               '  NO AUTHORIZED RERUNS IN THE WINDOW'.

       01  WS-NO-DATE-LINE              PIC X(132) VALUE
               '  NOTHING ON THE RUN LOG IN THE WINDOW'.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
      **********************************************************************
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-PROCESS-RUN-LOG
           PERFORM 8000-PRINT-DATES
           PERFORM 8200-PRINT-RERUNS
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * ESTABLISH THE AS-OF DATE FROM THE RUNCTL CARD, OR THE SYSTEM
      * DATE WITHOUT ONE, AND THE FIRST DATE OF THE 31-DAY WINDOW. A
      * MISSING RUN LOG MEANS NO STEP HAS EVER LOGGED: THE REPORT
      * PRINTS EMPTY.
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
           COMPUTE WS-WINDOW-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) - 30
           COMPUTE WS-WINDOW-START-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER-DATE)
           DISPLAY "ARRUNRPT: BUSINESS DATES " WS-WINDOW-START-DATE
                   " TO " WS-RUN-DATE

           OPEN INPUT RUN-LOG-FILE
           IF NOT RUNLOG-FILE-WAS-FOUND
               DISPLAY "ARRUNRPT: NO RUN LOG FILE, STATUS "
                       WS-RUNLOG-STATUS
               DISPLAY "ARRUNRPT: PRINTING AN EMPTY REPORT"
               SET RUN-LOG-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT RUN-LOG-REPORT

           MOVE WS-WINDOW-START-DATE TO HL1-WINDOW-START
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           MOVE WS-LEGEND-LINE TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           MOVE SPACES TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           .

       1000-PROCESS-RUN-LOG.
           PERFORM 1100-READ-RUN-LOG
           PERFORM 1200-NOTE-ONE-EVENT
               UNTIL RUN-LOG-FILE-EOF
           .

       1100-READ-RUN-LOG.
           IF NOT RUN-LOG-FILE-EOF
               READ RUN-LOG-FILE
                   AT END
                       SET RUN-LOG-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF
           .

      **********************************************************************
      * AN EVENT OUTSIDE THE WINDOW IS SKIPPED. ONE WHOSE BUSINESS DATE
      * IS NOT NUMERIC CANNOT BE PLACED AND IS LISTED ON SYSOUT. THE
      * LOG IS IN THE ORDER WRITTEN, SO A LATER COMPLETION FOR THE
      * SAME STEP AND DATE REPLACES AN EARLIER ONE.
      **********************************************************************
       1200-NOTE-ONE-EVENT.
           EVALUATE TRUE
               WHEN LG-BUSINESS-DATE IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ARRUNRPT: RUN LOG DATE NOT NUMERIC, "
                           "PROGRAM " LG-PROGRAM-NAME
                           " LOGGED " LG-LOGGED-DATE
               WHEN LG-BUSINESS-DATE < WS-WINDOW-START-DATE
               WHEN LG-BUSINESS-DATE > WS-RUN-DATE
                   ADD 1 TO WS-RECORDS-OUTSIDE
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-IN-WINDOW
                   PERFORM 2000-FIND-DATE
                   PERFORM 1300-APPLY-ONE-EVENT
           END-EVALUATE
           PERFORM 1100-READ-RUN-LOG
           .

       1300-APPLY-ONE-EVENT.
           IF LG-NIGHT-CLOSED
               MOVE 'Y' TO WS-DT-NIGHT-FLAG(WS-DT-FOUND-IX)
           END-IF
           PERFORM 2200-FIND-STEP
           IF STEP-NOT-FOUND
               ADD 1 TO WS-OTHER-STEP-EVENTS
           ELSE
               EVALUATE TRUE
                   WHEN LG-STEP-COMPLETED
                       MOVE LG-RETURN-CODE TO WS-DT-STEP-RC
                           (WS-DT-FOUND-IX WS-STEP-FOUND-IX)
                       IF LG-RETURN-CODE > 4
                           MOVE 'F' TO WS-DT-STEP-STATUS
                               (WS-DT-FOUND-IX WS-STEP-FOUND-IX)
                       ELSE
                           MOVE 'D' TO WS-DT-STEP-STATUS
                               (WS-DT-FOUND-IX WS-STEP-FOUND-IX)
                       END-IF
                   WHEN LG-RERUN-AUTHORIZED
                       MOVE 'Y' TO WS-DT-STEP-RERUN-FLAG
                           (WS-DT-FOUND-IX WS-STEP-FOUND-IX)
                       PERFORM 2300-SAVE-RERUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * FIND THE ENTRY FOR THE BUSINESS DATE, OR THE FIRST ENTRY WITH A
      * LATER DATE, WHICH IS WHERE A NEW ENTRY IS INSERTED TO KEEP THE
      * TABLE IN ORDER. THE MATCH INDEX IS SAVED BECAUSE PERFORM
      * VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE
      * FOUND FLAG.
      **********************************************************************
       2000-FIND-DATE.
           SET DATE-NOT-FOUND TO TRUE
           PERFORM 2010-SEARCH-DATE
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-COUNT
               OR DATE-WAS-FOUND
           IF DATE-NOT-FOUND
               COMPUTE WS-DT-FOUND-IX = WS-DT-COUNT + 1
           END-IF
           IF DATE-NOT-FOUND
           OR WS-DT-DATE(WS-DT-FOUND-IX) NOT EQUAL LG-BUSINESS-DATE
               PERFORM 2100-INSERT-DATE
           END-IF
           .

       2010-SEARCH-DATE.
           IF WS-DT-DATE(WS-DT-IX) NOT LESS THAN LG-BUSINESS-DATE
               SET DATE-WAS-FOUND TO TRUE
               MOVE WS-DT-IX TO WS-DT-FOUND-IX
           END-IF
           .

      **********************************************************************
      * OPEN A SLOT AT THE INSERT POSITION BY MOVING EVERY LATER ENTRY
      * DOWN ONE, LAST FIRST, THEN START THE NEW DATE WITH NO STEP RUN.
      **********************************************************************
       2100-INSERT-DATE.
           PERFORM 2110-SHIFT-ONE-DATE
               VARYING WS-DT-IX FROM WS-DT-COUNT BY -1
               UNTIL WS-DT-IX < WS-DT-FOUND-IX
           ADD 1 TO WS-DT-COUNT
           MOVE SPACES TO WS-DT-ENTRY(WS-DT-FOUND-IX)
           MOVE LG-BUSINESS-DATE TO WS-DT-DATE(WS-DT-FOUND-IX)
           .

       2110-SHIFT-ONE-DATE.
           MOVE WS-DT-ENTRY(WS-DT-IX) TO WS-DT-ENTRY(WS-DT-IX + 1)
           .

       2200-FIND-STEP.
           SET STEP-NOT-FOUND TO TRUE
           PERFORM 2210-SEARCH-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
               OR STEP-WAS-FOUND
           .

       2210-SEARCH-STEP.
           IF WS-STEP-NAME(WS-STEP-IX) EQUAL LG-PROGRAM-NAME
               SET STEP-WAS-FOUND TO TRUE
               MOVE WS-STEP-IX TO WS-STEP-FOUND-IX
           END-IF
           .

       2300-SAVE-RERUN.
           IF WS-RR-COUNT >= WS-RR-MAX
               ADD 1 TO WS-RR-NOT-LISTED
           ELSE
               ADD 1 TO WS-RR-COUNT
               MOVE LG-BUSINESS-DATE
                   TO WS-RR-BUSINESS-DATE(WS-RR-COUNT)
               MOVE LG-PROGRAM-NAME TO WS-RR-PROGRAM-NAME(WS-RR-COUNT)
               MOVE LG-AUTHORIZED-BY
                   TO WS-RR-AUTHORIZED-BY(WS-RR-COUNT)
               MOVE LG-LOGGED-DATE TO WS-RR-LOGGED-DATE(WS-RR-COUNT)
               MOVE LG-LOGGED-TIME TO WS-RR-LOGGED-TIME(WS-RR-COUNT)
           END-IF
           .

      **********************************************************************
      * ONE LINE PER BUSINESS DATE: A CELL PER STEP AND WHETHER THE
      * BALANCING RUN CLOSED THE NIGHT.
      **********************************************************************
       8000-PRINT-DATES.
           IF WS-DT-COUNT EQUAL ZERO
               MOVE WS-NO-DATE-LINE TO RUN-LOG-REPORT-RECORD
               WRITE RUN-LOG-REPORT-RECORD
           END-IF
           PERFORM 8100-PRINT-ONE-DATE
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-COUNT
           .

       8100-PRINT-ONE-DATE.
           MOVE SPACES TO WS-DATE-LINE
           MOVE WS-DT-DATE(WS-DT-IX) TO DL-BUSINESS-DATE
           PERFORM 8110-FORMAT-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
           IF DT-NIGHT-CLOSED(WS-DT-IX)
               MOVE 'CLOSED' TO DL-NIGHT-STATUS
           ELSE
               MOVE 'OPEN' TO DL-NIGHT-STATUS
               ADD 1 TO WS-DATES-OPEN
           END-IF
           MOVE WS-DATE-LINE TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           .

       8110-FORMAT-ONE-STEP.
           EVALUATE TRUE
               WHEN DT-STEP-DONE(WS-DT-IX WS-STEP-IX)
                   MOVE 'DONE' TO DL-STEP-STATUS(WS-STEP-IX)
                   MOVE WS-DT-STEP-RC(WS-DT-IX WS-STEP-IX)
                       TO DL-STEP-RC(WS-STEP-IX)
               WHEN DT-STEP-FAILED(WS-DT-IX WS-STEP-IX)
                   MOVE 'FAIL' TO DL-STEP-STATUS(WS-STEP-IX)
                   MOVE WS-DT-STEP-RC(WS-DT-IX WS-STEP-IX)
                       TO DL-STEP-RC(WS-STEP-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DT-STEP-WAS-RERUN(WS-DT-IX WS-STEP-IX)
               MOVE '*' TO DL-STEP-RERUN(WS-STEP-IX)
           END-IF
           .

      **********************************************************************
      * THE AUTHORIZED RERUNS IN THE WINDOW, IN THE ORDER LOGGED.
      **********************************************************************
       8200-PRINT-RERUNS.
           MOVE SPACES TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           MOVE WS-RERUN-HEADING-1 TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           MOVE WS-RERUN-HEADING-2 TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           IF WS-RR-COUNT EQUAL ZERO
               MOVE WS-NO-RERUN-LINE TO RUN-LOG-REPORT-RECORD
               WRITE RUN-LOG-REPORT-RECORD
           END-IF
           PERFORM 8210-PRINT-ONE-RERUN
               VARYING WS-RR-IX FROM 1 BY 1
               UNTIL WS-RR-IX > WS-RR-COUNT
           .

       8210-PRINT-ONE-RERUN.
           MOVE WS-RR-BUSINESS-DATE(WS-RR-IX) TO RL-BUSINESS-DATE
           MOVE WS-RR-PROGRAM-NAME(WS-RR-IX) TO RL-PROGRAM-NAME
           MOVE WS-RR-AUTHORIZED-BY(WS-RR-IX) TO RL-AUTHORIZED-BY
           MOVE WS-RR-LOGGED-DATE(WS-RR-IX) TO RL-LOGGED-DATE
           MOVE WS-RR-LOGGED-TIME(WS-RR-IX) TO RL-LOGGED-TIME
           MOVE WS-RERUN-LINE TO RUN-LOG-REPORT-RECORD
           WRITE RUN-LOG-REPORT-RECORD
           .

      **********************************************************************
      * REPORT CONTROL TOTALS. EVERY RECORD READ WAS EITHER IN THE
      * WINDOW, OUTSIDE IT, OR REJECTED; A REJECT MEANS THE LOG HAS BEEN
      * DAMAGED AND ENDS THE RUN NONZERO.
      **********************************************************************
       9999-END.
           CLOSE RUN-LOG-FILE
           CLOSE RUN-LOG-REPORT

           DISPLAY SPACE
           DISPLAY "ARRUNRPT CONTROL TOTALS"
           DISPLAY "   RECORDS READ        " WS-RECORDS-READ
           DISPLAY "   RECORDS IN WINDOW   " WS-RECORDS-IN-WINDOW
           DISPLAY "   OUTSIDE WINDOW      " WS-RECORDS-OUTSIDE
           DISPLAY "   RECORDS REJECTED    " WS-RECORDS-REJECTED
           DISPLAY "   OTHER STEP EVENTS   " WS-OTHER-STEP-EVENTS
           DISPLAY "   DATES PRINTED       " WS-DT-COUNT
           DISPLAY "   DATES NOT CLOSED    " WS-DATES-OPEN
           DISPLAY "   RERUNS LISTED       " WS-RR-COUNT
           DISPLAY SPACE
           IF WS-RR-NOT-LISTED > ZERO
               DISPLAY "ARRUNRPT: " WS-RR-NOT-LISTED
                       " AUTHORIZED RERUNS NOT LISTED -- TABLE FULL"
           END-IF
           IF WS-RECORDS-REJECTED > ZERO
               DISPLAY "ARRUNRPT: RUN LOG RECORDS REJECTED -- "
                       "CHECK THE RUN LOG"
               MOVE 8 TO RETURN-CODE
           END-IF
           .
