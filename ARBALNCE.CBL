      *            EYEBALL ACROSS SYSOUT:
      *
      *              OPEN ITEMS IN + INVOICES ADDED + CREDITS CARRIED
      *                + REOPENED ITEMS ADDED
      *                - ITEMS SATISFIED           = OPEN ITEMS OUT
      *              ITEMS SATISFIED               = PAID ITEMS WRITTEN
      *              RETURNED-ITEM REVERSALS       = ITEMS REOPENED
      *              BILLING RECORDS UPDATED       = DOCUMENTS PRINTED
      *                + DOCUMENTS SENT
      *              INVOICE LINES BILLED          = LINES PRINTED
      *                + LINES SENT
      *              CHARGES READ                  = CHARGES BILLED
      *                + FORWARDED + REJECTED
      *              LETTERS WRITTEN + EXCEPTIONS  = DUNNING WRITTEN
      *              BANK OUTSTANDING IN + ADDED
      *                - CLEARED                   = OUTSTANDING OUT
      *              CURRENCIES WHOSE CASH TIES    = CASH CURRENCIES
      *              AGING SUMMARIES WRITTEN       = SUMMARIES RECORDED
      *
      *            ANY EQUATION THAT FAILS, OR ANY COUNTER MISSING
      *            BECAUSE A STEP DID NOT RUN, ENDS THE STEP WITH
      *
      * MODIFICATION HISTORY:
      *   01 SEP 2026  RTB  ORIGINAL VERSION.
      *   15 OCT 2026  RTB  ITEMIZED BILLING. PROVES EVERY INVOICE LINE
      *                     BILLED WAS PRINTED, AND EVERY BILLABLE
      *                     CHARGE READ WAS BILLED, CARRIED FORWARD OR
      *                     REJECTED ONTO THE EXCEPTION REPORT.
      *   15 OCT 2026  RTB  PROVES EVERY ITEM THE APPLY RUN SATISFIED
      *                     WAS KEPT ON THE PAID-ITEM HISTORY.
      *   15 OCT 2026  RTB  RETURNED PAYMENTS. ITEMS THE APPLY RUN ADDED
      *                     BACK FOR A RETURNED PAYMENT JOIN THE OPEN-
      *                     ITEM EQUATION, AND EVERY REVERSAL THE
      *                     RETURNED-ITEM RUN WROTE MUST HAVE BEEN
      *                     APPLIED BY THE APPLY RUN.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE BUSINESS DATE COMES FROM
      *                     THE RUNCTL CARD (SYSTEM DATE WITHOUT ONE)
      *                     AND HEADS THE REPORT. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) AND STOPS ON A DATE
      *                     IT HAS ALREADY COMPLETED OR ONE ARAPPLY HAS
      *                     NOT; AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. WHEN EVERY
      *                     EQUATION BALANCES IT WRITES THE NIGHT-CLOSED
      *                     MARKER THE NEXT NIGHT'S INVDATE WAITS FOR.
      *                     THE RUN LOGS ITS COMPLETION AND RETURN CODE
      *                     AT THE END.
      *   15 OCT 2026  RTB  BANK RECONCILIATION. PROVES THE BANKREC
      *                     OUTSTANDING ITEMS ROLL FORWARD AND THAT THE
      *                     CASH OF EVERY CURRENCY TIED TO THE GL FEED,
      *                     SO A NIGHT THE BANK DOES NOT SUPPORT IS
      *                     NOT CLOSED.
      *   15 OCT 2026  RTB  ELECTRONIC INVOICE DELIVERY. THE DOCUMENT
      *                     AND INVOICE-LINE EQUATIONS COUNT WHAT THE
      *                     INVOICE RUN SENT ELECTRONICALLY AS WELL AS
      *                     WHAT IT PRINTED, SO AN INVOICE MISSING FROM
      *                     BOTH CHANNELS STOPS THE STREAM.
      *   15 OCT 2026  RTB  COLLECTIONS PERFORMANCE. PROVES EVERY AGING
      *                     SUMMARY THE APPLY RUN WROTE WAS RECORDED ON
      *                     THE PERFORMANCE HISTORY BY ARPERF, SO A
      *                     NIGHT MISSING FROM THE HISTORY IS NOT
      *                     CLOSED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBALNCE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BALANCING-REPORT-RECORD      PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(08).
           05  RC-RUN-MODE              PIC X(01).
           05  FILLER                   PIC X(21).
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-WAS-FOUND        VALUE '00'.
           05  WS-BALRPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  EQ-STATUS                PIC X(14).
           05  FILLER                   PIC X(36) VALUE SPACES.

           COPY RUNLOGW.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-CONTROL-RECORDS
           PERFORM 3000-PROVE-OPEN-ITEM-EQUATION
           PERFORM 3100-PROVE-PAID-ITEM-EQUATION
           PERFORM 3200-PROVE-RETURN-EQUATION
           PERFORM 3300-PROVE-BANK-ITEM-EQUATION
           PERFORM 3400-PROVE-CASH-TIE-EQUATION
           PERFORM 3500-PROVE-PERF-HIST-EQUATION
           PERFORM 4000-PROVE-DOCUMENT-EQUATION
           PERFORM 4100-PROVE-INVOICE-LINE-EQUATION
           PERFORM 4200-PROVE-CHARGE-EQUATION
           PERFORM 5000-PROVE-DUNNING-EQUATION
           PERFORM 9999-END
           GOBACK
           .

      **********************************************************************
      * THE BUSINESS DATE COMES FROM THE SAME RUNCTL CARD AS THE REST
      * OF THE STREAM, FALLING BACK TO THE SYSTEM DATE. NO CONTROL FILE
      * MEANS NO STEP OF THE STREAM RAN OR THE ALLOCATION IS WRONG --
      * EITHER WAY NOTHING CAN BE PROVED, SO STOP THE STREAM.
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
           MOVE 'ARBALNCE' TO WS-LG-PROGRAM-NAME
           MOVE 'ARAPPLY' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARBALNCE: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CONTROL-TOTALS-FILE
           IF NOT CTLFILE-WAS-FOUND
               DISPLAY "ARBALNCE: NO CONTROL-TOTALS FILE, STATUS "
           END-IF
           OPEN OUTPUT BALANCING-REPORT

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADING-LINE TO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD
           MOVE SPACES TO BALANCING-REPORT-RECORD

      **********************************************************************
      * OPEN ITEMS IN + INVOICES ADDED + CREDITS CARRIED
      *   + REOPENED ITEMS ADDED - ITEMS SATISFIED = OPEN ITEMS OUT.
      **********************************************************************
       3000-PROVE-OPEN-ITEM-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'CREDITS-CARRIED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'REVERSAL-ITEMS-ADDED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'ITEMS-SATISFIED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           SUBTRACT WS-FOUND-VALUE FROM WS-LEFT-SIDE
           MOVE 'OPEN-ITEMS-OUT' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'OPEN ITEMS IN + ADDED + CREDITS + REOPENED - PAID'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * ITEMS SATISFIED = PAID ITEMS WRITTEN TO THE PAID-ITEM HISTORY.
      **********************************************************************
       3100-PROVE-PAID-ITEM-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'ARAPPLY' TO WS-FIND-PROGRAM
           MOVE 'ITEMS-SATISFIED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'PAID-ITEMS-WRITTEN' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'ITEMS SATISFIED VS PAID ITEMS WRITTEN'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * RETURNED-ITEM REVERSALS WRITTEN = ITEMS REOPENED BY THE APPLY
      * RUN, SO NO RETURNED PAYMENT IS LEFT HALF REVERSED.
      **********************************************************************
       3200-PROVE-RETURN-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'ARRETURN' TO WS-FIND-PROGRAM
           MOVE 'REVERSALS-WRITTEN' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'ARAPPLY' TO WS-FIND-PROGRAM
           MOVE 'ITEMS-REOPENED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'RETURNED-ITEM REVERSALS IN VS ITEMS REOPENED'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * BANK OUTSTANDING ITEMS IN + ADDED - CLEARED = OUTSTANDING OUT,
      * SO NO UNCREDITED DEPOSIT OR UNMATCHED BANK ENTRY IS LOST
      * BETWEEN ONE NIGHT'S RECONCILIATION AND THE NEXT.
      **********************************************************************
       3300-PROVE-BANK-ITEM-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE ZERO TO WS-LEFT-SIDE
           MOVE 'BANKREC' TO WS-FIND-PROGRAM
           MOVE 'OUTSTANDING-IN' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'OUTSTANDING-ADDED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'OUTSTANDING-CLEARED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           SUBTRACT WS-FOUND-VALUE FROM WS-LEFT-SIDE
           MOVE 'OUTSTANDING-OUT' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'BANK OUTSTANDING IN + ADDED - CLEARED VS OUT'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * CURRENCIES WHOSE CASH TIED TO THE GL FEED = CURRENCIES WITH
      * CASH TO PROVE.
      **********************************************************************
       3400-PROVE-CASH-TIE-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'BANKREC' TO WS-FIND-PROGRAM
           MOVE 'CURRENCIES-TIED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'CASH-CURRENCIES' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'BANK CASH CURRENCIES TIED VS CURRENCIES PROVED'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * AGING SUMMARIES WRITTEN BY THE APPLY RUN = SUMMARIES RECORDED ON
      * THE COLLECTIONS PERFORMANCE HISTORY.
      **********************************************************************
       3500-PROVE-PERF-HIST-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'ARAPPLY' TO WS-FIND-PROGRAM
           MOVE 'AGING-SUMMARIES' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE 'ARPERF' TO WS-FIND-PROGRAM
           MOVE 'SUMMARIES-RECORDED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'AGING SUMMARIES WRITTEN VS RECORDED ON HISTORY'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * EXTRACT RECORDS BILLED = INVOICE DOCUMENTS PRINTED + INVOICES
      * SENT ELECTRONICALLY.
      **********************************************************************
       4000-PROVE-DOCUMENT-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'RECORDS-UPDATED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE ZERO TO WS-RIGHT-SIDE
           MOVE 'INVPRINT' TO WS-FIND-PROGRAM
           MOVE 'DOCUMENTS-PRINTED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'DOCUMENTS-SENT' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'EXTRACT RECORDS BILLED VS PRINTED + SENT'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * INVOICE LINES BILLED = INVOICE LINES PRINTED + LINES SENT.
      **********************************************************************
       4100-PROVE-INVOICE-LINE-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'INVDATE' TO WS-FIND-PROGRAM
           MOVE 'INVOICE-LINES' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE ZERO TO WS-RIGHT-SIDE
           MOVE 'INVPRINT' TO WS-FIND-PROGRAM
           MOVE 'LINES-PRINTED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'LINES-SENT' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'INVOICE LINES BILLED VS PRINTED + SENT'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .

      **********************************************************************
      * CHARGES READ = CHARGES BILLED + FORWARDED + REJECTED.
      **********************************************************************
       4200-PROVE-CHARGE-EQUATION.
           SET EQUATION-IS-PROVABLE TO TRUE
           MOVE 'INVDATE' TO WS-FIND-PROGRAM
           MOVE 'CHARGES-READ' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           MOVE WS-FOUND-VALUE TO WS-LEFT-SIDE
           MOVE ZERO TO WS-RIGHT-SIDE
           MOVE 'CHARGES-BILLED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'CHARGES-FORWARDED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'CHARGES-REJECTED' TO WS-FIND-COUNTER
           PERFORM 2000-FIND-CONTROL-VALUE
           ADD WS-FOUND-VALUE TO WS-RIGHT-SIDE
           MOVE 'CHARGES READ VS BILLED + FORWARDED + REJECTED'
               TO EQ-DESCRIPTION
           PERFORM 8000-REPORT-EQUATION
           .
               DISPLAY "ARBALNCE: STREAM DOES NOT BALANCE -- "
                       "DO NOT CUT OVER TONIGHT'S GENERATIONS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 8985-LOG-NIGHT-CLOSED
               DISPLAY "ARBALNCE: BUSINESS DATE " WS-RUN-DATE
                       " CLOSED ON THE RUN LOG"
           END-IF
           PERFORM 8980-LOG-STEP-COMPLETION
           .

           COPY RUNLOGP.
