      * RUNLOGW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE STREAM RUN-LOG CHECK (RUNLOGP.CPY).
      * COPY THIS MEMBER PLAIN (NO REPLACING) IN EVERY STEP OF THE
      * NIGHTLY STREAM, SO NO STEP CAN PROCESS A BUSINESS DATE TWICE
      * OR AHEAD OF THE STEP BEFORE IT.
      *
      * THE CALLER DECLARES THE RUN LOG AS:
      *     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-RUNLOG-STATUS.
      * WITH RUNLOG.CPY UNDER ITS FD. ONCE THE RUN DATE IS KNOWN, AND
      * BEFORE ANY OUTPUT IS OPENED, IT SETS:
      *   WS-LG-PROGRAM-NAME     ITS OWN PROGRAM NAME.
      *   WS-LG-BUSINESS-DATE    THE RUN DATE.
      *   WS-LG-PREDECESSOR      THE STEP THAT MUST HAVE FINISHED THE
      *                          SAME DATE FIRST, OR SPACES FOR THE
      *                          FIRST STEP OF THE NIGHT.
      *   WS-LG-RERUN-INDICATOR  'Y' FROM THE RUNCTL CARD (COLUMN 31)
      *   WS-LG-RERUN-AUTHORITY  AND THE ID OF WHOEVER AUTHORIZED THE
      *                          RERUN (COLUMNS 32-39).
      * AND PERFORMS 8950-CHECK-RUN-LOG. RUN-LOG-REFUSED COMES BACK
      * SET, WITH THE REASON IN WS-LG-REFUSAL-REASON, WHEN:
      *   - THE STEP HAS ALREADY FINISHED THE DATE AND THE CARD DOES
      *     NOT AUTHORIZE A RERUN (AN AUTHORIZED RERUN IS LOGGED AND
      *     ALLOWED);
      *   - THE PREDECESSOR HAS NOT FINISHED THE DATE;
      *   - FOR THE FIRST STEP, A LATER DATE HAS ALREADY BEEN RUN, OR
      *     THE LAST DATE RUN BEFORE THIS ONE WAS NEVER CLOSED.
      * THE CALLER STOPS THE RUN. THE LATEST EARLIER DATE CLOSED IS
      * LEFT IN WS-LG-LAST-CLOSED-DATE (ZEROS WHEN NONE) SO THE FIRST
      * STEP CAN LOOK FOR BUSINESS DAYS SKIPPED SINCE.
      *
      * AT THE VERY END OF THE RUN, ONCE THE RETURN CODE IS FINAL, THE
      * CALLER PERFORMS 8980-LOG-STEP-COMPLETION. THE BALANCING RUN
      * ALSO PERFORMS 8985-LOG-NIGHT-CLOSED WHEN THE NIGHT BALANCES.
      *****************************************************************
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE '00'.
           88  RUNLOG-FILE-WAS-FOUND        VALUE '00'.
           88  RUNLOG-FILE-NOT-FOUND        VALUE '35'.

       01  WS-RUN-LOG-CHECK.
           05  WS-LG-PROGRAM-NAME       PIC X(08) VALUE SPACES.
           05  WS-LG-BUSINESS-DATE      PIC X(08) VALUE SPACES.
           05  WS-LG-PREDECESSOR        PIC X(08) VALUE SPACES.
           05  WS-LG-RERUN-INDICATOR    PIC X(01) VALUE SPACES.
               88  LG-RERUN-IS-REQUESTED        VALUE 'Y'.
           05  WS-LG-RERUN-AUTHORITY    PIC X(08) VALUE SPACES.
           05  WS-LG-REFUSAL-REASON     PIC X(60) VALUE SPACES.
           05  WS-LG-LAST-CLOSED-DATE   PIC X(08) VALUE '00000000'.
           05  WS-LG-PRIOR-RUN-DATE     PIC X(08) VALUE '00000000'.
           05  WS-LG-LATEST-RUN-DATE    PIC X(08) VALUE '00000000'.
           05  WS-LG-EVENT-TYPE         PIC X(01) VALUE SPACES.

       01  WS-RUN-LOG-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RUN-LOG-FILE-EOF             VALUE 'Y'.
               88  RUN-LOG-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  STEP-ALREADY-COMPLETED       VALUE 'Y'.
               88  STEP-NOT-YET-COMPLETED       VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PREDECESSOR-COMPLETED        VALUE 'Y'.
               88  PREDECESSOR-NOT-COMPLETED    VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RUN-LOG-REFUSED              VALUE 'Y'.
               88  RUN-LOG-ALLOWED              VALUE 'N'.
      * RUNLOGW.CPY END
