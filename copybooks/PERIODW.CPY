      * PERIODW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE CLOSED-PERIOD CHECK (PERIODP.CPY).
      * COPY THIS MEMBER PLAIN (NO REPLACING) IN ANY PROGRAM THAT
      * POSTS TO THE GENERAL LEDGER, SO NO RUN CAN POST INTO A MONTH
      * THE MONTH-END CLOSE HAS ALREADY CLOSED.
      *
      * THE CALLER DECLARES THE CLOSED-PERIOD FILE AS:
      *     SELECT CLOSED-PERIOD-FILE ASSIGN TO ARPERIOD
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ARPERIOD-STATUS.
      * WITH ARPERIOD.CPY UNDER ITS FD. ONCE THE RUN DATE IS KNOWN,
      * AND BEFORE ANY OUTPUT IS OPENED, IT MOVES THE RUN DATE TO
      * WS-PERIOD-CHECK-DATE AND PERFORMS 8900-CHECK-CLOSED-PERIOD.
      * RUN-DATE-IS-IN-CLOSED-PERIOD COMES BACK SET WHEN THE MONTH OF
      * THAT DATE IS NOT LATER THAN THE LATEST PERIOD CLOSED, WHICH IS
      * LEFT IN WS-CLOSED-THROUGH-PERIOD (ZEROS WHEN NOTHING HAS EVER
      * BEEN CLOSED OR THE FILE IS MISSING). THE CALLER STOPS THE RUN.
      *****************************************************************
       01  WS-ARPERIOD-STATUS           PIC X(02) VALUE '00'.
           88  ARPERIOD-FILE-WAS-FOUND      VALUE '00'.
           88  ARPERIOD-FILE-NOT-FOUND      VALUE '35'.

       01  WS-PERIOD-CHECK.
           05  WS-PERIOD-CHECK-DATE.
               10  WS-PERIOD-CHECK-MONTH
                                        PIC X(06) VALUE SPACES.
               10  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CLOSED-THROUGH-PERIOD PIC X(06) VALUE '000000'.

       01  WS-PERIOD-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  CLOSED-PERIOD-FILE-EOF       VALUE 'Y'.
               88  CLOSED-PERIOD-FILE-NOT-EOF   VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  RUN-DATE-IS-IN-CLOSED-PERIOD VALUE 'Y'.
               88  RUN-DATE-IS-IN-OPEN-PERIOD   VALUE 'N'.
      * PERIODW.CPY END
