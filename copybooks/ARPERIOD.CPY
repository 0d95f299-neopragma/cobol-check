      * ARPERIOD.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CLOSED-PERIOD FILE (ARPERIOD), ONE 80-BYTE
      * RECORD PER CURRENCY FOR EACH ACCOUNTING PERIOD CLOSED. A PERIOD
      * IS A CALENDAR MONTH (YYYYMM). THE FILE IS A PERMANENT HISTORY,
      * APPENDED BY THE MONTH-END CLOSE ONLY WHEN THE PERIOD'S AR
      * ROLL-FORWARD TIES, AND NEVER REWRITTEN. A PERIOD ON THIS FILE
      * IS CLOSED FOR GOOD: EVERY RUN THAT POSTS TO THE LEDGER REFUSES
      * A RUN DATE IN OR BEFORE THE LATEST PERIOD HERE (PERIODW/
      * PERIODP).
      *
      * THE ENDING BALANCE IS THE LEDGER FIGURE THE ROLL-FORWARD ENDED
      * ON AND IS THE NEXT PERIOD'S BEGINNING BALANCE. THE FROZEN
      * BALANCE AND ITEM COUNT ARE THE SUM AND COUNT OF THE OPEN ITEMS
      * ON THE FROZEN PERIOD-END FILE; THE TWO BALANCES DIFFER ONLY BY
      * POSTINGS STILL ON THEIR WAY TO THE OPEN ITEMS AT PERIOD END.
      *
      * COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD.
      *****************************************************************
       01  CLOSED-PERIOD-RECORD.
           05  CP-PERIOD                PIC X(06).
           05  CP-PERIOD-END-DATE       PIC X(08).
           05  CP-CURRENCY-CODE         PIC X(03).
           05  CP-ENDING-BALANCE        PIC S9(11)V99.
           05  CP-FROZEN-BALANCE        PIC S9(11)V99.
           05  CP-ITEM-COUNT            PIC 9(07).
           05  CP-CLOSE-DATE            PIC X(08).
           05  CP-CLOSE-TIME            PIC X(06).
           05  FILLER                   PIC X(16).
      * ARPERIOD.CPY END
