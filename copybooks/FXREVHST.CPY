      * FXREVHST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE EXCHANGE REVALUATION HISTORY (FXREVHST),
      * ONE 100-BYTE RECORD PER FOREIGN CURRENCY EACH MONTH THE
      * MONTH-END REVALUATION RUN (ARFXREV) POSTS. IT HOLDS THE OPEN
      * RECEIVABLES IN THE CURRENCY AT PERIOD END, THE DOLLARS THEY
      * ARE CARRIED AT (EACH ITEM AT ITS BOOKED RATE), THE DOLLARS
      * THEY RESTATE TO AT THE CLOSING RATE, THE CUMULATIVE
      * UNREALIZED GAIN OR LOSS (RESTATED LESS CARRYING) AND THE
      * CHANGE POSTED THIS MONTH. THE NEXT MONTH'S RUN POSTS ONLY THE
      * MOVEMENT FROM THE LAST CUMULATIVE FIGURE. THE FILE IS OPENED
      * EXTEND AND NEVER REWRITTEN. COPY THIS MEMBER PLAIN (NO
      * REPLACING) UNDER THE FD.
      *****************************************************************
       01  FX-REVALUATION-RECORD.
           05  FH-PERIOD                PIC X(06).
           05  FH-CURRENCY-CODE         PIC X(03).
           05  FH-RUN-DATE              PIC X(08).
           05  FH-CLOSING-RATE          PIC 9(02)V9(06).
           05  FH-OPEN-BALANCE          PIC S9(11)V99.
           05  FH-CARRYING-AMOUNT       PIC S9(11)V99.
           05  FH-RESTATED-AMOUNT       PIC S9(11)V99.
           05  FH-CUMULATIVE-GAIN       PIC S9(11)V99.
           05  FH-PERIOD-CHANGE         PIC S9(11)V99.
           05  FILLER                   PIC X(10).
      * FXREVHST.CPY END
