      * PERFHIST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE COLLECTIONS PERFORMANCE HISTORY FILE
      * (PERFHIST), ONE 150-BYTE RECORD PER CURRENCY PER BUSINESS
      * DATE, APPENDED BY THE NIGHTLY PERFORMANCE STEP (ARPERF) AND
      * READ BY THE MONTHLY PERFORMANCE REPORT (ARPERFRP). THE FILE
      * IS OPENED EXTEND AND NEVER REWRITTEN. COPY THIS MEMBER PLAIN
      * (NO REPLACING) UNDER THE FD.
      *
      * THE FLOWS ARE THE DAY'S RECEIVABLES MOVEMENTS FROM THE NIGHT'S
      * GL FEEDS, AS POSITIVE AMOUNTS: BILLED (MOVEMENT BL, NET OF ANY
      * CREDIT), CASH APPLIED (CA, INCLUDING OVERPAYMENTS CARRIED AS
      * CREDITS), FINANCE CHARGES (FC) AND WRITE-OFFS (WO, INCLUDING
      * THE SMALL-BALANCE SWEEP). THE BALANCE AND BUCKETS ARE THE
      * TOTALS LINE OF THE NIGHT'S AGING REPORT (AGESUM). AMOUNTS ARE
      * IN THE CURRENCY OF THE RECORD, NEVER TRANSLATED.
      *
      * AN AUTHORIZED RERUN OF THE STEP APPENDS A SECOND SET FOR THE
      * SAME BUSINESS DATE. THE LAST RECORD WRITTEN FOR A BUSINESS
      * DATE AND CURRENCY REPLACES ANY EARLIER ONE.
      *****************************************************************
       01  PERFORMANCE-HISTORY-RECORD.
           05  PF-BUSINESS-DATE         PIC X(08).
           05  PF-CURRENCY-CODE         PIC X(03).
           05  PF-BILLED                PIC S9(11)V99.
           05  PF-CASH-APPLIED          PIC S9(11)V99.
           05  PF-FINANCE-CHARGES       PIC S9(11)V99.
           05  PF-WRITE-OFFS            PIC S9(11)V99.
           05  PF-BALANCE               PIC S9(11)V99.
           05  PF-CURRENT               PIC S9(11)V99.
           05  PF-1-30-DAYS             PIC S9(11)V99.
           05  PF-31-60-DAYS            PIC S9(11)V99.
           05  PF-61-90-DAYS            PIC S9(11)V99.
           05  PF-OVER-90-DAYS          PIC S9(11)V99.
           05  PF-RECORDED-DATE         PIC X(08).
           05  FILLER                   PIC X(01).
      * PERFHIST.CPY END
