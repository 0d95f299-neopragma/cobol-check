      * AGESUM.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE AGING SUMMARY EXTRACT (AGESUM), THE
      * MACHINE-READABLE COPY OF THE CURRENCY TOTALS LINES AT THE END
      * OF THE AGERPT AGING REPORT. THE PAYMENT APPLICATION RUN WRITES
      * A NEW GENERATION EVERY NIGHT, ONE 100-BYTE RECORD PER CURRENCY
      * HOLDING OPEN ITEMS, AND THE COLLECTIONS PERFORMANCE STEP
      * (ARPERF) READS IT. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER
      * THE FD.
      *
      * THE BUCKETS ARE THOSE OF THE AGING REPORT: AGE IS DAYS PAST
      * THE DUE DATE AS OF THE BUSINESS DATE, AND A CREDIT ITEM IS
      * ALWAYS CURRENT. THE BALANCE IS THE SUM OF THE FIVE BUCKETS.
      * AMOUNTS ARE IN THE CURRENCY OF THE RECORD, NEVER TRANSLATED.
      *****************************************************************
       01  AGING-SUMMARY-RECORD.
           05  AS-BUSINESS-DATE         PIC X(08).
           05  AS-CURRENCY-CODE         PIC X(03).
           05  AS-BALANCE               PIC S9(11)V99.
           05  AS-CURRENT               PIC S9(11)V99.
           05  AS-1-30-DAYS             PIC S9(11)V99.
           05  AS-31-60-DAYS            PIC S9(11)V99.
           05  AS-61-90-DAYS            PIC S9(11)V99.
           05  AS-OVER-90-DAYS          PIC S9(11)V99.
           05  FILLER                   PIC X(11).
      * AGESUM.CPY END
