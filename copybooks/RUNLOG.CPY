      * RUNLOG.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE STREAM RUN LOG (RUNLOG), A PERMANENT FILE
      * OF 80-BYTE RECORDS APPENDED BY EVERY STEP OF THE NIGHTLY
      * STREAM. A STEP WRITES A COMPLETION RECORD (C) WITH ITS RETURN
      * CODE FOR THE BUSINESS DATE ON ITS RUNCTL CARD WHEN IT ENDS; A
      * RETURN CODE OF 4 OR LESS MEANS THE STEP HAS FINISHED THAT
      * DATE. A STEP RUN AGAIN FOR A DATE IT HAS ALREADY FINISHED
      * WRITES AN AUTHORIZED-RERUN RECORD (R) NAMING WHO AUTHORIZED
      * IT BEFORE IT STARTS. THE BALANCING RUN (ARBALNCE) WRITES THE
      * NIGHT-CLOSED MARKER (N) WHEN EVERY EQUATION BALANCES. THE FILE
      * IS OPENED EXTEND AND NEVER REWRITTEN. COPY THIS MEMBER PLAIN
      * (NO REPLACING) UNDER THE FD.
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  LG-BUSINESS-DATE         PIC X(08).
           05  LG-PROGRAM-NAME          PIC X(08).
           05  LG-EVENT-TYPE            PIC X(01).
               88  LG-STEP-COMPLETED           VALUE 'C'.
               88  LG-RERUN-AUTHORIZED         VALUE 'R'.
               88  LG-NIGHT-CLOSED             VALUE 'N'.
           05  LG-RETURN-CODE           PIC 9(04).
           05  LG-LOGGED-DATE           PIC X(08).
           05  LG-LOGGED-TIME           PIC X(08).
           05  LG-AUTHORIZED-BY         PIC X(08).
           05  FILLER                   PIC X(35).
      * RUNLOG.CPY END
