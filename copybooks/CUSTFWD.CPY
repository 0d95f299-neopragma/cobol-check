      * CUSTFWD.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CUSTOMER FORWARDING FILE (CUSTFWD), ONE
      * 80-BYTE RECORD FOR EVERY ACCOUNT THE CUSTOMER MERGE RUN
      * (CUSTMRG) RETIRES INTO A SURVIVING ACCOUNT. THE RETIRED
      * ACCOUNT IS GONE FROM THE CUSTOMER MASTER AND ITS OPEN ITEMS
      * LIVE UNDER THE SURVIVOR, SO A PAYMENT THAT STILL QUOTES THE
      * OLD ID IS REDIRECTED TO THE SURVIVOR BY THE LOCKBOX EDIT AND
      * THE PAYMENT APPLICATION RUN. THE FILE IS OPENED EXTEND AND
      * NEVER REWRITTEN. COPY THIS MEMBER PLAIN (NO REPLACING) UNDER
      * THE FD SO THE WRITER AND EVERY READER SHARE ONE DEFINITION.
      *****************************************************************
       01  CUSTOMER-FORWARD-RECORD.
           05  FW-RETIRED-ID            PIC X(10).
           05  FW-SURVIVING-ID          PIC X(10).
           05  FW-MERGE-DATE            PIC X(08).
           05  FW-USER-ID               PIC X(08).
           05  FW-REASON                PIC X(30).
           05  FILLER                   PIC X(14).
      * CUSTFWD.CPY END
