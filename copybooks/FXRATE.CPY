      * FXRATE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE DAILY EXCHANGE-RATE TABLE (FXRATES), ONE
      * 80-BYTE RECORD PER FOREIGN CURRENCY PER RATE DATE, IN
      * CURRENCY AND DATE ORDER AS THE RATE MAINTENANCE RUN (FXMAINT)
      * WRITES IT. THE RATE IS THE NUMBER OF US DOLLARS ONE UNIT OF
      * THE CURRENCY BUYS, WITH SIX DECIMALS (01084500 IS 1.084500).
      * A RATE APPLIES FROM ITS DATE UNTIL A LATER ROW FOR THE SAME
      * CURRENCY TAKES OVER, SO A DAY WITH NO ROW OF ITS OWN USES THE
      * LAST RATE KEYED BEFORE IT. US DOLLARS ARE THE FUNCTIONAL
      * CURRENCY AND ARE NEVER ON THE FILE.
      *
      * COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD FOR
      * FX-RATE-FILE IN ANY PROGRAM THAT ALSO COPIES FXRATW/FXRATP.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  XR-CURRENCY-CODE         PIC X(03).
           05  XR-EFFECTIVE-DATE        PIC X(08).
           05  XR-RATE                  PIC X(08).
           05  XR-RATE-N REDEFINES XR-RATE
                                        PIC 9(02)V9(06).
           05  XR-MAINT-DATE            PIC X(08).
           05  XR-MAINT-USER            PIC X(08).
           05  FILLER                   PIC X(45).
      * FXRATE.CPY END
