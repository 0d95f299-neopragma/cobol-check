      * TAXRATE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE SALES-TAX RATE TABLE (TAXRATES), ONE
      * 80-BYTE RECORD PER JURISDICTION PER RATE CHANGE, IN ANY ORDER.
      * A RATE APPLIES TO INVOICES DATED ON OR AFTER ITS EFFECTIVE
      * DATE UNTIL A LATER RATE FOR THE SAME JURISDICTION TAKES OVER,
      * SO A RATE CHANGE IS KEYED AHEAD OF TIME AS A NEW ROW AND THE
      * OLD ROW IS LEFT IN PLACE FOR REBILLS. THE RATE IS A PERCENT
      * WITH FOUR DECIMALS (082500 IS 8.25 PERCENT).
      *
      * COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD FOR
      * TAX-RATE-FILE IN ANY PROGRAM THAT ALSO COPIES TAXRATW/TAXRATP.
      *****************************************************************
       01  TAX-RATE-RECORD.
           05  TR-JURISDICTION          PIC X(05).
           05  TR-EFFECTIVE-DATE        PIC X(08).
           05  TR-RATE                  PIC X(06).
           05  TR-RATE-N REDEFINES TR-RATE
                                        PIC 9(02)V9(04).
           05  TR-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(31).
      * TAXRATE.CPY END
