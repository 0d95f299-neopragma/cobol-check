           05  CC-ADDRESS-LINE-1        PIC X(30).
           05  CC-ADDRESS-LINE-2        PIC X(30).
           05  CC-ADDRESS-LINE-3        PIC X(30).
      *        THE ACCOUNT A LETTER IS ABOUT WHEN IT IS MAILED TO THE
      *        ACCOUNT'S BILL-TO FAMILY HEAD RATHER THAN THE ACCOUNT
      *        ITSELF. SPACES MEANS THE LETTER IS ABOUT THE ADDRESSEE.
           05  CC-REGARDING-ACCOUNT     PIC X(10).
           05  FILLER                   PIC X(07).
      * CUSTCORR.CPY END
