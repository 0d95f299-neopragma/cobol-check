      *        EXISTED MEANS USD. A CARRIED CREDIT TAKES THE CURRENCY
      *        OF THE PAYMENT THAT CREATED IT.
           05  AO-CURRENCY-CODE         PIC X(03).
      *        DUE DATE AND TERMS CODE CARRIED FROM THE AR EXTRACT.
      *        AGING, DUNNING, FINANCE-CHARGE GRACE AND STATEMENT
      *        BUCKETS ARE MEASURED FROM THE DUE DATE. SPACES ON
      *        RECORDS WRITTEN BEFORE THE FIELDS EXISTED MEANS NET 30
      *        FROM THE INVOICE DATE. A CARRIED CREDIT IS DUE ON ITS
      *        OWN DATE.
           05  AO-DUE-DATE              PIC X(08).
           05  AO-TERMS-CODE            PIC X(03).
      *        SALES TAX BILLED ON THE INVOICE, ITS JURISDICTION AND
      *        TAX STATUS, CARRIED FROM THE AR EXTRACT SO A CREDIT
      *        MEMO OR WRITE-OFF CAN REVERSE ITS SHARE OF THE TAX.
      *        SPACES ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED
      *        AND ON CARRIED CREDITS MEANS NO TAX.
           05  AO-TAX-AMOUNT            PIC S9(07)V99.
           05  AO-TAX-JURISDICTION      PIC X(05).
           05  AO-TAX-STATUS            PIC X(01).
      *        EXCHANGE RATE (US DOLLARS PER UNIT, SIX DECIMALS) THE
      *        BALANCE IS CARRIED ON THE LEDGER AT, CARRIED FROM THE
      *        AR EXTRACT. A CARRIED CREDIT OR REOPENED ITEM TAKES THE
      *        RATE OF THE NIGHT IT WAS CREATED; AN AMOUNT ADDED TO AN
      *        ITEM BLENDS THE RATE. SPACES OR ZERO ON RECORDS WRITTEN
      *        BEFORE THE FIELD EXISTED MEANS THE RATE ON THE INVOICE
      *        DATE. THE MONTH-END REVALUATION RESTATES THE BALANCE
      *        AT THE CLOSING RATE WITHOUT CHANGING THIS FIELD.
           05  AO-FX-RATE               PIC X(08).
           05  AO-FX-RATE-N REDEFINES AO-FX-RATE
                                        PIC 9(02)V9(06).
      * AROPEN.CPY END
