      * CUSTADDR.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CUSTOMER NAME-AND-ADDRESS FILE
      * (CUSTADDR), ONE 200-BYTE ROW PER ACCOUNT IN ASCENDING
      * CUSTOMER-ID ORDER, MAINTAINED BY ADDRMNT. COPY THIS MEMBER
      * PLAIN (NO REPLACING) UNDER THE FD FOR CUSTOMER-ADDRESSES SO
      * EVERY READER SHARES ONE DEFINITION. THE RUNS THAT WRITE A NEW
      * GENERATION (ADDRMNT, CUSTMRG) DECLARE THEIR OUTPUT ROW IN THE
      * SAME SHAPE UNDER THE CO- PREFIX.
      *****************************************************************
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER-ID           PIC X(10).
           05  CA-CUSTOMER-NAME         PIC X(30).
           05  CA-ADDRESS-LINE-1        PIC X(30).
           05  CA-ADDRESS-LINE-2        PIC X(30).
           05  CA-ADDRESS-LINE-3        PIC X(30).
      *        INVOICE DELIVERY METHOD: P PAPER (PRINTED AND MAILED TO
      *        THE ADDRESS ABOVE), E EMAIL, D EDI TO A TRADING PARTNER.
      *        SPACES ON ROWS WRITTEN BEFORE THE FIELD EXISTED MEANS
      *        PAPER. STATEMENTS, LETTERS AND REFUND CHECKS STILL GO TO
      *        THE POSTAL ADDRESS WHATEVER THE METHOD.
           05  CA-DELIVERY-METHOD       PIC X(01).
               88  CA-DELIVER-BY-PAPER         VALUE ' ' 'P'.
               88  CA-DELIVER-BY-EMAIL         VALUE 'E'.
               88  CA-DELIVER-BY-EDI           VALUE 'D'.
               88  CA-DELIVERY-IS-ELECTRONIC   VALUE 'E' 'D'.
               88  CA-DELIVERY-IS-VALID        VALUE ' ' 'P' 'E' 'D'.
      *        WHERE AN ELECTRONIC INVOICE GOES: THE EMAIL ADDRESS FOR
      *        METHOD E, THE TRADING-PARTNER ID FOR METHOD D. SPACES
      *        FOR PAPER.
           05  CA-ELECTRONIC-ADDRESS    PIC X(60).
           05  FILLER                   PIC X(09).
      * CUSTADDR.CPY END
