      * ADJUST.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE ADJUSTMENTS FILE (ADJUSTS), ONE 80-BYTE
      * TRANSACTION PER ADJUSTMENT, IN ASCENDING CUSTOMER-ID ORDER,
      * READ BY THE PAYMENT APPLICATION RUN. KEYED MEMOS AND WRITE-
      * OFFS COME FROM THE ADJUSTMENT SCREENS; REFUND CLEARINGS ARE
      * WRITTEN BY THE REFUND RUN (REFADJ) AND MERGED IN BY THE SORT
      * STEP AHEAD OF THE NEXT APPLY RUN. COPY THIS MEMBER PLAIN (NO
      * REPLACING) UNDER THE FD SO WRITERS AND READER SHARE ONE
      * DEFINITION.
      *
      * A REFUND CLEARING (TYPE R) NAMES THE CREDIT ITEM IT REMOVES BY
      * INVOICE NUMBER, ITEM DATE AND CURRENCY, BECAUSE EVERY CREDIT
      * CARRIED FROM AN OVERPAYMENT HAS INVOICE NUMBER ZERO. SPACES IN
      * THE CURRENCY CODE MEANS USD. OTHER TYPES LEAVE BOTH SPACES.
      *****************************************************************
       01  ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ID           PIC X(10).
           05  AJ-ADJUSTMENT-TYPE       PIC X(01).
               88  AJ-TYPE-WRITE-OFF           VALUE 'W'.
               88  AJ-TYPE-DEBIT-MEMO          VALUE 'D'.
               88  AJ-TYPE-CREDIT-MEMO         VALUE 'C'.
               88  AJ-TYPE-REFUND              VALUE 'R'.
               88  AJ-TYPE-IS-VALID            VALUE 'W' 'D' 'C' 'R'.
           05  AJ-INVOICE-REFERENCE     PIC X(07).
           05  AJ-INVOICE-REFERENCE-N
               REDEFINES AJ-INVOICE-REFERENCE
                                        PIC 9(07).
           05  AJ-AMOUNT                PIC X(09).
           05  AJ-AMOUNT-N REDEFINES AJ-AMOUNT
                                        PIC 9(07)V99.
           05  AJ-USER-ID               PIC X(08).
           05  AJ-REASON-CODE           PIC X(02).
           05  AJ-ITEM-DATE             PIC X(08).
           05  AJ-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(32).
      * ADJUST.CPY END
