      * RETITEM.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE RETURNED-ITEMS FILE (RETITEMS), ONE
      * 80-BYTE RECORD PER PAYMENT THE BANK HAS SENT BACK UNPAID --
      * A CHECK RETURNED NSF OR A CARD OR DEBIT PAYMENT CHARGED BACK.
      * THE RECORDS COME FROM THE BANK RETURN FILE OR ARE KEYED FROM
      * THE BANK ADVICE, AND ARE SORTED INTO ASCENDING CUSTOMER-ID
      * ORDER AHEAD OF THE RETURNED-ITEM RUN. COPY THIS MEMBER PLAIN
      * (NO REPLACING) UNDER THE FD.
      *
      * THE CUSTOMER, PAYMENT DATE, AMOUNT AND CURRENCY IDENTIFY THE
      * ORIGINAL PAYMENT ON THE CASH APPLICATION HISTORY EXACTLY AS
      * THE LOCKBOX EDIT PASSED IT ON. THE DEPOSIT BATCH NARROWS THE
      * MATCH WHEN THE BANK ADVICE GIVES IT; SPACES MATCHES A PAYMENT
      * IN ANY BATCH. SPACES IN THE CURRENCY CODE MEANS USD.
      *****************************************************************
       01  RETURNED-ITEM-RECORD.
           05  RI-CUSTOMER-ID           PIC X(10).
           05  RI-PAYMENT-DATE          PIC X(08).
           05  RI-AMOUNT                PIC X(09).
           05  RI-AMOUNT-N REDEFINES RI-AMOUNT
                                        PIC 9(07)V99.
           05  RI-CURRENCY-CODE         PIC X(03).
           05  RI-DEPOSIT-BATCH         PIC X(06).
           05  RI-RETURN-TYPE           PIC X(01).
               88  RI-RETURNED-NSF             VALUE 'N'.
               88  RI-CHARGED-BACK             VALUE 'C'.
               88  RI-RETURN-TYPE-IS-VALID     VALUE 'N' 'C'.
           05  RI-RETURN-DATE           PIC X(08).
           05  RI-BANK-REFERENCE        PIC X(12).
           05  RI-BANK-REASON           PIC X(03).
           05  RI-USER-ID               PIC X(08).
           05  FILLER                   PIC X(12).
      * RETITEM.CPY END
