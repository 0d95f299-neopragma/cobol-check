      * FEED WHOSE TRAILER DOES NOT PROVE DEBITS EQUAL CREDITS IS NOT
      * RELEASED TO THE LEDGER.
      *
      * EVERY FEED OF A MONTH IS ALSO KEPT UNTIL THE MONTH IS CLOSED;
      * THE MONTH-END CLOSE (ARCLOSE) READS THEM CONCATENATED AS
      * GLPERIOD.
      *
      * ACCOUNTS POSTED BY THE AR STREAM:
      *   11000000  ACCOUNTS RECEIVABLE
      *   40000000  REVENUE
      *   10000000  CASH
      *   41000000  SALES DISCOUNTS (EARLY-PAYMENT DISCOUNTS TAKEN)
      *   22000000  SALES TAX PAYABLE
      *   21000000  CUSTOMER REFUNDS PAYABLE
      *   42000000  RETURNED-ITEM FEE INCOME
      *   43000000  FINANCE CHARGE INCOME
      *   61000000  BAD DEBT EXPENSE (WRITE-OFFS AND SMALL BALANCES)
      *   71000000  REALIZED EXCHANGE GAIN AND LOSS
      *   72000000  UNREALIZED EXCHANGE GAIN AND LOSS (REVALUATION)
      *   73000000  EXCHANGE ROUNDING
      *
      * EVERY DETAIL TO RECEIVABLES (11000000) CARRIES THE KIND OF
      * RECEIVABLES MOVEMENT IT POSTS, SO THE MONTH-END CLOSE CAN
      * BUILD THE AR ROLL-FORWARD FROM A MONTH OF FEEDS. THE OTHER
      * SIDE OF THE ENTRY LEAVES THE CODE AS SPACES.
      *
      * EVERY DETAIL ALSO CARRIES ITS FUNCTIONAL-CURRENCY (US DOLLAR)
      * EQUIVALENT AND THE RATE USED, NORMALLY THE RATE IN EFFECT ON
      * THE POSTING DATE (FXRATES). A RECEIVABLE RELIEVED BY CASH,
      * DISCOUNT, CREDIT MEMO, WRITE-OFF OR REFUND IS RELIEVED AT THE
      * RATE IT WAS BOOKED AT, AND THE DOLLAR DIFFERENCE GOES TO
      * REALIZED GAIN AND LOSS. LIKE THE TRANSACTION AMOUNT, THE
      * FUNCTIONAL AMOUNT IS NEVER NEGATIVE; THE DEBIT/CREDIT FLAG
      * GIVES ITS DIRECTION. A DETAIL WITH A ZERO TRANSACTION AMOUNT
      * AND A ZERO RATE IS A DOLLAR-ONLY ENTRY: EXCHANGE GAIN, LOSS
      * OR ROUNDING, OR THE MONTH-END REVALUATION OF RECEIVABLES
      * (MOVEMENT FV). THE TRAILER CARRIES THE FUNCTIONAL TOTALS
      * TOO, AND THEY MUST ALSO BALANCE. FEEDS WRITTEN BEFORE THE
      * FIELDS EXISTED CARRY SPACES IN THEM.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE           PIC X(01).
                   88  GJ-ENTRY-IS-CREDIT      VALUE 'C'.
               10  GJ-CURRENCY-CODE     PIC X(03).
               10  GJ-AMOUNT            PIC S9(11)V99.
               10  GJ-AR-MOVEMENT       PIC X(02).
                   88  GJ-AR-BILLING           VALUE 'BL'.
                   88  GJ-AR-FINANCE-CHARGE    VALUE 'FC'.
                   88  GJ-AR-DEBIT-MEMO        VALUE 'DM'.
                   88  GJ-AR-RETURNED-PAYMENT  VALUE 'RT'.
                   88  GJ-AR-REFUND            VALUE 'RF'.
                   88  GJ-AR-CASH-APPLIED      VALUE 'CA'.
                   88  GJ-AR-DISCOUNT          VALUE 'DS'.
                   88  GJ-AR-CREDIT-MEMO       VALUE 'CM'.
                   88  GJ-AR-WRITE-OFF         VALUE 'WO'.
                   88  GJ-AR-FX-REVALUATION    VALUE 'FV'.
               10  GJ-FX-RATE           PIC 9(02)V9(06).
               10  GJ-FUNCTIONAL-AMOUNT PIC S9(11)V99.
               10  FILLER               PIC X(15).
           05  GJ-TRAILER-FIELDS REDEFINES GJ-RECORD-BODY.
               10  GJ-DETAIL-COUNT      PIC 9(07).
               10  GJ-DEBIT-TOTAL       PIC S9(11)V99.
               10  GJ-CREDIT-TOTAL      PIC S9(11)V99.
               10  GJ-FUNCTIONAL-DEBIT-TOTAL
                                        PIC S9(11)V99.
               10  GJ-FUNCTIONAL-CREDIT-TOTAL
                                        PIC S9(11)V99.
               10  FILLER               PIC X(04).
      * GLJRNL.CPY END
