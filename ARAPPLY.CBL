      *                     MACHINE. NEW ITEMS-SATISFIED AND CREDITS-
      *                     CARRIED COUNTERS COMPLETE THE OPEN-ITEM
      *                     IN/OUT IDENTITY.
      *   15 OCT 2026  RTB  PAYMENT TERMS. THE DUE DATE AND TERMS CODE
      *                     ARE CARRIED THROUGH THE OPEN-ITEM TABLE AND
      *                     AGING AND DUNNING NOW MEASURE DAYS PAST THE
      *                     DUE DATE (CURRENT, 1-30, 31-60, 61-90, OVER
      *                     90) INSTEAD OF DAYS SINCE THE INVOICE DATE.
      *                     AN ITEM WITH NO DUE DATE IS GIVEN ONE FROM
      *                     ITS TERMS AS IT IS LOADED. A PAYMENT DATED
      *                     WITHIN THE DISCOUNT WINDOW THAT CLEARS AN
      *                     UNTOUCHED ITEM NET OF THE DISCOUNT TAKES
      *                     THE DISCOUNT AUTOMATICALLY: THE DISCOUNT IS
      *                     DEBITED TO SALES DISCOUNTS (41000000),
      *                     CREDITED TO RECEIVABLES, AND LISTED ON THE
      *                     NEW DISCRPT DISCOUNTS-TAKEN REGISTER.
      *   15 OCT 2026  RTB  SALES TAX. THE TAX BILLED ON AN INVOICE, ITS
      *                     JURISDICTION AND TAX STATUS ARE CARRIED
      *                     THROUGH THE OPEN-ITEM TABLE. A CREDIT MEMO
      *                     OR WRITE-OFF AGAINST A TAXED OR EXEMPT
      *                     INVOICE REVERSES ITS PRO-RATA SHARE OF THE
      *                     TAX: A NEGATIVE RECORD IS APPENDED TO THE
      *                     TAXDTL HISTORY FOR THE MONTHLY REGISTER AND
      *                     THE TAX IS DEBITED TO SALES TAX PAYABLE
      *                     (22000000) AGAINST RECEIVABLES.
      *   15 OCT 2026  RTB  ADJUSTMENT LAYOUT MOVED TO THE SHARED ADJUST
      *                     COPYBOOK. NEW REFUND CLEARING (TYPE R),
      *                     WRITTEN BY THE REFUND RUN, REMOVES THE
      *                     CREDIT ITEM IT NAMES BY INVOICE NUMBER,
      *                     ITEM DATE AND CURRENCY. THE REFUND RUN HAS
      *                     ALREADY POSTED THE GL, SO THE CLEARING
      *                     POSTS NOTHING HERE.
      *   15 OCT 2026  RTB  CASH APPLICATION HISTORY. EVERY POSTING TO
      *                     AN OPEN ITEM -- CASH BY REFERENCE OR
      *                     OLDEST-FIRST, DISCOUNTS, CREDITS CARRIED,
      *                     ADJUSTMENTS AND THE SMALL-BALANCE SWEEP --
      *                     IS APPENDED TO THE PERMANENT APPLHIST FILE
      *                     WITH THE PAYMENT DATE AND DEPOSIT BATCH,
      *                     AND EVERY ITEM CLOSED TO ZERO IS APPENDED
      *                     TO PAIDHIST WITH ITS CLOSE DATE BEFORE IT
      *                     DROPS OFF. NEW PAID-ITEMS-WRITTEN COUNTER
      *                     LETS THE BALANCING RUN TIE THE PAID-ITEM
      *                     HISTORY TO THE ITEMS SATISFIED.
      *   15 OCT 2026  RTB  RETURNED PAYMENTS. NEW RETREV INPUT FROM THE
      *                     RETURNED-ITEM RUN IS MERGED AS A FIFTH FILE
      *                     AND APPLIED AHEAD OF TONIGHT'S PAYMENTS.
      *                     EACH TYPE R REVERSAL PUTS THE AMOUNT BACK ON
      *                     THE ITEM IT NAMES, OR REOPENS THE ITEM UNDER
      *                     ITS ORIGINAL NUMBER, DATES AND TERMS WHEN IT
      *                     HAS CLOSED; EACH TYPE F RAISES THE RETURNED-
      *                     ITEM FEE INVOICE. BOTH GO TO APPLHIST AS NR
      *                     AND NF POSTINGS. THE RETURNED-ITEM RUN HAS
      *                     ALREADY POSTED THE GL, SO NOTHING IS POSTED
      *                     HERE. NEW ITEMS-REOPENED AND REVERSAL-ITEMS-
      *                     ADDED COUNTERS FOR THE BALANCING RUN.
      *   15 OCT 2026  RTB  MONTH-END CLOSE. DEBIT MEMOS, CREDIT MEMOS,
      *                     WRITE-OFFS AND THE SMALL-BALANCE SWEEP NOW
      *                     POST THEIR FULL AMOUNT TO THE GL (REVENUE
      *                     AND BAD DEBT EXPENSE, NET OF THE TAX ALREADY
      *                     REVERSED) AND EVERY RECEIVABLES DETAIL
      *                     CARRIES ITS MOVEMENT CODE. THE RUN REFUSES A
      *                     RUN DATE IN A PERIOD ALREADY CLOSED.
      *   15 OCT 2026  RTB  FOREIGN EXCHANGE. EVERY OPEN ITEM CARRIES THE
      *                     RATE IT IS BOOKED AT (SHARED FXRATW/FXRATP
      *                     TABLE OVER FXRATES). CASH, DISCOUNTS, CREDIT
      *                     MEMOS AND WRITE-OFFS RELIEVE RECEIVABLES AT
      *                     THAT RATE, EVERYTHING ELSE POSTS AT THE
      *                     RUN-DATE RATE, AND THE DOLLAR DIFFERENCE
      *                     GOES TO REALIZED EXCHANGE GAIN AND LOSS
      *                     (71000000). THE AGING REPORT ENDS WITH A
      *                     TOTAL IN US DOLLARS AT THE RUN-DATE RATE. A
      *                     MISSING RATE ENDS THE RUN NONZERO.
      *   15 OCT 2026  RTB  STREAM RUN LOG. THE RUN CHECKS RUNLOG
      *                     (SHARED RUNLOGW/RUNLOGP) BEFORE ITS FILES
      *                     ARE OPENED AND STOPS ON A DATE IT HAS
      *                     ALREADY COMPLETED OR ONE ARRETURN HAS
      *                     NOT. AN AUTHORIZED RERUN (RUNCTL COLUMNS
      *                     31-39) IS LOGGED AND ALLOWED. THE RUN LOGS
      *                     ITS COMPLETION AND RETURN CODE AT THE END.
      *   15 OCT 2026  RTB  A PAYMENT QUOTING AN ACCOUNT THE CUSTOMER
      *                     MERGE RUN HAS RETIRED IS APPLIED TO THE
      *                     SURVIVING ACCOUNT (SHARED CUSTFWW/CUSTFWP
      *                     TABLE OVER CUSTFWD). SUCH PAYMENTS ARE
      *                     GATHERED BEFORE THE MERGE AND FED BACK IN
      *                     UNDER THE SURVIVOR'S KEY.
      *   15 OCT 2026  RTB  A DUNNING LETTER FOR AN ACCOUNT WITH A
      *                     BILL-TO PARENT ON THE MASTER IS ADDRESSED
      *                     TO ITS FAMILY HEAD'S CUSTADDR ROW (SHARED
      *                     CUSTFMW/CUSTFMP TABLE) AND NAMES THE
      *                     ACCOUNT IT IS ABOUT IN CC-REGARDING-ACCOUNT.
      *                     A HEAD WITH NO ROW GOES TO DUNEXCP.
      *   15 OCT 2026  RTB  CUSTADDR ROW WIDENED TO 200 BYTES FOR THE
      *                     INVOICE DELIVERY METHOD; THE LAYOUT NOW
      *                     COMES FROM THE SHARED CUSTADDR COPYBOOK.
      *   15 OCT 2026  RTB  COLLECTIONS PERFORMANCE. EACH CURRENCY TOTALS
      *                     LINE OF THE AGING IS ALSO WRITTEN TO THE NEW
      *                     AGESUM EXTRACT (SHARED AGESUM COPYBOOK) FOR
      *                     THE ARPERF HISTORY STEP, AND COUNTED ON
      *                     CTLFILE AS AGING-SUMMARIES.
      *   15 OCT 2026  RTB  NO RECEIVABLES DEBIT LINE FOR A CURRENCY
      *                     WITH NO CASH APPLIED AND NO CREDIT CARRIED,
      *                     SO A RUN THAT APPLIED NO CASH WRITES ONLY
      *                     THE GL TRAILER.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAPPLY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

           SELECT AGING-SUMMARY-FILE
               ASSIGN TO AGESUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGESUM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CUSTOMER-ADDRESSES
               ASSIGN TO CUSTADDR
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CUSTOMER-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO ARPERIOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPERIOD-STATUS.

           SELECT DISCOUNT-REGISTER
               ASSIGN TO DISCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRPT-STATUS.

           SELECT TAX-DETAIL-FILE
               ASSIGN TO TAXDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-STATUS.

           SELECT APPLICATION-HISTORY
               ASSIGN TO APPLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLHIST-STATUS.

           SELECT PAID-ITEM-HISTORY
               ASSIGN TO PAIDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDHIST-STATUS.

           SELECT REVERSAL-FILE
               ASSIGN TO RETREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREV-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.

           SELECT CUSTOMER-FORWARD-FILE
               ASSIGN TO CUSTFWD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTFWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-IN
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-REPORT-RECORD          PIC X(132).

       FD  AGING-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY AGESUM.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-WRITEOFF-THRESHOLD-N
               REDEFINES RC-WRITEOFF-THRESHOLD
                                        PIC 9(07)V99.
           05  FILLER                   PIC X(12).
      *        AUTHORIZED RERUN. 'Y' IN COLUMN 31 AND THE ID OF WHOEVER
      *        AUTHORIZED IT IN COLUMNS 32-39 LET THE RUN REPEAT A
      *        BUSINESS DATE IT HAS ALREADY COMPLETED. THE RERUN IS
      *        LOGGED ON RUNLOG.
           05  RC-RERUN-INDICATOR       PIC X(01).
           05  RC-RERUN-AUTHORITY       PIC X(08).
           05  FILLER                   PIC X(41).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       FD  CUSTOMER-ADDRESSES
           RECORD CONTAINS 200 CHARACTERS.
           COPY CUSTADDR.

       FD  CUSTOMER-CORRESPONDENCE
           RECORD CONTAINS 140 CHARACTERS.

       FD  ADJUSTMENTS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ADJUST.

       FD  ADJUSTMENT-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  DISCOUNT-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  DISCOUNT-REGISTER-RECORD     PIC X(132).

       FD  COLLECTOR-WORKLIST
           RECORD CONTAINS 80 CHARACTERS.
       01  COLLECTOR-WORKLIST-RECORD.
           05  CW-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(22).

       FD  TAX-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXDTL.

       FD  APPLICATION-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY APPLHIST.

       FD  PAID-ITEM-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAIDHIST.

       FD  REVERSAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY RETREV.

       FD  CLOSED-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARPERIOD.

       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FXRATE.

       FD  CUSTOMER-FORWARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTFWD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AROPENI-STATUS        PIC X(02) VALUE '00'.
               88  PAYMENTS-FILE-WAS-FOUND  VALUE '00'.
           05  WS-AROPENO-STATUS        PIC X(02) VALUE '00'.
           05  WS-AGERPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-AGESUM-STATUS         PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-FILE-WAS-FOUND    VALUE '00'.
           05  WS-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
           05  WS-ADJRPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-CTLFILE-STATUS        PIC X(02) VALUE '00'.
               88  CTLFILE-NOT-FOUND        VALUE '35'.
           05  WS-DISCRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-TAXDTL-STATUS         PIC X(02) VALUE '00'.
               88  TAXDTL-NOT-FOUND         VALUE '35'.
           05  WS-APPLHIST-STATUS       PIC X(02) VALUE '00'.
               88  APPLHIST-NOT-FOUND       VALUE '35'.
           05  WS-PAIDHIST-STATUS       PIC X(02) VALUE '00'.
               88  PAIDHIST-NOT-FOUND       VALUE '35'.
           05  WS-RETREV-STATUS         PIC X(02) VALUE '00'.
               88  RETREV-FILE-WAS-FOUND    VALUE '00'.

       01  WS-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PAYMENT-ACCEPTED             VALUE 'Y'.
               88  PAYMENT-NOT-ACCEPTED         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  PAYMENT-SCAN-EOF             VALUE 'Y'.
               88  PAYMENT-SCAN-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REDIRECT-SLOT-WAS-FOUND      VALUE 'Y'.
               88  REDIRECT-SLOT-NOT-FOUND      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADDRESS-FILE-EOF             VALUE 'Y'.
               88  ADDRESS-FILE-NOT-EOF         VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  ADJUSTED-ITEM-MATCHED        VALUE 'Y'.
               88  ADJUSTED-ITEM-NOT-MATCHED    VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REVERSALS-EOF                VALUE 'Y'.
               88  REVERSALS-NOT-EOF            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REVERSAL-ACCEPTED            VALUE 'Y'.
               88  REVERSAL-NOT-ACCEPTED        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  REVERSED-ITEM-MATCHED        VALUE 'Y'.
               88  REVERSED-ITEM-NOT-MATCHED    VALUE 'N'.

      *    COLLECTION STATUS OF THE CUSTOMER BEING DUNNED, COPIED OFF
      *    THE MASTER SO A MISSING MASTER ROW SAFELY DUNS AS NORMAL.
           05  WS-EXTRACT-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-PAYMENT-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-ADJUST-KEY            PIC X(10) VALUE HIGH-VALUES.
           05  WS-REVERSE-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-REDIRECT-KEY          PIC X(10) VALUE HIGH-VALUES.
           05  WS-ADDRESS-KEY           PIC X(10) VALUE HIGH-VALUES.
           05  WS-THIS-CUSTOMER         PIC X(10) VALUE HIGH-VALUES.

                                        PIC 9(08).
           05  WS-RUN-INTEGER-DATE      PIC S9(09) COMP VALUE ZERO.
           05  WS-ITEM-INTEGER-DATE     PIC S9(09) COMP VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(05) COMP VALUE ZERO.

           COPY TERMSW.

           COPY PERIODW.

           COPY FXRATW.
           COPY RUNLOGW.

           COPY CUSTFWW.
           COPY CUSTFMW.

      *    PAYMENTS QUOTING A RETIRED ACCOUNT, GATHERED BEFORE THE
      *    MERGE IN SURVIVING-ID ORDER (FILE ORDER WITHIN A SURVIVOR)
      *    AND FED BACK IN AS A SIXTH MERGE KEY. THE MAIN READ SKIPS
      *    EACH ONE IT PASSES, AND REJECTS ONE THAT DID NOT FIT.
       01  WS-REDIRECT-TABLE.
           05  WS-RD-MAX                PIC 9(04) COMP VALUE 200.
           05  WS-RD-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-RD-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-RD-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-RD-NEXT               PIC 9(04) COMP VALUE ZERO.
           05  WS-RD-PASSED             PIC 9(04) COMP VALUE ZERO.
           05  WS-RD-ENTRY OCCURS 200 TIMES.
               10  WS-RD-SURVIVING-ID   PIC X(10).
               10  WS-RD-PAYMENT-IMAGE  PIC X(80).
       01  WS-SAVED-PAYMENT             PIC X(80) VALUE SPACES.

       01  WS-OPEN-ITEM-TABLE.
           05  WS-OI-MAX                PIC 9(04) COMP VALUE 200.
               10  WS-OI-CURRENCY       PIC X(03).
               10  WS-OI-OPEN-BALANCE   PIC S9(09)V99 COMP-3.
               10  WS-OI-ORIGINAL       PIC S9(07)V99 COMP-3.
               10  WS-OI-DUE-DATE       PIC X(08).
               10  WS-OI-TERMS-CODE     PIC X(03).
               10  WS-OI-TAX-AMOUNT     PIC S9(07)V99 COMP-3.
               10  WS-OI-TAX-JURISDICTION
                                        PIC X(05).
               10  WS-OI-TAX-STATUS     PIC X(01).
               10  WS-OI-LAST-POSTING   PIC X(02).
               10  WS-OI-FX-RATE        PIC 9(02)V9(06).

       01  WS-PAYMENT-FIELDS.
           05  WS-PAYMENT-REMAINING     PIC S9(09)V99 COMP-3
           05  WS-OI-REF-IX             PIC 9(04) COMP VALUE ZERO.
           05  WS-PAYMENT-CURRENCY      PIC X(03) VALUE SPACES.
           05  WS-REMIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-DISCOUNT-AMOUNT       PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CASH-POSTING-TYPE     PIC X(02) VALUE SPACES.

      *    ONE APPLICATION HISTORY POSTING: ITS TYPE, THE AMOUNT IT
      *    TOOK OFF THE ITEM, AND THE OPEN-ITEM ENTRY IT WAS MADE TO.
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-TYPE             PIC X(02) VALUE SPACES.
           05  WS-HIST-AMOUNT           PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-HIST-IX               PIC 9(04) COMP VALUE ZERO.

       01  WS-ADJUSTMENT-FIELDS.
           05  WS-WRITEOFF-THRESHOLD    PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-ADJUST-STATUS         PIC X(08) VALUE SPACES.
           05  WS-ADJUST-REASON         PIC X(02) VALUE SPACES.
           05  WS-TAX-REVERSED          PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-ADJUST-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-REVERSE-CURRENCY      PIC X(03) VALUE SPACES.

      *    AN AMOUNT TAKEN OFF AN OPEN ITEM AND ITS DOLLAR VALUE AT THE
      *    RATE THE ITEM IS BOOKED AT; AN AMOUNT ADDED TO AN ITEM AND
      *    THE BALANCE IT WAS ADDED TO, FOR BLENDING THE ITEM'S RATE.
       01  WS-FX-ITEM-FIELDS.
           05  WS-RELIEF-AMOUNT         PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-RELIEF-IX             PIC 9(04) COMP VALUE ZERO.
           05  WS-RELIEF-FUNCTIONAL     PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-BLEND-AMOUNT          PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-BLEND-PRIOR-BALANCE   PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

      *    ADJUSTED AMOUNTS AND COUNTS BY REASON CODE, PRINTED AT THE
      *    FOOT OF THE REGISTER FOR THE CONTROLLER'S SIGN-OFF.
                                                       VALUE ZERO.
           05  WS-GL-CREDITS-CARRIED    PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-DISCOUNTS-TAKEN    PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-TAX-REVERSED       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-DEBIT-MEMOS        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-CREDIT-MEMOS       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-WRITE-OFFS         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    CASH TAKEN IN, CREDITS CARRIED, DISCOUNTS TAKEN, SALES TAX
      *    REVERSED, DEBIT MEMOS, CREDIT MEMOS (WITH THE TAX THEY
      *    REVERSED) AND WRITE-OFFS INCLUDING SWEPT SMALL BALANCES, ONE
      *    ENTRY PER CURRENCY, SO THE GL FEED POSTS EACH CURRENCY
      *    SEPARATELY. THE FUNCTIONAL AMOUNTS ARE THE DOLLAR VALUE THE
      *    RECEIVABLES RELIEVED BY CASH, DISCOUNTS, CREDIT MEMOS AND
      *    WRITE-OFFS WERE CARRIED AT ON THE LEDGER.
       01  WS-GL-CURRENCY-TABLE.
           05  WS-GA-MAX                PIC 9(02) COMP VALUE 10.
           05  WS-GA-COUNT              PIC 9(02) COMP VALUE ZERO.
               10  WS-GA-CASH-APPLIED   PIC S9(11)V99 COMP-3.
               10  WS-GA-CREDITS-CARRIED
                                        PIC S9(11)V99 COMP-3.
               10  WS-GA-DISCOUNTS-TAKEN
                                        PIC S9(11)V99 COMP-3.
               10  WS-GA-DISCOUNT-COUNT PIC 9(07) COMP.
               10  WS-GA-TAX-REVERSED   PIC S9(11)V99 COMP-3.
               10  WS-GA-DEBIT-MEMOS    PIC S9(11)V99 COMP-3.
               10  WS-GA-CREDIT-MEMOS   PIC S9(11)V99 COMP-3.
               10  WS-GA-CM-TAX-REVERSED
                                        PIC S9(11)V99 COMP-3.
               10  WS-GA-WRITE-OFFS     PIC S9(11)V99 COMP-3.
               10  WS-GA-CASH-FUNCTIONAL
                                        PIC S9(11)V99 COMP-3.
               10  WS-GA-DISCOUNT-FUNCTIONAL
                                        PIC S9(11)V99 COMP-3.
               10  WS-GA-CM-FUNCTIONAL  PIC S9(11)V99 COMP-3.
               10  WS-GA-WO-FUNCTIONAL  PIC S9(11)V99 COMP-3.

       01  WS-AR-OPEN-WORK.
           05  WK-CUSTOMER-ID           PIC 9(10).
           05  WK-ORIGINAL-AMOUNT       PIC S9(07)V99.
           05  WK-INVOICE-NUMBER        PIC 9(07).
           05  WK-CURRENCY-CODE         PIC X(03).
           05  WK-DUE-DATE              PIC X(08).
           05  WK-TERMS-CODE            PIC X(03).
           05  WK-TAX-AMOUNT            PIC S9(07)V99.
           05  WK-TAX-JURISDICTION      PIC X(05).
           05  WK-TAX-STATUS            PIC X(01).
           05  WK-FX-RATE               PIC X(08).
           05  WK-FX-RATE-N REDEFINES WK-FX-RATE
                                        PIC 9(02)V9(06).

       01  WS-CUSTOMER-BUCKETS.
           05  WS-CB-CURRENT            PIC S9(09)V99 COMP-3.
               10  WS-RT-120-DAYS       PIC S9(11)V99 COMP-3.
               10  WS-RT-BALANCE        PIC S9(11)V99 COMP-3.

      *    THE RUN BUCKETS OF EVERY CURRENCY TRANSLATED TO US DOLLARS
      *    AT THE RUN-DATE RATE, FOR THE LAST TOTALS LINE OF THE AGING.
       01  WS-USD-RUN-BUCKETS.
           05  WS-UB-CURRENT            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-UB-30-DAYS            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-UB-60-DAYS            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-UB-90-DAYS            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-UB-120-DAYS           PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-UB-BALANCE            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-OPEN-ITEMS-IN         PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOICES-ADDED        PIC 9(07) COMP VALUE ZERO.
           05  WS-PAYMENTS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-PAYMENTS-APPLIED      PIC 9(07) COMP VALUE ZERO.
           05  WS-PAYMENTS-REJECTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-PAYMENTS-REDIRECTED   PIC 9(07) COMP VALUE ZERO.
           05  WS-OPEN-ITEMS-OUT        PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-DROPPED         PIC 9(07) COMP VALUE ZERO.
           05  WS-DUNNING-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-DUNNING-SUPPRESSED    PIC 9(07) COMP VALUE ZERO.
           05  WS-DUNNING-PLAN-HELD     PIC 9(07) COMP VALUE ZERO.
           05  WS-DUNNING-TO-AGENCY     PIC 9(07) COMP VALUE ZERO.
           05  WS-DUNNING-TO-PARENT     PIC 9(07) COMP VALUE ZERO.
           05  WS-ADJUSTMENTS-READ      PIC 9(07) COMP VALUE ZERO.
           05  WS-ADJUSTMENTS-APPLIED   PIC 9(07) COMP VALUE ZERO.
           05  WS-ADJUSTMENTS-REJECTED  PIC 9(07) COMP VALUE ZERO.
           05  WS-SMALL-BALANCES-SWEPT  PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-SATISFIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-CREDITS-CARRIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-DISCOUNTS-TAKEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-TAX-REVERSALS         PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDS-CLEARED       PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-PAID-ITEMS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERSALS-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERSALS-REJECTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-REOPENED        PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERSAL-ITEMS-ADDED  PIC 9(07) COMP VALUE ZERO.
           05  WS-AGING-SUMMARIES       PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-CT-NAME               PIC X(20) VALUE SPACES.
                   VALUE '         BALANCE'.
           05  FILLER                   PIC X(16)
                   VALUE '         CURRENT'.
           05  FILLER                   PIC X(16)
                   VALUE '         1-30   '.
           05  FILLER                   PIC X(16)
                   VALUE '         31-60  '.
           05  FILLER                   PIC X(16)
                   VALUE '         61-90  '.
           05  FILLER                   PIC X(16)
                   VALUE '         OVER 90'.
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  RX-REASON                PIC X(30).
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-DISC-HEADING-1.
           05  FILLER                   PIC X(36) VALUE SPACES.
           05  FILLER                   PIC X(38)
                   VALUE 'EARLY-PAYMENT DISCOUNTS TAKEN AS OF   '.
           05  DH1-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-DISC-HEADING-2.
           05  FILLER                   PIC X(10)
                   VALUE 'CUSTOMER  '.
           05  FILLER                   PIC X(12)
                   VALUE '  INVOICE   '.
           05  FILLER                   PIC X(10)
                   VALUE 'INV DATE  '.
           05  FILLER                   PIC X(10)
                   VALUE 'PAY DATE  '.
           05  FILLER                   PIC X(06) VALUE 'TERMS '.
           05  FILLER                   PIC X(04) VALUE 'CCY '.
           05  FILLER                   PIC X(16)
                   VALUE '        ORIGINAL'.
           05  FILLER                   PIC X(16)
                   VALUE '        DISCOUNT'.
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-DISC-DETAIL.
           05  DD-CUSTOMER-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-INVOICE               PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DD-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-PAYMENT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-TERMS-CODE            PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DD-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DD-ORIGINAL              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-DISCOUNT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-DISC-TOTAL-LINE.
           05  FILLER                   PIC X(10)
                   VALUE 'TOTALS    '.
           05  FILLER                   PIC X(08)
                   VALUE '  COUNT '.
           05  DT-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  DT-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  DT-DISCOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10)
                   VALUE 'TOTALS    '.
           05  TL-120-DAYS              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-USD-TOTAL-LINE.
           05  FILLER                   PIC X(10)
                   VALUE 'TOTAL IN  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'USD'.
           05  UL-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-CURRENT               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-30-DAYS               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-60-DAYS               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-90-DAYS               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-120-DAYS              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-USD-EXCLUDED-LINE.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  XL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(42)
                   VALUE ' NOT IN THE USD TOTAL -- NO EXCHANGE RATE '.
           05  FILLER                   PIC X(03) VALUE 'ON '.
           05  XL-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
      **********************************************************************
      * MAIN LINE.
           PERFORM 1000-PROCESS-CUSTOMERS
           PERFORM 8000-PRINT-RUN-TOTALS
           PERFORM 8200-PRINT-REASON-TOTALS
           PERFORM 8400-PRINT-DISCOUNT-TOTALS
           PERFORM 9999-END
           GOBACK
           .
                       IF RC-RUN-DATE IS NUMERIC
                           MOVE RC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE RC-RERUN-INDICATOR
                           TO WS-LG-RERUN-INDICATOR
                       MOVE RC-RERUN-AUTHORITY
                           TO WS-LG-RERUN-AUTHORITY
                       IF RC-WRITEOFF-THRESHOLD IS NUMERIC
                           MOVE RC-WRITEOFF-THRESHOLD-N
                               TO WS-WRITEOFF-THRESHOLD
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)

           MOVE WS-RUN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 8900-CHECK-CLOSED-PERIOD
           IF RUN-DATE-IS-IN-CLOSED-PERIOD
               DISPLAY "ARAPPLY: RUN DATE " WS-RUN-DATE
                       " IS IN A CLOSED PERIOD -- CLOSED THROUGH "
                       WS-CLOSED-THROUGH-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'ARAPPLY' TO WS-LG-PROGRAM-NAME
           MOVE 'ARRETURN' TO WS-LG-PREDECESSOR
           MOVE WS-RUN-DATE TO WS-LG-BUSINESS-DATE
           PERFORM 8950-CHECK-RUN-LOG
           IF RUN-LOG-REFUSED
               DISPLAY "ARAPPLY: RUN LOG REFUSES BUSINESS DATE "
                       WS-RUN-DATE " -- " WS-LG-REFUSAL-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AR-OPEN-IN
           IF NOT AROPENI-FILE-WAS-FOUND
               DISPLAY "ARAPPLY: NO PRIOR OPEN-ITEM FILE, STATUS "
               DISPLAY "ARAPPLY: APPLYING NO PAYMENTS THIS RUN"
               SET PAYMENTS-EOF TO TRUE
           END-IF
           PERFORM 0600-GATHER-REDIRECTED-PAYMENTS
           OPEN INPUT CUSTOMER-ADDRESSES
           IF CUSTADDR-FILE-WAS-FOUND
               PERFORM 1400-READ-ADDRESS
           END-IF
           OPEN OUTPUT AR-OPEN-OUT
           OPEN OUTPUT AGING-REPORT
           OPEN OUTPUT AGING-SUMMARY-FILE
           OPEN OUTPUT CUSTOMER-CORRESPONDENCE
           OPEN OUTPUT DUNNING-EXCEPTIONS
           OPEN OUTPUT REMITTANCE-EXCEPTIONS
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT COLLECTOR-WORKLIST
           OPEN OUTPUT ADJUSTMENT-REGISTER
           OPEN OUTPUT DISCOUNT-REGISTER
           OPEN EXTEND TAX-DETAIL-FILE
           IF TAXDTL-NOT-FOUND
               OPEN OUTPUT TAX-DETAIL-FILE
               CLOSE TAX-DETAIL-FILE
               OPEN EXTEND TAX-DETAIL-FILE
           END-IF
           OPEN EXTEND APPLICATION-HISTORY
           IF APPLHIST-NOT-FOUND
               OPEN OUTPUT APPLICATION-HISTORY
               CLOSE APPLICATION-HISTORY
               OPEN EXTEND APPLICATION-HISTORY
           END-IF
           OPEN EXTEND PAID-ITEM-HISTORY
           IF PAIDHIST-NOT-FOUND
               OPEN OUTPUT PAID-ITEM-HISTORY
               CLOSE PAID-ITEM-HISTORY
               OPEN EXTEND PAID-ITEM-HISTORY
           END-IF
           OPEN INPUT ADJUSTMENTS-FILE
           IF NOT ADJUSTS-FILE-WAS-FOUND
               DISPLAY "ARAPPLY: NO ADJUSTMENTS FILE, STATUS "
               DISPLAY "ARAPPLY: APPLYING NO ADJUSTMENTS THIS RUN"
               SET ADJUSTMENTS-EOF TO TRUE
           END-IF
           OPEN INPUT REVERSAL-FILE
           IF NOT RETREV-FILE-WAS-FOUND
               DISPLAY "ARAPPLY: NO RETURNED-PAYMENT REVERSALS FILE, "
                       "STATUS " WS-RETREV-STATUS
               DISPLAY "ARAPPLY: REOPENING NO ITEMS THIS RUN"
               SET REVERSALS-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OPEN-OK
               DISPLAY "ARAPPLY: UNABLE TO OPEN CUSTOMER-MASTER, "
               DISPLAY "ARAPPLY: COLLECTION STATUS NOT AVAILABLE, "
                       "ALL PAST-DUE ACCOUNTS DUN AS NORMAL"
               SET MASTER-NOT-AVAILABLE TO TRUE
           ELSE
               PERFORM 9100-LOAD-CUSTOMER-FAMILIES
               IF WS-FM-REJECTED > ZERO
               OR WS-FH-REJECTED > ZERO
               OR WS-FM-LOOPS > ZERO
                   DISPLAY "ARAPPLY: " WS-FM-REJECTED " PARENT LINKS, "
                           WS-FH-REJECTED " FAMILY MEMBERS AND "
                           WS-FM-LOOPS " LOOPED LINKS DUN ON THEIR OWN"
               END-IF
               IF CUSTADDR-FILE-WAS-FOUND
               AND WS-FH-COUNT > ZERO
                   PERFORM 0700-NOTE-HEAD-ADDRESSES
               END-IF
           END-IF
           PERFORM 8600-LOAD-FX-RATES
           IF NOT FXRATES-FILE-WAS-FOUND
               DISPLAY "ARAPPLY: FXRATES NOT FOUND, FOREIGN-CURRENCY "
                       "ITEMS CANNOT BE TRANSLATED"
           END-IF
           IF WS-XR-REJECTED > ZERO
               DISPLAY "ARAPPLY: " WS-XR-REJECTED
                       " FXRATES ROWS NOT USABLE, IGNORED"
           END-IF

           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           WRITE ADJUSTMENT-REGISTER-RECORD
           MOVE SPACES TO ADJUSTMENT-REGISTER-RECORD
           WRITE ADJUSTMENT-REGISTER-RECORD

           MOVE WS-RUN-DATE TO DH1-RUN-DATE
           MOVE WS-DISC-HEADING-1 TO DISCOUNT-REGISTER-RECORD
           WRITE DISCOUNT-REGISTER-RECORD
           MOVE WS-DISC-HEADING-2 TO DISCOUNT-REGISTER-RECORD
           WRITE DISCOUNT-REGISTER-RECORD
           MOVE SPACES TO DISCOUNT-REGISTER-RECORD
           WRITE DISCOUNT-REGISTER-RECORD
           .

      **********************************************************************
      * A FAMILY HEAD'S LETTERS-ABOUT-ITS-MEMBERS ARE MAILED TO THE
      * HEAD'S ADDRESS, WHICH MAY SIT ANYWHERE IN THE ADDRESS FILE.
      * READ THE FILE ONCE TO NOTE EVERY HEAD'S ROW IN THE HEAD TABLE,
      * THEN REOPEN AND PRIME IT FOR THE MERGE.
      **********************************************************************
       0700-NOTE-HEAD-ADDRESSES.
           CLOSE CUSTOMER-ADDRESSES
           OPEN INPUT CUSTOMER-ADDRESSES
           SET ADDRESS-FILE-NOT-EOF TO TRUE
           PERFORM 0710-NOTE-ONE-ADDRESS
               UNTIL ADDRESS-FILE-EOF
           CLOSE CUSTOMER-ADDRESSES
           OPEN INPUT CUSTOMER-ADDRESSES
           SET ADDRESS-FILE-NOT-EOF TO TRUE
           PERFORM 1400-READ-ADDRESS
           .

      **********************************************************************
      * THE FIRST ROW FOR A HEAD IS THE ONE USED, AS THE MATCH DOES.
      **********************************************************************
       0710-NOTE-ONE-ADDRESS.
           PERFORM 1400-READ-ADDRESS
           IF ADDRESS-FILE-NOT-EOF
               MOVE CA-CUSTOMER-ID TO WS-FAM-SEARCH-ID
               PERFORM 9195-SEARCH-FAMILY-HEAD
               IF FAMILY-HEAD-WAS-FOUND
                   IF NOT FH-ADDRESS-WAS-FOUND(WS-FH-FOUND-IX)
                       MOVE 'Y' TO WS-FH-ADDRESS-FOUND(WS-FH-FOUND-IX)
                       MOVE CA-CUSTOMER-NAME
                           TO WS-FH-NAME(WS-FH-FOUND-IX)
                       MOVE CA-ADDRESS-LINE-1
                           TO WS-FH-ADDRESS-LINE-1(WS-FH-FOUND-IX)
                       MOVE CA-ADDRESS-LINE-2
                           TO WS-FH-ADDRESS-LINE-2(WS-FH-FOUND-IX)
                       MOVE CA-ADDRESS-LINE-3
                           TO WS-FH-ADDRESS-LINE-3(WS-FH-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * A PAYMENT QUOTING A RETIRED ACCOUNT SITS IN THE PAYMENTS FILE AT
      * THE OLD ID'S PLACE IN CUSTOMER ORDER, NOT THE SURVIVOR'S. READ
      * THE FILE ONCE AHEAD OF THE MERGE, HOLD EVERY SUCH PAYMENT THAT
      * PASSES THE FIELD EDITS UNDER ITS SURVIVOR, THEN REOPEN THE FILE
      * FOR THE MERGE ITSELF.
      **********************************************************************
       0600-GATHER-REDIRECTED-PAYMENTS.
           PERFORM 8500-LOAD-CUSTOMER-FORWARDS
           IF WS-FW-REJECTED > ZERO
               DISPLAY "ARAPPLY: " WS-FW-REJECTED
                       " CUSTFWD ROWS NOT USABLE, IGNORED"
           END-IF
           MOVE ZERO TO WS-RD-COUNT
           MOVE ZERO TO WS-RD-PASSED
           IF WS-FW-COUNT > ZERO
           AND PAYMENTS-FILE-WAS-FOUND
               SET PAYMENT-SCAN-NOT-EOF TO TRUE
               PERFORM 0610-SCAN-ONE-PAYMENT
                   UNTIL PAYMENT-SCAN-EOF
               CLOSE PAYMENTS-FILE
               OPEN INPUT PAYMENTS-FILE
           END-IF
           MOVE 1 TO WS-RD-NEXT
           PERFORM 0640-SET-REDIRECT-KEY
           .

       0610-SCAN-ONE-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   SET PAYMENT-SCAN-EOF TO TRUE
               NOT AT END
                   IF PY-CUSTOMER-ID IS NUMERIC
                   AND PY-AMOUNT IS NUMERIC
                   AND PY-PAYMENT-DATE IS NUMERIC
                       MOVE PY-CUSTOMER-ID TO WS-FWD-LOOKUP-ID
                       PERFORM 8550-FIND-CUSTOMER-FORWARD
                       IF FORWARD-WAS-FOUND
                       AND WS-RD-COUNT < WS-RD-MAX
                           PERFORM 0620-HOLD-REDIRECTED-PAYMENT
                       END-IF
                   END-IF
           END-READ
           .

      **********************************************************************
      * INSERT AFTER EVERY HELD PAYMENT FOR THE SAME OR A LOWER
      * SURVIVOR. THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING
      * STEPS THE SUBSCRIPT ONCE MORE AFTER THE BODY SETS THE FOUND
      * FLAG.
      **********************************************************************
       0620-HOLD-REDIRECTED-PAYMENT.
           SET REDIRECT-SLOT-NOT-FOUND TO TRUE
           PERFORM 0630-SEARCH-REDIRECT-SLOT
               VARYING WS-RD-IX FROM 1 BY 1
               UNTIL WS-RD-IX > WS-RD-COUNT
               OR REDIRECT-SLOT-WAS-FOUND
           IF REDIRECT-SLOT-NOT-FOUND
               COMPUTE WS-RD-FOUND-IX = WS-RD-COUNT + 1
           END-IF
           PERFORM 0635-SHIFT-ONE-REDIRECT
               VARYING WS-RD-IX FROM WS-RD-COUNT BY -1
               UNTIL WS-RD-IX < WS-RD-FOUND-IX
           ADD 1 TO WS-RD-COUNT
           MOVE WS-FWD-SURVIVING-ID
               TO WS-RD-SURVIVING-ID(WS-RD-FOUND-IX)
           MOVE PAYMENT-RECORD TO WS-RD-PAYMENT-IMAGE(WS-RD-FOUND-IX)
           .

       0630-SEARCH-REDIRECT-SLOT.
           IF WS-RD-SURVIVING-ID(WS-RD-IX) GREATER THAN
                   WS-FWD-SURVIVING-ID
               SET REDIRECT-SLOT-WAS-FOUND TO TRUE
               MOVE WS-RD-IX TO WS-RD-FOUND-IX
           END-IF
           .

       0635-SHIFT-ONE-REDIRECT.
           MOVE WS-RD-ENTRY(WS-RD-IX) TO WS-RD-ENTRY(WS-RD-IX + 1)
           .

       0640-SET-REDIRECT-KEY.
           IF WS-RD-NEXT > WS-RD-COUNT
               MOVE HIGH-VALUES TO WS-REDIRECT-KEY
           ELSE
               MOVE WS-RD-SURVIVING-ID(WS-RD-NEXT) TO WS-REDIRECT-KEY
           END-IF
           .

      **********************************************************************
           PERFORM 1200-READ-AR-EXTRACT
           PERFORM 1300-READ-PAYMENT
           PERFORM 1320-READ-ADJUSTMENT
           PERFORM 1330-READ-REVERSAL
           PERFORM 1500-PROCESS-ONE-CUSTOMER
               UNTIL WS-OPENI-KEY EQUAL HIGH-VALUES
               AND WS-EXTRACT-KEY EQUAL HIGH-VALUES
               AND WS-PAYMENT-KEY EQUAL HIGH-VALUES
               AND WS-ADJUST-KEY EQUAL HIGH-VALUES
               AND WS-REVERSE-KEY EQUAL HIGH-VALUES
               AND WS-REDIRECT-KEY EQUAL HIGH-VALUES
           .

       1100-READ-AR-OPEN-IN.
               DISPLAY "ARAPPLY: REJECTED PAYMENT " PY-CUSTOMER-ID
                       " " PY-PAYMENT-DATE " " PY-AMOUNT
           ELSE
               SET FORWARD-NOT-FOUND TO TRUE
               IF WS-FW-COUNT > ZERO
                   MOVE PY-CUSTOMER-ID TO WS-FWD-LOOKUP-ID
                   PERFORM 8550-FIND-CUSTOMER-FORWARD
               END-IF
               IF FORWARD-WAS-FOUND
                   PERFORM 1360-PASS-REDIRECTED-PAYMENT
               ELSE
                   IF PY-CUSTOMER-ID IS LESS THAN WS-PAYMENT-KEY
                   AND WS-PAYMENT-KEY NOT EQUAL HIGH-VALUES
                       ADD 1 TO WS-PAYMENTS-REJECTED
                       DISPLAY "ARAPPLY: PAYMENT OUT OF SEQUENCE FOR "
                               PY-CUSTOMER-ID " -- REJECTED"
                   ELSE
                       MOVE PY-CUSTOMER-ID TO WS-PAYMENT-KEY
                       SET PAYMENT-ACCEPTED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * A PAYMENT FOR A RETIRED ACCOUNT WAS HELD BY THE SCAN AHEAD OF
      * THE MERGE AND IS APPLIED UNDER ITS SURVIVOR, SO IT IS PASSED
      * OVER HERE -- UNLESS THE HOLDING TABLE WAS ALREADY FULL WHEN
      * THE SCAN REACHED IT.
      **********************************************************************
       1360-PASS-REDIRECTED-PAYMENT.
           ADD 1 TO WS-RD-PASSED
           IF WS-RD-PASSED > WS-RD-COUNT
               ADD 1 TO WS-PAYMENTS-REJECTED
               DISPLAY "ARAPPLY: PAYMENT FOR RETIRED ACCOUNT "
                       PY-CUSTOMER-ID " -- REDIRECT TABLE FULL, "
                       "REJECTED"
           END-IF
           .

      **********************************************************************
      * READ FORWARD TO THE NEXT ACCEPTABLE ADJUSTMENT, REJECTING
      * UNPARSEABLE OR OUT-OF-SEQUENCE ROWS ONTO THE REGISTER SO ONE
      **********************************************************************
      * AN ADJUSTMENT MUST NAME A CUSTOMER, A VALID TYPE, THE OPEN
      * ITEM IT TARGETS, AND CARRY THE AUTHORIZING USER. A DEBIT OR
      * CREDIT MEMO OR A REFUND CLEARING MUST ALSO CARRY A NUMERIC
      * AMOUNT; A WRITE-OFF TAKES WHATEVER BALANCE THE ITEM STILL HAS.
      **********************************************************************
       1370-EDIT-ADJUSTMENT.
           EVALUATE TRUE
                   MOVE 'BAD INV' TO WS-ADJUST-STATUS
               WHEN AJ-USER-ID EQUAL SPACES
                   MOVE 'NO USER' TO WS-ADJUST-STATUS
               WHEN (AJ-TYPE-DEBIT-MEMO OR AJ-TYPE-CREDIT-MEMO
                     OR AJ-TYPE-REFUND)
               AND AJ-AMOUNT IS NOT NUMERIC
                   MOVE 'BAD AMT' TO WS-ADJUST-STATUS
               WHEN AJ-CUSTOMER-ID IS LESS THAN WS-ADJUST-KEY
           END-IF
           .

      **********************************************************************
      * READ FORWARD TO THE NEXT ACCEPTABLE RETURNED-PAYMENT REVERSAL.
      * THE RETURNED-ITEM RUN HAS EDITED THEM ALREADY, SO A BAD ONE HERE
      * MEANS A DAMAGED FILE; IT IS REJECTED AND COUNTED, AND THE
      * BALANCING RUN WILL NOT PROVE THE NIGHT.
      **********************************************************************
       1330-READ-REVERSAL.
           SET REVERSAL-NOT-ACCEPTED TO TRUE
           PERFORM 1335-READ-ONE-REVERSAL
               UNTIL REVERSAL-ACCEPTED
           .

       1335-READ-ONE-REVERSAL.
           IF REVERSALS-EOF
               MOVE HIGH-VALUES TO WS-REVERSE-KEY
               SET REVERSAL-ACCEPTED TO TRUE
           ELSE
               READ REVERSAL-FILE
                   AT END
                       SET REVERSALS-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-REVERSE-KEY
                       SET REVERSAL-ACCEPTED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REVERSALS-READ
                       PERFORM 1380-EDIT-REVERSAL
               END-READ
           END-IF
           .

       1380-EDIT-REVERSAL.
           IF RV-CUSTOMER-ID IS NOT NUMERIC
           OR NOT RV-TYPE-IS-VALID
           OR RV-AMOUNT IS NOT NUMERIC
           OR RV-INVOICE-NUMBER IS NOT NUMERIC
               ADD 1 TO WS-REVERSALS-REJECTED
               DISPLAY "ARAPPLY: REJECTED REVERSAL " RV-CUSTOMER-ID
                       " " RV-TRANSACTION-TYPE " " RV-INVOICE-NUMBER
           ELSE
               IF RV-CUSTOMER-ID IS LESS THAN WS-REVERSE-KEY
               AND WS-REVERSE-KEY NOT EQUAL HIGH-VALUES
                   ADD 1 TO WS-REVERSALS-REJECTED
                   DISPLAY "ARAPPLY: REVERSAL OUT OF SEQUENCE FOR "
                           RV-CUSTOMER-ID " -- REJECTED"
               ELSE
                   MOVE RV-CUSTOMER-ID TO WS-REVERSE-KEY
                   SET REVERSAL-ACCEPTED TO TRUE
               END-IF
           END-IF
           .

       1400-READ-ADDRESS.
           READ CUSTOMER-ADDRESSES
               AT END
           IF WS-ADJUST-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-ADJUST-KEY TO WS-THIS-CUSTOMER
           END-IF
           IF WS-REVERSE-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-REVERSE-KEY TO WS-THIS-CUSTOMER
           END-IF
           IF WS-REDIRECT-KEY IS LESS THAN WS-THIS-CUSTOMER
               MOVE WS-REDIRECT-KEY TO WS-THIS-CUSTOMER
           END-IF

           MOVE ZERO TO WS-OI-COUNT
           PERFORM 2000-LOAD-OLD-ITEMS
               UNTIL WS-OPENI-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 2100-LOAD-NEW-INVOICES
               UNTIL WS-EXTRACT-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 3700-APPLY-ONE-REVERSAL
               UNTIL WS-REVERSE-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 3000-APPLY-ONE-PAYMENT
               UNTIL WS-PAYMENT-KEY NOT EQUAL WS-THIS-CUSTOMER
           IF WS-REDIRECT-KEY EQUAL WS-THIS-CUSTOMER
               PERFORM 3050-APPLY-REDIRECTED-PAYMENTS
           END-IF
           PERFORM 3500-APPLY-ONE-ADJUSTMENT
               UNTIL WS-ADJUST-KEY NOT EQUAL WS-THIS-CUSTOMER
           PERFORM 4000-AGE-AND-WRITE-CUSTOMER
                   TO WS-OI-OPEN-BALANCE(WS-OI-COUNT)
               MOVE AO-ORIGINAL-AMOUNT
                   TO WS-OI-ORIGINAL(WS-OI-COUNT)
               MOVE AO-DUE-DATE TO WS-OI-DUE-DATE(WS-OI-COUNT)
               MOVE AO-TERMS-CODE TO WS-OI-TERMS-CODE(WS-OI-COUNT)
               IF AO-TAX-AMOUNT IS NUMERIC
                   MOVE AO-TAX-AMOUNT
                       TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
               ELSE
                   MOVE ZERO TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
               END-IF
               MOVE AO-TAX-JURISDICTION
                   TO WS-OI-TAX-JURISDICTION(WS-OI-COUNT)
               MOVE AO-TAX-STATUS TO WS-OI-TAX-STATUS(WS-OI-COUNT)
               MOVE SPACES TO WS-OI-LAST-POSTING(WS-OI-COUNT)
               MOVE WS-OI-CURRENCY(WS-OI-COUNT)
                   TO WS-FX-LOOKUP-CURRENCY
               MOVE AO-FX-RATE TO WS-FX-BOOKED-RATE
               MOVE AO-INVOICE-DATE TO WS-FX-ITEM-DATE
               MOVE WS-RUN-DATE TO WS-FX-FALLBACK-DATE
               PERFORM 8640-FIND-BOOKED-RATE
               MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-COUNT)
               PERFORM 2050-SET-ITEM-DUE-DATE
           END-IF
           PERFORM 1100-READ-AR-OPEN-IN
           .

      **********************************************************************
      * AN ITEM WRITTEN BEFORE DUE DATES WERE CARRIED IS GIVEN ONE AS
      * IT IS LOADED, SO THE NEW GENERATION GOES OUT WITH IT FILLED:
      * A CREDIT IS DUE ON ITS OWN DATE, AN INVOICE UNDER ITS TERMS
      * (SPACES MEANING NET 30, WHICH AGES EXACTLY AS BEFORE).
      **********************************************************************
       2050-SET-ITEM-DUE-DATE.
           IF WS-OI-DUE-DATE(WS-OI-COUNT) IS NOT NUMERIC
               IF WS-OI-OPEN-BALANCE(WS-OI-COUNT) IS LESS THAN ZERO
                   MOVE WS-OI-INVOICE-DATE(WS-OI-COUNT)
                       TO WS-OI-DUE-DATE(WS-OI-COUNT)
               ELSE
                   MOVE WS-OI-TERMS-CODE(WS-OI-COUNT)
                       TO WS-TERMS-LOOKUP-CODE
                   MOVE WS-OI-INVOICE-DATE(WS-OI-COUNT)
                       TO WS-TERMS-BASE-DATE
                   PERFORM 8750-COMPUTE-TERMS-DATES
                   MOVE WS-TERMS-DUE-DATE
                       TO WS-OI-DUE-DATE(WS-OI-COUNT)
               END-IF
           END-IF
           .

       2100-LOAD-NEW-INVOICES.
           IF WS-OI-COUNT >= WS-OI-MAX
               ADD 1 TO WS-ITEMS-DROPPED
               MOVE AE-AMOUNT-DUE TO WK-ORIGINAL-AMOUNT
               MOVE AE-INVOICE-NUMBER TO WK-INVOICE-NUMBER
               MOVE AE-CURRENCY-CODE TO WK-CURRENCY-CODE
               MOVE AE-DUE-DATE TO WK-DUE-DATE
               MOVE AE-TERMS-CODE TO WK-TERMS-CODE
               IF AE-TAX-AMOUNT IS NUMERIC
                   MOVE AE-TAX-AMOUNT TO WK-TAX-AMOUNT
               ELSE
                   MOVE ZERO TO WK-TAX-AMOUNT
               END-IF
               MOVE AE-TAX-JURISDICTION TO WK-TAX-JURISDICTION
               MOVE AE-TAX-STATUS TO WK-TAX-STATUS
               MOVE AE-FX-RATE TO WK-FX-RATE
               WRITE AR-OPEN-OUT-RECORD FROM WS-AR-OPEN-WORK
               ADD 1 TO WS-OPEN-ITEMS-OUT
           ELSE
                   TO WS-OI-OPEN-BALANCE(WS-OI-COUNT)
               MOVE AE-AMOUNT-DUE
                   TO WS-OI-ORIGINAL(WS-OI-COUNT)
               MOVE AE-DUE-DATE TO WS-OI-DUE-DATE(WS-OI-COUNT)
               MOVE AE-TERMS-CODE TO WS-OI-TERMS-CODE(WS-OI-COUNT)
               IF AE-TAX-AMOUNT IS NUMERIC
                   MOVE AE-TAX-AMOUNT
                       TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
               ELSE
                   MOVE ZERO TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
               END-IF
               MOVE AE-TAX-JURISDICTION
                   TO WS-OI-TAX-JURISDICTION(WS-OI-COUNT)
               MOVE AE-TAX-STATUS TO WS-OI-TAX-STATUS(WS-OI-COUNT)
               MOVE SPACES TO WS-OI-LAST-POSTING(WS-OI-COUNT)
               MOVE WS-OI-CURRENCY(WS-OI-COUNT)
                   TO WS-FX-LOOKUP-CURRENCY
               MOVE AE-FX-RATE TO WS-FX-BOOKED-RATE
               MOVE AE-NEXT-INVOICE-DATE TO WS-FX-ITEM-DATE
               MOVE WS-RUN-DATE TO WS-FX-FALLBACK-DATE
               PERFORM 8640-FIND-BOOKED-RATE
               MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-COUNT)
               PERFORM 2050-SET-ITEM-DUE-DATE
           END-IF
           PERFORM 1200-READ-AR-EXTRACT
           .
      * NEVER LOST.
      **********************************************************************
       3000-APPLY-ONE-PAYMENT.
           PERFORM 3010-POST-ONE-PAYMENT
           PERFORM 1300-READ-PAYMENT
           .

       3010-POST-ONE-PAYMENT.
           MOVE PY-AMOUNT-N TO WS-PAYMENT-REMAINING
           IF PY-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-PAYMENT-CURRENCY
           END-IF
           IF PY-INVOICE-REFERENCE IS NUMERIC
           AND PY-INVOICE-REFERENCE-N IS GREATER THAN ZERO
               MOVE 'PR' TO WS-CASH-POSTING-TYPE
               PERFORM 3300-APPLY-TO-REFERENCED-ITEM
           END-IF
           MOVE 'PO' TO WS-CASH-POSTING-TYPE
           PERFORM 3100-APPLY-TO-ONE-ITEM
               VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               PERFORM 3200-CARRY-CREDIT-ITEM
           END-IF
           ADD 1 TO WS-PAYMENTS-APPLIED
           .

      **********************************************************************
      * APPLY THE HELD PAYMENTS FOR RETIRED ACCOUNTS NOW LIVING UNDER
      * THIS CUSTOMER, AFTER ITS OWN PAYMENTS. THE PAYMENT RECORD IS
      * BORROWED FOR EACH AND THE MERGE'S NEXT PAYMENT PUT BACK AFTER.
      **********************************************************************
       3050-APPLY-REDIRECTED-PAYMENTS.
           MOVE PAYMENT-RECORD TO WS-SAVED-PAYMENT
           PERFORM 3060-APPLY-ONE-REDIRECTED
               UNTIL WS-REDIRECT-KEY NOT EQUAL WS-THIS-CUSTOMER
           MOVE WS-SAVED-PAYMENT TO PAYMENT-RECORD
           .

       3060-APPLY-ONE-REDIRECTED.
           MOVE WS-RD-PAYMENT-IMAGE(WS-RD-NEXT) TO PAYMENT-RECORD
           DISPLAY "ARAPPLY: PAYMENT FOR RETIRED ACCOUNT "
                   PY-CUSTOMER-ID " APPLIED TO "
                   WS-RD-SURVIVING-ID(WS-RD-NEXT)
           MOVE WS-RD-SURVIVING-ID(WS-RD-NEXT) TO PY-CUSTOMER-ID
           PERFORM 3010-POST-ONE-PAYMENT
           ADD 1 TO WS-PAYMENTS-REDIRECTED
           ADD 1 TO WS-RD-NEXT
           PERFORM 0640-SET-REDIRECT-KEY
           .

      **********************************************************************
      * POST AGAINST ONE OPEN ITEM. AN ITEM IN A DIFFERENT CURRENCY
      * FROM THE PAYMENT IS NEVER TOUCHED: THE OLDEST-FIRST PASS JUST
      * SKIPS PAST IT TO THE NEXT ITEM IN THE PAYMENT'S CURRENCY.
      * WHEN THE ITEM EARNS AN EARLY-PAYMENT DISCOUNT AND WHAT IS LEFT
      * OF THE PAYMENT COVERS THE BALANCE NET OF THE DISCOUNT, THE
      * CASH CLEARS THE NET AND THE DISCOUNT CLEARS THE REST. A
      * PAYMENT SHORT OF THE NET POSTS AS AN ORDINARY PART PAYMENT.
      **********************************************************************
       3100-APPLY-TO-ONE-ITEM.
           IF WS-OI-OPEN-BALANCE(WS-OI-IX) IS GREATER THAN ZERO
           AND WS-OI-CURRENCY(WS-OI-IX) EQUAL WS-PAYMENT-CURRENCY
               PERFORM 3150-CHECK-EARLY-DISCOUNT
               IF WS-OI-OPEN-BALANCE(WS-OI-IX) - WS-DISCOUNT-AMOUNT
                       NOT GREATER THAN WS-PAYMENT-REMAINING
                   COMPUTE WS-AMOUNT-TO-APPLY =
                       WS-OI-OPEN-BALANCE(WS-OI-IX) - WS-DISCOUNT-AMOUNT
               ELSE
                   MOVE ZERO TO WS-DISCOUNT-AMOUNT
                   MOVE WS-PAYMENT-REMAINING TO WS-AMOUNT-TO-APPLY
               END-IF
               SUBTRACT WS-AMOUNT-TO-APPLY
               PERFORM 3450-FIND-GL-CURRENCY
               ADD WS-AMOUNT-TO-APPLY
                   TO WS-GA-CASH-APPLIED(WS-GA-FOUND-IX)
               MOVE WS-AMOUNT-TO-APPLY TO WS-RELIEF-AMOUNT
               MOVE WS-OI-IX TO WS-RELIEF-IX
               PERFORM 3470-SET-RELIEF-FUNCTIONAL
               ADD WS-RELIEF-FUNCTIONAL
                   TO WS-GA-CASH-FUNCTIONAL(WS-GA-FOUND-IX)
               MOVE WS-CASH-POSTING-TYPE TO WS-HIST-TYPE
               MOVE WS-AMOUNT-TO-APPLY TO WS-HIST-AMOUNT
               MOVE WS-OI-IX TO WS-HIST-IX
               PERFORM 3800-WRITE-ITEM-HISTORY
               IF WS-DISCOUNT-AMOUNT IS GREATER THAN ZERO
                   PERFORM 3170-TAKE-EARLY-DISCOUNT
               END-IF
           END-IF
           .

      **********************************************************************
      * THE DISCOUNT IS EARNED ONLY ON AN ITEM NOTHING HAS YET BEEN
      * POSTED AGAINST, BY A PAYMENT DATED ON OR BEFORE THE LAST DAY
      * OF THE DISCOUNT WINDOW, AND IS FIGURED ON THE ORIGINAL AMOUNT.
      **********************************************************************
       3150-CHECK-EARLY-DISCOUNT.
           MOVE ZERO TO WS-DISCOUNT-AMOUNT
           IF WS-OI-OPEN-BALANCE(WS-OI-IX)
                   EQUAL WS-OI-ORIGINAL(WS-OI-IX)
               MOVE WS-OI-TERMS-CODE(WS-OI-IX) TO WS-TERMS-LOOKUP-CODE
               MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO WS-TERMS-BASE-DATE
               PERFORM 8750-COMPUTE-TERMS-DATES
               IF WS-TERMS-DISCOUNT-DATE IS NUMERIC
               AND PY-PAYMENT-DATE
                       NOT GREATER THAN WS-TERMS-DISCOUNT-DATE
                   COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                       WS-OI-ORIGINAL(WS-OI-IX) * WS-TERMS-DISCOUNT-PCT
               END-IF
           END-IF
           .

      **********************************************************************
      * CLEAR THE DISCOUNT OFF THE ITEM, ACCUMULATE IT FOR THE SALES-
      * DISCOUNT POSTING IN THE PAYMENT'S CURRENCY, AND LIST IT ON THE
      * DISCOUNTS-TAKEN REGISTER.
      **********************************************************************
       3170-TAKE-EARLY-DISCOUNT.
           SUBTRACT WS-DISCOUNT-AMOUNT
               FROM WS-OI-OPEN-BALANCE(WS-OI-IX)
           ADD WS-DISCOUNT-AMOUNT TO WS-GL-DISCOUNTS-TAKEN
           ADD WS-DISCOUNT-AMOUNT
               TO WS-GA-DISCOUNTS-TAKEN(WS-GA-FOUND-IX)
           ADD 1 TO WS-GA-DISCOUNT-COUNT(WS-GA-FOUND-IX)
           MOVE WS-DISCOUNT-AMOUNT TO WS-RELIEF-AMOUNT
           MOVE WS-OI-IX TO WS-RELIEF-IX
           PERFORM 3470-SET-RELIEF-FUNCTIONAL
           ADD WS-RELIEF-FUNCTIONAL
               TO WS-GA-DISCOUNT-FUNCTIONAL(WS-GA-FOUND-IX)
           ADD 1 TO WS-DISCOUNTS-TAKEN
           MOVE WS-THIS-CUSTOMER TO DD-CUSTOMER-ID
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX) TO DD-INVOICE
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO DD-INVOICE-DATE
           MOVE PY-PAYMENT-DATE TO DD-PAYMENT-DATE
           MOVE WS-TERMS-CODE TO DD-TERMS-CODE
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO DD-CURRENCY
           MOVE WS-OI-ORIGINAL(WS-OI-IX) TO DD-ORIGINAL
           MOVE WS-DISCOUNT-AMOUNT TO DD-DISCOUNT
           MOVE WS-DISC-DETAIL TO DISCOUNT-REGISTER-RECORD
           WRITE DISCOUNT-REGISTER-RECORD
           MOVE 'DS' TO WS-HIST-TYPE
           MOVE WS-DISCOUNT-AMOUNT TO WS-HIST-AMOUNT
           MOVE WS-OI-IX TO WS-HIST-IX
           PERFORM 3800-WRITE-ITEM-HISTORY
           .

       3200-CARRY-CREDIT-ITEM.
           ADD 1 TO WS-CREDITS-CARRIED
           MOVE WS-PAYMENT-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           IF WS-OI-COUNT >= WS-OI-MAX
               ADD 1 TO WS-ITEMS-DROPPED
               DISPLAY "ARAPPLY: OPEN-ITEM TABLE FULL FOR CUSTOMER "
               MOVE ZERO TO WK-ORIGINAL-AMOUNT
               MOVE ZERO TO WK-INVOICE-NUMBER
               MOVE WS-PAYMENT-CURRENCY TO WK-CURRENCY-CODE
               MOVE PY-PAYMENT-DATE TO WK-DUE-DATE
               MOVE ZERO TO WK-TAX-AMOUNT
               MOVE WS-FX-RATE TO WK-FX-RATE-N
               WRITE AR-OPEN-OUT-RECORD FROM WS-AR-OPEN-WORK
               ADD 1 TO WS-OPEN-ITEMS-OUT
               MOVE SPACES TO APPLICATION-HISTORY-RECORD
               MOVE ZERO TO AH-INVOICE-NUMBER
               MOVE PY-PAYMENT-DATE TO AH-INVOICE-DATE
               MOVE WS-PAYMENT-CURRENCY TO AH-CURRENCY-CODE
               MOVE 'N' TO AH-ITEM-CLOSED
               MOVE 'CC' TO WS-HIST-TYPE
               MOVE WS-PAYMENT-REMAINING TO WS-HIST-AMOUNT
               PERFORM 3850-WRITE-HISTORY-RECORD
           ELSE
               ADD 1 TO WS-OI-COUNT
               MOVE PY-PAYMENT-DATE
               COMPUTE WS-OI-OPEN-BALANCE(WS-OI-COUNT) =
                   ZERO - WS-PAYMENT-REMAINING
               MOVE ZERO TO WS-OI-ORIGINAL(WS-OI-COUNT)
               MOVE PY-PAYMENT-DATE TO WS-OI-DUE-DATE(WS-OI-COUNT)
               MOVE SPACES TO WS-OI-TERMS-CODE(WS-OI-COUNT)
               MOVE ZERO TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
               MOVE SPACES TO WS-OI-TAX-JURISDICTION(WS-OI-COUNT)
               MOVE SPACES TO WS-OI-TAX-STATUS(WS-OI-COUNT)
               MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-COUNT)
               MOVE 'CC' TO WS-HIST-TYPE
               MOVE WS-PAYMENT-REMAINING TO WS-HIST-AMOUNT
               MOVE WS-OI-COUNT TO WS-HIST-IX
               PERFORM 3800-WRITE-ITEM-HISTORY
           END-IF
           .

      * CLEARS WHATEVER BALANCE REMAINS, A CREDIT MEMO REDUCES IT BY
      * THE TRANSACTION AMOUNT, A DEBIT MEMO RAISES IT. EVERY
      * ADJUSTMENT -- APPLIED OR NOT -- GOES ON THE REGISTER, SO THE
      * CONTROLLER SIGNS OFF ON THE WHOLE NIGHT, NOT A SAMPLE. A CREDIT
      * MEMO OR WRITE-OFF ALSO TAKES BACK ITS SHARE OF ANY SALES TAX
      * BILLED ON THE ITEM; A DEBIT MEMO IS NOT A SALE AND IS NOT
      * TAXED. A REFUND CLEARING MUST FIND A CREDIT ITEM OF THE SAME
      * DATE AND CURRENCY STILL HOLDING AT LEAST THE AMOUNT REFUNDED,
      * AND RAISES IT TOWARD ZERO SO A FULLY REFUNDED CREDIT DROPS OFF.
      **********************************************************************
       3500-APPLY-ONE-ADJUSTMENT.
           IF AJ-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-ADJUST-CURRENCY
           ELSE
               MOVE AJ-CURRENCY-CODE TO WS-ADJUST-CURRENCY
           END-IF
           SET ADJUSTED-ITEM-NOT-MATCHED TO TRUE
           MOVE ZERO TO WS-OI-REF-IX
           PERFORM 3550-MATCH-ADJUSTED-ITEM
       3550-MATCH-ADJUSTED-ITEM.
           IF WS-OI-INVOICE-NUMBER(WS-OI-IX)
                   EQUAL AJ-INVOICE-REFERENCE-N
               IF NOT AJ-TYPE-REFUND
                   SET ADJUSTED-ITEM-MATCHED TO TRUE
                   MOVE WS-OI-IX TO WS-OI-REF-IX
               ELSE
                   IF WS-OI-INVOICE-DATE(WS-OI-IX) EQUAL AJ-ITEM-DATE
                   AND WS-OI-CURRENCY(WS-OI-IX)
                           EQUAL WS-ADJUST-CURRENCY
                   AND WS-OI-OPEN-BALANCE(WS-OI-IX) + AJ-AMOUNT-N
                           NOT GREATER THAN ZERO
                       SET ADJUSTED-ITEM-MATCHED TO TRUE
                       MOVE WS-OI-IX TO WS-OI-REF-IX
                   END-IF
               END-IF
           END-IF
           .

                   MOVE WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                       TO WS-ADJUST-APPLIED
                   MOVE ZERO TO WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                   MOVE 'WO' TO WS-HIST-TYPE
                   MOVE WS-ADJUST-APPLIED TO WS-HIST-AMOUNT
               WHEN AJ-TYPE-CREDIT-MEMO
                   MOVE AJ-AMOUNT-N TO WS-ADJUST-APPLIED
                   SUBTRACT AJ-AMOUNT-N
                       FROM WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                   MOVE 'CM' TO WS-HIST-TYPE
                   MOVE WS-ADJUST-APPLIED TO WS-HIST-AMOUNT
               WHEN AJ-TYPE-DEBIT-MEMO
                   MOVE AJ-AMOUNT-N TO WS-ADJUST-APPLIED
                   ADD AJ-AMOUNT-N
                       TO WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                   MOVE AJ-AMOUNT-N TO WS-BLEND-AMOUNT
                   PERFORM 3480-BLEND-ITEM-RATE
                   MOVE 'DM' TO WS-HIST-TYPE
                   COMPUTE WS-HIST-AMOUNT = ZERO - WS-ADJUST-APPLIED
               WHEN AJ-TYPE-REFUND
                   MOVE AJ-AMOUNT-N TO WS-ADJUST-APPLIED
                   ADD AJ-AMOUNT-N
                       TO WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                   ADD 1 TO WS-REFUNDS-CLEARED
                   MOVE 'RF' TO WS-HIST-TYPE
                   COMPUTE WS-HIST-AMOUNT = ZERO - WS-ADJUST-APPLIED
           END-EVALUATE
           MOVE WS-OI-REF-IX TO WS-HIST-IX
           PERFORM 3800-WRITE-ITEM-HISTORY
           IF NOT AJ-TYPE-REFUND
               PERFORM 3580-ADD-ADJUSTMENT-TO-GL
           END-IF
           IF (AJ-TYPE-WRITE-OFF OR AJ-TYPE-CREDIT-MEMO)
           AND WS-ADJUST-APPLIED IS GREATER THAN ZERO
           AND WS-OI-ORIGINAL(WS-OI-REF-IX) IS GREATER THAN ZERO
           AND (WS-OI-TAX-STATUS(WS-OI-REF-IX) EQUAL 'T'
                OR WS-OI-TAX-STATUS(WS-OI-REF-IX) EQUAL 'E')
               PERFORM 3570-REVERSE-SALES-TAX
           END-IF
           ADD 1 TO WS-ADJUSTMENTS-APPLIED
           MOVE 'APPLIED' TO WS-ADJUST-STATUS
           MOVE AJ-REASON-CODE TO WS-ADJUST-REASON
           PERFORM 3600-WRITE-ADJUSTMENT-LINE
           .

      **********************************************************************
      * THE TAX SHARE OF AN ADJUSTMENT IS THE ITEM'S TAX IN PROPORTION
      * TO THE PART OF ITS ORIGINAL AMOUNT ADJUSTED, NEVER MORE THAN
      * THE TAX BILLED. THE REST OF THE ADJUSTMENT COMES OFF TAXABLE
      * (OR EXEMPT) SALES. BOTH GO TO THE TAX HISTORY AS NEGATIVES SO
      * THE REGISTER NETS THEM AGAINST THE MONTH'S BILLINGS.
      **********************************************************************
       3570-REVERSE-SALES-TAX.
           COMPUTE WS-TAX-REVERSED ROUNDED =
                   WS-ADJUST-APPLIED * WS-OI-TAX-AMOUNT(WS-OI-REF-IX)
                   / WS-OI-ORIGINAL(WS-OI-REF-IX)
           IF WS-TAX-REVERSED IS GREATER THAN
                   WS-OI-TAX-AMOUNT(WS-OI-REF-IX)
               MOVE WS-OI-TAX-AMOUNT(WS-OI-REF-IX) TO WS-TAX-REVERSED
           END-IF

           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE WS-RUN-DATE TO TD-POSTING-DATE
           MOVE 'ARAPPLY' TO TD-SOURCE-PROGRAM
           IF AJ-TYPE-WRITE-OFF
               SET TD-WRITE-OFF TO TRUE
           ELSE
               SET TD-CREDIT-MEMO TO TRUE
           END-IF
           MOVE WS-OI-TAX-JURISDICTION(WS-OI-REF-IX) TO TD-JURISDICTION
           MOVE WS-OI-CURRENCY(WS-OI-REF-IX) TO TD-CURRENCY-CODE
           MOVE WS-THIS-CUSTOMER TO TD-CUSTOMER-ID
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-REF-IX) TO TD-INVOICE-NUMBER
           IF WS-OI-TAX-STATUS(WS-OI-REF-IX) EQUAL 'E'
               MOVE ZERO TO TD-TAXABLE-AMOUNT
               COMPUTE TD-EXEMPT-AMOUNT =
                       ZERO - (WS-ADJUST-APPLIED - WS-TAX-REVERSED)
           ELSE
               COMPUTE TD-TAXABLE-AMOUNT =
                       ZERO - (WS-ADJUST-APPLIED - WS-TAX-REVERSED)
               MOVE ZERO TO TD-EXEMPT-AMOUNT
           END-IF
           COMPUTE TD-TAX-AMOUNT = ZERO - WS-TAX-REVERSED
           MOVE ZERO TO TD-TAX-RATE
           WRITE TAX-DETAIL-RECORD
           ADD 1 TO WS-TAX-REVERSALS

           IF WS-TAX-REVERSED NOT EQUAL ZERO
               MOVE WS-OI-CURRENCY(WS-OI-REF-IX) TO WS-PAYMENT-CURRENCY
               PERFORM 3450-FIND-GL-CURRENCY
               ADD WS-TAX-REVERSED
                   TO WS-GA-TAX-REVERSED(WS-GA-FOUND-IX)
               ADD WS-TAX-REVERSED TO WS-GL-TAX-REVERSED
               IF AJ-TYPE-CREDIT-MEMO
                   ADD WS-TAX-REVERSED
                       TO WS-GA-CM-TAX-REVERSED(WS-GA-FOUND-IX)
               END-IF
           END-IF
           .

      **********************************************************************
      * DEBIT MEMOS, CREDIT MEMOS AND WRITE-OFFS ARE POSTED TO THE GL
      * IN FULL IN THE ITEM'S CURRENCY. A REFUND CLEARING POSTS NOTHING
      * HERE -- THE REFUND RUN POSTED IT WHEN THE CHEQUE WAS RAISED.
      **********************************************************************
       3580-ADD-ADJUSTMENT-TO-GL.
           MOVE WS-OI-CURRENCY(WS-OI-REF-IX) TO WS-PAYMENT-CURRENCY
           PERFORM 3450-FIND-GL-CURRENCY
           EVALUATE TRUE
               WHEN AJ-TYPE-DEBIT-MEMO
                   ADD WS-ADJUST-APPLIED
                       TO WS-GA-DEBIT-MEMOS(WS-GA-FOUND-IX)
                   ADD WS-ADJUST-APPLIED TO WS-GL-DEBIT-MEMOS
               WHEN AJ-TYPE-CREDIT-MEMO
                   ADD WS-ADJUST-APPLIED
                       TO WS-GA-CREDIT-MEMOS(WS-GA-FOUND-IX)
                   ADD WS-ADJUST-APPLIED TO WS-GL-CREDIT-MEMOS
                   MOVE WS-ADJUST-APPLIED TO WS-RELIEF-AMOUNT
                   MOVE WS-OI-REF-IX TO WS-RELIEF-IX
                   PERFORM 3470-SET-RELIEF-FUNCTIONAL
                   ADD WS-RELIEF-FUNCTIONAL
                       TO WS-GA-CM-FUNCTIONAL(WS-GA-FOUND-IX)
               WHEN AJ-TYPE-WRITE-OFF
                   ADD WS-ADJUST-APPLIED
                       TO WS-GA-WRITE-OFFS(WS-GA-FOUND-IX)
                   ADD WS-ADJUST-APPLIED TO WS-GL-WRITE-OFFS
                   MOVE WS-ADJUST-APPLIED TO WS-RELIEF-AMOUNT
                   MOVE WS-OI-REF-IX TO WS-RELIEF-IX
                   PERFORM 3470-SET-RELIEF-FUNCTIONAL
                   ADD WS-RELIEF-FUNCTIONAL
                       TO WS-GA-WO-FUNCTIONAL(WS-GA-FOUND-IX)
           END-EVALUATE
           .

       3600-WRITE-ADJUSTMENT-LINE.
           MOVE AJ-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE AJ-ADJUSTMENT-TYPE TO AD-TYPE
           END-IF
           .

      **********************************************************************
      * APPLY ONE RETURNED-PAYMENT REVERSAL, AHEAD OF TONIGHT'S CASH SO
      * NEW PAYMENTS SEE THE ITEMS REOPENED. A TYPE R PUTS BACK WHAT ONE
      * POSTING OF THE RETURNED PAYMENT TOOK OFF: ON THE ITEM ITSELF IF
      * IT IS STILL OPEN, OTHERWISE ON THE ITEM REOPENED FROM ITS IMAGE.
      * A TYPE F IS THE RETURNED-ITEM FEE, ALWAYS A NEW ITEM.
      **********************************************************************
       3700-APPLY-ONE-REVERSAL.
           IF RV-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO WS-REVERSE-CURRENCY
           ELSE
               MOVE RV-CURRENCY-CODE TO WS-REVERSE-CURRENCY
           END-IF
           IF RV-RETURNED-ITEM-FEE
               MOVE 'NF' TO WS-HIST-TYPE
           ELSE
               MOVE 'NR' TO WS-HIST-TYPE
           END-IF
           COMPUTE WS-HIST-AMOUNT = ZERO - RV-AMOUNT
           SET REVERSED-ITEM-NOT-MATCHED TO TRUE
           MOVE ZERO TO WS-OI-REF-IX
           IF RV-REOPEN-ITEM
               PERFORM 3750-MATCH-REVERSED-ITEM
                   VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   OR REVERSED-ITEM-MATCHED
           END-IF
           EVALUATE TRUE
               WHEN REVERSED-ITEM-MATCHED
                   ADD RV-AMOUNT TO WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                   MOVE RV-AMOUNT TO WS-BLEND-AMOUNT
                   PERFORM 3480-BLEND-ITEM-RATE
                   MOVE WS-OI-REF-IX TO WS-HIST-IX
                   PERFORM 3800-WRITE-ITEM-HISTORY
               WHEN WS-OI-COUNT < WS-OI-MAX
                   PERFORM 3760-ADD-REVERSED-ITEM
                   MOVE WS-OI-COUNT TO WS-HIST-IX
                   PERFORM 3800-WRITE-ITEM-HISTORY
               WHEN OTHER
                   PERFORM 3770-WRITE-REVERSED-ITEM
           END-EVALUATE
           ADD 1 TO WS-ITEMS-REOPENED
           PERFORM 1330-READ-REVERSAL
           .

      **********************************************************************
      * A REVERSAL FINDS ITS ITEM BY INVOICE NUMBER, ITEM DATE AND
      * CURRENCY, SO A CREDIT CARRIED (INVOICE ZERO) IS TOLD FROM ANY
      * OTHER BY THE PAYMENT DATE IT WAS RAISED ON.
      **********************************************************************
       3750-MATCH-REVERSED-ITEM.
           IF WS-OI-INVOICE-NUMBER(WS-OI-IX) EQUAL RV-INVOICE-NUMBER
           AND WS-OI-INVOICE-DATE(WS-OI-IX) EQUAL RV-INVOICE-DATE
           AND WS-OI-CURRENCY(WS-OI-IX) EQUAL WS-REVERSE-CURRENCY
               SET REVERSED-ITEM-MATCHED TO TRUE
               MOVE WS-OI-IX TO WS-OI-REF-IX
           END-IF
           .

      **********************************************************************
      * AN ITEM THE PAYMENT CLOSED, OR THE FEE INVOICE, COMES BACK AS
      * BILLED FROM THE IMAGE ON THE REVERSAL, SO IT AGES FROM ITS
      * ORIGINAL DUE DATE.
      **********************************************************************
       3760-ADD-REVERSED-ITEM.
           ADD 1 TO WS-REVERSAL-ITEMS-ADDED
           ADD 1 TO WS-OI-COUNT
           MOVE RV-INVOICE-DATE TO WS-OI-INVOICE-DATE(WS-OI-COUNT)
           MOVE RV-INVOICE-NUMBER TO WS-OI-INVOICE-NUMBER(WS-OI-COUNT)
           MOVE WS-REVERSE-CURRENCY TO WS-OI-CURRENCY(WS-OI-COUNT)
           MOVE RV-AMOUNT TO WS-OI-OPEN-BALANCE(WS-OI-COUNT)
           IF RV-ORIGINAL-AMOUNT IS NUMERIC
           AND RV-ORIGINAL-AMOUNT NOT EQUAL ZERO
               MOVE RV-ORIGINAL-AMOUNT TO WS-OI-ORIGINAL(WS-OI-COUNT)
           ELSE
               MOVE RV-AMOUNT TO WS-OI-ORIGINAL(WS-OI-COUNT)
           END-IF
           MOVE RV-DUE-DATE TO WS-OI-DUE-DATE(WS-OI-COUNT)
           MOVE RV-TERMS-CODE TO WS-OI-TERMS-CODE(WS-OI-COUNT)
           IF RV-TAX-AMOUNT IS NUMERIC
               MOVE RV-TAX-AMOUNT TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
           ELSE
               MOVE ZERO TO WS-OI-TAX-AMOUNT(WS-OI-COUNT)
           END-IF
           MOVE RV-TAX-JURISDICTION
               TO WS-OI-TAX-JURISDICTION(WS-OI-COUNT)
           MOVE RV-TAX-STATUS TO WS-OI-TAX-STATUS(WS-OI-COUNT)
           MOVE SPACES TO WS-OI-LAST-POSTING(WS-OI-COUNT)
           MOVE WS-REVERSE-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-COUNT)
           PERFORM 2050-SET-ITEM-DUE-DATE
           .

       3770-WRITE-REVERSED-ITEM.
           ADD 1 TO WS-REVERSAL-ITEMS-ADDED
           ADD 1 TO WS-ITEMS-DROPPED
           DISPLAY "ARAPPLY: OPEN-ITEM TABLE FULL FOR CUSTOMER "
                   WS-THIS-CUSTOMER " -- REOPENED ITEM WRITTEN DIRECT"
           MOVE SPACES TO WS-AR-OPEN-WORK
           MOVE WS-THIS-CUSTOMER TO WK-CUSTOMER-ID
           MOVE RV-INVOICE-DATE TO WK-INVOICE-DATE
           MOVE RV-AMOUNT TO WK-OPEN-BALANCE
           IF RV-ORIGINAL-AMOUNT IS NUMERIC
           AND RV-ORIGINAL-AMOUNT NOT EQUAL ZERO
               MOVE RV-ORIGINAL-AMOUNT TO WK-ORIGINAL-AMOUNT
           ELSE
               MOVE RV-AMOUNT TO WK-ORIGINAL-AMOUNT
           END-IF
           MOVE RV-INVOICE-NUMBER TO WK-INVOICE-NUMBER
           MOVE WS-REVERSE-CURRENCY TO WK-CURRENCY-CODE
           MOVE RV-DUE-DATE TO WK-DUE-DATE
           MOVE RV-TERMS-CODE TO WK-TERMS-CODE
           IF RV-TAX-AMOUNT IS NUMERIC
               MOVE RV-TAX-AMOUNT TO WK-TAX-AMOUNT
           ELSE
               MOVE ZERO TO WK-TAX-AMOUNT
           END-IF
           MOVE RV-TAX-JURISDICTION TO WK-TAX-JURISDICTION
           MOVE RV-TAX-STATUS TO WK-TAX-STATUS
           MOVE WS-REVERSE-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           MOVE WS-FX-RATE TO WK-FX-RATE-N
           WRITE AR-OPEN-OUT-RECORD FROM WS-AR-OPEN-WORK
           ADD 1 TO WS-OPEN-ITEMS-OUT
           MOVE SPACES TO APPLICATION-HISTORY-RECORD
           MOVE RV-INVOICE-NUMBER TO AH-INVOICE-NUMBER
           MOVE RV-INVOICE-DATE TO AH-INVOICE-DATE
           MOVE WS-REVERSE-CURRENCY TO AH-CURRENCY-CODE
           MOVE 'N' TO AH-ITEM-CLOSED
           PERFORM 3850-WRITE-HISTORY-RECORD
           .

      **********************************************************************
      * APPEND ONE APPLICATION HISTORY RECORD FOR A POSTING TO THE
      * OPEN-ITEM ENTRY AT WS-HIST-IX, AFTER THE POSTING HAS BEEN MADE,
      * SO THE CLOSED FLAG REFLECTS THE BALANCE IT LEFT. THE POSTING
      * TYPE IS KEPT ON THE ENTRY SO AN ITEM THAT CLOSES GOES TO THE
      * PAID-ITEM HISTORY WITH THE TYPE OF THE POSTING THAT CLOSED IT.
      **********************************************************************
       3800-WRITE-ITEM-HISTORY.
           MOVE SPACES TO APPLICATION-HISTORY-RECORD
           MOVE WS-OI-INVOICE-NUMBER(WS-HIST-IX) TO AH-INVOICE-NUMBER
           MOVE WS-OI-INVOICE-DATE(WS-HIST-IX) TO AH-INVOICE-DATE
           MOVE WS-OI-CURRENCY(WS-HIST-IX) TO AH-CURRENCY-CODE
           IF WS-OI-OPEN-BALANCE(WS-HIST-IX) EQUAL ZERO
               MOVE 'Y' TO AH-ITEM-CLOSED
           ELSE
               MOVE 'N' TO AH-ITEM-CLOSED
           END-IF
           MOVE WS-HIST-TYPE TO WS-OI-LAST-POSTING(WS-HIST-IX)
           PERFORM 3850-WRITE-HISTORY-RECORD
           .

      **********************************************************************
      * FILL IN WHO AND WHAT MADE THE POSTING AND WRITE THE RECORD. A
      * CASH POSTING CARRIES THE PAYMENT AND ITS LOCKBOX DEPOSIT; AN
      * ADJUSTMENT CARRIES ITS AUTHORIZING USER AND REASON CODE; THE
      * SWEEP IS SIGNED AUTOSWP UNDER REASON SB AS ON THE REGISTER; A
      * RETURNED-PAYMENT REVERSAL OR FEE NAMES THE PAYMENT RETURNED,
      * SIGNED ARRETURN UNDER REASON NS (NSF) OR CB (CHARGEBACK).
      **********************************************************************
       3850-WRITE-HISTORY-RECORD.
           MOVE WS-THIS-CUSTOMER TO AH-CUSTOMER-ID
           MOVE WS-HIST-TYPE TO AH-POSTING-TYPE
           MOVE WS-HIST-AMOUNT TO AH-AMOUNT
           MOVE WS-RUN-DATE TO AH-POSTING-DATE
           MOVE ZERO TO AH-PAYMENT-AMOUNT
           EVALUATE TRUE
               WHEN AH-FROM-PAYMENT
                   MOVE PY-PAYMENT-DATE TO AH-PAYMENT-DATE
                   MOVE PY-AMOUNT-N TO AH-PAYMENT-AMOUNT
                   MOVE PY-DEPOSIT-DATE TO AH-DEPOSIT-DATE
                   MOVE PY-DEPOSIT-BATCH TO AH-DEPOSIT-BATCH
               WHEN AH-SMALL-BALANCE-SWEEP
                   MOVE 'AUTOSWP' TO AH-USER-ID
                   MOVE 'SB' TO AH-REASON-CODE
               WHEN AH-PAYMENT-RETURNED
               OR AH-RETURNED-ITEM-FEE
                   MOVE RV-PAYMENT-DATE TO AH-PAYMENT-DATE
                   MOVE RV-PAYMENT-AMOUNT TO AH-PAYMENT-AMOUNT
                   MOVE RV-DEPOSIT-DATE TO AH-DEPOSIT-DATE
                   MOVE RV-DEPOSIT-BATCH TO AH-DEPOSIT-BATCH
                   MOVE 'ARRETURN' TO AH-USER-ID
                   IF RV-CHARGED-BACK
                       MOVE 'CB' TO AH-REASON-CODE
                   ELSE
                       MOVE 'NS' TO AH-REASON-CODE
                   END-IF
               WHEN OTHER
                   MOVE AJ-USER-ID TO AH-USER-ID
                   MOVE AJ-REASON-CODE TO AH-REASON-CODE
           END-EVALUATE
           WRITE APPLICATION-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN
           .

      **********************************************************************
      * FIND OR ADD THE GL ACCUMULATOR ENTRY FOR THE PAYMENT'S
      * CURRENCY. THE MATCH INDEX IS SAVED BECAUSE PERFORM VARYING
                   MOVE ZERO TO WS-GA-CASH-APPLIED(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-CREDITS-CARRIED(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-DISCOUNTS-TAKEN(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-DISCOUNT-COUNT(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-TAX-REVERSED(WS-GA-FOUND-IX)
                   MOVE ZERO TO WS-GA-DEBIT-MEMOS(WS-GA-FOUND-IX)
                   MOVE ZERO TO WS-GA-CREDIT-MEMOS(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-CM-TAX-REVERSED(WS-GA-FOUND-IX)
                   MOVE ZERO TO WS-GA-WRITE-OFFS(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-CASH-FUNCTIONAL(WS-GA-FOUND-IX)
                   MOVE ZERO
                       TO WS-GA-DISCOUNT-FUNCTIONAL(WS-GA-FOUND-IX)
                   MOVE ZERO TO WS-GA-CM-FUNCTIONAL(WS-GA-FOUND-IX)
                   MOVE ZERO TO WS-GA-WO-FUNCTIONAL(WS-GA-FOUND-IX)
               END-IF
           END-IF
           .
           END-IF
           .

      **********************************************************************
      * THE DOLLAR VALUE OF AN AMOUNT TAKEN OFF AN OPEN ITEM, AT THE
      * RATE THE ITEM IS BOOKED AT. AN ITEM WITH NO RATE AT ALL IS
      * COUNTED, SO THE FEED IS HELD.
      **********************************************************************
       3470-SET-RELIEF-FUNCTIONAL.
           IF WS-OI-FX-RATE(WS-RELIEF-IX) EQUAL ZERO
               ADD 1 TO WS-FX-MISSING-RATES
           END-IF
           COMPUTE WS-RELIEF-FUNCTIONAL ROUNDED =
               WS-RELIEF-AMOUNT * WS-OI-FX-RATE(WS-RELIEF-IX)
           .

      **********************************************************************
      * AN AMOUNT ADDED TO AN OPEN ITEM IS BOOKED AT THE RUN-DATE
      * RATE. ADDED TO A DEBIT BALANCE IT BLENDS THE ITEM'S RATE BY
      * AMOUNT; AN ITEM THAT WAS CLOSED OR IN CREDIT AND NOW OWES
      * TAKES THE RUN-DATE RATE; A CREDIT MERELY REDUCED KEEPS ITS
      * RATE. WITH NO RUN-DATE RATE THE ITEM KEEPS WHAT IT HAD.
      **********************************************************************
       3480-BLEND-ITEM-RATE.
           MOVE WS-OI-CURRENCY(WS-OI-REF-IX) TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           COMPUTE WS-BLEND-PRIOR-BALANCE =
               WS-OI-OPEN-BALANCE(WS-OI-REF-IX) - WS-BLEND-AMOUNT
           EVALUATE TRUE
               WHEN FX-RATE-NOT-FOUND
                   CONTINUE
               WHEN WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
                       NOT GREATER THAN ZERO
                   CONTINUE
               WHEN WS-BLEND-PRIOR-BALANCE NOT GREATER THAN ZERO
               OR WS-OI-FX-RATE(WS-OI-REF-IX) EQUAL ZERO
                   MOVE WS-FX-RATE TO WS-OI-FX-RATE(WS-OI-REF-IX)
               WHEN OTHER
                   COMPUTE WS-OI-FX-RATE(WS-OI-REF-IX) ROUNDED =
                       (WS-BLEND-PRIOR-BALANCE
                           * WS-OI-FX-RATE(WS-OI-REF-IX)
                        + WS-BLEND-AMOUNT * WS-FX-RATE)
                       / WS-OI-OPEN-BALANCE(WS-OI-REF-IX)
           END-EVALUATE
           .

      **********************************************************************
      * AGE WHAT REMAINS OPEN FOR THIS CUSTOMER, WRITE THE SURVIVING
      * ITEMS TO THE NEW GENERATION, AND PRINT THE CUSTOMER'S AGING
           END-IF
           IF WS-OI-OPEN-BALANCE(WS-OI-IX) EQUAL ZERO
               ADD 1 TO WS-ITEMS-SATISFIED
               PERFORM 4300-WRITE-PAID-ITEM
           ELSE
               MOVE SPACES TO WS-AR-OPEN-WORK
               MOVE WS-THIS-CUSTOMER TO WK-CUSTOMER-ID
               MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX)
                   TO WK-INVOICE-NUMBER
               MOVE WS-OI-CURRENCY(WS-OI-IX) TO WK-CURRENCY-CODE
               MOVE WS-OI-DUE-DATE(WS-OI-IX) TO WK-DUE-DATE
               MOVE WS-OI-TERMS-CODE(WS-OI-IX) TO WK-TERMS-CODE
               MOVE WS-OI-TAX-AMOUNT(WS-OI-IX) TO WK-TAX-AMOUNT
               MOVE WS-OI-TAX-JURISDICTION(WS-OI-IX)
                   TO WK-TAX-JURISDICTION
               MOVE WS-OI-TAX-STATUS(WS-OI-IX) TO WK-TAX-STATUS
               MOVE WS-OI-FX-RATE(WS-OI-IX) TO WK-FX-RATE-N
               WRITE AR-OPEN-OUT-RECORD FROM WS-AR-OPEN-WORK
               ADD 1 TO WS-OPEN-ITEMS-OUT
               PERFORM 4200-BUCKET-ONE-ITEM
           MOVE 'APPLIED' TO AD-STATUS
           MOVE WS-ADJ-DETAIL TO ADJUSTMENT-REGISTER-RECORD
           WRITE ADJUSTMENT-REGISTER-RECORD
           MOVE 'SB' TO WS-HIST-TYPE
           MOVE WS-ADJUST-APPLIED TO WS-HIST-AMOUNT
           MOVE WS-OI-IX TO WS-HIST-IX
           PERFORM 3800-WRITE-ITEM-HISTORY
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO WS-PAYMENT-CURRENCY
           PERFORM 3450-FIND-GL-CURRENCY
           ADD WS-ADJUST-APPLIED TO WS-GA-WRITE-OFFS(WS-GA-FOUND-IX)
           ADD WS-ADJUST-APPLIED TO WS-GL-WRITE-OFFS
           MOVE WS-ADJUST-APPLIED TO WS-RELIEF-AMOUNT
           MOVE WS-OI-IX TO WS-RELIEF-IX
           PERFORM 3470-SET-RELIEF-FUNCTIONAL
           ADD WS-RELIEF-FUNCTIONAL
               TO WS-GA-WO-FUNCTIONAL(WS-GA-FOUND-IX)
           .

      **********************************************************************
      * AN ITEM CLOSED TO ZERO LEAVES THE OPEN-ITEM FILE TONIGHT, SO
      * KEEP IT AS BILLED ON THE PAID-ITEM HISTORY WITH TODAY'S DATE
      * AS ITS CLOSE DATE. AN ITEM THAT ARRIVED AT ZERO HAS NO CLOSING
      * POSTING AND GOES WITH A BLANK CLOSING TYPE.
      **********************************************************************
       4300-WRITE-PAID-ITEM.
           MOVE SPACES TO PAID-ITEM-RECORD
           MOVE WS-THIS-CUSTOMER TO PH-CUSTOMER-ID
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-IX) TO PH-INVOICE-NUMBER
           MOVE WS-OI-INVOICE-DATE(WS-OI-IX) TO PH-INVOICE-DATE
           MOVE WS-OI-DUE-DATE(WS-OI-IX) TO PH-DUE-DATE
           MOVE WS-OI-TERMS-CODE(WS-OI-IX) TO PH-TERMS-CODE
           MOVE WS-OI-CURRENCY(WS-OI-IX) TO PH-CURRENCY-CODE
           MOVE WS-OI-ORIGINAL(WS-OI-IX) TO PH-ORIGINAL-AMOUNT
           MOVE WS-OI-TAX-AMOUNT(WS-OI-IX) TO PH-TAX-AMOUNT
           MOVE WS-OI-TAX-JURISDICTION(WS-OI-IX) TO PH-TAX-JURISDICTION
           MOVE WS-OI-TAX-STATUS(WS-OI-IX) TO PH-TAX-STATUS
           MOVE WS-RUN-DATE TO PH-CLOSE-DATE
           MOVE WS-OI-LAST-POSTING(WS-OI-IX) TO PH-CLOSING-TYPE
           WRITE PAID-ITEM-RECORD
           ADD 1 TO WS-PAID-ITEMS-WRITTEN
           .

      **********************************************************************
      * BUCKET ONE ITEM TWICE: INTO THE COMBINED CUSTOMER BUCKETS THAT
      * DRIVE THE DUNNING ESCALATION, AND INTO THE PER-CURRENCY ENTRY
      * THAT FEEDS THE CUSTOMER'S AGING LINE FOR THAT CURRENCY. AGE IS
      * DAYS PAST THE DUE DATE: NOT YET DUE IS CURRENT, THEN 1-30,
      * 31-60, 61-90 AND OVER 90 DAYS PAST DUE.
      **********************************************************************
       4200-BUCKET-ONE-ITEM.
           PERFORM 4250-FIND-AGING-CURRENCY
               ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                   TO WS-AC-CURRENT(WS-AC-FOUND-IX)
           ELSE
               IF WS-OI-DUE-DATE(WS-OI-IX) IS NUMERIC
                   MOVE WS-OI-DUE-DATE(WS-OI-IX) TO WS-ITEM-DATE
                   COMPUTE WS-ITEM-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-INTEGER-DATE - WS-ITEM-INTEGER-DATE
               ELSE
                   MOVE 999 TO WS-DAYS-PAST-DUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN ZERO
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-CB-CURRENT
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-AC-CURRENT(WS-AC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-CB-30-DAYS
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-AC-30-DAYS(WS-AC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-CB-60-DAYS
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-AC-60-DAYS(WS-AC-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)
                           TO WS-CB-90-DAYS
                       ADD WS-OI-OPEN-BALANCE(WS-OI-IX)

      **********************************************************************
      * PICK THE ESCALATION LEVEL FROM THE OLDEST BUCKET HOLDING
      * MONEY: A REMINDER UP TO 30 DAYS PAST DUE, A FIRM NOTICE UP TO
      * 60, A FINAL DEMAND BEYOND THAT -- THE SAME POINTS IN TIME THE
      * OLD INVOICE-DATE AGING GAVE ON NET 30 TERMS. A PAYMENT-PLAN
      * ACCOUNT IS HELD AT THE REMINDER LEVEL: THE AGREED PLAN IS
      * ALREADY COVERING THE AGED ITEMS, SO THE LETTER MUST NOT
      * ESCALATE WHILE THE PLAN RUNS.
      **********************************************************************
       4640-SET-DUNNING-LEVEL.
           EVALUATE TRUE
           OR CC-DUNNING-FIRM
           OR CC-DUNNING-FINAL
               PERFORM 4700-MATCH-CUSTOMER-ADDRESS
               MOVE WS-THIS-CUSTOMER TO WS-FAM-LOOKUP-ID
               PERFORM 9150-FIND-CUSTOMER-FAMILY
               IF FAMILY-MEMBER-WAS-FOUND
               AND WS-FAM-LINK-IX > ZERO
                   PERFORM 4660-BUILD-FAMILY-NOTICE
               ELSE
                   PERFORM 4670-BUILD-OWN-NOTICE
               END-IF
           END-IF
           .

      **********************************************************************
      * A CHILD ACCOUNT'S LETTER GOES TO ITS FAMILY HEAD, WHICH PAYS
      * ITS BILLS, AND SAYS WHICH ACCOUNT IT IS ABOUT. THE CHILD'S OWN
      * ADDRESS MATCH ABOVE STILL KEEPS THE ADDRESS MERGE ON KEY.
      **********************************************************************
       4660-BUILD-FAMILY-NOTICE.
           IF FH-ADDRESS-WAS-FOUND(WS-FAM-HEAD-IX)
               MOVE WS-FH-NAME(WS-FAM-HEAD-IX) TO CC-CUSTOMER-NAME
               MOVE WS-FH-ADDRESS-LINE-1(WS-FAM-HEAD-IX)
                   TO CC-ADDRESS-LINE-1
               MOVE WS-FH-ADDRESS-LINE-2(WS-FAM-HEAD-IX)
                   TO CC-ADDRESS-LINE-2
               MOVE WS-FH-ADDRESS-LINE-3(WS-FAM-HEAD-IX)
                   TO CC-ADDRESS-LINE-3
               MOVE WS-THIS-CUSTOMER TO CC-REGARDING-ACCOUNT
               MOVE 'O' TO CC-MESSAGE-TYPE
               MOVE 'E' TO CC-LANGUAGE-CODE
               WRITE CUSTOMER-CORRESPONDENCE-RECORD
               ADD 1 TO WS-DUNNING-WRITTEN
               ADD 1 TO WS-DUNNING-TO-PARENT
           ELSE
               MOVE SPACES TO DUNNING-EXCEPTION-RECORD
               MOVE WS-THIS-CUSTOMER TO DX-CUSTOMER-ID
               MOVE CC-DUNNING-LEVEL TO DX-DUNNING-LEVEL
               MOVE 'NO CUSTADDR ROW FOR PARENT' TO DX-REASON
               WRITE DUNNING-EXCEPTION-RECORD
               ADD 1 TO WS-DUNNING-UNMATCHED
           END-IF
           .

       4670-BUILD-OWN-NOTICE.
           IF ADDRESS-WAS-MATCHED
               MOVE CA-CUSTOMER-NAME TO CC-CUSTOMER-NAME
               MOVE CA-ADDRESS-LINE-1 TO CC-ADDRESS-LINE-1
               MOVE CA-ADDRESS-LINE-2 TO CC-ADDRESS-LINE-2
               MOVE CA-ADDRESS-LINE-3 TO CC-ADDRESS-LINE-3
               MOVE 'O' TO CC-MESSAGE-TYPE
               MOVE 'E' TO CC-LANGUAGE-CODE
               WRITE CUSTOMER-CORRESPONDENCE-RECORD
               ADD 1 TO WS-DUNNING-WRITTEN
           ELSE
               PERFORM 4680-WRITE-DUNNING-EXCEPTION
           END-IF
           .

      **********************************************************************
      * A PAST-DUE ACCOUNT WITH NO NAME-AND-ADDRESS ROW CANNOT BE
      * MAILED. LIST IT FOR OPERATIONS INSTEAD OF SENDING AN
           PERFORM 8100-PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
           MOVE WS-UB-BALANCE TO UL-BALANCE
           MOVE WS-UB-CURRENT TO UL-CURRENT
           MOVE WS-UB-30-DAYS TO UL-30-DAYS
           MOVE WS-UB-60-DAYS TO UL-60-DAYS
           MOVE WS-UB-90-DAYS TO UL-90-DAYS
           MOVE WS-UB-120-DAYS TO UL-120-DAYS
           MOVE WS-USD-TOTAL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM 8160-LIST-UNTRANSLATED
               VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
           .

      **********************************************************************
      * PRINT ONE CURRENCY'S TOTALS, WRITE THEM TO THE AGING SUMMARY
      * EXTRACT, AND ADD THEM, TRANSLATED AT THE RUN-DATE RATE, INTO
      * THE US DOLLAR TOTAL.
      **********************************************************************
       8100-PRINT-ONE-CURRENCY-TOTAL.
           MOVE WS-RT-CURRENCY(WS-RT-IX) TO TL-CURRENCY
           MOVE WS-RT-BALANCE(WS-RT-IX) TO TL-BALANCE
           MOVE WS-RT-120-DAYS(WS-RT-IX) TO TL-120-DAYS
           MOVE WS-TOTAL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM 8150-WRITE-AGING-SUMMARY
           MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           IF FX-RATE-WAS-FOUND
               COMPUTE WS-UB-BALANCE ROUNDED = WS-UB-BALANCE
                   + WS-RT-BALANCE(WS-RT-IX) * WS-FX-RATE
               COMPUTE WS-UB-CURRENT ROUNDED = WS-UB-CURRENT
                   + WS-RT-CURRENT(WS-RT-IX) * WS-FX-RATE
               COMPUTE WS-UB-30-DAYS ROUNDED = WS-UB-30-DAYS
                   + WS-RT-30-DAYS(WS-RT-IX) * WS-FX-RATE
               COMPUTE WS-UB-60-DAYS ROUNDED = WS-UB-60-DAYS
                   + WS-RT-60-DAYS(WS-RT-IX) * WS-FX-RATE
               COMPUTE WS-UB-90-DAYS ROUNDED = WS-UB-90-DAYS
                   + WS-RT-90-DAYS(WS-RT-IX) * WS-FX-RATE
               COMPUTE WS-UB-120-DAYS ROUNDED = WS-UB-120-DAYS
                   + WS-RT-120-DAYS(WS-RT-IX) * WS-FX-RATE
           END-IF
           .

      **********************************************************************
      * ONE AGING SUMMARY RECORD PER CURRENCY TOTALS LINE, SO THE
      * PERFORMANCE HISTORY TAKES ITS BUCKETS FROM THE SAME FIGURES
      * COLLECTIONS SEES ON THE REPORT.
      **********************************************************************
       8150-WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-SUMMARY-RECORD
           MOVE WS-RUN-DATE TO AS-BUSINESS-DATE
           MOVE WS-RT-CURRENCY(WS-RT-IX) TO AS-CURRENCY-CODE
           MOVE WS-RT-BALANCE(WS-RT-IX) TO AS-BALANCE
           MOVE WS-RT-CURRENT(WS-RT-IX) TO AS-CURRENT
           MOVE WS-RT-30-DAYS(WS-RT-IX) TO AS-1-30-DAYS
           MOVE WS-RT-60-DAYS(WS-RT-IX) TO AS-31-60-DAYS
           MOVE WS-RT-90-DAYS(WS-RT-IX) TO AS-61-90-DAYS
           MOVE WS-RT-120-DAYS(WS-RT-IX) TO AS-OVER-90-DAYS
           WRITE AGING-SUMMARY-RECORD
           ADD 1 TO WS-AGING-SUMMARIES
           .

      **********************************************************************
      * NAME UNDER THE US DOLLAR TOTAL EVERY CURRENCY LEFT OUT OF IT.
      **********************************************************************
       8160-LIST-UNTRANSLATED.
           MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-FX-LOOKUP-CURRENCY
           MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 8650-FIND-FX-RATE
           IF FX-RATE-NOT-FOUND
               MOVE WS-RT-CURRENCY(WS-RT-IX) TO XL-CURRENCY
               MOVE WS-RUN-DATE TO XL-RUN-DATE
               MOVE WS-USD-EXCLUDED-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           .

      **********************************************************************
           WRITE ADJUSTMENT-REGISTER-RECORD
           .

      **********************************************************************
      * CLOSE THE DISCOUNTS-TAKEN REGISTER WITH A COUNT AND TOTAL PER
      * CURRENCY, WHICH TIE TO THE SALES-DISCOUNT DEBITS IN THE FEED.
      **********************************************************************
       8400-PRINT-DISCOUNT-TOTALS.
           MOVE SPACES TO DISCOUNT-REGISTER-RECORD
           WRITE DISCOUNT-REGISTER-RECORD
           PERFORM 8450-PRINT-ONE-DISCOUNT-TOTAL
               VARYING WS-GA-IX FROM 1 BY 1
               UNTIL WS-GA-IX > WS-GA-COUNT
           .

       8450-PRINT-ONE-DISCOUNT-TOTAL.
           IF WS-GA-DISCOUNT-COUNT(WS-GA-IX) IS GREATER THAN ZERO
               MOVE WS-GA-DISCOUNT-COUNT(WS-GA-IX) TO DT-COUNT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO DT-CURRENCY
               MOVE WS-GA-DISCOUNTS-TAKEN(WS-GA-IX) TO DT-DISCOUNT
               MOVE WS-DISC-TOTAL-LINE TO DISCOUNT-REGISTER-RECORD
               WRITE DISCOUNT-REGISTER-RECORD
           END-IF
           .

      **********************************************************************
      * REPORT CONTROL TOTALS SO OPERATIONS CAN PROVE EVERY ITEM AND
      * EVERY PAYMENT IS ACCOUNTED FOR BEFORE THE NEW GENERATION
           CLOSE PAYMENTS-FILE
           CLOSE AR-OPEN-OUT
           CLOSE AGING-REPORT
           CLOSE AGING-SUMMARY-FILE
           CLOSE CUSTOMER-ADDRESSES
           CLOSE CUSTOMER-CORRESPONDENCE
           CLOSE DUNNING-EXCEPTIONS
           CLOSE COLLECTOR-WORKLIST
           CLOSE ADJUSTMENTS-FILE
           CLOSE ADJUSTMENT-REGISTER
           CLOSE DISCOUNT-REGISTER
           CLOSE TAX-DETAIL-FILE
           CLOSE APPLICATION-HISTORY
           CLOSE PAID-ITEM-HISTORY
           CLOSE REVERSAL-FILE
           IF MASTER-IS-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY "   PAYMENTS READ     " WS-PAYMENTS-READ
           DISPLAY "   PAYMENTS APPLIED  " WS-PAYMENTS-APPLIED
           DISPLAY "   PAYMENTS REJECTED " WS-PAYMENTS-REJECTED
           DISPLAY "   PAYMENTS REDIRECTED " WS-PAYMENTS-REDIRECTED
           DISPLAY "   OPEN ITEMS OUT    " WS-OPEN-ITEMS-OUT
           DISPLAY "   ITEMS DROPPED     " WS-ITEMS-DROPPED
           DISPLAY "   DUNNING WRITTEN   " WS-DUNNING-WRITTEN
           DISPLAY "   DUNNING SUPPRESSED " WS-DUNNING-SUPPRESSED
           DISPLAY "   DUNNING PLAN-HELD " WS-DUNNING-PLAN-HELD
           DISPLAY "   DUNNING TO AGENCY " WS-DUNNING-TO-AGENCY
           DISPLAY "   DUNNING TO PARENT " WS-DUNNING-TO-PARENT
           DISPLAY "   REMIT EXCEPTIONS  " WS-REMIT-EXCEPTIONS
           DISPLAY "   ADJUSTMENTS READ  " WS-ADJUSTMENTS-READ
           DISPLAY "   ADJUSTS APPLIED   " WS-ADJUSTMENTS-APPLIED
           DISPLAY "   BALANCES SWEPT    " WS-SMALL-BALANCES-SWEPT
           DISPLAY "   ITEMS SATISFIED   " WS-ITEMS-SATISFIED
           DISPLAY "   CREDITS CARRIED   " WS-CREDITS-CARRIED
           DISPLAY "   DISCOUNTS TAKEN   " WS-DISCOUNTS-TAKEN
           DISPLAY "   TAX REVERSALS     " WS-TAX-REVERSALS
           DISPLAY "   REFUNDS CLEARED   " WS-REFUNDS-CLEARED
           DISPLAY "   HISTORY WRITTEN   " WS-HISTORY-WRITTEN
           DISPLAY "   PAID ITEMS WRITTEN " WS-PAID-ITEMS-WRITTEN
           DISPLAY "   REVERSALS READ    " WS-REVERSALS-READ
           DISPLAY "   REVERSALS REJECTED " WS-REVERSALS-REJECTED
           DISPLAY "   ITEMS REOPENED    " WS-ITEMS-REOPENED
           DISPLAY "   REOPENED ITEMS ADDED " WS-REVERSAL-ITEMS-ADDED
           DISPLAY "   AGING SUMMARIES   " WS-AGING-SUMMARIES
           DISPLAY "   OPEN BALANCE      " WS-RB-BALANCE
           DISPLAY "   GL CASH APPLIED   " WS-GL-CASH-APPLIED
           DISPLAY "   GL CREDITS CARRIED " WS-GL-CREDITS-CARRIED
           DISPLAY "   GL DISCOUNTS TAKEN " WS-GL-DISCOUNTS-TAKEN
           DISPLAY "   GL TAX REVERSED   " WS-GL-TAX-REVERSED
           DISPLAY "   GL DEBIT MEMOS    " WS-GL-DEBIT-MEMOS
           DISPLAY "   GL CREDIT MEMOS   " WS-GL-CREDIT-MEMOS
           DISPLAY "   GL WRITE-OFFS     " WS-GL-WRITE-OFFS
           DISPLAY SPACE
           IF WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
               DISPLAY "ARAPPLY: GL JOURNAL DEBITS DO NOT EQUAL "
                       "CREDITS -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FX-MISSING-RATES GREATER THAN ZERO
               DISPLAY "ARAPPLY: NO EXCHANGE RATE FOR "
                       WS-FX-MISSING-RATES " ITEMS OR GL DETAILS"
                       " -- DO NOT RELEASE THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-CONTROL-TOTALS
           PERFORM 8980-LOG-STEP-COMPLETION
           .

      **********************************************************************
           MOVE 'DUNNING-WRITTEN' TO WS-CT-NAME
           MOVE WS-DUNNING-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'DISCOUNTS-TAKEN' TO WS-CT-NAME
           MOVE WS-DISCOUNTS-TAKEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'TAX-REVERSALS' TO WS-CT-NAME
           MOVE WS-TAX-REVERSALS TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REFUNDS-CLEARED' TO WS-CT-NAME
           MOVE WS-REFUNDS-CLEARED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'HISTORY-WRITTEN' TO WS-CT-NAME
           MOVE WS-HISTORY-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'PAID-ITEMS-WRITTEN' TO WS-CT-NAME
           MOVE WS-PAID-ITEMS-WRITTEN TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REVERSALS-READ' TO WS-CT-NAME
           MOVE WS-REVERSALS-READ TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'ITEMS-REOPENED' TO WS-CT-NAME
           MOVE WS-ITEMS-REOPENED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'REVERSAL-ITEMS-ADDED' TO WS-CT-NAME
           MOVE WS-REVERSAL-ITEMS-ADDED TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           MOVE 'AGING-SUMMARIES' TO WS-CT-NAME
           MOVE WS-AGING-SUMMARIES TO WS-CT-VALUE
           PERFORM 9850-WRITE-ONE-CONTROL
           CLOSE CONTROL-TOTALS-FILE
           .

      * ENTRIES PER PAYMENT CURRENCY: A DEBIT TO CASH FOR EVERYTHING
      * TAKEN IN, A CREDIT TO RECEIVABLES FOR CASH APPLIED TO OPEN
      * ITEMS, AND A SEPARATE CREDIT TO RECEIVABLES FOR OVERPAYMENTS
      * CARRIED AS CREDIT ITEMS, A DEBIT TO SALES DISCOUNTS AGAINST A
      * CREDIT TO RECEIVABLES FOR EARLY-PAYMENT DISCOUNTS TAKEN, A
      * DEBIT TO RECEIVABLES AGAINST A CREDIT TO REVENUE FOR DEBIT
      * MEMOS, AND A CREDIT TO RECEIVABLES FOR THE FULL AMOUNT OF
      * CREDIT MEMOS AND OF WRITE-OFFS (SWEPT SMALL BALANCES INCLUDED)
      * AGAINST DEBITS TO SALES TAX PAYABLE FOR THE TAX THEY REVERSED
      * AND TO REVENUE OR BAD DEBT EXPENSE FOR THE REST, THEN
      * A TRAILER PROVING DEBITS EQUAL CREDITS. A RUN THAT APPLIED NO
      * CASH WRITES ONLY THE TRAILER, SO THE FEED IS NEVER MISSING.
      * THE RECEIVABLES RELIEVED BY CASH, DISCOUNTS, CREDIT MEMOS AND
      * WRITE-OFFS ARE TRANSLATED AT THE RATES THE ITEMS WERE BOOKED
      * AT, EVERY OTHER LINE AT TODAY'S RATE; EACH CURRENCY'S DOLLAR
      * DIFFERENCE IS REALIZED EXCHANGE GAIN OR LOSS.
      **********************************************************************
       9300-WRITE-GL-JOURNAL.
           PERFORM 9400-WRITE-GL-CURRENCY
           MOVE WS-GL-DETAIL-COUNT TO GJ-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GJ-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-DEBITS TO GJ-FUNCTIONAL-DEBIT-TOTAL
           MOVE WS-FX-FUNCTIONAL-CREDITS TO GJ-FUNCTIONAL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

       9400-WRITE-GL-CURRENCY.
           IF WS-GA-CASH-APPLIED(WS-GA-IX) NOT EQUAL ZERO
           OR WS-GA-CREDITS-CARRIED(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '10000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               COMPUTE GJ-AMOUNT = WS-GA-CASH-APPLIED(WS-GA-IX)
                   + WS-GA-CREDITS-CARRIED(WS-GA-IX)
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-CASH-APPLIED(WS-GA-IX) TO WS-GL-DEBIT-TOTAL
               ADD WS-GA-CREDITS-CARRIED(WS-GA-IX)
                   TO WS-GL-DEBIT-TOTAL
           END-IF

           IF WS-GA-CASH-APPLIED(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-CASH-APPLIED(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-CASH-APPLIED TO TRUE
               MOVE WS-GA-CASH-FUNCTIONAL(WS-GA-IX)
                   TO WS-RELIEF-FUNCTIONAL
               PERFORM 9450-SET-BOOKED-FUNCTIONAL
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-CASH-APPLIED(WS-GA-IX)
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-CREDITS-CARRIED(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-CASH-APPLIED TO TRUE
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-CREDITS-CARRIED(WS-GA-IX)
                   TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-GA-DISCOUNTS-TAKEN(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '41000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-DISCOUNTS-TAKEN(WS-GA-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-DISCOUNTS-TAKEN(WS-GA-IX)
                   TO WS-GL-DEBIT-TOTAL

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '11000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-DISCOUNTS-TAKEN(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-DISCOUNT TO TRUE
               MOVE WS-GA-DISCOUNT-FUNCTIONAL(WS-GA-IX)
                   TO WS-RELIEF-FUNCTIONAL
               PERFORM 9450-SET-BOOKED-FUNCTIONAL
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-DISCOUNTS-TAKEN(WS-GA-IX)
                   TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-GA-TAX-REVERSED(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '22000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-TAX-REVERSED(WS-GA-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-TAX-REVERSED(WS-GA-IX)
                   TO WS-GL-DEBIT-TOTAL
           END-IF
           IF WS-GA-DEBIT-MEMOS(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '11000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-DEBIT-MEMOS(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-DEBIT-MEMO TO TRUE
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-DEBIT-MEMOS(WS-GA-IX) TO WS-GL-DEBIT-TOTAL

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '40000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-DEBIT-MEMOS(WS-GA-IX) TO GJ-AMOUNT
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-DEBIT-MEMOS(WS-GA-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-GA-CREDIT-MEMOS(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '40000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               COMPUTE GJ-AMOUNT = WS-GA-CREDIT-MEMOS(WS-GA-IX)
                   - WS-GA-CM-TAX-REVERSED(WS-GA-IX)
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD GJ-AMOUNT TO WS-GL-DEBIT-TOTAL

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '11000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-CREDIT-MEMOS(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-CREDIT-MEMO TO TRUE
               MOVE WS-GA-CM-FUNCTIONAL(WS-GA-IX)
                   TO WS-RELIEF-FUNCTIONAL
               PERFORM 9450-SET-BOOKED-FUNCTIONAL
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-CREDIT-MEMOS(WS-GA-IX) TO WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-GA-WRITE-OFFS(WS-GA-IX) NOT EQUAL ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '61000000' TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               COMPUTE GJ-AMOUNT = WS-GA-WRITE-OFFS(WS-GA-IX)
                   - WS-GA-TAX-REVERSED(WS-GA-IX)
                   + WS-GA-CM-TAX-REVERSED(WS-GA-IX)
               PERFORM 8670-SET-FUNCTIONAL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD GJ-AMOUNT TO WS-GL-DEBIT-TOTAL

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE '11000000' TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DEBIT-CREDIT
               MOVE WS-GA-CURRENCY(WS-GA-IX) TO GJ-CURRENCY-CODE
               MOVE WS-GA-WRITE-OFFS(WS-GA-IX) TO GJ-AMOUNT
               SET GJ-AR-WRITE-OFF TO TRUE
               MOVE WS-GA-WO-FUNCTIONAL(WS-GA-IX)
                   TO WS-RELIEF-FUNCTIONAL
               PERFORM 9450-SET-BOOKED-FUNCTIONAL
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GA-WRITE-OFFS(WS-GA-IX) TO WS-GL-CREDIT-TOTAL
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE 'ARAPPLY' TO GJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE '71000000' TO WS-FX-BALANCE-ACCOUNT
           MOVE WS-GA-CURRENCY(WS-GA-IX) TO WS-FX-BALANCE-CURRENCY
           PERFORM 8690-BUILD-BALANCING-LINE
           IF FX-BALANCING-LINE-BUILT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
           END-IF
           .

      **********************************************************************
      * A RECEIVABLES CREDIT CARRIES THE DOLLAR VALUE IT WAS BOOKED AT,
      * AND THE AVERAGE RATE THAT WORKS OUT TO.
      **********************************************************************
       9450-SET-BOOKED-FUNCTIONAL.
           MOVE WS-RELIEF-FUNCTIONAL TO GJ-FUNCTIONAL-AMOUNT
           MOVE ZERO TO GJ-FX-RATE
           IF GJ-AMOUNT NOT EQUAL ZERO
               COMPUTE GJ-FX-RATE ROUNDED =
                   WS-RELIEF-FUNCTIONAL / GJ-AMOUNT
           END-IF
           PERFORM 8680-ADD-FUNCTIONAL-TOTALS
           .

           COPY TERMSP.

           COPY PERIODP.

           COPY FXRATP.
           COPY RUNLOGP.

           COPY CUSTFWP.

           COPY CUSTFMP.
