      * CUSTFWW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE CUSTOMER FORWARDING TABLE (CUSTFWP.CPY).
      * COPY THIS MEMBER PLAIN (NO REPLACING) IN ANY PROGRAM THAT
      * TAKES IN A CUSTOMER ID FROM OUTSIDE THE SHOP, SO A PAYMENT
      * QUOTING AN ACCOUNT THE MERGE RUN HAS RETIRED REACHES THE
      * ACCOUNT THAT SURVIVED IT.
      *
      * THE CALLER DECLARES THE FORWARDING FILE AS:
      *     SELECT CUSTOMER-FORWARD-FILE ASSIGN TO CUSTFWD
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-CUSTFWD-STATUS.
      * WITH CUSTFWD.CPY UNDER ITS FD, AND PERFORMS
      * 8500-LOAD-CUSTOMER-FORWARDS ONCE AT START OF RUN. A MISSING
      * FILE LEAVES CUSTFWD-FILE-WAS-FOUND FALSE AND THE TABLE EMPTY
      * (NO ACCOUNT HAS EVER BEEN MERGED); A ROW WHOSE IDS ARE NOT
      * NUMERIC OR ARE THE SAME, OR THAT WILL NOT FIT IN THE TABLE,
      * IS COUNTED IN WS-FW-REJECTED AND LEFT OUT. THE CALLER
      * REPORTS BOTH.
      *
      * BEFORE PERFORMING 8550-FIND-CUSTOMER-FORWARD THE CALLER SETS:
      *   WS-FWD-LOOKUP-ID      CUSTOMER ID AS QUOTED.
      * WHEN THE ID HAS BEEN RETIRED, FORWARD-WAS-FOUND IS SET AND
      * WS-FWD-SURVIVING-ID HOLDS THE ACCOUNT IT NOW LIVES UNDER. AN
      * ACCOUNT MERGED INTO ONE THAT WAS ITSELF MERGED LATER IS
      * FOLLOWED TO THE END OF THE CHAIN. OTHERWISE FORWARD-NOT-FOUND
      * IS SET AND WS-FWD-SURVIVING-ID IS THE LOOKUP ID UNCHANGED.
      *****************************************************************
       01  WS-CUSTFWD-STATUS            PIC X(02) VALUE '00'.
           88  CUSTFWD-FILE-WAS-FOUND       VALUE '00'.
           88  CUSTFWD-FILE-NOT-FOUND       VALUE '35'.

       01  WS-FORWARD-LOOKUP.
           05  WS-FWD-LOOKUP-ID         PIC X(10) VALUE SPACES.
           05  WS-FWD-SURVIVING-ID      PIC X(10) VALUE SPACES.

       01  WS-FORWARD-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FORWARD-WAS-FOUND            VALUE 'Y'.
               88  FORWARD-NOT-FOUND            VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FORWARD-HOP-WAS-FOUND        VALUE 'Y'.
               88  FORWARD-HOP-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FORWARD-FILE-EOF             VALUE 'Y'.
               88  FORWARD-FILE-NOT-EOF         VALUE 'N'.

       01  WS-FORWARD-TABLE.
           05  WS-FW-MAX                PIC 9(04) COMP VALUE 2000.
           05  WS-FW-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FW-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FW-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FW-HOPS               PIC 9(04) COMP VALUE ZERO.
           05  WS-FW-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-FW-ENTRY OCCURS 2000 TIMES.
               10  WS-FW-RETIRED-ID     PIC X(10).
               10  WS-FW-SURVIVING-ID   PIC X(10).
      * CUSTFWW.CPY END
