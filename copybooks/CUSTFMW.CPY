      * CUSTFMW.CPY
      *****************************************************************
      * WORKING-STORAGE FOR THE CUSTOMER FAMILY TABLE (CUSTFMP.CPY):
      * THE BILL-TO PARENT LINKS CARRIED ON THE CUSTOMER MASTER
      * (CM-PARENT-ID). COPY THIS MEMBER PLAIN (NO REPLACING) IN ANY
      * PROGRAM THAT BILLS, MAILS, OR PROVES CREDIT FOR A WHOLE FAMILY
      * OF ACCOUNTS THROUGH ITS HEAD OFFICE.
      *
      * THE LINK TABLE HOLDS ONE ENTRY PER ACCOUNT THAT HAS A PARENT,
      * IN ASCENDING CUSTOMER-ID ORDER: THE ACCOUNT, ITS PARENT, ITS
      * NAME, AND THE FAMILY HEAD -- THE ACCOUNT AT THE TOP OF THE
      * CHAIN OF PARENTS. THE HEAD TABLE HOLDS ONE ENTRY PER FAMILY,
      * IN ASCENDING HEAD-ID ORDER, WITH THE NUMBER OF MEMBERS
      * (COUNTING THE HEAD) AND ROOM FOR THE CALLER'S FAMILY BALANCE
      * AND THE HEAD'S MAILING ADDRESS.
      *
      * THE CALLER DECLARES CUSTOMER-MASTER WITH ACCESS MODE
      * SEQUENTIAL OR DYNAMIC, OPENS IT, AND PERFORMS
      * 9100-LOAD-CUSTOMER-FAMILIES ONCE, STRAIGHT AFTER THE OPEN AND
      * BEFORE ANY OTHER READ. A PARENT LINK THAT IS NOT NUMERIC OR
      * WILL NOT FIT IN THE TABLE IS COUNTED IN WS-FM-REJECTED, AN
      * ACCOUNT WHOSE FAMILY WILL NOT FIT IN THE HEAD TABLE IN
      * WS-FH-REJECTED, AND A LINK IN A LOOP OF PARENTS (ONLY A
      * HAND-EDITED MASTER CAN HOLD ONE) IS COUNTED IN WS-FM-LOOPS.
      * ALL THREE LEAVE THE ACCOUNT BILLING ON ITS OWN. THE CALLER
      * REPORTS THEM.
      *
      * BEFORE PERFORMING 9150-FIND-CUSTOMER-FAMILY THE CALLER SETS:
      *   WS-FAM-LOOKUP-ID      CUSTOMER ID TO LOOK UP.
      * WHEN THE ACCOUNT BELONGS TO A FAMILY (AS A CHILD OR AS THE
      * HEAD), FAMILY-MEMBER-WAS-FOUND IS SET, WS-FAM-HEAD-ID AND
      * WS-FAM-HEAD-IX GIVE THE HEAD AND ITS HEAD-TABLE ENTRY, AND
      * WS-FAM-LINK-IX GIVES THE ACCOUNT'S LINK-TABLE ENTRY (ZERO FOR
      * THE HEAD ITSELF). OTHERWISE FAMILY-MEMBER-NOT-FOUND IS SET AND
      * WS-FAM-HEAD-ID IS THE LOOKUP ID UNCHANGED.
      *
      * 9160-FIND-TOP-ANCESTOR CLIMBS FROM WS-FAM-LOOKUP-ID TO THE TOP
      * OF ITS CHAIN OF PARENTS, LEAVING IT IN WS-FAM-HEAD-ID. IT SETS
      * FAMILY-LOOP-WAS-FOUND AND STOPS WHEN THE CLIMB REACHES
      * WS-FAM-STOP-ID (SPACES FOR NONE) OR GOES ROUND A LOOP.
      *
      * 9170-SET-FAMILY-LINK (MAINTENANCE ONLY) RECORDS WS-FAM-PARENT-
      * ID AS THE PARENT OF WS-FAM-LOOKUP-ID, OR DROPS THE LINK WHEN
      * THE PARENT IS SPACES, TAKING THE NAME FROM THE MASTER RECORD
      * IN HAND, AND REBUILDS THE HEAD TABLE.
      *
      * 9180-COUNT-FAMILY-CHILDREN COUNTS THE ACCOUNTS WHOSE PARENT IS
      * WS-FAM-LOOKUP-ID INTO WS-FAM-CHILD-COUNT.
      *****************************************************************
       01  WS-FAMILY-LOOKUP.
           05  WS-FAM-LOOKUP-ID         PIC X(10) VALUE SPACES.
           05  WS-FAM-PARENT-ID         PIC X(10) VALUE SPACES.
           05  WS-FAM-STOP-ID           PIC X(10) VALUE SPACES.
           05  WS-FAM-HEAD-ID           PIC X(10) VALUE SPACES.
           05  WS-FAM-SEARCH-ID         PIC X(10) VALUE SPACES.
           05  WS-FAM-HEAD-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FAM-LINK-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FAM-CHILD-COUNT       PIC 9(04) COMP VALUE ZERO.

       01  WS-FAMILY-SWITCHES.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-MEMBER-WAS-FOUND      VALUE 'Y'.
               88  FAMILY-MEMBER-NOT-FOUND      VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-LINK-WAS-FOUND        VALUE 'Y'.
               88  FAMILY-LINK-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-HEAD-WAS-FOUND        VALUE 'Y'.
               88  FAMILY-HEAD-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-LOOP-WAS-FOUND        VALUE 'Y'.
               88  FAMILY-LOOP-NOT-FOUND        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-CLIMB-IS-DONE         VALUE 'Y'.
               88  FAMILY-CLIMB-NOT-DONE        VALUE 'N'.
           05  FILLER PIC X(01) VALUE 'N'.
               88  FAMILY-MASTER-EOF            VALUE 'Y'.
               88  FAMILY-MASTER-NOT-EOF        VALUE 'N'.

       01  WS-FAMILY-LINK-TABLE.
           05  WS-FM-MAX                PIC 9(04) COMP VALUE 5000.
           05  WS-FM-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-RX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-LOW                PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-HIGH               PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-MID                PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-HOPS               PIC 9(04) COMP VALUE ZERO.
           05  WS-FM-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-FM-LOOPS              PIC 9(07) COMP VALUE ZERO.
           05  WS-FM-ENTRY OCCURS 5000 TIMES.
               10  WS-FM-CHILD-ID       PIC X(10).
               10  WS-FM-PARENT-ID      PIC X(10).
               10  WS-FM-HEAD-ID        PIC X(10).
               10  WS-FM-CHILD-NAME     PIC X(30).

       01  WS-FAMILY-HEAD-TABLE.
           05  WS-FH-MAX                PIC 9(04) COMP VALUE 2000.
           05  WS-FH-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-IX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-FOUND-IX           PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-LOW                PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-HIGH               PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-MID                PIC 9(04) COMP VALUE ZERO.
           05  WS-FH-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-FH-ENTRY OCCURS 2000 TIMES.
               10  WS-FH-HEAD-ID        PIC X(10).
               10  WS-FH-MEMBER-COUNT   PIC 9(05) COMP.
      *            THE REST IS THE CALLER'S TO FILL: THE FAMILY'S OPEN
      *            BALANCE, AND THE HEAD'S NAME AND ADDRESS BLOCK FROM
      *            CUSTADDR FOR A CALLER THAT MAILS TO THE HEAD.
               10  WS-FH-BALANCE        PIC S9(11)V99 COMP-3.
               10  WS-FH-ADDRESS-FOUND  PIC X(01).
                   88  FH-ADDRESS-WAS-FOUND    VALUE 'Y'.
               10  WS-FH-NAME           PIC X(30).
               10  WS-FH-ADDRESS-LINE-1 PIC X(30).
               10  WS-FH-ADDRESS-LINE-2 PIC X(30).
               10  WS-FH-ADDRESS-LINE-3 PIC X(30).
      * CUSTFMW.CPY END
