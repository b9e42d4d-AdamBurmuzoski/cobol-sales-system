      ***   INPUT:  1. CUSTOMER SALES FILE                           **
      ***           2. SALES REP MASTER FILE                         **
      ***           3. COMMISSION TIER CONTROL FILE (COMMTIER)       **
      ***           4. COMMISSION SPLIT FILE (COMMSPLT)              **
      ***  OUTPUT:  1. COMMISSION PAYABLE REPORT                     **
      ***                                                            **
      *****************************************************************
      ***      (COMMTIER - MAINTAINED BY PROG15) INSTEAD OF         **
      ***      HARDCODED VALUES, SO PROG02 AND PROG10 CAN NEVER     **
      ***      DISAGREE AND A PLAN CHANGE NEEDS NO PROGRAM CHANGE   **
      ***  04.  10/15/2026 Adam Burmuzoski CREDIT SHARED            **
      ***      CUSTOMERS' SALES TO EACH REP ON THEIR COMMSPLT       **
      ***      SPLIT (MAINTAINED BY PROG28) BY PERCENTAGE BEFORE    **
      ***      THE SORT, SO TIERS AND COMMISSION USE EACH SHARE     **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
           SELECT CUSTOMER-SALES-FILE   ASSIGN TO CUSTSLS.
           SELECT SORT-WORK-FILE        ASSIGN TO SORTWK2.
           SELECT SORTED-CUSTOMER-FILE  ASSIGN TO SRTCUST2.
           SELECT SPLIT-SALES-WORK-FILE ASSIGN TO SPLTWK2.
           SELECT COMMISSION-SPLIT-FILE ASSIGN TO COMMSPLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUSTOMER-NUMBER
               FILE STATUS IS WS-COMMSPLT-FILE-STATUS.
           SELECT SALES-REP-MASTER-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 CUSTOMER-NAME              PIC X(30).
           05 CURRENT-YTD-SALES          PIC S9(7)V99 COMP-3.
           05 PREVIOUS-YTD-SALES         PIC S9(7)V99 COMP-3.
      *    ZERO ON CUSTSLS ITSELF. ON THE SPLIT WORK FILE IT
      *    CARRIES THE REP'S PERCENTAGE OF A SPLIT CUSTOMER, AND
      *    CURRENT-YTD-SALES CARRIES THAT REP'S SHARE.
           05 SPLIT-SHARE-PERCENT        PIC S9(3)V99 COMP-3.

      *    TRAILER RECORD APPENDED TO CUSTSLS - SEE PROG01. MUST BE
      *    SKIPPED HERE SO IT DOES NOT GET COUNTED AS A CUSTOMER SALE.
       01  SORTED-CUSTOMER-RECORD.
           05 FILLER                      PIC X(52).

      *    CUSTSLS WITH EACH SPLIT CUSTOMER REPLACED BY ONE RECORD
      *    PER PARTICIPATING REP, CARRYING THAT REP'S SHARE -
      *    BUILT BY 14000-EXPAND-COMMISSION-SPLITS AND SORTED IN
      *    PLACE OF CUSTSLS. SAME 52-BYTE SIZE AS THE SORT RECORD.
       FD  SPLIT-SALES-WORK-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SPLIT-SALES-WORK-RECORD.
           05 FILLER                      PIC X(52).

      *    COMMISSION SPLITS FOR SHARED CUSTOMERS, MAINTAINED AND
      *    EDITED BY PROG28 - SEE PROG28 FOR THE LAYOUT'S HOME.
      *    AN UNUSED REP SLOT CARRIES REP ZERO.
       FD  COMMISSION-SPLIT-FILE.
       01  COMMISSION-SPLIT-RECORD.
           05 SP-CUSTOMER-NUMBER         PIC 9(05).
           05 SP-EFFECTIVE-CCYYMMDD      PIC 9(08).
           05 SP-EXPIRY-CCYYMMDD         PIC 9(08).
               88 SP-NO-EXPIRY                   VALUE ZERO.
           05 SP-SPLIT-ENTRY OCCURS 4 TIMES.
               10 SP-SALES-REP-NUMBER    PIC 9(02).
               10 SP-SPLIT-PERCENT       PIC S9(3)V99 COMP-3.
           05 SP-LAST-MAINTAINED-DATE    PIC 9(08).
           05 FILLER                     PIC X(11).

       FD  SALES-REP-MASTER-FILE.
       01  SALES-REP-MASTER-RECORD.
           05 SR-SALES-REP-NUMBER         PIC 9(02).
           05 WS-FIRST-RECORD-SW       PIC X   VALUE 'Y'.
               88 WS-FIRST-RECORD               VALUE 'Y'.
               88 WS-NOT-FIRST-RECORD           VALUE 'N'.
           05 WS-MORE-SALES-RECORDS-SW PIC X   VALUE 'Y'.
               88 WS-MORE-SALES-RECORDS         VALUE 'Y'.
               88 WS-NO-MORE-SALES-RECORDS      VALUE 'N'.
           05 WS-COMMSPLT-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-COMMSPLT-IS-OPEN           VALUE 'Y'.
               88 WS-COMMSPLT-NOT-OPEN          VALUE 'N'.
           05 WS-SPLIT-IN-FORCE-SW     PIC X   VALUE 'N'.
               88 WS-SPLIT-IN-FORCE             VALUE 'Y'.
               88 WS-SPLIT-NOT-IN-FORCE         VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR          PIC 9(02)  VALUE  0.
           05  WS-DETAIL-RECORD-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-REP-LINE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-COMMTIER-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-COMMSPLT-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-SPLIT-SUB             PIC 9(01) VALUE ZERO.
           05  WS-LAST-SPLIT-SUB        PIC 9(01) VALUE ZERO.
           05  WS-RUN-DATE-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-TIER-EFFECTIVE-CCYYMMDD PIC 9(08) VALUE ZERO.
               88 WS-NO-TIER-PLAN-LOADED        VALUE ZERO.
           05  WS-TOTAL-COMMISSION-AMOUNT      PIC S9(9)V99 COMP-3
           VALUE ZERO.

      *    WORK FIELDS FOR SHARING ONE SPLIT CUSTOMER'S CURRENT
      *    YTD SALES ACROSS ITS REPS.
       01  WS-SPLIT-WORK-FIELDS.
           05  WS-SPLIT-PERCENT-TOTAL      PIC S9(4)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-CUSTOMER-SALES     PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-SALES-REMAINING    PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-SHARE-AMOUNT       PIC S9(7)V99 COMP-3
           VALUE ZERO.

      *    TIERED COMMISSION RATE BRACKETS, APPLIED IN
      *    32500-COMPUTE-TIERED-COMMISSION-RATE AGAINST A REP'S
      *    TOTAL CURRENT YTD SALES. LOADED AT RUN TIME BY
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           PERFORM 50000-WRITE-RUNLOG-START
           PERFORM 12000-LOAD-COMMISSION-TIERS
           PERFORM 14000-EXPAND-COMMISSION-SPLITS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SALES-REP-NUMBER
                                SW-CUSTOMER-NUMBER
               USING SPLIT-SALES-WORK-FILE
               GIVING SORTED-CUSTOMER-FILE
           OPEN INPUT SORTED-CUSTOMER-FILE
           OPEN INPUT SALES-REP-MASTER-FILE
               END-IF
           END-READ.

      *    BEFORE THE SORT, CUSTSLS IS COPIED TO THE SPLIT WORK
      *    FILE WITH EVERY CUSTOMER WHOSE SPLIT IS IN FORCE
      *    REPLACED BY ONE RECORD PER PARTICIPATING REP, SO THE
      *    SORT FILES EACH SHARE UNDER ITS OWN REP AND THE REP
      *    TOTALS, TIERS AND COMMISSION BELOW TAKE IT UP WITH NO
      *    FURTHER CHANGE.
       14000-EXPAND-COMMISSION-SPLITS.
           PERFORM 14100-OPEN-SPLIT-FILE
           OPEN INPUT CUSTOMER-SALES-FILE
           OPEN OUTPUT SPLIT-SALES-WORK-FILE
           SET WS-MORE-SALES-RECORDS TO TRUE
           PERFORM 14500-EXPAND-ONE-CUSTOMER
           UNTIL WS-NO-MORE-SALES-RECORDS
           CLOSE CUSTOMER-SALES-FILE SPLIT-SALES-WORK-FILE
           IF WS-COMMSPLT-IS-OPEN
               CLOSE COMMISSION-SPLIT-FILE
           END-IF.

      *    NO SPLIT FILE YET (STATUS 35) SIMPLY MEANS NO CUSTOMER
      *    IS SPLIT. ANY OTHER OPEN FAILURE STOPS THE RUN - PAYING
      *    A SPLIT CUSTOMER'S WHOLE COMMISSION TO ONE REP IS WHAT
      *    THE SPLIT FILE EXISTS TO PREVENT.
       14100-OPEN-SPLIT-FILE.
           OPEN INPUT COMMISSION-SPLIT-FILE
           EVALUATE WS-COMMSPLT-FILE-STATUS
               WHEN '00'
                   SET WS-COMMSPLT-IS-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'PROG02: NO COMMISSION SPLIT FILE - NO '
                       'CUSTOMERS ARE SPLIT THIS RUN'
               WHEN OTHER
                   DISPLAY 'PROG02: COMMISSION SPLIT FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-COMMSPLT-FILE-STATUS
                       ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       14500-EXPAND-ONE-CUSTOMER.
           READ CUSTOMER-SALES-FILE AT END
               SET WS-NO-MORE-SALES-RECORDS TO TRUE
           NOT AT END
               SET WS-SPLIT-NOT-IN-FORCE TO TRUE
               IF CT-TRAILER-ID NOT = 'EOF*'
                   ADD 1 TO WS-DETAIL-RECORD-COUNT
                   MOVE ZERO TO SPLIT-SHARE-PERCENT
                   PERFORM 15000-CHECK-FOR-SPLIT
               END-IF
               IF WS-SPLIT-IN-FORCE
                   PERFORM 15500-WRITE-SPLIT-SHARES
               ELSE
                   WRITE SPLIT-SALES-WORK-RECORD
                   FROM CUSTOMER-MASTER-RECORD
               END-IF
           END-READ.

      *    A SPLIT APPLIES FROM ITS EFFECTIVE DATE THROUGH ITS
      *    EXPIRY DATE (ZERO = NO EXPIRY), TESTED AGAINST THE RUN
      *    DATE THE SAME WAY THE COMMTIER PLAN IS SELECTED.
       15000-CHECK-FOR-SPLIT.
           IF WS-COMMSPLT-IS-OPEN
               MOVE CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
               READ COMMISSION-SPLIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-EFFECTIVE-CCYYMMDD
                          NOT > WS-RUN-DATE-CCYYMMDD
                          AND (SP-NO-EXPIRY
                           OR SP-EXPIRY-CCYYMMDD
                              NOT < WS-RUN-DATE-CCYYMMDD)
                           PERFORM 15200-CHECK-SPLIT-TOTAL
                       END-IF
               END-READ
           END-IF.

      *    PROG28 NEVER LETS A SPLIT ONTO THE FILE UNLESS IT
      *    TOTALS 100, BUT IT IS RE-CHECKED HERE - ONE THAT DOES
      *    NOT IS IGNORED AND THE CUSTOMER STAYS WHOLLY WITH ITS
      *    MASTER REP, RATHER THAN PAYING OUT MORE OR LESS THAN
      *    THE SALE.
       15200-CHECK-SPLIT-TOTAL.
           MOVE ZERO TO WS-SPLIT-PERCENT-TOTAL
           MOVE ZERO TO WS-LAST-SPLIT-SUB
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 4
               IF SP-SALES-REP-NUMBER(WS-SPLIT-SUB) > ZERO
                   ADD SP-SPLIT-PERCENT(WS-SPLIT-SUB) TO
                       WS-SPLIT-PERCENT-TOTAL
                   MOVE WS-SPLIT-SUB TO WS-LAST-SPLIT-SUB
               END-IF
           END-PERFORM
           IF WS-SPLIT-PERCENT-TOTAL = 100
               SET WS-SPLIT-IN-FORCE TO TRUE
           ELSE
               DISPLAY 'PROG02: SPLIT FOR CUSTOMER ' CUSTOMER-NUMBER
                   ' DOES NOT TOTAL 100 - NOT APPLIED'
           END-IF.

      *    EACH REP'S SHARE IS ROUNDED AND THE LAST REP TAKES WHAT
      *    IS LEFT, SO THE SHARES ALWAYS ADD BACK TO THE
      *    CUSTOMER'S CURRENT YTD SALES TO THE PENNY.
       15500-WRITE-SPLIT-SHARES.
           MOVE CURRENT-YTD-SALES TO WS-SPLIT-CUSTOMER-SALES
           MOVE CURRENT-YTD-SALES TO WS-SPLIT-SALES-REMAINING
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > WS-LAST-SPLIT-SUB
               IF SP-SALES-REP-NUMBER(WS-SPLIT-SUB) > ZERO
                   IF WS-SPLIT-SUB = WS-LAST-SPLIT-SUB
                       MOVE WS-SPLIT-SALES-REMAINING TO
                           WS-SPLIT-SHARE-AMOUNT
                   ELSE
                       COMPUTE WS-SPLIT-SHARE-AMOUNT ROUNDED =
                           WS-SPLIT-CUSTOMER-SALES *
                           SP-SPLIT-PERCENT(WS-SPLIT-SUB) / 100
                       SUBTRACT WS-SPLIT-SHARE-AMOUNT FROM
                           WS-SPLIT-SALES-REMAINING
                   END-IF
                   MOVE SP-SALES-REP-NUMBER(WS-SPLIT-SUB) TO
                       SALES-REP-NUMBER
                   MOVE WS-SPLIT-SHARE-AMOUNT TO CURRENT-YTD-SALES
                   MOVE SP-SPLIT-PERCENT(WS-SPLIT-SUB) TO
                       SPLIT-SHARE-PERCENT
                   WRITE SPLIT-SALES-WORK-RECORD
                   FROM CUSTOMER-MASTER-RECORD
               END-IF
           END-PERFORM.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           END-IF
           MOVE SALES-REP-NUMBER TO WS-HOLD-SALES-REP-NUMBER
           SET WS-NOT-FIRST-RECORD TO TRUE
           ADD CURRENT-YTD-SALES TO WS-REP-TOTAL-CURRENT-YTD-SALES.

       32000-REP-BREAK-ROUTINE.
