       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG24.
      *****************************************************************
      ***   CIS4373L PROG24 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (AS-OF DATE, BRANCH FILTER)      **
      ***           2. A/R OPEN ITEM FILE (AROPEN - INDEXED,         **
      ***              MAINTAINED BY THE PROG23 CASH RECEIPTS RUN)   **
      ***           3. A/R CONTROL FILE (ARCTL)                      **
      ***           4. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           5. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***  OUTPUT:  1. AGED TRIAL BALANCE REPORT                     **
      ***                                                            **
      ***  PURPOSE:  PRINTS THE ACCOUNTS RECEIVABLE AGED TRIAL      **
      ***            BALANCE BY BRANCH AND CUSTOMER FROM THE OPEN   **
      ***            ITEMS ON AROPEN. EACH OPEN INVOICE IS AGED     **
      ***            FROM ITS ID-INVOICE-DATE TO THE AS-OF DATE     **
      ***            INTO CURRENT (0-30 DAYS), 31-60, 61-90 AND     **
      ***            OVER 90; THE CUSTOMER'S UNAPPLIED CASH PRINTS  **
      ***            IN ITS OWN COLUMN AS A CREDIT. ONE LINE PER    **
      ***            CUSTOMER, BRANCH TOTALS, AND A GRAND TOTAL -   **
      ***            SO COLLECTIONS NO LONGER AGES INVOICES BY HAND **
      ***            FROM THE PROG14 INQUIRY PRINTOUT. THE AS-OF    **
      ***            DATE DEFAULTS TO THE RUN DATE; A BRANCH ON THE **
      ***            CONTROL CARD LIMITS THE RUN TO THAT BRANCH.    **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD24
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT OPEN-ITEM-FILE        ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT AR-CONTROL-FILE       ASSIGN TO ARCTL
               FILE STATUS IS WS-ARCTL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT AGING-WORK-FILE       ASSIGN TO AGEWORK.
           SELECT SORT-WORK-FILE        ASSIGN TO SORTWK6.
           SELECT SORTED-AGING-FILE     ASSIGN TO SRTAGE.
           SELECT AGING-REPORT-FILE     ASSIGN TO PRINT024.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-AS-OF-CCYYMMDD           PIC 9(08).
           05 CC-BRANCH-FILTER            PIC 9(02).
           05 FILLER                      PIC X(70).

      *    LAYOUT MATCHES THE OPEN-ITEM-RECORD PROG23 MAINTAINS.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-OPEN-ITEM-KEY.
               10 OI-CUSTOMER-NUMBER     PIC 9(05).
               10 OI-INVOICE-NUMBER      PIC 9(06).
                   88 OI-UNAPPLIED-CASH-ITEM     VALUE ZERO.
           05 OI-INVOICE-DATE            PIC 9(08).
           05 OI-BILLED-AMOUNT           PIC S9(7)V99 COMP-3.
           05 OI-PAID-AMOUNT             PIC S9(7)V99 COMP-3.
           05 OI-LAST-PAYMENT-DATE       PIC 9(08).
           05 FILLER                     PIC X(08).

      *    LAYOUT MATCHES THE AR-CONTROL-RECORD PROG23 RESTAMPS -
      *    READ HERE ONLY TO PRINT HOW CURRENT AROPEN IS.
       FD  AR-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-CONTROL-RECORD.
           05 AC-INVDETL-TAKEN-UP-COUNT  PIC 9(09).
           05 AC-LAST-TAKE-UP-DATE       PIC 9(08).
           05 FILLER                     PIC X(63).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE BRANCH-MASTER-RECORD PROG16 MAINTAINS.
      *    READ HERE ONLY FOR THE BRANCH NAME ON THE BRANCH HEADING -
      *    A MISSING OR UNOPENABLE BRCHMAST DOWNGRADES THE NAMES,
      *    NEVER THE RUN.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-NUMBER            PIC 9(02).
           05 BR-BRANCH-NAME              PIC X(30).
           05 BR-REGION                   PIC X(10).
           05 BR-BRANCH-STATUS            PIC X(01).
               88 BR-BRANCH-OPEN                 VALUE 'O'.
               88 BR-BRANCH-CLOSED               VALUE 'C'.
           05 FILLER                      PIC X(07).

      *    ONE RECORD PER NONZERO OPEN ITEM, CARRYING THE BRANCH
      *    AND NAME FROM THE CUSTOMER MASTER SO THE SORT CAN PUT
      *    THE TRIAL BALANCE IN BRANCH ORDER. ALL DISPLAY FIELDS,
      *    SO THE SORTED FILE IS THE SAME 60 BYTES AS THE SD.
       FD  AGING-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  AGING-WORK-RECORD.
           05 AW-BRANCH-NUMBER            PIC 9(02).
           05 AW-CUSTOMER-NUMBER          PIC 9(05).
           05 AW-INVOICE-NUMBER           PIC 9(06).
           05 AW-INVOICE-DATE             PIC 9(08).
           05 AW-OPEN-BALANCE             PIC S9(7)V99.
           05 AW-CUSTOMER-NAME            PIC X(30).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-BRANCH-NUMBER            PIC 9(02).
           05 SW-CUSTOMER-NUMBER          PIC 9(05).
           05 SW-INVOICE-NUMBER           PIC 9(06).
           05 SW-INVOICE-DATE             PIC 9(08).
           05 SW-OPEN-BALANCE             PIC S9(7)V99.
           05 SW-CUSTOMER-NAME            PIC X(30).

       FD  SORTED-AGING-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SORTED-AGING-RECORD.
           05 FILLER                      PIC X(60).

       FD  AGING-REPORT-FILE.
       01  AGING-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-FIRST-RECORD-SW       PIC X   VALUE 'Y'.
               88 WS-FIRST-RECORD               VALUE 'Y'.
               88 WS-NOT-FIRST-RECORD           VALUE 'N'.
           05 WS-MORE-OPEN-ITEMS-SW    PIC X   VALUE 'Y'.
               88 WS-MORE-OPEN-ITEMS            VALUE 'Y'.
               88 WS-NO-MORE-OPEN-ITEMS         VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-AROPEN-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-ARCTL-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-HOLD-BRANCH-NUMBER    PIC 9(02) VALUE ZERO.
           05  WS-HOLD-CUSTOMER-NUMBER  PIC 9(05) VALUE ZERO.
           05  WS-HOLD-CUSTOMER-NAME    PIC X(30) VALUE SPACES.
           05  WS-BRANCH-FILTER         PIC 9(02) VALUE ZERO.
               88 WS-NO-BRANCH-FILTER            VALUE ZERO.
           05  WS-AS-OF-CCYYMMDD        PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-CCYYMMDD.
               10  WS-AS-OF-CCYY        PIC 9(04).
               10  WS-AS-OF-MM          PIC 9(02).
               10  WS-AS-OF-DD          PIC 9(02).
           05  WS-LAST-TAKE-UP-DATE     PIC 9(08) VALUE ZERO.
           05  WS-AGE-DATE-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-AGE-DATE-R REDEFINES WS-AGE-DATE-CCYYMMDD.
               10  WS-AGE-DATE-CCYY     PIC 9(04).
               10  WS-AGE-DATE-MM       PIC 9(02).
               10  WS-AGE-DATE-DD       PIC 9(02).
           05  WS-AGE-IN-DAYS           PIC S9(07) VALUE ZERO.
           05  WS-OPEN-BALANCE          PIC S9(7)V99 COMP-3
           VALUE ZERO.

      *    ONE SET OF AGING BUCKETS AT EACH LEVEL - CUSTOMER,
      *    BRANCH, GRAND. SUBSCRIPT 1 IS THE BALANCE, 2-5 THE AGE
      *    BANDS, 6 THE UNAPPLIED CASH.
       01  WS-AGING-TOTALS.
           05  WS-CUST-BUCKET OCCURS 6 TIMES  PIC S9(9)V99 COMP-3.
           05  WS-BRANCH-BUCKET OCCURS 6 TIMES
                                              PIC S9(9)V99 COMP-3.
           05  WS-GRAND-BUCKET OCCURS 6 TIMES PIC S9(9)V99 COMP-3.
           05  WS-BUCKET-SUB                  PIC 9(02) VALUE ZERO.
           05  WS-AGE-BUCKET-SUB              PIC 9(02) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-OPEN-ITEM-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-CUSTOMER-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-BAD-DATE-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-CURRENT-DATE-N-TIME.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-DATE-CCYY    PIC 9(04)  VALUE 2024.
               10  WS-CURRENT-DATE-MM      PIC 9(02)  VALUE 03.
               10  WS-CURRENT-DATE-DD      PIC 9(02)  VALUE 16.
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-TIME-HH      PIC 9(02)  VALUE 12.
               10  WS-CURRENT-TIME-MM      PIC 9(02)  VALUE 00.
               10  WS-CURRENT-TIME-SS      PIC 9(02)  VALUE 00.

       01  WS-RPT-HEADING-L1.
           05  FILLER            PIC X(06)  VALUE 'DATE: '.
           05  WS-RPT-H1-MM      PIC 9(02)  VALUE 03.
           05  FILLER            PIC X(01)  VALUE '/'.
           05  WS-RPT-H1-DD      PIC 9(02)  VALUE 16.
           05  FILLER            PIC X(01)  VALUE '/'.
           05  WS-RPT-H1-CCYY    PIC 9(04)  VALUE 2024.
           05  FILLER            PIC X(01)  VALUE SPACES.
           05  WS-RPT-H1-HR      PIC 9(02).
           05  FILLER            PIC X(01)  VALUE ':'.
           05  WS-RPT-H1-MIN     PIC 9(02).
           05  FILLER            PIC X(01)  VALUE ':'.
           05  WS-RPT-H1-SEC     PIC 9(02).
           05  FILLER            PIC X(20)  VALUE SPACES.
           05  WS-RPT-H1-TITLE   PIC X(30)
           VALUE 'TXSTATE CIS4373L PROG24 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG24'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'A/R AGED TRIAL BALANCE'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-AS-OF-LINE.
           05  FILLER                      PIC X(08)  VALUE 'AS OF: '.
           05  AS-OF-CCYYMMDD              PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(29)
           VALUE 'INVDETL TAKEN UP THROUGH:'.
           05  AS-OF-TAKE-UP-DATE          PIC 9(08).

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(25)  VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(15)  VALUE '        BALANCE'.
           05  FILLER            PIC X(15)  VALUE '        CURRENT'.
           05  FILLER            PIC X(15)  VALUE '     31-60 DAYS'.
           05  FILLER            PIC X(15)  VALUE '     61-90 DAYS'.
           05  FILLER            PIC X(15)  VALUE '        OVER 90'.
           05  FILLER            PIC X(15)  VALUE '      UNAPPLIED'.

       01  WS-RPT-BRANCH-HEADING.
           05  FILLER                      PIC X(08)  VALUE 'BRANCH: '.
           05  BRANCH-HEADING-NUMBER       PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE ' - '.
           05  BRANCH-HEADING-NAME         PIC X(30).

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-CUSTOMER-NUMBER      PIC 9(05).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-CUSTOMER-NAME        PIC X(24).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-BUCKET-COL OCCURS 6 TIMES.
               10  FILLER                  PIC X(02).
               10  DETAIL-BUCKET-AMOUNT    PIC -9,999,999.99.

       01  WS-RPT-TOTAL-LINE.
           05  TOTAL-LINE-LABEL            PIC X(32).
           05  TOTAL-BUCKET-COL OCCURS 6 TIMES.
               10  TOTAL-BUCKET-AMOUNT     PIC -999,999,999.99.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                      PIC X(14)
           VALUE 'CUSTOMERS:'.
           05  COUNT-CUSTOMER-COUNT        PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(14)
           VALUE 'OPEN ITEMS:'.
           05  COUNT-OPEN-ITEM-COUNT       PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(22)
           VALUE 'UNDATED (OVER 90):'.
           05  COUNT-BAD-DATE-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 30000-PROCESS-AGING-FILE
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           INITIALIZE WS-AGING-TOTALS
           MOVE WS-CURRENT-DATE TO WS-AS-OF-CCYYMMDD
           PERFORM 11000-READ-CONTROL-CARD
           PERFORM 11500-READ-AR-CONTROL
           PERFORM 12000-BUILD-AGING-WORK-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-NUMBER
                                SW-CUSTOMER-NUMBER
                                SW-INVOICE-NUMBER
               USING AGING-WORK-FILE
               GIVING SORTED-AGING-FILE
           OPEN INPUT SORTED-AGING-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS = '00'
               SET WS-BRCHMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG24: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                   ' - BRANCH HEADINGS PRINT WITHOUT NAMES'
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM 20000-HEADING-ROUTINE.

      *    A ZERO OR MISSING AS-OF DATE AGES TO THE RUN DATE; A
      *    ZERO OR MISSING BRANCH LISTS EVERY BRANCH.
       11000-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-AS-OF-CCYYMMDD IS NUMERIC
                          AND CC-AS-OF-CCYYMMDD > ZERO
                           MOVE CC-AS-OF-CCYYMMDD
                           TO WS-AS-OF-CCYYMMDD
                       END-IF
                       IF CC-BRANCH-FILTER IS NUMERIC
                           MOVE CC-BRANCH-FILTER TO WS-BRANCH-FILTER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       11500-READ-AR-CONTROL.
           OPEN INPUT AR-CONTROL-FILE
           IF WS-ARCTL-FILE-STATUS = '00'
               READ AR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AC-LAST-TAKE-UP-DATE
                       TO WS-LAST-TAKE-UP-DATE
               END-READ
               CLOSE AR-CONTROL-FILE
           END-IF.

      *    EVERY OPEN ITEM WITH A NONZERO BALANCE GOES TO THE WORK
      *    FILE WITH ITS CUSTOMER'S BRANCH AND NAME. A CUSTOMER
      *    SINCE DELETED FROM THE MASTER STILL OWES THE MONEY - IT
      *    PRINTS UNDER BRANCH 00 RATHER THAN DROPPING OUT OF THE
      *    TRIAL BALANCE.
       12000-BUILD-AGING-WORK-FILE.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-AROPEN-FILE-STATUS NOT = '00'
               DISPLAY 'PROG24: OPEN ITEM FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-AROPEN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG24: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE OPEN-ITEM-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-WORK-FILE
           MOVE LOW-VALUES TO OI-OPEN-ITEM-KEY
           SET WS-MORE-OPEN-ITEMS TO TRUE
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-OPEN-ITEM-KEY
               INVALID KEY
                   SET WS-NO-MORE-OPEN-ITEMS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-OPEN-ITEMS
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-OPEN-ITEMS TO TRUE
                   NOT AT END
                       COMPUTE WS-OPEN-BALANCE =
                           OI-BILLED-AMOUNT - OI-PAID-AMOUNT
                       IF WS-OPEN-BALANCE NOT = ZERO
                           PERFORM 12500-WRITE-AGING-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE CUSTOMER-MASTER-FILE
           CLOSE AGING-WORK-FILE.

       12500-WRITE-AGING-WORK-RECORD.
           MOVE OI-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
                   MOVE 'CUSTOMER NOT ON FILE' TO CM-CUSTOMER-NAME
           END-READ
           IF WS-NO-BRANCH-FILTER
              OR CM-BRANCH-NUMBER = WS-BRANCH-FILTER
               MOVE CM-BRANCH-NUMBER TO AW-BRANCH-NUMBER
               MOVE OI-CUSTOMER-NUMBER TO AW-CUSTOMER-NUMBER
               MOVE OI-INVOICE-NUMBER TO AW-INVOICE-NUMBER
               MOVE OI-INVOICE-DATE TO AW-INVOICE-DATE
               MOVE WS-OPEN-BALANCE TO AW-OPEN-BALANCE
               MOVE CM-CUSTOMER-NAME TO AW-CUSTOMER-NAME
               WRITE AGING-WORK-RECORD
           END-IF.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE WS-AS-OF-CCYYMMDD TO AS-OF-CCYYMMDD
           MOVE WS-LAST-TAKE-UP-DATE TO AS-OF-TAKE-UP-DATE
           WRITE AGING-RPT-RECORD FROM WS-RPT-AS-OF-LINE
           AFTER ADVANCING 2 LINES
           WRITE AGING-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-AGING-FILE.
           READ SORTED-AGING-FILE INTO AGING-WORK-RECORD AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               PERFORM 31000-PROCESS-RECORD
           END-READ.

       31000-PROCESS-RECORD.
           IF WS-FIRST-RECORD
               MOVE AW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
               PERFORM 31500-START-BRANCH
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF AW-BRANCH-NUMBER NOT = WS-HOLD-BRANCH-NUMBER
                   PERFORM 33000-CUSTOMER-BREAK-ROUTINE
                   PERFORM 34000-BRANCH-BREAK-ROUTINE
                   MOVE AW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
                   PERFORM 31500-START-BRANCH
               ELSE
                   IF AW-CUSTOMER-NUMBER NOT = WS-HOLD-CUSTOMER-NUMBER
                       PERFORM 33000-CUSTOMER-BREAK-ROUTINE
                   END-IF
               END-IF
           END-IF
           MOVE AW-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER-NUMBER
           MOVE AW-CUSTOMER-NAME TO WS-HOLD-CUSTOMER-NAME
           ADD 1 TO WS-OPEN-ITEM-COUNT
           PERFORM 32000-AGE-OPEN-ITEM.

       31500-START-BRANCH.
           MOVE WS-HOLD-BRANCH-NUMBER TO BRANCH-HEADING-NUMBER
           MOVE SPACES TO BRANCH-HEADING-NAME
           IF WS-BRCHMAST-IS-OPEN
               MOVE WS-HOLD-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON BRCHMAST' TO
                           BRANCH-HEADING-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO BRANCH-HEADING-NAME
               END-READ
           END-IF
           IF WS-LINE-CTR + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           WRITE AGING-RPT-RECORD FROM WS-RPT-BRANCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

      *    THE UNAPPLIED CASH ITEM IS NOT AGED - IT IS A CREDIT THE
      *    CUSTOMER HOLDS, NOT A DEBT. AN OPEN INVOICE WHOSE DATE
      *    CANNOT BE A CALENDAR DATE (A MEMO TAKEN UP AHEAD OF ITS
      *    INVOICE WITH A BAD DATE, SAY) GOES TO OVER 90, WHERE
      *    COLLECTIONS WILL LOOK AT IT FIRST, AND IS COUNTED ON THE
      *    LAST PAGE.
       32000-AGE-OPEN-ITEM.
           IF AW-INVOICE-NUMBER = ZERO
               MOVE 6 TO WS-AGE-BUCKET-SUB
           ELSE
               MOVE AW-INVOICE-DATE TO WS-AGE-DATE-CCYYMMDD
               IF AW-INVOICE-DATE IS NOT NUMERIC
                  OR WS-AGE-DATE-CCYY < 1601
                  OR WS-AGE-DATE-MM < 1 OR WS-AGE-DATE-MM > 12
                  OR WS-AGE-DATE-DD < 1 OR WS-AGE-DATE-DD > 31
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE 5 TO WS-AGE-BUCKET-SUB
               ELSE
                   COMPUTE WS-AGE-IN-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-CCYYMMDD)
                     - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-CCYYMMDD)
                   EVALUATE TRUE
                       WHEN WS-AGE-IN-DAYS NOT > 30
                           MOVE 2 TO WS-AGE-BUCKET-SUB
                       WHEN WS-AGE-IN-DAYS NOT > 60
                           MOVE 3 TO WS-AGE-BUCKET-SUB
                       WHEN WS-AGE-IN-DAYS NOT > 90
                           MOVE 4 TO WS-AGE-BUCKET-SUB
                       WHEN OTHER
                           MOVE 5 TO WS-AGE-BUCKET-SUB
                   END-EVALUATE
               END-IF
           END-IF
           ADD AW-OPEN-BALANCE TO WS-CUST-BUCKET(1)
           ADD AW-OPEN-BALANCE TO WS-CUST-BUCKET(WS-AGE-BUCKET-SUB).

       33000-CUSTOMER-BREAK-ROUTINE.
           MOVE WS-HOLD-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE WS-HOLD-CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 6
               MOVE SPACES TO DETAIL-BUCKET-COL(WS-BUCKET-SUB)
               MOVE WS-CUST-BUCKET(WS-BUCKET-SUB) TO
                   DETAIL-BUCKET-AMOUNT(WS-BUCKET-SUB)
               ADD WS-CUST-BUCKET(WS-BUCKET-SUB) TO
                   WS-BRANCH-BUCKET(WS-BUCKET-SUB)
               MOVE ZERO TO WS-CUST-BUCKET(WS-BUCKET-SUB)
           END-PERFORM
           WRITE AGING-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           ADD 1 TO WS-CUSTOMER-COUNT.

       34000-BRANCH-BREAK-ROUTINE.
           MOVE SPACES TO TOTAL-LINE-LABEL
           STRING 'BRANCH ' WS-HOLD-BRANCH-NUMBER ' TOTAL'
               DELIMITED BY SIZE INTO TOTAL-LINE-LABEL
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 6
               MOVE WS-BRANCH-BUCKET(WS-BUCKET-SUB) TO
                   TOTAL-BUCKET-AMOUNT(WS-BUCKET-SUB)
               ADD WS-BRANCH-BUCKET(WS-BUCKET-SUB) TO
                   WS-GRAND-BUCKET(WS-BUCKET-SUB)
               MOVE ZERO TO WS-BRANCH-BUCKET(WS-BUCKET-SUB)
           END-PERFORM
           WRITE AGING-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           IF WS-NOT-FIRST-RECORD
               PERFORM 33000-CUSTOMER-BREAK-ROUTINE
               PERFORM 34000-BRANCH-BREAK-ROUTINE
           END-IF
           MOVE 'GRAND TOTAL' TO TOTAL-LINE-LABEL
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 6
               MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB) TO
                   TOTAL-BUCKET-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM
           WRITE AGING-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 3 LINES
           MOVE WS-CUSTOMER-COUNT TO COUNT-CUSTOMER-COUNT
           MOVE WS-OPEN-ITEM-COUNT TO COUNT-OPEN-ITEM-COUNT
           MOVE WS-BAD-DATE-COUNT TO COUNT-BAD-DATE-COUNT
           WRITE AGING-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES
           CLOSE SORTED-AGING-FILE
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           CLOSE AGING-REPORT-FILE.
       END PROGRAM PROG24.
