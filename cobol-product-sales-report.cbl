       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.
      *****************************************************************
      ***   CIS4373L PROG34 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (REPORT PERIOD, TOP COUNT)       **
      ***           2. INVOICE DETAIL HISTORY (INVDETL)              **
      ***           3. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           4. PRODUCT MASTER FILE (PRODMAST - INDEXED,      **
      ***              LOOKUP)                                       **
      ***           5. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***  OUTPUT:  1. PRODUCT SALES ANALYSIS REPORT                 **
      ***                                                            **
      ***  PURPOSE:  PRINTS SALES BY PRODUCT WITHIN PRODUCT LINE     **
      ***            WITHIN BRANCH FOR THE REPORT MONTH AND THE      **
      ***            YEAR TO DATE, FROM THE INVDETL LINES PROG06     **
      ***            HAS POSTED. EACH LINE IS CREDITED TO ITS        **
      ***            CUSTOMER'S CURRENT BRANCH AND ITS PRODUCT'S     **
      ***            CURRENT PRODUCT LINE ON PRODMAST. EVERY PRODUCT **
      ***            LINE GETS A SUBTOTAL, EVERY BRANCH A TOTAL AND  **
      ***            A LIST OF ITS TOP PRODUCTS BY YEAR-TO-DATE      **
      ***            SALES, AND THE RUN A GRAND TOTAL. LINES POSTED  **
      ***            BEFORE PRODUCT CODES WERE CARRIED PRINT AS      **
      ***            UNASSIGNED SO THE BRANCH TOTALS STILL TIE TO    **
      ***            THE POSTED SALES.                               **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD34
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT INVOICE-DETAIL-FILE   ASSIGN TO INVDETL
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE   ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT PRODUCT-WORK-FILE     ASSIGN TO PRDWORK.
           SELECT SORT-PRODUCT-FILE     ASSIGN TO SORTWK9.
           SELECT SORTED-PRODUCT-FILE   ASSIGN TO SRTPRD.
           SELECT PRODUCT-REPORT-FILE   ASSIGN TO PRINT034.

       DATA DIVISION.
       FILE SECTION.
      *    BOTH FIELDS ARE OPTIONAL. THE REPORT PERIOD IS GIVEN
      *    ONLY TO REPRINT A MONTH ALREADY PAST; THE TOP COUNT IS
      *    HOW MANY PRODUCTS EACH BRANCH'S TOP LIST SHOWS.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-REPORT-PERIOD-CCYYMM     PIC 9(06).
           05 CC-REPORT-PERIOD-R REDEFINES CC-REPORT-PERIOD-CCYYMM.
               10 CC-REPORT-PERIOD-CCYY   PIC 9(04).
               10 CC-REPORT-PERIOD-MM     PIC 9(02).
           05 CC-TOP-PRODUCT-COUNT        PIC 9(02).
           05 FILLER                      PIC X(72).

      *    LAYOUT MATCHES THE INVOICE-DETAIL-RECORD PROG06 WRITES.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-CUSTOMER-NUMBER         PIC 9(05).
           05 ID-INVOICE-NUMBER          PIC 9(06).
           05 ID-INVOICE-DATE            PIC 9(08).
           05 ID-TRANSACTION-CODE        PIC X(01).
           05 ID-SIGNED-AMOUNT           PIC S9(7)V99.
           05 ID-POSTING-DATE            PIC 9(08).
           05 ID-POSTING-DATE-R REDEFINES ID-POSTING-DATE.
               10 ID-POSTING-CCYYMM      PIC 9(06).
               10 ID-POSTING-CCYYMM-R REDEFINES ID-POSTING-CCYYMM.
                   15 ID-POSTING-CCYY    PIC 9(04).
                   15 ID-POSTING-MM      PIC 9(02).
               10 ID-POSTING-DD          PIC 9(02).
           05 ID-PRODUCT-CODE            PIC X(03).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE PRODUCT-MASTER-RECORD PROG33
      *    MAINTAINS.
       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PRODUCT-MASTER-RECORD.
           05 PM-PRODUCT-CODE             PIC X(03).
           05 PM-PRODUCT-DESCRIPTION      PIC X(30).
           05 PM-PRODUCT-LINE             PIC X(04).
           05 PM-ACTIVE-FLAG              PIC X(01).
               88 PM-PRODUCT-ACTIVE              VALUE 'A'.
               88 PM-PRODUCT-INACTIVE            VALUE 'I'.
           05 FILLER                      PIC X(12).

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

      *    ONE RECORD PER INVDETL LINE POSTED IN THE REPORT YEAR UP
      *    TO THE END OF THE REPORT MONTH, CARRYING THE BRANCH AND
      *    PRODUCT LINE IT IS CREDITED TO. THE MONTH AMOUNT IS ZERO
      *    FOR A LINE POSTED IN AN EARLIER MONTH.
       FD  PRODUCT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODUCT-WORK-RECORD.
           05 PW-BRANCH-NUMBER            PIC 9(02).
           05 PW-PRODUCT-LINE             PIC X(04).
           05 PW-PRODUCT-CODE             PIC X(03).
           05 PW-PRODUCT-DESCRIPTION      PIC X(30).
           05 PW-MONTH-AMOUNT             PIC S9(9)V99.
           05 PW-YTD-AMOUNT               PIC S9(9)V99.
           05 FILLER                      PIC X(19).

       SD  SORT-PRODUCT-FILE.
       01  SORT-PRODUCT-RECORD.
           05 SP-BRANCH-NUMBER            PIC 9(02).
           05 SP-PRODUCT-LINE             PIC X(04).
           05 SP-PRODUCT-CODE             PIC X(03).
           05 FILLER                      PIC X(71).

       FD  SORTED-PRODUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PRODUCT-RECORD.
           05 FILLER                      PIC X(80).

       FD  PRODUCT-REPORT-FILE.
       01  PRODUCT-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-FIRST-RECORD-SW       PIC X   VALUE 'Y'.
               88 WS-FIRST-RECORD               VALUE 'Y'.
               88 WS-NOT-FIRST-RECORD           VALUE 'N'.
           05 WS-MORE-INPUT-SW         PIC X   VALUE 'Y'.
               88 WS-MORE-INPUT                 VALUE 'Y'.
               88 WS-NO-MORE-INPUT              VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.
           05 WS-TOP-TABLE-FULL-SW     PIC X   VALUE 'N'.
               88 WS-TOP-TABLE-FULL             VALUE 'Y'.
               88 WS-TOP-TABLE-NOT-FULL         VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-INVDETL-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-PRODMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REPORT-PERIOD-CCYYMM  PIC 9(06) VALUE ZERO.
           05  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD-CCYYMM.
               10  WS-REPORT-PERIOD-CCYY PIC 9(04).
               10  WS-REPORT-PERIOD-MM  PIC 9(02).
           05  WS-TOP-PRODUCT-COUNT     PIC 9(02) VALUE 5.
           05  WS-HOLD-BRANCH-NUMBER    PIC 9(02) VALUE ZERO.
           05  WS-HOLD-PRODUCT-LINE     PIC X(04) VALUE SPACES.
           05  WS-HOLD-PRODUCT-CODE     PIC X(03) VALUE SPACES.
           05  WS-HOLD-DESCRIPTION      PIC X(30) VALUE SPACES.

      *    THE MONTH AND YEAR-TO-DATE FIGURES AT EACH LEVEL.
       01  WS-SALES-TOTALS.
           05  WS-PRODUCT-MONTH-AMOUNT   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRODUCT-YTD-AMOUNT     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-MONTH-AMOUNT      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-YTD-AMOUNT        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-MONTH-AMOUNT    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-YTD-AMOUNT      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-MONTH-AMOUNT     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-YTD-AMOUNT       PIC S9(9)V99 COMP-3
           VALUE ZERO.

       01  WS-TOTALS.
           05  WS-DETAIL-READ-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-DETAIL-SELECTED-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-NO-PRODUCT-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-PRODUCT-NOT-ON-FILE-COUNT PIC 9(09) VALUE ZERO.
           05  WS-NOT-ON-MASTER-COUNT    PIC 9(09) VALUE ZERO.

      *    EVERY PRODUCT PRINTED FOR THE BRANCH IN PROGRESS, KEPT
      *    UNTIL THE BRANCH BREAK TO PICK ITS TOP PRODUCTS. 500
      *    PRODUCTS IS WELL PAST ANY ONE BRANCH'S RANGE; IF IT
      *    FILLS, THE REST STILL PRINT ON THE DETAIL LINES BUT ARE
      *    LEFT OUT OF THE TOP LIST.
       01  WS-TOP-PRODUCT-TABLE.
           05  WS-TOP-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-TOP-IDX.
               10  WS-TOP-TBL-PRODUCT-CODE   PIC X(03).
               10  WS-TOP-TBL-DESCRIPTION    PIC X(30).
               10  WS-TOP-TBL-MONTH-AMOUNT   PIC S9(9)V99 COMP-3.
               10  WS-TOP-TBL-YTD-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-TOP-TBL-LISTED-SW      PIC X.
                   88 WS-TOP-TBL-LISTED            VALUE 'Y'.
                   88 WS-TOP-TBL-NOT-LISTED        VALUE 'N'.
           05  WS-TOP-TABLE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-TOP-RANK               PIC 9(02) VALUE ZERO.
           05  WS-TOP-BEST-SUB           PIC 9(04) VALUE ZERO.
           05  WS-TOP-SUB                PIC 9(04) VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG34 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG34'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'PRODUCT SALES ANALYSIS'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'REPORT PERIOD: '.
           05  PERIOD-LINE-MM              PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE '/'.
           05  PERIOD-LINE-CCYY            PIC 9(04).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(14)
           VALUE 'TOP PRODUCTS: '.
           05  PERIOD-LINE-TOP-COUNT       PIC Z9.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(06)  VALUE 'LINE'.
           05  FILLER            PIC X(06)  VALUE 'PROD'.
           05  FILLER            PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(17)
           VALUE '    MONTH SALES'.
           05  FILLER            PIC X(15)
           VALUE '      YTD SALES'.

       01  WS-RPT-BRANCH-HEADING.
           05  FILLER                      PIC X(08)  VALUE 'BRANCH: '.
           05  BRANCH-HEADING-NUMBER       PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE ' - '.
           05  BRANCH-HEADING-NAME         PIC X(30).

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-PRODUCT-LINE         PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  DETAIL-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-MONTH-AMOUNT         PIC -999,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-YTD-AMOUNT           PIC -999,999,999.99.

       01  WS-RPT-TOTAL-LINE.
           05  TOTAL-LINE-LABEL            PIC X(44).
           05  TOTAL-MONTH-AMOUNT          PIC -999,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TOTAL-YTD-AMOUNT            PIC -999,999,999.99.

       01  WS-RPT-TOP-HEADING.
           05  FILLER                      PIC X(04)  VALUE 'TOP '.
           05  TOP-HEADING-COUNT           PIC Z9.
           05  FILLER                      PIC X(33)
           VALUE ' PRODUCTS BY YTD SALES - BRANCH '.
           05  TOP-HEADING-BRANCH          PIC 9(02).

       01  WS-RPT-TOP-LINE.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TOP-LINE-RANK               PIC Z9.
           05  FILLER                      PIC X(02)  VALUE '. '.
           05  TOP-LINE-PRODUCT-CODE       PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  TOP-LINE-DESCRIPTION        PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TOP-LINE-MONTH-AMOUNT       PIC -999,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TOP-LINE-YTD-AMOUNT         PIC -999,999,999.99.

       01  WS-RPT-COUNT-LINE.
           05  COUNT-LINE-LABEL            PIC X(34).
           05  COUNT-LINE-VALUE            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 30000-PROCESS-PRODUCT-FILE
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           MOVE WS-CURRENT-DATE-CCYY TO WS-REPORT-PERIOD-CCYY
           MOVE WS-CURRENT-DATE-MM TO WS-REPORT-PERIOD-MM
           PERFORM 11000-READ-CONTROL-CARD
           PERFORM 12000-BUILD-PRODUCT-WORK-FILE
           SORT SORT-PRODUCT-FILE
               ON ASCENDING KEY SP-BRANCH-NUMBER
                                SP-PRODUCT-LINE
                                SP-PRODUCT-CODE
               USING PRODUCT-WORK-FILE
               GIVING SORTED-PRODUCT-FILE
           OPEN INPUT SORTED-PRODUCT-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS = '00'
               SET WS-BRCHMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG34: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                   ' - BRANCH HEADINGS PRINT WITHOUT NAMES'
           END-IF
           OPEN OUTPUT PRODUCT-REPORT-FILE
           PERFORM 20000-HEADING-ROUTINE.

      *    A MISSING CONTROL CARD REPORTS THE RUN DATE'S MONTH WITH
      *    THE TOP FIVE PRODUCTS PER BRANCH. A PERIOD THAT IS NOT A
      *    VALID CCYYMM IS IGNORED; THE TOP LIST IS NEVER LONGER
      *    THAN TWENTY.
       11000-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-REPORT-PERIOD-CCYYMM IS NUMERIC
                          AND CC-REPORT-PERIOD-CCYY > ZERO
                          AND CC-REPORT-PERIOD-MM >= 01
                          AND CC-REPORT-PERIOD-MM <= 12
                           MOVE CC-REPORT-PERIOD-CCYYMM
                           TO WS-REPORT-PERIOD-CCYYMM
                       END-IF
                       IF CC-TOP-PRODUCT-COUNT IS NUMERIC
                          AND CC-TOP-PRODUCT-COUNT > ZERO
                           MOVE CC-TOP-PRODUCT-COUNT
                           TO WS-TOP-PRODUCT-COUNT
                       END-IF
                       IF WS-TOP-PRODUCT-COUNT > 20
                           MOVE 20 TO WS-TOP-PRODUCT-COUNT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

      *    INVDETL, CUSTMAST AND PRODMAST MUST ALL BE THERE - A
      *    REPORT WITHOUT BRANCHES OR PRODUCT LINES WOULD ONLY BE
      *    ONE GRAND TOTAL.
       12000-BUILD-PRODUCT-WORK-FILE.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = '00'
               DISPLAY 'PROG34: INVOICE DETAIL FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-INVDETL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG34: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-DETAIL-FILE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG34: PRODUCT MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-PRODMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-DETAIL-FILE CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT PRODUCT-WORK-FILE
           SET WS-MORE-INPUT TO TRUE
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ INVOICE-DETAIL-FILE
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       IF ID-POSTING-CCYY = WS-REPORT-PERIOD-CCYY
                          AND ID-POSTING-MM <= WS-REPORT-PERIOD-MM
                           PERFORM 12500-WRITE-PRODUCT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-DETAIL-FILE CUSTOMER-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE PRODUCT-WORK-FILE.

      *    A LINE BELONGS TO THE MONTH IT WAS POSTED, AS IN THE
      *    CUSTHIST BUCKETS. A CUSTOMER NO LONGER ON CUSTMAST
      *    PRINTS UNDER BRANCH 00, AS IN PROG24. A LINE WITH NO
      *    PRODUCT CODE, OR ONE NOT ON PRODMAST, GOES TO THE
      *    UNASSIGNED PRODUCT LINE (BLANK) AT THE HEAD OF ITS
      *    BRANCH.
       12500-WRITE-PRODUCT-WORK-RECORD.
           ADD 1 TO WS-DETAIL-SELECTED-COUNT
           MOVE SPACES TO PRODUCT-WORK-RECORD
           MOVE ID-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-READ
           MOVE CM-BRANCH-NUMBER TO PW-BRANCH-NUMBER
           MOVE ID-PRODUCT-CODE TO PW-PRODUCT-CODE
           IF ID-PRODUCT-CODE = SPACES
               MOVE SPACES TO PW-PRODUCT-LINE
               MOVE 'NO PRODUCT CODE' TO PW-PRODUCT-DESCRIPTION
               ADD 1 TO WS-NO-PRODUCT-COUNT
           ELSE
               MOVE ID-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PW-PRODUCT-LINE
                       MOVE 'PRODUCT NOT ON PRODMAST' TO
                           PW-PRODUCT-DESCRIPTION
                       ADD 1 TO WS-PRODUCT-NOT-ON-FILE-COUNT
                   NOT INVALID KEY
                       MOVE PM-PRODUCT-LINE TO PW-PRODUCT-LINE
                       MOVE PM-PRODUCT-DESCRIPTION TO
                           PW-PRODUCT-DESCRIPTION
               END-READ
           END-IF
           IF ID-POSTING-CCYYMM = WS-REPORT-PERIOD-CCYYMM
               MOVE ID-SIGNED-AMOUNT TO PW-MONTH-AMOUNT
           ELSE
               MOVE ZERO TO PW-MONTH-AMOUNT
           END-IF
           MOVE ID-SIGNED-AMOUNT TO PW-YTD-AMOUNT
           WRITE PRODUCT-WORK-RECORD.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-PERIOD-MM TO PERIOD-LINE-MM
           MOVE WS-REPORT-PERIOD-CCYY TO PERIOD-LINE-CCYY
           MOVE WS-TOP-PRODUCT-COUNT TO PERIOD-LINE-TOP-COUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-PERIOD-LINE
           AFTER ADVANCING 2 LINES
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-PRODUCT-FILE.
           READ SORTED-PRODUCT-FILE INTO PRODUCT-WORK-RECORD AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               PERFORM 31000-PROCESS-RECORD
           END-READ.

      *    A NEW BRANCH CLOSES THE PRODUCT AND THE PRODUCT LINE IN
      *    PROGRESS AS WELL; A NEW PRODUCT LINE CLOSES THE PRODUCT.
       31000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN WS-FIRST-RECORD
                   MOVE PW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
                   PERFORM 31500-START-BRANCH
                   SET WS-NOT-FIRST-RECORD TO TRUE
               WHEN PW-BRANCH-NUMBER NOT = WS-HOLD-BRANCH-NUMBER
                   PERFORM 32000-PRODUCT-BREAK-ROUTINE
                   PERFORM 33000-LINE-BREAK-ROUTINE
                   PERFORM 34000-BRANCH-BREAK-ROUTINE
                   MOVE PW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
                   PERFORM 31500-START-BRANCH
               WHEN PW-PRODUCT-LINE NOT = WS-HOLD-PRODUCT-LINE
                   PERFORM 32000-PRODUCT-BREAK-ROUTINE
                   PERFORM 33000-LINE-BREAK-ROUTINE
               WHEN PW-PRODUCT-CODE NOT = WS-HOLD-PRODUCT-CODE
                   PERFORM 32000-PRODUCT-BREAK-ROUTINE
           END-EVALUATE
           MOVE PW-PRODUCT-LINE TO WS-HOLD-PRODUCT-LINE
           MOVE PW-PRODUCT-CODE TO WS-HOLD-PRODUCT-CODE
           MOVE PW-PRODUCT-DESCRIPTION TO WS-HOLD-DESCRIPTION
           ADD PW-MONTH-AMOUNT TO WS-PRODUCT-MONTH-AMOUNT
           ADD PW-YTD-AMOUNT TO WS-PRODUCT-YTD-AMOUNT.

       31500-START-BRANCH.
           MOVE WS-HOLD-BRANCH-NUMBER TO BRANCH-HEADING-NUMBER
           MOVE SPACES TO BRANCH-HEADING-NAME
           IF WS-HOLD-BRANCH-NUMBER = ZERO
               MOVE 'CUSTOMERS NOT ON CUSTMAST' TO BRANCH-HEADING-NAME
           ELSE
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
           END-IF
           IF WS-LINE-CTR + 5 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-BRANCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE ZERO TO WS-TOP-TABLE-COUNT
           SET WS-TOP-TABLE-NOT-FULL TO TRUE.

      *    ONE DETAIL LINE PER PRODUCT. EVERY PRODUCT WITH A CODE IS
      *    A CANDIDATE FOR THE BRANCH'S TOP LIST; UNCODED SALES ARE
      *    NOT A PRODUCT AND ARE LEFT OUT OF IT.
       32000-PRODUCT-BREAK-ROUTINE.
           MOVE WS-HOLD-PRODUCT-LINE TO DETAIL-PRODUCT-LINE
           MOVE WS-HOLD-PRODUCT-CODE TO DETAIL-PRODUCT-CODE
           MOVE WS-HOLD-DESCRIPTION TO DETAIL-DESCRIPTION
           MOVE WS-PRODUCT-MONTH-AMOUNT TO DETAIL-MONTH-AMOUNT
           MOVE WS-PRODUCT-YTD-AMOUNT TO DETAIL-YTD-AMOUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           IF WS-HOLD-PRODUCT-CODE NOT = SPACES
               PERFORM 32500-SAVE-TOP-CANDIDATE
           END-IF
           ADD WS-PRODUCT-MONTH-AMOUNT TO WS-LINE-MONTH-AMOUNT
           ADD WS-PRODUCT-YTD-AMOUNT TO WS-LINE-YTD-AMOUNT
           MOVE ZERO TO WS-PRODUCT-MONTH-AMOUNT
           MOVE ZERO TO WS-PRODUCT-YTD-AMOUNT.

       32500-SAVE-TOP-CANDIDATE.
           IF WS-TOP-TABLE-COUNT < 500
               ADD 1 TO WS-TOP-TABLE-COUNT
               SET WS-TOP-IDX TO WS-TOP-TABLE-COUNT
               MOVE WS-HOLD-PRODUCT-CODE TO
                   WS-TOP-TBL-PRODUCT-CODE(WS-TOP-IDX)
               MOVE WS-HOLD-DESCRIPTION TO
                   WS-TOP-TBL-DESCRIPTION(WS-TOP-IDX)
               MOVE WS-PRODUCT-MONTH-AMOUNT TO
                   WS-TOP-TBL-MONTH-AMOUNT(WS-TOP-IDX)
               MOVE WS-PRODUCT-YTD-AMOUNT TO
                   WS-TOP-TBL-YTD-AMOUNT(WS-TOP-IDX)
               SET WS-TOP-TBL-NOT-LISTED(WS-TOP-IDX) TO TRUE
           ELSE
               IF WS-TOP-TABLE-NOT-FULL
                   SET WS-TOP-TABLE-FULL TO TRUE
                   DISPLAY 'PROG34: TOP PRODUCT TABLE FULL FOR BRANCH '
                       WS-HOLD-BRANCH-NUMBER ' - LATER PRODUCTS LEFT '
                       'OUT OF ITS TOP LIST'
               END-IF
           END-IF.

       33000-LINE-BREAK-ROUTINE.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           IF WS-HOLD-PRODUCT-LINE = SPACES
               MOVE '    UNASSIGNED TOTAL' TO TOTAL-LINE-LABEL
           ELSE
               STRING '    LINE ' WS-HOLD-PRODUCT-LINE ' TOTAL'
                   DELIMITED BY SIZE INTO TOTAL-LINE-LABEL
           END-IF
           MOVE WS-LINE-MONTH-AMOUNT TO TOTAL-MONTH-AMOUNT
           MOVE WS-LINE-YTD-AMOUNT TO TOTAL-YTD-AMOUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRODUCT-RPT-RECORD
           WRITE PRODUCT-RPT-RECORD
           AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           ADD WS-LINE-MONTH-AMOUNT TO WS-BRANCH-MONTH-AMOUNT
           ADD WS-LINE-YTD-AMOUNT TO WS-BRANCH-YTD-AMOUNT
           MOVE ZERO TO WS-LINE-MONTH-AMOUNT
           MOVE ZERO TO WS-LINE-YTD-AMOUNT.

       34000-BRANCH-BREAK-ROUTINE.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING 'BRANCH ' WS-HOLD-BRANCH-NUMBER ' TOTAL'
               DELIMITED BY SIZE INTO TOTAL-LINE-LABEL
           MOVE WS-BRANCH-MONTH-AMOUNT TO TOTAL-MONTH-AMOUNT
           MOVE WS-BRANCH-YTD-AMOUNT TO TOTAL-YTD-AMOUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           ADD WS-BRANCH-MONTH-AMOUNT TO WS-GRAND-MONTH-AMOUNT
           ADD WS-BRANCH-YTD-AMOUNT TO WS-GRAND-YTD-AMOUNT
           MOVE ZERO TO WS-BRANCH-MONTH-AMOUNT
           MOVE ZERO TO WS-BRANCH-YTD-AMOUNT
           PERFORM 35000-PRINT-TOP-PRODUCTS.

      *    THE TOP LIST IS PICKED BY REPEATED SELECTION - EACH PASS
      *    TAKES THE HIGHEST YEAR-TO-DATE PRODUCT NOT YET LISTED.
      *    A BRANCH WITH FEWER PRODUCTS THAN THE TOP COUNT LISTS
      *    THEM ALL.
       35000-PRINT-TOP-PRODUCTS.
           IF WS-TOP-TABLE-COUNT > ZERO
               IF WS-LINE-CTR + 4 > WS-MAX-LINES-PER-PAGE
                   PERFORM 20000-HEADING-ROUTINE
               END-IF
               MOVE WS-TOP-PRODUCT-COUNT TO TOP-HEADING-COUNT
               MOVE WS-HOLD-BRANCH-NUMBER TO TOP-HEADING-BRANCH
               WRITE PRODUCT-RPT-RECORD FROM WS-RPT-TOP-HEADING
               AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CTR
               PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                   UNTIL WS-TOP-RANK > WS-TOP-PRODUCT-COUNT
                      OR WS-TOP-RANK > WS-TOP-TABLE-COUNT
                   PERFORM 35500-PRINT-NEXT-TOP-PRODUCT
               END-PERFORM
           END-IF.

       35500-PRINT-NEXT-TOP-PRODUCT.
           MOVE ZERO TO WS-TOP-BEST-SUB
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-TABLE-COUNT
               IF WS-TOP-TBL-NOT-LISTED(WS-TOP-SUB)
                   IF WS-TOP-BEST-SUB = ZERO
                       MOVE WS-TOP-SUB TO WS-TOP-BEST-SUB
                   ELSE
                       IF WS-TOP-TBL-YTD-AMOUNT(WS-TOP-SUB) >
                          WS-TOP-TBL-YTD-AMOUNT(WS-TOP-BEST-SUB)
                           MOVE WS-TOP-SUB TO WS-TOP-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SET WS-TOP-TBL-LISTED(WS-TOP-BEST-SUB) TO TRUE
           MOVE WS-TOP-RANK TO TOP-LINE-RANK
           MOVE WS-TOP-TBL-PRODUCT-CODE(WS-TOP-BEST-SUB) TO
               TOP-LINE-PRODUCT-CODE
           MOVE WS-TOP-TBL-DESCRIPTION(WS-TOP-BEST-SUB) TO
               TOP-LINE-DESCRIPTION
           MOVE WS-TOP-TBL-MONTH-AMOUNT(WS-TOP-BEST-SUB) TO
               TOP-LINE-MONTH-AMOUNT
           MOVE WS-TOP-TBL-YTD-AMOUNT(WS-TOP-BEST-SUB) TO
               TOP-LINE-YTD-AMOUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-TOP-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           IF WS-NOT-FIRST-RECORD
               PERFORM 32000-PRODUCT-BREAK-ROUTINE
               PERFORM 33000-LINE-BREAK-ROUTINE
               PERFORM 34000-BRANCH-BREAK-ROUTINE
           END-IF
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE 'GRAND TOTAL' TO TOTAL-LINE-LABEL
           MOVE WS-GRAND-MONTH-AMOUNT TO TOTAL-MONTH-AMOUNT
           MOVE WS-GRAND-YTD-AMOUNT TO TOTAL-YTD-AMOUNT
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 3 LINES
           MOVE 'INVDETL LINES READ:' TO COUNT-LINE-LABEL
           MOVE WS-DETAIL-READ-COUNT TO COUNT-LINE-VALUE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES
           MOVE 'INVDETL LINES YEAR TO DATE:' TO COUNT-LINE-LABEL
           MOVE WS-DETAIL-SELECTED-COUNT TO COUNT-LINE-VALUE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'LINES WITH NO PRODUCT CODE:' TO COUNT-LINE-LABEL
           MOVE WS-NO-PRODUCT-COUNT TO COUNT-LINE-VALUE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'LINES WITH PRODUCT NOT ON FILE:' TO COUNT-LINE-LABEL
           MOVE WS-PRODUCT-NOT-ON-FILE-COUNT TO COUNT-LINE-VALUE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'LINES WITH CUSTOMER NOT ON FILE:' TO COUNT-LINE-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO COUNT-LINE-VALUE
           WRITE PRODUCT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           CLOSE SORTED-PRODUCT-FILE
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           CLOSE PRODUCT-REPORT-FILE.
       END PROGRAM PROG34.
