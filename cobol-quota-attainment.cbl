       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG27.
      *****************************************************************
      ***   CIS4373L PROG27 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (PERIOD CCYYMM, THRESHOLD PCT)   **
      ***           2. CUSTOMER SALES HISTORY (CUSTHIST - INDEXED)   **
      ***           3. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           4. SALES QUOTA FILE (QUOTAMST - INDEXED)         **
      ***           5. SALES REP MASTER FILE (INDEXED, NAME LOOKUP)  **
      ***           6. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***  OUTPUT:  1. QUOTA ATTAINMENT REPORT                       **
      ***                                                            **
      ***  PURPOSE:  MEASURES EACH REP'S SALES AGAINST THE QUOTAS   **
      ***            PROG26 MAINTAINS. ACTUALS COME FROM THE        **
      ***            CUSTHIST MONTH BUCKETS, CREDITED TO THE REP    **
      ***            AND BRANCH ON THE CUSTOMER MASTER. FOR EACH    **
      ***            REP WITHIN BRANCH THE REPORT SHOWS THE MONTH   **
      ***            AND YEAR-TO-DATE ACTUAL AGAINST QUOTA, THE     **
      ***            PERCENT ATTAINED AND THE SHORTFALL, WITH       **
      ***            BRANCH AND GRAND TOTALS. A REP WHOSE YTD       **
      ***            ATTAINMENT IS UNDER THE CONTROL-CARD THRESHOLD **
      ***            IS FLAGGED. A MISSING CONTROL CARD REPORTS THE **
      ***            CURRENT MONTH AGAINST A 100 PERCENT THRESHOLD. **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD27
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT QUOTA-MASTER-FILE     ASSIGN TO QUOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTA-KEY
               FILE STATUS IS WS-QUOTAMST-FILE-STATUS.
           SELECT SALES-REP-MASTER-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SALES-REP-NUMBER
               FILE STATUS IS WS-REPMAST-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT ATTAINMENT-REPORT-FILE ASSIGN TO PRINT027.

       DATA DIVISION.
       FILE SECTION.
      *    BOTH FIELDS ARE OPTIONAL - A ZERO OR NON-NUMERIC PERIOD
      *    MEANS THE CURRENT MONTH, A ZERO OR NON-NUMERIC THRESHOLD
      *    MEANS 100 PERCENT (ANY REP SHORT OF QUOTA IS FLAGGED).
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-REPORT-CCYYMM            PIC 9(06).
           05 CC-THRESHOLD-PERCENT        PIC 9(03).
           05 FILLER                      PIC X(71).

      *    LAYOUT MATCHES THE CUSTOMER-HISTORY-RECORD PROG06
      *    MAINTAINS. THE BUCKETS ARE FILLED BY POSTING MONTH.
       FD  CUSTOMER-HISTORY-FILE.
       01  CUSTOMER-HISTORY-RECORD.
           05 CH-CUSTOMER-NUMBER         PIC 9(05).
           05 CH-CURRENT-YEAR-CCYY       PIC 9(04).
           05 CH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 CH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE QUOTA-MASTER-RECORD PROG26 MAINTAINS.
       FD  QUOTA-MASTER-FILE.
       01  QUOTA-MASTER-RECORD.
           05 QM-QUOTA-KEY.
               10 QM-SALES-REP-NUMBER    PIC 9(02).
               10 QM-BRANCH-NUMBER       PIC 9(02).
               10 QM-QUOTA-CCYYMM        PIC 9(06).
               10 QM-QUOTA-CCYYMM-R REDEFINES QM-QUOTA-CCYYMM.
                   15 QM-QUOTA-CCYY      PIC 9(04).
                   15 QM-QUOTA-MM        PIC 9(02).
           05 QM-QUOTA-AMOUNT            PIC S9(9)V99 COMP-3.
           05 QM-LAST-MAINTAINED-DATE    PIC 9(08).
           05 FILLER                     PIC X(16).

       FD  SALES-REP-MASTER-FILE.
       01  SALES-REP-MASTER-RECORD.
           05 SR-SALES-REP-NUMBER         PIC 9(02).
           05 SR-SALES-REP-NAME           PIC X(30).
           05 SR-COMMISSION-PERCENTAGE    PIC S9(2)V9(3) COMP-3.

      *    LAYOUT MATCHES THE BRANCH-MASTER-RECORD PROG16 MAINTAINS.
      *    READ HERE ONLY FOR THE BRANCH NAME - A MISSING OR
      *    UNOPENABLE BRCHMAST DOWNGRADES THE NAMES, NEVER THE RUN.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-NUMBER            PIC 9(02).
           05 BR-BRANCH-NAME              PIC X(30).
           05 BR-REGION                   PIC X(10).
           05 BR-BRANCH-STATUS            PIC X(01).
               88 BR-BRANCH-OPEN                 VALUE 'O'.
               88 BR-BRANCH-CLOSED               VALUE 'C'.
           05 FILLER                      PIC X(07).

       FD  ATTAINMENT-REPORT-FILE.
       01  ATTAIN-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 WS-RUN-ALLOWED-SW        PIC X   VALUE 'Y'.
               88 WS-RUN-ALLOWED                VALUE 'Y'.
               88 WS-RUN-REFUSED                VALUE 'N'.
           05 WS-REPMAST-OPEN-SW       PIC X   VALUE 'N'.
               88 WS-REPMAST-IS-OPEN            VALUE 'Y'.
               88 WS-REPMAST-NOT-OPEN           VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.
           05 WS-MORE-HISTORY-RECORDS-SW PIC X VALUE 'Y'.
               88 WS-MORE-HISTORY-RECORDS       VALUE 'Y'.
               88 WS-NO-MORE-HISTORY-RECORDS    VALUE 'N'.
           05 WS-MORE-QUOTA-RECORDS-SW PIC X   VALUE 'Y'.
               88 WS-MORE-QUOTA-RECORDS         VALUE 'Y'.
               88 WS-NO-MORE-QUOTA-RECORDS      VALUE 'N'.
           05 WS-BRANCH-HAS-REPS-SW    PIC X   VALUE 'N'.
               88 WS-BRANCH-HAS-REPS            VALUE 'Y'.
               88 WS-BRANCH-HAS-NO-REPS         VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-QUOTAMST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REPMAST-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REPORT-CCYYMM         PIC 9(06) VALUE ZERO.
           05  WS-REPORT-CCYYMM-R REDEFINES WS-REPORT-CCYYMM.
               10  WS-REPORT-CCYY       PIC 9(04).
               10  WS-REPORT-MM         PIC 9(02).
           05  WS-YEAR-START-CCYYMM     PIC 9(06) VALUE ZERO.
           05  WS-THRESHOLD-PERCENT     PIC 9(03) VALUE 100.
           05  WS-BRANCH-SUB            PIC 9(03) VALUE ZERO.
           05  WS-REP-SUB               PIC 9(03) VALUE ZERO.
           05  WS-MONTH-SUB             PIC 9(02) VALUE ZERO.

      *    WORK FIELDS FOR ONE CUSTHIST RECORD, AND FOR THE LINE
      *    BEING PRINTED. 34500-FORMAT-ATTAINMENT FILLS THE PERCENT
      *    AND SHORTFALL FIELDS FROM THE FOUR AMOUNTS.
       01  WS-WORK-AMOUNTS.
           05  WS-HISTORY-MONTH-AMOUNT  PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-HISTORY-YTD-AMOUNT    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-MONTH-ACTUAL     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-MONTH-QUOTA      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-YTD-ACTUAL       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-YTD-QUOTA        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-MONTH-PERCENT    PIC S9(4)V9 COMP-3
           VALUE ZERO.
           05  WS-LINE-YTD-PERCENT      PIC S9(4)V9 COMP-3
           VALUE ZERO.
           05  WS-LINE-MONTH-SHORTFALL  PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LINE-YTD-SHORTFALL    PIC S9(9)V99 COMP-3
           VALUE ZERO.

       01  WS-TOTALS.
           05  WS-HISTORY-RECORD-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-QUOTA-RECORD-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-REPS-REPORTED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-REPS-BELOW-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REPS-NO-QUOTA-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED-CUST-COUNT PIC 9(07) VALUE ZERO.
           05  WS-UNASSIGNED-MONTH      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-UNASSIGNED-YTD        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-MONTH-ACTUAL   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-MONTH-QUOTA    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-YTD-ACTUAL     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BRANCH-YTD-QUOTA      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-MONTH-ACTUAL    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-MONTH-QUOTA     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-YTD-ACTUAL      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GRAND-YTD-QUOTA       PIC S9(9)V99 COMP-3
           VALUE ZERO.

      *    ONE CELL PER BRANCH AND REP, SUBSCRIPTED BY THE BRANCH
      *    AND REP NUMBERS THEMSELVES. A CELL IS ACTIVE ONCE IT HAS
      *    EITHER HISTORY OR A QUOTA FOR THE YEAR, SO A REP WITH A
      *    QUOTA AND NO SALES STILL PRINTS - WITH ITS FULL SHORTFALL.
       01  WS-ATTAINMENT-TABLE.
           05  WS-ATT-BRANCH-ROW OCCURS 99 TIMES.
               10  WS-ATT-REP-CELL OCCURS 99 TIMES.
                   15  WS-ATT-ACTIVE-SW       PIC X.
                       88 WS-ATT-ACTIVE              VALUE 'Y'.
                   15  WS-ATT-MONTH-ACTUAL    PIC S9(9)V99 COMP-3.
                   15  WS-ATT-MONTH-QUOTA     PIC S9(9)V99 COMP-3.
                   15  WS-ATT-YTD-ACTUAL      PIC S9(9)V99 COMP-3.
                   15  WS-ATT-YTD-QUOTA       PIC S9(9)V99 COMP-3.

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
           VALUE 'TXSTATE CIS4373L PROG27 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG27'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'SALES QUOTA ATTAINMENT REPORT'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-PARAMETER-LINE.
           05  FILLER            PIC X(08)  VALUE 'PERIOD:'.
           05  PARM-REPORT-CCYYMM PIC 9(06).
           05  FILLER            PIC X(06)  VALUE SPACES.
           05  FILLER            PIC X(11)  VALUE 'YTD FROM:'.
           05  PARM-YEAR-START-CCYYMM PIC 9(06).
           05  FILLER            PIC X(06)  VALUE SPACES.
           05  FILLER            PIC X(22)
           VALUE 'FLAG REPS YTD UNDER:'.
           05  PARM-THRESHOLD-PERCENT PIC ZZ9.
           05  FILLER            PIC X(01)  VALUE '%'.

       01  WS-RPT-COLUMN-HEADING-1.
           05  FILLER            PIC X(23)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
           '------------------- MONTH --------------------'.
           05  FILLER            PIC X(49)  VALUE
           '------------ YEAR TO DATE ------------------'.

       01  WS-RPT-COLUMN-HEADING-2.
           05  FILLER            PIC X(23)  VALUE 'REP NAME'.
           05  FILLER            PIC X(14)  VALUE '       ACTUAL'.
           05  FILLER            PIC X(14)  VALUE '        QUOTA'.
           05  FILLER            PIC X(08)  VALUE '    PCT'.
           05  FILLER            PIC X(14)  VALUE '    SHORTFALL'.
           05  FILLER            PIC X(14)  VALUE '       ACTUAL'.
           05  FILLER            PIC X(14)  VALUE '        QUOTA'.
           05  FILLER            PIC X(08)  VALUE '    PCT'.
           05  FILLER            PIC X(14)  VALUE '    SHORTFALL'.
           05  FILLER            PIC X(09)  VALUE 'FLAG'.

       01  WS-RPT-BRANCH-HEADING.
           05  FILLER            PIC X(08)  VALUE 'BRANCH '.
           05  BRANCH-HEADING-NUMBER   PIC 9(02).
           05  FILLER            PIC X(03)  VALUE ' - '.
           05  BRANCH-HEADING-NAME     PIC X(30).

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-SALES-REP-NUMBER     PIC 9(02).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-SALES-REP-NAME       PIC X(17).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-MONTH-ACTUAL         PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-MONTH-QUOTA          PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-MONTH-PERCENT        PIC -ZZZ9.9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-MONTH-SHORTFALL      PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-YTD-ACTUAL           PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-YTD-QUOTA            PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-YTD-PERCENT          PIC -ZZZ9.9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-YTD-SHORTFALL        PIC -9,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-FLAG                 PIC X(09).

      *    BRANCH AND GRAND TOTALS CAN OUTGROW THE REP LINE'S
      *    PICTURES, SO THEY PRINT ON A WIDER LINE OF THEIR OWN.
       01  WS-RPT-TOTAL-LINE.
           05  TOTAL-LABEL                 PIC X(20).
           05  TOTAL-MONTH-ACTUAL          PIC -99,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-MONTH-QUOTA           PIC -99,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-MONTH-PERCENT         PIC -ZZZ9.9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-MONTH-SHORTFALL       PIC -99,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-YTD-ACTUAL            PIC -99,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-YTD-QUOTA             PIC -99,999,999.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-YTD-PERCENT           PIC -ZZZ9.9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  TOTAL-YTD-SHORTFALL         PIC -99,999,999.99.

       01  WS-RPT-UNASSIGNED-LINE.
           05  FILLER                      PIC X(30)
           VALUE 'SALES NOT ASSIGNED TO A REP:'.
           05  UNASSIGNED-CUST-COUNT       PIC ZZZZZZ9.
           05  FILLER                      PIC X(12)
           VALUE ' CUSTOMERS'.
           05  FILLER                      PIC X(07)  VALUE 'MONTH:'.
           05  UNASSIGNED-MONTH            PIC -99,999,999.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'YTD:'.
           05  UNASSIGNED-YTD              PIC -99,999,999.99.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                      PIC X(16)
           VALUE 'REPS REPORTED:'.
           05  COUNT-REPS-REPORTED         PIC ZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(23)
           VALUE 'BELOW THRESHOLD:'.
           05  COUNT-REPS-BELOW            PIC ZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(16)
           VALUE 'NO QUOTA SET:'.
           05  COUNT-REPS-NO-QUOTA         PIC ZZZZ9.

       01  WS-RPT-STATUS-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'RUN STATUS:'.
           05  STATUS-MESSAGE              PIC X(50).

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           IF WS-RUN-ALLOWED
               PERFORM 30000-LOAD-HISTORY-ACTUALS
               PERFORM 32000-LOAD-QUOTAS
               PERFORM 33000-PRINT-ATTAINMENT
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    CUSTHIST, CUSTMAST AND QUOTAMST ARE ALL NEEDED - WITHOUT
      *    ANY ONE OF THEM THE REPORT WOULD BE MEANINGLESS, SO THE
      *    RUN IS REFUSED. THE NAME LOOKUPS ONLY DOWNGRADE.
       10000-INITIALIZATION-ROUTINE.
           OPEN OUTPUT ATTAINMENT-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           INITIALIZE WS-ATTAINMENT-TABLE
           PERFORM 11000-READ-CONTROL-CARD
           IF WS-RUN-ALLOWED
               PERFORM 12000-OPEN-INPUT-FILES
           END-IF.

       11000-READ-CONTROL-CARD.
           MOVE WS-CURRENT-DATE-CCYY TO WS-REPORT-CCYY
           MOVE WS-CURRENT-DATE-MM TO WS-REPORT-MM
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-REPORT-CCYYMM IS NUMERIC
                          AND CC-REPORT-CCYYMM > ZERO
                           MOVE CC-REPORT-CCYYMM TO WS-REPORT-CCYYMM
                       END-IF
                       IF CC-THRESHOLD-PERCENT IS NUMERIC
                          AND CC-THRESHOLD-PERCENT > ZERO
                           MOVE CC-THRESHOLD-PERCENT TO
                               WS-THRESHOLD-PERCENT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-REPORT-MM < 01 OR WS-REPORT-MM > 12
               MOVE 'INVALID PERIOD ON CONTROL CARD - REFUSED'
               TO STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           END-IF
           COMPUTE WS-YEAR-START-CCYYMM = WS-REPORT-CCYY * 100 + 1
           MOVE WS-REPORT-CCYYMM TO PARM-REPORT-CCYYMM
           MOVE WS-YEAR-START-CCYYMM TO PARM-YEAR-START-CCYYMM
           MOVE WS-THRESHOLD-PERCENT TO PARM-THRESHOLD-PERCENT.

       12000-OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-HISTORY-FILE
           IF WS-CUSTHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG27: CUSTOMER HISTORY FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
               MOVE 'CUSTHIST OPEN FAILED - RUN REFUSED'
               TO STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG27: CUSTOMER MASTER FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
                   MOVE 'CUSTMAST OPEN FAILED - RUN REFUSED'
                   TO STATUS-MESSAGE
                   PERFORM 19000-REFUSE-THE-RUN
                   CLOSE CUSTOMER-HISTORY-FILE
               ELSE
                   OPEN INPUT QUOTA-MASTER-FILE
                   IF WS-QUOTAMST-FILE-STATUS NOT = '00'
                       DISPLAY 'PROG27: QUOTA FILE COULD NOT BE '
                           'OPENED - STATUS ' WS-QUOTAMST-FILE-STATUS
                       MOVE 'QUOTAMST OPEN FAILED - RUN REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
                       CLOSE CUSTOMER-HISTORY-FILE
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-ALLOWED
               OPEN INPUT SALES-REP-MASTER-FILE
               IF WS-REPMAST-FILE-STATUS = '00'
                   SET WS-REPMAST-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'PROG27: SALES REP MASTER FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-REPMAST-FILE-STATUS
                       ' - REP LINES PRINT WITHOUT NAMES'
               END-IF
               OPEN INPUT BRANCH-MASTER-FILE
               IF WS-BRCHMAST-FILE-STATUS = '00'
                   SET WS-BRCHMAST-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'PROG27: BRANCH MASTER FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                       ' - BRANCH HEADINGS PRINT WITHOUT NAMES'
               END-IF
           END-IF.

       19000-REFUSE-THE-RUN.
           SET WS-RUN-REFUSED TO TRUE
           MOVE 8 TO RETURN-CODE
           DISPLAY 'PROG27: ' STATUS-MESSAGE.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-PARAMETER-LINE
           AFTER ADVANCING 2 LINES
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-COLUMN-HEADING-1
           AFTER ADVANCING 2 LINES
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-COLUMN-HEADING-2
           AFTER ADVANCING 1 LINE
           MOVE 7 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-LOAD-HISTORY-ACTUALS.
           MOVE ZERO TO CH-CUSTOMER-NUMBER
           SET WS-MORE-HISTORY-RECORDS TO TRUE
           START CUSTOMER-HISTORY-FILE
               KEY IS NOT LESS THAN CH-CUSTOMER-NUMBER
               INVALID KEY
                   SET WS-NO-MORE-HISTORY-RECORDS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-HISTORY-RECORDS
               READ CUSTOMER-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-HISTORY-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 31000-ACCUMULATE-HISTORY-RECORD
               END-READ
           END-PERFORM.

      *    THE REPORT YEAR'S BUCKETS ARE THE CURRENT-YEAR ONES WHEN
      *    THE RECORD IS STAMPED WITH THAT YEAR, AND THE PRIOR-YEAR
      *    ONES WHEN IT HAS ALREADY ROLLED INTO THE NEXT YEAR - THE
      *    SAME RULE PROG25 USES. ANY OLDER RECORD HAD NO SALES IN
      *    THE REPORT YEAR. SALES ARE CREDITED TO THE CUSTOMER'S
      *    CURRENT REP AND BRANCH; A CUSTOMER OFF THE MASTER, OR ON
      *    IT WITH NO REP OR BRANCH, IS TOTALLED AS UNASSIGNED.
       31000-ACCUMULATE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-RECORD-COUNT
           MOVE ZERO TO WS-HISTORY-MONTH-AMOUNT
           MOVE ZERO TO WS-HISTORY-YTD-AMOUNT
           EVALUATE TRUE
               WHEN CH-CURRENT-YEAR-CCYY = WS-REPORT-CCYY
                   MOVE CH-CURRENT-MONTH-SALES(WS-REPORT-MM) TO
                       WS-HISTORY-MONTH-AMOUNT
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > WS-REPORT-MM
                       ADD CH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-HISTORY-YTD-AMOUNT
                   END-PERFORM
               WHEN CH-CURRENT-YEAR-CCYY = WS-REPORT-CCYY + 1
                   MOVE CH-PRIOR-MONTH-SALES(WS-REPORT-MM) TO
                       WS-HISTORY-MONTH-AMOUNT
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > WS-REPORT-MM
                       ADD CH-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-HISTORY-YTD-AMOUNT
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
                   MOVE ZERO TO CM-SALES-REP-NUMBER
           END-READ
           IF CM-BRANCH-NUMBER > ZERO AND CM-SALES-REP-NUMBER > ZERO
               SET WS-ATT-ACTIVE(CM-BRANCH-NUMBER,
                   CM-SALES-REP-NUMBER) TO TRUE
               ADD WS-HISTORY-MONTH-AMOUNT TO
                   WS-ATT-MONTH-ACTUAL(CM-BRANCH-NUMBER,
                   CM-SALES-REP-NUMBER)
               ADD WS-HISTORY-YTD-AMOUNT TO
                   WS-ATT-YTD-ACTUAL(CM-BRANCH-NUMBER,
                   CM-SALES-REP-NUMBER)
           ELSE
               ADD 1 TO WS-UNASSIGNED-CUST-COUNT
               ADD WS-HISTORY-MONTH-AMOUNT TO WS-UNASSIGNED-MONTH
               ADD WS-HISTORY-YTD-AMOUNT TO WS-UNASSIGNED-YTD
           END-IF.

      *    EVERY QUOTA FROM JANUARY THROUGH THE REPORT MONTH OF THE
      *    REPORT YEAR COUNTS TOWARD THE YTD QUOTA; THE REPORT
      *    MONTH'S OWN QUOTA IS ALSO THE MONTH QUOTA. THE FILE IS
      *    KEYED BY REP FIRST, SO IT IS READ END TO END.
       32000-LOAD-QUOTAS.
           MOVE LOW-VALUES TO QM-QUOTA-KEY
           SET WS-MORE-QUOTA-RECORDS TO TRUE
           START QUOTA-MASTER-FILE
               KEY IS NOT LESS THAN QM-QUOTA-KEY
               INVALID KEY
                   SET WS-NO-MORE-QUOTA-RECORDS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-QUOTA-RECORDS
               READ QUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-QUOTA-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 32500-ACCUMULATE-QUOTA-RECORD
               END-READ
           END-PERFORM.

       32500-ACCUMULATE-QUOTA-RECORD.
           IF QM-QUOTA-CCYYMM NOT < WS-YEAR-START-CCYYMM
              AND QM-QUOTA-CCYYMM NOT > WS-REPORT-CCYYMM
              AND QM-BRANCH-NUMBER > ZERO
              AND QM-SALES-REP-NUMBER > ZERO
               ADD 1 TO WS-QUOTA-RECORD-COUNT
               SET WS-ATT-ACTIVE(QM-BRANCH-NUMBER,
                   QM-SALES-REP-NUMBER) TO TRUE
               ADD QM-QUOTA-AMOUNT TO
                   WS-ATT-YTD-QUOTA(QM-BRANCH-NUMBER,
                   QM-SALES-REP-NUMBER)
               IF QM-QUOTA-CCYYMM = WS-REPORT-CCYYMM
                   ADD QM-QUOTA-AMOUNT TO
                       WS-ATT-MONTH-QUOTA(QM-BRANCH-NUMBER,
                       QM-SALES-REP-NUMBER)
               END-IF
           END-IF.

       33000-PRINT-ATTAINMENT.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 99
               SET WS-BRANCH-HAS-NO-REPS TO TRUE
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > 99
                   IF WS-ATT-ACTIVE(WS-BRANCH-SUB, WS-REP-SUB)
                       SET WS-BRANCH-HAS-REPS TO TRUE
                   END-IF
               END-PERFORM
               IF WS-BRANCH-HAS-REPS
                   PERFORM 33500-PRINT-ONE-BRANCH
               END-IF
           END-PERFORM
           MOVE WS-GRAND-MONTH-ACTUAL TO WS-LINE-MONTH-ACTUAL
           MOVE WS-GRAND-MONTH-QUOTA TO WS-LINE-MONTH-QUOTA
           MOVE WS-GRAND-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-GRAND-YTD-QUOTA TO WS-LINE-YTD-QUOTA
           MOVE 'GRAND TOTAL' TO TOTAL-LABEL
           PERFORM 36000-WRITE-TOTAL-LINE
           MOVE WS-UNASSIGNED-CUST-COUNT TO UNASSIGNED-CUST-COUNT
           MOVE WS-UNASSIGNED-MONTH TO UNASSIGNED-MONTH
           MOVE WS-UNASSIGNED-YTD TO UNASSIGNED-YTD
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-UNASSIGNED-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-REPS-REPORTED-COUNT TO COUNT-REPS-REPORTED
           MOVE WS-REPS-BELOW-COUNT TO COUNT-REPS-BELOW
           MOVE WS-REPS-NO-QUOTA-COUNT TO COUNT-REPS-NO-QUOTA
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-CTR.

       33500-PRINT-ONE-BRANCH.
           IF WS-LINE-CTR + 5 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           MOVE WS-BRANCH-SUB TO BRANCH-HEADING-NUMBER
           MOVE SPACES TO BRANCH-HEADING-NAME
           IF WS-BRCHMAST-IS-OPEN
               MOVE WS-BRANCH-SUB TO BR-BRANCH-NUMBER
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON BRCHMAST' TO
                           BRANCH-HEADING-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO BRANCH-HEADING-NAME
               END-READ
           END-IF
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-BRANCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE ZERO TO WS-BRANCH-MONTH-ACTUAL WS-BRANCH-MONTH-QUOTA
           MOVE ZERO TO WS-BRANCH-YTD-ACTUAL WS-BRANCH-YTD-QUOTA
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 99
               IF WS-ATT-ACTIVE(WS-BRANCH-SUB, WS-REP-SUB)
                   PERFORM 34000-PRINT-REP-LINE
               END-IF
           END-PERFORM
           MOVE WS-BRANCH-MONTH-ACTUAL TO WS-LINE-MONTH-ACTUAL
           MOVE WS-BRANCH-MONTH-QUOTA TO WS-LINE-MONTH-QUOTA
           MOVE WS-BRANCH-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-BRANCH-YTD-QUOTA TO WS-LINE-YTD-QUOTA
           MOVE 'BRANCH TOTAL' TO TOTAL-LABEL
           PERFORM 36000-WRITE-TOTAL-LINE
           ADD WS-BRANCH-MONTH-ACTUAL TO WS-GRAND-MONTH-ACTUAL
           ADD WS-BRANCH-MONTH-QUOTA TO WS-GRAND-MONTH-QUOTA
           ADD WS-BRANCH-YTD-ACTUAL TO WS-GRAND-YTD-ACTUAL
           ADD WS-BRANCH-YTD-QUOTA TO WS-GRAND-YTD-QUOTA.

      *    A REP WITH NO YTD QUOTA CANNOT BE MEASURED - IT IS
      *    MARKED NO QUOTA RATHER THAN FLAGGED. THE THRESHOLD TEST
      *    IS ON YTD ATTAINMENT, SO ONE SLOW MONTH EARLY IN A GOOD
      *    YEAR DOES NOT FLAG THE REP.
       34000-PRINT-REP-LINE.
           ADD 1 TO WS-REPS-REPORTED-COUNT
           MOVE WS-ATT-MONTH-ACTUAL(WS-BRANCH-SUB, WS-REP-SUB) TO
               WS-LINE-MONTH-ACTUAL
           MOVE WS-ATT-MONTH-QUOTA(WS-BRANCH-SUB, WS-REP-SUB) TO
               WS-LINE-MONTH-QUOTA
           MOVE WS-ATT-YTD-ACTUAL(WS-BRANCH-SUB, WS-REP-SUB) TO
               WS-LINE-YTD-ACTUAL
           MOVE WS-ATT-YTD-QUOTA(WS-BRANCH-SUB, WS-REP-SUB) TO
               WS-LINE-YTD-QUOTA
           ADD WS-LINE-MONTH-ACTUAL TO WS-BRANCH-MONTH-ACTUAL
           ADD WS-LINE-MONTH-QUOTA TO WS-BRANCH-MONTH-QUOTA
           ADD WS-LINE-YTD-ACTUAL TO WS-BRANCH-YTD-ACTUAL
           ADD WS-LINE-YTD-QUOTA TO WS-BRANCH-YTD-QUOTA
           PERFORM 34500-FORMAT-ATTAINMENT
           MOVE WS-REP-SUB TO DETAIL-SALES-REP-NUMBER
           MOVE SPACES TO DETAIL-SALES-REP-NAME
           IF WS-REPMAST-IS-OPEN
               MOVE WS-REP-SUB TO SR-SALES-REP-NUMBER
               READ SALES-REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON REPMAST' TO DETAIL-SALES-REP-NAME
                   NOT INVALID KEY
                       MOVE SR-SALES-REP-NAME TO
                           DETAIL-SALES-REP-NAME
               END-READ
           END-IF
           MOVE WS-LINE-MONTH-ACTUAL TO DETAIL-MONTH-ACTUAL
           MOVE WS-LINE-MONTH-QUOTA TO DETAIL-MONTH-QUOTA
           MOVE WS-LINE-MONTH-PERCENT TO DETAIL-MONTH-PERCENT
           MOVE WS-LINE-MONTH-SHORTFALL TO DETAIL-MONTH-SHORTFALL
           MOVE WS-LINE-YTD-ACTUAL TO DETAIL-YTD-ACTUAL
           MOVE WS-LINE-YTD-QUOTA TO DETAIL-YTD-QUOTA
           MOVE WS-LINE-YTD-PERCENT TO DETAIL-YTD-PERCENT
           MOVE WS-LINE-YTD-SHORTFALL TO DETAIL-YTD-SHORTFALL
           EVALUATE TRUE
               WHEN WS-LINE-YTD-QUOTA NOT > ZERO
                   MOVE 'NO QUOTA' TO DETAIL-FLAG
                   ADD 1 TO WS-REPS-NO-QUOTA-COUNT
               WHEN WS-LINE-YTD-PERCENT < WS-THRESHOLD-PERCENT
                   MOVE '** BELOW' TO DETAIL-FLAG
                   ADD 1 TO WS-REPS-BELOW-COUNT
               WHEN OTHER
                   MOVE SPACES TO DETAIL-FLAG
           END-EVALUATE
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    PERCENT ATTAINED IS ZERO WHEN THERE IS NO QUOTA TO DIVIDE
      *    BY, AND IS CAPPED AT 9999.9 RATHER THAN OVERFLOWING THE
      *    PRINT FIELD. SHORTFALL IS NEVER NEGATIVE - A REP OVER
      *    QUOTA SIMPLY HAS NONE.
       34500-FORMAT-ATTAINMENT.
           MOVE ZERO TO WS-LINE-MONTH-PERCENT WS-LINE-YTD-PERCENT
           IF WS-LINE-MONTH-QUOTA > ZERO
               COMPUTE WS-LINE-MONTH-PERCENT ROUNDED =
                   WS-LINE-MONTH-ACTUAL * 100 / WS-LINE-MONTH-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-MONTH-PERCENT
               END-COMPUTE
           END-IF
           IF WS-LINE-YTD-QUOTA > ZERO
               COMPUTE WS-LINE-YTD-PERCENT ROUNDED =
                   WS-LINE-YTD-ACTUAL * 100 / WS-LINE-YTD-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-YTD-PERCENT
               END-COMPUTE
           END-IF
           COMPUTE WS-LINE-MONTH-SHORTFALL =
               WS-LINE-MONTH-QUOTA - WS-LINE-MONTH-ACTUAL
           IF WS-LINE-MONTH-SHORTFALL < ZERO
               MOVE ZERO TO WS-LINE-MONTH-SHORTFALL
           END-IF
           COMPUTE WS-LINE-YTD-SHORTFALL =
               WS-LINE-YTD-QUOTA - WS-LINE-YTD-ACTUAL
           IF WS-LINE-YTD-SHORTFALL < ZERO
               MOVE ZERO TO WS-LINE-YTD-SHORTFALL
           END-IF.

       36000-WRITE-TOTAL-LINE.
           PERFORM 34500-FORMAT-ATTAINMENT
           MOVE WS-LINE-MONTH-ACTUAL TO TOTAL-MONTH-ACTUAL
           MOVE WS-LINE-MONTH-QUOTA TO TOTAL-MONTH-QUOTA
           MOVE WS-LINE-MONTH-PERCENT TO TOTAL-MONTH-PERCENT
           MOVE WS-LINE-MONTH-SHORTFALL TO TOTAL-MONTH-SHORTFALL
           MOVE WS-LINE-YTD-ACTUAL TO TOTAL-YTD-ACTUAL
           MOVE WS-LINE-YTD-QUOTA TO TOTAL-YTD-QUOTA
           MOVE WS-LINE-YTD-PERCENT TO TOTAL-YTD-PERCENT
           MOVE WS-LINE-YTD-SHORTFALL TO TOTAL-YTD-SHORTFALL
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           IF WS-RUN-ALLOWED
               MOVE 'ATTAINMENT REPORT COMPLETE' TO STATUS-MESSAGE
               CLOSE CUSTOMER-HISTORY-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE QUOTA-MASTER-FILE
               IF WS-REPMAST-IS-OPEN
                   CLOSE SALES-REP-MASTER-FILE
               END-IF
               IF WS-BRCHMAST-IS-OPEN
                   CLOSE BRANCH-MASTER-FILE
               END-IF
           END-IF
           WRITE ATTAIN-RPT-RECORD FROM WS-RPT-STATUS-LINE
           AFTER ADVANCING 2 LINES
           CLOSE ATTAINMENT-REPORT-FILE.
       END PROGRAM PROG27.
