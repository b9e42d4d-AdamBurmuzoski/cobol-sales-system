       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
      *****************************************************************
      ***   CIS4373L PROG36 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (ACTUALS THROUGH PERIOD)         **
      ***           2. CUSTOMER MASTER FILE (INDEXED)                **
      ***           3. CUSTOMER SALES HISTORY (CUSTHIST - INDEXED)   **
      ***           4. COMMISSION TIER CONTROL FILE (COMMTIER)       **
      ***           5. COMMISSION SPLIT FILE (COMMSPLT - INDEXED)    **
      ***           6. SALES REP MASTER FILE (INDEXED, NAME LOOKUP)  **
      ***           7. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***  OUTPUT:  1. YEAR-END SALES PROJECTION REPORT              **
      ***                                                            **
      ***  PURPOSE:  PROJECTS EACH CUSTOMER'S FULL-YEAR SALES FROM   **
      ***            THE ACTUAL CUSTHIST MONTHS TO DATE. THE MONTHS  **
      ***            STILL TO COME ARE PROJECTED BY LAST YEAR'S      **
      ***            SEASONAL SHARE - THIS YEAR'S ACTUAL IS SCALED   **
      ***            BY WHAT LAST YEAR'S REMAINING MONTHS WERE TO    **
      ***            LAST YEAR'S SAME MONTHS TO DATE. A CUSTOMER     **
      ***            WITH NO PRIOR-YEAR HISTORY IS PROJECTED ON A    **
      ***            STRAIGHT LINE AND MARKED SO. CUSTOMERS PRINT    **
      ***            BY REP WITHIN BRANCH AGAINST THEIR PREVIOUS     **
      ***            YTD SALES, WITH REP, BRANCH AND GRAND TOTALS.   **
      ***            A CLOSING SECTION SHOWS EACH REP'S PROJECTED    **
      ***            SALES AND THE COMMISSION TIER THEY WOULD LAND   **
      ***            IN UNDER THE COMMTIER PLAN IN FORCE, WITH       **
      ***            SPLIT CUSTOMERS SHARED AS PROG02 SHARES THEM.   **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD36
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.
           SELECT COMMISSION-TIER-FILE  ASSIGN TO COMMTIER
               FILE STATUS IS WS-COMMTIER-FILE-STATUS.
           SELECT COMMISSION-SPLIT-FILE ASSIGN TO COMMSPLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUSTOMER-NUMBER
               FILE STATUS IS WS-COMMSPLT-FILE-STATUS.
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
           SELECT PROJECTION-WORK-FILE  ASSIGN TO PRJWORK.
           SELECT SORT-PROJECTION-FILE  ASSIGN TO SORTWK10.
           SELECT SORTED-PROJECTION-FILE ASSIGN TO SRTPRJ.
           SELECT PROJECTION-REPORT-FILE ASSIGN TO PRINT036.

       DATA DIVISION.
       FILE SECTION.
      *    OPTIONAL. THE LAST MONTH TO TAKE AS ACTUAL - GIVEN ONLY
      *    TO RERUN A PROJECTION AS IT STOOD AT AN EARLIER MONTH END.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-ACTUAL-THRU-CCYYMM       PIC 9(06).
           05 CC-ACTUAL-THRU-R REDEFINES CC-ACTUAL-THRU-CCYYMM.
               10 CC-ACTUAL-THRU-CCYY     PIC 9(04).
               10 CC-ACTUAL-THRU-MM       PIC 9(02).
           05 FILLER                      PIC X(74).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

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

      *    EFFECTIVE-DATED COMMISSION TIER CONTROL FILE, MAINTAINED
      *    BY PROG15. THE SAME LAYOUT APPEARS IN PROG02 AND PROG10.
       FD  COMMISSION-TIER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMISSION-TIER-RECORD.
           05 TC-EFFECTIVE-CCYYMMDD      PIC 9(08).
           05 TC-TIER-1-CEILING          PIC 9(9)V99.
           05 TC-TIER-1-RATE             PIC 9(2)V9(3).
           05 TC-TIER-2-CEILING          PIC 9(9)V99.
           05 TC-TIER-2-RATE             PIC 9(2)V9(3).
           05 TC-TIER-3-RATE             PIC 9(2)V9(3).
           05 FILLER                     PIC X(35).

      *    COMMISSION SPLITS FOR SHARED CUSTOMERS, MAINTAINED AND
      *    VALIDATED BY PROG28. SAME LAYOUT AS IN PROG02.
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
           05 SR-SALES-REP-NAME           PIC X(30).
           05 SR-COMMISSION-PERCENTAGE    PIC S9(2)V9(3) COMP-3.

      *    LAYOUT MATCHES THE BRANCH-MASTER-RECORD PROG16 MAINTAINS.
      *    READ HERE ONLY FOR THE BRANCH NAME AND REGION ON THE
      *    BRANCH HEADING - A MISSING OR UNOPENABLE BRCHMAST
      *    DOWNGRADES THE NAMES, NEVER THE RUN.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-NUMBER            PIC 9(02).
           05 BR-BRANCH-NAME              PIC X(30).
           05 BR-REGION                   PIC X(10).
           05 BR-BRANCH-STATUS            PIC X(01).
               88 BR-BRANCH-OPEN                 VALUE 'O'.
               88 BR-BRANCH-CLOSED               VALUE 'C'.
           05 FILLER                      PIC X(07).

      *    ONE RECORD PER CUSTOMER ON CUSTMAST, CARRYING THE BRANCH
      *    AND REP IT IS CREDITED TO, ITS ACTUAL SALES TO DATE, THE
      *    PROJECTION FOR THE REST OF THE YEAR AND HOW THAT WAS
      *    REACHED.
       FD  PROJECTION-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROJECTION-WORK-RECORD.
           05 PW-BRANCH-NUMBER            PIC 9(02).
           05 PW-SALES-REP-NUMBER         PIC 9(02).
           05 PW-CUSTOMER-NUMBER          PIC 9(05).
           05 PW-CUSTOMER-NAME            PIC X(30).
           05 PW-PROJECTION-METHOD        PIC X(01).
               88 PW-ALL-ACTUAL                  VALUE 'A'.
               88 PW-SEASONAL                    VALUE 'S'.
               88 PW-LAST-YEAR-REMAINDER         VALUE 'L'.
               88 PW-STRAIGHT-LINE               VALUE 'T'.
           05 PW-ACTUAL-TO-DATE           PIC S9(9)V99.
           05 PW-PROJECTED-REST           PIC S9(9)V99.
           05 PW-PREVIOUS-YTD-SALES       PIC S9(9)V99.
           05 FILLER                      PIC X(07).

       SD  SORT-PROJECTION-FILE.
       01  SORT-PROJECTION-RECORD.
           05 SJ-BRANCH-NUMBER            PIC 9(02).
           05 SJ-SALES-REP-NUMBER         PIC 9(02).
           05 SJ-CUSTOMER-NUMBER          PIC 9(05).
           05 FILLER                      PIC X(71).

       FD  SORTED-PROJECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PROJECTION-RECORD.
           05 FILLER                      PIC X(80).

       FD  PROJECTION-REPORT-FILE.
       01  PROJECTION-RPT-RECORD          PIC X(132).

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
           05 WS-MORE-TIER-RECORDS-SW  PIC X   VALUE 'Y'.
               88 WS-MORE-TIER-RECORDS          VALUE 'Y'.
               88 WS-NO-MORE-TIER-RECORDS       VALUE 'N'.
           05 WS-COMMSPLT-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-COMMSPLT-IS-OPEN           VALUE 'Y'.
               88 WS-COMMSPLT-NOT-OPEN          VALUE 'N'.
           05 WS-SPLIT-IN-FORCE-SW     PIC X   VALUE 'N'.
               88 WS-SPLIT-IN-FORCE             VALUE 'Y'.
               88 WS-SPLIT-NOT-IN-FORCE         VALUE 'N'.
           05 WS-REPMAST-OPEN-SW       PIC X   VALUE 'N'.
               88 WS-REPMAST-IS-OPEN            VALUE 'Y'.
               88 WS-REPMAST-NOT-OPEN           VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.
           05 WS-REPORT-SECTION-SW     PIC X   VALUE 'C'.
               88 WS-CUSTOMER-SECTION           VALUE 'C'.
               88 WS-REP-TIER-SECTION           VALUE 'R'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-COMMTIER-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-COMMSPLT-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REPMAST-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-RUN-DATE-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-ACTUAL-THRU-CCYYMM    PIC 9(06) VALUE ZERO.
           05  WS-ACTUAL-THRU-R REDEFINES WS-ACTUAL-THRU-CCYYMM.
               10  WS-ACTUAL-THRU-CCYY  PIC 9(04).
               10  WS-ACTUAL-THRU-MM    PIC 9(02).
           05  WS-LAST-YEAR-CCYY        PIC 9(04) VALUE ZERO.
           05  WS-NEXT-YEAR-CCYY        PIC 9(04) VALUE ZERO.
           05  WS-MONTHS-PROJECTED      PIC 9(02) VALUE ZERO.
           05  WS-MONTH-SUB             PIC 9(02) VALUE ZERO.
           05  WS-SPLIT-SUB             PIC 9(01) VALUE ZERO.
           05  WS-LAST-SPLIT-SUB        PIC 9(01) VALUE ZERO.
           05  WS-REP-SUB               PIC 9(03) VALUE ZERO.
           05  WS-LVL-SUB               PIC 9(01) VALUE ZERO.
           05  WS-CREDIT-REP-NUMBER     PIC 9(02) VALUE ZERO.
           05  WS-HOLD-BRANCH-NUMBER    PIC 9(02) VALUE ZERO.
           05  WS-HOLD-SALES-REP-NUMBER PIC 9(02) VALUE ZERO.
           05  WS-TIER-EFFECTIVE-CCYYMMDD PIC 9(08) VALUE ZERO.
               88 WS-NO-TIER-PLAN-LOADED        VALUE ZERO.

      *    TIER BRACKETS OF THE COMMTIER PLAN IN FORCE ON THE RUN
      *    DATE, LOADED BY 12000-LOAD-COMMISSION-TIERS EXACTLY AS
      *    PROG02 LOADS THEM.
       01  WS-COMMISSION-TIERS.
           05  WS-TIER-1-CEILING       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TIER-1-RATE          PIC S9(2)V9(3) COMP-3
           VALUE ZERO.
           05  WS-TIER-2-CEILING       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TIER-2-RATE          PIC S9(2)V9(3) COMP-3
           VALUE ZERO.
           05  WS-TIER-3-RATE          PIC S9(2)V9(3) COMP-3
           VALUE ZERO.

      *    THIS YEAR'S AND LAST YEAR'S TWELVE MONTHS FOR THE
      *    CUSTOMER IN HAND, PICKED OUT OF ITS CUSTHIST RECORD BY
      *    15200-PICK-HISTORY-YEARS, AND THE SUMS TAKEN FROM THEM.
       01  WS-CUSTOMER-PROJECTION.
           05  WS-THIS-YEAR-MONTH OCCURS 12 TIMES
                                        PIC S9(7)V99 COMP-3.
           05  WS-LAST-YEAR-MONTH OCCURS 12 TIMES
                                        PIC S9(7)V99 COMP-3.
           05  WS-ACTUAL-TO-DATE        PIC S9(9)V99 COMP-3.
           05  WS-LAST-YEAR-TO-DATE     PIC S9(9)V99 COMP-3.
           05  WS-LAST-YEAR-REST        PIC S9(9)V99 COMP-3.
           05  WS-LAST-YEAR-FULL        PIC S9(9)V99 COMP-3.
           05  WS-PROJECTED-REST        PIC S9(9)V99 COMP-3.
           05  WS-PROJECTED-YEAR        PIC S9(9)V99 COMP-3.
           05  WS-PROJECTION-METHOD     PIC X(01).

      *    WORK FIELDS FOR SHARING ONE SPLIT CUSTOMER'S FIGURES
      *    ACROSS ITS REPS, AND FOR THE SHARE BEING CREDITED.
       01  WS-SPLIT-WORK-FIELDS.
           05  WS-SPLIT-PERCENT-TOTAL      PIC S9(4)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-ACTUAL-REMAINING   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-PROJECTED-REMAINING PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SPLIT-PREVIOUS-REMAINING PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SHARE-ACTUAL             PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SHARE-PROJECTED          PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SHARE-PREVIOUS           PIC S9(9)V99 COMP-3
           VALUE ZERO.

      *    EACH REP'S ACTUAL, PROJECTED AND PREVIOUS YTD SALES
      *    ACROSS ALL BRANCHES, SUBSCRIPTED BY REP NUMBER, FOR THE
      *    COMMISSION TIER SECTION. CUSTOMERS WITH NO REP GO TO THE
      *    UNASSIGNED FIELDS INSTEAD.
       01  WS-REP-PROJECTION-TABLE.
           05  WS-REP-ENTRY OCCURS 99 TIMES.
               10  WS-REP-ACTUAL-TO-DATE    PIC S9(9)V99 COMP-3.
               10  WS-REP-PROJECTED-YEAR    PIC S9(9)V99 COMP-3.
               10  WS-REP-PREVIOUS-YTD      PIC S9(9)V99 COMP-3.
           05  WS-UNASSIGNED-ACTUAL         PIC S9(9)V99 COMP-3.
           05  WS-UNASSIGNED-PROJECTED      PIC S9(9)V99 COMP-3.
           05  WS-UNASSIGNED-PREVIOUS       PIC S9(9)V99 COMP-3.

      *    RUNNING TOTALS FOR THE CUSTOMER SECTION - LEVEL 1 IS THE
      *    REP IN PROGRESS, 2 THE BRANCH, 3 THE GRAND TOTAL. A
      *    BREAK ADDS ONE LEVEL INTO THE NEXT AND CLEARS IT.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-ENTRY OCCURS 3 TIMES.
               10  WS-LVL-ACTUAL-TO-DATE    PIC S9(9)V99 COMP-3.
               10  WS-LVL-PROJECTED-REST    PIC S9(9)V99 COMP-3.
               10  WS-LVL-PREVIOUS-YTD      PIC S9(9)V99 COMP-3.

      *    THE FIGURES BEHIND THE LINE BEING PRINTED.
       01  WS-PRINT-AMOUNTS.
           05  WS-PRT-ACTUAL-TO-DATE    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRT-PROJECTED-REST    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRT-PREVIOUS-YTD      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRT-PROJECTED-YEAR    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRT-VARIANCE          PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PRT-VARIANCE-PERCENT  PIC S9(4)V9 COMP-3
           VALUE ZERO.

      *    TIER WORK FIELDS FOR THE REP SECTION.
       01  WS-TIER-WORK-FIELDS.
           05  WS-TIER-BASE-AMOUNT      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TIER-NUMBER           PIC 9(01) VALUE ZERO.
           05  WS-TIER-RATE             PIC S9(2)V9(3) COMP-3
           VALUE ZERO.
           05  WS-CURRENT-TIER-NUMBER   PIC 9(01) VALUE ZERO.
           05  WS-PROJECTED-COMMISSION  PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TOTAL-ACTUAL          PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TOTAL-PROJECTED       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TOTAL-PREVIOUS        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TOTAL-COMMISSION      PIC S9(9)V99 COMP-3
           VALUE ZERO.

       01  WS-TOTALS.
           05  WS-CUSTOMER-READ-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-SEASONAL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REMAINDER-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-STRAIGHT-LINE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-ALL-ACTUAL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-NO-HISTORY-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-SPLIT-CUSTOMER-COUNT   PIC 9(07) VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG36 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG36'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'YEAR-END SALES PROJECTION'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-PARAMETER-LINE.
           05  FILLER                      PIC X(17)
           VALUE 'PROJECTION YEAR: '.
           05  PARM-PROJECTION-CCYY        PIC 9(04).
           05  FILLER                      PIC X(19)
           VALUE '   ACTUAL THROUGH: '.
           05  PARM-ACTUAL-THRU-MM         PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE '/'.
           05  PARM-ACTUAL-THRU-CCYY       PIC 9(04).
           05  FILLER                      PIC X(21)
           VALUE '   MONTHS PROJECTED: '.
           05  PARM-MONTHS-PROJECTED       PIC Z9.
           05  FILLER                      PIC X(27)
           VALUE '   COMMISSION PLAN IN FORCE'.
           05  FILLER                      PIC X(02)  VALUE ': '.
           05  PARM-PLAN-EFFECTIVE         PIC 9(08).
           05  PARM-PLAN-EFFECTIVE-X REDEFINES PARM-PLAN-EFFECTIVE
                                           PIC X(08).

       01  WS-RPT-COLUMN-HEADING-1.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(22)  VALUE 'CUSTOMER'.
           05  FILLER            PIC X(16)  VALUE '     ACTUAL TO'.
           05  FILLER            PIC X(16)  VALUE '  PROJECTED TO'.
           05  FILLER            PIC X(16)  VALUE '     PROJECTED'.
           05  FILLER            PIC X(16)  VALUE '      PREVIOUS'.
           05  FILLER            PIC X(16)  VALUE '      VARIANCE'.
           05  FILLER            PIC X(09)  VALUE '  VAR %'.
           05  FILLER            PIC X(13)  VALUE 'PROJECTION'.

       01  WS-RPT-COLUMN-HEADING-2.
           05  FILLER            PIC X(07)  VALUE 'NO.'.
           05  FILLER            PIC X(22)  VALUE 'NAME'.
           05  FILLER            PIC X(16)  VALUE '          DATE'.
           05  FILLER            PIC X(16)  VALUE '      YEAR END'.
           05  FILLER            PIC X(16)  VALUE '     FULL YEAR'.
           05  FILLER            PIC X(16)  VALUE '     YTD SALES'.
           05  FILLER            PIC X(16)  VALUE '   TO PREVIOUS'.
           05  FILLER            PIC X(09)  VALUE SPACES.
           05  FILLER            PIC X(13)  VALUE 'METHOD'.

       01  WS-RPT-BRANCH-HEADING.
           05  FILLER                      PIC X(08)  VALUE 'BRANCH: '.
           05  BRANCH-HEADING-NUMBER       PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE ' - '.
           05  BRANCH-HEADING-NAME         PIC X(30).
           05  FILLER                      PIC X(10)
           VALUE '  REGION: '.
           05  BRANCH-HEADING-REGION       PIC X(10).

       01  WS-RPT-REP-HEADING.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'REP: '.
           05  REP-HEADING-NUMBER          PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE ' - '.
           05  REP-HEADING-NAME            PIC X(30).

      *    ONE LAYOUT FOR CUSTOMER LINES AND TOTAL LINES - A TOTAL
      *    LINE CARRIES ITS LABEL WHERE THE CUSTOMER WOULD BE.
       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-CUSTOMER-AREA.
               10  DETAIL-CUSTOMER-NUMBER  PIC 9(05).
               10  FILLER                  PIC X(02).
               10  DETAIL-CUSTOMER-NAME    PIC X(20).
           05  DETAIL-TOTAL-LABEL REDEFINES DETAIL-CUSTOMER-AREA
                                           PIC X(27).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-ACTUAL-TO-DATE       PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-PROJECTED-REST       PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-PROJECTED-YEAR       PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-PREVIOUS-YTD         PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-VARIANCE             PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-VARIANCE-PERCENT     PIC -9999.9.
           05  DETAIL-VARIANCE-PERCENT-X REDEFINES
               DETAIL-VARIANCE-PERCENT     PIC X(07).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-METHOD               PIC X(13).

       01  WS-RPT-TIER-HEADING.
           05  FILLER                      PIC X(48)
           VALUE 'PROJECTED COMMISSION TIERS BY REP - ALL BRANCHES'.

       01  WS-RPT-TIER-COLUMN-HEADING-1.
           05  FILLER            PIC X(04)  VALUE 'REP'.
           05  FILLER            PIC X(22)  VALUE 'REP'.
           05  FILLER            PIC X(16)  VALUE '     ACTUAL TO'.
           05  FILLER            PIC X(08)  VALUE 'CURRENT'.
           05  FILLER            PIC X(16)  VALUE '     PROJECTED'.
           05  FILLER            PIC X(16)  VALUE '      PREVIOUS'.
           05  FILLER            PIC X(08)  VALUE 'PROJ'.
           05  FILLER            PIC X(08)  VALUE '  PROJ'.
           05  FILLER            PIC X(16)  VALUE '     PROJECTED'.

       01  WS-RPT-TIER-COLUMN-HEADING-2.
           05  FILLER            PIC X(04)  VALUE 'NO.'.
           05  FILLER            PIC X(22)  VALUE 'NAME'.
           05  FILLER            PIC X(16)  VALUE '          DATE'.
           05  FILLER            PIC X(08)  VALUE ' TIER'.
           05  FILLER            PIC X(16)  VALUE '     FULL YEAR'.
           05  FILLER            PIC X(16)  VALUE '     YTD SALES'.
           05  FILLER            PIC X(08)  VALUE 'TIER'.
           05  FILLER            PIC X(08)  VALUE '  RATE'.
           05  FILLER            PIC X(16)  VALUE '    COMMISSION'.

       01  WS-RPT-TIER-LINE.
           05  TIER-LINE-AREA.
               10  TIER-LINE-REP-NUMBER    PIC 9(02).
               10  FILLER                  PIC X(02).
               10  TIER-LINE-REP-NAME      PIC X(20).
           05  TIER-LINE-LABEL REDEFINES TIER-LINE-AREA
                                           PIC X(24).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TIER-LINE-ACTUAL-TO-DATE    PIC -99,999,999.99.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  TIER-LINE-CURRENT-TIER      PIC 9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  TIER-LINE-PROJECTED-YEAR    PIC -99,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TIER-LINE-PREVIOUS-YTD      PIC -99,999,999.99.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  TIER-LINE-PROJECTED-TIER    PIC 9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  TIER-LINE-RATE              PIC Z9.999 BLANK WHEN ZERO.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TIER-LINE-COMMISSION        PIC -99,999,999.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  TIER-LINE-NOTE              PIC X(10).

       01  WS-RPT-NO-PLAN-LINE.
           05  FILLER                      PIC X(56)  VALUE
               'NO COMMISSION TIER PLAN IN FORCE - TIERS NOT PROJECTED'.

       01  WS-RPT-COUNT-LINE.
           05  COUNT-LINE-LABEL            PIC X(40).
           05  COUNT-LINE-VALUE            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 30000-PROCESS-PROJECTION-FILE
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           INITIALIZE WS-REP-PROJECTION-TABLE
           INITIALIZE WS-LEVEL-TOTALS
           PERFORM 11000-READ-CONTROL-CARD
           PERFORM 12000-LOAD-COMMISSION-TIERS
           PERFORM 14000-BUILD-PROJECTION-WORK-FILE
           SORT SORT-PROJECTION-FILE
               ON ASCENDING KEY SJ-BRANCH-NUMBER
                                SJ-SALES-REP-NUMBER
                                SJ-CUSTOMER-NUMBER
               USING PROJECTION-WORK-FILE
               GIVING SORTED-PROJECTION-FILE
           OPEN INPUT SORTED-PROJECTION-FILE
           OPEN INPUT SALES-REP-MASTER-FILE
           IF WS-REPMAST-FILE-STATUS = '00'
               SET WS-REPMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG36: SALES REP MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-REPMAST-FILE-STATUS
                   ' - REP LINES PRINT WITHOUT NAMES'
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS = '00'
               SET WS-BRCHMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG36: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                   ' - BRANCH HEADINGS PRINT WITHOUT NAMES'
           END-IF
           OPEN OUTPUT PROJECTION-REPORT-FILE
           PERFORM 20000-HEADING-ROUTINE.

      *    A MISSING CONTROL CARD TAKES THE MONTHS THROUGH THE LAST
      *    COMPLETE MONTH AS ACTUAL - THE RUN MONTH IS STILL BEING
      *    POSTED. A JANUARY RUN THEREFORE REPORTS LAST YEAR WHOLLY
      *    ON ACTUALS. A PERIOD THAT IS NOT A VALID CCYYMM IS
      *    IGNORED.
       11000-READ-CONTROL-CARD.
           IF WS-CURRENT-DATE-MM = 01
               COMPUTE WS-ACTUAL-THRU-CCYY = WS-CURRENT-DATE-CCYY - 1
               MOVE 12 TO WS-ACTUAL-THRU-MM
           ELSE
               MOVE WS-CURRENT-DATE-CCYY TO WS-ACTUAL-THRU-CCYY
               COMPUTE WS-ACTUAL-THRU-MM = WS-CURRENT-DATE-MM - 1
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-ACTUAL-THRU-CCYYMM IS NUMERIC
                          AND CC-ACTUAL-THRU-CCYY > ZERO
                          AND CC-ACTUAL-THRU-MM >= 01
                          AND CC-ACTUAL-THRU-MM <= 12
                           MOVE CC-ACTUAL-THRU-CCYYMM
                           TO WS-ACTUAL-THRU-CCYYMM
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           COMPUTE WS-LAST-YEAR-CCYY = WS-ACTUAL-THRU-CCYY - 1
           COMPUTE WS-NEXT-YEAR-CCYY = WS-ACTUAL-THRU-CCYY + 1
           COMPUTE WS-MONTHS-PROJECTED = 12 - WS-ACTUAL-THRU-MM.

      *    THE PLAN IN FORCE IS PICKED AS PROG02 PICKS IT - THE
      *    LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. UNLIKE
      *    PROG02 NO COMMISSION IS PAID HERE, SO NO PLAN IN FORCE
      *    ONLY DROPS THE TIER COLUMNS; THE PROJECTION STILL RUNS.
       12000-LOAD-COMMISSION-TIERS.
           OPEN INPUT COMMISSION-TIER-FILE
           IF WS-COMMTIER-FILE-STATUS = '00'
               SET WS-MORE-TIER-RECORDS TO TRUE
               PERFORM 13000-SELECT-TIER-RECORD
               UNTIL WS-NO-MORE-TIER-RECORDS
               CLOSE COMMISSION-TIER-FILE
           END-IF
           IF WS-NO-TIER-PLAN-LOADED
               DISPLAY 'PROG36: NO COMMISSION TIER PLAN IN FORCE ON '
                   'COMMTIER FOR ' WS-RUN-DATE-CCYYMMDD
                   ' - TIERS NOT PROJECTED'
           END-IF.

       13000-SELECT-TIER-RECORD.
           READ COMMISSION-TIER-FILE AT END
               SET WS-NO-MORE-TIER-RECORDS TO TRUE
           NOT AT END
               IF TC-EFFECTIVE-CCYYMMDD NOT > WS-RUN-DATE-CCYYMMDD
                  AND TC-EFFECTIVE-CCYYMMDD
                      NOT < WS-TIER-EFFECTIVE-CCYYMMDD
                   MOVE TC-EFFECTIVE-CCYYMMDD
                   TO WS-TIER-EFFECTIVE-CCYYMMDD
                   MOVE TC-TIER-1-CEILING TO WS-TIER-1-CEILING
                   MOVE TC-TIER-1-RATE TO WS-TIER-1-RATE
                   MOVE TC-TIER-2-CEILING TO WS-TIER-2-CEILING
                   MOVE TC-TIER-2-RATE TO WS-TIER-2-RATE
                   MOVE TC-TIER-3-RATE TO WS-TIER-3-RATE
               END-IF
           END-READ.

      *    CUSTMAST AND CUSTHIST MUST BOTH BE THERE - THE ACTUALS
      *    AND LAST YEAR'S PATTERN BOTH COME FROM CUSTHIST. EVERY
      *    CUSTOMER ON CUSTMAST IS PROJECTED, HISTORY OR NOT.
       14000-BUILD-PROJECTION-WORK-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG36: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-HISTORY-FILE
           IF WS-CUSTHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG36: CUSTOMER HISTORY FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF
           PERFORM 14100-OPEN-SPLIT-FILE
           OPEN OUTPUT PROJECTION-WORK-FILE
           SET WS-MORE-INPUT TO TRUE
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       PERFORM 15000-PROJECT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE CUSTOMER-HISTORY-FILE
           CLOSE PROJECTION-WORK-FILE
           IF WS-COMMSPLT-IS-OPEN
               CLOSE COMMISSION-SPLIT-FILE
           END-IF.

      *    AS IN PROG02 - NO SPLIT FILE (STATUS 35) MEANS NO
      *    CUSTOMER IS SPLIT, ANY OTHER OPEN FAILURE STOPS THE RUN
      *    RATHER THAN PROJECT A SHARED CUSTOMER WHOLLY TO ONE REP.
       14100-OPEN-SPLIT-FILE.
           OPEN INPUT COMMISSION-SPLIT-FILE
           EVALUATE WS-COMMSPLT-FILE-STATUS
               WHEN '00'
                   SET WS-COMMSPLT-IS-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'PROG36: NO COMMISSION SPLIT FILE - NO '
                       'CUSTOMERS ARE SPLIT THIS RUN'
               WHEN OTHER
                   DISPLAY 'PROG36: COMMISSION SPLIT FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-COMMSPLT-FILE-STATUS
                       ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER-FILE CUSTOMER-HISTORY-FILE
                   STOP RUN
           END-EVALUATE.

       15000-PROJECT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-READ-COUNT
           INITIALIZE WS-CUSTOMER-PROJECTION
           MOVE CM-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER
           READ CUSTOMER-HISTORY-FILE
               INVALID KEY
                   PERFORM 15100-NO-HISTORY-RECORD
               NOT INVALID KEY
                   PERFORM 15200-PICK-HISTORY-YEARS
           END-READ
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               IF WS-MONTH-SUB NOT > WS-ACTUAL-THRU-MM
                   ADD WS-THIS-YEAR-MONTH(WS-MONTH-SUB) TO
                       WS-ACTUAL-TO-DATE
                   ADD WS-LAST-YEAR-MONTH(WS-MONTH-SUB) TO
                       WS-LAST-YEAR-TO-DATE
               ELSE
                   ADD WS-LAST-YEAR-MONTH(WS-MONTH-SUB) TO
                       WS-LAST-YEAR-REST
               END-IF
           END-PERFORM
           PERFORM 15500-COMPUTE-PROJECTION
           MOVE SPACES TO PROJECTION-WORK-RECORD
           MOVE CM-BRANCH-NUMBER TO PW-BRANCH-NUMBER
           MOVE CM-SALES-REP-NUMBER TO PW-SALES-REP-NUMBER
           MOVE CM-CUSTOMER-NUMBER TO PW-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME TO PW-CUSTOMER-NAME
           MOVE WS-PROJECTION-METHOD TO PW-PROJECTION-METHOD
           MOVE WS-ACTUAL-TO-DATE TO PW-ACTUAL-TO-DATE
           MOVE WS-PROJECTED-REST TO PW-PROJECTED-REST
           MOVE CM-PREVIOUS-YTD-SALES TO PW-PREVIOUS-YTD-SALES
           WRITE PROJECTION-WORK-RECORD
           PERFORM 16000-CREDIT-REP-TABLE.

      *    A CUSTOMER PROG06 HAS NEVER POSTED TO HAS NO CUSTHIST
      *    RECORD. WHEN THE PROJECTION YEAR IS THIS YEAR ITS
      *    CUSTMAST YEAR TO DATE IS TAKEN AS THE ACTUAL, IN THE
      *    LAST MONTH TO DATE; IT HAS NO PATTERN, SO IT GOES ON A
      *    STRAIGHT LINE.
       15100-NO-HISTORY-RECORD.
           ADD 1 TO WS-NO-HISTORY-COUNT
           IF WS-ACTUAL-THRU-CCYY = WS-CURRENT-DATE-CCYY
               MOVE CM-CURRENT-YTD-SALES TO
                   WS-THIS-YEAR-MONTH(WS-ACTUAL-THRU-MM)
           END-IF.

      *    A CUSTHIST RECORD HOLDS ITS STAMPED YEAR AND THE YEAR
      *    BEFORE IT. STAMPED WITH THE PROJECTION YEAR, IT HOLDS
      *    BOTH YEARS NEEDED. STAMPED A YEAR LATER, ITS PRIOR
      *    BUCKETS ARE THE PROJECTION YEAR AND LAST YEAR IS GONE.
      *    STAMPED A YEAR EARLIER, THE CUSTOMER HAS HAD NO SALES
      *    POSTED IN THE PROJECTION YEAR AND ITS CURRENT BUCKETS
      *    ARE LAST YEAR. ANY OTHER YEAR IS TOO OLD TO USE.
       15200-PICK-HISTORY-YEARS.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               EVALUATE CH-CURRENT-YEAR-CCYY
                   WHEN WS-ACTUAL-THRU-CCYY
                       MOVE CH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-THIS-YEAR-MONTH(WS-MONTH-SUB)
                       MOVE CH-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-LAST-YEAR-MONTH(WS-MONTH-SUB)
                   WHEN WS-NEXT-YEAR-CCYY
                       MOVE CH-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-THIS-YEAR-MONTH(WS-MONTH-SUB)
                   WHEN WS-LAST-YEAR-CCYY
                       MOVE CH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                           WS-LAST-YEAR-MONTH(WS-MONTH-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *    SEASONAL - THE REST OF THE YEAR IS THIS YEAR'S ACTUAL
      *    SCALED BY LAST YEAR'S REST OF YEAR OVER LAST YEAR'S
      *    SAME MONTHS TO DATE, SO THE PROJECTED YEAR STANDS TO
      *    THE ACTUAL AS LAST YEAR'S FULL YEAR STOOD TO ITS MONTHS
      *    TO DATE. A CUSTOMER WHOSE LAST YEAR ONLY STARTED AFTER
      *    THOSE MONTHS HAS NOTHING TO SCALE BY, SO LAST YEAR'S
      *    REMAINING MONTHS ARE TAKEN AS THEY STOOD. NO SALES LAST
      *    YEAR AT ALL (OR A RATIO TOO LARGE TO HOLD) FALLS BACK TO
      *    A STRAIGHT LINE. ACTUALS THROUGH DECEMBER NEED NOTHING
      *    PROJECTED.
       15500-COMPUTE-PROJECTION.
           COMPUTE WS-LAST-YEAR-FULL =
               WS-LAST-YEAR-TO-DATE + WS-LAST-YEAR-REST
           EVALUATE TRUE
               WHEN WS-MONTHS-PROJECTED = ZERO
                   MOVE ZERO TO WS-PROJECTED-REST
                   MOVE 'A' TO WS-PROJECTION-METHOD
                   ADD 1 TO WS-ALL-ACTUAL-COUNT
               WHEN WS-LAST-YEAR-FULL > ZERO
                AND WS-LAST-YEAR-TO-DATE > ZERO
                   COMPUTE WS-PROJECTED-REST ROUNDED =
                       WS-ACTUAL-TO-DATE * WS-LAST-YEAR-REST /
                       WS-LAST-YEAR-TO-DATE
                       ON SIZE ERROR
                           PERFORM 15600-PROJECT-STRAIGHT-LINE
                       NOT ON SIZE ERROR
                           MOVE 'S' TO WS-PROJECTION-METHOD
                           ADD 1 TO WS-SEASONAL-COUNT
                   END-COMPUTE
               WHEN WS-LAST-YEAR-FULL > ZERO
                   MOVE WS-LAST-YEAR-REST TO WS-PROJECTED-REST
                   MOVE 'L' TO WS-PROJECTION-METHOD
                   ADD 1 TO WS-REMAINDER-COUNT
               WHEN OTHER
                   PERFORM 15600-PROJECT-STRAIGHT-LINE
           END-EVALUATE
           COMPUTE WS-PROJECTED-YEAR =
               WS-ACTUAL-TO-DATE + WS-PROJECTED-REST.

       15600-PROJECT-STRAIGHT-LINE.
           COMPUTE WS-PROJECTED-REST ROUNDED =
               WS-ACTUAL-TO-DATE * WS-MONTHS-PROJECTED /
               WS-ACTUAL-THRU-MM
           MOVE 'T' TO WS-PROJECTION-METHOD
           ADD 1 TO WS-STRAIGHT-LINE-COUNT.

      *    THE REP TIER SECTION CREDITS A CUSTOMER AS PROG02 DOES -
      *    WHOLLY TO ITS MASTER REP, OR ACROSS ITS REPS WHEN A
      *    SPLIT IS IN FORCE ON THE RUN DATE.
       16000-CREDIT-REP-TABLE.
           SET WS-SPLIT-NOT-IN-FORCE TO TRUE
           PERFORM 16100-CHECK-FOR-SPLIT
           IF WS-SPLIT-IN-FORCE
               ADD 1 TO WS-SPLIT-CUSTOMER-COUNT
               PERFORM 16500-SHARE-SPLIT-CUSTOMER
           ELSE
               MOVE WS-ACTUAL-TO-DATE TO WS-SHARE-ACTUAL
               MOVE WS-PROJECTED-YEAR TO WS-SHARE-PROJECTED
               MOVE CM-PREVIOUS-YTD-SALES TO WS-SHARE-PREVIOUS
               MOVE CM-SALES-REP-NUMBER TO WS-CREDIT-REP-NUMBER
               PERFORM 16800-ADD-TO-REP-TABLE
           END-IF.

       16100-CHECK-FOR-SPLIT.
           IF WS-COMMSPLT-IS-OPEN
               MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
               READ COMMISSION-SPLIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-EFFECTIVE-CCYYMMDD
                          NOT > WS-RUN-DATE-CCYYMMDD
                          AND (SP-NO-EXPIRY
                           OR SP-EXPIRY-CCYYMMDD
                              NOT < WS-RUN-DATE-CCYYMMDD)
                           PERFORM 16200-CHECK-SPLIT-TOTAL
                       END-IF
               END-READ
           END-IF.

       16200-CHECK-SPLIT-TOTAL.
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
               DISPLAY 'PROG36: SPLIT FOR CUSTOMER '
                   CM-CUSTOMER-NUMBER
                   ' DOES NOT TOTAL 100 - NOT APPLIED'
           END-IF.

      *    EACH SHARE IS ROUNDED AND THE LAST REP TAKES WHAT IS
      *    LEFT, SO THE SHARES ADD BACK TO THE CUSTOMER TO THE
      *    PENNY.
       16500-SHARE-SPLIT-CUSTOMER.
           MOVE WS-ACTUAL-TO-DATE TO WS-SPLIT-ACTUAL-REMAINING
           MOVE WS-PROJECTED-YEAR TO WS-SPLIT-PROJECTED-REMAINING
           MOVE CM-PREVIOUS-YTD-SALES TO WS-SPLIT-PREVIOUS-REMAINING
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > WS-LAST-SPLIT-SUB
               IF SP-SALES-REP-NUMBER(WS-SPLIT-SUB) > ZERO
                   IF WS-SPLIT-SUB = WS-LAST-SPLIT-SUB
                       MOVE WS-SPLIT-ACTUAL-REMAINING TO
                           WS-SHARE-ACTUAL
                       MOVE WS-SPLIT-PROJECTED-REMAINING TO
                           WS-SHARE-PROJECTED
                       MOVE WS-SPLIT-PREVIOUS-REMAINING TO
                           WS-SHARE-PREVIOUS
                   ELSE
                       COMPUTE WS-SHARE-ACTUAL ROUNDED =
                           WS-ACTUAL-TO-DATE *
                           SP-SPLIT-PERCENT(WS-SPLIT-SUB) / 100
                       COMPUTE WS-SHARE-PROJECTED ROUNDED =
                           WS-PROJECTED-YEAR *
                           SP-SPLIT-PERCENT(WS-SPLIT-SUB) / 100
                       COMPUTE WS-SHARE-PREVIOUS ROUNDED =
                           CM-PREVIOUS-YTD-SALES *
                           SP-SPLIT-PERCENT(WS-SPLIT-SUB) / 100
                       SUBTRACT WS-SHARE-ACTUAL FROM
                           WS-SPLIT-ACTUAL-REMAINING
                       SUBTRACT WS-SHARE-PROJECTED FROM
                           WS-SPLIT-PROJECTED-REMAINING
                       SUBTRACT WS-SHARE-PREVIOUS FROM
                           WS-SPLIT-PREVIOUS-REMAINING
                   END-IF
                   MOVE SP-SALES-REP-NUMBER(WS-SPLIT-SUB) TO
                       WS-CREDIT-REP-NUMBER
                   PERFORM 16800-ADD-TO-REP-TABLE
               END-IF
           END-PERFORM.

       16800-ADD-TO-REP-TABLE.
           IF WS-CREDIT-REP-NUMBER = ZERO
               ADD WS-SHARE-ACTUAL TO WS-UNASSIGNED-ACTUAL
               ADD WS-SHARE-PROJECTED TO WS-UNASSIGNED-PROJECTED
               ADD WS-SHARE-PREVIOUS TO WS-UNASSIGNED-PREVIOUS
           ELSE
               ADD WS-SHARE-ACTUAL TO
                   WS-REP-ACTUAL-TO-DATE(WS-CREDIT-REP-NUMBER)
               ADD WS-SHARE-PROJECTED TO
                   WS-REP-PROJECTED-YEAR(WS-CREDIT-REP-NUMBER)
               ADD WS-SHARE-PREVIOUS TO
                   WS-REP-PREVIOUS-YTD(WS-CREDIT-REP-NUMBER)
           END-IF.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE WS-ACTUAL-THRU-CCYY TO PARM-PROJECTION-CCYY
           MOVE WS-ACTUAL-THRU-MM TO PARM-ACTUAL-THRU-MM
           MOVE WS-ACTUAL-THRU-CCYY TO PARM-ACTUAL-THRU-CCYY
           MOVE WS-MONTHS-PROJECTED TO PARM-MONTHS-PROJECTED
           IF WS-NO-TIER-PLAN-LOADED
               MOVE 'NONE' TO PARM-PLAN-EFFECTIVE-X
           ELSE
               MOVE WS-TIER-EFFECTIVE-CCYYMMDD TO PARM-PLAN-EFFECTIVE
           END-IF
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-PARAMETER-LINE
           AFTER ADVANCING 2 LINES
           IF WS-CUSTOMER-SECTION
               WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES
               WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COLUMN-HEADING-2
               AFTER ADVANCING 1 LINE
               MOVE 7 TO WS-LINE-CTR
           ELSE
               WRITE PROJECTION-RPT-RECORD FROM WS-RPT-TIER-HEADING
               AFTER ADVANCING 2 LINES
               WRITE PROJECTION-RPT-RECORD
                   FROM WS-RPT-TIER-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES
               WRITE PROJECTION-RPT-RECORD
                   FROM WS-RPT-TIER-COLUMN-HEADING-2
               AFTER ADVANCING 1 LINE
               MOVE 9 TO WS-LINE-CTR
           END-IF.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-PROJECTION-FILE.
           READ SORTED-PROJECTION-FILE INTO PROJECTION-WORK-RECORD
           AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               PERFORM 31000-PROCESS-RECORD
           END-READ.

      *    A NEW BRANCH CLOSES THE REP IN PROGRESS AS WELL.
       31000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN WS-FIRST-RECORD
                   PERFORM 31500-START-BRANCH
                   PERFORM 31600-START-REP
                   SET WS-NOT-FIRST-RECORD TO TRUE
               WHEN PW-BRANCH-NUMBER NOT = WS-HOLD-BRANCH-NUMBER
                   PERFORM 32000-REP-BREAK-ROUTINE
                   PERFORM 33000-BRANCH-BREAK-ROUTINE
                   PERFORM 31500-START-BRANCH
                   PERFORM 31600-START-REP
               WHEN PW-SALES-REP-NUMBER NOT = WS-HOLD-SALES-REP-NUMBER
                   PERFORM 32000-REP-BREAK-ROUTINE
                   PERFORM 31600-START-REP
           END-EVALUATE
           MOVE SPACES TO DETAIL-CUSTOMER-AREA
           MOVE PW-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE PW-CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           EVALUATE TRUE
               WHEN PW-SEASONAL
                   MOVE 'SEASONAL' TO DETAIL-METHOD
               WHEN PW-LAST-YEAR-REMAINDER
                   MOVE 'LY REMAINDER' TO DETAIL-METHOD
               WHEN PW-STRAIGHT-LINE
                   MOVE 'STRAIGHT-LINE' TO DETAIL-METHOD
               WHEN OTHER
                   MOVE 'ACTUAL' TO DETAIL-METHOD
           END-EVALUATE
           MOVE PW-ACTUAL-TO-DATE TO WS-PRT-ACTUAL-TO-DATE
           MOVE PW-PROJECTED-REST TO WS-PRT-PROJECTED-REST
           MOVE PW-PREVIOUS-YTD-SALES TO WS-PRT-PREVIOUS-YTD
           PERFORM 34000-PRINT-AMOUNT-LINE
           ADD PW-ACTUAL-TO-DATE TO WS-LVL-ACTUAL-TO-DATE(1)
           ADD PW-PROJECTED-REST TO WS-LVL-PROJECTED-REST(1)
           ADD PW-PREVIOUS-YTD-SALES TO WS-LVL-PREVIOUS-YTD(1).

       31500-START-BRANCH.
           MOVE PW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
           MOVE WS-HOLD-BRANCH-NUMBER TO BRANCH-HEADING-NUMBER
           MOVE SPACES TO BRANCH-HEADING-NAME
           MOVE SPACES TO BRANCH-HEADING-REGION
           IF WS-HOLD-BRANCH-NUMBER = ZERO
               MOVE 'NO BRANCH ASSIGNED' TO BRANCH-HEADING-NAME
           ELSE
               IF WS-BRCHMAST-IS-OPEN
                   MOVE WS-HOLD-BRANCH-NUMBER TO BR-BRANCH-NUMBER
                   READ BRANCH-MASTER-FILE
                       INVALID KEY
                           MOVE 'BRANCH NOT ON BRCHMAST' TO
                               BRANCH-HEADING-NAME
                       NOT INVALID KEY
                           MOVE BR-BRANCH-NAME TO BRANCH-HEADING-NAME
                           MOVE BR-REGION TO BRANCH-HEADING-REGION
                   END-READ
               END-IF
           END-IF
           IF WS-LINE-CTR + 6 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-BRANCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

       31600-START-REP.
           MOVE PW-SALES-REP-NUMBER TO WS-HOLD-SALES-REP-NUMBER
           MOVE WS-HOLD-SALES-REP-NUMBER TO REP-HEADING-NUMBER
           PERFORM 36000-LOOK-UP-REP-NAME
           MOVE SR-SALES-REP-NAME TO REP-HEADING-NAME
           IF WS-LINE-CTR + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-REP-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

       32000-REP-BREAK-ROUTINE.
           MOVE SPACES TO DETAIL-TOTAL-LABEL
           STRING '  REP ' WS-HOLD-SALES-REP-NUMBER ' TOTAL'
               DELIMITED BY SIZE INTO DETAIL-TOTAL-LABEL
           MOVE 1 TO WS-LVL-SUB
           PERFORM 33500-PRINT-AND-ROLL-LEVEL.

       33000-BRANCH-BREAK-ROUTINE.
           MOVE SPACES TO DETAIL-TOTAL-LABEL
           STRING 'BRANCH ' WS-HOLD-BRANCH-NUMBER ' TOTAL'
               DELIMITED BY SIZE INTO DETAIL-TOTAL-LABEL
           MOVE 2 TO WS-LVL-SUB
           PERFORM 33500-PRINT-AND-ROLL-LEVEL.

       33500-PRINT-AND-ROLL-LEVEL.
           MOVE SPACES TO DETAIL-METHOD
           MOVE WS-LVL-ACTUAL-TO-DATE(WS-LVL-SUB) TO
               WS-PRT-ACTUAL-TO-DATE
           MOVE WS-LVL-PROJECTED-REST(WS-LVL-SUB) TO
               WS-PRT-PROJECTED-REST
           MOVE WS-LVL-PREVIOUS-YTD(WS-LVL-SUB) TO WS-PRT-PREVIOUS-YTD
           PERFORM 34000-PRINT-AMOUNT-LINE
           ADD WS-LVL-ACTUAL-TO-DATE(WS-LVL-SUB) TO
               WS-LVL-ACTUAL-TO-DATE(WS-LVL-SUB + 1)
           ADD WS-LVL-PROJECTED-REST(WS-LVL-SUB) TO
               WS-LVL-PROJECTED-REST(WS-LVL-SUB + 1)
           ADD WS-LVL-PREVIOUS-YTD(WS-LVL-SUB) TO
               WS-LVL-PREVIOUS-YTD(WS-LVL-SUB + 1)
           MOVE ZERO TO WS-LVL-ACTUAL-TO-DATE(WS-LVL-SUB)
           MOVE ZERO TO WS-LVL-PROJECTED-REST(WS-LVL-SUB)
           MOVE ZERO TO WS-LVL-PREVIOUS-YTD(WS-LVL-SUB).

      *    THE VARIANCE IS THE PROJECTED YEAR OVER THE PREVIOUS
      *    YEAR TO DATE; ITS PERCENT IS LEFT BLANK WHEN THERE WAS
      *    NO PREVIOUS YEAR TO MEASURE AGAINST.
       34000-PRINT-AMOUNT-LINE.
           COMPUTE WS-PRT-PROJECTED-YEAR =
               WS-PRT-ACTUAL-TO-DATE + WS-PRT-PROJECTED-REST
           COMPUTE WS-PRT-VARIANCE =
               WS-PRT-PROJECTED-YEAR - WS-PRT-PREVIOUS-YTD
           MOVE WS-PRT-ACTUAL-TO-DATE TO DETAIL-ACTUAL-TO-DATE
           MOVE WS-PRT-PROJECTED-REST TO DETAIL-PROJECTED-REST
           MOVE WS-PRT-PROJECTED-YEAR TO DETAIL-PROJECTED-YEAR
           MOVE WS-PRT-PREVIOUS-YTD TO DETAIL-PREVIOUS-YTD
           MOVE WS-PRT-VARIANCE TO DETAIL-VARIANCE
           IF WS-PRT-PREVIOUS-YTD > ZERO
               COMPUTE WS-PRT-VARIANCE-PERCENT ROUNDED =
                   WS-PRT-VARIANCE * 100 / WS-PRT-PREVIOUS-YTD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PRT-VARIANCE-PERCENT
               END-COMPUTE
               MOVE WS-PRT-VARIANCE-PERCENT TO DETAIL-VARIANCE-PERCENT
           ELSE
               MOVE SPACES TO DETAIL-VARIANCE-PERCENT-X
           END-IF
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       36000-LOOK-UP-REP-NAME.
           MOVE SPACES TO SR-SALES-REP-NAME
           IF WS-HOLD-SALES-REP-NUMBER = ZERO
               MOVE 'NO REP ASSIGNED' TO SR-SALES-REP-NAME
           ELSE
               IF WS-REPMAST-IS-OPEN
                   MOVE WS-HOLD-SALES-REP-NUMBER TO SR-SALES-REP-NUMBER
                   READ SALES-REP-MASTER-FILE
                       INVALID KEY
                           MOVE 'REP NOT ON FILE' TO SR-SALES-REP-NAME
                   END-READ
               END-IF
           END-IF.

       40000-FINISH-ROUTINE.
           IF WS-NOT-FIRST-RECORD
               PERFORM 32000-REP-BREAK-ROUTINE
               PERFORM 33000-BRANCH-BREAK-ROUTINE
           END-IF
           MOVE SPACES TO DETAIL-TOTAL-LABEL
           MOVE 'GRAND TOTAL' TO DETAIL-TOTAL-LABEL
           MOVE SPACES TO DETAIL-METHOD
           MOVE WS-LVL-ACTUAL-TO-DATE(3) TO WS-PRT-ACTUAL-TO-DATE
           MOVE WS-LVL-PROJECTED-REST(3) TO WS-PRT-PROJECTED-REST
           MOVE WS-LVL-PREVIOUS-YTD(3) TO WS-PRT-PREVIOUS-YTD
           MOVE SPACES TO PROJECTION-RPT-RECORD
           WRITE PROJECTION-RPT-RECORD
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 34000-PRINT-AMOUNT-LINE
           PERFORM 41000-PRINT-COUNTS
           SET WS-REP-TIER-SECTION TO TRUE
           PERFORM 20000-HEADING-ROUTINE
           IF WS-NO-TIER-PLAN-LOADED
               WRITE PROJECTION-RPT-RECORD FROM WS-RPT-NO-PLAN-LINE
               AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CTR
           END-IF
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 99
               IF WS-REP-ACTUAL-TO-DATE(WS-REP-SUB) NOT = ZERO
                  OR WS-REP-PROJECTED-YEAR(WS-REP-SUB) NOT = ZERO
                  OR WS-REP-PREVIOUS-YTD(WS-REP-SUB) NOT = ZERO
                   PERFORM 42000-PRINT-REP-TIER-LINE
               END-IF
           END-PERFORM
           PERFORM 43000-PRINT-TIER-TOTALS
           CLOSE SORTED-PROJECTION-FILE
           IF WS-REPMAST-IS-OPEN
               CLOSE SALES-REP-MASTER-FILE
           END-IF
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           CLOSE PROJECTION-REPORT-FILE.

       41000-PRINT-COUNTS.
           MOVE 'CUSTOMERS PROJECTED:' TO COUNT-LINE-LABEL
           MOVE WS-CUSTOMER-READ-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES
           MOVE '  ON LAST YEAR''S SEASONAL SHARE:' TO
               COUNT-LINE-LABEL
           MOVE WS-SEASONAL-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE '  ON LAST YEAR''S REMAINING MONTHS:' TO
               COUNT-LINE-LABEL
           MOVE WS-REMAINDER-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE '  ON A STRAIGHT LINE:' TO COUNT-LINE-LABEL
           MOVE WS-STRAIGHT-LINE-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE '  WHOLLY ON ACTUALS:' TO COUNT-LINE-LABEL
           MOVE WS-ALL-ACTUAL-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WITH NO CUSTHIST RECORD:' TO
               COUNT-LINE-LABEL
           MOVE WS-NO-HISTORY-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'SPLIT CUSTOMERS SHARED ACROSS REPS:' TO
               COUNT-LINE-LABEL
           MOVE WS-SPLIT-CUSTOMER-COUNT TO COUNT-LINE-VALUE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE.

      *    THE TIER EACH REP STANDS IN ON ACTUALS TO DATE, AND THE
      *    TIER, RATE AND COMMISSION THE PROJECTED YEAR WOULD EARN.
       42000-PRINT-REP-TIER-LINE.
           MOVE SPACES TO TIER-LINE-AREA
           MOVE WS-REP-SUB TO TIER-LINE-REP-NUMBER
           MOVE WS-REP-SUB TO WS-HOLD-SALES-REP-NUMBER
           PERFORM 36000-LOOK-UP-REP-NAME
           MOVE SR-SALES-REP-NAME TO TIER-LINE-REP-NAME
           MOVE WS-REP-ACTUAL-TO-DATE(WS-REP-SUB) TO
               TIER-LINE-ACTUAL-TO-DATE
           MOVE WS-REP-PROJECTED-YEAR(WS-REP-SUB) TO
               TIER-LINE-PROJECTED-YEAR
           MOVE WS-REP-PREVIOUS-YTD(WS-REP-SUB) TO
               TIER-LINE-PREVIOUS-YTD
           MOVE ZERO TO WS-CURRENT-TIER-NUMBER
           MOVE ZERO TO WS-TIER-NUMBER
           MOVE ZERO TO WS-TIER-RATE
           MOVE ZERO TO WS-PROJECTED-COMMISSION
           MOVE SPACES TO TIER-LINE-NOTE
           IF NOT WS-NO-TIER-PLAN-LOADED
               MOVE WS-REP-ACTUAL-TO-DATE(WS-REP-SUB) TO
                   WS-TIER-BASE-AMOUNT
               PERFORM 42500-COMPUTE-TIER
               MOVE WS-TIER-NUMBER TO WS-CURRENT-TIER-NUMBER
               MOVE WS-REP-PROJECTED-YEAR(WS-REP-SUB) TO
                   WS-TIER-BASE-AMOUNT
               PERFORM 42500-COMPUTE-TIER
               COMPUTE WS-PROJECTED-COMMISSION ROUNDED =
                   WS-REP-PROJECTED-YEAR(WS-REP-SUB) *
                   WS-TIER-RATE / 100
               IF WS-TIER-NUMBER > WS-CURRENT-TIER-NUMBER
                   MOVE 'MOVES UP' TO TIER-LINE-NOTE
               END-IF
               IF WS-TIER-NUMBER < WS-CURRENT-TIER-NUMBER
                   MOVE 'MOVES DOWN' TO TIER-LINE-NOTE
               END-IF
           END-IF
           MOVE WS-CURRENT-TIER-NUMBER TO TIER-LINE-CURRENT-TIER
           MOVE WS-TIER-NUMBER TO TIER-LINE-PROJECTED-TIER
           MOVE WS-TIER-RATE TO TIER-LINE-RATE
           MOVE WS-PROJECTED-COMMISSION TO TIER-LINE-COMMISSION
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-TIER-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           ADD WS-REP-ACTUAL-TO-DATE(WS-REP-SUB) TO WS-TOTAL-ACTUAL
           ADD WS-REP-PROJECTED-YEAR(WS-REP-SUB) TO WS-TOTAL-PROJECTED
           ADD WS-REP-PREVIOUS-YTD(WS-REP-SUB) TO WS-TOTAL-PREVIOUS
           ADD WS-PROJECTED-COMMISSION TO WS-TOTAL-COMMISSION.

      *    SAME BRACKETS AS PROG02 32500-COMPUTE-TIERED-COMMISSION-
      *    RATE, WITH THE TIER NUMBER KEPT AS WELL AS THE RATE.
       42500-COMPUTE-TIER.
           EVALUATE TRUE
               WHEN WS-TIER-BASE-AMOUNT NOT > WS-TIER-1-CEILING
                   MOVE 1 TO WS-TIER-NUMBER
                   MOVE WS-TIER-1-RATE TO WS-TIER-RATE
               WHEN WS-TIER-BASE-AMOUNT NOT > WS-TIER-2-CEILING
                   MOVE 2 TO WS-TIER-NUMBER
                   MOVE WS-TIER-2-RATE TO WS-TIER-RATE
               WHEN OTHER
                   MOVE 3 TO WS-TIER-NUMBER
                   MOVE WS-TIER-3-RATE TO WS-TIER-RATE
           END-EVALUATE.

      *    CUSTOMERS WITH NO REP EARN NO COMMISSION, BUT THEIR
      *    SALES ARE SHOWN SO THE SECTION TIES TO THE GRAND TOTAL.
       43000-PRINT-TIER-TOTALS.
           IF WS-UNASSIGNED-ACTUAL NOT = ZERO
              OR WS-UNASSIGNED-PROJECTED NOT = ZERO
              OR WS-UNASSIGNED-PREVIOUS NOT = ZERO
               MOVE SPACES TO TIER-LINE-LABEL
               MOVE 'NO REP ASSIGNED' TO TIER-LINE-LABEL
               MOVE WS-UNASSIGNED-ACTUAL TO TIER-LINE-ACTUAL-TO-DATE
               MOVE WS-UNASSIGNED-PROJECTED TO TIER-LINE-PROJECTED-YEAR
               MOVE WS-UNASSIGNED-PREVIOUS TO TIER-LINE-PREVIOUS-YTD
               MOVE ZERO TO TIER-LINE-CURRENT-TIER
               MOVE ZERO TO TIER-LINE-PROJECTED-TIER
               MOVE ZERO TO TIER-LINE-RATE
               MOVE ZERO TO TIER-LINE-COMMISSION
               MOVE SPACES TO TIER-LINE-NOTE
               WRITE PROJECTION-RPT-RECORD FROM WS-RPT-TIER-LINE
               AFTER ADVANCING 1 LINE
               ADD WS-UNASSIGNED-ACTUAL TO WS-TOTAL-ACTUAL
               ADD WS-UNASSIGNED-PROJECTED TO WS-TOTAL-PROJECTED
               ADD WS-UNASSIGNED-PREVIOUS TO WS-TOTAL-PREVIOUS
           END-IF
           MOVE SPACES TO TIER-LINE-LABEL
           MOVE 'TOTAL ALL REPS' TO TIER-LINE-LABEL
           MOVE WS-TOTAL-ACTUAL TO TIER-LINE-ACTUAL-TO-DATE
           MOVE WS-TOTAL-PROJECTED TO TIER-LINE-PROJECTED-YEAR
           MOVE WS-TOTAL-PREVIOUS TO TIER-LINE-PREVIOUS-YTD
           MOVE ZERO TO TIER-LINE-CURRENT-TIER
           MOVE ZERO TO TIER-LINE-PROJECTED-TIER
           MOVE ZERO TO TIER-LINE-RATE
           MOVE WS-TOTAL-COMMISSION TO TIER-LINE-COMMISSION
           MOVE SPACES TO TIER-LINE-NOTE
           WRITE PROJECTION-RPT-RECORD FROM WS-RPT-TIER-LINE
           AFTER ADVANCING 2 LINES.
       END PROGRAM PROG36.
