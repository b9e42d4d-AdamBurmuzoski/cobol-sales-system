       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37.
      *****************************************************************
      ***   CIS4373L PROG37 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. SELECTION CONTROL CARDS (CTLCRD37)            **
      ***           2. CUSTOMER MASTER FILE (INDEXED)                **
      ***           3. CUSTOMER SALES HISTORY (CUSTHIST - INDEXED)   **
      ***           4. BRANCH MASTER FILE (INDEXED, NAME/REGION)     **
      ***           5. SALES REP MASTER FILE (INDEXED, NAME LOOKUP)  **
      ***  OUTPUT:  1. CUSTOMER SELECTION EXTRACT (CUSTCSV -         **
      ***              COMMA-DELIMITED WITH A HEADER ROW)            **
      ***           2. SELECTION CONTROL LISTING                     **
      ***                                                            **
      ***  PURPOSE:  SELECTS CUSTOMERS FROM CUSTMAST BY BRANCH,      **
      ***            REGION, REP, CURRENT AND PREVIOUS YTD RANGES    **
      ***            AND VARIANCE PERCENT, AS GIVEN ON THE CONTROL   **
      ***            CARDS, SORTS THEM ON UP TO THREE OF THOSE       **
      ***            FIELDS AND WRITES THEM AS A COMMA-DELIMITED     **
      ***            FILE FOR SPREADSHEET USE, JOINED WITH THE       **
      ***            BRANCH NAME, REGION, REP NAME AND THE CUSTHIST  **
      ***            MONTH BUCKETS. THE CONTROL LISTING ECHOES EVERY **
      ***            CARD, THE CRITERIA IN EFFECT AND THE COUNT AND  **
      ***            TOTALS SELECTED, SO AN EXTRACT CAN BE CHECKED   **
      ***            AND RERUN. A CARD IN ERROR REFUSES THE RUN.     **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD37
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
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT SALES-REP-MASTER-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SALES-REP-NUMBER
               FILE STATUS IS WS-REPMAST-FILE-STATUS.
           SELECT SELECTION-WORK-FILE   ASSIGN TO SELWORK.
           SELECT SORT-SELECTION-FILE   ASSIGN TO SORTWK11.
           SELECT SORTED-SELECTION-FILE ASSIGN TO SRTSEL.
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO CUSTCSV.
           SELECT SELECTION-LISTING-FILE ASSIGN TO PRINT037.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CRITERION PER CARD, NAMED IN COLUMNS 1-8:
      *      BRANCH   COLS 9-10  BRANCH NUMBER
      *      REGION   COLS 9-18  REGION, AS ON BRCHMAST
      *      REP      COLS 9-10  SALES REP NUMBER
      *      CURYTD   COLS 9-17  LOW, 18-26 HIGH (9(7)V99)
      *      PREVYTD  COLS 9-17  LOW, 18-26 HIGH (9(7)V99)
      *      VARPCT   COLS 9-12  LOW, 13-16 HIGH (WHOLE PERCENT,
      *                          SIGN FIRST - E.G. -020)
      *      SORT     COLS 9-16  FIELD (ANY CARD NAME ABOVE, OR
      *                          CUSTOMER), COL 17 A OR D
      *    UP TO 20 BRANCH, REGION AND REP CARDS EACH - A CUSTOMER
      *    MATCHING ANY ONE OF THEM PASSES THAT TEST. A BLANK LOW
      *    OR HIGH LEAVES THAT END OF A RANGE OPEN; RANGES ARE
      *    INCLUSIVE. UP TO THREE SORT CARDS, MAJOR KEY FIRST.
      *    AN ASTERISK IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-CARD-TYPE                PIC X(08).
               88 CC-BRANCH-CARD                 VALUE 'BRANCH'.
               88 CC-REGION-CARD                 VALUE 'REGION'.
               88 CC-REP-CARD                    VALUE 'REP'.
               88 CC-CURRENT-YTD-CARD            VALUE 'CURYTD'.
               88 CC-PREVIOUS-YTD-CARD           VALUE 'PREVYTD'.
               88 CC-VARIANCE-PERCENT-CARD       VALUE 'VARPCT'.
               88 CC-SORT-CARD                   VALUE 'SORT'.
               88 CC-BLANK-CARD                  VALUE SPACES.
           05 CC-CARD-TYPE-R REDEFINES CC-CARD-TYPE.
               10 CC-CARD-COLUMN-1        PIC X(01).
                   88 CC-COMMENT-CARD            VALUE '*'.
               10 FILLER                  PIC X(07).
           05 CC-CARD-DATA                PIC X(72).
           05 CC-BRANCH-DATA REDEFINES CC-CARD-DATA.
               10 CC-BRANCH-NUMBER        PIC 9(02).
               10 FILLER                  PIC X(70).
           05 CC-REGION-DATA REDEFINES CC-CARD-DATA.
               10 CC-REGION               PIC X(10).
               10 FILLER                  PIC X(62).
           05 CC-REP-DATA REDEFINES CC-CARD-DATA.
               10 CC-REP-NUMBER           PIC 9(02).
               10 FILLER                  PIC X(70).
           05 CC-AMOUNT-RANGE-DATA REDEFINES CC-CARD-DATA.
               10 CC-LOW-AMOUNT           PIC 9(07)V99.
               10 CC-LOW-AMOUNT-X REDEFINES CC-LOW-AMOUNT
                                          PIC X(09).
               10 CC-HIGH-AMOUNT          PIC 9(07)V99.
               10 CC-HIGH-AMOUNT-X REDEFINES CC-HIGH-AMOUNT
                                          PIC X(09).
               10 FILLER                  PIC X(54).
           05 CC-PERCENT-RANGE-DATA REDEFINES CC-CARD-DATA.
               10 CC-LOW-PERCENT          PIC S9(03)
                                          SIGN LEADING SEPARATE.
               10 CC-LOW-PERCENT-X REDEFINES CC-LOW-PERCENT
                                          PIC X(04).
               10 CC-HIGH-PERCENT         PIC S9(03)
                                          SIGN LEADING SEPARATE.
               10 CC-HIGH-PERCENT-X REDEFINES CC-HIGH-PERCENT
                                          PIC X(04).
               10 FILLER                  PIC X(64).
           05 CC-SORT-DATA REDEFINES CC-CARD-DATA.
               10 CC-SORT-FIELD           PIC X(08).
               10 CC-SORT-ORDER           PIC X(01).
               10 FILLER                  PIC X(63).

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

      *    LAYOUT MATCHES THE BRANCH-MASTER-RECORD PROG16 MAINTAINS.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-NUMBER            PIC 9(02).
           05 BR-BRANCH-NAME              PIC X(30).
           05 BR-REGION                   PIC X(10).
           05 BR-BRANCH-STATUS            PIC X(01).
               88 BR-BRANCH-OPEN                 VALUE 'O'.
               88 BR-BRANCH-CLOSED               VALUE 'C'.
           05 FILLER                      PIC X(07).

       FD  SALES-REP-MASTER-FILE.
       01  SALES-REP-MASTER-RECORD.
           05 SR-SALES-REP-NUMBER         PIC 9(02).
           05 SR-SALES-REP-NAME           PIC X(30).
           05 SR-COMMISSION-PERCENTAGE    PIC S9(2)V9(3) COMP-3.

      *    ONE RECORD PER SELECTED CUSTOMER - ITS SORT KEY, ITS
      *    CUSTMAST AND CUSTHIST RECORDS AS READ, AND THE NAMES
      *    JOINED TO THEM - SO THE EXTRACT PASS NEEDS NO FILE BUT
      *    THE SORTED ONE.
       FD  SELECTION-WORK-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SELECTION-WORK-RECORD.
           05 WX-SORT-KEY.
               10 WX-SORT-SEGMENT OCCURS 3 TIMES
                                          PIC X(12).
           05 WX-MASTER-IMAGE.
               10 WX-CUSTOMER-NUMBER      PIC 9(05).
               10 WX-BRANCH-NUMBER        PIC 9(02).
               10 WX-SALES-REP-NUMBER     PIC 9(02).
               10 WX-CUSTOMER-NAME        PIC X(30).
               10 WX-CURRENT-YTD-SALES    PIC S9(7)V99 COMP-3.
               10 WX-PREVIOUS-YTD-SALES   PIC S9(7)V99 COMP-3.
               10 FILLER                  PIC X(03).
           05 WX-HISTORY-IMAGE.
               10 WX-HISTORY-CUSTOMER     PIC 9(05).
               10 WX-HISTORY-YEAR-CCYY    PIC 9(04).
               10 WX-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                          PIC S9(7)V99 COMP-3.
               10 WX-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                          PIC S9(7)V99 COMP-3.
           05 WX-HISTORY-SW               PIC X(01).
               88 WX-HISTORY-FOUND               VALUE 'Y'.
               88 WX-NO-HISTORY                  VALUE 'N'.
           05 WX-BRANCH-NAME              PIC X(30).
           05 WX-REGION                   PIC X(10).
           05 WX-SALES-REP-NAME           PIC X(30).
           05 WX-VARIANCE-PERCENT         PIC S9(3)V99.
           05 FILLER                      PIC X(07).

       SD  SORT-SELECTION-FILE.
       01  SORT-SELECTION-RECORD.
           05 SX-SORT-KEY                 PIC X(36).
           05 SX-CUSTOMER-NUMBER          PIC 9(05).
           05 FILLER                      PIC X(259).

       FD  SORTED-SELECTION-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SORTED-SELECTION-RECORD.
           05 FILLER                      PIC X(300).

      *    ONE HEADER ROW, THEN ONE ROW PER CUSTOMER. TEXT FIELDS
      *    ARE QUOTED AND TRIMMED; AMOUNTS CARRY A LEADING MINUS
      *    ONLY WHEN NEGATIVE. THE RECORD IS PADDED WITH SPACES.
       FD  CUSTOMER-EXTRACT-FILE
           RECORD CONTAINS 500 CHARACTERS.
       01  CUSTOMER-EXTRACT-RECORD        PIC X(500).

       FD  SELECTION-LISTING-FILE.
       01  SELECTION-LST-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-MORE-INPUT-SW         PIC X   VALUE 'Y'.
               88 WS-MORE-INPUT                 VALUE 'Y'.
               88 WS-NO-MORE-INPUT              VALUE 'N'.
           05 WS-RUN-STATUS-SW         PIC X   VALUE 'Y'.
               88 WS-RUN-ALLOWED                VALUE 'Y'.
               88 WS-RUN-REFUSED                VALUE 'N'.
           05 WS-CUSTOMER-SELECTED-SW  PIC X   VALUE 'Y'.
               88 WS-CUSTOMER-SELECTED          VALUE 'Y'.
               88 WS-CUSTOMER-NOT-SELECTED      VALUE 'N'.
           05 WS-VALUE-FOUND-SW        PIC X   VALUE 'N'.
               88 WS-VALUE-FOUND                VALUE 'Y'.
               88 WS-VALUE-NOT-FOUND            VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.
           05 WS-REPMAST-OPEN-SW       PIC X   VALUE 'N'.
               88 WS-REPMAST-IS-OPEN            VALUE 'Y'.
               88 WS-REPMAST-NOT-OPEN           VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REPMAST-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CRIT-SUB              PIC 9(02) VALUE ZERO.
           05  WS-RANGE-SUB             PIC 9(01) VALUE ZERO.
           05  WS-SORT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-MONTH-SUB             PIC 9(02) VALUE ZERO.
           05  STATUS-MESSAGE           PIC X(50) VALUE SPACES.

      *    SELECTION CRITERIA FROM THE CONTROL CARDS. A LIST WITH
      *    NO ENTRIES, OR A RANGE NOT GIVEN, SELECTS EVERYBODY.
       01  WS-SELECTION-CRITERIA.
           05  WS-BRANCH-CRITERIA-COUNT PIC 9(02) VALUE ZERO.
           05  WS-BRANCH-CRITERION OCCURS 20 TIMES
                                        PIC 9(02).
           05  WS-REGION-CRITERIA-COUNT PIC 9(02) VALUE ZERO.
           05  WS-REGION-CRITERION OCCURS 20 TIMES
                                        PIC X(10).
           05  WS-REP-CRITERIA-COUNT    PIC 9(02) VALUE ZERO.
           05  WS-REP-CRITERION OCCURS 20 TIMES
                                        PIC 9(02).
      *    RANGE 1 IS CURRENT YTD, 2 PREVIOUS YTD, 3 VARIANCE
      *    PERCENT.
           05  WS-RANGE-ENTRY OCCURS 3 TIMES.
               10  WS-RANGE-GIVEN-SW    PIC X(01).
                   88 WS-RANGE-GIVEN            VALUE 'Y'.
               10  WS-RANGE-LOW-SW      PIC X(01).
                   88 WS-RANGE-LOW-GIVEN        VALUE 'Y'.
               10  WS-RANGE-HIGH-SW     PIC X(01).
                   88 WS-RANGE-HIGH-GIVEN       VALUE 'Y'.
               10  WS-RANGE-LOW         PIC S9(7)V99 COMP-3.
               10  WS-RANGE-HIGH        PIC S9(7)V99 COMP-3.
           05  WS-SORT-KEY-COUNT        PIC 9(01) VALUE ZERO.
           05  WS-SORT-KEY-ENTRY OCCURS 3 TIMES.
               10  WS-SORT-FIELD        PIC X(08).
               10  WS-SORT-ORDER        PIC X(01).
                   88 WS-SORT-DESCENDING        VALUE 'D'.

       01  WS-RANGE-NAMES.
           05  FILLER                   PIC X(16) VALUE 'CURRENT YTD:'.
           05  FILLER                   PIC X(16) VALUE 'PREVIOUS YTD:'.
           05  FILLER                   PIC X(16) VALUE 'VARIANCE PCT:'.
       01  WS-RANGE-NAME-TABLE REDEFINES WS-RANGE-NAMES.
           05  WS-RANGE-NAME OCCURS 3 TIMES PIC X(16).

      *    WORK FIELDS FOR ONE CUSTOMER. THE VARIANCE PERCENT IS
      *    WORKED OUT EXACTLY AS PROG01 PRINTS IT, SO A CUSTOMER
      *    PICKED FROM THE PROG01 REPORT SELECTS AS EXPECTED.
       01  WS-CUSTOMER-WORK-FIELDS.
           05  WS-VARIANCE-PERCENT      PIC S9(3)V99 COMP-3
           VALUE ZERO.
           05  WS-RANGE-TEST-VALUE      PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-JOIN-BRANCH-NAME      PIC X(30) VALUE SPACES.
           05  WS-JOIN-REGION           PIC X(10) VALUE SPACES.
           05  WS-JOIN-REP-NAME         PIC X(30) VALUE SPACES.

      *    ONE SORT KEY SEGMENT. AMOUNTS ARE OFFSET SO EVERY VALUE
      *    IS POSITIVE AND SORTS CORRECTLY AS CHARACTERS; A
      *    DESCENDING KEY IS TURNED BACK TO FRONT CHARACTER BY
      *    CHARACTER SO ONE ASCENDING SORT SERVES EVERY ORDER.
       01  WS-SORT-KEY-WORK.
           05  WS-KEY-SEGMENT           PIC X(12) VALUE SPACES.
           05  WS-KEY-AMOUNT            PIC 9(08)V99 VALUE ZERO.
           05  WS-KEY-AMOUNT-X REDEFINES WS-KEY-AMOUNT
                                        PIC X(10).
           05  WS-KEY-PERCENT           PIC 9(04)V99 VALUE ZERO.
           05  WS-KEY-PERCENT-X REDEFINES WS-KEY-PERCENT
                                        PIC X(06).
           05  WS-ASCENDING-CHARACTERS  PIC X(37) VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-DESCENDING-CHARACTERS PIC X(37) VALUE
               'ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 '.

      *    WORK FIELDS FOR BUILDING ONE EXTRACT ROW.
       01  WS-CSV-WORK-FIELDS.
           05  WS-CSV-POINTER           PIC S9(04) COMP VALUE +1.
           05  WS-CSV-TEXT              PIC X(30) VALUE SPACES.
           05  WS-CSV-TEXT-LENGTH       PIC S9(04) COMP VALUE ZERO.
           05  WS-CSV-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  WS-CSV-AMOUNT-EDIT       PIC -(7)9.99.
           05  WS-CSV-EDIT-X REDEFINES WS-CSV-AMOUNT-EDIT
                                        PIC X(11).
           05  WS-CSV-LEADING-SPACES    PIC S9(04) COMP VALUE ZERO.

       01  WS-CSV-HEADER-ROW.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER,CUSTOMER NAME,BRANCH,BRANCH NAM'.
           05  FILLER                   PIC X(40) VALUE
               'E,REGION,REP,REP NAME,CURRENT YTD,PREVIO'.
           05  FILLER                   PIC X(40) VALUE
               'US YTD,VARIANCE PCT,HISTORY YEAR,CUR JAN'.
           05  FILLER                   PIC X(40) VALUE
               ',CUR FEB,CUR MAR,CUR APR,CUR MAY,CUR JUN'.
           05  FILLER                   PIC X(40) VALUE
               ',CUR JUL,CUR AUG,CUR SEP,CUR OCT,CUR NOV'.
           05  FILLER                   PIC X(40) VALUE
               ',CUR DEC,PRIOR JAN,PRIOR FEB,PRIOR MAR,P'.
           05  FILLER                   PIC X(40) VALUE
               'RIOR APR,PRIOR MAY,PRIOR JUN,PRIOR JUL,P'.
           05  FILLER                   PIC X(40) VALUE
               'RIOR AUG,PRIOR SEP,PRIOR OCT,PRIOR NOV,P'.
           05  FILLER                   PIC X(08) VALUE 'RIOR DEC'.
           05  FILLER                   PIC X(172) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-CUSTOMER-READ-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMER-SELECTED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-ROWS-WRITTEN-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CARD-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CARD-ERROR-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SELECTED-CURRENT-YTD   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SELECTED-PREVIOUS-YTD  PIC S9(9)V99 COMP-3
           VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG37 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG37'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'CUSTOMER SELECTION EXTRACT'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-SECTION-LINE.
           05  SECTION-LINE-TEXT           PIC X(50).

       01  WS-RPT-CARD-LINE.
           05  CARD-LINE-IMAGE             PIC X(80).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  CARD-LINE-MESSAGE           PIC X(50).

       01  WS-RPT-CRITERIA-LINE.
           05  CRITERIA-LINE-LABEL         PIC X(16).
           05  CRITERIA-LINE-TEXT          PIC X(110).

       01  WS-RPT-RANGE-EDIT.
           05  RANGE-EDIT-AMOUNT           PIC -Z,ZZZ,ZZ9.99.
           05  RANGE-EDIT-PERCENT          PIC -ZZ9.
           05  RANGE-EDIT-LOW-TEXT         PIC X(13).
           05  RANGE-EDIT-HIGH-TEXT        PIC X(13).

       01  WS-RPT-COUNT-LINE.
           05  COUNT-LINE-LABEL            PIC X(36).
           05  COUNT-LINE-VALUE            PIC ZZZZZZ9.

       01  WS-RPT-AMOUNT-LINE.
           05  AMOUNT-LINE-LABEL           PIC X(36).
           05  AMOUNT-LINE-VALUE           PIC -999,999,999.99.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           IF WS-RUN-ALLOWED
               PERFORM 30000-PROCESS-SELECTION-FILE
               UNTIL THERE-ARE-NO-MORE-RECORDS
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    THE CARDS ARE ALL READ AND LISTED BEFORE ANY FILE IS
      *    TOUCHED, SO EVERY CARD IN ERROR SHOWS ON ONE LISTING.
       10000-INITIALIZATION-ROUTINE.
           OPEN OUTPUT SELECTION-LISTING-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           INITIALIZE WS-RANGE-ENTRY(1) WS-RANGE-ENTRY(2)
                      WS-RANGE-ENTRY(3)
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 11000-READ-CONTROL-CARDS
           PERFORM 18000-PRINT-CRITERIA
           IF WS-RUN-ALLOWED
               PERFORM 12000-OPEN-INPUT-FILES
           END-IF
           IF WS-RUN-ALLOWED
               PERFORM 14000-BUILD-SELECTION-WORK-FILE
               SORT SORT-SELECTION-FILE
                   ON ASCENDING KEY SX-SORT-KEY
                                    SX-CUSTOMER-NUMBER
                   USING SELECTION-WORK-FILE
                   GIVING SORTED-SELECTION-FILE
               OPEN INPUT SORTED-SELECTION-FILE
               OPEN OUTPUT CUSTOMER-EXTRACT-FILE
               WRITE CUSTOMER-EXTRACT-RECORD FROM WS-CSV-HEADER-ROW
           END-IF.

      *    NO CARD FILE AT ALL SELECTS EVERY CUSTOMER IN CUSTOMER
      *    NUMBER ORDER.
       11000-READ-CONTROL-CARDS.
           MOVE 'CONTROL CARDS:' TO SECTION-LINE-TEXT
           WRITE SELECTION-LST-RECORD FROM WS-RPT-SECTION-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               SET WS-MORE-INPUT TO TRUE
               PERFORM UNTIL WS-NO-MORE-INPUT
                   READ CONTROL-CARD-FILE
                       AT END
                           SET WS-NO-MORE-INPUT TO TRUE
                       NOT AT END
                           PERFORM 11100-EDIT-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-CARD-COUNT = ZERO
               MOVE SPACES TO WS-RPT-CARD-LINE
               MOVE '  (NONE - ALL CUSTOMERS SELECTED)' TO
                   CARD-LINE-IMAGE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-CARD-LINE
               AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CTR
           END-IF
           IF WS-CARD-ERROR-COUNT > ZERO
               MOVE 'CONTROL CARD ERRORS - RUN REFUSED' TO
                   STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           END-IF.

       11100-EDIT-CONTROL-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'ACCEPTED' TO CARD-LINE-MESSAGE
           EVALUATE TRUE
               WHEN CC-COMMENT-CARD
                 OR CC-BLANK-CARD
                   MOVE 'COMMENT' TO CARD-LINE-MESSAGE
               WHEN CC-BRANCH-CARD
                   PERFORM 11200-EDIT-BRANCH-CARD
               WHEN CC-REGION-CARD
                   PERFORM 11300-EDIT-REGION-CARD
               WHEN CC-REP-CARD
                   PERFORM 11400-EDIT-REP-CARD
               WHEN CC-CURRENT-YTD-CARD
                   MOVE 1 TO WS-RANGE-SUB
                   PERFORM 11500-EDIT-AMOUNT-RANGE-CARD
               WHEN CC-PREVIOUS-YTD-CARD
                   MOVE 2 TO WS-RANGE-SUB
                   PERFORM 11500-EDIT-AMOUNT-RANGE-CARD
               WHEN CC-VARIANCE-PERCENT-CARD
                   MOVE 3 TO WS-RANGE-SUB
                   PERFORM 11600-EDIT-PERCENT-RANGE-CARD
               WHEN CC-SORT-CARD
                   PERFORM 11700-EDIT-SORT-CARD
               WHEN OTHER
                   MOVE '*** UNKNOWN CARD TYPE' TO CARD-LINE-MESSAGE
           END-EVALUATE
           IF CARD-LINE-MESSAGE(1:3) = '***'
               ADD 1 TO WS-CARD-ERROR-COUNT
           END-IF
           MOVE CONTROL-CARD-RECORD TO CARD-LINE-IMAGE
           WRITE SELECTION-LST-RECORD FROM WS-RPT-CARD-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       11200-EDIT-BRANCH-CARD.
           EVALUATE TRUE
               WHEN CC-BRANCH-NUMBER NOT NUMERIC
                 OR CC-BRANCH-NUMBER = ZERO
                   MOVE '*** BRANCH NUMBER NOT VALID' TO
                       CARD-LINE-MESSAGE
               WHEN WS-BRANCH-CRITERIA-COUNT = 20
                   MOVE '*** MORE THAN 20 BRANCH CARDS' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-BRANCH-CRITERIA-COUNT
                   MOVE CC-BRANCH-NUMBER TO
                       WS-BRANCH-CRITERION(WS-BRANCH-CRITERIA-COUNT)
           END-EVALUATE.

       11300-EDIT-REGION-CARD.
           EVALUATE TRUE
               WHEN CC-REGION = SPACES
                   MOVE '*** REGION IS BLANK' TO CARD-LINE-MESSAGE
               WHEN WS-REGION-CRITERIA-COUNT = 20
                   MOVE '*** MORE THAN 20 REGION CARDS' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-REGION-CRITERIA-COUNT
                   MOVE CC-REGION TO
                       WS-REGION-CRITERION(WS-REGION-CRITERIA-COUNT)
           END-EVALUATE.

       11400-EDIT-REP-CARD.
           EVALUATE TRUE
               WHEN CC-REP-NUMBER NOT NUMERIC
                 OR CC-REP-NUMBER = ZERO
                   MOVE '*** REP NUMBER NOT VALID' TO
                       CARD-LINE-MESSAGE
               WHEN WS-REP-CRITERIA-COUNT = 20
                   MOVE '*** MORE THAN 20 REP CARDS' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-REP-CRITERIA-COUNT
                   MOVE CC-REP-NUMBER TO
                       WS-REP-CRITERION(WS-REP-CRITERIA-COUNT)
           END-EVALUATE.

       11500-EDIT-AMOUNT-RANGE-CARD.
           EVALUATE TRUE
               WHEN WS-RANGE-GIVEN(WS-RANGE-SUB)
                   MOVE '*** RANGE ALREADY GIVEN ON AN EARLIER CARD'
                   TO CARD-LINE-MESSAGE
               WHEN CC-LOW-AMOUNT-X NOT = SPACES
                AND CC-LOW-AMOUNT NOT NUMERIC
                   MOVE '*** LOW AMOUNT NOT NUMERIC' TO
                       CARD-LINE-MESSAGE
               WHEN CC-HIGH-AMOUNT-X NOT = SPACES
                AND CC-HIGH-AMOUNT NOT NUMERIC
                   MOVE '*** HIGH AMOUNT NOT NUMERIC' TO
                       CARD-LINE-MESSAGE
               WHEN CC-LOW-AMOUNT-X = SPACES
                AND CC-HIGH-AMOUNT-X = SPACES
                   MOVE '*** NEITHER LOW NOR HIGH AMOUNT GIVEN' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   SET WS-RANGE-GIVEN(WS-RANGE-SUB) TO TRUE
                   IF CC-LOW-AMOUNT-X NOT = SPACES
                       SET WS-RANGE-LOW-GIVEN(WS-RANGE-SUB) TO TRUE
                       MOVE CC-LOW-AMOUNT TO WS-RANGE-LOW(WS-RANGE-SUB)
                   END-IF
                   IF CC-HIGH-AMOUNT-X NOT = SPACES
                       SET WS-RANGE-HIGH-GIVEN(WS-RANGE-SUB) TO TRUE
                       MOVE CC-HIGH-AMOUNT TO
                           WS-RANGE-HIGH(WS-RANGE-SUB)
                   END-IF
                   PERFORM 11800-CHECK-RANGE-ORDER
           END-EVALUATE.

       11600-EDIT-PERCENT-RANGE-CARD.
           EVALUATE TRUE
               WHEN WS-RANGE-GIVEN(WS-RANGE-SUB)
                   MOVE '*** RANGE ALREADY GIVEN ON AN EARLIER CARD'
                   TO CARD-LINE-MESSAGE
               WHEN CC-LOW-PERCENT-X NOT = SPACES
                AND CC-LOW-PERCENT NOT NUMERIC
                   MOVE '*** LOW PERCENT NOT SIGNED NUMBER (E.G. -020)'
                   TO CARD-LINE-MESSAGE
               WHEN CC-HIGH-PERCENT-X NOT = SPACES
                AND CC-HIGH-PERCENT NOT NUMERIC
                   MOVE '*** HIGH PERCENT NOT SIGNED NUMBER (E.G. +050)'
                   TO CARD-LINE-MESSAGE
               WHEN CC-LOW-PERCENT-X = SPACES
                AND CC-HIGH-PERCENT-X = SPACES
                   MOVE '*** NEITHER LOW NOR HIGH PERCENT GIVEN' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   SET WS-RANGE-GIVEN(WS-RANGE-SUB) TO TRUE
                   IF CC-LOW-PERCENT-X NOT = SPACES
                       SET WS-RANGE-LOW-GIVEN(WS-RANGE-SUB) TO TRUE
                       MOVE CC-LOW-PERCENT TO
                           WS-RANGE-LOW(WS-RANGE-SUB)
                   END-IF
                   IF CC-HIGH-PERCENT-X NOT = SPACES
                       SET WS-RANGE-HIGH-GIVEN(WS-RANGE-SUB) TO TRUE
                       MOVE CC-HIGH-PERCENT TO
                           WS-RANGE-HIGH(WS-RANGE-SUB)
                   END-IF
                   PERFORM 11800-CHECK-RANGE-ORDER
           END-EVALUATE.

       11700-EDIT-SORT-CARD.
           EVALUATE TRUE
               WHEN CC-SORT-FIELD NOT = 'BRANCH'
                AND CC-SORT-FIELD NOT = 'REGION'
                AND CC-SORT-FIELD NOT = 'REP'
                AND CC-SORT-FIELD NOT = 'CURYTD'
                AND CC-SORT-FIELD NOT = 'PREVYTD'
                AND CC-SORT-FIELD NOT = 'VARPCT'
                AND CC-SORT-FIELD NOT = 'CUSTOMER'
                   MOVE '*** UNKNOWN SORT FIELD' TO CARD-LINE-MESSAGE
               WHEN CC-SORT-ORDER NOT = 'A'
                AND CC-SORT-ORDER NOT = 'D'
                AND CC-SORT-ORDER NOT = SPACE
                   MOVE '*** SORT ORDER MUST BE A OR D' TO
                       CARD-LINE-MESSAGE
               WHEN WS-SORT-KEY-COUNT = 3
                   MOVE '*** MORE THAN 3 SORT CARDS' TO
                       CARD-LINE-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-SORT-KEY-COUNT
                   MOVE CC-SORT-FIELD TO
                       WS-SORT-FIELD(WS-SORT-KEY-COUNT)
                   IF CC-SORT-ORDER = 'D'
                       MOVE 'D' TO WS-SORT-ORDER(WS-SORT-KEY-COUNT)
                   ELSE
                       MOVE 'A' TO WS-SORT-ORDER(WS-SORT-KEY-COUNT)
                   END-IF
           END-EVALUATE.

       11800-CHECK-RANGE-ORDER.
           IF WS-RANGE-LOW-GIVEN(WS-RANGE-SUB)
              AND WS-RANGE-HIGH-GIVEN(WS-RANGE-SUB)
              AND WS-RANGE-LOW(WS-RANGE-SUB) >
                  WS-RANGE-HIGH(WS-RANGE-SUB)
               MOVE '*** LOW LIMIT IS ABOVE HIGH LIMIT' TO
                   CARD-LINE-MESSAGE
           END-IF.

      *    CUSTMAST AND CUSTHIST ARE THE EXTRACT ITSELF AND MUST
      *    BOTH OPEN. BRCHMAST IS NEEDED ONLY WHEN A REGION IS
      *    BEING SELECTED ON; OTHERWISE IT AND REPMAST ARE NAME
      *    LOOKUPS AND A FAILURE ONLY LEAVES THE NAMES BLANK.
       12000-OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG37: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 'CUSTMAST OPEN FAILED - RUN REFUSED'
               TO STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           ELSE
               OPEN INPUT CUSTOMER-HISTORY-FILE
               IF WS-CUSTHIST-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG37: CUSTOMER HISTORY FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
                   MOVE 'CUSTHIST OPEN FAILED - RUN REFUSED'
                   TO STATUS-MESSAGE
                   PERFORM 19000-REFUSE-THE-RUN
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           IF WS-RUN-ALLOWED
               OPEN INPUT BRANCH-MASTER-FILE
               IF WS-BRCHMAST-FILE-STATUS = '00'
                   SET WS-BRCHMAST-IS-OPEN TO TRUE
               ELSE
                   IF WS-REGION-CRITERIA-COUNT > ZERO
                       DISPLAY 'PROG37: BRANCH MASTER FILE COULD NOT '
                           'BE OPENED - STATUS '
                           WS-BRCHMAST-FILE-STATUS
                       MOVE 'BRCHMAST NEEDED FOR REGION - RUN REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
                       CLOSE CUSTOMER-MASTER-FILE
                       CLOSE CUSTOMER-HISTORY-FILE
                   ELSE
                       DISPLAY 'PROG37: BRANCH MASTER FILE COULD NOT '
                           'BE OPENED - STATUS '
                           WS-BRCHMAST-FILE-STATUS
                           ' - BRANCH NAMES LEFT BLANK'
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-ALLOWED
               OPEN INPUT SALES-REP-MASTER-FILE
               IF WS-REPMAST-FILE-STATUS = '00'
                   SET WS-REPMAST-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'PROG37: SALES REP MASTER FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-REPMAST-FILE-STATUS
                       ' - REP NAMES LEFT BLANK'
               END-IF
           END-IF.

       14000-BUILD-SELECTION-WORK-FILE.
           OPEN OUTPUT SELECTION-WORK-FILE
           SET WS-MORE-INPUT TO TRUE
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       PERFORM 15000-SELECT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE CUSTOMER-HISTORY-FILE
           CLOSE SELECTION-WORK-FILE
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           IF WS-REPMAST-IS-OPEN
               CLOSE SALES-REP-MASTER-FILE
           END-IF.

       15000-SELECT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-READ-COUNT
           PERFORM 15100-LOOK-UP-BRANCH
           PERFORM 15200-COMPUTE-VARIANCE-PERCENT
           SET WS-CUSTOMER-SELECTED TO TRUE
           PERFORM 16000-APPLY-CRITERIA
           IF WS-CUSTOMER-SELECTED
               PERFORM 17000-WRITE-SELECTION-RECORD
           END-IF.

       15100-LOOK-UP-BRANCH.
           MOVE SPACES TO WS-JOIN-BRANCH-NAME
           MOVE SPACES TO WS-JOIN-REGION
           IF WS-BRCHMAST-IS-OPEN
              AND CM-BRANCH-NUMBER > ZERO
               MOVE CM-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON BRCHMAST' TO
                           WS-JOIN-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO WS-JOIN-BRANCH-NAME
                       MOVE BR-REGION TO WS-JOIN-REGION
               END-READ
           END-IF.

      *    SAME RULE AS PROG01 34500-COMPUTE-VARIANCE-PERCENT - ZERO
      *    WITH NO PREVIOUS YTD, CAPPED AT +/-999.99.
       15200-COMPUTE-VARIANCE-PERCENT.
           IF CM-PREVIOUS-YTD-SALES > ZERO
               COMPUTE WS-VARIANCE-PERCENT ROUNDED =
                   ((CM-CURRENT-YTD-SALES - CM-PREVIOUS-YTD-SALES) /
                    CM-PREVIOUS-YTD-SALES) * 100
               ON SIZE ERROR
                   IF CM-CURRENT-YTD-SALES > CM-PREVIOUS-YTD-SALES
                       MOVE 999.99 TO WS-VARIANCE-PERCENT
                   ELSE
                       MOVE -999.99 TO WS-VARIANCE-PERCENT
                   END-IF
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-VARIANCE-PERCENT
           END-IF.

      *    A CUSTOMER MUST PASS EVERY KIND OF CRITERION GIVEN, AND
      *    ANY ONE VALUE WITHIN A KIND.
       16000-APPLY-CRITERIA.
           IF WS-BRANCH-CRITERIA-COUNT > ZERO
               SET WS-VALUE-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-BRANCH-CRITERIA-COUNT
                   IF CM-BRANCH-NUMBER =
                      WS-BRANCH-CRITERION(WS-CRIT-SUB)
                       SET WS-VALUE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-NOT-FOUND
                   SET WS-CUSTOMER-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           IF WS-REGION-CRITERIA-COUNT > ZERO
               SET WS-VALUE-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-REGION-CRITERIA-COUNT
                   IF WS-JOIN-REGION =
                      WS-REGION-CRITERION(WS-CRIT-SUB)
                       SET WS-VALUE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-NOT-FOUND
                   SET WS-CUSTOMER-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           IF WS-REP-CRITERIA-COUNT > ZERO
               SET WS-VALUE-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-REP-CRITERIA-COUNT
                   IF CM-SALES-REP-NUMBER =
                      WS-REP-CRITERION(WS-CRIT-SUB)
                       SET WS-VALUE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-NOT-FOUND
                   SET WS-CUSTOMER-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           MOVE CM-CURRENT-YTD-SALES TO WS-RANGE-TEST-VALUE
           MOVE 1 TO WS-RANGE-SUB
           PERFORM 16500-TEST-RANGE
           MOVE CM-PREVIOUS-YTD-SALES TO WS-RANGE-TEST-VALUE
           MOVE 2 TO WS-RANGE-SUB
           PERFORM 16500-TEST-RANGE
           MOVE WS-VARIANCE-PERCENT TO WS-RANGE-TEST-VALUE
           MOVE 3 TO WS-RANGE-SUB
           PERFORM 16500-TEST-RANGE.

       16500-TEST-RANGE.
           IF WS-RANGE-LOW-GIVEN(WS-RANGE-SUB)
              AND WS-RANGE-TEST-VALUE < WS-RANGE-LOW(WS-RANGE-SUB)
               SET WS-CUSTOMER-NOT-SELECTED TO TRUE
           END-IF
           IF WS-RANGE-HIGH-GIVEN(WS-RANGE-SUB)
              AND WS-RANGE-TEST-VALUE > WS-RANGE-HIGH(WS-RANGE-SUB)
               SET WS-CUSTOMER-NOT-SELECTED TO TRUE
           END-IF.

       17000-WRITE-SELECTION-RECORD.
           ADD 1 TO WS-CUSTOMER-SELECTED-COUNT
           ADD CM-CURRENT-YTD-SALES TO WS-SELECTED-CURRENT-YTD
           ADD CM-PREVIOUS-YTD-SALES TO WS-SELECTED-PREVIOUS-YTD
           MOVE SPACES TO SELECTION-WORK-RECORD
           MOVE CUSTOMER-MASTER-FILE-RECORD TO WX-MASTER-IMAGE
           MOVE CM-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER
           READ CUSTOMER-HISTORY-FILE
               INVALID KEY
                   INITIALIZE WX-HISTORY-IMAGE
                   SET WX-NO-HISTORY TO TRUE
               NOT INVALID KEY
                   MOVE CUSTOMER-HISTORY-RECORD TO WX-HISTORY-IMAGE
                   SET WX-HISTORY-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-JOIN-REP-NAME
           IF WS-REPMAST-IS-OPEN
              AND CM-SALES-REP-NUMBER > ZERO
               MOVE CM-SALES-REP-NUMBER TO SR-SALES-REP-NUMBER
               READ SALES-REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'REP NOT ON FILE' TO WS-JOIN-REP-NAME
                   NOT INVALID KEY
                       MOVE SR-SALES-REP-NAME TO WS-JOIN-REP-NAME
               END-READ
           END-IF
           MOVE WS-JOIN-BRANCH-NAME TO WX-BRANCH-NAME
           MOVE WS-JOIN-REGION TO WX-REGION
           MOVE WS-JOIN-REP-NAME TO WX-SALES-REP-NAME
           MOVE WS-VARIANCE-PERCENT TO WX-VARIANCE-PERCENT
           PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB > WS-SORT-KEY-COUNT
               PERFORM 17500-BUILD-SORT-SEGMENT
           END-PERFORM
           WRITE SELECTION-WORK-RECORD.

      *    AMOUNTS ARE OFFSET BY TEN MILLION AND PERCENTS BY ONE
      *    THOUSAND SO NO KEY IS NEGATIVE. WITH NO SORT CARDS THE
      *    KEY IS ALL SPACES AND THE CUSTOMER NUMBER DECIDES.
       17500-BUILD-SORT-SEGMENT.
           MOVE SPACES TO WS-KEY-SEGMENT
           EVALUATE WS-SORT-FIELD(WS-SORT-SUB)
               WHEN 'BRANCH'
                   MOVE CM-BRANCH-NUMBER TO WS-KEY-SEGMENT
               WHEN 'REGION'
                   MOVE WS-JOIN-REGION TO WS-KEY-SEGMENT
               WHEN 'REP'
                   MOVE CM-SALES-REP-NUMBER TO WS-KEY-SEGMENT
               WHEN 'CURYTD'
                   COMPUTE WS-KEY-AMOUNT =
                       CM-CURRENT-YTD-SALES + 10000000
                   MOVE WS-KEY-AMOUNT-X TO WS-KEY-SEGMENT
               WHEN 'PREVYTD'
                   COMPUTE WS-KEY-AMOUNT =
                       CM-PREVIOUS-YTD-SALES + 10000000
                   MOVE WS-KEY-AMOUNT-X TO WS-KEY-SEGMENT
               WHEN 'VARPCT'
                   COMPUTE WS-KEY-PERCENT =
                       WS-VARIANCE-PERCENT + 1000
                   MOVE WS-KEY-PERCENT-X TO WS-KEY-SEGMENT
               WHEN 'CUSTOMER'
                   MOVE CM-CUSTOMER-NUMBER TO WS-KEY-SEGMENT
           END-EVALUATE
           IF WS-SORT-DESCENDING(WS-SORT-SUB)
               INSPECT WS-KEY-SEGMENT CONVERTING
                   WS-ASCENDING-CHARACTERS TO WS-DESCENDING-CHARACTERS
           END-IF
           MOVE WS-KEY-SEGMENT TO WX-SORT-SEGMENT(WS-SORT-SUB).

      *    WHAT WILL ACTUALLY BE APPLIED, AFTER THE CARDS ARE READ.
       18000-PRINT-CRITERIA.
           IF WS-LINE-CTR + 12 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           MOVE 'SELECTION CRITERIA IN EFFECT:' TO SECTION-LINE-TEXT
           WRITE SELECTION-LST-RECORD FROM WS-RPT-SECTION-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE SPACES TO WS-RPT-CRITERIA-LINE
           MOVE 'BRANCH:' TO CRITERIA-LINE-LABEL
           IF WS-BRANCH-CRITERIA-COUNT = ZERO
               MOVE 'ALL' TO CRITERIA-LINE-TEXT
           ELSE
               MOVE 1 TO WS-CSV-POINTER
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-BRANCH-CRITERIA-COUNT
                   STRING WS-BRANCH-CRITERION(WS-CRIT-SUB) ' '
                       DELIMITED BY SIZE INTO CRITERIA-LINE-TEXT
                       WITH POINTER WS-CSV-POINTER
                   END-STRING
               END-PERFORM
           END-IF
           PERFORM 18500-WRITE-CRITERIA-LINE
           MOVE 'REGION:' TO CRITERIA-LINE-LABEL
           IF WS-REGION-CRITERIA-COUNT = ZERO
               MOVE 'ALL' TO CRITERIA-LINE-TEXT
           ELSE
               MOVE 1 TO WS-CSV-POINTER
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-REGION-CRITERIA-COUNT
                   STRING WS-REGION-CRITERION(WS-CRIT-SUB) ' '
                       DELIMITED BY SIZE INTO CRITERIA-LINE-TEXT
                       WITH POINTER WS-CSV-POINTER
                   END-STRING
               END-PERFORM
           END-IF
           PERFORM 18500-WRITE-CRITERIA-LINE
           MOVE 'SALES REP:' TO CRITERIA-LINE-LABEL
           IF WS-REP-CRITERIA-COUNT = ZERO
               MOVE 'ALL' TO CRITERIA-LINE-TEXT
           ELSE
               MOVE 1 TO WS-CSV-POINTER
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                   UNTIL WS-CRIT-SUB > WS-REP-CRITERIA-COUNT
                   STRING WS-REP-CRITERION(WS-CRIT-SUB) ' '
                       DELIMITED BY SIZE INTO CRITERIA-LINE-TEXT
                       WITH POINTER WS-CSV-POINTER
                   END-STRING
               END-PERFORM
           END-IF
           PERFORM 18500-WRITE-CRITERIA-LINE
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > 3
               PERFORM 18200-FORMAT-RANGE
           END-PERFORM
           MOVE 'SORTED BY:' TO CRITERIA-LINE-LABEL
           MOVE 1 TO WS-CSV-POINTER
           PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB > WS-SORT-KEY-COUNT
               IF WS-SORT-DESCENDING(WS-SORT-SUB)
                   STRING WS-SORT-FIELD(WS-SORT-SUB)
                           DELIMITED BY SPACE
                       ' DESCENDING, ' DELIMITED BY SIZE
                       INTO CRITERIA-LINE-TEXT
                       WITH POINTER WS-CSV-POINTER
                   END-STRING
               ELSE
                   STRING WS-SORT-FIELD(WS-SORT-SUB)
                           DELIMITED BY SPACE
                       ' ASCENDING, ' DELIMITED BY SIZE
                       INTO CRITERIA-LINE-TEXT
                       WITH POINTER WS-CSV-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           STRING 'CUSTOMER NUMBER' DELIMITED BY SIZE
               INTO CRITERIA-LINE-TEXT
               WITH POINTER WS-CSV-POINTER
           END-STRING
           PERFORM 18500-WRITE-CRITERIA-LINE.

       18200-FORMAT-RANGE.
           MOVE WS-RANGE-NAME(WS-RANGE-SUB) TO CRITERIA-LINE-LABEL
           IF WS-RANGE-GIVEN(WS-RANGE-SUB)
               MOVE 'NO LIMIT' TO RANGE-EDIT-LOW-TEXT
               MOVE 'NO LIMIT' TO RANGE-EDIT-HIGH-TEXT
               IF WS-RANGE-LOW-GIVEN(WS-RANGE-SUB)
                   IF WS-RANGE-SUB = 3
                       MOVE WS-RANGE-LOW(WS-RANGE-SUB) TO
                           RANGE-EDIT-PERCENT
                       MOVE RANGE-EDIT-PERCENT TO RANGE-EDIT-LOW-TEXT
                   ELSE
                       MOVE WS-RANGE-LOW(WS-RANGE-SUB) TO
                           RANGE-EDIT-AMOUNT
                       MOVE RANGE-EDIT-AMOUNT TO RANGE-EDIT-LOW-TEXT
                   END-IF
               END-IF
               IF WS-RANGE-HIGH-GIVEN(WS-RANGE-SUB)
                   IF WS-RANGE-SUB = 3
                       MOVE WS-RANGE-HIGH(WS-RANGE-SUB) TO
                           RANGE-EDIT-PERCENT
                       MOVE RANGE-EDIT-PERCENT TO RANGE-EDIT-HIGH-TEXT
                   ELSE
                       MOVE WS-RANGE-HIGH(WS-RANGE-SUB) TO
                           RANGE-EDIT-AMOUNT
                       MOVE RANGE-EDIT-AMOUNT TO RANGE-EDIT-HIGH-TEXT
                   END-IF
               END-IF
               STRING 'FROM ' RANGE-EDIT-LOW-TEXT
                   '  TO ' RANGE-EDIT-HIGH-TEXT
                   DELIMITED BY SIZE INTO CRITERIA-LINE-TEXT
           ELSE
               MOVE 'ANY' TO CRITERIA-LINE-TEXT
           END-IF
           PERFORM 18500-WRITE-CRITERIA-LINE.

       18500-WRITE-CRITERIA-LINE.
           WRITE SELECTION-LST-RECORD FROM WS-RPT-CRITERIA-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           MOVE SPACES TO WS-RPT-CRITERIA-LINE.

       19000-REFUSE-THE-RUN.
           SET WS-RUN-REFUSED TO TRUE
           MOVE 8 TO RETURN-CODE
           DISPLAY 'PROG37: ' STATUS-MESSAGE.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE SELECTION-LST-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE SELECTION-LST-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-SELECTION-FILE.
           READ SORTED-SELECTION-FILE INTO SELECTION-WORK-RECORD
           AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               PERFORM 31000-WRITE-EXTRACT-ROW
           END-READ.

       31000-WRITE-EXTRACT-ROW.
           MOVE SPACES TO CUSTOMER-EXTRACT-RECORD
           MOVE 1 TO WS-CSV-POINTER
           STRING WX-CUSTOMER-NUMBER DELIMITED BY SIZE
               INTO CUSTOMER-EXTRACT-RECORD
               WITH POINTER WS-CSV-POINTER
           END-STRING
           MOVE WX-CUSTOMER-NAME TO WS-CSV-TEXT
           PERFORM 36000-APPEND-TEXT
           STRING ',' WX-BRANCH-NUMBER DELIMITED BY SIZE
               INTO CUSTOMER-EXTRACT-RECORD
               WITH POINTER WS-CSV-POINTER
           END-STRING
           MOVE WX-BRANCH-NAME TO WS-CSV-TEXT
           PERFORM 36000-APPEND-TEXT
           MOVE WX-REGION TO WS-CSV-TEXT
           PERFORM 36000-APPEND-TEXT
           STRING ',' WX-SALES-REP-NUMBER DELIMITED BY SIZE
               INTO CUSTOMER-EXTRACT-RECORD
               WITH POINTER WS-CSV-POINTER
           END-STRING
           MOVE WX-SALES-REP-NAME TO WS-CSV-TEXT
           PERFORM 36000-APPEND-TEXT
           MOVE WX-CURRENT-YTD-SALES TO WS-CSV-AMOUNT
           PERFORM 36500-APPEND-AMOUNT
           MOVE WX-PREVIOUS-YTD-SALES TO WS-CSV-AMOUNT
           PERFORM 36500-APPEND-AMOUNT
           MOVE WX-VARIANCE-PERCENT TO WS-CSV-AMOUNT
           PERFORM 36500-APPEND-AMOUNT
           IF WX-HISTORY-FOUND
               STRING ',' WX-HISTORY-YEAR-CCYY DELIMITED BY SIZE
                   INTO CUSTOMER-EXTRACT-RECORD
                   WITH POINTER WS-CSV-POINTER
               END-STRING
           ELSE
               STRING ',' DELIMITED BY SIZE
                   INTO CUSTOMER-EXTRACT-RECORD
                   WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE WX-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                   WS-CSV-AMOUNT
               PERFORM 36500-APPEND-AMOUNT
           END-PERFORM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE WX-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                   WS-CSV-AMOUNT
               PERFORM 36500-APPEND-AMOUNT
           END-PERFORM
           WRITE CUSTOMER-EXTRACT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN-COUNT.

      *    A TEXT FIELD GOES OUT QUOTED WITH ITS TRAILING SPACES
      *    DROPPED. A DOUBLE QUOTE INSIDE A NAME WOULD END THE
      *    FIELD EARLY, SO IT IS CHANGED TO A SINGLE QUOTE.
       36000-APPEND-TEXT.
           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY ''''
           PERFORM VARYING WS-CSV-TEXT-LENGTH FROM 30 BY -1
               UNTIL WS-CSV-TEXT-LENGTH = 1
                  OR WS-CSV-TEXT(WS-CSV-TEXT-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-CSV-TEXT = SPACES
               STRING ',""' DELIMITED BY SIZE
                   INTO CUSTOMER-EXTRACT-RECORD
                   WITH POINTER WS-CSV-POINTER
               END-STRING
           ELSE
               STRING ',"' WS-CSV-TEXT(1:WS-CSV-TEXT-LENGTH) '"'
                   DELIMITED BY SIZE
                   INTO CUSTOMER-EXTRACT-RECORD
                   WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF.

      *    AN AMOUNT GOES OUT WITH ITS LEADING SPACES DROPPED.
       36500-APPEND-AMOUNT.
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-EDIT
           MOVE ZERO TO WS-CSV-LEADING-SPACES
           INSPECT WS-CSV-EDIT-X TALLYING WS-CSV-LEADING-SPACES
               FOR LEADING SPACES
           STRING ',' WS-CSV-EDIT-X(WS-CSV-LEADING-SPACES + 1:)
               DELIMITED BY SIZE
               INTO CUSTOMER-EXTRACT-RECORD
               WITH POINTER WS-CSV-POINTER
           END-STRING.

       40000-FINISH-ROUTINE.
           IF WS-RUN-ALLOWED
               CLOSE SORTED-SELECTION-FILE CUSTOMER-EXTRACT-FILE
               IF WS-LINE-CTR + 9 > WS-MAX-LINES-PER-PAGE
                   PERFORM 20000-HEADING-ROUTINE
               END-IF
               MOVE 'CUSTOMERS READ:' TO COUNT-LINE-LABEL
               MOVE WS-CUSTOMER-READ-COUNT TO COUNT-LINE-VALUE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 3 LINES
               MOVE 'CUSTOMERS SELECTED:' TO COUNT-LINE-LABEL
               MOVE WS-CUSTOMER-SELECTED-COUNT TO COUNT-LINE-VALUE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
               MOVE 'EXTRACT ROWS WRITTEN (PLUS HEADER):' TO
                   COUNT-LINE-LABEL
               MOVE WS-ROWS-WRITTEN-COUNT TO COUNT-LINE-VALUE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
               MOVE 'SELECTED CURRENT YTD SALES:' TO AMOUNT-LINE-LABEL
               MOVE WS-SELECTED-CURRENT-YTD TO AMOUNT-LINE-VALUE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
               MOVE 'SELECTED PREVIOUS YTD SALES:' TO
                   AMOUNT-LINE-LABEL
               MOVE WS-SELECTED-PREVIOUS-YTD TO AMOUNT-LINE-VALUE
               WRITE SELECTION-LST-RECORD FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO SECTION-LINE-TEXT
               STRING 'RUN REFUSED - ' STATUS-MESSAGE
                   DELIMITED BY SIZE INTO SECTION-LINE-TEXT
               WRITE SELECTION-LST-RECORD FROM WS-RPT-SECTION-LINE
               AFTER ADVANCING 3 LINES
               MOVE 'NO EXTRACT WRITTEN' TO SECTION-LINE-TEXT
               WRITE SELECTION-LST-RECORD FROM WS-RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE
           END-IF
           CLOSE SELECTION-LISTING-FILE.
       END PROGRAM PROG37.
