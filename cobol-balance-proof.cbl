       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
      *****************************************************************
      ***   CIS4373L PROG32 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (TOLERANCE, PROOF YEAR)          **
      ***           2. CUSTOMER MASTER FILE (INDEXED)                **
      ***           3. CUSTOMER SALES HISTORY (CUSTHIST - INDEXED)   **
      ***           4. INVOICE DETAIL HISTORY (INVDETL)              **
      ***           5. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***  OUTPUT:  1. THREE-WAY SALES BALANCE PROOF REPORT          **
      ***                                                            **
      ***  PURPOSE:  PROVES THAT THE THREE COPIES OF EACH            **
      ***            CUSTOMER'S SALES FOR THE YEAR AGREE - THE       **
      ***            MASTER'S CM-CURRENT-YTD-SALES, THE SUM OF THE   **
      ***            TWELVE CURRENT-YEAR CUSTHIST BUCKETS, AND THE   **
      ***            SUM OF THE SIGNED AMOUNTS OF THE INVDETL LINES  **
      ***            POSTED IN THE YEAR. PROG03 CORRECTIONS, PROG08  **
      ***            BACKOUTS AND PROG22 RESTORES CAN MOVE ONE COPY  **
      ***            WITHOUT THE OTHERS. EVERY OUT-OF-BALANCE        **
      ***            CUSTOMER IS LISTED UNDER ITS BRANCH WITH ALL    **
      ***            THREE FIGURES AND BOTH DIFFERENCES; EVERY       **
      ***            BRANCH GETS A TOTAL LINE AND THE RUN A GRAND    **
      ***            TOTAL. WHEN THE OUT-OF-BALANCE AMOUNT EXCEEDS   **
      ***            THE CONTROL-CARD TOLERANCE THE RETURN CODE IS   **
      ***            SET NONZERO SO THE SCHEDULER CAN HOLD THE       **
      ***            STREAM, AS IT DOES ON PROG11.                   **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD32
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
           SELECT INVOICE-DETAIL-FILE   ASSIGN TO INVDETL
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT PROOF-SOURCE-FILE     ASSIGN TO PRFSRC.
           SELECT SORT-SOURCE-FILE      ASSIGN TO SORTWK7.
           SELECT SORTED-SOURCE-FILE    ASSIGN TO SRTSRC.
           SELECT PROOF-WORK-FILE       ASSIGN TO PRFWORK.
           SELECT SORT-PROOF-FILE       ASSIGN TO SORTWK8.
           SELECT SORTED-PROOF-FILE     ASSIGN TO SRTPRF.
           SELECT PROOF-REPORT-FILE     ASSIGN TO PRINT032.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-TOLERANCE-AMOUNT         PIC 9(07)V99.
           05 CC-PROOF-YEAR-CCYY          PIC 9(04).
           05 FILLER                      PIC X(67).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE CUSTOMER-HISTORY-RECORD PROG06 POSTS.
       FD  CUSTOMER-HISTORY-FILE.
       01  CUSTOMER-HISTORY-RECORD.
           05 CH-CUSTOMER-NUMBER         PIC 9(05).
           05 CH-CURRENT-YEAR-CCYY       PIC 9(04).
           05 CH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 CH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

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
               10 ID-POSTING-CCYY        PIC 9(04).
               10 ID-POSTING-MMDD        PIC 9(04).
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

      *    ONE RECORD PER FIGURE FROM EACH OF THE THREE FILES - THE
      *    MASTER YTD, THE CURRENT-YEAR HISTORY BUCKETS SUMMED, AND
      *    EACH CURRENT-YEAR INVDETL LINE - SORTED TOGETHER BY
      *    CUSTOMER SO A CUSTOMER PRESENT ON ANY ONE FILE IS PROVED.
       FD  PROOF-SOURCE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PROOF-SOURCE-RECORD.
           05 PS-CUSTOMER-NUMBER          PIC 9(05).
           05 PS-SOURCE-CODE              PIC X(01).
               88 PS-FROM-MASTER                 VALUE 'M'.
               88 PS-FROM-HISTORY                VALUE 'H'.
               88 PS-FROM-DETAIL                 VALUE 'D'.
           05 PS-AMOUNT                   PIC S9(9)V99.
           05 FILLER                      PIC X(03).

       SD  SORT-SOURCE-FILE.
       01  SORT-SOURCE-RECORD.
           05 SS-CUSTOMER-NUMBER          PIC 9(05).
           05 SS-SOURCE-CODE              PIC X(01).
           05 SS-AMOUNT                   PIC S9(9)V99.
           05 FILLER                      PIC X(03).

       FD  SORTED-SOURCE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SORTED-SOURCE-RECORD.
           05 FILLER                      PIC X(20).

      *    ONE RECORD PER CUSTOMER WITH ITS THREE FIGURES, CARRYING
      *    THE BRANCH AND NAME FROM THE MASTER SO THE SECOND SORT
      *    CAN PUT THE PROOF IN BRANCH ORDER.
       FD  PROOF-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-WORK-RECORD.
           05 PW-BRANCH-NUMBER            PIC 9(02).
           05 PW-CUSTOMER-NUMBER          PIC 9(05).
           05 PW-CUSTOMER-NAME            PIC X(30).
           05 PW-MASTER-AMOUNT            PIC S9(9)V99.
           05 PW-HISTORY-AMOUNT           PIC S9(9)V99.
           05 PW-DETAIL-AMOUNT            PIC S9(9)V99.
           05 FILLER                      PIC X(10).

       SD  SORT-PROOF-FILE.
       01  SORT-PROOF-RECORD.
           05 SP-BRANCH-NUMBER            PIC 9(02).
           05 SP-CUSTOMER-NUMBER          PIC 9(05).
           05 FILLER                      PIC X(73).

       FD  SORTED-PROOF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PROOF-RECORD.
           05 FILLER                      PIC X(80).

       FD  PROOF-REPORT-FILE.
       01  PROOF-RPT-RECORD               PIC X(132).

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
           05 WS-CUSTHIST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-CUSTHIST-IS-OPEN           VALUE 'Y'.
               88 WS-CUSTHIST-NOT-OPEN          VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-INVDETL-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-PROOF-YEAR-CCYY       PIC 9(04) VALUE ZERO.
           05  WS-TOLERANCE-AMOUNT      PIC 9(07)V99 VALUE ZERO.
           05  WS-HOLD-BRANCH-NUMBER    PIC 9(02) VALUE ZERO.
           05  WS-HOLD-CUSTOMER-NUMBER  PIC 9(05) VALUE ZERO.
           05  WS-MONTH-SUB             PIC 9(02) VALUE ZERO.
           05  WS-HISTORY-SUM           PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-MASTER-HISTORY-DIFF   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-MASTER-DETAIL-DIFF    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-LARGER-DIFF           PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-OTHER-DIFF            PIC S9(9)V99 COMP-3
           VALUE ZERO.

      *    ONE SET OF FIGURES AT EACH LEVEL - CUSTOMER, BRANCH,
      *    GRAND. SUBSCRIPT 1 IS THE MASTER YTD, 2 THE HISTORY SUM,
      *    3 THE DETAIL SUM, 4 MASTER LESS HISTORY, 5 MASTER LESS
      *    DETAIL.
       01  WS-PROOF-TOTALS.
           05  WS-CUST-FIGURE OCCURS 5 TIMES   PIC S9(9)V99 COMP-3.
           05  WS-BRANCH-FIGURE OCCURS 5 TIMES PIC S9(9)V99 COMP-3.
           05  WS-GRAND-FIGURE OCCURS 5 TIMES  PIC S9(9)V99 COMP-3.
           05  WS-FIGURE-SUB                   PIC 9(02) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-CUSTOMER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-OUT-OF-BALANCE-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-CUSTOMER-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-OOB-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-READ-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-DETAIL-IN-YEAR-COUNT   PIC 9(09) VALUE ZERO.
           05  WS-OUT-OF-BALANCE-AMOUNT  PIC S9(9)V99 COMP-3
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
           VALUE 'TXSTATE CIS4373L PROG32 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG32'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'THREE-WAY SALES BALANCE PROOF'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-PROOF-YEAR-LINE.
           05  FILLER                      PIC X(13)
           VALUE 'PROOF YEAR: '.
           05  PROOF-YEAR-CCYY             PIC 9(04).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(12)
           VALUE 'TOLERANCE: '.
           05  PROOF-TOLERANCE-AMOUNT      PIC Z,ZZZ,ZZ9.99.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(25)  VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(17)
           VALUE '       MASTER YTD'.
           05  FILLER            PIC X(17)
           VALUE '      HISTORY SUM'.
           05  FILLER            PIC X(17)
           VALUE '       DETAIL SUM'.
           05  FILLER            PIC X(17)
           VALUE ' MASTER - HISTORY'.
           05  FILLER            PIC X(17)
           VALUE '  MASTER - DETAIL'.

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
           05  DETAIL-FIGURE-COL OCCURS 5 TIMES.
               10  FILLER                  PIC X(02).
               10  DETAIL-FIGURE-AMOUNT    PIC -999,999,999.99.

       01  WS-RPT-TOTAL-LINE.
           05  TOTAL-LINE-LABEL            PIC X(32).
           05  TOTAL-FIGURE-COL OCCURS 5 TIMES.
               10  FILLER                  PIC X(02).
               10  TOTAL-FIGURE-AMOUNT     PIC -999,999,999.99.

       01  WS-RPT-BRANCH-COUNT-LINE.
           05  FILLER                      PIC X(15)  VALUE SPACES.
           05  FILLER                      PIC X(11)
           VALUE 'CUSTOMERS:'.
           05  BRANCH-COUNT-CUSTOMERS      PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(16)
           VALUE 'OUT OF BALANCE:'.
           05  BRANCH-COUNT-OUT-OF-BALANCE PIC ZZZZZZ9.

       01  WS-RPT-COUNT-LINE.
           05  COUNT-LINE-LABEL            PIC X(30).
           05  COUNT-LINE-VALUE            PIC ZZZZZZZZ9.

       01  WS-RPT-AMOUNT-LINE.
           05  AMOUNT-LINE-LABEL           PIC X(30).
           05  AMOUNT-LINE-VALUE           PIC -999,999,999.99.

       01  WS-RPT-STATUS-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'RUN STATUS:'.
           05  STATUS-MESSAGE              PIC X(50).

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 30000-PROCESS-PROOF-FILE
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           INITIALIZE WS-PROOF-TOTALS
           MOVE WS-CURRENT-DATE-CCYY TO WS-PROOF-YEAR-CCYY
           PERFORM 11000-READ-CONTROL-CARD
           PERFORM 12000-BUILD-SOURCE-FILE
           SORT SORT-SOURCE-FILE
               ON ASCENDING KEY SS-CUSTOMER-NUMBER
                                SS-SOURCE-CODE
               USING PROOF-SOURCE-FILE
               GIVING SORTED-SOURCE-FILE
           PERFORM 15000-BUILD-PROOF-WORK-FILE
           SORT SORT-PROOF-FILE
               ON ASCENDING KEY SP-BRANCH-NUMBER
                                SP-CUSTOMER-NUMBER
               USING PROOF-WORK-FILE
               GIVING SORTED-PROOF-FILE
           OPEN INPUT SORTED-PROOF-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS = '00'
               SET WS-BRCHMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG32: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                   ' - BRANCH HEADINGS PRINT WITHOUT NAMES'
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           PERFORM 20000-HEADING-ROUTINE.

      *    A MISSING CONTROL CARD MEANS ZERO TOLERANCE - ANY
      *    DIFFERENCE AT ALL HOLDS THE STREAM. A ZERO OR MISSING
      *    PROOF YEAR PROVES THE RUN DATE'S YEAR; A YEAR IS GIVEN
      *    ONLY TO PROVE LAST YEAR EARLY IN JANUARY, BEFORE THE
      *    PROG21 ROLLOVER HAS MOVED THE MASTER YTD.
       11000-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-TOLERANCE-AMOUNT IS NUMERIC
                           MOVE CC-TOLERANCE-AMOUNT
                           TO WS-TOLERANCE-AMOUNT
                       END-IF
                       IF CC-PROOF-YEAR-CCYY IS NUMERIC
                          AND CC-PROOF-YEAR-CCYY > ZERO
                           MOVE CC-PROOF-YEAR-CCYY
                           TO WS-PROOF-YEAR-CCYY
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

      *    CUSTMAST AND INVDETL MUST BOTH BE THERE TO PROVE ANYTHING.
      *    A MISSING CUSTHIST (NOTHING EVER POSTED) PROVES AS ZERO
      *    HISTORY FOR EVERY CUSTOMER.
       12000-BUILD-SOURCE-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG32: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = '00'
               DISPLAY 'PROG32: INVOICE DETAIL FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-INVDETL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-HISTORY-FILE
           IF WS-CUSTHIST-FILE-STATUS = '00'
               SET WS-CUSTHIST-IS-OPEN TO TRUE
           ELSE
               IF WS-CUSTHIST-FILE-STATUS NOT = '35'
                   DISPLAY 'PROG32: CUSTOMER HISTORY FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER-FILE INVOICE-DETAIL-FILE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PROOF-SOURCE-FILE
           PERFORM 12100-TAKE-MASTER-FIGURES
           IF WS-CUSTHIST-IS-OPEN
               PERFORM 12200-TAKE-HISTORY-FIGURES
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF
           PERFORM 12300-TAKE-DETAIL-FIGURES
           CLOSE INVOICE-DETAIL-FILE
           CLOSE PROOF-SOURCE-FILE.

       12100-TAKE-MASTER-FIGURES.
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           SET WS-MORE-INPUT TO TRUE
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   SET WS-NO-MORE-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       MOVE SPACES TO PROOF-SOURCE-RECORD
                       MOVE CM-CUSTOMER-NUMBER TO PS-CUSTOMER-NUMBER
                       SET PS-FROM-MASTER TO TRUE
                       MOVE CM-CURRENT-YTD-SALES TO PS-AMOUNT
                       WRITE PROOF-SOURCE-RECORD
               END-READ
           END-PERFORM.

      *    A HISTORY RECORD STAMPED WITH ANOTHER YEAR HAS HAD NO
      *    POSTING IN THE PROOF YEAR - PROG06 ROLLS IT FORWARD ONLY
      *    ON THE CUSTOMER'S FIRST POSTING OF A NEW YEAR - SO IT
      *    CONTRIBUTES NOTHING.
       12200-TAKE-HISTORY-FIGURES.
           MOVE ZERO TO CH-CUSTOMER-NUMBER
           SET WS-MORE-INPUT TO TRUE
           START CUSTOMER-HISTORY-FILE
               KEY IS NOT LESS THAN CH-CUSTOMER-NUMBER
               INVALID KEY
                   SET WS-NO-MORE-INPUT TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ CUSTOMER-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       IF CH-CURRENT-YEAR-CCYY = WS-PROOF-YEAR-CCYY
                           PERFORM 12250-WRITE-HISTORY-FIGURE
                       END-IF
               END-READ
           END-PERFORM.

       12250-WRITE-HISTORY-FIGURE.
           MOVE ZERO TO WS-HISTORY-SUM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               ADD CH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                   WS-HISTORY-SUM
           END-PERFORM
           MOVE SPACES TO PROOF-SOURCE-RECORD
           MOVE CH-CUSTOMER-NUMBER TO PS-CUSTOMER-NUMBER
           SET PS-FROM-HISTORY TO TRUE
           MOVE WS-HISTORY-SUM TO PS-AMOUNT
           WRITE PROOF-SOURCE-RECORD.

      *    PROG06 POSTS A LINE TO THE BUCKET FOR THE MONTH IT WAS
      *    POSTED, NOT THE MONTH ON THE INVOICE, SO THE LINE BELONGS
      *    TO THE YEAR OF ITS POSTING DATE.
       12300-TAKE-DETAIL-FIGURES.
           SET WS-MORE-INPUT TO TRUE
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ INVOICE-DETAIL-FILE
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       IF ID-POSTING-CCYY = WS-PROOF-YEAR-CCYY
                           ADD 1 TO WS-DETAIL-IN-YEAR-COUNT
                           MOVE SPACES TO PROOF-SOURCE-RECORD
                           MOVE ID-CUSTOMER-NUMBER TO
                               PS-CUSTOMER-NUMBER
                           SET PS-FROM-DETAIL TO TRUE
                           MOVE ID-SIGNED-AMOUNT TO PS-AMOUNT
                           WRITE PROOF-SOURCE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *    THE SORTED FIGURES ARE ADDED UP CUSTOMER BY CUSTOMER AND
      *    EACH CUSTOMER'S THREE TOTALS GO TO THE PROOF WORK FILE
      *    WITH ITS BRANCH AND NAME. A CUSTOMER WITH HISTORY OR
      *    DETAIL BUT NO MASTER RECORD PRINTS UNDER BRANCH 00, AS
      *    PROG24 DOES, RATHER THAN DROPPING OUT OF THE PROOF.
       15000-BUILD-PROOF-WORK-FILE.
           OPEN INPUT SORTED-SOURCE-FILE
           OPEN OUTPUT PROOF-WORK-FILE
           SET WS-FIRST-RECORD TO TRUE
           SET WS-MORE-INPUT TO TRUE
           PERFORM UNTIL WS-NO-MORE-INPUT
               READ SORTED-SOURCE-FILE INTO PROOF-SOURCE-RECORD
                   AT END
                       SET WS-NO-MORE-INPUT TO TRUE
                   NOT AT END
                       PERFORM 15100-ADD-SOURCE-FIGURE
               END-READ
           END-PERFORM
           IF WS-NOT-FIRST-RECORD
               PERFORM 15500-WRITE-PROOF-WORK-RECORD
           END-IF
           SET WS-FIRST-RECORD TO TRUE
           CLOSE SORTED-SOURCE-FILE PROOF-WORK-FILE
           CLOSE CUSTOMER-MASTER-FILE.

       15100-ADD-SOURCE-FIGURE.
           IF WS-FIRST-RECORD
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF PS-CUSTOMER-NUMBER NOT = WS-HOLD-CUSTOMER-NUMBER
                   PERFORM 15500-WRITE-PROOF-WORK-RECORD
               END-IF
           END-IF
           MOVE PS-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER-NUMBER
           EVALUATE TRUE
               WHEN PS-FROM-MASTER
                   ADD PS-AMOUNT TO WS-CUST-FIGURE(1)
               WHEN PS-FROM-HISTORY
                   ADD PS-AMOUNT TO WS-CUST-FIGURE(2)
               WHEN OTHER
                   ADD PS-AMOUNT TO WS-CUST-FIGURE(3)
           END-EVALUATE.

       15500-WRITE-PROOF-WORK-RECORD.
           MOVE SPACES TO PROOF-WORK-RECORD
           MOVE WS-HOLD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
                   MOVE 'CUSTOMER NOT ON FILE' TO CM-CUSTOMER-NAME
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-READ
           MOVE CM-BRANCH-NUMBER TO PW-BRANCH-NUMBER
           MOVE WS-HOLD-CUSTOMER-NUMBER TO PW-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME TO PW-CUSTOMER-NAME
           MOVE WS-CUST-FIGURE(1) TO PW-MASTER-AMOUNT
           MOVE WS-CUST-FIGURE(2) TO PW-HISTORY-AMOUNT
           MOVE WS-CUST-FIGURE(3) TO PW-DETAIL-AMOUNT
           WRITE PROOF-WORK-RECORD
           MOVE ZERO TO WS-CUST-FIGURE(1)
           MOVE ZERO TO WS-CUST-FIGURE(2)
           MOVE ZERO TO WS-CUST-FIGURE(3).

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE PROOF-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE WS-PROOF-YEAR-CCYY TO PROOF-YEAR-CCYY
           MOVE WS-TOLERANCE-AMOUNT TO PROOF-TOLERANCE-AMOUNT
           WRITE PROOF-RPT-RECORD FROM WS-RPT-PROOF-YEAR-LINE
           AFTER ADVANCING 2 LINES
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-PROOF-FILE.
           READ SORTED-PROOF-FILE INTO PROOF-WORK-RECORD AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               PERFORM 31000-PROCESS-RECORD
           END-READ.

       31000-PROCESS-RECORD.
           IF WS-FIRST-RECORD
               MOVE PW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
               PERFORM 31500-START-BRANCH
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF PW-BRANCH-NUMBER NOT = WS-HOLD-BRANCH-NUMBER
                   PERFORM 34000-BRANCH-BREAK-ROUTINE
                   MOVE PW-BRANCH-NUMBER TO WS-HOLD-BRANCH-NUMBER
                   PERFORM 31500-START-BRANCH
               END-IF
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD 1 TO WS-BRANCH-CUSTOMER-COUNT
           PERFORM 32000-PROVE-CUSTOMER.

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
           WRITE PROOF-RPT-RECORD FROM WS-RPT-BRANCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

      *    A CUSTOMER IS IN BALANCE ONLY WHEN ALL THREE FIGURES ARE
      *    EQUAL TO THE PENNY; EVERY OTHER CUSTOMER IS LISTED. THE
      *    LARGER OF ITS TWO DIFFERENCES, IGNORING SIGN, IS WHAT IT
      *    ADDS TO THE OUT-OF-BALANCE AMOUNT TESTED AGAINST THE
      *    TOLERANCE - SO OFFSETTING ERRORS IN TWO CUSTOMERS CANNOT
      *    CANCEL OUT.
       32000-PROVE-CUSTOMER.
           COMPUTE WS-MASTER-HISTORY-DIFF =
               PW-MASTER-AMOUNT - PW-HISTORY-AMOUNT
           COMPUTE WS-MASTER-DETAIL-DIFF =
               PW-MASTER-AMOUNT - PW-DETAIL-AMOUNT
           MOVE PW-MASTER-AMOUNT TO WS-CUST-FIGURE(1)
           MOVE PW-HISTORY-AMOUNT TO WS-CUST-FIGURE(2)
           MOVE PW-DETAIL-AMOUNT TO WS-CUST-FIGURE(3)
           MOVE WS-MASTER-HISTORY-DIFF TO WS-CUST-FIGURE(4)
           MOVE WS-MASTER-DETAIL-DIFF TO WS-CUST-FIGURE(5)
           IF WS-MASTER-HISTORY-DIFF NOT = ZERO
              OR WS-MASTER-DETAIL-DIFF NOT = ZERO
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               ADD 1 TO WS-BRANCH-OOB-COUNT
               PERFORM 32500-ADD-OUT-OF-BALANCE
               PERFORM 33000-WRITE-EXCEPTION-LINE
           END-IF
           PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > 5
               ADD WS-CUST-FIGURE(WS-FIGURE-SUB) TO
                   WS-BRANCH-FIGURE(WS-FIGURE-SUB)
               MOVE ZERO TO WS-CUST-FIGURE(WS-FIGURE-SUB)
           END-PERFORM.

       32500-ADD-OUT-OF-BALANCE.
           MOVE WS-MASTER-HISTORY-DIFF TO WS-LARGER-DIFF
           IF WS-LARGER-DIFF < ZERO
               COMPUTE WS-LARGER-DIFF = WS-LARGER-DIFF * -1
           END-IF
           MOVE WS-MASTER-DETAIL-DIFF TO WS-OTHER-DIFF
           IF WS-OTHER-DIFF < ZERO
               COMPUTE WS-OTHER-DIFF = WS-OTHER-DIFF * -1
           END-IF
           IF WS-OTHER-DIFF > WS-LARGER-DIFF
               MOVE WS-OTHER-DIFF TO WS-LARGER-DIFF
           END-IF
           ADD WS-LARGER-DIFF TO WS-OUT-OF-BALANCE-AMOUNT.

       33000-WRITE-EXCEPTION-LINE.
           MOVE PW-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE PW-CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > 5
               MOVE SPACES TO DETAIL-FIGURE-COL(WS-FIGURE-SUB)
               MOVE WS-CUST-FIGURE(WS-FIGURE-SUB) TO
                   DETAIL-FIGURE-AMOUNT(WS-FIGURE-SUB)
           END-PERFORM
           WRITE PROOF-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       34000-BRANCH-BREAK-ROUTINE.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING 'BRANCH ' WS-HOLD-BRANCH-NUMBER ' TOTAL'
               DELIMITED BY SIZE INTO TOTAL-LINE-LABEL
           PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > 5
               MOVE WS-BRANCH-FIGURE(WS-FIGURE-SUB) TO
                   TOTAL-FIGURE-AMOUNT(WS-FIGURE-SUB)
               ADD WS-BRANCH-FIGURE(WS-FIGURE-SUB) TO
                   WS-GRAND-FIGURE(WS-FIGURE-SUB)
               MOVE ZERO TO WS-BRANCH-FIGURE(WS-FIGURE-SUB)
           END-PERFORM
           WRITE PROOF-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-BRANCH-CUSTOMER-COUNT TO BRANCH-COUNT-CUSTOMERS
           MOVE WS-BRANCH-OOB-COUNT TO BRANCH-COUNT-OUT-OF-BALANCE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-BRANCH-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-BRANCH-CUSTOMER-COUNT
           MOVE ZERO TO WS-BRANCH-OOB-COUNT
           ADD 3 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           IF WS-NOT-FIRST-RECORD
               PERFORM 34000-BRANCH-BREAK-ROUTINE
           END-IF
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE 'GRAND TOTAL' TO TOTAL-LINE-LABEL
           PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > 5
               MOVE WS-GRAND-FIGURE(WS-FIGURE-SUB) TO
                   TOTAL-FIGURE-AMOUNT(WS-FIGURE-SUB)
           END-PERFORM
           WRITE PROOF-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 3 LINES
           MOVE 'CUSTOMERS PROVED:' TO COUNT-LINE-LABEL
           MOVE WS-CUSTOMER-COUNT TO COUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES
           MOVE 'CUSTOMERS OUT OF BALANCE:' TO COUNT-LINE-LABEL
           MOVE WS-OUT-OF-BALANCE-COUNT TO COUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS NOT ON CUSTMAST:' TO COUNT-LINE-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO COUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'INVDETL LINES READ:' TO COUNT-LINE-LABEL
           MOVE WS-DETAIL-READ-COUNT TO COUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'INVDETL LINES IN PROOF YEAR:' TO COUNT-LINE-LABEL
           MOVE WS-DETAIL-IN-YEAR-COUNT TO COUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 1 LINE
           MOVE 'OUT-OF-BALANCE AMOUNT:' TO AMOUNT-LINE-LABEL
           MOVE WS-OUT-OF-BALANCE-AMOUNT TO AMOUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           AFTER ADVANCING 2 LINES
           MOVE 'TOLERANCE:' TO AMOUNT-LINE-LABEL
           MOVE WS-TOLERANCE-AMOUNT TO AMOUNT-LINE-VALUE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           AFTER ADVANCING 1 LINE
           IF WS-OUT-OF-BALANCE-AMOUNT > WS-TOLERANCE-AMOUNT
               MOVE 'OUT OF BALANCE OVER TOLERANCE - HOLD THE STREAM'
               TO STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROG32: OUT-OF-BALANCE AMOUNT '
                   WS-OUT-OF-BALANCE-AMOUNT
                   ' EXCEEDS TOLERANCE OF ' WS-TOLERANCE-AMOUNT
                   ' - ' WS-OUT-OF-BALANCE-COUNT ' CUSTOMERS'
           ELSE
               MOVE 'IN BALANCE WITHIN TOLERANCE - STREAM MAY RUN'
               TO STATUS-MESSAGE
           END-IF
           WRITE PROOF-RPT-RECORD FROM WS-RPT-STATUS-LINE
           AFTER ADVANCING 2 LINES
           CLOSE SORTED-PROOF-FILE
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           CLOSE PROOF-REPORT-FILE.
       END PROGRAM PROG32.
