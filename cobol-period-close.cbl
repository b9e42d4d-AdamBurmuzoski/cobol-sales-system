       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG25.
      *****************************************************************
      ***   CIS4373L PROG25 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (ACTION, PERIOD CCYYMM, REOPEN   **
      ***              AUTHORIZATION AND REASON)                     **
      ***           2. PERIOD CONTROL FILE (PERCTL - INDEXED, I/O)   **
      ***           3. CUSTOMER SALES HISTORY (CUSTHIST - INDEXED)   **
      ***           4. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           5. BRANCH MASTER FILE (INDEXED, NAME LOOKUP)     **
      ***           6. INVOICE DETAIL HISTORY (INVDETL)              **
      ***           7. GL JOURNAL EXTRACT(S) FOR THE MONTH (GLEXTR)  **
      ***  OUTPUT:  1. PERIOD CONTROL FILE (PERCTL - UPDATED)        **
      ***           2. MONTH-END CLOSE PACKAGE                       **
      ***                                                            **
      ***  PURPOSE:  MONTH-END PERIOD CLOSE. MARKS A CCYYMM CLOSED  **
      ***            ON THE PERIOD CONTROL FILE, AFTER WHICH PROG06 **
      ***            REFUSES ANY SALESTRN TRANSACTION WHOSE INVOICE **
      ***            DATE FALLS IN IT, AND REFUSES TO RUN AT ALL IF **
      ***            ITS OWN POSTING MONTH IS CLOSED - ONLY A MONTH **
      ***            THAT HAS ENDED CAN BE CLOSED, AND A LATE BATCH **
      ***            OR A BACK-DATED INVOICE CAN NO LONGER          **
      ***            MOVE A MONTH THE BRCHSUM EXTRACT, THE PROG09   **
      ***            TREND HISTORY AND THE PROG18 SETTLEMENT HAVE   **
      ***            ALREADY TAKEN AS FINAL. THE CLOSE PACKAGE      **
      ***            PRINTS THE MONTH'S CUSTHIST TOTALS BY BRANCH,  **
      ***            THE INVDETL COUNT AND AMOUNT FOR THE MONTH,    **
      ***            THE GLEXTR TOTALS POSTED FOR IT, A TIE-OUT OF  **
      ***            THE THREE, AND EVERY PERIOD ON THE CONTROL     **
      ***            FILE WITH ITS CLOSE AND REOPEN HISTORY.        **
      ***            A MISSING CONTROL CARD CLOSES THE PRIOR        **
      ***            CALENDAR MONTH. REOPENING A CLOSED PERIOD      **
      ***            TAKES A REOPEN CARD NAMING WHO AUTHORIZED IT   **
      ***            AND WHY; BOTH ARE KEPT ON THE PERIOD RECORD    **
      ***            AND PRINT ON EVERY LATER CLOSE PACKAGE.        **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski REFUSE TO CLOSE THE       **
      ***      CURRENT MONTH - ONLY A MONTH THAT HAS ENDED CAN BE    **
      ***      CLOSED                                                **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD25
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE   ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-CCYYMM
               FILE STATUS IS WS-PERCTL-FILE-STATUS.
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
           SELECT BRANCH-MASTER-FILE    ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT INVOICE-DETAIL-FILE   ASSIGN TO INVDETL
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
           SELECT GL-EXTRACT-FILE       ASSIGN TO GLEXTR
               FILE STATUS IS WS-GLEXTR-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE     ASSIGN TO PRINT025.

       DATA DIVISION.
       FILE SECTION.
      *    ACTION IS 'CLOSE ' OR 'REOPEN'. A REOPEN MUST ALSO NAME
      *    WHO AUTHORIZED IT AND WHY, OR IT IS REFUSED.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-PERIOD-ACTION            PIC X(06).
               88 CC-CLOSE-REQUESTED             VALUE 'CLOSE '.
               88 CC-REOPEN-REQUESTED            VALUE 'REOPEN'.
           05 CC-PERIOD-CCYYMM            PIC 9(06).
           05 CC-AUTHORIZED-BY            PIC X(20).
           05 CC-REOPEN-REASON            PIC X(30).
           05 FILLER                      PIC X(18).

      *    ONE RECORD PER PERIOD EVER CLOSED. A PERIOD IS CLOSED
      *    ONLY WHILE ITS STATUS IS 'C' - A REOPENED PERIOD KEEPS
      *    ITS RECORD (STATUS 'R') SO THE REOPEN STAYS ON THE
      *    CLOSE PACKAGE. THE SAME LAYOUT APPEARS IN PROG06, WHICH
      *    READS IT TO REFUSE POSTINGS DATED IN A CLOSED PERIOD.
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05 PC-PERIOD-CCYYMM           PIC 9(06).
           05 PC-PERIOD-STATUS           PIC X(01).
               88 PC-PERIOD-CLOSED               VALUE 'C'.
               88 PC-PERIOD-REOPENED             VALUE 'R'.
           05 PC-CLOSED-DATE             PIC 9(08).
           05 PC-CLOSE-COUNT             PIC 9(03).
           05 PC-REOPENED-DATE           PIC 9(08).
           05 PC-REOPEN-COUNT            PIC 9(03).
           05 PC-REOPEN-AUTHORIZED-BY    PIC X(20).
           05 PC-REOPEN-REASON           PIC X(30).
           05 FILLER                     PIC X(01).

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

      *    LAYOUT MATCHES THE INVOICE-DETAIL-RECORD PROG06 APPENDS.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-CUSTOMER-NUMBER         PIC 9(05).
           05 ID-INVOICE-NUMBER          PIC 9(06).
           05 ID-INVOICE-DATE            PIC 9(08).
           05 ID-INVOICE-DATE-R REDEFINES ID-INVOICE-DATE.
               10 ID-INVOICE-CCYYMM      PIC 9(06).
               10 FILLER                 PIC 9(02).
           05 ID-TRANSACTION-CODE        PIC X(01).
           05 ID-SIGNED-AMOUNT           PIC S9(7)V99.
           05 ID-POSTING-DATE            PIC 9(08).
           05 ID-POSTING-DATE-R REDEFINES ID-POSTING-DATE.
               10 ID-POSTING-CCYYMM      PIC 9(06).
               10 FILLER                 PIC 9(02).
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE GL-EXTRACT-RECORD PROG06 WRITES. EACH
      *    PROG06 RUN WRITES ITS OWN EXTRACT, SO THE GLEXTR DD FOR
      *    THE CLOSE CONCATENATES THE MONTH'S DAILY EXTRACTS; ONLY
      *    RECORDS DATED IN THE PERIOD BEING CLOSED ARE COUNTED.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-EXTRACT-RECORD.
           05 GL-RECORD-TYPE             PIC X(02).
               88 GL-DEBIT-RECORD                VALUE 'DR'.
               88 GL-CREDIT-RECORD               VALUE 'CR'.
               88 GL-TRAILER-RECORD              VALUE 'TR'.
           05 GL-POSTING-DATE            PIC 9(08).
           05 GL-POSTING-DATE-R REDEFINES GL-POSTING-DATE.
               10 GL-POSTING-CCYYMM      PIC 9(06).
               10 FILLER                 PIC 9(02).
           05 GL-BRANCH-NUMBER           PIC 9(02).
           05 GL-ACCOUNT-NUMBER          PIC X(08).
           05 GL-AMOUNT                  PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 GL-RECORD-COUNT            PIC 9(05).
           05 FILLER                     PIC X(43).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-CLOSE-ALLOWED-SW      PIC X   VALUE 'Y'.
               88 WS-CLOSE-ALLOWED              VALUE 'Y'.
               88 WS-CLOSE-REFUSED              VALUE 'N'.
           05 WS-PERIOD-ON-FILE-SW     PIC X   VALUE 'N'.
               88 WS-PERIOD-ON-FILE             VALUE 'Y'.
               88 WS-PERIOD-NOT-ON-FILE         VALUE 'N'.
           05 WS-PERCTL-OPEN-SW        PIC X   VALUE 'N'.
               88 WS-PERCTL-IS-OPEN             VALUE 'Y'.
               88 WS-PERCTL-NOT-OPEN            VALUE 'N'.
           05 WS-BRCHMAST-OPEN-SW      PIC X   VALUE 'N'.
               88 WS-BRCHMAST-IS-OPEN           VALUE 'Y'.
               88 WS-BRCHMAST-NOT-OPEN          VALUE 'N'.
           05 WS-CUSTHIST-TOTALS-SW    PIC X   VALUE 'N'.
               88 WS-CUSTHIST-TOTALS-TAKEN      VALUE 'Y'.
               88 WS-CUSTHIST-TOTALS-MISSING    VALUE 'N'.
           05 WS-INVDETL-TOTALS-SW     PIC X   VALUE 'N'.
               88 WS-INVDETL-TOTALS-TAKEN       VALUE 'Y'.
               88 WS-INVDETL-TOTALS-MISSING     VALUE 'N'.
           05 WS-MORE-HISTORY-RECORDS-SW PIC X VALUE 'Y'.
               88 WS-MORE-HISTORY-RECORDS       VALUE 'Y'.
               88 WS-NO-MORE-HISTORY-RECORDS    VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR              PIC 9(02) VALUE  0.
           05  WS-PAGE-CTR              PIC 9(05) VALUE  0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(02) VALUE  54.
           05  WS-CTLCARD-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-PERCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-INVDETL-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-GLEXTR-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-PERIOD-ACTION         PIC X(06) VALUE 'CLOSE '.
               88 WS-CLOSE-ACTION               VALUE 'CLOSE '.
               88 WS-REOPEN-ACTION              VALUE 'REOPEN'.
           05  WS-PERIOD-CCYYMM         PIC 9(06) VALUE ZERO.
           05  WS-PERIOD-CCYYMM-R REDEFINES WS-PERIOD-CCYYMM.
               10  WS-PERIOD-CCYY       PIC 9(04).
               10  WS-PERIOD-MM         PIC 9(02).
           05  WS-RUN-CCYYMM            PIC 9(06) VALUE ZERO.
           05  WS-RUN-DATE-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-BRANCH-SUB            PIC 9(03) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-HISTORY-CUSTOMER-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-HISTORY-MONTH-TOTAL     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-HISTORY-MONTH-AMOUNT    PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-UNASSIGNED-CUST-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-UNASSIGNED-AMOUNT       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-INVDETL-POSTED-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-INVDETL-POSTED-AMOUNT   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-INVDETL-DATED-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-INVDETL-DATED-AMOUNT    PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GL-DEBIT-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-GL-DEBIT-AMOUNT         PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GL-CREDIT-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-GL-CREDIT-AMOUNT        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-GL-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-GL-TRAILER-AMOUNT       PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-TIE-OUT-DIFFERENCE      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-PERIODS-LISTED-COUNT    PIC 9(05) VALUE ZERO.

      *    THE MONTH'S CUSTHIST SALES SUMMED BY THE CUSTOMER'S
      *    BRANCH. THE SUBSCRIPT IS THE BRANCH NUMBER ITSELF
      *    (01-99) - THE SAME DEVICE AS PROG06'S GL BRANCH TABLE.
       01  WS-BRANCH-MONTH-TABLE.
           05  WS-BRANCH-MONTH-ROW OCCURS 99 TIMES.
               10  WS-BRANCH-ACTIVE-SW        PIC X.
                   88 WS-BRANCH-ACTIVE             VALUE 'Y'.
               10  WS-BRANCH-CUSTOMER-COUNT   PIC 9(07).
               10  WS-BRANCH-MONTH-AMOUNT     PIC S9(9)V99 COMP-3.

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
           VALUE 'TXSTATE CIS4373L PROG25 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG25'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'MONTH-END PERIOD CLOSE PACKAGE'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER                      PIC X(08)  VALUE 'PERIOD:'.
           05  PERIOD-LINE-CCYYMM          PIC 9(06).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'ACTION:'.
           05  PERIOD-LINE-ACTION          PIC X(06).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(15)
           VALUE 'AUTHORIZED BY:'.
           05  PERIOD-LINE-AUTHORIZED-BY   PIC X(20).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PERIOD-LINE-REASON          PIC X(30).

       01  WS-RPT-SECTION-HEADING.
           05  SECTION-HEADING-TEXT        PIC X(60).

       01  WS-RPT-BRANCH-COLUMNS.
           05  FILLER            PIC X(05)  VALUE 'BR'.
           05  FILLER            PIC X(32)  VALUE 'BRANCH NAME'.
           05  FILLER            PIC X(13)  VALUE 'CUSTOMERS'.
           05  FILLER            PIC X(17)  VALUE '    MONTH SALES'.

       01  WS-RPT-BRANCH-LINE.
           05  BRANCH-LINE-NUMBER          PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  BRANCH-LINE-NAME            PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BRANCH-LINE-CUSTOMERS       PIC ZZZZZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BRANCH-LINE-AMOUNT          PIC -9,999,999,999.99.

       01  WS-RPT-AMOUNT-LINE.
           05  AMOUNT-LINE-LABEL           PIC X(40).
           05  AMOUNT-LINE-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  AMOUNT-LINE-AMOUNT          PIC -9,999,999,999.99.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  AMOUNT-LINE-NOTE            PIC X(40).

       01  WS-RPT-HISTORY-COLUMNS.
           05  FILLER            PIC X(09)  VALUE 'PERIOD'.
           05  FILLER            PIC X(10)  VALUE 'STATUS'.
           05  FILLER            PIC X(10)  VALUE 'CLOSED'.
           05  FILLER            PIC X(05)  VALUE 'CLS'.
           05  FILLER            PIC X(10)  VALUE 'REOPENED'.
           05  FILLER            PIC X(05)  VALUE 'REO'.
           05  FILLER            PIC X(22)
           VALUE 'REOPEN AUTHORIZED BY'.
           05  FILLER            PIC X(30)  VALUE 'REOPEN REASON'.

       01  WS-RPT-HISTORY-LINE.
           05  HISTORY-PERIOD-CCYYMM       PIC 9(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  HISTORY-STATUS              PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-CLOSED-DATE         PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-CLOSE-COUNT         PIC ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-REOPENED-DATE       PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-REOPEN-COUNT        PIC ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-AUTHORIZED-BY       PIC X(20).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  HISTORY-REOPEN-REASON       PIC X(30).

       01  WS-RPT-STATUS-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'RUN STATUS:'.
           05  STATUS-MESSAGE              PIC X(50).

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 22000-PRINT-PERIOD-LINE
           IF WS-CLOSE-ALLOWED
               PERFORM 30000-APPLY-PERIOD-ACTION
           END-IF
           IF WS-CLOSE-ALLOWED
               PERFORM 31000-CUSTHIST-BRANCH-TOTALS
               PERFORM 33000-INVDETL-MONTH-TOTALS
               PERFORM 34000-GLEXTR-MONTH-TOTALS
               PERFORM 35000-PRINT-TIE-OUT
           END-IF
           IF WS-PERCTL-IS-OPEN
               PERFORM 36000-PRINT-PERIOD-HISTORY
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           MOVE WS-RUN-DATE-CCYYMMDD(1:6) TO WS-RUN-CCYYMM
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           INITIALIZE WS-BRANCH-MONTH-TABLE
           MOVE SPACES TO PERIOD-LINE-AUTHORIZED-BY
           MOVE SPACES TO PERIOD-LINE-REASON
           PERFORM 11000-READ-CONTROL-CARD
           IF WS-CLOSE-ALLOWED
               PERFORM 12000-OPEN-PERIOD-CONTROL
           END-IF.

      *    NO CARD (OR A BLANK ONE) IS THE ROUTINE MONTH-END RUN -
      *    CLOSE THE PRIOR CALENDAR MONTH. A PERIOD STILL IN THE
      *    FUTURE CAN NEVER BE CLOSED OR REOPENED, AND THE CURRENT
      *    MONTH CANNOT BE CLOSED WHILE PROG06 IS STILL POSTING IN IT.
       11000-READ-CONTROL-CARD.
           IF WS-CURRENT-DATE-MM = 01
               COMPUTE WS-PERIOD-CCYY = WS-CURRENT-DATE-CCYY - 1
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               MOVE WS-CURRENT-DATE-CCYY TO WS-PERIOD-CCYY
               COMPUTE WS-PERIOD-MM = WS-CURRENT-DATE-MM - 1
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 11500-EDIT-CONTROL-CARD
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-CLOSE-ALLOWED
               IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
                   MOVE 'INVALID PERIOD ON CONTROL CARD - REFUSED'
                   TO STATUS-MESSAGE
                   PERFORM 19000-REFUSE-THE-RUN
               ELSE
                   IF WS-PERIOD-CCYYMM > WS-RUN-CCYYMM
                       MOVE 'PERIOD IS IN THE FUTURE - RUN REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
                   ELSE
                       IF WS-CLOSE-ACTION
                          AND WS-PERIOD-CCYYMM = WS-RUN-CCYYMM
                           MOVE 'PERIOD HAS NOT ENDED - CLOSE REFUSED'
                           TO STATUS-MESSAGE
                           PERFORM 19000-REFUSE-THE-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       11500-EDIT-CONTROL-CARD.
           IF CONTROL-CARD-RECORD NOT = SPACES
               EVALUATE TRUE
                   WHEN CC-CLOSE-REQUESTED
                       MOVE CC-PERIOD-ACTION TO WS-PERIOD-ACTION
                   WHEN CC-REOPEN-REQUESTED
                       MOVE CC-PERIOD-ACTION TO WS-PERIOD-ACTION
                       MOVE CC-AUTHORIZED-BY TO
                           PERIOD-LINE-AUTHORIZED-BY
                       MOVE CC-REOPEN-REASON TO PERIOD-LINE-REASON
                   WHEN OTHER
                       MOVE CC-PERIOD-ACTION TO WS-PERIOD-ACTION
                       MOVE 'UNKNOWN ACTION ON CONTROL CARD - REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
               END-EVALUATE
               IF CC-PERIOD-CCYYMM IS NUMERIC
                  AND CC-PERIOD-CCYYMM > ZERO
                   MOVE CC-PERIOD-CCYYMM TO WS-PERIOD-CCYYMM
               ELSE
                   IF WS-REOPEN-ACTION
                       MOVE 'REOPEN CARD MUST NAME THE PERIOD - REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
                   END-IF
               END-IF
               IF WS-REOPEN-ACTION
                  AND (CC-AUTHORIZED-BY = SPACES
                       OR CC-REOPEN-REASON = SPACES)
                   MOVE 'REOPEN NEEDS AUTHORIZED-BY AND REASON'
                   TO STATUS-MESSAGE
                   PERFORM 19000-REFUSE-THE-RUN
               END-IF
           END-IF.

      *    A MISSING PERIOD CONTROL FILE (STATUS 35) IS CREATED
      *    EMPTY ON THE SPOT - THE FIRST CLOSE SEEDS IT, THE SAME
      *    WAY PROG06 SEEDS A MISSING CUSTHIST.
       12000-OPEN-PERIOD-CONTROL.
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERCTL-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF WS-PERCTL-FILE-STATUS = '00'
               SET WS-PERCTL-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG25: PERIOD CONTROL FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-PERCTL-FILE-STATUS
               MOVE 'PERCTL OPEN FAILED - RUN REFUSED'
               TO STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           END-IF.

       19000-REFUSE-THE-RUN.
           SET WS-CLOSE-REFUSED TO TRUE
           MOVE 8 TO RETURN-CODE
           DISPLAY 'PROG25: ' STATUS-MESSAGE.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       22000-PRINT-PERIOD-LINE.
           MOVE WS-PERIOD-CCYYMM TO PERIOD-LINE-CCYYMM
           MOVE WS-PERIOD-ACTION TO PERIOD-LINE-ACTION
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-PERIOD-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

       23000-PRINT-SECTION-HEADING.
           IF WS-LINE-CTR + 6 > WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-SECTION-HEADING
           AFTER ADVANCING 3 LINES
           ADD 3 TO WS-LINE-CTR.

       24000-PRINT-AMOUNT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           MOVE SPACES TO AMOUNT-LINE-NOTE.

      *    CLOSING AN OPEN PERIOD ADDS ITS RECORD; CLOSING ONE THAT
      *    WAS REOPENED SETS IT BACK TO CLOSED AND KEEPS THE REOPEN
      *    HISTORY; CLOSING ONE ALREADY CLOSED CHANGES NOTHING AND
      *    JUST REPRINTS THE PACKAGE. ONLY A CLOSED PERIOD CAN BE
      *    REOPENED.
       30000-APPLY-PERIOD-ACTION.
           MOVE WS-PERIOD-CCYYMM TO PC-PERIOD-CCYYMM
           SET WS-PERIOD-ON-FILE TO TRUE
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   SET WS-PERIOD-NOT-ON-FILE TO TRUE
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE WS-PERIOD-CCYYMM TO PC-PERIOD-CCYYMM
                   MOVE ZERO TO PC-CLOSED-DATE PC-CLOSE-COUNT
                   MOVE ZERO TO PC-REOPENED-DATE PC-REOPEN-COUNT
           END-READ
           IF WS-CLOSE-ACTION
               PERFORM 30500-CLOSE-THE-PERIOD
           ELSE
               PERFORM 30700-REOPEN-THE-PERIOD
           END-IF.

       30500-CLOSE-THE-PERIOD.
           IF WS-PERIOD-ON-FILE AND PC-PERIOD-CLOSED
               MOVE 'PERIOD ALREADY CLOSED - PACKAGE REPRINTED'
               TO STATUS-MESSAGE
           ELSE
               SET PC-PERIOD-CLOSED TO TRUE
               MOVE WS-RUN-DATE-CCYYMMDD TO PC-CLOSED-DATE
               ADD 1 TO PC-CLOSE-COUNT
               IF WS-PERIOD-ON-FILE
                   MOVE 'PERIOD RE-CLOSED - POSTING TO IT REFUSED'
                   TO STATUS-MESSAGE
               ELSE
                   MOVE 'PERIOD CLOSED - POSTING TO IT NOW REFUSED'
                   TO STATUS-MESSAGE
               END-IF
               PERFORM 30900-SAVE-PERIOD-RECORD
           END-IF.

       30700-REOPEN-THE-PERIOD.
           IF WS-PERIOD-ON-FILE AND PC-PERIOD-CLOSED
               SET PC-PERIOD-REOPENED TO TRUE
               MOVE WS-RUN-DATE-CCYYMMDD TO PC-REOPENED-DATE
               ADD 1 TO PC-REOPEN-COUNT
               MOVE PERIOD-LINE-AUTHORIZED-BY TO
                   PC-REOPEN-AUTHORIZED-BY
               MOVE PERIOD-LINE-REASON TO PC-REOPEN-REASON
               MOVE 'PERIOD REOPENED - POSTING TO IT ALLOWED AGAIN'
               TO STATUS-MESSAGE
               PERFORM 30900-SAVE-PERIOD-RECORD
               DISPLAY 'PROG25: PERIOD ' WS-PERIOD-CCYYMM
                   ' REOPENED BY ' PC-REOPEN-AUTHORIZED-BY
           ELSE
               MOVE 'PERIOD IS NOT CLOSED - REOPEN REFUSED'
               TO STATUS-MESSAGE
               PERFORM 19000-REFUSE-THE-RUN
           END-IF.

       30900-SAVE-PERIOD-RECORD.
           IF WS-PERIOD-ON-FILE
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'PERCTL REWRITE FAILED - RUN REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
               END-REWRITE
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'PERCTL WRITE FAILED - RUN REFUSED'
                       TO STATUS-MESSAGE
                       PERFORM 19000-REFUSE-THE-RUN
               END-WRITE
           END-IF.

      *    THE PERIOD'S BUCKET IS THE CURRENT-YEAR ONE WHEN THE
      *    RECORD IS STAMPED WITH THE PERIOD'S YEAR, AND THE PRIOR-
      *    YEAR ONE WHEN IT HAS ALREADY ROLLED INTO THE NEXT YEAR
      *    (A DECEMBER CLOSE RUN AFTER JANUARY'S FIRST POSTING).
      *    ANY OLDER RECORD HAD NO SALES IN THE PERIOD.
       31000-CUSTHIST-BRANCH-TOTALS.
           MOVE 'CUSTHIST MONTH SALES BY BRANCH' TO
               SECTION-HEADING-TEXT
           PERFORM 23000-PRINT-SECTION-HEADING
           OPEN INPUT CUSTOMER-HISTORY-FILE
           IF WS-CUSTHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG25: CUSTOMER HISTORY FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'CUSTHIST NOT AVAILABLE' TO AMOUNT-LINE-LABEL
               MOVE ZERO TO AMOUNT-LINE-COUNT AMOUNT-LINE-AMOUNT
               PERFORM 24000-PRINT-AMOUNT-LINE
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG25: CUSTOMER MASTER FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'CUSTMAST NOT AVAILABLE' TO AMOUNT-LINE-LABEL
                   MOVE ZERO TO AMOUNT-LINE-COUNT AMOUNT-LINE-AMOUNT
                   PERFORM 24000-PRINT-AMOUNT-LINE
               ELSE
                   SET WS-CUSTHIST-TOTALS-TAKEN TO TRUE
                   PERFORM 31200-BROWSE-HISTORY-FILE
                   CLOSE CUSTOMER-MASTER-FILE
                   PERFORM 32000-PRINT-BRANCH-TOTALS
               END-IF
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF.

       31200-BROWSE-HISTORY-FILE.
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
                       PERFORM 31500-ACCUMULATE-HISTORY-MONTH
               END-READ
           END-PERFORM.

      *    A HISTORY RECORD WHOSE CUSTOMER IS NO LONGER ON THE
      *    MASTER STILL CARRIES POSTED SALES - IT IS TOTALLED AS
      *    UNASSIGNED RATHER THAN DROPPED, SO THE TIE-OUT HOLDS.
       31500-ACCUMULATE-HISTORY-MONTH.
           EVALUATE TRUE
               WHEN CH-CURRENT-YEAR-CCYY = WS-PERIOD-CCYY
                   MOVE CH-CURRENT-MONTH-SALES(WS-PERIOD-MM) TO
                       WS-HISTORY-MONTH-AMOUNT
               WHEN CH-CURRENT-YEAR-CCYY = WS-PERIOD-CCYY + 1
                   MOVE CH-PRIOR-MONTH-SALES(WS-PERIOD-MM) TO
                       WS-HISTORY-MONTH-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-HISTORY-MONTH-AMOUNT
           END-EVALUATE
           ADD 1 TO WS-HISTORY-CUSTOMER-COUNT
           ADD WS-HISTORY-MONTH-AMOUNT TO WS-HISTORY-MONTH-TOTAL
           MOVE CH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
           END-READ
           IF CM-BRANCH-NUMBER > ZERO
               SET WS-BRANCH-ACTIVE(CM-BRANCH-NUMBER) TO TRUE
               ADD 1 TO WS-BRANCH-CUSTOMER-COUNT(CM-BRANCH-NUMBER)
               ADD WS-HISTORY-MONTH-AMOUNT TO
                   WS-BRANCH-MONTH-AMOUNT(CM-BRANCH-NUMBER)
           ELSE
               ADD 1 TO WS-UNASSIGNED-CUST-COUNT
               ADD WS-HISTORY-MONTH-AMOUNT TO WS-UNASSIGNED-AMOUNT
           END-IF.

       32000-PRINT-BRANCH-TOTALS.
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-BRANCH-COLUMNS
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS = '00'
               SET WS-BRCHMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'PROG25: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
                   ' - BRANCH LINES PRINT WITHOUT NAMES'
           END-IF
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 99
               IF WS-BRANCH-ACTIVE(WS-BRANCH-SUB)
                   PERFORM 32500-PRINT-BRANCH-LINE
               END-IF
           END-PERFORM
           IF WS-UNASSIGNED-CUST-COUNT > ZERO
               MOVE ZERO TO BRANCH-LINE-NUMBER
               MOVE 'CUSTOMER NOT ON CUSTMAST' TO BRANCH-LINE-NAME
               MOVE WS-UNASSIGNED-CUST-COUNT TO BRANCH-LINE-CUSTOMERS
               MOVE WS-UNASSIGNED-AMOUNT TO BRANCH-LINE-AMOUNT
               WRITE CLOSE-RPT-RECORD FROM WS-RPT-BRANCH-LINE
               AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CTR
               PERFORM 21000-CHECK-FOR-PAGE-BREAK
           END-IF
           IF WS-BRCHMAST-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
               SET WS-BRCHMAST-NOT-OPEN TO TRUE
           END-IF
           MOVE 'TOTAL CUSTHIST MONTH SALES' TO AMOUNT-LINE-LABEL
           MOVE WS-HISTORY-CUSTOMER-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-HISTORY-MONTH-TOTAL TO AMOUNT-LINE-AMOUNT
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       32500-PRINT-BRANCH-LINE.
           MOVE WS-BRANCH-SUB TO BRANCH-LINE-NUMBER
           MOVE SPACES TO BRANCH-LINE-NAME
           IF WS-BRCHMAST-IS-OPEN
               MOVE WS-BRANCH-SUB TO BR-BRANCH-NUMBER
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON BRCHMAST' TO
                           BRANCH-LINE-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO BRANCH-LINE-NAME
               END-READ
           END-IF
           MOVE WS-BRANCH-CUSTOMER-COUNT(WS-BRANCH-SUB) TO
               BRANCH-LINE-CUSTOMERS
           MOVE WS-BRANCH-MONTH-AMOUNT(WS-BRANCH-SUB) TO
               BRANCH-LINE-AMOUNT
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-BRANCH-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    INVDETL IS TOTALLED TWO WAYS. LINES POSTED IN THE PERIOD
      *    ARE WHAT CUSTHIST BUCKETED THERE AND TIE TO IT; LINES
      *    DATED IN THE PERIOD (BY INVOICE DATE) ARE WHAT THE
      *    LOCKOUT NOW PROTECTS.
       33000-INVDETL-MONTH-TOTALS.
           MOVE 'INVDETL ACTIVITY FOR THE PERIOD' TO
               SECTION-HEADING-TEXT
           PERFORM 23000-PRINT-SECTION-HEADING
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = '00'
               DISPLAY 'PROG25: INVOICE DETAIL FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-INVDETL-FILE-STATUS
               MOVE 'INVDETL NOT AVAILABLE' TO AMOUNT-LINE-NOTE
           ELSE
               SET WS-INVDETL-TOTALS-TAKEN TO TRUE
               SET THERE-ARE-MORE-RECORDS TO TRUE
               PERFORM 33500-READ-INVOICE-DETAIL
               UNTIL THERE-ARE-NO-MORE-RECORDS
               CLOSE INVOICE-DETAIL-FILE
           END-IF
           MOVE 'LINES POSTED IN PERIOD' TO AMOUNT-LINE-LABEL
           MOVE WS-INVDETL-POSTED-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-INVDETL-POSTED-AMOUNT TO AMOUNT-LINE-AMOUNT
           PERFORM 24000-PRINT-AMOUNT-LINE
           MOVE 'LINES WITH INVOICE DATE IN PERIOD' TO
               AMOUNT-LINE-LABEL
           MOVE WS-INVDETL-DATED-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-INVDETL-DATED-AMOUNT TO AMOUNT-LINE-AMOUNT
           PERFORM 24000-PRINT-AMOUNT-LINE.

       33500-READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               IF ID-POSTING-CCYYMM = WS-PERIOD-CCYYMM
                   ADD 1 TO WS-INVDETL-POSTED-COUNT
                   ADD ID-SIGNED-AMOUNT TO WS-INVDETL-POSTED-AMOUNT
               END-IF
               IF ID-INVOICE-CCYYMM = WS-PERIOD-CCYYMM
                   ADD 1 TO WS-INVDETL-DATED-COUNT
                   ADD ID-SIGNED-AMOUNT TO WS-INVDETL-DATED-AMOUNT
               END-IF
           END-READ.

      *    THE A/R DEBITS, SALES CREDITS AND TRAILER APPLIED
      *    TOTALS OF EVERY EXTRACT DATED IN THE PERIOD. A MISSING
      *    GLEXTR PRINTS AS ZERO WITH A NOTE - THE GL SIDE IS
      *    FINANCE'S TO SUPPLY, AND ITS ABSENCE DOES NOT STOP THE
      *    CLOSE.
       34000-GLEXTR-MONTH-TOTALS.
           MOVE 'GLEXTR TOTALS POSTED FOR THE PERIOD' TO
               SECTION-HEADING-TEXT
           PERFORM 23000-PRINT-SECTION-HEADING
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEXTR-FILE-STATUS NOT = '00'
               DISPLAY 'PROG25: GL EXTRACT FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-GLEXTR-FILE-STATUS
               MOVE 'GLEXTR NOT AVAILABLE' TO AMOUNT-LINE-NOTE
           ELSE
               SET THERE-ARE-MORE-RECORDS TO TRUE
               PERFORM 34500-READ-GL-EXTRACT
               UNTIL THERE-ARE-NO-MORE-RECORDS
               CLOSE GL-EXTRACT-FILE
           END-IF
           MOVE 'A/R DEBITS (DR)' TO AMOUNT-LINE-LABEL
           MOVE WS-GL-DEBIT-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-GL-DEBIT-AMOUNT TO AMOUNT-LINE-AMOUNT
           PERFORM 24000-PRINT-AMOUNT-LINE
           MOVE 'SALES CREDITS (CR)' TO AMOUNT-LINE-LABEL
           MOVE WS-GL-CREDIT-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-GL-CREDIT-AMOUNT TO AMOUNT-LINE-AMOUNT
           PERFORM 24000-PRINT-AMOUNT-LINE
           MOVE 'TRAILER APPLIED TOTALS (TR)' TO AMOUNT-LINE-LABEL
           MOVE WS-GL-TRAILER-COUNT TO AMOUNT-LINE-COUNT
           MOVE WS-GL-TRAILER-AMOUNT TO AMOUNT-LINE-AMOUNT
           IF WS-GL-DEBIT-AMOUNT + WS-GL-CREDIT-AMOUNT NOT = ZERO
               MOVE 'DEBITS AND CREDITS DO NOT NET TO ZERO'
               TO AMOUNT-LINE-NOTE
           END-IF
           PERFORM 24000-PRINT-AMOUNT-LINE.

       34500-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               IF GL-POSTING-CCYYMM = WS-PERIOD-CCYYMM
                   EVALUATE TRUE
                       WHEN GL-DEBIT-RECORD
                           ADD 1 TO WS-GL-DEBIT-COUNT
                           ADD GL-AMOUNT TO WS-GL-DEBIT-AMOUNT
                       WHEN GL-CREDIT-RECORD
                           ADD 1 TO WS-GL-CREDIT-COUNT
                           ADD GL-AMOUNT TO WS-GL-CREDIT-AMOUNT
                       WHEN GL-TRAILER-RECORD
                           ADD 1 TO WS-GL-TRAILER-COUNT
                           ADD GL-AMOUNT TO WS-GL-TRAILER-AMOUNT
                   END-EVALUATE
               END-IF
           END-READ.

      *    CUSTHIST BUCKETS, INVDETL LINES AND GLEXTR DEBITS ARE ALL
      *    WRITTEN BY THE SAME PROG06 POSTING AND ALL KEYED BY
      *    POSTING DATE, SO FOR A QUIET MONTH THEY AGREE TO THE
      *    PENNY. A DIFFERENCE POINTS AT A PROG03 CORRECTION, A
      *    BACKOUT OR A MISSING DAILY EXTRACT IN THE GLEXTR
      *    CONCATENATION - IT IS REPORTED, NOT A REASON TO HOLD
      *    THE CLOSE.
       35000-PRINT-TIE-OUT.
           MOVE 'TIE-OUT' TO SECTION-HEADING-TEXT
           PERFORM 23000-PRINT-SECTION-HEADING
           IF WS-CUSTHIST-TOTALS-TAKEN AND WS-INVDETL-TOTALS-TAKEN
               COMPUTE WS-TIE-OUT-DIFFERENCE =
                   WS-HISTORY-MONTH-TOTAL - WS-INVDETL-POSTED-AMOUNT
               MOVE 'CUSTHIST LESS INVDETL POSTED' TO
                   AMOUNT-LINE-LABEL
               MOVE ZERO TO AMOUNT-LINE-COUNT
               MOVE WS-TIE-OUT-DIFFERENCE TO AMOUNT-LINE-AMOUNT
               IF WS-TIE-OUT-DIFFERENCE = ZERO
                   MOVE 'AGREES' TO AMOUNT-LINE-NOTE
               ELSE
                   MOVE 'DOES NOT AGREE' TO AMOUNT-LINE-NOTE
               END-IF
               PERFORM 24000-PRINT-AMOUNT-LINE
           END-IF
           IF WS-INVDETL-TOTALS-TAKEN
               COMPUTE WS-TIE-OUT-DIFFERENCE =
                   WS-INVDETL-POSTED-AMOUNT - WS-GL-DEBIT-AMOUNT
               MOVE 'INVDETL POSTED LESS GLEXTR DEBITS' TO
                   AMOUNT-LINE-LABEL
               MOVE ZERO TO AMOUNT-LINE-COUNT
               MOVE WS-TIE-OUT-DIFFERENCE TO AMOUNT-LINE-AMOUNT
               IF WS-TIE-OUT-DIFFERENCE = ZERO
                   MOVE 'AGREES' TO AMOUNT-LINE-NOTE
               ELSE
                   MOVE 'DOES NOT AGREE' TO AMOUNT-LINE-NOTE
               END-IF
               PERFORM 24000-PRINT-AMOUNT-LINE
           END-IF.

      *    EVERY PERIOD EVER CLOSED, WITH ITS CLOSE AND REOPEN
      *    HISTORY - A REOPEN CAN NEVER PASS UNSEEN, BECAUSE IT
      *    PRINTS ON EVERY CLOSE PACKAGE FROM THEN ON.
       36000-PRINT-PERIOD-HISTORY.
           MOVE 'PERIOD CONTROL HISTORY' TO SECTION-HEADING-TEXT
           PERFORM 23000-PRINT-SECTION-HEADING
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-HISTORY-COLUMNS
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE ZERO TO PC-PERIOD-CCYYMM
           SET THERE-ARE-MORE-RECORDS TO TRUE
           START PERIOD-CONTROL-FILE
               KEY IS NOT LESS THAN PC-PERIOD-CCYYMM
               INVALID KEY
                   SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           END-START
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
               READ PERIOD-CONTROL-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 36500-PRINT-HISTORY-LINE
               END-READ
           END-PERFORM.

       36500-PRINT-HISTORY-LINE.
           ADD 1 TO WS-PERIODS-LISTED-COUNT
           MOVE PC-PERIOD-CCYYMM TO HISTORY-PERIOD-CCYYMM
           EVALUATE TRUE
               WHEN PC-PERIOD-CLOSED
                   MOVE 'CLOSED' TO HISTORY-STATUS
               WHEN PC-PERIOD-REOPENED
                   MOVE 'REOPENED' TO HISTORY-STATUS
               WHEN OTHER
                   MOVE PC-PERIOD-STATUS TO HISTORY-STATUS
           END-EVALUATE
           MOVE PC-CLOSED-DATE TO HISTORY-CLOSED-DATE
           MOVE PC-CLOSE-COUNT TO HISTORY-CLOSE-COUNT
           MOVE PC-REOPENED-DATE TO HISTORY-REOPENED-DATE
           MOVE PC-REOPEN-COUNT TO HISTORY-REOPEN-COUNT
           MOVE PC-REOPEN-AUTHORIZED-BY TO HISTORY-AUTHORIZED-BY
           MOVE PC-REOPEN-REASON TO HISTORY-REOPEN-REASON
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-HISTORY-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           IF WS-PERCTL-IS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-STATUS-LINE
           AFTER ADVANCING 3 LINES
           CLOSE CLOSE-REPORT-FILE.
       END PROGRAM PROG25.
