       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
      *****************************************************************
      ***   CIS4373L PROG35 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CUSTOMER MERGE TRANSACTION FILE (MERGTRAN -   **
      ***              ONE FROM/TO CUSTOMER-NUMBER PAIR PER RECORD)  **
      ***           2. CUSTOMER MASTER FILE (INDEXED, I/O)           **
      ***           3. CUSTOMER SALES HISTORY (INDEXED, I/O)         **
      ***           4. INVOICE DETAIL HISTORY (INVDETL, I/O)         **
      ***           5. A/R OPEN ITEM FILE (AROPEN - INDEXED, I/O)    **
      ***           6. REJECT SUSPENSE FILE (SUSPENSE - INDEXED)     **
      ***           7. COMMISSION SPLIT FILE (COMMSPLT - INDEXED)    **
      ***  OUTPUT:  1. CUSTOMER MASTER FILE (INDEXED, MERGED)        **
      ***           2. CUSTOMER SALES HISTORY (CUSTHIST, MERGED)     **
      ***           3. INVOICE DETAIL HISTORY (INVDETL, RE-POINTED)  **
      ***           4. A/R OPEN ITEM FILE (AROPEN, MERGED)           **
      ***           5. MAINTENANCE JOURNAL (CUSTJRNL - BEFORE/AFTER  **
      ***              IMAGES, READ BY THE PROG08 BACKOUT RUN)       **
      ***           6. CUSTOMER MERGE REGISTER                       **
      ***                                                            **
      ***  PURPOSE:  FOLDS A DUPLICATE CUSTOMER NUMBER INTO THE      **
      ***            SURVIVING ONE. FOR EACH FROM/TO PAIR THE        **
      ***            RETIRED (FROM) CUSTOMER'S CURRENT AND PREVIOUS  **
      ***            YTD SALES ARE ADDED INTO THE SURVIVOR (TO), ITS **
      ***            CUSTHIST MONTH BUCKETS ARE ADDED INTO THE       **
      ***            SURVIVOR'S, EVERY INVDETL LINE CARRYING THE     **
      ***            RETIRED NUMBER IS REWRITTEN IN PLACE UNDER THE  **
      ***            SURVIVOR, EVERY AROPEN ITEM IT STILL HAS        **
      ***            (UNAPPLIED CASH INCLUDED) MOVES TO THE SURVIVOR **
      ***            - ADDED INTO THE SURVIVOR'S OWN ITEM FOR THE    **
      ***            SAME INVOICE WHEN THERE IS ONE - AND THE        **
      ***            RETIRED MASTER AND HISTORY RECORDS ARE DELETED. **
      ***            THE SURVIVOR KEEPS ITS OWN NAME, BRANCH AND     **
      ***            REP. EVERY CHANGE IS JOURNALED TO CUSTJRNL -    **
      ***            MASTERS AS PROG03 CORRECTS AND DELETES,         **
      ***            HISTORY, INVOICE LINES AND OPEN ITEMS UNDER     **
      ***            THEIR OWN CODES - SO PROG08 CAN BACK OUT        **
      ***            EXACTLY THIS RUN. EVERY PAIR IS PROVED BEFORE   **
      ***            ANYTHING IS TOUCHED; A CUSTOMER MAY APPEAR IN   **
      ***            ONLY ONE PAIR PER RUN, SO A CHAIN (A INTO B, B  **
      ***            INTO C) TAKES TWO RUNS. A PAIR IS REFUSED WHILE **
      ***            THE RETIRED CUSTOMER HAS A COMMSPLT SPLIT (END  **
      ***            IT WITH PROG28) OR ITEMS STILL IN SUSPENSE      **
      ***            (CORRECT OR WRITE THEM OFF WITH PROG29), AND    **
      ***            THE WHOLE RUN IS REFUSED IF ITS JOURNAL WOULD   **
      ***            BE TOO LARGE FOR PROG08 TO LOAD. RUN PROG03     **
      ***            AFTERWARD (WITH AN EMPTY TRANSACTION FILE IF    **
      ***            NEED BE) TO REBUILD CUSTSLS FROM THE MERGED     **
      ***            MASTER.                                         **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski MOVE THE RETIRED          **
      ***      CUSTOMER'S AROPEN ITEMS TO THE SURVIVOR UNDER JOURNAL **
      ***      CODE O, REFUSE A PAIR WHOSE RETIRED CUSTOMER HAS A    **
      ***      COMMISSION SPLIT OR OPEN SUSPENSE ITEMS, AND REFUSE   **
      ***      THE RUN WHEN ITS JOURNAL WOULD OVERFLOW THE PROG08    **
      ***      TABLE                                                 **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANSACTION-FILE ASSIGN TO MERGTRAN.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDETL
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT COMMISSION-SPLIT-FILE ASSIGN TO COMMSPLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUSTOMER-NUMBER
               FILE STATUS IS WS-COMMSPLT-FILE-STATUS.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO CUSTJRNL.
           SELECT MERGE-REPORT-FILE ASSIGN TO PRINT035.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-TRANSACTION-RECORD.
           05 MG-FROM-CUSTOMER-NUMBER    PIC 9(05).
           05 MG-TO-CUSTOMER-NUMBER      PIC 9(05).
           05 FILLER                     PIC X(70).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    LAYOUT MATCHES THE CUSTOMER-HISTORY-RECORD PROG06 WRITES.
       FD  CUSTOMER-HISTORY-FILE.
       01  CUSTOMER-HISTORY-RECORD.
           05 CH-CUSTOMER-NUMBER         PIC 9(05).
           05 CH-CURRENT-YEAR-CCYY       PIC 9(04).
           05 CH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 CH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

      *    LAYOUT MATCHES THE INVOICE-DETAIL-RECORD PROG06 APPENDS.
      *    ONLY THE CUSTOMER NUMBER IS EVER CHANGED HERE; THE LINE
      *    IS REWRITTEN IN PLACE, SO RECORD POSITIONS NEVER MOVE.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-CUSTOMER-NUMBER         PIC 9(05).
           05 ID-INVOICE-NUMBER          PIC 9(06).
           05 ID-INVOICE-DATE            PIC 9(08).
           05 ID-TRANSACTION-CODE        PIC X(01).
           05 ID-SIGNED-AMOUNT           PIC S9(7)V99.
           05 ID-POSTING-DATE            PIC 9(08).
           05 ID-PRODUCT-CODE            PIC X(03).

      *    LAYOUT MATCHES THE OPEN-ITEM-RECORD IN PROG23 AND PROG24.
      *    INVOICE NUMBER 000000 IS THE CUSTOMER'S UNAPPLIED CASH.
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

      *    ONE RECORD PER REJECTED TRANSACTION - SEE PROG06 FOR THE
      *    LAYOUT'S HOME. ONLY READ HERE.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SU-SUSPENSE-KEY.
               10 SU-FIRST-REJECT-DATE   PIC 9(08).
               10 SU-REJECT-RUN-TIME     PIC 9(06).
               10 SU-ORIGINAL-BATCH-NUMBER PIC 9(03).
               10 SU-BATCH-SEQUENCE      PIC 9(04).
           05 SU-ITEM-STATUS             PIC X(01).
               88 SU-ITEM-OPEN                   VALUE 'O'.
               88 SU-ITEM-RELEASED               VALUE 'R'.
               88 SU-ITEM-IN-RECYCLE-BATCH       VALUE 'B'.
               88 SU-ITEM-POSTED                 VALUE 'P'.
               88 SU-ITEM-WRITTEN-OFF            VALUE 'W'.
               88 SU-ITEM-STILL-IN-SUSPENSE      VALUE 'O' 'R' 'B'.
           05 SU-TRANSACTION-CODE        PIC X(01).
               88 SU-CREDIT-TRANSACTION          VALUE 'M'.
           05 SU-CUSTOMER-NUMBER         PIC 9(05).
           05 SU-TRANSACTION-AMOUNT      PIC S9(7)V99 COMP-3.
           05 SU-INVOICE-NUMBER          PIC 9(06).
           05 SU-INVOICE-DATE            PIC 9(08).
           05 SU-REJECT-REASON           PIC X(30).
           05 SU-LAST-REJECT-DATE        PIC 9(08).
           05 SU-REJECT-COUNT            PIC 9(03).
           05 SU-ORIGINAL-CUSTOMER-NUMBER PIC 9(05).
           05 SU-ORIGINAL-AMOUNT         PIC S9(7)V99 COMP-3.
           05 SU-LAST-ACTION-DATE        PIC 9(08).
           05 SU-LAST-ACTION-BY          PIC X(20).
           05 SU-RECYCLE-DATE            PIC 9(08).
           05 SU-CLOSED-DATE             PIC 9(08).
           05 FILLER                     PIC X(08).

      *    LAYOUT MATCHES THE COMMISSION-SPLIT-RECORD PROG28
      *    MAINTAINS. ONLY READ HERE.
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

      *    LAYOUT MATCHES THE CUSTJRNL RECORD WRITTEN BY PROG03'S
      *    34000-WRITE-JOURNAL-RECORD. MASTER CHANGES USE PROG03'S
      *    OWN CODES - C FOR THE SURVIVOR, D FOR THE RETIRED
      *    CUSTOMER. A HISTORY RECORD (129 BYTES) DOES NOT FIT ONE
      *    IMAGE, SO CODE H CARRIES ITS BEFORE-IMAGE IN THREE
      *    43-BYTE PARTS WITH THE ACTION PROG08 MUST TAKE: R
      *    REWRITE IT, W WRITE IT BACK, N DELETE IT (THE SURVIVOR
      *    HAD NO HISTORY BEFORE THE MERGE). CODE I CARRIES ONE
      *    RE-POINTED INVDETL LINE - ITS RECORD POSITION IN THE
      *    FILE AND ITS BEFORE AND AFTER IMAGES. CODE O CARRIES ONE
      *    AROPEN CHANGE WITH PROG03'S ACTION LETTERS: A (THE ITEM
      *    WAS WRITTEN - PROG08 DELETES IT), C (REWRITTEN - PROG08
      *    PUTS THE BEFORE-IMAGE BACK) OR D (DELETED - PROG08 WRITES
      *    THE BEFORE-IMAGE BACK). THE FILE IS REWRITTEN EACH RUN SO
      *    PROG08 ALWAYS BACKS OUT EXACTLY ONE RUN.
       FD  MAINTENANCE-JOURNAL-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01  MAINTENANCE-JOURNAL-RECORD.
           05 JR-TRANSACTION-CODE        PIC X(01).
           05 JR-RUN-DATE                PIC 9(08).
           05 JR-RUN-TIME                PIC 9(06).
           05 JR-IMAGES.
               10 JR-BEFORE-IMAGE        PIC X(52).
               10 JR-AFTER-IMAGE         PIC X(52).
           05 JR-HISTORY-IMAGES REDEFINES JR-IMAGES.
               10 JR-HIST-CUSTOMER-NUMBER PIC 9(05).
               10 JR-HIST-ACTION         PIC X(01).
               10 JR-HIST-PART           PIC 9(01).
               10 JR-HIST-CHUNK          PIC X(43).
               10 FILLER                 PIC X(54).
           05 JR-INVOICE-IMAGES REDEFINES JR-IMAGES.
               10 JR-INV-RECORD-NUMBER   PIC 9(09).
               10 JR-INV-BEFORE-IMAGE    PIC X(40).
               10 JR-INV-AFTER-IMAGE     PIC X(40).
               10 FILLER                 PIC X(15).
           05 JR-OPEN-ITEM-IMAGES REDEFINES JR-IMAGES.
               10 JR-OI-ACTION           PIC X(01).
               10 JR-OI-BEFORE-IMAGE     PIC X(49).
               10 JR-OI-AFTER-IMAGE      PIC X(49).
               10 FILLER                 PIC X(05).

       FD  MERGE-REPORT-FILE.
       01  MERGE-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-MORE-INVDETL-SW       PIC X   VALUE 'Y'.
               88 WS-MORE-INVDETL-RECORDS       VALUE 'Y'.
               88 WS-NO-MORE-INVDETL-RECORDS    VALUE 'N'.
           05 WS-INVDETL-PRESENT-SW    PIC X   VALUE 'Y'.
               88 WS-INVDETL-PRESENT            VALUE 'Y'.
               88 WS-INVDETL-NOT-PRESENT        VALUE 'N'.
           05 WS-FROM-HISTORY-SW       PIC X   VALUE 'N'.
               88 WS-FROM-HISTORY-ON-FILE       VALUE 'Y'.
               88 WS-FROM-HISTORY-NOT-ON-FILE   VALUE 'N'.
           05 WS-TO-HISTORY-SW         PIC X   VALUE 'N'.
               88 WS-TO-HISTORY-ON-FILE         VALUE 'Y'.
               88 WS-TO-HISTORY-NOT-ON-FILE     VALUE 'N'.
           05 WS-FIGURES-OVERFLOW-SW   PIC X   VALUE 'N'.
               88 WS-FIGURES-OVERFLOW           VALUE 'Y'.
               88 WS-FIGURES-FIT                VALUE 'N'.
           05 WS-PAIR-FOUND-SW         PIC X   VALUE 'N'.
               88 WS-PAIR-FOUND                 VALUE 'Y'.
               88 WS-PAIR-NOT-FOUND             VALUE 'N'.
           05 WS-AROPEN-PRESENT-SW     PIC X   VALUE 'Y'.
               88 WS-AROPEN-PRESENT             VALUE 'Y'.
               88 WS-AROPEN-NOT-PRESENT         VALUE 'N'.
           05 WS-SUSPENSE-PRESENT-SW   PIC X   VALUE 'Y'.
               88 WS-SUSPENSE-PRESENT           VALUE 'Y'.
               88 WS-SUSPENSE-NOT-PRESENT       VALUE 'N'.
           05 WS-COMMSPLT-PRESENT-SW   PIC X   VALUE 'Y'.
               88 WS-COMMSPLT-PRESENT           VALUE 'Y'.
               88 WS-COMMSPLT-NOT-PRESENT       VALUE 'N'.
           05 WS-MORE-SUSPENSE-SW      PIC X   VALUE 'Y'.
               88 WS-MORE-SUSPENSE-RECORDS      VALUE 'Y'.
               88 WS-NO-MORE-SUSPENSE-RECORDS   VALUE 'N'.
           05 WS-MORE-OPEN-ITEMS-SW    PIC X   VALUE 'N'.
               88 WS-MORE-OPEN-ITEMS            VALUE 'Y'.
               88 WS-NO-MORE-OPEN-ITEMS         VALUE 'N'.
           05 WS-TO-OPEN-ITEM-SW       PIC X   VALUE 'N'.
               88 WS-TO-OPEN-ITEM-ON-FILE       VALUE 'Y'.
               88 WS-TO-OPEN-ITEM-NOT-ON-FILE   VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-INVDETL-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-AROPEN-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-COMMSPLT-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(40)  VALUE SPACES.
           05  WS-MERGE-FROM-NUMBER  PIC 9(05)  VALUE ZERO.
           05  WS-MERGE-TO-NUMBER    PIC 9(05)  VALUE ZERO.
           05  WS-MERGE-SUB          PIC 9(05)  VALUE ZERO.
           05  WS-MATCH-SUB          PIC 9(05)  VALUE ZERO.
           05  WS-MONTH-SUB          PIC 9(02)  VALUE ZERO.
           05  WS-TARGET-YEAR-CCYY   PIC 9(04)  VALUE ZERO.
           05  WS-INVDETL-RECORD-NUMBER PIC 9(09) VALUE ZERO.
           05  WS-KEEP-SUB           PIC 9(05)  VALUE ZERO.
           05  WS-NEXT-INVOICE-NUMBER PIC 9(06) VALUE ZERO.
           05  WS-OPEN-ITEM-COUNT    PIC 9(07)  VALUE ZERO.
           05  WS-JOURNAL-RECORD-COUNT PIC 9(09) VALUE ZERO.
      *    THE SIZE OF PROG08'S JOURNAL TABLE - A JOURNAL LONGER THAN
      *    THIS COULD NOT BE BACKED OUT, SO THE RUN IS REFUSED FIRST.
      *    KEEP IT IN STEP WITH WS-MAX-JOURNAL-ENTRIES IN PROG08.
           05  WS-MAX-JOURNAL-ENTRIES PIC 9(05) VALUE 10000.

       01  WS-TOTALS.
           05  WS-PAIRS-READ-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-PAIRS-MERGED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PAIRS-REJECTED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-LINES-REPOINTED-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-OPEN-ITEMS-MOVED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-MOVED-CURRENT-YTD-SALES  PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-MOVED-PREVIOUS-YTD-SALES PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-HIST-CURRENT-TOTAL     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-HIST-PRIOR-TOTAL       PIC S9(9)V99 COMP-3
           VALUE ZERO.

      *    EVERY PAIR THAT PASSES THE EDIT IS HELD HERE UNTIL THE
      *    WHOLE TRANSACTION FILE HAS BEEN PROVED, SO THE SINGLE
      *    INVDETL PASS CAN RE-POINT EVERY RETIRED NUMBER AT ONCE.
      *    500 PAIRS IS FAR MORE THAN ANY CLEAN-UP RUN; THE REST
      *    ARE REJECTED FOR THE NEXT RUN. THE JOURNAL COUNT IS THE
      *    NUMBER OF CUSTJRNL RECORDS THE PAIR WILL WRITE, LESS ITS
      *    INVOICE LINES, WHICH ARE COUNTED IN ONE PASS OF INVDETL.
       01  WS-MERGE-TABLE.
           05  WS-MERGE-ENTRY OCCURS 500 TIMES.
               10  WS-MRG-FROM-CUSTOMER        PIC 9(05).
               10  WS-MRG-TO-CUSTOMER          PIC 9(05).
               10  WS-MRG-LINE-COUNT           PIC 9(07).
               10  WS-MRG-JOURNAL-COUNT        PIC 9(07).
               10  WS-MRG-REFUSED-SW           PIC X(01).
                   88 WS-MRG-REFUSED                   VALUE 'Y'.
                   88 WS-MRG-ACCEPTED                  VALUE 'N'.
           05  WS-MERGE-COUNT              PIC 9(05) VALUE ZERO.

      *    WORKING COPIES OF BOTH CUSTOMERS AS THEY STOOD BEFORE THE
      *    MERGE (THE JOURNAL BEFORE-IMAGES AND THE REGISTER'S
      *    BEFORE FIGURES) AND OF THE MERGED SURVIVOR.
       01  WS-FROM-MASTER-RECORD.
           05 WS-FM-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-FM-BRANCH-NUMBER        PIC 9(02).
           05 WS-FM-SALES-REP-NUMBER     PIC 9(02).
           05 WS-FM-CUSTOMER-NAME        PIC X(30).
           05 WS-FM-CURRENT-YTD-SALES    PIC S9(7)V99 COMP-3.
           05 WS-FM-PREVIOUS-YTD-SALES   PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

       01  WS-TO-MASTER-RECORD.
           05 WS-TM-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-TM-BRANCH-NUMBER        PIC 9(02).
           05 WS-TM-SALES-REP-NUMBER     PIC 9(02).
           05 WS-TM-CUSTOMER-NAME        PIC X(30).
           05 WS-TM-CURRENT-YTD-SALES    PIC S9(7)V99 COMP-3.
           05 WS-TM-PREVIOUS-YTD-SALES   PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

       01  WS-MERGED-MASTER-RECORD.
           05 WS-MM-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-MM-BRANCH-NUMBER        PIC 9(02).
           05 WS-MM-SALES-REP-NUMBER     PIC 9(02).
           05 WS-MM-CUSTOMER-NAME        PIC X(30).
           05 WS-MM-CURRENT-YTD-SALES    PIC S9(7)V99 COMP-3.
           05 WS-MM-PREVIOUS-YTD-SALES   PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

       01  WS-FROM-HISTORY-RECORD.
           05 WS-FH-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-FH-CURRENT-YEAR-CCYY    PIC 9(04).
           05 WS-FH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 WS-FH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

       01  WS-TO-HISTORY-RECORD.
           05 WS-TH-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-TH-CURRENT-YEAR-CCYY    PIC 9(04).
           05 WS-TH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 WS-TH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

       01  WS-MERGED-HISTORY-RECORD.
           05 WS-MH-CUSTOMER-NUMBER      PIC 9(05).
           05 WS-MH-CURRENT-YEAR-CCYY    PIC 9(04).
           05 WS-MH-CURRENT-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.
           05 WS-MH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

      *    THE RETIRED CUSTOMER'S OPEN ITEM, THE SURVIVOR'S ITEM FOR
      *    THE SAME INVOICE NUMBER (IF IT HAS ONE) AND THE ITEM THE
      *    SURVIVOR IS LEFT WITH.
       01  WS-FROM-OPEN-ITEM.
           05 WS-FO-OPEN-ITEM-KEY.
               10 WS-FO-CUSTOMER-NUMBER  PIC 9(05).
               10 WS-FO-INVOICE-NUMBER   PIC 9(06).
           05 WS-FO-INVOICE-DATE         PIC 9(08).
           05 WS-FO-BILLED-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-FO-PAID-AMOUNT          PIC S9(7)V99 COMP-3.
           05 WS-FO-LAST-PAYMENT-DATE    PIC 9(08).
           05 FILLER                     PIC X(08).

       01  WS-TO-OPEN-ITEM.
           05 WS-TO-OPEN-ITEM-KEY.
               10 WS-TO-CUSTOMER-NUMBER  PIC 9(05).
               10 WS-TO-INVOICE-NUMBER   PIC 9(06).
           05 WS-TO-INVOICE-DATE         PIC 9(08).
           05 WS-TO-BILLED-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-TO-PAID-AMOUNT          PIC S9(7)V99 COMP-3.
           05 WS-TO-LAST-PAYMENT-DATE    PIC 9(08).
           05 FILLER                     PIC X(08).

       01  WS-MERGED-OPEN-ITEM.
           05 WS-MO-OPEN-ITEM-KEY.
               10 WS-MO-CUSTOMER-NUMBER  PIC 9(05).
               10 WS-MO-INVOICE-NUMBER   PIC 9(06).
                   88 WS-MO-UNAPPLIED-CASH-ITEM  VALUE ZERO.
           05 WS-MO-INVOICE-DATE         PIC 9(08).
           05 WS-MO-BILLED-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-MO-PAID-AMOUNT          PIC S9(7)V99 COMP-3.
           05 WS-MO-LAST-PAYMENT-DATE    PIC 9(08).
           05 FILLER                     PIC X(08).

       01  WS-JOURNAL-WORK.
           05  WS-JRNL-CODE              PIC X(01) VALUE SPACES.
           05  WS-JRNL-BEFORE-IMAGE      PIC X(52) VALUE SPACES.
           05  WS-JRNL-AFTER-IMAGE       PIC X(52) VALUE SPACES.
           05  WS-JRNL-HIST-ACTION       PIC X(01) VALUE SPACES.
           05  WS-JRNL-HIST-PART         PIC 9(01) VALUE ZERO.
           05  WS-JRNL-HIST-IMAGE        PIC X(129) VALUE SPACES.
           05  WS-JRNL-HIST-PARTS REDEFINES WS-JRNL-HIST-IMAGE.
               10  WS-JRNL-HIST-KEY          PIC 9(05).
               10  FILLER                    PIC X(124).
           05  WS-JRNL-HIST-CHUNKS REDEFINES WS-JRNL-HIST-IMAGE.
               10  WS-JRNL-HIST-CHUNK        PIC X(43)
                                             OCCURS 3 TIMES.
           05  WS-JRNL-INV-BEFORE-IMAGE  PIC X(40) VALUE SPACES.
           05  WS-JRNL-OI-ACTION         PIC X(01) VALUE SPACES.
           05  WS-JRNL-OI-BEFORE-IMAGE   PIC X(49) VALUE SPACES.
           05  WS-JRNL-OI-AFTER-IMAGE    PIC X(49) VALUE SPACES.

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
           VALUE 'TXSTATE CIS4373L PROG35 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG35'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'CUSTOMER MERGE REGISTER'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(08)  VALUE SPACES.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(32)  VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(09)  VALUE 'BR-RP'.
           05  FILLER            PIC X(14)  VALUE 'CURRENT YTD'.
           05  FILLER            PIC X(14)  VALUE 'PREVIOUS YTD'.
           05  FILLER            PIC X(05)  VALUE 'HIST'.
           05  FILLER            PIC X(15)  VALUE ' HIST CUR YEAR'.
           05  FILLER            PIC X(17)  VALUE 'HIST PRIOR YEAR'.
           05  FILLER            PIC X(09)  VALUE 'INV LINES'.

      *    ONE LINE EACH FOR THE RETIRED CUSTOMER AND THE SURVIVOR
      *    AS THEY STOOD BEFORE THE MERGE, THEN THE MERGED RESULT.
       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-ROLE                 PIC X(06).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC 9(05).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NAME        PIC X(30).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-BRANCH-NUMBER        PIC 9(02).
           05  FILLER                      PIC X(1)   VALUE '-'.
           05  DETAIL-REP-NUMBER           PIC 9(02).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-CURRENT-YTD-SALES    PIC -9,999,999.99.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DETAIL-PREVIOUS-YTD-SALES   PIC -9,999,999.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-HISTORY-YEAR         PIC X(04).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DETAIL-HIST-CURRENT-TOTAL   PIC -99,999,999.99.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DETAIL-HIST-PRIOR-TOTAL     PIC -99,999,999.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DETAIL-INVOICE-LINES        PIC X(07).

       01  WS-RPT-RESULT-LINE.
           05  FILLER                      PIC X(15)  VALUE SPACES.
           05  RESULT-MESSAGE              PIC X(40).

       01  WS-RPT-REJECT-LINE.
           05  FILLER                      PIC X(08)  VALUE 'REJECT'.
           05  REJECT-FROM-NUMBER          PIC X(05).
           05  FILLER                      PIC X(06)  VALUE ' INTO '.
           05  REJECT-TO-NUMBER            PIC X(05).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  REJECT-MESSAGE              PIC X(40).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(12)
           VALUE 'PAIRS READ:'.
           05  TOTAL-PAIRS-READ            PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'MERGED:'.
           05  TOTAL-PAIRS-MERGED          PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(10)
           VALUE 'REJECTED:'.
           05  TOTAL-PAIRS-REJECTED        PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(26)
           VALUE 'INVOICE LINES RE-POINTED:'.
           05  TOTAL-LINES-REPOINTED       PIC ZZZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'ERRORS:'.
           05  TOTAL-ERROR-COUNT           PIC ZZZZ9.

       01  WS-RPT-MOVED-LINE.
           05  FILLER                      PIC X(20)
           VALUE 'MOVED CURRENT YTD:'.
           05  TOTAL-MOVED-CURRENT-YTD     PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(20)
           VALUE 'MOVED PREVIOUS YTD:'.
           05  TOTAL-MOVED-PREVIOUS-YTD    PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(18)
           VALUE 'OPEN ITEMS MOVED:'.
           05  TOTAL-OPEN-ITEMS-MOVED      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 30000-EDIT-MERGE-PAIR
           UNTIL THERE-ARE-NO-MORE-RECORDS
           IF WS-MERGE-COUNT > ZERO AND WS-SUSPENSE-PRESENT
               PERFORM 34500-CHECK-SUSPENSE-ITEMS
           END-IF
           IF WS-MERGE-COUNT > ZERO
               PERFORM 34800-CHECK-JOURNAL-SIZE
           END-IF
           IF WS-MERGE-COUNT > ZERO
               IF WS-INVDETL-PRESENT
                   PERFORM 35000-REPOINT-INVOICE-LINES
               END-IF
               PERFORM 37000-APPLY-ONE-MERGE
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    A MISSING INVDETL (STATUS 35) ONLY MEANS NOTHING HAS BEEN
      *    POSTED YET - THERE ARE NO LINES TO RE-POINT. A MISSING
      *    AROPEN, SUSPENSE OR COMMSPLT LIKEWISE HOLDS NOTHING TO
      *    MOVE OR TO REFUSE A PAIR FOR. ANY OTHER OPEN FAILURE
      *    STOPS THE RUN BEFORE ANYTHING IS TOUCHED.
       10000-INITIALIZATION-ROUTINE.
           OPEN INPUT MERGE-TRANSACTION-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG35: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-HISTORY-FILE
           IF WS-CUSTHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG35: CUSTOMER HISTORY FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS = '35'
               SET WS-INVDETL-NOT-PRESENT TO TRUE
           ELSE
               IF WS-INVDETL-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG35: INVOICE DETAIL FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-INVDETL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O OPEN-ITEM-FILE
           IF WS-AROPEN-FILE-STATUS = '35'
               SET WS-AROPEN-NOT-PRESENT TO TRUE
           ELSE
               IF WS-AROPEN-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG35: A/R OPEN ITEM FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-AROPEN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               SET WS-SUSPENSE-NOT-PRESENT TO TRUE
           ELSE
               IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG35: REJECT SUSPENSE FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT COMMISSION-SPLIT-FILE
           IF WS-COMMSPLT-FILE-STATUS = '35'
               SET WS-COMMSPLT-NOT-PRESENT TO TRUE
           ELSE
               IF WS-COMMSPLT-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG35: COMMISSION SPLIT FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-COMMSPLT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT MAINTENANCE-JOURNAL-FILE
           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

      *    THE WHOLE TRANSACTION FILE IS PROVED BEFORE A SINGLE
      *    RECORD IS CHANGED - A PAIR THAT FAILS ANY EDIT IS LISTED
      *    AND LEFT ALONE, THE REST GO INTO THE MERGE TABLE.
       30000-EDIT-MERGE-PAIR.
           READ MERGE-TRANSACTION-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               ADD 1 TO WS-PAIRS-READ-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               MOVE MG-FROM-CUSTOMER-NUMBER TO WS-MERGE-FROM-NUMBER
               MOVE MG-TO-CUSTOMER-NUMBER TO WS-MERGE-TO-NUMBER
               EVALUATE TRUE
                   WHEN MG-FROM-CUSTOMER-NUMBER NOT NUMERIC
                     OR MG-TO-CUSTOMER-NUMBER NOT NUMERIC
                       MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO
                           WS-RESULT-MESSAGE
                   WHEN MG-FROM-CUSTOMER-NUMBER =
                        MG-TO-CUSTOMER-NUMBER
                       MOVE 'FROM AND TO ARE THE SAME CUSTOMER' TO
                           WS-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 31000-CHECK-PAIR-IN-RUN
               END-EVALUATE
               IF WS-RESULT-MESSAGE = SPACES
                   PERFORM 32000-READ-MERGE-CUSTOMERS
               END-IF
               IF WS-RESULT-MESSAGE = SPACES
                   PERFORM 33000-BUILD-MERGED-FIGURES
               END-IF
               IF WS-RESULT-MESSAGE = SPACES AND WS-COMMSPLT-PRESENT
                   PERFORM 33700-CHECK-COMMISSION-SPLIT
               END-IF
               MOVE ZERO TO WS-OPEN-ITEM-COUNT
               IF WS-RESULT-MESSAGE = SPACES AND WS-AROPEN-PRESENT
                   PERFORM 33800-PROVE-OPEN-ITEMS
               END-IF
               IF WS-RESULT-MESSAGE = SPACES
                  AND WS-MERGE-COUNT NOT < 500
                   MOVE 'MORE THAN 500 PAIRS - RESUBMIT' TO
                       WS-RESULT-MESSAGE
               END-IF
               IF WS-RESULT-MESSAGE = SPACES
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE WS-MERGE-FROM-NUMBER TO
                       WS-MRG-FROM-CUSTOMER(WS-MERGE-COUNT)
                   MOVE WS-MERGE-TO-NUMBER TO
                       WS-MRG-TO-CUSTOMER(WS-MERGE-COUNT)
                   MOVE ZERO TO WS-MRG-LINE-COUNT(WS-MERGE-COUNT)
                   SET WS-MRG-ACCEPTED(WS-MERGE-COUNT) TO TRUE
                   PERFORM 33900-COUNT-PAIR-JOURNAL
               ELSE
                   ADD 1 TO WS-PAIRS-REJECTED-COUNT
                   PERFORM 34000-WRITE-REJECT-LINE
               END-IF
           END-READ.

      *    A CUSTOMER ALREADY IN AN ACCEPTED PAIR - ON EITHER SIDE -
      *    CANNOT BE MERGED AGAIN IN THE SAME RUN. THE SINGLE
      *    INVDETL PASS COULD NOT FOLLOW A CHAIN, AND PROG08 COULD
      *    NOT UNWIND ONE CLEANLY.
       31000-CHECK-PAIR-IN-RUN.
           SET WS-PAIR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MERGE-COUNT OR WS-PAIR-FOUND
               IF WS-MRG-FROM-CUSTOMER(WS-MATCH-SUB) =
                      WS-MERGE-FROM-NUMBER
                  OR WS-MRG-FROM-CUSTOMER(WS-MATCH-SUB) =
                      WS-MERGE-TO-NUMBER
                  OR WS-MRG-TO-CUSTOMER(WS-MATCH-SUB) =
                      WS-MERGE-FROM-NUMBER
                  OR WS-MRG-TO-CUSTOMER(WS-MATCH-SUB) =
                      WS-MERGE-TO-NUMBER
                   SET WS-PAIR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND
               MOVE 'CUSTOMER ALREADY IN A PAIR THIS RUN' TO
                   WS-RESULT-MESSAGE
           END-IF.

      *    USED BY BOTH THE EDIT AND THE UPDATE, SO THE FIGURES
      *    APPLIED ARE THE FIGURES THAT WERE PROVED.
       32000-READ-MERGE-CUSTOMERS.
           MOVE WS-MERGE-FROM-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE INTO WS-FROM-MASTER-RECORD
               INVALID KEY
                   MOVE 'FROM CUSTOMER NOT ON FILE' TO
                       WS-RESULT-MESSAGE
           END-READ
           IF WS-RESULT-MESSAGE = SPACES
               MOVE WS-MERGE-TO-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE INTO WS-TO-MASTER-RECORD
                   INVALID KEY
                       MOVE 'TO CUSTOMER NOT ON FILE' TO
                           WS-RESULT-MESSAGE
               END-READ
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               MOVE WS-MERGE-FROM-NUMBER TO CH-CUSTOMER-NUMBER
               SET WS-FROM-HISTORY-ON-FILE TO TRUE
               READ CUSTOMER-HISTORY-FILE INTO WS-FROM-HISTORY-RECORD
                   INVALID KEY
                       SET WS-FROM-HISTORY-NOT-ON-FILE TO TRUE
                       INITIALIZE WS-FROM-HISTORY-RECORD
               END-READ
               MOVE WS-MERGE-TO-NUMBER TO CH-CUSTOMER-NUMBER
               SET WS-TO-HISTORY-ON-FILE TO TRUE
               READ CUSTOMER-HISTORY-FILE INTO WS-TO-HISTORY-RECORD
                   INVALID KEY
                       SET WS-TO-HISTORY-NOT-ON-FILE TO TRUE
                       INITIALIZE WS-TO-HISTORY-RECORD
               END-READ
           END-IF.

      *    THE SURVIVOR KEEPS ITS OWN NAME, BRANCH AND REP; ONLY THE
      *    SALES FIGURES ARE ADDED. A MERGE THAT WOULD OVERFLOW ANY
      *    YTD FIELD OR MONTH BUCKET IS REJECTED WHOLE.
       33000-BUILD-MERGED-FIGURES.
           SET WS-FIGURES-FIT TO TRUE
           MOVE WS-TO-MASTER-RECORD TO WS-MERGED-MASTER-RECORD
           ADD WS-FM-CURRENT-YTD-SALES TO WS-MM-CURRENT-YTD-SALES
               ON SIZE ERROR
                   SET WS-FIGURES-OVERFLOW TO TRUE
           END-ADD
           ADD WS-FM-PREVIOUS-YTD-SALES TO WS-MM-PREVIOUS-YTD-SALES
               ON SIZE ERROR
                   SET WS-FIGURES-OVERFLOW TO TRUE
           END-ADD
           EVALUATE TRUE
               WHEN WS-FROM-HISTORY-ON-FILE AND WS-TO-HISTORY-ON-FILE
                   PERFORM 33500-ADD-HISTORY-BUCKETS
               WHEN WS-FROM-HISTORY-ON-FILE
                   MOVE WS-FROM-HISTORY-RECORD TO
                       WS-MERGED-HISTORY-RECORD
                   MOVE WS-MERGE-TO-NUMBER TO WS-MH-CUSTOMER-NUMBER
               WHEN OTHER
                   MOVE WS-TO-HISTORY-RECORD TO
                       WS-MERGED-HISTORY-RECORD
           END-EVALUATE
           IF WS-FIGURES-OVERFLOW
               MOVE 'MERGED FIGURES TOO LARGE FOR FIELDS' TO
                   WS-RESULT-MESSAGE
           END-IF.

      *    THE TWO HISTORY RECORDS MAY BE STAMPED WITH DIFFERENT
      *    YEARS IF ONE CUSTOMER HAS NOT POSTED SINCE THE YEAR
      *    TURNED. THE MERGED RECORD TAKES THE LATER YEAR; THE
      *    OLDER RECORD'S BUCKETS ARE SHIFTED THE WAY PROG06'S
      *    37500-ROLL-HISTORY-YEAR WOULD SHIFT THEM - LAST YEAR'S
      *    CURRENT MONTHS BECOME PRIOR MONTHS, ANYTHING OLDER IS
      *    DROPPED RATHER THAN PASSED OFF AS LAST YEAR'S PATTERN.
       33500-ADD-HISTORY-BUCKETS.
           MOVE WS-TO-HISTORY-RECORD TO WS-MERGED-HISTORY-RECORD
           IF WS-FH-CURRENT-YEAR-CCYY > WS-TH-CURRENT-YEAR-CCYY
               MOVE WS-FH-CURRENT-YEAR-CCYY TO WS-TARGET-YEAR-CCYY
               PERFORM 33600-ROLL-MERGED-HISTORY
           ELSE
               MOVE WS-TH-CURRENT-YEAR-CCYY TO WS-TARGET-YEAR-CCYY
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               IF WS-FH-CURRENT-YEAR-CCYY = WS-TARGET-YEAR-CCYY
                   ADD WS-FH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-MH-CURRENT-MONTH-SALES(WS-MONTH-SUB)
                       ON SIZE ERROR
                           SET WS-FIGURES-OVERFLOW TO TRUE
                   END-ADD
                   ADD WS-FH-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-MH-PRIOR-MONTH-SALES(WS-MONTH-SUB)
                       ON SIZE ERROR
                           SET WS-FIGURES-OVERFLOW TO TRUE
                   END-ADD
               END-IF
               IF WS-FH-CURRENT-YEAR-CCYY = WS-TARGET-YEAR-CCYY - 1
                   ADD WS-FH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-MH-PRIOR-MONTH-SALES(WS-MONTH-SUB)
                       ON SIZE ERROR
                           SET WS-FIGURES-OVERFLOW TO TRUE
                   END-ADD
               END-IF
           END-PERFORM.

       33600-ROLL-MERGED-HISTORY.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               IF WS-MH-CURRENT-YEAR-CCYY = WS-TARGET-YEAR-CCYY - 1
                   MOVE WS-MH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-MH-PRIOR-MONTH-SALES(WS-MONTH-SUB)
               ELSE
                   MOVE ZERO TO WS-MH-PRIOR-MONTH-SALES(WS-MONTH-SUB)
               END-IF
               MOVE ZERO TO WS-MH-CURRENT-MONTH-SALES(WS-MONTH-SUB)
           END-PERFORM
           MOVE WS-TARGET-YEAR-CCYY TO WS-MH-CURRENT-YEAR-CCYY.

      *    A SPLIT ON FILE UNDER THE RETIRED NUMBER WOULD BE LEFT
      *    CREDITING SALES TO A CUSTOMER NO LONGER ON THE MASTER, SO
      *    THE PAIR WAITS UNTIL PROG28 HAS DELETED IT (AND SET IT UP
      *    UNDER THE SURVIVOR IF IT STILL APPLIES).
       33700-CHECK-COMMISSION-SPLIT.
           MOVE WS-MERGE-FROM-NUMBER TO SP-CUSTOMER-NUMBER
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RETIRED CUSTOMER HAS A COMMISSION SPLIT' TO
                       WS-RESULT-MESSAGE
           END-READ.

      *    EVERY AROPEN ITEM THE RETIRED CUSTOMER HOLDS IS COUNTED
      *    FOR THE JOURNAL, AND ANY THAT WILL BE ADDED INTO AN ITEM
      *    THE SURVIVOR ALREADY HOLDS IS PROVED TO FIT.
       33800-PROVE-OPEN-ITEMS.
           MOVE ZERO TO WS-NEXT-INVOICE-NUMBER
           PERFORM 33850-READ-NEXT-RETIRED-ITEM
           PERFORM UNTIL WS-NO-MORE-OPEN-ITEMS
                      OR WS-RESULT-MESSAGE NOT = SPACES
               ADD 1 TO WS-OPEN-ITEM-COUNT
               PERFORM 33870-BUILD-MERGED-OPEN-ITEM
               IF WS-RESULT-MESSAGE = SPACES
                   PERFORM 33880-STEP-PAST-RETIRED-ITEM
               END-IF
           END-PERFORM.

      *    AROPEN IS KEYED BY CUSTOMER THEN INVOICE, SO THE RETIRED
      *    CUSTOMER'S ITEMS ARE FOUND BY STARTING AT ITS NUMBER. EACH
      *    ITEM IS FOUND WITH A FRESH START FROM THE NEXT INVOICE
      *    NUMBER, SINCE THE RANDOM READS AND UPDATES MADE BETWEEN
      *    ITEMS LOSE THE FILE'S PLACE.
       33850-READ-NEXT-RETIRED-ITEM.
           SET WS-NO-MORE-OPEN-ITEMS TO TRUE
           MOVE WS-MERGE-FROM-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE WS-NEXT-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-OPEN-ITEM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OI-CUSTOMER-NUMBER = WS-MERGE-FROM-NUMBER
                               SET WS-MORE-OPEN-ITEMS TO TRUE
                               MOVE OPEN-ITEM-RECORD TO
                                   WS-FROM-OPEN-ITEM
                           END-IF
                   END-READ
           END-START.

      *    THE SURVIVOR'S OWN ITEM FOR THE SAME INVOICE NUMBER, IF IT
      *    HAS ONE, TAKES ON THE RETIRED ITEM'S BILLED AND PAID
      *    AMOUNTS AND THE LATER OF THE TWO PAYMENT DATES. UNAPPLIED
      *    CASH STAYS DATED BY ITS LATEST PAYMENT, AS PROG23 DATES
      *    IT; A REAL INVOICE KEEPS THE EARLIER INVOICE DATE, SO IT
      *    AGES FROM WHEN IT WAS FIRST BILLED. WITH NO SUCH ITEM THE
      *    RETIRED ITEM SIMPLY MOVES ACROSS UNDER THE SURVIVOR'S
      *    NUMBER.
       33870-BUILD-MERGED-OPEN-ITEM.
           SET WS-FIGURES-FIT TO TRUE
           MOVE WS-FROM-OPEN-ITEM TO WS-MERGED-OPEN-ITEM
           MOVE WS-MERGE-TO-NUMBER TO WS-MO-CUSTOMER-NUMBER
           MOVE WS-MO-OPEN-ITEM-KEY TO OI-OPEN-ITEM-KEY
           SET WS-TO-OPEN-ITEM-ON-FILE TO TRUE
           READ OPEN-ITEM-FILE INTO WS-TO-OPEN-ITEM
               INVALID KEY
                   SET WS-TO-OPEN-ITEM-NOT-ON-FILE TO TRUE
           END-READ
           IF WS-TO-OPEN-ITEM-ON-FILE
               MOVE WS-TO-OPEN-ITEM TO WS-MERGED-OPEN-ITEM
               ADD WS-FO-BILLED-AMOUNT TO WS-MO-BILLED-AMOUNT
                   ON SIZE ERROR
                       SET WS-FIGURES-OVERFLOW TO TRUE
               END-ADD
               ADD WS-FO-PAID-AMOUNT TO WS-MO-PAID-AMOUNT
                   ON SIZE ERROR
                       SET WS-FIGURES-OVERFLOW TO TRUE
               END-ADD
               IF WS-FO-LAST-PAYMENT-DATE > WS-MO-LAST-PAYMENT-DATE
                   MOVE WS-FO-LAST-PAYMENT-DATE TO
                       WS-MO-LAST-PAYMENT-DATE
               END-IF
               IF WS-MO-UNAPPLIED-CASH-ITEM
                   IF WS-FO-INVOICE-DATE > WS-MO-INVOICE-DATE
                       MOVE WS-FO-INVOICE-DATE TO WS-MO-INVOICE-DATE
                   END-IF
               ELSE
                   IF WS-FO-INVOICE-DATE < WS-MO-INVOICE-DATE
                       MOVE WS-FO-INVOICE-DATE TO WS-MO-INVOICE-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-FIGURES-OVERFLOW
               MOVE 'MERGED OPEN ITEM TOO LARGE FOR FIELDS' TO
                   WS-RESULT-MESSAGE
           END-IF.

       33880-STEP-PAST-RETIRED-ITEM.
           IF WS-FO-INVOICE-NUMBER = 999999
               SET WS-NO-MORE-OPEN-ITEMS TO TRUE
           ELSE
               MOVE WS-FO-INVOICE-NUMBER TO WS-NEXT-INVOICE-NUMBER
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
               PERFORM 33850-READ-NEXT-RETIRED-ITEM
           END-IF.

      *    A C AND A D FOR THE TWO MASTERS, THREE H PARTS EACH FOR
      *    THE SURVIVOR'S AND THE RETIRED CUSTOMER'S HISTORY WHEN THE
      *    RETIRED CUSTOMER HAS ANY, AND TWO O RECORDS PER OPEN ITEM
      *    (THE SURVIVOR'S ITEM WRITTEN OR REWRITTEN, THE RETIRED ONE
      *    DELETED).
       33900-COUNT-PAIR-JOURNAL.
           COMPUTE WS-MRG-JOURNAL-COUNT(WS-MERGE-COUNT) =
               2 + (2 * WS-OPEN-ITEM-COUNT)
           IF WS-FROM-HISTORY-ON-FILE
               ADD 6 TO WS-MRG-JOURNAL-COUNT(WS-MERGE-COUNT)
           END-IF.

       34000-WRITE-REJECT-LINE.
           MOVE WS-MERGE-FROM-NUMBER TO REJECT-FROM-NUMBER
           MOVE WS-MERGE-TO-NUMBER TO REJECT-TO-NUMBER
           MOVE WS-RESULT-MESSAGE TO REJECT-MESSAGE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-REJECT-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    SUSPENSE IS KEYED BY REJECT DATE, NOT BY CUSTOMER, SO ONE
      *    PASS OF THE WHOLE FILE CHECKS EVERY ACCEPTED PAIR. AN ITEM
      *    STILL IN SUSPENSE UNDER A RETIRED NUMBER WOULD COME BACK
      *    TO PROG06 FOR A CUSTOMER NO LONGER ON FILE, SO ITS PAIR IS
      *    REFUSED UNTIL PROG29 HAS CORRECTED OR WRITTEN OFF THE ITEM
      *    (OR PROG06 HAS POSTED ITS RECYCLE BATCH). REFUSED PAIRS
      *    ARE THEN DROPPED FROM THE TABLE.
       34500-CHECK-SUSPENSE-ITEMS.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY
           SET WS-MORE-SUSPENSE-RECORDS TO TRUE
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET WS-NO-MORE-SUSPENSE-RECORDS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-SUSPENSE-RECORDS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SUSPENSE-RECORDS TO TRUE
                   NOT AT END
                       IF SU-ITEM-STILL-IN-SUSPENSE
                           PERFORM 34550-MATCH-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 34600-DROP-REFUSED-PAIRS.

       34550-MATCH-SUSPENSE-ITEM.
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MERGE-COUNT
               IF WS-MRG-FROM-CUSTOMER(WS-MATCH-SUB) =
                      SU-CUSTOMER-NUMBER
                  AND WS-MRG-ACCEPTED(WS-MATCH-SUB)
                   SET WS-MRG-REFUSED(WS-MATCH-SUB) TO TRUE
                   MOVE WS-MRG-FROM-CUSTOMER(WS-MATCH-SUB) TO
                       WS-MERGE-FROM-NUMBER
                   MOVE WS-MRG-TO-CUSTOMER(WS-MATCH-SUB) TO
                       WS-MERGE-TO-NUMBER
                   MOVE 'RETIRED CUSTOMER HAS OPEN SUSPENSE ITEMS' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-PAIRS-REJECTED-COUNT
                   PERFORM 34000-WRITE-REJECT-LINE
               END-IF
           END-PERFORM.

       34600-DROP-REFUSED-PAIRS.
           MOVE ZERO TO WS-KEEP-SUB
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MERGE-COUNT
               IF WS-MRG-ACCEPTED(WS-MATCH-SUB)
                   ADD 1 TO WS-KEEP-SUB
                   MOVE WS-MERGE-ENTRY(WS-MATCH-SUB) TO
                       WS-MERGE-ENTRY(WS-KEEP-SUB)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-SUB TO WS-MERGE-COUNT.

      *    PROG08 LOADS THE WHOLE JOURNAL INTO A TABLE BEFORE IT
      *    BACKS ANYTHING OUT, AND WILL NOT START ON ONE THAT DOES
      *    NOT FIT. THE JOURNAL THIS RUN WOULD WRITE IS COUNTED
      *    FIRST - EVERY PAIR'S OWN RECORDS PLUS ONE I RECORD PER
      *    INVDETL LINE TO BE RE-POINTED - AND IF IT WOULD NOT FIT,
      *    NO PAIR IS MERGED AT ALL.
       34800-CHECK-JOURNAL-SIZE.
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE ZERO TO WS-JOURNAL-RECORD-COUNT
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MERGE-COUNT
               ADD WS-MRG-JOURNAL-COUNT(WS-MATCH-SUB) TO
                   WS-JOURNAL-RECORD-COUNT
           END-PERFORM
           IF WS-INVDETL-PRESENT
               PERFORM 34900-COUNT-INVOICE-LINES
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
              AND WS-JOURNAL-RECORD-COUNT > WS-MAX-JOURNAL-ENTRIES
               DISPLAY 'PROG35: RUN WOULD JOURNAL '
                   WS-JOURNAL-RECORD-COUNT ' RECORDS, MORE THAN '
                   'PROG08 CAN BACK OUT (' WS-MAX-JOURNAL-ENTRIES
                   ') - NOTHING MERGED'
               MOVE 'JOURNAL TOO LARGE - NOTHING MERGED' TO
                   WS-RESULT-MESSAGE
           END-IF
           IF WS-RESULT-MESSAGE NOT = SPACES
               MOVE 8 TO RETURN-CODE
               ADD WS-MERGE-COUNT TO WS-PAIRS-REJECTED-COUNT
               MOVE ZERO TO WS-MERGE-COUNT
               MOVE WS-RESULT-MESSAGE TO RESULT-MESSAGE
               WRITE MERGE-RPT-RECORD FROM WS-RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CTR
               PERFORM 21000-CHECK-FOR-PAGE-BREAK
           END-IF.

      *    A READ-ONLY PASS. INVDETL IS THEN CLOSED AND REOPENED SO
      *    THE RE-POINTING PASS STARTS AGAIN AT THE FIRST LINE.
       34900-COUNT-INVOICE-LINES.
           SET WS-MORE-INVDETL-RECORDS TO TRUE
           PERFORM UNTIL WS-NO-MORE-INVDETL-RECORDS
               READ INVOICE-DETAIL-FILE AT END
                   SET WS-NO-MORE-INVDETL-RECORDS TO TRUE
               NOT AT END
                   PERFORM 36100-FIND-RETIRED-CUSTOMER
                   IF WS-PAIR-FOUND
                       ADD 1 TO WS-JOURNAL-RECORD-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-DETAIL-FILE
           OPEN I-O INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = '00'
               DISPLAY 'PROG35: INVOICE DETAIL FILE COULD NOT BE '
                   'REOPENED - STATUS ' WS-INVDETL-FILE-STATUS
               SET WS-INVDETL-NOT-PRESENT TO TRUE
               MOVE 'INVDETL NOT REOPENED - NOTHING MERGED' TO
                   WS-RESULT-MESSAGE
           END-IF.

      *    ONE PASS OF INVDETL RE-POINTS THE LINES OF EVERY RETIRED
      *    CUSTOMER IN THE RUN. EACH LINE IS REWRITTEN IN PLACE AND
      *    JOURNALED WITH ITS RECORD POSITION, SO PROG08 CAN FIND
      *    AND PUT IT BACK - PROG06 ONLY EVER APPENDS, SO THE
      *    POSITION NEVER CHANGES UNDER IT.
       35000-REPOINT-INVOICE-LINES.
           SET WS-MORE-INVDETL-RECORDS TO TRUE
           PERFORM 36000-REPOINT-ONE-LINE
           UNTIL WS-NO-MORE-INVDETL-RECORDS.

       36000-REPOINT-ONE-LINE.
           READ INVOICE-DETAIL-FILE AT END
               SET WS-NO-MORE-INVDETL-RECORDS TO TRUE
           NOT AT END
               ADD 1 TO WS-INVDETL-RECORD-NUMBER
               PERFORM 36100-FIND-RETIRED-CUSTOMER
               IF WS-PAIR-FOUND
                   PERFORM 36500-REWRITE-INVOICE-LINE
               END-IF
           END-READ.

       36100-FIND-RETIRED-CUSTOMER.
           SET WS-PAIR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MERGE-COUNT
                  OR WS-PAIR-FOUND
               IF WS-MRG-FROM-CUSTOMER(WS-MATCH-SUB) =
                  ID-CUSTOMER-NUMBER
                   SET WS-PAIR-FOUND TO TRUE
                   MOVE WS-MATCH-SUB TO WS-MERGE-SUB
               END-IF
           END-PERFORM.

       36500-REWRITE-INVOICE-LINE.
           MOVE INVOICE-DETAIL-RECORD TO WS-JRNL-INV-BEFORE-IMAGE
           MOVE WS-MRG-TO-CUSTOMER(WS-MERGE-SUB) TO ID-CUSTOMER-NUMBER
           MOVE SPACES TO MAINTENANCE-JOURNAL-RECORD
           MOVE 'I' TO JR-TRANSACTION-CODE
           MOVE WS-CURRENT-DATE TO JR-RUN-DATE
           MOVE WS-CURRENT-TIME TO JR-RUN-TIME
           MOVE WS-INVDETL-RECORD-NUMBER TO JR-INV-RECORD-NUMBER
           MOVE WS-JRNL-INV-BEFORE-IMAGE TO JR-INV-BEFORE-IMAGE
           MOVE INVOICE-DETAIL-RECORD TO JR-INV-AFTER-IMAGE
           REWRITE INVOICE-DETAIL-RECORD
           IF WS-INVDETL-FILE-STATUS = '00'
               WRITE MAINTENANCE-JOURNAL-RECORD
               ADD 1 TO WS-MRG-LINE-COUNT(WS-MERGE-SUB)
               ADD 1 TO WS-LINES-REPOINTED-COUNT
           ELSE
               DISPLAY 'PROG35: INVDETL REWRITE FAILED AT RECORD '
                   WS-INVDETL-RECORD-NUMBER ' - STATUS '
                   WS-INVDETL-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    THE PAIR IS RE-READ AND ITS FIGURES REBUILT FROM THE
      *    FILES AS THEY STAND NOW. EACH STEP IS JOURNALED ONLY
      *    AFTER IT SUCCEEDS; A FAILED STEP STOPS THE PAIR THERE,
      *    FAILS THE RETURN CODE, AND LEAVES PROG08 A JOURNAL THAT
      *    UNDOES EXACTLY WHAT WAS DONE.
       37000-APPLY-ONE-MERGE.
           MOVE WS-MRG-FROM-CUSTOMER(WS-MERGE-SUB) TO
               WS-MERGE-FROM-NUMBER
           MOVE WS-MRG-TO-CUSTOMER(WS-MERGE-SUB) TO WS-MERGE-TO-NUMBER
           MOVE SPACES TO WS-RESULT-MESSAGE
           PERFORM 32000-READ-MERGE-CUSTOMERS
           IF WS-RESULT-MESSAGE NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               PERFORM 34000-WRITE-REJECT-LINE
           ELSE
               PERFORM 37050-MERGE-READ-CUSTOMERS
           END-IF.

       37050-MERGE-READ-CUSTOMERS.
           PERFORM 33000-BUILD-MERGED-FIGURES
           IF WS-RESULT-MESSAGE = SPACES
               PERFORM 37100-UPDATE-SURVIVOR
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               PERFORM 37200-DELETE-RETIRED-CUSTOMER
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
              AND WS-FROM-HISTORY-ON-FILE
               PERFORM 37300-MERGE-HISTORY
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
              AND WS-AROPEN-PRESENT
               PERFORM 37400-MOVE-OPEN-ITEMS
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               ADD 1 TO WS-PAIRS-MERGED-COUNT
               ADD WS-FM-CURRENT-YTD-SALES TO
                   WS-MOVED-CURRENT-YTD-SALES
               ADD WS-FM-PREVIOUS-YTD-SALES TO
                   WS-MOVED-PREVIOUS-YTD-SALES
               MOVE 'CUSTOMERS MERGED' TO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROG35: MERGE OF ' WS-MERGE-FROM-NUMBER
                   ' INTO ' WS-MERGE-TO-NUMBER ' FAILED - '
                   WS-RESULT-MESSAGE
           END-IF
           PERFORM 38000-WRITE-MERGE-REGISTER.

       37100-UPDATE-SURVIVOR.
           MOVE WS-MERGED-MASTER-RECORD TO CUSTOMER-MASTER-FILE-RECORD
           REWRITE CUSTOMER-MASTER-FILE-RECORD
               INVALID KEY
                   MOVE 'SURVIVOR REWRITE FAILED' TO WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE 'C' TO WS-JRNL-CODE
                   MOVE WS-TO-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE WS-MERGED-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM 39000-WRITE-JOURNAL-RECORD
           END-REWRITE.

       37200-DELETE-RETIRED-CUSTOMER.
           MOVE WS-MERGE-FROM-NUMBER TO CM-CUSTOMER-NUMBER
           DELETE CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'RETIRED MASTER DELETE FAILED' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE 'D' TO WS-JRNL-CODE
                   MOVE WS-FROM-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                   PERFORM 39000-WRITE-JOURNAL-RECORD
           END-DELETE.

      *    A SURVIVOR WITH NO HISTORY RECORD OF ITS OWN SIMPLY TAKES
      *    OVER THE RETIRED CUSTOMER'S, RENUMBERED; PROG08 DELETES
      *    IT AGAIN ON A BACKOUT.
       37300-MERGE-HISTORY.
           IF WS-TO-HISTORY-ON-FILE
               REWRITE CUSTOMER-HISTORY-RECORD
                   FROM WS-MERGED-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'SURVIVOR HISTORY REWRITE FAILED' TO
                           WS-RESULT-MESSAGE
                   NOT INVALID KEY
                       MOVE 'R' TO WS-JRNL-HIST-ACTION
                       MOVE WS-TO-HISTORY-RECORD TO
                           WS-JRNL-HIST-IMAGE
                       PERFORM 39500-WRITE-HISTORY-JOURNAL
               END-REWRITE
           ELSE
               WRITE CUSTOMER-HISTORY-RECORD
                   FROM WS-MERGED-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'SURVIVOR HISTORY WRITE FAILED' TO
                           WS-RESULT-MESSAGE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-JRNL-HIST-ACTION
                       MOVE WS-MERGED-HISTORY-RECORD TO
                           WS-JRNL-HIST-IMAGE
                       PERFORM 39500-WRITE-HISTORY-JOURNAL
               END-WRITE
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               MOVE WS-MERGE-FROM-NUMBER TO CH-CUSTOMER-NUMBER
               DELETE CUSTOMER-HISTORY-FILE
                   INVALID KEY
                       MOVE 'RETIRED HISTORY DELETE FAILED' TO
                           WS-RESULT-MESSAGE
                   NOT INVALID KEY
                       MOVE 'W' TO WS-JRNL-HIST-ACTION
                       MOVE WS-FROM-HISTORY-RECORD TO
                           WS-JRNL-HIST-IMAGE
                       PERFORM 39500-WRITE-HISTORY-JOURNAL
               END-DELETE
           END-IF.

      *    EACH OF THE RETIRED CUSTOMER'S ITEMS IS ADDED INTO (OR
      *    WRITTEN AS) THE SURVIVOR'S ITEM FOR THE SAME INVOICE
      *    NUMBER AND THEN DELETED - EACH STEP JOURNALED AS IT
      *    SUCCEEDS, SO A FAILURE PART WAY LEAVES PROG08 EXACTLY WHAT
      *    WAS DONE.
       37400-MOVE-OPEN-ITEMS.
           MOVE ZERO TO WS-NEXT-INVOICE-NUMBER
           PERFORM 33850-READ-NEXT-RETIRED-ITEM
           PERFORM UNTIL WS-NO-MORE-OPEN-ITEMS
                      OR WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 37450-MOVE-ONE-OPEN-ITEM
           END-PERFORM.

       37450-MOVE-ONE-OPEN-ITEM.
           PERFORM 33870-BUILD-MERGED-OPEN-ITEM
           IF WS-RESULT-MESSAGE = SPACES
               IF WS-TO-OPEN-ITEM-ON-FILE
                   REWRITE OPEN-ITEM-RECORD FROM WS-MERGED-OPEN-ITEM
                       INVALID KEY
                           MOVE 'SURVIVOR OPEN ITEM REWRITE FAILED'
                               TO WS-RESULT-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-OI-ACTION
                           MOVE WS-TO-OPEN-ITEM TO
                               WS-JRNL-OI-BEFORE-IMAGE
                           MOVE WS-MERGED-OPEN-ITEM TO
                               WS-JRNL-OI-AFTER-IMAGE
                           PERFORM 39700-WRITE-OPEN-ITEM-JOURNAL
                   END-REWRITE
               ELSE
                   WRITE OPEN-ITEM-RECORD FROM WS-MERGED-OPEN-ITEM
                       INVALID KEY
                           MOVE 'SURVIVOR OPEN ITEM WRITE FAILED'
                               TO WS-RESULT-MESSAGE
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRNL-OI-ACTION
                           MOVE SPACES TO WS-JRNL-OI-BEFORE-IMAGE
                           MOVE WS-MERGED-OPEN-ITEM TO
                               WS-JRNL-OI-AFTER-IMAGE
                           PERFORM 39700-WRITE-OPEN-ITEM-JOURNAL
                   END-WRITE
               END-IF
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               MOVE WS-FO-OPEN-ITEM-KEY TO OI-OPEN-ITEM-KEY
               DELETE OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE 'RETIRED OPEN ITEM DELETE FAILED' TO
                           WS-RESULT-MESSAGE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-JRNL-OI-ACTION
                       MOVE WS-FROM-OPEN-ITEM TO WS-JRNL-OI-BEFORE-IMAGE
                       MOVE SPACES TO WS-JRNL-OI-AFTER-IMAGE
                       PERFORM 39700-WRITE-OPEN-ITEM-JOURNAL
                       ADD 1 TO WS-OPEN-ITEMS-MOVED-COUNT
               END-DELETE
           END-IF
           IF WS-RESULT-MESSAGE = SPACES
               PERFORM 33880-STEP-PAST-RETIRED-ITEM
           END-IF.

      *    THE FIRST TWO LINES BORROW THE MERGED AREAS TO PRINT THE
      *    BEFORE FIGURES, SO THE MERGED FIGURES ARE REBUILT FOR THE
      *    THIRD. A CUSTOMER WITH NO HISTORY RECORD PRINTS NONE.
       38000-WRITE-MERGE-REGISTER.
           MOVE 'FROM' TO DETAIL-ROLE
           MOVE WS-FROM-MASTER-RECORD TO WS-MERGED-MASTER-RECORD
           MOVE WS-FROM-HISTORY-RECORD TO WS-MERGED-HISTORY-RECORD
           PERFORM 38500-WRITE-DETAIL-LINE
           MOVE 'INTO' TO DETAIL-ROLE
           MOVE WS-TO-MASTER-RECORD TO WS-MERGED-MASTER-RECORD
           MOVE WS-TO-HISTORY-RECORD TO WS-MERGED-HISTORY-RECORD
           PERFORM 38500-WRITE-DETAIL-LINE
           MOVE 'MERGED' TO DETAIL-ROLE
           PERFORM 33000-BUILD-MERGED-FIGURES
           PERFORM 38500-WRITE-DETAIL-LINE
           MOVE WS-RESULT-MESSAGE TO RESULT-MESSAGE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-RESULT-LINE
           AFTER ADVANCING 1 LINE
           MOVE SPACES TO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       38500-WRITE-DETAIL-LINE.
           MOVE WS-MM-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE WS-MM-CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           MOVE WS-MM-BRANCH-NUMBER TO DETAIL-BRANCH-NUMBER
           MOVE WS-MM-SALES-REP-NUMBER TO DETAIL-REP-NUMBER
           MOVE WS-MM-CURRENT-YTD-SALES TO DETAIL-CURRENT-YTD-SALES
           MOVE WS-MM-PREVIOUS-YTD-SALES TO DETAIL-PREVIOUS-YTD-SALES
           MOVE ZERO TO WS-HIST-CURRENT-TOTAL
           MOVE ZERO TO WS-HIST-PRIOR-TOTAL
           IF WS-MH-CURRENT-YEAR-CCYY = ZERO
               MOVE 'NONE' TO DETAIL-HISTORY-YEAR
           ELSE
               MOVE WS-MH-CURRENT-YEAR-CCYY TO DETAIL-HISTORY-YEAR
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
                   ADD WS-MH-CURRENT-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-HIST-CURRENT-TOTAL
                   ADD WS-MH-PRIOR-MONTH-SALES(WS-MONTH-SUB) TO
                       WS-HIST-PRIOR-TOTAL
               END-PERFORM
           END-IF
           MOVE WS-HIST-CURRENT-TOTAL TO DETAIL-HIST-CURRENT-TOTAL
           MOVE WS-HIST-PRIOR-TOTAL TO DETAIL-HIST-PRIOR-TOTAL
           IF DETAIL-ROLE = 'MERGED'
               MOVE WS-MRG-LINE-COUNT(WS-MERGE-SUB) TO
                   DETAIL-INVOICE-LINES
           ELSE
               MOVE SPACES TO DETAIL-INVOICE-LINES
           END-IF
           WRITE MERGE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       39000-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO MAINTENANCE-JOURNAL-RECORD
           MOVE WS-JRNL-CODE TO JR-TRANSACTION-CODE
           MOVE WS-CURRENT-DATE TO JR-RUN-DATE
           MOVE WS-CURRENT-TIME TO JR-RUN-TIME
           MOVE WS-JRNL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE MAINTENANCE-JOURNAL-RECORD.

      *    PARTS GO OUT 1-2-3; PROG08 READS THEM BACK 3-2-1 AND
      *    ACTS WHEN IT REACHES PART 1, WITH THE IMAGE WHOLE.
       39500-WRITE-HISTORY-JOURNAL.
           PERFORM VARYING WS-JRNL-HIST-PART FROM 1 BY 1
               UNTIL WS-JRNL-HIST-PART > 3
               MOVE SPACES TO MAINTENANCE-JOURNAL-RECORD
               MOVE 'H' TO JR-TRANSACTION-CODE
               MOVE WS-CURRENT-DATE TO JR-RUN-DATE
               MOVE WS-CURRENT-TIME TO JR-RUN-TIME
               MOVE WS-JRNL-HIST-KEY TO JR-HIST-CUSTOMER-NUMBER
               MOVE WS-JRNL-HIST-ACTION TO JR-HIST-ACTION
               MOVE WS-JRNL-HIST-PART TO JR-HIST-PART
               MOVE WS-JRNL-HIST-CHUNK(WS-JRNL-HIST-PART) TO
                   JR-HIST-CHUNK
               WRITE MAINTENANCE-JOURNAL-RECORD
           END-PERFORM.

       39700-WRITE-OPEN-ITEM-JOURNAL.
           MOVE SPACES TO MAINTENANCE-JOURNAL-RECORD
           MOVE 'O' TO JR-TRANSACTION-CODE
           MOVE WS-CURRENT-DATE TO JR-RUN-DATE
           MOVE WS-CURRENT-TIME TO JR-RUN-TIME
           MOVE WS-JRNL-OI-ACTION TO JR-OI-ACTION
           MOVE WS-JRNL-OI-BEFORE-IMAGE TO JR-OI-BEFORE-IMAGE
           MOVE WS-JRNL-OI-AFTER-IMAGE TO JR-OI-AFTER-IMAGE
           WRITE MAINTENANCE-JOURNAL-RECORD.

       40000-FINISH-ROUTINE.
           MOVE WS-PAIRS-READ-COUNT TO TOTAL-PAIRS-READ
           MOVE WS-PAIRS-MERGED-COUNT TO TOTAL-PAIRS-MERGED
           MOVE WS-PAIRS-REJECTED-COUNT TO TOTAL-PAIRS-REJECTED
           MOVE WS-LINES-REPOINTED-COUNT TO TOTAL-LINES-REPOINTED
           MOVE WS-ERROR-COUNT TO TOTAL-ERROR-COUNT
           WRITE MERGE-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-MOVED-CURRENT-YTD-SALES TO TOTAL-MOVED-CURRENT-YTD
           MOVE WS-MOVED-PREVIOUS-YTD-SALES TO
               TOTAL-MOVED-PREVIOUS-YTD
           MOVE WS-OPEN-ITEMS-MOVED-COUNT TO TOTAL-OPEN-ITEMS-MOVED
           WRITE MERGE-RPT-RECORD FROM WS-RPT-MOVED-LINE
           AFTER ADVANCING 1 LINE
           CLOSE MERGE-TRANSACTION-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-HISTORY-FILE
           IF WS-INVDETL-PRESENT
               CLOSE INVOICE-DETAIL-FILE
           END-IF
           IF WS-AROPEN-PRESENT
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-SUSPENSE-PRESENT
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-COMMSPLT-PRESENT
               CLOSE COMMISSION-SPLIT-FILE
           END-IF
           CLOSE MAINTENANCE-JOURNAL-FILE
           CLOSE MERGE-REPORT-FILE.
       END PROGRAM PROG35.
