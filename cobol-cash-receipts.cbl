       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG23.
      *****************************************************************
      ***   CIS4373L PROG23 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. DAILY CASH RECEIPTS FILE (CASHRCPT)           **
      ***           2. INVOICE DETAIL HISTORY (INVDETL - APPENDED    **
      ***              BY EVERY PROG06 POSTING RUN)                  **
      ***           3. A/R CONTROL FILE (ARCTL)                      **
      ***           4. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           5. A/R OPEN ITEM FILE (AROPEN - INDEXED, I/O)    **
      ***  OUTPUT:  1. A/R OPEN ITEM FILE (AROPEN, UPDATED)          **
      ***           2. A/R CONTROL FILE (RESTAMPED)                  **
      ***           3. CASH RECEIPTS POSTING REGISTER                **
      ***                                                            **
      ***  PURPOSE:  POSTS CUSTOMER PAYMENTS AGAINST THE INDIVIDUAL **
      ***            INVOICES ON INVDETL. THE A/R OPEN ITEM FILE    **
      ***            (AROPEN) CARRIES ONE RECORD PER CUSTOMER AND   **
      ***            INVOICE NUMBER - THE NET BILLED AMOUNT (THE    **
      ***            INVOICE LESS ANY CREDIT MEMOS KEYED AGAINST    **
      ***            IT) AND THE CASH APPLIED TO DATE. EVERY RUN    **
      ***            FIRST TAKES UP THE INVDETL LINES PROG06 HAS    **
      ***            APPENDED SINCE THE LAST RUN (ARCTL CARRIES     **
      ***            HOW MANY ARE ALREADY ON AROPEN), THEN POSTS    **
      ***            THE DAY'S PAYMENTS. CASHRCPT IS BATCHED AND    **
      ***            PROVED EXACTLY THE WAY PROG06 PROVES           **
      ***            SALESTRN - EACH HDR* BATCH IS APPLIED WHOLE    **
      ***            OR REFUSED WHOLE. A PAYMENT IS APPLIED TO THE  **
      ***            INVOICE IT NAMES UP TO THAT INVOICE'S OPEN     **
      ***            BALANCE; ANYTHING THAT CANNOT BE APPLIED (NO   **
      ***            INVOICE NUMBER, INVOICE NOT OPEN, OR AN        **
      ***            OVERPAYMENT) GOES TO THE CUSTOMER'S UNAPPLIED  **
      ***            CASH ITEM - INVOICE NUMBER 000000 ON AROPEN -  **
      ***            FOR COLLECTIONS TO WORK. PROG24 PRINTS THE     **
      ***            AGED TRIAL BALANCE FROM AROPEN.                **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski STOP THE INVDETL TAKE-UP  **
      ***      AT THE FIRST AROPEN WRITE OR REWRITE FAILURE, RESTAMP **
      ***      ARCTL ONLY THROUGH THE LAST LINE TAKEN UP, AND APPLY  **
      ***      NO PAYMENTS THAT RUN - THE FAILED LINE IS TAKEN UP    **
      ***      AGAIN BY THE RERUN                                    **
      ***  02.  10/15/2026 Adam Burmuzoski A PAYMENT WHOSE UNAPPLIED **
      ***      CASH ITEM CANNOT BE SAVED IS FLAGGED ON THE REGISTER  **
      ***      AND TOTALLED AS SAVE FAILED, NOT AS UNAPPLIED         **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RECEIPTS-FILE ASSIGN TO CASHRCPT.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDETL
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
           SELECT AR-CONTROL-FILE ASSIGN TO ARCTL
               FILE STATUS IS WS-ARCTL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT RECEIPTS-REPORT-FILE ASSIGN TO PRINT023.

       DATA DIVISION.
       FILE SECTION.
      *    ONE PAYMENT PER RECORD, IN THE SAME POSITIONS AS A
      *    SALESTRN TRANSACTION. THE INVOICE NUMBER IS THE ONE THE
      *    CUSTOMER'S REMITTANCE NAMES; ZERO MEANS THE REMITTANCE
      *    NAMED NONE AND THE PAYMENT GOES STRAIGHT TO UNAPPLIED.
       FD  CASH-RECEIPTS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-RECEIPT-RECORD.
           05 CR-TRANSACTION-CODE        PIC X(01).
               88 CR-PAYMENT-TRANSACTION         VALUE 'P'.
           05 CR-CUSTOMER-NUMBER         PIC 9(05).
           05 CR-PAYMENT-AMOUNT          PIC S9(7)V99.
           05 CR-INVOICE-NUMBER          PIC 9(06).
           05 CR-PAYMENT-DATE            PIC 9(08).
           05 CR-CHECK-NUMBER            PIC X(10).
           05 FILLER                     PIC X(41).

      *    BATCH HEADER - THE SAME HDR* LAYOUT AS SALESTRN. THE
      *    CONTROL AMOUNT IS THE SUM OF THE BATCH'S PAYMENTS, KEYED
      *    FROM THE DEPOSIT TICKET.
       01  CASH-BATCH-HEADER-RECORD REDEFINES CASH-RECEIPT-RECORD.
           05 CR-HDR-ID                  PIC X(04).
           05 CR-HDR-TRAN-COUNT          PIC 9(05).
           05 CR-HDR-CONTROL-AMOUNT      PIC S9(9)V99.
           05 FILLER                     PIC X(60).

      *    LAYOUT MATCHES THE INVOICE-DETAIL-RECORD PROG06 WRITES.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-CUSTOMER-NUMBER         PIC 9(05).
           05 ID-INVOICE-NUMBER          PIC 9(06).
           05 ID-INVOICE-DATE            PIC 9(08).
           05 ID-TRANSACTION-CODE        PIC X(01).
               88 ID-INVOICE-LINE                VALUE 'I'.
           05 ID-SIGNED-AMOUNT           PIC S9(7)V99.
           05 ID-POSTING-DATE            PIC 9(08).
           05 FILLER                     PIC X(03).

      *    CARRIES HOW MANY INVDETL LINES ARE ALREADY TAKEN UP ONTO
      *    AROPEN - INVDETL IS ONLY EVER APPENDED TO, SO EACH RUN
      *    SKIPS THAT MANY AND TAKES UP THE REST. A MISSING OR EMPTY
      *    CONTROL FILE MEANS NOTHING TAKEN UP YET, SO THE FIRST RUN
      *    LOADS THE WHOLE HISTORY.
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

      *    ONE RECORD PER CUSTOMER AND INVOICE NUMBER. THE OPEN
      *    BALANCE IS OI-BILLED-AMOUNT LESS OI-PAID-AMOUNT. THE
      *    INVOICE DATE IS THE ONE ON THE INVOICE LINE ITSELF AND IS
      *    WHAT PROG24 AGES FROM. INVOICE NUMBER 000000 IS THE
      *    CUSTOMER'S UNAPPLIED CASH - NOTHING BILLED, EVERYTHING
      *    PAID - DATED BY THE LATEST PAYMENT THAT LANDED IN IT.
      *    THE SAME LAYOUT APPEARS IN PROG24.
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

       FD  RECEIPTS-REPORT-FILE.
       01  RECEIPTS-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-RECEIPT-FILES-OPEN-SW PIC X   VALUE 'N'.
               88 WS-RECEIPT-FILES-OPEN         VALUE 'Y'.
               88 WS-RECEIPT-FILES-NOT-OPEN     VALUE 'N'.
           05 WS-ANY-BATCH-REFUSED-SW  PIC X   VALUE 'N'.
               88 WS-ANY-BATCH-REFUSED          VALUE 'Y'.
               88 WS-NO-BATCH-REFUSED           VALUE 'N'.
           05 WS-MORE-DETAIL-RECORDS-SW PIC X  VALUE 'Y'.
               88 WS-MORE-DETAIL-RECORDS        VALUE 'Y'.
               88 WS-NO-MORE-DETAIL-RECORDS     VALUE 'N'.
           05 WS-OPEN-ITEM-ON-FILE-SW  PIC X   VALUE 'N'.
               88 WS-OPEN-ITEM-ON-FILE          VALUE 'Y'.
               88 WS-OPEN-ITEM-NOT-ON-FILE      VALUE 'N'.
           05 WS-OPEN-ITEM-SAVE-SW     PIC X   VALUE 'Y'.
               88 WS-OPEN-ITEM-SAVED            VALUE 'Y'.
               88 WS-OPEN-ITEM-NOT-SAVED        VALUE 'N'.
           05 WS-TAKE-UP-FAILED-SW     PIC X   VALUE 'N'.
               88 WS-TAKE-UP-FAILED             VALUE 'Y'.
               88 WS-TAKE-UP-CLEAN              VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-INVDETL-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-ARCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-AROPEN-FILE-STATUS   PIC X(02) VALUE SPACES.
           05  WS-HOLD-OPEN-ITEM-KEY   PIC X(11) VALUE SPACES.

      *    STATE OF THE BATCH CURRENTLY BEING COLLECTED - THE SAME
      *    DEVICE AS PROG06. EVERY HDR* RECORD FINISHES THE BATCH IN
      *    PROGRESS AND STARTS THE NEXT ONE; END OF FILE FINISHES
      *    THE LAST.
       01  WS-BATCH-STATE.
           05  WS-BATCH-IN-PROGRESS-SW PIC X    VALUE 'N'.
               88 WS-BATCH-IN-PROGRESS          VALUE 'Y'.
               88 WS-NO-BATCH-IN-PROGRESS       VALUE 'N'.
           05  WS-HEADER-FOUND-SW    PIC X      VALUE 'N'.
               88 WS-HEADER-FOUND               VALUE 'Y'.
               88 WS-HEADER-NOT-FOUND           VALUE 'N'.
           05  WS-BATCH-BALANCED-SW  PIC X      VALUE 'N'.
               88 WS-BATCH-BALANCED             VALUE 'Y'.
               88 WS-BATCH-NOT-BALANCED         VALUE 'N'.
           05  WS-BATCH-TOO-LARGE-SW PIC X      VALUE 'N'.
               88 WS-BATCH-TOO-LARGE            VALUE 'Y'.
               88 WS-BATCH-FITS                 VALUE 'N'.
           05  WS-BATCH-NUMBER       PIC 9(03)  VALUE ZERO.

       01  WS-TOTALS.
           05  WS-INVDETL-TAKEN-UP-COUNT PIC 9(09) VALUE ZERO.
           05  WS-INVDETL-READ-COUNT     PIC 9(09) VALUE ZERO.
      *    INVDETL LINES, COUNTED FROM THE TOP OF THE FILE, THAT ARE
      *    NOW ON AROPEN - WHAT ARCTL IS RESTAMPED WITH.
           05  WS-INVDETL-APPLIED-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-NEW-LINES-TAKEN-UP     PIC 9(09) VALUE ZERO.
           05  WS-HDR-TRAN-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-HDR-CONTROL-AMOUNT     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BATCH-TRAN-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-BAD-PAYMENT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-BATCH-CONTROL-AMOUNT   PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-OPEN-BALANCE           PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-APPLIED-AMOUNT         PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-UNAPPLIED-AMOUNT       PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-PAYMENT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-PAYMENT-TOTAL          PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-APPLIED-TOTAL          PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-UNAPPLIED-TOTAL        PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SAVE-FAILED-TOTAL      PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-TOTAL         PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-BATCHES-APPLIED-COUNT  PIC 9(03) VALUE ZERO.
           05  WS-BATCHES-REFUSED-COUNT  PIC 9(03) VALUE ZERO.

      *    THE PAYMENT BEING POSTED, COPIED OUT OF THE BATCH TABLE -
      *    THE CASHRCPT RECORD AREA ALREADY HOLDS THE NEXT BATCH'S
      *    HEADER BY THE TIME THE PREVIOUS BATCH APPLIES.
       01  WS-POSTING-PAYMENT.
           05  WS-POST-TRAN-CODE         PIC X(01).
           05  WS-POST-CUSTOMER-NUMBER   PIC 9(05).
           05  WS-POST-AMOUNT            PIC S9(7)V99 COMP-3.
           05  WS-POST-INVOICE-NUMBER    PIC 9(06).
           05  WS-POST-PAYMENT-DATE      PIC 9(08).

      *    THE BATCH IN PROGRESS IS BUFFERED HERE UNTIL ITS HEADER
      *    PROOF PASSES - THE SAME 2000-ENTRY LIMIT AS PROG06, AND
      *    A LARGER BATCH IS REFUSED WHOLE RATHER THAN HALF-PROVED.
       01  WS-BATCH-TRAN-TABLE.
           05  WS-BATCH-TRAN-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-TRAN-IDX.
               10  WS-TRAN-TBL-CODE            PIC X(01).
               10  WS-TRAN-TBL-CUSTOMER-NBR    PIC 9(05).
               10  WS-TRAN-TBL-AMOUNT          PIC S9(7)V99 COMP-3.
               10  WS-TRAN-TBL-INVOICE-NBR     PIC 9(06).
               10  WS-TRAN-TBL-PAYMENT-DATE    PIC 9(08).
           05  WS-BATCH-TRAN-HELD-COUNT    PIC 9(04) VALUE ZERO.

      *    ONE RECAP ENTRY PER BATCH, PRINTED AFTER THE REGISTER
      *    TOTALS - THE SAME SECTION PROG06 PRINTS.
       01  WS-BATCH-RECAP-TABLE.
           05  WS-RECAP-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-RECAP-IDX.
               10  WS-RECAP-HDR-COUNT          PIC 9(05).
               10  WS-RECAP-HDR-AMOUNT         PIC S9(9)V99 COMP-3.
               10  WS-RECAP-TRAN-COUNT         PIC 9(05).
               10  WS-RECAP-TRAN-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-RECAP-STATUS             PIC X(30).
           05  WS-RECAP-TABLE-COUNT        PIC 9(03) VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG23 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG23'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'CASH RECEIPTS POSTING REGISTER'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(05)  VALUE 'CODE'.
           05  FILLER            PIC X(09)  VALUE 'CUST'.
           05  FILLER            PIC X(10)  VALUE 'INVOICE'.
           05  FILLER            PIC X(17)  VALUE '      PAYMENT'.
           05  FILLER            PIC X(17)  VALUE '      APPLIED'.
           05  FILLER            PIC X(17)  VALUE '    UNAPPLIED'.
           05  FILLER            PIC X(30)  VALUE 'RESULT'.

       01  WS-RPT-TAKE-UP-LINE.
           05  FILLER                      PIC X(30)
           VALUE 'INVDETL LINES TAKEN UP:'.
           05  TAKE-UP-NEW-LINES           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(20)
           VALUE 'ON AROPEN TO DATE:'.
           05  TAKE-UP-TOTAL-LINES         PIC ZZZ,ZZZ,ZZ9.

       01  WS-RPT-BATCH-HEADING.
           05  FILLER                      PIC X(06)  VALUE 'BATCH '.
           05  BATCH-HEADING-NUMBER        PIC 9(03).
           05  FILLER                      PIC X(03)  VALUE ' - '.
           05  BATCH-HEADING-MESSAGE       PIC X(30).

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC 9(05).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-INVOICE-NUMBER       PIC 9(06).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-PAYMENT-AMOUNT       PIC -9,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-APPLIED-AMOUNT       PIC -9,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-UNAPPLIED-AMOUNT     PIC -9,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-RESULT-MESSAGE       PIC X(30).

       01  WS-RPT-BALANCE-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'RUN STATUS:'.
           05  BALANCE-MESSAGE             PIC X(50).

       01  WS-RPT-RECAP-HEADING.
           05  FILLER                      PIC X(17)
           VALUE 'BATCH RECAP'.
           05  FILLER                      PIC X(12)
           VALUE 'HDR COUNT'.
           05  FILLER                      PIC X(12)
           VALUE 'TRN COUNT'.
           05  FILLER                      PIC X(19)
           VALUE '     HDR AMOUNT'.
           05  FILLER                      PIC X(19)
           VALUE '     TRN AMOUNT'.
           05  FILLER                      PIC X(30)
           VALUE 'STATUS'.

       01  WS-RPT-RECAP-LINE.
           05  FILLER                      PIC X(06)  VALUE 'BATCH '.
           05  RECAP-BATCH-NUMBER          PIC 9(03).
           05  FILLER                      PIC X(08)  VALUE SPACES.
           05  RECAP-HDR-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(07)  VALUE SPACES.
           05  RECAP-TRAN-COUNT            PIC ZZZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RECAP-HDR-AMOUNT            PIC -9,999,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RECAP-TRAN-AMOUNT           PIC -9,999,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RECAP-STATUS-MESSAGE        PIC X(30).

       01  WS-RPT-TOTAL-LINE-1.
           05  FILLER                      PIC X(14)  VALUE 'PAYMENTS:'.
           05  TOTAL-PAYMENT-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  TOTAL-PAYMENT-AMOUNT        PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'REJECTED:'.
           05  TOTAL-REJECT-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  TOTAL-REJECTED-AMOUNT       PIC -9,999,999,999.99.

       01  WS-RPT-TOTAL-LINE-2.
           05  FILLER                      PIC X(14)  VALUE 'APPLIED:'.
           05  FILLER                      PIC X(09)  VALUE SPACES.
           05  TOTAL-APPLIED-AMOUNT        PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)
           VALUE 'UNAPPLIED:'.
           05  FILLER                      PIC X(09)  VALUE SPACES.
           05  TOTAL-UNAPPLIED-AMOUNT      PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(14)
           VALUE 'SAVE FAILED:'.
           05  TOTAL-SAVE-FAILED-AMOUNT    PIC -9,999,999,999.99.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           IF WS-RECEIPT-FILES-OPEN
               PERFORM 26000-TAKE-UP-INVOICE-DETAIL
           END-IF
           IF WS-RECEIPT-FILES-OPEN
               PERFORM 11000-PROCESS-RECEIPTS-FILE
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

       10000-INITIALIZATION-ROUTINE.
           OPEN OUTPUT RECEIPTS-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           PERFORM 25000-OPEN-RECEIPT-FILES.

      *    A MISSING OPEN ITEM FILE (STATUS 35) IS CREATED EMPTY ON
      *    THE SPOT - THE FIRST RUN'S TAKE-UP LOADS IT FROM THE
      *    WHOLE OF INVDETL, THE SAME WAY PROG06 SEEDS A MISSING
      *    CUSTHIST. THE CUSTOMER MASTER IS ONLY READ, TO TURN AWAY
      *    PAYMENTS FOR CUSTOMERS THAT DO NOT EXIST.
       25000-OPEN-RECEIPT-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG23: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 'CUSTOMER MASTER OPEN FAILED - NOTHING APPLIED'
               TO BALANCE-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O OPEN-ITEM-FILE
               IF WS-AROPEN-FILE-STATUS = '35'
                   OPEN OUTPUT OPEN-ITEM-FILE
                   CLOSE OPEN-ITEM-FILE
                   OPEN I-O OPEN-ITEM-FILE
               END-IF
               IF WS-AROPEN-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG23: OPEN ITEM FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-AROPEN-FILE-STATUS
                   MOVE 'OPEN ITEM FILE OPEN FAILED - NOTHING APPLIED'
                   TO BALANCE-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER-FILE
               ELSE
                   SET WS-RECEIPT-FILES-OPEN TO TRUE
               END-IF
           END-IF.

      *    BRINGS AROPEN UP TO DATE WITH INVDETL BEFORE ANY PAYMENT
      *    IS LOOKED AT, SO AN INVOICE POSTED BY THIS MORNING'S
      *    PROG06 RUN CAN BE PAID TODAY. AN INVDETL SHORTER THAN
      *    THE COUNT ALREADY TAKEN UP HAS BEEN REPLACED OR TRUNCATED
      *    SINCE THE LAST RUN - AROPEN CAN NO LONGER BE TRUSTED
      *    AGAINST IT, SO NO PAYMENT IS APPLIED UNTIL IT IS LOOKED
      *    INTO. AN AROPEN WRITE OR REWRITE THAT FAILS STOPS THE
      *    TAKE-UP AT THAT LINE: ARCTL IS RESTAMPED ONLY THROUGH THE
      *    LAST LINE THAT DID REACH AROPEN (SO THE RERUN NEITHER
      *    SKIPS THE FAILED LINE NOR TAKES UP THE GOOD ONES TWICE),
      *    AND NO PAYMENT IS APPLIED AGAINST THE INCOMPLETE AROPEN.
       26000-TAKE-UP-INVOICE-DETAIL.
           OPEN INPUT AR-CONTROL-FILE
           IF WS-ARCTL-FILE-STATUS = '00'
               READ AR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AC-INVDETL-TAKEN-UP-COUNT
                       TO WS-INVDETL-TAKEN-UP-COUNT
               END-READ
               CLOSE AR-CONTROL-FILE
           END-IF
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-FILE-STATUS = '00'
               SET WS-MORE-DETAIL-RECORDS TO TRUE
               PERFORM 26100-READ-INVOICE-DETAIL
               UNTIL WS-NO-MORE-DETAIL-RECORDS
               CLOSE INVOICE-DETAIL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-INVDETL-READ-COUNT < WS-INVDETL-TAKEN-UP-COUNT
                   DISPLAY 'PROG23: INVDETL HOLDS '
                       WS-INVDETL-READ-COUNT ' LINES BUT '
                       WS-INVDETL-TAKEN-UP-COUNT
                       ' WERE ALREADY TAKEN UP - NOTHING APPLIED'
                   MOVE 'INVDETL SHORTER THAN TAKE-UP - NOTHING APPLIED'
                   TO BALANCE-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   SET WS-RECEIPT-FILES-NOT-OPEN TO TRUE
                   CLOSE CUSTOMER-MASTER-FILE OPEN-ITEM-FILE
               WHEN WS-TAKE-UP-FAILED
                   DISPLAY 'PROG23: TAKE-UP STOPPED AFTER INVDETL LINE '
                       WS-INVDETL-APPLIED-COUNT ' - NOTHING APPLIED'
                   MOVE 'AROPEN TAKE-UP FAILED - NOTHING APPLIED'
                   TO BALANCE-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   SET WS-RECEIPT-FILES-NOT-OPEN TO TRUE
                   IF WS-INVDETL-APPLIED-COUNT >
                      WS-INVDETL-TAKEN-UP-COUNT
                       PERFORM 26800-RESTAMP-CONTROL-FILE
                   END-IF
                   CLOSE CUSTOMER-MASTER-FILE OPEN-ITEM-FILE
               WHEN OTHER
                   PERFORM 26800-RESTAMP-CONTROL-FILE
           END-EVALUATE
           MOVE WS-NEW-LINES-TAKEN-UP TO TAKE-UP-NEW-LINES
           MOVE WS-INVDETL-APPLIED-COUNT TO TAKE-UP-TOTAL-LINES
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-TAKE-UP-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       26100-READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   SET WS-NO-MORE-DETAIL-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-INVDETL-READ-COUNT
                   IF WS-INVDETL-READ-COUNT > WS-INVDETL-TAKEN-UP-COUNT
                       PERFORM 26500-TAKE-UP-DETAIL-LINE
                   END-IF
                   IF WS-TAKE-UP-FAILED
                       SET WS-NO-MORE-DETAIL-RECORDS TO TRUE
                   ELSE
                       MOVE WS-INVDETL-READ-COUNT TO
                           WS-INVDETL-APPLIED-COUNT
                   END-IF
           END-READ.

      *    A CREDIT MEMO CARRIES THE NUMBER OF THE INVOICE IT
      *    REVERSES (SEE PROG06), SO IT NETS STRAIGHT AGAINST THAT
      *    INVOICE'S BILLED AMOUNT. THE INVOICE LINE'S OWN DATE IS
      *    THE ONE THE ITEM AGES FROM; A MEMO THAT ARRIVES BEFORE
      *    ITS INVOICE ONLY DATES THE ITEM UNTIL THE INVOICE LINE
      *    SHOWS UP.
       26500-TAKE-UP-DETAIL-LINE.
           MOVE ID-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE ID-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           PERFORM 36000-READ-OPEN-ITEM
           IF WS-OPEN-ITEM-NOT-ON-FILE OR ID-INVOICE-LINE
               MOVE ID-INVOICE-DATE TO OI-INVOICE-DATE
           END-IF
           ADD ID-SIGNED-AMOUNT TO OI-BILLED-AMOUNT
           PERFORM 37000-SAVE-OPEN-ITEM
           IF WS-OPEN-ITEM-SAVED
               ADD 1 TO WS-NEW-LINES-TAKEN-UP
           ELSE
               SET WS-TAKE-UP-FAILED TO TRUE
           END-IF.

       26800-RESTAMP-CONTROL-FILE.
           OPEN OUTPUT AR-CONTROL-FILE
           MOVE SPACES TO AR-CONTROL-RECORD
           MOVE WS-INVDETL-APPLIED-COUNT TO AC-INVDETL-TAKEN-UP-COUNT
           MOVE WS-CURRENT-DATE TO AC-LAST-TAKE-UP-DATE
           WRITE AR-CONTROL-RECORD
           CLOSE AR-CONTROL-FILE.

       11000-PROCESS-RECEIPTS-FILE.
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           OPEN INPUT CASH-RECEIPTS-FILE
           SET THERE-ARE-MORE-RECORDS TO TRUE
           PERFORM 12000-READ-RECEIPT
           UNTIL THERE-ARE-NO-MORE-RECORDS
           IF WS-BATCH-IN-PROGRESS
               PERFORM 15000-FINISH-CURRENT-BATCH
           END-IF
           CLOSE CASH-RECEIPTS-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE OPEN-ITEM-FILE
           IF WS-BATCH-NUMBER = ZERO
               MOVE 'EMPTY RECEIPTS FILE - NOTHING APPLIED'
               TO BALANCE-MESSAGE
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROG23: EMPTY RECEIPTS FILE - '
                   'NOTHING APPLIED'
           ELSE
               IF WS-ANY-BATCH-REFUSED
                   MOVE 'SOME BATCHES REFUSED - SEE BATCH RECAP'
                   TO BALANCE-MESSAGE
               ELSE
                   MOVE 'ALL BATCHES IN BALANCE - APPLIED'
                   TO BALANCE-MESSAGE
               END-IF
           END-IF.

       12000-READ-RECEIPT.
           READ CASH-RECEIPTS-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               IF CR-HDR-ID = 'HDR*'
                   IF WS-BATCH-IN-PROGRESS
                       PERFORM 15000-FINISH-CURRENT-BATCH
                   END-IF
                   PERFORM 14000-START-NEW-BATCH
               ELSE
                   PERFORM 13500-BUFFER-RECEIPT
               END-IF
           END-READ.

       14000-START-NEW-BATCH.
           ADD 1 TO WS-BATCH-NUMBER
           SET WS-BATCH-IN-PROGRESS TO TRUE
           SET WS-HEADER-FOUND TO TRUE
           SET WS-BATCH-NOT-BALANCED TO TRUE
           SET WS-BATCH-FITS TO TRUE
           MOVE CR-HDR-TRAN-COUNT TO WS-HDR-TRAN-COUNT
           MOVE CR-HDR-CONTROL-AMOUNT TO WS-HDR-CONTROL-AMOUNT
           MOVE ZERO TO WS-BATCH-TRAN-COUNT
           MOVE ZERO TO WS-BATCH-CONTROL-AMOUNT
           MOVE ZERO TO WS-BAD-PAYMENT-COUNT
           MOVE ZERO TO WS-BATCH-TRAN-HELD-COUNT.

      *    A PAYMENT AHEAD OF THE FIRST HEADER OPENS A HEADERLESS
      *    BATCH THAT CAN ONLY BE REFUSED, AS IN PROG06. A CODE
      *    OTHER THAN 'P', OR AN AMOUNT THAT IS NOT A POSITIVE
      *    NUMBER, FAILS ITS OWN BATCH - A NEGATIVE "PAYMENT" IS A
      *    REVERSAL AND HAS NO BUSINESS RIDING IN A DEPOSIT BATCH.
       13500-BUFFER-RECEIPT.
           IF WS-NO-BATCH-IN-PROGRESS
               ADD 1 TO WS-BATCH-NUMBER
               SET WS-BATCH-IN-PROGRESS TO TRUE
               SET WS-HEADER-NOT-FOUND TO TRUE
               SET WS-BATCH-NOT-BALANCED TO TRUE
               SET WS-BATCH-FITS TO TRUE
               MOVE ZERO TO WS-HDR-TRAN-COUNT
               MOVE ZERO TO WS-HDR-CONTROL-AMOUNT
               MOVE ZERO TO WS-BATCH-TRAN-COUNT
               MOVE ZERO TO WS-BATCH-CONTROL-AMOUNT
               MOVE ZERO TO WS-BAD-PAYMENT-COUNT
               MOVE ZERO TO WS-BATCH-TRAN-HELD-COUNT
           END-IF
           IF CR-PAYMENT-TRANSACTION
              AND CR-PAYMENT-AMOUNT IS NUMERIC
              AND CR-PAYMENT-AMOUNT > ZERO
               ADD 1 TO WS-BATCH-TRAN-COUNT
               ADD CR-PAYMENT-AMOUNT TO WS-BATCH-CONTROL-AMOUNT
               IF WS-BATCH-TRAN-HELD-COUNT < 2000
                   ADD 1 TO WS-BATCH-TRAN-HELD-COUNT
                   SET WS-TRAN-IDX TO WS-BATCH-TRAN-HELD-COUNT
                   MOVE CR-TRANSACTION-CODE TO
                       WS-TRAN-TBL-CODE(WS-TRAN-IDX)
                   MOVE CR-CUSTOMER-NUMBER TO
                       WS-TRAN-TBL-CUSTOMER-NBR(WS-TRAN-IDX)
                   MOVE CR-PAYMENT-AMOUNT TO
                       WS-TRAN-TBL-AMOUNT(WS-TRAN-IDX)
                   MOVE CR-INVOICE-NUMBER TO
                       WS-TRAN-TBL-INVOICE-NBR(WS-TRAN-IDX)
                   MOVE CR-PAYMENT-DATE TO
                       WS-TRAN-TBL-PAYMENT-DATE(WS-TRAN-IDX)
               ELSE
                   SET WS-BATCH-TOO-LARGE TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-BAD-PAYMENT-COUNT
               DISPLAY 'PROG23: INVALID PAYMENT CODE/AMOUNT '
                   CR-TRANSACTION-CODE ' FOR CUSTOMER '
                   CR-CUSTOMER-NUMBER ' IN BATCH ' WS-BATCH-NUMBER
           END-IF.

      *    THE BATCH IS PROVED AGAINST ITS OWN HEADER AND EITHER
      *    APPLIED WHOLE OR REFUSED WHOLE, AS IN PROG06.
       15000-FINISH-CURRENT-BATCH.
           EVALUATE TRUE
               WHEN WS-HEADER-NOT-FOUND
                   MOVE 'NO BATCH HEADER - REFUSED' TO
                       BATCH-HEADING-MESSAGE
               WHEN WS-BAD-PAYMENT-COUNT > ZERO
                   MOVE 'INVALID PAYMENTS - REFUSED' TO
                       BATCH-HEADING-MESSAGE
               WHEN WS-BATCH-TOO-LARGE
                   MOVE 'OVER 2000 PAYMENTS - REFUSED' TO
                       BATCH-HEADING-MESSAGE
               WHEN WS-BATCH-TRAN-COUNT = WS-HDR-TRAN-COUNT
                    AND WS-BATCH-CONTROL-AMOUNT
                        = WS-HDR-CONTROL-AMOUNT
                   SET WS-BATCH-BALANCED TO TRUE
                   MOVE 'IN BALANCE - APPLIED' TO
                       BATCH-HEADING-MESSAGE
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - REFUSED' TO
                       BATCH-HEADING-MESSAGE
           END-EVALUATE
           PERFORM 15500-WRITE-BATCH-HEADING
           IF WS-BATCH-BALANCED
               ADD 1 TO WS-BATCHES-APPLIED-COUNT
               PERFORM 16000-APPLY-CURRENT-BATCH
           ELSE
               ADD 1 TO WS-BATCHES-REFUSED-COUNT
               SET WS-ANY-BATCH-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROG23: BATCH ' WS-BATCH-NUMBER ' '
                   BATCH-HEADING-MESSAGE
           END-IF
           PERFORM 17000-SAVE-BATCH-RECAP
           SET WS-NO-BATCH-IN-PROGRESS TO TRUE
           SET WS-BATCH-NOT-BALANCED TO TRUE.

       15500-WRITE-BATCH-HEADING.
           MOVE WS-BATCH-NUMBER TO BATCH-HEADING-NUMBER
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-BATCH-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       16000-APPLY-CURRENT-BATCH.
           PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-BATCH-TRAN-HELD-COUNT
               MOVE WS-TRAN-TBL-CODE(WS-TRAN-IDX) TO
                   WS-POST-TRAN-CODE
               MOVE WS-TRAN-TBL-CUSTOMER-NBR(WS-TRAN-IDX) TO
                   WS-POST-CUSTOMER-NUMBER
               MOVE WS-TRAN-TBL-AMOUNT(WS-TRAN-IDX) TO
                   WS-POST-AMOUNT
               MOVE WS-TRAN-TBL-INVOICE-NBR(WS-TRAN-IDX) TO
                   WS-POST-INVOICE-NUMBER
               MOVE WS-TRAN-TBL-PAYMENT-DATE(WS-TRAN-IDX) TO
                   WS-POST-PAYMENT-DATE
               PERFORM 32000-POST-PAYMENT
           END-PERFORM.

       17000-SAVE-BATCH-RECAP.
           IF WS-RECAP-TABLE-COUNT < 100
               ADD 1 TO WS-RECAP-TABLE-COUNT
               SET WS-RECAP-IDX TO WS-RECAP-TABLE-COUNT
               MOVE WS-HDR-TRAN-COUNT TO
                   WS-RECAP-HDR-COUNT(WS-RECAP-IDX)
               MOVE WS-HDR-CONTROL-AMOUNT TO
                   WS-RECAP-HDR-AMOUNT(WS-RECAP-IDX)
               MOVE WS-BATCH-TRAN-COUNT TO
                   WS-RECAP-TRAN-COUNT(WS-RECAP-IDX)
               MOVE WS-BATCH-CONTROL-AMOUNT TO
                   WS-RECAP-TRAN-AMOUNT(WS-RECAP-IDX)
               MOVE BATCH-HEADING-MESSAGE TO
                   WS-RECAP-STATUS(WS-RECAP-IDX)
           ELSE
               DISPLAY 'PROG23: RECAP TABLE FULL - BATCH '
                   WS-BATCH-NUMBER ' OMITTED FROM THE RECAP '
                   'SECTION (SEE ITS IN-SEQUENCE REGISTER LINES)'
           END-IF.

      *    A PAYMENT FOR A CUSTOMER NOT ON THE MASTER CANNOT EVEN
      *    BE HELD AS UNAPPLIED CASH - IT IS REJECTED AND SHOWS ON
      *    THE REGISTER FOR THE CASHIER TO RESEARCH.
       32000-POST-PAYMENT.
           MOVE ZERO TO WS-APPLIED-AMOUNT
           MOVE ZERO TO WS-UNAPPLIED-AMOUNT
           MOVE WS-POST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   PERFORM 34000-REJECT-PAYMENT
               NOT INVALID KEY
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD WS-POST-AMOUNT TO WS-PAYMENT-TOTAL
                   IF WS-POST-INVOICE-NUMBER = ZERO
                       MOVE WS-POST-AMOUNT TO WS-UNAPPLIED-AMOUNT
                       MOVE 'UNAPPLIED - NO INVOICE NUMBER' TO
                           DETAIL-RESULT-MESSAGE
                   ELSE
                       PERFORM 32500-APPLY-TO-INVOICE
                   END-IF
                   IF WS-UNAPPLIED-AMOUNT > ZERO
                       PERFORM 33000-POST-UNAPPLIED-CASH
                   END-IF
                   PERFORM 35000-WRITE-REGISTER-LINE
           END-READ.

      *    THE PAYMENT IS APPLIED UP TO THE INVOICE'S OPEN BALANCE
      *    AND NO FURTHER - AN OVERPAYMENT LEAVES THE INVOICE AT
      *    ZERO AND THE EXCESS GOES TO UNAPPLIED. AN INVOICE NUMBER
      *    NOT ON AROPEN FOR THIS CUSTOMER, OR ONE ALREADY PAID,
      *    SENDS THE WHOLE PAYMENT TO UNAPPLIED.
       32500-APPLY-TO-INVOICE.
           MOVE WS-POST-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE WS-POST-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE WS-POST-AMOUNT TO WS-UNAPPLIED-AMOUNT
                   MOVE 'UNAPPLIED - INVOICE NOT FOUND' TO
                       DETAIL-RESULT-MESSAGE
               NOT INVALID KEY
                   COMPUTE WS-OPEN-BALANCE =
                       OI-BILLED-AMOUNT - OI-PAID-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-OPEN-BALANCE NOT > ZERO
                           MOVE WS-POST-AMOUNT TO WS-UNAPPLIED-AMOUNT
                           MOVE 'UNAPPLIED - INVOICE NOT OPEN' TO
                               DETAIL-RESULT-MESSAGE
                       WHEN WS-POST-AMOUNT > WS-OPEN-BALANCE
                           MOVE WS-OPEN-BALANCE TO WS-APPLIED-AMOUNT
                           COMPUTE WS-UNAPPLIED-AMOUNT =
                               WS-POST-AMOUNT - WS-OPEN-BALANCE
                           MOVE 'APPLIED - EXCESS UNAPPLIED' TO
                               DETAIL-RESULT-MESSAGE
                       WHEN OTHER
                           MOVE WS-POST-AMOUNT TO WS-APPLIED-AMOUNT
                           MOVE 'APPLIED' TO DETAIL-RESULT-MESSAGE
                   END-EVALUATE
                   IF WS-APPLIED-AMOUNT > ZERO
                       ADD WS-APPLIED-AMOUNT TO OI-PAID-AMOUNT
                       MOVE WS-POST-PAYMENT-DATE TO
                           OI-LAST-PAYMENT-DATE
                       REWRITE OPEN-ITEM-RECORD
                           INVALID KEY
                               PERFORM 32800-OPEN-ITEM-REWRITE-FAILED
                       END-REWRITE
                   END-IF
           END-READ
           ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL.

      *    AN INVOICE THAT COULD NOT BE REWRITTEN KEEPS ITS OLD
      *    BALANCE - THE CASH IS PARKED IN UNAPPLIED INSTEAD AND THE
      *    RUN FAILS ITS RETURN CODE SO SOMEONE LOOKS. IF THE
      *    UNAPPLIED ITEM CANNOT BE SAVED EITHER, 33000 FLAGS THE
      *    PAYMENT AS SAVE FAILED FOR RE-ENTRY.
       32800-OPEN-ITEM-REWRITE-FAILED.
           DISPLAY 'PROG23: OPEN ITEM REWRITE FAILED FOR CUSTOMER '
               OI-CUSTOMER-NUMBER ' INVOICE ' OI-INVOICE-NUMBER
               ' - STATUS ' WS-AROPEN-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           MOVE WS-POST-AMOUNT TO WS-UNAPPLIED-AMOUNT
           MOVE ZERO TO WS-APPLIED-AMOUNT
           MOVE 'REWRITE FAILED - UNAPPLIED' TO
               DETAIL-RESULT-MESSAGE.

       33000-POST-UNAPPLIED-CASH.
           MOVE WS-POST-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE ZERO TO OI-INVOICE-NUMBER
           PERFORM 36000-READ-OPEN-ITEM
           ADD WS-UNAPPLIED-AMOUNT TO OI-PAID-AMOUNT
           MOVE WS-POST-PAYMENT-DATE TO OI-INVOICE-DATE
           MOVE WS-POST-PAYMENT-DATE TO OI-LAST-PAYMENT-DATE
           PERFORM 37000-SAVE-OPEN-ITEM
           IF WS-OPEN-ITEM-SAVED
               ADD WS-UNAPPLIED-AMOUNT TO WS-UNAPPLIED-TOTAL
           ELSE
      *        THE CASH IS ON NO OPEN ITEM - IT IS TOTALLED APART
      *        AND LEFT OFF THE UNAPPLIED COLUMN SO IT IS RE-ENTERED
               ADD WS-UNAPPLIED-AMOUNT TO WS-SAVE-FAILED-TOTAL
               MOVE ZERO TO WS-UNAPPLIED-AMOUNT
               MOVE 'UNAPPLIED SAVE FAILED' TO DETAIL-RESULT-MESSAGE
           END-IF.

       34000-REJECT-PAYMENT.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-POST-AMOUNT TO WS-REJECTED-TOTAL
           MOVE 'REJECTED - CUSTOMER NOT FOUND' TO
               DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE.

       35000-WRITE-REGISTER-LINE.
           MOVE WS-POST-TRAN-CODE TO DETAIL-TRANSACTION-CODE
           MOVE WS-POST-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE WS-POST-INVOICE-NUMBER TO DETAIL-INVOICE-NUMBER
           MOVE WS-POST-AMOUNT TO DETAIL-PAYMENT-AMOUNT
           MOVE WS-APPLIED-AMOUNT TO DETAIL-APPLIED-AMOUNT
           MOVE WS-UNAPPLIED-AMOUNT TO DETAIL-UNAPPLIED-AMOUNT
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    READS THE OPEN ITEM FOR THE KEY ALREADY MOVED IN; AN
      *    ITEM NOT YET ON FILE COMES BACK ZEROED WITH ITS KEY SET,
      *    READY FOR 37000 TO WRITE.
       36000-READ-OPEN-ITEM.
           SET WS-OPEN-ITEM-ON-FILE TO TRUE
           READ OPEN-ITEM-FILE
               INVALID KEY
                   SET WS-OPEN-ITEM-NOT-ON-FILE TO TRUE
                   MOVE OI-OPEN-ITEM-KEY TO WS-HOLD-OPEN-ITEM-KEY
                   INITIALIZE OPEN-ITEM-RECORD
                   MOVE WS-HOLD-OPEN-ITEM-KEY TO OI-OPEN-ITEM-KEY
           END-READ.

       37000-SAVE-OPEN-ITEM.
           SET WS-OPEN-ITEM-SAVED TO TRUE
           IF WS-OPEN-ITEM-ON-FILE
               REWRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       DISPLAY 'PROG23: OPEN ITEM REWRITE FAILED FOR '
                           'CUSTOMER ' OI-CUSTOMER-NUMBER ' INVOICE '
                           OI-INVOICE-NUMBER ' - STATUS '
                           WS-AROPEN-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET WS-OPEN-ITEM-NOT-SAVED TO TRUE
               END-REWRITE
           ELSE
               WRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       DISPLAY 'PROG23: OPEN ITEM WRITE FAILED FOR '
                           'CUSTOMER ' OI-CUSTOMER-NUMBER ' INVOICE '
                           OI-INVOICE-NUMBER ' - STATUS '
                           WS-AROPEN-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET WS-OPEN-ITEM-NOT-SAVED TO TRUE
               END-WRITE
           END-IF.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       40000-FINISH-ROUTINE.
           MOVE WS-PAYMENT-COUNT TO TOTAL-PAYMENT-COUNT
           MOVE WS-PAYMENT-TOTAL TO TOTAL-PAYMENT-AMOUNT
           MOVE WS-REJECT-COUNT TO TOTAL-REJECT-COUNT
           MOVE WS-REJECTED-TOTAL TO TOTAL-REJECTED-AMOUNT
           MOVE WS-APPLIED-TOTAL TO TOTAL-APPLIED-AMOUNT
           MOVE WS-UNAPPLIED-TOTAL TO TOTAL-UNAPPLIED-AMOUNT
           MOVE WS-SAVE-FAILED-TOTAL TO TOTAL-SAVE-FAILED-AMOUNT
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-TOTAL-LINE-1
           AFTER ADVANCING 2 LINES
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-TOTAL-LINE-2
           AFTER ADVANCING 1 LINE
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-BALANCE-LINE
           AFTER ADVANCING 2 LINES
           ADD 5 TO WS-LINE-CTR
           IF WS-RECAP-TABLE-COUNT > ZERO
               PERFORM 41000-PRINT-RECAP-SECTION
           END-IF
           CLOSE RECEIPTS-REPORT-FILE.

       41000-PRINT-RECAP-SECTION.
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-RECAP-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK
           PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
               UNTIL WS-RECAP-IDX > WS-RECAP-TABLE-COUNT
                   PERFORM 41500-PRINT-RECAP-LINE
           END-PERFORM.

       41500-PRINT-RECAP-LINE.
           SET RECAP-BATCH-NUMBER TO WS-RECAP-IDX
           MOVE WS-RECAP-HDR-COUNT(WS-RECAP-IDX) TO RECAP-HDR-COUNT
           MOVE WS-RECAP-HDR-AMOUNT(WS-RECAP-IDX) TO
               RECAP-HDR-AMOUNT
           MOVE WS-RECAP-TRAN-COUNT(WS-RECAP-IDX) TO
               RECAP-TRAN-COUNT
           MOVE WS-RECAP-TRAN-AMOUNT(WS-RECAP-IDX) TO
               RECAP-TRAN-AMOUNT
           MOVE WS-RECAP-STATUS(WS-RECAP-IDX) TO
               RECAP-STATUS-MESSAGE
           WRITE RECEIPTS-RPT-RECORD FROM WS-RPT-RECAP-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.
       END PROGRAM PROG23.
