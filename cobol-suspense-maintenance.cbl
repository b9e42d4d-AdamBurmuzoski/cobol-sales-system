       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG29.
      *****************************************************************
      ***   CIS4373L PROG29 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. SUSPENSE CORRECTION TRANSACTIONS (SUSPTRAN)   **
      ***           2. REJECT SUSPENSE FILE (SUSPENSE - INDEXED,     **
      ***              I/O)                                          **
      ***           3. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           4. PRODUCT MASTER FILE (PRODMAST - INDEXED,      **
      ***              LOOKUP)                                       **
      ***           5. PERIOD CONTROL FILE (PERCTL - INDEXED,        **
      ***              LOOKUP)                                       **
      ***  OUTPUT:  1. REJECT SUSPENSE FILE (INDEXED, UPDATED)       **
      ***           2. SUSPENSE CORRECTION REGISTER                  **
      ***                                                            **
      ***  PURPOSE:  WORKS THE ITEMS PROG06 HAS REJECTED TO THE     **
      ***            SUSPENSE FILE. A CORRECTION TRANSACTION FIXES  **
      ***            AN ITEM'S CUSTOMER NUMBER, AMOUNT OR INVOICE   **
      ***            DATE, RELEASES IT FOR RECYCLING, OR WRITES IT  **
      ***            OFF. A RELEASED ITEM IS PICKED UP BY THE       **
      ***            PROG30 RECYCLE RUN AND FED BACK INTO THE NEXT  **
      ***            POSTING AS ITS OWN PROVED BATCH; A WRITTEN-OFF **
      ***            ITEM LEAVES SUSPENSE FOR GOOD AND NEEDS A NAME **
      ***            TO AUTHORIZE IT. EVERY TRANSACTION PRINTS ON   **
      ***            THE REGISTER WITH WHAT WAS DONE OR WHY IT WAS  **
      ***            REFUSED.                                        **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski ADD THE P CORRECTION TO   **
      ***      FIX AN ITEM'S PRODUCT CODE, EDITED AGAINST PRODMAST,  **
      ***      AND REFUSE A RELEASE WHILE THE ITEM'S PRODUCT CODE    **
      ***      WOULD STILL BE REJECTED BY PROG06                     **
      ***  02.  10/15/2026 Adam Burmuzoski REFUSE EVERY TRANSACTION  **
      ***      AGAINST AN ITEM IN A RECYCLE BATCH, AND REFUSE A      **
      ***      RELEASE WHILE THE ITEM'S INVOICE PERIOD IS CLOSED ON  **
      ***      PERCTL - PROG06 WOULD ONLY REJECT IT AGAIN            **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-TRANSACTION-FILE ASSIGN TO SUSPTRAN.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-CCYYMM
               FILE STATUS IS WS-PERCTL-FILE-STATUS.
           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO PRINT029.

       DATA DIVISION.
       FILE SECTION.
      *    THE NUMERIC FIELDS ARE DECLARED ALPHANUMERIC HERE SO THEY
      *    CAN BE CLASS-TESTED BEFORE ANYTHING TRUSTS THEM - THE
      *    SAME DEVICE PROG15 USES ON ITS TRANSACTIONS. THE SUSPENSE
      *    KEY IS KEYED EXACTLY AS PROG31 PRINTS IT. ONLY THE FIELD
      *    THE CODE NAMES IS READ; THE OTHERS MAY BE LEFT BLANK.
       FD  SUSPENSE-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPENSE-TRANSACTION-RECORD.
           05 SX-TRANSACTION-CODE        PIC X(01).
               88 SX-FIX-CUSTOMER                VALUE 'C'.
               88 SX-FIX-AMOUNT                  VALUE 'A'.
               88 SX-FIX-INVOICE-DATE            VALUE 'D'.
               88 SX-FIX-PRODUCT                 VALUE 'P'.
               88 SX-RELEASE-ITEM                VALUE 'R'.
               88 SX-WRITE-OFF-ITEM              VALUE 'W'.
               88 SX-CORRECTION                  VALUE 'C' 'A' 'D'
                                                       'P'.
           05 SX-SUSPENSE-KEY            PIC X(21).
           05 SX-NEW-CUSTOMER-NUMBER     PIC X(05).
           05 SX-NEW-CUSTOMER-NUMBER-9 REDEFINES
              SX-NEW-CUSTOMER-NUMBER     PIC 9(05).
           05 SX-NEW-AMOUNT              PIC X(09).
           05 SX-NEW-AMOUNT-9 REDEFINES SX-NEW-AMOUNT
                                         PIC 9(7)V99.
           05 SX-NEW-INVOICE-DATE        PIC X(08).
           05 SX-NEW-INVOICE-DATE-9 REDEFINES SX-NEW-INVOICE-DATE.
               10 SX-NEW-INVOICE-CCYY    PIC 9(04).
               10 SX-NEW-INVOICE-MM      PIC 9(02).
               10 SX-NEW-INVOICE-DD      PIC 9(02).
           05 SX-ACTION-BY               PIC X(20).
           05 SX-NEW-PRODUCT-CODE        PIC X(03).
           05 FILLER                     PIC X(13).

      *    ONE RECORD PER REJECTED TRANSACTION - SEE PROG06 FOR THE
      *    LAYOUT'S HOME.
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
           05 SU-PRODUCT-CODE            PIC X(03).
           05 FILLER                     PIC X(05).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

      *    ONE RECORD PER PRODUCT - SEE PROG33 FOR THE LAYOUT'S
      *    HOME.
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

      *    ONE RECORD PER PERIOD THE PROG25 MONTH-END CLOSE HAS
      *    EVER CLOSED - SEE PROG25 FOR THE LAYOUT'S HOME.
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

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINT-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-PERCTL-OPEN-SW        PIC X   VALUE 'N'.
               88 WS-PERCTL-IS-OPEN             VALUE 'Y'.
               88 WS-PERCTL-NOT-OPEN            VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-PRODMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-PERCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(30)  VALUE SPACES.
           05  WS-RUN-DATE-CCYYMMDD  PIC 9(08)  VALUE ZERO.
           05  WS-TRAN-ERROR-SW      PIC X      VALUE 'N'.
               88 WS-TRAN-HAS-ERROR             VALUE 'Y'.
               88 WS-TRAN-IS-CLEAN              VALUE 'N'.
           05  WS-ITEM-FOUND-SW      PIC X      VALUE 'N'.
               88 WS-ITEM-FOUND                 VALUE 'Y'.
               88 WS-ITEM-NOT-FOUND             VALUE 'N'.
           05  WS-ITEM-INVOICE-DATE  PIC 9(08)  VALUE ZERO.
           05  WS-ITEM-INVOICE-DATE-R REDEFINES WS-ITEM-INVOICE-DATE.
               10  WS-ITEM-INVOICE-CCYYMM PIC 9(06).
               10  FILLER                 PIC 9(02).

       01  WS-TOTALS.
           05  WS-CORRECT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-RELEASE-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-WRITE-OFF-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-WRITE-OFF-AMOUNT       PIC S9(9)V99 COMP-3
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
           VALUE 'TXSTATE CIS4373L PROG29 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG29'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'SUSPENSE CORRECTION REGISTER'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(05)  VALUE 'CODE'.
           05  FILLER            PIC X(25)  VALUE 'SUSPENSE KEY'.
           05  FILLER            PIC X(09)  VALUE 'CUST'.
           05  FILLER            PIC X(07)  VALUE 'PROD'.
           05  FILLER            PIC X(17)  VALUE '       AMOUNT'.
           05  FILLER            PIC X(12)  VALUE 'INV DATE'.
           05  FILLER            PIC X(30)  VALUE 'RESULT'.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-SUSPENSE-KEY         PIC X(21).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC X(05).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(03).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-AMOUNT               PIC -9,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-INVOICE-DATE         PIC X(08).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-RESULT-MESSAGE       PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(14)
           VALUE 'CORRECTIONS:'.
           05  TOTAL-CORRECT-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(11)  VALUE 'RELEASES:'.
           05  TOTAL-RELEASE-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(13)
           VALUE 'WRITE-OFFS:'.
           05  TOTAL-WRITE-OFF-COUNT       PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'ERRORS:'.
           05  TOTAL-ERROR-COUNT           PIC ZZZZ9.

       01  WS-RPT-WRITE-OFF-LINE.
           05  FILLER                      PIC X(20)
           VALUE 'AMOUNT WRITTEN OFF:'.
           05  TOTAL-WRITE-OFF-AMOUNT      PIC -9,999,999,999.99.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 30000-PROCESS-TRANSACTION
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    A MISSING SUSPENSE FILE (STATUS 35) IS CREATED EMPTY ON
      *    THE SPOT, AS PROG06 DOES - EVERY CORRECTION THEN SIMPLY
      *    FINDS NO ITEM. CUSTMAST AND PRODMAST ARE NEEDED TO EDIT
      *    CUSTOMER AND PRODUCT FIXES AND RELEASES, SO EITHER ONE
      *    MISSING STOPS THE RUN. A MISSING PERIOD CONTROL FILE
      *    (STATUS 35) MEANS NO PERIOD HAS EVER BEEN CLOSED, AS IN
      *    PROG06; ANY OTHER OPEN FAILURE STOPS THE RUN.
       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           OPEN INPUT SUSPENSE-TRANSACTION-FILE
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'PROG29: REJECT SUSPENSE FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-SUSPENSE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SUSPENSE-TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG29: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SUSPENSE-TRANSACTION-FILE SUSPENSE-FILE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG29: PRODUCT MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-PRODMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SUSPENSE-TRANSACTION-FILE SUSPENSE-FILE
                   CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE WS-PERCTL-FILE-STATUS
               WHEN '00'
                   SET WS-PERCTL-IS-OPEN TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROG29: PERIOD CONTROL FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-PERCTL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE SUSPENSE-TRANSACTION-FILE SUSPENSE-FILE
                       CUSTOMER-MASTER-FILE PRODUCT-MASTER-FILE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE MAINT-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

       30000-PROCESS-TRANSACTION.
           READ SUSPENSE-TRANSACTION-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               SET WS-TRAN-IS-CLEAN TO TRUE
               SET WS-ITEM-NOT-FOUND TO TRUE
               PERFORM 31000-EDIT-TRANSACTION
               IF WS-TRAN-IS-CLEAN
                   EVALUATE TRUE
                       WHEN SX-CORRECTION
                           PERFORM 32000-CORRECT-ITEM
                       WHEN SX-RELEASE-ITEM
                           PERFORM 33000-RELEASE-ITEM
                       WHEN SX-WRITE-OFF-ITEM
                           PERFORM 34000-WRITE-OFF-ITEM
                   END-EVALUATE
               END-IF
               PERFORM 35000-WRITE-DETAIL-LINE
           END-READ.

      *    THE TRANSACTION ITSELF IS EDITED FIRST, THEN THE ITEM IT
      *    NAMES. ONLY AN ITEM STILL IN SUSPENSE CAN BE WORKED. AN
      *    ITEM ALREADY IN A RECYCLE BATCH CANNOT BE TOUCHED AT ALL
      *    - NOT CHANGED, RELEASED AGAIN OR WRITTEN OFF - UNTIL
      *    PROG06 HAS POSTED OR REJECTED IT, OR HAS REFUSED ITS
      *    BATCH AND RETURNED IT TO RELEASED. THE FIRST ERROR FOUND
      *    IS THE ONE THAT PRINTS.
       31000-EDIT-TRANSACTION.
           IF NOT SX-CORRECTION
              AND NOT SX-RELEASE-ITEM
              AND NOT SX-WRITE-OFF-ITEM
               MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND SX-SUSPENSE-KEY NOT NUMERIC
               MOVE 'SUSPENSE KEY NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF WS-TRAN-IS-CLEAN
               PERFORM 31200-EDIT-NEW-VALUE
           END-IF
           IF WS-TRAN-IS-CLEAN
               MOVE SX-SUSPENSE-KEY TO SU-SUSPENSE-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE 'ITEM NOT ON SUSPENSE FILE' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-TRAN-IS-CLEAN
               PERFORM 31500-EDIT-ITEM-STATUS
           END-IF.

       31200-EDIT-NEW-VALUE.
           EVALUATE TRUE
               WHEN SX-FIX-CUSTOMER
                   IF SX-NEW-CUSTOMER-NUMBER NOT NUMERIC
                       MOVE 'NEW CUSTOMER NOT NUMERIC' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   ELSE
                       MOVE SX-NEW-CUSTOMER-NUMBER-9 TO
                           CM-CUSTOMER-NUMBER
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               MOVE 'NEW CUSTOMER NOT ON CUSTMAST' TO
                                   WS-RESULT-MESSAGE
                               PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-READ
                   END-IF
               WHEN SX-FIX-AMOUNT
                   IF SX-NEW-AMOUNT NOT NUMERIC
                       MOVE 'NEW AMOUNT NOT NUMERIC' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   ELSE
                       IF SX-NEW-AMOUNT-9 = ZERO
                           MOVE 'NEW AMOUNT IS ZERO' TO
                               WS-RESULT-MESSAGE
                           PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-IF
                   END-IF
               WHEN SX-FIX-INVOICE-DATE
                   IF SX-NEW-INVOICE-DATE NOT NUMERIC
                       MOVE 'NEW INVOICE DATE NOT NUMERIC' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   ELSE
                       IF SX-NEW-INVOICE-MM < 01
                          OR SX-NEW-INVOICE-MM > 12
                          OR SX-NEW-INVOICE-DD < 01
                          OR SX-NEW-INVOICE-DD > 31
                           MOVE 'NEW INVOICE DATE INVALID' TO
                               WS-RESULT-MESSAGE
                           PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-IF
                   END-IF
               WHEN SX-FIX-PRODUCT
                   IF SX-NEW-PRODUCT-CODE = SPACES
                       MOVE 'NEW PRODUCT CODE MISSING' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   ELSE
                       MOVE SX-NEW-PRODUCT-CODE TO PM-PRODUCT-CODE
                       READ PRODUCT-MASTER-FILE
                           INVALID KEY
                               MOVE 'NEW PRODUCT NOT ON PRODMAST' TO
                                   WS-RESULT-MESSAGE
                               PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-READ
                   END-IF
               WHEN SX-WRITE-OFF-ITEM
                   IF SX-ACTION-BY = SPACES
                       MOVE 'WRITE-OFF NEEDS AUTHORIZED BY' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   END-IF
           END-EVALUATE.

      *    A RELEASE IS REFUSED WHILE THE ITEM'S CUSTOMER IS STILL
      *    NOT ON CUSTMAST, ITS PRODUCT CODE IS STILL ONE PROG06
      *    REFUSES, OR ITS INVOICE DATE STILL FALLS IN A CLOSED
      *    PERIOD - PROG06 WOULD ONLY REJECT IT AGAIN. A NEW
      *    PRODUCT CODE WAS FOUND ON PRODMAST BY THE FIELD EDIT; IT
      *    MUST ALSO BE ACTIVE IF THE ITEM IS AN INVOICE, WHICH IS
      *    ONLY KNOWN ONCE THE ITEM HAS BEEN READ.
       31500-EDIT-ITEM-STATUS.
           EVALUATE TRUE
               WHEN NOT SU-ITEM-STILL-IN-SUSPENSE
                   MOVE 'ITEM ALREADY POSTED OR W/O' TO
                       WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               WHEN SU-ITEM-IN-RECYCLE-BATCH
                   MOVE 'ITEM IN A RECYCLE BATCH' TO
                       WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               WHEN SX-RELEASE-ITEM AND SU-ITEM-RELEASED
                   MOVE 'ITEM ALREADY RELEASED' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               WHEN SX-FIX-PRODUCT AND PM-PRODUCT-INACTIVE
                    AND SU-TRANSACTION-CODE NOT = 'M'
                   MOVE 'NEW PRODUCT IS INACTIVE' TO
                       WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               WHEN SX-RELEASE-ITEM
                   MOVE SU-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE 'CUSTOMER STILL NOT ON CUSTMAST' TO
                               WS-RESULT-MESSAGE
                           PERFORM 31900-FLAG-TRANSACTION-ERROR
                       NOT INVALID KEY
                           PERFORM 31600-EDIT-ITEM-PRODUCT
                   END-READ
                   IF WS-TRAN-IS-CLEAN
                       PERFORM 31700-EDIT-ITEM-PERIOD
                   END-IF
           END-EVALUATE.

      *    THE SAME THREE PRODUCT TESTS PROG06 APPLIES - A CREDIT
      *    MEMO MAY STILL POST AGAINST AN INACTIVE PRODUCT.
       31600-EDIT-ITEM-PRODUCT.
           IF SU-PRODUCT-CODE = SPACES
               MOVE 'ITEM HAS NO PRODUCT CODE' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           ELSE
               MOVE SU-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'PRODUCT STILL NOT ON PRODMAST' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   NOT INVALID KEY
                       IF PM-PRODUCT-INACTIVE
                          AND SU-TRANSACTION-CODE NOT = 'M'
                           MOVE 'PRODUCT STILL INACTIVE' TO
                               WS-RESULT-MESSAGE
                           PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-IF
               END-READ
           END-IF.

      *    THE SAME PERCTL LOOKUP PROG06 MAKES - AN INVOICE DATE
      *    THAT IS NOT NUMERIC CANNOT NAME A PERIOD AND IS LEFT TO
      *    POST, AS IT IS THERE.
       31700-EDIT-ITEM-PERIOD.
           IF WS-PERCTL-IS-OPEN
              AND SU-INVOICE-DATE IS NUMERIC
               MOVE SU-INVOICE-DATE TO WS-ITEM-INVOICE-DATE
               MOVE WS-ITEM-INVOICE-CCYYMM TO PC-PERIOD-CCYYMM
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-PERIOD-CLOSED
                           MOVE SPACES TO WS-RESULT-MESSAGE
                           STRING 'PERIOD ' WS-ITEM-INVOICE-CCYYMM
                               ' STILL CLOSED' DELIMITED BY SIZE
                               INTO WS-RESULT-MESSAGE
                           PERFORM 31900-FLAG-TRANSACTION-ERROR
                       END-IF
               END-READ
           END-IF.

       31900-FLAG-TRANSACTION-ERROR.
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           SET WS-TRAN-HAS-ERROR TO TRUE.

      *    A CORRECTION CHANGES ONLY THE ONE FIELD. THE ORIGINAL
      *    CUSTOMER AND AMOUNT STAY ON THE ITEM SO THE AGING REPORT
      *    CAN SHOW WHAT WAS FIRST KEYED.
       32000-CORRECT-ITEM.
           EVALUATE TRUE
               WHEN SX-FIX-CUSTOMER
                   MOVE SX-NEW-CUSTOMER-NUMBER-9 TO SU-CUSTOMER-NUMBER
                   MOVE 'CUSTOMER CORRECTED' TO WS-RESULT-MESSAGE
               WHEN SX-FIX-AMOUNT
                   MOVE SX-NEW-AMOUNT-9 TO SU-TRANSACTION-AMOUNT
                   MOVE 'AMOUNT CORRECTED' TO WS-RESULT-MESSAGE
               WHEN SX-FIX-INVOICE-DATE
                   MOVE SX-NEW-INVOICE-DATE-9 TO SU-INVOICE-DATE
                   MOVE 'INVOICE DATE CORRECTED' TO WS-RESULT-MESSAGE
               WHEN SX-FIX-PRODUCT
                   MOVE SX-NEW-PRODUCT-CODE TO SU-PRODUCT-CODE
                   MOVE 'PRODUCT CODE CORRECTED' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 36000-REWRITE-ITEM
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-CORRECT-COUNT
           END-IF.

       33000-RELEASE-ITEM.
           SET SU-ITEM-RELEASED TO TRUE
           MOVE 'RELEASED FOR RECYCLE' TO WS-RESULT-MESSAGE
           PERFORM 36000-REWRITE-ITEM
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       34000-WRITE-OFF-ITEM.
           SET SU-ITEM-WRITTEN-OFF TO TRUE
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-CLOSED-DATE
           MOVE 'WRITTEN OFF' TO WS-RESULT-MESSAGE
           PERFORM 36000-REWRITE-ITEM
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD SU-TRANSACTION-AMOUNT TO WS-WRITE-OFF-AMOUNT
           END-IF.

       35000-WRITE-DETAIL-LINE.
           MOVE SX-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE SX-SUSPENSE-KEY TO DETAIL-SUSPENSE-KEY
           IF WS-ITEM-NOT-FOUND
               MOVE SPACES TO DETAIL-CUSTOMER-NUMBER
               MOVE SPACES TO DETAIL-PRODUCT-CODE
               MOVE ZERO TO DETAIL-AMOUNT
               MOVE SPACES TO DETAIL-INVOICE-DATE
           ELSE
               MOVE SU-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
               MOVE SU-PRODUCT-CODE TO DETAIL-PRODUCT-CODE
               MOVE SU-TRANSACTION-AMOUNT TO DETAIL-AMOUNT
               MOVE SU-INVOICE-DATE TO DETAIL-INVOICE-DATE
           END-IF
           MOVE WS-RESULT-MESSAGE TO DETAIL-RESULT-MESSAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    THE ACTION IS STAMPED WITH WHO KEYED IT WHEN THE
      *    TRANSACTION SAYS, OTHERWISE WITH THIS PROGRAM.
       36000-REWRITE-ITEM.
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-LAST-ACTION-DATE
           IF SX-ACTION-BY = SPACES
               MOVE 'PROG29' TO SU-LAST-ACTION-BY
           ELSE
               MOVE SX-ACTION-BY TO SU-LAST-ACTION-BY
           END-IF
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-REWRITE.

       40000-FINISH-ROUTINE.
           MOVE WS-CORRECT-COUNT TO TOTAL-CORRECT-COUNT
           MOVE WS-RELEASE-COUNT TO TOTAL-RELEASE-COUNT
           MOVE WS-WRITE-OFF-COUNT TO TOTAL-WRITE-OFF-COUNT
           MOVE WS-ERROR-COUNT TO TOTAL-ERROR-COUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-WRITE-OFF-AMOUNT TO TOTAL-WRITE-OFF-AMOUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-WRITE-OFF-LINE
           AFTER ADVANCING 1 LINE
           CLOSE SUSPENSE-TRANSACTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           IF WS-PERCTL-IS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE MAINTENANCE-REPORT-FILE.
       END PROGRAM PROG29.
