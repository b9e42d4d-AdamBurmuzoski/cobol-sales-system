       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG33.
      *****************************************************************
      ***   CIS4373L PROG33 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. PRODUCT MAINTENANCE TRANSACTION FILE          **
      ***              (PRODTRAN)                                    **
      ***           2. PRODUCT MASTER FILE (INDEXED, I/O)            **
      ***  OUTPUT:  1. PRODUCT MASTER FILE (INDEXED, UPDATED)        **
      ***           2. PRODUCT MAINTENANCE REPORT                    **
      ***                                                            **
      ***  PURPOSE:  ADDS, CORRECTS, AND DEACTIVATES PRODUCT MASTER  **
      ***            RECORDS DIRECTLY AGAINST THE INDEXED PRODUCT    **
      ***            MASTER FILE (PRODMAST), KEYED BY PRODUCT CODE,  **
      ***            FROM A TRANSACTION FILE - THE SAME SHAPE PROG16 **
      ***            GIVES THE BRANCHES. PRODMAST IS WHAT PROG06     **
      ***            VALIDATES THE PRODUCT CODE ON EVERY SALESTRN    **
      ***            TRANSACTION AGAINST, AND SUPPLIES THE PRODUCT   **
      ***            DESCRIPTIONS AND PRODUCT LINES THE PROG34       **
      ***            PRODUCT SALES ANALYSIS PRINTS. A PRODUCT IS     **
      ***            DEACTIVATED, NEVER DELETED, SO THE INVDETL      **
      ***            LINES CARRYING ITS CODE STAY REPORTABLE.        **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-TRANSACTION-FILE ASSIGN TO PRODTRAN.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.
           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO PRINT033.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODUCT-TRANSACTION-RECORD.
           05 PT-TRANSACTION-CODE        PIC X(01).
               88 PT-ADD-TRANSACTION             VALUE 'A'.
               88 PT-CORRECT-TRANSACTION         VALUE 'C'.
               88 PT-DEACTIVATE-TRANSACTION      VALUE 'X'.
           05 PT-PRODUCT-CODE            PIC X(03).
           05 PT-PRODUCT-DESCRIPTION     PIC X(30).
           05 PT-PRODUCT-LINE            PIC X(04).
           05 FILLER                     PIC X(42).

      *    ONE RECORD PER PRODUCT THE COMPANY HAS EVER SOLD. THE
      *    ACTIVE FLAG IS WHAT PROG06 VALIDATES INVOICES AGAINST;
      *    THE DESCRIPTION AND PRODUCT LINE ARE WHAT PROG34 PRINTS.
      *    THE SAME LAYOUT APPEARS IN PROG06, PROG29 AND PROG34.
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

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINT-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-PRODMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(30)  VALUE SPACES.

       01  WS-TOTALS.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CORRECT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DEACTIVATE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG33 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG33'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'PRODUCT MASTER MAINTENANCE REPORT'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(03).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-PRODUCT-DESCRIPTION  PIC X(30).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-PRODUCT-LINE         PIC X(04).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-RESULT-MESSAGE       PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(14)  VALUE 'ADDS:'.
           05  TOTAL-ADD-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(14)
           VALUE 'CORRECTIONS:'.
           05  TOTAL-CORRECT-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(16)
           VALUE 'DEACTIVATIONS:'.
           05  TOTAL-DEACTIVATE-COUNT      PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'ERRORS:'.
           05  TOTAL-ERROR-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 30000-PROCESS-TRANSACTION
           UNTIL THERE-ARE-NO-MORE-RECORDS
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    A MISSING PRODUCT MASTER (STATUS 35) IS CREATED EMPTY ON
      *    THE SPOT - THE FIRST MAINTENANCE RUN SEEDS IT, THE SAME
      *    WAY PROG16 SEEDS A MISSING BRCHMAST.
       10000-INITIALIZATION-ROUTINE.
           OPEN INPUT PRODUCT-TRANSACTION-FILE
           OPEN I-O PRODUCT-MASTER-FILE
           IF WS-PRODMAST-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
           END-IF
           IF WS-PRODMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG33: PRODUCT MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-PRODMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PRODUCT-TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE MAINT-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

      *    AN ADD OR CORRECTION MUST CARRY A PRODUCT LINE - A
      *    PRODUCT WITH NONE WOULD DROP OUT OF EVERY LINE SUBTOTAL
      *    ON THE PROG34 ANALYSIS.
       30000-PROCESS-TRANSACTION.
           READ PRODUCT-TRANSACTION-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               EVALUATE TRUE
                   WHEN PT-PRODUCT-CODE = SPACES
                       MOVE 'PRODUCT CODE MISSING' TO
                           WS-RESULT-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN (PT-ADD-TRANSACTION
                         OR PT-CORRECT-TRANSACTION)
                        AND PT-PRODUCT-LINE = SPACES
                       MOVE 'PRODUCT LINE MISSING' TO
                           WS-RESULT-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN PT-ADD-TRANSACTION
                       PERFORM 31000-ADD-PRODUCT
                   WHEN PT-CORRECT-TRANSACTION
                       PERFORM 32000-CORRECT-PRODUCT
                   WHEN PT-DEACTIVATE-TRANSACTION
                       PERFORM 33000-DEACTIVATE-PRODUCT
                   WHEN OTHER
                       MOVE 'INVALID TRANSACTION CODE' TO
                           WS-RESULT-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
               PERFORM 35000-WRITE-DETAIL-LINE
           END-READ.

      *    A NEW PRODUCT ALWAYS STARTS ACTIVE. AN ADD FOR A CODE
      *    ALREADY ON FILE REACTIVATES IT IF IT IS INACTIVE - A
      *    PRODUCT COMES BACK INTO THE CATALOGUE - AND IS A
      *    DUPLICATE ERROR IF IT IS ALREADY ACTIVE.
       31000-ADD-PRODUCT.
           MOVE SPACES TO PRODUCT-MASTER-RECORD
           MOVE PT-PRODUCT-CODE TO PM-PRODUCT-CODE
           MOVE PT-PRODUCT-DESCRIPTION TO PM-PRODUCT-DESCRIPTION
           MOVE PT-PRODUCT-LINE TO PM-PRODUCT-LINE
           SET PM-PRODUCT-ACTIVE TO TRUE
           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   PERFORM 31500-REACTIVATE-PRODUCT
               NOT INVALID KEY
                   MOVE 'PRODUCT ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       31500-REACTIVATE-PRODUCT.
           MOVE PT-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'WRITE FAILED - NOT ADDED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF PM-PRODUCT-ACTIVE
                       MOVE 'DUPLICATE - NOT ADDED' TO
                           WS-RESULT-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE PT-PRODUCT-DESCRIPTION TO
                           PM-PRODUCT-DESCRIPTION
                       MOVE PT-PRODUCT-LINE TO PM-PRODUCT-LINE
                       SET PM-PRODUCT-ACTIVE TO TRUE
                       REWRITE PRODUCT-MASTER-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO
                                   WS-RESULT-MESSAGE
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               MOVE 'INACTIVE PRODUCT REACTIVATED' TO
                                   WS-RESULT-MESSAGE
                               ADD 1 TO WS-ADD-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

      *    A CORRECTION CHANGES THE DESCRIPTION AND PRODUCT LINE
      *    ONLY - THE ACTIVE FLAG MOVES ONLY THROUGH A DEACTIVATE
      *    TRANSACTION, OR AN ADD FOR A RETURNING PRODUCT. A NEW
      *    PRODUCT LINE RE-FILES THE PRODUCT'S WHOLE HISTORY UNDER
      *    THAT LINE ON THE NEXT PROG34 RUN.
       32000-CORRECT-PRODUCT.
           MOVE PT-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CORRECTED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE PT-PRODUCT-DESCRIPTION TO
                       PM-PRODUCT-DESCRIPTION
                   MOVE PT-PRODUCT-LINE TO PM-PRODUCT-LINE
                   REWRITE PRODUCT-MASTER-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'PRODUCT CORRECTED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-CORRECT-COUNT
                   END-REWRITE
           END-READ.

       33000-DEACTIVATE-PRODUCT.
           MOVE PT-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DEACTIVATED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF PM-PRODUCT-INACTIVE
                       MOVE 'ALREADY INACTIVE' TO WS-RESULT-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       SET PM-PRODUCT-INACTIVE TO TRUE
                       REWRITE PRODUCT-MASTER-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO
                                   WS-RESULT-MESSAGE
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               MOVE 'PRODUCT DEACTIVATED' TO
                                   WS-RESULT-MESSAGE
                               ADD 1 TO WS-DEACTIVATE-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       35000-WRITE-DETAIL-LINE.
           MOVE PT-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE PT-PRODUCT-CODE TO DETAIL-PRODUCT-CODE
           MOVE PT-PRODUCT-DESCRIPTION TO DETAIL-PRODUCT-DESCRIPTION
           MOVE PT-PRODUCT-LINE TO DETAIL-PRODUCT-LINE
           MOVE WS-RESULT-MESSAGE TO DETAIL-RESULT-MESSAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           MOVE WS-ADD-COUNT TO TOTAL-ADD-COUNT
           MOVE WS-CORRECT-COUNT TO TOTAL-CORRECT-COUNT
           MOVE WS-DEACTIVATE-COUNT TO TOTAL-DEACTIVATE-COUNT
           MOVE WS-ERROR-COUNT TO TOTAL-ERROR-COUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           CLOSE PRODUCT-TRANSACTION-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE MAINTENANCE-REPORT-FILE.
       END PROGRAM PROG33.
