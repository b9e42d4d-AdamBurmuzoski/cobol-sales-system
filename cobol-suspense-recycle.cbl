       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG30.
      *****************************************************************
      ***   CIS4373L PROG30 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. REJECT SUSPENSE FILE (SUSPENSE - INDEXED,     **
      ***              I/O)                                          **
      ***  OUTPUT:  1. RECYCLE TRANSACTION BATCH (RECYCTRN -         **
      ***              SALESTRN LAYOUT)                              **
      ***           2. REJECT SUSPENSE FILE (INDEXED, UPDATED)       **
      ***           3. SUSPENSE RECYCLE REGISTER                     **
      ***                                                            **
      ***  PURPOSE:  FEEDS THE SUSPENSE ITEMS RELEASED THROUGH       **
      ***            PROG29 BACK INTO POSTING. EVERY RELEASED ITEM   **
      ***            IS WRITTEN TO RECYCTRN IN THE SALESTRN LAYOUT   **
      ***            BEHIND ONE HDR* HEADER CARRYING THE BATCH'S     **
      ***            COUNT AND SIGNED CONTROL AMOUNT, SO THE NEXT    **
      ***            PROG06 RUN (RECYCTRN CONCATENATED TO SALESTRN)  **
      ***            PROVES AND APPLIES IT AS ITS OWN BATCH. EACH    **
      ***            TRANSACTION CARRIES ITS SUSPENSE KEY, SO PROG06 **
      ***            CLOSES THE ITEM WHEN IT POSTS OR REOPENS THE    **
      ***            SAME ITEM IF IT IS REJECTED AGAIN. ITEMS        **
      ***            WRITTEN ARE MARKED AS IN A RECYCLE BATCH AND    **
      ***            STAY THAT WAY UNTIL PROG06 POSTS OR REJECTS     **
      ***            THEM. RECYCTRN IS REWRITTEN EVERY RUN, SO A     **
      ***            SECOND RUN BEFORE THE LAST BATCH IS POSTED      **
      ***            WRITES ITS ITEMS AGAIN ALONGSIDE ANY NEWLY      **
      ***            RELEASED ONES - THE NEW BATCH REPLACES THE OLD  **
      ***            ONE RATHER THAN LOSING IT. PROG06 POSTS AN ITEM **
      ***            ONLY WHILE IT IS STILL IN A RECYCLE BATCH, SO   **
      ***            POSTING AN OLD COPY OF RECYCTRN AS WELL CANNOT  **
      ***            POST ANY ITEM TWICE.                            **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski CARRY THE ITEM'S PRODUCT  **
      ***      CODE ONTO THE RECYCLED SALESTRN TRANSACTION           **
      ***  02.  10/15/2026 Adam Burmuzoski WRITE ITEMS STILL IN AN   **
      ***      UNPOSTED RECYCLE BATCH INTO THE NEW BATCH AGAIN, SO A **
      ***      RERUN BEFORE POSTING NO LONGER STRANDS THEM           **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT RECYCLE-TRANSACTION-FILE ASSIGN TO RECYCTRN.
           SELECT RECYCLE-REPORT-FILE ASSIGN TO PRINT030.

       DATA DIVISION.
       FILE SECTION.
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
           05 SU-PRODUCT-CODE            PIC X(03).
           05 FILLER                     PIC X(05).

      *    SALESTRN LAYOUT - SEE PROG06, WHICH POSTS IT.
       FD  RECYCLE-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-TRANSACTION-RECORD.
           05 ST-TRANSACTION-CODE        PIC X(01).
           05 ST-CUSTOMER-NUMBER         PIC 9(05).
           05 ST-TRANSACTION-AMOUNT      PIC S9(7)V99.
           05 ST-INVOICE-NUMBER          PIC 9(06).
           05 ST-INVOICE-DATE            PIC 9(08).
           05 ST-SUSPENSE-KEY            PIC X(21).
           05 ST-PRODUCT-CODE            PIC X(03).
           05 FILLER                     PIC X(27).

       01  SALES-BATCH-HEADER-RECORD REDEFINES
           SALES-TRANSACTION-RECORD.
           05 ST-HDR-ID                  PIC X(04).
           05 ST-HDR-TRAN-COUNT          PIC 9(05).
           05 ST-HDR-CONTROL-AMOUNT      PIC S9(9)V99.
           05 FILLER                     PIC X(60).

       FD  RECYCLE-REPORT-FILE.
       01  RECYCLE-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-RUN-DATE-CCYYMMDD  PIC 9(08)  VALUE ZERO.
      *    PROG06 REFUSES A BATCH OF MORE THAN 2000 TRANSACTIONS
      *    WHOLE, SO NO MORE THAN THAT GO INTO ONE RECYCLE BATCH -
      *    ANY LEFT OVER STAY AS THEY ARE FOR THE NEXT RUN.
           05  WS-MAX-BATCH-ITEMS    PIC 9(05)  VALUE 2000.

       01  WS-TOTALS.
           05  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-BATCH-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-HELD-OVER-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-AGAIN-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-SIGNED-AMOUNT          PIC S9(7)V99 COMP-3
           VALUE ZERO.
           05  WS-CONTROL-AMOUNT         PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-WRITTEN-AMOUNT         PIC S9(9)V99 COMP-3
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
           VALUE 'TXSTATE CIS4373L PROG30 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG30'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'SUSPENSE RECYCLE REGISTER'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(25)  VALUE 'SUSPENSE KEY'.
           05  FILLER            PIC X(05)  VALUE 'CODE'.
           05  FILLER            PIC X(09)  VALUE 'CUST'.
           05  FILLER            PIC X(10)  VALUE 'INVOICE'.
           05  FILLER            PIC X(17)  VALUE '   SIGNED AMOUNT'.
           05  FILLER            PIC X(30)  VALUE 'LAST REJECT REASON'.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-SUSPENSE-KEY         PIC X(21).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC 9(05).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-INVOICE-NUMBER       PIC 9(06).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-SIGNED-AMOUNT        PIC -9,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-REJECT-REASON        PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(20)
           VALUE 'RECYCLE BATCH ITEMS:'.
           05  TOTAL-WRITTEN-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(16)
           VALUE 'CONTROL AMOUNT:'.
           05  TOTAL-WRITTEN-AMOUNT        PIC -9,999,999,999.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(19)
           VALUE 'HELD FOR NEXT RUN:'.
           05  TOTAL-HELD-OVER-COUNT       PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(24)
           VALUE 'UNPOSTED, WRITTEN AGAIN:'.
           05  TOTAL-CARRIED-AGAIN-COUNT   PIC ZZZZ9.

       01  WS-RPT-STATUS-LINE.
           05  FILLER                      PIC X(15)
           VALUE 'RUN STATUS:'.
           05  STATUS-MESSAGE              PIC X(50).

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 30000-TOTAL-RELEASED-ITEMS
           IF WS-BATCH-COUNT > ZERO
               PERFORM 32000-WRITE-BATCH-HEADER
               PERFORM 33000-WRITE-RECYCLE-BATCH
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    RECYCTRN IS OPENED EVEN WHEN NOTHING IS RELEASED, SO THE
      *    NEXT POSTING ALWAYS FINDS IT - AN EMPTY FILE ADDS NO
      *    BATCH. A MISSING SUSPENSE FILE MEANS NOTHING HAS EVER
      *    BEEN REJECTED.
       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           OPEN OUTPUT RECYCLE-TRANSACTION-FILE
           OPEN OUTPUT RECYCLE-REPORT-FILE
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'PROG30: REJECT SUSPENSE FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-SUSPENSE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RECYCLE-TRANSACTION-FILE RECYCLE-REPORT-FILE
               STOP RUN
           END-IF.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

      *    THE HEADER MUST GO OUT AHEAD OF ITS TRANSACTIONS, SO A
      *    FIRST PASS COUNTS AND SUMS THE ITEMS AND A SECOND PASS
      *    WRITES THEM. NOTHING CHANGES BETWEEN THE PASSES, SO BOTH
      *    SEE THE SAME ITEMS IN THE SAME ORDER. AN ITEM ALREADY IN
      *    A RECYCLE BATCH HAS NOT BEEN POSTED YET - THE RECYCTRN IT
      *    WENT OUT ON IS ABOUT TO BE OVERWRITTEN, SO IT GOES INTO
      *    THIS BATCH AGAIN.
       30000-TOTAL-RELEASED-ITEMS.
           PERFORM 31000-START-SUSPENSE-BROWSE
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF SU-ITEM-RELEASED OR SU-ITEM-IN-RECYCLE-BATCH
                           PERFORM 30500-COUNT-RELEASED-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       30500-COUNT-RELEASED-ITEM.
           ADD 1 TO WS-RELEASED-COUNT
           IF WS-BATCH-COUNT < WS-MAX-BATCH-ITEMS
               ADD 1 TO WS-BATCH-COUNT
               PERFORM 34500-SIGN-ITEM-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-CONTROL-AMOUNT
           ELSE
               ADD 1 TO WS-HELD-OVER-COUNT
           END-IF.

       31000-START-SUSPENSE-BROWSE.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY
           SET THERE-ARE-MORE-RECORDS TO TRUE
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           END-START.

       32000-WRITE-BATCH-HEADER.
           MOVE SPACES TO SALES-BATCH-HEADER-RECORD
           MOVE 'HDR*' TO ST-HDR-ID
           MOVE WS-BATCH-COUNT TO ST-HDR-TRAN-COUNT
           MOVE WS-CONTROL-AMOUNT TO ST-HDR-CONTROL-AMOUNT
           WRITE SALES-BATCH-HEADER-RECORD.

       33000-WRITE-RECYCLE-BATCH.
           PERFORM 31000-START-SUSPENSE-BROWSE
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
                      OR WS-WRITTEN-COUNT NOT < WS-BATCH-COUNT
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF SU-ITEM-RELEASED OR SU-ITEM-IN-RECYCLE-BATCH
                           PERFORM 34000-RECYCLE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       34000-RECYCLE-ONE-ITEM.
           MOVE SPACES TO SALES-TRANSACTION-RECORD
           MOVE SU-TRANSACTION-CODE TO ST-TRANSACTION-CODE
           MOVE SU-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
           MOVE SU-TRANSACTION-AMOUNT TO ST-TRANSACTION-AMOUNT
           MOVE SU-INVOICE-NUMBER TO ST-INVOICE-NUMBER
           MOVE SU-INVOICE-DATE TO ST-INVOICE-DATE
           MOVE SU-SUSPENSE-KEY TO ST-SUSPENSE-KEY
           MOVE SU-PRODUCT-CODE TO ST-PRODUCT-CODE
           WRITE SALES-TRANSACTION-RECORD
           IF SU-ITEM-IN-RECYCLE-BATCH
               ADD 1 TO WS-CARRIED-AGAIN-COUNT
           ELSE
               PERFORM 34200-MARK-ITEM-RECYCLED
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 34500-SIGN-ITEM-AMOUNT
           ADD WS-SIGNED-AMOUNT TO WS-WRITTEN-AMOUNT
           MOVE SU-SUSPENSE-KEY TO DETAIL-SUSPENSE-KEY
           MOVE SU-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE SU-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE SU-INVOICE-NUMBER TO DETAIL-INVOICE-NUMBER
           MOVE WS-SIGNED-AMOUNT TO DETAIL-SIGNED-AMOUNT
           MOVE SU-REJECT-REASON TO DETAIL-REJECT-REASON
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    AN ITEM CARRIED AGAIN FROM AN UNPOSTED BATCH KEEPS THE
      *    RECYCLE DATE IT FIRST WENT OUT WITH.
       34200-MARK-ITEM-RECYCLED.
           SET SU-ITEM-IN-RECYCLE-BATCH TO TRUE
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-RECYCLE-DATE
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-LAST-ACTION-DATE
           MOVE 'PROG30 RECYCLE' TO SU-LAST-ACTION-BY
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'PROG30: SUSPENSE REWRITE FAILED FOR '
                       SU-SUSPENSE-KEY ' - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *    SIGNED THE WAY PROG06 SIGNS IT - CREDIT MEMOS MINUS - SO
      *    THE HEADER'S CONTROL AMOUNT PROVES IN PROG06.
       34500-SIGN-ITEM-AMOUNT.
           IF SU-CREDIT-TRANSACTION
               COMPUTE WS-SIGNED-AMOUNT = SU-TRANSACTION-AMOUNT * -1
           ELSE
               MOVE SU-TRANSACTION-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.

      *    THE BATCH JUST WRITTEN MUST PROVE AGAINST ITS OWN HEADER;
      *    IF IT DOES NOT, THE RUN FAILS HERE RATHER THAN IN THE
      *    NEXT POSTING.
       40000-FINISH-ROUTINE.
           MOVE WS-WRITTEN-COUNT TO TOTAL-WRITTEN-COUNT
           MOVE WS-WRITTEN-AMOUNT TO TOTAL-WRITTEN-AMOUNT
           MOVE WS-HELD-OVER-COUNT TO TOTAL-HELD-OVER-COUNT
           MOVE WS-CARRIED-AGAIN-COUNT TO TOTAL-CARRIED-AGAIN-COUNT
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           EVALUATE TRUE
               WHEN WS-RELEASED-COUNT = ZERO
                   MOVE 'NO ITEMS TO RECYCLE - NO RECYCLE BATCH' TO
                       STATUS-MESSAGE
               WHEN WS-WRITTEN-COUNT NOT = WS-BATCH-COUNT
                    OR WS-WRITTEN-AMOUNT NOT = WS-CONTROL-AMOUNT
                   MOVE 'RECYCLE BATCH DOES NOT PROVE - DO NOT POST'
                   TO STATUS-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'PROG30: ' STATUS-MESSAGE
               WHEN WS-HELD-OVER-COUNT > ZERO
                   MOVE 'BATCH FULL - REST HELD FOR NEXT RUN' TO
                       STATUS-MESSAGE
               WHEN OTHER
                   MOVE 'RECYCLE BATCH WRITTEN' TO STATUS-MESSAGE
           END-EVALUATE
           WRITE RECYCLE-RPT-RECORD FROM WS-RPT-STATUS-LINE
           AFTER ADVANCING 2 LINES
           CLOSE SUSPENSE-FILE
           CLOSE RECYCLE-TRANSACTION-FILE
           CLOSE RECYCLE-REPORT-FILE.
       END PROGRAM PROG30.
