       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG31.
      *****************************************************************
      ***   CIS4373L PROG31 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. CONTROL CARD (AS-OF DATE)                     **
      ***           2. REJECT SUSPENSE FILE (SUSPENSE - INDEXED)     **
      ***  OUTPUT:  1. SUSPENSE AGING REPORT                         **
      ***                                                            **
      ***  PURPOSE:  LISTS EVERY ITEM STILL IN SUSPENSE - OPEN,      **
      ***            RELEASED BUT NOT YET RECYCLED, OR SITTING IN A  **
      ***            RECYCLE BATCH NOT YET POSTED - WITH THE DAYS IT **
      ***            HAS BEEN OUTSTANDING, COUNTED FROM THE DATE IT  **
      ***            WAS FIRST REJECTED TO THE AS-OF DATE. ITEMS ARE **
      ***            AGED INTO THE SAME BUCKETS PROG24 USES FOR THE  **
      ***            RECEIVABLES (CURRENT TO 30, 31-60, 61-90, OVER  **
      ***            90) AND THE LAST PAGE TOTALS EACH BUCKET'S COUNT**
      ***            AND SIGNED AMOUNT. POSTED AND WRITTEN-OFF ITEMS **
      ***            ARE CLOSED AND ARE NOT LISTED.                  **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE     ASSIGN TO CTLCRD31
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT SUSPENSE-FILE         ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT AGING-REPORT-FILE     ASSIGN TO PRINT031.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05 CC-AS-OF-CCYYMMDD           PIC 9(08).
           05 FILLER                      PIC X(72).

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
           05 FILLER                     PIC X(08).

       FD  AGING-REPORT-FILE.
       01  AGING-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-PAGE-CTR           PIC 9(05)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-CTLCARD-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-AS-OF-CCYYMMDD        PIC 9(08) VALUE ZERO.
           05  WS-AGE-DATE-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-AGE-DATE-R REDEFINES WS-AGE-DATE-CCYYMMDD.
               10  WS-AGE-DATE-CCYY     PIC 9(04).
               10  WS-AGE-DATE-MM       PIC 9(02).
               10  WS-AGE-DATE-DD       PIC 9(02).
           05  WS-AGE-IN-DAYS           PIC S9(07) VALUE ZERO.
           05  WS-SIGNED-AMOUNT         PIC S9(7)V99 COMP-3
           VALUE ZERO.

      *    ONE ENTRY PER AGING BUCKET - CURRENT, 31-60, 61-90, OVER
      *    90 - AS IN PROG24.
       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER            PIC X(14)  VALUE 'CURRENT (0-30)'.
           05  FILLER            PIC X(14)  VALUE '31-60 DAYS'.
           05  FILLER            PIC X(14)  VALUE '61-90 DAYS'.
           05  FILLER            PIC X(14)  VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL OCCURS 4 TIMES  PIC X(14).

       01  WS-TOTALS.
           05  WS-BUCKET-TOTALS OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT          PIC 9(07).
               10  WS-BUCKET-AMOUNT         PIC S9(9)V99 COMP-3.
           05  WS-BUCKET-SUB                PIC 9(02) VALUE ZERO.
           05  WS-AGE-BUCKET-SUB            PIC 9(02) VALUE ZERO.
           05  WS-ITEM-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-OPEN-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-RELEASED-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-IN-BATCH-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-BAD-DATE-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-GRAND-AMOUNT              PIC S9(9)V99 COMP-3
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
           VALUE 'TXSTATE CIS4373L PROG31 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG31'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'REJECT SUSPENSE AGING'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-AS-OF-LINE.
           05  FILLER                      PIC X(08)  VALUE 'AS OF: '.
           05  AS-OF-CCYYMMDD              PIC 9(08).

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(23)  VALUE 'SUSPENSE KEY'.
           05  FILLER            PIC X(08)  VALUE 'STATUS'.
           05  FILLER            PIC X(05)  VALUE 'CODE'.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(08)  VALUE 'INVOICE'.
           05  FILLER            PIC X(15)  VALUE '  SIGNED AMOUNT'.
           05  FILLER            PIC X(06)  VALUE '  DAYS'.
           05  FILLER            PIC X(16)  VALUE '  BUCKET'.
           05  FILLER            PIC X(06)  VALUE 'TIMES'.
           05  FILLER            PIC X(30)  VALUE 'LAST REJECT REASON'.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-SUSPENSE-KEY         PIC X(21).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-ITEM-STATUS          PIC X(08).
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC 9(05).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-INVOICE-NUMBER       PIC 9(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-SIGNED-AMOUNT        PIC -9,999,999.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DETAIL-DAYS-OUTSTANDING     PIC ZZZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  DETAIL-BUCKET-LABEL         PIC X(14).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  DETAIL-REJECT-COUNT         PIC ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  DETAIL-REJECT-REASON        PIC X(30).

       01  WS-RPT-BUCKET-LINE.
           05  BUCKET-LINE-LABEL           PIC X(16).
           05  FILLER                      PIC X(08)  VALUE 'ITEMS:'.
           05  BUCKET-LINE-COUNT           PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'AMOUNT:'.
           05  BUCKET-LINE-AMOUNT          PIC -999,999,999.99.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                      PIC X(07)  VALUE 'OPEN:'.
           05  COUNT-OPEN-COUNT            PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(11)  VALUE 'RELEASED:'.
           05  COUNT-RELEASED-COUNT        PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(18)
           VALUE 'IN RECYCLE BATCH:'.
           05  COUNT-IN-BATCH-COUNT        PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(22)
           VALUE 'UNDATED (OVER 90):'.
           05  COUNT-BAD-DATE-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 30000-PROCESS-SUSPENSE-FILE
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.

      *    A MISSING SUSPENSE FILE MEANS NOTHING HAS EVER BEEN
      *    REJECTED - THE REPORT PRINTS WITH EMPTY BUCKETS.
       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-AS-OF-CCYYMMDD
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
               MOVE ZERO TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM
           PERFORM 11000-READ-CONTROL-CARD
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           ELSE
               IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG31: REJECT SUSPENSE FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE 'Adam Burmuzoski' TO WS-RPT-H1-MY-NAME
           PERFORM 20000-HEADING-ROUTINE.

      *    A ZERO OR MISSING AS-OF DATE AGES TO THE RUN DATE.
       11000-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-FILE-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-AS-OF-CCYYMMDD IS NUMERIC
                          AND CC-AS-OF-CCYYMMDD > ZERO
                           MOVE CC-AS-OF-CCYYMMDD
                           TO WS-AS-OF-CCYYMMDD
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           MOVE WS-AS-OF-CCYYMMDD TO AS-OF-CCYYMMDD
           WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-L1
           AFTER ADVANCING PAGE
           WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-L2
           AFTER ADVANCING 1 LINE
           WRITE AGING-RPT-RECORD FROM WS-RPT-AS-OF-LINE
           AFTER ADVANCING 1 LINE
           WRITE AGING-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
           AFTER ADVANCING 2 LINES
           MOVE 5 TO WS-LINE-CTR.

       21000-CHECK-FOR-PAGE-BREAK.
           IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
               PERFORM 20000-HEADING-ROUTINE
           END-IF.

      *    THE KEY LEADS WITH THE FIRST REJECT DATE, SO KEY ORDER IS
      *    OLDEST ITEM FIRST.
       30000-PROCESS-SUSPENSE-FILE.
           IF THERE-ARE-MORE-RECORDS
               MOVE LOW-VALUES TO SU-SUSPENSE-KEY
               START SUSPENSE-FILE
                   KEY IS NOT LESS THAN SU-SUSPENSE-KEY
                   INVALID KEY
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF SU-ITEM-STILL-IN-SUSPENSE
                           PERFORM 31000-AGE-SUSPENSE-ITEM
                           PERFORM 32000-PRINT-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      *    A FIRST REJECT DATE THAT CANNOT BE A CALENDAR DATE GOES TO
      *    OVER 90 AND IS COUNTED ON THE LAST PAGE, AS IN PROG24.
       31000-AGE-SUSPENSE-ITEM.
           MOVE SU-FIRST-REJECT-DATE TO WS-AGE-DATE-CCYYMMDD
           IF SU-FIRST-REJECT-DATE IS NOT NUMERIC
              OR WS-AGE-DATE-CCYY < 1601
              OR WS-AGE-DATE-MM < 1 OR WS-AGE-DATE-MM > 12
              OR WS-AGE-DATE-DD < 1 OR WS-AGE-DATE-DD > 31
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE ZERO TO WS-AGE-IN-DAYS
               MOVE 4 TO WS-AGE-BUCKET-SUB
           ELSE
               COMPUTE WS-AGE-IN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-CCYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-CCYYMMDD)
               EVALUATE TRUE
                   WHEN WS-AGE-IN-DAYS NOT > 30
                       MOVE 1 TO WS-AGE-BUCKET-SUB
                   WHEN WS-AGE-IN-DAYS NOT > 60
                       MOVE 2 TO WS-AGE-BUCKET-SUB
                   WHEN WS-AGE-IN-DAYS NOT > 90
                       MOVE 3 TO WS-AGE-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-BUCKET-SUB
               END-EVALUATE
           END-IF
           IF SU-CREDIT-TRANSACTION
               COMPUTE WS-SIGNED-AMOUNT = SU-TRANSACTION-AMOUNT * -1
           ELSE
               MOVE SU-TRANSACTION-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-BUCKET-COUNT(WS-AGE-BUCKET-SUB)
           ADD WS-SIGNED-AMOUNT TO WS-BUCKET-AMOUNT(WS-AGE-BUCKET-SUB)
           ADD WS-SIGNED-AMOUNT TO WS-GRAND-AMOUNT
           EVALUATE TRUE
               WHEN SU-ITEM-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN SU-ITEM-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-IN-BATCH-COUNT
           END-EVALUATE.

       32000-PRINT-SUSPENSE-ITEM.
           MOVE SU-SUSPENSE-KEY TO DETAIL-SUSPENSE-KEY
           EVALUATE TRUE
               WHEN SU-ITEM-OPEN
                   MOVE 'OPEN' TO DETAIL-ITEM-STATUS
               WHEN SU-ITEM-RELEASED
                   MOVE 'RELEASED' TO DETAIL-ITEM-STATUS
               WHEN OTHER
                   MOVE 'RECYCLE' TO DETAIL-ITEM-STATUS
           END-EVALUATE
           MOVE SU-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE SU-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE SU-INVOICE-NUMBER TO DETAIL-INVOICE-NUMBER
           MOVE WS-SIGNED-AMOUNT TO DETAIL-SIGNED-AMOUNT
           MOVE WS-AGE-IN-DAYS TO DETAIL-DAYS-OUTSTANDING
           MOVE WS-BUCKET-LABEL(WS-AGE-BUCKET-SUB) TO
               DETAIL-BUCKET-LABEL
           MOVE SU-REJECT-COUNT TO DETAIL-REJECT-COUNT
           MOVE SU-REJECT-REASON TO DETAIL-REJECT-REASON
           WRITE AGING-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           PERFORM 20000-HEADING-ROUTINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO BUCKET-LINE-LABEL
               MOVE WS-BUCKET-COUNT(WS-BUCKET-SUB) TO BUCKET-LINE-COUNT
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-SUB) TO
                   BUCKET-LINE-AMOUNT
               WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
               AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'TOTAL SUSPENSE' TO BUCKET-LINE-LABEL
           MOVE WS-ITEM-COUNT TO BUCKET-LINE-COUNT
           MOVE WS-GRAND-AMOUNT TO BUCKET-LINE-AMOUNT
           WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-OPEN-COUNT TO COUNT-OPEN-COUNT
           MOVE WS-RELEASED-COUNT TO COUNT-RELEASED-COUNT
           MOVE WS-IN-BATCH-COUNT TO COUNT-IN-BATCH-COUNT
           MOVE WS-BAD-DATE-COUNT TO COUNT-BAD-DATE-COUNT
           WRITE AGING-RPT-RECORD FROM WS-RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES
           IF WS-SUSPENSE-FILE-STATUS NOT = '35'
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE AGING-REPORT-FILE.
       END PROGRAM PROG31.
