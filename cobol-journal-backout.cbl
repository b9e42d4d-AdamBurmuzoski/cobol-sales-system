      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. MAINTENANCE JOURNAL (CUSTJRNL - WRITTEN BY   **
      ***              THE PROG03/17/35 RUN BEING BACKED OUT)        **
      ***           2. CUSTOMER MASTER FILE (INDEXED, I/O)           **
      ***           3. CUSTOMER SALES HISTORY (INDEXED, I/O)         **
      ***           4. INVOICE DETAIL HISTORY (INVDETL, I/O)         **
      ***           5. A/R OPEN ITEM FILE (AROPEN - INDEXED, I/O)    **
      ***  OUTPUT:  1. CUSTOMER MASTER FILE (INDEXED, RESTORED)      **
      ***           2. CUSTOMER SALES HISTORY (CUSTHIST, RESTORED)   **
      ***           3. INVOICE DETAIL HISTORY (INVDETL, RESTORED)    **
      ***           4. A/R OPEN ITEM FILE (AROPEN, RESTORED)         **
      ***           5. BACKOUT REPORT                                **
      ***                                                            **
      ***  PURPOSE:  BACKS OUT ONE PROG03 MAINTENANCE RUN. THE      **
      ***            JOURNAL IS LOADED AND APPLIED IN REVERSE       **
      ***            AFTERWARD (WITH AN EMPTY TRANSACTION FILE IF   **
      ***            NEED BE) TO REBUILD CUSTSLS FROM THE RESTORED  **
      ***            MASTER.                                         **
      ***            A PROG35 CUSTOMER MERGE JOURNAL ALSO           **
      ***            CARRIES CUSTHIST BEFORE-IMAGES (CODE H) AND    **
      ***            RE-POINTED INVDETL LINES (CODE I): THE HISTORY **
      ***            RECORDS ARE PUT BACK AS THEY STOOD, AND ONE    **
      ***            PASS OF INVDETL RETURNS EACH LINE TO THE       **
      ***            RETIRED CUSTOMER NUMBER. ITS AROPEN CHANGES    **
      ***            (CODE O) ARE UNDONE THE WAY MASTER CHANGES     **
      ***            ARE: A WRITTEN ITEM IS DELETED, A REWRITTEN    **
      ***            ONE GETS ITS BEFORE-IMAGE BACK, AND A DELETED  **
      ***            ONE IS WRITTEN BACK. CUSTHIST, INVDETL AND     **
      ***            AROPEN ARE OPENED ONLY WHEN THE JOURNAL NEEDS  **
      ***            THEM.                                          **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  08/22/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***  01.  10/15/2026 Adam Burmuzoski BACK OUT PROG35 MERGES    **
      ***  02.  10/15/2026 Adam Burmuzoski BACK OUT PROG35 AROPEN    **
      ***      MOVES (CODE O); JOURNAL TABLE SIZE HELD IN            **
      ***      WS-MAX-JOURNAL-ENTRIES                                **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
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
           SELECT BACKOUT-REPORT-FILE ASSIGN TO PRINT008.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHES THE CUSTJRNL RECORD WRITTEN BY PROG03'S
      *    34000-WRITE-JOURNAL-RECORD. SEE PROG35 FOR THE H, I AND O
      *    RECORDS' USE OF THE TWO IMAGE AREAS.
       FD  MAINTENANCE-JOURNAL-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01  MAINTENANCE-JOURNAL-RECORD.
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
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-CUSTOMER-NUMBER         PIC 9(05).
           05 FILLER                     PIC X(35).

      *    LAYOUT MATCHES THE OPEN-ITEM-RECORD IN PROG23 AND PROG24.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-OPEN-ITEM-KEY.
               10 OI-CUSTOMER-NUMBER     PIC 9(05).
               10 OI-INVOICE-NUMBER      PIC 9(06).
           05 OI-INVOICE-DATE            PIC 9(08).
           05 OI-BILLED-AMOUNT           PIC S9(7)V99 COMP-3.
           05 OI-PAID-AMOUNT             PIC S9(7)V99 COMP-3.
           05 OI-LAST-PAYMENT-DATE       PIC 9(08).
           05 FILLER                     PIC X(08).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-RPT-RECORD            PIC X(132).

           05 ARE-THERE-MORE-RECORDS   PIC X   VALUE 'Y'.
               88 THERE-ARE-MORE-RECORDS        VALUE 'Y'.
               88 THERE-ARE-NO-MORE-RECORDS     VALUE 'N'.
           05 WS-MORE-INVDETL-SW       PIC X   VALUE 'Y'.
               88 WS-MORE-INVDETL-RECORDS       VALUE 'Y'.
               88 WS-NO-MORE-INVDETL-RECORDS    VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-JOURNAL-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-INVDETL-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-INVDETL-RECORD-NUMBER PIC 9(09) VALUE ZERO.
           05  WS-HISTORY-ENTRY-COUNT PIC 9(05)  VALUE ZERO.
           05  WS-INVOICE-ENTRY-COUNT PIC 9(05)  VALUE ZERO.
           05  WS-OPEN-ITEM-ENTRY-COUNT PIC 9(05) VALUE ZERO.
           05  WS-AROPEN-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(30)  VALUE SPACES.

       01  WS-TOTALS.
           05  WS-ADDS-REMOVED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-CORRECTS-RESTORED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-DELETES-RESTORED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-HISTORY-RESTORED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-LINES-RESTORED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-OPEN-ITEMS-RESTORED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.

      *    THE WHOLE JOURNAL IS LOADED UP FRONT SO IT CAN BE APPLIED
      *    HAVE ITS LATER CHANGE BACKED OUT BEFORE ITS EARLIER ONE.
      *    10000 ENTRIES COVERS ANY REALISTIC MAINTENANCE RUN; IF
      *    THE JOURNAL IS LARGER THE RUN STOPS BEFORE TOUCHING THE
      *    MASTER RATHER THAN BACKING OUT ONLY PART OF IT. PROG35
      *    REFUSES A MERGE RUN WHOSE JOURNAL WOULD NOT FIT, SO
      *    WS-MAX-JOURNAL-ENTRIES HERE AND IN PROG35 MUST ALWAYS
      *    EQUAL THE OCCURS BELOW.
       01  WS-MAX-JOURNAL-ENTRIES        PIC 9(05) VALUE 10000.

       01  WS-JOURNAL-TABLE.
           05  WS-JOURNAL-ENTRY OCCURS 10000 TIMES
               INDEXED BY WS-JRNL-IDX.
               88 WS-JOURNAL-OVERFLOW               VALUE 'Y'.
               88 WS-JOURNAL-FITS                   VALUE 'N'.

      *    A MERGE JOURNAL'S H AND I RECORDS LAY THEIR OWN FIELDS
      *    OVER THE TWO IMAGE AREAS - THE LAYOUT PROG35 WRITES. AN
      *    H RECORD'S THREE PARTS ARE GATHERED BACK INTO ONE
      *    HISTORY IMAGE, LAST PART FIRST.
       01  WS-JOURNAL-IMAGE-WORK.
           05  WS-JRNL-IMAGES.
               10  WS-JRNL-BEFORE-IMAGE      PIC X(52).
               10  WS-JRNL-AFTER-IMAGE       PIC X(52).
           05  WS-JRNL-HISTORY-IMAGES REDEFINES WS-JRNL-IMAGES.
               10  WS-JH-CUSTOMER-NUMBER     PIC 9(05).
               10  WS-JH-ACTION              PIC X(01).
                   88 WS-JH-REWRITE-HISTORY          VALUE 'R'.
                   88 WS-JH-WRITE-HISTORY            VALUE 'W'.
                   88 WS-JH-DELETE-HISTORY           VALUE 'N'.
               10  WS-JH-PART                PIC 9(01).
               10  WS-JH-CHUNK               PIC X(43).
               10  FILLER                    PIC X(54).
           05  WS-JRNL-INVOICE-IMAGES REDEFINES WS-JRNL-IMAGES.
               10  WS-JI-RECORD-NUMBER       PIC 9(09).
               10  WS-JI-BEFORE-IMAGE        PIC X(40).
               10  WS-JI-BEFORE-FIELDS REDEFINES WS-JI-BEFORE-IMAGE.
                   15  WS-JI-CUSTOMER-NUMBER     PIC 9(05).
                   15  FILLER                    PIC X(35).
               10  WS-JI-AFTER-IMAGE         PIC X(40).
               10  FILLER                    PIC X(15).
           05  WS-JRNL-OPEN-ITEM-IMAGES REDEFINES WS-JRNL-IMAGES.
               10  WS-JO-ACTION              PIC X(01).
                   88 WS-JO-ITEM-WRITTEN             VALUE 'A'.
                   88 WS-JO-ITEM-REWRITTEN           VALUE 'C'.
                   88 WS-JO-ITEM-DELETED             VALUE 'D'.
               10  WS-JO-BEFORE-IMAGE        PIC X(49).
               10  WS-JO-BEFORE-FIELDS REDEFINES WS-JO-BEFORE-IMAGE.
                   15  WS-JO-BEFORE-CUSTOMER     PIC 9(05).
                   15  FILLER                    PIC X(44).
               10  WS-JO-AFTER-IMAGE         PIC X(49).
               10  WS-JO-AFTER-FIELDS REDEFINES WS-JO-AFTER-IMAGE.
                   15  WS-JO-AFTER-CUSTOMER      PIC 9(05).
                   15  FILLER                    PIC X(44).
               10  FILLER                    PIC X(05).
           05  WS-HISTORY-RESTORE-IMAGE  PIC X(129) VALUE SPACES.
           05  WS-HISTORY-RESTORE-CHUNKS
                   REDEFINES WS-HISTORY-RESTORE-IMAGE.
               10  WS-HISTORY-RESTORE-CHUNK  PIC X(43)
                                             OCCURS 3 TIMES.

       01  WS-CURRENT-DATE-N-TIME.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-DATE-CCYY    PIC 9(04)  VALUE 2024.
           05  FILLER                      PIC X(12)  VALUE 'ERRORS:'.
           05  TOTAL-ERROR-COUNT           PIC ZZZZ9.

       01  WS-RPT-MERGE-TOTAL-LINE.
           05  FILLER                      PIC X(18)
           VALUE 'HISTORY RESTORED:'.
           05  TOTAL-HISTORY-RESTORED      PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(24)
           VALUE 'INVOICE LINES RESTORED:'.
           05  TOTAL-LINES-RESTORED        PIC ZZZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(22)
           VALUE 'OPEN ITEMS RESTORED:'.
           05  TOTAL-OPEN-ITEMS-RESTORED   PIC ZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
           PERFORM 20000-HEADING-ROUTINE
           PERFORM 11000-LOAD-JOURNAL-TABLE
           IF WS-JOURNAL-FITS AND WS-JOURNAL-COUNT > ZERO
               PERFORM 13000-OPEN-MERGE-FILES
           END-IF
           IF WS-JOURNAL-FITS AND WS-JOURNAL-COUNT > ZERO
               PERFORM 30000-BACKOUT-JOURNAL
               IF WS-INVOICE-ENTRY-COUNT > ZERO
                   PERFORM 37000-RESTORE-INVOICE-LINES
               END-IF
           END-IF
           PERFORM 40000-FINISH-ROUTINE
           STOP RUN.
           READ MAINTENANCE-JOURNAL-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               IF WS-JOURNAL-COUNT < WS-MAX-JOURNAL-ENTRIES
                   ADD 1 TO WS-JOURNAL-COUNT
                   SET WS-JRNL-IDX TO WS-JOURNAL-COUNT
                   MOVE JR-TRANSACTION-CODE TO
                       WS-JRNL-TBL-BEFORE-IMAGE(WS-JRNL-IDX)
                   MOVE JR-AFTER-IMAGE TO
                       WS-JRNL-TBL-AFTER-IMAGE(WS-JRNL-IDX)
                   IF JR-TRANSACTION-CODE = 'H'
                       ADD 1 TO WS-HISTORY-ENTRY-COUNT
                   END-IF
                   IF JR-TRANSACTION-CODE = 'I'
                       ADD 1 TO WS-INVOICE-ENTRY-COUNT
                   END-IF
                   IF JR-TRANSACTION-CODE = 'O'
                       ADD 1 TO WS-OPEN-ITEM-ENTRY-COUNT
                   END-IF
               ELSE
                   SET WS-JOURNAL-OVERFLOW TO TRUE
                   SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'PROG08: JOURNAL EXCEEDS '
                       WS-MAX-JOURNAL-ENTRIES ' RECORDS - '
                       'RUN STOPPED, NOTHING BACKED OUT'
               END-IF
           END-READ.

      *    ONLY A MERGE JOURNAL NEEDS CUSTHIST, INVDETL OR AROPEN.
      *    IF ONE IS NEEDED AND WILL NOT OPEN, NOTHING IS BACKED
      *    OUT - HALF A MERGE PUT BACK IS WORSE THAN NONE.
       13000-OPEN-MERGE-FILES.
           IF WS-HISTORY-ENTRY-COUNT > ZERO
               OPEN I-O CUSTOMER-HISTORY-FILE
               IF WS-CUSTHIST-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG08: CUSTOMER HISTORY FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-CUSTHIST-FILE-STATUS
                       ' - NOTHING BACKED OUT'
                   SET WS-JOURNAL-OVERFLOW TO TRUE
                   MOVE 8 TO RETURN-CODE
                   MOVE ZERO TO WS-HISTORY-ENTRY-COUNT
               END-IF
           END-IF
           IF WS-INVOICE-ENTRY-COUNT > ZERO AND WS-JOURNAL-FITS
               OPEN I-O INVOICE-DETAIL-FILE
               IF WS-INVDETL-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG08: INVOICE DETAIL FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-INVDETL-FILE-STATUS
                       ' - NOTHING BACKED OUT'
                   SET WS-JOURNAL-OVERFLOW TO TRUE
                   MOVE 8 TO RETURN-CODE
                   MOVE ZERO TO WS-INVOICE-ENTRY-COUNT
                   IF WS-HISTORY-ENTRY-COUNT > ZERO
                       CLOSE CUSTOMER-HISTORY-FILE
                       MOVE ZERO TO WS-HISTORY-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-OPEN-ITEM-ENTRY-COUNT > ZERO AND WS-JOURNAL-FITS
               OPEN I-O OPEN-ITEM-FILE
               IF WS-AROPEN-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG08: A/R OPEN ITEM FILE COULD NOT '
                       'BE OPENED - STATUS ' WS-AROPEN-FILE-STATUS
                       ' - NOTHING BACKED OUT'
                   SET WS-JOURNAL-OVERFLOW TO TRUE
                   MOVE 8 TO RETURN-CODE
                   MOVE ZERO TO WS-OPEN-ITEM-ENTRY-COUNT
                   IF WS-HISTORY-ENTRY-COUNT > ZERO
                       CLOSE CUSTOMER-HISTORY-FILE
                       MOVE ZERO TO WS-HISTORY-ENTRY-COUNT
                   END-IF
                   IF WS-INVOICE-ENTRY-COUNT > ZERO
                       CLOSE INVOICE-DETAIL-FILE
                       MOVE ZERO TO WS-INVOICE-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF.

       30000-BACKOUT-JOURNAL.
           PERFORM VARYING WS-JRNL-IDX FROM WS-JOURNAL-COUNT BY -1
               UNTIL WS-JRNL-IDX < 1
                   PERFORM 31000-BACKOUT-ONE-ENTRY
           END-PERFORM.

      *    INVOICE LINES (I) ARE LEFT FOR THE SINGLE INVDETL PASS
      *    THAT FOLLOWS, AND AN H RECORD ONLY ACTS ON ITS LAST PART
      *    READ, SO NEITHER PRINTS A LINE HERE.
       31000-BACKOUT-ONE-ENTRY.
           MOVE SPACES TO WS-RESULT-MESSAGE
           EVALUATE WS-JRNL-TBL-TRAN-CODE(WS-JRNL-IDX)
               WHEN 'A'
                   PERFORM 32000-REMOVE-ADDED-CUSTOMER
                   PERFORM 33000-RESTORE-CORRECTED-CUSTOMER
               WHEN 'D'
                   PERFORM 34000-RESTORE-DELETED-CUSTOMER
               WHEN 'H'
                   PERFORM 36000-RESTORE-HISTORY-PART
               WHEN 'I'
                   CONTINUE
               WHEN 'O'
                   PERFORM 38000-RESTORE-OPEN-ITEM
               WHEN OTHER
                   MOVE 'UNKNOWN JOURNAL CODE' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 35000-WRITE-DETAIL-LINE
           END-IF.

       32000-REMOVE-ADDED-CUSTOMER.
           MOVE WS-JRNL-TBL-AFTER-IMAGE(WS-JRNL-IDX) TO
       35000-WRITE-DETAIL-LINE.
           MOVE WS-JRNL-TBL-TRAN-CODE(WS-JRNL-IDX) TO
               DETAIL-TRANSACTION-CODE
           EVALUATE WS-JRNL-TBL-TRAN-CODE(WS-JRNL-IDX)
               WHEN 'H'
                   MOVE WS-JH-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
               WHEN 'I'
                   MOVE WS-JI-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
               WHEN 'O'
                   IF WS-JO-ITEM-WRITTEN
                       MOVE WS-JO-AFTER-CUSTOMER TO
                           DETAIL-CUSTOMER-NUMBER
                   ELSE
                       MOVE WS-JO-BEFORE-CUSTOMER TO
                           DETAIL-CUSTOMER-NUMBER
                   END-IF
               WHEN OTHER
                   MOVE CM-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           END-EVALUATE
           MOVE WS-RESULT-MESSAGE TO DETAIL-RESULT-MESSAGE
           WRITE BACKOUT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    R PUTS THE SURVIVOR'S OWN HISTORY BACK, W WRITES THE
      *    RETIRED CUSTOMER'S HISTORY BACK ONTO THE FILE, AND N
      *    REMOVES THE HISTORY A SURVIVOR ONLY HAD BECAUSE OF THE
      *    MERGE.
       36000-RESTORE-HISTORY-PART.
           MOVE WS-JRNL-TBL-BEFORE-IMAGE(WS-JRNL-IDX) TO
               WS-JRNL-BEFORE-IMAGE
           MOVE WS-JRNL-TBL-AFTER-IMAGE(WS-JRNL-IDX) TO
               WS-JRNL-AFTER-IMAGE
           IF WS-JH-PART < 1 OR WS-JH-PART > 3
               MOVE 'UNKNOWN HISTORY PART' TO WS-RESULT-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-JH-CHUNK TO WS-HISTORY-RESTORE-CHUNK(WS-JH-PART)
               IF WS-JH-PART = 1
                   MOVE WS-HISTORY-RESTORE-IMAGE TO
                       CUSTOMER-HISTORY-RECORD
                   MOVE WS-JH-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER
                   PERFORM 36500-APPLY-HISTORY-IMAGE
                   MOVE SPACES TO WS-HISTORY-RESTORE-IMAGE
               END-IF
           END-IF.

       36500-APPLY-HISTORY-IMAGE.
           EVALUATE TRUE
               WHEN WS-JH-REWRITE-HISTORY
                   REWRITE CUSTOMER-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'HISTORY MISSING - NOT RESTORED'
                               TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'MERGED HISTORY RESTORED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-HISTORY-RESTORED-COUNT
                   END-REWRITE
               WHEN WS-JH-WRITE-HISTORY
                   WRITE CUSTOMER-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'HISTORY ON FILE - NOT RESTORED'
                               TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'RETIRED HISTORY RESTORED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-HISTORY-RESTORED-COUNT
                   END-WRITE
               WHEN WS-JH-DELETE-HISTORY
                   DELETE CUSTOMER-HISTORY-FILE
                       INVALID KEY
                           MOVE 'HISTORY MISSING - NOT REMOVED'
                               TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'MERGED HISTORY REMOVED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-HISTORY-RESTORED-COUNT
                   END-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN HISTORY ACTION' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *    PROG35 WROTE ITS I RECORDS IN INVDETL ORDER, SO ONE
      *    FORWARD PASS OF THE FILE MEETS THEM IN TURN. A LINE IS
      *    PUT BACK ONLY IF IT STILL MATCHES THE MERGE'S AFTER-IMAGE
      *    AT THE JOURNALED POSITION - ANYTHING ELSE MEANS INVDETL
      *    WAS CHANGED SINCE, AND THE LINE IS LEFT FOR A PERSON TO
      *    LOOK AT.
       37000-RESTORE-INVOICE-LINES.
           SET WS-JRNL-IDX TO 1
           PERFORM 37100-FIND-NEXT-INVOICE-ENTRY
           SET WS-MORE-INVDETL-RECORDS TO TRUE
           PERFORM 37200-RESTORE-ONE-INVOICE-LINE
               UNTIL WS-NO-MORE-INVDETL-RECORDS
                  OR WS-JRNL-IDX > WS-JOURNAL-COUNT
           PERFORM UNTIL WS-JRNL-IDX > WS-JOURNAL-COUNT
               MOVE 'INVOICE LINE NOT ON FILE' TO WS-RESULT-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               PERFORM 35000-WRITE-DETAIL-LINE
               SET WS-JRNL-IDX UP BY 1
               PERFORM 37100-FIND-NEXT-INVOICE-ENTRY
           END-PERFORM
           CLOSE INVOICE-DETAIL-FILE.

       37100-FIND-NEXT-INVOICE-ENTRY.
           PERFORM UNTIL WS-JRNL-IDX > WS-JOURNAL-COUNT
                      OR WS-JRNL-TBL-TRAN-CODE(WS-JRNL-IDX) = 'I'
               SET WS-JRNL-IDX UP BY 1
           END-PERFORM
           IF WS-JRNL-IDX NOT > WS-JOURNAL-COUNT
               MOVE WS-JRNL-TBL-BEFORE-IMAGE(WS-JRNL-IDX) TO
                   WS-JRNL-BEFORE-IMAGE
               MOVE WS-JRNL-TBL-AFTER-IMAGE(WS-JRNL-IDX) TO
                   WS-JRNL-AFTER-IMAGE
           END-IF.

       37200-RESTORE-ONE-INVOICE-LINE.
           READ INVOICE-DETAIL-FILE AT END
               SET WS-NO-MORE-INVDETL-RECORDS TO TRUE
           NOT AT END
               ADD 1 TO WS-INVDETL-RECORD-NUMBER
               IF WS-INVDETL-RECORD-NUMBER = WS-JI-RECORD-NUMBER
                   PERFORM 37300-PUT-BACK-INVOICE-LINE
                   PERFORM 35000-WRITE-DETAIL-LINE
                   SET WS-JRNL-IDX UP BY 1
                   PERFORM 37100-FIND-NEXT-INVOICE-ENTRY
               END-IF
           END-READ.

       37300-PUT-BACK-INVOICE-LINE.
           IF INVOICE-DETAIL-RECORD NOT = WS-JI-AFTER-IMAGE
               MOVE 'INVOICE CHANGED - NOT RESTORED' TO
                   WS-RESULT-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-JI-BEFORE-IMAGE TO INVOICE-DETAIL-RECORD
               REWRITE INVOICE-DETAIL-RECORD
               IF WS-INVDETL-FILE-STATUS = '00'
                   MOVE 'INVOICE LINE RE-POINTED BACK' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-LINES-RESTORED-COUNT
               ELSE
                   MOVE 'INVOICE LINE REWRITE FAILED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    AN O RECORD CARRIES PROG03'S ACTION LETTER FOR THE AROPEN
      *    CHANGE PROG35 MADE: AN ITEM IT WROTE FOR THE SURVIVOR IS
      *    DELETED, ONE IT REWROTE GETS ITS BEFORE-IMAGE BACK, AND A
      *    RETIRED CUSTOMER'S ITEM IT DELETED IS WRITTEN BACK.
       38000-RESTORE-OPEN-ITEM.
           MOVE WS-JRNL-TBL-BEFORE-IMAGE(WS-JRNL-IDX) TO
               WS-JRNL-BEFORE-IMAGE
           MOVE WS-JRNL-TBL-AFTER-IMAGE(WS-JRNL-IDX) TO
               WS-JRNL-AFTER-IMAGE
           EVALUATE TRUE
               WHEN WS-JO-ITEM-WRITTEN
                   MOVE WS-JO-AFTER-IMAGE TO OPEN-ITEM-RECORD
                   DELETE OPEN-ITEM-FILE
                       INVALID KEY
                           MOVE 'MOVED OPEN ITEM NOT ON FILE' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'MOVED OPEN ITEM REMOVED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-OPEN-ITEMS-RESTORED-COUNT
                   END-DELETE
               WHEN WS-JO-ITEM-REWRITTEN
                   MOVE WS-JO-BEFORE-IMAGE TO OPEN-ITEM-RECORD
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           MOVE 'OPEN ITEM NOT ON FILE' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'SURVIVOR OPEN ITEM RESTORED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-OPEN-ITEMS-RESTORED-COUNT
                   END-REWRITE
               WHEN WS-JO-ITEM-DELETED
                   MOVE WS-JO-BEFORE-IMAGE TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           MOVE 'OPEN ITEM ALREADY ON FILE' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'RETIRED OPEN ITEM RESTORED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-OPEN-ITEMS-RESTORED-COUNT
                   END-WRITE
               WHEN OTHER
                   MOVE 'UNKNOWN OPEN ITEM ACTION' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       20000-HEADING-ROUTINE.
           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO WS-RPT-H1-PAGE-NR
           MOVE WS-ERROR-COUNT TO TOTAL-ERROR-COUNT
           WRITE BACKOUT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           IF WS-HISTORY-ENTRY-COUNT > ZERO
              OR WS-INVOICE-ENTRY-COUNT > ZERO
              OR WS-OPEN-ITEM-ENTRY-COUNT > ZERO
               MOVE WS-HISTORY-RESTORED-COUNT TO TOTAL-HISTORY-RESTORED
               MOVE WS-LINES-RESTORED-COUNT TO TOTAL-LINES-RESTORED
               MOVE WS-OPEN-ITEMS-RESTORED-COUNT TO
                   TOTAL-OPEN-ITEMS-RESTORED
               WRITE BACKOUT-RPT-RECORD FROM WS-RPT-MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           END-IF
           IF WS-HISTORY-ENTRY-COUNT > ZERO
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF
           IF WS-OPEN-ITEM-ENTRY-COUNT > ZERO
               CLOSE OPEN-ITEM-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE BACKOUT-REPORT-FILE.
       END PROGRAM PROG08.
