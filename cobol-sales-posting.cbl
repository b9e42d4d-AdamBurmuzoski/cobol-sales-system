      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. DAILY SALES TRANSACTION FILE (SALESTRN)       **
      ***              - BRANCH DAILIES AND PROG30 RECYCLE BATCHES  **
      ***           2. CUSTOMER MASTER FILE (INDEXED, I/O)           **
      ***           3. CUSTOMER SALES HISTORY (INDEXED, I/O)         **
      ***           4. PERIOD CONTROL FILE (PERCTL - INDEXED)        **
      ***           5. REJECT SUSPENSE FILE (SUSPENSE - INDEXED,     **
      ***              I/O)                                          **
      ***           6. PRODUCT MASTER FILE (PRODMAST - INDEXED)      **
      ***  OUTPUT:  1. CUSTOMER MASTER FILE (INDEXED, UPDATED)       **
      ***           2. CUSTOMER SALES HISTORY (CUSTHIST, UPDATED)    **
      ***           3. INVOICE DETAIL HISTORY (INVDETL, EXTENDED)    **
      ***           4. GL JOURNAL EXTRACT (GLEXTR)                   **
      ***           5. SALES POSTING REGISTER                        **
      ***           6. REJECT SUSPENSE FILE (SUSPENSE, UPDATED)      **
      ***                                                            **
      ***  PURPOSE:  POSTS DAILY INVOICE AND CREDIT-MEMO AMOUNTS     **
      ***            DIRECTLY TO CM-CURRENT-YTD-SALES ON THE        **
      ***            EVERY TRANSACTION WITH ITS BEFORE/AFTER        **
      ***            BALANCE, A PER-BATCH RECAP OF WHAT APPLIED     **
      ***            AND WHAT WAS REFUSED, AND A REJECTS SECTION    **
      ***            FOR EVERY TRANSACTION NOT POSTED - UNKNOWN     **
      ***            CUSTOMER, OVER-CREDIT, INVOICE DATE IN A       **
      ***            PERIOD CLOSED ON PERCTL, OR A MISSING,         **
      ***            UNKNOWN OR INACTIVE PRODUCT CODE. EACH OF      **
      ***            THOSE REJECTS GOES TO THE SUSPENSE FILE TO BE  **
      ***            WORKED THROUGH PROG29. A BATCH BUILT BY THE    **
      ***            PROG30 RECYCLE RUN ARRIVES ON SALESTRN LIKE    **
      ***            ANY OTHER; EACH OF ITS TRANSACTIONS CARRIES    **
      ***            ITS SUSPENSE KEY AND POSTS ONLY WHILE THAT     **
      ***            ITEM IS STILL IN A RECYCLE BATCH. A RUN WHOSE  **
      ***            OWN POSTING MONTH IS CLOSED ON PERCTL IS       **
      ***            REFUSED WHOLE.                                 **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***      WITH A TRAILER THAT TIES BACK TO THE APPLIED        **
      ***      TOTAL - SO FINANCE NO LONGER RE-KEYS THE REGISTER   **
      ***      TOTALS INTO THE GENERAL LEDGER BY HAND              **
      ***  06.  10/15/2026 Adam Burmuzoski REFUSE ANY TRANSACTION   **
      ***      WHOSE INVOICE DATE FALLS IN A PERIOD THE PROG25     **
      ***      MONTH-END CLOSE HAS MARKED CLOSED ON PERCTL - IT    **
      ***      GOES TO THE REJECTS SECTION WITH THE CLOSED PERIOD  **
      ***      IN THE REASON, SO A LATE BATCH CAN NO LONGER MOVE   **
      ***      A MONTH THAT HAS ALREADY BEEN REPORTED AS FINAL     **
      ***  07.  10/15/2026 Adam Burmuzoski WRITE EVERY REJECTED     **
      ***      TRANSACTION (UNKNOWN CUSTOMER, OVER-CREDIT, CLOSED   **
      ***      PERIOD) TO THE PERSISTENT REJECT SUSPENSE FILE WITH  **
      ***      ITS REASON, ORIGINAL BATCH AND DATE FIRST REJECTED.  **
      ***      A TRANSACTION RECYCLED BY PROG30 CARRIES ITS         **
      ***      SUSPENSE KEY - POSTING IT CLOSES THE ITEM, AND A     **
      ***      SECOND REJECT UPDATES THE SAME ITEM                  **
      ***  08.  10/15/2026 Adam Burmuzoski CARRY A PRODUCT CODE ON  **
      ***      EVERY SALESTRN TRANSACTION, VALIDATE IT AGAINST THE  **
      ***      PRODUCT MASTER (PRODMAST, MAINTAINED BY PROG33) AND  **
      ***      WRITE IT TO INVDETL AND SUSPENSE. A MISSING OR       **
      ***      UNKNOWN CODE, OR AN INVOICE FOR AN INACTIVE PRODUCT, **
      ***      IS REJECTED TO SUSPENSE LIKE ANY OTHER REJECT        **
      ***  09.  10/15/2026 Adam Burmuzoski POST A RECYCLED          **
      ***      TRANSACTION ONLY WHILE ITS SUSPENSE ITEM IS IN A     **
      ***      RECYCLE BATCH - ONE ALREADY POSTED, WRITTEN OFF, OR  **
      ***      NOT ON FILE IS REJECTED UNPOSTED AND ITS ITEM LEFT   **
      ***      ALONE. A REFUSED BATCH RETURNS ITS RECYCLED ITEMS TO **
      ***      RELEASED SO PROG30 PICKS THEM UP AGAIN               **
      ***  10.  10/15/2026 Adam Burmuzoski REFUSE THE WHOLE RUN     **
      ***      WHEN ITS OWN POSTING MONTH IS CLOSED ON PERCTL -     **
      ***      HISTORY, INVDETL AND GLEXTR ARE ALL DATED BY THE     **
      ***      POSTING DATE, NOT THE INVOICE DATE                   **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-CCYYMM
               FILE STATUS IS WS-PERCTL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDETL.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR.
           SELECT POSTING-REPORT-FILE ASSIGN TO PRINT006.
           05 ST-TRANSACTION-AMOUNT      PIC S9(7)V99.
           05 ST-INVOICE-NUMBER          PIC 9(06).
           05 ST-INVOICE-DATE            PIC 9(08).
      *    BLANK ON A TRANSACTION KEYED BY A BRANCH. ON ONE WRITTEN
      *    BY THE PROG30 SUSPENSE RECYCLE RUN IT CARRIES THE KEY OF
      *    THE SUSPENSE ITEM IT CAME FROM.
           05 ST-SUSPENSE-KEY            PIC X(21).
           05 ST-PRODUCT-CODE            PIC X(03).
           05 FILLER                     PIC X(27).

      *    BATCH HEADER - ONE PER BATCH ON SALESTRN, EACH STARTING
      *    ITS OWN BATCH. THE CONTROL AMOUNT IS THE SIGNED SUM OF
           05 CH-PRIOR-MONTH-SALES OCCURS 12 TIMES
                                         PIC S9(7)V99 COMP-3.

      *    ONE RECORD PER PERIOD THE PROG25 MONTH-END CLOSE HAS
      *    EVER CLOSED; THE PERIOD IS CLOSED ONLY WHILE ITS STATUS
      *    IS 'C' (A REOPENED PERIOD KEEPS ITS RECORD AS 'R'). THE
      *    SAME LAYOUT APPEARS IN PROG25, WHICH MAINTAINS IT.
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

      *    ONE RECORD PER REJECTED TRANSACTION, KEPT UNTIL IT IS
      *    POSTED OR WRITTEN OFF. THE KEY IS THE DATE AND RUN TIME IT
      *    WAS FIRST REJECTED PLUS ITS BATCH AND POSITION IN THAT
      *    BATCH, SO IT NEVER CHANGES HOWEVER OFTEN THE ITEM IS
      *    CORRECTED AND RECYCLED. PROG29 CORRECTS, RELEASES AND
      *    WRITES OFF ITEMS, PROG30 RECYCLES RELEASED ITEMS, AND
      *    PROG31 AGES WHAT IS STILL OPEN - THE SAME LAYOUT APPEARS
      *    IN ALL THREE.
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

      *    ONE RECORD PER PRODUCT, MAINTAINED BY PROG33. AN INVOICE
      *    POSTS ONLY FOR AN ACTIVE PRODUCT; A CREDIT MEMO MAY STILL
      *    POST AGAINST A PRODUCT SINCE DEACTIVATED, SINCE IT
      *    REVERSES A SALE MADE WHILE THE PRODUCT WAS ACTIVE.
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

      *    PERMANENT INVOICE DETAIL HISTORY - ONE RECORD APPENDED PER
      *    POSTED TRANSACTION, NEVER REWRITTEN, SO EVERY INVOICE AND
      *    CREDIT BEHIND CM-CURRENT-YTD-SALES STAYS ON FILE AFTER THE
      *    BATCH IS APPLIED. THE SAME LAYOUT APPEARS IN PROG14, WHICH
      *    PRINTS THE INVOICE DETAIL INQUIRY FROM IT, AND PROG34,
      *    WHICH PRINTS THE PRODUCT SALES ANALYSIS. THE PRODUCT CODE
      *    IS BLANK ON LINES POSTED BEFORE IT WAS CARRIED.
       FD  INVOICE-DETAIL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  INVOICE-DETAIL-RECORD.
           05 ID-TRANSACTION-CODE        PIC X(01).
           05 ID-SIGNED-AMOUNT           PIC S9(7)V99.
           05 ID-POSTING-DATE            PIC 9(08).
           05 ID-PRODUCT-CODE            PIC X(03).

      *    BALANCED GL JOURNAL EXTRACT IN THE FIXED LAYOUT THE GL
      *    LOAD ACCEPTS - A DR/CR PAIR PER BRANCH WITH APPLIED
           05 WS-ANY-BATCH-REFUSED-SW  PIC X   VALUE 'N'.
               88 WS-ANY-BATCH-REFUSED          VALUE 'Y'.
               88 WS-NO-BATCH-REFUSED           VALUE 'N'.
           05 WS-PERCTL-OPEN-SW        PIC X   VALUE 'N'.
               88 WS-PERCTL-IS-OPEN             VALUE 'Y'.
               88 WS-PERCTL-NOT-OPEN            VALUE 'N'.

       01  WS-PGM-VARS.
           05  WS-LINE-CTR           PIC 9(02)  VALUE  0.
           05  WS-MAX-LINES-PER-PAGE PIC 9(02)  VALUE  54.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-CUSTHIST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-PERCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-PRODMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-PRODUCT-REJECT-MESSAGE PIC X(30) VALUE SPACES.
           05  WS-RECYCLE-REJECT-MESSAGE PIC X(30) VALUE SPACES.
      *    THE LAST PERIOD LOOKED UP ON PERCTL AND WHETHER IT WAS
      *    CLOSED - A BATCH IS NEARLY ALWAYS ONE OR TWO MONTHS, SO
      *    MOST TRANSACTIONS NEVER TOUCH THE FILE.
           05  WS-HOLD-PERIOD-CCYYMM PIC 9(06)  VALUE ZERO.
           05  WS-POSTING-PERIOD-SW  PIC X      VALUE 'N'.
               88 WS-POSTING-PERIOD-CLOSED      VALUE 'Y'.
               88 WS-POSTING-PERIOD-OPEN        VALUE 'N'.
      *    WHETHER THIS RUN'S OWN POSTING MONTH IS CLOSED ON PERCTL.
           05  WS-RUN-PERIOD-SW      PIC X      VALUE 'N'.
               88 WS-RUN-PERIOD-CLOSED          VALUE 'Y'.
               88 WS-RUN-PERIOD-OPEN            VALUE 'N'.
           05  WS-MONTH-SUB          PIC 9(02)  VALUE ZERO.
           05  WS-HISTORY-ON-FILE-SW PIC X      VALUE 'N'.
               88 WS-HISTORY-ON-FILE            VALUE 'Y'.
               88 WS-GL-SUSPENSE-ACTIVE        VALUE 'Y'.
           05  WS-GL-SUSPENSE-AMOUNT     PIC S9(9)V99 COMP-3
           VALUE ZERO.
           05  WS-SUSPENDED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-RESUSPENDED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SUSPENSE-CLEARED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-RECYCLE-RETURNED-COUNT PIC 9(04) VALUE ZERO.

      *    APPLIED SIGNED AMOUNTS SUMMED BY THE CUSTOMER'S BRANCH,
      *    POSTED TO GLEXTR AS ONE DR/CR PAIR PER BRANCH AT END OF
           05  WS-POST-AMOUNT            PIC S9(7)V99 COMP-3.
           05  WS-POST-INVOICE-NUMBER    PIC 9(06).
           05  WS-POST-INVOICE-DATE      PIC 9(08).
           05  WS-POST-INVOICE-DATE-R REDEFINES WS-POST-INVOICE-DATE.
               10  WS-POST-INVOICE-CCYYMM    PIC 9(06).
               10  FILLER                    PIC 9(02).
           05  WS-POST-SUSPENSE-KEY      PIC X(21).
           05  WS-POST-PRODUCT-CODE      PIC X(03).

      *    THE BATCH IN PROGRESS IS BUFFERED HERE UNTIL ITS HEADER
      *    PROOF PASSES - NOTHING TOUCHES THE MASTER UNTIL THE
               10  WS-TRAN-TBL-AMOUNT          PIC S9(7)V99 COMP-3.
               10  WS-TRAN-TBL-INVOICE-NBR     PIC 9(06).
               10  WS-TRAN-TBL-INVOICE-DATE    PIC 9(08).
               10  WS-TRAN-TBL-SUSPENSE-KEY    PIC X(21).
               10  WS-TRAN-TBL-PRODUCT-CODE    PIC X(03).
           05  WS-BATCH-TRAN-HELD-COUNT    PIC 9(04) VALUE ZERO.

      *    ONE RECAP ENTRY PER BATCH ON THE FILE, PRINTED AS ITS
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  TOTAL-REJECTED-AMOUNT       PIC -9,999,999,999.99.

       01  WS-RPT-SUSPENSE-LINE.
           05  FILLER                      PIC X(14)
           VALUE 'TO SUSPENSE:'.
           05  SUSPENSE-NEW-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(22)
           VALUE 'RECYCLED, REJECTED:'.
           05  SUSPENSE-AGAIN-COUNT        PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(22)
           VALUE 'RECYCLED, POSTED:'.
           05  SUSPENSE-CLEARED-COUNT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       00000-MAIN-LINE-ROUTINE.
           PERFORM 10000-INITIALIZATION-ROUTINE
                   MOVE 8 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER-FILE
               ELSE
                   PERFORM 27000-OPEN-PERIOD-CONTROL
                   IF WS-PERCTL-FILE-STATUS NOT = '00'
                      AND WS-PERCTL-FILE-STATUS NOT = '35'
                       MOVE 'PERIOD CONTROL OPEN FAILED - NONE APPLIED'
                       TO BALANCE-MESSAGE
                       MOVE 8 TO RETURN-CODE
                       CLOSE CUSTOMER-MASTER-FILE
                       CLOSE CUSTOMER-HISTORY-FILE
                   ELSE
                       IF WS-RUN-PERIOD-CLOSED
                           MOVE SPACES TO BALANCE-MESSAGE
                           STRING 'POSTING MONTH ' PC-PERIOD-CCYYMM
                               ' IS CLOSED - NONE APPLIED'
                               DELIMITED BY SIZE INTO BALANCE-MESSAGE
                           DISPLAY 'PROG06: POSTING MONTH '
                               PC-PERIOD-CCYYMM ' IS CLOSED ON PERCTL'
                               ' - NOTHING APPLIED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE CUSTOMER-MASTER-FILE
                           CLOSE CUSTOMER-HISTORY-FILE
                           CLOSE PERIOD-CONTROL-FILE
                       ELSE
                           PERFORM 28000-OPEN-SUSPENSE-FILE
                           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                               MOVE
                                   'SUSPENSE OPEN FAILED - NONE APPLIED'
                                   TO BALANCE-MESSAGE
                               MOVE 8 TO RETURN-CODE
                               CLOSE CUSTOMER-MASTER-FILE
                               CLOSE CUSTOMER-HISTORY-FILE
                               IF WS-PERCTL-IS-OPEN
                                   CLOSE PERIOD-CONTROL-FILE
                               END-IF
                           ELSE
                               PERFORM 29000-OPEN-PRODUCT-MASTER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   ' - NOTHING APPLIED'
           END-IF.

      *    A MISSING PERIOD CONTROL FILE (STATUS 35) MEANS NO
      *    PERIOD HAS EVER BEEN CLOSED - EVERYTHING POSTS, AS IT
      *    DID BEFORE PROG25 EXISTED. ANY OTHER OPEN FAILURE
      *    REFUSES THE RUN: POSTING WITHOUT THE LOCKOUT COULD MOVE
      *    A MONTH ALREADY REPORTED AS FINAL. CUSTHIST, INVDETL AND
      *    GLEXTR ARE ALL BUCKETED BY THE POSTING DATE, SO A RUN
      *    WHOSE OWN MONTH IS CLOSED WOULD MOVE THAT MONTH WHATEVER
      *    THE INVOICE DATES - 25000 REFUSES IT.
       27000-OPEN-PERIOD-CONTROL.
           SET WS-RUN-PERIOD-OPEN TO TRUE
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE WS-PERCTL-FILE-STATUS
               WHEN '00'
                   SET WS-PERCTL-IS-OPEN TO TRUE
                   MOVE WS-CURRENT-DATE(1:6) TO PC-PERIOD-CCYYMM
                   READ PERIOD-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-PERIOD-CLOSED
                               SET WS-RUN-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROG06: PERIOD CONTROL FILE COULD NOT BE '
                       'OPENED - STATUS ' WS-PERCTL-FILE-STATUS
                       ' - NOTHING APPLIED'
           END-EVALUATE.

      *    A MISSING SUSPENSE FILE (STATUS 35) IS CREATED EMPTY ON
      *    THE SPOT, THE SAME AS A MISSING HISTORY FILE. ANY OTHER
      *    OPEN FAILURE REFUSES THE RUN - A REJECT WITH NOWHERE TO
      *    GO WOULD BE BACK ON PAPER.
       28000-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'PROG06: REJECT SUSPENSE FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-SUSPENSE-FILE-STATUS
                   ' - NOTHING APPLIED'
           END-IF.

      *    THE PRODUCT MASTER IS REQUIRED - EVERY TRANSACTION IS
      *    VALIDATED AGAINST IT, AND POSTING WITHOUT IT WOULD PUT
      *    UNCHECKED PRODUCT CODES ON INVDETL. ANY OPEN FAILURE,
      *    MISSING FILE INCLUDED, REFUSES THE RUN; PROG33 CREATES
      *    IT.
       29000-OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG06: PRODUCT MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-PRODMAST-FILE-STATUS
                   ' - NOTHING APPLIED'
               MOVE 'PRODUCT MASTER OPEN FAILED - NONE APPLIED'
               TO BALANCE-MESSAGE
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-HISTORY-FILE
               IF WS-PERCTL-IS-OPEN
                   CLOSE PERIOD-CONTROL-FILE
               END-IF
               CLOSE SUSPENSE-FILE
           ELSE
               OPEN EXTEND INVOICE-DETAIL-FILE
               SET WS-POSTING-FILES-OPEN TO TRUE
           END-IF.

       11000-PROCESS-TRANSACTION-FILE.
           OPEN INPUT SALES-TRANSACTION-FILE
           SET THERE-ARE-MORE-RECORDS TO TRUE
           CLOSE INVOICE-DETAIL-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-HISTORY-FILE
           IF WS-PERCTL-IS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE PRODUCT-MASTER-FILE
           PERFORM 43000-WRITE-GL-EXTRACT
           IF WS-BATCH-NUMBER = ZERO
               MOVE 'EMPTY TRANSACTION FILE - NOTHING APPLIED'
               MOVE ST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
               MOVE ST-INVOICE-NUMBER TO WS-POST-INVOICE-NUMBER
               MOVE ST-INVOICE-DATE TO WS-POST-INVOICE-DATE
               MOVE ST-SUSPENSE-KEY TO WS-POST-SUSPENSE-KEY
               MOVE ST-PRODUCT-CODE TO WS-POST-PRODUCT-CODE
               PERFORM 13000-SIGN-TRANSACTION-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-BATCH-CONTROL-AMOUNT
               IF WS-BATCH-TRAN-HELD-COUNT < 2000
                       WS-TRAN-TBL-INVOICE-NBR(WS-TRAN-IDX)
                   MOVE WS-POST-INVOICE-DATE TO
                       WS-TRAN-TBL-INVOICE-DATE(WS-TRAN-IDX)
                   MOVE WS-POST-SUSPENSE-KEY TO
                       WS-TRAN-TBL-SUSPENSE-KEY(WS-TRAN-IDX)
                   MOVE WS-POST-PRODUCT-CODE TO
                       WS-TRAN-TBL-PRODUCT-CODE(WS-TRAN-IDX)
               ELSE
                   SET WS-BATCH-TOO-LARGE TO TRUE
               END-IF
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROG06: BATCH ' WS-BATCH-NUMBER ' '
                   BATCH-HEADING-MESSAGE
               PERFORM 15700-RETURN-RECYCLED-ITEMS
           END-IF
           PERFORM 17000-SAVE-BATCH-RECAP
           SET WS-NO-BATCH-IN-PROGRESS TO TRUE
           ADD 2 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    A REFUSED BATCH POSTS NOTHING, SO ANY RECYCLED ITEM IN IT
      *    STILL IN ITS RECYCLE BATCH GOES BACK TO RELEASED - PROG29
      *    WILL NOT TOUCH AN ITEM IN A RECYCLE BATCH, AND THE NEXT
      *    PROG30 RUN PICKS IT UP AGAIN INTO A FRESH, PROVED BATCH.
       15700-RETURN-RECYCLED-ITEMS.
           MOVE ZERO TO WS-RECYCLE-RETURNED-COUNT
           PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-BATCH-TRAN-HELD-COUNT
               IF WS-TRAN-TBL-SUSPENSE-KEY(WS-TRAN-IDX) IS NUMERIC
                   MOVE WS-TRAN-TBL-SUSPENSE-KEY(WS-TRAN-IDX) TO
                       SU-SUSPENSE-KEY
                   READ SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SU-ITEM-IN-RECYCLE-BATCH
                               PERFORM 15750-RETURN-RECYCLED-ITEM
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-RECYCLE-RETURNED-COUNT > ZERO
               DISPLAY 'PROG06: BATCH ' WS-BATCH-NUMBER ' - '
                   WS-RECYCLE-RETURNED-COUNT
                   ' RECYCLED ITEMS RETURNED TO RELEASED'
           END-IF.

       15750-RETURN-RECYCLED-ITEM.
           SET SU-ITEM-RELEASED TO TRUE
           MOVE WS-CURRENT-DATE TO SU-LAST-ACTION-DATE
           MOVE 'PROG06 BATCH REFUSED' TO SU-LAST-ACTION-BY
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'PROG06: SUSPENSE REWRITE FAILED FOR '
                       SU-SUSPENSE-KEY ' - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-RECYCLE-RETURNED-COUNT
           END-REWRITE.

       16000-APPLY-CURRENT-BATCH.
           PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-BATCH-TRAN-HELD-COUNT
                   WS-POST-INVOICE-NUMBER
               MOVE WS-TRAN-TBL-INVOICE-DATE(WS-TRAN-IDX) TO
                   WS-POST-INVOICE-DATE
               MOVE WS-TRAN-TBL-SUSPENSE-KEY(WS-TRAN-IDX) TO
                   WS-POST-SUSPENSE-KEY
               MOVE WS-TRAN-TBL-PRODUCT-CODE(WS-TRAN-IDX) TO
                   WS-POST-PRODUCT-CODE
               PERFORM 13000-SIGN-TRANSACTION-AMOUNT
               PERFORM 32000-POST-TO-MASTER
           END-PERFORM.
           END-IF.

       32000-POST-TO-MASTER.
           PERFORM 36900-CHECK-RECYCLED-ITEM
           IF WS-RECYCLE-REJECT-MESSAGE NOT = SPACES
               PERFORM 36950-REJECT-RECYCLED-ITEM
           ELSE
               PERFORM 32100-EDIT-AND-POST
           END-IF.

       32100-EDIT-AND-POST.
           PERFORM 36500-CHECK-POSTING-PERIOD
           IF WS-POSTING-PERIOD-CLOSED
               PERFORM 36000-REJECT-CLOSED-PERIOD
           ELSE
               PERFORM 36800-CHECK-PRODUCT-CODE
               IF WS-PRODUCT-REJECT-MESSAGE NOT = SPACES
                   PERFORM 36700-REJECT-PRODUCT-CODE
               ELSE
                   MOVE WS-POST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           PERFORM 34000-REJECT-TRANSACTION
                       NOT INVALID KEY
                           IF WS-POST-CREDIT-TRANSACTION
                              AND WS-POST-AMOUNT >
                                  CM-CURRENT-YTD-SALES
                               PERFORM 33000-REJECT-OVER-CREDIT
                           ELSE
                               PERFORM 32500-APPLY-TO-MASTER
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A TRANSACTION DATED IN A CLOSED PERIOD WOULD CHANGE A
      *    MONTH THE BRCHSUM EXTRACT, THE PROG09 TREND HISTORY AND
      *    THE PROG18 SETTLEMENT HAVE ALREADY TAKEN AS FINAL. IT IS
      *    REFUSED BEFORE THE MASTER IS READ AND GOES TO THE
      *    REJECTS SECTION WITH THE CLOSED PERIOD IN THE REASON; IT
      *    CAN BE RE-KEYED WITH A CURRENT INVOICE DATE OR POSTED
      *    AFTER A DELIBERATE PROG25 REOPEN.
       36000-REJECT-CLOSED-PERIOD.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-REJECTED-AMOUNT
           MOVE ZERO TO DETAIL-BEFORE-BALANCE
           MOVE ZERO TO DETAIL-AFTER-BALANCE
           MOVE SPACES TO DETAIL-RESULT-MESSAGE
           STRING 'REJECTED - ' WS-POST-INVOICE-CCYYMM
               ' IS CLOSED' DELIMITED BY SIZE
               INTO DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE
           PERFORM 34500-SAVE-REJECT-TO-TABLE
           PERFORM 34700-SUSPEND-TRANSACTION.

      *    AN INVOICE DATE THAT IS NOT NUMERIC CANNOT NAME A PERIOD
      *    AND IS LEFT TO POST, AS IT ALWAYS HAS.
       36500-CHECK-POSTING-PERIOD.
           IF WS-PERCTL-NOT-OPEN
              OR WS-POST-INVOICE-DATE IS NOT NUMERIC
               SET WS-POSTING-PERIOD-OPEN TO TRUE
               MOVE ZERO TO WS-HOLD-PERIOD-CCYYMM
           ELSE
               IF WS-POST-INVOICE-CCYYMM NOT = WS-HOLD-PERIOD-CCYYMM
                   MOVE WS-POST-INVOICE-CCYYMM TO
                       WS-HOLD-PERIOD-CCYYMM
                   MOVE WS-POST-INVOICE-CCYYMM TO PC-PERIOD-CCYYMM
                   SET WS-POSTING-PERIOD-OPEN TO TRUE
                   READ PERIOD-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-PERIOD-CLOSED
                               SET WS-POSTING-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A TRANSACTION WITH NO PRODUCT CODE, A CODE NOT ON
      *    PRODMAST, OR AN INVOICE FOR A PRODUCT PROG33 HAS
      *    DEACTIVATED IS REFUSED BEFORE THE MASTER IS READ. THE
      *    CODE CAN BE CORRECTED ON THE SUSPENSE ITEM THROUGH PROG29
      *    AND THE ITEM RECYCLED.
       36700-REJECT-PRODUCT-CODE.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-REJECTED-AMOUNT
           MOVE ZERO TO DETAIL-BEFORE-BALANCE
           MOVE ZERO TO DETAIL-AFTER-BALANCE
           MOVE WS-PRODUCT-REJECT-MESSAGE TO DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE
           PERFORM 34500-SAVE-REJECT-TO-TABLE
           PERFORM 34700-SUSPEND-TRANSACTION.

       36800-CHECK-PRODUCT-CODE.
           MOVE SPACES TO WS-PRODUCT-REJECT-MESSAGE
           IF WS-POST-PRODUCT-CODE = SPACES
               MOVE 'REJECTED - NO PRODUCT CODE' TO
                   WS-PRODUCT-REJECT-MESSAGE
           ELSE
               MOVE WS-POST-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED - PRODUCT NOT ON FILE' TO
                           WS-PRODUCT-REJECT-MESSAGE
                   NOT INVALID KEY
                       IF PM-PRODUCT-INACTIVE
                          AND NOT WS-POST-CREDIT-TRANSACTION
                           MOVE 'REJECTED - PRODUCT INACTIVE' TO
                               WS-PRODUCT-REJECT-MESSAGE
                       END-IF
               END-READ
           END-IF.

      *    A RECYCLED TRANSACTION IS CHECKED AGAINST ITS SUSPENSE
      *    ITEM BEFORE ANYTHING ELSE - IT MAY POST ONLY WHILE THE
      *    ITEM IS STILL IN THE RECYCLE BATCH PROG30 PUT IT IN. AN
      *    ITEM ALREADY POSTED (THE SAME RECYCLE BATCH RUN TWICE, OR
      *    A STALE COPY OF AN EARLIER ONE), WRITTEN OFF, BACK OPEN OR
      *    RELEASED, OR GONE FROM THE FILE MEANS THE AMOUNT IS NO
      *    LONGER OWED TO THE MASTER FROM THIS BATCH.
       36900-CHECK-RECYCLED-ITEM.
           MOVE SPACES TO WS-RECYCLE-REJECT-MESSAGE
           IF WS-POST-SUSPENSE-KEY IS NUMERIC
               MOVE WS-POST-SUSPENSE-KEY TO SU-SUSPENSE-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE 'REJECTED - ITEM NOT ON FILE' TO
                           WS-RECYCLE-REJECT-MESSAGE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SU-ITEM-IN-RECYCLE-BATCH
                               CONTINUE
                           WHEN SU-ITEM-POSTED
                               MOVE 'REJECTED - ITEM ALREADY POSTED' TO
                                   WS-RECYCLE-REJECT-MESSAGE
                           WHEN SU-ITEM-WRITTEN-OFF
                               MOVE 'REJECTED - ITEM WRITTEN OFF' TO
                                   WS-RECYCLE-REJECT-MESSAGE
                           WHEN OTHER
                               MOVE 'REJECTED - ITEM NOT RECYCLED' TO
                                   WS-RECYCLE-REJECT-MESSAGE
                       END-EVALUATE
               END-READ
           END-IF.

      *    THE TRANSACTION IS NOT POSTED AND, UNLIKE A DATA REJECT,
      *    IS NOT SUSPENDED - ITS ITEM IS LEFT EXACTLY AS IT IS, SO A
      *    POSTED OR WRITTEN-OFF ITEM IS NEVER REOPENED. IT STILL
      *    SHOWS IN THE REJECTS SECTION, AND THE RUN'S RETURN CODE
      *    FLAGS IT FOR THE SUSPENSE CLERK.
       36950-REJECT-RECYCLED-ITEM.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-REJECTED-AMOUNT
           MOVE 8 TO RETURN-CODE
           DISPLAY 'PROG06: RECYCLED ITEM ' WS-POST-SUSPENSE-KEY
               ' NOT POSTED - ' WS-RECYCLE-REJECT-MESSAGE
           MOVE ZERO TO DETAIL-BEFORE-BALANCE
           MOVE ZERO TO DETAIL-AFTER-BALANCE
           MOVE WS-RECYCLE-REJECT-MESSAGE TO DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE
           PERFORM 34500-SAVE-REJECT-TO-TABLE.

       32500-APPLY-TO-MASTER.
           MOVE CM-CURRENT-YTD-SALES TO WS-BEFORE-BALANCE
                   PERFORM 37000-POST-TO-HISTORY
                   PERFORM 38000-WRITE-INVOICE-DETAIL
                   PERFORM 39000-ACCUMULATE-GL-AMOUNT
                   IF WS-POST-SUSPENSE-KEY IS NUMERIC
                       PERFORM 34800-CLEAR-SUSPENSE-ITEM
                   END-IF
           END-REWRITE.

      *    THE BRANCH COMES OFF THE MASTER RECORD JUST POSTED, NOT
           MOVE 'REJECTED - CREDIT EXCEEDS YTD' TO
               DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE
           PERFORM 34500-SAVE-REJECT-TO-TABLE
           PERFORM 34700-SUSPEND-TRANSACTION.

      *    EVERY POSTED AMOUNT ALSO GOES INTO THIS MONTH'S BUCKET ON
      *    THE CUSTOMER'S HISTORY RECORD. A CUSTOMER WITH NO HISTORY
           MOVE WS-POST-TRAN-CODE TO ID-TRANSACTION-CODE
           MOVE WS-SIGNED-AMOUNT TO ID-SIGNED-AMOUNT
           MOVE WS-CURRENT-DATE TO ID-POSTING-DATE
           MOVE WS-POST-PRODUCT-CODE TO ID-PRODUCT-CODE
           WRITE INVOICE-DETAIL-RECORD.

      *    A GAP YEAR (NO POSTINGS AT ALL LAST YEAR) LEAVES PRIOR
           MOVE 'REJECTED - CUSTOMER NOT ON FILE' TO
               DETAIL-RESULT-MESSAGE
           PERFORM 35000-WRITE-REGISTER-LINE
           PERFORM 34500-SAVE-REJECT-TO-TABLE
           PERFORM 34700-SUSPEND-TRANSACTION.

       34500-SAVE-REJECT-TO-TABLE.
           IF WS-REJECT-TABLE-COUNT < 1000
                   'IN-SEQUENCE REGISTER LINES FOR THE FULL LIST)'
           END-IF.

      *    EVERY REJECT GOES TO SUSPENSE WITH THE REASON THAT
      *    PRINTED ON THE REGISTER. A FRESH REJECT OPENS A NEW ITEM;
      *    A RECYCLED ONE (IT CARRIES ITS SUSPENSE KEY) REOPENS ITS
      *    OWN ITEM, KEEPING THE DATE IT WAS FIRST REJECTED AND ITS
      *    ORIGINAL BATCH, SO ITS AGE KEEPS RUNNING. A RECYCLED KEY
      *    NO LONGER ON FILE IS WRITTEN BACK UNDER THE SAME KEY.
       34700-SUSPEND-TRANSACTION.
           IF WS-POST-SUSPENSE-KEY IS NUMERIC
               MOVE WS-POST-SUSPENSE-KEY TO SU-SUSPENSE-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       PERFORM 34750-BUILD-SUSPENSE-ITEM
                       MOVE WS-POST-SUSPENSE-KEY TO SU-SUSPENSE-KEY
                       PERFORM 34780-WRITE-SUSPENSE-ITEM
                   NOT INVALID KEY
                       SET SU-ITEM-OPEN TO TRUE
                       MOVE WS-POST-TRAN-CODE TO SU-TRANSACTION-CODE
                       MOVE WS-POST-CUSTOMER-NUMBER TO
                           SU-CUSTOMER-NUMBER
                       MOVE WS-POST-AMOUNT TO SU-TRANSACTION-AMOUNT
                       MOVE WS-POST-PRODUCT-CODE TO SU-PRODUCT-CODE
                       MOVE DETAIL-RESULT-MESSAGE TO SU-REJECT-REASON
                       MOVE WS-CURRENT-DATE TO SU-LAST-REJECT-DATE
                       ADD 1 TO SU-REJECT-COUNT
                       MOVE WS-CURRENT-DATE TO SU-LAST-ACTION-DATE
                       MOVE 'PROG06 REJECT' TO SU-LAST-ACTION-BY
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY
                               DISPLAY 'PROG06: SUSPENSE REWRITE '
                                   'FAILED FOR ' SU-SUSPENSE-KEY
                                   ' - STATUS '
                                   WS-SUSPENSE-FILE-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-RESUSPENDED-COUNT
                       END-REWRITE
               END-READ
           ELSE
               PERFORM 34750-BUILD-SUSPENSE-ITEM
               MOVE WS-CURRENT-DATE TO SU-FIRST-REJECT-DATE
               MOVE WS-CURRENT-TIME TO SU-REJECT-RUN-TIME
               MOVE WS-BATCH-NUMBER TO SU-ORIGINAL-BATCH-NUMBER
               SET SU-BATCH-SEQUENCE TO WS-TRAN-IDX
               PERFORM 34780-WRITE-SUSPENSE-ITEM
           END-IF.

       34750-BUILD-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD
           SET SU-ITEM-OPEN TO TRUE
           MOVE WS-POST-TRAN-CODE TO SU-TRANSACTION-CODE
           MOVE WS-POST-CUSTOMER-NUMBER TO SU-CUSTOMER-NUMBER
           MOVE WS-POST-AMOUNT TO SU-TRANSACTION-AMOUNT
           MOVE WS-POST-INVOICE-NUMBER TO SU-INVOICE-NUMBER
           MOVE WS-POST-INVOICE-DATE TO SU-INVOICE-DATE
           MOVE WS-POST-PRODUCT-CODE TO SU-PRODUCT-CODE
           MOVE DETAIL-RESULT-MESSAGE TO SU-REJECT-REASON
           MOVE WS-CURRENT-DATE TO SU-LAST-REJECT-DATE
           MOVE 1 TO SU-REJECT-COUNT
           MOVE WS-POST-CUSTOMER-NUMBER TO SU-ORIGINAL-CUSTOMER-NUMBER
           MOVE WS-POST-AMOUNT TO SU-ORIGINAL-AMOUNT
           MOVE WS-CURRENT-DATE TO SU-LAST-ACTION-DATE
           MOVE 'PROG06 REJECT' TO SU-LAST-ACTION-BY
           MOVE ZERO TO SU-RECYCLE-DATE
           MOVE ZERO TO SU-CLOSED-DATE.

       34780-WRITE-SUSPENSE-ITEM.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'PROG06: SUSPENSE WRITE FAILED FOR '
                       SU-SUSPENSE-KEY ' - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENDED-COUNT
           END-WRITE.

      *    A RECYCLED TRANSACTION THAT POSTS CLOSES ITS SUSPENSE
      *    ITEM. 36900 HAS ALREADY FOUND THE ITEM IN ITS RECYCLE
      *    BATCH, SO A FAILED READ OR REWRITE HERE IS AN I/O
      *    PROBLEM.
       34800-CLEAR-SUSPENSE-ITEM.
           MOVE WS-POST-SUSPENSE-KEY TO SU-SUSPENSE-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY 'PROG06: RECYCLED ITEM ' WS-POST-SUSPENSE-KEY
                       ' POSTED BUT COULD NOT BE RE-READ - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET SU-ITEM-POSTED TO TRUE
                   MOVE WS-CURRENT-DATE TO SU-CLOSED-DATE
                   MOVE WS-CURRENT-DATE TO SU-LAST-ACTION-DATE
                   MOVE 'PROG06 POSTED' TO SU-LAST-ACTION-BY
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY 'PROG06: SUSPENSE REWRITE FAILED '
                               'FOR ' SU-SUSPENSE-KEY ' - STATUS '
                               WS-SUSPENSE-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
                   END-REWRITE
           END-READ.

       35000-WRITE-REGISTER-LINE.
           MOVE WS-POST-TRAN-CODE TO DETAIL-TRANSACTION-CODE
           MOVE WS-POST-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE WS-REJECTED-AMOUNT TO TOTAL-REJECTED-AMOUNT
           WRITE POSTING-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           MOVE WS-SUSPENDED-COUNT TO SUSPENSE-NEW-COUNT
           MOVE WS-RESUSPENDED-COUNT TO SUSPENSE-AGAIN-COUNT
           MOVE WS-SUSPENSE-CLEARED-COUNT TO SUSPENSE-CLEARED-COUNT
           WRITE POSTING-RPT-RECORD FROM WS-RPT-SUSPENSE-LINE
           AFTER ADVANCING 1 LINE
           WRITE POSTING-RPT-RECORD FROM WS-RPT-BALANCE-LINE
           AFTER ADVANCING 2 LINES
           ADD 5 TO WS-LINE-CTR
           IF WS-RECAP-TABLE-COUNT > ZERO
               PERFORM 41000-PRINT-RECAP-SECTION
           END-IF
