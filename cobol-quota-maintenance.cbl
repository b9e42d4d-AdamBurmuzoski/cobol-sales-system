       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG26.
      *****************************************************************
      ***   CIS4373L PROG26 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. QUOTA MAINTENANCE TRANSACTION FILE (QUOTATRN) **
      ***           2. SALES QUOTA FILE (QUOTAMST - INDEXED, I/O)    **
      ***           3. SALES REP MASTER FILE (INDEXED, LOOKUP)       **
      ***           4. BRANCH MASTER FILE (INDEXED, LOOKUP)          **
      ***  OUTPUT:  1. SALES QUOTA FILE (INDEXED, UPDATED)           **
      ***           2. QUOTA MAINTENANCE AND LISTING REPORT          **
      ***                                                            **
      ***  PURPOSE:  ADDS, CORRECTS, AND DELETES MONTHLY SALES      **
      ***            QUOTAS ON THE INDEXED QUOTA FILE (QUOTAMST),   **
      ***            KEYED BY REP, BRANCH AND CCYYMM, SO THE        **
      ***            TARGETS MANAGEMENT SETS LIVE IN THE SYSTEM     **
      ***            INSTEAD OF A SPREADSHEET AND THE PROG27        **
      ***            ATTAINMENT REPORT CAN MEASURE AGAINST THEM. A  **
      ***            REP SELLING IN TWO BRANCHES CARRIES A QUOTA IN **
      ***            EACH. EVERY TRANSACTION IS FIELD-EDITED, AND   **
      ***            AN ADD MUST NAME A REP ON REPMAST AND A BRANCH **
      ***            ON BRCHMAST. THE REPORT ENDS WITH A LISTING OF **
      ***            EVERY QUOTA LEFT ON FILE, THE WAY PROG15 LISTS **
      ***            THE COMMISSION TIER PLANS.                      **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-TRANSACTION-FILE ASSIGN TO QUOTATRN.
           SELECT QUOTA-MASTER-FILE ASSIGN TO QUOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTA-KEY
               FILE STATUS IS WS-QUOTAMST-FILE-STATUS.
           SELECT SALES-REP-MASTER-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SALES-REP-NUMBER
               FILE STATUS IS WS-REPMAST-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-NUMBER
               FILE STATUS IS WS-BRCHMAST-FILE-STATUS.
           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO PRINT026.

       DATA DIVISION.
       FILE SECTION.
      *    THE NUMERIC FIELDS ARE DECLARED ALPHANUMERIC HERE SO THEY
      *    CAN BE CLASS-TESTED BEFORE ANYTHING TRUSTS THEM - THE
      *    SAME DEVICE PROG05 AND PROG15 USE ON THEIR TRANSACTIONS.
       FD  QUOTA-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  QUOTA-TRANSACTION-RECORD.
           05 QT-TRANSACTION-CODE        PIC X(01).
               88 QT-ADD-TRANSACTION             VALUE 'A'.
               88 QT-CORRECT-TRANSACTION         VALUE 'C'.
               88 QT-DELETE-TRANSACTION          VALUE 'D'.
           05 QT-SALES-REP-NUMBER        PIC X(02).
           05 QT-SALES-REP-NUMBER-9 REDEFINES QT-SALES-REP-NUMBER
                                         PIC 9(02).
           05 QT-BRANCH-NUMBER           PIC X(02).
           05 QT-BRANCH-NUMBER-9 REDEFINES QT-BRANCH-NUMBER
                                         PIC 9(02).
           05 QT-QUOTA-CCYYMM            PIC X(06).
           05 QT-QUOTA-CCYYMM-9 REDEFINES QT-QUOTA-CCYYMM.
               10 QT-QUOTA-CCYY          PIC 9(04).
               10 QT-QUOTA-MM            PIC 9(02).
           05 QT-QUOTA-AMOUNT            PIC X(11).
           05 QT-QUOTA-AMOUNT-9 REDEFINES QT-QUOTA-AMOUNT
                                         PIC 9(9)V99.
           05 FILLER                     PIC X(58).

      *    ONE RECORD PER REP, BRANCH AND MONTH WITH A QUOTA SET.
      *    THE SAME LAYOUT APPEARS IN PROG27, WHICH MEASURES THE
      *    CUSTHIST SALES AGAINST IT.
       FD  QUOTA-MASTER-FILE.
       01  QUOTA-MASTER-RECORD.
           05 QM-QUOTA-KEY.
               10 QM-SALES-REP-NUMBER    PIC 9(02).
               10 QM-BRANCH-NUMBER       PIC 9(02).
               10 QM-QUOTA-CCYYMM        PIC 9(06).
           05 QM-QUOTA-AMOUNT            PIC S9(9)V99 COMP-3.
           05 QM-LAST-MAINTAINED-DATE    PIC 9(08).
           05 FILLER                     PIC X(16).

       FD  SALES-REP-MASTER-FILE.
       01  SALES-REP-MASTER-RECORD.
           05 SR-SALES-REP-NUMBER         PIC 9(02).
           05 SR-SALES-REP-NAME           PIC X(30).
           05 SR-COMMISSION-PERCENTAGE    PIC S9(2)V9(3) COMP-3.

      *    LAYOUT MATCHES THE BRANCH-MASTER-RECORD PROG16 MAINTAINS.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-NUMBER            PIC 9(02).
           05 BR-BRANCH-NAME              PIC X(30).
           05 BR-REGION                   PIC X(10).
           05 BR-BRANCH-STATUS            PIC X(01).
               88 BR-BRANCH-OPEN                 VALUE 'O'.
               88 BR-BRANCH-CLOSED               VALUE 'C'.
           05 FILLER                      PIC X(07).

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
           05  WS-QUOTAMST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-REPMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BRCHMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(30)  VALUE SPACES.
           05  WS-RUN-DATE-CCYYMMDD  PIC 9(08)  VALUE ZERO.
           05  WS-TRAN-ERROR-SW      PIC X      VALUE 'N'.
               88 WS-TRAN-HAS-ERROR             VALUE 'Y'.
               88 WS-TRAN-IS-CLEAN              VALUE 'N'.

       01  WS-TOTALS.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CORRECT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DELETE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-LISTED-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-LISTED-AMOUNT          PIC S9(11)V99 COMP-3
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
           VALUE 'TXSTATE CIS4373L PROG26 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG26'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'SALES QUOTA MAINTENANCE REPORT'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-SALES-REP-NUMBER     PIC X(02).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-BRANCH-NUMBER        PIC X(02).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-QUOTA-CCYYMM         PIC X(06).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-QUOTA-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-RESULT-MESSAGE       PIC X(30).

       01  WS-RPT-LISTING-HEADING.
           05  FILLER            PIC X(05)  VALUE 'REP'.
           05  FILLER            PIC X(32)  VALUE 'REP NAME'.
           05  FILLER            PIC X(05)  VALUE 'BR'.
           05  FILLER            PIC X(09)  VALUE 'PERIOD'.
           05  FILLER            PIC X(18)  VALUE '    QUOTA AMOUNT'.
           05  FILLER            PIC X(12)  VALUE 'LAST MAINT'.

       01  WS-RPT-LISTING-LINE.
           05  LISTING-SALES-REP-NUMBER    PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  LISTING-SALES-REP-NAME      PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LISTING-BRANCH-NUMBER       PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  LISTING-QUOTA-CCYYMM        PIC 9(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  LISTING-QUOTA-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  LISTING-LAST-MAINT-DATE     PIC 9(08).

       01  WS-RPT-LISTING-TOTAL-LINE.
           05  FILLER                      PIC X(17)
           VALUE 'QUOTAS ON FILE:'.
           05  LISTING-TOTAL-COUNT         PIC ZZZZZZ9.
           05  FILLER                      PIC X(20)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'TOTAL:'.
           05  LISTING-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(14)  VALUE 'ADDS:'.
           05  TOTAL-ADD-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(14)
           VALUE 'CORRECTIONS:'.
           05  TOTAL-CORRECT-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'DELETES:'.
           05  TOTAL-DELETE-COUNT          PIC ZZZZ9.
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

      *    A MISSING QUOTA FILE (STATUS 35) IS CREATED EMPTY ON THE
      *    SPOT - THE FIRST MAINTENANCE RUN SEEDS IT, THE SAME WAY
      *    PROG16 SEEDS A MISSING BRCHMAST. REPMAST AND BRCHMAST
      *    ARE NEEDED TO EDIT ADDS, SO EITHER ONE MISSING STOPS THE
      *    RUN BEFORE ANYTHING IS APPLIED.
       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           OPEN INPUT QUOTA-TRANSACTION-FILE
           OPEN I-O QUOTA-MASTER-FILE
           IF WS-QUOTAMST-FILE-STATUS = '35'
               OPEN OUTPUT QUOTA-MASTER-FILE
               CLOSE QUOTA-MASTER-FILE
               OPEN I-O QUOTA-MASTER-FILE
           END-IF
           IF WS-QUOTAMST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG26: QUOTA FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-QUOTAMST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE QUOTA-TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN INPUT SALES-REP-MASTER-FILE
           IF WS-REPMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG26: SALES REP MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-REPMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE QUOTA-TRANSACTION-FILE QUOTA-MASTER-FILE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRCHMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG26: BRANCH MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-BRCHMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE QUOTA-TRANSACTION-FILE QUOTA-MASTER-FILE
               CLOSE SALES-REP-MASTER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
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

       30000-PROCESS-TRANSACTION.
           READ QUOTA-TRANSACTION-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               SET WS-TRAN-IS-CLEAN TO TRUE
               PERFORM 31000-EDIT-TRANSACTION
               IF WS-TRAN-IS-CLEAN
                   MOVE QT-SALES-REP-NUMBER-9 TO QM-SALES-REP-NUMBER
                   MOVE QT-BRANCH-NUMBER-9 TO QM-BRANCH-NUMBER
                   MOVE QT-QUOTA-CCYYMM-9 TO QM-QUOTA-CCYYMM
                   EVALUATE TRUE
                       WHEN QT-ADD-TRANSACTION
                           PERFORM 32000-ADD-QUOTA
                       WHEN QT-CORRECT-TRANSACTION
                           PERFORM 33000-CORRECT-QUOTA
                       WHEN QT-DELETE-TRANSACTION
                           PERFORM 34000-DELETE-QUOTA
                   END-EVALUATE
               END-IF
               PERFORM 35000-WRITE-DETAIL-LINE
           END-READ.

      *    A DELETE ONLY NEEDS A GOOD KEY - ITS AMOUNT IS IGNORED,
      *    SO IT IS NOT EDITED.
       31000-EDIT-TRANSACTION.
           IF NOT QT-ADD-TRANSACTION
              AND NOT QT-CORRECT-TRANSACTION
              AND NOT QT-DELETE-TRANSACTION
               MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF QT-SALES-REP-NUMBER NOT NUMERIC
              OR QT-BRANCH-NUMBER NOT NUMERIC
               MOVE 'REP OR BRANCH NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF QT-QUOTA-CCYYMM NOT NUMERIC
               MOVE 'PERIOD NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           ELSE
               IF QT-QUOTA-MM < 01 OR QT-QUOTA-MM > 12
                   MOVE 'PERIOD MONTH NOT 01-12' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-IF
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND (QT-ADD-TRANSACTION OR QT-CORRECT-TRANSACTION)
               IF QT-QUOTA-AMOUNT NOT NUMERIC
                   MOVE 'QUOTA AMOUNT NOT NUMERIC' TO
                       WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-IF
           END-IF
           IF WS-TRAN-IS-CLEAN AND QT-ADD-TRANSACTION
               PERFORM 31500-EDIT-REP-AND-BRANCH
           END-IF.

      *    A QUOTA FOR A REP OR BRANCH THE SYSTEM DOES NOT KNOW
      *    COULD NEVER BE MET AND WOULD ONLY CLUTTER THE
      *    ATTAINMENT REPORT - IT IS REFUSED AT THE DOOR. A CLOSED
      *    BRANCH IS STILL ON BRCHMAST, SO LATE QUOTA CORRECTIONS
      *    FOR IT STILL GO THROUGH.
       31500-EDIT-REP-AND-BRANCH.
           MOVE QT-SALES-REP-NUMBER-9 TO SR-SALES-REP-NUMBER
           READ SALES-REP-MASTER-FILE
               INVALID KEY
                   MOVE 'REP NOT ON REPMAST' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-READ
           MOVE QT-BRANCH-NUMBER-9 TO BR-BRANCH-NUMBER
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE 'BRANCH NOT ON BRCHMAST' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-READ.

       31900-FLAG-TRANSACTION-ERROR.
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           SET WS-TRAN-HAS-ERROR TO TRUE.

       32000-ADD-QUOTA.
           MOVE QT-QUOTA-AMOUNT-9 TO QM-QUOTA-AMOUNT
           MOVE WS-RUN-DATE-CCYYMMDD TO QM-LAST-MAINTAINED-DATE
           WRITE QUOTA-MASTER-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE - NOT ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'QUOTA ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       33000-CORRECT-QUOTA.
           READ QUOTA-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CORRECTED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE QT-QUOTA-AMOUNT-9 TO QM-QUOTA-AMOUNT
                   MOVE WS-RUN-DATE-CCYYMMDD TO
                       QM-LAST-MAINTAINED-DATE
                   REWRITE QUOTA-MASTER-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'QUOTA CORRECTED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-CORRECT-COUNT
                   END-REWRITE
           END-READ.

       34000-DELETE-QUOTA.
           DELETE QUOTA-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'QUOTA DELETED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       35000-WRITE-DETAIL-LINE.
           MOVE QT-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE QT-SALES-REP-NUMBER TO DETAIL-SALES-REP-NUMBER
           MOVE QT-BRANCH-NUMBER TO DETAIL-BRANCH-NUMBER
           MOVE QT-QUOTA-CCYYMM TO DETAIL-QUOTA-CCYYMM
           IF QT-QUOTA-AMOUNT IS NUMERIC
               MOVE QT-QUOTA-AMOUNT-9 TO DETAIL-QUOTA-AMOUNT
           ELSE
               MOVE ZERO TO DETAIL-QUOTA-AMOUNT
           END-IF
           MOVE WS-RESULT-MESSAGE TO DETAIL-RESULT-MESSAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    LISTING OF EVERY QUOTA LEFT ON FILE, IN KEY ORDER - REP,
      *    THEN BRANCH, THEN MONTH.
       38000-PRINT-QUOTA-LISTING.
           PERFORM 20000-HEADING-ROUTINE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-LISTING-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE LOW-VALUES TO QM-QUOTA-KEY
           SET THERE-ARE-MORE-RECORDS TO TRUE
           START QUOTA-MASTER-FILE
               KEY IS NOT LESS THAN QM-QUOTA-KEY
               INVALID KEY
                   SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           END-START
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
               READ QUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 38500-PRINT-ONE-QUOTA-LINE
               END-READ
           END-PERFORM
           MOVE WS-LISTED-COUNT TO LISTING-TOTAL-COUNT
           MOVE WS-LISTED-AMOUNT TO LISTING-TOTAL-AMOUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-LISTING-TOTAL-LINE
           AFTER ADVANCING 2 LINES.

       38500-PRINT-ONE-QUOTA-LINE.
           ADD 1 TO WS-LISTED-COUNT
           ADD QM-QUOTA-AMOUNT TO WS-LISTED-AMOUNT
           MOVE QM-SALES-REP-NUMBER TO LISTING-SALES-REP-NUMBER
           MOVE QM-SALES-REP-NUMBER TO SR-SALES-REP-NUMBER
           READ SALES-REP-MASTER-FILE
               INVALID KEY
                   MOVE 'REP NOT ON REPMAST' TO SR-SALES-REP-NAME
           END-READ
           MOVE SR-SALES-REP-NAME TO LISTING-SALES-REP-NAME
           MOVE QM-BRANCH-NUMBER TO LISTING-BRANCH-NUMBER
           MOVE QM-QUOTA-CCYYMM TO LISTING-QUOTA-CCYYMM
           MOVE QM-QUOTA-AMOUNT TO LISTING-QUOTA-AMOUNT
           MOVE QM-LAST-MAINTAINED-DATE TO LISTING-LAST-MAINT-DATE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-LISTING-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

       40000-FINISH-ROUTINE.
           MOVE WS-ADD-COUNT TO TOTAL-ADD-COUNT
           MOVE WS-CORRECT-COUNT TO TOTAL-CORRECT-COUNT
           MOVE WS-DELETE-COUNT TO TOTAL-DELETE-COUNT
           MOVE WS-ERROR-COUNT TO TOTAL-ERROR-COUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           PERFORM 38000-PRINT-QUOTA-LISTING
           CLOSE QUOTA-TRANSACTION-FILE
           CLOSE QUOTA-MASTER-FILE
           CLOSE SALES-REP-MASTER-FILE BRANCH-MASTER-FILE
           CLOSE MAINTENANCE-REPORT-FILE.
       END PROGRAM PROG26.
