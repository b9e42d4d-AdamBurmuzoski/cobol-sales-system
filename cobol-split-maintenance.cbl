       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG28.
      *****************************************************************
      ***   CIS4373L PROG28 COBOL SOURCE PROGRAM                     **
      ***                                                            **
      ***  AUTHOR:  Adam Burmuzoski                                  **
      ***   INPUT:  1. SPLIT MAINTENANCE TRANSACTION FILE (SPLTTRAN) **
      ***           2. COMMISSION SPLIT FILE (COMMSPLT - INDEXED,    **
      ***              I/O)                                          **
      ***           3. CUSTOMER MASTER FILE (INDEXED, LOOKUP)        **
      ***           4. SALES REP MASTER FILE (INDEXED, LOOKUP)       **
      ***  OUTPUT:  1. COMMISSION SPLIT FILE (INDEXED, UPDATED)      **
      ***           2. SPLIT EDIT AND LISTING REPORT                 **
      ***                                                            **
      ***  PURPOSE:  ADDS, CORRECTS, AND DELETES COMMISSION SPLITS  **
      ***            FOR CUSTOMERS WORKED BY MORE THAN ONE REP -    **
      ***            NATIONAL AND TRANSITIONAL ACCOUNTS. A SPLIT    **
      ***            NAMES UP TO FOUR REPS AND THEIR PERCENTAGES    **
      ***            OF THE CUSTOMER'S CURRENT YTD SALES, WITH AN   **
      ***            EFFECTIVE DATE AND AN OPTIONAL EXPIRY DATE.    **
      ***            PROG02, PROG10 AND PROG18 CREDIT EACH REP WITH **
      ***            ITS SHARE WHILE THE SPLIT IS IN FORCE. EVERY   **
      ***            ADD AND CORRECTION IS EDITED BEFORE IT REACHES **
      ***            THE FILE - A SPLIT NAMING A REP NOT ON REPMAST,**
      ***            A CUSTOMER NOT ON CUSTMAST, THE SAME REP       **
      ***            TWICE, OR PERCENTAGES THAT DO NOT TOTAL 100 IS **
      ***            REJECTED ON THE EDIT LISTING, SO THE           **
      ***            COMMISSION PROGRAMS CAN TRUST WHAT THEY READ.  **
      ***            THE REPORT ENDS WITH A LISTING OF EVERY SPLIT  **
      ***            ON FILE.                                        **
      ***                                                            **
      *****************************************************************
      ***  MODIFICATION LOG:                                         **
      ***  00.  10/15/2026 Adam Burmuzoski ORIGINAL VERSION          **
      ***                                                            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-TRANSACTION-FILE ASSIGN TO SPLTTRAN.
           SELECT COMMISSION-SPLIT-FILE ASSIGN TO COMMSPLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUSTOMER-NUMBER
               FILE STATUS IS WS-COMMSPLT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT SALES-REP-MASTER-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SALES-REP-NUMBER
               FILE STATUS IS WS-REPMAST-FILE-STATUS.
           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO PRINT028.

       DATA DIVISION.
       FILE SECTION.
      *    THE NUMERIC FIELDS ARE DECLARED ALPHANUMERIC HERE SO THEY
      *    CAN BE CLASS-TESTED BEFORE ANYTHING TRUSTS THEM - THE
      *    SAME DEVICE PROG15 USES ON ITS TRANSACTIONS. AN UNUSED
      *    REP SLOT IS LEFT BLANK; A BLANK EXPIRY DATE MEANS THE
      *    SPLIT RUNS UNTIL IT IS CORRECTED OR DELETED.
       FD  SPLIT-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SPLIT-TRANSACTION-RECORD.
           05 ST-TRANSACTION-CODE        PIC X(01).
               88 ST-ADD-TRANSACTION             VALUE 'A'.
               88 ST-CORRECT-TRANSACTION         VALUE 'C'.
               88 ST-DELETE-TRANSACTION          VALUE 'D'.
           05 ST-CUSTOMER-NUMBER         PIC X(05).
           05 ST-CUSTOMER-NUMBER-9 REDEFINES ST-CUSTOMER-NUMBER
                                         PIC 9(05).
           05 ST-EFFECTIVE-CCYYMMDD      PIC X(08).
           05 ST-EFFECTIVE-CCYYMMDD-9 REDEFINES
              ST-EFFECTIVE-CCYYMMDD.
               10 ST-EFFECTIVE-CCYY      PIC 9(04).
               10 ST-EFFECTIVE-MM        PIC 9(02).
               10 ST-EFFECTIVE-DD        PIC 9(02).
           05 ST-EXPIRY-CCYYMMDD         PIC X(08).
           05 ST-EXPIRY-CCYYMMDD-9 REDEFINES ST-EXPIRY-CCYYMMDD
                                         PIC 9(08).
           05 ST-SPLIT-ENTRY OCCURS 4 TIMES.
               10 ST-SALES-REP-NUMBER    PIC X(02).
               10 ST-SALES-REP-NUMBER-9 REDEFINES
                  ST-SALES-REP-NUMBER    PIC 9(02).
               10 ST-SPLIT-PERCENT       PIC X(05).
               10 ST-SPLIT-PERCENT-9 REDEFINES ST-SPLIT-PERCENT
                                         PIC 9(3)V99.
           05 FILLER                     PIC X(30).

      *    ONE RECORD PER SPLIT CUSTOMER. AN UNUSED REP SLOT CARRIES
      *    REP ZERO AND PERCENT ZERO. THE SAME LAYOUT APPEARS IN
      *    PROG02, PROG10 AND PROG18, WHICH CREDIT THE SHARES.
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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-FILE-RECORD.
           05 CM-CUSTOMER-NUMBER         PIC 9(05).
           05 CM-BRANCH-NUMBER           PIC 9(02).
           05 CM-SALES-REP-NUMBER        PIC 9(02).
           05 CM-CUSTOMER-NAME           PIC X(30).
           05 CM-CURRENT-YTD-SALES       PIC S9(7)V99 COMP-3.
           05 CM-PREVIOUS-YTD-SALES      PIC S9(7)V99 COMP-3.
           05 FILLER                     PIC X(03).

       FD  SALES-REP-MASTER-FILE.
       01  SALES-REP-MASTER-RECORD.
           05 SR-SALES-REP-NUMBER         PIC 9(02).
           05 SR-SALES-REP-NAME           PIC X(30).
           05 SR-COMMISSION-PERCENTAGE    PIC S9(2)V9(3) COMP-3.

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
           05  WS-COMMSPLT-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           05  WS-REPMAST-FILE-STATUS  PIC X(02) VALUE SPACES.
           05  WS-RESULT-MESSAGE     PIC X(30)  VALUE SPACES.
           05  WS-RUN-DATE-CCYYMMDD  PIC 9(08)  VALUE ZERO.
           05  WS-SPLIT-SUB          PIC 9(01)  VALUE ZERO.
           05  WS-CHECK-SUB          PIC 9(01)  VALUE ZERO.
           05  WS-REP-SLOT-COUNT     PIC 9(01)  VALUE ZERO.
           05  WS-PERCENT-TOTAL      PIC 9(4)V99 VALUE ZERO.
           05  WS-TRAN-ERROR-SW      PIC X      VALUE 'N'.
               88 WS-TRAN-HAS-ERROR             VALUE 'Y'.
               88 WS-TRAN-IS-CLEAN              VALUE 'N'.

       01  WS-TOTALS.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CORRECT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DELETE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-LISTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-IN-FORCE-COUNT         PIC 9(05) VALUE ZERO.

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
           VALUE 'TXSTATE CIS4373L PROG28 FOR:'.
           05  WS-RPT-H1-MY-NAME PIC X(30)  VALUE 'Adam Burmuzoski'.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE 'PAGE:'.
           05  WS-RPT-H1-PAGE-NR PIC ZZZ9.

       01  WS-RPT-HEADING-L2.
           05  FILLER            PIC X(06)  VALUE 'PGM: '.
           05  FILLER            PIC X(08)  VALUE 'PROG28'.
           05  FILLER            PIC X(39)  VALUE SPACES.
           05  WS-RPT-H2-TITLE   PIC X(35)
           VALUE 'COMMISSION SPLIT EDIT LISTING'.
           05  FILLER            PIC X(44)  VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  DETAIL-TRANSACTION-CODE     PIC X(01).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-CUSTOMER-NUMBER      PIC X(05).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  DETAIL-RESULT-MESSAGE       PIC X(30).

       01  WS-RPT-LISTING-HEADING.
           05  FILLER            PIC X(07)  VALUE 'CUST'.
           05  FILLER            PIC X(22)  VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(10)  VALUE 'EFFECTIVE'.
           05  FILLER            PIC X(10)  VALUE 'EXPIRES'.
           05  FILLER            PIC X(13)  VALUE 'REP    PCT'.
           05  FILLER            PIC X(13)  VALUE 'REP    PCT'.
           05  FILLER            PIC X(13)  VALUE 'REP    PCT'.
           05  FILLER            PIC X(13)  VALUE 'REP    PCT'.
           05  FILLER            PIC X(10)  VALUE 'STATUS'.

       01  WS-RPT-LISTING-LINE.
           05  LISTING-CUSTOMER-NUMBER     PIC 9(05).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LISTING-CUSTOMER-NAME       PIC X(20).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LISTING-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LISTING-EXPIRY-DATE         PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LISTING-SPLIT-ENTRY OCCURS 4 TIMES.
               10  LISTING-SALES-REP-NUMBER PIC X(02).
               10  FILLER                  PIC X(03)  VALUE SPACES.
               10  LISTING-SPLIT-PERCENT   PIC X(06).
               10  FILLER                  PIC X(02)  VALUE SPACES.
           05  LISTING-STATUS-FLAG         PIC X(10).

       01  WS-LISTING-EDIT-FIELDS.
           05  WS-LISTING-REP-EDIT         PIC 9(02).
           05  WS-LISTING-PERCENT-EDIT     PIC ZZ9.99.
           05  WS-LISTING-EXPIRY-EDIT      PIC 9(08).

       01  WS-RPT-LISTING-TOTAL-LINE.
           05  FILLER                      PIC X(17)
           VALUE 'SPLITS ON FILE:'.
           05  LISTING-TOTAL-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'IN FORCE:'.
           05  LISTING-IN-FORCE-COUNT      PIC ZZZZ9.

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

      *    A MISSING SPLIT FILE (STATUS 35) IS CREATED EMPTY ON THE
      *    SPOT - THE FIRST MAINTENANCE RUN SEEDS IT. CUSTMAST AND
      *    REPMAST ARE NEEDED TO EDIT THE SPLITS, SO EITHER ONE
      *    MISSING STOPS THE RUN BEFORE ANYTHING IS APPLIED.
       10000-INITIALIZATION-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-N-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD
           OPEN INPUT SPLIT-TRANSACTION-FILE
           OPEN I-O COMMISSION-SPLIT-FILE
           IF WS-COMMSPLT-FILE-STATUS = '35'
               OPEN OUTPUT COMMISSION-SPLIT-FILE
               CLOSE COMMISSION-SPLIT-FILE
               OPEN I-O COMMISSION-SPLIT-FILE
           END-IF
           IF WS-COMMSPLT-FILE-STATUS NOT = '00'
               DISPLAY 'PROG28: COMMISSION SPLIT FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-COMMSPLT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SPLIT-TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG28: CUSTOMER MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-CUSTMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SPLIT-TRANSACTION-FILE COMMISSION-SPLIT-FILE
               STOP RUN
           END-IF
           OPEN INPUT SALES-REP-MASTER-FILE
           IF WS-REPMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG28: SALES REP MASTER FILE COULD NOT BE '
                   'OPENED - STATUS ' WS-REPMAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SPLIT-TRANSACTION-FILE COMMISSION-SPLIT-FILE
               CLOSE CUSTOMER-MASTER-FILE
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
           READ SPLIT-TRANSACTION-FILE AT END
               SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           NOT AT END
               SET WS-TRAN-IS-CLEAN TO TRUE
               PERFORM 31000-EDIT-TRANSACTION
               IF WS-TRAN-IS-CLEAN
                   MOVE ST-CUSTOMER-NUMBER-9 TO SP-CUSTOMER-NUMBER
                   EVALUATE TRUE
                       WHEN ST-ADD-TRANSACTION
                           PERFORM 32000-ADD-SPLIT
                       WHEN ST-CORRECT-TRANSACTION
                           PERFORM 33000-CORRECT-SPLIT
                       WHEN ST-DELETE-TRANSACTION
                           PERFORM 34000-DELETE-SPLIT
                   END-EVALUATE
               END-IF
               PERFORM 35000-WRITE-DETAIL-LINE
           END-READ.

      *    A DELETE ONLY NEEDS A GOOD CUSTOMER NUMBER - ITS DATES
      *    AND REP SLOTS ARE IGNORED, SO THEY ARE NOT EDITED. THE
      *    FIRST ERROR FOUND IS THE ONE THAT PRINTS.
       31000-EDIT-TRANSACTION.
           IF NOT ST-ADD-TRANSACTION
              AND NOT ST-CORRECT-TRANSACTION
              AND NOT ST-DELETE-TRANSACTION
               MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND ST-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND (ST-ADD-TRANSACTION OR ST-CORRECT-TRANSACTION)
               PERFORM 31200-EDIT-SPLIT-DATES
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND (ST-ADD-TRANSACTION OR ST-CORRECT-TRANSACTION)
               PERFORM 31500-EDIT-SPLIT-ENTRIES
           END-IF
           IF WS-TRAN-IS-CLEAN
              AND (ST-ADD-TRANSACTION OR ST-CORRECT-TRANSACTION)
               MOVE ST-CUSTOMER-NUMBER-9 TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTMAST' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-READ
           END-IF.

       31200-EDIT-SPLIT-DATES.
           IF ST-EFFECTIVE-CCYYMMDD NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           ELSE
               IF ST-EFFECTIVE-MM < 01 OR ST-EFFECTIVE-MM > 12
                  OR ST-EFFECTIVE-DD < 01 OR ST-EFFECTIVE-DD > 31
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-IF
           END-IF
           IF WS-TRAN-IS-CLEAN AND ST-EXPIRY-CCYYMMDD NOT = SPACES
               IF ST-EXPIRY-CCYYMMDD NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT NUMERIC' TO
                       WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               ELSE
                   IF ST-EXPIRY-CCYYMMDD-9 NOT = ZERO
                      AND ST-EXPIRY-CCYYMMDD-9
                          < ST-EFFECTIVE-CCYYMMDD-9
                       MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   END-IF
               END-IF
           END-IF.

      *    EVERY FILLED REP SLOT MUST NAME A REP ON REPMAST WITH A
      *    NONZERO PERCENTAGE, NO REP MAY APPEAR TWICE, AT LEAST TWO
      *    REPS MUST SHARE THE CUSTOMER, AND THE PERCENTAGES MUST
      *    TOTAL EXACTLY 100.
       31500-EDIT-SPLIT-ENTRIES.
           MOVE ZERO TO WS-REP-SLOT-COUNT
           MOVE ZERO TO WS-PERCENT-TOTAL
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 4 OR WS-TRAN-HAS-ERROR
               IF ST-SALES-REP-NUMBER(WS-SPLIT-SUB) NOT = SPACES
                  OR ST-SPLIT-PERCENT(WS-SPLIT-SUB) NOT = SPACES
                   PERFORM 31600-EDIT-ONE-SPLIT-ENTRY
               END-IF
           END-PERFORM
           IF WS-TRAN-IS-CLEAN AND WS-REP-SLOT-COUNT < 2
               MOVE 'SPLIT NEEDS AT LEAST TWO REPS' TO
                   WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF
           IF WS-TRAN-IS-CLEAN AND WS-PERCENT-TOTAL NOT = 100
               MOVE 'PERCENTAGES DO NOT TOTAL 100' TO
                   WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           END-IF.

       31600-EDIT-ONE-SPLIT-ENTRY.
           IF ST-SALES-REP-NUMBER(WS-SPLIT-SUB) NOT NUMERIC
              OR ST-SPLIT-PERCENT(WS-SPLIT-SUB) NOT NUMERIC
               MOVE 'REP OR PERCENT NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 31900-FLAG-TRANSACTION-ERROR
           ELSE
               IF ST-SPLIT-PERCENT-9(WS-SPLIT-SUB) = ZERO
                   MOVE 'ZERO PERCENT FOR A REP' TO WS-RESULT-MESSAGE
                   PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-IF
           END-IF
           IF WS-TRAN-IS-CLEAN
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB NOT < WS-SPLIT-SUB
                   IF ST-SALES-REP-NUMBER(WS-CHECK-SUB) =
                      ST-SALES-REP-NUMBER(WS-SPLIT-SUB)
                       MOVE 'SAME REP NAMED TWICE' TO
                           WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TRAN-IS-CLEAN
               MOVE ST-SALES-REP-NUMBER-9(WS-SPLIT-SUB) TO
                   SR-SALES-REP-NUMBER
               READ SALES-REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'REP NOT ON REPMAST' TO WS-RESULT-MESSAGE
                       PERFORM 31900-FLAG-TRANSACTION-ERROR
               END-READ
           END-IF
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-REP-SLOT-COUNT
               ADD ST-SPLIT-PERCENT-9(WS-SPLIT-SUB) TO
                   WS-PERCENT-TOTAL
           END-IF.

       31900-FLAG-TRANSACTION-ERROR.
           IF WS-TRAN-IS-CLEAN
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           SET WS-TRAN-HAS-ERROR TO TRUE.

      *    THE FILLED REP SLOTS ARE PACKED TO THE FRONT OF THE
      *    RECORD, SO THE COMMISSION PROGRAMS CAN STOP AT THE FIRST
      *    EMPTY ONE.
       31950-BUILD-SPLIT-RECORD.
           MOVE ST-EFFECTIVE-CCYYMMDD-9 TO SP-EFFECTIVE-CCYYMMDD
           IF ST-EXPIRY-CCYYMMDD = SPACES
               MOVE ZERO TO SP-EXPIRY-CCYYMMDD
           ELSE
               MOVE ST-EXPIRY-CCYYMMDD-9 TO SP-EXPIRY-CCYYMMDD
           END-IF
           MOVE ZERO TO WS-CHECK-SUB
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 4
               MOVE ZERO TO SP-SALES-REP-NUMBER(WS-SPLIT-SUB)
               MOVE ZERO TO SP-SPLIT-PERCENT(WS-SPLIT-SUB)
           END-PERFORM
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 4
               IF ST-SALES-REP-NUMBER(WS-SPLIT-SUB) NOT = SPACES
                   ADD 1 TO WS-CHECK-SUB
                   MOVE ST-SALES-REP-NUMBER-9(WS-SPLIT-SUB) TO
                       SP-SALES-REP-NUMBER(WS-CHECK-SUB)
                   MOVE ST-SPLIT-PERCENT-9(WS-SPLIT-SUB) TO
                       SP-SPLIT-PERCENT(WS-CHECK-SUB)
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE-CCYYMMDD TO SP-LAST-MAINTAINED-DATE.

       32000-ADD-SPLIT.
           MOVE SPACES TO COMMISSION-SPLIT-RECORD
           MOVE ST-CUSTOMER-NUMBER-9 TO SP-CUSTOMER-NUMBER
           PERFORM 31950-BUILD-SPLIT-RECORD
           WRITE COMMISSION-SPLIT-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE - NOT ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'SPLIT ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       33000-CORRECT-SPLIT.
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CORRECTED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 31950-BUILD-SPLIT-RECORD
                   REWRITE COMMISSION-SPLIT-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO WS-RESULT-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'SPLIT CORRECTED' TO
                               WS-RESULT-MESSAGE
                           ADD 1 TO WS-CORRECT-COUNT
                   END-REWRITE
           END-READ.

       34000-DELETE-SPLIT.
           DELETE COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED' TO
                       WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'SPLIT DELETED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       35000-WRITE-DETAIL-LINE.
           MOVE ST-TRANSACTION-CODE TO DETAIL-TRANSACTION-CODE
           MOVE ST-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
           MOVE ST-EFFECTIVE-CCYYMMDD TO DETAIL-EFFECTIVE-DATE
           MOVE WS-RESULT-MESSAGE TO DETAIL-RESULT-MESSAGE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           PERFORM 21000-CHECK-FOR-PAGE-BREAK.

      *    LISTING OF EVERY SPLIT LEFT ON FILE, IN CUSTOMER ORDER.
      *    A SPLIT IS IN FORCE FROM ITS EFFECTIVE DATE THROUGH ITS
      *    EXPIRY DATE - THE SAME TEST THE COMMISSION PROGRAMS
      *    APPLY - SO THE FLAG SHOWS WHAT THE NEXT COMMISSION RUN
      *    WILL DO WITH IT.
       38000-PRINT-SPLIT-LISTING.
           PERFORM 20000-HEADING-ROUTINE
           WRITE MAINT-RPT-RECORD FROM WS-RPT-LISTING-HEADING
           AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR
           MOVE ZERO TO SP-CUSTOMER-NUMBER
           SET THERE-ARE-MORE-RECORDS TO TRUE
           START COMMISSION-SPLIT-FILE
               KEY IS NOT LESS THAN SP-CUSTOMER-NUMBER
               INVALID KEY
                   SET THERE-ARE-NO-MORE-RECORDS TO TRUE
           END-START
           PERFORM UNTIL THERE-ARE-NO-MORE-RECORDS
               READ COMMISSION-SPLIT-FILE NEXT RECORD
                   AT END
                       SET THERE-ARE-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 38500-PRINT-ONE-SPLIT-LINE
               END-READ
           END-PERFORM
           MOVE WS-LISTED-COUNT TO LISTING-TOTAL-COUNT
           MOVE WS-IN-FORCE-COUNT TO LISTING-IN-FORCE-COUNT
           WRITE MAINT-RPT-RECORD FROM WS-RPT-LISTING-TOTAL-LINE
           AFTER ADVANCING 2 LINES.

       38500-PRINT-ONE-SPLIT-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SP-CUSTOMER-NUMBER TO LISTING-CUSTOMER-NUMBER
           MOVE SP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON CUSTMAST' TO CM-CUSTOMER-NAME
           END-READ
           MOVE CM-CUSTOMER-NAME TO LISTING-CUSTOMER-NAME
           MOVE SP-EFFECTIVE-CCYYMMDD TO LISTING-EFFECTIVE-DATE
           IF SP-NO-EXPIRY
               MOVE 'NONE' TO LISTING-EXPIRY-DATE
           ELSE
               MOVE SP-EXPIRY-CCYYMMDD TO WS-LISTING-EXPIRY-EDIT
               MOVE WS-LISTING-EXPIRY-EDIT TO LISTING-EXPIRY-DATE
           END-IF
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 4
               IF SP-SALES-REP-NUMBER(WS-SPLIT-SUB) = ZERO
                   MOVE SPACES TO
                       LISTING-SALES-REP-NUMBER(WS-SPLIT-SUB)
                   MOVE SPACES TO LISTING-SPLIT-PERCENT(WS-SPLIT-SUB)
               ELSE
                   MOVE SP-SALES-REP-NUMBER(WS-SPLIT-SUB) TO
                       WS-LISTING-REP-EDIT
                   MOVE WS-LISTING-REP-EDIT TO
                       LISTING-SALES-REP-NUMBER(WS-SPLIT-SUB)
                   MOVE SP-SPLIT-PERCENT(WS-SPLIT-SUB) TO
                       WS-LISTING-PERCENT-EDIT
                   MOVE WS-LISTING-PERCENT-EDIT TO
                       LISTING-SPLIT-PERCENT(WS-SPLIT-SUB)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SP-EFFECTIVE-CCYYMMDD > WS-RUN-DATE-CCYYMMDD
                   MOVE 'STAGED' TO LISTING-STATUS-FLAG
               WHEN NOT SP-NO-EXPIRY
                    AND SP-EXPIRY-CCYYMMDD < WS-RUN-DATE-CCYYMMDD
                   MOVE 'EXPIRED' TO LISTING-STATUS-FLAG
               WHEN OTHER
                   MOVE 'IN FORCE' TO LISTING-STATUS-FLAG
                   ADD 1 TO WS-IN-FORCE-COUNT
           END-EVALUATE
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
           PERFORM 38000-PRINT-SPLIT-LISTING
           CLOSE SPLIT-TRANSACTION-FILE
           CLOSE COMMISSION-SPLIT-FILE
           CLOSE CUSTOMER-MASTER-FILE SALES-REP-MASTER-FILE
           CLOSE MAINTENANCE-REPORT-FILE.
       END PROGRAM PROG28.
