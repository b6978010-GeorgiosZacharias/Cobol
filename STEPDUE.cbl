       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPDUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO DISK
               FILE STATUS IS GRADE-SCALE-FILE-STATUS.

           SELECT STEP-DUE-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS STEP-DUE-REPORT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01  EMPLOYEE-MASTER-REC.
           05 MASTER-AFM             PIC X(09).
           05 MASTER-NAME            PIC X(20).
           05 MASTER-DEPT-CODE       PIC X(06).
           05 MASTER-BANK-ACCOUNT    PIC X(16).
           05 MASTER-STATUS          PIC X(01).
           05 MASTER-HIRE-DATE       PIC 9(08).
           05 MASTER-TERM-DATE       PIC 9(08).
           05 MASTER-COMPANY-CODE    PIC X(02).
           05 MASTER-AMKA            PIC X(11).
           05 MASTER-PKG-CODE        PIC X(04).
           05 MASTER-GRADE           PIC X(02).
           05 MASTER-STEP            PIC X(02).
           05 MASTER-STEP-DATE       PIC 9(08).
           05 MASTER-CRLF            PIC X(02).

      *    MONTHS IN STEP BEFORE THE NEXT ONE, 0 = NONE
       FD  GRADE-SCALE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS GRADE-SCALE-REC.
       01  GRADE-SCALE-REC.
           05 GRS-GRADE              PIC X(02).
           05 GRS-STEP               PIC 9(02).
           05 GRS-MIN-RATE           PIC 9(02)V99.
           05 GRS-MAX-RATE           PIC 9(02)V99.
           05 GRS-EFF-DATE           PIC 9(08).
           05 GRS-STEP-MONTHS        PIC 9(03).
           05 GRS-CRLF               PIC X(02).

       FD  STEP-DUE-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STEP-DUE-LINE.
       01  STEP-DUE-LINE.
           05 SDR-TEXT               PIC X(78).
           05 SDR-CRLF               PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE.
           05 AUDIT-PROGRAM-NAME     PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-DATE         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-TIME         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-READ        PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-WRITTEN     PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-REJECTED    PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RETURN-CODE      PIC 9(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-ID           PIC 9(06).
           05 AUDIT-CRLF             PIC X(02).

       FD  ERROR-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ERROR-LOG-LINE.
       01  ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-DATE        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-TIME        PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-FILE-NAME       PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-STATUS-CODE     PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-ID          PIC 9(06).
           05 ERRLOG-CRLF            PIC X(02).

       FD  RUN-ID-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RUN-ID-REC.
       01  RUN-ID-REC.
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-MASTER-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  GRADE-SCALE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  STEP-DUE-REPORT-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  MASTER-DATA-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-MASTER-DATA          VALUE 'NO'.
       01  GRS-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-GRS-DATA             VALUE 'NO'.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  MAX-GRADE-STEPS               PIC 9(03) VALUE 500.
       01  GRADE-COUNT                   PIC 9(03) VALUE 0.
       01  GRADE-SCALE-TABLE.
           05 GRADE-ENTRY OCCURS 500 TIMES.
              10 GRADE-TBL-GRADE         PIC X(02).
              10 GRADE-TBL-STEP          PIC X(02).
              10 GRADE-TBL-MIN-RATE      PIC 9(02)V99.
              10 GRADE-TBL-MAX-RATE      PIC 9(02)V99.
              10 GRADE-TBL-EFF-DATE      PIC 9(08).
              10 GRADE-TBL-STEP-MONTHS   PIC 9(03).
       01  GRADE-IDX                     PIC 9(03) VALUE 0.
       01  GRADE-FOUND-IDX               PIC 9(03) VALUE 0.
       01  CURRENT-STEP-IDX              PIC 9(03) VALUE 0.
       01  GRADE-SEARCH-KEY.
           05 GRADE-SEARCH-GRADE         PIC X(02).
           05 GRADE-SEARCH-STEP          PIC X(02).
       01  NEXT-STEP-NUM                 PIC 9(02) VALUE 0.
       01  STEP-NUM                      PIC 9(02) VALUE 0.
       01  STEP-FROM-DATE                PIC 9(08) VALUE 0.
       01  STEP-FROM-WORK.
           05 STEP-FROM-YEAR             PIC 9(04).
           05 STEP-FROM-MONTH            PIC 9(02).
           05 STEP-FROM-DAY              PIC 9(02).
       01  STEP-TO-WORK.
           05 STEP-TO-YEAR               PIC 9(04).
           05 STEP-TO-MONTH              PIC 9(02).
           05 STEP-TO-DAY                PIC 9(02).
       01  MONTHS-IN-STEP                PIC S9(05) VALUE 0.
       01  STEP-DUE-DETAIL.
           05 SDD-AFM                    PIC X(09).
           05 FILLER                     PIC X(01).
           05 SDD-NAME                   PIC X(20).
           05 FILLER                     PIC X(01).
           05 SDD-GRADE                  PIC X(02).
           05 FILLER                     PIC X(03).
           05 SDD-STEP                   PIC X(02).
           05 SDD-ARROW                  PIC X(04).
           05 SDD-NEXT-STEP              PIC X(02).
           05 FILLER                     PIC X(02).
           05 SDD-STEP-DATE              PIC 9(08).
           05 FILLER                     PIC X(02).
           05 SDD-MONTHS                 PIC ZZZZ9.
           05 FILLER                     PIC X(02).
           05 SDD-NEW-MIN-RATE           PIC Z9,99.
           05 FILLER                     PIC X(02).
           05 SDD-NEW-MAX-RATE           PIC Z9,99.
       01  EMPLOYEES-READ                PIC 9(07) VALUE 0.
       01  EMPLOYEES-CHECKED             PIC 9(07) VALUE 0.
       01  STEPS-DUE                     PIC 9(07) VALUE 0.
       01  AT-TOP-OF-GRADE               PIC 9(07) VALUE 0.
       01  SCALE-EXCEPTIONS              PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM OPEN-STEP-DUE-REPORT
           PERFORM LOAD-GRADE-SCALE
           PERFORM CHECK-EMPLOYEE-STEPS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM FINISH.

       LOAD-GRADE-SCALE.
           OPEN INPUT GRADE-SCALE-FILE
           IF GRADE-SCALE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: GRADE-SCALE-FILE'
               DISPLAY 'STATUS-CODE=' GRADE-SCALE-FILE-STATUS
               MOVE 'GRADE-SCALE-FILE' TO LOG-FILE-NAME-WS
               MOVE GRADE-SCALE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ GRADE-SCALE-FILE
               AT END MOVE 'NO' TO GRS-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-GRS-DATA
               IF GRS-GRADE = SPACES OR
                  GRS-STEP IS NOT NUMERIC OR
                  GRS-MIN-RATE IS NOT NUMERIC OR
                  GRS-MAX-RATE IS NOT NUMERIC OR
                  GRS-EFF-DATE IS NOT NUMERIC OR
                  GRS-STEP-MONTHS IS NOT NUMERIC
                   DISPLAY '***WARNING: GRADE-SCALE ROW '
                           GRS-GRADE '/' GRS-STEP
                           ' IS INVALID - ROW IGNORED'
               ELSE
                   IF GRS-EFF-DATE NOT > RUN-DATE
                       PERFORM ADD-GRADE-SCALE-ROW
                   END-IF
               END-IF
               READ GRADE-SCALE-FILE
                   AT END MOVE 'NO' TO GRS-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE GRADE-SCALE-FILE.

       ADD-GRADE-SCALE-ROW.
           MOVE GRS-GRADE TO GRADE-SEARCH-GRADE
           MOVE GRS-STEP  TO GRADE-SEARCH-STEP
           PERFORM FIND-GRADE-STEP
           IF GRADE-FOUND-IDX = 0
               IF GRADE-COUNT < MAX-GRADE-STEPS
                   ADD 1 TO GRADE-COUNT
                   MOVE GRADE-COUNT TO GRADE-FOUND-IDX
                   MOVE 0 TO GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
               ELSE
                   DISPLAY '***ERROR STEPDUE: GRADE SCALE TABLE '
                           'FULL - GRADE ' GRS-GRADE '/' GRS-STEP
                           ' NOT LOADED'
               END-IF
           END-IF
           IF GRADE-FOUND-IDX > 0
               IF GRS-EFF-DATE NOT < GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
                   MOVE GRS-GRADE TO GRADE-TBL-GRADE(GRADE-FOUND-IDX)
                   MOVE GRS-STEP  TO GRADE-TBL-STEP(GRADE-FOUND-IDX)
                   MOVE GRS-MIN-RATE
                       TO GRADE-TBL-MIN-RATE(GRADE-FOUND-IDX)
                   MOVE GRS-MAX-RATE
                       TO GRADE-TBL-MAX-RATE(GRADE-FOUND-IDX)
                   MOVE GRS-EFF-DATE
                       TO GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
                   MOVE GRS-STEP-MONTHS
                       TO GRADE-TBL-STEP-MONTHS(GRADE-FOUND-IDX)
               END-IF
           END-IF.

       FIND-GRADE-STEP.
           MOVE 0 TO GRADE-FOUND-IDX
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
                   UNTIL GRADE-IDX > GRADE-COUNT OR GRADE-FOUND-IDX > 0
               IF GRADE-TBL-GRADE(GRADE-IDX) = GRADE-SEARCH-GRADE AND
                  GRADE-TBL-STEP(GRADE-IDX)  = GRADE-SEARCH-STEP
                   MOVE GRADE-IDX TO GRADE-FOUND-IDX
               END-IF
           END-PERFORM.

       OPEN-STEP-DUE-REPORT.
           OPEN OUTPUT STEP-DUE-REPORT-FILE
           IF STEP-DUE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'STEP-DUE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' STEP-DUE-REPORT-FILE-STATUS
               MOVE 'STEP-DUE-REPORT' TO LOG-FILE-NAME-WS
               MOVE STEP-DUE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE SPACES TO STEP-DUE-LINE
           STRING 'STEP INCREASES DUE BY TIME IN GRADE   RUN DATE: '
                      DELIMITED BY SIZE
                  RUN-DATE                   DELIMITED BY SIZE
             INTO SDR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-DUE-LINE
           STRING 'AFM       NAME                 GRADE STEP    '
                      DELIMITED BY SIZE
                  'IN STEP SINCE MONTHS  NEW BAND'
                      DELIMITED BY SIZE
             INTO SDR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-DUE-LINE
           MOVE ALL '-' TO SDR-TEXT
           PERFORM WRITE-REPORT-LINE.

       CHECK-EMPLOYEE-STEPS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'EMPLOYEE-MASTER-FILE'
               DISPLAY 'STATUS-CODE=' EMPLOYEE-MASTER-FILE-STATUS
               MOVE 'EMPLOYEE-MASTER' TO LOG-FILE-NAME-WS
               MOVE EMPLOYEE-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ EMPLOYEE-MASTER-FILE
               AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-MASTER-DATA
               ADD 1 TO EMPLOYEES-READ
               PERFORM CHECK-ONE-EMPLOYEE
                   THRU CHECK-ONE-EMPLOYEE-EXIT
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       CHECK-ONE-EMPLOYEE.
           IF MASTER-STATUS = 'T' OR MASTER-GRADE = SPACES
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           ADD 1 TO EMPLOYEES-CHECKED
           MOVE MASTER-GRADE TO GRADE-SEARCH-GRADE
           MOVE MASTER-STEP  TO GRADE-SEARCH-STEP
           PERFORM FIND-GRADE-STEP
           IF GRADE-FOUND-IDX = 0 OR MASTER-STEP IS NOT NUMERIC
               ADD 1 TO SCALE-EXCEPTIONS
               MOVE SPACES TO STEP-DUE-LINE
               STRING MASTER-AFM           DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      MASTER-NAME          DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      MASTER-GRADE         DELIMITED BY SIZE
                      '   '                DELIMITED BY SIZE
                      MASTER-STEP          DELIMITED BY SIZE
                      '    GRADE/STEP NOT ON SCALE'
                                           DELIMITED BY SIZE
                 INTO SDR-TEXT
               PERFORM WRITE-REPORT-LINE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE GRADE-FOUND-IDX TO CURRENT-STEP-IDX
           IF GRADE-TBL-STEP-MONTHS(CURRENT-STEP-IDX) = 0
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE MASTER-STEP TO STEP-NUM
           IF STEP-NUM = 99
               ADD 1 TO AT-TOP-OF-GRADE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           COMPUTE NEXT-STEP-NUM = STEP-NUM + 1
           MOVE NEXT-STEP-NUM TO GRADE-SEARCH-STEP
           PERFORM FIND-GRADE-STEP
           IF GRADE-FOUND-IDX = 0
               ADD 1 TO AT-TOP-OF-GRADE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           PERFORM COMPUTE-MONTHS-IN-STEP
           IF MONTHS-IN-STEP <
              GRADE-TBL-STEP-MONTHS(CURRENT-STEP-IDX)
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF
           ADD 1 TO STEPS-DUE
           MOVE SPACES                 TO STEP-DUE-DETAIL
           MOVE MASTER-AFM             TO SDD-AFM
           MOVE MASTER-NAME            TO SDD-NAME
           MOVE MASTER-GRADE           TO SDD-GRADE
           MOVE MASTER-STEP            TO SDD-STEP
           MOVE ' -> '                 TO SDD-ARROW
           MOVE GRADE-SEARCH-STEP      TO SDD-NEXT-STEP
           MOVE STEP-FROM-DATE         TO SDD-STEP-DATE
           MOVE MONTHS-IN-STEP         TO SDD-MONTHS
           MOVE GRADE-TBL-MIN-RATE(GRADE-FOUND-IDX)
                                       TO SDD-NEW-MIN-RATE
           MOVE GRADE-TBL-MAX-RATE(GRADE-FOUND-IDX)
                                       TO SDD-NEW-MAX-RATE
           MOVE SPACES                 TO STEP-DUE-LINE
           MOVE STEP-DUE-DETAIL        TO SDR-TEXT
           PERFORM WRITE-REPORT-LINE.
       CHECK-ONE-EMPLOYEE-EXIT.
           EXIT.

       COMPUTE-MONTHS-IN-STEP.
           MOVE 0 TO STEP-FROM-DATE
           IF MASTER-STEP-DATE IS NUMERIC
               MOVE MASTER-STEP-DATE TO STEP-FROM-DATE
           END-IF
           IF STEP-FROM-DATE = 0 AND MASTER-HIRE-DATE IS NUMERIC
               MOVE MASTER-HIRE-DATE TO STEP-FROM-DATE
           END-IF
           MOVE STEP-FROM-DATE TO STEP-FROM-WORK
           MOVE RUN-DATE       TO STEP-TO-WORK
           COMPUTE MONTHS-IN-STEP =
               (STEP-TO-YEAR * 12 + STEP-TO-MONTH)
             - (STEP-FROM-YEAR * 12 + STEP-FROM-MONTH)
           IF STEP-TO-DAY < STEP-FROM-DAY
               SUBTRACT 1 FROM MONTHS-IN-STEP
           END-IF
           IF MONTHS-IN-STEP < 0
               MOVE 0 TO MONTHS-IN-STEP
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO STEP-DUE-LINE
           MOVE ALL '-' TO SDR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-DUE-LINE
           STRING 'GRADED EMPLOYEES CHECKED: ' DELIMITED BY SIZE
                  EMPLOYEES-CHECKED            DELIMITED BY SIZE
                  '   STEP INCREASES DUE: '    DELIMITED BY SIZE
                  STEPS-DUE                    DELIMITED BY SIZE
             INTO SDR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-DUE-LINE
           STRING 'AT TOP OF GRADE:          ' DELIMITED BY SIZE
                  AT-TOP-OF-GRADE              DELIMITED BY SIZE
                  '   NOT ON SCALE:       '    DELIMITED BY SIZE
                  SCALE-EXCEPTIONS             DELIMITED BY SIZE
             INTO SDR-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE X'0D0A' TO SDR-CRLF
           WRITE STEP-DUE-LINE
           IF STEP-DUE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'STEP-DUE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' STEP-DUE-REPORT-FILE-STATUS
               MOVE 'STEP-DUE-REPORT' TO LOG-FILE-NAME-WS
               MOVE STEP-DUE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       FINISH.
           CLOSE STEP-DUE-REPORT-FILE
           DISPLAY 'STEPDUE: EMPLOYEES READ         = ' EMPLOYEES-READ
           DISPLAY 'STEPDUE: STEP INCREASES DUE     = ' STEPS-DUE
           DISPLAY 'STEPDUE: GRADE/STEP NOT ON SCALE= '
                   SCALE-EXCEPTIONS
           IF SCALE-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-TRAIL
           STOP RUN.

       WRITE-AUDIT-TRAIL.
           PERFORM LOAD-RUN-ID
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF AUDIT-TRAIL-FILE-STATUS = 35
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF AUDIT-TRAIL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: AUDIT-TRAIL-FILE'
               DISPLAY 'STATUS-CODE=' AUDIT-TRAIL-FILE-STATUS
               MOVE 'AUDIT-TRAIL-FILE' TO LOG-FILE-NAME-WS
               MOVE AUDIT-TRAIL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES            TO AUDIT-LINE
               MOVE 'STEPDUE'         TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE EMPLOYEES-READ     TO AUDIT-RECS-READ
               MOVE STEPS-DUE          TO AUDIT-RECS-WRITTEN
               MOVE SCALE-EXCEPTIONS   TO AUDIT-RECS-REJECTED
               MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
               MOVE BATCH-RUN-ID       TO AUDIT-RUN-ID
               MOVE X'0D0A'            TO AUDIT-CRLF
               WRITE AUDIT-LINE
               IF AUDIT-TRAIL-FILE-STATUS NOT = 0
                   DISPLAY
                       '***ERROR WRITING OUTPUT FILE: AUDIT-TRAIL-FILE'
                   DISPLAY 'STATUS-CODE=' AUDIT-TRAIL-FILE-STATUS
                   MOVE 'AUDIT-TRAIL-FILE' TO LOG-FILE-NAME-WS
                   MOVE AUDIT-TRAIL-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       LOAD-RUN-ID.
           IF NOT RUN-ID-LOADED
               MOVE 'Y' TO RUN-ID-LOADED-SWITCH
               OPEN INPUT RUN-ID-FILE
               IF RUN-ID-FILE-STATUS = 0
                   READ RUN-ID-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF RUN-ID-NUMBER IS NUMERIC
                               MOVE RUN-ID-NUMBER TO BATCH-RUN-ID
                           END-IF
                   END-READ
                   CLOSE RUN-ID-FILE
               END-IF
           END-IF.

       LOG-FILE-ERROR.
           PERFORM LOAD-RUN-ID
           OPEN EXTEND ERROR-LOG-FILE
           IF ERROR-LOG-FILE-STATUS = 35
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF ERROR-LOG-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: ERROR-LOG-FILE'
               DISPLAY 'STATUS-CODE=' ERROR-LOG-FILE-STATUS
           ELSE
               MOVE SPACES          TO ERROR-LOG-LINE
               MOVE 'STEPDUE'       TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM STEPDUE.
