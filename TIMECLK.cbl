       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECLK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-PUNCH-FILE ASSIGN TO DISK
               FILE STATUS IS CLOCK-PUNCH-FILE-STATUS.

           SELECT TA-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS TA-PARM-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
               FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO DISK
               FILE STATUS IS PAYROLL-FILE-STATUS.

           SELECT TA-EXCEPTION-FILE ASSIGN TO DISK
               FILE STATUS IS TA-EXCEPTION-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-PUNCH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CLOCK-PUNCH-REC.
       01  CLOCK-PUNCH-REC.
           05 PUNCH-AFM              PIC X(09).
           05 PUNCH-DATE             PIC 9(08).
           05 PUNCH-TIME.
              10 PUNCH-HH            PIC 9(02).
              10 PUNCH-MM            PIC 9(02).
           05 PUNCH-IN-OUT           PIC X(01).
           05 PUNCH-TERMINAL         PIC X(06).
           05 PUNCH-CRLF             PIC X(02).

       FD  TA-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS TA-PARM-REC.
       01  TA-PARM-REC.
           05 TA-PARM-ROUND-UNIT     PIC 9(02).
           05 TA-PARM-ROUND-MODE     PIC X(01).
           05 TA-PARM-MAX-SHIFT      PIC 9(02).
           05 TA-PARM-DOUBLE-WINDOW  PIC 9(02).
           05 TA-PARM-CRLF           PIC X(02).

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

       FD  PAY-RATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS PAY-RATE-REC.
       01  PAY-RATE-REC.
           05 RATE-AFM               PIC X(09).
           05 RATE-HOUR-RATE         PIC 99V99.
           05 RATE-CRLF              PIC X(02).

       FD  PAYROLL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS PAYROLL-IN.
       01  PAYROLL-IN.
           05 PAYROLL-EMPLOYEE-NAME  PIC X(20).
           05 PAYROLL-HOURS-WORKED   PIC 9(03).
           05 PAYROLL-HOUR-RATE      PIC 99V99.
           05 PAYROLL-AFM            PIC X(09).
           05 PAYROLL-DEPT-CODE      PIC X(06).
           05 PAYROLL-BANK-ACCOUNT   PIC X(16).
           05 PAYROLL-COMPANY-CODE   PIC X(02).
           05 PAYROLL-CRLF           PIC X(02).

       FD  TA-EXCEPTION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TA-EXCEPTION-LINE.
       01  TA-EXCEPTION-LINE.
           05 TA-EXC-TEXT            PIC X(98).
           05 TA-EXC-CRLF            PIC X(02).

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
       01  CLOCK-PUNCH-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  TA-PARM-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  EMPLOYEE-MASTER-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  PAY-RATE-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  PAYROLL-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  TA-EXCEPTION-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  MASTER-DATA-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-MASTER-DATA          VALUE 'NO'.
       01  RATE-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-RATE-DATA            VALUE 'NO'.
       01  ROUND-UNIT                    PIC 9(02) VALUE 15.
       01  ROUND-MODE                    PIC X(01) VALUE 'N'.
           88 ROUND-NEAREST                VALUE 'N'.
           88 ROUND-UP                     VALUE 'U'.
           88 ROUND-DOWN                   VALUE 'D'.
       01  MAX-SHIFT-HOURS               PIC 9(02) VALUE 12.
       01  MAX-SHIFT-MINUTES             PIC 9(05) VALUE 0.
       01  DOUBLE-WINDOW                 PIC 9(02) VALUE 5.
       01  MAX-EMPLOYEES                 PIC 9(05) VALUE 5000.
       01  EMP-COUNT                     PIC 9(05) VALUE 0.
       01  EMP-TABLE.
           05 EMP-ENTRY OCCURS 5000 TIMES.
              10 EMP-AFM                 PIC X(09).
              10 EMP-NAME                PIC X(20).
              10 EMP-DEPT-CODE           PIC X(06).
              10 EMP-BANK-ACCOUNT        PIC X(16).
              10 EMP-COMPANY-CODE        PIC X(02).
       01  EMP-IDX                       PIC 9(05) VALUE 0.
       01  EMP-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  RATE-COUNT                    PIC 9(05) VALUE 0.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 5000 TIMES.
              10 RATE-TBL-AFM            PIC X(09).
              10 RATE-TBL-RATE           PIC 99V99.
       01  RATE-IDX                      PIC 9(05) VALUE 0.
       01  RATE-FOUND-IDX                PIC 9(05) VALUE 0.
       01  MAX-PUNCHES                   PIC 9(05) VALUE 20000.
       01  PUNCH-COUNT                   PIC 9(05) VALUE 0.
       01  PUNCH-TABLE.
           05 PUNCH-ENTRY OCCURS 20000 TIMES.
              10 PNCH-KEY.
                 15 PNCH-AFM             PIC X(09).
                 15 PNCH-DATE            PIC 9(08).
                 15 PNCH-TIME.
                    20 PNCH-HH           PIC 9(02).
                    20 PNCH-MM           PIC 9(02).
              10 PNCH-IN-OUT             PIC X(01).
              10 PNCH-TERMINAL           PIC X(06).
       01  PUNCH-IDX                     PIC 9(05) VALUE 0.
       01  PUNCH-INS-POS                 PIC 9(05) VALUE 0.
       01  PUNCH-KEY-NEW.
           05 NEW-PUNCH-AFM              PIC X(09).
           05 NEW-PUNCH-DATE             PIC 9(08).
           05 NEW-PUNCH-TIME             PIC 9(04).
       01  PUNCH-VALID-SWITCH            PIC X(01) VALUE 'Y'.
           88 PUNCH-IS-VALID               VALUE 'Y'.
       01  MAX-OUTPUT                    PIC 9(05) VALUE 5000.
       01  OUT-COUNT                     PIC 9(05) VALUE 0.
       01  OUT-TABLE.
           05 OUT-ENTRY OCCURS 5000 TIMES.
              10 OUT-KEY.
                 15 OUT-COMPANY-CODE     PIC X(02).
                 15 OUT-DEPT-CODE        PIC X(06).
                 15 OUT-AFM              PIC X(09).
              10 OUT-NAME                PIC X(20).
              10 OUT-BANK-ACCOUNT        PIC X(16).
              10 OUT-HOURS               PIC 9(03).
              10 OUT-RATE                PIC 99V99.
       01  OUT-IDX                       PIC 9(05) VALUE 0.
       01  OUT-INS-POS                   PIC 9(05) VALUE 0.
       01  OUT-KEY-NEW.
           05 NEW-OUT-COMPANY-CODE       PIC X(02).
           05 NEW-OUT-DEPT-CODE          PIC X(06).
           05 NEW-OUT-AFM                PIC X(09).
       01  CURRENT-AFM                   PIC X(09) VALUE SPACES.
       01  SHIFT-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88 SHIFT-OPEN                   VALUE 'Y'.
       01  SHIFT-DOUBT-SWITCH            PIC X(01) VALUE 'N'.
           88 SHIFT-IN-DOUBT               VALUE 'Y'.
       01  SHIFT-IN-IDX                  PIC 9(05) VALUE 0.
       01  SHIFT-IN-ABS                  PIC 9(10) VALUE 0.
       01  LAST-OUT-ABS                  PIC 9(10) VALUE 0.
       01  LAST-SHIFT-MINUTES            PIC 9(05) VALUE 0.
       01  PUNCH-ABS                     PIC 9(10) VALUE 0.
       01  SHIFT-MINUTES                 PIC 9(10) VALUE 0.
       01  ROUNDED-MINUTES               PIC 9(05) VALUE 0.
       01  ROUND-REMAINDER               PIC 9(02) VALUE 0.
       01  EMP-TOTAL-MINUTES             PIC 9(06) VALUE 0.
       01  EMP-TOTAL-HOURS               PIC 9(04) VALUE 0.
       01  EXC-REASON                    PIC X(40) VALUE SPACES.
       01  PUNCHES-READ                  PIC 9(07) VALUE 0.
       01  SHIFTS-PAIRED                 PIC 9(07) VALUE 0.
       01  EXCEPTION-CNT                 PIC 9(07) VALUE 0.
       01  PAYROLL-WRITTEN               PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TA-PARMS
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-PAY-RATES
           PERFORM OPEN-EXCEPTION-REPORT
           PERFORM LOAD-PUNCHES
           PERFORM PAIR-PUNCHES
           PERFORM WRITE-PAYROLL-FILE
           PERFORM FINISH.

       LOAD-TA-PARMS.
           OPEN INPUT TA-PARM-FILE
           IF TA-PARM-FILE-STATUS = 0
               READ TA-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TA-PARM-ROUND-UNIT IS NUMERIC AND
                          TA-PARM-ROUND-UNIT > 0 AND
                          TA-PARM-ROUND-UNIT <= 60
                           MOVE TA-PARM-ROUND-UNIT TO ROUND-UNIT
                       END-IF
                       IF TA-PARM-ROUND-MODE = 'N' OR
                          TA-PARM-ROUND-MODE = 'U' OR
                          TA-PARM-ROUND-MODE = 'D'
                           MOVE TA-PARM-ROUND-MODE TO ROUND-MODE
                       END-IF
                       IF TA-PARM-MAX-SHIFT IS NUMERIC AND
                          TA-PARM-MAX-SHIFT > 0
                           MOVE TA-PARM-MAX-SHIFT TO MAX-SHIFT-HOURS
                       END-IF
                       IF TA-PARM-DOUBLE-WINDOW IS NUMERIC
                           MOVE TA-PARM-DOUBLE-WINDOW
                               TO DOUBLE-WINDOW
                       END-IF
               END-READ
               CLOSE TA-PARM-FILE
           ELSE
               DISPLAY '***WARNING TIMECLK: NO TA-PARM-FILE - '
                       'DEFAULT ROUNDING RULES USED'
           END-IF
           COMPUTE MAX-SHIFT-MINUTES = MAX-SHIFT-HOURS * 60
           DISPLAY 'TIMECLK: ROUND TO ' ROUND-UNIT ' MIN (MODE '
                   ROUND-MODE '), MAX SHIFT ' MAX-SHIFT-HOURS
                   ' HRS, DOUBLE-PUNCH WINDOW ' DOUBLE-WINDOW ' MIN'.

       LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'EMPLOYEE-MASTER-FILE'
               DISPLAY 'STATUS-CODE=' EMPLOYEE-MASTER-FILE-STATUS
               MOVE 'EMPLOYEE-MASTER' TO LOG-FILE-NAME-WS
               MOVE EMPLOYEE-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           READ EMPLOYEE-MASTER-FILE
               AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-MASTER-DATA
               IF EMP-COUNT < MAX-EMPLOYEES
                   ADD 1 TO EMP-COUNT
                   MOVE MASTER-AFM       TO EMP-AFM(EMP-COUNT)
                   MOVE MASTER-NAME      TO EMP-NAME(EMP-COUNT)
                   MOVE MASTER-DEPT-CODE TO EMP-DEPT-CODE(EMP-COUNT)
                   MOVE MASTER-BANK-ACCOUNT
                       TO EMP-BANK-ACCOUNT(EMP-COUNT)
                   IF MASTER-COMPANY-CODE = SPACES
                       MOVE '00' TO EMP-COMPANY-CODE(EMP-COUNT)
                   ELSE
                       MOVE MASTER-COMPANY-CODE
                           TO EMP-COMPANY-CODE(EMP-COUNT)
                   END-IF
               ELSE
                   DISPLAY '***ERROR TIMECLK: EMPLOYEE TABLE FULL - '
                           'INCREASE MAX-EMPLOYEES'
               END-IF
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       LOAD-PAY-RATES.
           OPEN INPUT PAY-RATE-FILE
           IF PAY-RATE-FILE-STATUS NOT = 0
               DISPLAY '***WARNING TIMECLK: NO PAY-RATE-FILE - '
                       'EVERY EMPLOYEE WILL BE REPORTED AS MISSING '
                       'A RATE'
           ELSE
               READ PAY-RATE-FILE
                   AT END MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-RATE-DATA
                   IF RATE-COUNT < MAX-EMPLOYEES
                       ADD 1 TO RATE-COUNT
                       MOVE RATE-AFM TO RATE-TBL-AFM(RATE-COUNT)
                       IF RATE-HOUR-RATE IS NUMERIC
                           MOVE RATE-HOUR-RATE
                               TO RATE-TBL-RATE(RATE-COUNT)
                       ELSE
                           MOVE 0 TO RATE-TBL-RATE(RATE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY '***ERROR TIMECLK: RATE TABLE FULL - '
                               'INCREASE MAX-EMPLOYEES'
                   END-IF
                   READ PAY-RATE-FILE
                       AT END MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-RATE-FILE
           END-IF.

       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT TA-EXCEPTION-FILE
           IF TA-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'TA-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' TA-EXCEPTION-FILE-STATUS
               MOVE 'TA-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE TA-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE SPACES TO TA-EXCEPTION-LINE
           STRING 'TIME AND ATTENDANCE EXCEPTIONS   RUN DATE: '
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
             INTO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           MOVE SPACES TO TA-EXCEPTION-LINE
           MOVE 'AFM        DATE      TIME   TERM    REASON'
               TO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           MOVE SPACES TO TA-EXCEPTION-LINE
           MOVE ALL '-' TO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE.

       LOAD-PUNCHES.
           OPEN INPUT CLOCK-PUNCH-FILE
           IF CLOCK-PUNCH-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: CLOCK-PUNCH-FILE'
               DISPLAY 'STATUS-CODE=' CLOCK-PUNCH-FILE-STATUS
               MOVE 'CLOCK-PUNCH-FILE' TO LOG-FILE-NAME-WS
               MOVE CLOCK-PUNCH-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           READ CLOCK-PUNCH-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO PUNCHES-READ
               PERFORM VALIDATE-PUNCH
               IF PUNCH-IS-VALID
                   IF PUNCH-COUNT < MAX-PUNCHES
                       PERFORM INSERT-PUNCH
                   ELSE
                       DISPLAY '***ERROR TIMECLK: PUNCH TABLE FULL - '
                               'INCREASE MAX-PUNCHES'
                       MOVE 'PUNCH TABLE FULL - PUNCH NOT USED'
                           TO EXC-REASON
                       PERFORM WRITE-RAW-PUNCH-EXCEPTION
                   END-IF
               ELSE
                   MOVE 'INVALID PUNCH RECORD' TO EXC-REASON
                   PERFORM WRITE-RAW-PUNCH-EXCEPTION
               END-IF
               READ CLOCK-PUNCH-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE CLOCK-PUNCH-FILE
           DISPLAY 'TIMECLK: PUNCHES READ   = ' PUNCHES-READ
           DISPLAY 'TIMECLK: PUNCHES LOADED = ' PUNCH-COUNT.

       VALIDATE-PUNCH.
           MOVE 'Y' TO PUNCH-VALID-SWITCH
           EVALUATE TRUE
               WHEN PUNCH-AFM = SPACES
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-DATE IS NOT NUMERIC
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-TIME IS NOT NUMERIC
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-HH > 23 OR PUNCH-MM > 59
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-DATE(5:2) < '01' OR PUNCH-DATE(5:2) > '12'
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-DATE(7:2) < '01' OR PUNCH-DATE(7:2) > '31'
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PUNCH-DATE) NOT = 0
                   MOVE 'N' TO PUNCH-VALID-SWITCH
               WHEN PUNCH-IN-OUT NOT = 'I' AND PUNCH-IN-OUT NOT = 'O'
                   MOVE 'N' TO PUNCH-VALID-SWITCH
           END-EVALUATE.

       INSERT-PUNCH.
           MOVE PUNCH-AFM  TO NEW-PUNCH-AFM
           MOVE PUNCH-DATE TO NEW-PUNCH-DATE
           MOVE PUNCH-TIME TO NEW-PUNCH-TIME
           ADD 1 TO PUNCH-COUNT
           MOVE PUNCH-COUNT TO PUNCH-INS-POS
           PERFORM UNTIL PUNCH-INS-POS = 1 OR
                   PNCH-KEY(PUNCH-INS-POS - 1) <= PUNCH-KEY-NEW
               MOVE PUNCH-ENTRY(PUNCH-INS-POS - 1)
                   TO PUNCH-ENTRY(PUNCH-INS-POS)
               SUBTRACT 1 FROM PUNCH-INS-POS
           END-PERFORM
           MOVE PUNCH-KEY-NEW  TO PNCH-KEY(PUNCH-INS-POS)
           MOVE PUNCH-IN-OUT   TO PNCH-IN-OUT(PUNCH-INS-POS)
           MOVE PUNCH-TERMINAL TO PNCH-TERMINAL(PUNCH-INS-POS).

       PAIR-PUNCHES.
           MOVE SPACES TO CURRENT-AFM
           PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                   UNTIL PUNCH-IDX > PUNCH-COUNT
               IF PNCH-AFM(PUNCH-IDX) NOT = CURRENT-AFM
                   IF CURRENT-AFM NOT = SPACES
                       PERFORM CLOSE-EMPLOYEE-PUNCHES
                           THRU CLOSE-EMPLOYEE-PUNCHES-EXIT
                   END-IF
                   MOVE PNCH-AFM(PUNCH-IDX) TO CURRENT-AFM
                   MOVE 'N' TO SHIFT-OPEN-SWITCH
                   MOVE 'N' TO SHIFT-DOUBT-SWITCH
                   MOVE 0   TO LAST-OUT-ABS
                   MOVE 0   TO LAST-SHIFT-MINUTES
                   MOVE 0   TO EMP-TOTAL-MINUTES
               END-IF
               PERFORM COMPUTE-PUNCH-MINUTE
               IF PNCH-IN-OUT(PUNCH-IDX) = 'I'
                   PERFORM PROCESS-IN-PUNCH
               ELSE
                   PERFORM PROCESS-OUT-PUNCH
               END-IF
           END-PERFORM
           IF CURRENT-AFM NOT = SPACES
               PERFORM CLOSE-EMPLOYEE-PUNCHES
                   THRU CLOSE-EMPLOYEE-PUNCHES-EXIT
           END-IF.

       COMPUTE-PUNCH-MINUTE.
           COMPUTE PUNCH-ABS =
               (FUNCTION INTEGER-OF-DATE(PNCH-DATE(PUNCH-IDX)) * 1440)
               + (PNCH-HH(PUNCH-IDX) * 60)
               + PNCH-MM(PUNCH-IDX).

       PROCESS-IN-PUNCH.
           IF SHIFT-OPEN
               IF PUNCH-ABS - SHIFT-IN-ABS <= DOUBLE-WINDOW
                   MOVE 'Y' TO SHIFT-DOUBT-SWITCH
                   MOVE 'DOUBLED IN PUNCH - SHIFT NOT PAID'
                       TO EXC-REASON
                   PERFORM WRITE-PUNCH-EXCEPTION
               ELSE
                   MOVE PUNCH-IDX TO OUT-IDX
                   MOVE SHIFT-IN-IDX TO PUNCH-IDX
                   MOVE 'MISSING OUT PUNCH - SHIFT NOT PAID'
                       TO EXC-REASON
                   PERFORM WRITE-PUNCH-EXCEPTION
                   MOVE OUT-IDX TO PUNCH-IDX
                   MOVE 'N' TO SHIFT-DOUBT-SWITCH
                   MOVE PUNCH-IDX TO SHIFT-IN-IDX
                   MOVE PUNCH-ABS TO SHIFT-IN-ABS
               END-IF
           ELSE
               MOVE 'Y' TO SHIFT-OPEN-SWITCH
               MOVE 'N' TO SHIFT-DOUBT-SWITCH
               MOVE PUNCH-IDX TO SHIFT-IN-IDX
               MOVE PUNCH-ABS TO SHIFT-IN-ABS
           END-IF.

       PROCESS-OUT-PUNCH.
           IF SHIFT-OPEN
               MOVE 'N' TO SHIFT-OPEN-SWITCH
               COMPUTE SHIFT-MINUTES = PUNCH-ABS - SHIFT-IN-ABS
               MOVE PUNCH-ABS TO LAST-OUT-ABS
               MOVE 0 TO LAST-SHIFT-MINUTES
               EVALUATE TRUE
                   WHEN SHIFT-IN-DOUBT
                       CONTINUE
                   WHEN SHIFT-MINUTES > MAX-SHIFT-MINUTES
                       MOVE 'SHIFT OVER MAXIMUM LENGTH - NOT PAID'
                           TO EXC-REASON
                       PERFORM WRITE-PUNCH-EXCEPTION
                   WHEN OTHER
                       PERFORM ROUND-SHIFT-MINUTES
                       ADD ROUNDED-MINUTES TO EMP-TOTAL-MINUTES
                       MOVE ROUNDED-MINUTES TO LAST-SHIFT-MINUTES
                       ADD 1 TO SHIFTS-PAIRED
               END-EVALUATE
               MOVE 'N' TO SHIFT-DOUBT-SWITCH
           ELSE
               IF LAST-OUT-ABS > 0 AND
                  PUNCH-ABS - LAST-OUT-ABS <= DOUBLE-WINDOW
                   MOVE 'DOUBLED OUT PUNCH - SHIFT NOT PAID'
                       TO EXC-REASON
                   PERFORM WRITE-PUNCH-EXCEPTION
                   IF LAST-SHIFT-MINUTES > 0
                       SUBTRACT LAST-SHIFT-MINUTES
                           FROM EMP-TOTAL-MINUTES
                       SUBTRACT 1 FROM SHIFTS-PAIRED
                       MOVE 0 TO LAST-SHIFT-MINUTES
                   END-IF
               ELSE
                   MOVE 'MISSING IN PUNCH' TO EXC-REASON
                   PERFORM WRITE-PUNCH-EXCEPTION
               END-IF
           END-IF.

       ROUND-SHIFT-MINUTES.
           MOVE SHIFT-MINUTES TO ROUNDED-MINUTES
           COMPUTE ROUND-REMAINDER =
               FUNCTION MOD(ROUNDED-MINUTES, ROUND-UNIT)
           IF ROUND-REMAINDER > 0
               EVALUATE TRUE
                   WHEN ROUND-UP
                       COMPUTE ROUNDED-MINUTES = ROUNDED-MINUTES
                           - ROUND-REMAINDER + ROUND-UNIT
                   WHEN ROUND-DOWN
                       SUBTRACT ROUND-REMAINDER FROM ROUNDED-MINUTES
                   WHEN OTHER
                       IF ROUND-REMAINDER * 2 >= ROUND-UNIT
                           COMPUTE ROUNDED-MINUTES = ROUNDED-MINUTES
                               - ROUND-REMAINDER + ROUND-UNIT
                       ELSE
                           SUBTRACT ROUND-REMAINDER
                               FROM ROUNDED-MINUTES
                       END-IF
               END-EVALUATE
           END-IF.

       CLOSE-EMPLOYEE-PUNCHES.
           IF SHIFT-OPEN
               MOVE PUNCH-IDX TO OUT-IDX
               MOVE SHIFT-IN-IDX TO PUNCH-IDX
               MOVE 'MISSING OUT PUNCH - SHIFT NOT PAID'
                   TO EXC-REASON
               PERFORM WRITE-PUNCH-EXCEPTION
               MOVE OUT-IDX TO PUNCH-IDX
               MOVE 'N' TO SHIFT-OPEN-SWITCH
           END-IF
           IF EMP-TOTAL-MINUTES = 0
               GO TO CLOSE-EMPLOYEE-PUNCHES-EXIT
           END-IF
           COMPUTE EMP-TOTAL-HOURS ROUNDED = EMP-TOTAL-MINUTES / 60
           MOVE 0 TO EMP-FOUND-IDX
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND-IDX > 0
               IF EMP-AFM(EMP-IDX) = CURRENT-AFM
                   MOVE EMP-IDX TO EMP-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO RATE-FOUND-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT OR RATE-FOUND-IDX > 0
               IF RATE-TBL-AFM(RATE-IDX) = CURRENT-AFM
                   MOVE RATE-IDX TO RATE-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN EMP-FOUND-IDX = 0
                   MOVE 'AFM NOT ON EMPLOYEE MASTER - NOT LOADED'
                       TO EXC-REASON
               WHEN RATE-FOUND-IDX = 0
                   MOVE 'NO PAY RATE ON FILE - NOT LOADED'
                       TO EXC-REASON
               WHEN RATE-TBL-RATE(RATE-FOUND-IDX) = 0
                   MOVE 'NO PAY RATE ON FILE - NOT LOADED'
                       TO EXC-REASON
               WHEN EMP-TOTAL-HOURS > 999
                   MOVE 'PERIOD HOURS EXCEED 999 - NOT LOADED'
                       TO EXC-REASON
               WHEN OUT-COUNT NOT < MAX-OUTPUT
                   MOVE 'OUTPUT TABLE FULL - NOT LOADED'
                       TO EXC-REASON
               WHEN OTHER
                   MOVE SPACES TO EXC-REASON
           END-EVALUATE
           IF EXC-REASON NOT = SPACES
               PERFORM WRITE-EMPLOYEE-EXCEPTION
               GO TO CLOSE-EMPLOYEE-PUNCHES-EXIT
           END-IF
           PERFORM INSERT-OUTPUT-ENTRY.
       CLOSE-EMPLOYEE-PUNCHES-EXIT.
           EXIT.

       INSERT-OUTPUT-ENTRY.
           MOVE EMP-COMPANY-CODE(EMP-FOUND-IDX) TO NEW-OUT-COMPANY-CODE
           MOVE EMP-DEPT-CODE(EMP-FOUND-IDX)    TO NEW-OUT-DEPT-CODE
           MOVE CURRENT-AFM                     TO NEW-OUT-AFM
           ADD 1 TO OUT-COUNT
           MOVE OUT-COUNT TO OUT-INS-POS
           PERFORM UNTIL OUT-INS-POS = 1 OR
                   OUT-KEY(OUT-INS-POS - 1) <= OUT-KEY-NEW
               MOVE OUT-ENTRY(OUT-INS-POS - 1)
                   TO OUT-ENTRY(OUT-INS-POS)
               SUBTRACT 1 FROM OUT-INS-POS
           END-PERFORM
           MOVE OUT-KEY-NEW TO OUT-KEY(OUT-INS-POS)
           MOVE EMP-NAME(EMP-FOUND-IDX) TO OUT-NAME(OUT-INS-POS)
           MOVE EMP-BANK-ACCOUNT(EMP-FOUND-IDX)
               TO OUT-BANK-ACCOUNT(OUT-INS-POS)
           MOVE EMP-TOTAL-HOURS TO OUT-HOURS(OUT-INS-POS)
           MOVE RATE-TBL-RATE(RATE-FOUND-IDX)
               TO OUT-RATE(OUT-INS-POS).

       WRITE-PAYROLL-FILE.
           OPEN OUTPUT PAYROLL-FILE
           IF PAYROLL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: PAYROLL-FILE'
               DISPLAY 'STATUS-CODE=' PAYROLL-FILE-STATUS
               MOVE 'PAYROLL-FILE' TO LOG-FILE-NAME-WS
               MOVE PAYROLL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > OUT-COUNT
               MOVE SPACES                 TO PAYROLL-IN
               MOVE OUT-NAME(OUT-IDX)      TO PAYROLL-EMPLOYEE-NAME
               MOVE OUT-HOURS(OUT-IDX)     TO PAYROLL-HOURS-WORKED
               MOVE OUT-RATE(OUT-IDX)      TO PAYROLL-HOUR-RATE
               MOVE OUT-AFM(OUT-IDX)       TO PAYROLL-AFM
               MOVE OUT-DEPT-CODE(OUT-IDX) TO PAYROLL-DEPT-CODE
               MOVE OUT-BANK-ACCOUNT(OUT-IDX)
                   TO PAYROLL-BANK-ACCOUNT
               MOVE OUT-COMPANY-CODE(OUT-IDX)
                   TO PAYROLL-COMPANY-CODE
               MOVE X'0D0A'                TO PAYROLL-CRLF
               WRITE PAYROLL-IN
               IF PAYROLL-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'PAYROLL-FILE'
                   DISPLAY 'STATUS-CODE=' PAYROLL-FILE-STATUS
                   MOVE 'PAYROLL-FILE' TO LOG-FILE-NAME-WS
                   MOVE PAYROLL-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   PERFORM FINISH
               END-IF
               ADD 1 TO PAYROLL-WRITTEN
           END-PERFORM
           CLOSE PAYROLL-FILE.

       WRITE-RAW-PUNCH-EXCEPTION.
           MOVE SPACES TO TA-EXCEPTION-LINE
           STRING PUNCH-AFM      DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  PUNCH-DATE     DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  PUNCH-TIME     DELIMITED BY SIZE
                  '   '          DELIMITED BY SIZE
                  PUNCH-TERMINAL DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  EXC-REASON     DELIMITED BY SIZE
             INTO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           ADD 1 TO EXCEPTION-CNT.

       WRITE-PUNCH-EXCEPTION.
           MOVE SPACES TO TA-EXCEPTION-LINE
           STRING PNCH-AFM(PUNCH-IDX)      DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  PNCH-DATE(PUNCH-IDX)     DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  PNCH-TIME(PUNCH-IDX)     DELIMITED BY SIZE
                  '   '                    DELIMITED BY SIZE
                  PNCH-TERMINAL(PUNCH-IDX) DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  EXC-REASON               DELIMITED BY SIZE
             INTO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           ADD 1 TO EXCEPTION-CNT.

       WRITE-EMPLOYEE-EXCEPTION.
           MOVE SPACES TO TA-EXCEPTION-LINE
           STRING CURRENT-AFM      DELIMITED BY SIZE
                  '  HOURS '       DELIMITED BY SIZE
                  EMP-TOTAL-HOURS  DELIMITED BY SIZE
                  '           '    DELIMITED BY SIZE
                  EXC-REASON       DELIMITED BY SIZE
             INTO TA-EXC-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           ADD 1 TO EXCEPTION-CNT.

       WRITE-EXCEPTION-LINE.
           MOVE X'0D0A' TO TA-EXC-CRLF
           WRITE TA-EXCEPTION-LINE
           IF TA-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'TA-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' TA-EXCEPTION-FILE-STATUS
               MOVE 'TA-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE TA-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       FINISH.
           CLOSE TA-EXCEPTION-FILE
           DISPLAY 'TIMECLK: PUNCHES READ       = ' PUNCHES-READ
           DISPLAY 'TIMECLK: SHIFTS PAIRED      = ' SHIFTS-PAIRED
           DISPLAY 'TIMECLK: EXCEPTIONS         = ' EXCEPTION-CNT
           DISPLAY 'TIMECLK: PAYROLL RECORDS    = ' PAYROLL-WRITTEN
           IF EXCEPTION-CNT > 0 AND RETURN-CODE = 0
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
               MOVE 'TIMECLK'         TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE PUNCHES-READ       TO AUDIT-RECS-READ
               MOVE PAYROLL-WRITTEN    TO AUDIT-RECS-WRITTEN
               MOVE EXCEPTION-CNT      TO AUDIT-RECS-REJECTED
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
               MOVE 'TIMECLK'       TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM TIMECLK.
