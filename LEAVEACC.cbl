       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-PARM-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO DISK
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.

           SELECT LEAVE-TRANS-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-TRANS-FILE-STATUS.

           SELECT UNPAID-LEAVE-FILE ASSIGN TO DISK
               FILE STATUS IS UNPAID-LEAVE-FILE-STATUS.

           SELECT LEAVE-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-REPORT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS LEAVE-PARM-REC.
       01  LEAVE-PARM-REC.
           05 LVP-TYPE               PIC X(02).
           05 LVP-MIN-YEARS          PIC 9(02).
           05 LVP-ANNUAL-HOURS       PIC 9(03)V99.
           05 LVP-PAID-FLAG          PIC X(01).
           05 LVP-CARRY-FLAG         PIC X(01).
           05 LVP-CRLF               PIC X(02).

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

       FD  PAY-CALENDAR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PAY-CALENDAR-REC.
       01  PAY-CALENDAR-REC.
           05 CAL-PERIOD-ID          PIC X(06).
           05 CAL-FREQUENCY          PIC X(01).
           05 CAL-START-DATE         PIC 9(08).
           05 CAL-END-DATE           PIC 9(08).
           05 CAL-PAY-DATE           PIC 9(08).
           05 CAL-CRLF               PIC X(02).

       FD  LEAVE-BALANCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS LEAVE-BALANCE-REC.
       01  LEAVE-BALANCE-REC.
           05 LVB-AFM                PIC X(09).
           05 LVB-TYPE               PIC X(02).
           05 LVB-BALANCE            PIC 9(04)V99.
           05 LVB-ACCRUED-YTD        PIC 9(04)V99.
           05 LVB-TAKEN-YTD          PIC 9(04)V99.
           05 LVB-PERIOD-TAKEN       PIC 9(04)V99.
           05 LVB-LAST-PERIOD        PIC X(06).
           05 LVB-CRLF               PIC X(02).

       FD  LEAVE-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS LEAVE-TRANS-REC.
       01  LEAVE-TRANS-REC.
           05 LVT-AFM                PIC X(09).
           05 LVT-TYPE               PIC X(02).
           05 LVT-FROM-DATE          PIC 9(08).
           05 LVT-HOURS              PIC 9(03).
           05 LVT-CRLF               PIC X(02).

       FD  UNPAID-LEAVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS UNPAID-LEAVE-REC.
       01  UNPAID-LEAVE-REC.
           05 ULV-AFM                PIC X(09).
           05 ULV-PERIOD             PIC X(06).
           05 ULV-HOURS              PIC 9(04)V99.
           05 ULV-CRLF               PIC X(02).

       FD  LEAVE-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LEAVE-REPORT-LINE.
       01  LEAVE-REPORT-LINE.
           05 LVR-TEXT               PIC X(78).
           05 LVR-CRLF               PIC X(02).

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
       01  LEAVE-PARM-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  EMPLOYEE-MASTER-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  PAY-CALENDAR-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  LEAVE-BALANCE-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  LEAVE-TRANS-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  UNPAID-LEAVE-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  LEAVE-REPORT-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  PARM-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-PARM-DATA            VALUE 'NO'.
       01  MASTER-DATA-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-MASTER-DATA          VALUE 'NO'.
       01  CAL-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-CAL-DATA             VALUE 'NO'.
       01  BALANCE-DATA-REMAINS-SWITCH   PIC X(02) VALUE SPACES.
           88 NO-MORE-BALANCE-DATA         VALUE 'NO'.
       01  TRANS-DATA-REMAINS-SWITCH     PIC X(02) VALUE SPACES.
           88 NO-MORE-TRANS-DATA           VALUE 'NO'.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  PERIOD-MODE-SWITCH            PIC X(01) VALUE 'N'.
           88 PERIOD-MODE                  VALUE 'Y'.
       01  PERIOD-ID                     PIC X(06) VALUE SPACES.
       01  PERIOD-ID-PARTS REDEFINES PERIOD-ID.
           05 PERIOD-ID-YEAR             PIC X(04).
           05 PERIOD-ID-REST             PIC X(02).
       01  PERIOD-FREQUENCY              PIC X(01) VALUE SPACES.
           88 PERIOD-MONTHLY               VALUE 'M'.
           88 PERIOD-BIWEEKLY              VALUE 'B'.
       01  PERIOD-START-DATE             PIC 9(08) VALUE 0.
       01  PERIOD-END-DATE               PIC 9(08) VALUE 0.
       01  PERIOD-PAY-DATE               PIC 9(08) VALUE 0.
       01  PERIODS-PER-YEAR              PIC 9(02) VALUE 12.
       01  MAX-TIERS                     PIC 9(03) VALUE 100.
       01  TIER-COUNT                    PIC 9(03) VALUE 0.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 100 TIMES.
              10 TIER-TYPE               PIC X(02).
              10 TIER-MIN-YEARS          PIC 9(02).
              10 TIER-ANNUAL-HOURS       PIC 9(03)V99.
       01  TIER-IDX                      PIC 9(03) VALUE 0.
       01  MAX-TYPES                     PIC 9(03) VALUE 20.
       01  TYPE-COUNT                    PIC 9(03) VALUE 0.
       01  TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 20 TIMES.
              10 TYPE-CODE               PIC X(02).
              10 TYPE-PAID-FLAG          PIC X(01).
                 88 TYPE-IS-PAID           VALUE 'Y'.
              10 TYPE-CARRY-FLAG         PIC X(01).
                 88 TYPE-CARRIES-OVER      VALUE 'Y'.
       01  TYPE-IDX                      PIC 9(03) VALUE 0.
       01  TYPE-SCAN-IDX                 PIC 9(03) VALUE 0.
       01  TYPE-FOUND-IDX                PIC 9(03) VALUE 0.
       01  SEARCH-TYPE                   PIC X(02) VALUE SPACES.
       01  MAX-EMPLOYEES                 PIC 9(05) VALUE 5000.
       01  EMP-COUNT                     PIC 9(05) VALUE 0.
       01  EMP-TABLE.
           05 EMP-ENTRY OCCURS 5000 TIMES.
              10 EMP-AFM                 PIC X(09).
              10 EMP-STATUS              PIC X(01).
              10 EMP-HIRE-DATE           PIC 9(08).
       01  EMP-IDX                       PIC 9(05) VALUE 0.
       01  EMP-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  MAX-LEDGER                    PIC 9(05) VALUE 15000.
       01  LEDGER-COUNT                  PIC 9(05) VALUE 0.
       01  LEAVE-TABLE.
           05 LEAVE-ENTRY OCCURS 15000 TIMES.
              10 LEAVE-KEY.
                 15 LEAVE-AFM            PIC X(09).
                 15 LEAVE-TYPE           PIC X(02).
              10 LEAVE-BALANCE           PIC 9(04)V99.
              10 LEAVE-ACCRUED-YTD       PIC 9(04)V99.
              10 LEAVE-TAKEN-YTD         PIC 9(04)V99.
              10 LEAVE-PERIOD-TAKEN      PIC 9(04)V99.
              10 LEAVE-LAST-PERIOD       PIC X(06).
       01  LEAVE-IDX                     PIC 9(05) VALUE 0.
       01  LEAVE-FOUND-IDX               PIC 9(05) VALUE 0.
       01  LEAVE-INS-POS                 PIC 9(05) VALUE 0.
       01  LEAVE-KEY-NEW.
           05 NEW-LEAVE-AFM              PIC X(09).
           05 NEW-LEAVE-TYPE             PIC X(02).
       01  SERVICE-FROM-WORK.
           05 SERVICE-FROM-YEAR          PIC 9(04).
           05 SERVICE-FROM-MMDD          PIC 9(04).
       01  SERVICE-TO-WORK.
           05 SERVICE-TO-YEAR            PIC 9(04).
           05 SERVICE-TO-MMDD            PIC 9(04).
       01  SERVICE-YEARS                 PIC 9(03) VALUE 0.
       01  ENTITLE-HOURS                 PIC 9(03)V99 VALUE 0.
       01  ENTITLE-MIN-YEARS             PIC 9(02) VALUE 0.
       01  ENTITLE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88 ENTITLE-FOUND                VALUE 'Y'.
       01  ACCRUAL-HOURS                 PIC 9(04)V99 VALUE 0.
       01  TRANS-HOURS                   PIC 9(04)V99 VALUE 0.
       01  REPORT-REASON                 PIC X(40) VALUE SPACES.
       01  REPORT-HOURS-EDIT             PIC Z.ZZ9,99.
       01  REPORT-BALANCE-EDIT           PIC Z.ZZ9,99.
       01  TRANS-READ                    PIC 9(07) VALUE 0.
       01  TRANS-POSTED                  PIC 9(07) VALUE 0.
       01  TRANS-REJECTED                PIC 9(07) VALUE 0.
       01  ACCRUALS-POSTED               PIC 9(07) VALUE 0.
       01  ACCRUALS-SKIPPED              PIC 9(07) VALUE 0.
       01  BALANCES-SETTLED              PIC 9(07) VALUE 0.
       01  UNPAID-WRITTEN                PIC 9(07) VALUE 0.
       01  LEDGER-WRITTEN                PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-LEAVE-PARMS
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-LEAVE-BALANCES
           PERFORM OPEN-LEAVE-REPORT
           PERFORM ACCRUE-LEAVE
           PERFORM POST-LEAVE-TRANSACTIONS
           PERFORM WRITE-UNPAID-LEAVE-FILE
           PERFORM REWRITE-LEAVE-BALANCES
           PERFORM CLEAR-LEAVE-TRANSACTIONS
           PERFORM FINISH.

       LOAD-LEAVE-PARMS.
           OPEN INPUT LEAVE-PARM-FILE
           IF LEAVE-PARM-FILE-STATUS NOT = 0
               DISPLAY '***WARNING LEAVEACC: NO LEAVE-PARM-FILE - '
                       'DEFAULT ENTITLEMENTS USED'
               PERFORM SET-DEFAULT-LEAVE-PARMS
           ELSE
               READ LEAVE-PARM-FILE
                   AT END MOVE 'NO' TO PARM-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PARM-DATA
                   IF LVP-TYPE = SPACES OR
                      LVP-MIN-YEARS IS NOT NUMERIC OR
                      LVP-ANNUAL-HOURS IS NOT NUMERIC OR
                      (LVP-PAID-FLAG NOT = 'Y' AND
                       LVP-PAID-FLAG NOT = 'N')
                       DISPLAY '***WARNING: LEAVE-PARM ROW '
                               LVP-TYPE ' IS INVALID - ROW IGNORED'
                   ELSE
                       PERFORM ADD-LEAVE-PARM
                   END-IF
                   READ LEAVE-PARM-FILE
                       AT END MOVE 'NO' TO PARM-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-PARM-FILE
               IF TYPE-COUNT = 0
                   DISPLAY '***WARNING LEAVEACC: LEAVE-PARM-FILE IS '
                           'EMPTY - DEFAULT ENTITLEMENTS USED'
                   PERFORM SET-DEFAULT-LEAVE-PARMS
               END-IF
           END-IF
           DISPLAY 'LEAVEACC: LEAVE TYPES ' TYPE-COUNT
                   ', SERVICE TIERS ' TIER-COUNT.

       SET-DEFAULT-LEAVE-PARMS.
           MOVE 0 TO TIER-COUNT
           MOVE 0 TO TYPE-COUNT
           MOVE 'AN'   TO LVP-TYPE
           MOVE 'Y'    TO LVP-PAID-FLAG
           MOVE 'Y'    TO LVP-CARRY-FLAG
           MOVE 0      TO LVP-MIN-YEARS
           MOVE 160,00 TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 1      TO LVP-MIN-YEARS
           MOVE 168,00 TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 2      TO LVP-MIN-YEARS
           MOVE 176,00 TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 10     TO LVP-MIN-YEARS
           MOVE 200,00 TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 25     TO LVP-MIN-YEARS
           MOVE 208,00 TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 'SK'   TO LVP-TYPE
           MOVE 'N'    TO LVP-CARRY-FLAG
           MOVE 0      TO LVP-MIN-YEARS
           MOVE 48,00  TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM
           MOVE 'UN'   TO LVP-TYPE
           MOVE 'N'    TO LVP-PAID-FLAG
           MOVE 0,00   TO LVP-ANNUAL-HOURS
           PERFORM ADD-LEAVE-PARM.

       ADD-LEAVE-PARM.
           MOVE LVP-TYPE TO SEARCH-TYPE
           PERFORM FIND-LEAVE-TYPE
           IF TYPE-FOUND-IDX = 0
               IF TYPE-COUNT < MAX-TYPES
                   ADD 1 TO TYPE-COUNT
                   MOVE LVP-TYPE      TO TYPE-CODE(TYPE-COUNT)
                   MOVE LVP-PAID-FLAG TO TYPE-PAID-FLAG(TYPE-COUNT)
                   IF LVP-CARRY-FLAG = 'Y'
                       MOVE 'Y' TO TYPE-CARRY-FLAG(TYPE-COUNT)
                   ELSE
                       MOVE 'N' TO TYPE-CARRY-FLAG(TYPE-COUNT)
                   END-IF
               ELSE
                   DISPLAY '***ERROR LEAVEACC: LEAVE TYPE TABLE FULL '
                           '- TYPE ' LVP-TYPE ' IGNORED'
               END-IF
           END-IF
           IF TIER-COUNT < MAX-TIERS
               ADD 1 TO TIER-COUNT
               MOVE LVP-TYPE         TO TIER-TYPE(TIER-COUNT)
               MOVE LVP-MIN-YEARS    TO TIER-MIN-YEARS(TIER-COUNT)
               MOVE LVP-ANNUAL-HOURS TO TIER-ANNUAL-HOURS(TIER-COUNT)
           ELSE
               DISPLAY '***ERROR LEAVEACC: SERVICE TIER TABLE FULL - '
                       'INCREASE MAX-TIERS'
           END-IF.

       FIND-LEAVE-TYPE.
           MOVE 0 TO TYPE-FOUND-IDX
           PERFORM VARYING TYPE-SCAN-IDX FROM 1 BY 1
                   UNTIL TYPE-SCAN-IDX > TYPE-COUNT OR
                         TYPE-FOUND-IDX > 0
               IF TYPE-CODE(TYPE-SCAN-IDX) = SEARCH-TYPE
                   MOVE TYPE-SCAN-IDX TO TYPE-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-PAY-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-FILE-STATUS = 0
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CAL-DATA
                   PERFORM SELECT-PAY-PERIOD
                   READ PAY-CALENDAR-FILE
                       AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           IF PERIOD-MODE
               IF PERIOD-BIWEEKLY
                   MOVE 26 TO PERIODS-PER-YEAR
               ELSE
                   MOVE 12 TO PERIODS-PER-YEAR
               END-IF
           ELSE
               DISPLAY '***WARNING LEAVEACC: NO PAY PERIOD COVERS RUN '
                       'DATE ' RUN-DATE ' - MONTHLY ACCRUAL USED'
               MOVE RUN-DATE(1:6) TO PERIOD-ID
               MOVE 'M'           TO PERIOD-FREQUENCY
               MOVE RUN-DATE      TO PERIOD-END-DATE
               MOVE 12            TO PERIODS-PER-YEAR
           END-IF
           DISPLAY 'LEAVEACC: ACCRUAL PERIOD ' PERIOD-ID
                   ' ENDING ' PERIOD-END-DATE
                   ', PERIODS PER YEAR ' PERIODS-PER-YEAR.

       SELECT-PAY-PERIOD.
           IF CAL-START-DATE IS NOT NUMERIC OR
              CAL-END-DATE   IS NOT NUMERIC OR
              CAL-PAY-DATE   IS NOT NUMERIC OR
              CAL-END-DATE < CAL-START-DATE OR
              (CAL-FREQUENCY NOT = 'M' AND CAL-FREQUENCY NOT = 'B')
               DISPLAY '***WARNING: PAY-CALENDAR ROW '
                       CAL-PERIOD-ID ' IS INVALID - ROW IGNORED'
           ELSE
               IF CAL-START-DATE <= RUN-DATE AND
                  CAL-PAY-DATE   >= RUN-DATE
                   IF NOT PERIOD-MODE OR
                      CAL-PAY-DATE < PERIOD-PAY-DATE
                       MOVE 'Y'            TO PERIOD-MODE-SWITCH
                       MOVE CAL-PERIOD-ID  TO PERIOD-ID
                       MOVE CAL-FREQUENCY  TO PERIOD-FREQUENCY
                       MOVE CAL-START-DATE TO PERIOD-START-DATE
                       MOVE CAL-END-DATE   TO PERIOD-END-DATE
                       MOVE CAL-PAY-DATE   TO PERIOD-PAY-DATE
                   END-IF
               END-IF
           END-IF.

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
                   MOVE MASTER-AFM    TO EMP-AFM(EMP-COUNT)
                   MOVE MASTER-STATUS TO EMP-STATUS(EMP-COUNT)
                   IF MASTER-HIRE-DATE IS NUMERIC
                       MOVE MASTER-HIRE-DATE
                           TO EMP-HIRE-DATE(EMP-COUNT)
                   ELSE
                       MOVE 0 TO EMP-HIRE-DATE(EMP-COUNT)
                   END-IF
               ELSE
                   DISPLAY '***ERROR LEAVEACC: EMPLOYEE TABLE FULL - '
                           'INCREASE MAX-EMPLOYEES'
               END-IF
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LEAVE-BALANCE-FILE-STATUS NOT = 0
               DISPLAY 'LEAVEACC: NO LEAVE-BALANCE-FILE - '
                       'LEDGER STARTED'
           ELSE
               READ LEAVE-BALANCE-FILE
                   AT END MOVE 'NO' TO BALANCE-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-BALANCE-DATA
                   IF LEDGER-COUNT < MAX-LEDGER
                       MOVE LVB-AFM  TO NEW-LEAVE-AFM
                       MOVE LVB-TYPE TO NEW-LEAVE-TYPE
                       PERFORM INSERT-LEDGER-ROW
                       IF LVB-BALANCE IS NUMERIC
                           MOVE LVB-BALANCE
                               TO LEAVE-BALANCE(LEAVE-INS-POS)
                       END-IF
                       IF LVB-ACCRUED-YTD IS NUMERIC
                           MOVE LVB-ACCRUED-YTD
                               TO LEAVE-ACCRUED-YTD(LEAVE-INS-POS)
                       END-IF
                       IF LVB-TAKEN-YTD IS NUMERIC
                           MOVE LVB-TAKEN-YTD
                               TO LEAVE-TAKEN-YTD(LEAVE-INS-POS)
                       END-IF
                       IF LVB-PERIOD-TAKEN IS NUMERIC
                           MOVE LVB-PERIOD-TAKEN
                               TO LEAVE-PERIOD-TAKEN(LEAVE-INS-POS)
                       END-IF
                       MOVE LVB-LAST-PERIOD
                           TO LEAVE-LAST-PERIOD(LEAVE-INS-POS)
                   ELSE
                       DISPLAY '***ERROR LEAVEACC: LEAVE LEDGER FULL '
                               '- INCREASE MAX-LEDGER'
                       MOVE 'LEAVE-BALANCE-FILE' TO LOG-FILE-NAME-WS
                       MOVE '34' TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ LEAVE-BALANCE-FILE
                       AT END MOVE 'NO' TO BALANCE-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           DISPLAY 'LEAVEACC: LEDGER ROWS LOADED = ' LEDGER-COUNT.

       INSERT-LEDGER-ROW.
           ADD 1 TO LEDGER-COUNT
           MOVE LEDGER-COUNT TO LEAVE-INS-POS
           PERFORM UNTIL LEAVE-INS-POS = 1 OR
                   LEAVE-KEY(LEAVE-INS-POS - 1) <= LEAVE-KEY-NEW
               MOVE LEAVE-ENTRY(LEAVE-INS-POS - 1)
                   TO LEAVE-ENTRY(LEAVE-INS-POS)
               SUBTRACT 1 FROM LEAVE-INS-POS
           END-PERFORM
           MOVE LEAVE-KEY-NEW TO LEAVE-KEY(LEAVE-INS-POS)
           MOVE 0      TO LEAVE-BALANCE(LEAVE-INS-POS)
           MOVE 0      TO LEAVE-ACCRUED-YTD(LEAVE-INS-POS)
           MOVE 0      TO LEAVE-TAKEN-YTD(LEAVE-INS-POS)
           MOVE 0      TO LEAVE-PERIOD-TAKEN(LEAVE-INS-POS)
           MOVE SPACES TO LEAVE-LAST-PERIOD(LEAVE-INS-POS).

       FIND-LEDGER-ROW.
           MOVE 0 TO LEAVE-FOUND-IDX
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEDGER-COUNT OR
                         LEAVE-FOUND-IDX > 0
               IF LEAVE-KEY(LEAVE-IDX) = LEAVE-KEY-NEW
                   MOVE LEAVE-IDX TO LEAVE-FOUND-IDX
               END-IF
           END-PERFORM.

       ROLL-LEDGER-ROW.
           IF LEAVE-LAST-PERIOD(LEAVE-FOUND-IDX) NOT = PERIOD-ID
               IF LEAVE-LAST-PERIOD(LEAVE-FOUND-IDX)(1:4)
                       NOT = PERIOD-ID-YEAR
                   MOVE 0 TO LEAVE-ACCRUED-YTD(LEAVE-FOUND-IDX)
                   MOVE 0 TO LEAVE-TAKEN-YTD(LEAVE-FOUND-IDX)
                   MOVE LEAVE-TYPE(LEAVE-FOUND-IDX) TO SEARCH-TYPE
                   PERFORM FIND-LEAVE-TYPE
                   IF TYPE-FOUND-IDX > 0
                       IF NOT TYPE-CARRIES-OVER(TYPE-FOUND-IDX)
                           MOVE 0 TO LEAVE-BALANCE(LEAVE-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO LEAVE-PERIOD-TAKEN(LEAVE-FOUND-IDX)
               MOVE PERIOD-ID TO LEAVE-LAST-PERIOD(LEAVE-FOUND-IDX)
           END-IF.

       OPEN-LEAVE-REPORT.
           OPEN OUTPUT LEAVE-REPORT-FILE
           IF LEAVE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'LEAVE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' LEAVE-REPORT-FILE-STATUS
               MOVE 'LEAVE-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE LEAVE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE SPACES TO LEAVE-REPORT-LINE
           STRING 'LEAVE LEDGER MOVEMENTS   PERIOD: '
                      DELIMITED BY SIZE
                  PERIOD-ID                  DELIMITED BY SIZE
                  '   RUN DATE: '            DELIMITED BY SIZE
                  RUN-DATE                   DELIMITED BY SIZE
             INTO LVR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LEAVE-REPORT-LINE
           MOVE 'AFM        TYPE  DATE         HOURS   BALANCE  REMARK'
               TO LVR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LEAVE-REPORT-LINE
           MOVE ALL '-' TO LVR-TEXT
           PERFORM WRITE-REPORT-LINE.

       ACCRUE-LEAVE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               IF EMP-STATUS(EMP-IDX) = 'T'
                   PERFORM SETTLE-TERMINATED-EMPLOYEE
               ELSE
                   IF EMP-HIRE-DATE(EMP-IDX) <= PERIOD-END-DATE
                       PERFORM COMPUTE-SERVICE-YEARS
                       PERFORM VARYING TYPE-IDX FROM 1 BY 1
                               UNTIL TYPE-IDX > TYPE-COUNT
                           IF TYPE-IS-PAID(TYPE-IDX)
                               PERFORM ACCRUE-EMPLOYEE-TYPE
                                   THRU ACCRUE-EMPLOYEE-TYPE-EXIT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'LEAVEACC: ACCRUALS POSTED  = ' ACCRUALS-POSTED
           DISPLAY 'LEAVEACC: ACCRUALS SKIPPED = ' ACCRUALS-SKIPPED.

       COMPUTE-SERVICE-YEARS.
           MOVE 0 TO SERVICE-YEARS
           IF EMP-HIRE-DATE(EMP-IDX) > 0
               MOVE EMP-HIRE-DATE(EMP-IDX) TO SERVICE-FROM-WORK
               MOVE PERIOD-END-DATE        TO SERVICE-TO-WORK
               IF SERVICE-TO-YEAR > SERVICE-FROM-YEAR
                   COMPUTE SERVICE-YEARS =
                       SERVICE-TO-YEAR - SERVICE-FROM-YEAR
                   IF SERVICE-TO-MMDD < SERVICE-FROM-MMDD
                       SUBTRACT 1 FROM SERVICE-YEARS
                   END-IF
               END-IF
           END-IF.

       ACCRUE-EMPLOYEE-TYPE.
           MOVE 'N' TO ENTITLE-FOUND-SWITCH
           MOVE 0   TO ENTITLE-HOURS
           MOVE 0   TO ENTITLE-MIN-YEARS
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               IF TIER-TYPE(TIER-IDX) = TYPE-CODE(TYPE-IDX) AND
                  TIER-MIN-YEARS(TIER-IDX) <= SERVICE-YEARS
                   IF NOT ENTITLE-FOUND OR
                      TIER-MIN-YEARS(TIER-IDX) >= ENTITLE-MIN-YEARS
                       MOVE 'Y' TO ENTITLE-FOUND-SWITCH
                       MOVE TIER-MIN-YEARS(TIER-IDX)
                           TO ENTITLE-MIN-YEARS
                       MOVE TIER-ANNUAL-HOURS(TIER-IDX)
                           TO ENTITLE-HOURS
                   END-IF
               END-IF
           END-PERFORM
           IF ENTITLE-HOURS = 0
               GO TO ACCRUE-EMPLOYEE-TYPE-EXIT
           END-IF
           MOVE EMP-AFM(EMP-IDX)     TO NEW-LEAVE-AFM
           MOVE TYPE-CODE(TYPE-IDX)  TO NEW-LEAVE-TYPE
           PERFORM FIND-LEDGER-ROW
           IF LEAVE-FOUND-IDX = 0
               IF LEDGER-COUNT NOT < MAX-LEDGER
                   DISPLAY '***ERROR LEAVEACC: LEAVE LEDGER FULL - '
                           NEW-LEAVE-AFM ' ' NEW-LEAVE-TYPE
                           ' NOT ACCRUED'
                   MOVE 66 TO RETURN-CODE
                   GO TO ACCRUE-EMPLOYEE-TYPE-EXIT
               END-IF
               PERFORM INSERT-LEDGER-ROW
               MOVE LEAVE-INS-POS TO LEAVE-FOUND-IDX
           END-IF
           IF LEAVE-LAST-PERIOD(LEAVE-FOUND-IDX) = PERIOD-ID
               ADD 1 TO ACCRUALS-SKIPPED
               GO TO ACCRUE-EMPLOYEE-TYPE-EXIT
           END-IF
           PERFORM ROLL-LEDGER-ROW
           COMPUTE ACCRUAL-HOURS ROUNDED =
               ENTITLE-HOURS / PERIODS-PER-YEAR
           ADD ACCRUAL-HOURS TO LEAVE-BALANCE(LEAVE-FOUND-IDX)
               ON SIZE ERROR
                   MOVE 9999,99 TO LEAVE-BALANCE(LEAVE-FOUND-IDX)
           END-ADD
           ADD ACCRUAL-HOURS TO LEAVE-ACCRUED-YTD(LEAVE-FOUND-IDX)
               ON SIZE ERROR
                   MOVE 9999,99 TO LEAVE-ACCRUED-YTD(LEAVE-FOUND-IDX)
           END-ADD
           ADD 1 TO ACCRUALS-POSTED.
       ACCRUE-EMPLOYEE-TYPE-EXIT.
           EXIT.

       SETTLE-TERMINATED-EMPLOYEE.
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEDGER-COUNT
               IF LEAVE-AFM(LEAVE-IDX) = EMP-AFM(EMP-IDX) AND
                  LEAVE-BALANCE(LEAVE-IDX) > 0
                   MOVE LEAVE-TYPE(LEAVE-IDX) TO SEARCH-TYPE
                   PERFORM FIND-LEAVE-TYPE
                   IF TYPE-FOUND-IDX > 0
                       IF TYPE-CARRIES-OVER(TYPE-FOUND-IDX)
                           MOVE LEAVE-BALANCE(LEAVE-IDX)
                               TO REPORT-HOURS-EDIT
                           MOVE 0 TO LEAVE-BALANCE(LEAVE-IDX)
                           MOVE 0 TO REPORT-BALANCE-EDIT
                           MOVE SPACES TO LEAVE-REPORT-LINE
                           STRING LEAVE-AFM(LEAVE-IDX)
                                      DELIMITED BY SIZE
                                  '  '   DELIMITED BY SIZE
                                  LEAVE-TYPE(LEAVE-IDX)
                                      DELIMITED BY SIZE
                                  '    '      DELIMITED BY SIZE
                                  '        '  DELIMITED BY SIZE
                                  '  '        DELIMITED BY SIZE
                                  REPORT-HOURS-EDIT
                                      DELIMITED BY SIZE
                                  '  '        DELIMITED BY SIZE
                                  REPORT-BALANCE-EDIT
                                      DELIMITED BY SIZE
                                  '  PAID OUT ON TERMINATION'
                                      DELIMITED BY SIZE
                             INTO LVR-TEXT
                           PERFORM WRITE-REPORT-LINE
                           ADD 1 TO BALANCES-SETTLED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       POST-LEAVE-TRANSACTIONS.
           OPEN INPUT LEAVE-TRANS-FILE
           IF LEAVE-TRANS-FILE-STATUS NOT = 0
               DISPLAY 'LEAVEACC: NO LEAVE-TRANS-FILE - NO LEAVE '
                       'TAKEN POSTED'
           ELSE
               READ LEAVE-TRANS-FILE
                   AT END MOVE 'NO' TO TRANS-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-TRANS-DATA
                   ADD 1 TO TRANS-READ
                   PERFORM POST-LEAVE-TRANSACTION
                       THRU POST-LEAVE-TRANSACTION-EXIT
                   READ LEAVE-TRANS-FILE
                       AT END MOVE 'NO' TO TRANS-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TRANS-FILE
           END-IF
           DISPLAY 'LEAVEACC: TRANSACTIONS READ     = ' TRANS-READ
           DISPLAY 'LEAVEACC: TRANSACTIONS POSTED   = ' TRANS-POSTED
           DISPLAY 'LEAVEACC: TRANSACTIONS REJECTED = ' TRANS-REJECTED.

       POST-LEAVE-TRANSACTION.
           MOVE SPACES TO REPORT-REASON
           MOVE 0 TO TRANS-HOURS
           MOVE 0 TO LEAVE-FOUND-IDX
           IF LVT-HOURS IS NUMERIC
               MOVE LVT-HOURS TO TRANS-HOURS
           END-IF
           MOVE 0 TO EMP-FOUND-IDX
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND-IDX > 0
               IF EMP-AFM(EMP-IDX) = LVT-AFM
                   MOVE EMP-IDX TO EMP-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE LVT-TYPE TO SEARCH-TYPE
           PERFORM FIND-LEAVE-TYPE
           EVALUATE TRUE
               WHEN EMP-FOUND-IDX = 0
                   MOVE 'AFM NOT ON EMPLOYEE MASTER' TO REPORT-REASON
               WHEN TYPE-FOUND-IDX = 0
                   MOVE 'UNKNOWN LEAVE TYPE' TO REPORT-REASON
               WHEN LVT-FROM-DATE IS NOT NUMERIC
                   MOVE 'INVALID LEAVE DATE' TO REPORT-REASON
               WHEN TRANS-HOURS = 0
                   MOVE 'INVALID LEAVE HOURS' TO REPORT-REASON
               WHEN EMP-STATUS(EMP-FOUND-IDX) = 'T' AND
                    TYPE-IS-PAID(TYPE-FOUND-IDX)
                   MOVE 'EMPLOYEE TERMINATED - BALANCE SETTLED'
                       TO REPORT-REASON
           END-EVALUATE
           IF REPORT-REASON NOT = SPACES
               PERFORM WRITE-TRANS-LINE
               ADD 1 TO TRANS-REJECTED
               GO TO POST-LEAVE-TRANSACTION-EXIT
           END-IF
           MOVE LVT-AFM  TO NEW-LEAVE-AFM
           MOVE LVT-TYPE TO NEW-LEAVE-TYPE
           PERFORM FIND-LEDGER-ROW
           IF LEAVE-FOUND-IDX = 0
               IF TYPE-IS-PAID(TYPE-FOUND-IDX)
                   MOVE 'NO BALANCE FOR LEAVE TYPE' TO REPORT-REASON
               ELSE
                   IF LEDGER-COUNT NOT < MAX-LEDGER
                       MOVE 'LEAVE LEDGER FULL' TO REPORT-REASON
                   ELSE
                       PERFORM INSERT-LEDGER-ROW
                       MOVE LEAVE-INS-POS TO LEAVE-FOUND-IDX
                   END-IF
               END-IF
           END-IF
           IF REPORT-REASON = SPACES
               PERFORM ROLL-LEDGER-ROW
               IF TYPE-IS-PAID(TYPE-FOUND-IDX) AND
                  TRANS-HOURS > LEAVE-BALANCE(LEAVE-FOUND-IDX)
                   MOVE 'INSUFFICIENT BALANCE' TO REPORT-REASON
               END-IF
           END-IF
           IF REPORT-REASON NOT = SPACES
               PERFORM WRITE-TRANS-LINE
               ADD 1 TO TRANS-REJECTED
               GO TO POST-LEAVE-TRANSACTION-EXIT
           END-IF
           IF TYPE-IS-PAID(TYPE-FOUND-IDX)
               SUBTRACT TRANS-HOURS FROM LEAVE-BALANCE(LEAVE-FOUND-IDX)
           END-IF
           ADD TRANS-HOURS TO LEAVE-TAKEN-YTD(LEAVE-FOUND-IDX)
               ON SIZE ERROR
                   MOVE 9999,99 TO LEAVE-TAKEN-YTD(LEAVE-FOUND-IDX)
           END-ADD
           ADD TRANS-HOURS TO LEAVE-PERIOD-TAKEN(LEAVE-FOUND-IDX)
               ON SIZE ERROR
                   MOVE 9999,99 TO LEAVE-PERIOD-TAKEN(LEAVE-FOUND-IDX)
           END-ADD
           MOVE 'TAKEN' TO REPORT-REASON
           PERFORM WRITE-TRANS-LINE
           ADD 1 TO TRANS-POSTED.
       POST-LEAVE-TRANSACTION-EXIT.
           EXIT.

       WRITE-TRANS-LINE.
           MOVE TRANS-HOURS TO REPORT-HOURS-EDIT
           IF LEAVE-FOUND-IDX > 0
               MOVE LEAVE-BALANCE(LEAVE-FOUND-IDX)
                   TO REPORT-BALANCE-EDIT
           ELSE
               MOVE 0 TO REPORT-BALANCE-EDIT
           END-IF
           MOVE SPACES TO LEAVE-REPORT-LINE
           STRING LVT-AFM             DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LVT-TYPE            DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  LVT-FROM-DATE       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  REPORT-HOURS-EDIT   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  REPORT-BALANCE-EDIT DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  REPORT-REASON       DELIMITED BY SIZE
             INTO LVR-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-UNPAID-LEAVE-FILE.
           OPEN OUTPUT UNPAID-LEAVE-FILE
           IF UNPAID-LEAVE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'UNPAID-LEAVE-FILE'
               DISPLAY 'STATUS-CODE=' UNPAID-LEAVE-FILE-STATUS
               MOVE 'UNPAID-LEAVE-FILE' TO LOG-FILE-NAME-WS
               MOVE UNPAID-LEAVE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEDGER-COUNT
               IF LEAVE-LAST-PERIOD(LEAVE-IDX) = PERIOD-ID AND
                  LEAVE-PERIOD-TAKEN(LEAVE-IDX) > 0
                   MOVE LEAVE-TYPE(LEAVE-IDX) TO SEARCH-TYPE
                   PERFORM FIND-LEAVE-TYPE
                   IF TYPE-FOUND-IDX > 0
                       IF NOT TYPE-IS-PAID(TYPE-FOUND-IDX)
                           MOVE SPACES TO UNPAID-LEAVE-REC
                           MOVE LEAVE-AFM(LEAVE-IDX) TO ULV-AFM
                           MOVE PERIOD-ID            TO ULV-PERIOD
                           MOVE LEAVE-PERIOD-TAKEN(LEAVE-IDX)
                               TO ULV-HOURS
                           MOVE X'0D0A'              TO ULV-CRLF
                           WRITE UNPAID-LEAVE-REC
                           IF UNPAID-LEAVE-FILE-STATUS NOT = 0
                               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                                       'UNPAID-LEAVE-FILE'
                               DISPLAY 'STATUS-CODE='
                                       UNPAID-LEAVE-FILE-STATUS
                               MOVE 'UNPAID-LEAVE-FILE'
                                   TO LOG-FILE-NAME-WS
                               MOVE UNPAID-LEAVE-FILE-STATUS
                                   TO LOG-STATUS-CODE-WS
                               PERFORM LOG-FILE-ERROR
                               PERFORM FINISH
                           END-IF
                           ADD 1 TO UNPAID-WRITTEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE UNPAID-LEAVE-FILE.

       REWRITE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           IF LEAVE-BALANCE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'LEAVE-BALANCE-FILE'
               DISPLAY 'STATUS-CODE=' LEAVE-BALANCE-FILE-STATUS
               MOVE 'LEAVE-BALANCE-FILE' TO LOG-FILE-NAME-WS
               MOVE LEAVE-BALANCE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEDGER-COUNT
               MOVE SPACES TO LEAVE-BALANCE-REC
               MOVE LEAVE-AFM(LEAVE-IDX)          TO LVB-AFM
               MOVE LEAVE-TYPE(LEAVE-IDX)         TO LVB-TYPE
               MOVE LEAVE-BALANCE(LEAVE-IDX)      TO LVB-BALANCE
               MOVE LEAVE-ACCRUED-YTD(LEAVE-IDX)  TO LVB-ACCRUED-YTD
               MOVE LEAVE-TAKEN-YTD(LEAVE-IDX)    TO LVB-TAKEN-YTD
               MOVE LEAVE-PERIOD-TAKEN(LEAVE-IDX) TO LVB-PERIOD-TAKEN
               MOVE LEAVE-LAST-PERIOD(LEAVE-IDX)  TO LVB-LAST-PERIOD
               MOVE X'0D0A'                       TO LVB-CRLF
               WRITE LEAVE-BALANCE-REC
               IF LEAVE-BALANCE-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'LEAVE-BALANCE-FILE'
                   DISPLAY 'STATUS-CODE=' LEAVE-BALANCE-FILE-STATUS
                   MOVE 'LEAVE-BALANCE-FILE' TO LOG-FILE-NAME-WS
                   MOVE LEAVE-BALANCE-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               ADD 1 TO LEDGER-WRITTEN
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.

       CLEAR-LEAVE-TRANSACTIONS.
           IF TRANS-READ > 0
               OPEN OUTPUT LEAVE-TRANS-FILE
               IF LEAVE-TRANS-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'LEAVE-TRANS-FILE'
                   DISPLAY 'STATUS-CODE=' LEAVE-TRANS-FILE-STATUS
                   MOVE 'LEAVE-TRANS-FILE' TO LOG-FILE-NAME-WS
                   MOVE LEAVE-TRANS-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   CLOSE LEAVE-TRANS-FILE
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE X'0D0A' TO LVR-CRLF
           WRITE LEAVE-REPORT-LINE
           IF LEAVE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'LEAVE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' LEAVE-REPORT-FILE-STATUS
               MOVE 'LEAVE-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE LEAVE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       FINISH.
           CLOSE LEAVE-REPORT-FILE
           DISPLAY 'LEAVEACC: LEDGER ROWS WRITTEN   = ' LEDGER-WRITTEN
           DISPLAY 'LEAVEACC: BALANCES PAID OUT     = ' BALANCES-SETTLED
           DISPLAY 'LEAVEACC: UNPAID LEAVE RECORDS  = ' UNPAID-WRITTEN
           IF TRANS-REJECTED > 0 AND RETURN-CODE = 0
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
               MOVE 'LEAVEACC'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE TRANS-READ         TO AUDIT-RECS-READ
               MOVE LEDGER-WRITTEN     TO AUDIT-RECS-WRITTEN
               MOVE TRANS-REJECTED     TO AUDIT-RECS-REJECTED
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
               MOVE 'LEAVEACC'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM LEAVEACC.
