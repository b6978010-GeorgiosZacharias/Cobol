       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS OPERATOR-PARM-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT INQUIRY-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS INQUIRY-PARM-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

           SELECT EMP-PENDING-FILE ASSIGN TO DISK
               FILE STATUS IS EMP-PENDING-FILE-STATUS.

           SELECT EMP-APPROVAL-FILE ASSIGN TO DISK
               FILE STATUS IS EMP-APPROVAL-FILE-STATUS.

           SELECT EMP-YTD-FILE ASSIGN TO DISK
               FILE STATUS IS EMP-YTD-FILE-STATUS.

           SELECT DEDUCT-ORDER-FILE ASSIGN TO DISK
               FILE STATUS IS DEDUCT-ORDER-FILE-STATUS.

           SELECT BANK-RETURN-FILE ASSIGN TO DISK
               FILE STATUS IS BANK-RETURN-FILE-STATUS.

           SELECT REPAY-QUEUE-FILE ASSIGN TO DISK
               FILE STATUS IS REPAY-QUEUE-FILE-STATUS.

           SELECT CERT-REGISTRY-FILE ASSIGN TO DISK
               FILE STATUS IS CERT-REGISTRY-FILE-STATUS.

           SELECT PAYSLIP-FILE ASSIGN TO DISK
               FILE STATUS IS PAYSLIP-FILE-STATUS.

           SELECT EMP-INQUIRY-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS EMP-INQUIRY-REPORT-STATUS.

           SELECT INQUIRY-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS INQUIRY-LOG-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS OPERATOR-PARM-REC.
       01  OPERATOR-PARM-REC.
           05 OPERATOR-PARM-ID       PIC X(08).
           05 OPERATOR-PARM-CRLF     PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID       PIC X(08).
           05 AUTH-RIGHTS            PIC X(10).
           05 AUTH-EXPENSE-LIMIT     PIC 9(05)V99.
           05 AUTH-CRLF              PIC X(02).

       FD  INQUIRY-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS INQUIRY-PARM-REC.
       01  INQUIRY-PARM-REC.
           05 INQ-AFM                PIC X(09).
           05 INQ-NAME               PIC X(20).
           05 INQ-CRLF               PIC X(02).

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

       FD  EMP-PENDING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMP-PENDING-REC.
       01  EMP-PENDING-REC.
           05 PND-ACTION             PIC X(01).
              88 PND-HIRE              VALUE 'H'.
              88 PND-CHANGE            VALUE 'C'.
              88 PND-TERMINATE         VALUE 'T'.
           05 PND-AFM                PIC X(09).
           05 PND-NAME               PIC X(20).
           05 PND-DEPT-CODE          PIC X(06).
           05 PND-BANK-ACCOUNT       PIC X(16).
           05 PND-HIRE-DATE          PIC 9(08).
           05 PND-TERM-DATE          PIC 9(08).
           05 PND-COMPANY-CODE       PIC X(02).
           05 PND-EFF-DATE           PIC 9(08).
           05 PND-AMKA               PIC X(11).
           05 PND-PKG-CODE           PIC X(04).
           05 PND-GRADE              PIC X(02).
           05 PND-STEP               PIC X(02).
           05 PND-CRLF               PIC X(02).

       FD  EMP-APPROVAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS EMP-APPROVAL-REC.
       01  EMP-APPROVAL-REC.
           05 APPR-AFM               PIC X(09).
           05 APPR-BANK-ACCOUNT      PIC X(16).
           05 APPR-SUBMITTER         PIC X(08).
           05 APPR-CRLF              PIC X(02).

       FD  EMP-YTD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS EMP-YTD-REC.
       01  EMP-YTD-REC.
           05 EMP-YTD-AFM            PIC X(09).
           05 EMP-YTD-NAME           PIC X(20).
           05 EMP-YTD-ANNUAL         PIC 9(09)V99.
           05 EMP-YTD-TAXES          PIC 9(09)V99.
           05 EMP-YTD-EFKA           PIC 9(09)V99.
           05 EMP-YTD-NET            PIC 9(09)V99.
           05 EMP-YTD-BONUS          PIC 9(09)V99.
           05 EMP-YTD-BONUS-TAXES    PIC 9(09)V99.
           05 EMP-YTD-BONUS-EFKA     PIC 9(09)V99.
           05 EMP-YTD-BONUS-NET      PIC 9(09)V99.
           05 EMP-YTD-CRLF           PIC X(02).

       FD  DEDUCT-ORDER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS DEDUCT-ORDER-REC.
       01  DEDUCT-ORDER-REC.
           05 DORD-AFM               PIC X(09).
           05 DORD-TYPE              PIC X(02).
           05 DORD-PRIORITY          PIC 9(02).
           05 DORD-AMOUNT            PIC 9(07)V99.
           05 DORD-PCT               PIC V99.
           05 DORD-BALANCE           PIC 9(09)V99.
           05 DORD-CRLF              PIC X(02).

       FD  BANK-RETURN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS BANK-RETURN-REC.
       01  BANK-RETURN-REC.
           05 RTN-AFM                PIC X(09).
           05 RTN-BANK-ACCOUNT       PIC X(16).
           05 RTN-AMOUNT             PIC 9(07)V99.
           05 RTN-REASON-CODE        PIC X(02).
           05 RTN-CRLF               PIC X(02).

       FD  REPAY-QUEUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS REPAY-QUEUE-REC.
       01  REPAY-QUEUE-REC.
           05 REPAY-AFM              PIC X(09).
           05 REPAY-HOURS-WORKED     PIC 9(03).
           05 REPAY-HOUR-RATE        PIC 99V99.
           05 REPAY-CRLF             PIC X(02).

       FD  CERT-REGISTRY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CERT-REGISTRY-REC.
       01  CERT-REGISTRY-REC.
           05 REGISTRY-SERIAL        PIC 9(08).
           05 REGISTRY-AFM           PIC X(09).
           05 REGISTRY-YEAR          PIC X(04).
           05 REGISTRY-ISSUE-DATE    PIC 9(08).
           05 REGISTRY-RUN-ID        PIC 9(06).
           05 REGISTRY-DUP-FLAG      PIC X(01).
           05 REGISTRY-CRLF          PIC X(02).

       FD  PAYSLIP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYSLIP-LINE.
       01  PAYSLIP-LINE.
           05 PAYSLIP-TEXT           PIC X(78).
           05 PAYSLIP-CRLF           PIC X(02).

       FD  EMP-INQUIRY-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMP-INQUIRY-LINE.
       01  EMP-INQUIRY-LINE.
           05 EIR-TEXT               PIC X(78).
           05 EIR-CRLF               PIC X(02).

       FD  INQUIRY-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS INQUIRY-LOG-LINE.
       01  INQUIRY-LOG-LINE.
           05 ILG-DATE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 ILG-TIME               PIC X(06).
           05 FILLER                 PIC X(01).
           05 ILG-OPERATOR-ID        PIC X(08).
           05 FILLER                 PIC X(01).
           05 ILG-KEY-AFM            PIC X(09).
           05 FILLER                 PIC X(01).
           05 ILG-KEY-NAME           PIC X(20).
           05 FILLER                 PIC X(01).
           05 ILG-AFM-SHOWN          PIC X(09).
           05 FILLER                 PIC X(01).
           05 ILG-MATCHES            PIC 9(03).
           05 FILLER                 PIC X(01).
           05 ILG-RESULT             PIC X(10).
           05 FILLER                 PIC X(01).
           05 ILG-RUN-ID             PIC 9(06).
           05 ILG-CRLF               PIC X(02).

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
       01  OPERATOR-PARM-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  INQUIRY-PARM-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  EMPLOYEE-MASTER-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  EMP-PENDING-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  EMP-APPROVAL-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  EMP-YTD-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  DEDUCT-ORDER-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  BANK-RETURN-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  REPAY-QUEUE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  CERT-REGISTRY-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  PAYSLIP-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  EMP-INQUIRY-REPORT-STATUS     PIC 9(02) VALUE ZERO.
       01  INQUIRY-LOG-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01  AUTH-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                 VALUE 'NO'.
       01  MAX-AUTH                      PIC 9(02) VALUE 50.
       01  AUTH-COUNT                    PIC 9(02) VALUE 0.
       01  AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 50 TIMES.
              10 AUTH-TBL-ID             PIC X(08).
              10 AUTH-TBL-RIGHTS         PIC X(10).
       01  AUTH-IDX                      PIC 9(02) VALUE 0.
       01  AUTH-FOUND-IDX                PIC 9(02) VALUE 0.
       01  AUTH-CHECK-ID                 PIC X(08) VALUE SPACES.
       01  AUTH-CHECK-RIGHT              PIC 9(02) VALUE 0.
       01  AUTH-OK-SWITCH                PIC X(01) VALUE 'N'.
           88 AUTH-IS-OK                   VALUE 'Y'.
       01  INQUIRY-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88 INQUIRY-REFUSED              VALUE 'Y'.
       01  INQ-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-INQ-DATA             VALUE 'NO'.
       01  MASTER-DATA-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-MASTER-DATA          VALUE 'NO'.
       01  DETAIL-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-DETAIL               VALUE 'NO'.
       01  MAX-EMPLOYEES                 PIC 9(05) VALUE 5000.
       01  EMP-COUNT                     PIC 9(05) VALUE 0.
       01  EMP-TABLE.
           05 EMP-ENTRY OCCURS 5000 TIMES.
              10 EMP-AFM               PIC X(09).
              10 EMP-NAME              PIC X(20).
              10 EMP-DEPT-CODE         PIC X(06).
              10 EMP-BANK-ACCOUNT      PIC X(16).
              10 EMP-STATUS            PIC X(01).
              10 EMP-HIRE-DATE         PIC 9(08).
              10 EMP-TERM-DATE         PIC 9(08).
              10 EMP-COMPANY-CODE      PIC X(02).
              10 EMP-AMKA              PIC X(11).
              10 EMP-PKG-CODE          PIC X(04).
              10 EMP-GRADE             PIC X(02).
              10 EMP-STEP              PIC X(02).
              10 EMP-STEP-DATE         PIC 9(08).
       01  EMP-IDX                       PIC 9(05) VALUE 0.
       01  EMP-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  MATCH-COUNT                   PIC 9(05) VALUE 0.
       01  NAME-KEY-LEN                  PIC 9(02) VALUE 0.
       01  NAME-POS                      PIC 9(02) VALUE 0.
       01  NAME-LAST-POS                 PIC 9(02) VALUE 0.
       01  NAME-MATCH-SWITCH             PIC X(01) VALUE 'N'.
           88 NAME-MATCHED                 VALUE 'Y'.
       01  INQUIRY-AFM                   PIC X(09) VALUE SPACES.
       01  INQUIRY-RESULT                PIC X(10) VALUE SPACES.
       01  INQUIRY-AFM-SHOWN             PIC X(09) VALUE SPACES.
       01  SECTION-ROWS                  PIC 9(05) VALUE 0.
       01  MASKED-ACCOUNT                PIC X(16) VALUE SPACES.
       01  ACCOUNT-TO-MASK               PIC X(16) VALUE SPACES.
       01  STATUS-TEXT                   PIC X(10) VALUE SPACES.
       01  ACTION-TEXT                   PIC X(09) VALUE SPACES.
       01  AMOUNT-EDIT-1                 PIC ZZZ.ZZZ.ZZ9,99.
       01  AMOUNT-EDIT-2                 PIC ZZZ.ZZZ.ZZ9,99.
       01  AMOUNT-EDIT-3                 PIC ZZZ.ZZZ.ZZ9,99.
       01  PCT-EDIT                      PIC ZZ9.
       01  HOURS-EDIT                    PIC ZZ9.
       01  RATE-EDIT                     PIC Z9,99.
       01  PCT-WORK                      PIC 9(03) VALUE 0.
       01  PAYSLIP-SEARCH-KEY.
           05 FILLER                     PIC X(05) VALUE 'AFM: '.
           05 PSK-AFM                    PIC X(09).
       01  PSB-TALLY                     PIC 9(03) VALUE 0.
       01  PSB-MATCH-SWITCH              PIC X(01) VALUE 'N'.
           88 PSB-IS-MATCH                 VALUE 'Y'.
       01  MAX-PSB-LINES                 PIC 9(02) VALUE 40.
       01  PSB-COUNT                     PIC 9(02) VALUE 0.
       01  PSB-IDX                       PIC 9(02) VALUE 0.
       01  PAYSLIP-BLOCK.
           05 PSB-LINE OCCURS 40 TIMES   PIC X(78).
       01  INQUIRIES-READ                PIC 9(07) VALUE 0.
       01  INQUIRIES-SHOWN               PIC 9(07) VALUE 0.
       01  INQUIRIES-LISTED              PIC 9(07) VALUE 0.
       01  INQUIRIES-NOT-FOUND           PIC 9(07) VALUE 0.
       01  INQUIRIES-REFUSED             PIC 9(07) VALUE 0.
       01  INQUIRIES-REJECTED            PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-RUN-ID
           PERFORM SIGN-ON-OPERATOR
           PERFORM OPEN-INQUIRY-LOG
           PERFORM OPEN-INQUIRY-REPORT
           IF NOT INQUIRY-REFUSED
               PERFORM LOAD-EMPLOYEE-MASTER
           END-IF
           PERFORM PROCESS-INQUIRIES
           PERFORM FINISH.

      *    RIGHT 8 = EMPLOYEE INQUIRY
       SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-PARM-FILE
           IF OPERATOR-PARM-FILE-STATUS = 0
               READ OPERATOR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE OPERATOR-PARM-ID TO OPERATOR-ID
               END-READ
               CLOSE OPERATOR-PARM-FILE
           END-IF
           PERFORM LOAD-AUTH-TABLE
           IF AUTH-COUNT = 0
               DISPLAY '***WARNING EMPINQ: NO AUTHORIZATION FILE '
                       '- OPERATOR CHECK DISABLED'
           ELSE
               MOVE OPERATOR-ID TO AUTH-CHECK-ID
               MOVE 8 TO AUTH-CHECK-RIGHT
               PERFORM CHECK-AUTHORITY
               IF NOT AUTH-IS-OK
                   DISPLAY '***ERROR EMPINQ: OPERATOR '
                           OPERATOR-ID ' NOT AUTHORIZED FOR '
                           'EMPLOYEE INQUIRY - INQUIRIES REFUSED'
                   MOVE 'Y' TO INQUIRY-REFUSED-SWITCH
                   MOVE 55 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'EMPINQ: OPERATOR ' OPERATOR-ID.

       LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS = 0
               READ AUTH-FILE
                   AT END MOVE 'NO' TO AUTH-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-AUTH
                   IF AUTH-OPERATOR-ID NOT = SPACES AND
                      AUTH-COUNT < MAX-AUTH
                       ADD 1 TO AUTH-COUNT
                       MOVE AUTH-OPERATOR-ID
                           TO AUTH-TBL-ID(AUTH-COUNT)
                       MOVE AUTH-RIGHTS
                           TO AUTH-TBL-RIGHTS(AUTH-COUNT)
                   END-IF
                   READ AUTH-FILE
                       AT END MOVE 'NO' TO AUTH-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF.

       CHECK-AUTHORITY.
           MOVE 'N' TO AUTH-OK-SWITCH
           MOVE 0 TO AUTH-FOUND-IDX
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-COUNT
                      OR AUTH-FOUND-IDX > 0
               IF AUTH-TBL-ID(AUTH-IDX) = AUTH-CHECK-ID
                   MOVE AUTH-IDX TO AUTH-FOUND-IDX
               END-IF
           END-PERFORM
           IF AUTH-FOUND-IDX > 0
               IF AUTH-TBL-RIGHTS(AUTH-FOUND-IDX)
                      (AUTH-CHECK-RIGHT:1) = 'Y'
                   MOVE 'Y' TO AUTH-OK-SWITCH
               END-IF
           END-IF.

       OPEN-INQUIRY-LOG.
           OPEN EXTEND INQUIRY-LOG-FILE
           IF INQUIRY-LOG-FILE-STATUS = 35
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF
           IF INQUIRY-LOG-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: INQUIRY-LOG-FILE'
               DISPLAY 'STATUS-CODE=' INQUIRY-LOG-FILE-STATUS
               MOVE 'INQUIRY-LOG-FILE' TO LOG-FILE-NAME-WS
               MOVE INQUIRY-LOG-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.

       OPEN-INQUIRY-REPORT.
           OPEN OUTPUT EMP-INQUIRY-REPORT-FILE
           IF EMP-INQUIRY-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'EMP-INQUIRY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' EMP-INQUIRY-REPORT-STATUS
               MOVE 'EMP-INQUIRY-REPORT' TO LOG-FILE-NAME-WS
               MOVE EMP-INQUIRY-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING 'EMPLOYEE INQUIRY   RUN DATE: ' DELIMITED BY SIZE
                  RUN-DATE                         DELIMITED BY SIZE
                  '   OPERATOR: '                  DELIMITED BY SIZE
                  OPERATOR-ID                      DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE.

       LOAD-EMPLOYEE-MASTER.
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
               IF EMP-COUNT < MAX-EMPLOYEES
                   ADD 1 TO EMP-COUNT
                   MOVE MASTER-AFM        TO EMP-AFM(EMP-COUNT)
                   MOVE MASTER-NAME       TO EMP-NAME(EMP-COUNT)
                   MOVE MASTER-DEPT-CODE  TO EMP-DEPT-CODE(EMP-COUNT)
                   MOVE MASTER-BANK-ACCOUNT
                       TO EMP-BANK-ACCOUNT(EMP-COUNT)
                   MOVE MASTER-STATUS     TO EMP-STATUS(EMP-COUNT)
                   MOVE MASTER-HIRE-DATE  TO EMP-HIRE-DATE(EMP-COUNT)
                   MOVE MASTER-TERM-DATE  TO EMP-TERM-DATE(EMP-COUNT)
                   MOVE MASTER-COMPANY-CODE
                       TO EMP-COMPANY-CODE(EMP-COUNT)
                   MOVE MASTER-AMKA       TO EMP-AMKA(EMP-COUNT)
                   MOVE MASTER-PKG-CODE   TO EMP-PKG-CODE(EMP-COUNT)
                   MOVE MASTER-GRADE      TO EMP-GRADE(EMP-COUNT)
                   MOVE MASTER-STEP       TO EMP-STEP(EMP-COUNT)
                   MOVE MASTER-STEP-DATE  TO EMP-STEP-DATE(EMP-COUNT)
               ELSE
                   DISPLAY '***ERROR EMPINQ: EMPLOYEE TABLE FULL - '
                           'AFM ' MASTER-AFM ' NOT LOADED'
               END-IF
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO MASTER-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       PROCESS-INQUIRIES.
           OPEN INPUT INQUIRY-PARM-FILE
           IF INQUIRY-PARM-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: INQUIRY-PARM-FILE'
               DISPLAY 'STATUS-CODE=' INQUIRY-PARM-FILE-STATUS
               MOVE 'INQUIRY-PARM-FILE' TO LOG-FILE-NAME-WS
               MOVE INQUIRY-PARM-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ INQUIRY-PARM-FILE
               AT END MOVE 'NO' TO INQ-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-INQ-DATA
               ADD 1 TO INQUIRIES-READ
               PERFORM PROCESS-ONE-INQUIRY
                   THRU PROCESS-ONE-INQUIRY-EXIT
               PERFORM WRITE-INQUIRY-LOG
               READ INQUIRY-PARM-FILE
                   AT END MOVE 'NO' TO INQ-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE INQUIRY-PARM-FILE.

       PROCESS-ONE-INQUIRY.
           MOVE SPACES TO INQUIRY-RESULT
           MOVE SPACES TO INQUIRY-AFM-SHOWN
           MOVE 0      TO MATCH-COUNT
           MOVE SPACES TO EMP-INQUIRY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '=' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING 'INQUIRY - AFM: '   DELIMITED BY SIZE
                  INQ-AFM             DELIMITED BY SIZE
                  '   NAME: '         DELIMITED BY SIZE
                  INQ-NAME            DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           IF INQUIRY-REFUSED
               MOVE 'REFUSED' TO INQUIRY-RESULT
               ADD 1 TO INQUIRIES-REFUSED
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING 'OPERATOR NOT AUTHORIZED FOR EMPLOYEE INQUIRY'
                          DELIMITED BY SIZE
                      ' - NOTHING SHOWN' DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
               GO TO PROCESS-ONE-INQUIRY-EXIT
           END-IF
           IF INQ-AFM = SPACES AND INQ-NAME = SPACES
               MOVE 'NO KEY' TO INQUIRY-RESULT
               ADD 1 TO INQUIRIES-REJECTED
               MOVE 'NO AFM OR NAME GIVEN - INQUIRY IGNORED'
                   TO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
               GO TO PROCESS-ONE-INQUIRY-EXIT
           END-IF
           IF INQ-AFM NOT = SPACES
               PERFORM FIND-EMPLOYEE-BY-AFM
           ELSE
               PERFORM SEARCH-EMPLOYEE-BY-NAME
           END-IF
           IF MATCH-COUNT = 0
               MOVE 'NOT FOUND' TO INQUIRY-RESULT
               ADD 1 TO INQUIRIES-NOT-FOUND
               MOVE 'NO EMPLOYEE ON THE MASTER MATCHES THIS INQUIRY'
                   TO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
               GO TO PROCESS-ONE-INQUIRY-EXIT
           END-IF
           IF MATCH-COUNT > 1
               MOVE 'LISTED' TO INQUIRY-RESULT
               ADD 1 TO INQUIRIES-LISTED
               GO TO PROCESS-ONE-INQUIRY-EXIT
           END-IF
           MOVE 'SHOWN' TO INQUIRY-RESULT
           ADD 1 TO INQUIRIES-SHOWN
           MOVE EMP-AFM(EMP-FOUND-IDX) TO INQUIRY-AFM
           MOVE INQUIRY-AFM            TO INQUIRY-AFM-SHOWN
           PERFORM WRITE-MASTER-SECTION
           PERFORM WRITE-PENDING-SECTION
           PERFORM WRITE-YTD-SECTION
           PERFORM WRITE-DEDUCTION-SECTION
           PERFORM WRITE-BANK-RETURN-SECTION
           PERFORM WRITE-CERTIFICATE-SECTION
           PERFORM WRITE-PAYSLIP-SECTION.
       PROCESS-ONE-INQUIRY-EXIT.
           EXIT.

       FIND-EMPLOYEE-BY-AFM.
           MOVE 0 TO EMP-FOUND-IDX
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND-IDX > 0
               IF EMP-AFM(EMP-IDX) = INQ-AFM
                   MOVE EMP-IDX TO EMP-FOUND-IDX
               END-IF
           END-PERFORM
           IF EMP-FOUND-IDX > 0
               MOVE 1 TO MATCH-COUNT
           END-IF.

       SEARCH-EMPLOYEE-BY-NAME.
           MOVE 0 TO EMP-FOUND-IDX
           PERFORM VARYING NAME-KEY-LEN FROM 20 BY -1
                   UNTIL INQ-NAME(NAME-KEY-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE NAME-LAST-POS = 21 - NAME-KEY-LEN
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE 'N' TO NAME-MATCH-SWITCH
               PERFORM VARYING NAME-POS FROM 1 BY 1
                       UNTIL NAME-POS > NAME-LAST-POS OR NAME-MATCHED
                   IF EMP-NAME(EMP-IDX)(NAME-POS:NAME-KEY-LEN) =
                      INQ-NAME(1:NAME-KEY-LEN)
                       MOVE 'Y' TO NAME-MATCH-SWITCH
                   END-IF
               END-PERFORM
               IF NAME-MATCHED
                   ADD 1 TO MATCH-COUNT
                   MOVE EMP-IDX TO EMP-FOUND-IDX
                   PERFORM WRITE-NAME-MATCH-LINE
               END-IF
           END-PERFORM
           IF MATCH-COUNT > 1
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING 'MORE THAN ONE EMPLOYEE MATCHES - '
                          DELIMITED BY SIZE
                      'REPEAT THE INQUIRY BY AFM' DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-NAME-MATCH-LINE.
           IF MATCH-COUNT = 1
               MOVE 'MATCHING EMPLOYEES:' TO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM SET-STATUS-TEXT
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  '                     DELIMITED BY SIZE
                  EMP-AFM(EMP-IDX)         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  EMP-NAME(EMP-IDX)        DELIMITED BY SIZE
                  ' DEPT: '                DELIMITED BY SIZE
                  EMP-DEPT-CODE(EMP-IDX)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  STATUS-TEXT              DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE.

       SET-STATUS-TEXT.
           EVALUATE EMP-STATUS(EMP-IDX)
               WHEN 'A'
                   MOVE 'ACTIVE'     TO STATUS-TEXT
               WHEN 'T'
                   MOVE 'TERMINATED' TO STATUS-TEXT
               WHEN OTHER
                   MOVE EMP-STATUS(EMP-IDX) TO STATUS-TEXT
           END-EVALUATE.

       MASK-ACCOUNT.
           MOVE SPACES TO MASKED-ACCOUNT
           IF ACCOUNT-TO-MASK NOT = SPACES
               MOVE ALL '*' TO MASKED-ACCOUNT
               MOVE ACCOUNT-TO-MASK(13:4) TO MASKED-ACCOUNT(13:4)
           END-IF.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO EMP-INQUIRY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO SECTION-ROWS.

       WRITE-NONE-LINE.
           IF SECTION-ROWS = 0
               MOVE SPACES TO EMP-INQUIRY-LINE
               MOVE '  NONE' TO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-FILE-UNAVAILABLE.
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  NOT AVAILABLE - '   DELIMITED BY SIZE
                  LOG-FILE-NAME-WS       DELIMITED BY SPACE
                  ' STATUS '             DELIMITED BY SIZE
                  LOG-STATUS-CODE-WS     DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           IF LOG-STATUS-CODE-WS NOT = '35'
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       LOG-FILE-NAME-WS
               DISPLAY 'STATUS-CODE=' LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-MASTER-SECTION.
           MOVE EMP-FOUND-IDX TO EMP-IDX
           PERFORM SET-STATUS-TEXT
           PERFORM WRITE-SECTION-TITLE
           MOVE 'MASTER DATA' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  AFM: '              DELIMITED BY SIZE
                  EMP-AFM(EMP-IDX)       DELIMITED BY SIZE
                  '  NAME: '             DELIMITED BY SIZE
                  EMP-NAME(EMP-IDX)      DELIMITED BY SIZE
                  '  STATUS: '           DELIMITED BY SIZE
                  STATUS-TEXT            DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  COMPANY: '          DELIMITED BY SIZE
                  EMP-COMPANY-CODE(EMP-IDX) DELIMITED BY SIZE
                  '  DEPT: '             DELIMITED BY SIZE
                  EMP-DEPT-CODE(EMP-IDX) DELIMITED BY SIZE
                  '  AMKA: '             DELIMITED BY SIZE
                  EMP-AMKA(EMP-IDX)      DELIMITED BY SIZE
                  '  PACKAGE: '          DELIMITED BY SIZE
                  EMP-PKG-CODE(EMP-IDX)  DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  HIRED: '            DELIMITED BY SIZE
                  EMP-HIRE-DATE(EMP-IDX) DELIMITED BY SIZE
                  '  TERMINATED: '       DELIMITED BY SIZE
             INTO EIR-TEXT
           IF EMP-TERM-DATE(EMP-IDX) IS NUMERIC AND
              EMP-TERM-DATE(EMP-IDX) > 0
               MOVE EMP-TERM-DATE(EMP-IDX) TO EIR-TEXT(32:8)
           ELSE
               MOVE '-' TO EIR-TEXT(32:1)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  GRADE: '            DELIMITED BY SIZE
                  EMP-GRADE(EMP-IDX)     DELIMITED BY SIZE
                  '  STEP: '             DELIMITED BY SIZE
                  EMP-STEP(EMP-IDX)      DELIMITED BY SIZE
                  '  IN STEP SINCE: '    DELIMITED BY SIZE
                  EMP-STEP-DATE(EMP-IDX) DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE EMP-BANK-ACCOUNT(EMP-IDX) TO ACCOUNT-TO-MASK
           PERFORM MASK-ACCOUNT
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  BANK ACCOUNT: '     DELIMITED BY SIZE
                  MASKED-ACCOUNT         DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-PENDING-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'PENDING CHANGES' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT EMP-PENDING-FILE
           IF EMP-PENDING-FILE-STATUS = 0
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ EMP-PENDING-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF PND-AFM = INQUIRY-AFM
                       PERFORM WRITE-PENDING-LINES
                   END-IF
                   READ EMP-PENDING-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMP-PENDING-FILE
           ELSE
               IF EMP-PENDING-FILE-STATUS NOT = 35
                   MOVE 'EMP-PENDING-FILE' TO LOG-FILE-NAME-WS
                   MOVE EMP-PENDING-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM WRITE-FILE-UNAVAILABLE
               END-IF
           END-IF
           OPEN INPUT EMP-APPROVAL-FILE
           IF EMP-APPROVAL-FILE-STATUS = 0
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ EMP-APPROVAL-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF APPR-AFM = INQUIRY-AFM
                       ADD 1 TO SECTION-ROWS
                       MOVE APPR-BANK-ACCOUNT TO ACCOUNT-TO-MASK
                       PERFORM MASK-ACCOUNT
                       MOVE SPACES TO EMP-INQUIRY-LINE
                       STRING '  NEW BANK ACCOUNT '
                                  DELIMITED BY SIZE
                              MASKED-ACCOUNT  DELIMITED BY SIZE
                              ' AWAITING APPROVAL - ENTERED BY '
                                  DELIMITED BY SIZE
                              APPR-SUBMITTER  DELIMITED BY SIZE
                         INTO EIR-TEXT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   READ EMP-APPROVAL-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMP-APPROVAL-FILE
           ELSE
               IF EMP-APPROVAL-FILE-STATUS NOT = 35
                   MOVE 'EMP-APPROVAL-FILE' TO LOG-FILE-NAME-WS
                   MOVE EMP-APPROVAL-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM WRITE-FILE-UNAVAILABLE
               END-IF
           END-IF
           PERFORM WRITE-NONE-LINE.

       WRITE-PENDING-LINES.
           ADD 1 TO SECTION-ROWS
           EVALUATE TRUE
               WHEN PND-HIRE
                   MOVE 'HIRE'      TO ACTION-TEXT
               WHEN PND-CHANGE
                   MOVE 'CHANGE'    TO ACTION-TEXT
               WHEN PND-TERMINATE
                   MOVE 'TERMINATE' TO ACTION-TEXT
               WHEN OTHER
                   MOVE PND-ACTION  TO ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  EFFECTIVE '         DELIMITED BY SIZE
                  PND-EFF-DATE           DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  ACTION-TEXT            DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           IF PND-TERMINATE
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING '    TERMINATION DATE: ' DELIMITED BY SIZE
                      PND-TERM-DATE            DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PND-NAME NOT = SPACES
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING '    NAME: '       DELIMITED BY SIZE
                      PND-NAME           DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PND-DEPT-CODE NOT = SPACES OR
              PND-COMPANY-CODE NOT = SPACES OR
              PND-PKG-CODE NOT = SPACES
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING '    DEPT: '       DELIMITED BY SIZE
                      PND-DEPT-CODE      DELIMITED BY SIZE
                      '  COMPANY: '      DELIMITED BY SIZE
                      PND-COMPANY-CODE   DELIMITED BY SIZE
                      '  PACKAGE: '      DELIMITED BY SIZE
                      PND-PKG-CODE       DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PND-GRADE NOT = SPACES OR PND-STEP NOT = SPACES
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING '    GRADE: '      DELIMITED BY SIZE
                      PND-GRADE          DELIMITED BY SIZE
                      '  STEP: '         DELIMITED BY SIZE
                      PND-STEP           DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PND-BANK-ACCOUNT NOT = SPACES
               MOVE PND-BANK-ACCOUNT TO ACCOUNT-TO-MASK
               PERFORM MASK-ACCOUNT
               MOVE SPACES TO EMP-INQUIRY-LINE
               STRING '    BANK ACCOUNT: ' DELIMITED BY SIZE
                      MASKED-ACCOUNT       DELIMITED BY SIZE
                 INTO EIR-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-YTD-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'YEAR TO DATE' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT EMP-YTD-FILE
           IF EMP-YTD-FILE-STATUS NOT = 0
               MOVE 'EMP-YTD-FILE' TO LOG-FILE-NAME-WS
               MOVE EMP-YTD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM WRITE-FILE-UNAVAILABLE
           ELSE
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ EMP-YTD-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF EMP-YTD-AFM = INQUIRY-AFM
                       PERFORM WRITE-YTD-LINES
                   END-IF
                   READ EMP-YTD-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMP-YTD-FILE
               PERFORM WRITE-NONE-LINE
           END-IF.

       WRITE-YTD-LINES.
           ADD 1 TO SECTION-ROWS
           MOVE EMP-YTD-ANNUAL TO AMOUNT-EDIT-1
           MOVE EMP-YTD-TAXES  TO AMOUNT-EDIT-2
           MOVE EMP-YTD-EFKA   TO AMOUNT-EDIT-3
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  GROSS: '   DELIMITED BY SIZE
                  AMOUNT-EDIT-1 DELIMITED BY SIZE
                  '  TAX: '     DELIMITED BY SIZE
                  AMOUNT-EDIT-2 DELIMITED BY SIZE
                  '  EFKA: '    DELIMITED BY SIZE
                  AMOUNT-EDIT-3 DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE EMP-YTD-NET    TO AMOUNT-EDIT-1
           MOVE EMP-YTD-BONUS  TO AMOUNT-EDIT-2
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  NET:   '   DELIMITED BY SIZE
                  AMOUNT-EDIT-1 DELIMITED BY SIZE
                  '  BONUS: '   DELIMITED BY SIZE
                  AMOUNT-EDIT-2 DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-DEDUCTION-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'ACTIVE DEDUCTION ORDERS' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT DEDUCT-ORDER-FILE
           IF DEDUCT-ORDER-FILE-STATUS NOT = 0
               MOVE 'DEDUCT-ORDER-FILE' TO LOG-FILE-NAME-WS
               MOVE DEDUCT-ORDER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM WRITE-FILE-UNAVAILABLE
           ELSE
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ DEDUCT-ORDER-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF DORD-AFM = INQUIRY-AFM AND
                      DORD-BALANCE IS NUMERIC AND
                      DORD-BALANCE > 0
                       PERFORM WRITE-DEDUCTION-LINE
                   END-IF
                   READ DEDUCT-ORDER-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-ORDER-FILE
               PERFORM WRITE-NONE-LINE
           END-IF.

       WRITE-DEDUCTION-LINE.
           ADD 1 TO SECTION-ROWS
           MOVE DORD-AMOUNT  TO AMOUNT-EDIT-1
           MOVE DORD-BALANCE TO AMOUNT-EDIT-2
           COMPUTE PCT-WORK = DORD-PCT * 100
           MOVE PCT-WORK     TO PCT-EDIT
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  TYPE: '    DELIMITED BY SIZE
                  DORD-TYPE     DELIMITED BY SIZE
                  ' PRI: '      DELIMITED BY SIZE
                  DORD-PRIORITY DELIMITED BY SIZE
                  ' FIXED: '    DELIMITED BY SIZE
                  AMOUNT-EDIT-1 DELIMITED BY SIZE
                  ' PCT: '      DELIMITED BY SIZE
                  PCT-EDIT      DELIMITED BY SIZE
                  '%  BAL: '    DELIMITED BY SIZE
                  AMOUNT-EDIT-2 DELIMITED BY SIZE
             INTO EIR-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-BANK-RETURN-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'BANK RETURNS AND RE-PAYMENTS' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT BANK-RETURN-FILE
           IF BANK-RETURN-FILE-STATUS = 0
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ BANK-RETURN-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF RTN-AFM = INQUIRY-AFM
                       ADD 1 TO SECTION-ROWS
                       MOVE RTN-AMOUNT TO AMOUNT-EDIT-1
                       MOVE RTN-BANK-ACCOUNT TO ACCOUNT-TO-MASK
                       PERFORM MASK-ACCOUNT
                       MOVE SPACES TO EMP-INQUIRY-LINE
                       STRING '  RETURNED: '   DELIMITED BY SIZE
                              AMOUNT-EDIT-1    DELIMITED BY SIZE
                              '  REASON: '     DELIMITED BY SIZE
                              RTN-REASON-CODE  DELIMITED BY SIZE
                              '  ACCOUNT: '    DELIMITED BY SIZE
                              MASKED-ACCOUNT   DELIMITED BY SIZE
                         INTO EIR-TEXT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   READ BANK-RETURN-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE BANK-RETURN-FILE
           ELSE
               IF BANK-RETURN-FILE-STATUS NOT = 35
                   MOVE 'BANK-RETURN-FILE' TO LOG-FILE-NAME-WS
                   MOVE BANK-RETURN-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM WRITE-FILE-UNAVAILABLE
               END-IF
           END-IF
           OPEN INPUT REPAY-QUEUE-FILE
           IF REPAY-QUEUE-FILE-STATUS = 0
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ REPAY-QUEUE-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF REPAY-AFM = INQUIRY-AFM
                       ADD 1 TO SECTION-ROWS
                       MOVE REPAY-HOURS-WORKED TO HOURS-EDIT
                       MOVE REPAY-HOUR-RATE    TO RATE-EDIT
                       MOVE SPACES TO EMP-INQUIRY-LINE
                       STRING '  RE-PAYMENT QUEUED - HOURS: '
                                  DELIMITED BY SIZE
                              HOURS-EDIT       DELIMITED BY SIZE
                              '  RATE: '       DELIMITED BY SIZE
                              RATE-EDIT        DELIMITED BY SIZE
                         INTO EIR-TEXT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   READ REPAY-QUEUE-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE REPAY-QUEUE-FILE
           ELSE
               IF REPAY-QUEUE-FILE-STATUS NOT = 35
                   MOVE 'REPAY-QUEUE-FILE' TO LOG-FILE-NAME-WS
                   MOVE REPAY-QUEUE-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM WRITE-FILE-UNAVAILABLE
               END-IF
           END-IF
           PERFORM WRITE-NONE-LINE.

       WRITE-CERTIFICATE-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'CERTIFICATES ISSUED' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT CERT-REGISTRY-FILE
           IF CERT-REGISTRY-FILE-STATUS = 0
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ CERT-REGISTRY-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF REGISTRY-AFM = INQUIRY-AFM
                       PERFORM WRITE-CERTIFICATE-LINE
                   END-IF
                   READ CERT-REGISTRY-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CERT-REGISTRY-FILE
           ELSE
               IF CERT-REGISTRY-FILE-STATUS NOT = 35
                   MOVE 'CERT-REGISTRY-FILE' TO LOG-FILE-NAME-WS
                   MOVE CERT-REGISTRY-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM WRITE-FILE-UNAVAILABLE
               END-IF
           END-IF
           PERFORM WRITE-NONE-LINE.

       WRITE-CERTIFICATE-LINE.
           ADD 1 TO SECTION-ROWS
           MOVE SPACES TO EMP-INQUIRY-LINE
           STRING '  SERIAL: '         DELIMITED BY SIZE
                  REGISTRY-SERIAL      DELIMITED BY SIZE
                  '  YEAR: '           DELIMITED BY SIZE
                  REGISTRY-YEAR        DELIMITED BY SIZE
                  '  ISSUED: '         DELIMITED BY SIZE
                  REGISTRY-ISSUE-DATE  DELIMITED BY SIZE
                  '  RUN: '            DELIMITED BY SIZE
                  REGISTRY-RUN-ID      DELIMITED BY SIZE
             INTO EIR-TEXT
           IF REGISTRY-DUP-FLAG = 'D'
               MOVE 'DUPLICATE' TO EIR-TEXT(68:9)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAYSLIP-SECTION.
           PERFORM WRITE-SECTION-TITLE
           MOVE 'PAYSLIPS ON FILE' TO EIR-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE INQUIRY-AFM TO PSK-AFM
           MOVE 0   TO PSB-COUNT
           MOVE 'N' TO PSB-MATCH-SWITCH
           OPEN INPUT PAYSLIP-FILE
           IF PAYSLIP-FILE-STATUS NOT = 0
               MOVE 'PAYSLIP-FILE' TO LOG-FILE-NAME-WS
               MOVE PAYSLIP-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM WRITE-FILE-UNAVAILABLE
           ELSE
               MOVE SPACES TO DETAIL-REMAINS-SWITCH
               READ PAYSLIP-FILE
                   AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DETAIL
                   IF PAYSLIP-TEXT(1:10) = ALL '='
                       PERFORM FLUSH-PAYSLIP-BLOCK
                   END-IF
                   IF PSB-COUNT < MAX-PSB-LINES
                       ADD 1 TO PSB-COUNT
                       MOVE PAYSLIP-TEXT TO PSB-LINE(PSB-COUNT)
                   END-IF
                   MOVE 0 TO PSB-TALLY
                   INSPECT PAYSLIP-TEXT TALLYING PSB-TALLY
                       FOR ALL PAYSLIP-SEARCH-KEY
                   IF PSB-TALLY > 0
                       MOVE 'Y' TO PSB-MATCH-SWITCH
                   END-IF
                   READ PAYSLIP-FILE
                       AT END MOVE 'NO' TO DETAIL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               PERFORM FLUSH-PAYSLIP-BLOCK
               CLOSE PAYSLIP-FILE
               PERFORM WRITE-NONE-LINE
           END-IF.

       FLUSH-PAYSLIP-BLOCK.
           IF PSB-IS-MATCH
               ADD 1 TO SECTION-ROWS
               PERFORM VARYING PSB-IDX FROM 1 BY 1
                       UNTIL PSB-IDX > PSB-COUNT
                   MOVE SPACES TO EMP-INQUIRY-LINE
                   MOVE PSB-LINE(PSB-IDX) TO EIR-TEXT
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
           END-IF
           MOVE 0   TO PSB-COUNT
           MOVE 'N' TO PSB-MATCH-SWITCH.

       WRITE-INQUIRY-LOG.
           MOVE SPACES TO INQUIRY-LOG-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ILG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ILG-TIME
           MOVE OPERATOR-ID       TO ILG-OPERATOR-ID
           MOVE INQ-AFM           TO ILG-KEY-AFM
           MOVE INQ-NAME          TO ILG-KEY-NAME
           MOVE INQUIRY-AFM-SHOWN TO ILG-AFM-SHOWN
           MOVE MATCH-COUNT       TO ILG-MATCHES
           MOVE INQUIRY-RESULT    TO ILG-RESULT
           MOVE BATCH-RUN-ID      TO ILG-RUN-ID
           MOVE X'0D0A'           TO ILG-CRLF
           WRITE INQUIRY-LOG-LINE
           IF INQUIRY-LOG-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: INQUIRY-LOG-FILE'
               DISPLAY 'STATUS-CODE=' INQUIRY-LOG-FILE-STATUS
               MOVE 'INQUIRY-LOG-FILE' TO LOG-FILE-NAME-WS
               MOVE INQUIRY-LOG-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       WRITE-REPORT-LINE.
           MOVE X'0D0A' TO EIR-CRLF
           WRITE EMP-INQUIRY-LINE
           IF EMP-INQUIRY-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'EMP-INQUIRY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' EMP-INQUIRY-REPORT-STATUS
               MOVE 'EMP-INQUIRY-REPORT' TO LOG-FILE-NAME-WS
               MOVE EMP-INQUIRY-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF
           MOVE SPACES TO EMP-INQUIRY-LINE.

       FINISH.
           CLOSE EMP-INQUIRY-REPORT-FILE
           CLOSE INQUIRY-LOG-FILE
           DISPLAY 'EMPINQ: INQUIRIES READ          = ' INQUIRIES-READ
           DISPLAY 'EMPINQ: EMPLOYEES SHOWN         = '
                   INQUIRIES-SHOWN
           DISPLAY 'EMPINQ: NAME SEARCHES LISTED    = '
                   INQUIRIES-LISTED
           DISPLAY 'EMPINQ: NOT FOUND               = '
                   INQUIRIES-NOT-FOUND
           DISPLAY 'EMPINQ: REFUSED                 = '
                   INQUIRIES-REFUSED
           ADD INQUIRIES-NOT-FOUND INQUIRIES-REFUSED
               TO INQUIRIES-REJECTED
           IF INQUIRIES-REJECTED > 0 AND RETURN-CODE = 0
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
               MOVE 'EMPINQ'          TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE INQUIRIES-READ     TO AUDIT-RECS-READ
               MOVE INQUIRIES-SHOWN    TO AUDIT-RECS-WRITTEN
               MOVE INQUIRIES-REJECTED TO AUDIT-RECS-REJECTED
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
               MOVE 'EMPINQ'        TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM EMPINQ.
