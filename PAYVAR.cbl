       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RESULT-FILE
               ASSIGN TO DYNAMIC PAY-RESULT-FILE-NAME
               FILE STATUS IS PAY-RESULT-FILE-STATUS.

           SELECT PAY-RESULT-PRIOR-FILE
               ASSIGN TO DYNAMIC PAY-RESULT-PRIOR-NAME
               FILE STATUS IS PAY-RESULT-PRIOR-FILE-STATUS.

           SELECT VARIANCE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS VARIANCE-PARM-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO DYNAMIC VARIANCE-REPORT-NAME
               FILE STATUS IS VARIANCE-REPORT-FILE-STATUS.

           SELECT VARIANCE-CONTROL-FILE
               ASSIGN TO DYNAMIC VARIANCE-CONTROL-NAME
               FILE STATUS IS VARIANCE-CONTROL-FILE-STATUS.

           SELECT VARIANCE-ACK-FILE ASSIGN TO DISK
               FILE STATUS IS VARIANCE-ACK-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT EFT-FILE ASSIGN TO DYNAMIC EFT-FILE-NAME
               FILE STATUS IS EFT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT RUN-TYPE-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-TYPE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RESULT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS PAY-RESULT-REC.
       01  PAY-RESULT-REC.
           05 RESULT-AFM                   PIC X(09).
           05 RESULT-EMPLOYEE-NAME         PIC X(20).
           05 RESULT-COMPANY-CODE          PIC X(02).
           05 RESULT-GROSS                 PIC 9(07)V99.
           05 RESULT-TAX                   PIC 9(07)V99.
           05 RESULT-EFKA                  PIC 9(07)V99.
           05 RESULT-DEDUCTIONS            PIC 9(07)V99.
           05 RESULT-NET                   PIC 9(07)V99.
           05 RESULT-RUN-ID                PIC 9(06).
           05 RESULT-CRLF                  PIC X(02).

       FD  PAY-RESULT-PRIOR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS PRIOR-RESULT-REC.
       01  PRIOR-RESULT-REC.
           05 PRIOR-AFM                    PIC X(09).
           05 PRIOR-EMPLOYEE-NAME          PIC X(20).
           05 PRIOR-COMPANY-CODE           PIC X(02).
           05 PRIOR-GROSS                  PIC 9(07)V99.
           05 PRIOR-TAX                    PIC 9(07)V99.
           05 PRIOR-EFKA                   PIC 9(07)V99.
           05 PRIOR-DEDUCTIONS             PIC 9(07)V99.
           05 PRIOR-NET                    PIC 9(07)V99.
           05 PRIOR-RUN-ID                 PIC 9(06).
           05 PRIOR-CRLF                   PIC X(02).

       FD  VARIANCE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS VARIANCE-PARM-REC.
       01  VARIANCE-PARM-REC.
           05 VPARM-NET-PCT                PIC 9(03)V99.
           05 VPARM-CRLF                   PIC X(02).

       FD  VARIANCE-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS VARIANCE-LINE.
       01  VARIANCE-LINE.
           05 VAR-AFM                      PIC X(09).
           05 FILLER                       PIC X(01).
           05 VAR-EMPLOYEE-NAME            PIC X(20).
           05 FILLER                       PIC X(01).
           05 VAR-ROW-LABEL                PIC X(08).
           05 VAR-GROSS                    PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 VAR-TAX                      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 VAR-EFKA                     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 VAR-DEDUCTIONS               PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 VAR-NET                      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02).
           05 VAR-NET-PCT                  PIC -ZZ9,99.
           05 FILLER                       PIC X(02).
           05 VAR-REASON                   PIC X(21).
           05 VAR-CRLF                     PIC X(02).
       01  VARIANCE-TEXT-LINE.
           05 VAR-TEXT                     PIC X(140).
           05 VAR-TEXT-CRLF                PIC X(02).

       FD  VARIANCE-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS VARIANCE-CONTROL-REC.
       01  VARIANCE-CONTROL-REC.
           05 VCTL-RUN-ID                  PIC 9(06).
           05 VCTL-STATUS                  PIC X(01).
           05 VCTL-REGISTER-DATE           PIC 9(08).
           05 VCTL-FLAGGED-CNT             PIC 9(05).
           05 VCTL-RELEASE-OPERATOR        PIC X(08).
           05 VCTL-RELEASE-DATE            PIC 9(08).
           05 VCTL-CRLF                    PIC X(02).

       FD  VARIANCE-ACK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS VARIANCE-ACK-REC.
       01  VARIANCE-ACK-REC.
           05 ACK-RUN-ID                   PIC 9(06).
           05 ACK-OPERATOR-ID              PIC X(08).
           05 ACK-CRLF                     PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID             PIC X(08).
           05 AUTH-RIGHTS                  PIC X(10).
           05 AUTH-EXPENSE-LIMIT           PIC 9(05)V99.
           05 AUTH-CRLF                    PIC X(02).

       FD  EFT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS EFT-LINE.
       01  EFT-LINE                        PIC X(56).
       01  EFT-HEADER-REC.
           05 EFT-HDR-TAG                  PIC X(03).
           05 EFT-HDR-ORIGINATOR           PIC X(20).
           05 EFT-HDR-VALUE-DATE           PIC 9(08).
           05 EFT-HDR-BATCH-REF            PIC 9(06).
           05 EFT-HDR-RELEASE-FLAG         PIC X(01).
           05 FILLER                       PIC X(16).
           05 EFT-HDR-CRLF                 PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE.
           05 AUDIT-PROGRAM-NAME           PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-DATE               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-TIME               PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-READ              PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-WRITTEN           PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-REJECTED          PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RETURN-CODE            PIC 9(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-ID                 PIC 9(06).
           05 AUDIT-CRLF                   PIC X(02).

       FD  ERROR-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ERROR-LOG-LINE.
       01  ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM-NAME          PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-DATE              PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-TIME              PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-FILE-NAME             PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-STATUS-CODE           PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-ID                PIC 9(06).
           05 ERRLOG-CRLF                  PIC X(02).

       FD  RUN-ID-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RUN-ID-REC.
       01  RUN-ID-REC.
           05 RUN-ID-NUMBER                PIC 9(06).
           05 RUN-ID-CRLF                  PIC X(02).

       FD  RUN-TYPE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS RUN-TYPE-REC.
       01  RUN-TYPE-REC.
           05 RUNTYPE-CODE                 PIC X(01).
           05 RUNTYPE-ACCRUAL-START        PIC 9(08).
           05 RUNTYPE-ACCRUAL-END          PIC 9(08).
           05 RUNTYPE-PAY-DATE             PIC 9(08).
           05 RUNTYPE-CRLF                 PIC X(02).

       WORKING-STORAGE SECTION.
       01  PAY-RESULT-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  PAY-RESULT-PRIOR-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  VARIANCE-PARM-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  VARIANCE-REPORT-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  VARIANCE-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  VARIANCE-ACK-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS                PIC 9(02) VALUE ZERO.
       01  EFT-FILE-STATUS                 PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  RUN-TYPE-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  RUN-TYPE-CODE                   PIC X(01) VALUE 'R'.
           88 BONUS-RUN                      VALUES 'C' 'E' 'H'.
       01  RUN-TYPE-TAG                    PIC X(04) VALUE 'REG'.
       01  PAY-RESULT-FILE-NAME            PIC X(40)
               VALUE 'PAY-RESULT-FILE'.
       01  PAY-RESULT-PRIOR-NAME           PIC X(40)
               VALUE 'PAY-RESULT-PRIOR-FILE'.
       01  VARIANCE-REPORT-NAME            PIC X(40)
               VALUE 'VARIANCE-REPORT-FILE'.
       01  VARIANCE-CONTROL-NAME           PIC X(40)
               VALUE 'VARIANCE-CONTROL-FILE'.
       01  BATCH-RUN-ID                    PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH            PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                  VALUE 'Y'.
       01  LOG-FILE-NAME-WS                PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS              PIC X(02) VALUE SPACES.
       01  RUN-DATE-TODAY                  PIC 9(08) VALUE 0.
       01  DATA-REMAINS-SWITCH             PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                   VALUE 'NO'.
       01  PRIOR-REMAINS-SWITCH            PIC X(02) VALUE SPACES.
           88 NO-MORE-PRIOR                  VALUE 'NO'.
       01  EFT-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           88 NO-MORE-EFT                    VALUE 'NO'.
       01  AUTH-REMAINS-SWITCH             PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                   VALUE 'NO'.
       01  ACK-MODE-SWITCH                 PIC X(01) VALUE 'N'.
           88 ACK-MODE                       VALUE 'Y'.
       01  NET-PCT-LIMIT                   PIC 9(03)V99 VALUE 10.
       01  MAX-RESULTS                     PIC 9(05) VALUE 5000.
       01  CUR-COUNT                       PIC 9(05) VALUE 0.
       01  CUR-TABLE.
           05 CUR-ENTRY OCCURS 5000 TIMES.
              10 CUR-AFM                   PIC X(09).
              10 CUR-NAME                  PIC X(20).
              10 CUR-COMPANY-CODE          PIC X(02).
              10 CUR-GROSS                 PIC 9(07)V99.
              10 CUR-TAX                   PIC 9(07)V99.
              10 CUR-EFKA                  PIC 9(07)V99.
              10 CUR-DEDUCTIONS            PIC 9(07)V99.
              10 CUR-NET                   PIC 9(07)V99.
       01  CUR-IDX                         PIC 9(05) VALUE 0.
       01  CUR-RUN-ID                      PIC 9(06) VALUE 0.
       01  PRV-COUNT                       PIC 9(05) VALUE 0.
       01  PRV-TABLE.
           05 PRV-ENTRY OCCURS 5000 TIMES.
              10 PRV-AFM                   PIC X(09).
              10 PRV-NAME                  PIC X(20).
              10 PRV-GROSS                 PIC 9(07)V99.
              10 PRV-TAX                   PIC 9(07)V99.
              10 PRV-EFKA                  PIC 9(07)V99.
              10 PRV-DEDUCTIONS            PIC 9(07)V99.
              10 PRV-NET                   PIC 9(07)V99.
              10 PRV-MATCHED               PIC X(01).
       01  PRV-IDX                         PIC 9(05) VALUE 0.
       01  PRV-FOUND-IDX                   PIC 9(05) VALUE 0.
       01  PRV-RUN-ID                      PIC 9(06) VALUE 0.
       01  NET-CHANGE                      PIC S9(08)V99 COMP-3 VALUE 0.
       01  NET-CHANGE-PCT                  PIC S9(05)V99 COMP-3 VALUE 0.
       01  NET-CHANGE-ABS-PCT              PIC 9(05)V99 COMP-3 VALUE 0.
       01  NEW-AFM-CNT                     PIC 9(05) VALUE 0.
       01  MISSING-AFM-CNT                 PIC 9(05) VALUE 0.
       01  OVER-LIMIT-CNT                  PIC 9(05) VALUE 0.
       01  FLAGGED-CNT                     PIC 9(05) VALUE 0.
       01  CUR-NET-TOTAL                   PIC 9(11)V99 COMP-3 VALUE 0.
       01  PRV-NET-TOTAL                   PIC 9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-EDIT                      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  COUNT-EDIT                      PIC ZZZZ9.
       01  PCT-EDIT                        PIC ZZ9,99.
       01  MAX-AUTH                        PIC 9(02) VALUE 50.
       01  AUTH-COUNT                      PIC 9(02) VALUE 0.
       01  AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 50 TIMES.
              10 AUTH-TBL-ID               PIC X(08).
              10 AUTH-TBL-RIGHTS           PIC X(10).
       01  AUTH-IDX                        PIC 9(02) VALUE 0.
       01  AUTH-FOUND-IDX                  PIC 9(02) VALUE 0.
       01  AUTH-CHECK-ID                   PIC X(08) VALUE SPACES.
       01  AUTH-CHECK-RIGHT                PIC 9(02) VALUE 0.
       01  AUTH-OK-SWITCH                  PIC X(01) VALUE 'N'.
           88 AUTH-IS-OK                     VALUE 'Y'.
       01  CONTROL-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88 CONTROL-FOUND                  VALUE 'Y'.
       01  SAVED-CONTROL-REC               PIC X(38) VALUE SPACES.
       01  SAVED-CONTROL REDEFINES SAVED-CONTROL-REC.
           05 SAVED-RUN-ID                 PIC 9(06).
           05 SAVED-STATUS                 PIC X(01).
              88 SAVED-UNRELEASED            VALUE 'U'.
              88 SAVED-RELEASED              VALUE 'R'.
           05 SAVED-REGISTER-DATE          PIC 9(08).
           05 SAVED-FLAGGED-CNT            PIC 9(05).
           05 SAVED-RELEASE-OPERATOR       PIC X(08).
           05 SAVED-RELEASE-DATE           PIC 9(08).
           05 SAVED-CRLF                   PIC X(02).
       01  MAX-COMPANIES                   PIC 9(02) VALUE 50.
       01  COMP-COUNT                      PIC 9(02) VALUE 0.
       01  COMP-TABLE.
           05 COMP-CODE OCCURS 50 TIMES    PIC X(02).
       01  COMP-IDX                        PIC 9(02) VALUE 0.
       01  COMP-FOUND-SWITCH               PIC X(01) VALUE 'N'.
           88 COMP-FOUND                     VALUE 'Y'.
       01  EFT-FILE-NAME                   PIC X(40) VALUE SPACES.
       01  MAX-EFT-LINES                   PIC 9(05) VALUE 5100.
       01  EFT-LINE-COUNT                  PIC 9(05) VALUE 0.
       01  EFT-BUFFER.
           05 EFT-BUF-LINE OCCURS 5100 TIMES PIC X(56).
       01  EFT-BUF-IDX                     PIC 9(05) VALUE 0.
       01  EFT-CHECK-SWITCH                PIC X(01) VALUE 'Y'.
           88 EFT-CHECK-OK                   VALUE 'Y'.
       01  RECS-READ                       PIC 9(07) VALUE 0.
       01  RECS-WRITTEN                    PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-RUN-TYPE
           PERFORM LOAD-CURRENT-RESULTS
           PERFORM LOAD-VARIANCE-CONTROL
           PERFORM CHECK-ACKNOWLEDGEMENT
           IF ACK-MODE
               PERFORM RELEASE-EFT-BATCH
                   THRU RELEASE-EFT-BATCH-EXIT
           ELSE
               PERFORM LOAD-VARIANCE-PARMS
               PERFORM LOAD-PRIOR-RESULTS
               PERFORM WRITE-VARIANCE-REGISTER
           END-IF
           PERFORM FINISH.

       LOAD-RUN-TYPE.
           MOVE SPACES TO RUN-TYPE-REC
           OPEN INPUT RUN-TYPE-FILE
           IF RUN-TYPE-FILE-STATUS = 0
               READ RUN-TYPE-FILE
                   AT END MOVE SPACES TO RUN-TYPE-REC
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF
           IF RUNTYPE-CODE NOT = SPACES
               MOVE RUNTYPE-CODE TO RUN-TYPE-CODE
           END-IF
           EVALUATE RUN-TYPE-CODE
               WHEN 'R'
                   CONTINUE
               WHEN 'C'
                   MOVE 'XMAS' TO RUN-TYPE-TAG
               WHEN 'E'
                   MOVE 'EAST' TO RUN-TYPE-TAG
               WHEN 'H'
                   MOVE 'HOLI' TO RUN-TYPE-TAG
               WHEN OTHER
                   DISPLAY '***ERROR PAYVAR: UNKNOWN RUN TYPE '
                           RUN-TYPE-CODE ' IN RUN-TYPE-FILE'
                   MOVE 'RUN-TYPE-FILE' TO LOG-FILE-NAME-WS
                   MOVE '99' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
           END-EVALUATE
           IF BONUS-RUN
               MOVE SPACES TO PAY-RESULT-FILE-NAME
               STRING 'PAY-RESULT-' DELIMITED BY SIZE
                      RUN-TYPE-TAG  DELIMITED BY SIZE
                 INTO PAY-RESULT-FILE-NAME
               MOVE SPACES TO PAY-RESULT-PRIOR-NAME
               STRING 'PAY-RESULT-PRIOR-' DELIMITED BY SIZE
                      RUN-TYPE-TAG        DELIMITED BY SIZE
                 INTO PAY-RESULT-PRIOR-NAME
               MOVE SPACES TO VARIANCE-REPORT-NAME
               STRING 'VARIANCE-REPORT-' DELIMITED BY SIZE
                      RUN-TYPE-TAG       DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-NAME
               MOVE SPACES TO VARIANCE-CONTROL-NAME
               STRING 'VARIANCE-CONTROL-' DELIMITED BY SIZE
                      RUN-TYPE-TAG        DELIMITED BY SIZE
                 INTO VARIANCE-CONTROL-NAME
               DISPLAY 'PAYVAR: BONUS RUN TYPE ' RUN-TYPE-TAG
           END-IF.

       LOAD-CURRENT-RESULTS.
           OPEN INPUT PAY-RESULT-FILE
           IF PAY-RESULT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: PAY-RESULT-FILE'
               DISPLAY 'STATUS-CODE=' PAY-RESULT-FILE-STATUS
               MOVE 'PAY-RESULT-FILE' TO LOG-FILE-NAME-WS
               MOVE PAY-RESULT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ PAY-RESULT-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO RECS-READ
               IF CUR-COUNT < MAX-RESULTS
                   ADD 1 TO CUR-COUNT
                   MOVE RESULT-AFM        TO CUR-AFM(CUR-COUNT)
                   MOVE RESULT-EMPLOYEE-NAME
                       TO CUR-NAME(CUR-COUNT)
                   MOVE RESULT-COMPANY-CODE
                       TO CUR-COMPANY-CODE(CUR-COUNT)
                   MOVE RESULT-GROSS      TO CUR-GROSS(CUR-COUNT)
                   MOVE RESULT-TAX        TO CUR-TAX(CUR-COUNT)
                   MOVE RESULT-EFKA       TO CUR-EFKA(CUR-COUNT)
                   MOVE RESULT-DEDUCTIONS TO CUR-DEDUCTIONS(CUR-COUNT)
                   MOVE RESULT-NET        TO CUR-NET(CUR-COUNT)
                   MOVE RESULT-RUN-ID     TO CUR-RUN-ID
                   ADD RESULT-NET TO CUR-NET-TOTAL
                   PERFORM REMEMBER-COMPANY
               ELSE
                   DISPLAY '***ERROR PAYVAR: RESULT TABLE FULL - '
                           'INCREASE MAX-RESULTS'
                   MOVE 66 TO RETURN-CODE
               END-IF
               READ PAY-RESULT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE PAY-RESULT-FILE
           DISPLAY 'PAYVAR: RUN ' CUR-RUN-ID ' RESULTS LOADED = '
                   CUR-COUNT.

       REMEMBER-COMPANY.
           MOVE 'N' TO COMP-FOUND-SWITCH
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT OR COMP-FOUND
               IF COMP-CODE(COMP-IDX) = RESULT-COMPANY-CODE
                   MOVE 'Y' TO COMP-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT COMP-FOUND AND COMP-COUNT < MAX-COMPANIES
               ADD 1 TO COMP-COUNT
               MOVE RESULT-COMPANY-CODE TO COMP-CODE(COMP-COUNT)
           END-IF.

       LOAD-VARIANCE-CONTROL.
           MOVE 'N' TO CONTROL-FOUND-SWITCH
           MOVE SPACES TO SAVED-CONTROL-REC
           OPEN INPUT VARIANCE-CONTROL-FILE
           IF VARIANCE-CONTROL-FILE-STATUS = 0
               READ VARIANCE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO CONTROL-FOUND-SWITCH
                       MOVE VARIANCE-CONTROL-REC
                           TO SAVED-CONTROL-REC
               END-READ
               CLOSE VARIANCE-CONTROL-FILE
           END-IF.

       CHECK-ACKNOWLEDGEMENT.
           OPEN INPUT VARIANCE-ACK-FILE
           IF VARIANCE-ACK-FILE-STATUS = 0
               READ VARIANCE-ACK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ACK-OPERATOR-ID NOT = SPACES
                           MOVE 'Y' TO ACK-MODE-SWITCH
                       END-IF
               END-READ
               CLOSE VARIANCE-ACK-FILE
           END-IF.

       LOAD-VARIANCE-PARMS.
           OPEN INPUT VARIANCE-PARM-FILE
           IF VARIANCE-PARM-FILE-STATUS = 0
               READ VARIANCE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF VPARM-NET-PCT IS NUMERIC AND
                          VPARM-NET-PCT > 0
                           MOVE VPARM-NET-PCT TO NET-PCT-LIMIT
                       END-IF
               END-READ
               CLOSE VARIANCE-PARM-FILE
           ELSE
               DISPLAY '***WARNING PAYVAR: NO VARIANCE-PARM-FILE - '
                       'DEFAULT NET-PAY LIMIT USED'
           END-IF
           MOVE NET-PCT-LIMIT TO PCT-EDIT
           DISPLAY 'PAYVAR: NET-PAY CHANGE LIMIT ' PCT-EDIT ' %'.

       LOAD-PRIOR-RESULTS.
           OPEN INPUT PAY-RESULT-PRIOR-FILE
           IF PAY-RESULT-PRIOR-FILE-STATUS NOT = 0
               DISPLAY '***WARNING PAYVAR: NO PRIOR RUN ON FILE - '
                       'EVERY AFM WILL BE LISTED AS NEW'
           ELSE
               READ PAY-RESULT-PRIOR-FILE
                   AT END MOVE 'NO' TO PRIOR-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PRIOR
                   IF PRV-COUNT < MAX-RESULTS
                       ADD 1 TO PRV-COUNT
                       MOVE PRIOR-AFM      TO PRV-AFM(PRV-COUNT)
                       MOVE PRIOR-EMPLOYEE-NAME
                           TO PRV-NAME(PRV-COUNT)
                       MOVE PRIOR-GROSS    TO PRV-GROSS(PRV-COUNT)
                       MOVE PRIOR-TAX      TO PRV-TAX(PRV-COUNT)
                       MOVE PRIOR-EFKA     TO PRV-EFKA(PRV-COUNT)
                       MOVE PRIOR-DEDUCTIONS
                           TO PRV-DEDUCTIONS(PRV-COUNT)
                       MOVE PRIOR-NET      TO PRV-NET(PRV-COUNT)
                       MOVE 'N'            TO PRV-MATCHED(PRV-COUNT)
                       MOVE PRIOR-RUN-ID   TO PRV-RUN-ID
                       ADD PRIOR-NET TO PRV-NET-TOTAL
                   ELSE
                       DISPLAY '***ERROR PAYVAR: PRIOR TABLE FULL - '
                               'INCREASE MAX-RESULTS'
                       MOVE 66 TO RETURN-CODE
                   END-IF
                   READ PAY-RESULT-PRIOR-FILE
                       AT END MOVE 'NO' TO PRIOR-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-RESULT-PRIOR-FILE
           END-IF.

       WRITE-VARIANCE-REGISTER.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF VARIANCE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'VARIANCE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' VARIANCE-REPORT-FILE-STATUS
               MOVE 'VARIANCE-REPORT' TO LOG-FILE-NAME-WS
               MOVE VARIANCE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           PERFORM WRITE-REGISTER-HEADER
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               PERFORM COMPARE-ONE-AFM
           END-PERFORM
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > PRV-COUNT
               IF PRV-MATCHED(PRV-IDX) = 'N'
                   ADD 1 TO MISSING-AFM-CNT
                   ADD 1 TO FLAGGED-CNT
                   PERFORM WRITE-MISSING-AFM-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE VARIANCE-REPORT-FILE
           PERFORM WRITE-VARIANCE-CONTROL
           IF FLAGGED-CNT > 0 AND RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
           DISPLAY 'PAYVAR: REGISTER FOR RUN ' CUR-RUN-ID
                   ' WRITTEN - EFT HELD UNTIL ACKNOWLEDGED'.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE NET-PCT-LIMIT TO PCT-EDIT
           STRING 'PAYROLL VARIANCE REGISTER   RUN: ' DELIMITED BY SIZE
                  CUR-RUN-ID            DELIMITED BY SIZE
                  '   PRIOR RUN: '      DELIMITED BY SIZE
                  PRV-RUN-ID            DELIMITED BY SIZE
                  '   DATE: '           DELIMITED BY SIZE
                  RUN-DATE-TODAY        DELIMITED BY SIZE
                  '   NET LIMIT: '      DELIMITED BY SIZE
                  PCT-EDIT              DELIMITED BY SIZE
                  ' %'                  DELIMITED BY SIZE
                  '   TYPE: '           DELIMITED BY SIZE
                  RUN-TYPE-TAG          DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           STRING 'AFM       EMPLOYEE NAME        ROW     '
                      DELIMITED BY SIZE
                  '        GROSS           TAX          EFKA'
                      DELIMITED BY SIZE
                  '    DEDUCTIONS           NET   NET %  REASON'
                      DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE ALL '-' TO VAR-TEXT
           PERFORM WRITE-TEXT-LINE.

       COMPARE-ONE-AFM.
           MOVE 0 TO PRV-FOUND-IDX
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > PRV-COUNT OR PRV-FOUND-IDX > 0
               IF PRV-AFM(PRV-IDX) = CUR-AFM(CUR-IDX)
                   MOVE PRV-IDX TO PRV-FOUND-IDX
               END-IF
           END-PERFORM
           IF PRV-FOUND-IDX = 0
               ADD 1 TO NEW-AFM-CNT
               ADD 1 TO FLAGGED-CNT
               PERFORM WRITE-NEW-AFM-LINE
           ELSE
               MOVE 'Y' TO PRV-MATCHED(PRV-FOUND-IDX)
               COMPUTE NET-CHANGE = CUR-NET(CUR-IDX)
                                    - PRV-NET(PRV-FOUND-IDX)
               IF PRV-NET(PRV-FOUND-IDX) = 0
                   IF NET-CHANGE = 0
                       MOVE 0 TO NET-CHANGE-PCT
                   ELSE
                       MOVE 100 TO NET-CHANGE-PCT
                   END-IF
               ELSE
                   COMPUTE NET-CHANGE-PCT ROUNDED =
                       NET-CHANGE * 100 / PRV-NET(PRV-FOUND-IDX)
               END-IF
               IF NET-CHANGE-PCT < 0
                   COMPUTE NET-CHANGE-ABS-PCT = 0 - NET-CHANGE-PCT
               ELSE
                   MOVE NET-CHANGE-PCT TO NET-CHANGE-ABS-PCT
               END-IF
               IF NET-CHANGE-ABS-PCT > NET-PCT-LIMIT
                   ADD 1 TO OVER-LIMIT-CNT
                   ADD 1 TO FLAGGED-CNT
                   PERFORM WRITE-CHANGED-AFM-LINES
               END-IF
           END-IF.

       WRITE-NEW-AFM-LINE.
           MOVE SPACES                 TO VARIANCE-LINE
           MOVE CUR-AFM(CUR-IDX)       TO VAR-AFM
           MOVE CUR-NAME(CUR-IDX)      TO VAR-EMPLOYEE-NAME
           MOVE 'CURRENT'              TO VAR-ROW-LABEL
           MOVE CUR-GROSS(CUR-IDX)     TO VAR-GROSS
           MOVE CUR-TAX(CUR-IDX)       TO VAR-TAX
           MOVE CUR-EFKA(CUR-IDX)      TO VAR-EFKA
           MOVE CUR-DEDUCTIONS(CUR-IDX) TO VAR-DEDUCTIONS
           MOVE CUR-NET(CUR-IDX)       TO VAR-NET
           MOVE 'NEW AFM'              TO VAR-REASON
           PERFORM WRITE-DETAIL-LINE.

       WRITE-MISSING-AFM-LINE.
           MOVE SPACES                 TO VARIANCE-LINE
           MOVE PRV-AFM(PRV-IDX)       TO VAR-AFM
           MOVE PRV-NAME(PRV-IDX)      TO VAR-EMPLOYEE-NAME
           MOVE 'PRIOR'                TO VAR-ROW-LABEL
           MOVE PRV-GROSS(PRV-IDX)     TO VAR-GROSS
           MOVE PRV-TAX(PRV-IDX)       TO VAR-TAX
           MOVE PRV-EFKA(PRV-IDX)      TO VAR-EFKA
           MOVE PRV-DEDUCTIONS(PRV-IDX) TO VAR-DEDUCTIONS
           MOVE PRV-NET(PRV-IDX)       TO VAR-NET
           MOVE 'MISSING THIS RUN'     TO VAR-REASON
           PERFORM WRITE-DETAIL-LINE.

       WRITE-CHANGED-AFM-LINES.
           MOVE SPACES                 TO VARIANCE-LINE
           MOVE CUR-AFM(CUR-IDX)       TO VAR-AFM
           MOVE CUR-NAME(CUR-IDX)      TO VAR-EMPLOYEE-NAME
           MOVE 'PRIOR'                TO VAR-ROW-LABEL
           MOVE PRV-GROSS(PRV-FOUND-IDX) TO VAR-GROSS
           MOVE PRV-TAX(PRV-FOUND-IDX) TO VAR-TAX
           MOVE PRV-EFKA(PRV-FOUND-IDX) TO VAR-EFKA
           MOVE PRV-DEDUCTIONS(PRV-FOUND-IDX) TO VAR-DEDUCTIONS
           MOVE PRV-NET(PRV-FOUND-IDX) TO VAR-NET
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES                 TO VARIANCE-LINE
           MOVE 'CURRENT'              TO VAR-ROW-LABEL
           MOVE CUR-GROSS(CUR-IDX)     TO VAR-GROSS
           MOVE CUR-TAX(CUR-IDX)       TO VAR-TAX
           MOVE CUR-EFKA(CUR-IDX)      TO VAR-EFKA
           MOVE CUR-DEDUCTIONS(CUR-IDX) TO VAR-DEDUCTIONS
           MOVE CUR-NET(CUR-IDX)       TO VAR-NET
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES                 TO VARIANCE-LINE
           MOVE 'CHANGE'               TO VAR-ROW-LABEL
           COMPUTE VAR-GROSS = CUR-GROSS(CUR-IDX)
                               - PRV-GROSS(PRV-FOUND-IDX)
           COMPUTE VAR-TAX = CUR-TAX(CUR-IDX)
                             - PRV-TAX(PRV-FOUND-IDX)
           COMPUTE VAR-EFKA = CUR-EFKA(CUR-IDX)
                              - PRV-EFKA(PRV-FOUND-IDX)
           COMPUTE VAR-DEDUCTIONS = CUR-DEDUCTIONS(CUR-IDX)
                                    - PRV-DEDUCTIONS(PRV-FOUND-IDX)
           MOVE NET-CHANGE             TO VAR-NET
           MOVE NET-CHANGE-PCT         TO VAR-NET-PCT
           MOVE 'NET CHANGE OVER LIMIT' TO VAR-REASON
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE X'0D0A' TO VAR-CRLF
           WRITE VARIANCE-LINE
           IF VARIANCE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'VARIANCE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' VARIANCE-REPORT-FILE-STATUS
               MOVE 'VARIANCE-REPORT' TO LOG-FILE-NAME-WS
               MOVE VARIANCE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF
           ADD 1 TO RECS-WRITTEN.

       WRITE-TEXT-LINE.
           MOVE X'0D0A' TO VAR-TEXT-CRLF
           WRITE VARIANCE-TEXT-LINE
           IF VARIANCE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'VARIANCE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' VARIANCE-REPORT-FILE-STATUS
               MOVE 'VARIANCE-REPORT' TO LOG-FILE-NAME-WS
               MOVE VARIANCE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE ALL '-' TO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE CUR-COUNT TO COUNT-EDIT
           MOVE CUR-NET-TOTAL TO TOTAL-EDIT
           STRING 'AFMS THIS RUN:  ' DELIMITED BY SIZE
                  COUNT-EDIT         DELIMITED BY SIZE
                  '   NET TOTAL: '   DELIMITED BY SIZE
                  TOTAL-EDIT         DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE PRV-COUNT TO COUNT-EDIT
           MOVE PRV-NET-TOTAL TO TOTAL-EDIT
           STRING 'AFMS PRIOR RUN: ' DELIMITED BY SIZE
                  COUNT-EDIT         DELIMITED BY SIZE
                  '   NET TOTAL: '   DELIMITED BY SIZE
                  TOTAL-EDIT         DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE NEW-AFM-CNT TO COUNT-EDIT
           STRING 'NEW AFMS:               ' DELIMITED BY SIZE
                  COUNT-EDIT                 DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE MISSING-AFM-CNT TO COUNT-EDIT
           STRING 'MISSING AFMS:           ' DELIMITED BY SIZE
                  COUNT-EDIT                 DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           MOVE OVER-LIMIT-CNT TO COUNT-EDIT
           STRING 'NET CHANGES OVER LIMIT: ' DELIMITED BY SIZE
                  COUNT-EDIT                 DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO VARIANCE-TEXT-LINE
           STRING 'EFT BATCH ' DELIMITED BY SIZE
                  CUR-RUN-ID   DELIMITED BY SIZE
                  ' IS UNRELEASED UNTIL THIS REGISTER IS '
                               DELIMITED BY SIZE
                  'ACKNOWLEDGED BY AN AUTHORIZED OPERATOR'
                               DELIMITED BY SIZE
             INTO VAR-TEXT
           PERFORM WRITE-TEXT-LINE.

       WRITE-VARIANCE-CONTROL.
           IF CONTROL-FOUND AND SAVED-UNRELEASED AND
              SAVED-RUN-ID NOT = CUR-RUN-ID
               DISPLAY '***WARNING PAYVAR: REGISTER FOR RUN '
                       SAVED-RUN-ID ' WAS NEVER ACKNOWLEDGED - '
                       'REPLACED BY RUN ' CUR-RUN-ID
           END-IF
           MOVE SPACES          TO VARIANCE-CONTROL-REC
           MOVE CUR-RUN-ID      TO VCTL-RUN-ID
           MOVE 'U'             TO VCTL-STATUS
           MOVE RUN-DATE-TODAY  TO VCTL-REGISTER-DATE
           MOVE FLAGGED-CNT     TO VCTL-FLAGGED-CNT
           MOVE 0               TO VCTL-RELEASE-DATE
           PERFORM REWRITE-VARIANCE-CONTROL.

       REWRITE-VARIANCE-CONTROL.
           MOVE X'0D0A' TO VCTL-CRLF
           OPEN OUTPUT VARIANCE-CONTROL-FILE
           IF VARIANCE-CONTROL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'VARIANCE-CONTROL-FILE'
               DISPLAY 'STATUS-CODE=' VARIANCE-CONTROL-FILE-STATUS
               MOVE 'VARIANCE-CONTROL' TO LOG-FILE-NAME-WS
               MOVE VARIANCE-CONTROL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           WRITE VARIANCE-CONTROL-REC
           CLOSE VARIANCE-CONTROL-FILE.

       RELEASE-EFT-BATCH.
           DISPLAY 'PAYVAR: ACKNOWLEDGEMENT OF RUN ' ACK-RUN-ID
                   ' BY OPERATOR ' ACK-OPERATOR-ID
           PERFORM LOAD-AUTH-TABLE
           MOVE ACK-OPERATOR-ID TO AUTH-CHECK-ID
           MOVE 6 TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               DISPLAY '***ERROR PAYVAR: OPERATOR ' ACK-OPERATOR-ID
                       ' NOT AUTHORIZED TO RELEASE PAYROLL EFT'
               MOVE 55 TO RETURN-CODE
               GO TO RELEASE-EFT-BATCH-EXIT
           END-IF
      *    A RETROACTIVE ADJUSTMENT BATCH HAS NO VARIANCE REGISTER -
      *    THE ACKNOWLEDGEMENT NAMES THE ADJUSTMENT RUN ITSELF
           MOVE 'EFT-ADJ' TO EFT-FILE-NAME
           PERFORM READ-EFT-BATCH
           IF EFT-LINE-COUNT > 0
               MOVE EFT-BUF-LINE(1) TO EFT-HEADER-REC
               IF EFT-HDR-TAG = 'HDR' AND
                  EFT-HDR-BATCH-REF = ACK-RUN-ID
                   PERFORM RELEASE-ADJ-EFT-BATCH
                   GO TO RELEASE-EFT-BATCH-EXIT
               END-IF
           END-IF
           IF NOT CONTROL-FOUND OR SAVED-RUN-ID NOT = CUR-RUN-ID
               DISPLAY '***ERROR PAYVAR: NO VARIANCE REGISTER HAS '
                       'BEEN PRODUCED FOR RUN ' CUR-RUN-ID
               MOVE 55 TO RETURN-CODE
               GO TO RELEASE-EFT-BATCH-EXIT
           END-IF
           IF ACK-RUN-ID NOT = CUR-RUN-ID
               DISPLAY '***ERROR PAYVAR: ACKNOWLEDGEMENT IS FOR RUN '
                       ACK-RUN-ID ' BUT THE REGISTER IS FOR RUN '
                       CUR-RUN-ID
               MOVE 55 TO RETURN-CODE
               GO TO RELEASE-EFT-BATCH-EXIT
           END-IF
           IF SAVED-RELEASED
               DISPLAY '***WARNING PAYVAR: RUN ' CUR-RUN-ID
                       ' WAS ALREADY RELEASED BY '
                       SAVED-RELEASE-OPERATOR
               PERFORM CLEAR-ACKNOWLEDGEMENT
               GO TO RELEASE-EFT-BATCH-EXIT
           END-IF
      *    CHECK EVERY COMPANY BATCH BEFORE TOUCHING ANY OF THEM
           MOVE 'Y' TO EFT-CHECK-SWITCH
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               PERFORM LOAD-EFT-BATCH
               IF EFT-LINE-COUNT = 0
                   MOVE 'N' TO EFT-CHECK-SWITCH
                   DISPLAY '***ERROR PAYVAR: ' EFT-FILE-NAME
                           ' IS MISSING OR EMPTY'
               ELSE
                   MOVE EFT-BUF-LINE(1) TO EFT-HEADER-REC
                   IF EFT-HDR-TAG NOT = 'HDR' OR
                      EFT-HDR-BATCH-REF NOT = CUR-RUN-ID
                       MOVE 'N' TO EFT-CHECK-SWITCH
                       DISPLAY '***ERROR PAYVAR: ' EFT-FILE-NAME
                               ' DOES NOT BELONG TO RUN ' CUR-RUN-ID
                   END-IF
               END-IF
           END-PERFORM
           IF NOT EFT-CHECK-OK
               MOVE 66 TO RETURN-CODE
               GO TO RELEASE-EFT-BATCH-EXIT
           END-IF
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               PERFORM LOAD-EFT-BATCH
               MOVE EFT-BUF-LINE(1) TO EFT-HEADER-REC
               MOVE 'R' TO EFT-HDR-RELEASE-FLAG
               MOVE EFT-HEADER-REC TO EFT-BUF-LINE(1)
               PERFORM REWRITE-EFT-BATCH
           END-PERFORM
           PERFORM SAVE-PRIOR-RESULTS
           MOVE SAVED-CONTROL-REC TO VARIANCE-CONTROL-REC
           MOVE 'R'               TO VCTL-STATUS
           MOVE ACK-OPERATOR-ID   TO VCTL-RELEASE-OPERATOR
           MOVE RUN-DATE-TODAY    TO VCTL-RELEASE-DATE
           PERFORM REWRITE-VARIANCE-CONTROL
           PERFORM CLEAR-ACKNOWLEDGEMENT
           DISPLAY 'PAYVAR: EFT BATCH FOR RUN ' CUR-RUN-ID
                   ' RELEASED BY ' ACK-OPERATOR-ID.
       RELEASE-EFT-BATCH-EXIT.
           EXIT.

       RELEASE-ADJ-EFT-BATCH.
           IF EFT-HDR-RELEASE-FLAG = 'R'
               DISPLAY '***WARNING PAYVAR: ADJUSTMENT RUN ' ACK-RUN-ID
                       ' WAS ALREADY RELEASED'
           ELSE
               MOVE 'R' TO EFT-HDR-RELEASE-FLAG
               MOVE EFT-HEADER-REC TO EFT-BUF-LINE(1)
               PERFORM REWRITE-EFT-BATCH
               DISPLAY 'PAYVAR: ADJUSTMENT EFT BATCH FOR RUN '
                       ACK-RUN-ID ' RELEASED BY ' ACK-OPERATOR-ID
           END-IF
           PERFORM CLEAR-ACKNOWLEDGEMENT.

       LOAD-EFT-BATCH.
           MOVE SPACES TO EFT-FILE-NAME
           IF BONUS-RUN
               STRING 'EFT-' DELIMITED BY SIZE
                      RUN-TYPE-TAG DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      COMP-CODE(COMP-IDX) DELIMITED BY SIZE
                 INTO EFT-FILE-NAME
           ELSE
               STRING 'EFT-' DELIMITED BY SIZE
                      COMP-CODE(COMP-IDX) DELIMITED BY SIZE
                 INTO EFT-FILE-NAME
           END-IF
           PERFORM READ-EFT-BATCH.

       READ-EFT-BATCH.
           MOVE 0 TO EFT-LINE-COUNT
           MOVE SPACES TO EFT-REMAINS-SWITCH
           OPEN INPUT EFT-FILE
           IF EFT-FILE-STATUS = 0
               READ EFT-FILE
                   AT END MOVE 'NO' TO EFT-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-EFT
                   IF EFT-LINE-COUNT < MAX-EFT-LINES
                       ADD 1 TO EFT-LINE-COUNT
                       MOVE EFT-LINE TO EFT-BUF-LINE(EFT-LINE-COUNT)
                   ELSE
                       DISPLAY '***ERROR PAYVAR: EFT BUFFER FULL - '
                               'INCREASE MAX-EFT-LINES'
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ EFT-FILE
                       AT END MOVE 'NO' TO EFT-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EFT-FILE
           END-IF.

       REWRITE-EFT-BATCH.
           OPEN OUTPUT EFT-FILE
           IF EFT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: EFT-FILE'
               DISPLAY 'STATUS-CODE=' EFT-FILE-STATUS
               MOVE 'EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           PERFORM VARYING EFT-BUF-IDX FROM 1 BY 1
                   UNTIL EFT-BUF-IDX > EFT-LINE-COUNT
               MOVE EFT-BUF-LINE(EFT-BUF-IDX) TO EFT-LINE
               WRITE EFT-LINE
               IF EFT-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: EFT-FILE'
                   DISPLAY 'STATUS-CODE=' EFT-FILE-STATUS
                   MOVE 'EFT-FILE' TO LOG-FILE-NAME-WS
                   MOVE EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               ADD 1 TO RECS-WRITTEN
           END-PERFORM
           CLOSE EFT-FILE.

       SAVE-PRIOR-RESULTS.
           OPEN OUTPUT PAY-RESULT-PRIOR-FILE
           IF PAY-RESULT-PRIOR-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'PAY-RESULT-PRIOR-FILE'
               DISPLAY 'STATUS-CODE=' PAY-RESULT-PRIOR-FILE-STATUS
               MOVE 'PAY-RESULT-PRIOR' TO LOG-FILE-NAME-WS
               MOVE PAY-RESULT-PRIOR-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               MOVE SPACES                  TO PRIOR-RESULT-REC
               MOVE CUR-AFM(CUR-IDX)        TO PRIOR-AFM
               MOVE CUR-NAME(CUR-IDX)       TO PRIOR-EMPLOYEE-NAME
               MOVE CUR-COMPANY-CODE(CUR-IDX) TO PRIOR-COMPANY-CODE
               MOVE CUR-GROSS(CUR-IDX)      TO PRIOR-GROSS
               MOVE CUR-TAX(CUR-IDX)        TO PRIOR-TAX
               MOVE CUR-EFKA(CUR-IDX)       TO PRIOR-EFKA
               MOVE CUR-DEDUCTIONS(CUR-IDX) TO PRIOR-DEDUCTIONS
               MOVE CUR-NET(CUR-IDX)        TO PRIOR-NET
               MOVE CUR-RUN-ID              TO PRIOR-RUN-ID
               MOVE X'0D0A'                 TO PRIOR-CRLF
               WRITE PRIOR-RESULT-REC
           END-PERFORM
           CLOSE PAY-RESULT-PRIOR-FILE.

       CLEAR-ACKNOWLEDGEMENT.
           OPEN OUTPUT VARIANCE-ACK-FILE
           CLOSE VARIANCE-ACK-FILE.

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

       FINISH.
           DISPLAY 'PAYVAR: NEW AFMS          = ' NEW-AFM-CNT
           DISPLAY 'PAYVAR: MISSING AFMS      = ' MISSING-AFM-CNT
           DISPLAY 'PAYVAR: OVER NET LIMIT    = ' OVER-LIMIT-CNT
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
               MOVE 'PAYVAR'          TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE RECS-READ          TO AUDIT-RECS-READ
               MOVE RECS-WRITTEN       TO AUDIT-RECS-WRITTEN
               MOVE FLAGGED-CNT        TO AUDIT-RECS-REJECTED
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
               MOVE 'PAYVAR'        TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM PAYVAR.
