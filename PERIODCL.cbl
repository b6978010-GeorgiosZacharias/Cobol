       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CLOSE-PARM-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT PERIOD-CLOSE-RULE-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CLOSE-RULE-FILE-STATUS.

           SELECT PERIOD-CLOSE-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CLOSE-REPORT-STATUS.

           SELECT OPEN-BREAKS-FILE ASSIGN TO DISK
               FILE STATUS IS OPEN-BREAKS-FILE-STATUS.

           SELECT SALES-REJECT-FILE ASSIGN TO DISK
               FILE STATUS IS SALES-REJECT-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER REQUEST: C = CLOSE, R = REOPEN
       FD  PERIOD-CLOSE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS PERIOD-CLOSE-PARM-REC.
       01  PERIOD-CLOSE-PARM-REC.
           05 PCP-ACTION             PIC X(01).
           05 PCP-SUBSYSTEM          PIC X(08).
           05 PCP-PERIOD             PIC X(06).
           05 PCP-PERIOD-NUM REDEFINES PCP-PERIOD
                                     PIC 9(06).
           05 PCP-OPERATOR-ID        PIC X(08).
           05 PCP-CRLF               PIC X(02).

      *    NO ROW = OPEN, C = CLOSED TO POSTING
       FD  PERIOD-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PERIOD-CONTROL-REC.
       01  PERIOD-CONTROL-REC.
           05 PCTL-SUBSYSTEM         PIC X(08).
           05 PCTL-PERIOD            PIC 9(06).
           05 PCTL-STATUS            PIC X(01).
           05 PCTL-CHANGE-DATE       PIC 9(08).
           05 PCTL-CHANGE-TIME       PIC 9(06).
           05 PCTL-OPERATOR-ID       PIC X(08).
           05 FILLER                 PIC X(01).
           05 PCTL-CRLF              PIC X(02).

       FD  PERIOD-CLOSE-RULE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS PERIOD-CLOSE-RULE-REC.
       01  PERIOD-CLOSE-RULE-REC.
           05 PCR-SUBSYSTEM          PIC X(08).
           05 PCR-PROGRAM-NAME       PIC X(12).
           05 PCR-CRLF               PIC X(02).

       FD  PERIOD-CLOSE-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PERIOD-CLOSE-REPORT-LINE.
       01  PERIOD-CLOSE-REPORT-LINE.
           05 PCL-TEXT               PIC X(98).
           05 PCL-CRLF               PIC X(02).

       FD  OPEN-BREAKS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS OPEN-BREAKS-REC.
       01  OPEN-BREAKS-REC.
           05 OBRK-DATE              PIC X(08).
           05 OBRK-FIRST-SEEN        PIC 9(08).
           05 OBRK-SEVERITY          PIC X(08).
           05 OBRK-CRLF              PIC X(02).

       FD  SALES-REJECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REJECT-LINE.
       01  REJECT-LINE.
           05 REJECT-YEAR            PIC 9(04).
           05 FILLER                 PIC X(02).
           05 REJECT-REGION-CODE     PIC 9(02).
           05 FILLER                 PIC X(02).
           05 REJECT-MONTH           PIC 9(02).
           05 FILLER                 PIC X(02).
           05 REJECT-AMOUNT          PIC 9(10).
           05 REJECT-TYPE            PIC X(01).
           05 FILLER                 PIC X(02).
           05 REJECT-REASON          PIC X(40).
           05 REJECT-SALESPERSON-AFM PIC X(09).
           05 REJECT-PRODUCT-LINE    PIC X(03).
           05 REJECT-CURRENCY        PIC X(03).
           05 REJECT-CRLF            PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID       PIC X(08).
           05 AUTH-RIGHTS            PIC X(10).
           05 AUTH-EXPENSE-LIMIT     PIC 9(05)V99.
           05 AUTH-CRLF              PIC X(02).

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
       01  PERIOD-CLOSE-PARM-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  PERIOD-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  PERIOD-CLOSE-RULE-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  PERIOD-CLOSE-REPORT-STATUS    PIC 9(02) VALUE ZERO.
       01  OPEN-BREAKS-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  SALES-REJECT-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  RUN-DATE-TODAY                PIC 9(08) VALUE 0.
       01  RUN-TIME-NOW                  PIC 9(06) VALUE 0.
       01  RUN-PERIOD-TODAY              PIC 9(06) VALUE 0.
       01  PARM-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-PARMS                VALUE 'NO'.
       01  PERIOD-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-PERIODS              VALUE 'NO'.
       01  RULE-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-RULES                VALUE 'NO'.
       01  AUDIT-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-AUDIT                VALUE 'NO'.
       01  BREAK-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-BREAKS               VALUE 'NO'.
       01  REJECT-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-REJECTS              VALUE 'NO'.
       01  AUTH-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                 VALUE 'NO'.
       01  MAX-PERIODS                   PIC 9(04) VALUE 1000.
       01  PERIOD-COUNT                  PIC 9(04) VALUE 0.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 1000 TIMES.
              10 PTBL-SUBSYSTEM          PIC X(08).
              10 PTBL-PERIOD             PIC 9(06).
              10 PTBL-STATUS             PIC X(01).
                 88 PTBL-CLOSED            VALUE 'C'.
              10 PTBL-CHANGE-DATE        PIC 9(08).
              10 PTBL-CHANGE-TIME        PIC 9(06).
              10 PTBL-OPERATOR-ID        PIC X(08).
       01  PERIOD-IDX                    PIC 9(04) VALUE 0.
       01  PERIOD-FOUND-IDX              PIC 9(04) VALUE 0.
       01  PERIOD-CHANGED-SWITCH         PIC X(01) VALUE 'N'.
           88 PERIOD-TABLE-CHANGED         VALUE 'Y'.
       01  MAX-RULES                     PIC 9(02) VALUE 50.
       01  RULE-COUNT                    PIC 9(02) VALUE 0.
       01  RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES.
              10 RULE-SUBSYSTEM          PIC X(08).
              10 RULE-PROGRAM-NAME       PIC X(12).
       01  RULE-IDX                      PIC 9(02) VALUE 0.
       01  REQ-COUNT                     PIC 9(02) VALUE 0.
       01  REQ-TABLE.
           05 REQ-ENTRY OCCURS 50 TIMES.
              10 REQ-PROGRAM-NAME        PIC X(12).
              10 REQ-RUN-CNT             PIC 9(05).
       01  REQ-IDX                       PIC 9(02) VALUE 0.
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
      *    AUTH-FILE RIGHT 10 = REOPEN A CLOSED ACCOUNTING PERIOD
       01  REOPEN-RIGHT                  PIC 9(02) VALUE 10.
       01  REQUEST-VALID-SWITCH          PIC X(01) VALUE 'Y'.
           88 REQUEST-IS-VALID             VALUE 'Y'.
       01  CLOSE-BLOCKED-SWITCH          PIC X(01) VALUE 'N'.
           88 CLOSE-BLOCKED                VALUE 'Y'.
       01  REQUEST-OUTCOME               PIC X(40) VALUE SPACES.
       01  OPEN-BREAK-CNT                PIC 9(05) VALUE 0.
       01  PENDING-REJECT-CNT            PIC 9(05) VALUE 0.
       01  REQUEST-CNT                   PIC 9(05) VALUE 0.
       01  CLOSED-CNT                    PIC 9(05) VALUE 0.
       01  REOPENED-CNT                  PIC 9(05) VALUE 0.
       01  REFUSED-CNT                   PIC 9(05) VALUE 0.
       01  COUNT-EDIT                    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW
           MOVE RUN-DATE-TODAY(1:6) TO RUN-PERIOD-TODAY
           PERFORM LOAD-RUN-ID
           PERFORM OPEN-REPORT
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-CLOSE-RULES
           PERFORM LOAD-AUTH-TABLE
           PERFORM PROCESS-CLOSE-REQUESTS
           IF PERIOD-TABLE-CHANGED
               PERFORM REWRITE-PERIOD-CONTROL
           END-IF
           PERFORM WRITE-PERIOD-STATUS
           PERFORM FINISH.

       OPEN-REPORT.
           OPEN OUTPUT PERIOD-CLOSE-REPORT-FILE
           IF PERIOD-CLOSE-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'PERIOD-CLOSE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' PERIOD-CLOSE-REPORT-STATUS
               MOVE 'PERIOD-CLOSE-REPORT' TO LOG-FILE-NAME-WS
               MOVE PERIOD-CLOSE-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               STOP RUN
           END-IF
           MOVE SPACES TO PCL-TEXT
           STRING 'PERIODCL - ACCOUNTING PERIOD CLOSE CONTROL'
                      DELIMITED BY SIZE
                  '   RUN DATE ' DELIMITED BY SIZE
                  RUN-DATE-TODAY DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  BATCH-RUN-ID DELIMITED BY SIZE
             INTO PCL-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PCL-TEXT
           PERFORM WRITE-REPORT-LINE.

       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-FILE-STATUS = 0
               READ PERIOD-CONTROL-FILE
                   AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PERIODS
                   IF PCTL-SUBSYSTEM NOT = SPACES AND
                      PCTL-PERIOD IS NUMERIC
                       IF PERIOD-COUNT < MAX-PERIODS
                           ADD 1 TO PERIOD-COUNT
                           MOVE PCTL-SUBSYSTEM
                               TO PTBL-SUBSYSTEM(PERIOD-COUNT)
                           MOVE PCTL-PERIOD
                               TO PTBL-PERIOD(PERIOD-COUNT)
                           MOVE PCTL-STATUS
                               TO PTBL-STATUS(PERIOD-COUNT)
                           MOVE PCTL-CHANGE-DATE
                               TO PTBL-CHANGE-DATE(PERIOD-COUNT)
                           MOVE PCTL-CHANGE-TIME
                               TO PTBL-CHANGE-TIME(PERIOD-COUNT)
                           MOVE PCTL-OPERATOR-ID
                               TO PTBL-OPERATOR-ID(PERIOD-COUNT)
                       ELSE
                           DISPLAY '***ERROR PERIODCL: MORE THAN '
                                   MAX-PERIODS ' PERIOD CONTROL ROWS'
                           MOVE 'PERIOD-CONTROL-FILE'
                               TO LOG-FILE-NAME-WS
                           MOVE '99' TO LOG-STATUS-CODE-WS
                           PERFORM LOG-FILE-ERROR
                           MOVE 66 TO RETURN-CODE
                           CLOSE PERIOD-CONTROL-FILE
                           PERFORM FINISH
                       END-IF
                   END-IF
                   READ PERIOD-CONTROL-FILE
                       AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               DISPLAY 'PERIODCL: NO PERIOD CONTROL FILE - '
                       'ALL PERIODS ARE OPEN'
           END-IF.

       LOAD-CLOSE-RULES.
           OPEN INPUT PERIOD-CLOSE-RULE-FILE
           IF PERIOD-CLOSE-RULE-FILE-STATUS = 0
               READ PERIOD-CLOSE-RULE-FILE
                   AT END MOVE 'NO' TO RULE-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-RULES
                   IF PCR-SUBSYSTEM NOT = SPACES AND
                      PCR-PROGRAM-NAME NOT = SPACES
                       IF RULE-COUNT < MAX-RULES
                           ADD 1 TO RULE-COUNT
                           MOVE PCR-SUBSYSTEM
                               TO RULE-SUBSYSTEM(RULE-COUNT)
                           MOVE PCR-PROGRAM-NAME
                               TO RULE-PROGRAM-NAME(RULE-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN ' MAX-RULES
                                   ' CLOSE RULES - EXTRA RULES IGNORED'
                       END-IF
                   END-IF
                   READ PERIOD-CLOSE-RULE-FILE
                       AT END MOVE 'NO' TO RULE-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-RULE-FILE
           END-IF.

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

       PROCESS-CLOSE-REQUESTS.
           OPEN INPUT PERIOD-CLOSE-PARM-FILE
           IF PERIOD-CLOSE-PARM-FILE-STATUS NOT = 0
               DISPLAY 'PERIODCL: NO CLOSE OR REOPEN REQUESTS - '
                       'STATUS LISTING ONLY'
           ELSE
               READ PERIOD-CLOSE-PARM-FILE
                   AT END MOVE 'NO' TO PARM-REMAINS-SWITCH
               END-READ
               PERFORM PROCESS-ONE-REQUEST
                   THRU PROCESS-ONE-REQUEST-EXIT
                   UNTIL NO-MORE-PARMS
               CLOSE PERIOD-CLOSE-PARM-FILE
           END-IF.

       PROCESS-ONE-REQUEST.
           IF PERIOD-CLOSE-PARM-REC(1:23) = SPACES
               GO TO PROCESS-ONE-REQUEST-NEXT
           END-IF
           ADD 1 TO REQUEST-CNT
           PERFORM VALIDATE-REQUEST
           IF NOT REQUEST-IS-VALID
               ADD 1 TO REFUSED-CNT
               PERFORM WRITE-REQUEST-LINE
               GO TO PROCESS-ONE-REQUEST-NEXT
           END-IF
           PERFORM FIND-PERIOD-ROW
           IF PCP-ACTION = 'C'
               PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
           ELSE
               PERFORM REOPEN-PERIOD THRU REOPEN-PERIOD-EXIT
           END-IF
           PERFORM WRITE-REQUEST-LINE
           MOVE SPACES TO PCL-TEXT
           PERFORM WRITE-REPORT-LINE.
       PROCESS-ONE-REQUEST-NEXT.
           READ PERIOD-CLOSE-PARM-FILE
               AT END MOVE 'NO' TO PARM-REMAINS-SWITCH
           END-READ.
       PROCESS-ONE-REQUEST-EXIT.
           EXIT.

       VALIDATE-REQUEST.
           MOVE 'Y' TO REQUEST-VALID-SWITCH
           MOVE SPACES TO REQUEST-OUTCOME
           EVALUATE TRUE
               WHEN PCP-ACTION NOT = 'C' AND PCP-ACTION NOT = 'R'
                   MOVE 'N' TO REQUEST-VALID-SWITCH
                   MOVE 'REFUSED - ACTION NOT C OR R'
                       TO REQUEST-OUTCOME
               WHEN PCP-SUBSYSTEM NOT = 'SALES' AND
                    PCP-SUBSYSTEM NOT = 'ATM' AND
                    PCP-SUBSYSTEM NOT = 'PAYROLL'
                   MOVE 'N' TO REQUEST-VALID-SWITCH
                   MOVE 'REFUSED - UNKNOWN SUBSYSTEM'
                       TO REQUEST-OUTCOME
               WHEN PCP-PERIOD IS NOT NUMERIC
                   MOVE 'N' TO REQUEST-VALID-SWITCH
                   MOVE 'REFUSED - PERIOD NOT YYYYMM'
                       TO REQUEST-OUTCOME
               WHEN PCP-PERIOD(5:2) < '01' OR PCP-PERIOD(5:2) > '12'
                   MOVE 'N' TO REQUEST-VALID-SWITCH
                   MOVE 'REFUSED - PERIOD NOT YYYYMM'
                       TO REQUEST-OUTCOME
               WHEN PCP-OPERATOR-ID = SPACES
                   MOVE 'N' TO REQUEST-VALID-SWITCH
                   MOVE 'REFUSED - NO OPERATOR GIVEN'
                       TO REQUEST-OUTCOME
           END-EVALUATE.

       FIND-PERIOD-ROW.
           MOVE 0 TO PERIOD-FOUND-IDX
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
                      OR PERIOD-FOUND-IDX > 0
               IF PTBL-SUBSYSTEM(PERIOD-IDX) = PCP-SUBSYSTEM AND
                  PTBL-PERIOD(PERIOD-IDX) = PCP-PERIOD-NUM
                   MOVE PERIOD-IDX TO PERIOD-FOUND-IDX
               END-IF
           END-PERFORM.

       CLOSE-PERIOD.
           IF PERIOD-FOUND-IDX > 0
               IF PTBL-CLOSED(PERIOD-FOUND-IDX)
                   MOVE 'ALREADY CLOSED - NO CHANGE' TO REQUEST-OUTCOME
                   GO TO CLOSE-PERIOD-EXIT
               END-IF
           END-IF
           IF PCP-PERIOD-NUM NOT < RUN-PERIOD-TODAY
               ADD 1 TO REFUSED-CNT
               MOVE 'REFUSED - PERIOD HAS NOT ENDED'
                   TO REQUEST-OUTCOME
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           PERFORM CHECK-CLOSE-READINESS
           IF CLOSE-BLOCKED
               ADD 1 TO REFUSED-CNT
               MOVE 'REFUSED - PERIOD NOT READY TO CLOSE'
                   TO REQUEST-OUTCOME
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF PERIOD-FOUND-IDX = 0
               IF PERIOD-COUNT NOT < MAX-PERIODS
                   ADD 1 TO REFUSED-CNT
                   MOVE 'REFUSED - PERIOD CONTROL TABLE FULL'
                       TO REQUEST-OUTCOME
                   GO TO CLOSE-PERIOD-EXIT
               END-IF
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO PERIOD-FOUND-IDX
               MOVE PCP-SUBSYSTEM  TO PTBL-SUBSYSTEM(PERIOD-FOUND-IDX)
               MOVE PCP-PERIOD-NUM TO PTBL-PERIOD(PERIOD-FOUND-IDX)
           END-IF
           MOVE 'C' TO PTBL-STATUS(PERIOD-FOUND-IDX)
           PERFORM STAMP-PERIOD-ROW
           ADD 1 TO CLOSED-CNT
           MOVE 'CLOSED' TO REQUEST-OUTCOME.
       CLOSE-PERIOD-EXIT.
           EXIT.

       REOPEN-PERIOD.
           MOVE PCP-OPERATOR-ID TO AUTH-CHECK-ID
           MOVE REOPEN-RIGHT TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               ADD 1 TO REFUSED-CNT
               MOVE 'REFUSED - NOT AUTHORIZED TO REOPEN'
                   TO REQUEST-OUTCOME
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           IF PERIOD-FOUND-IDX = 0
               MOVE 'NOT CLOSED - NO CHANGE' TO REQUEST-OUTCOME
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           IF NOT PTBL-CLOSED(PERIOD-FOUND-IDX)
               MOVE 'NOT CLOSED - NO CHANGE' TO REQUEST-OUTCOME
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           MOVE 'R' TO PTBL-STATUS(PERIOD-FOUND-IDX)
           PERFORM STAMP-PERIOD-ROW
           ADD 1 TO REOPENED-CNT
           MOVE 'REOPENED' TO REQUEST-OUTCOME.
       REOPEN-PERIOD-EXIT.
           EXIT.

       STAMP-PERIOD-ROW.
           MOVE RUN-DATE-TODAY  TO PTBL-CHANGE-DATE(PERIOD-FOUND-IDX)
           MOVE RUN-TIME-NOW    TO PTBL-CHANGE-TIME(PERIOD-FOUND-IDX)
           MOVE PCP-OPERATOR-ID TO PTBL-OPERATOR-ID(PERIOD-FOUND-IDX)
           MOVE 'Y' TO PERIOD-CHANGED-SWITCH.

      *    EVERY REQUIRED PROGRAM RUN BELOW RC 66 AND NO OPEN BREAKS
       CHECK-CLOSE-READINESS.
           MOVE 'N' TO CLOSE-BLOCKED-SWITCH
           PERFORM BUILD-REQUIRED-RUNS
           PERFORM COUNT-PERIOD-RUNS
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               MOVE SPACES TO PCL-TEXT
               MOVE REQ-RUN-CNT(REQ-IDX) TO COUNT-EDIT
               IF REQ-RUN-CNT(REQ-IDX) = 0
                   MOVE 'Y' TO CLOSE-BLOCKED-SWITCH
                   STRING '    REQUIRED RUN ' DELIMITED BY SIZE
                          REQ-PROGRAM-NAME(REQ-IDX) DELIMITED BY SIZE
                          ' NOT COMPLETED IN THE PERIOD'
                              DELIMITED BY SIZE
                     INTO PCL-TEXT
               ELSE
                   STRING '    REQUIRED RUN ' DELIMITED BY SIZE
                          REQ-PROGRAM-NAME(REQ-IDX) DELIMITED BY SIZE
                          ' COMPLETED ' DELIMITED BY SIZE
                          COUNT-EDIT DELIMITED BY SIZE
                          ' TIME(S)' DELIMITED BY SIZE
                     INTO PCL-TEXT
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF PCP-SUBSYSTEM = 'SALES'
               PERFORM COUNT-PENDING-REJECTS
               MOVE PENDING-REJECT-CNT TO COUNT-EDIT
               MOVE SPACES TO PCL-TEXT
               STRING '    UNCORRECTED SALES REJECTS FOR THE MONTH: '
                          DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                 INTO PCL-TEXT
               PERFORM WRITE-REPORT-LINE
               IF PENDING-REJECT-CNT > 0
                   MOVE 'Y' TO CLOSE-BLOCKED-SWITCH
               END-IF
           ELSE
               PERFORM COUNT-OPEN-BREAKS
               MOVE OPEN-BREAK-CNT TO COUNT-EDIT
               MOVE SPACES TO PCL-TEXT
               STRING '    OPEN RECONCILIATION BREAKS IN THE PERIOD: '
                          DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                 INTO PCL-TEXT
               PERFORM WRITE-REPORT-LINE
               IF OPEN-BREAK-CNT > 0
                   MOVE 'Y' TO CLOSE-BLOCKED-SWITCH
               END-IF
           END-IF.

       BUILD-REQUIRED-RUNS.
           MOVE 0 TO REQ-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RULE-SUBSYSTEM(RULE-IDX) = PCP-SUBSYSTEM
                   ADD 1 TO REQ-COUNT
                   MOVE RULE-PROGRAM-NAME(RULE-IDX)
                       TO REQ-PROGRAM-NAME(REQ-COUNT)
               END-IF
           END-PERFORM
           IF REQ-COUNT = 0
               MOVE 1 TO REQ-COUNT
               EVALUATE PCP-SUBSYSTEM
                   WHEN 'SALES'
                       MOVE 'SALES'    TO REQ-PROGRAM-NAME(1)
                   WHEN 'ATM'
                       MOVE 'ATMTRANS' TO REQ-PROGRAM-NAME(1)
                   WHEN 'PAYROLL'
                       MOVE 'PAYROLLS' TO REQ-PROGRAM-NAME(1)
               END-EVALUATE
           END-IF
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               MOVE 0 TO REQ-RUN-CNT(REQ-IDX)
           END-PERFORM.

       COUNT-PERIOD-RUNS.
           MOVE SPACES TO AUDIT-REMAINS-SWITCH
           OPEN INPUT AUDIT-TRAIL-FILE
           IF AUDIT-TRAIL-FILE-STATUS = 0
               READ AUDIT-TRAIL-FILE
                   AT END MOVE 'NO' TO AUDIT-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-AUDIT
                   IF AUDIT-RUN-DATE(1:6) = PCP-PERIOD AND
                      AUDIT-RETURN-CODE IS NUMERIC AND
                      AUDIT-RETURN-CODE < 66
                       PERFORM VARYING REQ-IDX FROM 1 BY 1
                               UNTIL REQ-IDX > REQ-COUNT
                           IF REQ-PROGRAM-NAME(REQ-IDX) =
                              AUDIT-PROGRAM-NAME
                               ADD 1 TO REQ-RUN-CNT(REQ-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE 'NO' TO AUDIT-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       COUNT-OPEN-BREAKS.
           MOVE 0 TO OPEN-BREAK-CNT
           MOVE SPACES TO BREAK-REMAINS-SWITCH
           OPEN INPUT OPEN-BREAKS-FILE
           IF OPEN-BREAKS-FILE-STATUS = 0
               READ OPEN-BREAKS-FILE
                   AT END MOVE 'NO' TO BREAK-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-BREAKS
                   IF OBRK-DATE(1:6) = PCP-PERIOD
                       ADD 1 TO OPEN-BREAK-CNT
                   END-IF
                   READ OPEN-BREAKS-FILE
                       AT END MOVE 'NO' TO BREAK-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE OPEN-BREAKS-FILE
           END-IF.

       COUNT-PENDING-REJECTS.
           MOVE 0 TO PENDING-REJECT-CNT
           MOVE SPACES TO REJECT-REMAINS-SWITCH
           OPEN INPUT SALES-REJECT-FILE
           IF SALES-REJECT-FILE-STATUS = 0
               READ SALES-REJECT-FILE
                   AT END MOVE 'NO' TO REJECT-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-REJECTS
                   IF REJECT-LINE(1:3) NOT = 'HDR' AND
                      REJECT-LINE(1:3) NOT = 'TRL' AND
                      REJECT-YEAR IS NUMERIC AND
                      REJECT-MONTH IS NUMERIC
                       IF REJECT-YEAR = PCP-PERIOD(1:4) AND
                          REJECT-MONTH = PCP-PERIOD(5:2)
                           ADD 1 TO PENDING-REJECT-CNT
                       END-IF
                   END-IF
                   READ SALES-REJECT-FILE
                       AT END MOVE 'NO' TO REJECT-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE SALES-REJECT-FILE
           END-IF.

       WRITE-REQUEST-LINE.
           MOVE SPACES TO PCL-TEXT
           STRING 'REQUEST ' DELIMITED BY SIZE
                  PCP-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCP-SUBSYSTEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCP-PERIOD DELIMITED BY SIZE
                  ' OPERATOR ' DELIMITED BY SIZE
                  PCP-OPERATOR-ID DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  REQUEST-OUTCOME DELIMITED BY SIZE
             INTO PCL-TEXT
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'PERIODCL: ' PCL-TEXT.

       REWRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'PERIOD-CONTROL-FILE'
               DISPLAY 'STATUS-CODE=' PERIOD-CONTROL-FILE-STATUS
               MOVE 'PERIOD-CONTROL-FILE' TO LOG-FILE-NAME-WS
               MOVE PERIOD-CONTROL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE SPACES TO PERIOD-CONTROL-REC
               MOVE PTBL-SUBSYSTEM(PERIOD-IDX)   TO PCTL-SUBSYSTEM
               MOVE PTBL-PERIOD(PERIOD-IDX)      TO PCTL-PERIOD
               MOVE PTBL-STATUS(PERIOD-IDX)      TO PCTL-STATUS
               MOVE PTBL-CHANGE-DATE(PERIOD-IDX) TO PCTL-CHANGE-DATE
               MOVE PTBL-CHANGE-TIME(PERIOD-IDX) TO PCTL-CHANGE-TIME
               MOVE PTBL-OPERATOR-ID(PERIOD-IDX) TO PCTL-OPERATOR-ID
               MOVE X'0D0A'                      TO PCTL-CRLF
               WRITE PERIOD-CONTROL-REC
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       WRITE-PERIOD-STATUS.
           MOVE SPACES TO PCL-TEXT
           MOVE 'PERIOD STATUS (C = CLOSED, R = REOPENED)' TO PCL-TEXT
           PERFORM WRITE-REPORT-LINE
           IF PERIOD-COUNT = 0
               MOVE '    NO PERIOD HAS BEEN CLOSED' TO PCL-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE SPACES TO PCL-TEXT
               STRING '    ' DELIMITED BY SIZE
                      PTBL-SUBSYSTEM(PERIOD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PTBL-PERIOD(PERIOD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PTBL-STATUS(PERIOD-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PTBL-CHANGE-DATE(PERIOD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PTBL-CHANGE-TIME(PERIOD-IDX) DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      PTBL-OPERATOR-ID(PERIOD-IDX) DELIMITED BY SIZE
                 INTO PCL-TEXT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE X'0D0A' TO PCL-CRLF
           WRITE PERIOD-CLOSE-REPORT-LINE
           IF PERIOD-CLOSE-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'PERIOD-CLOSE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' PERIOD-CLOSE-REPORT-STATUS
               MOVE 'PERIOD-CLOSE-REPORT' TO LOG-FILE-NAME-WS
               MOVE PERIOD-CLOSE-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       FINISH.
           DISPLAY 'PERIODCL: REQUESTS READ     = ' REQUEST-CNT
           DISPLAY 'PERIODCL: PERIODS CLOSED    = ' CLOSED-CNT
           DISPLAY 'PERIODCL: PERIODS REOPENED  = ' REOPENED-CNT
           DISPLAY 'PERIODCL: REQUESTS REFUSED  = ' REFUSED-CNT
           CLOSE PERIOD-CLOSE-REPORT-FILE
           IF REFUSED-CNT > 0 AND RETURN-CODE = 0
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
               MOVE 'PERIODCL'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE REQUEST-CNT        TO AUDIT-RECS-READ
               COMPUTE AUDIT-RECS-WRITTEN = CLOSED-CNT + REOPENED-CNT
               MOVE REFUSED-CNT        TO AUDIT-RECS-REJECTED
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
               MOVE 'PERIODCL'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM PERIODCL.
