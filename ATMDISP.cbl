       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDISP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-PARM-FILE-STATUS.

           SELECT DISPUTE-INTAKE-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-INTAKE-FILE-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-CASE-FILE-STATUS.

           SELECT DISPUTE-DECISION-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-DECISION-FILE-STATUS.

           SELECT ATM-JOURNAL-FILE ASSIGN TO DISK
               FILE STATUS IS ATM-JOURNAL-FILE-STATUS.

           SELECT OVER-SHORT-LEDGER ASSIGN TO DISK
               FILE STATUS IS OVER-SHORT-LEDGER-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT DISPUTE-REFUND-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-REFUND-FILE-STATUS.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS DISPUTE-REPORT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS DISPUTE-PARM-REC.
       01  DISPUTE-PARM-REC.
           05 DSPP-DEADLINE-DAYS     PIC 9(03).
           05 DSPP-WARN-DAYS         PIC 9(03).
           05 DSPP-RETAIN-DAYS       PIC 9(03).
           05 DSPP-CRLF              PIC X(02).

       FD  DISPUTE-INTAKE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DISPUTE-INTAKE-REC.
       01  DISPUTE-INTAKE-REC.
           05 DSPI-CLAIM-ID          PIC X(10).
           05 DSPI-ATM-ID            PIC X(06).
           05 DSPI-TRN-DATE          PIC 9(08).
           05 DSPI-AMOUNT            PIC 9(10).
           05 DSPI-CUST-REF          PIC X(16).
           05 DSPI-RECEIVED-DATE     PIC 9(08).
           05 DSPI-CRLF              PIC X(02).

      *    P = EVIDENCE DUE, F/D = PROPOSED, R = REFUNDED, C = DECLINED
       FD  DISPUTE-CASE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS DISPUTE-CASE-REC.
       01  DISPUTE-CASE-REC.
           05 DCASE-CLAIM-ID         PIC X(10).
           05 DCASE-ATM-ID           PIC X(06).
           05 DCASE-TRN-DATE         PIC 9(08).
           05 DCASE-AMOUNT           PIC 9(10).
           05 DCASE-CUST-REF         PIC X(16).
           05 DCASE-RECEIVED-DATE    PIC 9(08).
           05 DCASE-DEADLINE-DATE    PIC 9(08).
           05 DCASE-STATUS           PIC X(01).
           05 DCASE-TXN-FOUND        PIC X(01).
           05 DCASE-DOWN-EVENT       PIC X(01).
           05 DCASE-COUNT-RESULT     PIC X(01).
           05 DCASE-COUNT-DATE       PIC 9(08).
           05 DCASE-EVIDENCE         PIC X(30).
           05 DCASE-OPERATOR         PIC X(08).
           05 DCASE-CLOSED-DATE      PIC 9(08).
           05 DCASE-CRLF             PIC X(02).

      *    A = APPROVE REFUND, D = DECLINE
       FD  DISPUTE-DECISION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS DISPUTE-DECISION-REC.
       01  DISPUTE-DECISION-REC.
           05 DSPD-CLAIM-ID          PIC X(10).
           05 DSPD-DECISION          PIC X(01).
              88 DSPD-APPROVE          VALUE 'A'.
              88 DSPD-DECLINE          VALUE 'D'.
           05 DSPD-OPERATOR-ID       PIC X(08).
           05 DSPD-CRLF              PIC X(02).

       FD  ATM-JOURNAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS ATM-JOURNAL-REC.
       01  ATM-JOURNAL-REC.
           05 JRN-ATM-ID             PIC X(06).
           05 JRN-DATE               PIC 9(08).
           05 JRN-TIME               PIC 9(06).
           05 JRN-TYPE               PIC X(01).
           05 JRN-AMOUNT             PIC 9(10).
           05 JRN-CARD-TOKEN         PIC X(16).
           05 JRN-REGION             PIC X(20).
           05 JRN-CRLF               PIC X(02).

       FD  OVER-SHORT-LEDGER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS OVER-SHORT-REC.
       01  OVER-SHORT-REC.
           05 OSL-ATM-ID             PIC X(06).
           05 OSL-REGION             PIC X(20).
           05 OSL-DATE               PIC 9(08).
           05 OSL-BOOK-BALANCE       PIC S9(10)V99.
           05 OSL-COUNTED            PIC 9(10)V99.
           05 OSL-DIFFERENCE         PIC S9(10)V99.
           05 OSL-RUN-ID             PIC 9(06).
           05 OSL-CRLF               PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID       PIC X(08).
           05 AUTH-RIGHTS            PIC X(10).
           05 AUTH-EXPENSE-LIMIT     PIC 9(05)V99.
           05 AUTH-CRLF              PIC X(02).

       FD  DISPUTE-REFUND-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DISPUTE-REFUND-REC.
       01  DISPUTE-REFUND-REC.
           05 DRF-CLAIM-ID           PIC X(10).
           05 DRF-ATM-ID             PIC X(06).
           05 DRF-TRN-DATE           PIC 9(08).
           05 DRF-AMOUNT             PIC 9(10).
           05 DRF-CUST-REF           PIC X(16).
           05 DRF-OPERATOR           PIC X(08).
           05 DRF-APPROVED-DATE      PIC 9(08).
           05 DRF-RUN-ID             PIC 9(06).
           05 FILLER                 PIC X(06).
           05 DRF-CRLF               PIC X(02).

       FD  DISPUTE-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DISPUTE-REPORT-LINE.
       01  DISPUTE-REPORT-LINE.
           05 DISPUTE-REPORT-TEXT    PIC X(98).
           05 DISPUTE-REPORT-CRLF    PIC X(02).

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
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  DISPUTE-PARM-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  DISPUTE-INTAKE-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  DISPUTE-CASE-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  DISPUTE-DECISION-FILE-STATUS  PIC 9(02) VALUE ZERO.
       01  ATM-JOURNAL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  OVER-SHORT-LEDGER-STATUS      PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  DISPUTE-REFUND-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  DISPUTE-REPORT-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  AUTH-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                 VALUE 'NO'.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  RUN-DAY-NO                    PIC 9(07) VALUE 0.
       01  DEADLINE-DAYS                 PIC 9(03) VALUE 30.
       01  WARN-DAYS                     PIC 9(03) VALUE 5.
       01  RETAIN-DAYS                   PIC 9(03) VALUE 365.
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
       01  MAX-CASES                     PIC 9(04) VALUE 2000.
       01  CASE-COUNT                    PIC 9(04) VALUE 0.
       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 2000 TIMES.
              10 CASE-CLAIM-ID           PIC X(10).
              10 CASE-ATM-ID             PIC X(06).
              10 CASE-TRN-DATE           PIC 9(08).
              10 CASE-AMOUNT             PIC 9(10).
              10 CASE-CUST-REF           PIC X(16).
              10 CASE-RECEIVED-DATE      PIC 9(08).
              10 CASE-DEADLINE-DATE      PIC 9(08).
              10 CASE-STATUS             PIC X(01).
                 88 CASE-IS-OPEN           VALUE 'P' 'F' 'D'.
              10 CASE-TXN-FOUND          PIC X(01).
              10 CASE-DOWN-EVENT         PIC X(01).
              10 CASE-COUNT-RESULT       PIC X(01).
              10 CASE-COUNT-DATE         PIC 9(08).
              10 CASE-EVIDENCE           PIC X(30).
              10 CASE-OPERATOR           PIC X(08).
              10 CASE-CLOSED-DATE        PIC 9(08).
       01  CASE-IDX                      PIC 9(04) VALUE 0.
       01  CASE-FOUND-IDX                PIC 9(04) VALUE 0.
       01  MAX-JOURNAL                   PIC 9(05) VALUE 20000.
       01  JOURNAL-COUNT                 PIC 9(05) VALUE 0.
       01  JOURNAL-TABLE.
           05 JOURNAL-ENTRY OCCURS 20000 TIMES.
              10 JTB-ATM-ID              PIC X(06).
              10 JTB-DATE                PIC 9(08).
              10 JTB-TIME                PIC 9(06).
              10 JTB-TYPE                PIC X(01).
              10 JTB-AMOUNT              PIC 9(10).
              10 JTB-CARD-TOKEN          PIC X(16).
       01  JTB-IDX                       PIC 9(05) VALUE 0.
       01  MAX-COUNTS                    PIC 9(04) VALUE 5000.
       01  COUNT-ENTRIES                 PIC 9(04) VALUE 0.
       01  COUNT-TABLE.
           05 COUNT-ENTRY OCCURS 5000 TIMES.
              10 CNT-ATM-ID              PIC X(06).
              10 CNT-DATE                PIC 9(08).
              10 CNT-DIFFERENCE          PIC S9(10)V99 COMP-3.
       01  CNT-IDX                       PIC 9(04) VALUE 0.
       01  CNT-FOUND-IDX                 PIC 9(04) VALUE 0.
       01  WANTED-SWITCH                 PIC X(01) VALUE 'N'.
           88 ENTRY-IS-WANTED              VALUE 'Y'.
       01  TXN-TIME                      PIC 9(06) VALUE 0.
       01  DAYS-OPEN                     PIC S9(05) VALUE 0.
       01  DAYS-LEFT                     PIC S9(05) VALUE 0.
       01  INTAKE-READ-CNT               PIC 9(07) VALUE 0.
       01  INTAKE-REJECTED-CNT           PIC 9(07) VALUE 0.
       01  DECISION-READ-CNT             PIC 9(07) VALUE 0.
       01  DECISION-REJECTED-CNT         PIC 9(07) VALUE 0.
       01  REFUND-CNT                    PIC 9(07) VALUE 0.
       01  REFUND-TOTAL                  PIC 9(11) VALUE 0.
       01  DECLINED-CNT                  PIC 9(07) VALUE 0.
       01  OPEN-CNT                      PIC 9(07) VALUE 0.
       01  OVERDUE-CNT                   PIC 9(07) VALUE 0.
       01  NEAR-DEADLINE-CNT             PIC 9(07) VALUE 0.
       01  PURGED-CNT                    PIC 9(07) VALUE 0.
       01  REJECT-REASON-WS              PIC X(30) VALUE SPACES.
       01  STATUS-WORD                   PIC X(08) VALUE SPACES.
       01  AMOUNT-EDIT                   PIC ZZZZZZZZZ9.
       01  AGE-EDIT                      PIC ZZ9.
       01  LEFT-EDIT                     PIC -ZZ9.
       01  COUNT-EDIT                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           COMPUTE RUN-DAY-NO = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-DISPUTE-PARMS
           PERFORM LOAD-AUTH-TABLE
           PERFORM LOAD-DISPUTE-CASES
           PERFORM OPEN-DISPUTE-REPORT
           PERFORM LOAD-DISPUTE-INTAKE
           PERFORM LOAD-ATM-JOURNAL
           PERFORM LOAD-CASH-COUNTS
           PERFORM APPLY-DECISIONS
           PERFORM EVALUATE-OPEN-CASES
           PERFORM REWRITE-DISPUTE-CASES
           PERFORM CLEAR-INPUT-FILES
           PERFORM FINISH.

       LOAD-DISPUTE-PARMS.
           OPEN INPUT DISPUTE-PARM-FILE
           IF DISPUTE-PARM-FILE-STATUS = 0
               READ DISPUTE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DSPP-DEADLINE-DAYS IS NUMERIC AND
                          DSPP-DEADLINE-DAYS NOT = ZERO
                           MOVE DSPP-DEADLINE-DAYS TO DEADLINE-DAYS
                       END-IF
                       IF DSPP-WARN-DAYS IS NUMERIC
                           MOVE DSPP-WARN-DAYS TO WARN-DAYS
                       END-IF
                       IF DSPP-RETAIN-DAYS IS NUMERIC AND
                          DSPP-RETAIN-DAYS NOT = ZERO
                           MOVE DSPP-RETAIN-DAYS TO RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-PARM-FILE
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

      *    RIGHT 9 = DISPUTE DECISIONS
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

       LOAD-DISPUTE-CASES.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-FILE-STATUS = 0
               READ DISPUTE-CASE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF CASE-COUNT < MAX-CASES
                       ADD 1 TO CASE-COUNT
                       MOVE DCASE-CLAIM-ID
                           TO CASE-CLAIM-ID(CASE-COUNT)
                       MOVE DCASE-ATM-ID
                           TO CASE-ATM-ID(CASE-COUNT)
                       MOVE DCASE-TRN-DATE
                           TO CASE-TRN-DATE(CASE-COUNT)
                       MOVE DCASE-AMOUNT
                           TO CASE-AMOUNT(CASE-COUNT)
                       MOVE DCASE-CUST-REF
                           TO CASE-CUST-REF(CASE-COUNT)
                       MOVE DCASE-RECEIVED-DATE
                           TO CASE-RECEIVED-DATE(CASE-COUNT)
                       MOVE DCASE-DEADLINE-DATE
                           TO CASE-DEADLINE-DATE(CASE-COUNT)
                       MOVE DCASE-STATUS
                           TO CASE-STATUS(CASE-COUNT)
                       MOVE DCASE-TXN-FOUND
                           TO CASE-TXN-FOUND(CASE-COUNT)
                       MOVE DCASE-DOWN-EVENT
                           TO CASE-DOWN-EVENT(CASE-COUNT)
                       MOVE DCASE-COUNT-RESULT
                           TO CASE-COUNT-RESULT(CASE-COUNT)
                       MOVE DCASE-COUNT-DATE
                           TO CASE-COUNT-DATE(CASE-COUNT)
                       MOVE DCASE-EVIDENCE
                           TO CASE-EVIDENCE(CASE-COUNT)
                       MOVE DCASE-OPERATOR
                           TO CASE-OPERATOR(CASE-COUNT)
                       MOVE DCASE-CLOSED-DATE
                           TO CASE-CLOSED-DATE(CASE-COUNT)
                   ELSE
                       DISPLAY '***ERROR ATMDISP: CASE TABLE FULL - '
                               'INCREASE MAX-CASES'
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ DISPUTE-CASE-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
               DISPLAY 'ATMDISP: CASES ON FILE = ' CASE-COUNT
           ELSE
               DISPLAY 'ATMDISP: NO DISPUTE CASE FILE - STARTING A '
                       'NEW ONE THIS RUN'
           END-IF.

       OPEN-DISPUTE-REPORT.
           OPEN OUTPUT DISPUTE-REPORT-FILE
           IF DISPUTE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'DISPUTE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' DISPUTE-REPORT-FILE-STATUS
               MOVE 'DISPUTE-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE DISPUTE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'ATM DISPUTE CASES - ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  BATCH-RUN-ID DELIMITED BY SIZE
             INTO DISPUTE-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       LOAD-DISPUTE-INTAKE.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DISPUTE-INTAKE-FILE
           IF DISPUTE-INTAKE-FILE-STATUS NOT = 0
               DISPLAY 'ATMDISP: NO NEW CLAIMS ON HAND'
           ELSE
               READ DISPUTE-INTAKE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO INTAKE-READ-CNT
                   PERFORM ADD-DISPUTE-CASE
                   READ DISPUTE-INTAKE-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-INTAKE-FILE
               DISPLAY 'ATMDISP: NEW CLAIMS READ = ' INTAKE-READ-CNT
           END-IF.

       ADD-DISPUTE-CASE.
           MOVE SPACES TO REJECT-REASON-WS
           MOVE 0 TO CASE-FOUND-IDX
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
                      OR CASE-FOUND-IDX > 0
               IF CASE-CLAIM-ID(CASE-IDX) = DSPI-CLAIM-ID
                   MOVE CASE-IDX TO CASE-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DSPI-CLAIM-ID = SPACES
                   MOVE 'CLAIM ID IS BLANK' TO REJECT-REASON-WS
               WHEN CASE-FOUND-IDX > 0
                   MOVE 'DUPLICATE CLAIM ID' TO REJECT-REASON-WS
               WHEN DSPI-ATM-ID = SPACES
                   MOVE 'ATM-ID IS BLANK' TO REJECT-REASON-WS
               WHEN DSPI-TRN-DATE IS NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO REJECT-REASON-WS
               WHEN DSPI-TRN-DATE > RUN-DATE
                   MOVE 'DATE IN THE FUTURE' TO REJECT-REASON-WS
               WHEN DSPI-AMOUNT IS NOT NUMERIC OR DSPI-AMOUNT = 0
                   MOVE 'AMOUNT MISSING' TO REJECT-REASON-WS
               WHEN CASE-COUNT >= MAX-CASES
                   MOVE 'CASE TABLE FULL' TO REJECT-REASON-WS
           END-EVALUATE
           IF REJECT-REASON-WS NOT = SPACES
               ADD 1 TO INTAKE-REJECTED-CNT
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  CLAIM ' DELIMITED BY SIZE
                      DSPI-CLAIM-ID DELIMITED BY SIZE
                      ' NOT TAKEN ON: ' DELIMITED BY SIZE
                      REJECT-REASON-WS DELIMITED BY SIZE
                 INTO DISPUTE-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO CASE-COUNT
               MOVE DSPI-CLAIM-ID  TO CASE-CLAIM-ID(CASE-COUNT)
               MOVE DSPI-ATM-ID    TO CASE-ATM-ID(CASE-COUNT)
               MOVE DSPI-TRN-DATE  TO CASE-TRN-DATE(CASE-COUNT)
               MOVE DSPI-AMOUNT    TO CASE-AMOUNT(CASE-COUNT)
               MOVE DSPI-CUST-REF  TO CASE-CUST-REF(CASE-COUNT)
               IF DSPI-RECEIVED-DATE IS NUMERIC AND
                  DSPI-RECEIVED-DATE NOT = ZERO AND
                  DSPI-RECEIVED-DATE NOT > RUN-DATE
                   MOVE DSPI-RECEIVED-DATE
                       TO CASE-RECEIVED-DATE(CASE-COUNT)
               ELSE
                   MOVE RUN-DATE TO CASE-RECEIVED-DATE(CASE-COUNT)
               END-IF
               COMPUTE CASE-DEADLINE-DATE(CASE-COUNT) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (CASE-RECEIVED-DATE(CASE-COUNT))
                    + DEADLINE-DAYS)
               MOVE 'P'     TO CASE-STATUS(CASE-COUNT)
               MOVE 'N'     TO CASE-TXN-FOUND(CASE-COUNT)
               MOVE 'N'     TO CASE-DOWN-EVENT(CASE-COUNT)
               MOVE 'N'     TO CASE-COUNT-RESULT(CASE-COUNT)
               MOVE 0       TO CASE-COUNT-DATE(CASE-COUNT)
               MOVE SPACES  TO CASE-EVIDENCE(CASE-COUNT)
               MOVE SPACES  TO CASE-OPERATOR(CASE-COUNT)
               MOVE 0       TO CASE-CLOSED-DATE(CASE-COUNT)
           END-IF.

       LOAD-ATM-JOURNAL.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT ATM-JOURNAL-FILE
           IF ATM-JOURNAL-FILE-STATUS NOT = 0
               DISPLAY '***WARNING ATMDISP: NO ATM JOURNAL - NO '
                       'TRANSACTION EVIDENCE THIS RUN'
           ELSE
               READ ATM-JOURNAL-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   MOVE 'N' TO WANTED-SWITCH
                   PERFORM VARYING CASE-IDX FROM 1 BY 1
                           UNTIL CASE-IDX > CASE-COUNT
                              OR ENTRY-IS-WANTED
                       IF CASE-IS-OPEN(CASE-IDX) AND
                          CASE-ATM-ID(CASE-IDX) = JRN-ATM-ID AND
                          CASE-TRN-DATE(CASE-IDX) = JRN-DATE
                           MOVE 'Y' TO WANTED-SWITCH
                       END-IF
                   END-PERFORM
                   IF ENTRY-IS-WANTED
                       IF JOURNAL-COUNT < MAX-JOURNAL
                           ADD 1 TO JOURNAL-COUNT
                           MOVE JRN-ATM-ID
                               TO JTB-ATM-ID(JOURNAL-COUNT)
                           MOVE JRN-DATE
                               TO JTB-DATE(JOURNAL-COUNT)
                           MOVE JRN-TIME
                               TO JTB-TIME(JOURNAL-COUNT)
                           MOVE JRN-TYPE
                               TO JTB-TYPE(JOURNAL-COUNT)
                           MOVE JRN-AMOUNT
                               TO JTB-AMOUNT(JOURNAL-COUNT)
                           MOVE JRN-CARD-TOKEN
                               TO JTB-CARD-TOKEN(JOURNAL-COUNT)
                       ELSE
                           DISPLAY '***ERROR ATMDISP: JOURNAL TABLE '
                                   'FULL - INCREASE MAX-JOURNAL'
                           MOVE 66 TO RETURN-CODE
                           PERFORM FINISH
                       END-IF
                   END-IF
                   READ ATM-JOURNAL-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE ATM-JOURNAL-FILE
           END-IF.

       LOAD-CASH-COUNTS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT OVER-SHORT-LEDGER
           IF OVER-SHORT-LEDGER-STATUS = 0
               READ OVER-SHORT-LEDGER
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   MOVE 'N' TO WANTED-SWITCH
                   PERFORM VARYING CASE-IDX FROM 1 BY 1
                           UNTIL CASE-IDX > CASE-COUNT
                              OR ENTRY-IS-WANTED
                       IF CASE-IS-OPEN(CASE-IDX) AND
                          CASE-ATM-ID(CASE-IDX) = OSL-ATM-ID AND
                          CASE-TRN-DATE(CASE-IDX) <= OSL-DATE
                           MOVE 'Y' TO WANTED-SWITCH
                       END-IF
                   END-PERFORM
                   IF ENTRY-IS-WANTED AND OSL-DIFFERENCE IS NUMERIC
                       IF COUNT-ENTRIES < MAX-COUNTS
                           ADD 1 TO COUNT-ENTRIES
                           MOVE OSL-ATM-ID
                               TO CNT-ATM-ID(COUNT-ENTRIES)
                           MOVE OSL-DATE
                               TO CNT-DATE(COUNT-ENTRIES)
                           MOVE OSL-DIFFERENCE
                               TO CNT-DIFFERENCE(COUNT-ENTRIES)
                       ELSE
                           DISPLAY '***ERROR ATMDISP: COUNT TABLE '
                                   'FULL - INCREASE MAX-COUNTS'
                           MOVE 66 TO RETURN-CODE
                           PERFORM FINISH
                       END-IF
                   END-IF
                   READ OVER-SHORT-LEDGER
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE OVER-SHORT-LEDGER
           END-IF.

       APPLY-DECISIONS.
           OPEN OUTPUT DISPUTE-REFUND-FILE
           IF DISPUTE-REFUND-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'DISPUTE-REFUND-FILE'
               DISPLAY 'STATUS-CODE=' DISPUTE-REFUND-FILE-STATUS
               MOVE 'DISPUTE-REFUND-FILE' TO LOG-FILE-NAME-WS
               MOVE DISPUTE-REFUND-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DISPUTE-DECISION-FILE
           IF DISPUTE-DECISION-FILE-STATUS = 0
               READ DISPUTE-DECISION-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO DECISION-READ-CNT
                   PERFORM APPLY-ONE-DECISION
                   READ DISPUTE-DECISION-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-DECISION-FILE
           END-IF
           CLOSE DISPUTE-REFUND-FILE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           MOVE REFUND-TOTAL TO AMOUNT-EDIT
           STRING 'DECISIONS READ=' DELIMITED BY SIZE
                  DECISION-READ-CNT DELIMITED BY SIZE
                  '  REFUNDS RELEASED=' DELIMITED BY SIZE
                  REFUND-CNT DELIMITED BY SIZE
                  ' VALUE ' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  '  DECLINED=' DELIMITED BY SIZE
                  DECLINED-CNT DELIMITED BY SIZE
             INTO DISPUTE-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       APPLY-ONE-DECISION.
           MOVE SPACES TO REJECT-REASON-WS
           MOVE 0 TO CASE-FOUND-IDX
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
                      OR CASE-FOUND-IDX > 0
               IF CASE-CLAIM-ID(CASE-IDX) = DSPD-CLAIM-ID
                   MOVE CASE-IDX TO CASE-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE DSPD-OPERATOR-ID TO AUTH-CHECK-ID
           MOVE 9 TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           EVALUATE TRUE
               WHEN CASE-FOUND-IDX = 0
                   MOVE 'UNKNOWN CLAIM ID' TO REJECT-REASON-WS
               WHEN NOT CASE-IS-OPEN(CASE-FOUND-IDX)
                   MOVE 'CASE ALREADY CLOSED' TO REJECT-REASON-WS
               WHEN NOT DSPD-APPROVE AND NOT DSPD-DECLINE
                   MOVE 'DECISION NOT A OR D' TO REJECT-REASON-WS
               WHEN NOT AUTH-IS-OK
                   MOVE 'OPERATOR NOT AUTHORIZED' TO REJECT-REASON-WS
           END-EVALUATE
           IF REJECT-REASON-WS NOT = SPACES
               ADD 1 TO DECISION-REJECTED-CNT
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  DECISION FOR ' DELIMITED BY SIZE
                      DSPD-CLAIM-ID DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      DSPD-OPERATOR-ID DELIMITED BY SIZE
                      ' REJECTED: ' DELIMITED BY SIZE
                      REJECT-REASON-WS DELIMITED BY SIZE
                 INTO DISPUTE-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE DSPD-OPERATOR-ID
                   TO CASE-OPERATOR(CASE-FOUND-IDX)
               MOVE RUN-DATE TO CASE-CLOSED-DATE(CASE-FOUND-IDX)
               IF DSPD-APPROVE
                   MOVE 'R' TO CASE-STATUS(CASE-FOUND-IDX)
                   PERFORM WRITE-REFUND-RECORD
               ELSE
                   MOVE 'C' TO CASE-STATUS(CASE-FOUND-IDX)
                   ADD 1 TO DECLINED-CNT
               END-IF
           END-IF.

       WRITE-REFUND-RECORD.
           MOVE SPACES TO DISPUTE-REFUND-REC
           MOVE CASE-CLAIM-ID(CASE-FOUND-IDX)  TO DRF-CLAIM-ID
           MOVE CASE-ATM-ID(CASE-FOUND-IDX)    TO DRF-ATM-ID
           MOVE CASE-TRN-DATE(CASE-FOUND-IDX)  TO DRF-TRN-DATE
           MOVE CASE-AMOUNT(CASE-FOUND-IDX)    TO DRF-AMOUNT
           MOVE CASE-CUST-REF(CASE-FOUND-IDX)  TO DRF-CUST-REF
           MOVE DSPD-OPERATOR-ID               TO DRF-OPERATOR
           MOVE RUN-DATE                       TO DRF-APPROVED-DATE
           MOVE BATCH-RUN-ID                   TO DRF-RUN-ID
           MOVE X'0D0A'                        TO DRF-CRLF
           WRITE DISPUTE-REFUND-REC
           IF DISPUTE-REFUND-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'DISPUTE-REFUND-FILE'
               DISPLAY 'STATUS-CODE=' DISPUTE-REFUND-FILE-STATUS
               MOVE 'DISPUTE-REFUND-FILE' TO LOG-FILE-NAME-WS
               MOVE DISPUTE-REFUND-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           ADD 1 TO REFUND-CNT
           ADD CASE-AMOUNT(CASE-FOUND-IDX) TO REFUND-TOTAL.

       EVALUATE-OPEN-CASES.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'CLAIM      ATM    DATE         AMOUNT STATUS   AGE'
                      DELIMITED BY SIZE
                  ' LEFT EVIDENCE' DELIMITED BY SIZE
             INTO DISPUTE-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               IF CASE-IS-OPEN(CASE-IDX)
                   PERFORM WEIGH-CASE-EVIDENCE
                   PERFORM WRITE-CASE-LINE
               ELSE
                   IF CASE-CLOSED-DATE(CASE-IDX) = RUN-DATE
                       PERFORM WRITE-CASE-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'OPEN CASES=' DELIMITED BY SIZE
                  OPEN-CNT DELIMITED BY SIZE
                  '  NEAR DEADLINE=' DELIMITED BY SIZE
                  NEAR-DEADLINE-CNT DELIMITED BY SIZE
                  '  OVERDUE=' DELIMITED BY SIZE
                  OVERDUE-CNT DELIMITED BY SIZE
             INTO DISPUTE-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           CLOSE DISPUTE-REPORT-FILE.

       WEIGH-CASE-EVIDENCE.
           ADD 1 TO OPEN-CNT
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CASE-DEADLINE-DATE(CASE-IDX))
               - RUN-DAY-NO
           MOVE 'N' TO CASE-TXN-FOUND(CASE-IDX)
           MOVE 'N' TO CASE-DOWN-EVENT(CASE-IDX)
           MOVE 'N' TO CASE-COUNT-RESULT(CASE-IDX)
           MOVE 0   TO CASE-COUNT-DATE(CASE-IDX)
           MOVE 0   TO TXN-TIME
           PERFORM VARYING JTB-IDX FROM 1 BY 1
                   UNTIL JTB-IDX > JOURNAL-COUNT
                      OR CASE-TXN-FOUND(CASE-IDX) = 'Y'
               IF JTB-ATM-ID(JTB-IDX) = CASE-ATM-ID(CASE-IDX) AND
                  JTB-DATE(JTB-IDX) = CASE-TRN-DATE(CASE-IDX) AND
                  JTB-TYPE(JTB-IDX) = 'W' AND
                  JTB-AMOUNT(JTB-IDX) = CASE-AMOUNT(CASE-IDX) AND
                  (CASE-CUST-REF(CASE-IDX) = SPACES OR
                   JTB-CARD-TOKEN(JTB-IDX) = SPACES OR
                   JTB-CARD-TOKEN(JTB-IDX) = CASE-CUST-REF(CASE-IDX))
                   MOVE 'Y' TO CASE-TXN-FOUND(CASE-IDX)
                   MOVE JTB-TIME(JTB-IDX) TO TXN-TIME
               END-IF
           END-PERFORM
           IF CASE-TXN-FOUND(CASE-IDX) = 'Y'
               PERFORM VARYING JTB-IDX FROM 1 BY 1
                       UNTIL JTB-IDX > JOURNAL-COUNT
                   IF JTB-ATM-ID(JTB-IDX) = CASE-ATM-ID(CASE-IDX) AND
                      JTB-DATE(JTB-IDX) = CASE-TRN-DATE(CASE-IDX) AND
                      JTB-TYPE(JTB-IDX) = 'X' AND
                      JTB-TIME(JTB-IDX) >= TXN-TIME
                       MOVE 'Y' TO CASE-DOWN-EVENT(CASE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO CNT-FOUND-IDX
           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > COUNT-ENTRIES
               IF CNT-ATM-ID(CNT-IDX) = CASE-ATM-ID(CASE-IDX) AND
                  CNT-DATE(CNT-IDX) >= CASE-TRN-DATE(CASE-IDX)
                   IF CNT-FOUND-IDX = 0
                       MOVE CNT-IDX TO CNT-FOUND-IDX
                   ELSE
                       IF CNT-DATE(CNT-IDX) < CNT-DATE(CNT-FOUND-IDX)
                           MOVE CNT-IDX TO CNT-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-FOUND-IDX > 0
               MOVE CNT-DATE(CNT-FOUND-IDX)
                   TO CASE-COUNT-DATE(CASE-IDX)
               IF CNT-DIFFERENCE(CNT-FOUND-IDX) >=
                  CASE-AMOUNT(CASE-IDX)
                   MOVE 'O' TO CASE-COUNT-RESULT(CASE-IDX)
               ELSE
                   MOVE 'B' TO CASE-COUNT-RESULT(CASE-IDX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CASE-TXN-FOUND(CASE-IDX) = 'N'
                   MOVE 'D' TO CASE-STATUS(CASE-IDX)
                   MOVE 'NO MATCHING WITHDRAWAL'
                       TO CASE-EVIDENCE(CASE-IDX)
               WHEN CASE-COUNT-RESULT(CASE-IDX) = 'O'
                   MOVE 'F' TO CASE-STATUS(CASE-IDX)
                   MOVE 'CASH OVER AT NEXT COUNT'
                       TO CASE-EVIDENCE(CASE-IDX)
               WHEN CASE-COUNT-RESULT(CASE-IDX) = 'B'
                   MOVE 'D' TO CASE-STATUS(CASE-IDX)
                   MOVE 'NO CASH OVER AT NEXT COUNT'
                       TO CASE-EVIDENCE(CASE-IDX)
               WHEN CASE-DOWN-EVENT(CASE-IDX) = 'Y'
                   MOVE 'F' TO CASE-STATUS(CASE-IDX)
                   MOVE 'ATM DOWN AFTER WITHDRAWAL'
                       TO CASE-EVIDENCE(CASE-IDX)
               WHEN DAYS-LEFT <= WARN-DAYS
                   MOVE 'F' TO CASE-STATUS(CASE-IDX)
                   MOVE 'NO COUNT BEFORE DEADLINE'
                       TO CASE-EVIDENCE(CASE-IDX)
               WHEN OTHER
                   MOVE 'P' TO CASE-STATUS(CASE-IDX)
                   MOVE 'AWAITING CASH COUNT'
                       TO CASE-EVIDENCE(CASE-IDX)
           END-EVALUATE
           IF DAYS-LEFT < 0
               ADD 1 TO OVERDUE-CNT
               DISPLAY '***ATMDISP: CLAIM ' CASE-CLAIM-ID(CASE-IDX)
                       ' IS PAST ITS DEADLINE'
           ELSE
               IF DAYS-LEFT <= WARN-DAYS
                   ADD 1 TO NEAR-DEADLINE-CNT
               END-IF
           END-IF.

       WRITE-CASE-LINE.
           EVALUATE CASE-STATUS(CASE-IDX)
               WHEN 'P' MOVE 'PENDING'  TO STATUS-WORD
               WHEN 'F' MOVE 'PROP-REF' TO STATUS-WORD
               WHEN 'D' MOVE 'PROP-DEC' TO STATUS-WORD
               WHEN 'R' MOVE 'REFUNDED' TO STATUS-WORD
               WHEN 'C' MOVE 'DECLINED' TO STATUS-WORD
               WHEN OTHER MOVE 'UNKNOWN' TO STATUS-WORD
           END-EVALUATE
           COMPUTE DAYS-OPEN = RUN-DAY-NO -
               FUNCTION INTEGER-OF-DATE(CASE-RECEIVED-DATE(CASE-IDX))
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CASE-DEADLINE-DATE(CASE-IDX))
               - RUN-DAY-NO
           MOVE CASE-AMOUNT(CASE-IDX) TO AMOUNT-EDIT
           MOVE DAYS-OPEN TO AGE-EDIT
           MOVE DAYS-LEFT TO LEFT-EDIT
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING CASE-CLAIM-ID(CASE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CASE-ATM-ID(CASE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CASE-TRN-DATE(CASE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STATUS-WORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LEFT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CASE-EVIDENCE(CASE-IDX) DELIMITED BY SIZE
             INTO DISPUTE-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE X'0D0A' TO DISPUTE-REPORT-CRLF
           WRITE DISPUTE-REPORT-LINE
           IF DISPUTE-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'DISPUTE-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' DISPUTE-REPORT-FILE-STATUS
               MOVE 'DISPUTE-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE DISPUTE-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       REWRITE-DISPUTE-CASES.
           OPEN OUTPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'DISPUTE-CASE-FILE'
               DISPLAY 'STATUS-CODE=' DISPUTE-CASE-FILE-STATUS
               MOVE 'DISPUTE-CASE-FILE' TO LOG-FILE-NAME-WS
               MOVE DISPUTE-CASE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               IF NOT CASE-IS-OPEN(CASE-IDX) AND
                  CASE-CLOSED-DATE(CASE-IDX) IS NUMERIC AND
                  CASE-CLOSED-DATE(CASE-IDX) > 0 AND
                  RUN-DAY-NO - FUNCTION INTEGER-OF-DATE
                      (CASE-CLOSED-DATE(CASE-IDX)) > RETAIN-DAYS
                   ADD 1 TO PURGED-CNT
               ELSE
                   MOVE CASE-CLAIM-ID(CASE-IDX)   TO DCASE-CLAIM-ID
                   MOVE CASE-ATM-ID(CASE-IDX)     TO DCASE-ATM-ID
                   MOVE CASE-TRN-DATE(CASE-IDX)   TO DCASE-TRN-DATE
                   MOVE CASE-AMOUNT(CASE-IDX)     TO DCASE-AMOUNT
                   MOVE CASE-CUST-REF(CASE-IDX)   TO DCASE-CUST-REF
                   MOVE CASE-RECEIVED-DATE(CASE-IDX)
                       TO DCASE-RECEIVED-DATE
                   MOVE CASE-DEADLINE-DATE(CASE-IDX)
                       TO DCASE-DEADLINE-DATE
                   MOVE CASE-STATUS(CASE-IDX)     TO DCASE-STATUS
                   MOVE CASE-TXN-FOUND(CASE-IDX)  TO DCASE-TXN-FOUND
                   MOVE CASE-DOWN-EVENT(CASE-IDX) TO DCASE-DOWN-EVENT
                   MOVE CASE-COUNT-RESULT(CASE-IDX)
                       TO DCASE-COUNT-RESULT
                   MOVE CASE-COUNT-DATE(CASE-IDX) TO DCASE-COUNT-DATE
                   MOVE CASE-EVIDENCE(CASE-IDX)   TO DCASE-EVIDENCE
                   MOVE CASE-OPERATOR(CASE-IDX)   TO DCASE-OPERATOR
                   MOVE CASE-CLOSED-DATE(CASE-IDX)
                       TO DCASE-CLOSED-DATE
                   MOVE X'0D0A'                   TO DCASE-CRLF
                   WRITE DISPUTE-CASE-REC
                   IF DISPUTE-CASE-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'DISPUTE-CASE-FILE'
                       DISPLAY 'STATUS-CODE=' DISPUTE-CASE-FILE-STATUS
                       MOVE 'DISPUTE-CASE-FILE' TO LOG-FILE-NAME-WS
                       MOVE DISPUTE-CASE-FILE-STATUS
                           TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DISPUTE-CASE-FILE.

       CLEAR-INPUT-FILES.
           IF INTAKE-READ-CNT > 0
               OPEN OUTPUT DISPUTE-INTAKE-FILE
               CLOSE DISPUTE-INTAKE-FILE
           END-IF
           IF DECISION-READ-CNT > 0
               OPEN OUTPUT DISPUTE-DECISION-FILE
               CLOSE DISPUTE-DECISION-FILE
           END-IF.

       FINISH.
           DISPLAY 'ATMDISP: CLAIMS REJECTED     = ' INTAKE-REJECTED-CNT
           DISPLAY 'ATMDISP: DECISIONS REJECTED  = '
                   DECISION-REJECTED-CNT
           DISPLAY 'ATMDISP: REFUNDS RELEASED    = ' REFUND-CNT
           DISPLAY 'ATMDISP: OPEN CASES          = ' OPEN-CNT
           DISPLAY 'ATMDISP: OVERDUE CASES       = ' OVERDUE-CNT
           IF (INTAKE-REJECTED-CNT > 0 OR DECISION-REJECTED-CNT > 0 OR
               OVERDUE-CNT > 0) AND RETURN-CODE = 0
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
               MOVE 'ATMDISP'         TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE INTAKE-READ-CNT     TO AUDIT-RECS-READ
               MOVE REFUND-CNT          TO AUDIT-RECS-WRITTEN
               COMPUTE AUDIT-RECS-REJECTED =
                   INTAKE-REJECTED-CNT + DECISION-REJECTED-CNT
               MOVE RETURN-CODE         TO AUDIT-RETURN-CODE
               MOVE BATCH-RUN-ID        TO AUDIT-RUN-ID
               MOVE X'0D0A'             TO AUDIT-CRLF
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
               MOVE 'ATMDISP'       TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM ATMDISP.
