
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-REJECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REJECT-LINE.
       01  REJECT-LINE.
           05 REJECT-YEAR            PIC 9(04).
           05 REJECT-TYPE            PIC X(01).
           05 FILLER                 PIC X(02).
           05 REJECT-REASON          PIC X(40).
           05 REJECT-SALESPERSON-AFM PIC X(09).
           05 REJECT-PRODUCT-LINE    PIC X(03).
           05 REJECT-CURRENCY        PIC X(03).
           05 REJECT-CRLF            PIC X(02).
       01  REJECT-TRAILER-REC.
           05 RJT-TAG                PIC X(03).
           05 RJT-COUNT              PIC 9(07).
           05 RJT-HASH               PIC 9(11)V99.
           05 FILLER                 PIC X(59).
           05 RJT-CRLF               PIC X(02).

       FD  CORRECTION-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS CORRECTION-PARM-REC.
       01  CORRECTION-PARM-REC.
           05 CORR-PARM-POSITION     PIC 9(05).
           05 CORR-PARM-NEW-REGION   PIC X(02).
           05 CORR-PARM-NEW-MONTH    PIC X(02).
           05 CORR-PARM-NEW-AMOUNT   PIC X(10).
           05 CORR-PARM-NEW-PRODUCT  PIC X(03).
           05 CORR-PARM-NEW-CURRENCY PIC X(03).
           05 CORR-PARM-FILLER       PIC X(02).
           05 CORR-PARM-CRLF         PIC X(02).

       FD  SUPPLEMENTAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SUPPLEMENTAL-REC.
       01  SUPPLEMENTAL-REC.
           05 SUPPL-YEAR             PIC 9(04).
           05 SUPPL-MONTH            PIC 9(02).
           05 SUPPL-AMOUNT           PIC 9(10).
           05 SUPPL-TYPE             PIC X(01).
           05 SUPPL-SALESPERSON-AFM  PIC X(09).
           05 SUPPL-PRODUCT-LINE     PIC X(03).
           05 SUPPL-CURRENCY         PIC X(03).
           05 SUPPL-CRLF             PIC X(02).

       FD  CORRECTION-LOG-FILE
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

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

       WORKING-STORAGE SECTION.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  PERIOD-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-PERIODS              VALUE 'NO'.
       01  PERIOD-SUBSYSTEM-WS           PIC X(08) VALUE 'SALES'.
       01  MAX-CLOSED-PERIODS            PIC 9(03) VALUE 600.
       01  CLOSED-PERIOD-COUNT           PIC 9(03) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05 CLOSED-PERIOD OCCURS 600 TIMES PIC 9(06).
       01  CLOSED-PERIOD-IDX             PIC 9(03) VALUE 0.
       01  PERIOD-CHECK-YYYYMM           PIC 9(06) VALUE 0.
       01  PERIOD-CLOSED-SWITCH          PIC X(01) VALUE 'N'.
           88 PERIOD-IS-CLOSED             VALUE 'Y'.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  PARM-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
              10 CORR-NEW-REGION         PIC X(02).
              10 CORR-NEW-MONTH          PIC X(02).
              10 CORR-NEW-AMOUNT         PIC X(10).
              10 CORR-NEW-PRODUCT        PIC X(03).
              10 CORR-NEW-CURRENCY       PIC X(03).
       01  TOTAL-RECS-READ               PIC 9(07) VALUE 0.
       01  TOTAL-RECS-WRITTEN            PIC 9(07) VALUE 0.
       01  RECS-STILL-INVALID            PIC 9(07) VALUE 0.
       01  WORK-REGION                   PIC 9(02) VALUE 0.
       01  WORK-MONTH                    PIC 9(02) VALUE 0.
       01  WORK-AMOUNT                   PIC 9(10) VALUE 0.
       01  WORK-PRODUCT-LINE             PIC X(03) VALUE SPACES.
       01  WORK-CURRENCY                 PIC X(03) VALUE SPACES.
       01  SALES-AMOUNT-MAX              PIC 9(10) VALUE 1000000.
       01  RECORD-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88 RECORD-IS-VALID              VALUE 'Y'.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES
           PERFORM LOAD-CORRECTIONS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM PROCESS-REJECTS
           PERFORM FINISH.

                        TO CORR-NEW-MONTH(CORRECTION-COUNT)
                    MOVE CORR-PARM-NEW-AMOUNT
                        TO CORR-NEW-AMOUNT(CORRECTION-COUNT)
                    MOVE CORR-PARM-NEW-PRODUCT
                        TO CORR-NEW-PRODUCT(CORRECTION-COUNT)
                    MOVE CORR-PARM-NEW-CURRENCY
                        TO CORR-NEW-CURRENCY(CORRECTION-COUNT)
                 ELSE
                    DISPLAY '***WARNING: MORE THAN ' MAX-CORRECTIONS
                            ' CORRECTION RULES - EXTRA RULES IGNORED'
           MOVE REJECT-REGION-CODE TO WORK-REGION
           MOVE REJECT-MONTH       TO WORK-MONTH
           MOVE REJECT-AMOUNT      TO WORK-AMOUNT
           MOVE REJECT-PRODUCT-LINE TO WORK-PRODUCT-LINE
           MOVE REJECT-CURRENCY    TO WORK-CURRENCY
           IF MATCHED-RULE > 0
               PERFORM APPLY-CORRECTION
           END-IF
           END-IF
           IF CORR-NEW-AMOUNT(MATCHED-RULE) NOT = SPACES
               MOVE CORR-NEW-AMOUNT(MATCHED-RULE) TO WORK-AMOUNT
           END-IF
           IF CORR-NEW-PRODUCT(MATCHED-RULE) NOT = SPACES
               MOVE CORR-NEW-PRODUCT(MATCHED-RULE)
                   TO WORK-PRODUCT-LINE
           END-IF
           IF CORR-NEW-CURRENCY(MATCHED-RULE) NOT = SPACES
               MOVE CORR-NEW-CURRENCY(MATCHED-RULE)
                   TO WORK-CURRENCY
           END-IF.

       VALIDATE-CORRECTED-RECORD.
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND REJECT-SALESPERSON-AFM NOT = SPACES
              AND REJECT-SALESPERSON-AFM IS NOT NUMERIC
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE 'SALESPERSON AFM NOT NUMERIC' TO FAIL-REASON
           END-IF
           IF RECORD-IS-VALID AND WORK-PRODUCT-LINE = SPACES
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE 'PRODUCT LINE MISSING' TO FAIL-REASON
           END-IF
           IF RECORD-IS-VALID
               COMPUTE PERIOD-CHECK-YYYYMM =
                   WORK-YEAR * 100 + WORK-MONTH
               PERFORM CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'SALES PERIOD CLOSED' TO FAIL-REASON
               END-IF
           END-IF.

       WRITE-SUPPLEMENTAL-RECORD.
           MOVE WORK-MONTH  TO SUPPL-MONTH
           MOVE WORK-AMOUNT TO SUPPL-AMOUNT
           MOVE REJECT-TYPE TO SUPPL-TYPE
           MOVE REJECT-SALESPERSON-AFM TO SUPPL-SALESPERSON-AFM
           MOVE WORK-PRODUCT-LINE TO SUPPL-PRODUCT-LINE
           MOVE WORK-CURRENCY     TO SUPPL-CURRENCY
           MOVE X'0D0A'     TO SUPPL-CRLF
           WRITE SUPPLEMENTAL-REC
           ADD 1 TO TOTAL-RECS-WRITTEN
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-FILE-STATUS = 0
               READ PERIOD-CONTROL-FILE
                   AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PERIODS
                   IF PCTL-SUBSYSTEM = PERIOD-SUBSYSTEM-WS AND
                      PCTL-STATUS = 'C' AND PCTL-PERIOD IS NUMERIC
                       IF CLOSED-PERIOD-COUNT < MAX-CLOSED-PERIODS
                           ADD 1 TO CLOSED-PERIOD-COUNT
                           MOVE PCTL-PERIOD
                               TO CLOSED-PERIOD(CLOSED-PERIOD-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-CLOSED-PERIODS
                                   ' CLOSED PERIODS - REST IGNORED'
                       END-IF
                   END-IF
                   READ PERIOD-CONTROL-FILE
                       AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           DISPLAY 'RESUBMIT: CLOSED SALES PERIODS = '
                   CLOSED-PERIOD-COUNT.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO PERIOD-CLOSED-SWITCH
           PERFORM VARYING CLOSED-PERIOD-IDX FROM 1 BY 1
                   UNTIL CLOSED-PERIOD-IDX > CLOSED-PERIOD-COUNT
                      OR PERIOD-IS-CLOSED
               IF CLOSED-PERIOD(CLOSED-PERIOD-IDX) =
                  PERIOD-CHECK-YYYYMM
                   MOVE 'Y' TO PERIOD-CLOSED-SWITCH
               END-IF
           END-PERFORM.
       END PROGRAM RESUBMIT.
