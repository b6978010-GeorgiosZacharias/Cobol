       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLPAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISB-SCHEDULE-FILE ASSIGN TO DISK
               FILE STATUS IS DISB-SCHEDULE-FILE-STATUS.

           SELECT STUDENT-BANK-FILE ASSIGN TO DISK
               FILE STATUS IS STUDENT-BANK-FILE-STATUS.

           SELECT SCHOL-RETURN-FILE ASSIGN TO DISK
               FILE STATUS IS SCHOL-RETURN-FILE-STATUS.

           SELECT SCHOL-EFT-FILE ASSIGN TO DISK
               FILE STATUS IS SCHOL-EFT-FILE-STATUS.

           SELECT SCHOL-PAY-REPORT ASSIGN TO DISK
               FILE STATUS IS SCHOL-PAY-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    H = HELD, R = RELEASED, P = PAID, C = CANCELLED
       FD  DISB-SCHEDULE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS DISB-SCHEDULE-REC.
       01  DISB-SCHEDULE-REC.
           05 SCHED-NAME             PIC X(25).
           05 SCHED-MAJOR            PIC X(12).
           05 SCHED-INST-NO          PIC 9(01).
           05 SCHED-DUE-DATE         PIC 9(08).
           05 SCHED-AMOUNT           PIC 9(07)V99.
           05 SCHED-STATUS           PIC X(01).
           05 SCHED-PAY-REF          PIC X(09).
           05 SCHED-FUND-CODE        PIC X(06).
           05 SCHED-CRLF             PIC X(02).

       FD  STUDENT-BANK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS STUDENT-BANK-REC.
       01  STUDENT-BANK-REC.
           05 SBANK-NAME             PIC X(25).
           05 SBANK-ACCOUNT          PIC X(16).
           05 SBANK-CRLF             PIC X(02).

       FD  SCHOL-RETURN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SCHOL-RETURN-REC.
       01  SCHOL-RETURN-REC.
           05 RTN-PAY-REF            PIC X(09).
           05 RTN-BANK-ACCOUNT       PIC X(16).
           05 RTN-AMOUNT             PIC 9(07)V99.
           05 RTN-REASON-CODE        PIC X(02).
           05 RTN-CRLF               PIC X(02).

       FD  SCHOL-EFT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS EFT-LINE.
       01  EFT-LINE.
           05 EFT-PAY-REF            PIC X(09).
           05 EFT-STUDENT-NAME       PIC X(20).
           05 EFT-BANK-ACCOUNT       PIC X(16).
           05 EFT-NET-AMOUNT         PIC 9(07)V99.
           05 EFT-CRLF               PIC X(02).
       01  EFT-HEADER-REC.
           05 EFT-HDR-TAG            PIC X(03).
           05 EFT-HDR-ORIGINATOR     PIC X(20).
           05 EFT-HDR-VALUE-DATE     PIC 9(08).
           05 EFT-HDR-BATCH-REF      PIC 9(06).
           05 EFT-HDR-RELEASE-FLAG   PIC X(01).
           05 FILLER                 PIC X(16).
           05 EFT-HDR-CRLF           PIC X(02).
       01  EFT-TRAILER-REC.
           05 EFT-TRL-TAG            PIC X(03).
           05 EFT-TRL-RECORD-COUNT   PIC 9(07).
           05 EFT-TRL-HASH-TOTAL     PIC 9(11)V99.
           05 FILLER                 PIC X(31).
           05 EFT-TRL-CRLF           PIC X(02).

       FD  SCHOL-PAY-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SCHOL-PAY-REPORT-LINE.
       01  SCHOL-PAY-REPORT-LINE.
           05 SPR-TEXT               PIC X(98).
           05 SPR-CRLF               PIC X(02).

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
       01  DISB-SCHEDULE-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  STUDENT-BANK-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  SCHOL-RETURN-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  SCHOL-EFT-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  SCHOL-PAY-REPORT-STATUS       PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  SCHED-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-SCHED                VALUE 'NO'.
       01  BANK-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-BANK                 VALUE 'NO'.
       01  RETURN-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-RETURNS              VALUE 'NO'.
       01  MAX-SCHED                     PIC 9(04) VALUE 2000.
       01  SCHED-COUNT                   PIC 9(04) VALUE 0.
       01  SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 2000 TIMES.
              10 STBL-NAME               PIC X(25).
              10 STBL-MAJOR              PIC X(12).
              10 STBL-INST-NO            PIC 9(01).
              10 STBL-DUE-DATE           PIC 9(08).
              10 STBL-AMOUNT             PIC 9(07)V99.
              10 STBL-STATUS             PIC X(01).
                 88 STBL-HELD              VALUE 'H'.
                 88 STBL-RELEASED          VALUE 'R'.
                 88 STBL-PAID              VALUE 'P'.
                 88 STBL-CANCELLED         VALUE 'C'.
              10 STBL-PAY-REF            PIC X(09).
              10 STBL-FUND-CODE          PIC X(06).
       01  SCHED-IDX                     PIC 9(04) VALUE 0.
       01  SCHED-FOUND-IDX               PIC 9(04) VALUE 0.
       01  MAX-BANK                      PIC 9(04) VALUE 2000.
       01  BANK-COUNT                    PIC 9(04) VALUE 0.
       01  BANK-TABLE.
           05 BANK-ENTRY OCCURS 2000 TIMES.
              10 BANK-TBL-NAME           PIC X(25).
              10 BANK-TBL-ACCOUNT        PIC X(16).
       01  BANK-IDX                      PIC 9(04) VALUE 0.
       01  BANK-FOUND-IDX                PIC 9(04) VALUE 0.
       01  STUDENT-ACCOUNT               PIC X(16) VALUE SPACES.
       01  BANK-VALID-SWITCH             PIC X(01) VALUE 'N'.
           88 BANK-IS-VALID                VALUE 'Y'.
       01  IBAN-REARRANGED               PIC X(16) VALUE SPACES.
       01  IBAN-IDX                      PIC 9(02) VALUE 0.
       01  IBAN-CHAR                     PIC X(01) VALUE SPACE.
       01  IBAN-CHAR-VALUE               PIC 9(02) VALUE 0.
       01  IBAN-MOD-WORK                 PIC 9(04) VALUE 0.
       01  IBAN-BAD-CHAR-SWITCH          PIC X(01) VALUE 'N'.
           88 IBAN-BAD-CHAR                VALUE 'Y'.
      *    PAYMENT REFERENCE = BATCH RUN ID AND A SEQUENCE IN THE RUN
       01  PAY-REF-WORK.
           05 PAY-REF-RUN-ID             PIC 9(06).
           05 PAY-REF-SEQ                PIC 9(03).
       01  MAX-PAYMENTS                  PIC 9(03) VALUE 999.
       01  RUN-ALREADY-PAID-SWITCH       PIC X(01) VALUE 'N'.
           88 RUN-ALREADY-PAID             VALUE 'Y'.
       01  EFT-ORIGINATOR                PIC X(20)
               VALUE 'SCHOLARSHIP PAYMENTS'.
       01  EFT-RECORD-COUNT              PIC 9(07) VALUE 0.
       01  EFT-HASH-TOTAL                PIC 9(11)V99 COMP-3 VALUE 0.
       01  SCHED-ROWS-READ               PIC 9(07) VALUE 0.
       01  PAYMENTS-WRITTEN              PIC 9(07) VALUE 0.
       01  PAYMENTS-SKIPPED              PIC 9(07) VALUE 0.
       01  PAYMENTS-DEFERRED             PIC 9(07) VALUE 0.
       01  RETURNS-READ                  PIC 9(07) VALUE 0.
       01  RETURNS-MATCHED               PIC 9(07) VALUE 0.
       01  RETURNS-UNMATCHED             PIC 9(07) VALUE 0.
       01  TOTAL-PAID                    PIC 9(09)V99 COMP-3 VALUE 0.
       01  TOTAL-RETURNED                PIC 9(09)V99 COMP-3 VALUE 0.
       01  PAY-NOTE                      PIC X(30) VALUE SPACES.
       01  DISPLAY-AMOUNT                PIC ZZZZZZ9.99.
       01  DISPLAY-TOTAL                 PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-DISB-SCHEDULE
           PERFORM LOAD-STUDENT-BANK
           PERFORM OPEN-PAY-REPORT
           PERFORM PROCESS-BANK-RETURNS
           PERFORM PAY-RELEASED-INSTALLMENTS
           PERFORM REWRITE-DISB-SCHEDULE
           CLOSE SCHOL-PAY-REPORT
           PERFORM FINISH.

       LOAD-DISB-SCHEDULE.
           OPEN INPUT DISB-SCHEDULE-FILE
           IF DISB-SCHEDULE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'DISB-SCHEDULE-FILE'
               DISPLAY 'STATUS-CODE=' DISB-SCHEDULE-FILE-STATUS
               MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
               MOVE DISB-SCHEDULE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ DISB-SCHEDULE-FILE
               AT END MOVE 'NO' TO SCHED-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-SCHED
               ADD 1 TO SCHED-ROWS-READ
               IF SCHED-COUNT < MAX-SCHED
                   ADD 1 TO SCHED-COUNT
                   MOVE SCHED-NAME     TO STBL-NAME(SCHED-COUNT)
                   MOVE SCHED-MAJOR    TO STBL-MAJOR(SCHED-COUNT)
                   MOVE SCHED-INST-NO  TO STBL-INST-NO(SCHED-COUNT)
                   MOVE SCHED-DUE-DATE TO STBL-DUE-DATE(SCHED-COUNT)
                   MOVE SCHED-AMOUNT   TO STBL-AMOUNT(SCHED-COUNT)
                   MOVE SCHED-STATUS   TO STBL-STATUS(SCHED-COUNT)
                   MOVE SCHED-PAY-REF  TO STBL-PAY-REF(SCHED-COUNT)
                   MOVE SCHED-FUND-CODE
                                       TO STBL-FUND-CODE(SCHED-COUNT)
               ELSE
                   DISPLAY '***ERROR SCHOLPAY: SCHEDULE TABLE FULL - '
                           'INCREASE MAX-SCHED'
                   MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
                   MOVE '99' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   CLOSE DISB-SCHEDULE-FILE
                   PERFORM FINISH
               END-IF
               READ DISB-SCHEDULE-FILE
                   AT END MOVE 'NO' TO SCHED-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE DISB-SCHEDULE-FILE
           DISPLAY 'SCHOLPAY: SCHEDULE ROWS LOADED = ' SCHED-COUNT.

       LOAD-STUDENT-BANK.
           OPEN INPUT STUDENT-BANK-FILE
           IF STUDENT-BANK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: STUDENT-BANK-FILE'
               DISPLAY 'STATUS-CODE=' STUDENT-BANK-FILE-STATUS
               MOVE 'STUDENT-BANK-FILE' TO LOG-FILE-NAME-WS
               MOVE STUDENT-BANK-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ STUDENT-BANK-FILE
               AT END MOVE 'NO' TO BANK-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-BANK
               IF BANK-COUNT < MAX-BANK
                   ADD 1 TO BANK-COUNT
                   MOVE SBANK-NAME    TO BANK-TBL-NAME(BANK-COUNT)
                   MOVE SBANK-ACCOUNT TO BANK-TBL-ACCOUNT(BANK-COUNT)
               ELSE
                   DISPLAY '***WARNING: MORE THAN ' MAX-BANK
                           ' STUDENT BANK ROWS - EXTRA ROWS IGNORED'
               END-IF
               READ STUDENT-BANK-FILE
                   AT END MOVE 'NO' TO BANK-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE STUDENT-BANK-FILE
           DISPLAY 'SCHOLPAY: STUDENT BANK ROWS LOADED = ' BANK-COUNT.

       OPEN-PAY-REPORT.
           OPEN OUTPUT SCHOL-PAY-REPORT
           IF SCHOL-PAY-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: SCHOL-PAY-REPORT'
               DISPLAY 'STATUS-CODE=' SCHOL-PAY-REPORT-STATUS
               MOVE 'SCHOL-PAY-REPORT' TO LOG-FILE-NAME-WS
               MOVE SCHOL-PAY-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           MOVE SPACES TO SPR-TEXT
           STRING 'SCHOLARSHIP INSTALLMENT PAYMENTS   RUN: '
                                          DELIMITED BY SIZE
                  BATCH-RUN-ID            DELIMITED BY SIZE
                  '   DATE: '             DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
             INTO SPR-TEXT
           PERFORM WRITE-PAY-REPORT-LINE
           MOVE SPACES TO SPR-TEXT
           STRING 'STUDENT                   INST DUE DATE     '
                                          DELIMITED BY SIZE
                  '    AMOUNT REF       ACTION'
                                          DELIMITED BY SIZE
             INTO SPR-TEXT
           PERFORM WRITE-PAY-REPORT-LINE
           MOVE ALL '-' TO SPR-TEXT
           PERFORM WRITE-PAY-REPORT-LINE.

       PROCESS-BANK-RETURNS.
           OPEN INPUT SCHOL-RETURN-FILE
           IF SCHOL-RETURN-FILE-STATUS = 0
               READ SCHOL-RETURN-FILE
                   AT END MOVE 'NO' TO RETURN-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-RETURNS
                   ADD 1 TO RETURNS-READ
                   PERFORM MATCH-ONE-RETURN
                   READ SCHOL-RETURN-FILE
                       AT END MOVE 'NO' TO RETURN-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE SCHOL-RETURN-FILE
           END-IF.

       MATCH-ONE-RETURN.
           MOVE 0 TO SCHED-FOUND-IDX
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT OR SCHED-FOUND-IDX > 0
               IF STBL-PAID(SCHED-IDX) AND
                  STBL-PAY-REF(SCHED-IDX) = RTN-PAY-REF AND
                  STBL-AMOUNT(SCHED-IDX) = RTN-AMOUNT
                   MOVE SCHED-IDX TO SCHED-FOUND-IDX
               END-IF
           END-PERFORM
           IF SCHED-FOUND-IDX = 0
               ADD 1 TO RETURNS-UNMATCHED
               DISPLAY '***SCHOLPAY EXCEPTION: RETURN DOES NOT MATCH '
                       'ANY PAID INSTALLMENT - REF ' RTN-PAY-REF
                       ' REASON ' RTN-REASON-CODE
               MOVE SPACES TO SPR-TEXT
               MOVE RTN-AMOUNT TO DISPLAY-AMOUNT
               STRING 'BANK RETURN REF '      DELIMITED BY SIZE
                      RTN-PAY-REF             DELIMITED BY SIZE
                      ' AMOUNT '              DELIMITED BY SIZE
                      DISPLAY-AMOUNT          DELIMITED BY SIZE
                      ' REASON '              DELIMITED BY SIZE
                      RTN-REASON-CODE         DELIMITED BY SIZE
                      ' - NOT MATCHED'        DELIMITED BY SIZE
                 INTO SPR-TEXT
               PERFORM WRITE-PAY-REPORT-LINE
           ELSE
               ADD 1 TO RETURNS-MATCHED
               ADD RTN-AMOUNT TO TOTAL-RETURNED
               MOVE SCHED-FOUND-IDX TO SCHED-IDX
               MOVE 'H'    TO STBL-STATUS(SCHED-IDX)
               MOVE SPACES TO PAY-NOTE
               STRING 'RETURNED ' DELIMITED BY SIZE
                      RTN-REASON-CODE DELIMITED BY SIZE
                      ' - BACK ON HOLD' DELIMITED BY SIZE
                 INTO PAY-NOTE
               PERFORM WRITE-INSTALLMENT-LINE
               MOVE SPACES TO STBL-PAY-REF(SCHED-IDX)
           END-IF.

       PAY-RELEASED-INSTALLMENTS.
           MOVE BATCH-RUN-ID TO PAY-REF-RUN-ID
           MOVE 0            TO PAY-REF-SEQ
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF STBL-PAID(SCHED-IDX) AND
                  STBL-PAY-REF(SCHED-IDX)(1:6) = PAY-REF-RUN-ID
                   MOVE 'Y' TO RUN-ALREADY-PAID-SWITCH
               END-IF
           END-PERFORM
           IF RUN-ALREADY-PAID
               DISPLAY '***ERROR SCHOLPAY: INSTALLMENTS ALREADY PAID '
                       'UNDER RUN ' BATCH-RUN-ID ' - NO NEW PAYMENT '
                       'BATCH WRITTEN'
               MOVE SPACES TO SPR-TEXT
               MOVE 'ALREADY PAID IN THIS RUN - NO NEW PAYMENT BATCH'
                   TO SPR-TEXT
               PERFORM WRITE-PAY-REPORT-LINE
               MOVE 66 TO RETURN-CODE
           ELSE
               PERFORM WRITE-PAYMENT-BATCH
           END-IF.

       WRITE-PAYMENT-BATCH.
           OPEN OUTPUT SCHOL-EFT-FILE
           IF SCHOL-EFT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: SCHOL-EFT-FILE'
               DISPLAY 'STATUS-CODE=' SCHOL-EFT-FILE-STATUS
               MOVE 'SCHOL-EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE SCHOL-EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           PERFORM WRITE-EFT-HEADER
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF STBL-RELEASED(SCHED-IDX)
                   PERFORM PAY-ONE-INSTALLMENT
                       THRU PAY-ONE-INSTALLMENT-EXIT
               END-IF
           END-PERFORM
           PERFORM WRITE-EFT-TRAILER
           CLOSE SCHOL-EFT-FILE.

       PAY-ONE-INSTALLMENT.
           IF PAY-REF-SEQ >= MAX-PAYMENTS
               ADD 1 TO PAYMENTS-DEFERRED
               MOVE 'DEFERRED - BATCH FULL' TO PAY-NOTE
               PERFORM WRITE-INSTALLMENT-LINE
               GO TO PAY-ONE-INSTALLMENT-EXIT
           END-IF
           MOVE 0 TO BANK-FOUND-IDX
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-COUNT OR BANK-FOUND-IDX > 0
               IF BANK-TBL-NAME(BANK-IDX) = STBL-NAME(SCHED-IDX)
                   MOVE BANK-IDX TO BANK-FOUND-IDX
               END-IF
           END-PERFORM
           IF BANK-FOUND-IDX = 0
               ADD 1 TO PAYMENTS-SKIPPED
               MOVE 'NOT PAID - NO BANK ACCOUNT' TO PAY-NOTE
               PERFORM WRITE-INSTALLMENT-LINE
               GO TO PAY-ONE-INSTALLMENT-EXIT
           END-IF
           MOVE BANK-TBL-ACCOUNT(BANK-FOUND-IDX) TO STUDENT-ACCOUNT
           PERFORM VALIDATE-BANK-ACCOUNT
               THRU VALIDATE-BANK-ACCOUNT-EXIT
           IF NOT BANK-IS-VALID
               ADD 1 TO PAYMENTS-SKIPPED
               MOVE 'NOT PAID - IBAN CHECK FAILED' TO PAY-NOTE
               PERFORM WRITE-INSTALLMENT-LINE
               GO TO PAY-ONE-INSTALLMENT-EXIT
           END-IF
           ADD 1 TO PAY-REF-SEQ
           MOVE PAY-REF-WORK          TO EFT-PAY-REF
           MOVE STBL-NAME(SCHED-IDX)  TO EFT-STUDENT-NAME
           MOVE STUDENT-ACCOUNT       TO EFT-BANK-ACCOUNT
           MOVE STBL-AMOUNT(SCHED-IDX) TO EFT-NET-AMOUNT
           MOVE X'0D0A'               TO EFT-CRLF
           WRITE EFT-LINE
           IF SCHOL-EFT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: SCHOL-EFT-FILE'
               DISPLAY 'STATUS-CODE=' SCHOL-EFT-FILE-STATUS
               MOVE 'SCHOL-EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE SCHOL-EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           ADD 1 TO EFT-RECORD-COUNT
           ADD STBL-AMOUNT(SCHED-IDX) TO EFT-HASH-TOTAL
           ADD 1 TO PAYMENTS-WRITTEN
           ADD STBL-AMOUNT(SCHED-IDX) TO TOTAL-PAID
           MOVE 'P'          TO STBL-STATUS(SCHED-IDX)
           MOVE PAY-REF-WORK TO STBL-PAY-REF(SCHED-IDX)
           MOVE 'PAID'       TO PAY-NOTE
           PERFORM WRITE-INSTALLMENT-LINE.
       PAY-ONE-INSTALLMENT-EXIT.
           EXIT.

      *    SAME MOD-97 CHECK AS THE PAYROLL EFT
       VALIDATE-BANK-ACCOUNT.
           MOVE 'N' TO BANK-VALID-SWITCH
           MOVE 'N' TO IBAN-BAD-CHAR-SWITCH
           IF STUDENT-ACCOUNT = SPACES
               GO TO VALIDATE-BANK-ACCOUNT-EXIT
           END-IF
           MOVE SPACES TO IBAN-REARRANGED
           STRING STUDENT-ACCOUNT(5:12) DELIMITED BY SIZE
                  STUDENT-ACCOUNT(1:4)  DELIMITED BY SIZE
             INTO IBAN-REARRANGED
           MOVE 0 TO IBAN-MOD-WORK
           PERFORM VARYING IBAN-IDX FROM 1 BY 1
                   UNTIL IBAN-IDX > 16 OR IBAN-BAD-CHAR
               MOVE IBAN-REARRANGED(IBAN-IDX:1) TO IBAN-CHAR
               EVALUATE TRUE
                   WHEN IBAN-CHAR >= '0' AND IBAN-CHAR <= '9'
                       COMPUTE IBAN-CHAR-VALUE =
                           FUNCTION ORD(IBAN-CHAR)
                               - FUNCTION ORD('0')
                       COMPUTE IBAN-MOD-WORK = FUNCTION MOD(
                           (IBAN-MOD-WORK * 10) + IBAN-CHAR-VALUE, 97)
                   WHEN IBAN-CHAR >= 'A' AND IBAN-CHAR <= 'Z'
                       COMPUTE IBAN-CHAR-VALUE =
                           FUNCTION ORD(IBAN-CHAR)
                               - FUNCTION ORD('A') + 10
                       COMPUTE IBAN-MOD-WORK = FUNCTION MOD(
                           (IBAN-MOD-WORK * 100) + IBAN-CHAR-VALUE, 97)
                   WHEN OTHER
                       MOVE 'Y' TO IBAN-BAD-CHAR-SWITCH
               END-EVALUATE
           END-PERFORM
           IF NOT IBAN-BAD-CHAR AND IBAN-MOD-WORK = 1
               MOVE 'Y' TO BANK-VALID-SWITCH
           END-IF.
       VALIDATE-BANK-ACCOUNT-EXIT.
           EXIT.

       WRITE-EFT-HEADER.
           MOVE SPACES            TO EFT-HEADER-REC
           MOVE 'HDR'             TO EFT-HDR-TAG
           MOVE EFT-ORIGINATOR    TO EFT-HDR-ORIGINATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO EFT-HDR-VALUE-DATE
           MOVE BATCH-RUN-ID      TO EFT-HDR-BATCH-REF
           MOVE 'R'               TO EFT-HDR-RELEASE-FLAG
           MOVE X'0D0A'           TO EFT-HDR-CRLF
           WRITE EFT-HEADER-REC
           IF SCHOL-EFT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: SCHOL-EFT-FILE'
               DISPLAY 'STATUS-CODE=' SCHOL-EFT-FILE-STATUS
               MOVE 'SCHOL-EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE SCHOL-EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       WRITE-EFT-TRAILER.
           MOVE SPACES            TO EFT-TRAILER-REC
           MOVE 'TRL'             TO EFT-TRL-TAG
           MOVE EFT-RECORD-COUNT  TO EFT-TRL-RECORD-COUNT
           MOVE EFT-HASH-TOTAL    TO EFT-TRL-HASH-TOTAL
           MOVE X'0D0A'           TO EFT-TRL-CRLF
           WRITE EFT-TRAILER-REC
           IF SCHOL-EFT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: SCHOL-EFT-FILE'
               DISPLAY 'STATUS-CODE=' SCHOL-EFT-FILE-STATUS
               MOVE 'SCHOL-EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE SCHOL-EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
           END-IF.

       WRITE-INSTALLMENT-LINE.
           MOVE SPACES TO SPR-TEXT
           MOVE STBL-AMOUNT(SCHED-IDX) TO DISPLAY-AMOUNT
           STRING STBL-NAME(SCHED-IDX)     DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  STBL-INST-NO(SCHED-IDX)  DELIMITED BY SIZE
                  '    '                   DELIMITED BY SIZE
                  STBL-DUE-DATE(SCHED-IDX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DISPLAY-AMOUNT           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  STBL-PAY-REF(SCHED-IDX)  DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  PAY-NOTE                 DELIMITED BY SIZE
             INTO SPR-TEXT
           PERFORM WRITE-PAY-REPORT-LINE.

       WRITE-PAY-REPORT-LINE.
           MOVE X'0D0A' TO SPR-CRLF
           WRITE SCHOL-PAY-REPORT-LINE
           IF SCHOL-PAY-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: SCHOL-PAY-REPORT'
               DISPLAY 'STATUS-CODE=' SCHOL-PAY-REPORT-STATUS
               MOVE 'SCHOL-PAY-REPORT' TO LOG-FILE-NAME-WS
               MOVE SCHOL-PAY-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       REWRITE-DISB-SCHEDULE.
           OPEN OUTPUT DISB-SCHEDULE-FILE
           IF DISB-SCHEDULE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'DISB-SCHEDULE-FILE'
               DISPLAY 'STATUS-CODE=' DISB-SCHEDULE-FILE-STATUS
               DISPLAY '***ERROR SCHOLPAY: PAID INSTALLMENTS NOT '
                       'MARKED - PAYMENT BATCH MUST NOT BE SENT'
               MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
               MOVE DISB-SCHEDULE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
           ELSE
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT
                   MOVE STBL-NAME(SCHED-IDX)     TO SCHED-NAME
                   MOVE STBL-MAJOR(SCHED-IDX)    TO SCHED-MAJOR
                   MOVE STBL-INST-NO(SCHED-IDX)  TO SCHED-INST-NO
                   MOVE STBL-DUE-DATE(SCHED-IDX) TO SCHED-DUE-DATE
                   MOVE STBL-AMOUNT(SCHED-IDX)   TO SCHED-AMOUNT
                   MOVE STBL-STATUS(SCHED-IDX)   TO SCHED-STATUS
                   MOVE STBL-PAY-REF(SCHED-IDX)  TO SCHED-PAY-REF
                   MOVE STBL-FUND-CODE(SCHED-IDX) TO SCHED-FUND-CODE
                   MOVE X'0D0A'                  TO SCHED-CRLF
                   WRITE DISB-SCHEDULE-REC
               END-PERFORM
               CLOSE DISB-SCHEDULE-FILE
           END-IF.

       FINISH.
           DISPLAY 'SCHOLPAY: SCHEDULE ROWS READ    = ' SCHED-ROWS-READ
           DISPLAY 'SCHOLPAY: RETURNS READ          = ' RETURNS-READ
           DISPLAY 'SCHOLPAY: RETURNS PUT ON HOLD   = ' RETURNS-MATCHED
           DISPLAY 'SCHOLPAY: RETURNS UNMATCHED     = '
                   RETURNS-UNMATCHED
           DISPLAY 'SCHOLPAY: INSTALLMENTS PAID     = ' PAYMENTS-WRITTEN
           DISPLAY 'SCHOLPAY: INSTALLMENTS NOT PAID = ' PAYMENTS-SKIPPED
           DISPLAY 'SCHOLPAY: INSTALLMENTS DEFERRED = '
                   PAYMENTS-DEFERRED
           MOVE TOTAL-PAID TO DISPLAY-TOTAL
           DISPLAY 'SCHOLPAY: TOTAL PAID            = ' DISPLAY-TOTAL
           MOVE TOTAL-RETURNED TO DISPLAY-TOTAL
           DISPLAY 'SCHOLPAY: TOTAL RETURNED        = ' DISPLAY-TOTAL
           IF RETURN-CODE = 0 AND
              (RETURNS-UNMATCHED > 0 OR PAYMENTS-SKIPPED > 0 OR
               PAYMENTS-DEFERRED > 0)
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
               MOVE 'SCHOLPAY'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE SCHED-ROWS-READ    TO AUDIT-RECS-READ
               MOVE PAYMENTS-WRITTEN   TO AUDIT-RECS-WRITTEN
               COMPUTE AUDIT-RECS-REJECTED =
                   PAYMENTS-SKIPPED + RETURNS-UNMATCHED
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
               MOVE 'SCHOLPAY'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM SCHOLPAY.
