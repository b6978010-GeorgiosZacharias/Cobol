           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT ATM-HISTORY-FILE ASSIGN TO DISK
             FILE STATUS IS ATM-HISTORY-FILE-STATUS.


           SELECT AVAIL-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS AVAIL-REPORT-FILE-STATUS.

           SELECT FRAUD-RULE-FILE ASSIGN TO DISK
             FILE STATUS IS FRAUD-RULE-FILE-STATUS.

           SELECT FRAUD-ALERT-FILE ASSIGN TO DISK
             FILE STATUS IS FRAUD-ALERT-FILE-STATUS.

           SELECT OFFUS-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS OFFUS-TRANS-FILE-STATUS.

           SELECT ATM-JOURNAL-FILE ASSIGN TO DISK
             FILE STATUS IS ATM-JOURNAL-FILE-STATUS.

           SELECT ALERT-OUTBOX-FILE ASSIGN TO DISK
             FILE STATUS IS ALERT-OUTBOX-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
             FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ATMS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS ATM-TRANSACTION.
       01  ATM-TRANSACTION.
           05 REGION-IN           PIC X(20).
              88 TRN-INQUIRY         VALUE 'I'.
              88 TRN-STATUS-DOWN     VALUE 'X'.
              88 TRN-STATUS-UP       VALUE 'U'.
           05 TRN-TIME            PIC 9(06).
           05 CARD-TOKEN          PIC X(16).
      *    A = ACQUIRED, I = ISSUED, BLANK OR O = OUR CARD AT OUR ATM
           05 ISSUER-ACQ-IND      PIC X(01).
              88 TRN-ON-US           VALUE SPACE 'O'.
              88 TRN-ACQUIRED        VALUE 'A'.
              88 TRN-ISSUED          VALUE 'I'.
           05 ISSUER-BANK-CODE    PIC X(04).
           05 ACQUIRER-BANK-CODE  PIC X(04).
           05 CRLF                PIC X(2).

       FD  REGION-SUMMARY-FILE

       FD  ATM-REJECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS ATM-REJECT-LINE.
       01  ATM-REJECT-LINE.
           05 ATM-REJECT-REGION      PIC X(20).
           05 ATM-REJECT-TYPE        PIC X(01).
           05 FILLER                 PIC X(02).
           05 ATM-REJECT-REASON      PIC X(28).
           05 ATM-REJECT-TIME        PIC X(06).
           05 ATM-REJECT-CARD        PIC X(16).
           05 ATM-REJECT-ISS-ACQ     PIC X(01).
           05 ATM-REJECT-ISSUER      PIC X(04).
           05 ATM-REJECT-ACQUIRER    PIC X(04).
           05 ATM-REJECT-CRLF        PIC X(02).

       FD  CASSETTE-PARM-FILE
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

       FD  ATM-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 81 CHARACTERS
           05 AVAIL-REPORT-TEXT      PIC X(98).
           05 AVAIL-REPORT-CRLF      PIC X(02).

      *    A ZERO LIMIT SWITCHES THAT TEST OFF
       FD  FRAUD-RULE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS FRAUD-RULE-REC.
       01  FRAUD-RULE-REC.
           05 FRULE-MAX-COUNT        PIC 9(03).
           05 FRULE-MAX-AMOUNT       PIC 9(10).
           05 FRULE-WINDOW-MINS      PIC 9(04).
           05 FRULE-MAX-REGIONS      PIC 9(02).
           05 FRULE-CRLF             PIC X(02).

       FD  FRAUD-ALERT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRAUD-ALERT-REC.
       01  FRAUD-ALERT-REC.
           05 FA-REC-TYPE            PIC X(01).
           05 FA-CARD-TOKEN          PIC X(16).
           05 FA-RULE                PIC X(01).
           05 FA-RULE-TEXT           PIC X(20).
           05 FA-DATE                PIC 9(08).
           05 FA-TRN-COUNT           PIC 9(05).
           05 FA-AMOUNT              PIC 9(10).
           05 FA-REGIONS             PIC 9(02).
           05 FA-RUN-ID              PIC 9(06).
           05 FILLER                 PIC X(09).
           05 FA-CRLF                PIC X(02).
       01  FRAUD-TXN-REC.
           05 FT-REC-TYPE            PIC X(01).
           05 FT-CARD-TOKEN          PIC X(16).
           05 FT-DATE                PIC 9(08).
           05 FT-TIME                PIC 9(06).
           05 FT-ATM-ID              PIC X(06).
           05 FT-REGION              PIC X(20).
           05 FT-TRN                 PIC 9(05).
           05 FT-AMOUNT              PIC 9(10).
           05 FILLER                 PIC X(06).
           05 FT-CRLF                PIC X(02).

       FD  OFFUS-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS OFFUS-TRANS-REC.
       01  OFFUS-TRANS-REC.
           05 OFX-ISS-ACQ-IND        PIC X(01).
           05 OFX-PARTNER-BANK       PIC X(04).
           05 OFX-DATE               PIC 9(08).
           05 OFX-TIME               PIC 9(06).
           05 OFX-ATM-ID             PIC X(06).
           05 OFX-REGION             PIC X(20).
           05 OFX-TYPE               PIC X(01).
           05 OFX-TRN                PIC 9(05).
           05 OFX-AMOUNT             PIC 9(10).
           05 OFX-CRLF               PIC X(02).

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

       FD  ALERT-OUTBOX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS ALERT-OUTBOX-REC.
       01  ALERT-OUTBOX-REC.
           05 OUTBOX-SEVERITY        PIC X(08).
           05 FILLER                 PIC X(02).
           05 OUTBOX-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-DATE        PIC X(08).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-TIME        PIC X(06).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-ID          PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OUTBOX-MESSAGE         PIC X(60).
           05 OUTBOX-CRLF            PIC X(02).

       FD  FILE-CATALOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FILE-CATALOG-REC.
       01  FILE-CATALOG-REC.
           05 CAT-FILE-NAME          PIC X(40).
           05 CAT-PROGRAM-NAME       PIC X(12).
           05 CAT-RUN-ID             PIC 9(06).
           05 CAT-RUN-DATE           PIC 9(08).
           05 CAT-RUN-TIME           PIC 9(06).
           05 CAT-RECORD-CNT         PIC 9(09).
           05 CAT-HASH-TOTAL         PIC 9(15)V99.
           05 CAT-CRLF               PIC X(02).

       WORKING-STORAGE SECTION.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  GL-EXP-HASH             PIC 9(11)V99 COMP-3 VALUE 0.
       01  GL-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
           88 GL-TRL-SEEN          VALUE 'Y'.
       01  GL-SETTLE-ACCOUNT       PIC X(20)
               VALUE 'INTERBANK SETTLEMENT'.
       01  GL-SETTLE-AMOUNT        PIC 9(10)V99 VALUE 0.
       01  GL-SETTLE-SEEN-SWITCH   PIC X(01) VALUE 'N'.
           88 GL-SETTLE-SEEN       VALUE 'Y'.
       01  FRAUD-RULE-FILE-STATUS  PIC 99 VALUE 0.
       01  FRAUD-ALERT-FILE-STATUS PIC 99 VALUE 0.
       01  FRAUD-RULES-SWITCH      PIC X(01) VALUE 'N'.
           88 FRAUD-RULES-LOADED   VALUE 'Y'.
       01  FRAUD-MAX-COUNT         PIC 9(05) VALUE 0.
       01  FRAUD-MAX-AMOUNT        PIC 9(10) VALUE 0.
       01  FRAUD-WINDOW-MINS       PIC 9(04) VALUE 60.
       01  FRAUD-MAX-REGIONS       PIC 9(02) VALUE 1.
       01  MAX-CARD-TXNS           PIC 9(05) VALUE 20000.
       01  CARD-TXN-COUNT          PIC 9(05) VALUE 0.
       01  CARD-TXN-TABLE.
           05 CARD-TXN-ENTRY OCCURS 20000 TIMES.
              10 CTX-KEY.
                 15 CTX-CARD       PIC X(16).
                 15 CTX-DATE       PIC 9(08).
                 15 CTX-TIME       PIC 9(06).
              10 CTX-MINUTES       PIC 9(10).
              10 CTX-ATM-ID        PIC X(06).
              10 CTX-REGION        PIC X(20).
              10 CTX-TRN           PIC 9(05).
              10 CTX-AMOUNT        PIC 9(10).
       01  CTX-NEW-KEY.
           05 CTX-NEW-CARD         PIC X(16).
           05 CTX-NEW-DATE         PIC 9(08).
           05 CTX-NEW-TIME         PIC 9(06).
       01  CTX-INS-POS             PIC 9(05) VALUE 0.
       01  CTX-IDX                 PIC 9(05) VALUE 0.
       01  CARD-FIRST-IDX          PIC 9(05) VALUE 0.
       01  CARD-LAST-IDX           PIC 9(05) VALUE 0.
       01  DAY-FIRST-IDX           PIC 9(05) VALUE 0.
       01  DAY-LAST-IDX            PIC 9(05) VALUE 0.
       01  WIN-START-IDX           PIC 9(05) VALUE 0.
       01  WIN-TRN                 PIC 9(07) VALUE 0.
       01  WIN-AMOUNT              PIC 9(12) VALUE 0.
       01  CARD-OVERFLOW-CNT       PIC 9(07) VALUE 0.
       01  VELOCITY-HIT-SWITCH     PIC X(01) VALUE 'N'.
           88 VELOCITY-HIT         VALUE 'Y'.
       01  ALERT-RULE              PIC X(01) VALUE SPACE.
       01  ALERT-FROM-IDX          PIC 9(05) VALUE 0.
       01  ALERT-TO-IDX            PIC 9(05) VALUE 0.
       01  ALERT-REGION-CNT        PIC 9(02) VALUE 0.
       01  FRAUD-ALERT-CNT         PIC 9(07) VALUE 0.
       01  DAY-REGION-COUNT        PIC 9(02) VALUE 0.
       01  DAY-REGION-TABLE.
           05 DAY-REGION OCCURS 20 TIMES PIC X(20).
       01  DAY-REGION-IDX          PIC 9(02) VALUE 0.
       01  DAY-REGION-FOUND        PIC 9(02) VALUE 0.
       01  OFFUS-TRANS-FILE-STATUS PIC 99 VALUE 0.
       01  OFFUS-ACQ-CNT           PIC 9(07) VALUE 0.
       01  OFFUS-ISS-CNT           PIC 9(07) VALUE 0.
       01  OFFUS-TOTAL-AMOUNT      PIC 9(10)V99 VALUE 0.
       01  ATM-JOURNAL-FILE-STATUS PIC 99 VALUE 0.
       01  JOURNAL-CNT             PIC 9(07) VALUE 0.
       01  ALERT-OUTBOX-FILE-STATUS PIC 99 VALUE 0.
       01  ALERT-SEVERITY-WS       PIC X(08) VALUE SPACES.
       01  ALERT-MESSAGE-WS        PIC X(60) VALUE SPACES.
       01  FILE-CATALOG-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS          PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT            PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL            PIC 9(15)V99 VALUE 0.
       01  PERIOD-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  PERIOD-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-PERIODS              VALUE 'NO'.
       01  PERIOD-SUBSYSTEM-WS           PIC X(08) VALUE 'ATM'.
       01  MAX-CLOSED-PERIODS            PIC 9(03) VALUE 600.
       01  CLOSED-PERIOD-COUNT           PIC 9(03) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05 CLOSED-PERIOD OCCURS 600 TIMES PIC 9(06).
       01  CLOSED-PERIOD-IDX             PIC 9(03) VALUE 0.
       01  PERIOD-CHECK-YYYYMM           PIC 9(06) VALUE 0.
       01  PERIOD-CLOSED-SWITCH          PIC X(01) VALUE 'N'.
           88 PERIOD-IS-CLOSED             VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OPEN-FILES
           PERFORM LOAD-DATE-PARMS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-THRESHOLD-PARMS
           PERFORM LOAD-CASSETTE-PARMS
           PERFORM LOAD-FEE-PARMS
           PERFORM LOAD-FRAUD-RULES
           PERFORM LOAD-ATM-HISTORY
           READ ATMS-FILE
            AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           PERFORM WRITE-FEE-REPORT
               THRU WRITE-FEE-REPORT-EXIT

           PERFORM WRITE-FRAUD-ALERTS
               THRU WRITE-FRAUD-ALERTS-EXIT

           PERFORM RECONCILE-GL

           IF RETURN-CODE = 66
               PERFORM FINISH
           END-IF.

           OPEN OUTPUT OFFUS-TRANS-FILE

           IF OFFUS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY '***ERROR OPENING OUTPUT FILE: OFFUS-TRANS-FILE'
               DISPLAY 'STATUS-CODE=' OFFUS-TRANS-FILE-STATUS
               MOVE 'OFFUS-TRANS-FILE' TO LOG-FILE-NAME-WS
               MOVE OFFUS-TRANS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

           OPEN EXTEND ATM-JOURNAL-FILE
           IF ATM-JOURNAL-FILE-STATUS = 35
               OPEN OUTPUT ATM-JOURNAL-FILE
           END-IF

           IF ATM-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY '***ERROR OPENING OUTPUT FILE: ATM-JOURNAL-FILE'
               DISPLAY 'STATUS-CODE=' ATM-JOURNAL-FILE-STATUS
               MOVE 'ATM-JOURNAL-FILE' TO LOG-FILE-NAME-WS
               MOVE ATM-JOURNAL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

      *=================================================================
       LOAD-DATE-PARMS.
           OPEN INPUT DATE-PARM-FILE.
               PERFORM WRITE-ATM-REJECT-RECORD
               GO TO PROCESS-RECORD-NEXT
           END-IF
           IF TRN-DATE >= DATE-WINDOW-START AND
              TRN-DATE <= DATE-WINDOW-END
               MOVE TRN-DATE(1:6) TO PERIOD-CHECK-YYYYMM
               PERFORM CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'ATM PERIOD CLOSED' TO REJECT-REASON-WS
                   PERFORM WRITE-ATM-REJECT-RECORD
                   GO TO PROCESS-RECORD-NEXT
               END-IF
           END-IF
           IF TRN-STATUS-DOWN OR TRN-STATUS-UP
               IF TRN-DATE >= DATE-WINDOW-START AND
                  TRN-DATE <= DATE-WINDOW-END
                   PERFORM POST-STATUS-EVENT
                       THRU POST-STATUS-EVENT-EXIT
                   PERFORM WRITE-ATM-JOURNAL
               ELSE
                   ADD 1 TO SKIPPED-CNT
               END-IF
               GO TO PROCESS-RECORD-NEXT
           END-IF
      *    OUR CARD AT ANOTHER BANK'S ATM - NO CASH MOVES HERE
           IF TRN-ISSUED
               IF TRN-DATE >= DATE-WINDOW-START AND
                  TRN-DATE <= DATE-WINDOW-END
                   PERFORM WRITE-OFFUS-RECORD
                   IF TRN-WITHDRAWAL AND CARD-TOKEN NOT = SPACES
                       PERFORM POST-CARD-TRANSACTION
                   END-IF
               ELSE
                   ADD 1 TO SKIPPED-CNT
               END-IF
                   PERFORM POST-ATM-HISTORY
                   PERFORM ACCRUE-FEES
               END-IF
               IF TRN-WITHDRAWAL AND CARD-TOKEN NOT = SPACES
                   PERFORM POST-CARD-TRANSACTION
               END-IF
               IF TRN-WITHDRAWAL
                   PERFORM WRITE-ATM-JOURNAL
               END-IF
               IF TRN-ACQUIRED
                   PERFORM WRITE-OFFUS-RECORD
               END-IF
           ELSE
               ADD 1 TO SKIPPED-CNT
           END-IF.
                    NOT TRN-STATUS-UP
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'BAD TRANSACTION TYPE' TO REJECT-REASON-WS
               WHEN TRN-TIME IS NOT NUMERIC AND
                    NOT TRN-STATUS-DOWN AND NOT TRN-STATUS-UP
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'TIME NOT NUMERIC' TO REJECT-REASON-WS
               WHEN NOT TRN-ON-US AND NOT TRN-ACQUIRED AND
                    NOT TRN-ISSUED
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'BAD ISSUER/ACQUIRER IND' TO REJECT-REASON-WS
               WHEN (TRN-ACQUIRED OR TRN-ISSUED) AND
                    NOT TRN-WITHDRAWAL AND NOT TRN-INQUIRY
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'OFF-US TYPE NOT W OR I' TO REJECT-REASON-WS
               WHEN TRN-ACQUIRED AND ISSUER-BANK-CODE = SPACES
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'ISSUER BANK IS BLANK' TO REJECT-REASON-WS
               WHEN TRN-ISSUED AND ACQUIRER-BANK-CODE = SPACES
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'ACQUIRER BANK IS BLANK' TO REJECT-REASON-WS
           END-EVALUATE
           IF RECORD-IS-VALID
               PERFORM VALIDATE-TRN-DATE
           MOVE TRN-DATE    TO ATM-REJECT-DATE
           MOVE TRN-TYPE    TO ATM-REJECT-TYPE
           MOVE REJECT-REASON-WS TO ATM-REJECT-REASON
           MOVE TRN-TIME    TO ATM-REJECT-TIME
           MOVE CARD-TOKEN  TO ATM-REJECT-CARD
           MOVE ISSUER-ACQ-IND     TO ATM-REJECT-ISS-ACQ
           MOVE ISSUER-BANK-CODE   TO ATM-REJECT-ISSUER
           MOVE ACQUIRER-BANK-CODE TO ATM-REJECT-ACQUIRER
           MOVE X'0D0A'     TO ATM-REJECT-CRLF
           WRITE ATM-REJECT-LINE
           IF ATM-REJECT-FILE-STATUS NOT = 0
           IF ATM-OVERFLOW-CNT > 0
               DISPLAY '***ATM TABLE OVERFLOWS THIS RUN: '
                       ATM-OVERFLOW-CNT
           END-IF
           DISPLAY 'OFF-US ACQUIRED: ' OFFUS-ACQ-CNT
                   '  OFF-US ISSUED: ' OFFUS-ISS-CNT
           DISPLAY 'ATM JOURNAL ENTRIES: ' JOURNAL-CNT.

       WRITE-OFFUS-RECORD.
           MOVE SPACES            TO OFFUS-TRANS-REC
           MOVE ISSUER-ACQ-IND    TO OFX-ISS-ACQ-IND
           IF TRN-ACQUIRED
               MOVE ISSUER-BANK-CODE   TO OFX-PARTNER-BANK
               ADD 1 TO OFFUS-ACQ-CNT
           ELSE
               MOVE ACQUIRER-BANK-CODE TO OFX-PARTNER-BANK
               ADD 1 TO OFFUS-ISS-CNT
           END-IF
           MOVE TRN-DATE          TO OFX-DATE
           MOVE TRN-TIME          TO OFX-TIME
           MOVE ATM-ID            TO OFX-ATM-ID
           MOVE REGION-IN         TO OFX-REGION
           MOVE TRN-TYPE          TO OFX-TYPE
           MOVE TRN-IN            TO OFX-TRN
           MOVE AMOUNT-IN         TO OFX-AMOUNT
           ADD AMOUNT-IN          TO OFFUS-TOTAL-AMOUNT
           MOVE X'0D0A'           TO OFX-CRLF
           WRITE OFFUS-TRANS-REC
           IF OFFUS-TRANS-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: OFFUS-TRANS-FILE'
               DISPLAY 'STATUS-CODE=' OFFUS-TRANS-FILE-STATUS
               MOVE 'OFFUS-TRANS-FILE' TO LOG-FILE-NAME-WS
               MOVE OFFUS-TRANS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-ATM-JOURNAL.
           MOVE SPACES            TO ATM-JOURNAL-REC
           MOVE ATM-ID            TO JRN-ATM-ID
           MOVE TRN-DATE          TO JRN-DATE
      *    STATUS EVENTS CARRY THEIR EVENT TIME IN THE AMOUNT FIELD
           IF (TRN-STATUS-DOWN OR TRN-STATUS-UP) AND
              AMOUNT-IN(1:6) IS NUMERIC
               MOVE AMOUNT-IN(1:6) TO JRN-TIME
           ELSE
               IF TRN-TIME IS NUMERIC
                   MOVE TRN-TIME  TO JRN-TIME
               ELSE
                   MOVE 0         TO JRN-TIME
               END-IF
           END-IF
           MOVE TRN-TYPE          TO JRN-TYPE
           MOVE AMOUNT-IN         TO JRN-AMOUNT
           MOVE CARD-TOKEN        TO JRN-CARD-TOKEN
           MOVE REGION-IN         TO JRN-REGION
           MOVE X'0D0A'           TO JRN-CRLF
           WRITE ATM-JOURNAL-REC
           IF ATM-JOURNAL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: ATM-JOURNAL-FILE'
               DISPLAY 'STATUS-CODE=' ATM-JOURNAL-FILE-STATUS
               MOVE 'ATM-JOURNAL-FILE' TO LOG-FILE-NAME-WS
               MOVE ATM-JOURNAL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF
           ADD 1 TO JOURNAL-CNT.

       WRITE-REGION-SUMMARY-ROW.
           MOVE ALL SPACES         TO REGION-SUMMARY-LINE
           MOVE REGION-NAME(IDX)   TO SUMMARY-REGION-NAME
               MOVE 'ANOMALY-HIGH VOLUME' TO SUMMARY-FLAG
               DISPLAY '***ANOMALY: REGION ' REGION-NAME(IDX)
                       ' EXCEEDS THRESHOLD'
               MOVE 'WARNING' TO ALERT-SEVERITY-WS
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING 'ANOMALY: REGION ' DELIMITED BY SIZE
                      REGION-NAME(IDX) DELIMITED BY SIZE
                      ' EXCEEDS VOLUME THRESHOLD' DELIMITED BY SIZE
                 INTO ALERT-MESSAGE-WS
               PERFORM RAISE-ALERT
           END-IF
           MOVE X'0D0A'            TO SUMMARY-CRLF
           WRITE REGION-SUMMARY-LINE
               MOVE ATM-HISTORY-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE 0 TO CATALOG-RECORD-CNT
               MOVE 0 TO CATALOG-HASH-TOTAL
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > HIST-COUNT
                   MOVE HIST-ATM-ID(HIST-IDX) TO AHIST-ATM-ID
                           TO AHIST-TYPE-TRN(TRN-TYPE-IDX)
                       MOVE HIST-TYPE-AMOUNT(HIST-IDX, TRN-TYPE-IDX)
                           TO AHIST-TYPE-AMOUNT(TRN-TYPE-IDX)
                       ADD HIST-TYPE-AMOUNT(HIST-IDX, TRN-TYPE-IDX)
                           TO CATALOG-HASH-TOTAL
                   END-PERFORM
                   MOVE X'0D0A' TO AHIST-CRLF
                   WRITE ATM-HISTORY-REC
                   ADD 1 TO CATALOG-RECORD-CNT
               END-PERFORM
               CLOSE ATM-HISTORY-FILE
               MOVE 'ATM-HISTORY-FILE' TO CATALOG-FILE-NAME-WS
               PERFORM CATALOG-GENERATION
           END-IF.

       WRITE-PROFILE-REPORT.
                      DOW-AVG                  DELIMITED BY SIZE
                 INTO PROFILE-TEXT
               PERFORM WRITE-PROFILE-LINE
               MOVE 'WARNING' TO ALERT-SEVERITY-WS
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING 'DEVIATION: ATM ' DELIMITED BY SIZE
                      PROFILE-ATM-ID DELIMITED BY SIZE
                      ' WITHDRAWALS OUT OF LINE FOR WEEKDAY'
                          DELIMITED BY SIZE
                 INTO ALERT-MESSAGE-WS
               PERFORM RAISE-ALERT
           END-IF.
       CHECK-DEVIATION-ALERT-EXIT.
           EXIT.
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.
      *=================================================================
       LOAD-FRAUD-RULES.
           OPEN INPUT FRAUD-RULE-FILE.
           IF FRAUD-RULE-FILE-STATUS = 0
              READ FRAUD-RULE-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE 'Y' TO FRAUD-RULES-SWITCH
                    IF FRULE-MAX-COUNT IS NUMERIC
                        MOVE FRULE-MAX-COUNT TO FRAUD-MAX-COUNT
                    END-IF
                    IF FRULE-MAX-AMOUNT IS NUMERIC
                        MOVE FRULE-MAX-AMOUNT TO FRAUD-MAX-AMOUNT
                    END-IF
                    IF FRULE-WINDOW-MINS IS NUMERIC AND
                       FRULE-WINDOW-MINS NOT = ZERO
                        MOVE FRULE-WINDOW-MINS TO FRAUD-WINDOW-MINS
                    END-IF
                    IF FRULE-MAX-REGIONS IS NUMERIC AND
                       FRULE-MAX-REGIONS NOT = ZERO
                        MOVE FRULE-MAX-REGIONS TO FRAUD-MAX-REGIONS
                    END-IF
              END-READ
              CLOSE FRAUD-RULE-FILE
           END-IF.

       POST-CARD-TRANSACTION.
           IF CARD-TXN-COUNT >= MAX-CARD-TXNS
               ADD 1 TO CARD-OVERFLOW-CNT
               IF CARD-OVERFLOW-CNT = 1
                   DISPLAY '***ERROR ATMTRANS: CARD TRANSACTION TABLE '
                           'FULL - LATER CARD WITHDRAWALS NOT CHECKED'
               END-IF
           ELSE
               MOVE CARD-TOKEN TO CTX-NEW-CARD
               MOVE TRN-DATE   TO CTX-NEW-DATE
               MOVE TRN-TIME   TO CTX-NEW-TIME
               ADD 1 TO CARD-TXN-COUNT
               MOVE CARD-TXN-COUNT TO CTX-INS-POS
               PERFORM UNTIL CTX-INS-POS = 1 OR
                       CTX-KEY(CTX-INS-POS - 1) NOT > CTX-NEW-KEY
                   MOVE CARD-TXN-ENTRY(CTX-INS-POS - 1)
                       TO CARD-TXN-ENTRY(CTX-INS-POS)
                   SUBTRACT 1 FROM CTX-INS-POS
               END-PERFORM
               MOVE TRN-TIME TO EVENT-TIME-WORK
               MOVE CTX-NEW-KEY TO CTX-KEY(CTX-INS-POS)
               COMPUTE CTX-MINUTES(CTX-INS-POS) =
                   FUNCTION INTEGER-OF-DATE(TRN-DATE) * 1440
                   + (EVENT-HH * 60) + EVENT-MM
               MOVE ATM-ID    TO CTX-ATM-ID(CTX-INS-POS)
               MOVE REGION-IN TO CTX-REGION(CTX-INS-POS)
               MOVE TRN-IN    TO CTX-TRN(CTX-INS-POS)
               MOVE AMOUNT-IN TO CTX-AMOUNT(CTX-INS-POS)
           END-IF.

       WRITE-FRAUD-ALERTS.
           OPEN OUTPUT FRAUD-ALERT-FILE
           IF FRAUD-ALERT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: FRAUD-ALERT-FILE'
               DISPLAY 'STATUS-CODE=' FRAUD-ALERT-FILE-STATUS
               MOVE 'FRAUD-ALERT-FILE' TO LOG-FILE-NAME-WS
               MOVE FRAUD-ALERT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               GO TO WRITE-FRAUD-ALERTS-EXIT
           END-IF
           IF NOT FRAUD-RULES-LOADED
               DISPLAY 'ATMTRANS: NO FRAUD RULE FILE - CARD VELOCITY '
                       'CHECK SKIPPED'
               CLOSE FRAUD-ALERT-FILE
               GO TO WRITE-FRAUD-ALERTS-EXIT
           END-IF
           PERFORM LOAD-RUN-ID
           MOVE 1 TO CARD-FIRST-IDX
           PERFORM UNTIL CARD-FIRST-IDX > CARD-TXN-COUNT
               MOVE CARD-FIRST-IDX TO CARD-LAST-IDX
               PERFORM UNTIL CARD-LAST-IDX = CARD-TXN-COUNT OR
                       CTX-CARD(CARD-LAST-IDX + 1) NOT =
                       CTX-CARD(CARD-FIRST-IDX)
                   ADD 1 TO CARD-LAST-IDX
               END-PERFORM
               IF FRAUD-MAX-COUNT > 0 OR FRAUD-MAX-AMOUNT > 0
                   PERFORM CHECK-CARD-VELOCITY
               END-IF
               PERFORM CHECK-CARD-REGIONS
               COMPUTE CARD-FIRST-IDX = CARD-LAST-IDX + 1
           END-PERFORM
           CLOSE FRAUD-ALERT-FILE
           DISPLAY 'ATMTRANS: CARD WITHDRAWALS CHECKED = '
                   CARD-TXN-COUNT
           IF FRAUD-ALERT-CNT > 0
               DISPLAY '***ATMTRANS: FRAUD ALERTS RAISED = '
                       FRAUD-ALERT-CNT
           END-IF.
       WRITE-FRAUD-ALERTS-EXIT.
           EXIT.

       CHECK-CARD-VELOCITY.
           MOVE 'N' TO VELOCITY-HIT-SWITCH
           MOVE CARD-FIRST-IDX TO WIN-START-IDX
           MOVE 0 TO WIN-TRN
           MOVE 0 TO WIN-AMOUNT
           PERFORM VARYING CTX-IDX FROM CARD-FIRST-IDX BY 1
                   UNTIL CTX-IDX > CARD-LAST-IDX OR VELOCITY-HIT
               ADD CTX-TRN(CTX-IDX)    TO WIN-TRN
               ADD CTX-AMOUNT(CTX-IDX) TO WIN-AMOUNT
               PERFORM UNTIL CTX-MINUTES(CTX-IDX)
                       - CTX-MINUTES(WIN-START-IDX)
                       NOT > FRAUD-WINDOW-MINS
                   SUBTRACT CTX-TRN(WIN-START-IDX)    FROM WIN-TRN
                   SUBTRACT CTX-AMOUNT(WIN-START-IDX) FROM WIN-AMOUNT
                   ADD 1 TO WIN-START-IDX
               END-PERFORM
               IF FRAUD-MAX-COUNT > 0 AND WIN-TRN > FRAUD-MAX-COUNT
                   MOVE 'Y' TO VELOCITY-HIT-SWITCH
                   MOVE 'N' TO ALERT-RULE
               END-IF
               IF NOT VELOCITY-HIT AND FRAUD-MAX-AMOUNT > 0 AND
                  WIN-AMOUNT > FRAUD-MAX-AMOUNT
                   MOVE 'Y' TO VELOCITY-HIT-SWITCH
                   MOVE 'V' TO ALERT-RULE
               END-IF
               IF VELOCITY-HIT
                   MOVE WIN-START-IDX TO ALERT-FROM-IDX
                   MOVE CTX-IDX       TO ALERT-TO-IDX
               END-IF
           END-PERFORM
           IF VELOCITY-HIT
               PERFORM UNTIL ALERT-TO-IDX = CARD-LAST-IDX OR
                       CTX-MINUTES(ALERT-TO-IDX + 1)
                       - CTX-MINUTES(ALERT-FROM-IDX)
                       > FRAUD-WINDOW-MINS
                   ADD 1 TO ALERT-TO-IDX
               END-PERFORM
               MOVE 0 TO ALERT-REGION-CNT
               PERFORM WRITE-FRAUD-ALERT
           END-IF.

       CHECK-CARD-REGIONS.
           MOVE CARD-FIRST-IDX TO DAY-FIRST-IDX
           PERFORM UNTIL DAY-FIRST-IDX > CARD-LAST-IDX
               MOVE DAY-FIRST-IDX TO DAY-LAST-IDX
               PERFORM UNTIL DAY-LAST-IDX = CARD-LAST-IDX OR
                       CTX-DATE(DAY-LAST-IDX + 1) NOT =
                       CTX-DATE(DAY-FIRST-IDX)
                   ADD 1 TO DAY-LAST-IDX
               END-PERFORM
               MOVE 0 TO DAY-REGION-COUNT
               PERFORM VARYING CTX-IDX FROM DAY-FIRST-IDX BY 1
                       UNTIL CTX-IDX > DAY-LAST-IDX
                   PERFORM COUNT-DAY-REGION
               END-PERFORM
               IF DAY-REGION-COUNT > FRAUD-MAX-REGIONS
                   MOVE 'R'              TO ALERT-RULE
                   MOVE DAY-FIRST-IDX    TO ALERT-FROM-IDX
                   MOVE DAY-LAST-IDX     TO ALERT-TO-IDX
                   MOVE DAY-REGION-COUNT TO ALERT-REGION-CNT
                   PERFORM WRITE-FRAUD-ALERT
               END-IF
               COMPUTE DAY-FIRST-IDX = DAY-LAST-IDX + 1
           END-PERFORM.

       COUNT-DAY-REGION.
           MOVE 0 TO DAY-REGION-FOUND
           PERFORM VARYING DAY-REGION-IDX FROM 1 BY 1
                   UNTIL DAY-REGION-IDX > DAY-REGION-COUNT
                      OR DAY-REGION-FOUND > 0
               IF DAY-REGION(DAY-REGION-IDX) = CTX-REGION(CTX-IDX)
                   MOVE DAY-REGION-IDX TO DAY-REGION-FOUND
               END-IF
           END-PERFORM
           IF DAY-REGION-FOUND = 0 AND DAY-REGION-COUNT < 20
               ADD 1 TO DAY-REGION-COUNT
               MOVE CTX-REGION(CTX-IDX) TO DAY-REGION(DAY-REGION-COUNT)
           END-IF.

       WRITE-FRAUD-ALERT.
           ADD 1 TO FRAUD-ALERT-CNT
           MOVE 0 TO WIN-TRN
           MOVE 0 TO WIN-AMOUNT
           PERFORM VARYING CTX-IDX FROM ALERT-FROM-IDX BY 1
                   UNTIL CTX-IDX > ALERT-TO-IDX
               ADD CTX-TRN(CTX-IDX)    TO WIN-TRN
               ADD CTX-AMOUNT(CTX-IDX) TO WIN-AMOUNT
           END-PERFORM
           MOVE SPACES                   TO FRAUD-ALERT-REC
           MOVE 'A'                      TO FA-REC-TYPE
           MOVE CTX-CARD(ALERT-FROM-IDX) TO FA-CARD-TOKEN
           MOVE ALERT-RULE               TO FA-RULE
           EVALUATE ALERT-RULE
               WHEN 'N'
                   MOVE 'WITHDRAWAL COUNT'  TO FA-RULE-TEXT
               WHEN 'V'
                   MOVE 'WITHDRAWAL AMOUNT' TO FA-RULE-TEXT
               WHEN OTHER
                   MOVE 'REGIONS SAME DAY'  TO FA-RULE-TEXT
           END-EVALUATE
           MOVE CTX-DATE(ALERT-FROM-IDX) TO FA-DATE
           MOVE WIN-TRN                  TO FA-TRN-COUNT
           MOVE WIN-AMOUNT               TO FA-AMOUNT
           MOVE ALERT-REGION-CNT         TO FA-REGIONS
           MOVE BATCH-RUN-ID             TO FA-RUN-ID
           DISPLAY '***FRAUD ALERT: CARD ' FA-CARD-TOKEN ' '
                   FA-RULE-TEXT ' ' FA-DATE
           MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
           MOVE SPACES TO ALERT-MESSAGE-WS
           STRING 'FRAUD: CARD ' DELIMITED BY SIZE
                  FA-CARD-TOKEN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FA-RULE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FA-DATE DELIMITED BY SIZE
             INTO ALERT-MESSAGE-WS
           PERFORM RAISE-ALERT
           PERFORM WRITE-FRAUD-ALERT-LINE
           PERFORM VARYING CTX-IDX FROM ALERT-FROM-IDX BY 1
                   UNTIL CTX-IDX > ALERT-TO-IDX
               MOVE SPACES               TO FRAUD-TXN-REC
               MOVE 'T'                  TO FT-REC-TYPE
               MOVE CTX-CARD(CTX-IDX)    TO FT-CARD-TOKEN
               MOVE CTX-DATE(CTX-IDX)    TO FT-DATE
               MOVE CTX-TIME(CTX-IDX)    TO FT-TIME
               MOVE CTX-ATM-ID(CTX-IDX)  TO FT-ATM-ID
               MOVE CTX-REGION(CTX-IDX)  TO FT-REGION
               MOVE CTX-TRN(CTX-IDX)     TO FT-TRN
               MOVE CTX-AMOUNT(CTX-IDX)  TO FT-AMOUNT
               PERFORM WRITE-FRAUD-ALERT-LINE
           END-PERFORM.

       WRITE-FRAUD-ALERT-LINE.
           MOVE X'0D0A' TO FA-CRLF
           WRITE FRAUD-ALERT-REC
           IF FRAUD-ALERT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: FRAUD-ALERT-FILE'
               DISPLAY 'STATUS-CODE=' FRAUD-ALERT-FILE-STATUS
               MOVE 'FRAUD-ALERT-FILE' TO LOG-FILE-NAME-WS
               MOVE FRAUD-ALERT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.
      *=================================================================
       RECONCILE-GL.
           OPEN INPUT GL-FILE.
                           IF GLT-HASH IS NUMERIC
                               MOVE GLT-HASH TO GL-EXP-HASH
                           END-IF
                       WHEN GL-REGION-NAME = GL-SETTLE-ACCOUNT
                           ADD 1 TO GL-READ-COUNT
                           IF GL-AMOUNT IS NUMERIC
                               ADD GL-AMOUNT TO GL-READ-HASH
                               ADD GL-AMOUNT TO GL-SETTLE-AMOUNT
                           END-IF
                           MOVE 'Y' TO GL-SETTLE-SEEN-SWITCH
                       WHEN OTHER
                           ADD 1 TO GL-READ-COUNT
                           IF GL-AMOUNT IS NUMERIC
           IF ATM-OVERFLOW-CNT > 0 AND RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
           IF CARD-OVERFLOW-CNT > 0 AND RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
           CLOSE ATMS-FILE
                 REGION-SUMMARY-FILE
                 ATM-REJECT-FILE
                 OFFUS-TRANS-FILE
                 ATM-JOURNAL-FILE

           PERFORM WRITE-AUDIT-TRAIL
           PERFORM WRITE-RECON-RECORD
               END-IF
               COMPUTE FEE-ABS-AMOUNT =
                   FUNCTION ABS(TOTAL-FEE-REVENUE)
               MOVE 2 TO CATALOG-RECORD-CNT
               COMPUTE CATALOG-HASH-TOTAL =
                   RECON-TOTAL-AMOUNT + FEE-ABS-AMOUNT
               MOVE SPACES            TO RECON-LINE
               MOVE 'ATMTRANS-FEE'    TO RECON-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO RECON-RUN-DATE
                   MOVE RECON-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               END-IF
               IF OFFUS-ACQ-CNT > 0 OR OFFUS-ISS-CNT > 0
                   MOVE SPACES            TO RECON-LINE
                   MOVE 'ATMTRANS-OFF'    TO RECON-PROGRAM-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8)  TO RECON-RUN-DATE
                   MOVE OFFUS-TOTAL-AMOUNT TO RECON-AMOUNT
                   MOVE BATCH-RUN-ID      TO RECON-RUN-ID
                   MOVE X'0D0A'           TO RECON-CRLF
                   WRITE RECON-LINE
                   IF RECON-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'RECON-FILE'
                       DISPLAY 'STATUS-CODE=' RECON-FILE-STATUS
                       MOVE 'RECON-FILE' TO LOG-FILE-NAME-WS
                       MOVE RECON-FILE-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   ADD 1 TO CATALOG-RECORD-CNT
                   ADD OFFUS-TOTAL-AMOUNT TO CATALOG-HASH-TOTAL
               END-IF
               IF GL-SETTLE-SEEN
                   MOVE SPACES            TO RECON-LINE
                   MOVE 'GL-SETTLE'       TO RECON-PROGRAM-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8)  TO RECON-RUN-DATE
                   MOVE GL-SETTLE-AMOUNT  TO RECON-AMOUNT
                   MOVE BATCH-RUN-ID      TO RECON-RUN-ID
                   MOVE X'0D0A'           TO RECON-CRLF
                   WRITE RECON-LINE
                   IF RECON-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'RECON-FILE'
                       DISPLAY 'STATUS-CODE=' RECON-FILE-STATUS
                       MOVE 'RECON-FILE' TO LOG-FILE-NAME-WS
                       MOVE RECON-FILE-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   ADD 1 TO CATALOG-RECORD-CNT
                   ADD GL-SETTLE-AMOUNT TO CATALOG-HASH-TOTAL
               END-IF
               CLOSE RECON-FILE
               MOVE 'RECON-FILE' TO CATALOG-FILE-NAME-WS
               PERFORM CATALOG-GENERATION
           END-IF.

       WRITE-AUDIT-TRAIL.
               CLOSE ERROR-LOG-FILE
           END-IF.

       RAISE-ALERT.
           PERFORM LOAD-RUN-ID
           OPEN EXTEND ALERT-OUTBOX-FILE
           IF ALERT-OUTBOX-FILE-STATUS = 35
               OPEN OUTPUT ALERT-OUTBOX-FILE
           END-IF
           IF ALERT-OUTBOX-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: ALERT-OUTBOX-FILE'
               DISPLAY 'STATUS-CODE=' ALERT-OUTBOX-FILE-STATUS
           ELSE
               MOVE SPACES             TO ALERT-OUTBOX-REC
               MOVE ALERT-SEVERITY-WS  TO OUTBOX-SEVERITY
               MOVE 'ATMTRANS'         TO OUTBOX-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO OUTBOX-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO OUTBOX-RUN-TIME
               MOVE BATCH-RUN-ID       TO OUTBOX-RUN-ID
               MOVE ALERT-MESSAGE-WS   TO OUTBOX-MESSAGE
               MOVE X'0D0A'            TO OUTBOX-CRLF
               WRITE ALERT-OUTBOX-REC
               CLOSE ALERT-OUTBOX-FILE
           END-IF.

       CATALOG-GENERATION.
           PERFORM LOAD-RUN-ID
           OPEN EXTEND FILE-CATALOG-FILE
           IF FILE-CATALOG-FILE-STATUS = 35
               OPEN OUTPUT FILE-CATALOG-FILE
           END-IF
           IF FILE-CATALOG-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: FILE-CATALOG-FILE'
               DISPLAY 'STATUS-CODE=' FILE-CATALOG-FILE-STATUS
               MOVE 'FILE-CATALOG-FILE' TO LOG-FILE-NAME-WS
               MOVE FILE-CATALOG-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES               TO FILE-CATALOG-REC
               MOVE CATALOG-FILE-NAME-WS TO CAT-FILE-NAME
               MOVE 'ATMTRANS'           TO CAT-PROGRAM-NAME
               MOVE BATCH-RUN-ID         TO CAT-RUN-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CAT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CAT-RUN-TIME
               MOVE CATALOG-RECORD-CNT   TO CAT-RECORD-CNT
               MOVE CATALOG-HASH-TOTAL   TO CAT-HASH-TOTAL
               MOVE X'0D0A'              TO CAT-CRLF
               WRITE FILE-CATALOG-REC
               IF FILE-CATALOG-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'FILE-CATALOG-FILE'
                   DISPLAY 'STATUS-CODE=' FILE-CATALOG-FILE-STATUS
                   MOVE 'FILE-CATALOG-FILE' TO LOG-FILE-NAME-WS
                   MOVE FILE-CATALOG-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE FILE-CATALOG-FILE
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
           DISPLAY 'ATMTRANS: CLOSED ATM PERIODS = '
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
       END PROGRAM ATMTRANS.
