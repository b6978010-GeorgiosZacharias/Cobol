       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-OUTBOX-FILE ASSIGN TO DISK
               FILE STATUS IS ALERT-OUTBOX-FILE-STATUS.

           SELECT ALERT-POSITION-FILE ASSIGN TO DISK
               FILE STATUS IS ALERT-POSITION-FILE-STATUS.

           SELECT ONCALL-ROUTING-FILE ASSIGN TO DISK
               FILE STATUS IS ONCALL-ROUTING-FILE-STATUS.

           SELECT ESCALATION-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS ESCALATION-PARM-FILE-STATUS.

           SELECT ALERT-ACK-FILE ASSIGN TO DISK
               FILE STATUS IS ALERT-ACK-FILE-STATUS.

           SELECT OPEN-ALERT-FILE ASSIGN TO DISK
               FILE STATUS IS OPEN-ALERT-FILE-STATUS.

           SELECT GATEWAY-OUTBOUND-FILE ASSIGN TO DISK
               FILE STATUS IS GATEWAY-OUTBOUND-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      *    RESET TO ZERO WHEN THE OUTBOX IS ARCHIVED
       FD  ALERT-POSITION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ALERT-POSITION-REC.
       01  ALERT-POSITION-REC.
           05 POSITION-ALERT-CNT     PIC 9(06).
           05 POSITION-CRLF          PIC X(02).

      *    BLANK SEVERITY OR PROGRAM MATCHES ANY - CHANNEL E OR S
       FD  ONCALL-ROUTING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS ONCALL-ROUTING-REC.
       01  ONCALL-ROUTING-REC.
           05 ROUTE-SEVERITY         PIC X(08).
           05 ROUTE-PROGRAM-NAME     PIC X(12).
           05 ROUTE-LEVEL            PIC 9(01).
           05 ROUTE-CONTACT          PIC X(20).
           05 ROUTE-CHANNEL          PIC X(01).
           05 ROUTE-ADDRESS          PIC X(40).
           05 ROUTE-CRLF             PIC X(02).

       FD  ESCALATION-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS ESCALATION-PARM-REC.
       01  ESCALATION-PARM-REC.
           05 ESC-PARM-MINUTES       PIC 9(04).
           05 ESC-PARM-CRLF          PIC X(02).

       FD  ALERT-ACK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS ALERT-ACK-REC.
       01  ALERT-ACK-REC.
           05 ACK-ALERT-ID           PIC 9(06).
           05 ACK-CONTACT            PIC X(20).
           05 ACK-DATE               PIC 9(08).
           05 ACK-TIME               PIC 9(06).
           05 ACK-CRLF               PIC X(02).

       FD  OPEN-ALERT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORD IS OPEN-ALERT-REC.
       01  OPEN-ALERT-REC.
           05 OPEN-ALERT-ID          PIC 9(06).
           05 OPEN-LEVEL             PIC 9(01).
           05 OPEN-NOTIFY-DATE       PIC 9(08).
           05 OPEN-NOTIFY-TIME       PIC 9(06).
           05 OPEN-SEVERITY          PIC X(08).
           05 OPEN-PROGRAM-NAME      PIC X(12).
           05 OPEN-RUN-ID            PIC 9(06).
           05 OPEN-MESSAGE           PIC X(60).
           05 OPEN-CRLF              PIC X(02).

       FD  GATEWAY-OUTBOUND-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 154 CHARACTERS
           DATA RECORD IS GATEWAY-OUTBOUND-REC.
       01  GATEWAY-OUTBOUND-REC.
           05 GW-CHANNEL             PIC X(05).
           05 FILLER                 PIC X(02).
           05 GW-ADDRESS             PIC X(40).
           05 FILLER                 PIC X(02).
           05 GW-ALERT-ID            PIC 9(06).
           05 FILLER                 PIC X(02).
           05 GW-LEVEL               PIC 9(01).
           05 FILLER                 PIC X(02).
           05 GW-SEVERITY            PIC X(08).
           05 FILLER                 PIC X(02).
           05 GW-PROGRAM-NAME        PIC X(12).
           05 FILLER                 PIC X(02).
           05 GW-RUN-ID              PIC 9(06).
           05 FILLER                 PIC X(02).
           05 GW-MESSAGE             PIC X(60).
           05 GW-CRLF                PIC X(02).

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
       01  ALERT-OUTBOX-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ALERT-POSITION-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  ONCALL-ROUTING-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  ESCALATION-PARM-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  ALERT-ACK-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  OPEN-ALERT-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  GATEWAY-OUTBOUND-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS             PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                   PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH           PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                 VALUE 'Y'.
       01  LOG-FILE-NAME-WS               PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS             PIC X(02) VALUE SPACES.
       01  DATA-REMAINS-SWITCH            PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                  VALUE 'NO'.
       01  ESCALATE-AFTER-MINS            PIC 9(04) VALUE 30.
       01  ALERTS-ALREADY-SENT            PIC 9(06) VALUE 0.
       01  ALERT-SEQ                      PIC 9(06) VALUE 0.
       01  NOW-DATE                       PIC 9(08) VALUE 0.
       01  NOW-TIME                       PIC 9(06) VALUE 0.
       01  NOW-MINUTES                    PIC 9(10) VALUE 0.
       01  NOTIFY-MINUTES                 PIC 9(10) VALUE 0.
       01  TIME-WORK.
           05 TIME-WORK-HH                PIC 9(02).
           05 TIME-WORK-MM                PIC 9(02).
           05 TIME-WORK-SS                PIC 9(02).
       01  TIME-WORK-NUM REDEFINES TIME-WORK
                                          PIC 9(06).
       01  MAX-ROUTES                     PIC 9(02) VALUE 50.
       01  ROUTE-COUNT                    PIC 9(02) VALUE 0.
       01  ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 50 TIMES.
              10 ROUTE-TBL-SEVERITY       PIC X(08).
              10 ROUTE-TBL-PROGRAM        PIC X(12).
              10 ROUTE-TBL-LEVEL          PIC 9(01).
              10 ROUTE-TBL-CONTACT        PIC X(20).
              10 ROUTE-TBL-CHANNEL        PIC X(01).
              10 ROUTE-TBL-ADDRESS        PIC X(40).
       01  ROUTE-IDX                      PIC 9(02) VALUE 0.
       01  MAX-OPEN-ALERTS                PIC 9(03) VALUE 500.
       01  OPEN-COUNT                     PIC 9(03) VALUE 0.
       01  OPEN-ALERT-TABLE.
           05 OPEN-ENTRY OCCURS 500 TIMES.
              10 OPEN-TBL-ALERT-ID        PIC 9(06).
              10 OPEN-TBL-LEVEL           PIC 9(01).
              10 OPEN-TBL-NOTIFY-DATE     PIC 9(08).
              10 OPEN-TBL-NOTIFY-TIME     PIC 9(06).
              10 OPEN-TBL-SEVERITY        PIC X(08).
              10 OPEN-TBL-PROGRAM         PIC X(12).
              10 OPEN-TBL-RUN-ID          PIC 9(06).
              10 OPEN-TBL-MESSAGE         PIC X(60).
              10 OPEN-TBL-ACKED           PIC X(01).
       01  OPEN-IDX                       PIC 9(03) VALUE 0.
       01  SEND-ALERT-ID                  PIC 9(06) VALUE 0.
       01  SEND-LEVEL                     PIC 9(01) VALUE 0.
       01  SEND-SEVERITY                  PIC X(08) VALUE SPACES.
       01  SEND-PROGRAM                   PIC X(12) VALUE SPACES.
       01  SEND-RUN-ID                    PIC 9(06) VALUE 0.
       01  SEND-MESSAGE                   PIC X(60) VALUE SPACES.
       01  SEND-CONTACT-CNT               PIC 9(02) VALUE 0.
       01  NEW-ALERT-CNT                  PIC 9(05) VALUE 0.
       01  MESSAGES-SENT-CNT              PIC 9(05) VALUE 0.
       01  UNROUTED-CNT                   PIC 9(05) VALUE 0.
       01  ACKS-APPLIED-CNT               PIC 9(05) VALUE 0.
       01  ESCALATED-CNT                  PIC 9(05) VALUE 0.
       01  REPAGED-CNT                    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO NOW-TIME
           MOVE NOW-TIME TO TIME-WORK-NUM
           COMPUTE NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(NOW-DATE) * 1440
               + TIME-WORK-HH * 60 + TIME-WORK-MM
           PERFORM LOAD-ESCALATION-PARM
           PERFORM LOAD-ROUTING-TABLE
           PERFORM LOAD-ALERT-POSITION
           PERFORM LOAD-OPEN-ALERTS
           PERFORM APPLY-ACKNOWLEDGEMENTS
           PERFORM OPEN-GATEWAY
           PERFORM DISPATCH-NEW-ALERTS
           PERFORM ESCALATE-OPEN-ALERTS
           CLOSE GATEWAY-OUTBOUND-FILE
           PERFORM REWRITE-OPEN-ALERTS
           PERFORM SAVE-ALERT-POSITION
           PERFORM FINISH.

       LOAD-ESCALATION-PARM.
           OPEN INPUT ESCALATION-PARM-FILE
           IF ESCALATION-PARM-FILE-STATUS = 0
               READ ESCALATION-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ESC-PARM-MINUTES IS NUMERIC AND
                          ESC-PARM-MINUTES > 0
                           MOVE ESC-PARM-MINUTES
                               TO ESCALATE-AFTER-MINS
                       END-IF
               END-READ
               CLOSE ESCALATION-PARM-FILE
           END-IF
           DISPLAY 'ALERTDSP: UNACKNOWLEDGED CRITICAL ALERTS ESCALATE '
                   'AFTER ' ESCALATE-AFTER-MINS ' MINUTES'.

       LOAD-ROUTING-TABLE.
           OPEN INPUT ONCALL-ROUTING-FILE
           IF ONCALL-ROUTING-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'ONCALL-ROUTING-FILE'
               DISPLAY 'STATUS-CODE=' ONCALL-ROUTING-FILE-STATUS
               MOVE 'ONCALL-ROUTING-FILE' TO LOG-FILE-NAME-WS
               MOVE ONCALL-ROUTING-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               DISPLAY '***ALERTDSP: NO ROUTING TABLE - ALERTS LEFT '
                       'ON THE OUTBOX FOR THE NEXT RUN'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH
           READ ONCALL-ROUTING-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF ROUTE-CONTACT NOT = SPACES AND
                  ROUTE-ADDRESS NOT = SPACES AND
                  ROUTE-LEVEL IS NUMERIC AND ROUTE-LEVEL > 0 AND
                  (ROUTE-CHANNEL = 'E' OR ROUTE-CHANNEL = 'S')
                   IF ROUTE-COUNT < MAX-ROUTES
                       ADD 1 TO ROUTE-COUNT
                       MOVE ROUTE-SEVERITY
                           TO ROUTE-TBL-SEVERITY(ROUTE-COUNT)
                       MOVE ROUTE-PROGRAM-NAME
                           TO ROUTE-TBL-PROGRAM(ROUTE-COUNT)
                       MOVE ROUTE-LEVEL TO ROUTE-TBL-LEVEL(ROUTE-COUNT)
                       MOVE ROUTE-CONTACT
                           TO ROUTE-TBL-CONTACT(ROUTE-COUNT)
                       MOVE ROUTE-CHANNEL
                           TO ROUTE-TBL-CHANNEL(ROUTE-COUNT)
                       MOVE ROUTE-ADDRESS
                           TO ROUTE-TBL-ADDRESS(ROUTE-COUNT)
                   ELSE
                       DISPLAY '***WARNING ALERTDSP: ROUTING TABLE '
                               'FULL - CONTACT ' ROUTE-CONTACT
                               ' IGNORED'
                   END-IF
               ELSE
                   DISPLAY '***WARNING ALERTDSP: ROUTING ENTRY FOR '
                           ROUTE-CONTACT ' INCOMPLETE - IGNORED'
               END-IF
               READ ONCALL-ROUTING-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE ONCALL-ROUTING-FILE
           DISPLAY 'ALERTDSP: ON-CALL ROUTES LOADED = ' ROUTE-COUNT.

       LOAD-ALERT-POSITION.
           OPEN INPUT ALERT-POSITION-FILE
           IF ALERT-POSITION-FILE-STATUS = 0
               READ ALERT-POSITION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POSITION-ALERT-CNT IS NUMERIC
                           MOVE POSITION-ALERT-CNT
                               TO ALERTS-ALREADY-SENT
                       END-IF
               END-READ
               CLOSE ALERT-POSITION-FILE
           END-IF.

       LOAD-OPEN-ALERTS.
           OPEN INPUT OPEN-ALERT-FILE
           IF OPEN-ALERT-FILE-STATUS = 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               READ OPEN-ALERT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF OPEN-ALERT-ID IS NUMERIC AND
                      OPEN-COUNT < MAX-OPEN-ALERTS
                       ADD 1 TO OPEN-COUNT
                       MOVE OPEN-ALERT-ID
                           TO OPEN-TBL-ALERT-ID(OPEN-COUNT)
                       MOVE OPEN-LEVEL TO OPEN-TBL-LEVEL(OPEN-COUNT)
                       MOVE OPEN-NOTIFY-DATE
                           TO OPEN-TBL-NOTIFY-DATE(OPEN-COUNT)
                       MOVE OPEN-NOTIFY-TIME
                           TO OPEN-TBL-NOTIFY-TIME(OPEN-COUNT)
                       MOVE OPEN-SEVERITY
                           TO OPEN-TBL-SEVERITY(OPEN-COUNT)
                       MOVE OPEN-PROGRAM-NAME
                           TO OPEN-TBL-PROGRAM(OPEN-COUNT)
                       MOVE OPEN-RUN-ID TO OPEN-TBL-RUN-ID(OPEN-COUNT)
                       MOVE OPEN-MESSAGE
                           TO OPEN-TBL-MESSAGE(OPEN-COUNT)
                       MOVE 'N' TO OPEN-TBL-ACKED(OPEN-COUNT)
                   END-IF
                   READ OPEN-ALERT-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           END-IF.

       APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT ALERT-ACK-FILE
           IF ALERT-ACK-FILE-STATUS = 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               READ ALERT-ACK-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF ACK-ALERT-ID IS NUMERIC
                       PERFORM VARYING OPEN-IDX FROM 1 BY 1
                               UNTIL OPEN-IDX > OPEN-COUNT
                           IF OPEN-TBL-ALERT-ID(OPEN-IDX) = ACK-ALERT-ID
                              AND OPEN-TBL-ACKED(OPEN-IDX) = 'N'
                               MOVE 'Y' TO OPEN-TBL-ACKED(OPEN-IDX)
                               ADD 1 TO ACKS-APPLIED-CNT
                               DISPLAY 'ALERTDSP: ALERT ' ACK-ALERT-ID
                                       ' ACKNOWLEDGED BY ' ACK-CONTACT
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ALERT-ACK-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
               OPEN OUTPUT ALERT-ACK-FILE
               CLOSE ALERT-ACK-FILE
           END-IF.

       OPEN-GATEWAY.
           OPEN EXTEND GATEWAY-OUTBOUND-FILE
           IF GATEWAY-OUTBOUND-FILE-STATUS = 35
               OPEN OUTPUT GATEWAY-OUTBOUND-FILE
           END-IF
           IF GATEWAY-OUTBOUND-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'GATEWAY-OUTBOUND-FILE'
               DISPLAY 'STATUS-CODE=' GATEWAY-OUTBOUND-FILE-STATUS
               MOVE 'GATEWAY-OUTBOUND-FILE' TO LOG-FILE-NAME-WS
               MOVE GATEWAY-OUTBOUND-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF.

       DISPATCH-NEW-ALERTS.
           OPEN INPUT ALERT-OUTBOX-FILE
           IF ALERT-OUTBOX-FILE-STATUS NOT = 0
               DISPLAY 'ALERTDSP: NO ALERT OUTBOX ON HAND'
               GO TO DISPATCH-NEW-ALERTS-EXIT
           END-IF
      *    AN OUTBOX SHORTER THAN THE SAVED POSITION HAS BEEN ARCHIVED
      *    OR RECREATED - SEND IT FROM THE FIRST RECORD
           MOVE 0 TO ALERT-SEQ
           MOVE SPACES TO DATA-REMAINS-SWITCH
           READ ALERT-OUTBOX-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO ALERT-SEQ
               READ ALERT-OUTBOX-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE ALERT-OUTBOX-FILE
           IF ALERT-SEQ < ALERTS-ALREADY-SENT
               DISPLAY '***WARNING ALERTDSP: OUTBOX HOLDS ' ALERT-SEQ
                       ' ALERTS BUT ' ALERTS-ALREADY-SENT
                       ' WERE SENT - TREATED AS A NEW OUTBOX'
               MOVE 55 TO RETURN-CODE
               MOVE 0 TO ALERTS-ALREADY-SENT
           END-IF
           OPEN INPUT ALERT-OUTBOX-FILE
           IF ALERT-OUTBOX-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: ALERT-OUTBOX-FILE'
               DISPLAY 'STATUS-CODE=' ALERT-OUTBOX-FILE-STATUS
               MOVE 'ALERT-OUTBOX-FILE' TO LOG-FILE-NAME-WS
               MOVE ALERT-OUTBOX-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               GO TO DISPATCH-NEW-ALERTS-EXIT
           END-IF
           MOVE 0 TO ALERT-SEQ
           MOVE SPACES TO DATA-REMAINS-SWITCH
           READ ALERT-OUTBOX-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO ALERT-SEQ
               IF ALERT-SEQ > ALERTS-ALREADY-SENT
                   PERFORM DISPATCH-ONE-ALERT
               END-IF
               READ ALERT-OUTBOX-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE ALERT-OUTBOX-FILE
           MOVE ALERT-SEQ TO ALERTS-ALREADY-SENT.
       DISPATCH-NEW-ALERTS-EXIT.
           EXIT.

       DISPATCH-ONE-ALERT.
           ADD 1 TO NEW-ALERT-CNT
           MOVE ALERT-SEQ           TO SEND-ALERT-ID
           MOVE 1                   TO SEND-LEVEL
           MOVE OUTBOX-SEVERITY     TO SEND-SEVERITY
           MOVE OUTBOX-PROGRAM-NAME TO SEND-PROGRAM
           IF OUTBOX-RUN-ID IS NUMERIC
               MOVE OUTBOX-RUN-ID   TO SEND-RUN-ID
           ELSE
               MOVE 0               TO SEND-RUN-ID
           END-IF
           MOVE OUTBOX-MESSAGE      TO SEND-MESSAGE
           PERFORM SEND-TO-LEVEL
           IF SEND-CONTACT-CNT = 0
               ADD 1 TO UNROUTED-CNT
               DISPLAY '***WARNING ALERTDSP: NO LEVEL-1 CONTACT FOR '
                       SEND-SEVERITY ' ALERT FROM ' SEND-PROGRAM
                       ' - ALERT ' SEND-ALERT-ID ' NOT SENT'
               MOVE 55 TO RETURN-CODE
           END-IF
           IF SEND-SEVERITY = 'CRITICAL'
               IF OPEN-COUNT < MAX-OPEN-ALERTS
                   ADD 1 TO OPEN-COUNT
                   MOVE SEND-ALERT-ID
                       TO OPEN-TBL-ALERT-ID(OPEN-COUNT)
                   MOVE SEND-LEVEL TO OPEN-TBL-LEVEL(OPEN-COUNT)
                   MOVE NOW-DATE
                       TO OPEN-TBL-NOTIFY-DATE(OPEN-COUNT)
                   MOVE NOW-TIME
                       TO OPEN-TBL-NOTIFY-TIME(OPEN-COUNT)
                   MOVE SEND-SEVERITY
                       TO OPEN-TBL-SEVERITY(OPEN-COUNT)
                   MOVE SEND-PROGRAM
                       TO OPEN-TBL-PROGRAM(OPEN-COUNT)
                   MOVE SEND-RUN-ID TO OPEN-TBL-RUN-ID(OPEN-COUNT)
                   MOVE SEND-MESSAGE
                       TO OPEN-TBL-MESSAGE(OPEN-COUNT)
                   MOVE 'N' TO OPEN-TBL-ACKED(OPEN-COUNT)
               ELSE
                   DISPLAY '***WARNING ALERTDSP: OPEN ALERT TABLE '
                           'FULL - ALERT ' SEND-ALERT-ID
                           ' WILL NOT BE ESCALATED'
                   MOVE 55 TO RETURN-CODE
               END-IF
           END-IF.

      *    PAST THE LAST LEVEL THE LAST LEVEL IS PAGED AGAIN
       ESCALATE-OPEN-ALERTS.
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
               IF OPEN-TBL-ACKED(OPEN-IDX) = 'N'
                   PERFORM ESCALATE-ONE-ALERT
                       THRU ESCALATE-ONE-ALERT-EXIT
               END-IF
           END-PERFORM.

       ESCALATE-ONE-ALERT.
           MOVE OPEN-TBL-NOTIFY-TIME(OPEN-IDX) TO TIME-WORK-NUM
           COMPUTE NOTIFY-MINUTES =
               FUNCTION INTEGER-OF-DATE(OPEN-TBL-NOTIFY-DATE(OPEN-IDX))
                   * 1440
               + TIME-WORK-HH * 60 + TIME-WORK-MM
           IF NOW-MINUTES < NOTIFY-MINUTES + ESCALATE-AFTER-MINS
               GO TO ESCALATE-ONE-ALERT-EXIT
           END-IF
           MOVE OPEN-TBL-ALERT-ID(OPEN-IDX) TO SEND-ALERT-ID
           MOVE OPEN-TBL-SEVERITY(OPEN-IDX) TO SEND-SEVERITY
           MOVE OPEN-TBL-PROGRAM(OPEN-IDX)  TO SEND-PROGRAM
           MOVE OPEN-TBL-RUN-ID(OPEN-IDX)   TO SEND-RUN-ID
           MOVE OPEN-TBL-MESSAGE(OPEN-IDX)  TO SEND-MESSAGE
           MOVE 0 TO SEND-CONTACT-CNT
           IF OPEN-TBL-LEVEL(OPEN-IDX) < 9
               COMPUTE SEND-LEVEL = OPEN-TBL-LEVEL(OPEN-IDX) + 1
               PERFORM SEND-TO-LEVEL
           END-IF
           IF SEND-CONTACT-CNT > 0
               ADD 1 TO ESCALATED-CNT
               DISPLAY '***ALERTDSP: ALERT ' SEND-ALERT-ID
                       ' NOT ACKNOWLEDGED - ESCALATED TO LEVEL '
                       SEND-LEVEL
           ELSE
               MOVE OPEN-TBL-LEVEL(OPEN-IDX) TO SEND-LEVEL
               PERFORM SEND-TO-LEVEL
               ADD 1 TO REPAGED-CNT
               DISPLAY '***ALERTDSP: ALERT ' SEND-ALERT-ID
                       ' NOT ACKNOWLEDGED - NO HIGHER LEVEL, LEVEL '
                       SEND-LEVEL ' PAGED AGAIN'
           END-IF
           MOVE SEND-LEVEL TO OPEN-TBL-LEVEL(OPEN-IDX)
           MOVE NOW-DATE   TO OPEN-TBL-NOTIFY-DATE(OPEN-IDX)
           MOVE NOW-TIME   TO OPEN-TBL-NOTIFY-TIME(OPEN-IDX).
       ESCALATE-ONE-ALERT-EXIT.
           EXIT.

       SEND-TO-LEVEL.
           MOVE 0 TO SEND-CONTACT-CNT
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                   UNTIL ROUTE-IDX > ROUTE-COUNT
               IF ROUTE-TBL-LEVEL(ROUTE-IDX) = SEND-LEVEL AND
                  (ROUTE-TBL-SEVERITY(ROUTE-IDX) = SPACES OR
                   ROUTE-TBL-SEVERITY(ROUTE-IDX) = SEND-SEVERITY) AND
                  (ROUTE-TBL-PROGRAM(ROUTE-IDX) = SPACES OR
                   ROUTE-TBL-PROGRAM(ROUTE-IDX) = SEND-PROGRAM)
                   PERFORM WRITE-GATEWAY-MESSAGE
               END-IF
           END-PERFORM.

       WRITE-GATEWAY-MESSAGE.
           MOVE SPACES TO GATEWAY-OUTBOUND-REC
           IF ROUTE-TBL-CHANNEL(ROUTE-IDX) = 'S'
               MOVE 'SMS'   TO GW-CHANNEL
           ELSE
               MOVE 'EMAIL' TO GW-CHANNEL
           END-IF
           MOVE ROUTE-TBL-ADDRESS(ROUTE-IDX) TO GW-ADDRESS
           MOVE SEND-ALERT-ID  TO GW-ALERT-ID
           MOVE SEND-LEVEL     TO GW-LEVEL
           MOVE SEND-SEVERITY  TO GW-SEVERITY
           MOVE SEND-PROGRAM   TO GW-PROGRAM-NAME
           MOVE SEND-RUN-ID    TO GW-RUN-ID
           MOVE SEND-MESSAGE   TO GW-MESSAGE
           MOVE X'0D0A'        TO GW-CRLF
           WRITE GATEWAY-OUTBOUND-REC
           IF GATEWAY-OUTBOUND-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'GATEWAY-OUTBOUND-FILE'
               DISPLAY 'STATUS-CODE=' GATEWAY-OUTBOUND-FILE-STATUS
               MOVE 'GATEWAY-OUTBOUND-FILE' TO LOG-FILE-NAME-WS
               MOVE GATEWAY-OUTBOUND-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
           ELSE
               ADD 1 TO SEND-CONTACT-CNT
               ADD 1 TO MESSAGES-SENT-CNT
               DISPLAY 'ALERTDSP: ALERT ' SEND-ALERT-ID ' '
                       SEND-SEVERITY ' TO '
                       ROUTE-TBL-CONTACT(ROUTE-IDX) ' BY ' GW-CHANNEL
           END-IF.

       REWRITE-OPEN-ALERTS.
           OPEN OUTPUT OPEN-ALERT-FILE
           IF OPEN-ALERT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: OPEN-ALERT-FILE'
               DISPLAY 'STATUS-CODE=' OPEN-ALERT-FILE-STATUS
               MOVE 'OPEN-ALERT-FILE' TO LOG-FILE-NAME-WS
               MOVE OPEN-ALERT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
           ELSE
               PERFORM VARYING OPEN-IDX FROM 1 BY 1
                       UNTIL OPEN-IDX > OPEN-COUNT
                   IF OPEN-TBL-ACKED(OPEN-IDX) = 'N'
                       MOVE OPEN-TBL-ALERT-ID(OPEN-IDX)
                           TO OPEN-ALERT-ID
                       MOVE OPEN-TBL-LEVEL(OPEN-IDX) TO OPEN-LEVEL
                       MOVE OPEN-TBL-NOTIFY-DATE(OPEN-IDX)
                           TO OPEN-NOTIFY-DATE
                       MOVE OPEN-TBL-NOTIFY-TIME(OPEN-IDX)
                           TO OPEN-NOTIFY-TIME
                       MOVE OPEN-TBL-SEVERITY(OPEN-IDX)
                           TO OPEN-SEVERITY
                       MOVE OPEN-TBL-PROGRAM(OPEN-IDX)
                           TO OPEN-PROGRAM-NAME
                       MOVE OPEN-TBL-RUN-ID(OPEN-IDX) TO OPEN-RUN-ID
                       MOVE OPEN-TBL-MESSAGE(OPEN-IDX) TO OPEN-MESSAGE
                       MOVE X'0D0A' TO OPEN-CRLF
                       WRITE OPEN-ALERT-REC
                   END-IF
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           END-IF.

       SAVE-ALERT-POSITION.
           OPEN OUTPUT ALERT-POSITION-FILE
           IF ALERT-POSITION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'ALERT-POSITION-FILE'
               DISPLAY 'STATUS-CODE=' ALERT-POSITION-FILE-STATUS
               MOVE 'ALERT-POSITION-FILE' TO LOG-FILE-NAME-WS
               MOVE ALERT-POSITION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
           ELSE
               MOVE ALERTS-ALREADY-SENT TO POSITION-ALERT-CNT
               MOVE X'0D0A' TO POSITION-CRLF
               WRITE ALERT-POSITION-REC
               CLOSE ALERT-POSITION-FILE
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
               MOVE 'ALERTDSP'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.

       FINISH.
           DISPLAY 'ALERTDSP: NEW ALERTS ' NEW-ALERT-CNT
                   ' MESSAGES SENT ' MESSAGES-SENT-CNT
                   ' UNROUTED ' UNROUTED-CNT
           DISPLAY 'ALERTDSP: ACKNOWLEDGED ' ACKS-APPLIED-CNT
                   ' ESCALATED ' ESCALATED-CNT
                   ' RE-PAGED ' REPAGED-CNT
           STOP RUN.
       END PROGRAM ALERTDSP.
