           SELECT BATCH-STATE-FILE ASSIGN TO DISK
               FILE STATUS IS BATCH-STATE-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT RESTART-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS RESTART-PARM-FILE-STATUS.


           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO DISK
               FILE STATUS IS HOLIDAY-CALENDAR-FILE-STATUS.

           SELECT ALERT-OUTBOX-FILE ASSIGN TO DISK
               FILE STATUS IS ALERT-OUTBOX-FILE-STATUS.

           SELECT PARALLEL-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS PARALLEL-PARM-FILE-STATUS.

           SELECT STEP-RC-FILE ASSIGN TO DYNAMIC STEP-RC-FILE-NAME
               FILE STATUS IS STEP-RC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE
           05 HOLIDAY-DATE               PIC 9(08).
           05 HOLIDAY-CRLF               PIC X(02).

       FD  ALERT-OUTBOX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS ALERT-OUTBOX-REC.
       01  ALERT-OUTBOX-REC.
           05 OUTBOX-SEVERITY            PIC X(08).
           05 FILLER                     PIC X(02).
           05 OUTBOX-PROGRAM-NAME        PIC X(12).
           05 FILLER                     PIC X(02).
           05 OUTBOX-RUN-DATE            PIC X(08).
           05 FILLER                     PIC X(02).
           05 OUTBOX-RUN-TIME            PIC X(06).
           05 FILLER                     PIC X(02).
           05 OUTBOX-RUN-ID              PIC 9(06).
           05 FILLER                     PIC X(02).
           05 OUTBOX-MESSAGE             PIC X(60).
           05 OUTBOX-CRLF                PIC X(02).

       FD  PARALLEL-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS PARALLEL-PARM-REC.
       01  PARALLEL-PARM-REC.
           05 PARALLEL-PARM-MAX          PIC 9(02).
           05 PARALLEL-PARM-CRLF         PIC X(02).

       FD  STEP-RC-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS STEP-RC-BYTE.
       01  STEP-RC-BYTE                  PIC X(01).

       FD  BATCH-STATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           05 STATE-RUN-DATE             PIC X(08).
           05 STATE-CRLF                 PIC X(02).

       FD  WINDOW-LOCK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS WINDOW-LOCK-REC.
       01  WINDOW-LOCK-REC.
           05 LOCK-STATE                 PIC X(01).
              88 LOCK-IS-ACTIVE                   VALUE 'A'.
           05 LOCK-RUN-ID                PIC 9(06).
           05 LOCK-SET-DATE              PIC 9(08).
           05 LOCK-SET-TIME              PIC 9(06).
           05 LOCK-CLEAR-DATE            PIC 9(08).
           05 LOCK-CLEAR-TIME            PIC 9(06).
           05 LOCK-CRLF                  PIC X(02).

       FD  RESTART-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 3 CHARACTERS
              10 STEP-RUN-DATES.
                 15 STEP-RUN-DATE OCCURS 5 TIMES PIC X(04).
              10 STEP-SKIP-HOLIDAY       PIC X(01).
              10 STEP-TBL-START-TIME     PIC X(06).
       01  BATCH-STATE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  RESTART-PARM-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  WINDOW-LOCK-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  LOCK-HELD-SWITCH              PIC X(01) VALUE 'N'.
           88 LOCK-HELD-FROM-PRIOR                VALUE 'Y'.
       01  WINDOW-LOCK-SAVE              PIC X(37) VALUE SPACES.
       01  STATE-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-STATE                       VALUE 'NO'.
       01  PRIOR-STATE-FOUND-SWITCH      PIC X(01) VALUE 'N'.
       01  SCHEDULE-GIVEN-SWITCH         PIC X(01) VALUE 'N'.
           88 SCHEDULE-GIVEN               VALUE 'Y'.
       01  DATE-LIST-IDX                 PIC 9(01) VALUE 0.
       01  ALERT-OUTBOX-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  ALERT-SEVERITY-WS             PIC X(08) VALUE SPACES.
       01  ALERT-MESSAGE-WS              PIC X(60) VALUE SPACES.
       01  PARALLEL-PARM-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  MAX-CONCURRENT-STEPS          PIC 9(02) VALUE 1.
       01  RUNNING-STEP-CNT              PIC 9(02) VALUE 0.
       01  STEP-RC-FILE-NAME             PIC X(40) VALUE SPACES.
       01  STEP-RC-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  STEP-RC-TEXT                  PIC X(03) VALUE SPACES.
       01  STEP-RC-LEN                   PIC 9(01) VALUE 0.
       01  STEP-RC-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 STEP-RC-AT-END               VALUE 'Y'.
       01  STEP-RC-READY-SWITCH          PIC X(01) VALUE 'N'.
           88 STEP-RC-READY                VALUE 'Y'.
       01  LAUNCH-COMMAND                PIC X(200) VALUE SPACES.
       01  POLL-WAIT-COMMAND             PIC X(10) VALUE 'sleep 1'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               DISPLAY '***BATCHDRV: ' PREFLIGHT-FAILED-CNT
                       ' INPUT FEED(S) MISSING OR EMPTY - '
                       'WINDOW HELD, NO STEPS LAUNCHED'
               MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING 'BATCH WINDOW HELD - ' DELIMITED BY SIZE
                      PREFLIGHT-FAILED-CNT DELIMITED BY SIZE
                      ' INPUT FEED(S) MISSING OR EMPTY'
                          DELIMITED BY SIZE
                 INTO ALERT-MESSAGE-WS
               PERFORM RAISE-ALERT
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-WINDOW-LOCK
           PERFORM INIT-RUN-STATES
           PERFORM LOAD-PARALLEL-PARM
           IF MAX-CONCURRENT-STEPS > 1
               PERFORM RUN-PARALLEL-BRANCHES
               PERFORM REPORT-UNRESOLVED-STEPS
               PERFORM FINISH
           END-IF
           MOVE 'Y' TO PROGRESS-SWITCH
           PERFORM UNTIL NOT PROGRESS-MADE
               MOVE 'N' TO PROGRESS-SWITCH
                                       STEP-TBL-NAME(STEP-IDX)
                                       ' BLOCKED - PREDECESSOR '
                                       'FAILED'
                               PERFORM ALERT-STEP-BLOCKED
                               MOVE 'Y' TO PROGRESS-SWITCH
                           WHEN OTHER
                               CONTINUE
                           STEP-TBL-NAME(STEP-IDX)
                           ' NEVER BECAME READY - CHECK '
                           'PREDECESSOR NAMES FOR A CYCLE'
                   MOVE 'WARNING' TO ALERT-SEVERITY-WS
                   MOVE SPACES TO ALERT-MESSAGE-WS
                   STRING 'STEP ' DELIMITED BY SIZE
                          STEP-TBL-NAME(STEP-IDX) DELIMITED BY SPACE
                          ' NEVER BECAME READY - PREDECESSOR CYCLE?'
                              DELIMITED BY SIZE
                     INTO ALERT-MESSAGE-WS
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

               CLOSE BATCH-STATE-FILE
           END-IF.

       SET-WINDOW-LOCK.
           MOVE 'N' TO LOCK-HELD-SWITCH
           OPEN INPUT WINDOW-LOCK-FILE
           IF WINDOW-LOCK-FILE-STATUS = 0
               READ WINDOW-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-IS-ACTIVE AND LOCK-RUN-ID IS NUMERIC
                           MOVE 'Y' TO LOCK-HELD-SWITCH
                           MOVE WINDOW-LOCK-REC TO WINDOW-LOCK-SAVE
                       END-IF
               END-READ
               CLOSE WINDOW-LOCK-FILE
           END-IF
           IF LOCK-HELD-FROM-PRIOR
               MOVE WINDOW-LOCK-SAVE TO WINDOW-LOCK-REC
               DISPLAY 'BATCHDRV: WINDOW LOCK STILL SET FROM RUN '
                       LOCK-RUN-ID ' - CARRIED INTO THIS RUN'
           ELSE
               MOVE SPACES TO WINDOW-LOCK-REC
               MOVE 'A' TO LOCK-STATE
               MOVE BATCH-RUN-ID TO LOCK-RUN-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-SET-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-SET-TIME
           END-IF
           MOVE 0 TO LOCK-CLEAR-DATE
                     LOCK-CLEAR-TIME
           MOVE X'0D0A' TO LOCK-CRLF
           MOVE WINDOW-LOCK-REC TO WINDOW-LOCK-SAVE
           OPEN OUTPUT WINDOW-LOCK-FILE
           IF WINDOW-LOCK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR BATCHDRV: CANNOT SET '
                       'WINDOW-LOCK-FILE, STATUS='
                       WINDOW-LOCK-FILE-STATUS
               DISPLAY '***BATCHDRV: WINDOW HELD, NO STEPS LAUNCHED'
               MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
               MOVE 'BATCH WINDOW HELD - CANNOT SET WINDOW LOCK'
                   TO ALERT-MESSAGE-WS
               PERFORM RAISE-ALERT
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE WINDOW-LOCK-REC
           CLOSE WINDOW-LOCK-FILE
           DISPLAY 'BATCHDRV: WINDOW LOCK SET - MAINTENANCE '
                   'PROGRAMS LOCKED OUT'.

       CLEAR-WINDOW-LOCK.
           MOVE WINDOW-LOCK-SAVE TO WINDOW-LOCK-REC
           MOVE 'C' TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-CLEAR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-CLEAR-TIME
           MOVE X'0D0A' TO LOCK-CRLF
           OPEN OUTPUT WINDOW-LOCK-FILE
           IF WINDOW-LOCK-FILE-STATUS NOT = 0
               DISPLAY '***WARNING BATCHDRV: CANNOT CLEAR '
                       'WINDOW-LOCK-FILE, STATUS='
                       WINDOW-LOCK-FILE-STATUS
           ELSE
               WRITE WINDOW-LOCK-REC
               CLOSE WINDOW-LOCK-FILE
               DISPLAY 'BATCHDRV: WINDOW LOCK CLEARED'
           END-IF.

       CLEAR-BATCH-STATE.
           OPEN OUTPUT BATCH-STATE-FILE
           IF BATCH-STATE-FILE-STATUS NOT = 0
               CLOSE PREFLIGHT-FILE
           END-IF.

       LOAD-PARALLEL-PARM.
           OPEN INPUT PARALLEL-PARM-FILE
           IF PARALLEL-PARM-FILE-STATUS = 0
               READ PARALLEL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARALLEL-PARM-MAX IS NUMERIC AND
                          PARALLEL-PARM-MAX > 0
                           MOVE PARALLEL-PARM-MAX
                               TO MAX-CONCURRENT-STEPS
                       END-IF
               END-READ
               CLOSE PARALLEL-PARM-FILE
           END-IF
           IF MAX-CONCURRENT-STEPS > 1
               DISPLAY 'BATCHDRV: INDEPENDENT BRANCHES RUN IN '
                       'PARALLEL, UP TO ' MAX-CONCURRENT-STEPS
                       ' STEPS AT A TIME'
           END-IF.

      *    READY STEPS RUN IN THE BACKGROUND WHILE A SLOT IS FREE
       RUN-PARALLEL-BRANCHES.
           MOVE 'Y' TO PROGRESS-SWITCH
           PERFORM UNTIL NOT PROGRESS-MADE AND RUNNING-STEP-CNT = 0
               MOVE 'N' TO PROGRESS-SWITCH
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-RUN-STATE(STEP-IDX) = SPACE
                       PERFORM CHECK-PREDECESSORS
                       EVALUATE PRED-STATUS
                           WHEN 'R'
                               IF RUNNING-STEP-CNT
                                      < MAX-CONCURRENT-STEPS
                                   PERFORM LAUNCH-STEP
                                   MOVE 'Y' TO PROGRESS-SWITCH
                               END-IF
                           WHEN 'B'
                               MOVE 'B' TO STEP-RUN-STATE(STEP-IDX)
                               ADD 1 TO STEP-BLOCKED-CNT
                               DISPLAY '***BATCHDRV: STEP '
                                       STEP-TBL-NAME(STEP-IDX)
                                       ' BLOCKED - PREDECESSOR '
                                       'FAILED'
                               PERFORM ALERT-STEP-BLOCKED
                               MOVE 'Y' TO PROGRESS-SWITCH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF RUNNING-STEP-CNT > 0
                   CALL 'SYSTEM' USING POLL-WAIT-COMMAND
                   MOVE 0 TO RETURN-CODE
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > STEP-COUNT
                       IF STEP-RUN-STATE(STEP-IDX) = 'X'
                           PERFORM POLL-RUNNING-STEP
                       END-IF
                   END-PERFORM
                   MOVE 'Y' TO PROGRESS-SWITCH
               END-IF
           END-PERFORM.

       SET-STEP-RC-FILE-NAME.
           MOVE SPACES TO STEP-RC-FILE-NAME
           STRING 'BATCHDRV-RC.' DELIMITED BY SIZE
                  STEP-TBL-NAME(STEP-IDX) DELIMITED BY SPACE
             INTO STEP-RC-FILE-NAME.

       LAUNCH-STEP.
           MOVE STEP-TBL-NAME(STEP-IDX) TO STEP-NAME
           PERFORM SET-STEP-RC-FILE-NAME
           MOVE SPACES TO LAUNCH-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
                  STEP-RC-FILE-NAME DELIMITED BY SPACE
                  '; ( (' DELIMITED BY SIZE
                  STEP-TBL-COMMAND(STEP-IDX) DELIMITED BY '  '
                  '); echo $? > ' DELIMITED BY SIZE
                  STEP-RC-FILE-NAME DELIMITED BY SPACE
                  '.TMP; mv ' DELIMITED BY SIZE
                  STEP-RC-FILE-NAME DELIMITED BY SPACE
                  '.TMP ' DELIMITED BY SIZE
                  STEP-RC-FILE-NAME DELIMITED BY SPACE
                  ') &' DELIMITED BY SIZE
             INTO LAUNCH-COMMAND
           DISPLAY 'BATCHDRV: LAUNCHING STEP ' STEP-NAME
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO STEP-TBL-START-TIME(STEP-IDX)
           CALL 'SYSTEM' USING LAUNCH-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'X' TO STEP-RUN-STATE(STEP-IDX)
           ADD 1 TO RUNNING-STEP-CNT.

       POLL-RUNNING-STEP.
           PERFORM SET-STEP-RC-FILE-NAME
           MOVE 'N' TO STEP-RC-READY-SWITCH
           MOVE SPACES TO STEP-RC-TEXT
           MOVE 0 TO STEP-RC-LEN
           MOVE 'N' TO STEP-RC-EOF-SWITCH
           OPEN INPUT STEP-RC-FILE
           IF STEP-RC-FILE-STATUS = 0
               PERFORM UNTIL STEP-RC-AT-END OR STEP-RC-LEN = 3
                   READ STEP-RC-FILE
                       AT END MOVE 'Y' TO STEP-RC-EOF-SWITCH
                       NOT AT END
                           IF STEP-RC-BYTE IS NUMERIC
                               ADD 1 TO STEP-RC-LEN
                               MOVE STEP-RC-BYTE
                                   TO STEP-RC-TEXT(STEP-RC-LEN:1)
                           ELSE
                               MOVE 'Y' TO STEP-RC-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-RC-FILE
               IF STEP-RC-LEN > 0
                   MOVE 'Y' TO STEP-RC-READY-SWITCH
               END-IF
           END-IF
           IF STEP-RC-READY
               MOVE STEP-TBL-NAME(STEP-IDX) TO STEP-NAME
               MOVE STEP-RC-TEXT(1:STEP-RC-LEN) TO STEP-RETURN-CODE
               MOVE STEP-TBL-START-TIME(STEP-IDX) TO STEP-START-TIME
               MOVE FUNCTION CURRENT-DATE(9:6) TO STEP-END-TIME
               SUBTRACT 1 FROM RUNNING-STEP-CNT
               PERFORM COMPLETE-STEP
           END-IF.

       RUN-STEP.
           DISPLAY 'BATCHDRV: LAUNCHING STEP ' STEP-NAME
           MOVE FUNCTION CURRENT-DATE(9:6) TO STEP-START-TIME
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STEP-END-TIME
           PERFORM COMPLETE-STEP.

       COMPLETE-STEP.
           MOVE STEP-START-TIME TO TIME-WORK
           PERFORM CONVERT-TIME-TO-SECS
           MOVE TIME-SECS-WORK TO STEP-START-SECS
               IF STEP-RETURN-CODE NOT = 0
                   DISPLAY '***ERROR BATCHDRV: STEP ' STEP-NAME
                       ' FAILED, RETURN-CODE=' STEP-RETURN-CODE
                   IF STEP-ON-ERROR(STEP-IDX) = 'C'
                       MOVE 'WARNING' TO ALERT-SEVERITY-WS
                   ELSE
                       MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
                   END-IF
                   MOVE SPACES TO ALERT-MESSAGE-WS
                   STRING 'STEP ' DELIMITED BY SIZE
                          STEP-NAME DELIMITED BY SPACE
                          ' FAILED, RETURN-CODE=' DELIMITED BY SIZE
                          STEP-RETURN-CODE DELIMITED BY SIZE
                     INTO ALERT-MESSAGE-WS
                   PERFORM RAISE-ALERT
                   ADD 1 TO STEP-FAILED-CNT
                   MOVE 'F' TO STEP-RUN-STATE(STEP-IDX)
                   IF STEP-ON-ERROR(STEP-IDX) = 'C'
               END-IF
           END-IF.

       ALERT-STEP-BLOCKED.
           MOVE 'WARNING' TO ALERT-SEVERITY-WS
           MOVE SPACES TO ALERT-MESSAGE-WS
           STRING 'STEP ' DELIMITED BY SIZE
                  STEP-TBL-NAME(STEP-IDX) DELIMITED BY SPACE
                  ' BLOCKED - PREDECESSOR FAILED' DELIMITED BY SIZE
             INTO ALERT-MESSAGE-WS
           PERFORM RAISE-ALERT.

       RAISE-ALERT.
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
               MOVE 'BATCHDRV'         TO OUTBOX-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO OUTBOX-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO OUTBOX-RUN-TIME
               MOVE BATCH-RUN-ID       TO OUTBOX-RUN-ID
               MOVE ALERT-MESSAGE-WS   TO OUTBOX-MESSAGE
               MOVE X'0D0A'            TO OUTBOX-CRLF
               WRITE ALERT-OUTBOX-REC
               CLOSE ALERT-OUTBOX-FILE
           END-IF.

       FINISH.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TIME-WORK
           PERFORM CONVERT-TIME-TO-SECS
               DISPLAY '***WARNING BATCHDRV: WINDOW ELAPSED EXCEEDS '
                       'CUTOFF OF ' WINDOW-CUTOFF-SECS ' SECONDS - '
                       'REVIEW TIMING-FILE FOR THE SLOW STEP'
               MOVE 'WARNING' TO ALERT-SEVERITY-WS
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING 'BATCH WINDOW RAN ' DELIMITED BY SIZE
                      WINDOW-ELAPSED-SECS DELIMITED BY SIZE
                      ' SECS, CUTOFF IS ' DELIMITED BY SIZE
                      WINDOW-CUTOFF-SECS DELIMITED BY SIZE
                 INTO ALERT-MESSAGE-WS
               PERFORM RAISE-ALERT
           END-IF
           IF CHAIN-FAILED OR STEP-BLOCKED-CNT > 0
               DISPLAY 'BATCHDRV: NIGHTLY BATCH WINDOW INCOMPLETE - '
                       STEP-FAILED-CNT ' FAILED, '
                       STEP-BLOCKED-CNT ' BLOCKED'
               DISPLAY 'BATCHDRV: RERUN RESUMES THE UNFINISHED STEPS'
               DISPLAY 'BATCHDRV: WINDOW LOCK STAYS SET UNTIL THE '
                       'RERUN COMPLETES'
               MOVE 55 TO RETURN-CODE
           ELSE
               PERFORM CLEAR-BATCH-STATE
               PERFORM CLEAR-WINDOW-LOCK
               IF STEP-FAILED-CNT > 0
                   DISPLAY 'BATCHDRV: NIGHTLY BATCH WINDOW COMPLETE '
                           'WITH ' STEP-FAILED-CNT ' FAILED STEP(S)'
