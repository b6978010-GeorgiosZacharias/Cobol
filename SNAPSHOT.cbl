
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT MAINT-OVERRIDE-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS MAINT-OVERRIDE-LOG-FILE-STATUS.

           SELECT LOCK-OVERRIDE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS LOCK-OVERRIDE-PARM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-LIST-FILE
           05 SNAPSHOT-LOG-TEXT      PIC X(98).
           05 SNAPSHOT-LOG-CRLF      PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID       PIC X(08).
           05 AUTH-RIGHTS            PIC X(10).
           05 AUTH-EXPENSE-LIMIT     PIC 9(05)V99.
           05 AUTH-CRLF              PIC X(02).

       FD  WINDOW-LOCK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS WINDOW-LOCK-REC.
       01  WINDOW-LOCK-REC.
           05 LOCK-STATE             PIC X(01).
              88 LOCK-IS-ACTIVE        VALUE 'A'.
           05 LOCK-RUN-ID            PIC 9(06).
           05 LOCK-SET-DATE          PIC 9(08).
           05 LOCK-SET-TIME          PIC 9(06).
           05 LOCK-CLEAR-DATE        PIC 9(08).
           05 LOCK-CLEAR-TIME        PIC 9(06).
           05 LOCK-CRLF              PIC X(02).

       FD  MAINT-OVERRIDE-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS MAINT-OVERRIDE-LOG-REC.
       01  MAINT-OVERRIDE-LOG-REC.
           05 OVRLOG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(02).
           05 OVRLOG-RUN-TIME        PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OVRLOG-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02).
           05 OVRLOG-OPERATOR-ID     PIC X(08).
           05 FILLER                 PIC X(02).
           05 OVRLOG-LOCK-RUN-ID     PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OVRLOG-REASON          PIC X(40).
           05 OVRLOG-CRLF            PIC X(02).

       FD  LOCK-OVERRIDE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS LOCK-OVERRIDE-PARM-REC.
       01  LOCK-OVERRIDE-PARM-REC.
           05 OVP-OPERATOR-ID        PIC X(08).
           05 OVP-REASON             PIC X(40).
           05 OVP-CRLF               PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
       01  CONFIRM-ANSWER                PIC X(03) VALUE SPACES.
       01  DELETE-NAME-WS                PIC X(60) VALUE SPACES.
       01  SNAP-LOG-TEXT-WS              PIC X(98) VALUE SPACES.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
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
       01  WINDOW-LOCK-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  MAINT-OVERRIDE-LOG-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  WINDOW-LOCK-SWITCH            PIC X(01) VALUE 'N'.
           88 WINDOW-IS-LOCKED             VALUE 'Y'.
       01  OVERRIDE-RIGHT                PIC 9(02) VALUE 10.
       01  OVERRIDE-OPERATOR-WS          PIC X(08) VALUE SPACES.
       01  OVERRIDE-REASON-WS            PIC X(40) VALUE SPACES.
       01  WINDOW-LOCK-RUN-ID            PIC 9(06) VALUE 0.
       01  LOCK-OVERRIDE-PARM-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  LOCK-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
           88 LOCK-REFUSED                 VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   RESTORE-NAME-WS
           DISPLAY 'SNAPSHOT: FROM GENERATION DATED '
                   RESTORE-DATE-WS
           PERFORM LOAD-AUTH-TABLE
           PERFORM CHECK-WINDOW-LOCK THRU CHECK-WINDOW-LOCK-EXIT
           IF LOCK-REFUSED
               MOVE SPACES TO SNAP-LOG-TEXT-WS
               STRING 'RESTORE REFUSED - BATCH WINDOW LOCKED: '
                          DELIMITED BY SIZE
                      RESTORE-NAME-WS      DELIMITED BY SIZE
                 INTO SNAP-LOG-TEXT-WS
               PERFORM WRITE-SNAPSHOT-LOG
               MOVE 55 TO RETURN-CODE
               GO TO RUN-RESTORE-EXIT
           END-IF
           DISPLAY 'CONFIRM RESTORE (YES): ' NO ADVANCING
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = 'YES'
       RUN-RESTORE-EXIT.
           EXIT.

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

       CHECK-WINDOW-LOCK.
           MOVE 'N' TO LOCK-REFUSED-SWITCH
           PERFORM READ-WINDOW-LOCK
           IF NOT WINDOW-IS-LOCKED
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           DISPLAY '***SNAPSHOT: BATCH WINDOW RUNNING (RUN '
                   WINDOW-LOCK-RUN-ID ') - UPDATES LOCKED'
           MOVE SPACES TO OVERRIDE-OPERATOR-WS
                          OVERRIDE-REASON-WS
           OPEN INPUT LOCK-OVERRIDE-PARM-FILE
           IF LOCK-OVERRIDE-PARM-FILE-STATUS = 0
               READ LOCK-OVERRIDE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE OVP-OPERATOR-ID TO OVERRIDE-OPERATOR-WS
                       MOVE OVP-REASON TO OVERRIDE-REASON-WS
               END-READ
               CLOSE LOCK-OVERRIDE-PARM-FILE
           END-IF
           IF OVERRIDE-OPERATOR-WS = SPACES OR
              OVERRIDE-REASON-WS = SPACES
               DISPLAY '***SNAPSHOT: NO EMERGENCY OVERRIDE GIVEN - '
                       'RUN REFUSED'
               MOVE 'Y' TO LOCK-REFUSED-SWITCH
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           MOVE OVERRIDE-OPERATOR-WS TO AUTH-CHECK-ID
           MOVE OVERRIDE-RIGHT TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               DISPLAY '***SNAPSHOT: OPERATOR ' OVERRIDE-OPERATOR-WS
                       ' NOT AUTHORIZED TO OVERRIDE THE WINDOW '
                       'LOCK - RUN REFUSED'
               MOVE 'Y' TO LOCK-REFUSED-SWITCH
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           PERFORM WRITE-OVERRIDE-LOG
      *    THE OVERRIDE IS GOOD FOR ONE RUN ONLY
           OPEN OUTPUT LOCK-OVERRIDE-PARM-FILE
           IF LOCK-OVERRIDE-PARM-FILE-STATUS = 0
               CLOSE LOCK-OVERRIDE-PARM-FILE
           END-IF.
       CHECK-WINDOW-LOCK-EXIT.
           EXIT.

       READ-WINDOW-LOCK.
           MOVE 'N' TO WINDOW-LOCK-SWITCH
           OPEN INPUT WINDOW-LOCK-FILE
           IF WINDOW-LOCK-FILE-STATUS = 0
               READ WINDOW-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-IS-ACTIVE
                           MOVE 'Y' TO WINDOW-LOCK-SWITCH
                           MOVE LOCK-RUN-ID TO WINDOW-LOCK-RUN-ID
                       END-IF
               END-READ
               CLOSE WINDOW-LOCK-FILE
           END-IF.

       WRITE-OVERRIDE-LOG.
           OPEN EXTEND MAINT-OVERRIDE-LOG-FILE
           IF MAINT-OVERRIDE-LOG-FILE-STATUS = 35
               OPEN OUTPUT MAINT-OVERRIDE-LOG-FILE
           END-IF
           IF MAINT-OVERRIDE-LOG-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'MAINT-OVERRIDE-LOG-FILE'
               DISPLAY 'STATUS-CODE='
                       MAINT-OVERRIDE-LOG-FILE-STATUS
               DISPLAY '***SNAPSHOT: OVERRIDE CANNOT BE LOGGED - '
                       'RUN REFUSED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAINT-OVERRIDE-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVRLOG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO OVRLOG-RUN-TIME
           MOVE 'SNAPSHOT' TO OVRLOG-PROGRAM-NAME
           MOVE OVERRIDE-OPERATOR-WS TO OVRLOG-OPERATOR-ID
           MOVE WINDOW-LOCK-RUN-ID TO OVRLOG-LOCK-RUN-ID
           MOVE OVERRIDE-REASON-WS TO OVRLOG-REASON
           MOVE X'0D0A' TO OVRLOG-CRLF
           WRITE MAINT-OVERRIDE-LOG-REC
           CLOSE MAINT-OVERRIDE-LOG-FILE
           DISPLAY '***WARNING SNAPSHOT: BATCH WINDOW LOCK '
                   'OVERRIDDEN BY ' OVERRIDE-OPERATOR-WS.

       FINISH.
           DISPLAY 'SNAPSHOT: TAKEN  = ' SNAPSHOTS-TAKEN
           DISPLAY 'SNAPSHOT: FAILED = ' SNAPSHOTS-FAILED
