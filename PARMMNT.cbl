           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT MAINT-OVERRIDE-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS MAINT-OVERRIDE-LOG-FILE-STATUS.

           SELECT PARM-PENDING-FILE ASSIGN TO DISK
               FILE STATUS IS PARM-PENDING-FILE-STATUS.
       DATA DIVISION.

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

       FD  PARM-PENDING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 32 CHARACTERS

       WORKING-STORAGE SECTION.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  WINDOW-LOCK-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  MAINT-OVERRIDE-LOG-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  WINDOW-LOCK-SWITCH            PIC X(01) VALUE 'N'.
           88 WINDOW-IS-LOCKED             VALUE 'Y'.
       01  OVERRIDE-RIGHT                PIC 9(02) VALUE 10.
       01  OVERRIDE-OPERATOR-WS          PIC X(08) VALUE SPACES.
       01  OVERRIDE-REASON-WS            PIC X(40) VALUE SPACES.
       01  WINDOW-LOCK-RUN-ID            PIC 9(06) VALUE 0.
       01  OVERRIDE-ANSWER               PIC X(03) VALUE SPACES.
       01  OVERRIDE-GRANTED-SWITCH       PIC X(01) VALUE 'N'.
           88 OVERRIDE-GRANTED             VALUE 'Y'.
       01  PARM-PENDING-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  AUTH-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                 VALUE 'NO'.
                   STOP RUN
               END-IF
           END-IF
           PERFORM CHECK-WINDOW-LOCK THRU CHECK-WINDOW-LOCK-EXIT
           PERFORM UNTIL MAINT-DONE
               PERFORM SHOW-MENU
               ACCEPT MENU-CHOICE
               IF MENU-CHOICE NOT = 'X' AND MENU-CHOICE NOT = 'x'
                   PERFORM CHECK-WINDOW-LOCK
                       THRU CHECK-WINDOW-LOCK-EXIT
               END-IF
               EVALUATE MENU-CHOICE
                   WHEN '1'
                       MOVE 1 TO AUTH-CHECK-RIGHT
               END-IF
           END-IF.

       CHECK-WINDOW-LOCK.
           IF OVERRIDE-GRANTED
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           PERFORM READ-WINDOW-LOCK
           IF NOT WINDOW-IS-LOCKED
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           DISPLAY '***PARMMNT: BATCH WINDOW RUNNING (RUN '
                   WINDOW-LOCK-RUN-ID ') - PARAMETER FILES LOCKED'
           DISPLAY 'EMERGENCY OVERRIDE (YES/NO): ' NO ADVANCING
           ACCEPT OVERRIDE-ANSWER
           IF OVERRIDE-ANSWER NOT = 'YES'
               DISPLAY 'PARMMNT: NOTHING CHANGED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO AUTH-CHECK-ID
           MOVE OVERRIDE-RIGHT TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               DISPLAY '***PARMMNT: OPERATOR ' OPERATOR-ID
                       ' NOT AUTHORIZED TO OVERRIDE THE WINDOW '
                       'LOCK - NOTHING CHANGED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'OVERRIDE REASON: ' NO ADVANCING
           ACCEPT OVERRIDE-REASON-WS
           IF OVERRIDE-REASON-WS = SPACES
               DISPLAY '***PARMMNT: AN OVERRIDE NEEDS A REASON - '
                       'NOTHING CHANGED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OVERRIDE-OPERATOR-WS
           PERFORM WRITE-OVERRIDE-LOG
           MOVE 'Y' TO OVERRIDE-GRANTED-SWITCH.
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
               DISPLAY '***PARMMNT: OVERRIDE CANNOT BE LOGGED - '
                       'RUN REFUSED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAINT-OVERRIDE-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVRLOG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO OVRLOG-RUN-TIME
           MOVE 'PARMMNT' TO OVRLOG-PROGRAM-NAME
           MOVE OVERRIDE-OPERATOR-WS TO OVRLOG-OPERATOR-ID
           MOVE WINDOW-LOCK-RUN-ID TO OVRLOG-LOCK-RUN-ID
           MOVE OVERRIDE-REASON-WS TO OVRLOG-REASON
           MOVE X'0D0A' TO OVRLOG-CRLF
           WRITE MAINT-OVERRIDE-LOG-REC
           CLOSE MAINT-OVERRIDE-LOG-FILE
           DISPLAY '***WARNING PARMMNT: BATCH WINDOW LOCK '
                   'OVERRIDDEN BY ' OVERRIDE-OPERATOR-WS.

       CHECK-MENU-AUTHORITY.
           IF AUTH-COUNT = 0
               MOVE 'Y' TO AUTH-OK-SWITCH
