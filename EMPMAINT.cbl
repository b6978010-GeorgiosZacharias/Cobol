           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT MAINT-OVERRIDE-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS MAINT-OVERRIDE-LOG-FILE-STATUS.

           SELECT LOCK-OVERRIDE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS LOCK-OVERRIDE-PARM-FILE-STATUS.

           SELECT EMP-APPROVAL-FILE ASSIGN TO DISK
               FILE STATUS IS EMP-APPROVAL-FILE-STATUS.


           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.

           SELECT LEAVE-PAYOUT-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-PAYOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01  EMPLOYEE-MASTER-REC.
           05 MASTER-AFM             PIC X(09).
           05 MASTER-HIRE-DATE       PIC 9(08).
           05 MASTER-TERM-DATE       PIC 9(08).
           05 MASTER-COMPANY-CODE    PIC X(02).
           05 MASTER-AMKA            PIC X(11).
           05 MASTER-PKG-CODE        PIC X(04).
           05 MASTER-GRADE           PIC X(02).
           05 MASTER-STEP            PIC X(02).
           05 MASTER-STEP-DATE       PIC 9(08).
           05 MASTER-CRLF            PIC X(02).

       FD  EMP-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMP-TRANS-REC.
       01  EMP-TRANS-REC.
           05 ETRN-ACTION            PIC X(01).
           05 ETRN-TERM-DATE         PIC 9(08).
           05 ETRN-COMPANY-CODE      PIC X(02).
           05 ETRN-EFF-DATE          PIC 9(08).
           05 ETRN-AMKA              PIC X(11).
           05 ETRN-PKG-CODE          PIC X(04).
           05 ETRN-GRADE             PIC X(02).
           05 ETRN-STEP              PIC X(02).
           05 ETRN-CRLF              PIC X(02).

       FD  EMP-PENDING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMP-PENDING-REC.
       01  EMP-PENDING-REC           PIC X(99).

       FD  OPERATOR-PARM-FILE
           LABEL RECORD IS OMITTED

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

       FD  EMP-APPROVAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 35 CHARACTERS
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

       FD  LEAVE-BALANCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS LEAVE-BALANCE-REC.
       01  LEAVE-BALANCE-REC.
           05 LVB-AFM                PIC X(09).
           05 LVB-TYPE               PIC X(02).
           05 LVB-BALANCE            PIC 9(04)V99.
           05 LVB-ACCRUED-YTD        PIC 9(04)V99.
           05 LVB-TAKEN-YTD          PIC 9(04)V99.
           05 LVB-PERIOD-TAKEN       PIC 9(04)V99.
           05 LVB-LAST-PERIOD        PIC X(06).
           05 LVB-CRLF               PIC X(02).

       FD  LEAVE-PAYOUT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS LEAVE-PAYOUT-REC.
       01  LEAVE-PAYOUT-REC.
           05 LPO-AFM                PIC X(09).
           05 LPO-TYPE               PIC X(02).
           05 LPO-HOURS              PIC 9(04)V99.
           05 LPO-TERM-DATE          PIC 9(08).
           05 LPO-STATUS             PIC X(01).
           05 LPO-RUN-ID             PIC 9(06).
           05 LPO-CRLF               PIC X(02).

       WORKING-STORAGE SECTION.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
              10 EMP-HIRE-DATE         PIC 9(08).
              10 EMP-TERM-DATE         PIC 9(08).
              10 EMP-COMPANY-CODE      PIC X(02).
              10 EMP-AMKA              PIC X(11).
              10 EMP-PKG-CODE          PIC X(04).
              10 EMP-GRADE             PIC X(02).
              10 EMP-STEP              PIC X(02).
              10 EMP-STEP-DATE         PIC 9(08).
       01  EMP-IDX                       PIC 9(05) VALUE 0.
       01  EMP-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  RUN-DATE-TODAY                PIC 9(08) VALUE 0.
       01  PEND-COUNT                    PIC 9(03) VALUE 0.
       01  PEND-TABLE.
           05 PEND-ENTRY OCCURS 500 TIMES.
              10 PEND-REC                PIC X(99).
              10 PEND-KEEP-SWITCH        PIC X(01).
       01  PEND-IDX                      PIC 9(03) VALUE 0.
       01  OPERATOR-PARM-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS              PIC 9(02) VALUE ZERO.
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
       01  EMP-APPROVAL-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  EMP-APPROVE-TRANS-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01  APTR-IDX                      PIC 9(03) VALUE 0.
       01  BANK-HELD-CNT                 PIC 9(05) VALUE 0.
       01  BANK-APPLIED-CNT              PIC 9(05) VALUE 0.
       01  AMKA-VALID-SWITCH             PIC X(01) VALUE 'Y'.
           88 AMKA-IS-VALID                VALUE 'Y'.
       01  AMKA-IDX                      PIC 9(02) VALUE 0.
       01  AMKA-DIGIT                    PIC 9(01) VALUE 0.
       01  AMKA-DOUBLE                   PIC 9(02) VALUE 0.
       01  AMKA-SUM                      PIC 9(03) VALUE 0.
       01  LEAVE-BALANCE-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  LEAVE-PAYOUT-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  LVB-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-LVB-DATA             VALUE 'NO'.
       01  LPO-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-LPO-DATA             VALUE 'NO'.
       01  LEAVE-PAYOUT-TYPE             PIC X(02) VALUE 'AN'.
       01  LEAVE-PAYOUT-HOURS            PIC 9(04)V99 VALUE 0.
       01  PAYOUT-PENDING-SWITCH         PIC X(01) VALUE 'N'.
           88 PAYOUT-ALREADY-PENDING       VALUE 'Y'.
       01  PAYOUT-QUEUED-CNT             PIC 9(05) VALUE 0.
       01  NEW-GRADE                     PIC X(02) VALUE SPACES.
       01  NEW-STEP                      PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SIGN-ON-OPERATOR
           PERFORM CHECK-WINDOW-LOCK THRU CHECK-WINDOW-LOCK-EXIT
           IF LOCK-REFUSED
               MOVE 55 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM PROCESS-BANK-APPROVALS
               END-IF
           END-IF.

       CHECK-WINDOW-LOCK.
           MOVE 'N' TO LOCK-REFUSED-SWITCH
           PERFORM READ-WINDOW-LOCK
           IF NOT WINDOW-IS-LOCKED
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           DISPLAY '***EMPMAINT: BATCH WINDOW RUNNING (RUN '
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
               DISPLAY '***EMPMAINT: NO EMERGENCY OVERRIDE GIVEN - '
                       'RUN REFUSED'
               MOVE 'Y' TO LOCK-REFUSED-SWITCH
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           MOVE OVERRIDE-OPERATOR-WS TO AUTH-CHECK-ID
           MOVE OVERRIDE-RIGHT TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               DISPLAY '***EMPMAINT: OPERATOR ' OVERRIDE-OPERATOR-WS
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
               DISPLAY '***EMPMAINT: OVERRIDE CANNOT BE LOGGED - '
                       'RUN REFUSED'
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAINT-OVERRIDE-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVRLOG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO OVRLOG-RUN-TIME
           MOVE 'EMPMAINT' TO OVRLOG-PROGRAM-NAME
           MOVE OVERRIDE-OPERATOR-WS TO OVRLOG-OPERATOR-ID
           MOVE WINDOW-LOCK-RUN-ID TO OVRLOG-LOCK-RUN-ID
           MOVE OVERRIDE-REASON-WS TO OVRLOG-REASON
           MOVE X'0D0A' TO OVRLOG-CRLF
           WRITE MAINT-OVERRIDE-LOG-REC
           CLOSE MAINT-OVERRIDE-LOG-FILE
           DISPLAY '***WARNING EMPMAINT: BATCH WINDOW LOCK '
                   'OVERRIDDEN BY ' OVERRIDE-OPERATOR-WS.

       PROCESS-BANK-APPROVALS.
           OPEN INPUT EMP-APPROVAL-FILE
           IF EMP-APPROVAL-FILE-STATUS = 0
                       END-IF
                       MOVE MASTER-COMPANY-CODE
                           TO EMP-COMPANY-CODE(EMP-COUNT)
                       MOVE MASTER-AMKA
                           TO EMP-AMKA(EMP-COUNT)
                       MOVE MASTER-PKG-CODE
                           TO EMP-PKG-CODE(EMP-COUNT)
                       MOVE MASTER-GRADE
                           TO EMP-GRADE(EMP-COUNT)
                       MOVE MASTER-STEP
                           TO EMP-STEP(EMP-COUNT)
                       IF MASTER-STEP-DATE IS NUMERIC
                           MOVE MASTER-STEP-DATE
                               TO EMP-STEP-DATE(EMP-COUNT)
                       ELSE
                           MOVE 0 TO EMP-STEP-DATE(EMP-COUNT)
                       END-IF
                   ELSE
                       DISPLAY '***ERROR EMPMAINT: EMPLOYEE TABLE '
                               'FULL - INCREASE MAX-EMPLOYEES'

       APPLY-TRANSACTION.
           PERFORM FIND-EMPLOYEE-INDEX
           PERFORM VALIDATE-AMKA
           EVALUATE TRUE
               WHEN NOT AMKA-IS-VALID
                   MOVE 'REJECTED: INVALID AMKA' TO MAINT-DISPOSITION
                   ADD 1 TO TRANS-REJECTED-CNT
               WHEN ETRN-STEP NOT = SPACES AND
                    (ETRN-STEP IS NOT NUMERIC OR ETRN-STEP = '00')
                   MOVE 'REJECTED: INVALID STEP' TO MAINT-DISPOSITION
                   ADD 1 TO TRANS-REJECTED-CNT
               WHEN ETRN-STEP NOT = SPACES AND ETRN-GRADE = SPACES AND
                    (EMP-FOUND-IDX = 0 OR ETRN-HIRE)
                   MOVE 'REJECTED: STEP WITHOUT GRADE'
                       TO MAINT-DISPOSITION
                   ADD 1 TO TRANS-REJECTED-CNT
               WHEN ETRN-HIRE
                   PERFORM APPLY-HIRE
               WHEN ETRN-CHANGE
                   ADD 1 TO TRANS-REJECTED-CNT
           END-EVALUATE.

      *    AMKA IS 11 DIGITS WITH A LUHN CHECK DIGIT - BLANK ALLOWED
       VALIDATE-AMKA.
           MOVE 'Y' TO AMKA-VALID-SWITCH
           IF ETRN-AMKA NOT = SPACES
               IF ETRN-AMKA IS NOT NUMERIC
                   MOVE 'N' TO AMKA-VALID-SWITCH
               ELSE
                   MOVE 0 TO AMKA-SUM
                   PERFORM VARYING AMKA-IDX FROM 1 BY 1
                           UNTIL AMKA-IDX > 11
                       MOVE ETRN-AMKA(AMKA-IDX:1) TO AMKA-DIGIT
                       IF FUNCTION MOD(AMKA-IDX, 2) = 0
                           COMPUTE AMKA-DOUBLE = AMKA-DIGIT * 2
                           IF AMKA-DOUBLE > 9
                               SUBTRACT 9 FROM AMKA-DOUBLE
                           END-IF
                           ADD AMKA-DOUBLE TO AMKA-SUM
                       ELSE
                           ADD AMKA-DIGIT TO AMKA-SUM
                       END-IF
                   END-PERFORM
                   IF FUNCTION MOD(AMKA-SUM, 10) NOT = 0
                       MOVE 'N' TO AMKA-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

       LOAD-PENDING-TABLE.
           OPEN INPUT EMP-PENDING-FILE
           IF EMP-PENDING-FILE-STATUS = 0
                   ELSE
                       MOVE '00' TO EMP-COMPANY-CODE(EMP-COUNT)
                   END-IF
                   MOVE ETRN-AMKA         TO EMP-AMKA(EMP-COUNT)
                   MOVE ETRN-PKG-CODE     TO EMP-PKG-CODE(EMP-COUNT)
                   MOVE ETRN-GRADE        TO EMP-GRADE(EMP-COUNT)
                   MOVE ETRN-STEP         TO EMP-STEP(EMP-COUNT)
                   IF ETRN-GRADE NOT = SPACES AND ETRN-STEP = SPACES
                       MOVE '01'          TO EMP-STEP(EMP-COUNT)
                   END-IF
                   MOVE EMP-HIRE-DATE(EMP-COUNT)
                       TO EMP-STEP-DATE(EMP-COUNT)
                   MOVE 'APPLIED: HIRE'   TO MAINT-DISPOSITION
                   ADD 1 TO TRANS-APPLIED-CNT
               END-IF
                   MOVE ETRN-COMPANY-CODE
                       TO EMP-COMPANY-CODE(EMP-FOUND-IDX)
               END-IF
               IF ETRN-AMKA NOT = SPACES
                   MOVE ETRN-AMKA TO EMP-AMKA(EMP-FOUND-IDX)
               END-IF
               IF ETRN-PKG-CODE NOT = SPACES
                   MOVE ETRN-PKG-CODE TO EMP-PKG-CODE(EMP-FOUND-IDX)
               END-IF
               PERFORM APPLY-GRADE-CHANGE
               MOVE 'A' TO EMP-STATUS(EMP-FOUND-IDX)
               MOVE 0   TO EMP-TERM-DATE(EMP-FOUND-IDX)
               IF ETRN-BANK-ACCOUNT NOT = SPACES
               ADD 1 TO TRANS-APPLIED-CNT
           END-IF.

       APPLY-GRADE-CHANGE.
           MOVE EMP-GRADE(EMP-FOUND-IDX) TO NEW-GRADE
           MOVE EMP-STEP(EMP-FOUND-IDX)  TO NEW-STEP
           IF ETRN-GRADE NOT = SPACES AND
              ETRN-GRADE NOT = EMP-GRADE(EMP-FOUND-IDX)
               MOVE ETRN-GRADE TO NEW-GRADE
               MOVE '01'       TO NEW-STEP
           END-IF
           IF ETRN-STEP NOT = SPACES AND NEW-GRADE NOT = SPACES
               MOVE ETRN-STEP  TO NEW-STEP
           END-IF
           IF NEW-GRADE NOT = EMP-GRADE(EMP-FOUND-IDX) OR
              NEW-STEP  NOT = EMP-STEP(EMP-FOUND-IDX)
               MOVE NEW-GRADE TO EMP-GRADE(EMP-FOUND-IDX)
               MOVE NEW-STEP  TO EMP-STEP(EMP-FOUND-IDX)
               IF ETRN-EFF-DATE IS NUMERIC AND
                  ETRN-EFF-DATE NOT = ZERO
                   MOVE ETRN-EFF-DATE
                       TO EMP-STEP-DATE(EMP-FOUND-IDX)
               ELSE
                   MOVE RUN-DATE-TODAY
                       TO EMP-STEP-DATE(EMP-FOUND-IDX)
               END-IF
           END-IF.

       APPLY-TERMINATION.
           IF EMP-FOUND-IDX = 0
               MOVE 'REJECTED: AFM NOT ON FILE'
                   TO MAINT-DISPOSITION
               ADD 1 TO TRANS-REJECTED-CNT
           ELSE
               MOVE 0 TO LEAVE-PAYOUT-HOURS
               IF EMP-STATUS(EMP-FOUND-IDX) NOT = 'T'
                   PERFORM FIND-LEAVE-BALANCE
               END-IF
               MOVE 'T' TO EMP-STATUS(EMP-FOUND-IDX)
               IF ETRN-TERM-DATE IS NUMERIC AND
                  ETRN-TERM-DATE NOT = ZERO
                   MOVE RUN-DATE-TODAY
                       TO EMP-TERM-DATE(EMP-FOUND-IDX)
               END-IF
               IF LEAVE-PAYOUT-HOURS > 0
                   PERFORM QUEUE-LEAVE-PAYOUT
                       THRU QUEUE-LEAVE-PAYOUT-EXIT
               END-IF
               IF LEAVE-PAYOUT-HOURS > 0
                   MOVE 'APPLIED: TERM + LEAVE PAYOUT'
                       TO MAINT-DISPOSITION
               ELSE
                   MOVE 'APPLIED: TERMINATION' TO MAINT-DISPOSITION
               END-IF
               ADD 1 TO TRANS-APPLIED-CNT
           END-IF.

       FIND-LEAVE-BALANCE.
           MOVE SPACES TO LVB-DATA-REMAINS-SWITCH
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LEAVE-BALANCE-FILE-STATUS = 0
               READ LEAVE-BALANCE-FILE
                   AT END MOVE 'NO' TO LVB-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-LVB-DATA
                   IF LVB-AFM = EMP-AFM(EMP-FOUND-IDX) AND
                      LVB-TYPE = LEAVE-PAYOUT-TYPE AND
                      LVB-BALANCE IS NUMERIC
                       MOVE LVB-BALANCE TO LEAVE-PAYOUT-HOURS
                       MOVE 'NO' TO LVB-DATA-REMAINS-SWITCH
                   ELSE
                       READ LEAVE-BALANCE-FILE
                           AT END MOVE 'NO' TO LVB-DATA-REMAINS-SWITCH
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       QUEUE-LEAVE-PAYOUT.
           MOVE 'N' TO PAYOUT-PENDING-SWITCH
           MOVE SPACES TO LPO-DATA-REMAINS-SWITCH
           OPEN INPUT LEAVE-PAYOUT-FILE
           IF LEAVE-PAYOUT-FILE-STATUS = 0
               READ LEAVE-PAYOUT-FILE
                   AT END MOVE 'NO' TO LPO-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-LPO-DATA
                   IF LPO-AFM = EMP-AFM(EMP-FOUND-IDX) AND
                      LPO-STATUS = SPACE
                       MOVE 'Y' TO PAYOUT-PENDING-SWITCH
                   END-IF
                   READ LEAVE-PAYOUT-FILE
                       AT END MOVE 'NO' TO LPO-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-PAYOUT-FILE
           END-IF
           IF PAYOUT-ALREADY-PENDING
               GO TO QUEUE-LEAVE-PAYOUT-EXIT
           END-IF
           OPEN EXTEND LEAVE-PAYOUT-FILE
           IF LEAVE-PAYOUT-FILE-STATUS = 35
               OPEN OUTPUT LEAVE-PAYOUT-FILE
           END-IF
           IF LEAVE-PAYOUT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'LEAVE-PAYOUT-FILE'
               DISPLAY 'STATUS-CODE=' LEAVE-PAYOUT-FILE-STATUS
               MOVE 'LEAVE-PAYOUT-FILE' TO LOG-FILE-NAME-WS
               MOVE LEAVE-PAYOUT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF
           MOVE SPACES                       TO LEAVE-PAYOUT-REC
           MOVE EMP-AFM(EMP-FOUND-IDX)       TO LPO-AFM
           MOVE LEAVE-PAYOUT-TYPE            TO LPO-TYPE
           MOVE LEAVE-PAYOUT-HOURS           TO LPO-HOURS
           MOVE EMP-TERM-DATE(EMP-FOUND-IDX) TO LPO-TERM-DATE
           MOVE SPACE                        TO LPO-STATUS
           MOVE 0                            TO LPO-RUN-ID
           MOVE X'0D0A'                      TO LPO-CRLF
           WRITE LEAVE-PAYOUT-REC
           IF LEAVE-PAYOUT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'LEAVE-PAYOUT-FILE'
               DISPLAY 'STATUS-CODE=' LEAVE-PAYOUT-FILE-STATUS
               MOVE 'LEAVE-PAYOUT-FILE' TO LOG-FILE-NAME-WS
               MOVE LEAVE-PAYOUT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF
           CLOSE LEAVE-PAYOUT-FILE
           ADD 1 TO PAYOUT-QUEUED-CNT.
       QUEUE-LEAVE-PAYOUT-EXIT.
           EXIT.

       WRITE-MAINT-LOG.
           MOVE SPACES TO MAINT-LOG-LINE
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               MOVE EMP-HIRE-DATE(EMP-IDX)    TO MASTER-HIRE-DATE
               MOVE EMP-TERM-DATE(EMP-IDX)    TO MASTER-TERM-DATE
               MOVE EMP-COMPANY-CODE(EMP-IDX) TO MASTER-COMPANY-CODE
               MOVE EMP-AMKA(EMP-IDX)         TO MASTER-AMKA
               MOVE EMP-PKG-CODE(EMP-IDX)     TO MASTER-PKG-CODE
               MOVE EMP-GRADE(EMP-IDX)        TO MASTER-GRADE
               MOVE EMP-STEP(EMP-IDX)         TO MASTER-STEP
               MOVE EMP-STEP-DATE(EMP-IDX)    TO MASTER-STEP-DATE
               MOVE X'0D0A'                   TO MASTER-CRLF
               WRITE EMPLOYEE-MASTER-REC
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
                   BANK-HELD-CNT
           DISPLAY 'EMPMAINT: BANK CHANGES APPROVED = '
                   BANK-APPLIED-CNT
           DISPLAY 'EMPMAINT: LEAVE PAYOUTS QUEUED  = '
                   PAYOUT-QUEUED-CNT
           DISPLAY 'EMPMAINT: EMPLOYEES ON FILE     = ' EMP-COUNT
           CLOSE EMP-TRANS-FILE
                 MAINT-LOG-FILE
