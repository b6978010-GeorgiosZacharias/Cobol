       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS ERASE-PARM-FILE-STATUS.

           SELECT ERASE-SERIAL-FILE ASSIGN TO DISK
               FILE STATUS IS ERASE-SERIAL-FILE-STATUS.

           SELECT ERASE-WORKLIST-FILE ASSIGN TO DISK
               FILE STATUS IS ERASE-WORKLIST-FILE-STATUS.

           SELECT ERASURE-REGISTER-FILE ASSIGN TO DISK
               FILE STATUS IS ERASURE-REGISTER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

           SELECT MASTER-WORK-FILE ASSIGN TO DISK
               FILE STATUS IS MASTER-WORK-FILE-STATUS.

           SELECT DEDUCT-ORDER-FILE ASSIGN TO DISK
               FILE STATUS IS DEDUCT-ORDER-FILE-STATUS.

           SELECT REPAY-QUEUE-FILE ASSIGN TO DISK
               FILE STATUS IS REPAY-QUEUE-FILE-STATUS.

           SELECT YTD-SCRUB-FILE
               ASSIGN TO DYNAMIC YTD-SCRUB-NAME
               FILE STATUS IS YTD-SCRUB-FILE-STATUS.

           SELECT YTD-WORK-FILE ASSIGN TO DISK
               FILE STATUS IS YTD-WORK-FILE-STATUS.

           SELECT PAYSLIP-FILE
               ASSIGN TO DYNAMIC PAYSLIP-FILE-NAME
               FILE STATUS IS PAYSLIP-FILE-STATUS.

           SELECT PAYSLIP-WORK-FILE ASSIGN TO DISK
               FILE STATUS IS PAYSLIP-WORK-FILE-STATUS.

           SELECT CERT-REGISTRY-FILE ASSIGN TO DISK
               FILE STATUS IS CERT-REGISTRY-FILE-STATUS.

           SELECT REGISTRY-WORK-FILE ASSIGN TO DISK
               FILE STATUS IS REGISTRY-WORK-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT MAINT-OVERRIDE-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS MAINT-OVERRIDE-LOG-FILE-STATUS.

           SELECT LOCK-OVERRIDE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS LOCK-OVERRIDE-PARM-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ERASE-PARM-REC.
       01  ERASE-PARM-REC.
           05 ERASE-PARM-YEARS       PIC 9(02).
           05 ERASE-PARM-ARCH-FROM   PIC 9(04).
           05 ERASE-PARM-CRLF        PIC X(02).

      *    PSEUDONYM KEYS ARE NEVER REUSED
       FD  ERASE-SERIAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS ERASE-SERIAL-REC.
       01  ERASE-SERIAL-REC.
           05 ERASE-SERIAL-LAST      PIC 9(08).
           05 ERASE-SERIAL-CRLF      PIC X(02).

      *    A RUN THAT STOPS PART WAY IS RESUMED FROM HERE
       FD  ERASE-WORKLIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS ERASE-WORKLIST-REC.
       01  ERASE-WORKLIST-REC.
           05 EWL-AFM                PIC X(09).
           05 EWL-NAME               PIC X(20).
           05 EWL-TERM-DATE          PIC 9(08).
           05 EWL-KEY                PIC X(09).
           05 EWL-CRLF               PIC X(02).

       FD  ERASURE-REGISTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ERASURE-REGISTER-REC.
       01  ERASURE-REGISTER-REC.
           05 ERG-ERASE-DATE         PIC 9(08).
           05 ERG-ERASE-TIME         PIC 9(06).
           05 ERG-RUN-ID             PIC 9(06).
           05 ERG-PSEUDO-KEY         PIC X(09).
           05 ERG-TERM-DATE          PIC 9(08).
           05 ERG-FILE-NAME          PIC X(30).
           05 ERG-FIELDS-CHANGED     PIC X(24).
           05 ERG-RECORD-CNT         PIC 9(07).
           05 ERG-CRLF               PIC X(02).

       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01  EMPLOYEE-MASTER-REC.
           05 MASTER-AFM             PIC X(09).
           05 MASTER-NAME            PIC X(20).
           05 MASTER-DEPT-CODE       PIC X(06).
           05 MASTER-BANK-ACCOUNT    PIC X(16).
           05 MASTER-STATUS          PIC X(01).
           05 MASTER-HIRE-DATE       PIC 9(08).
           05 MASTER-TERM-DATE       PIC 9(08).
           05 MASTER-COMPANY-CODE    PIC X(02).
           05 MASTER-AMKA            PIC X(11).
           05 MASTER-PKG-CODE        PIC X(04).
           05 MASTER-GRADE           PIC X(02).
           05 MASTER-STEP            PIC X(02).
           05 MASTER-STEP-DATE       PIC 9(08).
           05 MASTER-CRLF            PIC X(02).

       FD  MASTER-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS MASTER-WORK-REC.
       01  MASTER-WORK-REC           PIC X(99).

       FD  DEDUCT-ORDER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS DEDUCT-ORDER-REC.
       01  DEDUCT-ORDER-REC.
           05 DORD-AFM               PIC X(09).
           05 DORD-TYPE              PIC X(02).
           05 DORD-PRIORITY          PIC 9(02).
           05 DORD-AMOUNT            PIC 9(07)V99.
           05 DORD-PCT               PIC V99.
           05 DORD-BALANCE           PIC 9(09)V99.
           05 DORD-CRLF              PIC X(02).

       FD  REPAY-QUEUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS REPAY-QUEUE-REC.
       01  REPAY-QUEUE-REC.
           05 REPAY-AFM              PIC X(09).
           05 REPAY-HOURS-WORKED     PIC 9(03).
           05 REPAY-HOUR-RATE        PIC 99V99.
           05 REPAY-CRLF             PIC X(02).

       FD  YTD-SCRUB-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS EMP-YTD-REC.
       01  EMP-YTD-REC.
           05 EMP-YTD-AFM            PIC X(09).
           05 EMP-YTD-NAME           PIC X(20).
           05 EMP-YTD-ANNUAL         PIC 9(09)V99.
           05 EMP-YTD-TAXES          PIC 9(09)V99.
           05 EMP-YTD-EFKA           PIC 9(09)V99.
           05 EMP-YTD-NET            PIC 9(09)V99.
           05 EMP-YTD-BONUS          PIC 9(09)V99.
           05 EMP-YTD-BONUS-TAXES    PIC 9(09)V99.
           05 EMP-YTD-BONUS-EFKA     PIC 9(09)V99.
           05 EMP-YTD-BONUS-NET      PIC 9(09)V99.
           05 EMP-YTD-CRLF           PIC X(02).

       FD  YTD-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS YTD-WORK-REC.
       01  YTD-WORK-REC              PIC X(119).

       FD  PAYSLIP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYSLIP-LINE.
       01  PAYSLIP-LINE.
           05 PAYSLIP-TEXT           PIC X(78).
           05 PAYSLIP-CRLF           PIC X(02).
       01  PAYSLIP-EMPLOYEE-LINE.
           05 PSL-EMP-TAG            PIC X(10).
           05 PSL-EMP-NAME           PIC X(20).
           05 PSL-AFM-TAG            PIC X(07).
           05 PSL-EMP-AFM            PIC X(09).
           05 FILLER                 PIC X(34).

       FD  PAYSLIP-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYSLIP-WORK-REC.
       01  PAYSLIP-WORK-REC          PIC X(80).

       FD  CERT-REGISTRY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CERT-REGISTRY-REC.
       01  CERT-REGISTRY-REC.
           05 REGISTRY-SERIAL        PIC 9(08).
           05 REGISTRY-AFM           PIC X(09).
           05 REGISTRY-YEAR          PIC X(04).
           05 REGISTRY-ISSUE-DATE    PIC 9(08).
           05 REGISTRY-RUN-ID        PIC 9(06).
           05 REGISTRY-DUP-FLAG      PIC X(01).
           05 REGISTRY-CRLF          PIC X(02).

       FD  REGISTRY-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REGISTRY-WORK-REC.
       01  REGISTRY-WORK-REC         PIC X(38).

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
       01  ERASE-PARM-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  ERASE-SERIAL-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  ERASE-WORKLIST-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  ERASURE-REGISTER-FILE-STATUS  PIC 9(02) VALUE ZERO.
       01  EMPLOYEE-MASTER-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  MASTER-WORK-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  DEDUCT-ORDER-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  REPAY-QUEUE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  YTD-SCRUB-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  YTD-WORK-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  PAYSLIP-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  PAYSLIP-WORK-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CERT-REGISTRY-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  REGISTRY-WORK-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  YTD-SCRUB-NAME                PIC X(40) VALUE SPACES.
       01  PAYSLIP-FILE-NAME             PIC X(40) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  ERASE-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
           88 ERASE-REFUSED                VALUE 'Y'.
       01  RESUME-SWITCH                 PIC X(01) VALUE 'N'.
           88 RESUMING-ERASURE             VALUE 'Y'.
       01  RUN-DATE-TODAY                PIC 9(08) VALUE 0.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-TODAY.
           05 RUN-YEAR                   PIC 9(04).
           05 FILLER                     PIC 9(04).
       01  RETENTION-YEARS               PIC 9(02) VALUE 0.
       01  CUTOFF-DATE                   PIC 9(08) VALUE 0.
       01  ARCH-FROM-YEAR                PIC 9(04) VALUE 0.
       01  ARCH-YEAR                     PIC 9(04) VALUE 0.
       01  ERASE-SERIAL-NUMBER           PIC 9(08) VALUE 0.
       01  PSEUDO-KEY-WS.
           05 FILLER                     PIC X(01) VALUE 'P'.
           05 PSEUDO-KEY-NUMBER          PIC 9(08) VALUE 0.
       01  PSEUDO-NAME-WS.
           05 FILLER                     PIC X(07) VALUE 'ERASED '.
           05 PSEUDO-NAME-KEY            PIC X(09) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE SPACES.
       01  PAYSLIP-NAME-VALUES.
           05 FILLER                     PIC X(12) VALUE 'PAYSLIP-FILE'.
           05 FILLER                     PIC X(12) VALUE 'PAYSLIP-XMAS'.
           05 FILLER                     PIC X(12) VALUE 'PAYSLIP-EAST'.
           05 FILLER                     PIC X(12) VALUE 'PAYSLIP-HOLI'.
       01  PAYSLIP-NAME-TABLE REDEFINES PAYSLIP-NAME-VALUES.
           05 PAYSLIP-NAME-ENTRY OCCURS 4 TIMES PIC X(12).
       01  PAYSLIP-NAME-IDX              PIC 9(02) VALUE 0.
       01  MAX-ERASE-CANDIDATES          PIC 9(04) VALUE 1000.
       01  CAND-COUNT                    PIC 9(04) VALUE 0.
       01  CANDIDATE-TABLE.
           05 CAND-ENTRY OCCURS 1000 TIMES.
              10 CAND-AFM                PIC X(09).
              10 CAND-NAME               PIC X(20).
              10 CAND-TERM-DATE          PIC 9(08).
              10 CAND-KEY                PIC X(09).
              10 CAND-PSEUDO-NAME        PIC X(20).
              10 CAND-HOLD-CODE          PIC X(01).
                 88 CAND-NOT-HELD          VALUE SPACE.
                 88 CAND-HELD-ORDER        VALUE 'D'.
                 88 CAND-HELD-REPAY        VALUE 'R'.
              10 CAND-FILE-CNT           PIC 9(07).
       01  CAND-IDX                      PIC 9(04) VALUE 0.
       01  CAND-FOUND-IDX                PIC 9(04) VALUE 0.
       01  MATCH-AFM-WS                  PIC X(09) VALUE SPACES.
       01  MASTER-READ-CNT               PIC 9(07) VALUE 0.
       01  ERASE-CNT                     PIC 9(07) VALUE 0.
       01  HELD-CNT                      PIC 9(07) VALUE 0.
       01  FILE-CHANGE-CNT               PIC 9(07) VALUE 0.
       01  TOTAL-CHANGE-CNT              PIC 9(07) VALUE 0.
       01  FILES-CHANGED-CNT             PIC 9(05) VALUE 0.
       01  REGISTER-FILE-NAME-WS         PIC X(30) VALUE SPACES.
       01  REGISTER-FIELDS-WS            PIC X(24) VALUE SPACES.
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
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-AUTH-TABLE
           PERFORM CHECK-WINDOW-LOCK THRU CHECK-WINDOW-LOCK-EXIT
           IF LOCK-REFUSED
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM LOAD-ERASE-PARM
           IF ERASE-REFUSED
               PERFORM FINISH
           END-IF
           PERFORM LOAD-ERASE-WORKLIST
           IF NOT RESUMING-ERASURE
               PERFORM SELECT-CANDIDATES
               PERFORM CHECK-DEDUCT-ORDERS
                   THRU CHECK-DEDUCT-ORDERS-EXIT
               PERFORM CHECK-REPAY-QUEUE THRU CHECK-REPAY-QUEUE-EXIT
               PERFORM ASSIGN-PSEUDONYMS
               IF ERASE-CNT = 0
                   DISPLAY 'EMPERASE: NO EMPLOYEE IS DUE FOR ERASURE'
                   PERFORM FINISH
               END-IF
               PERFORM SAVE-ERASE-SERIAL
               PERFORM WRITE-ERASE-WORKLIST
           END-IF
      *    THE MASTER GOES LAST - UNTIL THEN IT STILL HOLDS THE AFM
           MOVE 'EMP-YTD-FILE' TO YTD-SCRUB-NAME
           PERFORM SCRUB-YTD-FILE THRU SCRUB-YTD-FILE-EXIT
           PERFORM VARYING ARCH-YEAR FROM ARCH-FROM-YEAR BY 1
                   UNTIL ARCH-YEAR > RUN-YEAR
               MOVE SPACES TO YTD-SCRUB-NAME
               STRING 'EMPYTD-ARCH-' DELIMITED BY SIZE
                      ARCH-YEAR      DELIMITED BY SIZE
                 INTO YTD-SCRUB-NAME
               PERFORM SCRUB-YTD-FILE THRU SCRUB-YTD-FILE-EXIT
           END-PERFORM
           PERFORM VARYING PAYSLIP-NAME-IDX FROM 1 BY 1
                   UNTIL PAYSLIP-NAME-IDX > 4
               MOVE PAYSLIP-NAME-ENTRY(PAYSLIP-NAME-IDX)
                   TO PAYSLIP-FILE-NAME
               PERFORM SCRUB-PAYSLIP-FILE THRU SCRUB-PAYSLIP-FILE-EXIT
           END-PERFORM
           PERFORM SCRUB-CERT-REGISTRY THRU SCRUB-CERT-REGISTRY-EXIT
           PERFORM SCRUB-EMPLOYEE-MASTER
               THRU SCRUB-EMPLOYEE-MASTER-EXIT
           PERFORM CLEAR-ERASE-WORKLIST
           DISPLAY 'EMPERASE: EMPLOYEES ERASED  = ' ERASE-CNT
           DISPLAY 'EMPERASE: EMPLOYEES HELD    = ' HELD-CNT
           DISPLAY 'EMPERASE: FILES CHANGED     = ' FILES-CHANGED-CNT
           DISPLAY 'EMPERASE: RECORDS CHANGED   = ' TOTAL-CHANGE-CNT
           PERFORM FINISH.

       LOAD-ERASE-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           OPEN INPUT ERASE-PARM-FILE
           IF ERASE-PARM-FILE-STATUS = 0
               READ ERASE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ERASE-PARM-YEARS IS NUMERIC
                           MOVE ERASE-PARM-YEARS TO RETENTION-YEARS
                       END-IF
                       IF ERASE-PARM-ARCH-FROM IS NUMERIC
                           MOVE ERASE-PARM-ARCH-FROM TO ARCH-FROM-YEAR
                       END-IF
               END-READ
               CLOSE ERASE-PARM-FILE
           END-IF
           IF RETENTION-YEARS = 0
               DISPLAY '***EMPERASE: NO RETENTION PERIOD IN '
                       'ERASE-PARM-FILE - NOTHING ERASED'
               MOVE 'ERASE-PARM-FILE' TO LOG-FILE-NAME-WS
               MOVE '99' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 'Y' TO ERASE-REFUSED-SWITCH
           ELSE
               COMPUTE CUTOFF-DATE =
                   RUN-DATE-TODAY - RETENTION-YEARS * 10000
               IF ARCH-FROM-YEAR = 0 OR ARCH-FROM-YEAR > RUN-YEAR
                   COMPUTE ARCH-FROM-YEAR = RUN-YEAR - 30
               END-IF
               DISPLAY 'EMPERASE: RETENTION ' RETENTION-YEARS
                       ' YEARS, ERASING EMPLOYEES TERMINATED BEFORE '
                       CUTOFF-DATE
           END-IF.

       LOAD-ERASE-WORKLIST.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT ERASE-WORKLIST-FILE
           IF ERASE-WORKLIST-FILE-STATUS = 0
               READ ERASE-WORKLIST-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF CAND-COUNT < MAX-ERASE-CANDIDATES
                       ADD 1 TO CAND-COUNT
                       MOVE EWL-AFM       TO CAND-AFM(CAND-COUNT)
                       MOVE EWL-NAME      TO CAND-NAME(CAND-COUNT)
                       MOVE EWL-TERM-DATE TO CAND-TERM-DATE(CAND-COUNT)
                       MOVE EWL-KEY       TO CAND-KEY(CAND-COUNT)
                       MOVE EWL-KEY       TO PSEUDO-NAME-KEY
                       MOVE PSEUDO-NAME-WS
                           TO CAND-PSEUDO-NAME(CAND-COUNT)
                       MOVE SPACE TO CAND-HOLD-CODE(CAND-COUNT)
                       MOVE 0     TO CAND-FILE-CNT(CAND-COUNT)
                       ADD 1 TO ERASE-CNT
                   END-IF
                   READ ERASE-WORKLIST-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE ERASE-WORKLIST-FILE
           END-IF
           IF ERASE-CNT > 0
               MOVE 'Y' TO RESUME-SWITCH
               DISPLAY 'EMPERASE: RESUMING AN INCOMPLETE ERASURE - '
                       ERASE-CNT ' EMPLOYEES'
           END-IF.

       SELECT-CANDIDATES.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'EMPLOYEE-MASTER-FILE'
               DISPLAY 'STATUS-CODE=' EMPLOYEE-MASTER-FILE-STATUS
               MOVE 'EMPLOYEE-MASTER-FILE' TO LOG-FILE-NAME-WS
               MOVE EMPLOYEE-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ EMPLOYEE-MASTER-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO MASTER-READ-CNT
               IF MASTER-STATUS = 'T' AND
                  MASTER-TERM-DATE IS NUMERIC AND
                  MASTER-TERM-DATE > 0 AND
                  MASTER-TERM-DATE < CUTOFF-DATE AND
                  MASTER-NAME(1:7) NOT = 'ERASED '
                   IF CAND-COUNT < MAX-ERASE-CANDIDATES
                       ADD 1 TO CAND-COUNT
                       MOVE MASTER-AFM  TO CAND-AFM(CAND-COUNT)
                       MOVE MASTER-NAME TO CAND-NAME(CAND-COUNT)
                       MOVE MASTER-TERM-DATE
                           TO CAND-TERM-DATE(CAND-COUNT)
                       MOVE SPACES TO CAND-KEY(CAND-COUNT)
                       MOVE SPACES TO CAND-PSEUDO-NAME(CAND-COUNT)
                       MOVE SPACE  TO CAND-HOLD-CODE(CAND-COUNT)
                       MOVE 0      TO CAND-FILE-CNT(CAND-COUNT)
                   ELSE
                       DISPLAY '***WARNING: MORE THAN '
                               MAX-ERASE-CANDIDATES
                               ' EMPLOYEES DUE - REST LEFT FOR NEXT RUN'
                   END-IF
               END-IF
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       CHECK-DEDUCT-ORDERS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DEDUCT-ORDER-FILE
           IF DEDUCT-ORDER-FILE-STATUS = 35
               GO TO CHECK-DEDUCT-ORDERS-EXIT
           END-IF
           IF DEDUCT-ORDER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: DEDUCT-ORDER-FILE'
               DISPLAY 'STATUS-CODE=' DEDUCT-ORDER-FILE-STATUS
               MOVE 'DEDUCT-ORDER-FILE' TO LOG-FILE-NAME-WS
               MOVE DEDUCT-ORDER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ DEDUCT-ORDER-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF DORD-BALANCE IS NUMERIC AND DORD-BALANCE > 0
                   MOVE DORD-AFM TO MATCH-AFM-WS
                   PERFORM FIND-CANDIDATE
                   IF CAND-FOUND-IDX > 0
                       MOVE 'D' TO CAND-HOLD-CODE(CAND-FOUND-IDX)
                   END-IF
               END-IF
               READ DEDUCT-ORDER-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE DEDUCT-ORDER-FILE.
       CHECK-DEDUCT-ORDERS-EXIT.
           EXIT.

       CHECK-REPAY-QUEUE.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT REPAY-QUEUE-FILE
           IF REPAY-QUEUE-FILE-STATUS = 35
               GO TO CHECK-REPAY-QUEUE-EXIT
           END-IF
           IF REPAY-QUEUE-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: REPAY-QUEUE-FILE'
               DISPLAY 'STATUS-CODE=' REPAY-QUEUE-FILE-STATUS
               MOVE 'REPAY-QUEUE-FILE' TO LOG-FILE-NAME-WS
               MOVE REPAY-QUEUE-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ REPAY-QUEUE-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               MOVE REPAY-AFM TO MATCH-AFM-WS
               PERFORM FIND-CANDIDATE
               IF CAND-FOUND-IDX > 0
                   MOVE 'R' TO CAND-HOLD-CODE(CAND-FOUND-IDX)
               END-IF
               READ REPAY-QUEUE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE REPAY-QUEUE-FILE.
       CHECK-REPAY-QUEUE-EXIT.
           EXIT.

       ASSIGN-PSEUDONYMS.
           PERFORM LOAD-ERASE-SERIAL
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               EVALUATE TRUE
                   WHEN CAND-HELD-ORDER(CAND-IDX)
                       ADD 1 TO HELD-CNT
                       DISPLAY 'EMPERASE: AFM ' CAND-AFM(CAND-IDX)
                               ' HELD - OPEN DEDUCTION ORDER'
                   WHEN CAND-HELD-REPAY(CAND-IDX)
                       ADD 1 TO HELD-CNT
                       DISPLAY 'EMPERASE: AFM ' CAND-AFM(CAND-IDX)
                               ' HELD - PAYMENT IN REPAY QUEUE'
                   WHEN OTHER
                       ADD 1 TO ERASE-CNT
                       ADD 1 TO ERASE-SERIAL-NUMBER
                       MOVE ERASE-SERIAL-NUMBER TO PSEUDO-KEY-NUMBER
                       MOVE PSEUDO-KEY-WS TO CAND-KEY(CAND-IDX)
                       MOVE PSEUDO-KEY-WS TO PSEUDO-NAME-KEY
                       MOVE PSEUDO-NAME-WS
                           TO CAND-PSEUDO-NAME(CAND-IDX)
               END-EVALUATE
           END-PERFORM.

       LOAD-ERASE-SERIAL.
           OPEN INPUT ERASE-SERIAL-FILE
           IF ERASE-SERIAL-FILE-STATUS = 0
               READ ERASE-SERIAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ERASE-SERIAL-LAST IS NUMERIC
                           MOVE ERASE-SERIAL-LAST
                               TO ERASE-SERIAL-NUMBER
                       END-IF
               END-READ
               CLOSE ERASE-SERIAL-FILE
           END-IF.

       SAVE-ERASE-SERIAL.
           OPEN OUTPUT ERASE-SERIAL-FILE
           IF ERASE-SERIAL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: ERASE-SERIAL-FILE'
               DISPLAY 'STATUS-CODE=' ERASE-SERIAL-FILE-STATUS
               MOVE 'ERASE-SERIAL-FILE' TO LOG-FILE-NAME-WS
               MOVE ERASE-SERIAL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           MOVE ERASE-SERIAL-NUMBER TO ERASE-SERIAL-LAST
           MOVE X'0D0A'             TO ERASE-SERIAL-CRLF
           WRITE ERASE-SERIAL-REC
           CLOSE ERASE-SERIAL-FILE.

       WRITE-ERASE-WORKLIST.
           OPEN OUTPUT ERASE-WORKLIST-FILE
           IF ERASE-WORKLIST-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'ERASE-WORKLIST-FILE'
               DISPLAY 'STATUS-CODE=' ERASE-WORKLIST-FILE-STATUS
               MOVE 'ERASE-WORKLIST-FILE' TO LOG-FILE-NAME-WS
               MOVE ERASE-WORKLIST-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CAND-NOT-HELD(CAND-IDX)
                   MOVE CAND-AFM(CAND-IDX)       TO EWL-AFM
                   MOVE CAND-NAME(CAND-IDX)      TO EWL-NAME
                   MOVE CAND-TERM-DATE(CAND-IDX) TO EWL-TERM-DATE
                   MOVE CAND-KEY(CAND-IDX)       TO EWL-KEY
                   MOVE X'0D0A'                  TO EWL-CRLF
                   WRITE ERASE-WORKLIST-REC
               END-IF
           END-PERFORM
           CLOSE ERASE-WORKLIST-FILE.

       CLEAR-ERASE-WORKLIST.
           OPEN OUTPUT ERASE-WORKLIST-FILE
           IF ERASE-WORKLIST-FILE-STATUS = 0
               CLOSE ERASE-WORKLIST-FILE
           END-IF.

       FIND-CANDIDATE.
           MOVE 0 TO CAND-FOUND-IDX
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT OR CAND-FOUND-IDX > 0
               IF CAND-AFM(CAND-IDX) = MATCH-AFM-WS
                   MOVE CAND-IDX TO CAND-FOUND-IDX
               END-IF
           END-PERFORM.

       START-FILE-SCRUB.
           MOVE 0 TO FILE-CHANGE-CNT
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               MOVE 0 TO CAND-FILE-CNT(CAND-IDX)
           END-PERFORM.

       MATCH-ERASED-EMPLOYEE.
           PERFORM FIND-CANDIDATE
           IF CAND-FOUND-IDX > 0
               IF CAND-NOT-HELD(CAND-FOUND-IDX)
                   ADD 1 TO CAND-FILE-CNT(CAND-FOUND-IDX)
                   ADD 1 TO FILE-CHANGE-CNT
               ELSE
                   MOVE 0 TO CAND-FOUND-IDX
               END-IF
           END-IF.

       SCRUB-YTD-FILE.
           PERFORM START-FILE-SCRUB
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT YTD-SCRUB-FILE
           IF YTD-SCRUB-FILE-STATUS = 35
               GO TO SCRUB-YTD-FILE-EXIT
           END-IF
           IF YTD-SCRUB-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: ' YTD-SCRUB-NAME
               DISPLAY 'STATUS-CODE=' YTD-SCRUB-FILE-STATUS
               MOVE YTD-SCRUB-NAME TO LOG-FILE-NAME-WS
               MOVE YTD-SCRUB-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           OPEN OUTPUT YTD-WORK-FILE
           IF YTD-WORK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: YTD-WORK-FILE'
               DISPLAY 'STATUS-CODE=' YTD-WORK-FILE-STATUS
               MOVE 'YTD-WORK-FILE' TO LOG-FILE-NAME-WS
               MOVE YTD-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ YTD-SCRUB-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF EMP-YTD-REC(1:3) NOT = 'HDR' AND
                  EMP-YTD-REC(1:3) NOT = 'TRL'
                   MOVE EMP-YTD-AFM TO MATCH-AFM-WS
                   PERFORM MATCH-ERASED-EMPLOYEE
                   IF CAND-FOUND-IDX > 0
                       MOVE CAND-KEY(CAND-FOUND-IDX) TO EMP-YTD-AFM
                       MOVE CAND-PSEUDO-NAME(CAND-FOUND-IDX)
                           TO EMP-YTD-NAME
                   END-IF
               END-IF
               WRITE YTD-WORK-REC FROM EMP-YTD-REC
               IF YTD-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'YTD-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' YTD-WORK-FILE-STATUS
                   MOVE 'YTD-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE YTD-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ YTD-SCRUB-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE YTD-SCRUB-FILE
                 YTD-WORK-FILE
           IF FILE-CHANGE-CNT > 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               OPEN INPUT YTD-WORK-FILE
               IF YTD-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING INPUT FILE: '
                           'YTD-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' YTD-WORK-FILE-STATUS
                   MOVE 'YTD-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE YTD-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               OPEN OUTPUT YTD-SCRUB-FILE
               IF YTD-SCRUB-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           YTD-SCRUB-NAME
                   DISPLAY 'STATUS-CODE=' YTD-SCRUB-FILE-STATUS
                   MOVE YTD-SCRUB-NAME TO LOG-FILE-NAME-WS
                   MOVE YTD-SCRUB-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ YTD-WORK-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   WRITE EMP-YTD-REC FROM YTD-WORK-REC
                   IF YTD-SCRUB-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               YTD-SCRUB-NAME
                       DISPLAY 'STATUS-CODE=' YTD-SCRUB-FILE-STATUS
                       MOVE YTD-SCRUB-NAME TO LOG-FILE-NAME-WS
                       MOVE YTD-SCRUB-FILE-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ YTD-WORK-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE YTD-WORK-FILE
                     YTD-SCRUB-FILE
               MOVE YTD-SCRUB-NAME TO REGISTER-FILE-NAME-WS
               MOVE 'AFM NAME' TO REGISTER-FIELDS-WS
               PERFORM WRITE-REGISTER-LINES
           END-IF.
       SCRUB-YTD-FILE-EXIT.
           EXIT.

       SCRUB-PAYSLIP-FILE.
           PERFORM START-FILE-SCRUB
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT PAYSLIP-FILE
           IF PAYSLIP-FILE-STATUS = 35
               GO TO SCRUB-PAYSLIP-FILE-EXIT
           END-IF
           IF PAYSLIP-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: ' PAYSLIP-FILE-NAME
               DISPLAY 'STATUS-CODE=' PAYSLIP-FILE-STATUS
               MOVE PAYSLIP-FILE-NAME TO LOG-FILE-NAME-WS
               MOVE PAYSLIP-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           OPEN OUTPUT PAYSLIP-WORK-FILE
           IF PAYSLIP-WORK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'PAYSLIP-WORK-FILE'
               DISPLAY 'STATUS-CODE=' PAYSLIP-WORK-FILE-STATUS
               MOVE 'PAYSLIP-WORK-FILE' TO LOG-FILE-NAME-WS
               MOVE PAYSLIP-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ PAYSLIP-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF PSL-EMP-TAG = 'EMPLOYEE: ' AND
                  PSL-AFM-TAG = '  AFM: '
                   MOVE PSL-EMP-AFM TO MATCH-AFM-WS
                   PERFORM MATCH-ERASED-EMPLOYEE
                   IF CAND-FOUND-IDX > 0
                       MOVE CAND-KEY(CAND-FOUND-IDX) TO PSL-EMP-AFM
                       MOVE CAND-PSEUDO-NAME(CAND-FOUND-IDX)
                           TO PSL-EMP-NAME
                   END-IF
               END-IF
               WRITE PAYSLIP-WORK-REC FROM PAYSLIP-LINE
               IF PAYSLIP-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'PAYSLIP-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' PAYSLIP-WORK-FILE-STATUS
                   MOVE 'PAYSLIP-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE PAYSLIP-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ PAYSLIP-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE
                 PAYSLIP-WORK-FILE
           IF FILE-CHANGE-CNT > 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               OPEN INPUT PAYSLIP-WORK-FILE
               IF PAYSLIP-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING INPUT FILE: '
                           'PAYSLIP-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' PAYSLIP-WORK-FILE-STATUS
                   MOVE 'PAYSLIP-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE PAYSLIP-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               OPEN OUTPUT PAYSLIP-FILE
               IF PAYSLIP-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           PAYSLIP-FILE-NAME
                   DISPLAY 'STATUS-CODE=' PAYSLIP-FILE-STATUS
                   MOVE PAYSLIP-FILE-NAME TO LOG-FILE-NAME-WS
                   MOVE PAYSLIP-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ PAYSLIP-WORK-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   WRITE PAYSLIP-LINE FROM PAYSLIP-WORK-REC
                   IF PAYSLIP-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               PAYSLIP-FILE-NAME
                       DISPLAY 'STATUS-CODE=' PAYSLIP-FILE-STATUS
                       MOVE PAYSLIP-FILE-NAME TO LOG-FILE-NAME-WS
                       MOVE PAYSLIP-FILE-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ PAYSLIP-WORK-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAYSLIP-WORK-FILE
                     PAYSLIP-FILE
               MOVE PAYSLIP-FILE-NAME TO REGISTER-FILE-NAME-WS
               MOVE 'AFM NAME' TO REGISTER-FIELDS-WS
               PERFORM WRITE-REGISTER-LINES
           END-IF.
       SCRUB-PAYSLIP-FILE-EXIT.
           EXIT.

       SCRUB-CERT-REGISTRY.
           PERFORM START-FILE-SCRUB
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT CERT-REGISTRY-FILE
           IF CERT-REGISTRY-FILE-STATUS = 35
               GO TO SCRUB-CERT-REGISTRY-EXIT
           END-IF
           IF CERT-REGISTRY-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: CERT-REGISTRY-FILE'
               DISPLAY 'STATUS-CODE=' CERT-REGISTRY-FILE-STATUS
               MOVE 'CERT-REGISTRY-FILE' TO LOG-FILE-NAME-WS
               MOVE CERT-REGISTRY-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           OPEN OUTPUT REGISTRY-WORK-FILE
           IF REGISTRY-WORK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'REGISTRY-WORK-FILE'
               DISPLAY 'STATUS-CODE=' REGISTRY-WORK-FILE-STATUS
               MOVE 'REGISTRY-WORK-FILE' TO LOG-FILE-NAME-WS
               MOVE REGISTRY-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ CERT-REGISTRY-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               MOVE REGISTRY-AFM TO MATCH-AFM-WS
               PERFORM MATCH-ERASED-EMPLOYEE
               IF CAND-FOUND-IDX > 0
                   MOVE CAND-KEY(CAND-FOUND-IDX) TO REGISTRY-AFM
               END-IF
               WRITE REGISTRY-WORK-REC FROM CERT-REGISTRY-REC
               IF REGISTRY-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'REGISTRY-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' REGISTRY-WORK-FILE-STATUS
                   MOVE 'REGISTRY-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE REGISTRY-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ CERT-REGISTRY-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE CERT-REGISTRY-FILE
                 REGISTRY-WORK-FILE
           IF FILE-CHANGE-CNT > 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               OPEN INPUT REGISTRY-WORK-FILE
               IF REGISTRY-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING INPUT FILE: '
                           'REGISTRY-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' REGISTRY-WORK-FILE-STATUS
                   MOVE 'REGISTRY-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE REGISTRY-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               OPEN OUTPUT CERT-REGISTRY-FILE
               IF CERT-REGISTRY-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'CERT-REGISTRY-FILE'
                   DISPLAY 'STATUS-CODE=' CERT-REGISTRY-FILE-STATUS
                   MOVE 'CERT-REGISTRY-FILE' TO LOG-FILE-NAME-WS
                   MOVE CERT-REGISTRY-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ REGISTRY-WORK-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   WRITE CERT-REGISTRY-REC FROM REGISTRY-WORK-REC
                   IF CERT-REGISTRY-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'CERT-REGISTRY-FILE'
                       DISPLAY 'STATUS-CODE=' CERT-REGISTRY-FILE-STATUS
                       MOVE 'CERT-REGISTRY-FILE' TO LOG-FILE-NAME-WS
                       MOVE CERT-REGISTRY-FILE-STATUS
                           TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ REGISTRY-WORK-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-WORK-FILE
                     CERT-REGISTRY-FILE
               MOVE 'CERT-REGISTRY-FILE' TO REGISTER-FILE-NAME-WS
               MOVE 'AFM' TO REGISTER-FIELDS-WS
               PERFORM WRITE-REGISTER-LINES
           END-IF.
       SCRUB-CERT-REGISTRY-EXIT.
           EXIT.

       SCRUB-EMPLOYEE-MASTER.
           PERFORM START-FILE-SCRUB
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'EMPLOYEE-MASTER-FILE'
               DISPLAY 'STATUS-CODE=' EMPLOYEE-MASTER-FILE-STATUS
               MOVE 'EMPLOYEE-MASTER-FILE' TO LOG-FILE-NAME-WS
               MOVE EMPLOYEE-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           OPEN OUTPUT MASTER-WORK-FILE
           IF MASTER-WORK-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: MASTER-WORK-FILE'
               DISPLAY 'STATUS-CODE=' MASTER-WORK-FILE-STATUS
               MOVE 'MASTER-WORK-FILE' TO LOG-FILE-NAME-WS
               MOVE MASTER-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ EMPLOYEE-MASTER-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               MOVE MASTER-AFM TO MATCH-AFM-WS
               PERFORM MATCH-ERASED-EMPLOYEE
               IF CAND-FOUND-IDX > 0
                   MOVE CAND-KEY(CAND-FOUND-IDX) TO MASTER-AFM
                   MOVE CAND-PSEUDO-NAME(CAND-FOUND-IDX)
                       TO MASTER-NAME
                   MOVE SPACES TO MASTER-BANK-ACCOUNT
                   MOVE SPACES TO MASTER-AMKA
               END-IF
               WRITE MASTER-WORK-REC FROM EMPLOYEE-MASTER-REC
               IF MASTER-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'MASTER-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' MASTER-WORK-FILE-STATUS
                   MOVE 'MASTER-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE MASTER-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ EMPLOYEE-MASTER-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
                 MASTER-WORK-FILE
           IF FILE-CHANGE-CNT > 0
               MOVE SPACES TO DATA-REMAINS-SWITCH
               OPEN INPUT MASTER-WORK-FILE
               IF MASTER-WORK-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING INPUT FILE: '
                           'MASTER-WORK-FILE'
                   DISPLAY 'STATUS-CODE=' MASTER-WORK-FILE-STATUS
                   MOVE 'MASTER-WORK-FILE' TO LOG-FILE-NAME-WS
                   MOVE MASTER-WORK-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               OPEN OUTPUT EMPLOYEE-MASTER-FILE
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'EMPLOYEE-MASTER-FILE'
                   DISPLAY 'STATUS-CODE=' EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 'EMPLOYEE-MASTER-FILE' TO LOG-FILE-NAME-WS
                   MOVE EMPLOYEE-MASTER-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ MASTER-WORK-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   WRITE EMPLOYEE-MASTER-REC FROM MASTER-WORK-REC
                   IF EMPLOYEE-MASTER-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'EMPLOYEE-MASTER-FILE'
                       DISPLAY 'STATUS-CODE='
                               EMPLOYEE-MASTER-FILE-STATUS
                       MOVE 'EMPLOYEE-MASTER-FILE' TO LOG-FILE-NAME-WS
                       MOVE EMPLOYEE-MASTER-FILE-STATUS
                           TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ MASTER-WORK-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE MASTER-WORK-FILE
                     EMPLOYEE-MASTER-FILE
               MOVE 'EMPLOYEE-MASTER-FILE' TO REGISTER-FILE-NAME-WS
               MOVE 'AFM NAME BANK AMKA' TO REGISTER-FIELDS-WS
               PERFORM WRITE-REGISTER-LINES
           END-IF.
       SCRUB-EMPLOYEE-MASTER-EXIT.
           EXIT.

       WRITE-REGISTER-LINES.
           ADD 1 TO FILES-CHANGED-CNT
           ADD FILE-CHANGE-CNT TO TOTAL-CHANGE-CNT
           DISPLAY 'EMPERASE: ' REGISTER-FILE-NAME-WS ' '
                   FILE-CHANGE-CNT ' RECORDS CHANGED'
           OPEN EXTEND ERASURE-REGISTER-FILE
           IF ERASURE-REGISTER-FILE-STATUS = 35
               OPEN OUTPUT ERASURE-REGISTER-FILE
           END-IF
           IF ERASURE-REGISTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'ERASURE-REGISTER-FILE'
               DISPLAY 'STATUS-CODE=' ERASURE-REGISTER-FILE-STATUS
               MOVE 'ERASURE-REGISTER' TO LOG-FILE-NAME-WS
               MOVE ERASURE-REGISTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
           ELSE
               PERFORM VARYING CAND-IDX FROM 1 BY 1
                       UNTIL CAND-IDX > CAND-COUNT
                   IF CAND-FILE-CNT(CAND-IDX) > 0
                       MOVE SPACES TO ERASURE-REGISTER-REC
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO ERG-ERASE-DATE
                       MOVE FUNCTION CURRENT-DATE(9:6)
                           TO ERG-ERASE-TIME
                       MOVE BATCH-RUN-ID TO ERG-RUN-ID
                       MOVE CAND-KEY(CAND-IDX) TO ERG-PSEUDO-KEY
                       MOVE CAND-TERM-DATE(CAND-IDX) TO ERG-TERM-DATE
                       MOVE REGISTER-FILE-NAME-WS TO ERG-FILE-NAME
                       MOVE REGISTER-FIELDS-WS TO ERG-FIELDS-CHANGED
                       MOVE CAND-FILE-CNT(CAND-IDX) TO ERG-RECORD-CNT
                       MOVE X'0D0A' TO ERG-CRLF
                       WRITE ERASURE-REGISTER-REC
                   END-IF
               END-PERFORM
               CLOSE ERASURE-REGISTER-FILE
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

       CHECK-WINDOW-LOCK.
           MOVE 'N' TO LOCK-REFUSED-SWITCH
           PERFORM READ-WINDOW-LOCK
           IF NOT WINDOW-IS-LOCKED
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           DISPLAY '***EMPERASE: BATCH WINDOW RUNNING (RUN '
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
               DISPLAY '***EMPERASE: NO EMERGENCY OVERRIDE GIVEN - '
                       'RUN REFUSED'
               MOVE 'Y' TO LOCK-REFUSED-SWITCH
               GO TO CHECK-WINDOW-LOCK-EXIT
           END-IF
           MOVE OVERRIDE-OPERATOR-WS TO AUTH-CHECK-ID
           MOVE OVERRIDE-RIGHT TO AUTH-CHECK-RIGHT
           PERFORM CHECK-AUTHORITY
           IF NOT AUTH-IS-OK
               DISPLAY '***EMPERASE: OPERATOR ' OVERRIDE-OPERATOR-WS
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
               DISPLAY '***EMPERASE: OVERRIDE CANNOT BE LOGGED - '
                       'RUN REFUSED'
               MOVE 66 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAINT-OVERRIDE-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVRLOG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO OVRLOG-RUN-TIME
           MOVE 'EMPERASE' TO OVRLOG-PROGRAM-NAME
           MOVE OVERRIDE-OPERATOR-WS TO OVRLOG-OPERATOR-ID
           MOVE WINDOW-LOCK-RUN-ID TO OVRLOG-LOCK-RUN-ID
           MOVE OVERRIDE-REASON-WS TO OVRLOG-REASON
           MOVE X'0D0A' TO OVRLOG-CRLF
           WRITE MAINT-OVERRIDE-LOG-REC
           CLOSE MAINT-OVERRIDE-LOG-FILE
           DISPLAY '***WARNING EMPERASE: BATCH WINDOW LOCK '
                   'OVERRIDDEN BY ' OVERRIDE-OPERATOR-WS.

       FINISH.
           IF ERASE-REFUSED AND RETURN-CODE = 0
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
               MOVE 'EMPERASE'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE MASTER-READ-CNT    TO AUDIT-RECS-READ
               MOVE ERASE-CNT          TO AUDIT-RECS-WRITTEN
               MOVE HELD-CNT           TO AUDIT-RECS-REJECTED
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
               MOVE 'EMPERASE'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM EMPERASE.
