       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO DISK
               FILE STATUS IS SALES-FILE-STATUS.

           SELECT COMM-PLAN-FILE ASSIGN TO DISK
               FILE STATUS IS COMM-PLAN-FILE-STATUS.

           SELECT COMM-HISTORY-FILE ASSIGN TO DISK
               FILE STATUS IS COMM-HISTORY-FILE-STATUS.

           SELECT COMMISSION-EARNINGS-FILE ASSIGN TO DISK
               FILE STATUS IS COMM-EARNINGS-FILE-STATUS.

           SELECT COMM-STATEMENT-FILE ASSIGN TO DISK
               FILE STATUS IS COMM-STATEMENT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO DISK
               FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT PRODUCT-REF-FILE ASSIGN TO DISK
               FILE STATUS IS PRODUCT-REF-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SALES-REC.
       01  SALES-REC.
           05 SALES-YEAR           PIC 9(04).
           05 SALES-REGION-CODE   PIC 9(02).
           05 SALES-MONTH         PIC 9(02).
           05 SALES-AMOUNT        PIC 9(10).
           05 SALES-TYPE          PIC X(01).
              88 SALES-IS-CREDIT    VALUE 'C'.
           05 SALES-SALESPERSON-AFM PIC X(09).
           05 SALES-PRODUCT-LINE  PIC X(03).
           05 SALES-CURRENCY      PIC X(03).
           05 SALES-CRLF          PIC X(02).

      *    T = TIER RATE FROM A PERCENT OF QUOTA, Q = MONTHLY QUOTA
       FD  COMM-PLAN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COMM-TIER-REC.
       01  COMM-TIER-REC.
           05 CPT-REC-TYPE           PIC X(01).
              88 CPT-IS-TIER           VALUE 'T'.
              88 CPT-IS-QUOTA          VALUE 'Q'.
           05 CPT-PLAN-CODE          PIC X(04).
           05 CPT-FROM-PCT           PIC 9(03).
           05 CPT-RATE               PIC 9(02)V99.
           05 FILLER                 PIC X(18).
           05 CPT-CRLF               PIC X(02).
       01  COMM-QUOTA-REC.
           05 CPQ-REC-TYPE           PIC X(01).
           05 CPQ-PLAN-CODE          PIC X(04).
           05 CPQ-AFM                PIC X(09).
           05 CPQ-YEAR               PIC 9(04).
           05 CPQ-MONTH              PIC 9(02).
           05 CPQ-QUOTA              PIC 9(10).
           05 CPQ-CRLF               PIC X(02).

       FD  COMM-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COMM-HISTORY-REC.
       01  COMM-HISTORY-REC.
           05 CMH-AFM                PIC X(09).
           05 CMH-YEAR               PIC 9(04).
           05 CMH-MONTH              PIC 9(02).
           05 CMH-SALES              PIC 9(11).
           05 CMH-RETURNS            PIC 9(11).
           05 CMH-COMMISSION         PIC 9(07)V99.
           05 CMH-CRLF               PIC X(02).
       01  COMM-HISTORY-HEADER-REC.
           05 CHH-TAG                PIC X(03).
           05 CHH-PROGRAM            PIC X(08).
           05 CHH-RUN-DATE           PIC 9(08).
           05 CHH-RUN-ID             PIC 9(06).
           05 FILLER                 PIC X(21).
           05 CHH-CRLF               PIC X(02).

       FD  COMMISSION-EARNINGS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS COMM-EARNINGS-REC.
       01  COMM-EARNINGS-REC.
           05 CME-AFM                PIC X(09).
           05 CME-PERIOD             PIC 9(06).
           05 CME-TYPE               PIC X(01).
           05 CME-AMOUNT             PIC 9(07)V99.
           05 CME-STATUS             PIC X(01).
           05 CME-RUN-ID             PIC 9(06).
           05 CME-CRLF               PIC X(02).

       FD  COMM-STATEMENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COMM-STATEMENT-LINE.
       01  COMM-STATEMENT-LINE.
           05 CST-TEXT               PIC X(78).
           05 CST-CRLF               PIC X(02).

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

      *    A = MONTHLY AVERAGE, B = BUDGET RATE, EUR PER UNIT
       FD  FX-RATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS FX-RATE-REC.
       01  FX-RATE-REC.
           05 FXR-TYPE               PIC X(01).
              88 FXR-IS-AVERAGE        VALUE 'A'.
           05 FXR-CURRENCY           PIC X(03).
           05 FXR-YEAR               PIC 9(04).
           05 FXR-MONTH              PIC 9(02).
           05 FXR-RATE               PIC 9(03)V9(06).
           05 FXR-CRLF               PIC X(02).

       FD  PRODUCT-REF-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS PRODUCT-REF-REC.
       01  PRODUCT-REF-REC.
           05 PRODUCT-REF-CODE       PIC X(03).
           05 PRODUCT-REF-NAME       PIC X(20).
           05 PRODUCT-REF-CRLF       PIC X(02).

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
       01  SALES-FILE-STATUS             PIC 9(02) VALUE ZERO.
       01  COMM-PLAN-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  COMM-HISTORY-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  COMM-EARNINGS-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  COMM-STATEMENT-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  FX-RATE-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  PRODUCT-REF-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  PERIOD-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  PLAN-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-PLAN-DATA            VALUE 'NO'.
       01  HIST-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-HIST-DATA            VALUE 'NO'.
       01  FEED-APPLIED-SWITCH           PIC X(01) VALUE 'N'.
           88 FEED-ALREADY-APPLIED         VALUE 'Y'.
       01  FX-RATE-REMAINS-SWITCH        PIC X(02) VALUE SPACES.
           88 NO-MORE-FX-RATES             VALUE 'NO'.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  SALES-AMOUNT-MAX              PIC 9(10) VALUE 1000000.
       01  MAX-TIERS                     PIC 9(03) VALUE 200.
       01  TIER-COUNT                    PIC 9(03) VALUE 0.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 200 TIMES.
              10 TIER-KEY.
                 15 TIER-PLAN-CODE       PIC X(04).
                 15 TIER-FROM-PCT        PIC 9(03).
              10 TIER-RATE               PIC 9(02)V99.
       01  TIER-IDX                      PIC 9(03) VALUE 0.
       01  TIER-INS-POS                  PIC 9(03) VALUE 0.
       01  TIER-NEW-KEY.
           05 TIER-NEW-PLAN-CODE         PIC X(04).
           05 TIER-NEW-FROM-PCT          PIC 9(03).
       01  MAX-QUOTAS                    PIC 9(05) VALUE 5000.
       01  QUOTA-COUNT                   PIC 9(05) VALUE 0.
       01  QUOTA-TABLE.
           05 QUOTA-ENTRY OCCURS 5000 TIMES.
              10 QUOTA-KEY.
                 15 QUOTA-AFM            PIC X(09).
                 15 QUOTA-YEAR           PIC 9(04).
                 15 QUOTA-MONTH          PIC 9(02).
              10 QUOTA-PLAN-CODE         PIC X(04).
              10 QUOTA-AMOUNT            PIC 9(10).
       01  QUOTA-IDX                     PIC 9(05) VALUE 0.
       01  QUOTA-FOUND-IDX               PIC 9(05) VALUE 0.
       01  MAX-COMM-MONTHS               PIC 9(05) VALUE 5000.
       01  COMM-MONTH-COUNT              PIC 9(05) VALUE 0.
       01  COMM-MONTH-TABLE.
           05 COMM-MONTH-ENTRY OCCURS 5000 TIMES.
              10 CMT-KEY.
                 15 CMT-AFM              PIC X(09).
                 15 CMT-YEAR             PIC 9(04).
                 15 CMT-MONTH            PIC 9(02).
              10 CMT-SALES               PIC 9(11).
              10 CMT-RETURNS             PIC 9(11).
              10 CMT-COMMISSION          PIC 9(07)V99.
              10 CMT-NEW-SALES           PIC 9(11).
              10 CMT-NEW-RETURNS         PIC 9(11).
              10 CMT-TOUCHED-SWITCH      PIC X(01).
                 88 CMT-TOUCHED            VALUE 'Y'.
       01  CMT-IDX                       PIC 9(05) VALUE 0.
       01  CMT-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  CMT-INS-POS                   PIC 9(05) VALUE 0.
       01  CMT-SEARCH-KEY.
           05 CMT-SEARCH-AFM             PIC X(09).
           05 CMT-SEARCH-YEAR            PIC 9(04).
           05 CMT-SEARCH-MONTH           PIC 9(02).
       01  REPORTING-CURRENCY            PIC X(03) VALUE 'EUR'.
       01  MAX-FX-RATES                  PIC 9(04) VALUE 1000.
       01  FX-RATE-COUNT                 PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-RATE-ENTRY OCCURS 1000 TIMES.
              10 FXT-CURRENCY            PIC X(03).
              10 FXT-YEAR                PIC 9(04).
              10 FXT-MONTH               PIC 9(02).
              10 FXT-RATE                PIC 9(03)V9(06).
       01  FX-FOUND-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  IDF                           PIC 9(04) VALUE 0.
       01  CONVERTED-AMOUNT              PIC 9(10) VALUE 0.
       01  PRODUCT-REF-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-PRODUCT-REF          VALUE 'NO'.
       01  PRODUCT-REF-LOADED-SWITCH     PIC X(01) VALUE 'N'.
           88 PRODUCT-REF-IS-LOADED        VALUE 'Y'.
       01  MAX-PRODUCT-LINES             PIC 9(02) VALUE 10.
       01  PRODUCT-COUNT                 PIC 9(02) VALUE 0.
       01  PRODUCT-LIST.
           05 PRODUCT-ENTRY OCCURS 10 TIMES.
              10 PRODUCT-CODE            PIC X(03).
              10 PRODUCT-ON-REF-SWITCH   PIC X(01).
                 88 PRODUCT-IS-ON-REF      VALUE 'Y'.
       01  SEARCH-PRODUCT                PIC X(03) VALUE SPACES.
       01  PRODUCT-FOUND-IDX             PIC 9(02) VALUE 0.
       01  IDP                           PIC 9(02) VALUE 0.
       01  PRODUCT-VALID-SWITCH          PIC X(01) VALUE 'Y'.
           88 PRODUCT-IS-VALID             VALUE 'Y'.
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
       01  CURRENT-AFM                   PIC X(09) VALUE SPACES.
       01  NET-SALES                     PIC S9(11) VALUE 0.
       01  TIER-FLOOR-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  TIER-CEILING-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  TIER-PORTION                  PIC S9(11)V99 VALUE 0.
       01  TIER-NEXT-PCT                 PIC 9(03) VALUE 0.
       01  TIER-OPEN-SWITCH              PIC X(01) VALUE 'N'.
           88 TIER-IS-OPEN-ENDED           VALUE 'Y'.
       01  PLAN-TIERS-FOUND              PIC 9(03) VALUE 0.
       01  EARNED-COMMISSION             PIC S9(09)V99 VALUE 0.
       01  COMMISSION-DELTA              PIC S9(09)V99 VALUE 0.
       01  ATTAINMENT-PCT                PIC 9(05)V9 VALUE 0.
       01  AFM-COMMISSION                PIC 9(09)V99 VALUE 0.
       01  AFM-CLAWBACK                  PIC 9(09)V99 VALUE 0.
       01  TOTAL-COMMISSION              PIC 9(09)V99 VALUE 0.
       01  TOTAL-CLAWBACK                PIC 9(09)V99 VALUE 0.
       01  SALES-RECS-READ               PIC 9(07) VALUE 0.
       01  SALES-RECS-SKIPPED            PIC 9(07) VALUE 0.
       01  HOUSE-SALES-RECS              PIC 9(07) VALUE 0.
       01  EARNINGS-WRITTEN              PIC 9(07) VALUE 0.
       01  COMM-EXCEPTIONS               PIC 9(07) VALUE 0.
       01  DISPLAY-AMOUNT                PIC ZZZ.ZZZ.ZZ9,99.
       01  STATEMENT-DETAIL.
           05 CSD-PERIOD.
              10 CSD-YEAR                PIC 9(04).
              10 CSD-SLASH               PIC X(01).
              10 CSD-MONTH               PIC 9(02).
           05 FILLER                     PIC X(01).
           05 CSD-SALES                  PIC ZZZZZZZZZZ9.
           05 FILLER                     PIC X(01).
           05 CSD-RETURNS                PIC ZZZZZZZZZZ9.
           05 FILLER                     PIC X(01).
           05 CSD-QUOTA                  PIC ZZZZZZZZZZ9.
           05 FILLER                     PIC X(01).
           05 CSD-PLAN-CODE              PIC X(04).
           05 FILLER                     PIC X(01).
           05 CSD-ATTAINMENT             PIC ZZ9,9.
           05 FILLER                     PIC X(01).
           05 CSD-EARNED                 PIC ZZZZZZ9,99.
           05 FILLER                     PIC X(01).
           05 CSD-THIS-RUN               PIC -------9,99.
       01  STATEMENT-CLAWBACK.
           05 FILLER                     PIC X(08).
           05 CSC-TEXT                   PIC X(58).
           05 CSC-AMOUNT                 PIC -------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-RUN-ID
           PERFORM OPEN-COMM-STATEMENT
           PERFORM LOAD-COMM-PLAN
           PERFORM LOAD-COMM-HISTORY
           IF FEED-ALREADY-APPLIED
               DISPLAY '***WARNING COMMCALC: SALES FEED OF RUN '
                       BATCH-RUN-ID ' ALREADY COMMISSIONED - '
                       'NOTHING DONE'
               MOVE SPACES TO COMM-STATEMENT-LINE
               MOVE 'SALES FEED OF THIS RUN ALREADY COMMISSIONED'
                   TO CST-TEXT
               PERFORM WRITE-STATEMENT-LINE
               MOVE 55 TO RETURN-CODE
               PERFORM FINISH.
           PERFORM ACCUMULATE-SALES
           PERFORM OPEN-COMM-EARNINGS
           PERFORM CALCULATE-COMMISSIONS
           CLOSE COMMISSION-EARNINGS-FILE
           PERFORM REWRITE-COMM-HISTORY
           PERFORM WRITE-STATEMENT-TOTALS
           PERFORM FINISH.

       OPEN-COMM-STATEMENT.
           OPEN OUTPUT COMM-STATEMENT-FILE
           IF COMM-STATEMENT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'COMM-STATEMENT-FILE'
               DISPLAY 'STATUS-CODE=' COMM-STATEMENT-FILE-STATUS
               MOVE 'COMM-STATEMENT-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-STATEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.

       LOAD-COMM-PLAN.
           OPEN INPUT COMM-PLAN-FILE
           IF COMM-PLAN-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: COMM-PLAN-FILE'
               DISPLAY 'STATUS-CODE=' COMM-PLAN-FILE-STATUS
               MOVE 'COMM-PLAN-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-PLAN-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ COMM-PLAN-FILE
               AT END MOVE 'NO' TO PLAN-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-PLAN-DATA
               EVALUATE TRUE
                   WHEN CPT-IS-TIER
                       PERFORM ADD-TIER-ROW
                   WHEN CPT-IS-QUOTA
                       PERFORM ADD-QUOTA-ROW
                   WHEN OTHER
                       DISPLAY '***WARNING: COMM-PLAN RECORD TYPE '
                               CPT-REC-TYPE ' UNKNOWN - ROW IGNORED'
               END-EVALUATE
               READ COMM-PLAN-FILE
                   AT END MOVE 'NO' TO PLAN-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE COMM-PLAN-FILE.

       ADD-TIER-ROW.
           IF CPT-PLAN-CODE = SPACES OR
              CPT-FROM-PCT IS NOT NUMERIC OR
              CPT-RATE IS NOT NUMERIC
               DISPLAY '***WARNING: COMM-PLAN TIER ' CPT-PLAN-CODE
                       ' IS INVALID - ROW IGNORED'
           ELSE
               IF TIER-COUNT NOT < MAX-TIERS
                   DISPLAY '***ERROR COMMCALC: TIER TABLE FULL - '
                           'PLAN ' CPT-PLAN-CODE ' NOT LOADED'
               ELSE
                   MOVE CPT-PLAN-CODE TO TIER-NEW-PLAN-CODE
                   MOVE CPT-FROM-PCT  TO TIER-NEW-FROM-PCT
                   COMPUTE TIER-INS-POS = TIER-COUNT + 1
                   PERFORM VARYING TIER-IDX FROM 1 BY 1
                           UNTIL TIER-IDX > TIER-COUNT
                       IF TIER-KEY(TIER-IDX) > TIER-NEW-KEY AND
                          TIER-INS-POS > TIER-COUNT
                           MOVE TIER-IDX TO TIER-INS-POS
                       END-IF
                   END-PERFORM
                   PERFORM VARYING TIER-IDX FROM TIER-COUNT BY -1
                           UNTIL TIER-IDX < TIER-INS-POS
                       MOVE TIER-ENTRY(TIER-IDX)
                           TO TIER-ENTRY(TIER-IDX + 1)
                   END-PERFORM
                   ADD 1 TO TIER-COUNT
                   MOVE TIER-NEW-KEY TO TIER-KEY(TIER-INS-POS)
                   MOVE CPT-RATE     TO TIER-RATE(TIER-INS-POS)
               END-IF
           END-IF.

       ADD-QUOTA-ROW.
           IF CPQ-PLAN-CODE = SPACES OR
              CPQ-AFM IS NOT NUMERIC OR
              CPQ-YEAR IS NOT NUMERIC OR
              CPQ-MONTH IS NOT NUMERIC OR
              CPQ-MONTH < 1 OR CPQ-MONTH > 12 OR
              CPQ-QUOTA IS NOT NUMERIC
               DISPLAY '***WARNING: COMM-PLAN QUOTA ' CPQ-AFM ' '
                       CPQ-YEAR '/' CPQ-MONTH
                       ' IS INVALID - ROW IGNORED'
           ELSE
               MOVE CPQ-AFM   TO CMT-SEARCH-AFM
               MOVE CPQ-YEAR  TO CMT-SEARCH-YEAR
               MOVE CPQ-MONTH TO CMT-SEARCH-MONTH
               PERFORM FIND-QUOTA
               IF QUOTA-FOUND-IDX = 0
                   IF QUOTA-COUNT < MAX-QUOTAS
                       ADD 1 TO QUOTA-COUNT
                       MOVE QUOTA-COUNT TO QUOTA-FOUND-IDX
                   ELSE
                       DISPLAY '***ERROR COMMCALC: QUOTA TABLE FULL - '
                               'AFM ' CPQ-AFM ' NOT LOADED'
                   END-IF
               END-IF
               IF QUOTA-FOUND-IDX > 0
                   MOVE CMT-SEARCH-KEY TO QUOTA-KEY(QUOTA-FOUND-IDX)
                   MOVE CPQ-PLAN-CODE
                       TO QUOTA-PLAN-CODE(QUOTA-FOUND-IDX)
                   MOVE CPQ-QUOTA TO QUOTA-AMOUNT(QUOTA-FOUND-IDX)
               END-IF
           END-IF.

       FIND-QUOTA.
           MOVE 0 TO QUOTA-FOUND-IDX
           PERFORM VARYING QUOTA-IDX FROM 1 BY 1
                   UNTIL QUOTA-IDX > QUOTA-COUNT OR QUOTA-FOUND-IDX > 0
               IF QUOTA-KEY(QUOTA-IDX) = CMT-SEARCH-KEY
                   MOVE QUOTA-IDX TO QUOTA-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-COMM-HISTORY.
           OPEN INPUT COMM-HISTORY-FILE
           IF COMM-HISTORY-FILE-STATUS = 35
               DISPLAY 'COMMCALC: NO COMM-HISTORY-FILE - STARTING EMPTY'
           ELSE
               IF COMM-HISTORY-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING INPUT FILE: '
                           'COMM-HISTORY-FILE'
                   DISPLAY 'STATUS-CODE=' COMM-HISTORY-FILE-STATUS
                   MOVE 'COMM-HISTORY-FILE' TO LOG-FILE-NAME-WS
                   MOVE COMM-HISTORY-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ COMM-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-HIST-DATA
                   IF COMM-HISTORY-REC(1:3) = 'HDR'
                       IF CHH-RUN-ID IS NUMERIC AND
                          CHH-RUN-ID = BATCH-RUN-ID AND
                          BATCH-RUN-ID > 0
                           MOVE 'Y' TO FEED-APPLIED-SWITCH
                       END-IF
                   ELSE
                       PERFORM ADD-HISTORY-ROW
                   END-IF
                   READ COMM-HISTORY-FILE
                       AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE COMM-HISTORY-FILE
           END-IF.

       ADD-HISTORY-ROW.
           IF CMH-YEAR IS NOT NUMERIC OR CMH-MONTH IS NOT NUMERIC OR
              CMH-SALES IS NOT NUMERIC OR
              CMH-RETURNS IS NOT NUMERIC OR
              CMH-COMMISSION IS NOT NUMERIC
               DISPLAY '***WARNING: COMM-HISTORY ROW ' CMH-AFM ' '
                       CMH-YEAR '/' CMH-MONTH
                       ' IS INVALID - ROW IGNORED'
           ELSE
               MOVE CMH-AFM   TO CMT-SEARCH-AFM
               MOVE CMH-YEAR  TO CMT-SEARCH-YEAR
               MOVE CMH-MONTH TO CMT-SEARCH-MONTH
               PERFORM FIND-COMM-MONTH
               IF CMT-FOUND-IDX > 0
                   MOVE CMH-SALES      TO CMT-SALES(CMT-FOUND-IDX)
                   MOVE CMH-RETURNS    TO CMT-RETURNS(CMT-FOUND-IDX)
                   MOVE CMH-COMMISSION TO CMT-COMMISSION(CMT-FOUND-IDX)
               END-IF
           END-IF.

       FIND-COMM-MONTH.
           MOVE 0 TO CMT-FOUND-IDX
           COMPUTE CMT-INS-POS = COMM-MONTH-COUNT + 1
           PERFORM VARYING CMT-IDX FROM 1 BY 1
                   UNTIL CMT-IDX > COMM-MONTH-COUNT OR
                         CMT-FOUND-IDX > 0 OR
                         CMT-INS-POS NOT > COMM-MONTH-COUNT
               IF CMT-KEY(CMT-IDX) = CMT-SEARCH-KEY
                   MOVE CMT-IDX TO CMT-FOUND-IDX
               ELSE
                   IF CMT-KEY(CMT-IDX) > CMT-SEARCH-KEY
                       MOVE CMT-IDX TO CMT-INS-POS
                   END-IF
               END-IF
           END-PERFORM
           IF CMT-FOUND-IDX = 0
               IF COMM-MONTH-COUNT NOT < MAX-COMM-MONTHS
                   DISPLAY '***ERROR COMMCALC: COMMISSION MONTH TABLE '
                           'FULL - AFM ' CMT-SEARCH-AFM ' '
                           CMT-SEARCH-YEAR '/' CMT-SEARCH-MONTH
                           ' NOT LOADED'
                   ADD 1 TO COMM-EXCEPTIONS
               ELSE
                   PERFORM VARYING CMT-IDX FROM COMM-MONTH-COUNT BY -1
                           UNTIL CMT-IDX < CMT-INS-POS
                       MOVE COMM-MONTH-ENTRY(CMT-IDX)
                           TO COMM-MONTH-ENTRY(CMT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO COMM-MONTH-COUNT
                   MOVE CMT-INS-POS    TO CMT-FOUND-IDX
                   MOVE CMT-SEARCH-KEY TO CMT-KEY(CMT-FOUND-IDX)
                   MOVE 0   TO CMT-SALES(CMT-FOUND-IDX)
                               CMT-RETURNS(CMT-FOUND-IDX)
                               CMT-COMMISSION(CMT-FOUND-IDX)
                               CMT-NEW-SALES(CMT-FOUND-IDX)
                               CMT-NEW-RETURNS(CMT-FOUND-IDX)
                   MOVE 'N' TO CMT-TOUCHED-SWITCH(CMT-FOUND-IDX)
               END-IF
           END-IF.

       ACCUMULATE-SALES.
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-PRODUCT-REF
           PERFORM LOAD-CLOSED-PERIODS
           OPEN INPUT SALES-FILE
           IF SALES-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: SALES-FILE'
               DISPLAY 'STATUS-CODE=' SALES-FILE-STATUS
               MOVE 'SALES-FILE' TO LOG-FILE-NAME-WS
               MOVE SALES-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ SALES-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO SALES-RECS-READ
               PERFORM ADD-SALES-RECORD THRU ADD-SALES-RECORD-EXIT
               READ SALES-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE SALES-FILE.

       ADD-SALES-RECORD.
           IF SALES-YEAR IS NOT NUMERIC OR SALES-YEAR = ZERO OR
              SALES-REGION-CODE IS NOT NUMERIC OR
              SALES-REGION-CODE < 1 OR SALES-REGION-CODE > 9 OR
              SALES-MONTH IS NOT NUMERIC OR
              SALES-MONTH < 1 OR SALES-MONTH > 12 OR
              SALES-AMOUNT IS NOT NUMERIC OR
              SALES-AMOUNT > SALES-AMOUNT-MAX
               ADD 1 TO SALES-RECS-SKIPPED
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
      *    SKIP WHAT SALES REJECTS ON PRODUCT LINE OR CLOSED PERIOD
           PERFORM VALIDATE-PRODUCT-LINE
           IF NOT PRODUCT-IS-VALID
               ADD 1 TO SALES-RECS-SKIPPED
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
           COMPUTE PERIOD-CHECK-YYYYMM = SALES-YEAR * 100 + SALES-MONTH
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               ADD 1 TO SALES-RECS-SKIPPED
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
           IF SALES-SALESPERSON-AFM = SPACES
               ADD 1 TO HOUSE-SALES-RECS
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
           IF SALES-SALESPERSON-AFM IS NOT NUMERIC
               ADD 1 TO SALES-RECS-SKIPPED
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
           MOVE SALES-SALESPERSON-AFM TO CMT-SEARCH-AFM
           MOVE SALES-YEAR            TO CMT-SEARCH-YEAR
           MOVE SALES-MONTH           TO CMT-SEARCH-MONTH
           PERFORM FIND-COMM-MONTH
           IF CMT-FOUND-IDX = 0
               GO TO ADD-SALES-RECORD-EXIT
           END-IF
           MOVE SALES-AMOUNT TO CONVERTED-AMOUNT
           IF SALES-CURRENCY NOT = SPACES AND
              SALES-CURRENCY NOT = REPORTING-CURRENCY
               PERFORM FIND-FX-RATE
               IF FX-FOUND-RATE = 0
                   ADD 1 TO SALES-RECS-SKIPPED
                   GO TO ADD-SALES-RECORD-EXIT
               END-IF
               COMPUTE CONVERTED-AMOUNT ROUNDED =
                   SALES-AMOUNT * FX-FOUND-RATE
           END-IF
           MOVE 'Y' TO CMT-TOUCHED-SWITCH(CMT-FOUND-IDX)
           IF SALES-IS-CREDIT
               ADD CONVERTED-AMOUNT TO CMT-NEW-RETURNS(CMT-FOUND-IDX)
           ELSE
               ADD CONVERTED-AMOUNT TO CMT-NEW-SALES(CMT-FOUND-IDX)
           END-IF.
       ADD-SALES-RECORD-EXIT.
           EXIT.

       VALIDATE-PRODUCT-LINE.
           MOVE 'Y' TO PRODUCT-VALID-SWITCH
           IF SALES-PRODUCT-LINE = SPACES
               MOVE 'N' TO PRODUCT-VALID-SWITCH
           ELSE
               MOVE SALES-PRODUCT-LINE TO SEARCH-PRODUCT
               PERFORM FIND-PRODUCT-LINE
               IF PRODUCT-REF-IS-LOADED
                   IF PRODUCT-FOUND-IDX = 0
                       MOVE 'N' TO PRODUCT-VALID-SWITCH
                   ELSE
                       IF NOT PRODUCT-IS-ON-REF(PRODUCT-FOUND-IDX)
                           MOVE 'N' TO PRODUCT-VALID-SWITCH
                       END-IF
                   END-IF
               ELSE
                   IF PRODUCT-FOUND-IDX = 0
                       PERFORM ADD-PRODUCT-LINE
                       IF PRODUCT-FOUND-IDX = 0
                           MOVE 'N' TO PRODUCT-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-PRODUCT-LINE.
           MOVE 0 TO PRODUCT-FOUND-IDX
           PERFORM VARYING IDP FROM 1 BY 1
                   UNTIL IDP > PRODUCT-COUNT OR PRODUCT-FOUND-IDX > 0
               IF PRODUCT-CODE(IDP) = SEARCH-PRODUCT
                   MOVE IDP TO PRODUCT-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-PRODUCT-LINE.
           IF PRODUCT-COUNT < MAX-PRODUCT-LINES
               ADD 1 TO PRODUCT-COUNT
               MOVE PRODUCT-COUNT    TO PRODUCT-FOUND-IDX
               MOVE SEARCH-PRODUCT   TO PRODUCT-CODE(PRODUCT-COUNT)
               MOVE 'N' TO PRODUCT-ON-REF-SWITCH(PRODUCT-COUNT)
           ELSE
               MOVE 0 TO PRODUCT-FOUND-IDX
           END-IF.

       LOAD-PRODUCT-REF.
           OPEN INPUT PRODUCT-REF-FILE
           IF PRODUCT-REF-FILE-STATUS = 0
               SET PRODUCT-REF-IS-LOADED TO TRUE
               READ PRODUCT-REF-FILE
                   AT END MOVE 'NO' TO PRODUCT-REF-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PRODUCT-REF
                   IF PRODUCT-REF-CODE NOT = SPACES
                       MOVE PRODUCT-REF-CODE TO SEARCH-PRODUCT
                       PERFORM FIND-PRODUCT-LINE
                       IF PRODUCT-FOUND-IDX = 0
                           PERFORM ADD-PRODUCT-LINE
                       END-IF
                       IF PRODUCT-FOUND-IDX = 0
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-PRODUCT-LINES
                                   ' PRODUCT LINES - IGNORING '
                                   PRODUCT-REF-CODE
                       ELSE
                           MOVE 'Y' TO
                               PRODUCT-ON-REF-SWITCH(PRODUCT-FOUND-IDX)
                       END-IF
                   END-IF
                   READ PRODUCT-REF-FILE
                       AT END MOVE 'NO' TO PRODUCT-REF-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-REF-FILE
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
           END-IF.

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

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-FILE-STATUS = 0
               READ FX-RATE-FILE
                   AT END MOVE 'NO' TO FX-RATE-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-FX-RATES
                   IF FXR-IS-AVERAGE AND FXR-CURRENCY NOT = SPACES AND
                      FXR-YEAR IS NUMERIC AND FXR-MONTH IS NUMERIC AND
                      FXR-RATE IS NUMERIC AND FXR-RATE > 0
                       IF FX-RATE-COUNT < MAX-FX-RATES
                           ADD 1 TO FX-RATE-COUNT
                           MOVE FXR-CURRENCY
                               TO FXT-CURRENCY(FX-RATE-COUNT)
                           MOVE FXR-YEAR  TO FXT-YEAR(FX-RATE-COUNT)
                           MOVE FXR-MONTH TO FXT-MONTH(FX-RATE-COUNT)
                           MOVE FXR-RATE  TO FXT-RATE(FX-RATE-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-FX-RATES
                                   ' FX RATES - EXTRA RATES IGNORED'
                       END-IF
                   END-IF
                   READ FX-RATE-FILE
                       AT END MOVE 'NO' TO FX-RATE-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       FIND-FX-RATE.
           MOVE 0 TO FX-FOUND-RATE
           PERFORM VARYING IDF FROM 1 BY 1
                   UNTIL IDF > FX-RATE-COUNT OR FX-FOUND-RATE > 0
               IF FXT-CURRENCY(IDF) = SALES-CURRENCY AND
                  FXT-YEAR(IDF)     = SALES-YEAR     AND
                  FXT-MONTH(IDF)    = SALES-MONTH
                   MOVE FXT-RATE(IDF) TO FX-FOUND-RATE
               END-IF
           END-PERFORM.

       OPEN-COMM-EARNINGS.
           OPEN EXTEND COMMISSION-EARNINGS-FILE
           IF COMM-EARNINGS-FILE-STATUS = 35
               OPEN OUTPUT COMMISSION-EARNINGS-FILE
           END-IF
           IF COMM-EARNINGS-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'COMMISSION-EARNINGS-FILE'
               DISPLAY 'STATUS-CODE=' COMM-EARNINGS-FILE-STATUS
               MOVE 'COMM-EARNINGS-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-EARNINGS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.

      *    MONTHS ARE RECALCULATED TO DATE - ONLY THE DIFFERENCE IS PAID
       CALCULATE-COMMISSIONS.
           MOVE SPACES TO CURRENT-AFM
           PERFORM VARYING CMT-IDX FROM 1 BY 1
                   UNTIL CMT-IDX > COMM-MONTH-COUNT
               IF CMT-TOUCHED(CMT-IDX)
                   IF CMT-AFM(CMT-IDX) NOT = CURRENT-AFM
                       IF CURRENT-AFM NOT = SPACES
                           PERFORM WRITE-STATEMENT-AFM-TOTAL
                       END-IF
                       MOVE CMT-AFM(CMT-IDX) TO CURRENT-AFM
                       PERFORM WRITE-STATEMENT-HEADER
                   END-IF
                   PERFORM CALCULATE-ONE-MONTH
                       THRU CALCULATE-ONE-MONTH-EXIT
               END-IF
           END-PERFORM
           IF CURRENT-AFM NOT = SPACES
               PERFORM WRITE-STATEMENT-AFM-TOTAL
           END-IF.

       CALCULATE-ONE-MONTH.
           ADD CMT-NEW-SALES(CMT-IDX)   TO CMT-SALES(CMT-IDX)
           ADD CMT-NEW-RETURNS(CMT-IDX) TO CMT-RETURNS(CMT-IDX)
           MOVE SPACES                  TO STATEMENT-DETAIL
           MOVE CMT-YEAR(CMT-IDX)       TO CSD-YEAR
           MOVE '/'                     TO CSD-SLASH
           MOVE CMT-MONTH(CMT-IDX)      TO CSD-MONTH
           MOVE CMT-SALES(CMT-IDX)      TO CSD-SALES
           MOVE CMT-RETURNS(CMT-IDX)    TO CSD-RETURNS
           MOVE CMT-KEY(CMT-IDX)        TO CMT-SEARCH-KEY
           PERFORM FIND-QUOTA
           IF QUOTA-FOUND-IDX = 0
               ADD 1 TO COMM-EXCEPTIONS
               MOVE SPACES TO COMM-STATEMENT-LINE
               STRING CSD-PERIOD                DELIMITED BY SIZE
                      '  NO QUOTA FOR THE MONTH - '
                                                DELIMITED BY SIZE
                      'NOT COMMISSIONED'        DELIMITED BY SIZE
                 INTO CST-TEXT
               PERFORM WRITE-STATEMENT-LINE
               GO TO CALCULATE-ONE-MONTH-EXIT
           END-IF
           MOVE QUOTA-AMOUNT(QUOTA-FOUND-IDX)    TO CSD-QUOTA
           MOVE QUOTA-PLAN-CODE(QUOTA-FOUND-IDX) TO CSD-PLAN-CODE
           IF QUOTA-AMOUNT(QUOTA-FOUND-IDX) = 0
               ADD 1 TO COMM-EXCEPTIONS
               MOVE SPACES TO COMM-STATEMENT-LINE
               STRING CSD-PERIOD                DELIMITED BY SIZE
                      '  ZERO QUOTA - NOT COMMISSIONED'
                                                DELIMITED BY SIZE
                 INTO CST-TEXT
               PERFORM WRITE-STATEMENT-LINE
               GO TO CALCULATE-ONE-MONTH-EXIT
           END-IF
           COMPUTE NET-SALES = CMT-SALES(CMT-IDX)
                             - CMT-RETURNS(CMT-IDX)
           IF NET-SALES < 0
               MOVE 0 TO NET-SALES
           END-IF
           PERFORM COMPUTE-TIERED-COMMISSION
           IF PLAN-TIERS-FOUND = 0
               ADD 1 TO COMM-EXCEPTIONS
               MOVE SPACES TO COMM-STATEMENT-LINE
               STRING CSD-PERIOD                DELIMITED BY SIZE
                      '  PLAN '                 DELIMITED BY SIZE
                      QUOTA-PLAN-CODE(QUOTA-FOUND-IDX)
                                                DELIMITED BY SIZE
                      ' HAS NO TIERS - NOT COMMISSIONED'
                                                DELIMITED BY SIZE
                 INTO CST-TEXT
               PERFORM WRITE-STATEMENT-LINE
               GO TO CALCULATE-ONE-MONTH-EXIT
           END-IF
           COMPUTE ATTAINMENT-PCT ROUNDED =
               NET-SALES * 100 / QUOTA-AMOUNT(QUOTA-FOUND-IDX)
           IF ATTAINMENT-PCT > 999,9
               MOVE 999,9 TO ATTAINMENT-PCT
           END-IF
           MOVE ATTAINMENT-PCT    TO CSD-ATTAINMENT
           MOVE EARNED-COMMISSION TO CSD-EARNED
           COMPUTE COMMISSION-DELTA =
               EARNED-COMMISSION - CMT-COMMISSION(CMT-IDX)
           MOVE COMMISSION-DELTA  TO CSD-THIS-RUN
           MOVE SPACES            TO COMM-STATEMENT-LINE
           MOVE STATEMENT-DETAIL  TO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE EARNED-COMMISSION TO CMT-COMMISSION(CMT-IDX)
           MOVE SPACES TO COMM-EARNINGS-REC
           MOVE CMT-AFM(CMT-IDX)  TO CME-AFM
           COMPUTE CME-PERIOD = CMT-YEAR(CMT-IDX) * 100
                              + CMT-MONTH(CMT-IDX)
           MOVE 0 TO CME-RUN-ID
           IF COMMISSION-DELTA > 0
               MOVE 'C'              TO CME-TYPE
               MOVE COMMISSION-DELTA TO CME-AMOUNT
               ADD COMMISSION-DELTA  TO AFM-COMMISSION TOTAL-COMMISSION
               PERFORM WRITE-COMMISSION-EARNING
           END-IF
           IF COMMISSION-DELTA < 0
               COMPUTE CME-AMOUNT = 0 - COMMISSION-DELTA
               MOVE 'K'              TO CME-TYPE
               ADD CME-AMOUNT        TO AFM-CLAWBACK TOTAL-CLAWBACK
               MOVE SPACES           TO STATEMENT-CLAWBACK
               MOVE 'CLAWBACK - RETURNS ON COMMISSIONED SALES'
                                     TO CSC-TEXT
               MOVE COMMISSION-DELTA TO CSC-AMOUNT
               MOVE SPACES           TO COMM-STATEMENT-LINE
               MOVE STATEMENT-CLAWBACK TO CST-TEXT
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-COMMISSION-EARNING
           END-IF.
       CALCULATE-ONE-MONTH-EXIT.
           EXIT.

       COMPUTE-TIERED-COMMISSION.
           MOVE 0 TO EARNED-COMMISSION PLAN-TIERS-FOUND
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               IF TIER-PLAN-CODE(TIER-IDX) =
                  QUOTA-PLAN-CODE(QUOTA-FOUND-IDX)
                   ADD 1 TO PLAN-TIERS-FOUND
                   COMPUTE TIER-FLOOR-AMOUNT =
                       QUOTA-AMOUNT(QUOTA-FOUND-IDX)
                     * TIER-FROM-PCT(TIER-IDX) / 100
                   MOVE 'Y' TO TIER-OPEN-SWITCH
                   IF TIER-IDX < TIER-COUNT
                       IF TIER-PLAN-CODE(TIER-IDX + 1) =
                          TIER-PLAN-CODE(TIER-IDX)
                           MOVE 'N' TO TIER-OPEN-SWITCH
                           MOVE TIER-FROM-PCT(TIER-IDX + 1)
                               TO TIER-NEXT-PCT
                       END-IF
                   END-IF
                   MOVE NET-SALES TO TIER-CEILING-AMOUNT
                   IF NOT TIER-IS-OPEN-ENDED
                       COMPUTE TIER-CEILING-AMOUNT =
                           QUOTA-AMOUNT(QUOTA-FOUND-IDX)
                         * TIER-NEXT-PCT / 100
                       IF TIER-CEILING-AMOUNT > NET-SALES
                           MOVE NET-SALES TO TIER-CEILING-AMOUNT
                       END-IF
                   END-IF
                   COMPUTE TIER-PORTION =
                       TIER-CEILING-AMOUNT - TIER-FLOOR-AMOUNT
                   IF TIER-PORTION > 0
                       COMPUTE EARNED-COMMISSION ROUNDED =
                           EARNED-COMMISSION
                         + TIER-PORTION * TIER-RATE(TIER-IDX) / 100
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-COMMISSION-EARNING.
           MOVE X'0D0A' TO CME-CRLF
           WRITE COMM-EARNINGS-REC
           IF COMM-EARNINGS-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'COMMISSION-EARNINGS-FILE'
               DISPLAY 'STATUS-CODE=' COMM-EARNINGS-FILE-STATUS
               MOVE 'COMM-EARNINGS-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-EARNINGS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           ADD 1 TO EARNINGS-WRITTEN.

       WRITE-STATEMENT-HEADER.
           MOVE 0 TO AFM-COMMISSION AFM-CLAWBACK
           MOVE SPACES TO COMM-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           STRING 'COMMISSION STATEMENT   AFM: ' DELIMITED BY SIZE
                  CURRENT-AFM                     DELIMITED BY SIZE
                  '   RUN DATE: '                 DELIMITED BY SIZE
                  RUN-DATE                        DELIMITED BY SIZE
                  '   RUN: '                      DELIMITED BY SIZE
                  BATCH-RUN-ID                    DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           STRING 'PERIOD        SALES     RETURNS       QUOTA PLAN '
                      DELIMITED BY SIZE
                  'ATT.%     EARNED    THIS RUN'
                      DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE ALL '-' TO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-AFM-TOTAL.
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE AFM-COMMISSION TO DISPLAY-AMOUNT
           STRING 'COMMISSION TO PAY:  ' DELIMITED BY SIZE
                  DISPLAY-AMOUNT        DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE AFM-CLAWBACK TO DISPLAY-AMOUNT
           STRING 'CLAWBACK TO RECOVER:' DELIMITED BY SIZE
                  DISPLAY-AMOUNT         DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO COMM-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE ALL '=' TO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE TOTAL-COMMISSION TO DISPLAY-AMOUNT
           STRING 'TOTAL COMMISSION:   ' DELIMITED BY SIZE
                  DISPLAY-AMOUNT         DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           MOVE TOTAL-CLAWBACK TO DISPLAY-AMOUNT
           STRING 'TOTAL CLAWBACK:     ' DELIMITED BY SIZE
                  DISPLAY-AMOUNT         DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO COMM-STATEMENT-LINE
           STRING 'SALES READ: '         DELIMITED BY SIZE
                  SALES-RECS-READ        DELIMITED BY SIZE
                  '  HOUSE: '            DELIMITED BY SIZE
                  HOUSE-SALES-RECS       DELIMITED BY SIZE
                  '  SKIPPED: '          DELIMITED BY SIZE
                  SALES-RECS-SKIPPED     DELIMITED BY SIZE
                  '  EXCEPTIONS: '       DELIMITED BY SIZE
                  COMM-EXCEPTIONS        DELIMITED BY SIZE
             INTO CST-TEXT
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           MOVE X'0D0A' TO CST-CRLF
           WRITE COMM-STATEMENT-LINE
           IF COMM-STATEMENT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'COMM-STATEMENT-FILE'
               DISPLAY 'STATUS-CODE=' COMM-STATEMENT-FILE-STATUS
               MOVE 'COMM-STATEMENT-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-STATEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       REWRITE-COMM-HISTORY.
           OPEN OUTPUT COMM-HISTORY-FILE
           IF COMM-HISTORY-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: COMM-HISTORY-FILE'
               DISPLAY 'STATUS-CODE=' COMM-HISTORY-FILE-STATUS
               MOVE 'COMM-HISTORY-FILE' TO LOG-FILE-NAME-WS
               MOVE COMM-HISTORY-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           MOVE SPACES       TO COMM-HISTORY-HEADER-REC
           MOVE 'HDR'        TO CHH-TAG
           MOVE 'COMMCALC'   TO CHH-PROGRAM
           MOVE RUN-DATE     TO CHH-RUN-DATE
           MOVE BATCH-RUN-ID TO CHH-RUN-ID
           MOVE X'0D0A'      TO CHH-CRLF
           WRITE COMM-HISTORY-HEADER-REC
           PERFORM VARYING CMT-IDX FROM 1 BY 1
                   UNTIL CMT-IDX > COMM-MONTH-COUNT
               MOVE CMT-AFM(CMT-IDX)        TO CMH-AFM
               MOVE CMT-YEAR(CMT-IDX)       TO CMH-YEAR
               MOVE CMT-MONTH(CMT-IDX)      TO CMH-MONTH
               MOVE CMT-SALES(CMT-IDX)      TO CMH-SALES
               MOVE CMT-RETURNS(CMT-IDX)    TO CMH-RETURNS
               MOVE CMT-COMMISSION(CMT-IDX) TO CMH-COMMISSION
               MOVE X'0D0A'                 TO CMH-CRLF
               WRITE COMM-HISTORY-REC
               IF COMM-HISTORY-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'COMM-HISTORY-FILE'
                   DISPLAY 'STATUS-CODE=' COMM-HISTORY-FILE-STATUS
                   MOVE 'COMM-HISTORY-FILE' TO LOG-FILE-NAME-WS
                   MOVE COMM-HISTORY-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
               END-IF
           END-PERFORM
           CLOSE COMM-HISTORY-FILE.

       FINISH.
           CLOSE COMM-STATEMENT-FILE
           DISPLAY 'COMMCALC: SALES RECORDS READ    = ' SALES-RECS-READ
           DISPLAY 'COMMCALC: SALES RECORDS SKIPPED = '
                   SALES-RECS-SKIPPED
           DISPLAY 'COMMCALC: EARNINGS ROWS WRITTEN = ' EARNINGS-WRITTEN
           DISPLAY 'COMMCALC: COMMISSION EXCEPTIONS = ' COMM-EXCEPTIONS
           IF (COMM-EXCEPTIONS > 0 OR SALES-RECS-SKIPPED > 0) AND
              RETURN-CODE = 0
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
               MOVE 'COMMCALC'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE SALES-RECS-READ    TO AUDIT-RECS-READ
               MOVE EARNINGS-WRITTEN   TO AUDIT-RECS-WRITTEN
               MOVE SALES-RECS-SKIPPED TO AUDIT-RECS-REJECTED
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
               MOVE 'COMMCALC'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM COMMCALC.
