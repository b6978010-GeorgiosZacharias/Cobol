           SELECT BUDGET-FILE ASSIGN TO DISK
               FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT PRODUCT-UPLIFT-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS PRODUCT-UPLIFT-PARM-FILE-STATUS.

           SELECT PRODUCT-BUDGET-FILE ASSIGN TO DISK
               FILE STATUS IS PRODUCT-BUDGET-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.


           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE
           05 BUDGET-AMOUNT        PIC 9(10).
           05 BUDGET-CRLF          PIC X(02).

       FD  PRODUCT-UPLIFT-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PRODUCT-UPLIFT-PARM-REC.
       01  PRODUCT-UPLIFT-PARM-REC.
           05 PUP-PRODUCT-LINE      PIC X(03).
           05 PUP-PCT               PIC 9(03)V99.
           05 PUP-CRLF              PIC X(02).

       FD  PRODUCT-BUDGET-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS PRODUCT-BUDGET-REC.
       01  PRODUCT-BUDGET-REC.
           05 PBUD-YEAR            PIC 9(04).
           05 PBUD-PRODUCT-LINE    PIC X(03).
           05 PBUD-MONTH           PIC 9(02).
           05 PBUD-AMOUNT          PIC 9(10).
           05 PBUD-CRLF            PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

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
       01  RESULTS-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  UPLIFT-PARM-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  BUDGET-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  PRODUCT-UPLIFT-PARM-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  PRODUCT-BUDGET-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  FILE-CATALOG-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS          PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT            PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL            PIC 9(15)V99 VALUE 0.
       01  CATALOG-REMAINS-SWITCH        PIC X(02) VALUE SPACES.
           88 NO-MORE-CATALOG              VALUE 'NO'.
       01  CATALOG-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88 CATALOG-ENTRY-FOUND          VALUE 'Y'.
       01  CATALOG-PROGRAM-WS            PIC X(12) VALUE SPACES.
       01  CATALOG-RUN-ID                PIC 9(06) VALUE 0.
       01  CATALOG-RUN-DATE              PIC 9(08) VALUE 0.
       01  CATALOG-READ-CNT              PIC 9(09) VALUE 0.
       01  CATALOG-READ-HASH             PIC 9(15)V99 VALUE 0.
       01  CATALOG-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  PARM-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
              10 ACTUAL-MONTH OCCURS 12 TIMES PIC 9(10) VALUE ZERO.
       01  UPLIFT-TABLE.
           05 UPLIFT-PCT OCCURS 9 TIMES PIC 9(03)V99 VALUE ZERO.
       01  RESULTS-SECTION-SWITCH        PIC X(01) VALUE 'R'.
           88 IN-REGION-SECTION            VALUE 'R'.
           88 IN-PRODUCT-SECTION           VALUE 'P'.
       01  MAX-PRODUCT-LINES             PIC 9(02) VALUE 10.
       01  PRODUCT-ACTUAL-COUNT          PIC 9(02) VALUE 0.
       01  PRODUCT-ACTUALS-TABLE.
           05 PRODUCT-ACTUAL OCCURS 10 TIMES.
              10 PRODUCT-ACTUAL-CODE     PIC X(03).
              10 PRODUCT-ACTUAL-MONTH OCCURS 12 TIMES PIC 9(10).
       01  PRODUCT-UPLIFT-COUNT          PIC 9(02) VALUE 0.
       01  PRODUCT-UPLIFT-TABLE.
           05 PRODUCT-UPLIFT OCCURS 10 TIMES.
              10 PRODUCT-UPLIFT-CODE     PIC X(03).
              10 PRODUCT-UPLIFT-PCT      PIC 9(03)V99.
       01  PRODUCT-PCT-WS                PIC 9(03)V99 VALUE 0.
       01  IDP                           PIC 9(02).
       01  IDU                           PIC 9(02).
       01  BUDGET-AMOUNT-WS              PIC 9(10) VALUE 0.
       01  IDI                           PIC 9(02).
       01  IDJ                           PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFY-RESULTS-GENERATION
           PERFORM OPEN-FILES
           PERFORM LOAD-UPLIFT-PARMS
           PERFORM LOAD-PRODUCT-UPLIFT-PARMS
           PERFORM PROCESS-RESULTS
           PERFORM WRITE-BUDGET-RECORDS
           PERFORM WRITE-PRODUCT-BUDGET-RECORDS
           PERFORM FINISH.

       OPEN-FILES.
           OPEN INPUT RESULTS-FILE
               OUTPUT BUDGET-FILE
                      PRODUCT-BUDGET-FILE
           IF RESULTS-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING INPUT FILE: RESULTS-FILE'
               DISPLAY 'STATUS-CODE=' RESULTS-FILE-STATUS
               MOVE BUDGET-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           IF PRODUCT-BUDGET-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'PRODUCT-BUDGET-FILE'
               DISPLAY 'STATUS-CODE=' PRODUCT-BUDGET-FILE-STATUS
               MOVE 'PRODUCT-BUDGET-FILE' TO LOG-FILE-NAME-WS
               MOVE PRODUCT-BUDGET-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.

       VERIFY-RESULTS-GENERATION.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS = 0
               MOVE 0 TO CATALOG-READ-CNT
               MOVE 0 TO CATALOG-READ-HASH
               READ RESULTS-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO CATALOG-READ-CNT
                   COMPUTE CATALOG-READ-HASH = CATALOG-READ-HASH +
                       FUNCTION NUMVAL(RESULTS-ROW-TOTAL)
                   READ RESULTS-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
               MOVE SPACES TO DATA-REMAINS-SWITCH
               MOVE 'RESULTS-FILE' TO CATALOG-FILE-NAME-WS
               PERFORM CHECK-CURRENT-GENERATION
           END-IF.

       LOAD-UPLIFT-PARMS.
           OPEN INPUT UPLIFT-PARM-FILE.
              CLOSE UPLIFT-PARM-FILE
           END-IF.

       LOAD-PRODUCT-UPLIFT-PARMS.
           MOVE SPACES TO PARM-DATA-REMAINS-SWITCH
           OPEN INPUT PRODUCT-UPLIFT-PARM-FILE.
           IF PRODUCT-UPLIFT-PARM-FILE-STATUS = 0
              READ PRODUCT-UPLIFT-PARM-FILE
                 AT END MOVE 'NO' TO PARM-DATA-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-PARM-DATA
                 IF PUP-PRODUCT-LINE NOT = SPACES AND
                    PUP-PCT IS NUMERIC AND
                    PRODUCT-UPLIFT-COUNT < MAX-PRODUCT-LINES
                     ADD 1 TO PRODUCT-UPLIFT-COUNT
                     MOVE PUP-PRODUCT-LINE
                         TO PRODUCT-UPLIFT-CODE(PRODUCT-UPLIFT-COUNT)
                     MOVE PUP-PCT
                         TO PRODUCT-UPLIFT-PCT(PRODUCT-UPLIFT-COUNT)
                 ELSE
                     DISPLAY '***WARNING: PRODUCT UPLIFT PARM '
                             'RECORD IGNORED - ' PUP-PRODUCT-LINE
                 END-IF
                 READ PRODUCT-UPLIFT-PARM-FILE
                    AT END MOVE 'NO' TO PARM-DATA-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-UPLIFT-PARM-FILE
           END-IF.

       PROCESS-RESULTS.
           READ RESULTS-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO TOTAL-RECS-READ
               EVALUATE TRUE
                   WHEN RESULTS-REGION-NAME = 'REGION'
                       MOVE 0 TO REGION-ROW
                       SET IN-REGION-SECTION TO TRUE
                       IF RESULTS-YEAR IS NUMERIC AND
                          RESULTS-YEAR > SOURCE-YEAR
                           MOVE RESULTS-YEAR TO SOURCE-YEAR
                           INITIALIZE ACTUALS-TABLE
                           INITIALIZE PRODUCT-ACTUALS-TABLE
                           MOVE 0 TO PRODUCT-ACTUAL-COUNT
                       END-IF
                   WHEN RESULTS-REGION-NAME = 'PRODLINE'
                       SET IN-PRODUCT-SECTION TO TRUE
                   WHEN IN-PRODUCT-SECTION
                       IF RESULTS-YEAR IS NUMERIC AND
                          RESULTS-YEAR = SOURCE-YEAR
                           PERFORM ADD-PRODUCT-ACTUALS
                       END-IF
                   WHEN OTHER
                       ADD 1 TO REGION-ROW
                       IF RESULTS-YEAR IS NUMERIC AND
                          RESULTS-YEAR = SOURCE-YEAR AND
                          REGION-ROW <= 9
                           PERFORM VARYING IDJ FROM 1 BY 1
                                   UNTIL IDJ > 12
                               COMPUTE ACTUAL-MONTH(REGION-ROW, IDJ) =
                                   FUNCTION NUMVAL(RESULTS-MONTH(IDJ))
                           END-PERFORM
                       END-IF
               END-EVALUATE
               READ RESULTS-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

       ADD-PRODUCT-ACTUALS.
           IF PRODUCT-ACTUAL-COUNT < MAX-PRODUCT-LINES
               ADD 1 TO PRODUCT-ACTUAL-COUNT
               MOVE RESULTS-REGION-NAME
                   TO PRODUCT-ACTUAL-CODE(PRODUCT-ACTUAL-COUNT)
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   COMPUTE PRODUCT-ACTUAL-MONTH
                           (PRODUCT-ACTUAL-COUNT, IDJ) =
                       FUNCTION NUMVAL(RESULTS-MONTH(IDJ))
               END-PERFORM
           ELSE
               DISPLAY '***WARNING: MORE THAN ' MAX-PRODUCT-LINES
                       ' PRODUCT LINES - IGNORING '
                       RESULTS-REGION-NAME
           END-IF.

       WRITE-BUDGET-RECORDS.
           IF SOURCE-YEAR = 0
               DISPLAY '***ERROR BUDGETGEN: NO SALES HISTORY FOUND '
               END-PERFORM
           END-PERFORM.

       WRITE-PRODUCT-BUDGET-RECORDS.
           IF PRODUCT-ACTUAL-COUNT = 0
               DISPLAY 'BUDGETGEN: NO PRODUCT LINE ACTUALS FOR YEAR '
                       SOURCE-YEAR ' - NO PRODUCT LINE BUDGET WRITTEN'
           END-IF
           PERFORM VARYING IDP FROM 1 BY 1
                   UNTIL IDP > PRODUCT-ACTUAL-COUNT
               MOVE 0 TO PRODUCT-PCT-WS
               PERFORM VARYING IDU FROM 1 BY 1
                       UNTIL IDU > PRODUCT-UPLIFT-COUNT
                   IF PRODUCT-UPLIFT-CODE(IDU) =
                      PRODUCT-ACTUAL-CODE(IDP)
                       MOVE PRODUCT-UPLIFT-PCT(IDU) TO PRODUCT-PCT-WS
                   END-IF
               END-PERFORM
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   COMPUTE BUDGET-AMOUNT-WS ROUNDED =
                       PRODUCT-ACTUAL-MONTH(IDP, IDJ) +
                       (PRODUCT-ACTUAL-MONTH(IDP, IDJ) *
                        PRODUCT-PCT-WS / 100)
                   MOVE TARGET-YEAR              TO PBUD-YEAR
                   MOVE PRODUCT-ACTUAL-CODE(IDP) TO PBUD-PRODUCT-LINE
                   MOVE IDJ                      TO PBUD-MONTH
                   MOVE BUDGET-AMOUNT-WS         TO PBUD-AMOUNT
                   MOVE X'0D0A'                  TO PBUD-CRLF
                   WRITE PRODUCT-BUDGET-REC
                   ADD 1 TO TOTAL-RECS-WRITTEN
                   IF PRODUCT-BUDGET-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'PRODUCT-BUDGET-FILE'
                       DISPLAY 'STATUS-CODE='
                               PRODUCT-BUDGET-FILE-STATUS
                       MOVE 'PRODUCT-BUDGET-FILE' TO LOG-FILE-NAME-WS
                       MOVE PRODUCT-BUDGET-FILE-STATUS
                           TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       PERFORM FINISH
                   END-IF
               END-PERFORM
           END-PERFORM.

       FINISH.
           DISPLAY 'BUDGETGEN: RECORDS WRITTEN = ' TOTAL-RECS-WRITTEN
           CLOSE RESULTS-FILE
                 BUDGET-FILE
                 PRODUCT-BUDGET-FILE
           PERFORM WRITE-AUDIT-TRAIL
           STOP RUN.

               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.

       FIND-CATALOG-GENERATION.
           MOVE 'N'    TO CATALOG-FOUND-SWITCH
           MOVE SPACES TO CATALOG-REMAINS-SWITCH
           OPEN INPUT FILE-CATALOG-FILE
           IF FILE-CATALOG-FILE-STATUS = 0
               READ FILE-CATALOG-FILE
                   AT END MOVE 'NO' TO CATALOG-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CATALOG
                   IF CAT-FILE-NAME = CATALOG-FILE-NAME-WS
                       MOVE 'Y'              TO CATALOG-FOUND-SWITCH
                       MOVE CAT-PROGRAM-NAME TO CATALOG-PROGRAM-WS
                       MOVE CAT-RUN-ID       TO CATALOG-RUN-ID
                       MOVE CAT-RUN-DATE     TO CATALOG-RUN-DATE
                       MOVE CAT-RECORD-CNT   TO CATALOG-RECORD-CNT
                       MOVE CAT-HASH-TOTAL   TO CATALOG-HASH-TOTAL
                   END-IF
                   READ FILE-CATALOG-FILE
                       AT END MOVE 'NO' TO CATALOG-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FILE-CATALOG-FILE
           END-IF.

       CHECK-CURRENT-GENERATION.
           PERFORM LOAD-RUN-ID
           PERFORM FIND-CATALOG-GENERATION
           MOVE SPACES TO CATALOG-REFUSE-REASON
           EVALUATE TRUE
               WHEN NOT CATALOG-ENTRY-FOUND
                   MOVE 'FILE HAS NO ENTRY IN THE FILE CATALOG'
                       TO CATALOG-REFUSE-REASON
               WHEN BATCH-RUN-ID NOT = 0 AND
                    CATALOG-RUN-ID NOT = BATCH-RUN-ID
                   MOVE 'FILE IS FROM AN EARLIER OR OTHER RUN'
                       TO CATALOG-REFUSE-REASON
               WHEN BATCH-RUN-ID = 0 AND
                    CATALOG-RUN-DATE NOT = FUNCTION CURRENT-DATE(1:8)
                   MOVE 'FILE IS FROM AN EARLIER OR OTHER RUN'
                       TO CATALOG-REFUSE-REASON
               WHEN CATALOG-READ-CNT NOT = CATALOG-RECORD-CNT OR
                    CATALOG-READ-HASH NOT = CATALOG-HASH-TOTAL
                   MOVE 'FILE DOES NOT MATCH ITS CATALOG TOTALS'
                       TO CATALOG-REFUSE-REASON
           END-EVALUATE
           IF CATALOG-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-GENERATION
           END-IF.

       REFUSE-GENERATION.
           DISPLAY '***ERROR BUDGETGEN: ' CATALOG-REFUSE-REASON
           DISPLAY '   FILE     ' CATALOG-FILE-NAME-WS
           IF CATALOG-ENTRY-FOUND
               DISPLAY '   CATALOG  RUN ' CATALOG-RUN-ID
                       ' DATE ' CATALOG-RUN-DATE
                       ' BY ' CATALOG-PROGRAM-WS
               DISPLAY '   CATALOG  RECORDS ' CATALOG-RECORD-CNT
                       ' HASH ' CATALOG-HASH-TOTAL
           END-IF
           DISPLAY '   ON DISK  RECORDS ' CATALOG-READ-CNT
                   ' HASH ' CATALOG-READ-HASH
           DISPLAY '   THIS RUN ' BATCH-RUN-ID
           DISPLAY '***BUDGETGEN: FILE NOT READ - RUN STOPPED'
           MOVE CATALOG-FILE-NAME-WS TO LOG-FILE-NAME-WS
           MOVE 'GN' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 66 TO RETURN-CODE
           PERFORM FINISH.
       END PROGRAM BUDGETGEN.
