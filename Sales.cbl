           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.

           SELECT ZONE-REF-FILE ASSIGN TO DISK
               FILE STATUS IS ZONE-REF-FILE-STATUS.

           SELECT PRODUCT-REF-FILE ASSIGN TO DISK
               FILE STATUS IS PRODUCT-REF-FILE-STATUS.

           SELECT PRODUCT-BUDGET-FILE ASSIGN TO DISK
               FILE STATUS IS PRODUCT-BUDGET-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO DISK
               FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT OUTTURN-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS OUTTURN-PARM-FILE-STATUS.

           SELECT OUTTURN-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS OUTTURN-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SALES-REC.
       01  SALES-REC.
           05 SALES-YEAR           PIC 9(04).
           05 SALES-AMOUNT        PIC 9(10).
           05 SALES-TYPE          PIC X(01).
              88 SALES-IS-CREDIT    VALUE 'C'.
           05 SALES-SALESPERSON-AFM PIC X(09).
           05 SALES-PRODUCT-LINE  PIC X(03).
           05 SALES-CURRENCY      PIC X(03).
           05 SALES-CRLF          PIC X(02).

       FD  RESULTS-FILE

       FD  SALES-REJECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REJECT-LINE.
       01  REJECT-LINE.
           05 REJECT-YEAR            PIC 9(04).
           05 REJECT-TYPE            PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REJECT-REASON          PIC X(40).
           05 REJECT-SALESPERSON-AFM PIC X(09).
           05 REJECT-PRODUCT-LINE    PIC X(03).
           05 REJECT-CURRENCY        PIC X(03).
           05 REJECT-CRLF            PIC X(02).
       01  REJECT-HEADER-REC.
           05 RJH-TAG                PIC X(03).
           05 RJH-PROGRAM            PIC X(08).
           05 RJH-RUN-DATE           PIC 9(08).
           05 RJH-RUN-ID             PIC 9(06).
           05 FILLER                 PIC X(57).
           05 RJH-CRLF               PIC X(02).
       01  REJECT-TRAILER-REC.
           05 RJT-TAG                PIC X(03).
           05 RJT-COUNT              PIC 9(07).
           05 RJT-HASH               PIC 9(11)V99.
           05 FILLER                 PIC X(59).
           05 RJT-CRLF               PIC X(02).

       FD  AUDIT-TRAIL-FILE

       FD  SALES-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS MASTER-REC.
       01  MASTER-REC.
           05 MASTER-REGION-CODE   PIC 9(02).
           05 MASTER-PRODUCT-LINE  PIC X(03).
           05 MASTER-CURRENCY      PIC X(03).
           05 MASTER-YEAR          PIC 9(04).
           05 MASTER-MONTH         PIC 9(02).
           05 MASTER-AMOUNT        PIC 9(10).
           05 MASTER-RETURNS       PIC 9(10).
           05 MASTER-ORIG-AMOUNT   PIC 9(10).
           05 MASTER-ORIG-RETURNS  PIC 9(10).
           05 MASTER-CRLF          PIC X(02).
       01  MASTER-HEADER-REC.
           05 SMH-TAG              PIC X(03).
           05 SMH-PROGRAM          PIC X(08).
           05 SMH-RUN-DATE         PIC 9(08).
           05 SMH-RUN-ID           PIC 9(06).
           05 FILLER               PIC X(29).
           05 SMH-CRLF             PIC X(02).
       01  MASTER-TRAILER-REC.
           05 SMT-TAG              PIC X(03).
           05 SMT-COUNT            PIC 9(07).
           05 SMT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(31).
           05 SMT-CRLF             PIC X(02).

       FD  RUN-ID-FILE
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

       FD  ZONE-REF-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 14 CHARACTERS
           05 ZONE-REF-NAME        PIC X(10).
           05 ZONE-REF-CRLF        PIC X(02).

       FD  PRODUCT-REF-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS PRODUCT-REF-REC.
       01  PRODUCT-REF-REC.
           05 PRODUCT-REF-CODE     PIC X(03).
           05 PRODUCT-REF-NAME     PIC X(20).
           05 PRODUCT-REF-CRLF     PIC X(02).

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

       FD  FX-RATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS FX-RATE-REC.
       01  FX-RATE-REC.
           05 FXR-TYPE             PIC X(01).
              88 FXR-IS-AVERAGE      VALUE 'A'.
              88 FXR-IS-BUDGET       VALUE 'B'.
           05 FXR-CURRENCY         PIC X(03).
           05 FXR-YEAR             PIC 9(04).
           05 FXR-MONTH            PIC 9(02).
           05 FXR-RATE             PIC 9(03)V9(06).
           05 FXR-CRLF             PIC X(02).

       FD  OUTTURN-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS OUTTURN-PARM-REC.
       01  OUTTURN-PARM-REC.
           05 OTP-YEAR             PIC 9(04).
           05 OTP-MONTH            PIC 9(02).
           05 OTP-CRLF             PIC X(02).

       FD  OUTTURN-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OUTTURN-REPORT-LINE.
       01  OUTTURN-REPORT-LINE.
           05 OUTTURN-REPORT-TEXT  PIC X(98).
           05 OUTTURN-REPORT-CRLF  PIC X(02).

       WORKING-STORAGE SECTION.
       01  PRODUCT-REF-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  PRODUCT-REF-REMAINS-SWITCH    PIC X(02) VALUE SPACES.
           88 NO-MORE-PRODUCT-REF          VALUE 'NO'.
       01  PRODUCT-REF-LOADED-SWITCH     PIC X(01) VALUE 'N'.
           88 PRODUCT-REF-IS-LOADED        VALUE 'Y'.
       01  MAX-PRODUCT-LINES             PIC 9(02) VALUE 10.
       01  PRODUCT-COUNT                 PIC 9(02) VALUE 0.
       01  PRODUCT-LIST.
           05 PRODUCT-ENTRY OCCURS 10 TIMES.
              10 PRODUCT-CODE            PIC X(03).
              10 PRODUCT-NAME            PIC X(20).
              10 PRODUCT-ON-REF-SWITCH   PIC X(01).
                 88 PRODUCT-IS-ON-REF      VALUE 'Y'.
              10 PRODUCT-YEAR-TOTAL      PIC 9(08).
              10 PRODUCT-YEAR-RETURNS    PIC 9(08).
       01  SEARCH-PRODUCT                PIC X(03) VALUE SPACES.
       01  PRODUCT-FOUND-IDX             PIC 9(02) VALUE 0.
       01  IDP                           PIC 9(02) VALUE 0.
       01  PRODUCT-SALES-TABLE.
           05 PL-REGIONS OCCURS 9 TIMES.
              10 PL-LINES OCCURS 10 TIMES.
                 15 PL-YEARLY OCCURS 10 TIMES.
                    20 PL-MONTHLY-SALES OCCURS 12 TIMES PIC 9(05)
                                                  VALUE ZERO.
       01  PRODUCT-RETURNS-TABLE.
           05 PLR-REGIONS OCCURS 9 TIMES.
              10 PLR-LINES OCCURS 10 TIMES.
                 15 PLR-YEARLY OCCURS 10 TIMES.
                    20 PL-MONTHLY-RETURNS OCCURS 12 TIMES PIC 9(05)
                                                  VALUE ZERO.
       01  PRODUCT-BUDGET-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  PBUD-AVAILABLE-SWITCH         PIC X(02) VALUE 'NO'.
           88 PBUD-IS-AVAILABLE            VALUE 'YE'.
       01  PBUD-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-PBUD-DATA            VALUE 'NO'.
       01  PRODUCT-BUDGET-TABLE.
           05 PLB-LINES OCCURS 10 TIMES.
              10 PLB-YEARLY OCCURS 10 TIMES.
                 15 PL-MONTHLY-BUDGET OCCURS 12 TIMES PIC 9(07)
                                                  VALUE ZERO.
       01  PL-CELL-SALES                 PIC 9(08) VALUE 0.
       01  PL-CELL-RETURNS               PIC 9(08) VALUE 0.
       01  PL-MONTH-TOTALS.
           05 PL-MONTH-TOTAL OCCURS 12 TIMES PIC 9(08).
       01  PL-BUDGET-TOTAL               PIC 9(09) VALUE 0.
       01  PL-GRAND-SALES                PIC 9(08) VALUE 0.
       01  PL-GRAND-RETURNS              PIC 9(08) VALUE 0.
       01  PL-GRAND-BUDGET               PIC 9(09) VALUE 0.
       01  DISPLAY-PL-CELL               PIC ZZZZZZ9.
       01  DISPLAY-PL-BUDGET             PIC ZZZZZZZZ9.
       01  FX-RATE-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  FX-RATE-REMAINS-SWITCH        PIC X(02) VALUE SPACES.
           88 NO-MORE-FX-RATES             VALUE 'NO'.
       01  REPORTING-CURRENCY            PIC X(03) VALUE 'EUR'.
       01  MAX-FX-RATES                  PIC 9(04) VALUE 1000.
       01  FX-RATE-COUNT                 PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-RATE-ENTRY OCCURS 1000 TIMES.
              10 FXT-TYPE                PIC X(01).
              10 FXT-CURRENCY            PIC X(03).
              10 FXT-YEAR                PIC 9(04).
              10 FXT-MONTH               PIC 9(02).
              10 FXT-RATE                PIC 9(03)V9(06).
       01  FX-SEARCH-TYPE                PIC X(01) VALUE SPACES.
       01  FX-SEARCH-CURRENCY            PIC X(03) VALUE SPACES.
       01  FX-SEARCH-YEAR                PIC 9(04) VALUE 0.
       01  FX-SEARCH-MONTH               PIC 9(02) VALUE 0.
       01  FX-FOUND-RATE                 PIC 9(03)V9(06) VALUE 0.
       01  FX-RATE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88 FX-RATE-IS-FOUND             VALUE 'Y'.
       01  IDF                           PIC 9(04) VALUE 0.
       01  CONVERTED-AMOUNT              PIC 9(10) VALUE 0.
       01  FOREIGN-SALE-SWITCH           PIC X(01) VALUE 'N'.
           88 SALE-IS-FOREIGN              VALUE 'Y'.
       01  CREDIT-AVAILABLE              PIC S9(10) VALUE 0.
       01  MAX-FX-CELLS                  PIC 9(04) VALUE 2000.
       01  FX-CELL-COUNT                 PIC 9(04) VALUE 0.
       01  FX-CELL-IDX                   PIC 9(04) VALUE 0.
       01  FX-CELL-TABLE.
           05 FX-CELL OCCURS 2000 TIMES.
              10 FXC-REGION              PIC 9(02).
              10 FXC-PRODUCT             PIC 9(02).
              10 FXC-CURRENCY            PIC X(03).
              10 FXC-YEAR                PIC 9(02).
              10 FXC-MONTH               PIC 9(02).
              10 FXC-ORIG-SALES          PIC 9(10).
              10 FXC-ORIG-RETURNS        PIC 9(10).
              10 FXC-CONV-SALES          PIC 9(10).
              10 FXC-CONV-RETURNS        PIC 9(10).
       01  FXS-REGION                    PIC 9(02) VALUE 0.
       01  FXS-PRODUCT                   PIC 9(02) VALUE 0.
       01  FXS-CURRENCY                  PIC X(03) VALUE SPACES.
       01  FXS-YEAR                      PIC 9(02) VALUE 0.
       01  FXS-MONTH                     PIC 9(02) VALUE 0.
       01  FX-CELL-CONV-SALES            PIC 9(10) VALUE 0.
       01  FX-CELL-CONV-RETURNS          PIC 9(10) VALUE 0.
       01  FX-AT-BUDGET-RATE             PIC 9(10) VALUE 0.
       01  FX-EFFECT                     PIC S9(10) COMP-3 VALUE 0.
       01  MISSING-BUDGET-RATES          PIC 9(05) VALUE 0.
       01  CONSTANT-VARIANCE-PCT         PIC S9(04)V99 VALUE 0.
       01  DISPLAY-FX-EFFECT             PIC -(09)9.
       01  DISPLAY-CONSTANT-VARIANCE     PIC -ZZZ9.99.
       01  OUTTURN-PARM-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  OUTTURN-REPORT-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  OUTTURN-YEAR                  PIC 9(04) VALUE 0.
       01  OUTTURN-MONTH                 PIC 9(02) VALUE 0.
       01  OUTTURN-IDY                   PIC 9(02) VALUE 0.
       01  OUTTURN-REMAINING             PIC 9(02) VALUE 0.
       01  OUTTURN-BASIS                 PIC X(08) VALUE SPACES.
       01  OT-YTD-ACTUAL                 PIC 9(09) COMP-3 VALUE 0.
       01  OT-PRIOR-TO-DATE              PIC 9(11) COMP-3 VALUE 0.
       01  OT-PRIOR-MONTHS.
           05 OT-PRIOR-MONTH OCCURS 12 TIMES PIC 9(11) COMP-3.
       01  OT-FORECAST-MONTHS.
           05 OT-FORECAST-MONTH OCCURS 12 TIMES PIC 9(09) COMP-3.
       01  OT-PROJECTED                  PIC 9(09) COMP-3 VALUE 0.
       01  OT-BUDGET                     PIC 9(09) COMP-3 VALUE 0.
       01  OT-GAP                        PIC S9(09) COMP-3 VALUE 0.
       01  OT-NEEDED                     PIC 9(09) COMP-3 VALUE 0.
       01  OT-TOTAL-MONTHS.
           05 OT-TOTAL-MONTH OCCURS 12 TIMES PIC 9(09) COMP-3.
       01  OT-TOTAL-YTD                  PIC 9(09) COMP-3 VALUE 0.
       01  OT-TOTAL-PROJECTED            PIC 9(09) COMP-3 VALUE 0.
       01  OT-TOTAL-BUDGET               PIC 9(09) COMP-3 VALUE 0.
       01  OT-BUDGET-SWITCH              PIC X(01) VALUE 'N'.
           88 OT-BUDGET-FOUND              VALUE 'Y'.
       01  MONTH-ABBREVIATIONS           PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  MONTH-ABBREV-TABLE REDEFINES MONTH-ABBREVIATIONS.
           05 MONTH-ABBREV OCCURS 12 TIMES PIC X(03).
       01  OT-HEADING-LINE.
           05 OT-HL-REGION               PIC X(10).
           05 OT-HL-MONTH OCCURS 12 TIMES.
              10 FILLER                  PIC X(02).
              10 OT-HL-ABBREV            PIC X(03).
              10 OT-HL-DASH              PIC X(01).
              10 OT-HL-FLAG              PIC X(01).
           05 FILLER                     PIC X(04).
       01  OT-MONTH-LINE.
           05 OT-ML-REGION               PIC X(10).
           05 OT-ML-MONTH OCCURS 12 TIMES PIC ZZZZZZ9.
           05 FILLER                     PIC X(04).
       01  OT-DISPLAY-AMOUNT             PIC ZZZZZZZZ9.
       01  OT-DISPLAY-BUDGET             PIC ZZZZZZZZ9.
       01  OT-DISPLAY-GAP                PIC -(09)9.
       01  OT-DISPLAY-NEEDED             PIC ZZZZZZZZ9.
       01  OT-DISPLAY-YEAR               PIC 9(04).
       01  OT-DISPLAY-MONTH              PIC 9(02).
       01  ZONE-REF-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  ZONE-REF-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-ZONE-REF             VALUE 'NO'.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-STATUS    PIC 9(02) VALUE ZERO.
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
       01  FILE-CATALOG-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS          PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT            PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL            PIC 9(15)V99 VALUE 0.
       01  BUDGET-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BUDGET-AVAILABLE-SWITCH       PIC X(02) VALUE 'NO'.
           88 BUDGET-IS-AVAILABLE          VALUE 'YE'.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  TOTAL-RECS-READ               PIC 9(07) VALUE 0.
       01  TOTAL-RECS-WRITTEN            PIC 9(07) VALUE 0.
       01  RESULTS-ROW-VALUE             PIC 9(07) VALUE 0.
       01  RESULTS-COMPLETE-SWITCH       PIC X(01) VALUE 'N'.
           88 RESULTS-COMPLETE             VALUE 'Y'.
       01  DATA-REMAINS-SWITCH             PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  RECORD-VALID-SWITCH             PIC X(01) VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES
           PERFORM LOAD-PRODUCT-REF
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-SALES-MASTER
           PERFORM PROCESS-SALES
           PERFORM REWRITE-SALES-MASTER
           PERFORM LOAD-BUDGET
           PERFORM LOAD-PRODUCT-BUDGET
           PERFORM LOAD-ZONE-REF
           PERFORM DISPLAY-SALES-TABLE
           PERFORM WRITE-SALES-TABLE
           PERFORM WRITE-OUTTURN-FORECAST
           MOVE 'Y' TO RESULTS-COMPLETE-SWITCH
           PERFORM FINISH.

       OPEN-FILES.
               ADD 1 TO TOTAL-RECS-READ
               PERFORM VALIDATE-SALES-RECORD
               IF RECORD-IS-VALID
                   PERFORM POST-SALES-RECORD
               ELSE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
               END-READ
           END-PERFORM.

       POST-SALES-RECORD.
           MOVE SALES-YEAR TO SEARCH-YEAR
           PERFORM FIND-YEAR-INDEX
           MOVE PRODUCT-FOUND-IDX TO IDP
           MOVE SALES-REGION-CODE TO FXS-REGION
           MOVE IDP               TO FXS-PRODUCT
           MOVE SALES-CURRENCY    TO FXS-CURRENCY
           MOVE IDY               TO FXS-YEAR
           MOVE SALES-MONTH       TO FXS-MONTH
           MOVE 0 TO FX-CELL-IDX
           IF SALE-IS-FOREIGN
               PERFORM FIND-FX-CELL
           END-IF
           IF SALES-IS-CREDIT
               IF SALE-IS-FOREIGN
                   IF FX-CELL-IDX = 0
                       MOVE 0 TO CREDIT-AVAILABLE
                   ELSE
                       MOVE FXC-ORIG-SALES(FX-CELL-IDX)
                           TO CREDIT-AVAILABLE
                   END-IF
               ELSE
                   PERFORM SUM-FOREIGN-CELLS
                   COMPUTE CREDIT-AVAILABLE =
                       PL-MONTHLY-SALES(SALES-REGION-CODE, IDP, IDY,
                           SALES-MONTH) - FX-CELL-CONV-SALES
               END-IF
               IF SALES-AMOUNT > CREDIT-AVAILABLE
                   MOVE 'CREDIT EXCEEDS MONTH SALES' TO REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   SUBTRACT CONVERTED-AMOUNT
                       FROM MONTHLY-SALES(SALES-REGION-CODE, IDY,
                           SALES-MONTH)
                   ADD CONVERTED-AMOUNT
                       TO MONTHLY-RETURNS(SALES-REGION-CODE, IDY,
                           SALES-MONTH)
                   SUBTRACT CONVERTED-AMOUNT
                       FROM PL-MONTHLY-SALES(SALES-REGION-CODE, IDP,
                           IDY, SALES-MONTH)
                   ADD CONVERTED-AMOUNT
                       TO PL-MONTHLY-RETURNS(SALES-REGION-CODE, IDP,
                           IDY, SALES-MONTH)
                   IF SALE-IS-FOREIGN
                       SUBTRACT SALES-AMOUNT
                           FROM FXC-ORIG-SALES(FX-CELL-IDX)
                       ADD SALES-AMOUNT
                           TO FXC-ORIG-RETURNS(FX-CELL-IDX)
                       SUBTRACT CONVERTED-AMOUNT
                           FROM FXC-CONV-SALES(FX-CELL-IDX)
                       ADD CONVERTED-AMOUNT
                           TO FXC-CONV-RETURNS(FX-CELL-IDX)
                   END-IF
               END-IF
           ELSE
               IF SALE-IS-FOREIGN AND FX-CELL-IDX = 0
                   PERFORM ADD-FX-CELL
               END-IF
               IF SALE-IS-FOREIGN AND FX-CELL-IDX = 0
                   MOVE 'TOO MANY FOREIGN CURRENCY TOTALS'
                       TO REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   ADD CONVERTED-AMOUNT
                       TO MONTHLY-SALES(SALES-REGION-CODE, IDY,
                           SALES-MONTH)
                   ADD CONVERTED-AMOUNT
                       TO PL-MONTHLY-SALES(SALES-REGION-CODE, IDP,
                           IDY, SALES-MONTH)
                   IF SALE-IS-FOREIGN
                       ADD SALES-AMOUNT
                           TO FXC-ORIG-SALES(FX-CELL-IDX)
                       ADD CONVERTED-AMOUNT
                           TO FXC-CONV-SALES(FX-CELL-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-FX-CELL.
           MOVE 0 TO FX-CELL-IDX
           PERFORM VARYING IDF FROM 1 BY 1
                   UNTIL IDF > FX-CELL-COUNT OR FX-CELL-IDX > 0
               IF FXC-REGION(IDF)   = FXS-REGION   AND
                  FXC-PRODUCT(IDF)  = FXS-PRODUCT  AND
                  FXC-CURRENCY(IDF) = FXS-CURRENCY AND
                  FXC-YEAR(IDF)     = FXS-YEAR     AND
                  FXC-MONTH(IDF)    = FXS-MONTH
                   MOVE IDF TO FX-CELL-IDX
               END-IF
           END-PERFORM.

       ADD-FX-CELL.
           IF FX-CELL-COUNT < MAX-FX-CELLS
               ADD 1 TO FX-CELL-COUNT
               MOVE FX-CELL-COUNT TO FX-CELL-IDX
               MOVE FXS-REGION    TO FXC-REGION(FX-CELL-IDX)
               MOVE FXS-PRODUCT   TO FXC-PRODUCT(FX-CELL-IDX)
               MOVE FXS-CURRENCY  TO FXC-CURRENCY(FX-CELL-IDX)
               MOVE FXS-YEAR      TO FXC-YEAR(FX-CELL-IDX)
               MOVE FXS-MONTH     TO FXC-MONTH(FX-CELL-IDX)
               MOVE 0 TO FXC-ORIG-SALES(FX-CELL-IDX)
               MOVE 0 TO FXC-ORIG-RETURNS(FX-CELL-IDX)
               MOVE 0 TO FXC-CONV-SALES(FX-CELL-IDX)
               MOVE 0 TO FXC-CONV-RETURNS(FX-CELL-IDX)
           ELSE
               MOVE 0 TO FX-CELL-IDX
           END-IF.

       SUM-FOREIGN-CELLS.
           MOVE 0 TO FX-CELL-CONV-SALES
           MOVE 0 TO FX-CELL-CONV-RETURNS
           PERFORM VARYING IDF FROM 1 BY 1 UNTIL IDF > FX-CELL-COUNT
               IF FXC-REGION(IDF)  = FXS-REGION  AND
                  FXC-PRODUCT(IDF) = FXS-PRODUCT AND
                  FXC-YEAR(IDF)    = FXS-YEAR    AND
                  FXC-MONTH(IDF)   = FXS-MONTH
                   ADD FXC-CONV-SALES(IDF)   TO FX-CELL-CONV-SALES
                   ADD FXC-CONV-RETURNS(IDF) TO FX-CELL-CONV-RETURNS
               END-IF
           END-PERFORM.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-FILE-STATUS = 0
               READ FX-RATE-FILE
                   AT END MOVE 'NO' TO FX-RATE-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-FX-RATES
                   IF (FXR-IS-AVERAGE OR FXR-IS-BUDGET) AND
                      FXR-CURRENCY NOT = SPACES AND
                      FXR-YEAR IS NUMERIC AND
                      FXR-MONTH IS NUMERIC AND FXR-MONTH <= 12 AND
                      FXR-RATE IS NUMERIC AND FXR-RATE > 0
                       IF FX-RATE-COUNT < MAX-FX-RATES
                           ADD 1 TO FX-RATE-COUNT
                           MOVE FXR-TYPE     TO FXT-TYPE(FX-RATE-COUNT)
                           MOVE FXR-CURRENCY
                               TO FXT-CURRENCY(FX-RATE-COUNT)
                           MOVE FXR-YEAR     TO FXT-YEAR(FX-RATE-COUNT)
                           MOVE FXR-MONTH    TO FXT-MONTH(FX-RATE-COUNT)
                           MOVE FXR-RATE     TO FXT-RATE(FX-RATE-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-FX-RATES
                                   ' FX RATES - EXTRA RATES IGNORED'
                       END-IF
                   ELSE
                       DISPLAY '***WARNING: BAD FX-RATE-FILE RECORD '
                               'IGNORED'
                   END-IF
                   READ FX-RATE-FILE
                       AT END MOVE 'NO' TO FX-RATE-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
               DISPLAY 'SALES: FX RATES LOADED = ' FX-RATE-COUNT
           END-IF.

       FIND-FX-RATE.
           MOVE 'N' TO FX-RATE-FOUND-SWITCH
           MOVE 0 TO FX-FOUND-RATE
           PERFORM VARYING IDF FROM 1 BY 1 UNTIL IDF > FX-RATE-COUNT
               IF FXT-TYPE(IDF)     = FX-SEARCH-TYPE     AND
                  FXT-CURRENCY(IDF) = FX-SEARCH-CURRENCY AND
                  FXT-YEAR(IDF)     = FX-SEARCH-YEAR     AND
                  FXT-MONTH(IDF)    = FX-SEARCH-MONTH
                   MOVE 'Y' TO FX-RATE-FOUND-SWITCH
                   MOVE FXT-RATE(IDF) TO FX-FOUND-RATE
               END-IF
           END-PERFORM.

       VALIDATE-SALES-RECORD.
           MOVE 'Y' TO RECORD-VALID-SWITCH
           MOVE SPACES TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SALES-SALESPERSON-AFM NOT = SPACES
              AND SALES-SALESPERSON-AFM IS NOT NUMERIC
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE 'SALESPERSON AFM NOT NUMERIC' TO REJECT-REASON
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-PRODUCT-LINE
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-CURRENCY
           END-IF
           IF RECORD-IS-VALID
               COMPUTE PERIOD-CHECK-YYYYMM =
                   SALES-YEAR * 100 + SALES-MONTH
               PERFORM CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'SALES PERIOD CLOSED' TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-CURRENCY.
           MOVE 'N' TO FOREIGN-SALE-SWITCH
           MOVE SALES-AMOUNT TO CONVERTED-AMOUNT
           IF SALES-CURRENCY = SPACES
               MOVE REPORTING-CURRENCY TO SALES-CURRENCY
           END-IF
           IF SALES-CURRENCY NOT = REPORTING-CURRENCY
               MOVE 'Y' TO FOREIGN-SALE-SWITCH
               MOVE 'A'            TO FX-SEARCH-TYPE
               MOVE SALES-CURRENCY TO FX-SEARCH-CURRENCY
               MOVE SALES-YEAR     TO FX-SEARCH-YEAR
               MOVE SALES-MONTH    TO FX-SEARCH-MONTH
               PERFORM FIND-FX-RATE
               IF FX-RATE-IS-FOUND
                   COMPUTE CONVERTED-AMOUNT ROUNDED =
                       SALES-AMOUNT * FX-FOUND-RATE
               ELSE
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'NO FX RATE FOR CURRENCY AND MONTH'
                       TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-PRODUCT-LINE.
           IF SALES-PRODUCT-LINE = SPACES
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE 'PRODUCT LINE MISSING' TO REJECT-REASON
           ELSE
               MOVE SALES-PRODUCT-LINE TO SEARCH-PRODUCT
               PERFORM FIND-PRODUCT-LINE
               IF PRODUCT-REF-IS-LOADED
                   IF PRODUCT-FOUND-IDX = 0
                       MOVE 'N' TO RECORD-VALID-SWITCH
                       MOVE 'PRODUCT LINE NOT ON PRODUCT-REF-FILE'
                           TO REJECT-REASON
                   ELSE
                       IF NOT PRODUCT-IS-ON-REF(PRODUCT-FOUND-IDX)
                           MOVE 'N' TO RECORD-VALID-SWITCH
                           MOVE 'PRODUCT LINE NOT ON PRODUCT-REF-FILE'
                               TO REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   IF PRODUCT-FOUND-IDX = 0
                       PERFORM ADD-PRODUCT-LINE
                       IF PRODUCT-FOUND-IDX = 0
                           MOVE 'N' TO RECORD-VALID-SWITCH
                           MOVE 'TOO MANY PRODUCT LINES'
                               TO REJECT-REASON
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
               MOVE SPACES           TO PRODUCT-NAME(PRODUCT-COUNT)
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
                           MOVE PRODUCT-REF-NAME
                               TO PRODUCT-NAME(PRODUCT-FOUND-IDX)
                           MOVE 'Y' TO
                               PRODUCT-ON-REF-SWITCH(PRODUCT-FOUND-IDX)
                       END-IF
                   END-IF
                   READ PRODUCT-REF-FILE
                       AT END MOVE 'NO' TO PRODUCT-REF-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-REF-FILE
               DISPLAY 'SALES: PRODUCT LINES LOADED = ' PRODUCT-COUNT
           ELSE
               DISPLAY '***WARNING: NO PRODUCT-REF-FILE - PRODUCT '
                       'LINES TAKEN FROM THE SALES DATA'
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SALES-MONTH       TO REJECT-MONTH
           MOVE SALES-AMOUNT      TO REJECT-AMOUNT
           MOVE SALES-TYPE        TO REJECT-TYPE
           MOVE SALES-SALESPERSON-AFM TO REJECT-SALESPERSON-AFM
           MOVE SALES-PRODUCT-LINE    TO REJECT-PRODUCT-LINE
           MOVE SALES-CURRENCY        TO REJECT-CURRENCY
           IF SALES-AMOUNT IS NUMERIC
               ADD SALES-AMOUNT TO SREJ-WRITE-HASH
           END-IF
                        AND MASTER-REGION-CODE IS NUMERIC
                        AND MASTER-REGION-CODE >= 1
                        AND MASTER-REGION-CODE <= 9
                        AND MASTER-PRODUCT-LINE NOT = SPACES
                        AND MASTER-MONTH IS NUMERIC
                        AND MASTER-MONTH >= 1 AND MASTER-MONTH <= 12
                        AND MASTER-AMOUNT IS NUMERIC
                       ADD 1 TO MASTER-RECS-READ
                       ADD MASTER-AMOUNT TO SMAST-READ-HASH
                       MOVE MASTER-PRODUCT-LINE TO SEARCH-PRODUCT
                       PERFORM FIND-PRODUCT-LINE
                       IF PRODUCT-FOUND-IDX = 0
                           PERFORM ADD-PRODUCT-LINE
                       END-IF
                       IF PRODUCT-FOUND-IDX = 0
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-PRODUCT-LINES
                                   ' PRODUCT LINES - MASTER RECORD '
                                   'IGNORED FOR ' MASTER-PRODUCT-LINE
                       ELSE
                           MOVE PRODUCT-FOUND-IDX TO IDP
                           MOVE MASTER-YEAR TO SEARCH-YEAR
                           PERFORM FIND-YEAR-INDEX
                           ADD MASTER-AMOUNT
                               TO MONTHLY-SALES(MASTER-REGION-CODE,
                                   IDY, MASTER-MONTH)
                           ADD MASTER-AMOUNT
                               TO PL-MONTHLY-SALES(MASTER-REGION-CODE,
                                   IDP, IDY, MASTER-MONTH)
                           IF MASTER-RETURNS IS NUMERIC
                               ADD MASTER-RETURNS
                                   TO MONTHLY-RETURNS(
                                       MASTER-REGION-CODE, IDY,
                                       MASTER-MONTH)
                               ADD MASTER-RETURNS
                                   TO PL-MONTHLY-RETURNS(
                                       MASTER-REGION-CODE, IDP, IDY,
                                       MASTER-MONTH)
                           END-IF
                           IF MASTER-CURRENCY NOT = SPACES AND
                              MASTER-CURRENCY NOT = REPORTING-CURRENCY
                               PERFORM LOAD-MASTER-FX-CELL
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY '***WARNING: BAD SALES MASTER RECORD '
               END-IF
           END-IF.

       LOAD-MASTER-FX-CELL.
           MOVE MASTER-REGION-CODE TO FXS-REGION
           MOVE IDP                TO FXS-PRODUCT
           MOVE MASTER-CURRENCY    TO FXS-CURRENCY
           MOVE IDY                TO FXS-YEAR
           MOVE MASTER-MONTH       TO FXS-MONTH
           PERFORM FIND-FX-CELL
           IF FX-CELL-IDX = 0
               PERFORM ADD-FX-CELL
           END-IF
           IF FX-CELL-IDX = 0
               DISPLAY '***ERROR SALES: MORE THAN ' MAX-FX-CELLS
                       ' FOREIGN CURRENCY TOTALS ON SALES-MASTER-FILE'
               MOVE 'SALES-MASTER-FILE' TO LOG-FILE-NAME-WS
               MOVE '99' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           ADD MASTER-AMOUNT TO FXC-CONV-SALES(FX-CELL-IDX)
           IF MASTER-RETURNS IS NUMERIC
               ADD MASTER-RETURNS TO FXC-CONV-RETURNS(FX-CELL-IDX)
           END-IF
           IF MASTER-ORIG-AMOUNT IS NUMERIC
               ADD MASTER-ORIG-AMOUNT TO FXC-ORIG-SALES(FX-CELL-IDX)
           END-IF
           IF MASTER-ORIG-RETURNS IS NUMERIC
               ADD MASTER-ORIG-RETURNS
                   TO FXC-ORIG-RETURNS(FX-CELL-IDX)
           END-IF.

       REWRITE-SALES-MASTER.
           OPEN OUTPUT SALES-MASTER-FILE
           IF SALES-MASTER-FILE-STATUS NOT = 0
           MOVE 0 TO SMAST-WRITE-HASH
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY > YEAR-COUNT
               PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                   PERFORM VARYING IDP FROM 1 BY 1
                           UNTIL IDP > PRODUCT-COUNT
                       PERFORM WRITE-MASTER-PRODUCT-LINE
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING FX-CELL-IDX FROM 1 BY 1
                   UNTIL FX-CELL-IDX > FX-CELL-COUNT
               PERFORM WRITE-MASTER-FX-CELL
           END-PERFORM
           MOVE SPACES              TO MASTER-TRAILER-REC
           MOVE 'TRL'               TO SMT-TAG
           MOVE MASTER-RECS-WRITTEN TO SMT-COUNT
           DISPLAY 'SALES: MASTER RECORDS WRITTEN = '
                   MASTER-RECS-WRITTEN.

       WRITE-MASTER-PRODUCT-LINE.
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE IDI TO FXS-REGION
               MOVE IDP TO FXS-PRODUCT
               MOVE IDY TO FXS-YEAR
               MOVE IDJ TO FXS-MONTH
               PERFORM SUM-FOREIGN-CELLS
               MOVE IDI                TO MASTER-REGION-CODE
               MOVE PRODUCT-CODE(IDP)  TO MASTER-PRODUCT-LINE
               MOVE REPORTING-CURRENCY TO MASTER-CURRENCY
               MOVE YEAR-ENTRY(IDY)    TO MASTER-YEAR
               MOVE IDJ                TO MASTER-MONTH
               COMPUTE MASTER-AMOUNT =
                   PL-MONTHLY-SALES(IDI, IDP, IDY, IDJ)
                       - FX-CELL-CONV-SALES
               COMPUTE MASTER-RETURNS =
                   PL-MONTHLY-RETURNS(IDI, IDP, IDY, IDJ)
                       - FX-CELL-CONV-RETURNS
               MOVE MASTER-AMOUNT      TO MASTER-ORIG-AMOUNT
               MOVE MASTER-RETURNS     TO MASTER-ORIG-RETURNS
               MOVE X'0D0A'            TO MASTER-CRLF
               WRITE MASTER-REC
               ADD 1 TO MASTER-RECS-WRITTEN
               ADD MASTER-AMOUNT TO SMAST-WRITE-HASH
               IF SALES-MASTER-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR WRITING OUTPUT FILE: '
                           'SALES-MASTER-FILE'
                   DISPLAY 'STATUS-CODE=' SALES-MASTER-FILE-STATUS
                   MOVE 'SALES-MASTER-FILE' TO LOG-FILE-NAME-WS
                   MOVE SALES-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   PERFORM FINISH
               END-IF
           END-PERFORM.

       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF BUDGET-FILE-STATUS = 0
               END-READ
           END-PERFORM.

       WRITE-MASTER-FX-CELL.
           MOVE FXC-REGION(FX-CELL-IDX)   TO MASTER-REGION-CODE
           MOVE PRODUCT-CODE(FXC-PRODUCT(FX-CELL-IDX))
               TO MASTER-PRODUCT-LINE
           MOVE FXC-CURRENCY(FX-CELL-IDX) TO MASTER-CURRENCY
           MOVE YEAR-ENTRY(FXC-YEAR(FX-CELL-IDX)) TO MASTER-YEAR
           MOVE FXC-MONTH(FX-CELL-IDX)    TO MASTER-MONTH
           MOVE FXC-CONV-SALES(FX-CELL-IDX)   TO MASTER-AMOUNT
           MOVE FXC-CONV-RETURNS(FX-CELL-IDX) TO MASTER-RETURNS
           MOVE FXC-ORIG-SALES(FX-CELL-IDX)   TO MASTER-ORIG-AMOUNT
           MOVE FXC-ORIG-RETURNS(FX-CELL-IDX) TO MASTER-ORIG-RETURNS
           MOVE X'0D0A'                   TO MASTER-CRLF
           WRITE MASTER-REC
           ADD 1 TO MASTER-RECS-WRITTEN
           ADD MASTER-AMOUNT TO SMAST-WRITE-HASH
           IF SALES-MASTER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'SALES-MASTER-FILE'
               DISPLAY 'STATUS-CODE=' SALES-MASTER-FILE-STATUS
               MOVE 'SALES-MASTER-FILE' TO LOG-FILE-NAME-WS
               MOVE SALES-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       LOAD-PRODUCT-BUDGET.
           OPEN INPUT PRODUCT-BUDGET-FILE
           IF PRODUCT-BUDGET-FILE-STATUS = 0
               SET PBUD-IS-AVAILABLE TO TRUE
               READ PRODUCT-BUDGET-FILE
                   AT END MOVE 'NO' TO PBUD-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PBUD-DATA
                   MOVE PBUD-PRODUCT-LINE TO SEARCH-PRODUCT
                   PERFORM FIND-PRODUCT-LINE
                   MOVE 0 TO IDY
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > YEAR-COUNT
                       IF YEAR-ENTRY(IDX) = PBUD-YEAR
                           MOVE IDX TO IDY
                       END-IF
                   END-PERFORM
                   IF PRODUCT-FOUND-IDX NOT = 0 AND IDY NOT = 0 AND
                      PBUD-MONTH IS NUMERIC AND
                      PBUD-MONTH >= 1 AND PBUD-MONTH <= 12 AND
                      PBUD-AMOUNT IS NUMERIC
                       MOVE PBUD-AMOUNT TO PL-MONTHLY-BUDGET(
                           PRODUCT-FOUND-IDX, IDY, PBUD-MONTH)
                   END-IF
                   READ PRODUCT-BUDGET-FILE
                       AT END MOVE 'NO' TO PBUD-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-BUDGET-FILE
           END-IF.

       FIND-BUDGET-YEAR-INDEX.
           MOVE 0 TO IDY
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > YEAR-COUNT
               PERFORM DISPLAY-REGION-RANKING
               PERFORM DISPLAY-ZONE-ROLLUP
               PERFORM DISPLAY-RETURN-RATES
               IF PRODUCT-COUNT > 0
                   PERFORM DISPLAY-REGION-PRODUCT-LINE
                   PERFORM DISPLAY-PRODUCT-LINE-MONTHS
               END-IF
               IF BUDGET-IS-AVAILABLE
                   PERFORM DISPLAY-BUDGET-COMPARISON
               END-IF
               MOVE ZONE-RETURNS(IDZ) TO RESULTS-RETURNS-TOTAL
               MOVE X'0D0A' TO RESULTS-CRLF
               WRITE RESULTS-LINE
               PERFORM ADD-RESULTS-CONTROL
               ADD 1 TO TOTAL-RECS-WRITTEN
               IF RESULTS-FILE-STATUS NOT = 0
                   DISPLAY
                       '  RATE%=' DISPLAY-RETURN-RATE
           END-PERFORM.

       DISPLAY-REGION-PRODUCT-LINE.
           DISPLAY SPACE
           DISPLAY 'NET SALES BY REGION AND PRODUCT LINE:'
           DISPLAY 'REGION      ' NO ADVANCING
           PERFORM VARYING IDP FROM 1 BY 1 UNTIL IDP > PRODUCT-COUNT
               DISPLAY '    ' PRODUCT-CODE(IDP) NO ADVANCING
               MOVE 0 TO PRODUCT-YEAR-TOTAL(IDP)
               MOVE 0 TO PRODUCT-YEAR-RETURNS(IDP)
           END-PERFORM
           DISPLAY '    TOTAL   RATE%'
           DISPLAY '------------------------------------------------'
           PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
               MOVE 0 TO ROW-TOTAL
               MOVE 0 TO RETURNS-ROW-TOTAL
               DISPLAY REGION-NAME(IDI) '  ' NO ADVANCING
               PERFORM VARYING IDP FROM 1 BY 1
                       UNTIL IDP > PRODUCT-COUNT
                   MOVE 0 TO PL-CELL-SALES
                   MOVE 0 TO PL-CELL-RETURNS
                   PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                       ADD PL-MONTHLY-SALES(IDI,IDP,IDY,IDJ)
                           TO PL-CELL-SALES
                       ADD PL-MONTHLY-RETURNS(IDI,IDP,IDY,IDJ)
                           TO PL-CELL-RETURNS
                   END-PERFORM
                   MOVE PL-CELL-SALES TO DISPLAY-PL-CELL
                   DISPLAY DISPLAY-PL-CELL NO ADVANCING
                   ADD PL-CELL-SALES   TO ROW-TOTAL
                   ADD PL-CELL-SALES   TO PRODUCT-YEAR-TOTAL(IDP)
                   ADD PL-CELL-RETURNS TO RETURNS-ROW-TOTAL
                   ADD PL-CELL-RETURNS TO PRODUCT-YEAR-RETURNS(IDP)
               END-PERFORM
               MOVE ROW-TOTAL         TO PL-CELL-SALES
               MOVE RETURNS-ROW-TOTAL TO PL-CELL-RETURNS
               PERFORM COMPUTE-PL-RETURN-RATE
               MOVE ROW-TOTAL TO DISPLAY-ZONE-TOTAL
               DISPLAY ' ' DISPLAY-ZONE-TOTAL '  ' DISPLAY-RETURN-RATE
           END-PERFORM
           DISPLAY '------------------------------------------------'
           MOVE 0 TO ROW-TOTAL
           MOVE 0 TO RETURNS-ROW-TOTAL
           DISPLAY 'TOTAL       ' NO ADVANCING
           PERFORM VARYING IDP FROM 1 BY 1 UNTIL IDP > PRODUCT-COUNT
               MOVE PRODUCT-YEAR-TOTAL(IDP) TO DISPLAY-PL-CELL
               DISPLAY DISPLAY-PL-CELL NO ADVANCING
               ADD PRODUCT-YEAR-TOTAL(IDP)   TO ROW-TOTAL
               ADD PRODUCT-YEAR-RETURNS(IDP) TO RETURNS-ROW-TOTAL
           END-PERFORM
           MOVE ROW-TOTAL         TO PL-CELL-SALES
           MOVE RETURNS-ROW-TOTAL TO PL-CELL-RETURNS
           PERFORM COMPUTE-PL-RETURN-RATE
           MOVE ROW-TOTAL TO DISPLAY-ZONE-TOTAL
           DISPLAY ' ' DISPLAY-ZONE-TOTAL '  ' DISPLAY-RETURN-RATE
           DISPLAY 'RATE%       ' NO ADVANCING
           PERFORM VARYING IDP FROM 1 BY 1 UNTIL IDP > PRODUCT-COUNT
               MOVE PRODUCT-YEAR-TOTAL(IDP)   TO PL-CELL-SALES
               MOVE PRODUCT-YEAR-RETURNS(IDP) TO PL-CELL-RETURNS
               PERFORM COMPUTE-PL-RETURN-RATE
               DISPLAY ' ' DISPLAY-RETURN-RATE NO ADVANCING
           END-PERFORM
           DISPLAY SPACE.

       DISPLAY-PRODUCT-LINE-MONTHS.
           DISPLAY SPACE
           DISPLAY 'NET SALES BY PRODUCT LINE AND MONTH:'
           DISPLAY 'LINE NAME      ' NO ADVANCING
           DISPLAY '    JAN    FEB    MAR    APR    MAY    JUN'
                   NO ADVANCING
           DISPLAY '    JUL    AUG    SEP    OCT    NOV    DEC'
                   NO ADVANCING
           IF PBUD-IS-AVAILABLE
               DISPLAY '    TOTAL RETURNS   RATE%    BUDGET VARIANCE%'
           ELSE
               DISPLAY '    TOTAL RETURNS   RATE%'
           END-IF
           DISPLAY '------------------------------------------------'
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE 0 TO PL-MONTH-TOTAL(IDJ)
           END-PERFORM
           MOVE 0 TO PL-GRAND-SALES
           MOVE 0 TO PL-GRAND-RETURNS
           MOVE 0 TO PL-GRAND-BUDGET
           PERFORM VARYING IDP FROM 1 BY 1 UNTIL IDP > PRODUCT-COUNT
               DISPLAY PRODUCT-CODE(IDP) ' ' PRODUCT-NAME(IDP)(1:10)
                       ' ' NO ADVANCING
               MOVE 0 TO PL-CELL-SALES
               MOVE 0 TO PL-CELL-RETURNS
               MOVE 0 TO PL-BUDGET-TOTAL
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   MOVE 0 TO COL-TOTAL
                   PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                       ADD PL-MONTHLY-SALES(IDI,IDP,IDY,IDJ)
                           TO COL-TOTAL
                       ADD PL-MONTHLY-RETURNS(IDI,IDP,IDY,IDJ)
                           TO PL-CELL-RETURNS
                   END-PERFORM
                   MOVE COL-TOTAL TO DISPLAY-PL-CELL
                   DISPLAY DISPLAY-PL-CELL NO ADVANCING
                   ADD COL-TOTAL TO PL-CELL-SALES
                   ADD COL-TOTAL TO PL-MONTH-TOTAL(IDJ)
                   ADD PL-MONTHLY-BUDGET(IDP,IDY,IDJ)
                       TO PL-BUDGET-TOTAL
               END-PERFORM
               ADD PL-CELL-SALES   TO PL-GRAND-SALES
               ADD PL-CELL-RETURNS TO PL-GRAND-RETURNS
               ADD PL-BUDGET-TOTAL TO PL-GRAND-BUDGET
               PERFORM DISPLAY-PRODUCT-LINE-TOTALS
           END-PERFORM
           DISPLAY '------------------------------------------------'
           DISPLAY 'TOTAL          ' NO ADVANCING
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE PL-MONTH-TOTAL(IDJ) TO DISPLAY-PL-CELL
               DISPLAY DISPLAY-PL-CELL NO ADVANCING
           END-PERFORM
           MOVE PL-GRAND-SALES   TO PL-CELL-SALES
           MOVE PL-GRAND-RETURNS TO PL-CELL-RETURNS
           MOVE PL-GRAND-BUDGET  TO PL-BUDGET-TOTAL
           PERFORM DISPLAY-PRODUCT-LINE-TOTALS.

       DISPLAY-PRODUCT-LINE-TOTALS.
           PERFORM COMPUTE-PL-RETURN-RATE
           MOVE PL-CELL-SALES   TO DISPLAY-ZONE-TOTAL
           MOVE PL-CELL-RETURNS TO DISPLAY-RETURNS
           IF PBUD-IS-AVAILABLE
               IF PL-BUDGET-TOTAL = 0
                   MOVE 0 TO VARIANCE-PCT
               ELSE
                   COMPUTE VARIANCE-PCT ROUNDED =
                       ((PL-CELL-SALES - PL-BUDGET-TOTAL) * 100)
                           / PL-BUDGET-TOTAL
               END-IF
               MOVE VARIANCE-PCT    TO DISPLAY-VARIANCE
               MOVE PL-BUDGET-TOTAL TO DISPLAY-PL-BUDGET
               DISPLAY ' ' DISPLAY-ZONE-TOTAL ' ' DISPLAY-RETURNS
                       '  ' DISPLAY-RETURN-RATE ' ' DISPLAY-PL-BUDGET
                       ' ' DISPLAY-VARIANCE
           ELSE
               DISPLAY ' ' DISPLAY-ZONE-TOTAL ' ' DISPLAY-RETURNS
                       '  ' DISPLAY-RETURN-RATE
           END-IF.

       COMPUTE-PL-RETURN-RATE.
           COMPUTE GROSS-ROW-TOTAL = PL-CELL-SALES + PL-CELL-RETURNS
           IF GROSS-ROW-TOTAL = 0
               MOVE 0 TO RETURN-RATE-PCT
           ELSE
               COMPUTE RETURN-RATE-PCT ROUNDED =
                   (PL-CELL-RETURNS * 100) / GROSS-ROW-TOTAL
           END-IF
           MOVE RETURN-RATE-PCT TO DISPLAY-RETURN-RATE.

       DISPLAY-BUDGET-COMPARISON.
           DISPLAY SPACE
           DISPLAY 'REGION BUDGET VS ACTUAL (ANNUAL TOTAL):'
               MOVE ANNUAL-TOTAL-YR(IDI,IDY) TO DISPLAY-TOTAL
               MOVE BUDGET-ROW-TOTAL         TO DISPLAY-BUDGET-TOTAL
               PERFORM COMPUTE-VARIANCE-PCT
               IF FX-CELL-COUNT > 0
                   PERFORM COMPUTE-FX-EFFECT
                   DISPLAY REGION-NAME(IDI) '  ACTUAL=' DISPLAY-TOTAL
                           '  BUDGET=' DISPLAY-BUDGET-TOTAL
                           '  VARIANCE%=' DISPLAY-VARIANCE
                           '  FX EFFECT=' DISPLAY-FX-EFFECT
                           '  VARIANCE% AT BUDGET RATES='
                           DISPLAY-CONSTANT-VARIANCE
               ELSE
                   DISPLAY REGION-NAME(IDI) '  ACTUAL=' DISPLAY-TOTAL
                           '  BUDGET=' DISPLAY-BUDGET-TOTAL
                           '  VARIANCE%=' DISPLAY-VARIANCE
               END-IF
           END-PERFORM
           IF MISSING-BUDGET-RATES > 0
               DISPLAY '***WARNING: NO BUDGET FX RATE FOR '
                       MISSING-BUDGET-RATES ' FOREIGN CURRENCY '
                       'TOTALS - ACTUAL RATES USED FOR THEM'
               MOVE 0 TO MISSING-BUDGET-RATES
           END-IF.

       COMPUTE-VARIANCE-PCT.
           IF BUDGET-ROW-TOTAL = 0
           END-IF
           MOVE VARIANCE-PCT TO DISPLAY-VARIANCE.

       COMPUTE-FX-EFFECT.
           MOVE 0 TO FX-EFFECT
           PERFORM VARYING FX-CELL-IDX FROM 1 BY 1
                   UNTIL FX-CELL-IDX > FX-CELL-COUNT
               IF FXC-REGION(FX-CELL-IDX) = IDI AND
                  FXC-YEAR(FX-CELL-IDX)   = IDY
                   MOVE 'B'                       TO FX-SEARCH-TYPE
                   MOVE FXC-CURRENCY(FX-CELL-IDX) TO FX-SEARCH-CURRENCY
                   MOVE YEAR-ENTRY(IDY)           TO FX-SEARCH-YEAR
                   MOVE 0                         TO FX-SEARCH-MONTH
                   PERFORM FIND-FX-RATE
                   IF FX-RATE-IS-FOUND
                       COMPUTE FX-AT-BUDGET-RATE ROUNDED =
                           FXC-ORIG-SALES(FX-CELL-IDX) * FX-FOUND-RATE
                       COMPUTE FX-EFFECT = FX-EFFECT
                           + FXC-CONV-SALES(FX-CELL-IDX)
                           - FX-AT-BUDGET-RATE
                   ELSE
                       ADD 1 TO MISSING-BUDGET-RATES
                   END-IF
               END-IF
           END-PERFORM
           MOVE FX-EFFECT TO DISPLAY-FX-EFFECT
           IF BUDGET-ROW-TOTAL = 0
               MOVE 0 TO CONSTANT-VARIANCE-PCT
           ELSE
               COMPUTE CONSTANT-VARIANCE-PCT ROUNDED =
                   ((ANNUAL-TOTAL-YR(IDI,IDY) - FX-EFFECT
                       - BUDGET-ROW-TOTAL) * 100) / BUDGET-ROW-TOTAL
           END-IF
           MOVE CONSTANT-VARIANCE-PCT TO DISPLAY-CONSTANT-VARIANCE.

       DISPLAY-YEAR-OVER-YEAR.
           DISPLAY SPACE
           DISPLAY 'YEAR-OVER-YEAR COMPARISON BY REGION (ANNUAL TOTAL):'
               MOVE 0 TO RESULTS-RETURNS-TOTAL
               MOVE X'0D0A' TO RESULTS-CRLF
               WRITE RESULTS-LINE
               PERFORM ADD-RESULTS-CONTROL
               PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                   MOVE 0 TO ROW-TOTAL
                   MOVE 0 TO RETURNS-ROW-TOTAL
                   MOVE RETURNS-ROW-TOTAL  TO RESULTS-RETURNS-TOTAL
                   MOVE X'0D0A' TO RESULTS-CRLF
                   WRITE RESULTS-LINE
                   PERFORM ADD-RESULTS-CONTROL
                   ADD 1 TO TOTAL-RECS-WRITTEN
                   IF RESULTS-FILE-STATUS NOT = 0
                       DISPLAY
                   END-IF
               END-PERFORM
               PERFORM WRITE-ZONE-ROWS
               IF PRODUCT-COUNT > 0
                   PERFORM WRITE-PRODUCT-LINE-ROWS
               END-IF
           END-PERFORM.

       WRITE-PRODUCT-LINE-ROWS.
           MOVE SPACES TO RESULTS-LINE
           MOVE YEAR-ENTRY(IDY) TO RESULTS-YEAR
           MOVE 'PRODLINE' TO RESULTS-REGION-NAME
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE IDJ TO RESULTS-MONTH(IDJ)
           END-PERFORM
           MOVE 0 TO RESULTS-ROW-TOTAL
           MOVE 0 TO RESULTS-GROSS-TOTAL
           MOVE 0 TO RESULTS-RETURNS-TOTAL
           MOVE X'0D0A' TO RESULTS-CRLF
           WRITE RESULTS-LINE
           PERFORM ADD-RESULTS-CONTROL
           PERFORM VARYING IDP FROM 1 BY 1 UNTIL IDP > PRODUCT-COUNT
               MOVE 0 TO ROW-TOTAL
               MOVE 0 TO RETURNS-ROW-TOTAL
               MOVE SPACES TO RESULTS-LINE
               MOVE YEAR-ENTRY(IDY)   TO RESULTS-YEAR
               MOVE PRODUCT-CODE(IDP) TO RESULTS-REGION-NAME
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   MOVE 0 TO COL-TOTAL
                   PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                       ADD PL-MONTHLY-SALES(IDI,IDP,IDY,IDJ)
                           TO COL-TOTAL
                       ADD PL-MONTHLY-RETURNS(IDI,IDP,IDY,IDJ)
                           TO RETURNS-ROW-TOTAL
                   END-PERFORM
                   MOVE COL-TOTAL TO RESULTS-MONTH(IDJ)
                   ADD COL-TOTAL TO ROW-TOTAL
               END-PERFORM
               MOVE ROW-TOTAL TO RESULTS-ROW-TOTAL
               COMPUTE GROSS-ROW-TOTAL =
                   ROW-TOTAL + RETURNS-ROW-TOTAL
               MOVE GROSS-ROW-TOTAL    TO RESULTS-GROSS-TOTAL
               MOVE RETURNS-ROW-TOTAL  TO RESULTS-RETURNS-TOTAL
               MOVE X'0D0A' TO RESULTS-CRLF
               WRITE RESULTS-LINE
               PERFORM ADD-RESULTS-CONTROL
               ADD 1 TO TOTAL-RECS-WRITTEN
               IF RESULTS-FILE-STATUS NOT = 0
                   DISPLAY
                       '***ERROR WRITING OUTPUT FILE: RESULTS-FILE'
                   DISPLAY 'STATUS-CODE=' RESULTS-FILE-STATUS
                   MOVE 'RESULTS-FILE' TO LOG-FILE-NAME-WS
                   MOVE RESULTS-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   PERFORM FINISH
               END-IF
           END-PERFORM.

       WRITE-OUTTURN-FORECAST.
           PERFORM LOAD-OUTTURN-PARMS
           IF OUTTURN-IDY = 0 OR OUTTURN-MONTH = 0
               DISPLAY 'SALES: NO SALES FOR OUTTURN YEAR '
                       OUTTURN-YEAR ' - NO OUTTURN FORECAST WRITTEN'
           ELSE
               OPEN OUTPUT OUTTURN-REPORT-FILE
               IF OUTTURN-REPORT-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'OUTTURN-REPORT-FILE'
                   DISPLAY 'STATUS-CODE=' OUTTURN-REPORT-FILE-STATUS
                   MOVE 'OUTTURN-REPORT-FILE' TO LOG-FILE-NAME-WS
                   MOVE OUTTURN-REPORT-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   PERFORM FINISH
               END-IF
               MOVE 'N' TO OT-BUDGET-SWITCH
               IF BUDGET-IS-AVAILABLE AND
                  BUDGET-REC-CNT(OUTTURN-IDY) > 0
                   MOVE 'Y' TO OT-BUDGET-SWITCH
               END-IF
               PERFORM WRITE-OUTTURN-HEADINGS
               MOVE 0 TO OT-TOTAL-YTD
               MOVE 0 TO OT-TOTAL-PROJECTED
               MOVE 0 TO OT-TOTAL-BUDGET
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   MOVE 0 TO OT-TOTAL-MONTH(IDJ)
               END-PERFORM
               PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                   PERFORM FORECAST-REGION-OUTTURN
                   MOVE REGION-NAME(IDI) TO OT-ML-REGION
                   PERFORM WRITE-OUTTURN-REGION
               END-PERFORM
               PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                   MOVE OT-TOTAL-MONTH(IDJ) TO OT-FORECAST-MONTH(IDJ)
               END-PERFORM
               MOVE OT-TOTAL-YTD       TO OT-YTD-ACTUAL
               MOVE OT-TOTAL-PROJECTED TO OT-PROJECTED
               MOVE OT-TOTAL-BUDGET    TO OT-BUDGET
               MOVE 'REGIONS'          TO OUTTURN-BASIS
               MOVE 'TOTAL'            TO OT-ML-REGION
               PERFORM WRITE-OUTTURN-REGION
               CLOSE OUTTURN-REPORT-FILE
               DISPLAY 'SALES: OUTTURN FORECAST WRITTEN FOR YEAR '
                       OUTTURN-YEAR ' ACTUALS TO MONTH ' OUTTURN-MONTH
           END-IF.

       LOAD-OUTTURN-PARMS.
           MOVE 0 TO OUTTURN-YEAR
           MOVE 0 TO OUTTURN-MONTH
           MOVE 0 TO OUTTURN-IDY
           OPEN INPUT OUTTURN-PARM-FILE
           IF OUTTURN-PARM-FILE-STATUS = 0
               READ OUTTURN-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OTP-YEAR IS NUMERIC AND
                          OTP-MONTH IS NUMERIC AND OTP-MONTH <= 12
                           MOVE OTP-YEAR  TO OUTTURN-YEAR
                           MOVE OTP-MONTH TO OUTTURN-MONTH
                       ELSE
                           DISPLAY '***WARNING: OUTTURN-PARM-FILE '
                                   'RECORD INVALID - DEFAULTS USED'
                       END-IF
               END-READ
               CLOSE OUTTURN-PARM-FILE
           END-IF
           IF OUTTURN-YEAR = 0
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > YEAR-COUNT
                   IF YEAR-ENTRY(IDX) > OUTTURN-YEAR
                       MOVE YEAR-ENTRY(IDX) TO OUTTURN-YEAR
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > YEAR-COUNT
               IF YEAR-ENTRY(IDX) = OUTTURN-YEAR
                   MOVE IDX TO OUTTURN-IDY
               END-IF
           END-PERFORM
           IF OUTTURN-IDY > 0 AND OUTTURN-MONTH = 0
               PERFORM VARYING IDI FROM 1 BY 1 UNTIL IDI > 9
                   PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
                       IF (MONTHLY-SALES(IDI, OUTTURN-IDY, IDJ) > 0 OR
                           MONTHLY-RETURNS(IDI, OUTTURN-IDY, IDJ) > 0)
                          AND IDJ > OUTTURN-MONTH
                           MOVE IDJ TO OUTTURN-MONTH
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           COMPUTE OUTTURN-REMAINING = 12 - OUTTURN-MONTH.

       FORECAST-REGION-OUTTURN.
           MOVE 0 TO OT-YTD-ACTUAL
           MOVE 0 TO OT-PRIOR-TO-DATE
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE 0 TO OT-PRIOR-MONTH(IDJ)
               MOVE 0 TO OT-FORECAST-MONTH(IDJ)
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > YEAR-COUNT
                   IF YEAR-ENTRY(IDX) < OUTTURN-YEAR
                       ADD MONTHLY-SALES(IDI, IDX, IDJ)
                           TO OT-PRIOR-MONTH(IDJ)
                   END-IF
               END-PERFORM
               IF IDJ <= OUTTURN-MONTH
                   MOVE MONTHLY-SALES(IDI, OUTTURN-IDY, IDJ)
                       TO OT-FORECAST-MONTH(IDJ)
                   ADD MONTHLY-SALES(IDI, OUTTURN-IDY, IDJ)
                       TO OT-YTD-ACTUAL
                   ADD OT-PRIOR-MONTH(IDJ) TO OT-PRIOR-TO-DATE
               END-IF
           END-PERFORM
           IF OT-PRIOR-TO-DATE > 0
               MOVE 'SEASONAL' TO OUTTURN-BASIS
           ELSE
               MOVE 'RUN-RATE' TO OUTTURN-BASIS
           END-IF
           MOVE OT-YTD-ACTUAL TO OT-PROJECTED
           MOVE 0 TO OT-BUDGET
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               IF IDJ > OUTTURN-MONTH
                   IF OT-PRIOR-TO-DATE > 0
                       COMPUTE OT-FORECAST-MONTH(IDJ) ROUNDED =
                           OT-YTD-ACTUAL * OT-PRIOR-MONTH(IDJ)
                               / OT-PRIOR-TO-DATE
                   ELSE
                       COMPUTE OT-FORECAST-MONTH(IDJ) ROUNDED =
                           OT-YTD-ACTUAL / OUTTURN-MONTH
                   END-IF
                   ADD OT-FORECAST-MONTH(IDJ) TO OT-PROJECTED
               END-IF
               ADD OT-FORECAST-MONTH(IDJ) TO OT-TOTAL-MONTH(IDJ)
               ADD MONTHLY-BUDGET(IDI, OUTTURN-IDY, IDJ) TO OT-BUDGET
           END-PERFORM
           ADD OT-YTD-ACTUAL TO OT-TOTAL-YTD
           ADD OT-PROJECTED  TO OT-TOTAL-PROJECTED
           ADD OT-BUDGET     TO OT-TOTAL-BUDGET.

       WRITE-OUTTURN-HEADINGS.
           MOVE OUTTURN-YEAR  TO OT-DISPLAY-YEAR
           MOVE OUTTURN-MONTH TO OT-DISPLAY-MONTH
           MOVE SPACES TO OUTTURN-REPORT-TEXT
           STRING 'LATEST-ESTIMATE OUTTURN FORECAST  YEAR='
                                       DELIMITED BY SIZE
                  OT-DISPLAY-YEAR      DELIMITED BY SIZE
                  '  ACTUALS TO MONTH=' DELIMITED BY SIZE
                  OT-DISPLAY-MONTH     DELIMITED BY SIZE
                  '  RUN ID='          DELIMITED BY SIZE
                  BATCH-RUN-ID         DELIMITED BY SIZE
             INTO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE
           MOVE SPACES TO OUTTURN-REPORT-TEXT
           STRING 'A = ACTUAL  F = FORECAST FROM THE PRIOR-YEAR '
                                       DELIMITED BY SIZE
                  'SEASONAL PATTERN (RUN-RATE WHERE THERE IS NO '
                                       DELIMITED BY SIZE
                  'HISTORY)'           DELIMITED BY SIZE
             INTO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE
           MOVE SPACES   TO OT-HEADING-LINE
           MOVE 'REGION' TO OT-HL-REGION
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE MONTH-ABBREV(IDJ) TO OT-HL-ABBREV(IDJ)
               MOVE '-'               TO OT-HL-DASH(IDJ)
               IF IDJ > OUTTURN-MONTH
                   MOVE 'F' TO OT-HL-FLAG(IDJ)
               ELSE
                   MOVE 'A' TO OT-HL-FLAG(IDJ)
               END-IF
           END-PERFORM
           MOVE OT-HEADING-LINE TO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE
           MOVE ALL '-' TO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE.

       WRITE-OUTTURN-REGION.
           MOVE SPACES TO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE
           PERFORM VARYING IDJ FROM 1 BY 1 UNTIL IDJ > 12
               MOVE OT-FORECAST-MONTH(IDJ) TO OT-ML-MONTH(IDJ)
           END-PERFORM
           MOVE OT-MONTH-LINE TO OUTTURN-REPORT-TEXT
           PERFORM WRITE-OUTTURN-LINE
           MOVE OT-PROJECTED TO OT-DISPLAY-AMOUNT
           MOVE SPACES TO OUTTURN-REPORT-TEXT
           IF OT-BUDGET-FOUND
               COMPUTE OT-GAP = OT-PROJECTED - OT-BUDGET
               IF OUTTURN-REMAINING = 0 OR OT-YTD-ACTUAL >= OT-BUDGET
                   MOVE 0 TO OT-NEEDED
               ELSE
                   COMPUTE OT-NEEDED ROUNDED =
                       (OT-BUDGET - OT-YTD-ACTUAL) / OUTTURN-REMAINING
               END-IF
               MOVE OT-BUDGET TO OT-DISPLAY-BUDGET
               MOVE OT-GAP    TO OT-DISPLAY-GAP
               MOVE OT-NEEDED TO OT-DISPLAY-NEEDED
               STRING '  PROJECTED='         DELIMITED BY SIZE
                      OT-DISPLAY-AMOUNT      DELIMITED BY SIZE
                      ' BUDGET='             DELIMITED BY SIZE
                      OT-DISPLAY-BUDGET      DELIMITED BY SIZE
                      ' GAP='                DELIMITED BY SIZE
                      OT-DISPLAY-GAP         DELIMITED BY SIZE
                      ' NEEDED/MONTH='       DELIMITED BY SIZE
                      OT-DISPLAY-NEEDED      DELIMITED BY SIZE
                      ' BASIS='              DELIMITED BY SIZE
                      OUTTURN-BASIS          DELIMITED BY SIZE
                 INTO OUTTURN-REPORT-TEXT
           ELSE
               STRING '  PROJECTED='         DELIMITED BY SIZE
                      OT-DISPLAY-AMOUNT      DELIMITED BY SIZE
                      ' BASIS='              DELIMITED BY SIZE
                      OUTTURN-BASIS          DELIMITED BY SIZE
                      '  NO BUDGET FOR THE YEAR'
                                             DELIMITED BY SIZE
                 INTO OUTTURN-REPORT-TEXT
           END-IF
           PERFORM WRITE-OUTTURN-LINE.

       WRITE-OUTTURN-LINE.
           MOVE X'0D0A' TO OUTTURN-REPORT-CRLF
           WRITE OUTTURN-REPORT-LINE
           IF OUTTURN-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'OUTTURN-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' OUTTURN-REPORT-FILE-STATUS
               MOVE 'OUTTURN-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE OUTTURN-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       FINISH.
           DISPLAY 'RECORDS REJECTED = ' RECS-REJECTED
           MOVE SPACES          TO REJECT-TRAILER-REC
           CLOSE SALES-FILE
                 RESULTS-FILE
                 SALES-REJECT-FILE
           IF RESULTS-COMPLETE
               MOVE 'RESULTS-FILE' TO CATALOG-FILE-NAME-WS
               PERFORM CATALOG-GENERATION
           END-IF
           PERFORM WRITE-AUDIT-TRAIL
           STOP RUN.

               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
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
               MOVE 'SALES'              TO CAT-PROGRAM-NAME
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

       ADD-RESULTS-CONTROL.
           ADD 1 TO CATALOG-RECORD-CNT
           MOVE RESULTS-ROW-TOTAL TO RESULTS-ROW-VALUE
           ADD RESULTS-ROW-VALUE  TO CATALOG-HASH-TOTAL.

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
           DISPLAY 'SALES: CLOSED SALES PERIODS = '
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
       END PROGRAM SALES.
