       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQFCST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQ-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS LIQ-PARM-FILE-STATUS.

           SELECT EMPLOYER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYER-FILE-STATUS.

           SELECT EFT-FILE ASSIGN TO DYNAMIC EFT-FILE-NAME
               FILE STATUS IS EFT-FILE-STATUS.

           SELECT EFKA-REMIT-FILE
               ASSIGN TO DYNAMIC EFKA-REMIT-FILE-NAME
               FILE STATUS IS EFKA-REMIT-FILE-STATUS.

           SELECT DEDUCT-REMIT-FILE ASSIGN TO DISK
               FILE STATUS IS DEDUCT-REMIT-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO DISK
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.

           SELECT REPAY-QUEUE-FILE ASSIGN TO DISK
               FILE STATUS IS REPAY-QUEUE-FILE-STATUS.

           SELECT DISB-SCHEDULE-FILE ASSIGN TO DISK
               FILE STATUS IS DISB-SCHEDULE-FILE-STATUS.

           SELECT CIT-ORDER-BOOK ASSIGN TO DISK
               FILE STATUS IS CIT-ORDER-BOOK-STATUS.

           SELECT LIQUIDITY-REPORT-FILE ASSIGN TO DISK
               FILE STATUS IS LIQUIDITY-REPORT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIQ-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS LIQ-PARM-REC.
       01  LIQ-PARM-REC.
           05 LIQP-OPENING-BALANCE   PIC 9(11)V99.
           05 LIQP-THRESHOLD         PIC 9(11)V99.
           05 LIQP-HORIZON-DAYS      PIC 9(02).
           05 LIQP-EFKA-DUE-DAY      PIC 9(02).
           05 LIQP-DEDUCT-LAG-DAYS   PIC 9(02).
           05 LIQP-CRLF              PIC X(02).

       FD  EMPLOYER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS EMPLOYER-REC.
       01  EMPLOYER-REC.
           05 EMPLOYER-COMPANY-CODE  PIC X(02).
           05 EMPLOYER-AFM           PIC X(09).
           05 EMPLOYER-AME           PIC X(10).
           05 EMPLOYER-NAME          PIC X(30).
           05 EMPLOYER-CRLF          PIC X(02).

       FD  EFT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS EFT-LINE.
       01  EFT-LINE.
           05 EFT-AFM                PIC X(09).
           05 EFT-EMPLOYEE-NAME      PIC X(20).
           05 EFT-BANK-ACCOUNT       PIC X(16).
           05 EFT-NET-AMOUNT         PIC 9(07)V99.
           05 EFT-CRLF               PIC X(02).
       01  EFT-HEADER-REC.
           05 EFT-HDR-TAG            PIC X(03).
           05 EFT-HDR-ORIGINATOR     PIC X(20).
           05 EFT-HDR-VALUE-DATE     PIC 9(08).
           05 EFT-HDR-BATCH-REF      PIC 9(06).
           05 EFT-HDR-RELEASE-FLAG   PIC X(01).
           05 FILLER                 PIC X(16).
           05 EFT-HDR-CRLF           PIC X(02).

       FD  EFKA-REMIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS EFKA-REMIT-REC.
       01  EFKA-REMIT-REC.
           05 REMIT-DEPT-CODE        PIC X(06).
           05 REMIT-EMPLOYEE-AMOUNT  PIC 9(09)V99.
           05 REMIT-EMPLOYER-AMOUNT  PIC 9(09)V99.
           05 REMIT-TOTAL-AMOUNT     PIC 9(09)V99.
           05 REMIT-CRLF             PIC X(02).

       FD  DEDUCT-REMIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS DEDUCT-REMIT-REC.
       01  DEDUCT-REMIT-REC.
           05 DREMIT-TYPE            PIC X(02).
           05 DREMIT-AFM             PIC X(09).
           05 DREMIT-AMOUNT          PIC 9(09)V99.
           05 DREMIT-CRLF            PIC X(02).

       FD  PAY-CALENDAR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PAY-CALENDAR-REC.
       01  PAY-CALENDAR-REC.
           05 CAL-PERIOD-ID          PIC X(06).
           05 CAL-FREQUENCY          PIC X(01).
           05 CAL-START-DATE         PIC 9(08).
           05 CAL-END-DATE           PIC 9(08).
           05 CAL-PAY-DATE           PIC 9(08).
           05 CAL-CRLF               PIC X(02).

       FD  REPAY-QUEUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS REPAY-QUEUE-REC.
       01  REPAY-QUEUE-REC.
           05 REPAY-AFM              PIC X(09).
           05 REPAY-HOURS-WORKED     PIC 9(03).
           05 REPAY-HOUR-RATE        PIC 99V99.
           05 REPAY-CRLF             PIC X(02).

       FD  DISB-SCHEDULE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS DISB-SCHEDULE-REC.
       01  DISB-SCHEDULE-REC.
           05 SCHED-NAME             PIC X(25).
           05 SCHED-MAJOR            PIC X(12).
           05 SCHED-INST-NO          PIC 9(01).
           05 SCHED-DUE-DATE         PIC 9(08).
           05 SCHED-AMOUNT           PIC 9(07)V99.
           05 SCHED-STATUS           PIC X(01).
              88 SCHED-RELEASED        VALUE 'R'.
           05 SCHED-PAY-REF          PIC X(09).
           05 SCHED-FUND-CODE        PIC X(06).
           05 SCHED-CRLF             PIC X(02).

       FD  CIT-ORDER-BOOK
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS ORDER-BOOK-REC.
       01  ORDER-BOOK-REC.
           05 ORDB-ORDER-NO          PIC 9(08).
           05 ORDB-ORDER-DATE        PIC 9(08).
           05 ORDB-DELIVERY-DATE     PIC 9(08).
           05 ORDB-ROUTE-NO          PIC 9(04).
           05 ORDB-REGION            PIC X(20).
           05 ORDB-ATM-ID            PIC X(06).
           05 ORDB-AMOUNT            PIC 9(10).
           05 ORDB-STATUS            PIC X(01).
              88 ORDB-OPEN             VALUE 'O'.
           05 ORDB-CONFIRMED-AMOUNT  PIC 9(10).
           05 ORDB-CONFIRM-DATE      PIC 9(08).
           05 ORDB-CRLF              PIC X(02).

       FD  LIQUIDITY-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LIQUIDITY-REPORT-LINE.
       01  LIQUIDITY-REPORT-LINE.
           05 LIQ-REPORT-TEXT        PIC X(98).
           05 LIQ-REPORT-CRLF        PIC X(02).

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
       01  LIQ-PARM-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  EMPLOYER-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  EFT-FILE-STATUS               PIC 9(02) VALUE ZERO.
       01  EFKA-REMIT-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  DEDUCT-REMIT-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  PAY-CALENDAR-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  REPAY-QUEUE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  DISB-SCHEDULE-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  CIT-ORDER-BOOK-STATUS         PIC 9(02) VALUE ZERO.
       01  LIQUIDITY-REPORT-FILE-STATUS  PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  EFT-FILE-NAME                 PIC X(40) VALUE SPACES.
       01  EFKA-REMIT-FILE-NAME          PIC X(40) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  FORECAST-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
           88 FORECAST-REFUSED             VALUE 'Y'.
       01  RUN-DATE-TODAY                PIC 9(08) VALUE 0.
       01  TODAY-INTEGER                 PIC 9(08) VALUE 0.
       01  HORIZON-END-DATE              PIC 9(08) VALUE 0.
       01  OPENING-BALANCE               PIC 9(11)V99 VALUE 0.
       01  FUNDING-THRESHOLD             PIC 9(11)V99 VALUE 0.
       01  HORIZON-DAYS                  PIC 9(02) VALUE 30.
       01  EFKA-DUE-DAY                  PIC 9(02) VALUE 31.
       01  DEDUCT-LAG-DAYS               PIC 9(02) VALUE 0.
       01  MAX-COMPANIES                 PIC 9(02) VALUE 20.
       01  COMPANY-COUNT                 PIC 9(02) VALUE 0.
       01  COMPANY-TABLE.
           05 COMPANY-ENTRY OCCURS 20 TIMES.
              10 COMP-CODE               PIC X(02).
              10 COMP-EFT-DATE           PIC 9(08).
              10 COMP-EFT-NET            PIC 9(11)V99.
              10 COMP-EFKA-TOTAL         PIC 9(11)V99.
       01  COMP-IDX                      PIC 9(02) VALUE 0.
       01  LATEST-EFT-DATE               PIC 9(08) VALUE 0.
       01  NEXT-PAY-DATE                 PIC 9(08) VALUE 0.
       01  DEDUCT-REMIT-TOTAL            PIC 9(11)V99 VALUE 0.
       01  MAX-PAY-DATES                 PIC 9(03) VALUE 100.
       01  PAY-DATE-COUNT                PIC 9(03) VALUE 0.
       01  PAY-DATE-TABLE.
           05 PAY-DATE-ENTRY OCCURS 100 TIMES PIC 9(08).
       01  PAY-DATE-IDX                  PIC 9(03) VALUE 0.
       01  MAX-OUTFLOWS                  PIC 9(03) VALUE 300.
       01  OUTFLOW-COUNT                 PIC 9(03) VALUE 0.
       01  OUTFLOW-TABLE.
           05 OUTFLOW-ENTRY OCCURS 300 TIMES.
              10 OUTF-DATE               PIC 9(08).
              10 OUTF-SOURCE             PIC X(14).
              10 OUTF-REF                PIC X(20).
              10 OUTF-BASIS              PIC X(03).
              10 OUTF-AMOUNT             PIC 9(11)V99.
       01  OUTF-IDX                      PIC 9(03) VALUE 0.
       01  OUTF-FOUND-IDX                PIC 9(03) VALUE 0.
       01  NEW-OUTF-DATE                 PIC 9(08) VALUE 0.
       01  NEW-OUTF-SOURCE               PIC X(14) VALUE SPACES.
       01  NEW-OUTF-REF                  PIC X(20) VALUE SPACES.
       01  NEW-OUTF-BASIS                PIC X(03) VALUE SPACES.
       01  NEW-OUTF-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  ITEM-AMOUNT                   PIC 9(11)V99 VALUE 0.
       01  DUE-WORK-DATE                 PIC 9(08) VALUE 0.
       01  DUE-WORK-PARTS REDEFINES DUE-WORK-DATE.
           05 DUE-WORK-YEAR              PIC 9(04).
           05 DUE-WORK-MONTH             PIC 9(02).
           05 DUE-WORK-DAY               PIC 9(02).
       01  MONTH-END-DATE                PIC 9(08) VALUE 0.
       01  MONTH-END-PARTS REDEFINES MONTH-END-DATE.
           05 FILLER                     PIC 9(06).
           05 MONTH-END-DAY              PIC 9(02).
       01  DAY-IDX                       PIC 9(03) VALUE 0.
       01  DAY-DATE                      PIC 9(08) VALUE 0.
       01  DAY-ITEM-CNT                  PIC 9(03) VALUE 0.
       01  DAY-OUTFLOW                   PIC 9(11)V99 VALUE 0.
       01  TOTAL-OUTFLOW                 PIC 9(12)V99 VALUE 0.
       01  RUNNING-BALANCE               PIC S9(12)V99 COMP-3 VALUE 0.
       01  LOWEST-BALANCE                PIC S9(12)V99 COMP-3 VALUE 0.
       01  LOWEST-BALANCE-DATE           PIC 9(08) VALUE 0.
       01  SHORT-DAY-CNT                 PIC 9(03) VALUE 0.
       01  FIRST-SHORT-DATE              PIC 9(08) VALUE 0.
       01  SOURCE-READ-CNT               PIC 9(07) VALUE 0.
       01  AMOUNT-EDIT                   PIC ZZZZZZZZZZ9.99.
       01  BALANCE-EDIT                  PIC -ZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-LIQ-PARM
           IF FORECAST-REFUSED
               PERFORM FINISH
           END-IF
           COMPUTE HORIZON-END-DATE = FUNCTION DATE-OF-INTEGER
               (TODAY-INTEGER + HORIZON-DAYS - 1)
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-COMPANY-FEEDS
           PERFORM LOAD-DEDUCT-REMIT
           PERFORM FIND-NEXT-PAY-DATE
           PERFORM ADD-PAYROLL-OUTFLOWS
           PERFORM ADD-REPAY-QUEUE-OUTFLOWS
           PERFORM ADD-SCHOLARSHIP-OUTFLOWS
           PERFORM ADD-ATM-CASH-OUTFLOWS
           PERFORM OPEN-REPORT
           PERFORM WRITE-DAILY-FORECAST
           PERFORM WRITE-FORECAST-SUMMARY
           CLOSE LIQUIDITY-REPORT-FILE
           PERFORM FINISH.

       LOAD-LIQ-PARM.
           OPEN INPUT LIQ-PARM-FILE
           IF LIQ-PARM-FILE-STATUS NOT = 0
               DISPLAY '***ERROR LIQFCST: NO LIQ-PARM-FILE - OPENING '
                       'BALANCE AND FUNDING THRESHOLD ARE REQUIRED'
               MOVE 'Y' TO FORECAST-REFUSED-SWITCH
           ELSE
               READ LIQ-PARM-FILE
                   AT END
                       DISPLAY '***ERROR LIQFCST: LIQ-PARM-FILE IS '
                               'EMPTY'
                       MOVE 'Y' TO FORECAST-REFUSED-SWITCH
                   NOT AT END
                       IF LIQP-OPENING-BALANCE IS NUMERIC AND
                          LIQP-THRESHOLD IS NUMERIC
                           MOVE LIQP-OPENING-BALANCE
                               TO OPENING-BALANCE
                           MOVE LIQP-THRESHOLD TO FUNDING-THRESHOLD
                       ELSE
                           DISPLAY '***ERROR LIQFCST: OPENING BALANCE '
                                   'OR THRESHOLD NOT NUMERIC'
                           MOVE 'Y' TO FORECAST-REFUSED-SWITCH
                       END-IF
                       IF LIQP-HORIZON-DAYS IS NUMERIC AND
                          LIQP-HORIZON-DAYS NOT = ZERO
                           MOVE LIQP-HORIZON-DAYS TO HORIZON-DAYS
                       END-IF
                       IF LIQP-EFKA-DUE-DAY IS NUMERIC AND
                          LIQP-EFKA-DUE-DAY NOT = ZERO
                           MOVE LIQP-EFKA-DUE-DAY TO EFKA-DUE-DAY
                       END-IF
                       IF LIQP-DEDUCT-LAG-DAYS IS NUMERIC
                           MOVE LIQP-DEDUCT-LAG-DAYS
                               TO DEDUCT-LAG-DAYS
                       END-IF
               END-READ
               CLOSE LIQ-PARM-FILE
           END-IF
           IF FORECAST-REFUSED
               MOVE 55 TO RETURN-CODE
           ELSE
               DISPLAY 'LIQFCST: HORIZON DAYS      = ' HORIZON-DAYS
               DISPLAY 'LIQFCST: EFKA DUE DAY      = ' EFKA-DUE-DAY
               DISPLAY 'LIQFCST: DEDUCT LAG DAYS   = ' DEDUCT-LAG-DAYS
           END-IF.

       LOAD-PAY-CALENDAR.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-FILE-STATUS NOT = 0
               DISPLAY '***WARNING LIQFCST: NO PAY-CALENDAR-FILE - '
                       'ONLY PAYROLL FILES ALREADY WRITTEN ARE '
                       'FORECAST'
           ELSE
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF CAL-PAY-DATE IS NUMERIC AND
                      (CAL-FREQUENCY = 'M' OR CAL-FREQUENCY = 'B')
                       IF PAY-DATE-COUNT < MAX-PAY-DATES
                           ADD 1 TO PAY-DATE-COUNT
                           MOVE CAL-PAY-DATE
                               TO PAY-DATE-ENTRY(PAY-DATE-COUNT)
                       ELSE
                           DISPLAY '***ERROR LIQFCST: PAY DATE TABLE '
                                   'FULL - INCREASE MAX-PAY-DATES'
                       END-IF
                   END-IF
                   READ PAY-CALENDAR-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       LOAD-COMPANY-FEEDS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT EMPLOYER-FILE
           IF EMPLOYER-FILE-STATUS NOT = 0
               DISPLAY '***WARNING LIQFCST: NO EMPLOYER-FILE - '
                       'PAYROLL AND EFKA NOT FORECAST'
           ELSE
               READ EMPLOYER-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF EMPLOYER-COMPANY-CODE NOT = SPACES
                       IF COMPANY-COUNT < MAX-COMPANIES
                           ADD 1 TO COMPANY-COUNT
                           MOVE EMPLOYER-COMPANY-CODE
                               TO COMP-CODE(COMPANY-COUNT)
                           MOVE 0 TO COMP-EFT-DATE(COMPANY-COUNT)
                                     COMP-EFT-NET(COMPANY-COUNT)
                                     COMP-EFKA-TOTAL(COMPANY-COUNT)
                       ELSE
                           DISPLAY '***ERROR LIQFCST: COMPANY TABLE '
                                   'FULL - INCREASE MAX-COMPANIES'
                       END-IF
                   END-IF
                   READ EMPLOYER-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-FILE
           END-IF
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMPANY-COUNT
               PERFORM LOAD-COMPANY-EFT
               PERFORM LOAD-COMPANY-EFKA
               IF COMP-EFT-DATE(COMP-IDX) > LATEST-EFT-DATE
                   MOVE COMP-EFT-DATE(COMP-IDX) TO LATEST-EFT-DATE
               END-IF
           END-PERFORM.

       LOAD-COMPANY-EFT.
           MOVE SPACES TO EFT-FILE-NAME
           STRING 'EFT-' DELIMITED BY SIZE
                  COMP-CODE(COMP-IDX) DELIMITED BY SIZE
             INTO EFT-FILE-NAME
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT EFT-FILE
           IF EFT-FILE-STATUS NOT = 0
               DISPLAY 'LIQFCST: NO ' EFT-FILE-NAME
           ELSE
               READ EFT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   EVALUATE TRUE
                       WHEN EFT-LINE(1:3) = 'HDR'
                           IF EFT-HDR-VALUE-DATE IS NUMERIC
                               MOVE EFT-HDR-VALUE-DATE
                                   TO COMP-EFT-DATE(COMP-IDX)
                           END-IF
                       WHEN EFT-LINE(1:3) = 'TRL'
                           CONTINUE
                       WHEN EFT-NET-AMOUNT IS NUMERIC
                           ADD EFT-NET-AMOUNT
                               TO COMP-EFT-NET(COMP-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ EFT-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EFT-FILE
           END-IF.

       LOAD-COMPANY-EFKA.
           MOVE SPACES TO EFKA-REMIT-FILE-NAME
           STRING 'EFKA-REMIT-' DELIMITED BY SIZE
                  COMP-CODE(COMP-IDX) DELIMITED BY SIZE
             INTO EFKA-REMIT-FILE-NAME
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT EFKA-REMIT-FILE
           IF EFKA-REMIT-FILE-STATUS NOT = 0
               DISPLAY 'LIQFCST: NO ' EFKA-REMIT-FILE-NAME
           ELSE
               READ EFKA-REMIT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF REMIT-TOTAL-AMOUNT IS NUMERIC
                       ADD REMIT-TOTAL-AMOUNT
                           TO COMP-EFKA-TOTAL(COMP-IDX)
                   END-IF
                   READ EFKA-REMIT-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EFKA-REMIT-FILE
           END-IF.

       LOAD-DEDUCT-REMIT.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DEDUCT-REMIT-FILE
           IF DEDUCT-REMIT-FILE-STATUS = 0
               READ DEDUCT-REMIT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF DREMIT-AMOUNT IS NUMERIC
                       ADD DREMIT-AMOUNT TO DEDUCT-REMIT-TOTAL
                   END-IF
                   READ DEDUCT-REMIT-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-REMIT-FILE
           END-IF.

       FIND-NEXT-PAY-DATE.
           MOVE 0 TO NEXT-PAY-DATE
           PERFORM VARYING PAY-DATE-IDX FROM 1 BY 1
                   UNTIL PAY-DATE-IDX > PAY-DATE-COUNT
               IF PAY-DATE-ENTRY(PAY-DATE-IDX) > LATEST-EFT-DATE AND
                  PAY-DATE-ENTRY(PAY-DATE-IDX) >= RUN-DATE-TODAY
                   IF NEXT-PAY-DATE = 0 OR
                      PAY-DATE-ENTRY(PAY-DATE-IDX) < NEXT-PAY-DATE
                       MOVE PAY-DATE-ENTRY(PAY-DATE-IDX)
                           TO NEXT-PAY-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *    ACT = ALREADY ON FILE, EST = REPEATED FOR LATER PAYDAYS
       ADD-PAYROLL-OUTFLOWS.
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMPANY-COUNT
               IF COMP-EFT-DATE(COMP-IDX) >= RUN-DATE-TODAY
                   MOVE COMP-EFT-DATE(COMP-IDX) TO NEW-OUTF-DATE
                   MOVE COMP-EFT-NET(COMP-IDX) TO NEW-OUTF-AMOUNT
                   MOVE 'ACT' TO NEW-OUTF-BASIS
                   PERFORM ADD-COMPANY-EFT-OUTFLOW
               END-IF
               IF COMP-EFT-DATE(COMP-IDX) > 0
                   MOVE COMP-EFT-DATE(COMP-IDX) TO DUE-WORK-DATE
                   PERFORM SET-EFKA-DUE-DATE
                   IF DUE-WORK-DATE >= RUN-DATE-TODAY
                       MOVE DUE-WORK-DATE TO NEW-OUTF-DATE
                       MOVE COMP-EFKA-TOTAL(COMP-IDX)
                           TO NEW-OUTF-AMOUNT
                       MOVE 'ACT' TO NEW-OUTF-BASIS
                       PERFORM ADD-COMPANY-EFKA-OUTFLOW
                   END-IF
               END-IF
           END-PERFORM
           IF LATEST-EFT-DATE > 0
               COMPUTE NEW-OUTF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(LATEST-EFT-DATE)
                    + DEDUCT-LAG-DAYS)
               IF NEW-OUTF-DATE >= RUN-DATE-TODAY
                   MOVE DEDUCT-REMIT-TOTAL TO NEW-OUTF-AMOUNT
                   MOVE 'ACT' TO NEW-OUTF-BASIS
                   PERFORM ADD-DEDUCT-OUTFLOW
               END-IF
           END-IF
           PERFORM VARYING PAY-DATE-IDX FROM 1 BY 1
                   UNTIL PAY-DATE-IDX > PAY-DATE-COUNT
               IF PAY-DATE-ENTRY(PAY-DATE-IDX) > LATEST-EFT-DATE AND
                  PAY-DATE-ENTRY(PAY-DATE-IDX) >= RUN-DATE-TODAY AND
                  PAY-DATE-ENTRY(PAY-DATE-IDX) <= HORIZON-END-DATE
                   PERFORM ADD-SCHEDULED-PAYDAY
               END-IF
           END-PERFORM.

       ADD-SCHEDULED-PAYDAY.
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMPANY-COUNT
               MOVE PAY-DATE-ENTRY(PAY-DATE-IDX) TO NEW-OUTF-DATE
               MOVE COMP-EFT-NET(COMP-IDX) TO NEW-OUTF-AMOUNT
               MOVE 'EST' TO NEW-OUTF-BASIS
               PERFORM ADD-COMPANY-EFT-OUTFLOW
               MOVE PAY-DATE-ENTRY(PAY-DATE-IDX) TO DUE-WORK-DATE
               PERFORM SET-EFKA-DUE-DATE
               MOVE DUE-WORK-DATE TO NEW-OUTF-DATE
               MOVE COMP-EFKA-TOTAL(COMP-IDX) TO NEW-OUTF-AMOUNT
               MOVE 'EST' TO NEW-OUTF-BASIS
               PERFORM ADD-COMPANY-EFKA-OUTFLOW
           END-PERFORM
           COMPUTE NEW-OUTF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PAY-DATE-ENTRY(PAY-DATE-IDX))
                + DEDUCT-LAG-DAYS)
           MOVE DEDUCT-REMIT-TOTAL TO NEW-OUTF-AMOUNT
           MOVE 'EST' TO NEW-OUTF-BASIS
           PERFORM ADD-DEDUCT-OUTFLOW.

       ADD-COMPANY-EFT-OUTFLOW.
           MOVE 'PAYROLL EFT' TO NEW-OUTF-SOURCE
           MOVE SPACES TO NEW-OUTF-REF
           STRING 'EFT-' DELIMITED BY SIZE
                  COMP-CODE(COMP-IDX) DELIMITED BY SIZE
             INTO NEW-OUTF-REF
           PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT.

       ADD-COMPANY-EFKA-OUTFLOW.
           MOVE 'EFKA REMIT' TO NEW-OUTF-SOURCE
           MOVE SPACES TO NEW-OUTF-REF
           STRING 'EFKA-REMIT-' DELIMITED BY SIZE
                  COMP-CODE(COMP-IDX) DELIMITED BY SIZE
             INTO NEW-OUTF-REF
           PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT.

       ADD-DEDUCT-OUTFLOW.
           MOVE 'DEDUCT REMIT' TO NEW-OUTF-SOURCE
           MOVE 'DEDUCT-REMIT-FILE' TO NEW-OUTF-REF
           PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT.

       SET-EFKA-DUE-DATE.
           IF DUE-WORK-MONTH = 12
               ADD 1 TO DUE-WORK-YEAR
               MOVE 1 TO DUE-WORK-MONTH
           ELSE
               ADD 1 TO DUE-WORK-MONTH
           END-IF
           MOVE 1 TO DUE-WORK-DAY
           IF DUE-WORK-MONTH = 12
               COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       ((DUE-WORK-YEAR + 1) * 10000 + 0101) - 1)
           ELSE
               COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (DUE-WORK-DATE + 100) - 1)
           END-IF
           IF EFKA-DUE-DAY > MONTH-END-DAY
               MOVE MONTH-END-DAY TO DUE-WORK-DAY
           ELSE
               MOVE EFKA-DUE-DAY TO DUE-WORK-DAY
           END-IF.

       ADD-REPAY-QUEUE-OUTFLOWS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT REPAY-QUEUE-FILE
           IF REPAY-QUEUE-FILE-STATUS = 0
               READ REPAY-QUEUE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF REPAY-HOURS-WORKED IS NUMERIC AND
                      REPAY-HOUR-RATE IS NUMERIC
                       IF NEXT-PAY-DATE > 0
                           MOVE NEXT-PAY-DATE TO NEW-OUTF-DATE
                       ELSE
                           MOVE RUN-DATE-TODAY TO NEW-OUTF-DATE
                       END-IF
                       COMPUTE NEW-OUTF-AMOUNT =
                           REPAY-HOURS-WORKED * REPAY-HOUR-RATE
                       MOVE 'EFTRET REPAY' TO NEW-OUTF-SOURCE
                       MOVE 'REPAY-QUEUE-FILE' TO NEW-OUTF-REF
                       MOVE 'ACT' TO NEW-OUTF-BASIS
                       PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT
                   END-IF
                   READ REPAY-QUEUE-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE REPAY-QUEUE-FILE
           END-IF.

       ADD-SCHOLARSHIP-OUTFLOWS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT DISB-SCHEDULE-FILE
           IF DISB-SCHEDULE-FILE-STATUS = 0
               READ DISB-SCHEDULE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF SCHED-RELEASED AND
                      SCHED-DUE-DATE IS NUMERIC AND
                      SCHED-AMOUNT IS NUMERIC
                       IF SCHED-DUE-DATE < RUN-DATE-TODAY
                           MOVE RUN-DATE-TODAY TO NEW-OUTF-DATE
                       ELSE
                           MOVE SCHED-DUE-DATE TO NEW-OUTF-DATE
                       END-IF
                       MOVE SCHED-AMOUNT TO NEW-OUTF-AMOUNT
                       MOVE 'SCHOLARSHIP' TO NEW-OUTF-SOURCE
                       MOVE 'DISB-SCHEDULE-FILE' TO NEW-OUTF-REF
                       MOVE 'ACT' TO NEW-OUTF-BASIS
                       PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT
                   END-IF
                   READ DISB-SCHEDULE-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DISB-SCHEDULE-FILE
           END-IF.

       ADD-ATM-CASH-OUTFLOWS.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT CIT-ORDER-BOOK
           IF CIT-ORDER-BOOK-STATUS = 0
               READ CIT-ORDER-BOOK
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO SOURCE-READ-CNT
                   IF ORDB-OPEN AND
                      ORDB-DELIVERY-DATE IS NUMERIC AND
                      ORDB-AMOUNT IS NUMERIC
                       IF ORDB-DELIVERY-DATE < RUN-DATE-TODAY
                           MOVE RUN-DATE-TODAY TO NEW-OUTF-DATE
                       ELSE
                           MOVE ORDB-DELIVERY-DATE TO NEW-OUTF-DATE
                       END-IF
                       MOVE ORDB-AMOUNT TO NEW-OUTF-AMOUNT
                       MOVE 'ATM CASH' TO NEW-OUTF-SOURCE
                       MOVE 'CIT-ORDER-BOOK' TO NEW-OUTF-REF
                       MOVE 'ACT' TO NEW-OUTF-BASIS
                       PERFORM ADD-OUTFLOW THRU ADD-OUTFLOW-EXIT
                   END-IF
                   READ CIT-ORDER-BOOK
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CIT-ORDER-BOOK
           END-IF.

       ADD-OUTFLOW.
           IF NEW-OUTF-AMOUNT = 0 OR
              NEW-OUTF-DATE < RUN-DATE-TODAY OR
              NEW-OUTF-DATE > HORIZON-END-DATE
               GO TO ADD-OUTFLOW-EXIT
           END-IF
           MOVE 0 TO OUTF-FOUND-IDX
           PERFORM VARYING OUTF-IDX FROM 1 BY 1
                   UNTIL OUTF-IDX > OUTFLOW-COUNT
                      OR OUTF-FOUND-IDX > 0
               IF OUTF-DATE(OUTF-IDX) = NEW-OUTF-DATE AND
                  OUTF-SOURCE(OUTF-IDX) = NEW-OUTF-SOURCE AND
                  OUTF-REF(OUTF-IDX) = NEW-OUTF-REF AND
                  OUTF-BASIS(OUTF-IDX) = NEW-OUTF-BASIS
                   MOVE OUTF-IDX TO OUTF-FOUND-IDX
               END-IF
           END-PERFORM
           IF OUTF-FOUND-IDX = 0
               IF OUTFLOW-COUNT >= MAX-OUTFLOWS
                   DISPLAY '***ERROR LIQFCST: OUTFLOW TABLE FULL - '
                           'INCREASE MAX-OUTFLOWS'
                   MOVE 55 TO RETURN-CODE
                   GO TO ADD-OUTFLOW-EXIT
               END-IF
               ADD 1 TO OUTFLOW-COUNT
               MOVE OUTFLOW-COUNT   TO OUTF-FOUND-IDX
               MOVE NEW-OUTF-DATE   TO OUTF-DATE(OUTF-FOUND-IDX)
               MOVE NEW-OUTF-SOURCE TO OUTF-SOURCE(OUTF-FOUND-IDX)
               MOVE NEW-OUTF-REF    TO OUTF-REF(OUTF-FOUND-IDX)
               MOVE NEW-OUTF-BASIS  TO OUTF-BASIS(OUTF-FOUND-IDX)
               MOVE 0               TO OUTF-AMOUNT(OUTF-FOUND-IDX)
           END-IF
           ADD NEW-OUTF-AMOUNT TO OUTF-AMOUNT(OUTF-FOUND-IDX).
       ADD-OUTFLOW-EXIT.
           EXIT.

       OPEN-REPORT.
           OPEN OUTPUT LIQUIDITY-REPORT-FILE
           IF LIQUIDITY-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'LIQUIDITY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' LIQUIDITY-REPORT-FILE-STATUS
               MOVE 'LIQUIDITY-REPORT' TO LOG-FILE-NAME-WS
               MOVE LIQUIDITY-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'TREASURY LIQUIDITY FORECAST - ' DELIMITED BY SIZE
                  RUN-DATE-TODAY       DELIMITED BY SIZE
                  ' TO '               DELIMITED BY SIZE
                  HORIZON-END-DATE     DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE OPENING-BALANCE TO AMOUNT-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'OPENING BALANCE   ' DELIMITED BY SIZE
                  AMOUNT-EDIT          DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE FUNDING-THRESHOLD TO AMOUNT-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'FUNDING THRESHOLD ' DELIMITED BY SIZE
                  AMOUNT-EDIT          DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           MOVE ALL '=' TO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-DAILY-FORECAST.
           MOVE OPENING-BALANCE TO RUNNING-BALANCE
                                   LOWEST-BALANCE
           MOVE RUN-DATE-TODAY TO LOWEST-BALANCE-DATE
           PERFORM VARYING DAY-IDX FROM 0 BY 1
                   UNTIL DAY-IDX >= HORIZON-DAYS
               COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER
                   (TODAY-INTEGER + DAY-IDX)
               PERFORM WRITE-ONE-DAY
           END-PERFORM.

       WRITE-ONE-DAY.
           MOVE 0 TO DAY-OUTFLOW
                     DAY-ITEM-CNT
           PERFORM VARYING OUTF-IDX FROM 1 BY 1
                   UNTIL OUTF-IDX > OUTFLOW-COUNT
               IF OUTF-DATE(OUTF-IDX) = DAY-DATE
                   ADD 1 TO DAY-ITEM-CNT
                   ADD OUTF-AMOUNT(OUTF-IDX) TO DAY-OUTFLOW
                   MOVE OUTF-AMOUNT(OUTF-IDX) TO AMOUNT-EDIT
                   MOVE SPACES TO LIQUIDITY-REPORT-LINE
                   STRING '          '        DELIMITED BY SIZE
                          OUTF-SOURCE(OUTF-IDX) DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          OUTF-REF(OUTF-IDX)  DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          AMOUNT-EDIT         DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          OUTF-BASIS(OUTF-IDX) DELIMITED BY SIZE
                     INTO LIQ-REPORT-TEXT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           ADD DAY-OUTFLOW TO TOTAL-OUTFLOW
           SUBTRACT DAY-OUTFLOW FROM RUNNING-BALANCE
           IF RUNNING-BALANCE < LOWEST-BALANCE
               MOVE RUNNING-BALANCE TO LOWEST-BALANCE
               MOVE DAY-DATE TO LOWEST-BALANCE-DATE
           END-IF
           MOVE DAY-OUTFLOW TO AMOUNT-EDIT
           MOVE RUNNING-BALANCE TO BALANCE-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           IF RUNNING-BALANCE < FUNDING-THRESHOLD
               ADD 1 TO SHORT-DAY-CNT
               IF FIRST-SHORT-DATE = 0
                   MOVE DAY-DATE TO FIRST-SHORT-DATE
               END-IF
               STRING DAY-DATE         DELIMITED BY SIZE
                      '  OUTFLOW '     DELIMITED BY SIZE
                      AMOUNT-EDIT      DELIMITED BY SIZE
                      '  BALANCE '     DELIMITED BY SIZE
                      BALANCE-EDIT     DELIMITED BY SIZE
                      '  *** BELOW THRESHOLD' DELIMITED BY SIZE
                 INTO LIQ-REPORT-TEXT
           ELSE
               STRING DAY-DATE         DELIMITED BY SIZE
                      '  OUTFLOW '     DELIMITED BY SIZE
                      AMOUNT-EDIT      DELIMITED BY SIZE
                      '  BALANCE '     DELIMITED BY SIZE
                      BALANCE-EDIT     DELIMITED BY SIZE
                 INTO LIQ-REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-FORECAST-SUMMARY.
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           MOVE ALL '=' TO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-OUTFLOW TO AMOUNT-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'TOTAL OUTFLOWS    ' DELIMITED BY SIZE
                  AMOUNT-EDIT          DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE RUNNING-BALANCE TO BALANCE-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'CLOSING BALANCE ' DELIMITED BY SIZE
                  BALANCE-EDIT       DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE LOWEST-BALANCE TO BALANCE-EDIT
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           STRING 'LOWEST BALANCE  ' DELIMITED BY SIZE
                  BALANCE-EDIT       DELIMITED BY SIZE
                  ' ON '             DELIMITED BY SIZE
                  LOWEST-BALANCE-DATE DELIMITED BY SIZE
             INTO LIQ-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LIQUIDITY-REPORT-LINE
           IF SHORT-DAY-CNT > 0
               STRING '*** FUNDING NEEDED - ' DELIMITED BY SIZE
                      SHORT-DAY-CNT      DELIMITED BY SIZE
                      ' DAY(S) BELOW THRESHOLD, FIRST ON '
                                         DELIMITED BY SIZE
                      FIRST-SHORT-DATE   DELIMITED BY SIZE
                 INTO LIQ-REPORT-TEXT
               MOVE 55 TO RETURN-CODE
           ELSE
               MOVE 'OK - BALANCE STAYS ABOVE THE FUNDING THRESHOLD'
                   TO LIQ-REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY LIQ-REPORT-TEXT
           MOVE X'0D0A' TO LIQ-REPORT-CRLF
           WRITE LIQUIDITY-REPORT-LINE
           IF LIQUIDITY-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'LIQUIDITY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' LIQUIDITY-REPORT-FILE-STATUS
               MOVE 'LIQUIDITY-REPORT' TO LOG-FILE-NAME-WS
               MOVE LIQUIDITY-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       FINISH.
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
               MOVE 'LIQFCST'         TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE SOURCE-READ-CNT    TO AUDIT-RECS-READ
               MOVE OUTFLOW-COUNT      TO AUDIT-RECS-WRITTEN
               MOVE SHORT-DAY-CNT      TO AUDIT-RECS-REJECTED
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
               MOVE 'LIQFCST'       TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM LIQFCST.
