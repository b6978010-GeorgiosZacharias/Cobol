       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITORDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIT-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS CIT-PARM-FILE-STATUS.

           SELECT CIT-ORDER-BOOK ASSIGN TO DISK
               FILE STATUS IS CIT-ORDER-BOOK-STATUS.

           SELECT CIT-CONFIRM-FILE ASSIGN TO DISK
               FILE STATUS IS CIT-CONFIRM-FILE-STATUS.

           SELECT REPLENISH-FILE ASSIGN TO DISK
               FILE STATUS IS REPLENISH-FILE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO DISK
               FILE STATUS IS CASH-LEDGER-FILE-STATUS.

           SELECT FORECAST-FILE ASSIGN TO DISK
               FILE STATUS IS FORECAST-FILE-STATUS.

           SELECT CIT-ORDER-FILE ASSIGN TO DISK
               FILE STATUS IS CIT-ORDER-FILE-STATUS.

           SELECT CIT-ROUTE-REPORT ASSIGN TO DISK
               FILE STATUS IS CIT-ROUTE-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    C = FILL/LEAD/ROUTE DEFAULTS, N = NOTE MIX, R = ROUTE LIMIT
       FD  CIT-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS CIT-PARM-REC.
       01  CIT-PARM-REC.
           05 CITP-TYPE              PIC X(01).
           05 CITP-FILL-TARGET       PIC 9(10).
           05 CITP-LEAD-DAYS         PIC 9(02).
           05 CITP-ROUTE-LIMIT       PIC 9(10).
           05 CITP-RETAIN-DAYS       PIC 9(03).
           05 FILLER                 PIC X(07).
           05 CITP-CRLF              PIC X(02).
       01  CIT-DENOM-PARM-REC.
           05 FILLER                 PIC X(01).
           05 CITP-DENOM             PIC 9(04).
           05 CITP-MIX-PCT           PIC 9(03).
           05 FILLER                 PIC X(25).
           05 FILLER                 PIC X(02).
       01  CIT-ROUTE-PARM-REC.
           05 FILLER                 PIC X(01).
           05 CITP-REGION            PIC X(20).
           05 CITP-REGION-LIMIT      PIC 9(10).
           05 FILLER                 PIC X(02).
           05 FILLER                 PIC X(02).

      *    O = OPEN, C = DELIVERED, X = NOT DELIVERED
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
           05 ORDB-CONFIRMED-AMOUNT  PIC 9(10).
           05 ORDB-CONFIRM-DATE      PIC 9(08).
           05 ORDB-CRLF              PIC X(02).

      *    D = DELIVERED, N = NOT DELIVERED
       FD  CIT-CONFIRM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS CIT-CONFIRM-REC.
       01  CIT-CONFIRM-REC.
           05 CONF-ORDER-NO          PIC 9(08).
           05 CONF-ATM-ID            PIC X(06).
           05 CONF-DELIVERY-DATE     PIC 9(08).
           05 CONF-AMOUNT            PIC 9(10).
           05 CONF-STATUS            PIC X(01).
              88 CONF-DELIVERED        VALUE 'D'.
              88 CONF-NOT-DELIVERED    VALUE 'N'.
           05 CONF-COUNT-FLAG        PIC X(01).
              88 CONF-COUNT-TAKEN      VALUE 'Y'.
           05 CONF-COUNTED-RESIDUAL  PIC 9(10)V99.
           05 CONF-CRLF              PIC X(02).

       FD  REPLENISH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REPLENISH-REC.
       01  REPLENISH-REC.
           05 RPL-DATE               PIC 9(08).
           05 RPL-ATM-ID             PIC X(06).
           05 RPL-AMOUNT             PIC 9(10).
           05 RPL-COUNT-FLAG         PIC X(01).
           05 RPL-COUNTED-RESIDUAL   PIC 9(10)V99.
           05 RPL-CRLF               PIC X(02).

       FD  CASH-LEDGER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CASH-LEDGER-REC.
       01  CASH-LEDGER-REC.
           05 CLDG-ATM-ID            PIC X(06).
           05 CLDG-REGION            PIC X(20).
           05 CLDG-BALANCE           PIC S9(10)V99.
           05 CLDG-CRLF              PIC X(02).

       FD  FORECAST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS FORECAST-LINE.
       01  FORECAST-LINE.
           05 FORECAST-REGION        PIC X(20).
           05 FORECAST-ATM-ID        PIC X(06).
           05 FILLER                 PIC X(02).
           05 FORECAST-AVG-DAILY     PIC 9(10).
           05 FILLER                 PIC X(02).
           05 FORECAST-DAYS-LEFT     PIC 9(03).
           05 FILLER                 PIC X(02).
           05 FORECAST-FLAG          PIC X(15).
           05 FORECAST-CRLF          PIC X(02).

       FD  CIT-ORDER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CIT-ORDER-REC.
       01  CIT-ORDER-REC.
           05 CORD-TAG               PIC X(03).
           05 CORD-ORDER-NO          PIC 9(08).
           05 CORD-ROUTE-NO          PIC 9(04).
           05 CORD-REGION            PIC X(20).
           05 CORD-ATM-ID            PIC X(06).
           05 CORD-DELIVERY-DATE     PIC 9(08).
           05 CORD-AMOUNT            PIC 9(10).
           05 CORD-NOTE-MIX OCCURS 4 TIMES.
              10 CORD-DENOM          PIC 9(04).
              10 CORD-NOTES          PIC 9(05).
           05 FILLER                 PIC X(03).
           05 CORD-CRLF              PIC X(02).
       01  CIT-ORDER-HDR-REC.
           05 CORDH-TAG              PIC X(03).
           05 CORDH-ORDER-DATE       PIC 9(08).
           05 CORDH-RUN-ID           PIC 9(06).
           05 FILLER                 PIC X(81).
           05 CORDH-CRLF             PIC X(02).
       01  CIT-ORDER-TRL-REC.
           05 CORDT-TAG              PIC X(03).
           05 CORDT-COUNT            PIC 9(07).
           05 CORDT-HASH             PIC 9(11)V99.
           05 CORDT-ROUTES           PIC 9(04).
           05 FILLER                 PIC X(71).
           05 CORDT-CRLF             PIC X(02).

       FD  CIT-ROUTE-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CIT-ROUTE-LINE.
       01  CIT-ROUTE-LINE.
           05 CIT-ROUTE-TEXT         PIC X(98).
           05 CIT-ROUTE-CRLF         PIC X(02).

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
       01  CIT-PARM-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  CIT-ORDER-BOOK-STATUS         PIC 9(02) VALUE ZERO.
       01  CIT-CONFIRM-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  REPLENISH-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  CASH-LEDGER-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  FORECAST-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  CIT-ORDER-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  CIT-ROUTE-REPORT-STATUS       PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  RUN-DATE                      PIC 9(08) VALUE 0.
       01  DELIVERY-DATE                 PIC 9(08) VALUE 0.
       01  FILL-TARGET                   PIC 9(10) VALUE 200000.
       01  LEAD-DAYS                     PIC 9(02) VALUE 1.
       01  DEFAULT-ROUTE-LIMIT           PIC 9(10) VALUE 1000000.
       01  RETAIN-DAYS                   PIC 9(03) VALUE 90.
       01  RUN-DAY-NO                    PIC 9(08) VALUE 0.
       01  PURGED-CNT                    PIC 9(07) VALUE 0.
       01  DENOM-COUNT                   PIC 9(01) VALUE 0.
       01  DENOM-TABLE.
           05 DENOM-ENTRY OCCURS 4 TIMES.
              10 DENOM-VALUE             PIC 9(04).
              10 DENOM-MIX-PCT           PIC 9(03).
       01  DENOM-IDX                     PIC 9(01) VALUE 0.
       01  DENOM-MIX-TOTAL               PIC 9(04) VALUE 0.
       01  MAX-REGION-LIMITS             PIC 9(03) VALUE 100.
       01  REGION-LIMIT-COUNT            PIC 9(03) VALUE 0.
       01  REGION-LIMIT-TABLE.
           05 REGION-LIMIT-ENTRY OCCURS 100 TIMES.
              10 RLIM-REGION             PIC X(20).
              10 RLIM-LIMIT              PIC 9(10).
       01  RLIM-IDX                      PIC 9(03) VALUE 0.
       01  MAX-ORDERS                    PIC 9(04) VALUE 5000.
       01  ORDER-COUNT                   PIC 9(04) VALUE 0.
       01  ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 5000 TIMES.
              10 ORD-ORDER-NO            PIC 9(08).
              10 ORD-ORDER-DATE          PIC 9(08).
              10 ORD-DELIVERY-DATE       PIC 9(08).
              10 ORD-ROUTE-NO            PIC 9(04).
              10 ORD-REGION              PIC X(20).
              10 ORD-ATM-ID              PIC X(06).
              10 ORD-AMOUNT              PIC 9(10).
              10 ORD-STATUS              PIC X(01).
              10 ORD-CONFIRMED-AMOUNT    PIC 9(10).
              10 ORD-CONFIRM-DATE        PIC 9(08).
       01  ORD-IDX                       PIC 9(04) VALUE 0.
       01  ORD-FOUND-IDX                 PIC 9(04) VALUE 0.
       01  LAST-ORDER-NO                 PIC 9(08) VALUE 0.
       01  LAST-ROUTE-NO                 PIC 9(04) VALUE 0.
       01  MAX-LEDGER-ATMS               PIC 9(04) VALUE 1000.
       01  LEDGER-COUNT                  PIC 9(04) VALUE 0.
       01  CASH-LEDGER-TABLE.
           05 CLEDGER-ENTRY OCCURS 1000 TIMES.
              10 CLEDGER-ATM-ID          PIC X(06).
              10 CLEDGER-BALANCE         PIC S9(10)V99 COMP-3.
       01  LEDGER-IDX                    PIC 9(04) VALUE 0.
       01  LEDGER-FOUND-IDX              PIC 9(04) VALUE 0.
       01  MAX-CANDIDATES                PIC 9(04) VALUE 1000.
       01  CAND-COUNT                    PIC 9(04) VALUE 0.
       01  CANDIDATE-TABLE.
           05 CAND-ENTRY OCCURS 1000 TIMES.
              10 CAND-KEY.
                 15 CAND-REGION          PIC X(20).
                 15 CAND-DAYS-LEFT       PIC 9(03).
                 15 CAND-ATM-ID          PIC X(06).
              10 CAND-AMOUNT             PIC 9(10).
              10 CAND-NOTES OCCURS 4 TIMES PIC 9(05).
       01  CAND-NEW-KEY.
           05 CAND-NEW-REGION            PIC X(20).
           05 CAND-NEW-DAYS-LEFT         PIC 9(03).
           05 CAND-NEW-ATM-ID            PIC X(06).
       01  CAND-IDX                      PIC 9(04) VALUE 0.
       01  CAND-INS-POS                  PIC 9(04) VALUE 0.
       01  ORDER-NEED                    PIC S9(10)V99 VALUE 0.
       01  ORDER-ROUNDED                 PIC 9(10) VALUE 0.
       01  NOTES-WORK                    PIC 9(05) VALUE 0.
       01  NOTES-WORK-TABLE.
           05 NOTES-WORK-ENTRY OCCURS 4 TIMES PIC 9(05).
       01  ROUTE-LIMIT                   PIC 9(10) VALUE 0.
       01  ROUTE-VALUE                   PIC 9(11) VALUE 0.
       01  ROUTE-STOPS                   PIC 9(03) VALUE 0.
       01  ROUTE-REGION                  PIC X(20) VALUE SPACES.
       01  ROUTES-THIS-RUN               PIC 9(04) VALUE 0.
       01  ORDERS-THIS-RUN               PIC 9(07) VALUE 0.
       01  ORDER-HASH                    PIC 9(11)V99 VALUE 0.
       01  CONFIRM-READ-CNT              PIC 9(07) VALUE 0.
       01  CONFIRM-LOADED-CNT            PIC 9(07) VALUE 0.
       01  CONFIRM-REJECTED-CNT          PIC 9(07) VALUE 0.
       01  CONFIRM-SHORT-CNT             PIC 9(07) VALUE 0.
       01  DUE-ATM-CNT                   PIC 9(07) VALUE 0.
       01  ALREADY-ORDERED-CNT           PIC 9(07) VALUE 0.
       01  NOT-ON-LEDGER-CNT             PIC 9(07) VALUE 0.
       01  OVER-LIMIT-CNT                PIC 9(07) VALUE 0.
       01  PARM-ERROR-CNT                PIC 9(03) VALUE 0.
       01  AMOUNT-EDIT                   PIC ZZZZZZZZZ9.
       01  ROUTE-EDIT                    PIC ZZZZZZZZZZ9.
       01  BALANCE-EDIT                  PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-CIT-PARMS
           PERFORM LOAD-ORDER-BOOK
           PERFORM APPLY-CONFIRMATIONS
           PERFORM REWRITE-ORDER-BOOK
           PERFORM LOAD-CASH-LEDGER
           PERFORM SELECT-DUE-ATMS THRU SELECT-DUE-ATMS-EXIT
           PERFORM WRITE-CIT-ORDERS
           PERFORM REWRITE-ORDER-BOOK
           PERFORM FINISH.

       LOAD-CIT-PARMS.
           OPEN INPUT CIT-PARM-FILE
           IF CIT-PARM-FILE-STATUS = 0
               READ CIT-PARM-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   EVALUATE CITP-TYPE
                       WHEN 'C'
                           IF CITP-FILL-TARGET IS NUMERIC AND
                              CITP-FILL-TARGET NOT = ZERO
                               MOVE CITP-FILL-TARGET TO FILL-TARGET
                           END-IF
                           IF CITP-LEAD-DAYS IS NUMERIC
                               MOVE CITP-LEAD-DAYS TO LEAD-DAYS
                           END-IF
                           IF CITP-ROUTE-LIMIT IS NUMERIC AND
                              CITP-ROUTE-LIMIT NOT = ZERO
                               MOVE CITP-ROUTE-LIMIT
                                   TO DEFAULT-ROUTE-LIMIT
                           END-IF
                           IF CITP-RETAIN-DAYS IS NUMERIC AND
                              CITP-RETAIN-DAYS NOT = ZERO
                               MOVE CITP-RETAIN-DAYS TO RETAIN-DAYS
                           END-IF
                       WHEN 'N'
                           IF CITP-DENOM IS NUMERIC AND
                              CITP-DENOM NOT = ZERO AND
                              CITP-MIX-PCT IS NUMERIC AND
                              DENOM-COUNT < 4
                               ADD 1 TO DENOM-COUNT
                               MOVE CITP-DENOM
                                   TO DENOM-VALUE(DENOM-COUNT)
                               MOVE CITP-MIX-PCT
                                   TO DENOM-MIX-PCT(DENOM-COUNT)
                               ADD CITP-MIX-PCT TO DENOM-MIX-TOTAL
                           ELSE
                               ADD 1 TO PARM-ERROR-CNT
                               DISPLAY '***WARNING CITORDER: '
                                       'DENOMINATION ROW IGNORED'
                           END-IF
                       WHEN 'R'
                           IF CITP-REGION NOT = SPACES AND
                              CITP-REGION-LIMIT IS NUMERIC AND
                              CITP-REGION-LIMIT NOT = ZERO AND
                              REGION-LIMIT-COUNT < MAX-REGION-LIMITS
                               ADD 1 TO REGION-LIMIT-COUNT
                               MOVE CITP-REGION
                                   TO RLIM-REGION(REGION-LIMIT-COUNT)
                               MOVE CITP-REGION-LIMIT
                                   TO RLIM-LIMIT(REGION-LIMIT-COUNT)
                           ELSE
                               ADD 1 TO PARM-ERROR-CNT
                               DISPLAY '***WARNING CITORDER: ROUTE '
                                       'LIMIT ROW IGNORED FOR '
                                       CITP-REGION
                           END-IF
                       WHEN OTHER
                           ADD 1 TO PARM-ERROR-CNT
                           DISPLAY '***WARNING CITORDER: UNKNOWN '
                                   'PARAMETER ROW TYPE ' CITP-TYPE
                   END-EVALUATE
                   READ CIT-PARM-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CIT-PARM-FILE
           ELSE
               DISPLAY 'CITORDER: NO CIT-PARM-FILE - DEFAULT FILL '
                       'TARGET AND ROUTE LIMIT USED'
           END-IF
           IF DENOM-COUNT = 0
               MOVE 1   TO DENOM-COUNT
               MOVE 50  TO DENOM-VALUE(1)
               MOVE 100 TO DENOM-MIX-PCT(1)
               MOVE 100 TO DENOM-MIX-TOTAL
           END-IF
           IF DENOM-MIX-TOTAL NOT = 100
               ADD 1 TO PARM-ERROR-CNT
               DISPLAY '***ERROR CITORDER: DENOMINATION MIX TOTALS '
                       DENOM-MIX-TOTAL ' PERCENT - NO ORDERS RAISED'
           END-IF
           COMPUTE DELIVERY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUN-DATE) + LEAD-DAYS)
           MOVE SPACES TO DATA-REMAINS-SWITCH.

       LOAD-ORDER-BOOK.
           OPEN INPUT CIT-ORDER-BOOK
           IF CIT-ORDER-BOOK-STATUS = 0
               READ CIT-ORDER-BOOK
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF ORDER-COUNT < MAX-ORDERS
                       ADD 1 TO ORDER-COUNT
                       MOVE ORDB-ORDER-NO
                           TO ORD-ORDER-NO(ORDER-COUNT)
                       MOVE ORDB-ORDER-DATE
                           TO ORD-ORDER-DATE(ORDER-COUNT)
                       MOVE ORDB-DELIVERY-DATE
                           TO ORD-DELIVERY-DATE(ORDER-COUNT)
                       MOVE ORDB-ROUTE-NO
                           TO ORD-ROUTE-NO(ORDER-COUNT)
                       MOVE ORDB-REGION
                           TO ORD-REGION(ORDER-COUNT)
                       MOVE ORDB-ATM-ID
                           TO ORD-ATM-ID(ORDER-COUNT)
                       MOVE ORDB-AMOUNT
                           TO ORD-AMOUNT(ORDER-COUNT)
                       MOVE ORDB-STATUS
                           TO ORD-STATUS(ORDER-COUNT)
                       MOVE ORDB-CONFIRMED-AMOUNT
                           TO ORD-CONFIRMED-AMOUNT(ORDER-COUNT)
                       MOVE ORDB-CONFIRM-DATE
                           TO ORD-CONFIRM-DATE(ORDER-COUNT)
                       IF ORDB-ORDER-NO > LAST-ORDER-NO
                           MOVE ORDB-ORDER-NO TO LAST-ORDER-NO
                       END-IF
                       IF ORDB-ROUTE-NO > LAST-ROUTE-NO
                           MOVE ORDB-ROUTE-NO TO LAST-ROUTE-NO
                       END-IF
                   ELSE
                       DISPLAY '***ERROR CITORDER: ORDER BOOK FULL - '
                               'INCREASE MAX-ORDERS'
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   READ CIT-ORDER-BOOK
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CIT-ORDER-BOOK
               DISPLAY 'CITORDER: ORDERS ON BOOK = ' ORDER-COUNT
           ELSE
               DISPLAY 'CITORDER: NO ORDER BOOK FOUND - STARTING '
                       'A NEW ONE THIS RUN'
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH.

      *    ONLY OPEN ORDERS ARE CONFIRMED SO A RESENT FILE IS SAFE
       APPLY-CONFIRMATIONS.
           OPEN INPUT CIT-CONFIRM-FILE
           IF CIT-CONFIRM-FILE-STATUS NOT = 0
               DISPLAY 'CITORDER: NO CIT CONFIRMATIONS ON HAND'
           ELSE
               OPEN EXTEND REPLENISH-FILE
               IF REPLENISH-FILE-STATUS = 35
                   OPEN OUTPUT REPLENISH-FILE
               END-IF
               IF REPLENISH-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'REPLENISH-FILE'
                   DISPLAY 'STATUS-CODE=' REPLENISH-FILE-STATUS
                   MOVE 'REPLENISH-FILE' TO LOG-FILE-NAME-WS
                   MOVE REPLENISH-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ CIT-CONFIRM-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   ADD 1 TO CONFIRM-READ-CNT
                   PERFORM APPLY-ONE-CONFIRMATION
                   READ CIT-CONFIRM-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CIT-CONFIRM-FILE
               CLOSE REPLENISH-FILE
               DISPLAY 'CITORDER: DELIVERIES LOADED TO REPLENISH-FILE'
                       ' = ' CONFIRM-LOADED-CNT
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH.

       APPLY-ONE-CONFIRMATION.
           MOVE 0 TO ORD-FOUND-IDX
           IF CONF-ORDER-NO IS NUMERIC
               PERFORM VARYING ORD-IDX FROM 1 BY 1
                       UNTIL ORD-IDX > ORDER-COUNT
                          OR ORD-FOUND-IDX > 0
                   IF ORD-ORDER-NO(ORD-IDX) = CONF-ORDER-NO
                       MOVE ORD-IDX TO ORD-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN ORD-FOUND-IDX = 0
                   ADD 1 TO CONFIRM-REJECTED-CNT
                   DISPLAY '***CITORDER: CONFIRMATION FOR UNKNOWN '
                           'ORDER ' CONF-ORDER-NO ' IGNORED'
               WHEN ORD-STATUS(ORD-FOUND-IDX) NOT = 'O'
                   ADD 1 TO CONFIRM-REJECTED-CNT
                   DISPLAY '***CITORDER: ORDER ' CONF-ORDER-NO
                           ' ALREADY CLOSED - CONFIRMATION IGNORED'
               WHEN CONF-ATM-ID NOT = ORD-ATM-ID(ORD-FOUND-IDX)
                   ADD 1 TO CONFIRM-REJECTED-CNT
                   DISPLAY '***CITORDER: ORDER ' CONF-ORDER-NO
                           ' CONFIRMED FOR WRONG ATM ' CONF-ATM-ID
               WHEN CONF-NOT-DELIVERED
                   MOVE 'X' TO ORD-STATUS(ORD-FOUND-IDX)
                   MOVE RUN-DATE TO ORD-CONFIRM-DATE(ORD-FOUND-IDX)
                   MOVE 0 TO ORD-CONFIRMED-AMOUNT(ORD-FOUND-IDX)
                   DISPLAY 'CITORDER: ORDER ' CONF-ORDER-NO
                           ' NOT DELIVERED - ATM CAN BE REORDERED'
               WHEN NOT CONF-DELIVERED OR
                    CONF-DELIVERY-DATE IS NOT NUMERIC OR
                    CONF-AMOUNT IS NOT NUMERIC
                   ADD 1 TO CONFIRM-REJECTED-CNT
                   DISPLAY '***CITORDER: UNUSABLE CONFIRMATION FOR '
                           'ORDER ' CONF-ORDER-NO
               WHEN OTHER
                   IF CONF-AMOUNT NOT = ORD-AMOUNT(ORD-FOUND-IDX)
                       ADD 1 TO CONFIRM-SHORT-CNT
                       DISPLAY '***CITORDER: ORDER ' CONF-ORDER-NO
                               ' DELIVERED ' CONF-AMOUNT
                               ' AGAINST ORDERED '
                               ORD-AMOUNT(ORD-FOUND-IDX)
                   END-IF
                   MOVE 'C' TO ORD-STATUS(ORD-FOUND-IDX)
                   MOVE CONF-AMOUNT
                       TO ORD-CONFIRMED-AMOUNT(ORD-FOUND-IDX)
                   MOVE CONF-DELIVERY-DATE
                       TO ORD-CONFIRM-DATE(ORD-FOUND-IDX)
                   MOVE CONF-DELIVERY-DATE TO RPL-DATE
                   MOVE CONF-ATM-ID        TO RPL-ATM-ID
                   MOVE CONF-AMOUNT        TO RPL-AMOUNT
                   IF CONF-COUNT-TAKEN AND
                      CONF-COUNTED-RESIDUAL IS NUMERIC
                       MOVE 'Y'                   TO RPL-COUNT-FLAG
                       MOVE CONF-COUNTED-RESIDUAL
                           TO RPL-COUNTED-RESIDUAL
                   ELSE
                       MOVE 'N'                   TO RPL-COUNT-FLAG
                       MOVE 0 TO RPL-COUNTED-RESIDUAL
                   END-IF
                   MOVE X'0D0A'            TO RPL-CRLF
                   WRITE REPLENISH-REC
                   IF REPLENISH-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'REPLENISH-FILE'
                       DISPLAY 'STATUS-CODE=' REPLENISH-FILE-STATUS
                       MOVE 'REPLENISH-FILE' TO LOG-FILE-NAME-WS
                       MOVE REPLENISH-FILE-STATUS
                           TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   ADD 1 TO CONFIRM-LOADED-CNT
           END-EVALUATE.

       LOAD-CASH-LEDGER.
           OPEN INPUT CASH-LEDGER-FILE
           IF CASH-LEDGER-FILE-STATUS = 0
               READ CASH-LEDGER-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF LEDGER-COUNT < MAX-LEDGER-ATMS
                       ADD 1 TO LEDGER-COUNT
                       MOVE CLDG-ATM-ID
                           TO CLEDGER-ATM-ID(LEDGER-COUNT)
                       IF CLDG-BALANCE IS NUMERIC
                           MOVE CLDG-BALANCE
                               TO CLEDGER-BALANCE(LEDGER-COUNT)
                       ELSE
                           MOVE 0 TO CLEDGER-BALANCE(LEDGER-COUNT)
                       END-IF
                   ELSE
                       DISPLAY '***ERROR CITORDER: LEDGER TABLE '
                               'FULL - INCREASE MAX-LEDGER-ATMS'
                   END-IF
                   READ CASH-LEDGER-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           ELSE
               DISPLAY '***WARNING CITORDER: NO CASH LEDGER - ORDERS '
                       'RAISED FOR THE FULL FILL TARGET'
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH.

       SELECT-DUE-ATMS.
           IF DENOM-MIX-TOTAL NOT = 100
               GO TO SELECT-DUE-ATMS-EXIT
           END-IF
           OPEN INPUT FORECAST-FILE
           IF FORECAST-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: FORECAST-FILE'
               DISPLAY 'STATUS-CODE=' FORECAST-FILE-STATUS
               MOVE 'FORECAST-FILE' TO LOG-FILE-NAME-WS
               MOVE FORECAST-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               GO TO SELECT-DUE-ATMS-EXIT
           END-IF
           READ FORECAST-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF FORECAST-FLAG = 'REFILL PRIORITY'
                   ADD 1 TO DUE-ATM-CNT
                   PERFORM ADD-ORDER-CANDIDATE
                       THRU ADD-ORDER-CANDIDATE-EXIT
               END-IF
               READ FORECAST-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE FORECAST-FILE
           MOVE SPACES TO DATA-REMAINS-SWITCH
           DISPLAY 'CITORDER: ATMS DUE FOR REFILL = ' DUE-ATM-CNT.
       SELECT-DUE-ATMS-EXIT.
           EXIT.

       ADD-ORDER-CANDIDATE.
           MOVE 0 TO ORD-FOUND-IDX
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-COUNT
                      OR ORD-FOUND-IDX > 0
               IF ORD-ATM-ID(ORD-IDX) = FORECAST-ATM-ID AND
                  ORD-STATUS(ORD-IDX) = 'O'
                   MOVE ORD-IDX TO ORD-FOUND-IDX
               END-IF
           END-PERFORM
           IF ORD-FOUND-IDX > 0
               ADD 1 TO ALREADY-ORDERED-CNT
               DISPLAY 'CITORDER: ATM ' FORECAST-ATM-ID
                       ' ALREADY ON OPEN ORDER '
                       ORD-ORDER-NO(ORD-FOUND-IDX)
               GO TO ADD-ORDER-CANDIDATE-EXIT
           END-IF
           MOVE 0 TO LEDGER-FOUND-IDX
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
                      OR LEDGER-FOUND-IDX > 0
               IF CLEDGER-ATM-ID(LEDGER-IDX) = FORECAST-ATM-ID
                   MOVE LEDGER-IDX TO LEDGER-FOUND-IDX
               END-IF
           END-PERFORM
           IF LEDGER-FOUND-IDX = 0
               ADD 1 TO NOT-ON-LEDGER-CNT
               DISPLAY '***WARNING CITORDER: ATM ' FORECAST-ATM-ID
                       ' NOT ON CASH LEDGER - BALANCE TAKEN AS ZERO'
               MOVE FILL-TARGET TO ORDER-NEED
           ELSE
               IF CLEDGER-BALANCE(LEDGER-FOUND-IDX) < 0
                   MOVE FILL-TARGET TO ORDER-NEED
               ELSE
                   COMPUTE ORDER-NEED = FILL-TARGET
                       - CLEDGER-BALANCE(LEDGER-FOUND-IDX)
               END-IF
           END-IF
           IF ORDER-NEED NOT > 0
               DISPLAY 'CITORDER: ATM ' FORECAST-ATM-ID
                       ' AT OR ABOVE FILL TARGET - NOT ORDERED'
               GO TO ADD-ORDER-CANDIDATE-EXIT
           END-IF
           MOVE 0 TO ORDER-ROUNDED
           PERFORM VARYING DENOM-IDX FROM 1 BY 1
                   UNTIL DENOM-IDX > DENOM-COUNT
               COMPUTE NOTES-WORK =
                   (ORDER-NEED * DENOM-MIX-PCT(DENOM-IDX) / 100)
                   / DENOM-VALUE(DENOM-IDX)
               MOVE NOTES-WORK TO NOTES-WORK-ENTRY(DENOM-IDX)
               COMPUTE ORDER-ROUNDED = ORDER-ROUNDED
                   + NOTES-WORK * DENOM-VALUE(DENOM-IDX)
           END-PERFORM
           IF ORDER-ROUNDED = 0
               GO TO ADD-ORDER-CANDIDATE-EXIT
           END-IF
           IF CAND-COUNT >= MAX-CANDIDATES
               DISPLAY '***ERROR CITORDER: ORDER TABLE FULL - ATM '
                       FORECAST-ATM-ID ' NOT ORDERED'
               MOVE 55 TO RETURN-CODE
               GO TO ADD-ORDER-CANDIDATE-EXIT
           END-IF
           MOVE FORECAST-REGION    TO CAND-NEW-REGION
           MOVE FORECAST-DAYS-LEFT TO CAND-NEW-DAYS-LEFT
           MOVE FORECAST-ATM-ID    TO CAND-NEW-ATM-ID
           ADD 1 TO CAND-COUNT
           MOVE CAND-COUNT TO CAND-INS-POS
           PERFORM UNTIL CAND-INS-POS = 1 OR
                   CAND-KEY(CAND-INS-POS - 1) NOT > CAND-NEW-KEY
               MOVE CAND-ENTRY(CAND-INS-POS - 1)
                   TO CAND-ENTRY(CAND-INS-POS)
               SUBTRACT 1 FROM CAND-INS-POS
           END-PERFORM
           MOVE CAND-NEW-KEY  TO CAND-KEY(CAND-INS-POS)
           MOVE ORDER-ROUNDED TO CAND-AMOUNT(CAND-INS-POS)
           PERFORM VARYING DENOM-IDX FROM 1 BY 1
                   UNTIL DENOM-IDX > 4
               MOVE NOTES-WORK-ENTRY(DENOM-IDX)
                   TO CAND-NOTES(CAND-INS-POS, DENOM-IDX)
           END-PERFORM.
       ADD-ORDER-CANDIDATE-EXIT.
           EXIT.

       WRITE-CIT-ORDERS.
           OPEN OUTPUT CIT-ORDER-FILE
           IF CIT-ORDER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: CIT-ORDER-FILE'
               DISPLAY 'STATUS-CODE=' CIT-ORDER-FILE-STATUS
               MOVE 'CIT-ORDER-FILE' TO LOG-FILE-NAME-WS
               MOVE CIT-ORDER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           OPEN OUTPUT CIT-ROUTE-REPORT
           IF CIT-ROUTE-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'CIT-ROUTE-REPORT'
               DISPLAY 'STATUS-CODE=' CIT-ROUTE-REPORT-STATUS
               MOVE 'CIT-ROUTE-REPORT' TO LOG-FILE-NAME-WS
               MOVE CIT-ROUTE-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM LOAD-RUN-ID
           MOVE SPACES       TO CIT-ORDER-HDR-REC
           MOVE 'HDR'        TO CORDH-TAG
           MOVE RUN-DATE     TO CORDH-ORDER-DATE
           MOVE BATCH-RUN-ID TO CORDH-RUN-ID
           PERFORM WRITE-CIT-ORDER-LINE
           MOVE SPACES TO CIT-ROUTE-LINE
           STRING 'CIT REPLENISHMENT ORDERS - ORDERED '
                      DELIMITED BY SIZE
                  RUN-DATE      DELIMITED BY SIZE
                  ' FOR DELIVERY ' DELIMITED BY SIZE
                  DELIVERY-DATE DELIMITED BY SIZE
             INTO CIT-ROUTE-TEXT
           PERFORM WRITE-ROUTE-LINE
           MOVE SPACES TO ROUTE-REGION
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CAND-REGION(CAND-IDX) NOT = ROUTE-REGION
                   IF ROUTE-STOPS > 0
                       PERFORM WRITE-ROUTE-TOTAL
                   END-IF
                   MOVE CAND-REGION(CAND-IDX) TO ROUTE-REGION
                   PERFORM FIND-ROUTE-LIMIT
                   PERFORM START-NEW-ROUTE
               ELSE
                   IF ROUTE-VALUE + CAND-AMOUNT(CAND-IDX)
                          > ROUTE-LIMIT
                       PERFORM WRITE-ROUTE-TOTAL
                       PERFORM START-NEW-ROUTE
                   END-IF
               END-IF
               PERFORM RAISE-ORDER
           END-PERFORM
           IF ROUTE-STOPS > 0
               PERFORM WRITE-ROUTE-TOTAL
           END-IF
           MOVE SPACES          TO CIT-ORDER-TRL-REC
           MOVE 'TRL'           TO CORDT-TAG
           MOVE ORDERS-THIS-RUN TO CORDT-COUNT
           MOVE ORDER-HASH      TO CORDT-HASH
           MOVE ROUTES-THIS-RUN TO CORDT-ROUTES
           PERFORM WRITE-CIT-ORDER-LINE
           MOVE ORDER-HASH TO ROUTE-EDIT
           MOVE SPACES TO CIT-ROUTE-LINE
           STRING 'ORDERS=' DELIMITED BY SIZE
                  ORDERS-THIS-RUN DELIMITED BY SIZE
                  '  ROUTES=' DELIMITED BY SIZE
                  ROUTES-THIS-RUN DELIMITED BY SIZE
                  '  TOTAL VALUE=' DELIMITED BY SIZE
                  ROUTE-EDIT DELIMITED BY SIZE
             INTO CIT-ROUTE-TEXT
           PERFORM WRITE-ROUTE-LINE
           CLOSE CIT-ORDER-FILE
           CLOSE CIT-ROUTE-REPORT
           DISPLAY 'CITORDER: ORDERS RAISED = ' ORDERS-THIS-RUN
                   ' ON ROUTES = ' ROUTES-THIS-RUN.

       FIND-ROUTE-LIMIT.
           MOVE DEFAULT-ROUTE-LIMIT TO ROUTE-LIMIT
           PERFORM VARYING RLIM-IDX FROM 1 BY 1
                   UNTIL RLIM-IDX > REGION-LIMIT-COUNT
               IF RLIM-REGION(RLIM-IDX) = ROUTE-REGION
                   MOVE RLIM-LIMIT(RLIM-IDX) TO ROUTE-LIMIT
               END-IF
           END-PERFORM.

       START-NEW-ROUTE.
           ADD 1 TO LAST-ROUTE-NO
           ADD 1 TO ROUTES-THIS-RUN
           MOVE 0 TO ROUTE-VALUE
           MOVE 0 TO ROUTE-STOPS
           MOVE ROUTE-LIMIT TO ROUTE-EDIT
           MOVE SPACES TO CIT-ROUTE-LINE
           STRING 'ROUTE ' DELIMITED BY SIZE
                  LAST-ROUTE-NO DELIMITED BY SIZE
                  '  REGION ' DELIMITED BY SIZE
                  ROUTE-REGION DELIMITED BY SIZE
                  '  VALUE LIMIT ' DELIMITED BY SIZE
                  ROUTE-EDIT DELIMITED BY SIZE
             INTO CIT-ROUTE-TEXT
           PERFORM WRITE-ROUTE-LINE.

       RAISE-ORDER.
           IF ORDER-COUNT >= MAX-ORDERS
               DISPLAY '***ERROR CITORDER: ORDER BOOK FULL - '
                       'INCREASE MAX-ORDERS'
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           IF CAND-AMOUNT(CAND-IDX) > ROUTE-LIMIT
               ADD 1 TO OVER-LIMIT-CNT
               DISPLAY '***WARNING CITORDER: ORDER FOR ATM '
                       CAND-ATM-ID(CAND-IDX)
                       ' ALONE EXCEEDS THE ROUTE LIMIT'
           END-IF
           ADD 1 TO LAST-ORDER-NO
           ADD 1 TO ORDER-COUNT
           ADD 1 TO ORDERS-THIS-RUN
           ADD 1 TO ROUTE-STOPS
           ADD CAND-AMOUNT(CAND-IDX) TO ROUTE-VALUE
           ADD CAND-AMOUNT(CAND-IDX) TO ORDER-HASH
           MOVE LAST-ORDER-NO TO ORD-ORDER-NO(ORDER-COUNT)
           MOVE RUN-DATE      TO ORD-ORDER-DATE(ORDER-COUNT)
           MOVE DELIVERY-DATE TO ORD-DELIVERY-DATE(ORDER-COUNT)
           MOVE LAST-ROUTE-NO TO ORD-ROUTE-NO(ORDER-COUNT)
           MOVE CAND-REGION(CAND-IDX) TO ORD-REGION(ORDER-COUNT)
           MOVE CAND-ATM-ID(CAND-IDX) TO ORD-ATM-ID(ORDER-COUNT)
           MOVE CAND-AMOUNT(CAND-IDX) TO ORD-AMOUNT(ORDER-COUNT)
           MOVE 'O'           TO ORD-STATUS(ORDER-COUNT)
           MOVE 0             TO ORD-CONFIRMED-AMOUNT(ORDER-COUNT)
           MOVE 0             TO ORD-CONFIRM-DATE(ORDER-COUNT)
           MOVE SPACES                TO CIT-ORDER-REC
           MOVE 'ORD'                 TO CORD-TAG
           MOVE LAST-ORDER-NO         TO CORD-ORDER-NO
           MOVE LAST-ROUTE-NO         TO CORD-ROUTE-NO
           MOVE CAND-REGION(CAND-IDX) TO CORD-REGION
           MOVE CAND-ATM-ID(CAND-IDX) TO CORD-ATM-ID
           MOVE DELIVERY-DATE         TO CORD-DELIVERY-DATE
           MOVE CAND-AMOUNT(CAND-IDX) TO CORD-AMOUNT
           PERFORM VARYING DENOM-IDX FROM 1 BY 1
                   UNTIL DENOM-IDX > 4
               IF DENOM-IDX > DENOM-COUNT
                   MOVE 0 TO CORD-DENOM(DENOM-IDX)
                   MOVE 0 TO CORD-NOTES(DENOM-IDX)
               ELSE
                   MOVE DENOM-VALUE(DENOM-IDX)
                       TO CORD-DENOM(DENOM-IDX)
                   MOVE CAND-NOTES(CAND-IDX, DENOM-IDX)
                       TO CORD-NOTES(DENOM-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-CIT-ORDER-LINE
           MOVE CAND-AMOUNT(CAND-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO CIT-ROUTE-LINE
           STRING '  ORDER ' DELIMITED BY SIZE
                  LAST-ORDER-NO DELIMITED BY SIZE
                  '  ATM ' DELIMITED BY SIZE
                  CAND-ATM-ID(CAND-IDX) DELIMITED BY SIZE
                  '  DAYS LEFT ' DELIMITED BY SIZE
                  CAND-DAYS-LEFT(CAND-IDX) DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
             INTO CIT-ROUTE-TEXT
           PERFORM WRITE-ROUTE-LINE.

       WRITE-ROUTE-TOTAL.
           MOVE ROUTE-VALUE TO ROUTE-EDIT
           MOVE SPACES TO CIT-ROUTE-LINE
           STRING '  ROUTE STOPS=' DELIMITED BY SIZE
                  ROUTE-STOPS DELIMITED BY SIZE
                  '  ROUTE VALUE=' DELIMITED BY SIZE
                  ROUTE-EDIT DELIMITED BY SIZE
             INTO CIT-ROUTE-TEXT
           PERFORM WRITE-ROUTE-LINE.

       WRITE-CIT-ORDER-LINE.
           MOVE X'0D0A' TO CORD-CRLF
           WRITE CIT-ORDER-REC
           IF CIT-ORDER-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: CIT-ORDER-FILE'
               DISPLAY 'STATUS-CODE=' CIT-ORDER-FILE-STATUS
               MOVE 'CIT-ORDER-FILE' TO LOG-FILE-NAME-WS
               MOVE CIT-ORDER-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       WRITE-ROUTE-LINE.
           MOVE X'0D0A' TO CIT-ROUTE-CRLF
           WRITE CIT-ROUTE-LINE
           IF CIT-ROUTE-REPORT-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'CIT-ROUTE-REPORT'
               DISPLAY 'STATUS-CODE=' CIT-ROUTE-REPORT-STATUS
               MOVE 'CIT-ROUTE-REPORT' TO LOG-FILE-NAME-WS
               MOVE CIT-ROUTE-REPORT-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

      *    CLOSED ORDERS ARE DROPPED RETAIN-DAYS AFTER CONFIRMATION
       REWRITE-ORDER-BOOK.
           COMPUTE RUN-DAY-NO = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE 0 TO PURGED-CNT
           OPEN OUTPUT CIT-ORDER-BOOK
           IF CIT-ORDER-BOOK-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: CIT-ORDER-BOOK'
               DISPLAY 'STATUS-CODE=' CIT-ORDER-BOOK-STATUS
               MOVE 'CIT-ORDER-BOOK' TO LOG-FILE-NAME-WS
               MOVE CIT-ORDER-BOOK-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-COUNT
               IF ORD-STATUS(ORD-IDX) NOT = 'O' AND
                  ORD-ORDER-NO(ORD-IDX) NOT = LAST-ORDER-NO AND
                  ORD-CONFIRM-DATE(ORD-IDX) IS NUMERIC AND
                  ORD-CONFIRM-DATE(ORD-IDX) > 0 AND
                  RUN-DAY-NO - FUNCTION INTEGER-OF-DATE
                      (ORD-CONFIRM-DATE(ORD-IDX)) > RETAIN-DAYS
                   ADD 1 TO PURGED-CNT
               ELSE
                   MOVE ORD-ORDER-NO(ORD-IDX)    TO ORDB-ORDER-NO
                   MOVE ORD-ORDER-DATE(ORD-IDX)  TO ORDB-ORDER-DATE
                   MOVE ORD-DELIVERY-DATE(ORD-IDX)
                       TO ORDB-DELIVERY-DATE
                   MOVE ORD-ROUTE-NO(ORD-IDX)    TO ORDB-ROUTE-NO
                   MOVE ORD-REGION(ORD-IDX)      TO ORDB-REGION
                   MOVE ORD-ATM-ID(ORD-IDX)      TO ORDB-ATM-ID
                   MOVE ORD-AMOUNT(ORD-IDX)      TO ORDB-AMOUNT
                   MOVE ORD-STATUS(ORD-IDX)      TO ORDB-STATUS
                   MOVE ORD-CONFIRMED-AMOUNT(ORD-IDX)
                       TO ORDB-CONFIRMED-AMOUNT
                   MOVE ORD-CONFIRM-DATE(ORD-IDX)
                       TO ORDB-CONFIRM-DATE
                   MOVE X'0D0A'                  TO ORDB-CRLF
                   WRITE ORDER-BOOK-REC
                   IF CIT-ORDER-BOOK-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'CIT-ORDER-BOOK'
                       DISPLAY 'STATUS-CODE=' CIT-ORDER-BOOK-STATUS
                       MOVE 'CIT-ORDER-BOOK' TO LOG-FILE-NAME-WS
                       MOVE CIT-ORDER-BOOK-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CIT-ORDER-BOOK
           IF PURGED-CNT > 0
               DISPLAY 'CITORDER: CLOSED ORDERS DROPPED FROM BOOK = '
                       PURGED-CNT
           END-IF.

       FINISH.
           DISPLAY 'CITORDER: CONFIRMATIONS READ     = '
                   CONFIRM-READ-CNT
           DISPLAY 'CITORDER: CONFIRMATIONS REJECTED = '
                   CONFIRM-REJECTED-CNT
           IF (CONFIRM-REJECTED-CNT > 0 OR CONFIRM-SHORT-CNT > 0 OR
               NOT-ON-LEDGER-CNT > 0 OR OVER-LIMIT-CNT > 0 OR
               PARM-ERROR-CNT > 0) AND RETURN-CODE = 0
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
               MOVE 'CITORDER'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE DUE-ATM-CNT          TO AUDIT-RECS-READ
               MOVE ORDERS-THIS-RUN      TO AUDIT-RECS-WRITTEN
               MOVE CONFIRM-REJECTED-CNT TO AUDIT-RECS-REJECTED
               MOVE RETURN-CODE          TO AUDIT-RETURN-CODE
               MOVE BATCH-RUN-ID         TO AUDIT-RUN-ID
               MOVE X'0D0A'              TO AUDIT-CRLF
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
               MOVE 'CITORDER'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM CITORDER.
