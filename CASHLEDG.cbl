           SELECT CASH-POSITION-FILE ASSIGN TO DISK
               FILE STATUS IS CASH-POSITION-FILE-STATUS.

           SELECT OVER-SHORT-LEDGER ASSIGN TO DISK
               FILE STATUS IS OVER-SHORT-LEDGER-STATUS.

           SELECT CASH-COUNT-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS CASH-COUNT-PARM-FILE-STATUS.

           SELECT CASH-EXCEPTION-FILE ASSIGN TO DISK
               FILE STATUS IS CASH-EXCEPTION-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.


           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASH-LEDGER-FILE
           05 CLDG-BALANCE           PIC S9(10)V99.
           05 CLDG-CRLF              PIC X(02).

      *    RESIDUAL = CASH FOUND IN THE CASSETTES BEFORE LOADING
       FD  REPLENISH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REPLENISH-REC.
       01  REPLENISH-REC.
           05 RPL-DATE               PIC 9(08).
           05 RPL-ATM-ID             PIC X(06).
           05 RPL-AMOUNT             PIC 9(10).
           05 RPL-COUNT-FLAG         PIC X(01).
              88 RPL-COUNT-TAKEN       VALUE 'Y'.
           05 RPL-COUNTED-RESIDUAL   PIC 9(10)V99.
           05 RPL-CRLF               PIC X(02).

       FD  ATM-HISTORY-FILE
           05 CASH-POSITION-TEXT     PIC X(98).
           05 CASH-POSITION-CRLF     PIC X(02).

      *    DIFFERENCE = COUNTED LESS BOOK, NEGATIVE FOR A SHORTAGE
       FD  OVER-SHORT-LEDGER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS OVER-SHORT-REC.
       01  OVER-SHORT-REC.
           05 OSL-ATM-ID             PIC X(06).
           05 OSL-REGION             PIC X(20).
           05 OSL-DATE               PIC 9(08).
           05 OSL-BOOK-BALANCE       PIC S9(10)V99.
           05 OSL-COUNTED            PIC 9(10)V99.
           05 OSL-DIFFERENCE         PIC S9(10)V99.
           05 OSL-RUN-ID             PIC 9(06).
           05 OSL-CRLF               PIC X(02).

       FD  CASH-COUNT-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS CASH-COUNT-PARM-REC.
       01  CASH-COUNT-PARM-REC.
           05 CCP-SHORT-THRESHOLD    PIC 9(08)V99.
           05 CCP-CRLF               PIC X(02).

       FD  CASH-EXCEPTION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CASH-EXCEPTION-LINE.
       01  CASH-EXCEPTION-LINE.
           05 CASH-EXCEPTION-TEXT    PIC X(98).
           05 CASH-EXCEPTION-CRLF    PIC X(02).

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
       01  ATM-HISTORY-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  CASH-STATE-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  CASH-POSITION-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  OVER-SHORT-LEDGER-STATUS      PIC 9(02) VALUE ZERO.
       01  CASH-COUNT-PARM-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  CASH-EXCEPTION-FILE-STATUS    PIC 9(02) VALUE ZERO.
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
       01  RPL-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-RPL-DATA             VALUE 'NO'.
       01  HIST-DATA-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-HIST-DATA            VALUE 'NO'.
       01  OSL-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-OSL-DATA             VALUE 'NO'.
       01  MAX-LEDGER-ATMS               PIC 9(04) VALUE 1000.
       01  LEDGER-COUNT                  PIC 9(04) VALUE 0.
       01  CASH-LEDGER-TABLE.
              10 CLEDGER-REGION          PIC X(20).
              10 CLEDGER-BALANCE         PIC S9(10)V99 COMP-3.
              10 CLEDGER-REPORTED-SWITCH PIC X(01).
              10 CLEDGER-CUM-SHORTAGE    PIC S9(10)V99 COMP-3.
       01  LEDGER-IDX                    PIC 9(04) VALUE 0.
       01  LEDGER-IDX2                   PIC 9(04) VALUE 0.
       01  LEDGER-FOUND-IDX              PIC 9(04) VALUE 0.
       01  REPORT-REGION                 PIC X(20) VALUE SPACES.
       01  SEEN-EARLIER-SWITCH           PIC X(01) VALUE 'N'.
           88 SEEN-EARLIER                 VALUE 'Y'.
       01  SHORT-THRESHOLD               PIC 9(08)V99 VALUE 500.
       01  MAX-WINDOW-WDL                PIC 9(04) VALUE 5000.
       01  WINDOW-WDL-COUNT              PIC 9(04) VALUE 0.
       01  WINDOW-WDL-TABLE.
           05 WINDOW-WDL-ENTRY OCCURS 5000 TIMES.
              10 WWDL-ATM-ID             PIC X(06).
              10 WWDL-DATE               PIC 9(08).
              10 WWDL-AMOUNT             PIC 9(10).
       01  WWDL-IDX                      PIC 9(04) VALUE 0.
       01  AHIST-TYPE-IDX                PIC 9(01) VALUE 0.
       01  BOOK-AT-COUNT                 PIC S9(10)V99 COMP-3 VALUE 0.
       01  OVER-SHORT-AMOUNT             PIC S9(10)V99 COMP-3 VALUE 0.
       01  COUNTED-CNT                   PIC 9(07) VALUE 0.
       01  SHORT-CNT                     PIC 9(07) VALUE 0.
       01  OVER-CNT                      PIC 9(07) VALUE 0.
       01  EXCEPTION-CNT                 PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFY-HISTORY-GENERATION
           PERFORM LOAD-CASH-LEDGER
           PERFORM LOAD-COUNT-PARMS
           PERFORM LOAD-OVER-SHORT-HISTORY
           PERFORM LOAD-CASH-STATE
           PERFORM FIND-POSITION-DATE
           IF POSITION-DATE > LAST-APPLIED-DATE
               PERFORM LOAD-WINDOW-WITHDRAWALS
               PERFORM APPLY-REPLENISHMENTS
               PERFORM APPLY-WITHDRAWALS
               PERFORM SAVE-CASH-STATE
                       'HISTORY - BALANCES UNCHANGED'
           END-IF
           PERFORM WRITE-POSITION-REPORT
           PERFORM WRITE-EXCEPTION-REPORT
           PERFORM REWRITE-CASH-LEDGER
           PERFORM FINISH.

                           TO CLEDGER-BALANCE(LEDGER-COUNT)
                       MOVE 'N'
                           TO CLEDGER-REPORTED-SWITCH(LEDGER-COUNT)
                       MOVE 0 TO CLEDGER-CUM-SHORTAGE(LEDGER-COUNT)
                   ELSE
                       DISPLAY '***ERROR CASHLEDG: LEDGER TABLE '
                               'FULL - INCREASE MAX-LEDGER-ATMS'
                       'A NEW ONE THIS RUN'
           END-IF.

       LOAD-COUNT-PARMS.
           OPEN INPUT CASH-COUNT-PARM-FILE
           IF CASH-COUNT-PARM-FILE-STATUS = 0
               READ CASH-COUNT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CCP-SHORT-THRESHOLD IS NUMERIC
                           MOVE CCP-SHORT-THRESHOLD TO SHORT-THRESHOLD
                       END-IF
               END-READ
               CLOSE CASH-COUNT-PARM-FILE
           END-IF.

       LOAD-OVER-SHORT-HISTORY.
           MOVE SPACES TO OSL-DATA-REMAINS-SWITCH
           OPEN INPUT OVER-SHORT-LEDGER
           IF OVER-SHORT-LEDGER-STATUS = 0
               READ OVER-SHORT-LEDGER
                   AT END MOVE 'NO' TO OSL-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-OSL-DATA
                   IF OSL-DIFFERENCE IS NUMERIC
                       MOVE OSL-ATM-ID TO SEARCH-ATM-ID
                       PERFORM FIND-LEDGER-INDEX
                       IF LEDGER-FOUND-IDX > 0
                           SUBTRACT OSL-DIFFERENCE FROM
                               CLEDGER-CUM-SHORTAGE(LEDGER-FOUND-IDX)
                       END-IF
                   END-IF
                   READ OVER-SHORT-LEDGER
                       AT END MOVE 'NO' TO OSL-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE OVER-SHORT-LEDGER
           END-IF.

       LOAD-CASH-STATE.
           OPEN INPUT CASH-STATE-FILE
           IF CASH-STATE-FILE-STATUS = 0
               CLOSE CASH-STATE-FILE
           END-IF.

       VERIFY-HISTORY-GENERATION.
           MOVE SPACES TO HIST-DATA-REMAINS-SWITCH
           OPEN INPUT ATM-HISTORY-FILE
           IF ATM-HISTORY-FILE-STATUS = 0
               MOVE 0 TO CATALOG-READ-CNT
               MOVE 0 TO CATALOG-READ-HASH
               READ ATM-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-HIST-DATA
                   ADD 1 TO CATALOG-READ-CNT
                   PERFORM VARYING AHIST-TYPE-IDX FROM 1 BY 1
                           UNTIL AHIST-TYPE-IDX > 3
                       IF AHIST-TYPE-AMOUNT(AHIST-TYPE-IDX) IS NUMERIC
                           ADD AHIST-TYPE-AMOUNT(AHIST-TYPE-IDX)
                               TO CATALOG-READ-HASH
                       END-IF
                   END-PERFORM
                   READ ATM-HISTORY-FILE
                       AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE ATM-HISTORY-FILE
               MOVE 'ATM-HISTORY-FILE' TO CATALOG-FILE-NAME-WS
               PERFORM CHECK-CURRENT-GENERATION
           END-IF.

       FIND-POSITION-DATE.
           MOVE SPACES TO HIST-DATA-REMAINS-SWITCH
           OPEN INPUT ATM-HISTORY-FILE
                   MOVE 0 TO CLEDGER-BALANCE(LEDGER-FOUND-IDX)
                   MOVE 'N'
                       TO CLEDGER-REPORTED-SWITCH(LEDGER-FOUND-IDX)
                   MOVE 0 TO CLEDGER-CUM-SHORTAGE(LEDGER-FOUND-IDX)
               ELSE
                   DISPLAY '***ERROR CASHLEDG: LEDGER TABLE FULL - '
                           'ATM ' SEARCH-ATM-ID ' NOT POSTED'
               END-IF
           END-IF.

       LOAD-WINDOW-WITHDRAWALS.
           MOVE SPACES TO HIST-DATA-REMAINS-SWITCH
           OPEN INPUT ATM-HISTORY-FILE
           IF ATM-HISTORY-FILE-STATUS = 0
               READ ATM-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-HIST-DATA
                   IF AHIST-DATE IS NUMERIC AND
                      AHIST-DATE > LAST-APPLIED-DATE AND
                      AHIST-DATE <= POSITION-DATE AND
                      AHIST-TYPE-AMOUNT(2) IS NUMERIC
                       IF WINDOW-WDL-COUNT < MAX-WINDOW-WDL
                           ADD 1 TO WINDOW-WDL-COUNT
                           MOVE AHIST-ATM-ID
                               TO WWDL-ATM-ID(WINDOW-WDL-COUNT)
                           MOVE AHIST-DATE
                               TO WWDL-DATE(WINDOW-WDL-COUNT)
                           MOVE AHIST-TYPE-AMOUNT(2)
                               TO WWDL-AMOUNT(WINDOW-WDL-COUNT)
                       ELSE
                           DISPLAY '***ERROR CASHLEDG: WITHDRAWAL '
                                   'TABLE FULL - INCREASE '
                                   'MAX-WINDOW-WDL'
                       END-IF
                   END-IF
                   READ ATM-HISTORY-FILE
                       AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE ATM-HISTORY-FILE
           END-IF.

       APPLY-REPLENISHMENTS.
           MOVE SPACES TO RPL-DATA-REMAINS-SWITCH
           OPEN INPUT REPLENISH-FILE
               DISPLAY 'CASHLEDG: NO REPLENISHMENT CONFIRMATIONS '
                       'ON HAND'
           ELSE
               OPEN EXTEND OVER-SHORT-LEDGER
               IF OVER-SHORT-LEDGER-STATUS = 35
                   OPEN OUTPUT OVER-SHORT-LEDGER
               END-IF
               IF OVER-SHORT-LEDGER-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'OVER-SHORT-LEDGER'
                   DISPLAY 'STATUS-CODE=' OVER-SHORT-LEDGER-STATUS
                   MOVE 'OVER-SHORT-LEDGER' TO LOG-FILE-NAME-WS
                   MOVE OVER-SHORT-LEDGER-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
               READ REPLENISH-FILE
                   AT END MOVE 'NO' TO RPL-DATA-REMAINS-SWITCH
               END-READ
                       MOVE RPL-ATM-ID TO SEARCH-ATM-ID
                       PERFORM FIND-LEDGER-INDEX
                       IF LEDGER-FOUND-IDX > 0
                           IF RPL-COUNT-TAKEN AND
                              RPL-COUNTED-RESIDUAL IS NUMERIC
                               PERFORM POST-OVER-SHORT
                           END-IF
                           ADD RPL-AMOUNT
                               TO CLEDGER-BALANCE(LEDGER-FOUND-IDX)
                           ADD 1 TO REPLENISH-CNT
                   END-READ
               END-PERFORM
               CLOSE REPLENISH-FILE
               CLOSE OVER-SHORT-LEDGER
           END-IF
           DISPLAY 'CASHLEDG: REPLENISHMENTS APPLIED = '
                   REPLENISH-CNT
           DISPLAY 'CASHLEDG: CASH COUNTS POSTED     = '
                   COUNTED-CNT ' SHORT=' SHORT-CNT ' OVER=' OVER-CNT.

       POST-OVER-SHORT.
           MOVE CLEDGER-BALANCE(LEDGER-FOUND-IDX) TO BOOK-AT-COUNT
           PERFORM VARYING WWDL-IDX FROM 1 BY 1
                   UNTIL WWDL-IDX > WINDOW-WDL-COUNT
               IF WWDL-ATM-ID(WWDL-IDX) = RPL-ATM-ID AND
                  WWDL-DATE(WWDL-IDX) < RPL-DATE
                   SUBTRACT WWDL-AMOUNT(WWDL-IDX) FROM BOOK-AT-COUNT
               END-IF
           END-PERFORM
           COMPUTE OVER-SHORT-AMOUNT =
               RPL-COUNTED-RESIDUAL - BOOK-AT-COUNT
           ADD 1 TO COUNTED-CNT
           IF OVER-SHORT-AMOUNT < 0
               ADD 1 TO SHORT-CNT
           END-IF
           IF OVER-SHORT-AMOUNT > 0
               ADD 1 TO OVER-CNT
           END-IF
           ADD OVER-SHORT-AMOUNT TO CLEDGER-BALANCE(LEDGER-FOUND-IDX)
           SUBTRACT OVER-SHORT-AMOUNT
               FROM CLEDGER-CUM-SHORTAGE(LEDGER-FOUND-IDX)
           PERFORM LOAD-RUN-ID
           MOVE RPL-ATM-ID                   TO OSL-ATM-ID
           MOVE CLEDGER-REGION(LEDGER-FOUND-IDX) TO OSL-REGION
           MOVE RPL-DATE                     TO OSL-DATE
           MOVE BOOK-AT-COUNT                TO OSL-BOOK-BALANCE
           MOVE RPL-COUNTED-RESIDUAL         TO OSL-COUNTED
           MOVE OVER-SHORT-AMOUNT            TO OSL-DIFFERENCE
           MOVE BATCH-RUN-ID                 TO OSL-RUN-ID
           MOVE X'0D0A'                      TO OSL-CRLF
           WRITE OVER-SHORT-REC
           IF OVER-SHORT-LEDGER-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'OVER-SHORT-LEDGER'
               DISPLAY 'STATUS-CODE=' OVER-SHORT-LEDGER-STATUS
               MOVE 'OVER-SHORT-LEDGER' TO LOG-FILE-NAME-WS
               MOVE OVER-SHORT-LEDGER-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       APPLY-WITHDRAWALS.
           MOVE SPACES TO HIST-DATA-REMAINS-SWITCH
               PERFORM FINISH
           END-IF.

       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT CASH-EXCEPTION-FILE
           IF CASH-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'CASH-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' CASH-EXCEPTION-FILE-STATUS
               MOVE 'CASH-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE CASH-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE SHORT-THRESHOLD TO BALANCE-EDIT
           MOVE SPACES TO CASH-EXCEPTION-LINE
           STRING 'CASH SHORTAGE EXCEPTIONS - ' DELIMITED BY SIZE
                  POSITION-DATE DELIMITED BY SIZE
                  '  THRESHOLD=' DELIMITED BY SIZE
                  BALANCE-EDIT DELIMITED BY SIZE
             INTO CASH-EXCEPTION-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF CLEDGER-CUM-SHORTAGE(LEDGER-IDX) > SHORT-THRESHOLD
                   ADD 1 TO EXCEPTION-CNT
                   MOVE CLEDGER-CUM-SHORTAGE(LEDGER-IDX)
                       TO BALANCE-EDIT
                   MOVE SPACES TO CASH-EXCEPTION-LINE
                   STRING '  ATM ' DELIMITED BY SIZE
                          CLEDGER-ATM-ID(LEDGER-IDX) DELIMITED BY SIZE
                          ' REGION ' DELIMITED BY SIZE
                          CLEDGER-REGION(LEDGER-IDX) DELIMITED BY SIZE
                          ' CUMULATIVE SHORT=' DELIMITED BY SIZE
                          BALANCE-EDIT DELIMITED BY SIZE
                          ' REFER TO BRANCH' DELIMITED BY SIZE
                     INTO CASH-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   DISPLAY '***CASHLEDG: CUMULATIVE SHORTAGE AT ATM '
                           CLEDGER-ATM-ID(LEDGER-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO CASH-EXCEPTION-LINE
           STRING 'ATMS FOR INVESTIGATION=' DELIMITED BY SIZE
                  EXCEPTION-CNT DELIMITED BY SIZE
             INTO CASH-EXCEPTION-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           CLOSE CASH-EXCEPTION-FILE.

       WRITE-EXCEPTION-LINE.
           MOVE X'0D0A' TO CASH-EXCEPTION-CRLF
           WRITE CASH-EXCEPTION-LINE
           IF CASH-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'CASH-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' CASH-EXCEPTION-FILE-STATUS
               MOVE 'CASH-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE CASH-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       REWRITE-CASH-LEDGER.
           OPEN OUTPUT CASH-LEDGER-FILE
           IF CASH-LEDGER-FILE-STATUS NOT = 0
       FINISH.
           DISPLAY 'CASHLEDG: ATMS ON LEDGER      = ' LEDGER-COUNT
           DISPLAY 'CASHLEDG: NEGATIVE BALANCES   = ' NEGATIVE-CNT
           DISPLAY 'CASHLEDG: SHORTAGE EXCEPTIONS = ' EXCEPTION-CNT
           IF (NEGATIVE-CNT > 0 OR EXCEPTION-CNT > 0) AND
              RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-TRAIL
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
           DISPLAY '***ERROR CASHLEDG: ' CATALOG-REFUSE-REASON
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
           DISPLAY '***CASHLEDG: FILE NOT READ - RUN STOPPED'
           MOVE CATALOG-FILE-NAME-WS TO LOG-FILE-NAME-WS
           MOVE 'GN' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 66 TO RETURN-CODE
           PERFORM FINISH.
       END PROGRAM CASHLEDG.
