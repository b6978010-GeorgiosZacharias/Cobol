
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE
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

       FD  PAYROLL-FILE
           LABEL RECORD IS OMITTED

       FD  EMP-YTD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS EMP-YTD-REC.
       01  EMP-YTD-REC.
           05 EMP-YTD-AFM            PIC X(09).
           05 EMP-YTD-TAXES          PIC 9(09)V99.
           05 EMP-YTD-EFKA           PIC 9(09)V99.
           05 EMP-YTD-NET            PIC 9(09)V99.
           05 EMP-YTD-BONUS          PIC 9(09)V99.
           05 EMP-YTD-BONUS-TAXES    PIC 9(09)V99.
           05 EMP-YTD-BONUS-EFKA     PIC 9(09)V99.
           05 EMP-YTD-BONUS-NET      PIC 9(09)V99.
           05 EMP-YTD-CRLF           PIC X(02).
       01  EMP-YTD-HEADER-REC.
           05 EYH-TAG                PIC X(03).
           05 EYH-PROGRAM            PIC X(08).
           05 EYH-RUN-DATE           PIC 9(08).
           05 EYH-RUN-ID             PIC 9(06).
           05 FILLER                 PIC X(92).
           05 EYH-CRLF               PIC X(02).
       01  EMP-YTD-TRAILER-REC.
           05 EYT-TAG                PIC X(03).
           05 EYT-COUNT              PIC 9(07).
           05 EYT-HASH               PIC 9(11)V99.
           05 FILLER                 PIC X(94).
           05 EYT-CRLF               PIC X(02).

       FD  REPAY-QUEUE-FILE
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
       01  CATALOG-HEADER-RUN-ID         PIC 9(06) VALUE 0.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  EFT-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
              10 LEDGER-TAXES            PIC 9(09)V99 COMP-3.
              10 LEDGER-EFKA             PIC 9(09)V99 COMP-3.
              10 LEDGER-NET              PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS            PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-TAXES      PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-EFKA       PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-NET        PIC 9(09)V99 COMP-3.
       01  LEDGER-IDX                    PIC 9(05) VALUE 0.
       01  LEDGER-FOUND-IDX              PIC 9(05) VALUE 0.
       01  RETURNS-READ                  PIC 9(07) VALUE 0.
               MOVE EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE 0 TO CATALOG-READ-CNT
           MOVE 0 TO CATALOG-READ-HASH
           MOVE 0 TO CATALOG-HEADER-RUN-ID
           READ EFT-FILE
               AT END MOVE 'NO' TO EFT-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-EFT-DATA
               IF EFT-LINE(1:3) = 'HDR' AND
                  EFT-HDR-BATCH-REF IS NUMERIC
                   MOVE EFT-HDR-BATCH-REF TO CATALOG-HEADER-RUN-ID
               END-IF
               IF EFT-LINE(1:3) NOT = 'HDR' AND
                  EFT-LINE(1:3) NOT = 'TRL'
                   ADD 1 TO CATALOG-READ-CNT
                   IF EFT-NET-AMOUNT IS NUMERIC
                       ADD EFT-NET-AMOUNT TO CATALOG-READ-HASH
                   END-IF
                   IF EFT-COUNT < MAX-ENTRIES
                       ADD 1 TO EFT-COUNT
                       MOVE EFT-AFM TO EFT-TBL-AFM(EFT-COUNT)
               END-READ
           END-PERFORM
           CLOSE EFT-FILE
           MOVE EFT-FILE-NAME TO CATALOG-FILE-NAME-WS
           PERFORM CHECK-LATEST-GENERATION
           DISPLAY 'EFTRET: EFT DETAIL RECORDS LOADED = ' EFT-COUNT.

       LOAD-PAYROLL-INPUT.
               MOVE EMP-YTD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE 0 TO CATALOG-HEADER-RUN-ID
           READ EMP-YTD-FILE
               AT END MOVE 'NO' TO LEDGER-DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-LEDGER-DATA
               EVALUATE TRUE
                   WHEN EMP-YTD-REC(1:3) = 'HDR'
                       IF EYH-RUN-ID IS NUMERIC
                           MOVE EYH-RUN-ID TO CATALOG-HEADER-RUN-ID
                       END-IF
                   WHEN EMP-YTD-REC(1:3) = 'TRL'
                       MOVE 'Y' TO EMPYTD-TRL-SEEN-SWITCH
                       IF EYT-COUNT IS NUMERIC
                           TO LEDGER-EFKA(LEDGER-COUNT)
                       MOVE EMP-YTD-NET
                           TO LEDGER-NET(LEDGER-COUNT)
                       MOVE EMP-YTD-BONUS
                           TO LEDGER-BONUS(LEDGER-COUNT)
                       MOVE EMP-YTD-BONUS-TAXES
                           TO LEDGER-BONUS-TAXES(LEDGER-COUNT)
                       MOVE EMP-YTD-BONUS-EFKA
                           TO LEDGER-BONUS-EFKA(LEDGER-COUNT)
                       MOVE EMP-YTD-BONUS-NET
                           TO LEDGER-BONUS-NET(LEDGER-COUNT)
                       ADD EMP-YTD-NET TO EMPYTD-READ-HASH
                   WHEN OTHER
                       DISPLAY '***ERROR EFTRET: YTD LEDGER TABLE '
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
           END-IF
           MOVE 'EMP-YTD-FILE'    TO CATALOG-FILE-NAME-WS
           MOVE EMPYTD-READ-COUNT TO CATALOG-READ-CNT
           MOVE EMPYTD-READ-HASH  TO CATALOG-READ-HASH
           PERFORM CHECK-LATEST-GENERATION.

       PROCESS-RETURNS.
           OPEN INPUT BANK-RETURN-FILE
               ELSE
                   MOVE 0 TO LEDGER-NET(LEDGER-FOUND-IDX)
               END-IF
               IF LEDGER-BONUS-NET(LEDGER-FOUND-IDX) >
                  LEDGER-NET(LEDGER-FOUND-IDX)
                   MOVE LEDGER-NET(LEDGER-FOUND-IDX)
                       TO LEDGER-BONUS-NET(LEDGER-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-REPAY-QUEUE-RECORD.
                   MOVE LEDGER-TAXES(LEDGER-IDX)  TO EMP-YTD-TAXES
                   MOVE LEDGER-EFKA(LEDGER-IDX)   TO EMP-YTD-EFKA
                   MOVE LEDGER-NET(LEDGER-IDX)    TO EMP-YTD-NET
                   MOVE LEDGER-BONUS(LEDGER-IDX)  TO EMP-YTD-BONUS
                   MOVE LEDGER-BONUS-TAXES(LEDGER-IDX)
                       TO EMP-YTD-BONUS-TAXES
                   MOVE LEDGER-BONUS-EFKA(LEDGER-IDX)
                       TO EMP-YTD-BONUS-EFKA
                   MOVE LEDGER-BONUS-NET(LEDGER-IDX)
                       TO EMP-YTD-BONUS-NET
                   MOVE X'0D0A'                   TO EMP-YTD-CRLF
                   WRITE EMP-YTD-REC
                   ADD 1 TO EMPYTD-WRITE-COUNT
               MOVE X'0D0A'            TO EYT-CRLF
               WRITE EMP-YTD-TRAILER-REC
               CLOSE EMP-YTD-FILE
               MOVE 'EMP-YTD-FILE'     TO CATALOG-FILE-NAME-WS
               MOVE EMPYTD-WRITE-COUNT TO CATALOG-RECORD-CNT
               MOVE EMPYTD-WRITE-HASH  TO CATALOG-HASH-TOTAL
               PERFORM CATALOG-GENERATION
           END-IF.

       FINISH.
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
               MOVE 'EFTRET'             TO CAT-PROGRAM-NAME
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

       CHECK-LATEST-GENERATION.
           PERFORM LOAD-RUN-ID
           PERFORM FIND-CATALOG-GENERATION
           MOVE SPACES TO CATALOG-REFUSE-REASON
           EVALUATE TRUE
               WHEN NOT CATALOG-ENTRY-FOUND
                   MOVE 'FILE HAS NO ENTRY IN THE FILE CATALOG'
                       TO CATALOG-REFUSE-REASON
               WHEN CATALOG-HEADER-RUN-ID NOT = CATALOG-RUN-ID
                   MOVE 'FILE IS NOT THE LATEST CATALOGUED RUN'
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
           DISPLAY '***ERROR EFTRET: ' CATALOG-REFUSE-REASON
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
           DISPLAY '***EFTRET: FILE NOT READ - RUN STOPPED'
           MOVE CATALOG-FILE-NAME-WS TO LOG-FILE-NAME-WS
           MOVE 'GN' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 66 TO RETURN-CODE
           PERFORM FINISH.
       END PROGRAM EFTRET.
