           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.

           SELECT OPEN-BREAKS-FILE ASSIGN TO DISK
               FILE STATUS IS OPEN-BREAKS-FILE-STATUS.

           SELECT RECON-RULES-FILE ASSIGN TO DISK
               FILE STATUS IS RECON-RULES-FILE-STATUS.

           SELECT ALERT-OUTBOX-FILE ASSIGN TO DISK
               FILE STATUS IS ALERT-OUTBOX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FILE
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

       FD  OPEN-BREAKS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 26 CHARACTERS
           05 RULE-REC-CRIT-PCT      PIC 9(03)V99.
           05 RULE-REC-CRLF          PIC X(02).

       FD  ALERT-OUTBOX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS ALERT-OUTBOX-REC.
       01  ALERT-OUTBOX-REC.
           05 OUTBOX-SEVERITY        PIC X(08).
           05 FILLER                 PIC X(02).
           05 OUTBOX-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-DATE        PIC X(08).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-TIME        PIC X(06).
           05 FILLER                 PIC X(02).
           05 OUTBOX-RUN-ID          PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OUTBOX-MESSAGE         PIC X(60).
           05 OUTBOX-CRLF            PIC X(02).

       WORKING-STORAGE SECTION.
       01  OPEN-BREAKS-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  OBRK-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
       01  ERROR-LOG-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS               PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS             PIC X(02) VALUE SPACES.
       01  FILE-CATALOG-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS           PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT             PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
       01  CATALOG-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-CATALOG               VALUE 'NO'.
       01  CATALOG-ENTRY-CNT              PIC 9(05) VALUE 0.
       01  CATALOG-READ-CNT               PIC 9(09) VALUE 0.
       01  CATALOG-READ-HASH              PIC 9(15)V99 VALUE 0.
       01  CATALOG-REFUSE-REASON          PIC X(40) VALUE SPACES.
       01  DATA-REMAINS-SWITCH            PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                  VALUE 'NO'.
       01  MAX-RECON-DATES                PIC 9(03) VALUE 400.
       01  ABS-VARIANCE-PCT               PIC 9(04)V99 VALUE 0.
       01  DATES-WARNING                  PIC 9(03) VALUE 0.
       01  DATES-CRITICAL                 PIC 9(03) VALUE 0.
       01  ALERT-OUTBOX-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ALERT-SEVERITY-WS              PIC X(08) VALUE SPACES.
       01  ALERT-MESSAGE-WS               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-WS
           PERFORM VERIFY-RECON-GENERATION
               THRU VERIFY-RECON-GENERATION-EXIT
           PERFORM OPEN-FILES
           PERFORM LOAD-TOLERANCE-PARMS
           PERFORM LOAD-RECON-RULES
                       DISPLAY '***RECONCILE: BREAK OPEN OVER 5 '
                               'DAYS - DATE '
                               OBRK-TBL-DATE(OBRK-IDX)
                       MOVE 'WARNING' TO ALERT-SEVERITY-WS
                       MOVE SPACES TO ALERT-MESSAGE-WS
                       STRING 'RECON BREAK OPEN OVER 5 DAYS - DATE '
                                  DELIMITED BY SIZE
                              OBRK-TBL-DATE(OBRK-IDX)
                                  DELIMITED BY SIZE
                         INTO ALERT-MESSAGE-WS
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-PERFORM
               CLOSE RECON-RULES-FILE
           END-IF
           IF RULE-COUNT = 0
               MOVE 2 TO RULE-COUNT
               MOVE 'PAYROLLS'          TO RULE-PROG-A(1)
               MOVE 'ATMTRANS'          TO RULE-PROG-B(1)
               MOVE WARN-ABS-TOLERANCE  TO RULE-WARN-ABS(1)
               MOVE WARN-PCT-TOLERANCE  TO RULE-WARN-PCT(1)
               MOVE CRIT-ABS-TOLERANCE  TO RULE-CRIT-ABS(1)
               MOVE CRIT-PCT-TOLERANCE  TO RULE-CRIT-PCT(1)
               MOVE 'ATMSETTLE'         TO RULE-PROG-A(2)
               MOVE 'GL-SETTLE'         TO RULE-PROG-B(2)
               MOVE WARN-ABS-TOLERANCE  TO RULE-WARN-ABS(2)
               MOVE WARN-PCT-TOLERANCE  TO RULE-WARN-PCT(2)
               MOVE CRIT-ABS-TOLERANCE  TO RULE-CRIT-ABS(2)
               MOVE CRIT-PCT-TOLERANCE  TO RULE-CRIT-PCT(2)
           END-IF
           DISPLAY 'RECONCILE: MATCH RULES IN FORCE = ' RULE-COUNT.

               WHEN 2
                   MOVE 'CRITICAL' TO BREAK-SEVERITY-WS
                   PERFORM CARRY-FORWARD-BREAK
                   MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
                   MOVE SPACES TO ALERT-MESSAGE-WS
                   STRING 'CRITICAL RECON BREAK FOR RUN DATE '
                              DELIMITED BY SIZE
                          RDT-DATE(RDT-IDX) DELIMITED BY SIZE
                     INTO ALERT-MESSAGE-WS
                   PERFORM RAISE-ALERT
           END-EVALUATE.

       EVALUATE-ONE-RULE.
               CLOSE ERROR-LOG-FILE
           END-IF.

       RAISE-ALERT.
           PERFORM LOAD-RUN-ID
           OPEN EXTEND ALERT-OUTBOX-FILE
           IF ALERT-OUTBOX-FILE-STATUS = 35
               OPEN OUTPUT ALERT-OUTBOX-FILE
           END-IF
           IF ALERT-OUTBOX-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: ALERT-OUTBOX-FILE'
               DISPLAY 'STATUS-CODE=' ALERT-OUTBOX-FILE-STATUS
           ELSE
               MOVE SPACES             TO ALERT-OUTBOX-REC
               MOVE ALERT-SEVERITY-WS  TO OUTBOX-SEVERITY
               MOVE 'RECONCILE'        TO OUTBOX-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO OUTBOX-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO OUTBOX-RUN-TIME
               MOVE BATCH-RUN-ID       TO OUTBOX-RUN-ID
               MOVE ALERT-MESSAGE-WS   TO OUTBOX-MESSAGE
               MOVE X'0D0A'            TO OUTBOX-CRLF
               WRITE ALERT-OUTBOX-REC
               CLOSE ALERT-OUTBOX-FILE
           END-IF.

       VERIFY-RECON-GENERATION.
      *    ONLY THIS RUN'S SHARE OF THE SHARED RECON-FILE CAN BE PROVEN
           PERFORM LOAD-RUN-ID
           MOVE 0 TO CATALOG-ENTRY-CNT
           MOVE 0 TO CATALOG-RECORD-CNT
           MOVE 0 TO CATALOG-HASH-TOTAL
           MOVE 0 TO CATALOG-READ-CNT
           MOVE 0 TO CATALOG-READ-HASH
           MOVE SPACES TO CATALOG-REMAINS-SWITCH
           OPEN INPUT RECON-FILE
           IF RECON-FILE-STATUS NOT = 0
               GO TO VERIFY-RECON-GENERATION-EXIT
           END-IF
           MOVE SPACES TO DATA-REMAINS-SWITCH
           READ RECON-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               IF RECON-RUN-ID IS NUMERIC
                  AND BATCH-RUN-ID NOT = 0
                  AND RECON-RUN-ID = BATCH-RUN-ID
                   ADD 1 TO CATALOG-READ-CNT
                   IF RECON-AMOUNT IS NUMERIC
                       ADD RECON-AMOUNT TO CATALOG-READ-HASH
                   END-IF
               END-IF
               READ RECON-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE RECON-FILE
           MOVE SPACES TO DATA-REMAINS-SWITCH

           OPEN INPUT FILE-CATALOG-FILE
           IF FILE-CATALOG-FILE-STATUS = 0
               READ FILE-CATALOG-FILE
                   AT END MOVE 'NO' TO CATALOG-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CATALOG
                   IF CAT-FILE-NAME = 'RECON-FILE'
                       IF (BATCH-RUN-ID NOT = 0
                           AND CAT-RUN-ID = BATCH-RUN-ID)
                       OR (BATCH-RUN-ID = 0
                           AND CAT-RUN-DATE = TODAY-DATE-WS)
                           ADD 1 TO CATALOG-ENTRY-CNT
                           ADD CAT-RECORD-CNT TO CATALOG-RECORD-CNT
                           ADD CAT-HASH-TOTAL TO CATALOG-HASH-TOTAL
                       END-IF
                   END-IF
                   READ FILE-CATALOG-FILE
                       AT END MOVE 'NO' TO CATALOG-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FILE-CATALOG-FILE
           END-IF

           MOVE SPACES TO CATALOG-REFUSE-REASON
           EVALUATE TRUE
               WHEN CATALOG-ENTRY-CNT = 0
                   MOVE 'NO RECON-FILE ENTRY CATALOGUED THIS RUN'
                       TO CATALOG-REFUSE-REASON
               WHEN BATCH-RUN-ID = 0
                   CONTINUE
               WHEN CATALOG-READ-CNT NOT = CATALOG-RECORD-CNT
                 OR CATALOG-READ-HASH NOT = CATALOG-HASH-TOTAL
                   MOVE 'FILE DOES NOT MATCH ITS CATALOG TOTALS'
                       TO CATALOG-REFUSE-REASON
           END-EVALUATE
           IF CATALOG-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-GENERATION
           END-IF.
       VERIFY-RECON-GENERATION-EXIT.
           EXIT.

       REFUSE-GENERATION.
           DISPLAY '***ERROR RECONCILE: ' CATALOG-REFUSE-REASON
           DISPLAY '   FILE        : RECON-FILE'
           DISPLAY '   THIS RUN    : ' BATCH-RUN-ID
           DISPLAY '   CATALOGUED  : ENTRIES ' CATALOG-ENTRY-CNT
                   ' RECORDS ' CATALOG-RECORD-CNT
                   ' HASH ' CATALOG-HASH-TOTAL
           DISPLAY '   ON DISK     : RECORDS ' CATALOG-READ-CNT
                   ' HASH ' CATALOG-READ-HASH
           DISPLAY '***RECONCILE: FILE NOT READ - RUN STOPPED'
           MOVE 'RECON-FILE' TO LOG-FILE-NAME-WS
           MOVE 'GN' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 'CRITICAL' TO ALERT-SEVERITY-WS
           MOVE SPACES TO ALERT-MESSAGE-WS
           STRING 'RECON-FILE NOT FROM THIS RUN - RECONCILIATION '
                  'NOT RUN' DELIMITED BY SIZE
               INTO ALERT-MESSAGE-WS
           PERFORM RAISE-ALERT
           MOVE 66 TO RETURN-CODE
           STOP RUN.

       FINISH.
           CLOSE RECON-FILE
                 RECON-REPORT-FILE
           STOP RUN.


       END PROGRAM RECONCILE.
