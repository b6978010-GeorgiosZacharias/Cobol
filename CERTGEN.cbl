           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.

           SELECT CERT-SERIAL-FILE ASSIGN TO DISK
               FILE STATUS IS CERT-SERIAL-FILE-STATUS.

       FILE SECTION.
       FD  EMP-YTD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS EMP-YTD-REC.
       01  EMP-YTD-REC.
           05 EMP-YTD-AFM                  PIC X(09).
           05 EMP-YTD-TAXES                PIC 9(09)V99.
           05 EMP-YTD-EFKA                 PIC 9(09)V99.
           05 EMP-YTD-NET                  PIC 9(09)V99.
           05 EMP-YTD-BONUS                PIC 9(09)V99.
           05 EMP-YTD-BONUS-TAXES          PIC 9(09)V99.
           05 EMP-YTD-BONUS-EFKA           PIC 9(09)V99.
           05 EMP-YTD-BONUS-NET            PIC 9(09)V99.
           05 EMP-YTD-CRLF                 PIC X(02).
       01  EMP-YTD-HEADER-REC.
           05 EYH-TAG                      PIC X(03).
           05 EYH-PROGRAM                  PIC X(08).
           05 EYH-RUN-DATE                 PIC 9(08).
           05 EYH-RUN-ID                   PIC 9(06).
           05 FILLER                       PIC X(92).
           05 EYH-CRLF                     PIC X(02).
       01  EMP-YTD-TRAILER-REC.
           05 EYT-TAG                      PIC X(03).
           05 EYT-COUNT                    PIC 9(07).
           05 EYT-HASH                     PIC 9(11)V99.
           05 FILLER                       PIC X(94).
           05 EYT-CRLF                     PIC X(02).

       FD  CERT-FILE
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

       FD  CERT-SERIAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
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
       01  TOTAL-RECS-READ               PIC 9(07) VALUE 0.
               MOVE EMP-YTD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE 0 TO CATALOG-HEADER-RUN-ID
           READ EMP-YTD-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               EVALUATE TRUE
                   WHEN EMP-YTD-REC(1:3) = 'HDR'
                       IF EYH-RUN-ID IS NUMERIC
                           MOVE EYH-RUN-ID TO CATALOG-HEADER-RUN-ID
                       END-IF
                   WHEN EMP-YTD-REC(1:3) = 'TRL'
                       MOVE 'Y' TO EMPYTD-TRL-SEEN-SWITCH
                       IF EYT-COUNT IS NUMERIC
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
           END-IF
           MOVE 'EMP-YTD-FILE'    TO CATALOG-FILE-NAME-WS
           MOVE EMPYTD-READ-COUNT TO CATALOG-READ-CNT
           MOVE EMPYTD-READ-HASH  TO CATALOG-READ-HASH
           PERFORM CHECK-LATEST-GENERATION.

       LOAD-CERT-SERIAL.
           OPEN INPUT CERT-SERIAL-FILE
             INTO CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE EMP-YTD-BONUS TO CERT-AMT-EDIT
           STRING 'BONUSES AND ALLOWANCES:  ' DELIMITED BY SIZE
                  CERT-AMT-EDIT               DELIMITED BY SIZE
             INTO CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE EMP-YTD-TAXES TO CERT-AMT-EDIT
           STRING 'INCOME TAX WITHHELD:     ' DELIMITED BY SIZE
                  CERT-AMT-EDIT               DELIMITED BY SIZE
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
           DISPLAY '***ERROR CERTGEN: ' CATALOG-REFUSE-REASON
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
           DISPLAY '***CERTGEN: FILE NOT READ - RUN STOPPED'
           MOVE CATALOG-FILE-NAME-WS TO LOG-FILE-NAME-WS
           MOVE 'GN' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 66 TO RETURN-CODE
           PERFORM FINISH.
       END PROGRAM CERTGEN.
