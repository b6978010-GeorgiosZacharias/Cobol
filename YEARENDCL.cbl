
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAREND-PARM-FILE

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

       FD  EMPYTD-ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS EMPYTD-ARCHIVE-REC.
       01  EMPYTD-ARCHIVE-REC        PIC X(119).

       FD  YTD-FILE
           LABEL RECORD IS OMITTED
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
       01  EMPYTD-ARCHIVE-NAME           PIC X(40) VALUE SPACES.
       01  CLOSING-YEAR                  PIC 9(04) VALUE 0.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
               MOVE 0       TO EMP-YTD-TAXES
               MOVE 0       TO EMP-YTD-EFKA
               MOVE 0       TO EMP-YTD-NET
               MOVE 0       TO EMP-YTD-BONUS
               MOVE 0       TO EMP-YTD-BONUS-TAXES
               MOVE 0       TO EMP-YTD-BONUS-EFKA
               MOVE 0       TO EMP-YTD-BONUS-NET
               MOVE X'0D0A' TO EMP-YTD-CRLF
               WRITE EMP-YTD-REC
           END-PERFORM
           MOVE 0            TO EYT-HASH
           MOVE X'0D0A'      TO EYT-CRLF
           WRITE EMP-YTD-TRAILER-REC
           CLOSE EMP-YTD-FILE
           MOVE 'EMP-YTD-FILE' TO CATALOG-FILE-NAME-WS
           MOVE LEDGER-COUNT   TO CATALOG-RECORD-CNT
           MOVE 0              TO CATALOG-HASH-TOTAL
           PERFORM CATALOG-GENERATION.

       WRITE-OPENING-YTD.
           OPEN OUTPUT YTD-FILE
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
               MOVE 'YEARENDCL'          TO CAT-PROGRAM-NAME
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
       END PROGRAM YEARENDCL.
