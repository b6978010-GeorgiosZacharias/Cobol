
           SELECT TIMING-FILE ASSIGN TO DISK
               FILE STATUS IS TIMING-FILE-STATUS.

           SELECT WINDOW-LOCK-FILE ASSIGN TO DISK
               FILE STATUS IS WINDOW-LOCK-FILE-STATUS.

           SELECT MAINT-OVERRIDE-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS MAINT-OVERRIDE-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           05 TIMING-RETURN-CODE     PIC 9(03).
           05 TIMING-CRLF            PIC X(02).

       FD  WINDOW-LOCK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS WINDOW-LOCK-REC.
       01  WINDOW-LOCK-REC.
           05 LOCK-STATE             PIC X(01).
              88 LOCK-IS-ACTIVE        VALUE 'A'.
           05 LOCK-RUN-ID            PIC 9(06).
           05 LOCK-SET-DATE          PIC 9(08).
           05 LOCK-SET-TIME          PIC 9(06).
           05 LOCK-CLEAR-DATE        PIC 9(08).
           05 LOCK-CLEAR-TIME        PIC 9(06).
           05 LOCK-CRLF              PIC X(02).

       FD  MAINT-OVERRIDE-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS MAINT-OVERRIDE-LOG-REC.
       01  MAINT-OVERRIDE-LOG-REC.
           05 OVRLOG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(02).
           05 OVRLOG-RUN-TIME        PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OVRLOG-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02).
           05 OVRLOG-OPERATOR-ID     PIC X(08).
           05 FILLER                 PIC X(02).
           05 OVRLOG-LOCK-RUN-ID     PIC 9(06).
           05 FILLER                 PIC X(02).
           05 OVRLOG-REASON          PIC X(40).
           05 OVRLOG-CRLF            PIC X(02).

       WORKING-STORAGE SECTION.
       01  TIMING-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  TIMING-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
       01  TSTEP-AVG-SECS                PIC 9(06) VALUE 0.
       01  TSTEP-SLOW-LIMIT              PIC 9(08) VALUE 0.
       01  SLOW-STEP-CNT                 PIC 9(02) VALUE 0.
       01  WINDOW-LOCK-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  MAINT-OVERRIDE-LOG-FILE-STATUS PIC 9(02) VALUE ZERO.
       01  WINDOW-LOCK-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88 WINDOW-LOCK-FOUND            VALUE 'Y'.
       01  WINDOW-LOCK-RUN-ID            PIC 9(06) VALUE 0.
       01  OVERRIDE-CNT                  PIC 9(03) VALUE 0.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  RECON-REPORT-FILE-STATUS      PIC 9(02) VALUE ZERO.
           PERFORM REPORT-ERRLOG-LINES
           PERFORM REPORT-RECON-VERDICT
           PERFORM REPORT-STEP-TIMINGS
           PERFORM REPORT-LOCK-OVERRIDES
           PERFORM WRITE-BANNER
           PERFORM FINISH.

               END-IF
           END-IF.

       REPORT-LOCK-OVERRIDES.
           OPEN INPUT WINDOW-LOCK-FILE
           IF WINDOW-LOCK-FILE-STATUS = 0
               READ WINDOW-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-RUN-ID IS NUMERIC
                           MOVE 'Y' TO WINDOW-LOCK-FOUND-SWITCH
                           MOVE LOCK-RUN-ID TO WINDOW-LOCK-RUN-ID
                       END-IF
               END-READ
               CLOSE WINDOW-LOCK-FILE
           END-IF
           IF NOT WINDOW-LOCK-FOUND
               MOVE SPACES TO STATUS-REPORT-LINE
               MOVE 'NO WINDOW LOCK ON FILE - OVERRIDES NOT CHECKED'
                   TO STATUS-REPORT-TEXT
               PERFORM WRITE-STATUS-LINE
           ELSE
               PERFORM REPORT-OVERRIDE-LOG
           END-IF.

       REPORT-OVERRIDE-LOG.
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT MAINT-OVERRIDE-LOG-FILE
           IF MAINT-OVERRIDE-LOG-FILE-STATUS = 0
               READ MAINT-OVERRIDE-LOG-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-DATA
                   IF OVRLOG-LOCK-RUN-ID = WINDOW-LOCK-RUN-ID
                       ADD 1 TO OVERRIDE-CNT
                       MOVE 'Y' TO ATTENTION-SWITCH
                       MOVE SPACES TO STATUS-REPORT-LINE
                       STRING 'LOCK OVERRIDE: '   DELIMITED BY SIZE
                              OVRLOG-PROGRAM-NAME DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OVRLOG-OPERATOR-ID  DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OVRLOG-RUN-DATE     DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OVRLOG-RUN-TIME     DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OVRLOG-REASON       DELIMITED BY SIZE
                         INTO STATUS-REPORT-TEXT
                       PERFORM WRITE-STATUS-LINE
                   END-IF
                   READ MAINT-OVERRIDE-LOG-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE MAINT-OVERRIDE-LOG-FILE
           END-IF
           IF OVERRIDE-CNT = 0
               MOVE SPACES TO STATUS-REPORT-LINE
               MOVE 'NO MAINTENANCE LOCK OVERRIDES DURING THE WINDOW'
                   TO STATUS-REPORT-TEXT
               PERFORM WRITE-STATUS-LINE
           END-IF.

       WRITE-BANNER.
           MOVE SPACES TO STATUS-REPORT-LINE
           MOVE ALL '=' TO STATUS-REPORT-TEXT
