
           SELECT REVENUE-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS REVENUE-REPORT-FILE-STATUS.

           SELECT FACULTY-REF-FILE ASSIGN TO DISK
             FILE STATUS IS FACULTY-REF-FILE-STATUS.

           SELECT RATIO-TARGET-FILE ASSIGN TO DISK
             FILE STATUS IS RATIO-TARGET-FILE-STATUS.

           SELECT FACULTY-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS FACULTY-REPORT-FILE-STATUS.

           SELECT MELT-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS MELT-REPORT-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  UNIVTHESS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS UNIVTHESS-IN.
       01  UNIVTHESS-IN.
           05  UNIVTHESS-NAME              PIC X(40).
           05  UNIVTHESS-MAJOR             PIC X(23).
           05  UNIVTHESS-YEAR              PIC X(22).
           05  UNIVTHESS-STUDENTS          PIC 9(3).
      *    O OR BLANK = TERM OPENING, C = CENSUS DATE, E = END OF TERM
           05  UNIVTHESS-SNAPSHOT          PIC X(01).
               88  SNAPSHOT-IS-VALID       VALUES 'O' 'C' 'E' ' '.
           05  UNIVTHESS-CRLF              PIC X(02).

       FD  TOTALS-FILE

       FD  ENROLL-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS ENROLL-HISTORY-REC.
       01  ENROLL-HISTORY-REC.
           05 EHIST-UNIV             PIC X(14).
           05 EHIST-YEAR-IDX         PIC 9(02).
           05 EHIST-RUN-YEAR         PIC 9(04).
           05 EHIST-STUDENTS         PIC 9(06).
           05 EHIST-SNAPSHOT         PIC X(01).
           05 EHIST-CRLF             PIC X(02).

       FD  COHORT-REPORT-FILE
           05 REVENUE-REPORT-TEXT    PIC X(98).
           05 REVENUE-REPORT-CRLF    PIC X(02).

       FD  FACULTY-REF-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS FACULTY-REF-REC.
       01  FACULTY-REF-REC.
           05 FAC-REF-UNIV           PIC X(14).
           05 FAC-REF-DEPT           PIC X(22).
           05 FAC-REF-TYPE           PIC X(02).
           05 FAC-REF-FTE            PIC 9(04)V99.
           05 FAC-REF-CRLF           PIC X(02).

       FD  RATIO-TARGET-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RATIO-TARGET-REC.
       01  RATIO-TARGET-REC.
           05 RATIO-TGT-TYPE         PIC X(02).
           05 RATIO-TGT-RATIO        PIC 9(03)V9.
           05 RATIO-TGT-CRLF         PIC X(02).

       FD  MELT-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MELT-REPORT-LINE.
       01  MELT-REPORT-LINE.
           05 MELT-REPORT-TEXT       PIC X(98).
           05 MELT-REPORT-CRLF       PIC X(02).

       FD  FACULTY-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FACULTY-REPORT-LINE.
       01  FACULTY-REPORT-LINE.
           05 FACULTY-REPORT-TEXT    PIC X(98).
           05 FACULTY-REPORT-CRLF    PIC X(02).

       WORKING-STORAGE SECTION.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
              10 EH-YEAR-IDX       PIC 9(02).
              10 EH-RUN-YEAR       PIC 9(04).
              10 EH-CNT            PIC 9(06).
              10 EH-SNAPSHOT       PIC X(01).
              10 EH-RANK           PIC 9(01).
              10 EH-EFFECTIVE      PIC X(01).
       01  EH-IDX                  PIC 9(04) VALUE 0.
       01  EH-IDX2                 PIC 9(04) VALUE 0.
       01  EH-FOUND-IDX            PIC 9(04) VALUE 0.
       01  UNIV-REVENUE            PIC 9(12)V99 VALUE 0.
       01  UNIV-PROJ-REVENUE       PIC 9(12)V99 VALUE 0.
       01  REVENUE-EDIT            PIC ZZZZZZZZZZ9.99.
       01  FACULTY-REF-FILE-STATUS PIC 99 VALUE 0.
       01  RATIO-TARGET-FILE-STATUS PIC 99 VALUE 0.
       01  FACULTY-REPORT-FILE-STATUS PIC 99 VALUE 0.
       01  FAC-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-FAC          VALUE 'NO'.
       01  TGT-REMAINS-SWITCH      PIC X(02) VALUE SPACES.
           88 NO-MORE-TGT          VALUE 'NO'.
       01  MAX-FACULTY             PIC 9(03) VALUE 150.
       01  FAC-COUNT               PIC 9(03) VALUE 0.
       01  FACULTY-TABLE.
           05 FAC-ENTRY OCCURS 150 TIMES.
              10 FAC-TBL-UNIV      PIC X(14).
              10 FAC-TBL-DEPT      PIC X(22).
              10 FAC-TBL-TYPE      PIC X(02).
              10 FAC-TBL-FTE       PIC 9(04)V99.
       01  FAC-IDX                 PIC 9(03) VALUE 0.
       01  FAC-FOUND-IDX           PIC 9(03) VALUE 0.
       01  MAX-RATIO-TARGET        PIC 9(02) VALUE 20.
       01  TGT-COUNT               PIC 9(02) VALUE 0.
       01  RATIO-TARGET-TABLE.
           05 TGT-ENTRY OCCURS 20 TIMES.
              10 TGT-TBL-TYPE      PIC X(02).
              10 TGT-TBL-RATIO     PIC 9(03)V9.
       01  TGT-IDX                 PIC 9(02) VALUE 0.
       01  DEFAULT-TARGET-RATIO    PIC 9(03)V9 VALUE 20.0.
       01  FAC-TARGET-RATIO        PIC 9(03)V9 VALUE 0.
       01  FAC-STUDENTS            PIC 9(07) VALUE 0.
       01  FAC-RATIO               PIC 9(07)V9 VALUE 0.
       01  FAC-REQUIRED-FTE        PIC 9(06)V99 VALUE 0.
       01  FAC-EXTRA-FTE           PIC 9(06)V99 VALUE 0.
       01  FAC-PERIOD-LABEL        PIC X(09) VALUE SPACES.
       01  FAC-FLAG                PIC X(04) VALUE SPACES.
       01  FAC-OVER-CNT            PIC 9(04) VALUE 0.
       01  FAC-PROJ-OVER-CNT       PIC 9(04) VALUE 0.
       01  FAC-NO-DATA-CNT         PIC 9(04) VALUE 0.
       01  UNIV-FTE                PIC 9(06)V99 VALUE 0.
       01  UNIV-EXTRA-FTE          PIC 9(06)V99 VALUE 0.
       01  UNIV-PROJ-EXTRA-FTE     PIC 9(06)V99 VALUE 0.
       01  FAC-STUDENTS-EDIT       PIC ZZZZZZ9.
       01  FAC-FTE-EDIT            PIC ZZZZZ9.99.
       01  FAC-RATIO-EDIT          PIC ZZZZZZ9.9.
       01  FAC-TARGET-EDIT         PIC ZZ9.9.
       01  FAC-EXTRA-EDIT          PIC ZZZZZ9.99.
       01  MELT-REPORT-FILE-STATUS PIC 99 VALUE 0.
       01  SNAPSHOT-CODE-LIST      PIC X(03) VALUE 'OCE'.
       01  SNAPSHOT-CODES REDEFINES SNAPSHOT-CODE-LIST.
           05 SNAPSHOT-CODE OCCURS 3 TIMES PIC X(01).
       01  SNAP-IDX                PIC 9(01) VALUE 0.
       01  SNAP-BEST-RANK          PIC 9(01) VALUE 0.
       01  SNAPSHOT-TABLE.
           05 SNAP-UNIV OCCURS 15 TIMES.
              10 SNAP-DEPT OCCURS 10 TIMES.
                 15 SNAP-YEAR OCCURS 8 TIMES.
                    20 SNAP-CNT OCCURS 3 TIMES PIC 9(06) VALUE 0.
                    20 SNAP-SEEN OCCURS 3 TIMES PIC X(01) VALUE 'N'.
       01  SNAP-FIGURES.
           05 SNAP-FIG OCCURS 3 TIMES PIC 9(06).
           05 SNAP-FOUND OCCURS 3 TIMES PIC X(01).
       01  MELT-OPENING            PIC 9(07) VALUE 0.
       01  MELT-CENSUS             PIC 9(07) VALUE 0.
       01  MELT-END-TERM           PIC 9(07) VALUE 0.
       01  MELT-CHANGE             PIC S9(07) VALUE 0.
       01  MELT-PCT                PIC S9(03)V99 VALUE 0.
       01  MELT-CENSUS-SWITCH      PIC X(01) VALUE 'N'.
           88 MELT-HAS-CENSUS      VALUE 'Y'.
       01  MELT-END-TERM-SWITCH    PIC X(01) VALUE 'N'.
           88 MELT-HAS-END-TERM    VALUE 'Y'.
       01  MELT-DEPT-CNT           PIC 9(04) VALUE 0.
       01  MELT-NO-CENSUS-CNT      PIC 9(04) VALUE 0.
       01  MELT-COUNT-EDIT         PIC ZZZZZZ9.
       01  MELT-CENSUS-EDIT        PIC ZZZZZZ9.
       01  MELT-END-TERM-EDIT      PIC ZZZZZZ9.
       01  MELT-CHANGE-EDIT        PIC +++++++9.
       01  MELT-PCT-EDIT           PIC +++9.99.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           READ UNIVTHESS-FILE
            AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           PERFORM PROCESS-FILE.
           PERFORM LOAD-ENROLL-HISTORY.
           PERFORM MERGE-CURRENT-ENROLLMENT.
           PERFORM RESOLVE-EFFECTIVE-ENROLLMENT.
           PERFORM BUILD-CROSS-DEPT-TOTALS.
           PERFORM WRITE-TOTALS-REPORT.
           PERFORM WRITE-CROSS-DEPT-REPORT.
           PERFORM WRITE-COHORT-REPORT
               THRU WRITE-COHORT-REPORT-EXIT.
           PERFORM WRITE-MELT-REPORT
               THRU WRITE-MELT-REPORT-EXIT.
           PERFORM WRITE-OVERSUB-REPORT
               THRU WRITE-OVERSUB-REPORT-EXIT.
           PERFORM WRITE-REVENUE-REPORT
               THRU WRITE-REVENUE-REPORT-EXIT.
           PERFORM WRITE-FACULTY-REPORT
               THRU WRITE-FACULTY-REPORT-EXIT.
           PERFORM REWRITE-ENROLL-HISTORY.
           PERFORM FINISH.
      *=================================================================
           PERFORM FIND-DEPT-INDEX THRU FIND-DEPT-INDEX-EXIT
           PERFORM FIND-YEAR-INDEX
           IF IDX NOT = 99 AND IDJ NOT = 99 AND IDK NOT = 99
               EVALUATE UNIVTHESS-SNAPSHOT
                   WHEN 'C'
                       MOVE 2 TO SNAP-IDX
                   WHEN 'E'
                       MOVE 3 TO SNAP-IDX
                   WHEN OTHER
                       MOVE 1 TO SNAP-IDX
               END-EVALUATE
               ADD UNIVTHESS-STUDENTS
                   TO SNAP-CNT(IDX, IDJ, IDK, SNAP-IDX)
               MOVE 'Y' TO SNAP-SEEN(IDX, IDJ, IDK, SNAP-IDX)
           ELSE
               EVALUATE TRUE
                   WHEN IDX = 99
               WHEN UNIVTHESS-YEAR = SPACES
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'YEAR BLANK' TO REJECT-REASON-WS
               WHEN NOT SNAPSHOT-IS-VALID
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'SNAPSHOT TYPE INVALID' TO REJECT-REASON-WS
               WHEN UNIVTHESS-STUDENTS IS NOT NUMERIC
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE 'STUDENT COUNT NOT NUMERIC'
                       MOVE EHIST-YEAR-IDX TO EH-YEAR-IDX(EH-COUNT)
                       MOVE EHIST-RUN-YEAR TO EH-RUN-YEAR(EH-COUNT)
                       MOVE EHIST-STUDENTS TO EH-CNT(EH-COUNT)
                       IF EHIST-SNAPSHOT = SPACE
                           MOVE 'O' TO EH-SNAPSHOT(EH-COUNT)
                       ELSE
                           MOVE EHIST-SNAPSHOT TO EH-SNAPSHOT(EH-COUNT)
                       END-IF
                       PERFORM SET-HISTORY-RANK
                   END-IF
                   READ ENROLL-HISTORY-FILE
                       AT END MOVE 'NO' TO EHIST-REMAINS-SWITCH
                       UNTIL IDJ > DEPT-COUNT(IDX)
                   PERFORM VARYING IDK FROM 1 BY 1
                           UNTIL IDK > YEAR-LABEL-COUNT
                       PERFORM VARYING SNAP-IDX FROM 1 BY 1
                               UNTIL SNAP-IDX > 3
                           IF SNAP-SEEN(IDX, IDJ, IDK, SNAP-IDX) = 'Y'
                               PERFORM POST-ENROLL-HISTORY
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
               IF EH-UNIV(EH-IDX) = UNIV(IDX) AND
                  EH-DEPT(EH-IDX) = DEPART(IDX, IDJ) AND
                  EH-YEAR-IDX(EH-IDX) = IDK AND
                  EH-RUN-YEAR(EH-IDX) = RUN-YEAR-WS AND
                  EH-SNAPSHOT(EH-IDX) = SNAPSHOT-CODE(SNAP-IDX)
                   MOVE EH-IDX TO EH-FOUND-IDX
               END-IF
           END-PERFORM
           IF EH-FOUND-IDX > 0
               MOVE SNAP-CNT(IDX, IDJ, IDK, SNAP-IDX)
                   TO EH-CNT(EH-FOUND-IDX)
           ELSE
               IF EH-COUNT < MAX-EHIST
                   ADD 1 TO EH-COUNT
                   MOVE DEPART(IDX, IDJ) TO EH-DEPT(EH-COUNT)
                   MOVE IDK              TO EH-YEAR-IDX(EH-COUNT)
                   MOVE RUN-YEAR-WS      TO EH-RUN-YEAR(EH-COUNT)
                   MOVE SNAP-CNT(IDX, IDJ, IDK, SNAP-IDX)
                       TO EH-CNT(EH-COUNT)
                   MOVE SNAPSHOT-CODE(SNAP-IDX)
                       TO EH-SNAPSHOT(EH-COUNT)
                   PERFORM SET-HISTORY-RANK
               ELSE
                   DISPLAY '***WARNING: ENROLLMENT HISTORY TABLE '
                           'FULL - ROW NOT KEPT'
               END-IF
           END-IF.

      *    CENSUS OUTRANKS OPENING, END OF TERM COUNTS LAST
       SET-HISTORY-RANK.
           EVALUATE EH-SNAPSHOT(EH-COUNT)
               WHEN 'C'
                   MOVE 1 TO EH-RANK(EH-COUNT)
               WHEN 'E'
                   MOVE 3 TO EH-RANK(EH-COUNT)
               WHEN OTHER
                   MOVE 2 TO EH-RANK(EH-COUNT)
           END-EVALUATE.

       RESOLVE-EFFECTIVE-ENROLLMENT.
           PERFORM VARYING EH-IDX2 FROM 1 BY 1
                   UNTIL EH-IDX2 > EH-COUNT
               MOVE 'Y' TO EH-EFFECTIVE(EH-IDX2)
               PERFORM VARYING EH-IDX FROM 1 BY 1
                       UNTIL EH-IDX > EH-COUNT
                   IF EH-UNIV(EH-IDX) = EH-UNIV(EH-IDX2) AND
                      EH-DEPT(EH-IDX) = EH-DEPT(EH-IDX2) AND
                      EH-YEAR-IDX(EH-IDX) = EH-YEAR-IDX(EH-IDX2) AND
                      EH-RUN-YEAR(EH-IDX) = EH-RUN-YEAR(EH-IDX2) AND
                      EH-RANK(EH-IDX) < EH-RANK(EH-IDX2)
                       MOVE 'N' TO EH-EFFECTIVE(EH-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > UNIV-COUNT
               PERFORM VARYING IDJ FROM 1 BY 1
                       UNTIL IDJ > DEPT-COUNT(IDX)
                   PERFORM VARYING IDK FROM 1 BY 1
                           UNTIL IDK > YEAR-LABEL-COUNT
                       PERFORM FIND-SNAPSHOT-FIGURES
                       EVALUATE TRUE
                           WHEN SNAP-FOUND(2) = 'Y'
                               MOVE SNAP-FIG(2) TO YEAR(IDX, IDJ, IDK)
                           WHEN SNAP-FOUND(1) = 'Y'
                               MOVE SNAP-FIG(1) TO YEAR(IDX, IDJ, IDK)
                           WHEN OTHER
                               MOVE SNAP-FIG(3) TO YEAR(IDX, IDJ, IDK)
                       END-EVALUATE
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       FIND-SNAPSHOT-FIGURES.
           PERFORM VARYING SNAP-IDX FROM 1 BY 1 UNTIL SNAP-IDX > 3
               MOVE 0   TO SNAP-FIG(SNAP-IDX)
               MOVE 'N' TO SNAP-FOUND(SNAP-IDX)
           END-PERFORM
           PERFORM VARYING EH-IDX FROM 1 BY 1 UNTIL EH-IDX > EH-COUNT
               IF EH-UNIV(EH-IDX) = UNIV(IDX) AND
                  EH-DEPT(EH-IDX) = DEPART(IDX, IDJ) AND
                  EH-YEAR-IDX(EH-IDX) = IDK AND
                  EH-RUN-YEAR(EH-IDX) = RUN-YEAR-WS
                   PERFORM VARYING SNAP-IDX FROM 1 BY 1
                           UNTIL SNAP-IDX > 3
                       IF EH-SNAPSHOT(EH-IDX) = SNAPSHOT-CODE(SNAP-IDX)
                           MOVE EH-CNT(EH-IDX) TO SNAP-FIG(SNAP-IDX)
                           MOVE 'Y' TO SNAP-FOUND(SNAP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       REWRITE-ENROLL-HISTORY.
           OPEN OUTPUT ENROLL-HISTORY-FILE
           IF ENROLL-HISTORY-FILE-STATUS NOT = 0
                   MOVE EH-YEAR-IDX(EH-IDX) TO EHIST-YEAR-IDX
                   MOVE EH-RUN-YEAR(EH-IDX) TO EHIST-RUN-YEAR
                   MOVE EH-CNT(EH-IDX)      TO EHIST-STUDENTS
                   MOVE EH-SNAPSHOT(EH-IDX) TO EHIST-SNAPSHOT
                   MOVE X'0D0A'             TO EHIST-CRLF
                   WRITE ENROLL-HISTORY-REC
               END-PERFORM
                   IF EH-UNIV(EH-IDX) = COHORT-UNIV AND
                      EH-DEPT(EH-IDX) = COHORT-DEPT AND
                      EH-YEAR-IDX(EH-IDX) = COHORT-ORD AND
                      EH-RUN-YEAR(EH-IDX) = COHORT-NEXT-YEAR AND
                      EH-EFFECTIVE(EH-IDX) = 'Y'
                       MOVE EH-CNT(EH-IDX)
                           TO COHORT-CHAIN(COHORT-ORD)
                       MOVE 'Y' TO CHAIN-FOUND-SWITCH
       WRITE-ONE-COHORT-EXIT.
           EXIT.

      *    MELT = CENSUS-DATE LESS TERM-OPENING HEADCOUNT
       WRITE-MELT-REPORT.
           OPEN OUTPUT MELT-REPORT-FILE
           IF MELT-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'MELT-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' MELT-REPORT-FILE-STATUS
               MOVE 'MELT-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE MELT-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               GO TO WRITE-MELT-REPORT-EXIT
           END-IF
           MOVE SPACES TO MELT-REPORT-LINE
           STRING 'ENROLLMENT MELT - TERM OPENING TO CENSUS DATE - '
                      DELIMITED BY SIZE
                  RUN-YEAR-WS DELIMITED BY SIZE
             INTO MELT-REPORT-TEXT
           PERFORM WRITE-MELT-LINE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > UNIV-COUNT
               PERFORM VARYING IDJ FROM 1 BY 1
                       UNTIL IDJ > DEPT-COUNT(IDX)
                   PERFORM WRITE-DEPT-MELT-ROW
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO MELT-REPORT-LINE
           STRING 'DEPARTMENTS REPORTED: ' DELIMITED BY SIZE
                  MELT-DEPT-CNT DELIMITED BY SIZE
                  '  AWAITING CENSUS: ' DELIMITED BY SIZE
                  MELT-NO-CENSUS-CNT DELIMITED BY SIZE
             INTO MELT-REPORT-TEXT
           PERFORM WRITE-MELT-LINE
           CLOSE MELT-REPORT-FILE.
       WRITE-MELT-REPORT-EXIT.
           EXIT.

       WRITE-DEPT-MELT-ROW.
           MOVE 0 TO MELT-OPENING
           MOVE 0 TO MELT-CENSUS
           MOVE 0 TO MELT-END-TERM
           MOVE 'N' TO MELT-CENSUS-SWITCH
           MOVE 'N' TO MELT-END-TERM-SWITCH
           PERFORM VARYING IDK FROM 1 BY 1
                   UNTIL IDK > YEAR-LABEL-COUNT
               PERFORM FIND-SNAPSHOT-FIGURES
               ADD SNAP-FIG(1) TO MELT-OPENING
               ADD SNAP-FIG(2) TO MELT-CENSUS
               ADD SNAP-FIG(3) TO MELT-END-TERM
               IF SNAP-FOUND(2) = 'Y'
                   MOVE 'Y' TO MELT-CENSUS-SWITCH
               END-IF
               IF SNAP-FOUND(3) = 'Y'
                   MOVE 'Y' TO MELT-END-TERM-SWITCH
               END-IF
           END-PERFORM
           ADD 1 TO MELT-DEPT-CNT
           MOVE MELT-OPENING TO MELT-COUNT-EDIT
           MOVE SPACES TO MELT-REPORT-LINE
           IF NOT MELT-HAS-CENSUS
               ADD 1 TO MELT-NO-CENSUS-CNT
               STRING UNIV(IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DEPART(IDX, IDJ) DELIMITED BY SIZE
                      ' OPENING=' DELIMITED BY SIZE
                      MELT-COUNT-EDIT DELIMITED BY SIZE
                      ' CENSUS NOT YET TAKEN' DELIMITED BY SIZE
                 INTO MELT-REPORT-TEXT
           ELSE
               COMPUTE MELT-CHANGE = MELT-CENSUS - MELT-OPENING
               MOVE 0 TO MELT-PCT
               IF MELT-OPENING > 0
                   COMPUTE MELT-PCT ROUNDED =
                       (MELT-CHANGE * 100) / MELT-OPENING
                       ON SIZE ERROR MOVE 999.99 TO MELT-PCT
                   END-COMPUTE
               END-IF
               MOVE MELT-CENSUS TO MELT-CENSUS-EDIT
               MOVE MELT-CHANGE TO MELT-CHANGE-EDIT
               MOVE MELT-PCT    TO MELT-PCT-EDIT
               STRING UNIV(IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DEPART(IDX, IDJ) DELIMITED BY SIZE
                      ' OPENING=' DELIMITED BY SIZE
                      MELT-COUNT-EDIT DELIMITED BY SIZE
                      ' CENSUS=' DELIMITED BY SIZE
                      MELT-CENSUS-EDIT DELIMITED BY SIZE
                      ' CHANGE=' DELIMITED BY SIZE
                      MELT-CHANGE-EDIT DELIMITED BY SIZE
                      ' PCT=' DELIMITED BY SIZE
                      MELT-PCT-EDIT DELIMITED BY SIZE
                 INTO MELT-REPORT-TEXT
           END-IF
           PERFORM WRITE-MELT-LINE
           IF MELT-HAS-END-TERM
               MOVE MELT-END-TERM TO MELT-END-TERM-EDIT
               MOVE SPACES TO MELT-REPORT-LINE
               STRING '    END OF TERM=' DELIMITED BY SIZE
                      MELT-END-TERM-EDIT DELIMITED BY SIZE
                 INTO MELT-REPORT-TEXT
               PERFORM WRITE-MELT-LINE
           END-IF.

       WRITE-MELT-LINE.
           MOVE X'0D0A' TO MELT-REPORT-CRLF
           WRITE MELT-REPORT-LINE
           IF MELT-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'MELT-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' MELT-REPORT-FILE-STATUS
               MOVE 'MELT-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE MELT-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-OVERSUB-REPORT.
           OPEN INPUT FILL-RATE-PARM-FILE
           IF FILL-RATE-PARM-FILE-STATUS = 0
               PERFORM FINISH
           END-IF.

       LOAD-FACULTY-REF.
           OPEN INPUT FACULTY-REF-FILE
           IF FACULTY-REF-FILE-STATUS = 0
               READ FACULTY-REF-FILE
                   AT END MOVE 'NO' TO FAC-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-FAC
                   IF FAC-REF-FTE IS NUMERIC AND
                      FAC-COUNT < MAX-FACULTY
                       ADD 1 TO FAC-COUNT
                       MOVE FAC-REF-UNIV TO FAC-TBL-UNIV(FAC-COUNT)
                       MOVE FAC-REF-DEPT TO FAC-TBL-DEPT(FAC-COUNT)
                       MOVE FAC-REF-TYPE TO FAC-TBL-TYPE(FAC-COUNT)
                       MOVE FAC-REF-FTE  TO FAC-TBL-FTE(FAC-COUNT)
                   END-IF
                   READ FACULTY-REF-FILE
                       AT END MOVE 'NO' TO FAC-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FACULTY-REF-FILE
           END-IF
           OPEN INPUT RATIO-TARGET-FILE
           IF RATIO-TARGET-FILE-STATUS = 0
               READ RATIO-TARGET-FILE
                   AT END MOVE 'NO' TO TGT-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-TGT
                   IF RATIO-TGT-RATIO IS NUMERIC AND
                      RATIO-TGT-RATIO NOT = ZERO AND
                      TGT-COUNT < MAX-RATIO-TARGET
                       ADD 1 TO TGT-COUNT
                       MOVE RATIO-TGT-TYPE  TO TGT-TBL-TYPE(TGT-COUNT)
                       MOVE RATIO-TGT-RATIO TO TGT-TBL-RATIO(TGT-COUNT)
                   END-IF
                   READ RATIO-TARGET-FILE
                       AT END MOVE 'NO' TO TGT-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE RATIO-TARGET-FILE
           END-IF.

       WRITE-FACULTY-REPORT.
           PERFORM LOAD-FACULTY-REF
           IF FAC-COUNT = 0
               DISPLAY 'NO FACULTY REFERENCE FILE - STAFFING REPORT '
                       'SKIPPED'
               GO TO WRITE-FACULTY-REPORT-EXIT
           END-IF
           OPEN OUTPUT FACULTY-REPORT-FILE
           IF FACULTY-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'FACULTY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' FACULTY-REPORT-FILE-STATUS
               MOVE 'FACULTY-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE FACULTY-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               GO TO WRITE-FACULTY-REPORT-EXIT
           END-IF
           MOVE SPACES TO FACULTY-REPORT-LINE
           MOVE 'FACULTY STAFFING - STUDENT TO FACULTY RATIO'
               TO FACULTY-REPORT-TEXT
           PERFORM WRITE-FACULTY-LINE
           MOVE SPACES TO FACULTY-REPORT-LINE
           STRING '  DEPARTMENT             PERIOD    '
                      DELIMITED BY SIZE
                  'STUDENTS       FTE     RATIO TARGET'
                      DELIMITED BY SIZE
                  ' FLAG  EXTRA FTE' DELIMITED BY SIZE
             INTO FACULTY-REPORT-TEXT
           PERFORM WRITE-FACULTY-LINE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > UNIV-COUNT
               MOVE 0 TO UNIV-FTE
               MOVE 0 TO UNIV-EXTRA-FTE
               MOVE 0 TO UNIV-PROJ-EXTRA-FTE
               MOVE SPACES TO FACULTY-REPORT-LINE
               MOVE UNIV(IDX) TO FACULTY-REPORT-TEXT
               PERFORM WRITE-FACULTY-LINE
               PERFORM VARYING IDJ FROM 1 BY 1
                       UNTIL IDJ > DEPT-COUNT(IDX)
                   PERFORM WRITE-DEPT-FACULTY-ROW
                       THRU WRITE-DEPT-FACULTY-ROW-EXIT
               END-PERFORM
               MOVE UNIV-FTE TO FAC-FTE-EDIT
               MOVE UNIV-EXTRA-FTE TO FAC-EXTRA-EDIT
               MOVE SPACES TO FACULTY-REPORT-LINE
               STRING UNIV(IDX) DELIMITED BY SIZE
                      ' FTE ON FILE=' DELIMITED BY SIZE
                      FAC-FTE-EDIT DELIMITED BY SIZE
                      ' EXTRA FTE NEEDED NOW=' DELIMITED BY SIZE
                      FAC-EXTRA-EDIT DELIMITED BY SIZE
                 INTO FACULTY-REPORT-TEXT
               PERFORM WRITE-FACULTY-LINE
               MOVE UNIV-PROJ-EXTRA-FTE TO FAC-EXTRA-EDIT
               MOVE SPACES TO FACULTY-REPORT-LINE
               STRING UNIV(IDX) DELIMITED BY SIZE
                      ' EXTRA FTE NEEDED NEXT YEAR=' DELIMITED BY SIZE
                      FAC-EXTRA-EDIT DELIMITED BY SIZE
                 INTO FACULTY-REPORT-TEXT
               PERFORM WRITE-FACULTY-LINE
           END-PERFORM
           MOVE SPACES TO FACULTY-REPORT-LINE
           STRING 'DEPARTMENTS OVER TARGET NOW: ' DELIMITED BY SIZE
                  FAC-OVER-CNT DELIMITED BY SIZE
                  '  NEXT YEAR: ' DELIMITED BY SIZE
                  FAC-PROJ-OVER-CNT DELIMITED BY SIZE
                  '  NO FACULTY DATA: ' DELIMITED BY SIZE
                  FAC-NO-DATA-CNT DELIMITED BY SIZE
             INTO FACULTY-REPORT-TEXT
           PERFORM WRITE-FACULTY-LINE
           CLOSE FACULTY-REPORT-FILE
           IF FAC-OVER-CNT > 0 OR FAC-PROJ-OVER-CNT > 0
               DISPLAY '***DEPARTMENTS OVER TARGET RATIO: '
                       FAC-OVER-CNT ' NEXT YEAR: ' FAC-PROJ-OVER-CNT
           END-IF.
       WRITE-FACULTY-REPORT-EXIT.
           EXIT.

       WRITE-DEPT-FACULTY-ROW.
           MOVE 0 TO FAC-FOUND-IDX
           PERFORM VARYING FAC-IDX FROM 1 BY 1
                   UNTIL FAC-IDX > FAC-COUNT
                      OR FAC-FOUND-IDX > 0
               IF FAC-TBL-UNIV(FAC-IDX) = UNIV(IDX) AND
                  FAC-TBL-DEPT(FAC-IDX) = DEPART(IDX, IDJ)
                   MOVE FAC-IDX TO FAC-FOUND-IDX
               END-IF
           END-PERFORM
           IF FAC-FOUND-IDX = 0
               ADD 1 TO FAC-NO-DATA-CNT
               MOVE SPACES TO FACULTY-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      DEPART(IDX, IDJ) DELIMITED BY SIZE
                      ' - NO FACULTY DATA ON FILE' DELIMITED BY SIZE
                 INTO FACULTY-REPORT-TEXT
               PERFORM WRITE-FACULTY-LINE
               GO TO WRITE-DEPT-FACULTY-ROW-EXIT
           END-IF
           MOVE DEFAULT-TARGET-RATIO TO FAC-TARGET-RATIO
           PERFORM VARYING TGT-IDX FROM 1 BY 1
                   UNTIL TGT-IDX > TGT-COUNT
               IF TGT-TBL-TYPE(TGT-IDX) = FAC-TBL-TYPE(FAC-FOUND-IDX)
                   MOVE TGT-TBL-RATIO(TGT-IDX) TO FAC-TARGET-RATIO
               END-IF
           END-PERFORM
           ADD FAC-TBL-FTE(FAC-FOUND-IDX) TO UNIV-FTE
           MOVE 0 TO FAC-STUDENTS
           PERFORM VARYING IDK FROM 1 BY 1
                   UNTIL IDK > YEAR-LABEL-COUNT
               ADD YEAR(IDX, IDJ, IDK) TO FAC-STUDENTS
           END-PERFORM
           MOVE 'CURRENT' TO FAC-PERIOD-LABEL
           PERFORM WRITE-FACULTY-RATIO-LINE
           IF FAC-FLAG NOT = SPACES
               ADD 1 TO FAC-OVER-CNT
               ADD FAC-EXTRA-FTE TO UNIV-EXTRA-FTE
           END-IF
           MOVE DPROJ-DEPT(IDX, IDJ) TO FAC-STUDENTS
           MOVE 'NEXT YEAR' TO FAC-PERIOD-LABEL
           PERFORM WRITE-FACULTY-RATIO-LINE
           IF FAC-FLAG NOT = SPACES
               ADD 1 TO FAC-PROJ-OVER-CNT
               ADD FAC-EXTRA-FTE TO UNIV-PROJ-EXTRA-FTE
           END-IF.
       WRITE-DEPT-FACULTY-ROW-EXIT.
           EXIT.

       WRITE-FACULTY-RATIO-LINE.
           MOVE SPACES TO FAC-FLAG
           MOVE 0 TO FAC-EXTRA-FTE
           MOVE 0 TO FAC-RATIO
           COMPUTE FAC-REQUIRED-FTE ROUNDED =
               FAC-STUDENTS / FAC-TARGET-RATIO
           IF FAC-TBL-FTE(FAC-FOUND-IDX) > 0
               COMPUTE FAC-RATIO ROUNDED =
                   FAC-STUDENTS / FAC-TBL-FTE(FAC-FOUND-IDX)
           END-IF
           IF FAC-REQUIRED-FTE > FAC-TBL-FTE(FAC-FOUND-IDX)
               MOVE 'OVER' TO FAC-FLAG
               COMPUTE FAC-EXTRA-FTE =
                   FAC-REQUIRED-FTE - FAC-TBL-FTE(FAC-FOUND-IDX)
           END-IF
           MOVE FAC-STUDENTS TO FAC-STUDENTS-EDIT
           MOVE FAC-TBL-FTE(FAC-FOUND-IDX) TO FAC-FTE-EDIT
           MOVE FAC-RATIO TO FAC-RATIO-EDIT
           MOVE FAC-TARGET-RATIO TO FAC-TARGET-EDIT
           MOVE FAC-EXTRA-FTE TO FAC-EXTRA-EDIT
           MOVE SPACES TO FACULTY-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  DEPART(IDX, IDJ) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-PERIOD-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-STUDENTS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-FTE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-RATIO-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-TARGET-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FAC-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAC-EXTRA-EDIT DELIMITED BY SIZE
             INTO FACULTY-REPORT-TEXT
           IF FAC-FLAG = SPACES
               MOVE SPACES TO FACULTY-REPORT-TEXT(76:9)
           END-IF
           PERFORM WRITE-FACULTY-LINE.

       WRITE-FACULTY-LINE.
           MOVE X'0D0A' TO FACULTY-REPORT-CRLF
           WRITE FACULTY-REPORT-LINE
           IF FACULTY-REPORT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'FACULTY-REPORT-FILE'
               DISPLAY 'STATUS-CODE=' FACULTY-REPORT-FILE-STATUS
               MOVE 'FACULTY-REPORT-FILE' TO LOG-FILE-NAME-WS
               MOVE FACULTY-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-COHORT-LINE.
           MOVE X'0D0A' TO COHORT-REPORT-CRLF
           WRITE COHORT-REPORT-LINE
