
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT SORT-WORK1-FILE ASSIGN TO DISK
             FILE STATUS IS SORT-WORK1-FILE-STATUS.

           SELECT SORT-WORK2-FILE ASSIGN TO DISK
             FILE STATUS IS SORT-WORK2-FILE-STATUS.

           SELECT SORT-WORK3-FILE ASSIGN TO DISK
             FILE STATUS IS SORT-WORK3-FILE-STATUS.

           SELECT SORT-WORK4-FILE ASSIGN TO DISK
             FILE STATUS IS SORT-WORK4-FILE-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS GEN-OUTPUT-BYTE.
       01  GEN-OUTPUT-BYTE         PIC X(001).
      *    EXTERNAL SORT RUNS - EACH RUN ENDS WITH AN 'E' RECORD
       FD  SORT-WORK1-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS SORT-WORK1-REC.
       01  SORT-WORK1-REC.
           05  SW1-FLAG              PIC X(001).
           05  SW1-DATA              PIC X(200).
           05  SW1-CRLF              PIC X(002).

       FD  SORT-WORK2-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS SORT-WORK2-REC.
       01  SORT-WORK2-REC.
           05  SW2-FLAG              PIC X(001).
           05  SW2-DATA              PIC X(200).
           05  SW2-CRLF              PIC X(002).

       FD  SORT-WORK3-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS SORT-WORK3-REC.
       01  SORT-WORK3-REC.
           05  SW3-FLAG              PIC X(001).
           05  SW3-DATA              PIC X(200).
           05  SW3-CRLF              PIC X(002).

       FD  SORT-WORK4-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS SORT-WORK4-REC.
       01  SORT-WORK4-REC.
           05  SW4-FLAG              PIC X(001).
           05  SW4-DATA              PIC X(200).
           05  SW4-CRLF              PIC X(002).

      *-----------------------
       FD  RUN-ID-FILE
           LABEL RECORD IS OMITTED
       01  KEY-B-X                       PIC X(018) VALUE SPACES.
       01  KEY-OFFSET                    PIC 9(002) VALUE 0.
       01  GEN-OVERFLOW-CNT              PIC 9(07) VALUE 0.
       01  GEN-WRITTEN-CNT               PIC 9(09) VALUE 0.
       01  GEN-COLLAPSED-CNT             PIC 9(09) VALUE 0.
       01  GEN-KEYS-EQUAL-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-KEYS-EQUAL            VALUE 'Y'.
       01  SORT-WORK1-FILE-STATUS        PIC 99 VALUE 0.
       01  SORT-WORK2-FILE-STATUS        PIC 99 VALUE 0.
       01  SORT-WORK3-FILE-STATUS        PIC 99 VALUE 0.
       01  SORT-WORK4-FILE-STATUS        PIC 99 VALUE 0.
       01  GEN-TOTAL-CNT                 PIC 9(09) VALUE 0.
       01  GEN-RUN-COUNT                 PIC 9(05) VALUE 0.
       01  GEN-MERGE-PASSES              PIC 9(03) VALUE 0.
       01  GEN-RUNS-LEFT                 PIC 9(05) VALUE 0.
       01  GEN-RUNS-OUT                  PIC 9(05) VALUE 0.
       01  GEN-WORK-ERROR-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-WORK-ERROR            VALUE 'Y'.
       01  GEN-WK-FILE-NO                PIC 9(001) VALUE 0.
       01  GEN-WK-STATUS                 PIC 99 VALUE 0.
       01  GEN-WK-EOF-SWITCH             PIC X(001) VALUE 'N'.
           88  GEN-WK-AT-END             VALUE 'Y'.
       01  GEN-WK-IN-REC.
           05  GEN-WK-IN-FLAG            PIC X(001).
           05  GEN-WK-IN-DATA            PIC X(200).
       01  GEN-WK-OUT-REC.
           05  GEN-WK-OUT-FLAG           PIC X(001).
           05  GEN-WK-OUT-DATA           PIC X(200).
       01  GEN-IN-A                      PIC 9(001) VALUE 1.
       01  GEN-IN-B                      PIC 9(001) VALUE 2.
       01  GEN-OUT-C                     PIC 9(001) VALUE 3.
       01  GEN-OUT-D                     PIC 9(001) VALUE 4.
       01  GEN-OUT-CUR                   PIC 9(001) VALUE 0.
       01  GEN-SWAP-FILE-NO              PIC 9(001) VALUE 0.
       01  GEN-WK-DELETE-NAME            PIC X(020) VALUE SPACES.
       01  GEN-SAVE-RETURN-CODE          PIC S9(04) VALUE 0.
       01  GEN-FILE-A-EOF-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-FILE-A-EOF            VALUE 'Y'.
       01  GEN-FILE-B-EOF-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-FILE-B-EOF            VALUE 'Y'.
       01  GEN-RUN-A-DONE-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-RUN-A-DONE            VALUE 'Y'.
       01  GEN-RUN-B-DONE-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-RUN-B-DONE            VALUE 'Y'.
       01  GEN-FINAL-PASS-SWITCH         PIC X(001) VALUE 'N'.
           88  GEN-FINAL-PASS            VALUE 'Y'.
       01  GEN-PAIR-DATA-SWITCH          PIC X(001) VALUE 'N'.
           88  GEN-PAIR-HAD-DATA         VALUE 'Y'.
       01  GEN-TAKE-IDX                  PIC 9(001) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *
               PERFORM LOAD-GEN-FILE-2 THRU LOAD-GEN-FILE-2-EXIT
               PERFORM LOAD-GEN-FILE-3 THRU LOAD-GEN-FILE-3-EXIT
           END-IF
           DISPLAY '***GENERIC RECORDS LOADED = ' GEN-TOTAL-CNT
           IF GEN-RUN-COUNT > 0
               IF GEN-COUNT > 0
                   PERFORM SPILL-GEN-RUN THRU SPILL-GEN-RUN-EXIT
               END-IF
               CLOSE SORT-WORK1-FILE SORT-WORK2-FILE
               PERFORM MERGE-GEN-RUNS THRU MERGE-GEN-RUNS-EXIT
           ELSE
               PERFORM SORT-GEN-TABLE THRU SORT-GEN-TABLE-EXIT
               PERFORM WRITE-GEN-OUTPUT THRU WRITE-GEN-OUTPUT-EXIT
           END-IF
           PERFORM WRITE-GEN-STATS
           CLOSE SORT-STATS-FILE
           IF GEN-OVERFLOW-CNT > 0
           EXIT.

       STORE-GEN-RECORD.
           ADD 1 TO GEN-TOTAL-CNT
           IF GEN-COUNT >= MAX-GEN-RECORDS AND NOT GEN-WORK-ERROR
               PERFORM SPILL-GEN-RUN THRU SPILL-GEN-RUN-EXIT
           END-IF
           IF GEN-COUNT < MAX-GEN-RECORDS
               ADD 1 TO GEN-COUNT
               MOVE GEN-BUILD-REC TO GEN-REC(GEN-COUNT)
               ADD 1 TO GEN-OVERFLOW-CNT
           END-IF.

       SPILL-GEN-RUN.
           IF GEN-RUN-COUNT = 0
               DISPLAY '***INPUT EXCEEDS ' MAX-GEN-RECORDS
                       ' RECORDS - SWITCHING TO EXTERNAL SORT'
               MOVE 1 TO GEN-WK-FILE-NO
               PERFORM OPEN-WORK-OUTPUT
               MOVE 2 TO GEN-WK-FILE-NO
               PERFORM OPEN-WORK-OUTPUT
               IF GEN-WORK-ERROR
                   GO TO SPILL-GEN-RUN-EXIT
               END-IF
           END-IF
           PERFORM SORT-GEN-TABLE THRU SORT-GEN-TABLE-EXIT
           ADD 1 TO GEN-RUN-COUNT
           IF FUNCTION MOD(GEN-RUN-COUNT, 2) = 1
               MOVE 1 TO GEN-WK-FILE-NO
           ELSE
               MOVE 2 TO GEN-WK-FILE-NO
           END-IF
           MOVE 'R' TO GEN-WK-OUT-FLAG
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               MOVE GEN-REC(GEN-IDX) TO GEN-WK-OUT-DATA
               PERFORM WRITE-WORK-REC
           END-PERFORM
           MOVE 'E'    TO GEN-WK-OUT-FLAG
           MOVE SPACES TO GEN-WK-OUT-DATA
           PERFORM WRITE-WORK-REC
           MOVE 0 TO GEN-COUNT.
       SPILL-GEN-RUN-EXIT.
           EXIT.

      *    BALANCED TWO-WAY MERGE OF THE SPILLED RUNS
       MERGE-GEN-RUNS.
           DISPLAY '***SORTED RUNS WRITTEN = ' GEN-RUN-COUNT
           MOVE GEN-RUN-COUNT TO GEN-RUNS-LEFT
           PERFORM UNTIL GEN-RUNS-LEFT <= 2 OR GEN-WORK-ERROR
               ADD 1 TO GEN-MERGE-PASSES
               PERFORM MERGE-ONE-PASS
               MOVE GEN-RUNS-OUT TO GEN-RUNS-LEFT
               MOVE GEN-IN-A  TO GEN-SWAP-FILE-NO
               MOVE GEN-OUT-C TO GEN-IN-A
               MOVE GEN-SWAP-FILE-NO TO GEN-OUT-C
               MOVE GEN-IN-B  TO GEN-SWAP-FILE-NO
               MOVE GEN-OUT-D TO GEN-IN-B
               MOVE GEN-SWAP-FILE-NO TO GEN-OUT-D
           END-PERFORM
           IF GEN-WORK-ERROR
               MOVE 66 TO RETURN-CODE
               GO TO MERGE-GEN-RUNS-EXIT
           END-IF
           OPEN OUTPUT GEN-OUTPUT-FILE
           IF GEN-OUTPUT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:GEN-OUTPUT!!!'
              DISPLAY 'STATUS-CODE=' GEN-OUTPUT-FILE-STATUS
              MOVE 'GEN-OUTPUT-FILE' TO LOG-FILE-NAME-WS
              MOVE GEN-OUTPUT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              GO TO MERGE-GEN-RUNS-EXIT
           END-IF
           ADD 1 TO GEN-MERGE-PASSES
           MOVE 'Y' TO GEN-FINAL-PASS-SWITCH
           MOVE 0 TO GEN-COUNT
           MOVE GEN-IN-A TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-INPUT
           MOVE GEN-IN-B TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-INPUT
           MOVE 'N' TO GEN-FILE-A-EOF-SWITCH
           MOVE 'N' TO GEN-FILE-B-EOF-SWITCH
           PERFORM MERGE-ONE-PAIR
               UNTIL GEN-FILE-A-EOF AND GEN-FILE-B-EOF
           MOVE GEN-IN-A TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE
           MOVE GEN-IN-B TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE
           CLOSE GEN-OUTPUT-FILE
           PERFORM DELETE-WORK-FILES
           DISPLAY '***MERGE PASSES = ' GEN-MERGE-PASSES
           DISPLAY '***GENERIC RECORDS WRITTEN = ' GEN-WRITTEN-CNT
           IF GEN-COLLAPSED-CNT > 0
               DISPLAY '***DUPLICATES COLLAPSED = ' GEN-COLLAPSED-CNT
           END-IF.
       MERGE-GEN-RUNS-EXIT.
           EXIT.

       DELETE-WORK-FILES.
           MOVE RETURN-CODE TO GEN-SAVE-RETURN-CODE
           PERFORM VARYING GEN-WK-FILE-NO FROM 1 BY 1
                   UNTIL GEN-WK-FILE-NO > 4
               MOVE SPACES TO GEN-WK-DELETE-NAME
               STRING 'SORT-WORK'    DELIMITED BY SIZE
                      GEN-WK-FILE-NO DELIMITED BY SIZE
                      '-FILE'        DELIMITED BY SIZE
                 INTO GEN-WK-DELETE-NAME
               CALL 'CBL_DELETE_FILE' USING GEN-WK-DELETE-NAME
           END-PERFORM
           MOVE GEN-SAVE-RETURN-CODE TO RETURN-CODE.

       MERGE-ONE-PASS.
           MOVE 0 TO GEN-RUNS-OUT
           MOVE GEN-IN-A TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-INPUT
           MOVE GEN-IN-B TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-INPUT
           MOVE GEN-OUT-C TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-OUTPUT
           MOVE GEN-OUT-D TO GEN-WK-FILE-NO
           PERFORM OPEN-WORK-OUTPUT
           MOVE GEN-OUT-C TO GEN-OUT-CUR
           MOVE 'N' TO GEN-FILE-A-EOF-SWITCH
           MOVE 'N' TO GEN-FILE-B-EOF-SWITCH
           PERFORM MERGE-ONE-PAIR
               UNTIL GEN-FILE-A-EOF AND GEN-FILE-B-EOF
                  OR GEN-WORK-ERROR
           MOVE GEN-IN-A TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE
           MOVE GEN-IN-B TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE
           MOVE GEN-OUT-C TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE
           MOVE GEN-OUT-D TO GEN-WK-FILE-NO
           PERFORM CLOSE-WORK-FILE.

       MERGE-ONE-PAIR.
           MOVE 'N' TO GEN-PAIR-DATA-SWITCH
           PERFORM READ-RUN-A
           PERFORM READ-RUN-B
           PERFORM UNTIL GEN-RUN-A-DONE AND GEN-RUN-B-DONE
               MOVE 'Y' TO GEN-PAIR-DATA-SWITCH
               EVALUATE TRUE
                   WHEN GEN-RUN-A-DONE
                       MOVE 2 TO GEN-TAKE-IDX
                   WHEN GEN-RUN-B-DONE
                       MOVE 1 TO GEN-TAKE-IDX
                   WHEN OTHER
                       MOVE 1 TO GEN-IDX
                       MOVE 2 TO GEN-IDX2
                       PERFORM COMPARE-GEN-RECORDS
                       IF GEN-SWAP-WANTED
                           MOVE 2 TO GEN-TAKE-IDX
                       ELSE
                           MOVE 1 TO GEN-TAKE-IDX
                       END-IF
               END-EVALUATE
               PERFORM EMIT-MERGED-RECORD
               IF GEN-TAKE-IDX = 1
                   PERFORM READ-RUN-A
               ELSE
                   PERFORM READ-RUN-B
               END-IF
           END-PERFORM
           IF GEN-PAIR-HAD-DATA AND NOT GEN-FINAL-PASS
               MOVE 'E'    TO GEN-WK-OUT-FLAG
               MOVE SPACES TO GEN-WK-OUT-DATA
               MOVE GEN-OUT-CUR TO GEN-WK-FILE-NO
               PERFORM WRITE-WORK-REC
               ADD 1 TO GEN-RUNS-OUT
               IF GEN-OUT-CUR = GEN-OUT-C
                   MOVE GEN-OUT-D TO GEN-OUT-CUR
               ELSE
                   MOVE GEN-OUT-C TO GEN-OUT-CUR
               END-IF
           END-IF.

       READ-RUN-A.
           MOVE 'Y' TO GEN-RUN-A-DONE-SWITCH
           IF NOT GEN-FILE-A-EOF
               MOVE GEN-IN-A TO GEN-WK-FILE-NO
               PERFORM READ-WORK-REC
               IF GEN-WK-AT-END
                   MOVE 'Y' TO GEN-FILE-A-EOF-SWITCH
               ELSE
                   IF GEN-WK-IN-FLAG = 'R'
                       MOVE 'N' TO GEN-RUN-A-DONE-SWITCH
                       MOVE GEN-WK-IN-DATA TO GEN-REC(1)
                   END-IF
               END-IF
           END-IF.

       READ-RUN-B.
           MOVE 'Y' TO GEN-RUN-B-DONE-SWITCH
           IF NOT GEN-FILE-B-EOF
               MOVE GEN-IN-B TO GEN-WK-FILE-NO
               PERFORM READ-WORK-REC
               IF GEN-WK-AT-END
                   MOVE 'Y' TO GEN-FILE-B-EOF-SWITCH
               ELSE
                   IF GEN-WK-IN-FLAG = 'R'
                       MOVE 'N' TO GEN-RUN-B-DONE-SWITCH
                       MOVE GEN-WK-IN-DATA TO GEN-REC(2)
                   END-IF
               END-IF
           END-IF.

       EMIT-MERGED-RECORD.
           IF GEN-FINAL-PASS
               MOVE 'N' TO GEN-KEYS-EQUAL-SWITCH
               IF DUP-COLLAPSE AND GEN-COUNT > 0
                   MOVE 3 TO GEN-IDX
                   MOVE GEN-TAKE-IDX TO GEN-IDX2
                   PERFORM CHECK-GEN-KEYS-EQUAL
               END-IF
               IF GEN-KEYS-EQUAL
                   ADD 1 TO GEN-COLLAPSED-CNT
               ELSE
                   MOVE GEN-REC(GEN-TAKE-IDX) TO GEN-REC(3)
                   MOVE 1 TO GEN-COUNT
                   MOVE 3 TO GEN-IDX
                   PERFORM WRITE-ONE-GEN-RECORD
               END-IF
           ELSE
               MOVE 'R' TO GEN-WK-OUT-FLAG
               MOVE GEN-REC(GEN-TAKE-IDX) TO GEN-WK-OUT-DATA
               MOVE GEN-OUT-CUR TO GEN-WK-FILE-NO
               PERFORM WRITE-WORK-REC
           END-IF.

       OPEN-WORK-OUTPUT.
           EVALUATE GEN-WK-FILE-NO
               WHEN 1
                   OPEN OUTPUT SORT-WORK1-FILE
                   MOVE SORT-WORK1-FILE-STATUS TO GEN-WK-STATUS
               WHEN 2
                   OPEN OUTPUT SORT-WORK2-FILE
                   MOVE SORT-WORK2-FILE-STATUS TO GEN-WK-STATUS
               WHEN 3
                   OPEN OUTPUT SORT-WORK3-FILE
                   MOVE SORT-WORK3-FILE-STATUS TO GEN-WK-STATUS
               WHEN 4
                   OPEN OUTPUT SORT-WORK4-FILE
                   MOVE SORT-WORK4-FILE-STATUS TO GEN-WK-STATUS
           END-EVALUATE
           IF GEN-WK-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE:SORT-WORK'
                       GEN-WK-FILE-NO '!!!'
               PERFORM LOG-WORK-FILE-ERROR
           END-IF.

       OPEN-WORK-INPUT.
           EVALUATE GEN-WK-FILE-NO
               WHEN 1
                   OPEN INPUT SORT-WORK1-FILE
                   MOVE SORT-WORK1-FILE-STATUS TO GEN-WK-STATUS
               WHEN 2
                   OPEN INPUT SORT-WORK2-FILE
                   MOVE SORT-WORK2-FILE-STATUS TO GEN-WK-STATUS
               WHEN 3
                   OPEN INPUT SORT-WORK3-FILE
                   MOVE SORT-WORK3-FILE-STATUS TO GEN-WK-STATUS
               WHEN 4
                   OPEN INPUT SORT-WORK4-FILE
                   MOVE SORT-WORK4-FILE-STATUS TO GEN-WK-STATUS
           END-EVALUATE
           IF GEN-WK-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE:SORT-WORK'
                       GEN-WK-FILE-NO '!!!'
               PERFORM LOG-WORK-FILE-ERROR
           END-IF.

       CLOSE-WORK-FILE.
           EVALUATE GEN-WK-FILE-NO
               WHEN 1
                   CLOSE SORT-WORK1-FILE
               WHEN 2
                   CLOSE SORT-WORK2-FILE
               WHEN 3
                   CLOSE SORT-WORK3-FILE
               WHEN 4
                   CLOSE SORT-WORK4-FILE
           END-EVALUATE.

       READ-WORK-REC.
           MOVE 'N' TO GEN-WK-EOF-SWITCH
           EVALUATE GEN-WK-FILE-NO
               WHEN 1
                   READ SORT-WORK1-FILE
                       AT END MOVE 'Y' TO GEN-WK-EOF-SWITCH
                       NOT AT END
                           MOVE SW1-FLAG TO GEN-WK-IN-FLAG
                           MOVE SW1-DATA TO GEN-WK-IN-DATA
                   END-READ
               WHEN 2
                   READ SORT-WORK2-FILE
                       AT END MOVE 'Y' TO GEN-WK-EOF-SWITCH
                       NOT AT END
                           MOVE SW2-FLAG TO GEN-WK-IN-FLAG
                           MOVE SW2-DATA TO GEN-WK-IN-DATA
                   END-READ
               WHEN 3
                   READ SORT-WORK3-FILE
                       AT END MOVE 'Y' TO GEN-WK-EOF-SWITCH
                       NOT AT END
                           MOVE SW3-FLAG TO GEN-WK-IN-FLAG
                           MOVE SW3-DATA TO GEN-WK-IN-DATA
                   END-READ
               WHEN 4
                   READ SORT-WORK4-FILE
                       AT END MOVE 'Y' TO GEN-WK-EOF-SWITCH
                       NOT AT END
                           MOVE SW4-FLAG TO GEN-WK-IN-FLAG
                           MOVE SW4-DATA TO GEN-WK-IN-DATA
                   END-READ
           END-EVALUATE.

       WRITE-WORK-REC.
           EVALUATE GEN-WK-FILE-NO
               WHEN 1
                   MOVE GEN-WK-OUT-FLAG TO SW1-FLAG
                   MOVE GEN-WK-OUT-DATA TO SW1-DATA
                   MOVE X'0D0A'         TO SW1-CRLF
                   WRITE SORT-WORK1-REC
                   MOVE SORT-WORK1-FILE-STATUS TO GEN-WK-STATUS
               WHEN 2
                   MOVE GEN-WK-OUT-FLAG TO SW2-FLAG
                   MOVE GEN-WK-OUT-DATA TO SW2-DATA
                   MOVE X'0D0A'         TO SW2-CRLF
                   WRITE SORT-WORK2-REC
                   MOVE SORT-WORK2-FILE-STATUS TO GEN-WK-STATUS
               WHEN 3
                   MOVE GEN-WK-OUT-FLAG TO SW3-FLAG
                   MOVE GEN-WK-OUT-DATA TO SW3-DATA
                   MOVE X'0D0A'         TO SW3-CRLF
                   WRITE SORT-WORK3-REC
                   MOVE SORT-WORK3-FILE-STATUS TO GEN-WK-STATUS
               WHEN 4
                   MOVE GEN-WK-OUT-FLAG TO SW4-FLAG
                   MOVE GEN-WK-OUT-DATA TO SW4-DATA
                   MOVE X'0D0A'         TO SW4-CRLF
                   WRITE SORT-WORK4-REC
                   MOVE SORT-WORK4-FILE-STATUS TO GEN-WK-STATUS
           END-EVALUATE
           IF GEN-WK-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE:SORT-WORK'
                       GEN-WK-FILE-NO '!!!'
               PERFORM LOG-WORK-FILE-ERROR
           END-IF.

       LOG-WORK-FILE-ERROR.
           DISPLAY 'STATUS-CODE=' GEN-WK-STATUS
           MOVE SPACES TO LOG-FILE-NAME-WS
           STRING 'SORT-WORK' DELIMITED BY SIZE
                  GEN-WK-FILE-NO DELIMITED BY SIZE
                  '-FILE' DELIMITED BY SIZE
             INTO LOG-FILE-NAME-WS
           MOVE GEN-WK-STATUS TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 'Y' TO GEN-WORK-ERROR-SWITCH.

       SORT-GEN-TABLE.
           IF GEN-COUNT < 2
               GO TO SORT-GEN-TABLE-EXIT
       WRITE-GEN-STATS.
           MOVE SPACES TO SORT-STATS-LINE
           MOVE 'GEN-ENTRIES' TO SORT-STATS-LABEL
           MOVE GEN-TOTAL-CNT TO SORT-STATS-VALUE
           PERFORM WRITE-STATS-LINE-OUT
           MOVE SPACES TO SORT-STATS-LINE
           MOVE 'GEN-RUNS' TO SORT-STATS-LABEL
           MOVE GEN-RUN-COUNT TO SORT-STATS-VALUE
           PERFORM WRITE-STATS-LINE-OUT
           MOVE SPACES TO SORT-STATS-LINE
           MOVE 'GEN-MERGE-PASSES' TO SORT-STATS-LABEL
           MOVE GEN-MERGE-PASSES TO SORT-STATS-VALUE
           PERFORM WRITE-STATS-LINE-OUT
           MOVE SPACES TO SORT-STATS-LINE
           MOVE 'GEN-WRITTEN' TO SORT-STATS-LABEL
