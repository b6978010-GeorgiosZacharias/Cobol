       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RETURN-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS TAX-RETURN-PARM-FILE-STATUS.

           SELECT TAX-RETURN-SOURCE-FILE ASSIGN TO DISK
               FILE STATUS IS TAX-RETURN-SOURCE-FILE-STATUS.

           SELECT PAY-RESULT-FILE
               ASSIGN TO DYNAMIC PAY-RESULT-FILE-NAME
               FILE STATUS IS PAY-RESULT-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT EMPLOYER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYER-FILE-STATUS.

           SELECT TAX-RETURN-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS TAX-RETURN-CONTROL-FILE-STATUS.

           SELECT TAX-RETURN-FILE
               ASSIGN TO DYNAMIC TAX-RETURN-FILE-NAME
               FILE STATUS IS TAX-RETURN-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RETURN-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS TAX-RETURN-PARM-REC.
       01  TAX-RETURN-PARM-REC.
           05 TRPARM-PERIOD                PIC 9(06).
           05 TRPARM-RETURN-TYPE           PIC X(01).
           05 TRPARM-CRLF                  PIC X(02).

       FD  TAX-RETURN-SOURCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS TAX-RETURN-SOURCE-REC.
       01  TAX-RETURN-SOURCE-REC.
           05 TRSRC-RESULT-NAME            PIC X(30).
           05 TRSRC-JOURNAL-NAME           PIC X(30).
           05 TRSRC-CRLF                   PIC X(02).

       FD  PAY-RESULT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS PAY-RESULT-REC.
       01  PAY-RESULT-REC.
           05 RESULT-AFM                   PIC X(09).
           05 RESULT-EMPLOYEE-NAME         PIC X(20).
           05 RESULT-COMPANY-CODE          PIC X(02).
           05 RESULT-GROSS                 PIC 9(07)V99.
           05 RESULT-TAX                   PIC 9(07)V99.
           05 RESULT-EFKA                  PIC 9(07)V99.
           05 RESULT-DEDUCTIONS            PIC 9(07)V99.
           05 RESULT-NET                   PIC 9(07)V99.
           05 RESULT-RUN-ID                PIC 9(06).
           05 RESULT-CRLF                  PIC X(02).

       FD  JOURNAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           05 JRNL-ACCOUNT                 PIC X(12).
           05 JRNL-DEPT-CODE               PIC X(06).
           05 JRNL-DEBIT                   PIC 9(09)V99.
           05 JRNL-CREDIT                  PIC 9(09)V99.
           05 JRNL-RUN-DATE                PIC 9(08).
           05 JRNL-RUN-ID                  PIC 9(06).
           05 JRNL-CRLF                    PIC X(02).

       FD  EMPLOYER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS EMPLOYER-REC.
       01  EMPLOYER-REC.
           05 EMPLOYER-COMPANY-CODE        PIC X(02).
           05 EMPLOYER-AFM                 PIC X(09).
           05 EMPLOYER-AME                 PIC X(10).
           05 EMPLOYER-NAME                PIC X(30).
           05 EMPLOYER-CRLF                PIC X(02).

       FD  TAX-RETURN-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS TAX-RETURN-CONTROL-REC.
       01  TAX-RETURN-CONTROL-REC.
           05 TRCTL-PERIOD                 PIC 9(06).
           05 TRCTL-RETURN-TYPE            PIC X(01).
           05 TRCTL-FILED-DATE             PIC 9(08).
           05 TRCTL-RUN-ID                 PIC 9(06).
           05 TRCTL-TAX-TOTAL              PIC 9(11)V99.
           05 TRCTL-CRLF                   PIC X(02).

       FD  TAX-RETURN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WHT-DETAIL-REC.
       01  WHT-DETAIL-REC.
           05 WHT-REC-TYPE                 PIC X(03).
           05 WHT-COMPANY-CODE             PIC X(02).
           05 WHT-EMPLOYER-AFM             PIC X(09).
           05 WHT-PERIOD                   PIC 9(06).
           05 WHT-GROSS-PAID               PIC 9(11)V99.
           05 WHT-TAX-WITHHELD             PIC 9(11)V99.
           05 WHT-EMPLOYEE-COUNT           PIC 9(05).
           05 FILLER                       PIC X(27).
           05 WHT-CRLF                     PIC X(02).
       01  WHT-HEADER-REC.
           05 WHH-REC-TYPE                 PIC X(03).
           05 WHH-PERIOD                   PIC 9(06).
           05 WHH-RETURN-TYPE              PIC X(01).
           05 WHH-CREATED-DATE             PIC 9(08).
           05 WHH-RUN-ID                   PIC 9(06).
           05 WHH-SOURCE-COUNT             PIC 9(02).
           05 FILLER                       PIC X(52).
           05 WHH-CRLF                     PIC X(02).
       01  WHT-TRAILER-REC.
           05 WHX-REC-TYPE                 PIC X(03).
           05 WHX-COMPANY-COUNT            PIC 9(03).
           05 WHX-EMPLOYEE-COUNT           PIC 9(07).
           05 WHX-GROSS-TOTAL              PIC 9(11)V99.
           05 WHX-TAX-TOTAL                PIC 9(11)V99.
           05 WHX-JOURNAL-TAX              PIC 9(11)V99.
           05 FILLER                       PIC X(26).
           05 WHX-CRLF                     PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE.
           05 AUDIT-PROGRAM-NAME           PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-DATE               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-TIME               PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-READ              PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-WRITTEN           PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-REJECTED          PIC 9(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RETURN-CODE            PIC 9(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-ID                 PIC 9(06).
           05 AUDIT-CRLF                   PIC X(02).

       FD  ERROR-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ERROR-LOG-LINE.
       01  ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM-NAME          PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-DATE              PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-TIME              PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-FILE-NAME             PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-STATUS-CODE           PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-ID                PIC 9(06).
           05 ERRLOG-CRLF                  PIC X(02).

       FD  RUN-ID-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RUN-ID-REC.
       01  RUN-ID-REC.
           05 RUN-ID-NUMBER                PIC 9(06).
           05 RUN-ID-CRLF                  PIC X(02).

       WORKING-STORAGE SECTION.
       01  TAX-RETURN-PARM-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  TAX-RETURN-SOURCE-FILE-STATUS   PIC 9(02) VALUE ZERO.
       01  PAY-RESULT-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  JOURNAL-FILE-STATUS             PIC 9(02) VALUE ZERO.
       01  EMPLOYER-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  TAX-RETURN-CONTROL-FILE-STATUS  PIC 9(02) VALUE ZERO.
       01  TAX-RETURN-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  RUN-ID-FILE-STATUS              PIC 9(02) VALUE ZERO.
       01  PAY-RESULT-FILE-NAME            PIC X(40)
               VALUE 'PAY-RESULT-FILE'.
       01  JOURNAL-FILE-NAME               PIC X(40)
               VALUE 'JOURNAL-FILE'.
       01  TAX-RETURN-FILE-NAME            PIC X(40)
               VALUE 'TAX-RETURN-FILE'.
       01  BATCH-RUN-ID                    PIC 9(06) VALUE ZERO.
       01  RUN-ID-LOADED-SWITCH            PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                  VALUE 'Y'.
       01  LOG-FILE-NAME-WS                PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS              PIC X(02) VALUE SPACES.
       01  RUN-DATE-TODAY                  PIC 9(08) VALUE 0.
       01  RETURN-PERIOD                   PIC 9(06) VALUE 0.
       01  RETURN-TYPE                     PIC X(01) VALUE 'O'.
           88 ORIGINAL-RETURN                VALUE 'O'.
           88 AMENDED-RETURN                 VALUE 'A'.
       01  DATA-REMAINS-SWITCH             PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                   VALUE 'NO'.
       01  JOURNAL-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-JOURNAL                VALUE 'NO'.
       01  SOURCE-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-SOURCES                VALUE 'NO'.
       01  CONTROL-REMAINS-SWITCH          PIC X(02) VALUE SPACES.
           88 NO-MORE-CONTROL                VALUE 'NO'.
       01  EMPLOYER-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-EMPLOYERS              VALUE 'NO'.
       01  ORIGINAL-FILED-SWITCH           PIC X(01) VALUE 'N'.
           88 ORIGINAL-FILED                 VALUE 'Y'.
       01  AMENDMENT-COUNT                 PIC 9(03) VALUE 0.
       01  FILED-DATE                      PIC 9(08) VALUE 0.
       01  FILED-RUN-ID                    PIC 9(06) VALUE 0.
       01  CONTROL-CHECK-SWITCH            PIC X(01) VALUE 'Y'.
           88 CONTROL-CHECK-OK               VALUE 'Y'.
       01  MAX-SOURCES                     PIC 9(02) VALUE 10.
       01  SRC-COUNT                       PIC 9(02) VALUE 0.
       01  SRC-TABLE.
           05 SRC-ENTRY OCCURS 10 TIMES.
              10 SRC-RESULT-NAME           PIC X(30).
              10 SRC-JOURNAL-NAME          PIC X(30).
       01  SRC-IDX                         PIC 9(02) VALUE 0.
       01  SRC-RUN-ID                      PIC 9(06) VALUE 0.
       01  SRC-RESULT-TAX                  PIC 9(11)V99 COMP-3 VALUE 0.
       01  SRC-JOURNAL-TAX                 PIC 9(11)V99 COMP-3 VALUE 0.
       01  SRC-JOURNAL-LINES               PIC 9(05) VALUE 0.
       01  MAX-EMPLOYERS                   PIC 9(02) VALUE 50.
       01  EMPLOYER-COUNT                  PIC 9(02) VALUE 0.
       01  EMPLOYER-TABLE.
           05 EMPR-ENTRY OCCURS 50 TIMES.
              10 EMPR-TBL-COMPANY          PIC X(02).
              10 EMPR-TBL-AFM              PIC X(09).
       01  EMPR-IDX                        PIC 9(02) VALUE 0.
       01  EMPR-FOUND-IDX                  PIC 9(02) VALUE 0.
       01  MAX-COMPANIES                   PIC 9(02) VALUE 50.
       01  COMP-COUNT                      PIC 9(02) VALUE 0.
       01  COMP-TABLE.
           05 COMP-ENTRY OCCURS 50 TIMES.
              10 COMP-CODE                 PIC X(02).
              10 COMP-GROSS                PIC 9(11)V99 COMP-3.
              10 COMP-TAX                  PIC 9(11)V99 COMP-3.
              10 COMP-EMPLOYEES            PIC 9(05).
       01  COMP-IDX                        PIC 9(02) VALUE 0.
       01  COMP-FOUND-IDX                  PIC 9(02) VALUE 0.
       01  MAX-SEEN                        PIC 9(05) VALUE 5000.
       01  SEEN-COUNT                      PIC 9(05) VALUE 0.
       01  SEEN-TABLE.
           05 SEEN-ENTRY OCCURS 5000 TIMES.
              10 SEEN-COMPANY              PIC X(02).
              10 SEEN-AFM                  PIC X(09).
       01  SEEN-IDX                        PIC 9(05) VALUE 0.
       01  SEEN-FOUND-SWITCH               PIC X(01) VALUE 'N'.
           88 SEEN-FOUND                     VALUE 'Y'.
       01  GROSS-TOTAL                     PIC 9(11)V99 COMP-3 VALUE 0.
       01  TAX-TOTAL                       PIC 9(11)V99 COMP-3 VALUE 0.
       01  JOURNAL-TAX-TOTAL               PIC 9(11)V99 COMP-3 VALUE 0.
       01  EMPLOYEE-TOTAL                  PIC 9(07) VALUE 0.
       01  MISSING-AFM-CNT                 PIC 9(03) VALUE 0.
       01  TOTAL-EDIT                      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  RECS-READ                       PIC 9(07) VALUE 0.
       01  RECS-WRITTEN                    PIC 9(07) VALUE 0.
       01  RECS-REJECTED                   PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-RETURN-PARMS
           PERFORM CHECK-FILING-HISTORY
           PERFORM LOAD-EMPLOYER-TABLE
           PERFORM LOAD-RETURN-SOURCES
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT
               PERFORM LOAD-SOURCE-RESULTS
               PERFORM LOAD-SOURCE-JOURNAL
               PERFORM CHECK-SOURCE-CONTROL
           END-PERFORM
           IF NOT CONTROL-CHECK-OK
               DISPLAY '***ERROR TAXRET: RETURN FOR ' RETURN-PERIOD
                       ' NOT WRITTEN - TAX WITHHELD DOES NOT TIE TO '
                       'THE JOURNAL TAX-PAYABLE CREDIT'
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM WRITE-TAX-RETURN
           PERFORM RECORD-FILING
           PERFORM FINISH.

       LOAD-RETURN-PARMS.
           MOVE RUN-DATE-TODAY(1:6) TO RETURN-PERIOD
           OPEN INPUT TAX-RETURN-PARM-FILE
           IF TAX-RETURN-PARM-FILE-STATUS = 0
               READ TAX-RETURN-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRPARM-PERIOD IS NUMERIC AND
                          TRPARM-PERIOD > 0
                           MOVE TRPARM-PERIOD TO RETURN-PERIOD
                       END-IF
                       IF TRPARM-RETURN-TYPE NOT = SPACES
                           MOVE TRPARM-RETURN-TYPE TO RETURN-TYPE
                       END-IF
               END-READ
               CLOSE TAX-RETURN-PARM-FILE
           ELSE
               DISPLAY '***WARNING TAXRET: NO TAX-RETURN-PARM-FILE - '
                       'ORIGINAL RETURN FOR THE CURRENT MONTH'
           END-IF
           IF NOT ORIGINAL-RETURN AND NOT AMENDED-RETURN
               DISPLAY '***ERROR TAXRET: UNKNOWN RETURN TYPE '
                       RETURN-TYPE ' IN TAX-RETURN-PARM-FILE'
               MOVE 'TAX-RETURN-PARM-FILE' TO LOG-FILE-NAME-WS
               MOVE '99' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           MOVE SPACES TO TAX-RETURN-FILE-NAME
           IF AMENDED-RETURN
               STRING 'TAX-RETURN-'  DELIMITED BY SIZE
                      RETURN-PERIOD  DELIMITED BY SIZE
                      '-AMD'         DELIMITED BY SIZE
                 INTO TAX-RETURN-FILE-NAME
               DISPLAY 'TAXRET: AMENDED RETURN FOR ' RETURN-PERIOD
           ELSE
               STRING 'TAX-RETURN-'  DELIMITED BY SIZE
                      RETURN-PERIOD  DELIMITED BY SIZE
                 INTO TAX-RETURN-FILE-NAME
               DISPLAY 'TAXRET: ORIGINAL RETURN FOR ' RETURN-PERIOD
           END-IF.

       CHECK-FILING-HISTORY.
           OPEN INPUT TAX-RETURN-CONTROL-FILE
           IF TAX-RETURN-CONTROL-FILE-STATUS = 0
               READ TAX-RETURN-CONTROL-FILE
                   AT END MOVE 'NO' TO CONTROL-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CONTROL
                   IF TRCTL-PERIOD = RETURN-PERIOD
                       IF TRCTL-RETURN-TYPE = 'O'
                           MOVE 'Y' TO ORIGINAL-FILED-SWITCH
                           MOVE TRCTL-FILED-DATE TO FILED-DATE
                           MOVE TRCTL-RUN-ID TO FILED-RUN-ID
                       ELSE
                           ADD 1 TO AMENDMENT-COUNT
                       END-IF
                   END-IF
                   READ TAX-RETURN-CONTROL-FILE
                       AT END MOVE 'NO' TO CONTROL-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE TAX-RETURN-CONTROL-FILE
           END-IF
           IF ORIGINAL-RETURN AND ORIGINAL-FILED
               DISPLAY '***ERROR TAXRET: RETURN FOR ' RETURN-PERIOD
                       ' WAS ALREADY FILED ON ' FILED-DATE
                       ' BY RUN ' FILED-RUN-ID
                       ' - RUN AS AN AMENDED RETURN'
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           IF AMENDED-RETURN AND NOT ORIGINAL-FILED
               DISPLAY '***ERROR TAXRET: NO ORIGINAL RETURN FILED FOR '
                       RETURN-PERIOD ' - NOTHING TO AMEND'
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           IF AMENDED-RETURN
               DISPLAY 'TAXRET: ORIGINAL FILED ON ' FILED-DATE
                       ' - PREVIOUS AMENDMENTS = ' AMENDMENT-COUNT
           END-IF.

       LOAD-EMPLOYER-TABLE.
           OPEN INPUT EMPLOYER-FILE
           IF EMPLOYER-FILE-STATUS = 0
               READ EMPLOYER-FILE
                   AT END MOVE 'NO' TO EMPLOYER-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-EMPLOYERS
                   IF EMPLOYER-COUNT < MAX-EMPLOYERS
                       ADD 1 TO EMPLOYER-COUNT
                       MOVE EMPLOYER-COMPANY-CODE
                           TO EMPR-TBL-COMPANY(EMPLOYER-COUNT)
                       MOVE EMPLOYER-AFM
                           TO EMPR-TBL-AFM(EMPLOYER-COUNT)
                   ELSE
                       DISPLAY '***ERROR TAXRET: EMPLOYER TABLE '
                               'FULL - INCREASE MAX-EMPLOYERS'
                   END-IF
                   READ EMPLOYER-FILE
                       AT END MOVE 'NO' TO EMPLOYER-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-FILE
           ELSE
               DISPLAY '***WARNING TAXRET: NO EMPLOYER-FILE - '
                       'RETURN LINES WILL CARRY NO EMPLOYER AFM'
           END-IF.

      *    NO SOURCE LIST MEANS THE MONTH WAS PAID BY ONE REGULAR RUN
       LOAD-RETURN-SOURCES.
           OPEN INPUT TAX-RETURN-SOURCE-FILE
           IF TAX-RETURN-SOURCE-FILE-STATUS = 0
               READ TAX-RETURN-SOURCE-FILE
                   AT END MOVE 'NO' TO SOURCE-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-SOURCES
                   IF TRSRC-RESULT-NAME NOT = SPACES
                       IF SRC-COUNT < MAX-SOURCES
                           ADD 1 TO SRC-COUNT
                           MOVE TRSRC-RESULT-NAME
                               TO SRC-RESULT-NAME(SRC-COUNT)
                           MOVE TRSRC-JOURNAL-NAME
                               TO SRC-JOURNAL-NAME(SRC-COUNT)
                       ELSE
                           DISPLAY '***ERROR TAXRET: TOO MANY RUNS IN '
                                   'TAX-RETURN-SOURCE-FILE'
                           MOVE 66 TO RETURN-CODE
                           PERFORM FINISH
                       END-IF
                   END-IF
                   READ TAX-RETURN-SOURCE-FILE
                       AT END MOVE 'NO' TO SOURCE-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE TAX-RETURN-SOURCE-FILE
           END-IF
           IF SRC-COUNT = 0
               MOVE 1 TO SRC-COUNT
               MOVE 'PAY-RESULT-FILE' TO SRC-RESULT-NAME(1)
               MOVE 'JOURNAL-FILE'    TO SRC-JOURNAL-NAME(1)
           END-IF.

       LOAD-SOURCE-RESULTS.
           MOVE SRC-RESULT-NAME(SRC-IDX) TO PAY-RESULT-FILE-NAME
           MOVE 0 TO SRC-RESULT-TAX
           MOVE 0 TO SRC-RUN-ID
           MOVE SPACES TO DATA-REMAINS-SWITCH
           OPEN INPUT PAY-RESULT-FILE
           IF PAY-RESULT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       PAY-RESULT-FILE-NAME
               DISPLAY 'STATUS-CODE=' PAY-RESULT-FILE-STATUS
               MOVE 'PAY-RESULT-FILE' TO LOG-FILE-NAME-WS
               MOVE PAY-RESULT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ PAY-RESULT-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO RECS-READ
               MOVE RESULT-RUN-ID TO SRC-RUN-ID
               ADD RESULT-TAX TO SRC-RESULT-TAX
               PERFORM ACCUMULATE-COMPANY
               READ PAY-RESULT-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE PAY-RESULT-FILE.

       ACCUMULATE-COMPANY.
           MOVE 0 TO COMP-FOUND-IDX
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT OR COMP-FOUND-IDX > 0
               IF COMP-CODE(COMP-IDX) = RESULT-COMPANY-CODE
                   MOVE COMP-IDX TO COMP-FOUND-IDX
               END-IF
           END-PERFORM
           IF COMP-FOUND-IDX = 0
               IF COMP-COUNT < MAX-COMPANIES
                   ADD 1 TO COMP-COUNT
                   MOVE COMP-COUNT TO COMP-FOUND-IDX
                   MOVE RESULT-COMPANY-CODE TO COMP-CODE(COMP-COUNT)
                   MOVE 0 TO COMP-GROSS(COMP-COUNT)
                   MOVE 0 TO COMP-TAX(COMP-COUNT)
                   MOVE 0 TO COMP-EMPLOYEES(COMP-COUNT)
               ELSE
                   DISPLAY '***ERROR TAXRET: COMPANY TABLE FULL - '
                           'INCREASE MAX-COMPANIES'
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
           END-IF
           ADD RESULT-GROSS TO COMP-GROSS(COMP-FOUND-IDX)
           ADD RESULT-TAX   TO COMP-TAX(COMP-FOUND-IDX)
           ADD RESULT-GROSS TO GROSS-TOTAL
           ADD RESULT-TAX   TO TAX-TOTAL
           MOVE 'N' TO SEEN-FOUND-SWITCH
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > SEEN-COUNT OR SEEN-FOUND
               IF SEEN-COMPANY(SEEN-IDX) = RESULT-COMPANY-CODE AND
                  SEEN-AFM(SEEN-IDX) = RESULT-AFM
                   MOVE 'Y' TO SEEN-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT SEEN-FOUND
               IF SEEN-COUNT < MAX-SEEN
                   ADD 1 TO SEEN-COUNT
                   MOVE RESULT-COMPANY-CODE TO SEEN-COMPANY(SEEN-COUNT)
                   MOVE RESULT-AFM          TO SEEN-AFM(SEEN-COUNT)
                   ADD 1 TO COMP-EMPLOYEES(COMP-FOUND-IDX)
                   ADD 1 TO EMPLOYEE-TOTAL
               ELSE
                   DISPLAY '***ERROR TAXRET: EMPLOYEE TABLE FULL - '
                           'INCREASE MAX-SEEN'
                   MOVE 66 TO RETURN-CODE
                   PERFORM FINISH
               END-IF
           END-IF.

       LOAD-SOURCE-JOURNAL.
           MOVE SRC-JOURNAL-NAME(SRC-IDX) TO JOURNAL-FILE-NAME
           MOVE 0 TO SRC-JOURNAL-TAX
           MOVE 0 TO SRC-JOURNAL-LINES
           MOVE SPACES TO JOURNAL-REMAINS-SWITCH
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       JOURNAL-FILE-NAME
               DISPLAY 'STATUS-CODE=' JOURNAL-FILE-STATUS
               MOVE 'JOURNAL-FILE' TO LOG-FILE-NAME-WS
               MOVE JOURNAL-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           READ JOURNAL-FILE
               AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-JOURNAL
               IF JRNL-ACCOUNT = 'TAX-PAYABLE'
                   ADD 1 TO SRC-JOURNAL-LINES
                   ADD JRNL-CREDIT TO SRC-JOURNAL-TAX
                   IF JRNL-RUN-DATE(1:6) NOT = RETURN-PERIOD
                       DISPLAY '***ERROR TAXRET: ' JOURNAL-FILE-NAME
                               ' RUN DATE ' JRNL-RUN-DATE
                               ' IS NOT IN RETURN PERIOD '
                               RETURN-PERIOD
                       MOVE 'JOURNAL-FILE' TO LOG-FILE-NAME-WS
                       MOVE '99' TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                       MOVE 66 TO RETURN-CODE
                       PERFORM FINISH
                   END-IF
                   IF SRC-RUN-ID NOT = 0 AND
                      JRNL-RUN-ID NOT = SRC-RUN-ID
                       DISPLAY '***ERROR TAXRET: ' JOURNAL-FILE-NAME
                               ' RUN ' JRNL-RUN-ID
                               ' DOES NOT MATCH RESULTS RUN '
                               SRC-RUN-ID
                       MOVE 'N' TO CONTROL-CHECK-SWITCH
                   END-IF
               END-IF
               READ JOURNAL-FILE
                   AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           ADD SRC-JOURNAL-TAX TO JOURNAL-TAX-TOTAL.

       CHECK-SOURCE-CONTROL.
           IF SRC-JOURNAL-LINES = 0
               DISPLAY '***ERROR TAXRET: NO TAX-PAYABLE CREDIT IN '
                       SRC-JOURNAL-NAME(SRC-IDX)
               MOVE 'N' TO CONTROL-CHECK-SWITCH
           END-IF
           IF SRC-RESULT-TAX NOT = SRC-JOURNAL-TAX
               MOVE SRC-RESULT-TAX TO TOTAL-EDIT
               DISPLAY '***ERROR TAXRET: TAX WITHHELD IN '
                       SRC-RESULT-NAME(SRC-IDX) ' = ' TOTAL-EDIT
               MOVE SRC-JOURNAL-TAX TO TOTAL-EDIT
               DISPLAY '***ERROR TAXRET: TAX-PAYABLE CREDIT IN '
                       SRC-JOURNAL-NAME(SRC-IDX) ' = ' TOTAL-EDIT
               MOVE 'N' TO CONTROL-CHECK-SWITCH
           END-IF
           IF CONTROL-CHECK-OK
               MOVE SRC-RESULT-TAX TO TOTAL-EDIT
               DISPLAY 'TAXRET: RUN ' SRC-RUN-ID ' TAX ' TOTAL-EDIT
                       ' TIES TO THE JOURNAL'
           END-IF.

       WRITE-TAX-RETURN.
           OPEN OUTPUT TAX-RETURN-FILE
           IF TAX-RETURN-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       TAX-RETURN-FILE-NAME
               DISPLAY 'STATUS-CODE=' TAX-RETURN-FILE-STATUS
               MOVE 'TAX-RETURN-FILE' TO LOG-FILE-NAME-WS
               MOVE TAX-RETURN-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           MOVE SPACES          TO WHT-HEADER-REC
           MOVE 'WHH'           TO WHH-REC-TYPE
           MOVE RETURN-PERIOD   TO WHH-PERIOD
           MOVE RETURN-TYPE     TO WHH-RETURN-TYPE
           MOVE RUN-DATE-TODAY  TO WHH-CREATED-DATE
           MOVE BATCH-RUN-ID    TO WHH-RUN-ID
           MOVE SRC-COUNT       TO WHH-SOURCE-COUNT
           MOVE X'0D0A'         TO WHH-CRLF
           WRITE WHT-HEADER-REC
           PERFORM CHECK-RETURN-WRITE
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               PERFORM WRITE-COMPANY-LINE
           END-PERFORM
           MOVE SPACES            TO WHT-TRAILER-REC
           MOVE 'WHT'             TO WHX-REC-TYPE
           MOVE COMP-COUNT        TO WHX-COMPANY-COUNT
           MOVE EMPLOYEE-TOTAL    TO WHX-EMPLOYEE-COUNT
           MOVE GROSS-TOTAL       TO WHX-GROSS-TOTAL
           MOVE TAX-TOTAL         TO WHX-TAX-TOTAL
           MOVE JOURNAL-TAX-TOTAL TO WHX-JOURNAL-TAX
           MOVE X'0D0A'           TO WHX-CRLF
           WRITE WHT-TRAILER-REC
           PERFORM CHECK-RETURN-WRITE
           CLOSE TAX-RETURN-FILE
           MOVE TAX-TOTAL TO TOTAL-EDIT
           DISPLAY 'TAXRET: ' TAX-RETURN-FILE-NAME
           DISPLAY 'TAXRET: COMPANIES = ' COMP-COUNT
                   '  EMPLOYEES = ' EMPLOYEE-TOTAL
                   '  TAX WITHHELD = ' TOTAL-EDIT
           IF MISSING-AFM-CNT > 0 AND RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF.

       WRITE-COMPANY-LINE.
           MOVE 0 TO EMPR-FOUND-IDX
           PERFORM VARYING EMPR-IDX FROM 1 BY 1
                   UNTIL EMPR-IDX > EMPLOYER-COUNT
                      OR EMPR-FOUND-IDX > 0
               IF EMPR-TBL-COMPANY(EMPR-IDX) = COMP-CODE(COMP-IDX)
                   MOVE EMPR-IDX TO EMPR-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE SPACES              TO WHT-DETAIL-REC
           MOVE 'WHD'               TO WHT-REC-TYPE
           MOVE COMP-CODE(COMP-IDX) TO WHT-COMPANY-CODE
           IF EMPR-FOUND-IDX > 0 AND
              EMPR-TBL-AFM(EMPR-FOUND-IDX) NOT = SPACES
               MOVE EMPR-TBL-AFM(EMPR-FOUND-IDX) TO WHT-EMPLOYER-AFM
           ELSE
               DISPLAY '***WARNING TAXRET: NO EMPLOYER AFM FOR '
                       'COMPANY ' COMP-CODE(COMP-IDX)
               ADD 1 TO MISSING-AFM-CNT
               ADD 1 TO RECS-REJECTED
           END-IF
           MOVE RETURN-PERIOD       TO WHT-PERIOD
           MOVE COMP-GROSS(COMP-IDX) TO WHT-GROSS-PAID
           MOVE COMP-TAX(COMP-IDX)  TO WHT-TAX-WITHHELD
           MOVE COMP-EMPLOYEES(COMP-IDX) TO WHT-EMPLOYEE-COUNT
           MOVE X'0D0A'             TO WHT-CRLF
           WRITE WHT-DETAIL-REC
           PERFORM CHECK-RETURN-WRITE.

       CHECK-RETURN-WRITE.
           IF TAX-RETURN-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       TAX-RETURN-FILE-NAME
               DISPLAY 'STATUS-CODE=' TAX-RETURN-FILE-STATUS
               MOVE 'TAX-RETURN-FILE' TO LOG-FILE-NAME-WS
               MOVE TAX-RETURN-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           ADD 1 TO RECS-WRITTEN.

       RECORD-FILING.
           OPEN EXTEND TAX-RETURN-CONTROL-FILE
           IF TAX-RETURN-CONTROL-FILE-STATUS = 35
               OPEN OUTPUT TAX-RETURN-CONTROL-FILE
           END-IF
           IF TAX-RETURN-CONTROL-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'TAX-RETURN-CONTROL-FILE'
               DISPLAY 'STATUS-CODE=' TAX-RETURN-CONTROL-FILE-STATUS
               MOVE 'TAX-RETURN-CONTROL' TO LOG-FILE-NAME-WS
               MOVE TAX-RETURN-CONTROL-FILE-STATUS
                   TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH.
           MOVE SPACES         TO TAX-RETURN-CONTROL-REC
           MOVE RETURN-PERIOD  TO TRCTL-PERIOD
           MOVE RETURN-TYPE    TO TRCTL-RETURN-TYPE
           MOVE RUN-DATE-TODAY TO TRCTL-FILED-DATE
           MOVE BATCH-RUN-ID   TO TRCTL-RUN-ID
           MOVE TAX-TOTAL      TO TRCTL-TAX-TOTAL
           MOVE X'0D0A'        TO TRCTL-CRLF
           WRITE TAX-RETURN-CONTROL-REC
           CLOSE TAX-RETURN-CONTROL-FILE.

       FINISH.
           DISPLAY 'TAXRET: RESULT RECORDS READ = ' RECS-READ
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
               MOVE 'TAXRET'          TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE RECS-READ          TO AUDIT-RECS-READ
               MOVE RECS-WRITTEN       TO AUDIT-RECS-WRITTEN
               MOVE RECS-REJECTED      TO AUDIT-RECS-REJECTED
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
               MOVE 'TAXRET'        TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
               WRITE ERROR-LOG-LINE
               CLOSE ERROR-LOG-FILE
           END-IF.
       END PROGRAM TAXRET.
