
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FUND-MASTER-FILE ASSIGN TO DISK
            FILE STATUS IS FUND-MASTER-FILE-STATUS.

           SELECT FUND-STATEMENT-FILE ASSIGN TO DISK
            FILE STATUS IS FUND-STATEMENT-FILE-STATUS.

           SELECT FIN-PROFILE-FILE ASSIGN TO DISK
            FILE STATUS IS FIN-PROFILE-FILE-STATUS.

           SELECT SCORE-WEIGHT-FILE ASSIGN TO DISK
            FILE STATUS IS SCORE-WEIGHT-FILE-STATUS.

           SELECT TUITION-RATE-FILE ASSIGN TO DISK
            FILE STATUS IS TUITION-RATE-FILE-STATUS.

           SELECT COA-PARM-FILE ASSIGN TO DISK
            FILE STATUS IS COA-PARM-FILE-STATUS.

           SELECT OVER-AWARD-FILE ASSIGN TO DISK
            FILE STATUS IS OVER-AWARD-FILE-STATUS.

           SELECT AWARD-STATUS-FILE ASSIGN TO DISK
            FILE STATUS IS AWARD-STATUS-FILE-STATUS.

           SELECT ACCEPT-PARM-FILE ASSIGN TO DISK
            FILE STATUS IS ACCEPT-PARM-FILE-STATUS.

           SELECT ACCEPT-RESPONSE-FILE ASSIGN TO DISK
            FILE STATUS IS ACCEPT-RESPONSE-FILE-STATUS.

           SELECT ACCEPT-REPORT-FILE ASSIGN TO DISK
            FILE STATUS IS ACCEPT-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILEN
           05  PRINT-CREDITS       PIC X(010).
           05  FILLER              PIC X(015).
           05  PRINT-MAJOR         PIC X(012).
           05  PRINT-SCORE-PARTS   PIC X(020).
           05  PRINT-DATE-LIT      PIC X(005).
           05  PRINT-CURRENT-DATE  PIC X(017).
           05  PAGE-NUMBER         PIC X(012).
           05  FILLER              PIC X(015).
           05  PRINT-MAJOR-EXCP    PIC X(012).
           05  PRINT-REASON-EXCP   PIC X(035).
           05  PRINT-SCORE-PARTS-EXCP PIC X(020).
           05  EXCP-DATE-LIT       PIC X(005).
           05  EXCP-CURRENT-DATE   PIC X(017).
           05  PAGE-NUMBER-EXCP    PIC X(012).

       FD  DISB-SCHEDULE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS DISB-SCHEDULE-REC.
       01  DISB-SCHEDULE-REC.
           05  SCHED-NAME             PIC X(025).
           05  SCHED-STATUS           PIC X(001).
               88  SCHED-HELD           VALUE 'H'.
               88  SCHED-RELEASED       VALUE 'R'.
               88  SCHED-PAID           VALUE 'P'.
               88  SCHED-CANCELLED      VALUE 'C'.
           05  SCHED-PAY-REF          PIC X(009).
           05  SCHED-FUND-CODE        PIC X(006).
           05  SCHED-CRLF             PIC X(002).

       FD  RELEASE-PARM-FILE
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

      *    POOL RESTRICTION: R = RENEWALS, N = NEW AWARDS, SPACE = ANY
       FD  FUND-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS FUND-MASTER-REC.
       01  FUND-MASTER-REC.
           05  FUND-PRIORITY          PIC 9(003).
           05  FUND-CODE              PIC X(006).
           05  FUND-NAME              PIC X(025).
           05  FUND-OPENING-BAL       PIC 9(009)V99.
           05  FUND-AWARDED           PIC 9(009)V99.
           05  FUND-DISBURSED         PIC 9(009)V99.
           05  FUND-ELIG-MAJOR        PIC X(012).
           05  FUND-MIN-CREDITS       PIC 9(003).
           05  FUND-POOL-RESTRICT     PIC X(001).
               88  FUND-RENEWAL-ONLY    VALUE 'R'.
               88  FUND-NEW-ONLY        VALUE 'N'.
           05  FUND-CRLF              PIC X(002).

       FD  FUND-STATEMENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FUND-STATEMENT-LINE.
       01  FUND-STATEMENT-LINE.
           05  FUND-STMT-TEXT         PIC X(098).
           05  FUND-STMT-CRLF         PIC X(002).

      *    INCOME BAND 1 = LOWEST ... 5 = HIGHEST
       FD  FIN-PROFILE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS FIN-PROFILE-REC.
       01  FIN-PROFILE-REC.
           05  FIN-NAME               PIC X(025).
           05  FIN-INCOME-BAND        PIC 9(001).
           05  FIN-DEPENDANTS         PIC 9(002).
           05  FIN-CRLF               PIC X(002).

       FD  SCORE-WEIGHT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS SCORE-WEIGHT-REC.
       01  SCORE-WEIGHT-REC.
           05  SCORE-WEIGHT-MERIT     PIC 9(003).
           05  SCORE-WEIGHT-NEED      PIC 9(003).
           05  SCORE-WEIGHT-CRLF      PIC X(002).

       FD  TUITION-RATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS TUITION-RATE-REC.
       01  TUITION-RATE-REC.
           05  TUIT-UNIV              PIC X(014).
           05  TUIT-DEPT              PIC X(022).
           05  TUIT-RATE              PIC 9(007)V99.
           05  TUIT-CRLF              PIC X(002).

       FD  COA-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS COA-PARM-REC.
       01  COA-PARM-REC.
           05  COA-PARM-ALLOWANCE     PIC 9(007)V99.
           05  COA-PARM-UNIV          PIC X(014).
           05  COA-PARM-CRLF          PIC X(002).

       FD  OVER-AWARD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OVER-AWARD-LINE.
       01  OVER-AWARD-LINE.
           05  OVER-AWARD-TEXT        PIC X(098).
           05  OVER-AWARD-CRLF        PIC X(002).

      *    W WAITING, O OFFERED, A ACCEPTED, D DECLINED, L LAPSED
       FD  AWARD-STATUS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS AWARD-STATUS-REC.
       01  AWARD-STATUS-REC.
           05  AST-NAME               PIC X(025).
           05  AST-MAJOR              PIC X(012).
           05  AST-CREDITS            PIC 9(003).
           05  AST-STANDING           PIC X(002).
           05  AST-TERM               PIC X(006).
           05  AST-RENEWAL            PIC X(001).
           05  AST-SCORE              PIC 9(004)V99.
           05  AST-AMOUNT             PIC 9(007)V99.
           05  AST-FUND-CODE          PIC X(006).
           05  AST-STATUS             PIC X(001).
               88  AST-WAITING          VALUE 'W'.
               88  AST-OFFERED          VALUE 'O'.
               88  AST-ACCEPTED         VALUE 'A'.
               88  AST-DECLINED         VALUE 'D'.
               88  AST-LAPSED           VALUE 'L'.
           05  AST-DEADLINE           PIC 9(008).
           05  AST-RESPONSE-DATE      PIC 9(008).
           05  AST-CRLF               PIC X(002).

       FD  ACCEPT-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS ACCEPT-PARM-REC.
       01  ACCEPT-PARM-REC.
           05  ACCEPT-PARM-DEADLINE   PIC 9(008).
           05  ACCEPT-PARM-CRLF       PIC X(002).

       FD  ACCEPT-RESPONSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS ACCEPT-RESPONSE-REC.
       01  ACCEPT-RESPONSE-REC.
           05  RESP-NAME              PIC X(025).
           05  RESP-CODE              PIC X(001).
               88  RESP-ACCEPT          VALUE 'A'.
               88  RESP-DECLINE         VALUE 'D'.
           05  RESP-DATE              PIC 9(008).
           05  RESP-CRLF              PIC X(002).

       FD  ACCEPT-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCEPT-REPORT-LINE.
       01  ACCEPT-REPORT-LINE.
           05  ACCEPT-REPORT-TEXT     PIC X(098).
           05  ACCEPT-REPORT-CRLF     PIC X(002).

       WORKING-STORAGE SECTION.
       01  RUN-ID-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  BATCH-RUN-ID                  PIC 9(06) VALUE ZERO.
               10  STBL-DUE-DATE      PIC 9(008).
               10  STBL-AMOUNT        PIC 9(007)V99.
               10  STBL-STATUS        PIC X(001).
               10  STBL-PAY-REF       PIC X(009).
               10  STBL-FUND-CODE     PIC X(006).
       01  SCHED-IDX                PIC 9(004) VALUE 0.
       01  STANDING-COUNT           PIC 9(003) VALUE 0.
       01  STANDING-TABLE.
               10  CAND-STANDING      PIC X(002).
               10  CAND-TERM          PIC X(006).
               10  CAND-CRIT-IDX      PIC 9(002).
               10  CAND-SCORE         PIC 9(004)V99.
               10  CAND-MERIT-PTS     PIC 9(003).
               10  CAND-NEED-PTS      PIC 9(003).
               10  CAND-SEQ           PIC 9(003).
               10  CAND-RENEWAL       PIC X(001).
       01  CAND-IDX                 PIC 9(003) VALUE 0.
       01  CAND-IDX2                PIC 9(003) VALUE 0.
       01  CAND-TEMP                PIC X(066) VALUE SPACES.
       01  CLASS-RANK               PIC 9(003) VALUE 0.
       01  CUT-MARKED-SWITCH        PIC X(001) VALUE 'N'.
           88 CUT-MARKED            VALUE 'Y'.
       01  RANK-EDIT                PIC ZZ9.
       01  FUND-MASTER-FILE-STATUS  PIC 99.
       01  FUND-STATEMENT-FILE-STATUS PIC 99.
       01  FUND-REMAINS-SWITCH      PIC X(002) VALUE SPACES.
           88 NO-MORE-FUNDS         VALUE 'NO'.
       01  FUND-TABLE-FULL-SWITCH   PIC X(001) VALUE 'N'.
           88 FUND-TABLE-FULL       VALUE 'Y'.
       01  MAX-FUNDS                PIC 9(002) VALUE 50.
       01  FUND-COUNT               PIC 9(002) VALUE 0.
       01  FUND-TABLE.
           05  FUND-ENTRY OCCURS 50 TIMES.
               10  FTBL-PRIORITY      PIC 9(003).
               10  FTBL-CODE          PIC X(006).
               10  FTBL-NAME          PIC X(025).
               10  FTBL-OPENING-BAL   PIC 9(009)V99.
               10  FTBL-AWARDED       PIC 9(009)V99.
               10  FTBL-DISBURSED     PIC 9(009)V99.
               10  FTBL-ELIG-MAJOR    PIC X(012).
               10  FTBL-MIN-CREDITS   PIC 9(003).
               10  FTBL-POOL-RESTRICT PIC X(001).
       01  FUND-IDX                 PIC 9(002) VALUE 0.
       01  FUND-IDX2                PIC 9(002) VALUE 0.
       01  FUND-NEXT-IDX            PIC 9(002) VALUE 0.
       01  FUND-FOUND-IDX           PIC 9(002) VALUE 0.
       01  FUND-TEMP                PIC X(083) VALUE SPACES.
       01  FUND-SHORT-SWITCH        PIC X(001) VALUE 'N'.
           88 FUND-BALANCE-SHORT    VALUE 'Y'.
       01  CURRENT-FUND-CODE        PIC X(006) VALUE SPACES.
       01  NO-FUND-CNT              PIC 9(003) VALUE 0.
       01  UNFUNDED-SCHED-CNT       PIC 9(004) VALUE 0.
       01  FUND-STMT-ASOF           PIC 9(008) VALUE 0.
       01  FUND-TOT-OPENING         PIC 9(009)V99 VALUE 0.
       01  FUND-TOT-AWARDED         PIC 9(009)V99 VALUE 0.
       01  FUND-TOT-DISBURSED       PIC 9(009)V99 VALUE 0.
       01  FUND-REMAINING           PIC S9(009)V99 VALUE 0.
       01  FUND-STMT-HEADING.
           05  FILLER                 PIC X(033)
                                      VALUE 'FUND   NAME'.
           05  FILLER                 PIC X(015)
                                      VALUE '   OPENING BAL'.
           05  FILLER                 PIC X(015)
                                      VALUE '       AWARDED'.
           05  FILLER                 PIC X(015)
                                      VALUE '     DISBURSED'.
           05  FILLER                 PIC X(020)
                                      VALUE '      REMAINING'.
       01  FUND-STMT-DETAIL.
           05  FSD-CODE               PIC X(006).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  FSD-NAME               PIC X(025).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  FSD-OPENING            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  FSD-AWARDED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  FSD-DISBURSED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  FSD-REMAINING          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(005) VALUE SPACES.
       01  FIN-PROFILE-FILE-STATUS  PIC 99.
       01  SCORE-WEIGHT-FILE-STATUS PIC 99.
       01  FIN-REMAINS-SWITCH       PIC X(002) VALUE SPACES.
           88 NO-MORE-FIN           VALUE 'NO'.
       01  MAX-FIN-PROFILES         PIC 9(003) VALUE 500.
       01  FIN-COUNT                PIC 9(003) VALUE 0.
       01  FIN-TABLE.
           05  FIN-ENTRY OCCURS 500 TIMES.
               10  FINT-NAME          PIC X(025).
               10  FINT-INCOME-BAND   PIC 9(001).
               10  FINT-DEPENDANTS    PIC 9(002).
       01  FIN-IDX                  PIC 9(003) VALUE 0.
       01  FIN-FOUND-IDX            PIC 9(003) VALUE 0.
       01  MERIT-WEIGHT             PIC 9(003) VALUE 100.
       01  NEED-WEIGHT              PIC 9(003) VALUE 0.
       01  SCORE-KNOWN-SWITCH       PIC X(001) VALUE 'N'.
           88 SCORE-KNOWN           VALUE 'Y'.
       01  CURRENT-MERIT-PTS        PIC 9(003) VALUE 0.
       01  CURRENT-NEED-PTS         PIC 9(003) VALUE 0.
       01  CURRENT-COMPOSITE        PIC 9(004)V99 VALUE 0.
       01  MERIT-PTS-EDIT           PIC ZZ9.
       01  NEED-PTS-EDIT            PIC ZZ9.
       01  COMPOSITE-EDIT           PIC ZZZ9.99.
       01  MERIT-WEIGHT-EDIT        PIC ZZ9.
       01  NEED-WEIGHT-EDIT         PIC ZZ9.
       01  SCORE-PARTS-TEXT         PIC X(020) VALUE SPACES.
       01  TUITION-RATE-FILE-STATUS PIC 99.
       01  COA-PARM-FILE-STATUS     PIC 99.
       01  OVER-AWARD-FILE-STATUS   PIC 99.
       01  TUIT-REMAINS-SWITCH      PIC X(002) VALUE SPACES.
           88 NO-MORE-TUIT          VALUE 'NO'.
       01  MAX-TUITION              PIC 9(003) VALUE 150.
       01  TUIT-COUNT               PIC 9(003) VALUE 0.
       01  TUITION-TABLE.
           05  TUIT-ENTRY OCCURS 150 TIMES.
               10  TUIT-TBL-DEPT      PIC X(022).
               10  TUIT-TBL-RATE      PIC 9(007)V99.
       01  TUIT-IDX                 PIC 9(003) VALUE 0.
       01  COA-ALLOWANCE            PIC 9(007)V99 VALUE 0.
       01  COA-UNIV                 PIC X(014) VALUE SPACES.
       01  COA-TUITION-RATE         PIC 9(007)V99 VALUE 0.
       01  COA-AMOUNT               PIC 9(008)V99 VALUE 0.
       01  COA-FOUND-SWITCH         PIC X(001) VALUE 'N'.
           88 COA-FOUND             VALUE 'Y'.
       01  OVER-AWARD-SWITCH        PIC X(001) VALUE 'N'.
           88 AWARD-WAS-CAPPED      VALUE 'Y'.
       01  OVER-AWARD-OPEN-SWITCH   PIC X(001) VALUE 'N'.
           88 OVER-AWARD-OPEN       VALUE 'Y'.
       01  UNCAPPED-AWARD-AMOUNT    PIC 9(007)V99 VALUE 0.
       01  OVER-AWARD-EXCESS        PIC 9(007)V99 VALUE 0.
       01  OVER-AWARD-CNT           PIC 9(003) VALUE 0.
       01  OVER-AWARD-RETURNED      PIC 9(009)V99 VALUE 0.
       01  NO-COA-RATE-CNT          PIC 9(003) VALUE 0.
       01  OVER-AWARD-HEADING.
           05  FILLER                 PIC X(026) VALUE 'NAME'.
           05  FILLER                 PIC X(013) VALUE 'MAJOR'.
           05  FILLER                 PIC X(013)
                                      VALUE '  CRIT AWARD'.
           05  FILLER                 PIC X(013)
                                      VALUE '  COST OF ATT'.
           05  FILLER                 PIC X(013)
                                      VALUE '   CAPPED TO'.
           05  FILLER                 PIC X(020)
                                      VALUE '      EXCESS'.
       01  OVER-AWARD-DETAIL.
           05  OAD-NAME               PIC X(025).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  OAD-MAJOR              PIC X(012).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  OAD-CRIT-AWARD         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  OAD-COA                PIC ZZ,ZZZ,ZZ9.99.
           05  OAD-CAPPED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  OAD-EXCESS             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(008) VALUE SPACES.
       01  OVER-AWARD-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01  AWARD-STATUS-FILE-STATUS PIC 99.
       01  ACCEPT-PARM-FILE-STATUS  PIC 99.
       01  ACCEPT-RESPONSE-FILE-STATUS PIC 99.
       01  ACCEPT-REPORT-FILE-STATUS PIC 99.
       01  ACCEPT-MODE-SWITCH       PIC X(001) VALUE 'N'.
           88 ACCEPT-MODE           VALUE 'Y'.
       01  ACCEPT-DEADLINE          PIC 9(008) VALUE 0.
       01  AST-REMAINS-SWITCH       PIC X(002) VALUE SPACES.
           88 NO-MORE-AST           VALUE 'NO'.
       01  RESP-REMAINS-SWITCH      PIC X(002) VALUE SPACES.
           88 NO-MORE-RESP          VALUE 'NO'.
       01  MAX-AWARD-STATUS         PIC 9(003) VALUE 500.
       01  AST-COUNT                PIC 9(003) VALUE 0.
       01  AWARD-STATUS-TABLE.
           05  AST-ENTRY OCCURS 500 TIMES.
               10  ASTB-NAME          PIC X(025).
               10  ASTB-MAJOR         PIC X(012).
               10  ASTB-CREDITS       PIC 9(003).
               10  ASTB-STANDING      PIC X(002).
               10  ASTB-TERM          PIC X(006).
               10  ASTB-RENEWAL       PIC X(001).
               10  ASTB-SCORE         PIC 9(004)V99.
               10  ASTB-AMOUNT        PIC 9(007)V99.
               10  ASTB-FUND-CODE     PIC X(006).
               10  ASTB-STATUS        PIC X(001).
               10  ASTB-DEADLINE      PIC 9(008).
               10  ASTB-RESPONSE-DATE PIC 9(008).
               10  ASTB-NOTE          PIC X(025).
       01  AST-IDX                  PIC 9(003) VALUE 0.
       01  AST-FOUND-IDX            PIC 9(003) VALUE 0.
       01  AST-NEW-STATUS           PIC X(001) VALUE SPACE.
       01  AST-EFFECTIVE-DEADLINE   PIC 9(008) VALUE 0.
       01  AST-STATUS-TEXT          PIC X(010) VALUE SPACES.
       01  RESP-READ-CNT            PIC 9(003) VALUE 0.
       01  RESP-UNMATCHED-CNT       PIC 9(003) VALUE 0.
       01  ACC-OPEN-CNT             PIC 9(003) VALUE 0.
       01  ACC-ACCEPTED-CNT         PIC 9(003) VALUE 0.
       01  ACC-DECLINED-CNT         PIC 9(003) VALUE 0.
       01  ACC-LAPSED-CNT           PIC 9(003) VALUE 0.
       01  ACC-WAITING-CNT          PIC 9(003) VALUE 0.
       01  ALT-OFFERED-CNT          PIC 9(003) VALUE 0.
       01  ACC-RELEASED-AMT         PIC 9(009)V99 VALUE 0.
       01  ALT-OFFERED-AMT          PIC 9(009)V99 VALUE 0.
       01  PAID-KEPT-AMT            PIC 9(009)V99 VALUE 0.
       01  ACC-AMOUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01  ACCEPT-DETAIL.
           05  ACD-NAME               PIC X(025).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  ACD-MAJOR              PIC X(012).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  ACD-STATUS             PIC X(010).
           05  ACD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  ACD-DEADLINE           PIC X(008).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  ACD-NOTE               PIC X(025).
           05  FILLER                 PIC X(002) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              PERFORM RUN-RELEASE THRU RUN-RELEASE-EXIT
              PERFORM WRITE-AUDIT-TRAIL
              STOP RUN.
           IF ACCEPT-MODE
              PERFORM RUN-ACCEPTANCE-CYCLE
                 THRU RUN-ACCEPTANCE-CYCLE-EXIT
              PERFORM WRITE-AUDIT-TRAIL
              STOP RUN.

           OPEN INPUT CARD-FILEN, CRITERIA-FILE,
                OUTPUT PRINT-FILE, EXCP-FILE, REJECT-FILE, CSV-FILE,
           PERFORM LOAD-INSTALLMENT-PARM
           PERFORM LOAD-CRITERIA
           PERFORM LOAD-BUDGET-PARM
           PERFORM LOAD-FUND-MASTER
           PERFORM LOAD-SCORE-WEIGHTS
           PERFORM LOAD-FIN-PROFILES
           PERFORM LOAD-COST-OF-ATTENDANCE
           PERFORM LOAD-ACCEPT-PARM
           PERFORM LOAD-PRIOR-AWARDEES
           PERFORM LOAD-TERMS-PARM
           PERFORM LOAD-STUDENT-HISTORY

           PERFORM SELECT-AWARDS.

           PERFORM PROCESS-APPEALS THRU PROCESS-APPEALS-EXIT.

           PERFORM PRINT-STATS-PARAGRAPH.

           PERFORM CLOSE-OVER-AWARD-REPORT.
           PERFORM REWRITE-AWARD-STATUS.

           IF FUND-COUNT > 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO FUND-STMT-ASOF
              PERFORM REWRITE-FUND-MASTER
              PERFORM WRITE-FUND-STATEMENT
           END-IF.

       STOPRUN.
           IF NOT ACCEPT-MODE
              PERFORM REWRITE-STUDENT-HISTORY
           END-IF.
           CLOSE CARD-FILEN, CRITERIA-FILE, PRINT-FILE, EXCP-FILE,
                 STATS-FILE, REJECT-FILE, CSV-FILE,
                 DISBURSEMENT-FILE, LETTER-FILE, DISB-SCHEDULE-FILE.
           MOVE COMMITTED-FUNDS TO DISPLAY-FUNDS.
           DISPLAY 'COMMITTED FUNDS    = ' DISPLAY-FUNDS.
           DISPLAY 'BUDGET EXHAUSTED   = ' BUDGET-EXHAUSTED-CNT.
           IF FUND-COUNT > 0
              DISPLAY 'NO FUND AVAILABLE  = ' NO-FUND-CNT
           END-IF.
           IF TUIT-COUNT > 0
              DISPLAY 'CAPPED AT COA      = ' OVER-AWARD-CNT
           END-IF.
           DISPLAY 'RECORDS READ       = ' RECS-READ.
           DISPLAY 'RECORDS WRITTEN    = ' RECS-WRITTEN.
           DISPLAY 'RECORDS NOT CHOSEN = ' RECS-NOT-CHOSEN.
              MOVE SCHOLARSHIP-BUDGET TO NEW-AWARD-BUDGET
           END-IF.

       LOAD-SCORE-WEIGHTS.
           OPEN INPUT SCORE-WEIGHT-FILE
           IF SCORE-WEIGHT-FILE-STATUS = 0
              READ SCORE-WEIGHT-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SCORE-WEIGHT-MERIT IS NUMERIC AND
                       SCORE-WEIGHT-NEED IS NUMERIC AND
                       SCORE-WEIGHT-MERIT + SCORE-WEIGHT-NEED = 100
                       MOVE SCORE-WEIGHT-MERIT TO MERIT-WEIGHT
                       MOVE SCORE-WEIGHT-NEED  TO NEED-WEIGHT
                    ELSE
                       DISPLAY '***WARNING: SCORE WEIGHTS MUST TOTAL '
                               '100 - MERIT-ONLY RANKING USED'
                    END-IF
              END-READ
              CLOSE SCORE-WEIGHT-FILE
           END-IF
           DISPLAY 'SCORE WEIGHTS MERIT/NEED = ' MERIT-WEIGHT '/'
                   NEED-WEIGHT.

       LOAD-FIN-PROFILES.
           OPEN INPUT FIN-PROFILE-FILE
           IF FIN-PROFILE-FILE-STATUS = 0
              READ FIN-PROFILE-FILE
                 AT END MOVE 'NO' TO FIN-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-FIN
                 IF FIN-NAME = SPACES OR
                    FIN-INCOME-BAND IS NOT NUMERIC OR
                    FIN-DEPENDANTS IS NOT NUMERIC
                    DISPLAY '***WARNING: BAD FINANCIAL PROFILE '
                            'SKIPPED - ' FIN-NAME
                 ELSE
                    IF FIN-COUNT < MAX-FIN-PROFILES
                       ADD 1 TO FIN-COUNT
                       MOVE FIN-NAME        TO FINT-NAME(FIN-COUNT)
                       MOVE FIN-INCOME-BAND
                          TO FINT-INCOME-BAND(FIN-COUNT)
                       MOVE FIN-DEPENDANTS
                          TO FINT-DEPENDANTS(FIN-COUNT)
                    ELSE
                       DISPLAY '***WARNING: FINANCIAL PROFILE TABLE '
                               'FULL - ' FIN-NAME ' SCORED WITHOUT NEED'
                    END-IF
                 END-IF
                 READ FIN-PROFILE-FILE
                    AT END MOVE 'NO' TO FIN-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE FIN-PROFILE-FILE
              DISPLAY 'FINANCIAL PROFILES LOADED = ' FIN-COUNT
           END-IF.

      *    NEED POINTS = INCOME BAND (1=80 ... 5=0) PLUS 5 PER DEPENDANT
       COMPUTE-COMPOSITE-SCORE.
           MOVE 0 TO CURRENT-MERIT-PTS
           IF SELECTED-CRIT-IDX > 0
              IF CARD-CREDITS >= CRIT-MIN-CREDITS(SELECTED-CRIT-IDX)
                 COMPUTE CURRENT-MERIT-PTS = CARD-CREDITS
                    - CRIT-MIN-CREDITS(SELECTED-CRIT-IDX)
              END-IF
           END-IF
           MOVE 0 TO CURRENT-NEED-PTS
           MOVE 0 TO FIN-FOUND-IDX
           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > FIN-COUNT
                      OR FIN-FOUND-IDX > 0
              IF FINT-NAME(FIN-IDX) = CARD-NAME
                 MOVE FIN-IDX TO FIN-FOUND-IDX
              END-IF
           END-PERFORM
           IF FIN-FOUND-IDX > 0
              EVALUATE FINT-INCOME-BAND(FIN-FOUND-IDX)
                 WHEN 1      MOVE 80 TO CURRENT-NEED-PTS
                 WHEN 2      MOVE 60 TO CURRENT-NEED-PTS
                 WHEN 3      MOVE 40 TO CURRENT-NEED-PTS
                 WHEN 4      MOVE 20 TO CURRENT-NEED-PTS
                 WHEN OTHER  MOVE 0  TO CURRENT-NEED-PTS
              END-EVALUATE
              IF FINT-DEPENDANTS(FIN-FOUND-IDX) >= 4
                 ADD 20 TO CURRENT-NEED-PTS
              ELSE
                 COMPUTE CURRENT-NEED-PTS = CURRENT-NEED-PTS
                    + (FINT-DEPENDANTS(FIN-FOUND-IDX) * 5)
              END-IF
           END-IF
           COMPUTE CURRENT-COMPOSITE ROUNDED =
              ((CURRENT-MERIT-PTS * MERIT-WEIGHT)
             + (CURRENT-NEED-PTS * NEED-WEIGHT)) / 100
           MOVE 'Y' TO SCORE-KNOWN-SWITCH
           PERFORM FORMAT-SCORE-PARTS.

       FORMAT-SCORE-PARTS.
           MOVE CURRENT-MERIT-PTS TO MERIT-PTS-EDIT
           MOVE CURRENT-NEED-PTS  TO NEED-PTS-EDIT
           MOVE CURRENT-COMPOSITE TO COMPOSITE-EDIT
           MOVE SPACES TO SCORE-PARTS-TEXT
           STRING '  '           DELIMITED BY SIZE
                  MERIT-PTS-EDIT DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  NEED-PTS-EDIT  DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  COMPOSITE-EDIT DELIMITED BY SIZE
             INTO SCORE-PARTS-TEXT.

       WRITE-SCORE-LETTER-LINE.
           MOVE MERIT-WEIGHT TO MERIT-WEIGHT-EDIT
           MOVE NEED-WEIGHT  TO NEED-WEIGHT-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING 'SELECTION SCORE ' DELIMITED BY SIZE
                  COMPOSITE-EDIT     DELIMITED BY SIZE
                  ' = MERIT '        DELIMITED BY SIZE
                  MERIT-PTS-EDIT     DELIMITED BY SIZE
                  ' AT '             DELIMITED BY SIZE
                  MERIT-WEIGHT-EDIT  DELIMITED BY SIZE
                  '% + NEED '        DELIMITED BY SIZE
                  NEED-PTS-EDIT      DELIMITED BY SIZE
                  ' AT '             DELIMITED BY SIZE
                  NEED-WEIGHT-EDIT   DELIMITED BY SIZE
                  '%'                DELIMITED BY SIZE
             INTO LETTER-TEXT
           PERFORM WRITE-LETTER-LINE.

       LOAD-COST-OF-ATTENDANCE.
           OPEN INPUT COA-PARM-FILE
           IF COA-PARM-FILE-STATUS = 0
              READ COA-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF COA-PARM-ALLOWANCE IS NUMERIC
                       MOVE COA-PARM-ALLOWANCE TO COA-ALLOWANCE
                    END-IF
                    MOVE COA-PARM-UNIV TO COA-UNIV
              END-READ
              CLOSE COA-PARM-FILE
           END-IF
           OPEN INPUT TUITION-RATE-FILE
           IF TUITION-RATE-FILE-STATUS = 0
              READ TUITION-RATE-FILE
                 AT END MOVE 'NO' TO TUIT-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-TUIT
                 IF TUIT-RATE IS NUMERIC AND
                    (COA-UNIV = SPACES OR TUIT-UNIV = COA-UNIV)
                    IF TUIT-COUNT < MAX-TUITION
                       ADD 1 TO TUIT-COUNT
                       MOVE TUIT-DEPT TO TUIT-TBL-DEPT(TUIT-COUNT)
                       MOVE TUIT-RATE TO TUIT-TBL-RATE(TUIT-COUNT)
                    ELSE
                       DISPLAY '***WARNING: TUITION TABLE FULL - '
                               TUIT-DEPT ' NOT CAPPED'
                    END-IF
                 END-IF
                 READ TUITION-RATE-FILE
                    AT END MOVE 'NO' TO TUIT-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE TUITION-RATE-FILE
              DISPLAY 'TUITION RATES LOADED = ' TUIT-COUNT
           END-IF
           IF TUIT-COUNT > 0
              OPEN OUTPUT OVER-AWARD-FILE
              IF OVER-AWARD-FILE-STATUS NOT = 0
                 DISPLAY '***ERROR OPENING OUTPUT FILE:OVER-AWARD!!!'
                 DISPLAY 'STATUS-CODE=' OVER-AWARD-FILE-STATUS
                 MOVE 'OVER-AWARD-FILE' TO LOG-FILE-NAME-WS
                 MOVE OVER-AWARD-FILE-STATUS TO LOG-STATUS-CODE-WS
                 PERFORM LOG-FILE-ERROR
                 GO TO STOPRUN
              END-IF
              MOVE 'Y' TO OVER-AWARD-OPEN-SWITCH
              MOVE SPACES TO OVER-AWARD-LINE
              STRING 'OVER-AWARD EXCEPTIONS - AWARDS CAPPED AT '
                        DELIMITED BY SIZE
                     'COST OF ATTENDANCE' DELIMITED BY SIZE
                INTO OVER-AWARD-TEXT
              PERFORM WRITE-OVER-AWARD-TEXT
              MOVE SPACES TO OVER-AWARD-LINE
              MOVE OVER-AWARD-HEADING TO OVER-AWARD-TEXT
              PERFORM WRITE-OVER-AWARD-TEXT
           END-IF.

       CAP-AWARD-TO-COA.
           MOVE 'N' TO OVER-AWARD-SWITCH
           MOVE CURRENT-AWARD-AMOUNT TO UNCAPPED-AWARD-AMOUNT
           IF TUIT-COUNT > 0
              MOVE 'N' TO COA-FOUND-SWITCH
              MOVE 0 TO COA-TUITION-RATE
              PERFORM VARYING TUIT-IDX FROM 1 BY 1
                      UNTIL TUIT-IDX > TUIT-COUNT
                 IF TUIT-TBL-DEPT(TUIT-IDX) = CARD-MAJOR AND
                    (NOT COA-FOUND OR
                     TUIT-TBL-RATE(TUIT-IDX) > COA-TUITION-RATE)
                    MOVE 'Y' TO COA-FOUND-SWITCH
                    MOVE TUIT-TBL-RATE(TUIT-IDX) TO COA-TUITION-RATE
                 END-IF
              END-PERFORM
              IF NOT COA-FOUND
                 ADD 1 TO NO-COA-RATE-CNT
              ELSE
                 COMPUTE COA-AMOUNT = COA-TUITION-RATE + COA-ALLOWANCE
                 IF CURRENT-AWARD-AMOUNT > COA-AMOUNT
                    MOVE COA-AMOUNT TO CURRENT-AWARD-AMOUNT
                    COMPUTE OVER-AWARD-EXCESS = UNCAPPED-AWARD-AMOUNT
                       - CURRENT-AWARD-AMOUNT
                    MOVE 'Y' TO OVER-AWARD-SWITCH
                 END-IF
              END-IF
           END-IF.

       WRITE-OVER-AWARD-DETAIL.
           ADD 1 TO OVER-AWARD-CNT
           ADD OVER-AWARD-EXCESS TO OVER-AWARD-RETURNED
           MOVE CARD-NAME             TO OAD-NAME
           MOVE CARD-MAJOR            TO OAD-MAJOR
           MOVE UNCAPPED-AWARD-AMOUNT TO OAD-CRIT-AWARD
           MOVE COA-AMOUNT            TO OAD-COA
           MOVE CURRENT-AWARD-AMOUNT  TO OAD-CAPPED
           MOVE OVER-AWARD-EXCESS     TO OAD-EXCESS
           MOVE SPACES TO OVER-AWARD-LINE
           MOVE OVER-AWARD-DETAIL TO OVER-AWARD-TEXT
           PERFORM WRITE-OVER-AWARD-TEXT.

       CLOSE-OVER-AWARD-REPORT.
           IF OVER-AWARD-OPEN
              MOVE OVER-AWARD-RETURNED TO OVER-AWARD-TOTAL-EDIT
              MOVE SPACES TO OVER-AWARD-LINE
              STRING 'AWARDS CAPPED: '        DELIMITED BY SIZE
                     OVER-AWARD-CNT           DELIMITED BY SIZE
                     '  EXCESS RETURNED TO POOL: '
                                              DELIMITED BY SIZE
                     OVER-AWARD-TOTAL-EDIT    DELIMITED BY SIZE
                INTO OVER-AWARD-TEXT
              PERFORM WRITE-OVER-AWARD-TEXT
              IF NO-COA-RATE-CNT > 0
                 MOVE SPACES TO OVER-AWARD-LINE
                 STRING 'AWARDS NOT CHECKED - NO TUITION RATE FOR '
                           DELIMITED BY SIZE
                        'MAJOR: '         DELIMITED BY SIZE
                        NO-COA-RATE-CNT   DELIMITED BY SIZE
                   INTO OVER-AWARD-TEXT
                 PERFORM WRITE-OVER-AWARD-TEXT
              END-IF
              CLOSE OVER-AWARD-FILE
              MOVE 'N' TO OVER-AWARD-OPEN-SWITCH
           END-IF.

       WRITE-OVER-AWARD-TEXT.
           MOVE X'0D0A' TO OVER-AWARD-CRLF
           WRITE OVER-AWARD-LINE
           IF OVER-AWARD-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING OUTPUT FILE:OVER-AWARD!!!'
              DISPLAY 'STATUS-CODE=' OVER-AWARD-FILE-STATUS
              MOVE 'OVER-AWARD-FILE' TO LOG-FILE-NAME-WS
              MOVE OVER-AWARD-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              GO TO STOPRUN
           END-IF.

       LOAD-PRIOR-AWARDEES.
           OPEN INPUT PRIOR-AWARDEE-FILE
           IF PRIOR-AWARDEE-FILE-STATUS = 0

       COMMIT-AWARD-FUNDS.
           ADD CURRENT-AWARD-AMOUNT TO COMMITTED-FUNDS
           IF AWARD-WAS-CAPPED
              PERFORM WRITE-OVER-AWARD-DETAIL
           END-IF
           MOVE SPACES TO CURRENT-FUND-CODE
           IF FUND-COUNT > 0 AND FUND-FOUND-IDX > 0
              ADD CURRENT-AWARD-AMOUNT TO FTBL-AWARDED(FUND-FOUND-IDX)
              MOVE FTBL-CODE(FUND-FOUND-IDX) TO CURRENT-FUND-CODE
           END-IF
           IF IS-RENEWAL
              ADD CURRENT-AWARD-AMOUNT TO COMMITTED-RENEWAL
              ADD 1 TO RENEWAL-AWARD-CNT
                  ' HAS BEEN APPROVED.' DELIMITED BY SIZE
             INTO LETTER-TEXT
           PERFORM WRITE-LETTER-LINE
           IF AWARD-WAS-CAPPED
              MOVE SPACES TO LETTER-LINE
              MOVE 'THE AWARD IS LIMITED TO YOUR COST OF ATTENDANCE.'
                 TO LETTER-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF
           IF ACCEPT-DEADLINE > 0
              MOVE SPACES TO LETTER-LINE
              STRING 'PLEASE CONFIRM YOUR ACCEPTANCE BY '
                        DELIMITED BY SIZE
                     ACCEPT-DEADLINE DELIMITED BY SIZE
                     '.'             DELIMITED BY SIZE
                INTO LETTER-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF
           IF SCORE-KNOWN
              PERFORM WRITE-SCORE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           ADD 1 TO LETTERS-WRITTEN.
                  EXCP-REASON-TEXT DELIMITED BY SIZE
             INTO LETTER-TEXT
           PERFORM WRITE-LETTER-LINE
           IF SCORE-KNOWN
              PERFORM WRITE-SCORE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           ADD 1 TO LETTERS-WRITTEN.
              MOVE CRIT-AWARD-AMOUNT(SELECTED-CRIT-IDX)
                 TO CURRENT-AWARD-AMOUNT
           END-IF
           PERFORM CAP-AWARD-TO-COA
           PERFORM CLASSIFY-CARD
           IF COMMITTED-FUNDS + CURRENT-AWARD-AMOUNT
                  > SCHOLARSHIP-BUDGET
                 MOVE 'NEW-AWARD POOL EXHAUSTED'
                    TO EXCP-REASON-TEXT
              END-IF
           END-IF
           IF CARD-IS-SELECTED AND FUND-COUNT > 0
              PERFORM FIND-ELIGIBLE-FUND
              IF FUND-FOUND-IDX = 0
                 MOVE 'N' TO SELECTED-SWITCH
                 ADD 1 TO NO-FUND-CNT
                 MOVE 'NO ELIGIBLE FUND WITH BALANCE'
                    TO EXCP-REASON-TEXT
              END-IF
           END-IF.
       CHECK-BUDGET-AVAILABLE-EXIT.
           EXIT.

       PROCESS-CARDS.
           ADD 1 TO RECS-READ.
           MOVE 'N' TO SCORE-KNOWN-SWITCH.
           MOVE SPACES TO SCORE-PARTS-TEXT.

           IF CARD-CREDITS IS NOT NUMERIC
              PERFORM WRITE-REJECTED-CARD
              MOVE CARD-STANDING TO CAND-STANDING(CAND-COUNT)
              MOVE CARD-TERM     TO CAND-TERM(CAND-COUNT)
              MOVE SELECTED-CRIT-IDX TO CAND-CRIT-IDX(CAND-COUNT)
              PERFORM COMPUTE-COMPOSITE-SCORE
              MOVE CURRENT-COMPOSITE TO CAND-SCORE(CAND-COUNT)
              MOVE CURRENT-MERIT-PTS TO CAND-MERIT-PTS(CAND-COUNT)
              MOVE CURRENT-NEED-PTS  TO CAND-NEED-PTS(CAND-COUNT)
              MOVE CAND-COUNT TO CAND-SEQ(CAND-COUNT)
              PERFORM CLASSIFY-CARD
              MOVE RENEWAL-SWITCH TO CAND-RENEWAL(CAND-COUNT)
           PERFORM SORT-CANDIDATES
           MOVE SPACES               TO  STATS-LINE
           MOVE 'RANKED SELECTION'   TO  FEATURE
           MOVE 'COMPOSITE'          TO  RECORDSSIZE
           MOVE X'0D0A'              TO  PRINT-CRLF-S
           WRITE STATS-LINE
           MOVE SPACES               TO  STATS-LINE
           MOVE CAND-STANDING(CAND-IDX) TO CARD-STANDING
           MOVE CAND-TERM(CAND-IDX)     TO CARD-TERM
           MOVE CAND-CRIT-IDX(CAND-IDX) TO SELECTED-CRIT-IDX
           MOVE CAND-MERIT-PTS(CAND-IDX) TO CURRENT-MERIT-PTS
           MOVE CAND-NEED-PTS(CAND-IDX)  TO CURRENT-NEED-PTS
           MOVE CAND-SCORE(CAND-IDX)     TO CURRENT-COMPOSITE
           MOVE 'Y' TO SCORE-KNOWN-SWITCH
           PERFORM FORMAT-SCORE-PARTS
           MOVE 'Y' TO SELECTED-SWITCH
           MOVE SPACES TO EXCP-REASON-TEXT
           PERFORM CHECK-BUDGET-AVAILABLE
              PERFORM WRITE-DISBURSEMENT-RECORD
              PERFORM WRITE-DISB-SCHEDULE
              PERFORM WRITE-AWARD-LETTER
              MOVE 'O' TO AST-NEW-STATUS
              PERFORM RECORD-AWARD-STATUS
              PERFORM PROCESS-SELECTED-RECORDS
              PERFORM WRITE-RANK-STAT
           ELSE
              PERFORM WRITE-REGRET-LETTER
              PERFORM PROCESS-NOT-SELECTED-RECORDS
              PERFORM WRITE-RANK-STAT
              MOVE 'W' TO AST-NEW-STATUS
              PERFORM RECORD-AWARD-STATUS
           END-IF.

       WRITE-RANK-STAT.
              MOVE 'NAME'           TO   PRINT-NAME
              MOVE 'CREDITS'        TO   PRINT-CREDITS
              MOVE 'PROFESSION'     TO   PRINT-MAJOR
              MOVE '  MERIT/NEED/SCORE' TO PRINT-SCORE-PARTS

              MOVE 'DATE:'          TO   PRINT-DATE-LIT
              MOVE FUNCTION
           MOVE CARD-CREDITS TO   PRINT-CREDITS

           MOVE CARD-MAJOR   TO   PRINT-MAJOR
           MOVE SCORE-PARTS-TEXT TO PRINT-SCORE-PARTS
           MOVE X'0D0A'      TO   PRINT-CRLF
           WRITE PRINT-LINE
           IF PRINT-FILE-STATUS NOT = 0
                                               DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(CARD-MAJOR)   DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(MERIT-PTS-EDIT)
                                               DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(NEED-PTS-EDIT)
                                               DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(COMPOSITE-EDIT)
                                               DELIMITED BY SIZE
                  X'0D0A'                     DELIMITED BY SIZE
             INTO CSV-LINE
           END-STRING
              MOVE 'CREDITS'       TO   PRINT-CREDITS-EXCP
              MOVE 'PROFESSION'    TO   PRINT-MAJOR-EXCP
              MOVE 'REASON'        TO   PRINT-REASON-EXCP
              MOVE '  MERIT/NEED/SCORE' TO PRINT-SCORE-PARTS-EXCP
              MOVE 'DATE:'         TO   EXCP-DATE-LIT
              MOVE FUNCTION
                CURRENT-DATE(7:2)   TO   EXCP-CURRENT-DATE(1:2)
           MOVE CARD-CREDITS TO   PRINT-CREDITS-EXCP
           MOVE CARD-MAJOR   TO   PRINT-MAJOR-EXCP
           MOVE EXCP-REASON-TEXT TO PRINT-REASON-EXCP
           MOVE SCORE-PARTS-TEXT TO PRINT-SCORE-PARTS-EXCP
           MOVE X'0D0A'      TO   PRINT-CRLF-EXCP
           WRITE PRINT-LINE-EXCP
           IF EXCP-FILE-STATUS NOT = 0
           DIVIDE CURRENT-AWARD-AMOUNT BY INST-COUNT
              GIVING INST-AMOUNT
           COMPUTE INST-LAST-AMOUNT = CURRENT-AWARD-AMOUNT
              - (INST-AMOUNT * INST-COUNT) + INST-AMOUNT
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > INST-COUNT
              MOVE SPACES       TO DISB-SCHEDULE-REC
              END-IF
              IF INST-IDX = 1
                 MOVE 'R' TO SCHED-STATUS
                 IF CURRENT-FUND-CODE NOT = SPACES
                    ADD SCHED-AMOUNT TO FTBL-DISBURSED(FUND-FOUND-IDX)
                 END-IF
              ELSE
                 MOVE 'H' TO SCHED-STATUS
              END-IF
              MOVE CURRENT-FUND-CODE TO SCHED-FUND-CODE
              MOVE X'0D0A' TO SCHED-CRLF
              IF ACCEPT-MODE
                 PERFORM ADD-SCHED-REC-TO-TABLE
              ELSE
                 WRITE DISB-SCHEDULE-REC
              END-IF
              ADD 1 TO SCHED-ROWS-WRITTEN
              IF DISB-SCHEDULE-FILE-STATUS NOT = 0
                 DISPLAY '***ERROR WRITING OUTPUT '
              READ RELEASE-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RELEASE-PARM-MODE = 'A'
                       MOVE 'Y' TO ACCEPT-MODE-SWITCH
                    END-IF
                    IF RELEASE-PARM-MODE = 'R'
                       MOVE 'Y' TO RELEASE-MODE-SWITCH
                    END-IF
                    IF RELEASE-PARM-MODE = 'R' OR
                       RELEASE-PARM-MODE = 'A'
                       IF RELEASE-PARM-DATE IS NUMERIC AND
                          RELEASE-PARM-DATE NOT = ZERO
                          MOVE RELEASE-PARM-DATE
                   RELEASE-ASOF-DATE ' ***'
           PERFORM LOAD-CURRENT-STANDINGS
           PERFORM LOAD-DISB-SCHEDULE
           PERFORM LOAD-FUND-MASTER
           IF FUND-COUNT > 0
              PERFORM TOTAL-FUNDS-FROM-SCHEDULE
           END-IF
           OPEN OUTPUT RELEASE-REPORT-FILE
           IF RELEASE-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:RELEASE-REPORT!!!'
           END-PERFORM
           CLOSE RELEASE-REPORT-FILE
           PERFORM REWRITE-DISB-SCHEDULE
           IF FUND-COUNT > 0
              MOVE RELEASE-ASOF-DATE TO FUND-STMT-ASOF
              PERFORM REWRITE-FUND-MASTER
              PERFORM WRITE-FUND-STATEMENT
           END-IF
           DISPLAY 'INSTALLMENTS RELEASED = ' RELEASED-CNT
           DISPLAY 'INSTALLMENTS HELD     = ' HELD-CNT
           MOVE SCHED-COUNT   TO RECS-READ
                    MOVE SCHED-DUE-DATE TO STBL-DUE-DATE(SCHED-COUNT)
                    MOVE SCHED-AMOUNT   TO STBL-AMOUNT(SCHED-COUNT)
                    MOVE SCHED-STATUS   TO STBL-STATUS(SCHED-COUNT)
                    MOVE SCHED-PAY-REF  TO STBL-PAY-REF(SCHED-COUNT)
                    MOVE SCHED-FUND-CODE
                                        TO STBL-FUND-CODE(SCHED-COUNT)
                 ELSE
                    DISPLAY '***WARNING: SCHEDULE TABLE FULL'
                 END-IF
                 MOVE STND-IDX TO STND-FOUND-IDX
              END-IF
           END-PERFORM
           PERFORM FIND-SCHED-ROW-FUND
           MOVE 'N' TO FUND-SHORT-SWITCH
           IF FUND-FOUND-IDX > 0
              IF FTBL-DISBURSED(FUND-FOUND-IDX) + STBL-AMOUNT(SCHED-IDX)
                     > FTBL-OPENING-BAL(FUND-FOUND-IDX)
                 MOVE 'Y' TO FUND-SHORT-SWITCH
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN STND-FOUND-IDX = 0
                 ADD 1 TO HELD-CNT
                 ADD 1 TO HELD-CNT
                 MOVE 'HELD - ADVERSE STANDING'
                    TO RELEASE-NOTE-WS
              WHEN FUND-BALANCE-SHORT
                 ADD 1 TO HELD-CNT
                 MOVE 'HELD - FUND BALANCE SHORT'
                    TO RELEASE-NOTE-WS
              WHEN OTHER
                 MOVE 'R' TO STBL-STATUS(SCHED-IDX)
                 ADD 1 TO RELEASED-CNT
                 IF FUND-FOUND-IDX > 0
                    ADD STBL-AMOUNT(SCHED-IDX)
                       TO FTBL-DISBURSED(FUND-FOUND-IDX)
                 END-IF
                 MOVE 'RELEASED' TO RELEASE-NOTE-WS
           END-EVALUATE
           MOVE SPACES TO RELEASE-REPORT-LINE
                  STBL-INST-NO(SCHED-IDX)  DELIMITED BY SIZE
                  ' DUE='                  DELIMITED BY SIZE
                  STBL-DUE-DATE(SCHED-IDX) DELIMITED BY SIZE
                  ' FUND='                 DELIMITED BY SIZE
                  STBL-FUND-CODE(SCHED-IDX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RELEASE-NOTE-WS          DELIMITED BY SIZE
             INTO RELEASE-REPORT-TEXT
              MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
              MOVE DISB-SCHEDULE-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              MOVE 66 TO RETURN-CODE
           ELSE
              PERFORM VARYING SCHED-IDX FROM 1 BY 1
                      UNTIL SCHED-IDX > SCHED-COUNT
                 MOVE STBL-DUE-DATE(SCHED-IDX) TO SCHED-DUE-DATE
                 MOVE STBL-AMOUNT(SCHED-IDX)   TO SCHED-AMOUNT
                 MOVE STBL-STATUS(SCHED-IDX)   TO SCHED-STATUS
                 MOVE STBL-PAY-REF(SCHED-IDX)  TO SCHED-PAY-REF
                 MOVE STBL-FUND-CODE(SCHED-IDX) TO SCHED-FUND-CODE
                 MOVE X'0D0A'                  TO SCHED-CRLF
                 WRITE DISB-SCHEDULE-REC
                 IF DISB-SCHEDULE-FILE-STATUS NOT = 0
                    DISPLAY '***ERROR WRITING OUTPUT FILE:'
                            'DISB-SCHEDULE!!!'
                    DISPLAY 'STATUS-CODE=' DISB-SCHEDULE-FILE-STATUS
                    MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
                    MOVE DISB-SCHEDULE-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                    PERFORM LOG-FILE-ERROR
                    MOVE 66 TO RETURN-CODE
                 END-IF
              END-PERFORM
              CLOSE DISB-SCHEDULE-FILE
           END-IF.

       LOAD-FUND-MASTER.
           MOVE 0 TO FUND-COUNT
           OPEN INPUT FUND-MASTER-FILE
           IF FUND-MASTER-FILE-STATUS = 0
              READ FUND-MASTER-FILE
                 AT END MOVE 'NO' TO FUND-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-FUNDS
                 IF FUND-CODE = SPACES OR
                    FUND-PRIORITY IS NOT NUMERIC OR
                    FUND-OPENING-BAL IS NOT NUMERIC OR
                    FUND-MIN-CREDITS IS NOT NUMERIC
                    DISPLAY '***WARNING: BAD FUND MASTER ROW SKIPPED - '
                            FUND-CODE
                 ELSE
                    IF FUND-COUNT < MAX-FUNDS
                       ADD 1 TO FUND-COUNT
                       MOVE FUND-PRIORITY
                          TO FTBL-PRIORITY(FUND-COUNT)
                       MOVE FUND-CODE  TO FTBL-CODE(FUND-COUNT)
                       MOVE FUND-NAME  TO FTBL-NAME(FUND-COUNT)
                       MOVE FUND-OPENING-BAL
                          TO FTBL-OPENING-BAL(FUND-COUNT)
                       MOVE 0 TO FTBL-AWARDED(FUND-COUNT)
                       MOVE 0 TO FTBL-DISBURSED(FUND-COUNT)
                       MOVE FUND-ELIG-MAJOR
                          TO FTBL-ELIG-MAJOR(FUND-COUNT)
                       MOVE FUND-MIN-CREDITS
                          TO FTBL-MIN-CREDITS(FUND-COUNT)
                       MOVE FUND-POOL-RESTRICT
                          TO FTBL-POOL-RESTRICT(FUND-COUNT)
                    ELSE
                       MOVE 'Y' TO FUND-TABLE-FULL-SWITCH
                       DISPLAY '***WARNING: FUND TABLE FULL - '
                               FUND-CODE ' NOT CHARGED'
                    END-IF
                 END-IF
                 READ FUND-MASTER-FILE
                    AT END MOVE 'NO' TO FUND-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE FUND-MASTER-FILE
              PERFORM SORT-FUNDS
              DISPLAY 'NAMED FUNDS LOADED = ' FUND-COUNT
           END-IF.

       SORT-FUNDS.
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX >= FUND-COUNT
              PERFORM VARYING FUND-IDX2 FROM 1 BY 1
                      UNTIL FUND-IDX2 > FUND-COUNT - FUND-IDX
                 COMPUTE FUND-NEXT-IDX = FUND-IDX2 + 1
                 IF FTBL-PRIORITY(FUND-IDX2)
                       > FTBL-PRIORITY(FUND-NEXT-IDX)
                    MOVE FUND-ENTRY(FUND-IDX2)     TO FUND-TEMP
                    MOVE FUND-ENTRY(FUND-NEXT-IDX)
                       TO FUND-ENTRY(FUND-IDX2)
                    MOVE FUND-TEMP TO FUND-ENTRY(FUND-NEXT-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIND-ELIGIBLE-FUND.
           MOVE 0 TO FUND-FOUND-IDX
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-COUNT
                      OR FUND-FOUND-IDX > 0
              IF (FTBL-ELIG-MAJOR(FUND-IDX) = SPACES OR
                  FTBL-ELIG-MAJOR(FUND-IDX) = CARD-MAJOR)          AND
                 CARD-CREDITS >= FTBL-MIN-CREDITS(FUND-IDX)         AND
                 (FTBL-POOL-RESTRICT(FUND-IDX) = SPACE OR
                  (FTBL-POOL-RESTRICT(FUND-IDX) = 'R' AND
                   IS-RENEWAL) OR
                  (FTBL-POOL-RESTRICT(FUND-IDX) = 'N' AND
                   NOT IS-RENEWAL))                                 AND
                 FTBL-AWARDED(FUND-IDX) + CURRENT-AWARD-AMOUNT
                    <= FTBL-OPENING-BAL(FUND-IDX)
                 MOVE FUND-IDX TO FUND-FOUND-IDX
              END-IF
           END-PERFORM.

       FIND-SCHED-ROW-FUND.
           MOVE 0 TO FUND-FOUND-IDX
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-COUNT
                      OR FUND-FOUND-IDX > 0
              IF FTBL-CODE(FUND-IDX) = STBL-FUND-CODE(SCHED-IDX)
                 MOVE FUND-IDX TO FUND-FOUND-IDX
              END-IF
           END-PERFORM.

       TOTAL-FUNDS-FROM-SCHEDULE.
           MOVE 0 TO UNFUNDED-SCHED-CNT
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
              PERFORM FIND-SCHED-ROW-FUND
              EVALUATE TRUE
                 WHEN STBL-STATUS(SCHED-IDX) = 'C'
                    CONTINUE
                 WHEN FUND-FOUND-IDX = 0
                    ADD 1 TO UNFUNDED-SCHED-CNT
                 WHEN OTHER
                    ADD STBL-AMOUNT(SCHED-IDX)
                       TO FTBL-AWARDED(FUND-FOUND-IDX)
                    IF STBL-STATUS(SCHED-IDX) = 'R' OR
                       STBL-STATUS(SCHED-IDX) = 'P'
                       ADD STBL-AMOUNT(SCHED-IDX)
                          TO FTBL-DISBURSED(FUND-FOUND-IDX)
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF UNFUNDED-SCHED-CNT > 0
              DISPLAY '***WARNING: ' UNFUNDED-SCHED-CNT
                      ' SCHEDULE ROWS NOT CHARGED TO A NAMED FUND'
           END-IF.

       REWRITE-FUND-MASTER.
           IF FUND-TABLE-FULL
              DISPLAY '***WARNING: FUND MASTER NOT REWRITTEN - '
                      'TABLE FULL'
              MOVE 55 TO RETURN-CODE
           ELSE
              OPEN OUTPUT FUND-MASTER-FILE
              IF FUND-MASTER-FILE-STATUS NOT = 0
                 DISPLAY '***ERROR OPENING OUTPUT FILE:FUND-MASTER!!!'
                 DISPLAY 'STATUS-CODE=' FUND-MASTER-FILE-STATUS
                 MOVE 'FUND-MASTER-FILE' TO LOG-FILE-NAME-WS
                 MOVE FUND-MASTER-FILE-STATUS TO LOG-STATUS-CODE-WS
                 PERFORM LOG-FILE-ERROR
              ELSE
                 PERFORM VARYING FUND-IDX FROM 1 BY 1
                         UNTIL FUND-IDX > FUND-COUNT
                    MOVE SPACES TO FUND-MASTER-REC
                    MOVE FTBL-PRIORITY(FUND-IDX)   TO FUND-PRIORITY
                    MOVE FTBL-CODE(FUND-IDX)       TO FUND-CODE
                    MOVE FTBL-NAME(FUND-IDX)       TO FUND-NAME
                    MOVE FTBL-OPENING-BAL(FUND-IDX)
                       TO FUND-OPENING-BAL
                    MOVE FTBL-AWARDED(FUND-IDX)    TO FUND-AWARDED
                    MOVE FTBL-DISBURSED(FUND-IDX)  TO FUND-DISBURSED
                    MOVE FTBL-ELIG-MAJOR(FUND-IDX) TO FUND-ELIG-MAJOR
                    MOVE FTBL-MIN-CREDITS(FUND-IDX)
                       TO FUND-MIN-CREDITS
                    MOVE FTBL-POOL-RESTRICT(FUND-IDX)
                       TO FUND-POOL-RESTRICT
                    MOVE X'0D0A' TO FUND-CRLF
                    WRITE FUND-MASTER-REC
                    IF FUND-MASTER-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE:'
                               'FUND-MASTER!!!'
                       DISPLAY 'STATUS-CODE=' FUND-MASTER-FILE-STATUS
                       MOVE 'FUND-MASTER-FILE' TO LOG-FILE-NAME-WS
                       MOVE FUND-MASTER-FILE-STATUS
                          TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                    END-IF
                 END-PERFORM
                 CLOSE FUND-MASTER-FILE
              END-IF
           END-IF.

       WRITE-FUND-STATEMENT.
           OPEN OUTPUT FUND-STATEMENT-FILE
           IF FUND-STATEMENT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:FUND-STATEMENT!!!'
              DISPLAY 'STATUS-CODE=' FUND-STATEMENT-FILE-STATUS
              MOVE 'FUND-STATEMENT-FILE' TO LOG-FILE-NAME-WS
              MOVE FUND-STATEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
           ELSE
              MOVE SPACES TO FUND-STATEMENT-LINE
              STRING 'SCHOLARSHIP FUND STATEMENT AS OF '
                        DELIMITED BY SIZE
                     FUND-STMT-ASOF DELIMITED BY SIZE
                INTO FUND-STMT-TEXT
              PERFORM WRITE-FUND-STMT-LINE
              MOVE SPACES TO FUND-STATEMENT-LINE
              MOVE FUND-STMT-HEADING TO FUND-STMT-TEXT
              PERFORM WRITE-FUND-STMT-LINE
              MOVE 0 TO FUND-TOT-OPENING
              MOVE 0 TO FUND-TOT-AWARDED
              MOVE 0 TO FUND-TOT-DISBURSED
              PERFORM VARYING FUND-IDX FROM 1 BY 1
                      UNTIL FUND-IDX > FUND-COUNT
                 MOVE FTBL-CODE(FUND-IDX)        TO FSD-CODE
                 MOVE FTBL-NAME(FUND-IDX)        TO FSD-NAME
                 MOVE FTBL-OPENING-BAL(FUND-IDX) TO FSD-OPENING
                 MOVE FTBL-AWARDED(FUND-IDX)     TO FSD-AWARDED
                 MOVE FTBL-DISBURSED(FUND-IDX)   TO FSD-DISBURSED
                 COMPUTE FUND-REMAINING = FTBL-OPENING-BAL(FUND-IDX)
                    - FTBL-DISBURSED(FUND-IDX)
                 MOVE FUND-REMAINING             TO FSD-REMAINING
                 ADD FTBL-OPENING-BAL(FUND-IDX)  TO FUND-TOT-OPENING
                 ADD FTBL-AWARDED(FUND-IDX)      TO FUND-TOT-AWARDED
                 ADD FTBL-DISBURSED(FUND-IDX)    TO FUND-TOT-DISBURSED
                 MOVE SPACES TO FUND-STATEMENT-LINE
                 MOVE FUND-STMT-DETAIL TO FUND-STMT-TEXT
                 PERFORM WRITE-FUND-STMT-LINE
              END-PERFORM
              MOVE SPACES             TO FSD-CODE
              MOVE 'ALL FUNDS'        TO FSD-NAME
              MOVE FUND-TOT-OPENING   TO FSD-OPENING
              MOVE FUND-TOT-AWARDED   TO FSD-AWARDED
              MOVE FUND-TOT-DISBURSED TO FSD-DISBURSED
              COMPUTE FUND-REMAINING = FUND-TOT-OPENING
                 - FUND-TOT-DISBURSED
              MOVE FUND-REMAINING     TO FSD-REMAINING
              MOVE SPACES TO FUND-STATEMENT-LINE
              MOVE FUND-STMT-DETAIL TO FUND-STMT-TEXT
              PERFORM WRITE-FUND-STMT-LINE
              IF UNFUNDED-SCHED-CNT > 0
                 MOVE SPACES TO FUND-STATEMENT-LINE
                 STRING 'SCHEDULE ROWS NOT CHARGED TO A FUND: '
                           DELIMITED BY SIZE
                        UNFUNDED-SCHED-CNT DELIMITED BY SIZE
                   INTO FUND-STMT-TEXT
                 PERFORM WRITE-FUND-STMT-LINE
              END-IF
              CLOSE FUND-STATEMENT-FILE
           END-IF.

       WRITE-FUND-STMT-LINE.
           MOVE X'0D0A' TO FUND-STMT-CRLF
           WRITE FUND-STATEMENT-LINE
           IF FUND-STATEMENT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING OUTPUT FILE:FUND-STATEMENT!!!'
              DISPLAY 'STATUS-CODE=' FUND-STATEMENT-FILE-STATUS
              MOVE 'FUND-STATEMENT-FILE' TO LOG-FILE-NAME-WS
              MOVE FUND-STATEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
           END-IF.

       LOAD-ACCEPT-PARM.
           OPEN INPUT ACCEPT-PARM-FILE
           IF ACCEPT-PARM-FILE-STATUS = 0
              READ ACCEPT-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF ACCEPT-PARM-DEADLINE IS NUMERIC
                       MOVE ACCEPT-PARM-DEADLINE TO ACCEPT-DEADLINE
                    END-IF
              END-READ
              CLOSE ACCEPT-PARM-FILE
           END-IF.

       RECORD-AWARD-STATUS.
           MOVE 0 TO AST-FOUND-IDX
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
                      OR AST-FOUND-IDX > 0
              IF ASTB-NAME(AST-IDX) = CARD-NAME
                 MOVE AST-IDX TO AST-FOUND-IDX
              END-IF
           END-PERFORM
           IF AST-FOUND-IDX = 0
              IF AST-COUNT < MAX-AWARD-STATUS
                 ADD 1 TO AST-COUNT
                 MOVE AST-COUNT TO AST-FOUND-IDX
              ELSE
                 DISPLAY '***WARNING: AWARD STATUS TABLE FULL - '
                         CARD-NAME ' NOT TRACKED FOR ACCEPTANCE'
              END-IF
           END-IF
           IF AST-FOUND-IDX > 0
              MOVE CARD-NAME      TO ASTB-NAME(AST-FOUND-IDX)
              MOVE CARD-MAJOR     TO ASTB-MAJOR(AST-FOUND-IDX)
              MOVE CARD-CREDITS   TO ASTB-CREDITS(AST-FOUND-IDX)
              MOVE CARD-STANDING  TO ASTB-STANDING(AST-FOUND-IDX)
              MOVE CARD-TERM      TO ASTB-TERM(AST-FOUND-IDX)
              MOVE RENEWAL-SWITCH TO ASTB-RENEWAL(AST-FOUND-IDX)
              MOVE CURRENT-COMPOSITE TO ASTB-SCORE(AST-FOUND-IDX)
              MOVE AST-NEW-STATUS TO ASTB-STATUS(AST-FOUND-IDX)
              MOVE 0              TO ASTB-RESPONSE-DATE(AST-FOUND-IDX)
              IF AST-NEW-STATUS = 'O'
                 MOVE CURRENT-AWARD-AMOUNT
                    TO ASTB-AMOUNT(AST-FOUND-IDX)
                 MOVE CURRENT-FUND-CODE
                    TO ASTB-FUND-CODE(AST-FOUND-IDX)
                 MOVE ACCEPT-DEADLINE TO ASTB-DEADLINE(AST-FOUND-IDX)
              ELSE
                 MOVE 0      TO ASTB-AMOUNT(AST-FOUND-IDX)
                 MOVE SPACES TO ASTB-FUND-CODE(AST-FOUND-IDX)
                 MOVE 0      TO ASTB-DEADLINE(AST-FOUND-IDX)
              END-IF
           END-IF.

       REWRITE-AWARD-STATUS.
           OPEN OUTPUT AWARD-STATUS-FILE
           IF AWARD-STATUS-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:AWARD-STATUS!!!'
              DISPLAY 'STATUS-CODE=' AWARD-STATUS-FILE-STATUS
              MOVE 'AWARD-STATUS-FILE' TO LOG-FILE-NAME-WS
              MOVE AWARD-STATUS-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              MOVE 66 TO RETURN-CODE
           ELSE
              PERFORM VARYING AST-IDX FROM 1 BY 1
                      UNTIL AST-IDX > AST-COUNT
                 MOVE SPACES TO AWARD-STATUS-REC
                 MOVE ASTB-NAME(AST-IDX)      TO AST-NAME
                 MOVE ASTB-MAJOR(AST-IDX)     TO AST-MAJOR
                 MOVE ASTB-CREDITS(AST-IDX)   TO AST-CREDITS
                 MOVE ASTB-STANDING(AST-IDX)  TO AST-STANDING
                 MOVE ASTB-TERM(AST-IDX)      TO AST-TERM
                 MOVE ASTB-RENEWAL(AST-IDX)   TO AST-RENEWAL
                 MOVE ASTB-SCORE(AST-IDX)     TO AST-SCORE
                 MOVE ASTB-AMOUNT(AST-IDX)    TO AST-AMOUNT
                 MOVE ASTB-FUND-CODE(AST-IDX) TO AST-FUND-CODE
                 MOVE ASTB-STATUS(AST-IDX)    TO AST-STATUS
                 MOVE ASTB-DEADLINE(AST-IDX)  TO AST-DEADLINE
                 MOVE ASTB-RESPONSE-DATE(AST-IDX)
                    TO AST-RESPONSE-DATE
                 MOVE X'0D0A' TO AST-CRLF
                 WRITE AWARD-STATUS-REC
                 IF AWARD-STATUS-FILE-STATUS NOT = 0
                    DISPLAY '***ERROR WRITING OUTPUT FILE:'
                            'AWARD-STATUS!!!'
                    DISPLAY 'STATUS-CODE=' AWARD-STATUS-FILE-STATUS
                    MOVE 'AWARD-STATUS-FILE' TO LOG-FILE-NAME-WS
                    MOVE AWARD-STATUS-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                    PERFORM LOG-FILE-ERROR
                    MOVE 66 TO RETURN-CODE
                 END-IF
              END-PERFORM
              CLOSE AWARD-STATUS-FILE
           END-IF.

       RUN-ACCEPTANCE-CYCLE.
           DISPLAY '*** AWARD ACCEPTANCE CYCLE - AS OF '
                   RELEASE-ASOF-DATE ' ***'
           PERFORM LOAD-ACCEPT-PARM
           IF ACCEPT-DEADLINE > 0 AND
              ACCEPT-DEADLINE NOT > RELEASE-ASOF-DATE
              DISPLAY '***WARNING: RESPONSE DEADLINE ' ACCEPT-DEADLINE
                      ' IS NOT AFTER THE RUN DATE'
              MOVE 55 TO RETURN-CODE
           END-IF
           PERFORM LOAD-AWARD-STATUS
           IF AST-COUNT = 0
              DISPLAY '***ERROR: NO AWARD STATUS FROM A SELECTION RUN'
              MOVE 66 TO RETURN-CODE
              GO TO RUN-ACCEPTANCE-CYCLE-EXIT
           END-IF
           OPEN INPUT CRITERIA-FILE
           IF CRITERIA-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING INPUT FILE:CRITERIA-FILE!!!'
              DISPLAY 'STATUS-CODE=' CRITERIA-FILE-STATUS
              MOVE 'CRITERIA-FILE' TO LOG-FILE-NAME-WS
              MOVE CRITERIA-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              MOVE 66 TO RETURN-CODE
              GO TO RUN-ACCEPTANCE-CYCLE-EXIT
           END-IF
           PERFORM LOAD-CRITERIA
           CLOSE CRITERIA-FILE
           PERFORM LOAD-INSTALLMENT-PARM
           PERFORM LOAD-BUDGET-PARM
           PERFORM LOAD-FUND-MASTER
           PERFORM LOAD-SCORE-WEIGHTS
           PERFORM LOAD-FIN-PROFILES
           PERFORM LOAD-PRIOR-AWARDEES
           PERFORM LOAD-DISB-SCHEDULE
           PERFORM APPLY-ACCEPT-RESPONSES
           PERFORM LAPSE-EXPIRED-OFFERS
           PERFORM REBUILD-COMMITTED-FUNDS
           IF FUND-COUNT > 0
              PERFORM TOTAL-FUNDS-FROM-SCHEDULE
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF LETTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:LETTER-FILE!!!'
              DISPLAY 'STATUS-CODE=' LETTER-FILE-STATUS
              MOVE 'LETTER-FILE' TO LOG-FILE-NAME-WS
              MOVE LETTER-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              MOVE 66 TO RETURN-CODE
              GO TO RUN-ACCEPTANCE-CYCLE-EXIT
           END-IF
           OPEN EXTEND DISBURSEMENT-FILE
           IF DISBURSEMENT-FILE-STATUS = 35
              OPEN OUTPUT DISBURSEMENT-FILE
           END-IF
           IF DISBURSEMENT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:DISBURSEMENT!!!'
              DISPLAY 'STATUS-CODE=' DISBURSEMENT-FILE-STATUS
              MOVE 'DISBURSEMENT-FILE' TO LOG-FILE-NAME-WS
              MOVE DISBURSEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              CLOSE LETTER-FILE
              MOVE 66 TO RETURN-CODE
              GO TO RUN-ACCEPTANCE-CYCLE-EXIT
           END-IF
           PERFORM LOAD-COST-OF-ATTENDANCE
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
              IF ASTB-STATUS(AST-IDX) = 'W'
                 PERFORM OFFER-ONE-ALTERNATE
              END-IF
           END-PERFORM
           CLOSE LETTER-FILE DISBURSEMENT-FILE
           PERFORM CLOSE-OVER-AWARD-REPORT
           PERFORM REWRITE-DISB-SCHEDULE
           PERFORM REWRITE-AWARD-STATUS
           IF RETURN-CODE NOT = 66
              PERFORM CLEAR-ACCEPT-RESPONSES
           END-IF
           IF FUND-COUNT > 0
              MOVE RELEASE-ASOF-DATE TO FUND-STMT-ASOF
              PERFORM REWRITE-FUND-MASTER
              PERFORM WRITE-FUND-STATEMENT
           END-IF
           PERFORM WRITE-ACCEPT-REPORT
           DISPLAY 'RESPONSES READ        = ' RESP-READ-CNT
           DISPLAY 'RESPONSES UNMATCHED   = ' RESP-UNMATCHED-CNT
           DISPLAY 'AWARDS ACCEPTED       = ' ACC-ACCEPTED-CNT
           DISPLAY 'AWARDS DECLINED       = ' ACC-DECLINED-CNT
           DISPLAY 'AWARDS LAPSED         = ' ACC-LAPSED-CNT
           DISPLAY 'ALTERNATES OFFERED    = ' ALT-OFFERED-CNT
           MOVE AST-COUNT       TO RECS-READ
           MOVE ALT-OFFERED-CNT TO RECS-WRITTEN
           MOVE RESP-UNMATCHED-CNT TO RECS-REJECTED
           IF RESP-UNMATCHED-CNT > 0 AND RETURN-CODE = 0
              MOVE 55 TO RETURN-CODE
           END-IF.
       RUN-ACCEPTANCE-CYCLE-EXIT.
           EXIT.

       LOAD-AWARD-STATUS.
           OPEN INPUT AWARD-STATUS-FILE
           IF AWARD-STATUS-FILE-STATUS = 0
              READ AWARD-STATUS-FILE
                 AT END MOVE 'NO' TO AST-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-AST
                 IF AST-COUNT < MAX-AWARD-STATUS
                    ADD 1 TO AST-COUNT
                    MOVE AST-NAME      TO ASTB-NAME(AST-COUNT)
                    MOVE AST-MAJOR     TO ASTB-MAJOR(AST-COUNT)
                    MOVE AST-CREDITS   TO ASTB-CREDITS(AST-COUNT)
                    MOVE AST-STANDING  TO ASTB-STANDING(AST-COUNT)
                    MOVE AST-TERM      TO ASTB-TERM(AST-COUNT)
                    MOVE AST-RENEWAL   TO ASTB-RENEWAL(AST-COUNT)
                    MOVE AST-SCORE     TO ASTB-SCORE(AST-COUNT)
                    MOVE AST-AMOUNT    TO ASTB-AMOUNT(AST-COUNT)
                    MOVE AST-FUND-CODE TO ASTB-FUND-CODE(AST-COUNT)
                    MOVE AST-STATUS    TO ASTB-STATUS(AST-COUNT)
                    MOVE AST-DEADLINE  TO ASTB-DEADLINE(AST-COUNT)
                    MOVE AST-RESPONSE-DATE
                       TO ASTB-RESPONSE-DATE(AST-COUNT)
                    MOVE SPACES        TO ASTB-NOTE(AST-COUNT)
                 ELSE
                    DISPLAY '***WARNING: AWARD STATUS TABLE FULL'
                 END-IF
                 READ AWARD-STATUS-FILE
                    AT END MOVE 'NO' TO AST-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE AWARD-STATUS-FILE
           END-IF.

       APPLY-ACCEPT-RESPONSES.
           OPEN INPUT ACCEPT-RESPONSE-FILE
           IF ACCEPT-RESPONSE-FILE-STATUS NOT = 0
              DISPLAY '***WARNING: NO ACCEPTANCE RESPONSES THIS CYCLE'
           ELSE
              READ ACCEPT-RESPONSE-FILE
                 AT END MOVE 'NO' TO RESP-REMAINS-SWITCH
              END-READ
              PERFORM UNTIL NO-MORE-RESP
                 ADD 1 TO RESP-READ-CNT
                 PERFORM APPLY-ONE-RESPONSE
                 READ ACCEPT-RESPONSE-FILE
                    AT END MOVE 'NO' TO RESP-REMAINS-SWITCH
                 END-READ
              END-PERFORM
              CLOSE ACCEPT-RESPONSE-FILE
           END-IF.

       CLEAR-ACCEPT-RESPONSES.
           OPEN OUTPUT ACCEPT-RESPONSE-FILE
           IF ACCEPT-RESPONSE-FILE-STATUS = 0
              CLOSE ACCEPT-RESPONSE-FILE
           END-IF.

       APPLY-ONE-RESPONSE.
           MOVE 0 TO AST-FOUND-IDX
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
                      OR AST-FOUND-IDX > 0
              IF ASTB-NAME(AST-IDX) = RESP-NAME AND
                 (ASTB-STATUS(AST-IDX) = 'O' OR
                  ASTB-STATUS(AST-IDX) = 'A')
                 MOVE AST-IDX TO AST-FOUND-IDX
              END-IF
           END-PERFORM
           IF AST-FOUND-IDX = 0 OR
              RESP-DATE IS NOT NUMERIC OR
              (NOT RESP-ACCEPT AND NOT RESP-DECLINE)
              ADD 1 TO RESP-UNMATCHED-CNT
              DISPLAY '***WARNING: RESPONSE NOT APPLIED - ' RESP-NAME
                      ' CODE=' RESP-CODE
           ELSE
              MOVE AST-FOUND-IDX TO AST-IDX
              PERFORM SET-EFFECTIVE-DEADLINE
              MOVE RESP-DATE TO ASTB-RESPONSE-DATE(AST-IDX)
              EVALUATE TRUE
                 WHEN RESP-DECLINE
                    MOVE 'D' TO ASTB-STATUS(AST-IDX)
                    MOVE 'DECLINED' TO ASTB-NOTE(AST-IDX)
                    PERFORM CANCEL-AWARD-SCHEDULE
                 WHEN ASTB-STATUS(AST-IDX) = 'A'
                    CONTINUE
                 WHEN AST-EFFECTIVE-DEADLINE > 0 AND
                      RESP-DATE > AST-EFFECTIVE-DEADLINE
                    MOVE 'L' TO ASTB-STATUS(AST-IDX)
                    MOVE 'LAPSED - LATE ACCEPTANCE'
                       TO ASTB-NOTE(AST-IDX)
                    PERFORM CANCEL-AWARD-SCHEDULE
                 WHEN OTHER
                    MOVE 'A' TO ASTB-STATUS(AST-IDX)
                    MOVE 'ACCEPTED' TO ASTB-NOTE(AST-IDX)
              END-EVALUATE
           END-IF.

       SET-EFFECTIVE-DEADLINE.
           IF ASTB-DEADLINE(AST-IDX) > 0
              MOVE ASTB-DEADLINE(AST-IDX) TO AST-EFFECTIVE-DEADLINE
           ELSE
              MOVE ACCEPT-DEADLINE TO AST-EFFECTIVE-DEADLINE
           END-IF.

       LAPSE-EXPIRED-OFFERS.
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
              IF ASTB-STATUS(AST-IDX) = 'O'
                 PERFORM SET-EFFECTIVE-DEADLINE
                 IF AST-EFFECTIVE-DEADLINE > 0 AND
                    AST-EFFECTIVE-DEADLINE < RELEASE-ASOF-DATE
                    MOVE 'L' TO ASTB-STATUS(AST-IDX)
                    MOVE 'LAPSED - NO RESPONSE' TO ASTB-NOTE(AST-IDX)
                    PERFORM CANCEL-AWARD-SCHEDULE
                 END-IF
              END-IF
           END-PERFORM.

      *    PAID INSTALLMENTS STAY ON THE SCHEDULE FOR RECOVERY
       CANCEL-AWARD-SCHEDULE.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
              IF STBL-NAME(SCHED-IDX) = ASTB-NAME(AST-IDX)
                 EVALUATE STBL-STATUS(SCHED-IDX)
                    WHEN 'H'
                    WHEN 'R'
                       MOVE 'C' TO STBL-STATUS(SCHED-IDX)
                       ADD STBL-AMOUNT(SCHED-IDX) TO ACC-RELEASED-AMT
                    WHEN 'P'
                       ADD STBL-AMOUNT(SCHED-IDX) TO PAID-KEPT-AMT
                       MOVE 'PAID INSTALLMENT TO RECOVER'
                          TO ASTB-NOTE(AST-IDX)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       REBUILD-COMMITTED-FUNDS.
           MOVE 0 TO COMMITTED-FUNDS
           MOVE 0 TO COMMITTED-RENEWAL
           MOVE 0 TO COMMITTED-NEW
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
              IF STBL-STATUS(SCHED-IDX) NOT = 'C'
                 ADD STBL-AMOUNT(SCHED-IDX) TO COMMITTED-FUNDS
                 MOVE 0 TO AST-FOUND-IDX
                 PERFORM VARYING AST-IDX FROM 1 BY 1
                         UNTIL AST-IDX > AST-COUNT
                            OR AST-FOUND-IDX > 0
                    IF ASTB-NAME(AST-IDX) = STBL-NAME(SCHED-IDX)
                       MOVE AST-IDX TO AST-FOUND-IDX
                    END-IF
                 END-PERFORM
                 IF AST-FOUND-IDX > 0 AND
                    ASTB-RENEWAL(AST-FOUND-IDX) = 'Y'
                    ADD STBL-AMOUNT(SCHED-IDX) TO COMMITTED-RENEWAL
                 ELSE
                    ADD STBL-AMOUNT(SCHED-IDX) TO COMMITTED-NEW
                 END-IF
              END-IF
           END-PERFORM.

       OFFER-ONE-ALTERNATE.
           MOVE ASTB-NAME(AST-IDX)     TO CARD-NAME
           MOVE ASTB-CREDITS(AST-IDX)  TO CARD-CREDITS
           MOVE ASTB-MAJOR(AST-IDX)    TO CARD-MAJOR
           MOVE ASTB-STANDING(AST-IDX) TO CARD-STANDING
           MOVE ASTB-TERM(AST-IDX)     TO CARD-TERM
           MOVE SPACES TO EXCP-REASON-TEXT
           PERFORM EVALUATE-CRITERIA
           IF NOT CARD-IS-SELECTED
              MOVE 'ALTERNATE - NOT ELIGIBLE' TO ASTB-NOTE(AST-IDX)
           ELSE
              PERFORM COMPUTE-COMPOSITE-SCORE
              PERFORM CHECK-BUDGET-AVAILABLE
                 THRU CHECK-BUDGET-AVAILABLE-EXIT
              IF NOT CARD-IS-SELECTED
                 MOVE 'ALTERNATE - WAITING' TO ASTB-NOTE(AST-IDX)
              ELSE
                 PERFORM COMMIT-AWARD-FUNDS
                 PERFORM WRITE-DISBURSEMENT-RECORD
                 PERFORM WRITE-DISB-SCHEDULE
                 PERFORM WRITE-AWARD-LETTER
                 MOVE 'O' TO ASTB-STATUS(AST-IDX)
                 MOVE CURRENT-AWARD-AMOUNT TO ASTB-AMOUNT(AST-IDX)
                 MOVE CURRENT-FUND-CODE TO ASTB-FUND-CODE(AST-IDX)
                 MOVE ACCEPT-DEADLINE   TO ASTB-DEADLINE(AST-IDX)
                 MOVE 'OFFERED AS ALTERNATE' TO ASTB-NOTE(AST-IDX)
                 ADD 1 TO ALT-OFFERED-CNT
                 ADD CURRENT-AWARD-AMOUNT TO ALT-OFFERED-AMT
              END-IF
           END-IF.

       ADD-SCHED-REC-TO-TABLE.
           IF SCHED-COUNT < MAX-SCHED
              ADD 1 TO SCHED-COUNT
              MOVE SCHED-NAME      TO STBL-NAME(SCHED-COUNT)
              MOVE SCHED-MAJOR     TO STBL-MAJOR(SCHED-COUNT)
              MOVE SCHED-INST-NO   TO STBL-INST-NO(SCHED-COUNT)
              MOVE SCHED-DUE-DATE  TO STBL-DUE-DATE(SCHED-COUNT)
              MOVE SCHED-AMOUNT    TO STBL-AMOUNT(SCHED-COUNT)
              MOVE SCHED-STATUS    TO STBL-STATUS(SCHED-COUNT)
              MOVE SCHED-PAY-REF   TO STBL-PAY-REF(SCHED-COUNT)
              MOVE SCHED-FUND-CODE TO STBL-FUND-CODE(SCHED-COUNT)
           ELSE
              DISPLAY '***ERROR: SCHEDULE TABLE FULL - ALTERNATE '
                      'OFFER STOPPED'
              MOVE 'DISB-SCHEDULE-FILE' TO LOG-FILE-NAME-WS
              MOVE '34' TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
              MOVE 66 TO RETURN-CODE
              GO TO STOPRUN
           END-IF.

       WRITE-ACCEPT-REPORT.
           OPEN OUTPUT ACCEPT-REPORT-FILE
           IF ACCEPT-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR OPENING OUTPUT FILE:ACCEPT-REPORT!!!'
              DISPLAY 'STATUS-CODE=' ACCEPT-REPORT-FILE-STATUS
              MOVE 'ACCEPT-REPORT-FILE' TO LOG-FILE-NAME-WS
              MOVE ACCEPT-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
           ELSE
              MOVE SPACES TO ACCEPT-REPORT-LINE
              STRING 'AWARD ACCEPTANCE STATUS AS OF ' DELIMITED BY SIZE
                     RELEASE-ASOF-DATE               DELIMITED BY SIZE
                INTO ACCEPT-REPORT-TEXT
              PERFORM WRITE-ACCEPT-REPORT-LINE
              MOVE SPACES TO ACCEPT-REPORT-LINE
              MOVE 'NAME' TO ACCEPT-REPORT-TEXT(1:4)
              MOVE 'MAJOR' TO ACCEPT-REPORT-TEXT(27:5)
              MOVE 'STATUS' TO ACCEPT-REPORT-TEXT(40:6)
              MOVE 'AMOUNT' TO ACCEPT-REPORT-TEXT(56:6)
              MOVE 'DEADLINE' TO ACCEPT-REPORT-TEXT(63:8)
              MOVE 'NOTE' TO ACCEPT-REPORT-TEXT(72:4)
              PERFORM WRITE-ACCEPT-REPORT-LINE
              PERFORM VARYING AST-IDX FROM 1 BY 1
                      UNTIL AST-IDX > AST-COUNT
                 PERFORM WRITE-ACCEPT-DETAIL
              END-PERFORM
              MOVE SPACES TO ACCEPT-REPORT-LINE
              PERFORM WRITE-ACCEPT-REPORT-LINE
              MOVE SPACES TO ACCEPT-REPORT-LINE
              STRING 'OFFERED (OPEN)=' DELIMITED BY SIZE
                     ACC-OPEN-CNT      DELIMITED BY SIZE
                     '  ACCEPTED='     DELIMITED BY SIZE
                     ACC-ACCEPTED-CNT  DELIMITED BY SIZE
                     '  DECLINED='     DELIMITED BY SIZE
                     ACC-DECLINED-CNT  DELIMITED BY SIZE
                     '  LAPSED='       DELIMITED BY SIZE
                     ACC-LAPSED-CNT    DELIMITED BY SIZE
                     '  ALTERNATES WAITING=' DELIMITED BY SIZE
                     ACC-WAITING-CNT   DELIMITED BY SIZE
                INTO ACCEPT-REPORT-TEXT
              PERFORM WRITE-ACCEPT-REPORT-LINE
              MOVE SPACES TO ACCEPT-REPORT-LINE
              MOVE ACC-RELEASED-AMT TO ACC-AMOUNT-EDIT
              STRING 'RELEASED TO POOL THIS CYCLE: ' DELIMITED BY SIZE
                     ACC-AMOUNT-EDIT                 DELIMITED BY SIZE
                INTO ACCEPT-REPORT-TEXT
              PERFORM WRITE-ACCEPT-REPORT-LINE
              MOVE SPACES TO ACCEPT-REPORT-LINE
              MOVE ALT-OFFERED-AMT TO ACC-AMOUNT-EDIT
              STRING 'OFFERED TO ALTERNATES:       ' DELIMITED BY SIZE
                     ACC-AMOUNT-EDIT                 DELIMITED BY SIZE
                     '  ('                           DELIMITED BY SIZE
                     ALT-OFFERED-CNT                 DELIMITED BY SIZE
                     ' STUDENTS)'                    DELIMITED BY SIZE
                INTO ACCEPT-REPORT-TEXT
              PERFORM WRITE-ACCEPT-REPORT-LINE
              IF PAID-KEPT-AMT > 0
                 MOVE SPACES TO ACCEPT-REPORT-LINE
                 MOVE PAID-KEPT-AMT TO ACC-AMOUNT-EDIT
                 STRING 'ALREADY PAID - TO RECOVER:   '
                           DELIMITED BY SIZE
                        ACC-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO ACCEPT-REPORT-TEXT
                 PERFORM WRITE-ACCEPT-REPORT-LINE
              END-IF
              CLOSE ACCEPT-REPORT-FILE
           END-IF.

       WRITE-ACCEPT-DETAIL.
           EVALUATE ASTB-STATUS(AST-IDX)
              WHEN 'O'
                 ADD 1 TO ACC-OPEN-CNT
                 MOVE 'OFFERED'   TO AST-STATUS-TEXT
              WHEN 'A'
                 ADD 1 TO ACC-ACCEPTED-CNT
                 MOVE 'ACCEPTED'  TO AST-STATUS-TEXT
              WHEN 'D'
                 ADD 1 TO ACC-DECLINED-CNT
                 MOVE 'DECLINED'  TO AST-STATUS-TEXT
              WHEN 'L'
                 ADD 1 TO ACC-LAPSED-CNT
                 MOVE 'LAPSED'    TO AST-STATUS-TEXT
              WHEN 'W'
                 ADD 1 TO ACC-WAITING-CNT
                 MOVE 'ALTERNATE' TO AST-STATUS-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN'   TO AST-STATUS-TEXT
           END-EVALUATE
           MOVE ASTB-NAME(AST-IDX)   TO ACD-NAME
           MOVE ASTB-MAJOR(AST-IDX)  TO ACD-MAJOR
           MOVE AST-STATUS-TEXT      TO ACD-STATUS
           MOVE ASTB-AMOUNT(AST-IDX) TO ACD-AMOUNT
           IF ASTB-DEADLINE(AST-IDX) > 0
              MOVE ASTB-DEADLINE(AST-IDX) TO ACD-DEADLINE
           ELSE
              MOVE SPACES TO ACD-DEADLINE
           END-IF
           MOVE ASTB-NOTE(AST-IDX)   TO ACD-NOTE
           MOVE SPACES TO ACCEPT-REPORT-LINE
           MOVE ACCEPT-DETAIL TO ACCEPT-REPORT-TEXT
           PERFORM WRITE-ACCEPT-REPORT-LINE.

       WRITE-ACCEPT-REPORT-LINE.
           MOVE X'0D0A' TO ACCEPT-REPORT-CRLF
           WRITE ACCEPT-REPORT-LINE
           IF ACCEPT-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING OUTPUT FILE:ACCEPT-REPORT!!!'
              DISPLAY 'STATUS-CODE=' ACCEPT-REPORT-FILE-STATUS
              MOVE 'ACCEPT-REPORT-FILE' TO LOG-FILE-NAME-WS
              MOVE ACCEPT-REPORT-FILE-STATUS TO LOG-STATUS-CODE-WS
              PERFORM LOG-FILE-ERROR
           END-IF.

       RECORD-REJECTED-CARD.
           IF REJECTED-COUNT < MAX-REJECTED
              ADD 1 TO REJECTED-COUNT
              PERFORM WRITE-APPEAL-OUTCOME
              GO TO PROCESS-ONE-APPEAL-EXIT
           END-IF
           PERFORM COMPUTE-COMPOSITE-SCORE
           PERFORM CHECK-BUDGET-AVAILABLE
              THRU CHECK-BUDGET-AVAILABLE-EXIT
           IF NOT CARD-IS-SELECTED
           PERFORM WRITE-DISBURSEMENT-RECORD
           PERFORM WRITE-DISB-SCHEDULE
           PERFORM WRITE-AWARD-LETTER
           MOVE 'O' TO AST-NEW-STATUS
           PERFORM RECORD-AWARD-STATUS
           ADD 1 TO APPEALS-UPHELD-CNT
           MOVE 'UPHELD-AWARDED' TO APPEAL-OUTCOME-WS
           PERFORM WRITE-APPEAL-OUTCOME.
