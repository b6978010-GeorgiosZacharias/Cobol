       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSETTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFUS-TRANS-FILE ASSIGN TO DISK
               FILE STATUS IS OFFUS-TRANS-FILE-STATUS.

           SELECT INTERCHANGE-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS INTERCHANGE-PARM-FILE-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO DISK
               FILE STATUS IS SETTLEMENT-FILE-STATUS.

           SELECT NET-POSITION-FILE ASSIGN TO DISK
               FILE STATUS IS NET-POSITION-FILE-STATUS.

           SELECT RECON-FILE ASSIGN TO DISK
               FILE STATUS IS RECON-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO DISK
               FILE STATUS IS ERROR-LOG-FILE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    A = OTHER BANK'S CARD AT OUR ATM, I = OUR CARD AT THEIRS
       FD  OFFUS-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS OFFUS-TRANS-REC.
       01  OFFUS-TRANS-REC.
           05 OFX-ISS-ACQ-IND        PIC X(01).
              88 OFX-ACQUIRED          VALUE 'A'.
              88 OFX-ISSUED            VALUE 'I'.
           05 OFX-PARTNER-BANK       PIC X(04).
           05 OFX-DATE               PIC 9(08).
           05 OFX-TIME               PIC 9(06).
           05 OFX-ATM-ID             PIC X(06).
           05 OFX-REGION             PIC X(20).
           05 OFX-TYPE               PIC X(01).
              88 OFX-WITHDRAWAL        VALUE 'W'.
              88 OFX-INQUIRY           VALUE 'I'.
           05 OFX-TRN                PIC 9(05).
           05 OFX-AMOUNT             PIC 9(10).
           05 OFX-CRLF               PIC X(02).

      *    BANK CODE **** HOLDS THE DEFAULT FEES
       FD  INTERCHANGE-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS INTERCHANGE-PARM-REC.
       01  INTERCHANGE-PARM-REC.
           05 ICP-BANK-CODE          PIC X(04).
           05 ICP-BANK-NAME          PIC X(20).
           05 ICP-WDL-FIXED          PIC 9(03)V99.
           05 ICP-WDL-PCT            PIC V9(04).
           05 ICP-INQ-FIXED          PIC 9(03)V99.
           05 ICP-CRLF               PIC X(02).

       FD  SETTLEMENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SETTLEMENT-REC.
       01  SETTLEMENT-REC.
           05 STL-TAG                PIC X(03).
           05 STL-BANK-CODE          PIC X(04).
           05 STL-ACQ-TRN            PIC 9(07).
           05 STL-ACQ-AMOUNT         PIC 9(10)V99.
           05 STL-ACQ-FEE            PIC 9(07)V99.
           05 STL-ISS-TRN            PIC 9(07).
           05 STL-ISS-AMOUNT         PIC 9(10)V99.
           05 STL-ISS-FEE            PIC 9(07)V99.
           05 STL-NET-AMOUNT         PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05 STL-DIRECTION          PIC X(01).
           05 FILLER                 PIC X(01).
           05 STL-CRLF               PIC X(02).
       01  SETTLEMENT-HDR-REC.
           05 STLH-TAG               PIC X(03).
           05 STLH-SETTLE-DATE       PIC 9(08).
           05 STLH-FROM-DATE         PIC 9(08).
           05 STLH-TO-DATE           PIC 9(08).
           05 STLH-RUN-ID            PIC 9(06).
           05 FILLER                 PIC X(45).
           05 STLH-CRLF              PIC X(02).
       01  SETTLEMENT-TRL-REC.
           05 STLT-TAG               PIC X(03).
           05 STLT-COUNT             PIC 9(07).
           05 STLT-HASH              PIC 9(11)V99.
           05 STLT-NET               PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05 FILLER                 PIC X(41).
           05 STLT-CRLF              PIC X(02).

       FD  NET-POSITION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS NET-POSITION-LINE.
       01  NET-POSITION-LINE.
           05 NET-POSITION-TEXT      PIC X(98).
           05 NET-POSITION-CRLF      PIC X(02).

       FD  RECON-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS RECON-LINE.
       01  RECON-LINE.
           05 RECON-PROGRAM-NAME     PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RECON-RUN-DATE         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RECON-AMOUNT           PIC 9(10)V99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RECON-RUN-ID           PIC 9(06).
           05 RECON-CRLF             PIC X(02).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE.
           05 AUDIT-PROGRAM-NAME     PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-DATE         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-TIME         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-READ        PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-WRITTEN     PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RECS-REJECTED    PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RETURN-CODE      PIC 9(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AUDIT-RUN-ID           PIC 9(06).
           05 AUDIT-CRLF             PIC X(02).

       FD  ERROR-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ERROR-LOG-LINE.
       01  ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM-NAME    PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-DATE        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-TIME        PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-FILE-NAME       PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-STATUS-CODE     PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ERRLOG-RUN-ID          PIC 9(06).
           05 ERRLOG-CRLF            PIC X(02).

       FD  RUN-ID-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RUN-ID-REC.
       01  RUN-ID-REC.
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
       01  RUN-ID-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88 RUN-ID-LOADED                VALUE 'Y'.
       01  OFFUS-TRANS-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  INTERCHANGE-PARM-FILE-STATUS  PIC 9(02) VALUE ZERO.
       01  SETTLEMENT-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  NET-POSITION-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  RECON-FILE-STATUS             PIC 9(02) VALUE ZERO.
       01  AUDIT-TRAIL-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  ERROR-LOG-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS              PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS            PIC X(02) VALUE SPACES.
       01  FILE-CATALOG-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS          PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT            PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL            PIC 9(15)V99 VALUE 0.
       01  DATA-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-DATA                 VALUE 'NO'.
       01  ICP-REMAINS-SWITCH            PIC X(02) VALUE SPACES.
           88 NO-MORE-ICP                  VALUE 'NO'.
       01  MAX-FEE-BANKS                 PIC 9(03) VALUE 200.
       01  FEE-BANK-COUNT                PIC 9(03) VALUE 0.
       01  FEE-BANK-TABLE.
           05 FEE-BANK-ENTRY OCCURS 200 TIMES.
              10 FEE-BANK-CODE           PIC X(04).
              10 FEE-BANK-NAME           PIC X(20).
              10 FEE-WDL-FIXED           PIC 9(03)V99.
              10 FEE-WDL-PCT             PIC V9(04).
              10 FEE-INQ-FIXED           PIC 9(03)V99.
       01  FEE-IDX                       PIC 9(03) VALUE 0.
       01  FEE-FOUND-IDX                 PIC 9(03) VALUE 0.
       01  FEE-DEFAULT-IDX               PIC 9(03) VALUE 0.
       01  MAX-PARTNERS                  PIC 9(03) VALUE 200.
       01  PARTNER-COUNT                 PIC 9(03) VALUE 0.
       01  PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 200 TIMES.
              10 PTN-BANK-CODE           PIC X(04).
              10 PTN-BANK-NAME           PIC X(20).
              10 PTN-FEE-IDX             PIC 9(03).
              10 PTN-ACQ-TRN             PIC 9(07).
              10 PTN-ACQ-AMOUNT          PIC 9(10)V99.
              10 PTN-ACQ-FEE             PIC 9(07)V99.
              10 PTN-ISS-TRN             PIC 9(07).
              10 PTN-ISS-AMOUNT          PIC 9(10)V99.
              10 PTN-ISS-FEE             PIC 9(07)V99.
              10 PTN-NET-AMOUNT          PIC S9(10)V99.
       01  PTN-IDX                       PIC 9(03) VALUE 0.
       01  PTN-FOUND-IDX                 PIC 9(03) VALUE 0.
       01  PTN-INS-POS                   PIC 9(03) VALUE 0.
       01  FEE-WORK                      PIC 9(07)V99 VALUE 0.
       01  SETTLE-DATE                   PIC 9(08) VALUE 0.
       01  FROM-TRN-DATE                 PIC 9(08) VALUE 99999999.
       01  TO-TRN-DATE                   PIC 9(08) VALUE 0.
       01  RECS-READ-CNT                 PIC 9(07) VALUE 0.
       01  RECS-SETTLED-CNT              PIC 9(07) VALUE 0.
       01  RECS-REJECTED-CNT             PIC 9(07) VALUE 0.
       01  UNPRICED-BANK-CNT             PIC 9(03) VALUE 0.
       01  SETTLE-LINES-WRITTEN          PIC 9(07) VALUE 0.
       01  TOTAL-GROSS-AMOUNT            PIC 9(11)V99 VALUE 0.
       01  TOTAL-ACQ-FEE                 PIC 9(09)V99 VALUE 0.
       01  TOTAL-ISS-FEE                 PIC 9(09)V99 VALUE 0.
       01  TOTAL-NET-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  AMOUNT-EDIT                   PIC ZZZZZZZZZ9.99.
       01  AMOUNT-EDIT-2                 PIC ZZZZZZZZZ9.99.
       01  FEE-EDIT                      PIC ZZZZZZ9.99.
       01  FEE-EDIT-2                    PIC ZZZZZZ9.99.
       01  NET-EDIT                      PIC -ZZZZZZZZZ9.99.
       01  DIRECTION-TEXT                PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SETTLE-DATE
           PERFORM LOAD-INTERCHANGE-FEES
           PERFORM READ-OFFUS-TRANSACTIONS
           PERFORM WRITE-SETTLEMENT-FILE
           PERFORM WRITE-NET-POSITION-REPORT
           PERFORM WRITE-RECON-RECORD
           PERFORM FINISH.

       LOAD-INTERCHANGE-FEES.
           OPEN INPUT INTERCHANGE-PARM-FILE
           IF INTERCHANGE-PARM-FILE-STATUS = 0
               READ INTERCHANGE-PARM-FILE
                   AT END MOVE 'NO' TO ICP-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-ICP
                   IF ICP-BANK-CODE = SPACES OR
                      ICP-WDL-FIXED IS NOT NUMERIC OR
                      ICP-WDL-PCT IS NOT NUMERIC OR
                      ICP-INQ-FIXED IS NOT NUMERIC
                       DISPLAY '***WARNING ATMSETTL: BAD INTERCHANGE '
                               'ROW IGNORED FOR BANK ' ICP-BANK-CODE
                   ELSE
                       IF FEE-BANK-COUNT < MAX-FEE-BANKS
                           ADD 1 TO FEE-BANK-COUNT
                           MOVE ICP-BANK-CODE
                               TO FEE-BANK-CODE(FEE-BANK-COUNT)
                           MOVE ICP-BANK-NAME
                               TO FEE-BANK-NAME(FEE-BANK-COUNT)
                           MOVE ICP-WDL-FIXED
                               TO FEE-WDL-FIXED(FEE-BANK-COUNT)
                           MOVE ICP-WDL-PCT
                               TO FEE-WDL-PCT(FEE-BANK-COUNT)
                           MOVE ICP-INQ-FIXED
                               TO FEE-INQ-FIXED(FEE-BANK-COUNT)
                           IF ICP-BANK-CODE = '****'
                               MOVE FEE-BANK-COUNT TO FEE-DEFAULT-IDX
                           END-IF
                       ELSE
                           DISPLAY '***ERROR ATMSETTL: INTERCHANGE '
                                   'TABLE FULL - INCREASE '
                                   'MAX-FEE-BANKS'
                       END-IF
                   END-IF
                   READ INTERCHANGE-PARM-FILE
                       AT END MOVE 'NO' TO ICP-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE INTERCHANGE-PARM-FILE
               DISPLAY 'ATMSETTL: INTERCHANGE RATES LOADED = '
                       FEE-BANK-COUNT
           ELSE
               DISPLAY '***WARNING ATMSETTL: NO INTERCHANGE-PARM-FILE'
                       ' - NO INTERCHANGE FEES THIS RUN'
           END-IF.

       READ-OFFUS-TRANSACTIONS.
           OPEN INPUT OFFUS-TRANS-FILE
           IF OFFUS-TRANS-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: OFFUS-TRANS-FILE'
               DISPLAY 'STATUS-CODE=' OFFUS-TRANS-FILE-STATUS
               MOVE 'OFFUS-TRANS-FILE' TO LOG-FILE-NAME-WS
               MOVE OFFUS-TRANS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 55 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           READ OFFUS-TRANS-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               ADD 1 TO RECS-READ-CNT
               IF (NOT OFX-ACQUIRED AND NOT OFX-ISSUED) OR
                  OFX-PARTNER-BANK = SPACES OR
                  (NOT OFX-WITHDRAWAL AND NOT OFX-INQUIRY) OR
                  OFX-DATE IS NOT NUMERIC OR
                  OFX-TRN IS NOT NUMERIC OR
                  OFX-AMOUNT IS NOT NUMERIC
                   ADD 1 TO RECS-REJECTED-CNT
                   DISPLAY '***ATMSETTL: UNUSABLE OFF-US RECORD '
                           RECS-READ-CNT ' NOT SETTLED'
               ELSE
                   PERFORM POST-OFFUS-TRANSACTION
               END-IF
               READ OFFUS-TRANS-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM
           CLOSE OFFUS-TRANS-FILE
           DISPLAY 'ATMSETTL: OFF-US RECORDS READ = ' RECS-READ-CNT.

       POST-OFFUS-TRANSACTION.
           PERFORM FIND-PARTNER-INDEX
           IF PTN-FOUND-IDX > 0
               ADD 1 TO RECS-SETTLED-CNT
               IF OFX-DATE < FROM-TRN-DATE
                   MOVE OFX-DATE TO FROM-TRN-DATE
               END-IF
               IF OFX-DATE > TO-TRN-DATE
                   MOVE OFX-DATE TO TO-TRN-DATE
               END-IF
               MOVE 0 TO FEE-WORK
               MOVE PTN-FEE-IDX(PTN-FOUND-IDX) TO FEE-IDX
               IF FEE-IDX > 0
                   IF OFX-WITHDRAWAL
                       COMPUTE FEE-WORK ROUNDED =
                           OFX-TRN * FEE-WDL-FIXED(FEE-IDX)
                           + OFX-AMOUNT * FEE-WDL-PCT(FEE-IDX)
                   ELSE
                       COMPUTE FEE-WORK ROUNDED =
                           OFX-TRN * FEE-INQ-FIXED(FEE-IDX)
                   END-IF
               END-IF
               ADD OFX-AMOUNT TO TOTAL-GROSS-AMOUNT
               IF OFX-ACQUIRED
                   ADD OFX-TRN    TO PTN-ACQ-TRN(PTN-FOUND-IDX)
                   ADD OFX-AMOUNT TO PTN-ACQ-AMOUNT(PTN-FOUND-IDX)
                   ADD FEE-WORK   TO PTN-ACQ-FEE(PTN-FOUND-IDX)
               ELSE
                   ADD OFX-TRN    TO PTN-ISS-TRN(PTN-FOUND-IDX)
                   ADD OFX-AMOUNT TO PTN-ISS-AMOUNT(PTN-FOUND-IDX)
                   ADD FEE-WORK   TO PTN-ISS-FEE(PTN-FOUND-IDX)
               END-IF
           ELSE
               ADD 1 TO RECS-REJECTED-CNT
           END-IF.

       FIND-PARTNER-INDEX.
           MOVE 0 TO PTN-FOUND-IDX
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTNER-COUNT
                      OR PTN-FOUND-IDX > 0
               IF PTN-BANK-CODE(PTN-IDX) = OFX-PARTNER-BANK
                   MOVE PTN-IDX TO PTN-FOUND-IDX
               END-IF
           END-PERFORM
           IF PTN-FOUND-IDX = 0
               IF PARTNER-COUNT < MAX-PARTNERS
                   ADD 1 TO PARTNER-COUNT
                   MOVE PARTNER-COUNT TO PTN-INS-POS
                   PERFORM UNTIL PTN-INS-POS = 1 OR
                           PTN-BANK-CODE(PTN-INS-POS - 1)
                               < OFX-PARTNER-BANK
                       MOVE PARTNER-ENTRY(PTN-INS-POS - 1)
                           TO PARTNER-ENTRY(PTN-INS-POS)
                       SUBTRACT 1 FROM PTN-INS-POS
                   END-PERFORM
                   MOVE PTN-INS-POS TO PTN-FOUND-IDX
                   INITIALIZE PARTNER-ENTRY(PTN-FOUND-IDX)
                   MOVE OFX-PARTNER-BANK
                       TO PTN-BANK-CODE(PTN-FOUND-IDX)
                   PERFORM FIND-FEE-INDEX
                   MOVE FEE-FOUND-IDX TO PTN-FEE-IDX(PTN-FOUND-IDX)
                   IF FEE-FOUND-IDX > 0 AND
                      FEE-FOUND-IDX NOT = FEE-DEFAULT-IDX
                       MOVE FEE-BANK-NAME(FEE-FOUND-IDX)
                           TO PTN-BANK-NAME(PTN-FOUND-IDX)
                   END-IF
               ELSE
                   DISPLAY '***ERROR ATMSETTL: PARTNER TABLE FULL - '
                           'BANK ' OFX-PARTNER-BANK ' NOT SETTLED'
               END-IF
           END-IF.

       FIND-FEE-INDEX.
           MOVE 0 TO FEE-FOUND-IDX
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-BANK-COUNT
                      OR FEE-FOUND-IDX > 0
               IF FEE-BANK-CODE(FEE-IDX) = OFX-PARTNER-BANK
                   MOVE FEE-IDX TO FEE-FOUND-IDX
               END-IF
           END-PERFORM
           IF FEE-FOUND-IDX = 0
               MOVE FEE-DEFAULT-IDX TO FEE-FOUND-IDX
               IF FEE-FOUND-IDX = 0
                   ADD 1 TO UNPRICED-BANK-CNT
                   DISPLAY '***WARNING ATMSETTL: NO INTERCHANGE RATE '
                           'FOR BANK ' OFX-PARTNER-BANK
                           ' - SETTLED WITHOUT FEES'
               END-IF
           END-IF.

       WRITE-SETTLEMENT-FILE.
           OPEN OUTPUT SETTLEMENT-FILE
           IF SETTLEMENT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: SETTLEMENT-FILE'
               DISPLAY 'STATUS-CODE=' SETTLEMENT-FILE-STATUS
               MOVE 'SETTLEMENT-FILE' TO LOG-FILE-NAME-WS
               MOVE SETTLEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF
           PERFORM LOAD-RUN-ID
           IF RECS-SETTLED-CNT = 0
               MOVE SETTLE-DATE TO FROM-TRN-DATE
               MOVE SETTLE-DATE TO TO-TRN-DATE
           END-IF
           MOVE SPACES         TO SETTLEMENT-HDR-REC
           MOVE 'HDR'          TO STLH-TAG
           MOVE SETTLE-DATE    TO STLH-SETTLE-DATE
           MOVE FROM-TRN-DATE  TO STLH-FROM-DATE
           MOVE TO-TRN-DATE    TO STLH-TO-DATE
           MOVE BATCH-RUN-ID   TO STLH-RUN-ID
           PERFORM WRITE-SETTLEMENT-LINE
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTNER-COUNT
               COMPUTE PTN-NET-AMOUNT(PTN-IDX) =
                   PTN-ACQ-AMOUNT(PTN-IDX) + PTN-ACQ-FEE(PTN-IDX)
                   - PTN-ISS-AMOUNT(PTN-IDX) - PTN-ISS-FEE(PTN-IDX)
               ADD PTN-ACQ-FEE(PTN-IDX)    TO TOTAL-ACQ-FEE
               ADD PTN-ISS-FEE(PTN-IDX)    TO TOTAL-ISS-FEE
               ADD PTN-NET-AMOUNT(PTN-IDX) TO TOTAL-NET-AMOUNT
               MOVE SPACES                  TO SETTLEMENT-REC
               MOVE 'DTL'                   TO STL-TAG
               MOVE PTN-BANK-CODE(PTN-IDX)  TO STL-BANK-CODE
               MOVE PTN-ACQ-TRN(PTN-IDX)    TO STL-ACQ-TRN
               MOVE PTN-ACQ-AMOUNT(PTN-IDX) TO STL-ACQ-AMOUNT
               MOVE PTN-ACQ-FEE(PTN-IDX)    TO STL-ACQ-FEE
               MOVE PTN-ISS-TRN(PTN-IDX)    TO STL-ISS-TRN
               MOVE PTN-ISS-AMOUNT(PTN-IDX) TO STL-ISS-AMOUNT
               MOVE PTN-ISS-FEE(PTN-IDX)    TO STL-ISS-FEE
               MOVE PTN-NET-AMOUNT(PTN-IDX) TO STL-NET-AMOUNT
               IF PTN-NET-AMOUNT(PTN-IDX) < 0
                   MOVE 'P' TO STL-DIRECTION
               ELSE
                   MOVE 'R' TO STL-DIRECTION
               END-IF
               PERFORM WRITE-SETTLEMENT-LINE
               ADD 1 TO SETTLE-LINES-WRITTEN
           END-PERFORM
           MOVE SPACES               TO SETTLEMENT-TRL-REC
           MOVE 'TRL'                TO STLT-TAG
           MOVE SETTLE-LINES-WRITTEN TO STLT-COUNT
           MOVE TOTAL-GROSS-AMOUNT   TO STLT-HASH
           MOVE TOTAL-NET-AMOUNT     TO STLT-NET
           PERFORM WRITE-SETTLEMENT-LINE
           CLOSE SETTLEMENT-FILE
           DISPLAY 'ATMSETTL: PARTNER BANKS SETTLED = '
                   SETTLE-LINES-WRITTEN.

       WRITE-SETTLEMENT-LINE.
           MOVE X'0D0A' TO STL-CRLF
           WRITE SETTLEMENT-REC
           IF SETTLEMENT-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: SETTLEMENT-FILE'
               DISPLAY 'STATUS-CODE=' SETTLEMENT-FILE-STATUS
               MOVE 'SETTLEMENT-FILE' TO LOG-FILE-NAME-WS
               MOVE SETTLEMENT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               PERFORM FINISH
           END-IF.

       WRITE-NET-POSITION-REPORT.
           OPEN OUTPUT NET-POSITION-FILE
           IF NET-POSITION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'NET-POSITION-FILE'
               DISPLAY 'STATUS-CODE=' NET-POSITION-FILE-STATUS
               MOVE 'NET-POSITION-FILE' TO LOG-FILE-NAME-WS
               MOVE NET-POSITION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE SPACES TO NET-POSITION-LINE
           STRING 'INTERBANK SETTLEMENT NET POSITION - '
                      DELIMITED BY SIZE
                  SETTLE-DATE   DELIMITED BY SIZE
                  '  TRANSACTIONS ' DELIMITED BY SIZE
                  FROM-TRN-DATE DELIMITED BY SIZE
                  ' TO '        DELIMITED BY SIZE
                  TO-TRN-DATE   DELIMITED BY SIZE
                  '  RUN '      DELIMITED BY SIZE
                  BATCH-RUN-ID  DELIMITED BY SIZE
             INTO NET-POSITION-TEXT
           PERFORM WRITE-NET-POSITION-LINE
           MOVE SPACES TO NET-POSITION-LINE
           MOVE 'BANK NAME            ACQUIRED AMT ACQ FEE INCOME'
               TO NET-POSITION-TEXT(1:48)
           MOVE '   ISSUED AMT  ISS FEE PAID     NET POSITION'
               TO NET-POSITION-TEXT(49:44)
           PERFORM WRITE-NET-POSITION-LINE
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTNER-COUNT
               PERFORM WRITE-PARTNER-POSITION
           END-PERFORM
           MOVE TOTAL-GROSS-AMOUNT TO AMOUNT-EDIT
           MOVE TOTAL-ACQ-FEE      TO FEE-EDIT
           MOVE TOTAL-ISS-FEE      TO FEE-EDIT-2
           MOVE SPACES TO NET-POSITION-LINE
           STRING 'GROSS OFF-US AMOUNT=' DELIMITED BY SIZE
                  AMOUNT-EDIT          DELIMITED BY SIZE
                  '  INTERCHANGE INCOME=' DELIMITED BY SIZE
                  FEE-EDIT             DELIMITED BY SIZE
                  '  INTERCHANGE PAID=' DELIMITED BY SIZE
                  FEE-EDIT-2           DELIMITED BY SIZE
             INTO NET-POSITION-TEXT
           PERFORM WRITE-NET-POSITION-LINE
           MOVE TOTAL-NET-AMOUNT TO NET-EDIT
           IF TOTAL-NET-AMOUNT < 0
               MOVE 'PAYABLE' TO DIRECTION-TEXT
           ELSE
               MOVE 'RECEIVABLE' TO DIRECTION-TEXT
           END-IF
           MOVE SPACES TO NET-POSITION-LINE
           STRING 'NET POSITION WITH THE NETWORK=' DELIMITED BY SIZE
                  NET-EDIT             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  DIRECTION-TEXT       DELIMITED BY SIZE
             INTO NET-POSITION-TEXT
           PERFORM WRITE-NET-POSITION-LINE
           IF RECS-REJECTED-CNT > 0 OR UNPRICED-BANK-CNT > 0
               MOVE SPACES TO NET-POSITION-LINE
               STRING '*** RECORDS NOT SETTLED=' DELIMITED BY SIZE
                      RECS-REJECTED-CNT  DELIMITED BY SIZE
                      '  BANKS WITHOUT INTERCHANGE RATE='
                                         DELIMITED BY SIZE
                      UNPRICED-BANK-CNT  DELIMITED BY SIZE
                 INTO NET-POSITION-TEXT
               PERFORM WRITE-NET-POSITION-LINE
           END-IF
           CLOSE NET-POSITION-FILE.

       WRITE-PARTNER-POSITION.
           MOVE PTN-ACQ-AMOUNT(PTN-IDX) TO AMOUNT-EDIT
           MOVE PTN-ACQ-FEE(PTN-IDX)    TO FEE-EDIT
           MOVE PTN-ISS-AMOUNT(PTN-IDX) TO AMOUNT-EDIT-2
           MOVE PTN-ISS-FEE(PTN-IDX)    TO FEE-EDIT-2
           MOVE PTN-NET-AMOUNT(PTN-IDX) TO NET-EDIT
           IF PTN-NET-AMOUNT(PTN-IDX) < 0
               MOVE 'PAYABLE' TO DIRECTION-TEXT
           ELSE
               MOVE 'RECEIVABLE' TO DIRECTION-TEXT
           END-IF
           MOVE SPACES TO NET-POSITION-LINE
           STRING PTN-BANK-CODE(PTN-IDX)      DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  PTN-BANK-NAME(PTN-IDX)(1:15) DELIMITED BY SIZE
                  AMOUNT-EDIT                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FEE-EDIT                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  AMOUNT-EDIT-2               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FEE-EDIT-2                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NET-EDIT                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  DIRECTION-TEXT              DELIMITED BY SIZE
             INTO NET-POSITION-TEXT
           PERFORM WRITE-NET-POSITION-LINE.

       WRITE-NET-POSITION-LINE.
           MOVE X'0D0A' TO NET-POSITION-CRLF
           WRITE NET-POSITION-LINE
           IF NET-POSITION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'NET-POSITION-FILE'
               DISPLAY 'STATUS-CODE=' NET-POSITION-FILE-STATUS
               MOVE 'NET-POSITION-FILE' TO LOG-FILE-NAME-WS
               MOVE NET-POSITION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

      *    MATCHED BY RECONCILE AGAINST GL-SETTLE
       WRITE-RECON-RECORD.
           IF RECS-SETTLED-CNT > 0
               PERFORM LOAD-RUN-ID
               OPEN EXTEND RECON-FILE
               IF RECON-FILE-STATUS = 35
                   OPEN OUTPUT RECON-FILE
               END-IF
               IF RECON-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: RECON-FILE'
                   DISPLAY 'STATUS-CODE=' RECON-FILE-STATUS
                   MOVE 'RECON-FILE' TO LOG-FILE-NAME-WS
                   MOVE RECON-FILE-STATUS TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   MOVE SPACES             TO RECON-LINE
                   MOVE 'ATMSETTLE'        TO RECON-PROGRAM-NAME
                   MOVE SETTLE-DATE        TO RECON-RUN-DATE
                   MOVE TOTAL-GROSS-AMOUNT TO RECON-AMOUNT
                   MOVE BATCH-RUN-ID       TO RECON-RUN-ID
                   MOVE X'0D0A'            TO RECON-CRLF
                   WRITE RECON-LINE
                   IF RECON-FILE-STATUS NOT = 0
                       DISPLAY '***ERROR WRITING OUTPUT FILE: '
                               'RECON-FILE'
                       DISPLAY 'STATUS-CODE=' RECON-FILE-STATUS
                       MOVE 'RECON-FILE' TO LOG-FILE-NAME-WS
                       MOVE RECON-FILE-STATUS TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   CLOSE RECON-FILE
                   MOVE 'RECON-FILE'       TO CATALOG-FILE-NAME-WS
                   MOVE 1                  TO CATALOG-RECORD-CNT
                   MOVE TOTAL-GROSS-AMOUNT TO CATALOG-HASH-TOTAL
                   PERFORM CATALOG-GENERATION
               END-IF
           END-IF.

       FINISH.
           DISPLAY 'ATMSETTL: RECORDS SETTLED     = ' RECS-SETTLED-CNT
           DISPLAY 'ATMSETTL: RECORDS NOT SETTLED = ' RECS-REJECTED-CNT
           IF (RECS-REJECTED-CNT > 0 OR UNPRICED-BANK-CNT > 0 OR
               INTERCHANGE-PARM-FILE-STATUS NOT = 0) AND
              RETURN-CODE = 0
               MOVE 55 TO RETURN-CODE
           END-IF
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
               MOVE 'ATMSETTL'        TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8)  TO AUDIT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO AUDIT-RUN-TIME
               MOVE RECS-READ-CNT        TO AUDIT-RECS-READ
               MOVE SETTLE-LINES-WRITTEN TO AUDIT-RECS-WRITTEN
               MOVE RECS-REJECTED-CNT    TO AUDIT-RECS-REJECTED
               MOVE RETURN-CODE          TO AUDIT-RETURN-CODE
               MOVE BATCH-RUN-ID         TO AUDIT-RUN-ID
               MOVE X'0D0A'              TO AUDIT-CRLF
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
               MOVE 'ATMSETTL'      TO ERRLOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERRLOG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ERRLOG-RUN-TIME
               MOVE LOG-FILE-NAME-WS   TO ERRLOG-FILE-NAME
               MOVE LOG-STATUS-CODE-WS TO ERRLOG-STATUS-CODE
               MOVE BATCH-RUN-ID       TO ERRLOG-RUN-ID
               MOVE X'0D0A'            TO ERRLOG-CRLF
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
               MOVE 'ATMSETTL'           TO CAT-PROGRAM-NAME
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
       END PROGRAM ATMSETTL.
