       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO DISK
               FILE STATUS IS PAYROLL-FILE-STATUS.
           SELECT VALID-PAYROLL-FILE
               ASSIGN TO DYNAMIC VALID-PAYROLL-FILE-NAME
               FILE STATUS IS VALID-PAYROLL-FILE-STATUS.
           SELECT INVALID-PAYROLL-FILE
               ASSIGN TO DYNAMIC INVALID-PAYROLL-FILE-NAME
               FILE STATUS IS INVALID-PAYROLL-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO DYNAMIC STATS-FILE-NAME
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT TAX-PARM-FILE ASSIGN TO DISK
               FILE STATUS IS TAX-PARM-FILE-STATUS.
           SELECT EFT-FILE ASSIGN TO DYNAMIC EFT-FILE-NAME
               FILE STATUS IS EFT-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CHECKPOINT-FILE-NAME
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO DISK
               FILE STATUS IS YTD-FILE-STATUS.
               ASSIGN TO DYNAMIC EFKA-REMIT-FILE-NAME
               FILE STATUS IS EFKA-REMIT-FILE-STATUS.

           SELECT PAYSLIP-FILE
               ASSIGN TO DYNAMIC PAYSLIP-FILE-NAME
               FILE STATUS IS PAYSLIP-FILE-STATUS.

           SELECT OT-PARM-FILE ASSIGN TO DISK
           SELECT RUN-ID-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-ID-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT FILE-CATALOG-FILE ASSIGN TO DISK
               FILE STATUS IS FILE-CATALOG-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO DISK
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT DEDUCT-ORDER-FILE ASSIGN TO DISK
               FILE STATUS IS DEDUCT-ORDER-FILE-STATUS.

           SELECT DEDUCT-REMIT-FILE
               ASSIGN TO DYNAMIC DEDUCT-REMIT-FILE-NAME
               FILE STATUS IS DEDUCT-REMIT-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO DISK
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.

           SELECT PAY-RESULT-FILE
               ASSIGN TO DYNAMIC PAY-RESULT-FILE-NAME
               FILE STATUS IS PAY-RESULT-FILE-STATUS.

           SELECT RUN-TYPE-FILE ASSIGN TO DISK
               FILE STATUS IS RUN-TYPE-FILE-STATUS.

           SELECT EFKA-APD-FILE
               ASSIGN TO DYNAMIC EFKA-APD-FILE-NAME
               FILE STATUS IS EFKA-APD-FILE-STATUS.

           SELECT EMPLOYER-FILE ASSIGN TO DISK
               FILE STATUS IS EMPLOYER-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.

           SELECT UNPAID-LEAVE-FILE ASSIGN TO DISK
               FILE STATUS IS UNPAID-LEAVE-FILE-STATUS.

           SELECT LEAVE-PAYOUT-FILE ASSIGN TO DISK
               FILE STATUS IS LEAVE-PAYOUT-FILE-STATUS.

           SELECT COST-ALLOC-FILE ASSIGN TO DISK
               FILE STATUS IS COST-ALLOC-FILE-STATUS.

           SELECT LABOR-DIST-FILE
               ASSIGN TO DYNAMIC LABOR-DIST-FILE-NAME
               FILE STATUS IS LABOR-DIST-FILE-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO DISK
               FILE STATUS IS GRADE-SCALE-FILE-STATUS.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO DISK
               FILE STATUS IS EXPENSE-CLAIM-FILE-STATUS.

           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO DISK
               FILE STATUS IS EXPENSE-CATEGORY-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO DISK
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT CLAIM-EXCEPTION-FILE ASSIGN TO DISK
               FILE STATUS IS CLAIM-EXCEPTION-FILE-STATUS.

           SELECT COMMISSION-EARNINGS-FILE ASSIGN TO DISK
               FILE STATUS IS COMM-EARNINGS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE
           05 EFT-HDR-ORIGINATOR           PIC X(20).
           05 EFT-HDR-VALUE-DATE           PIC 9(08).
           05 EFT-HDR-BATCH-REF            PIC 9(06).
           05 EFT-HDR-RELEASE-FLAG         PIC X(01).
           05 FILLER                       PIC X(16).
           05 EFT-HDR-CRLF                 PIC X(02).
       01  EFT-TRAILER-REC.
           05 EFT-TRL-TAG                  PIC X(03).

       FD  CHECKPOINT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS CHECKPOINT-REC.
       01  CHECKPOINT-REC.
           05 CHECKPOINT-COUNT             PIC 9(07).
           05 CHECKPOINT-COMP-NET          PIC 9(09)V99.
           05 CHECKPOINT-COMP-EFKA-EMP     PIC 9(09)V99.
           05 CHECKPOINT-COMP-EFKA-EMPR    PIC 9(09)V99.
           05 CHECKPOINT-APD-COUNT         PIC 9(07).
           05 CHECKPOINT-APD-DAYS          PIC 9(07).
           05 CHECKPOINT-CRLF              PIC X(02).

       FD  YTD-FILE

       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01  EMPLOYEE-MASTER-REC.
           05 MASTER-AFM             PIC X(09).
           05 MASTER-HIRE-DATE       PIC 9(08).
           05 MASTER-TERM-DATE       PIC 9(08).
           05 MASTER-COMPANY-CODE    PIC X(02).
           05 MASTER-AMKA            PIC X(11).
           05 MASTER-PKG-CODE        PIC X(04).
           05 MASTER-GRADE           PIC X(02).
           05 MASTER-STEP            PIC X(02).
           05 MASTER-STEP-DATE       PIC 9(08).
           05 MASTER-CRLF            PIC X(02).

       FD  EFKA-PARM-FILE

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

       FD  RUN-ID-FILE
           05 RUN-ID-NUMBER          PIC 9(06).
           05 RUN-ID-CRLF            PIC X(02).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PERIOD-CONTROL-REC.
       01  PERIOD-CONTROL-REC.
           05 PCTL-SUBSYSTEM         PIC X(08).
           05 PCTL-PERIOD            PIC 9(06).
           05 PCTL-STATUS            PIC X(01).
           05 PCTL-CHANGE-DATE       PIC 9(08).
           05 PCTL-CHANGE-TIME       PIC 9(06).
           05 PCTL-OPERATOR-ID       PIC X(08).
           05 FILLER                 PIC X(01).
           05 PCTL-CRLF              PIC X(02).

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

       FD  ADJUSTMENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 18 CHARACTERS
           05 JRNL-RUN-ID            PIC 9(06).
           05 JRNL-CRLF              PIC X(02).

       FD  PAY-CALENDAR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PAY-CALENDAR-REC.
       01  PAY-CALENDAR-REC.
           05 CAL-PERIOD-ID          PIC X(06).
           05 CAL-FREQUENCY          PIC X(01).
           05 CAL-START-DATE         PIC 9(08).
           05 CAL-END-DATE           PIC 9(08).
           05 CAL-PAY-DATE           PIC 9(08).
           05 CAL-CRLF               PIC X(02).

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

       FD  RUN-TYPE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS RUN-TYPE-REC.
       01  RUN-TYPE-REC.
           05 RUNTYPE-CODE                 PIC X(01).
           05 RUNTYPE-ACCRUAL-START        PIC 9(08).
           05 RUNTYPE-ACCRUAL-END          PIC 9(08).
           05 RUNTYPE-PAY-DATE             PIC 9(08).
           05 RUNTYPE-CRLF                 PIC X(02).

       FD  EFKA-APD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS APD-DETAIL-REC.
       01  APD-DETAIL-REC.
           05 APD-REC-TYPE                 PIC X(03).
           05 APD-AFM                      PIC X(09).
           05 APD-AMKA                     PIC X(11).
           05 APD-EARNINGS-TYPE            PIC X(02).
           05 APD-PKG-CODE                 PIC X(04).
           05 APD-INS-DAYS                 PIC 9(03).
           05 APD-INS-EARNINGS             PIC 9(09)V99.
           05 APD-EMPLOYEE-CONTRIB         PIC 9(07)V99.
           05 APD-EMPLOYER-CONTRIB         PIC 9(07)V99.
           05 APD-TOTAL-CONTRIB            PIC 9(07)V99.
           05 FILLER                       PIC X(08).
           05 APD-CRLF                     PIC X(02).
       01  APD-HEADER-REC.
           05 APH-REC-TYPE                 PIC X(03).
           05 APH-EMPLOYER-AFM             PIC X(09).
           05 APH-EMPLOYER-AME             PIC X(10).
           05 APH-COMPANY-CODE             PIC X(02).
           05 APH-PERIOD                   PIC 9(06).
           05 APH-RUN-TYPE                 PIC X(04).
           05 APH-CREATED-DATE             PIC 9(08).
           05 APH-RUN-ID                   PIC 9(06).
           05 APH-EMPLOYER-NAME            PIC X(30).
           05 APH-CRLF                     PIC X(02).
       01  APD-TRAILER-REC.
           05 APT-REC-TYPE                 PIC X(03).
           05 APT-RECORD-COUNT             PIC 9(07).
           05 APT-TOTAL-DAYS               PIC 9(07).
           05 APT-TOTAL-EARNINGS           PIC 9(11)V99.
           05 APT-TOTAL-EMPLOYEE           PIC 9(11)V99.
           05 APT-TOTAL-EMPLOYER           PIC 9(11)V99.
           05 APT-TOTAL-CONTRIB            PIC 9(11)V99.
           05 FILLER                       PIC X(09).
           05 APT-CRLF                     PIC X(02).

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

       FD  LEAVE-BALANCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS LEAVE-BALANCE-REC.
       01  LEAVE-BALANCE-REC.
           05 LVB-AFM                PIC X(09).
           05 LVB-TYPE               PIC X(02).
           05 LVB-BALANCE            PIC 9(04)V99.
           05 LVB-ACCRUED-YTD        PIC 9(04)V99.
           05 LVB-TAKEN-YTD          PIC 9(04)V99.
           05 LVB-PERIOD-TAKEN       PIC 9(04)V99.
           05 LVB-LAST-PERIOD        PIC X(06).
           05 LVB-CRLF               PIC X(02).

       FD  UNPAID-LEAVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS UNPAID-LEAVE-REC.
       01  UNPAID-LEAVE-REC.
           05 ULV-AFM                PIC X(09).
           05 ULV-PERIOD             PIC X(06).
           05 ULV-HOURS              PIC 9(04)V99.
           05 ULV-CRLF               PIC X(02).

       FD  LEAVE-PAYOUT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS LEAVE-PAYOUT-REC.
       01  LEAVE-PAYOUT-REC.
           05 LPO-AFM                PIC X(09).
           05 LPO-TYPE               PIC X(02).
           05 LPO-HOURS              PIC 9(04)V99.
           05 LPO-TERM-DATE          PIC 9(08).
           05 LPO-STATUS             PIC X(01).
           05 LPO-RUN-ID             PIC 9(06).
           05 LPO-CRLF               PIC X(02).

       FD  COST-ALLOC-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS COST-ALLOC-REC.
       01  COST-ALLOC-REC.
           05 ALC-AFM                PIC X(09).
           05 ALC-COST-CENTER        PIC X(06).
           05 ALC-PCT                PIC 9(03)V99.
           05 ALC-EFF-DATE           PIC 9(08).
           05 ALC-CRLF               PIC X(02).

       FD  LABOR-DIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LABOR-DIST-LINE.
       01  LABOR-DIST-LINE.
           05 LDR-TEXT               PIC X(78).
           05 LDR-CRLF               PIC X(02).

       FD  GRADE-SCALE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS GRADE-SCALE-REC.
       01  GRADE-SCALE-REC.
           05 GRS-GRADE              PIC X(02).
           05 GRS-STEP               PIC 9(02).
           05 GRS-MIN-RATE           PIC 9(02)V99.
           05 GRS-MAX-RATE           PIC 9(02)V99.
           05 GRS-EFF-DATE           PIC 9(08).
           05 GRS-STEP-MONTHS        PIC 9(03).
           05 GRS-CRLF               PIC X(02).

      *    BLANK = WAITING, P = PAID, R = REJECTED
       FD  EXPENSE-CLAIM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS EXPENSE-CLAIM-REC.
       01  EXPENSE-CLAIM-REC.
           05 CLM-AFM                PIC X(09).
           05 CLM-CLAIM-ID           PIC X(10).
           05 CLM-CATEGORY           PIC X(04).
           05 CLM-AMOUNT             PIC 9(05)V99.
           05 CLM-RECEIPT-DATE       PIC 9(08).
           05 CLM-APPROVER-ID        PIC X(08).
           05 CLM-STATUS             PIC X(01).
           05 CLM-RUN-ID             PIC 9(06).
           05 CLM-CRLF               PIC X(02).

       FD  EXPENSE-CATEGORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS EXPENSE-CATEGORY-REC.
       01  EXPENSE-CATEGORY-REC.
           05 EXC-CATEGORY           PIC X(04).
           05 EXC-CLAIM-LIMIT        PIC 9(05)V99.
           05 EXC-ACCOUNT            PIC X(12).
           05 EXC-CRLF               PIC X(02).

       FD  AUTH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01  AUTH-REC.
           05 AUTH-OPERATOR-ID       PIC X(08).
           05 AUTH-RIGHTS            PIC X(10).
           05 AUTH-EXPENSE-LIMIT     PIC 9(05)V99.
           05 AUTH-CRLF              PIC X(02).

       FD  CLAIM-EXCEPTION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-EXCEPTION-LINE.
       01  CLAIM-EXCEPTION-LINE.
           05 CEX-TEXT               PIC X(78).
           05 CEX-CRLF               PIC X(02).

      *    C = COMMISSION, K = CLAWBACK
       FD  COMMISSION-EARNINGS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS COMM-EARNINGS-REC.
       01  COMM-EARNINGS-REC.
           05 CME-AFM                PIC X(09).
           05 CME-PERIOD             PIC 9(06).
           05 CME-TYPE               PIC X(01).
           05 CME-AMOUNT             PIC 9(07)V99.
           05 CME-STATUS             PIC X(01).
           05 CME-RUN-ID             PIC 9(06).
           05 CME-CRLF               PIC X(02).

       WORKING-STORAGE SECTION.
       01  PAY-CALENDAR-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  CAL-DATA-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-CAL-DATA             VALUE 'NO'.
       01  PERIOD-MODE-SWITCH            PIC X(01) VALUE 'N'.
           88 PERIOD-MODE                  VALUE 'Y'.
       01  PERIOD-ID                     PIC X(06) VALUE SPACES.
       01  PERIOD-FREQUENCY              PIC X(01) VALUE SPACES.
           88 PERIOD-MONTHLY               VALUE 'M'.
           88 PERIOD-BIWEEKLY              VALUE 'B'.
       01  PERIOD-START-DATE             PIC 9(08) VALUE 0.
       01  PERIOD-END-DATE               PIC 9(08) VALUE 0.
       01  PERIOD-PAY-DATE               PIC 9(08) VALUE 0.
       01  PERIODS-PER-YEAR              PIC 9(02) VALUE 1.
       01  TAX-BASE-AMOUNT               PIC 9(09)V99 COMP-3 VALUE 0.
       01  HIRED-AFTER-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
           88 HIRED-AFTER-PERIOD           VALUE 'Y'.
       01  PERIOD-FROM-WORK.
           05 PERIOD-FROM-YEAR           PIC 9(04).
           05 PERIOD-FROM-MONTH          PIC 9(02).
           05 PERIOD-FROM-DAY            PIC 9(02).
       01  PERIOD-TO-WORK.
           05 PERIOD-TO-YEAR             PIC 9(04).
           05 PERIOD-TO-MONTH            PIC 9(02).
           05 PERIOD-TO-DAY              PIC 9(02).
       01  JOURNAL-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  RUN-TYPE-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  BONUS-RUN-TYPE                PIC X(01) VALUE 'R'.
           88 BONUS-RUN                    VALUES 'C' 'E' 'H'.
           88 CHRISTMAS-BONUS-RUN          VALUE 'C'.
           88 EASTER-BONUS-RUN             VALUE 'E'.
           88 HOLIDAY-ALLOWANCE-RUN        VALUE 'H'.
       01  BONUS-TAG                     PIC X(04) VALUE SPACES.
       01  BONUS-TITLE                   PIC X(19) VALUE SPACES.
       01  BONUS-FACTOR                  PIC 9V99 VALUE 0.
       01  BONUS-ACCRUAL-START           PIC 9(08) VALUE 0.
       01  BONUS-ACCRUAL-END             PIC 9(08) VALUE 0.
       01  BONUS-PAY-DATE                PIC 9(08) VALUE 0.
       01  BONUS-FROM-DATE               PIC 9(08) VALUE 0.
       01  BONUS-TO-DATE                 PIC 9(08) VALUE 0.
       01  BONUS-WINDOW-DAYS             PIC 9(03) VALUE 0.
       01  BONUS-ACTIVE-DAYS             PIC 9(03) VALUE 0.
       01  BONUS-DAYS-EDIT               PIC ZZ9.
       01  BONUS-WINDOW-EDIT             PIC ZZ9.
       01  OUTSIDE-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
           88 OUTSIDE-ACCRUAL-WINDOW       VALUE 'Y'.
       01  BONUS-YEAR-WORK               PIC 9(04) VALUE 0.
       01  PAYSLIP-FILE-NAME             PIC X(40)
               VALUE 'PAYSLIP-FILE'.
       01  JOURNAL-FILE-NAME             PIC X(40)
               VALUE 'JOURNAL-FILE'.
       01  PAY-RESULT-FILE-NAME          PIC X(40)
               VALUE 'PAY-RESULT-FILE'.
       01  VALID-PAYROLL-FILE-NAME       PIC X(40)
               VALUE 'VALID-PAYROLL-FILE'.
       01  INVALID-PAYROLL-FILE-NAME     PIC X(40)
               VALUE 'INVALID-PAYROLL-FILE'.
       01  STATS-FILE-NAME               PIC X(40)
               VALUE 'STATS-FILE'.
       01  DEDUCT-REMIT-FILE-NAME        PIC X(40)
               VALUE 'DEDUCT-REMIT-FILE'.
       01  CHECKPOINT-FILE-NAME          PIC X(40)
               VALUE 'CHECKPOINT-FILE'.
       01  PAY-RESULT-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  PRE-DEDUCTION-NET             PIC 9(07)V99 COMP-3 VALUE 0.
       01  EMP-DEDUCTION-AMOUNT          PIC 9(07)V99 COMP-3 VALUE 0.
       01  JOURNAL-DEBIT-TOTAL           PIC 9(11)V99 COMP-3 VALUE 0.
       01  JOURNAL-CREDIT-TOTAL          PIC 9(11)V99 COMP-3 VALUE 0.
       01  JOURNAL-WORK-AMOUNT           PIC 9(09)V99 COMP-3 VALUE 0.
           88 EFT-FRAME-OPEN               VALUE 'Y'.
       01  EFT-FILE-NAME                 PIC X(40) VALUE SPACES.
       01  EFKA-REMIT-FILE-NAME          PIC X(40) VALUE SPACES.
       01  EFKA-APD-FILE-NAME            PIC X(40) VALUE SPACES.
       01  EFKA-APD-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  APD-RECORD-COUNT              PIC 9(07) VALUE 0.
       01  APD-DAYS-TOTAL                PIC 9(07) VALUE 0.
       01  APD-DAYS-WORK                 PIC 9(05) VALUE 0.
       01  APD-HOURS-PER-DAY             PIC 9(02) VALUE 8.
       01  APD-MAX-DAYS                  PIC 9(03) VALUE 25.
       01  APD-RUN-EARNINGS-TYPE         PIC X(02) VALUE '01'.
       01  APD-RUN-TYPE-TAG              PIC X(04) VALUE 'REG'.
       01  APD-DEFAULT-PKG-CODE          PIC X(04) VALUE '101'.
       01  APD-PERIOD-DATE.
           05 APD-PERIOD-YYYYMM          PIC 9(06).
           05 APD-PERIOD-DD              PIC 9(02).
       01  APD-MISSING-AMKA-CNT          PIC 9(05) VALUE 0.
       01  EMPLOYER-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  EMPLOYER-REMAINS-SWITCH       PIC X(02) VALUE SPACES.
           88 NO-MORE-EMPLOYERS            VALUE 'NO'.
       01  MAX-EMPLOYERS                 PIC 9(02) VALUE 50.
       01  EMPLOYER-COUNT                PIC 9(02) VALUE 0.
       01  EMPLOYER-TABLE.
           05 EMPLOYER-ENTRY OCCURS 50 TIMES.
              10 EMPR-TBL-COMPANY        PIC X(02).
              10 EMPR-TBL-AFM            PIC X(09).
              10 EMPR-TBL-AME            PIC X(10).
              10 EMPR-TBL-NAME           PIC X(30).
       01  EMPR-IDX                      PIC 9(02) VALUE 0.
       01  EMPR-FOUND-IDX                PIC 9(02) VALUE 0.
       01  COMPANY-FILE-CODE             PIC X(02) VALUE SPACES.
       01  EFT-EXPECTED-NET              PIC 9(11)V99 COMP-3 VALUE 0.
       01  PRIOR-COMPANY-CODE            PIC X(02) VALUE SPACES.
       01  COMPANY-ANNUAL                PIC 9(09)V99 COMP-3 VALUE 0.
       01  ERROR-LOG-FILE-STATUS           PIC 9(02) VALUE ZERO.
       01  LOG-FILE-NAME-WS                PIC X(20) VALUE SPACES.
       01  LOG-STATUS-CODE-WS              PIC X(02) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-STATUS      PIC 9(02) VALUE ZERO.
       01  PERIOD-REMAINS-SWITCH           PIC X(02) VALUE SPACES.
           88 NO-MORE-PERIODS                VALUE 'NO'.
       01  PERIOD-SUBSYSTEM-WS             PIC X(08) VALUE 'PAYROLL'.
       01  MAX-CLOSED-PERIODS              PIC 9(03) VALUE 600.
       01  CLOSED-PERIOD-COUNT             PIC 9(03) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05 CLOSED-PERIOD OCCURS 600 TIMES PIC 9(06).
       01  CLOSED-PERIOD-IDX               PIC 9(03) VALUE 0.
       01  PERIOD-CHECK-YYYYMM             PIC 9(06) VALUE 0.
       01  PERIOD-CLOSED-SWITCH            PIC X(01) VALUE 'N'.
           88 PERIOD-IS-CLOSED               VALUE 'Y'.
       01  FILE-CATALOG-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  CATALOG-FILE-NAME-WS            PIC X(40) VALUE SPACES.
       01  CATALOG-RECORD-CNT              PIC 9(09) VALUE 0.
       01  CATALOG-HASH-TOTAL              PIC 9(15)V99 VALUE 0.
       01  AUDIT-TRAIL-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  TAX-PARM-FILE-STATUS            PIC 9(02) VALUE ZERO.
       01  EFT-FILE-STATUS                 PIC 9(02) VALUE ZERO.
              10 EMP-HIRE-DATE         PIC 9(08).
              10 EMP-TERM-DATE         PIC 9(08).
              10 EMP-COMPANY-CODE      PIC X(02).
              10 EMP-AMKA              PIC X(11).
              10 EMP-PKG-CODE          PIC X(04).
              10 EMP-GRADE             PIC X(02).
              10 EMP-STEP              PIC X(02).
       01  EMP-IDX                         PIC 9(05) VALUE 0.
       01  EMP-FOUND-IDX                   PIC 9(05) VALUE 0.
       01  PRORATE-DATE-WORK.
              10 LEDGER-TAXES              PIC 9(09)V99 COMP-3.
              10 LEDGER-EFKA               PIC 9(09)V99 COMP-3.
              10 LEDGER-NET                PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS              PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-TAXES        PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-EFKA         PIC 9(09)V99 COMP-3.
              10 LEDGER-BONUS-NET          PIC 9(09)V99 COMP-3.
       01  LEDGER-IDX                      PIC 9(05) VALUE 0.
       01  LEDGER-FOUND-IDX                PIC 9(05) VALUE 0.
       01  SEEN-AFM-COUNT                  PIC 9(05) VALUE 0.
       01  SIM-TAX-AMOUNT                  PIC 9(07)V99 COMP-3 VALUE 0.
       01  SIM-IMPACT                      PIC S9(09)V99 COMP-3 VALUE 0.
       01  SIM-IMPACT-DISPLAY              PIC -ZZZ.ZZZ.ZZ9,99.
       01  LEAVE-BALANCE-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  UNPAID-LEAVE-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  LEAVE-PAYOUT-FILE-STATUS        PIC 9(02) VALUE ZERO.
       01  LBAL-DATA-REMAINS-SWITCH        PIC X(02) VALUE SPACES.
           88 NO-MORE-LBAL-DATA              VALUE 'NO'.
       01  UNP-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-UNP-DATA               VALUE 'NO'.
       01  PAYO-DATA-REMAINS-SWITCH        PIC X(02) VALUE SPACES.
           88 NO-MORE-PAYO-DATA              VALUE 'NO'.
       01  MAX-LEAVE-BALANCES              PIC 9(05) VALUE 15000.
       01  LBAL-COUNT                      PIC 9(05) VALUE 0.
       01  LEAVE-BALANCE-TABLE.
           05 LBAL-ENTRY OCCURS 15000 TIMES.
              10 LBAL-AFM                  PIC X(09).
              10 LBAL-TYPE                 PIC X(02).
              10 LBAL-BALANCE              PIC 9(04)V99.
       01  LBAL-IDX                        PIC 9(05) VALUE 0.
       01  MAX-UNPAID-LEAVE                PIC 9(05) VALUE 5000.
       01  UNP-COUNT                       PIC 9(05) VALUE 0.
       01  UNPAID-LEAVE-TABLE.
           05 UNP-ENTRY OCCURS 5000 TIMES.
              10 UNP-AFM                   PIC X(09).
              10 UNP-PERIOD                PIC X(06).
              10 UNP-HOURS                 PIC 9(04)V99.
       01  UNP-IDX                         PIC 9(05) VALUE 0.
       01  MAX-LEAVE-PAYOUTS               PIC 9(05) VALUE 2000.
       01  PAYO-COUNT                      PIC 9(05) VALUE 0.
       01  LEAVE-PAYOUT-TABLE.
           05 PAYO-ENTRY OCCURS 2000 TIMES.
              10 PAYO-AFM                  PIC X(09).
              10 PAYO-TYPE                 PIC X(02).
              10 PAYO-HOURS                PIC 9(04)V99.
              10 PAYO-TERM-DATE            PIC 9(08).
              10 PAYO-STATUS               PIC X(01).
                 88 PAYO-PENDING             VALUE ' '.
              10 PAYO-RUN-ID               PIC 9(06).
       01  PAYO-IDX                        PIC 9(05) VALUE 0.
       01  PAYOUTS-LOADED-SWITCH           PIC X(01) VALUE 'N'.
           88 PAYOUTS-ARE-LOADED             VALUE 'Y'.
       01  PAYOUTS-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
           88 PAYOUTS-OVERFLOW               VALUE 'Y'.
       01  UNPAID-LEAVE-HOURS              PIC 9(04)V99 VALUE 0.
       01  UNPAID-LEAVE-AMOUNT             PIC 9(07)V99 COMP-3 VALUE 0.
       01  LEAVE-PAYOUT-TYPE               PIC X(02) VALUE SPACES.
       01  LEAVE-PAYOUT-HOURS              PIC 9(04)V99 VALUE 0.
       01  LEAVE-PAYOUT-AMOUNT             PIC 9(07)V99 COMP-3 VALUE 0.
       01  PAYSLIP-HOURS-EDIT              PIC Z.ZZ9,99.
       01  COST-ALLOC-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  LABOR-DIST-FILE-STATUS          PIC 9(02) VALUE ZERO.
       01  LABOR-DIST-FILE-NAME            PIC X(40)
               VALUE 'LABOR-DIST-FILE'.
       01  ALC-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-ALC-DATA               VALUE 'NO'.
       01  ALLOC-AS-OF-DATE                PIC 9(08) VALUE 0.
       01  ALLOC-BAD-ROW-CNT               PIC 9(05) VALUE 0.
       01  ALLOC-REJECT-CNT                PIC 9(05) VALUE 0.
       01  ALLOC-OVERFLOW-SWITCH           PIC X(01) VALUE 'N'.
           88 ALLOC-OVERFLOW                 VALUE 'Y'.
       01  MAX-ALLOC-AFMS                  PIC 9(05) VALUE 5000.
       01  ALLOC-AFM-COUNT                 PIC 9(05) VALUE 0.
       01  ALLOC-AFM-TABLE.
           05 ALLOC-AFM-ENTRY OCCURS 5000 TIMES.
              10 ALLOC-AFM-KEY             PIC X(09).
              10 ALLOC-AFM-EFF-DATE        PIC 9(08).
              10 ALLOC-AFM-PCT-TOTAL       PIC 9(05)V99.
              10 ALLOC-AFM-SPLITS          PIC 9(03).
              10 ALLOC-AFM-STATUS          PIC X(01).
                 88 ALLOC-AFM-ACCEPTED       VALUE 'A'.
                 88 ALLOC-AFM-REJECTED       VALUE 'R'.
       01  ALLOC-AFM-IDX                   PIC 9(05) VALUE 0.
       01  ALLOC-FOUND-IDX                 PIC 9(05) VALUE 0.
       01  MAX-ALLOC-SPLITS                PIC 9(05) VALUE 10000.
       01  SPLIT-COUNT                     PIC 9(05) VALUE 0.
       01  ALLOC-SPLIT-TABLE.
           05 SPLIT-ENTRY OCCURS 10000 TIMES.
              10 SPLIT-AFM                 PIC X(09).
              10 SPLIT-COST-CENTER         PIC X(06).
              10 SPLIT-PCT                 PIC 9(03)V99.
       01  SPLIT-IDX                       PIC 9(05) VALUE 0.
       01  SPLITS-LEFT                     PIC 9(03) VALUE 0.
       01  MAX-COST-CENTERS                PIC 9(04) VALUE 2000.
       01  CC-COUNT                        PIC 9(04) VALUE 0.
       01  COST-CENTER-TABLE.
           05 CC-ENTRY OCCURS 2000 TIMES.
              10 CC-CODE                   PIC X(06).
              10 CC-STAFF                  PIC 9(05).
              10 CC-HOURS                  PIC 9(07)V99 COMP-3.
              10 CC-SALARY                 PIC 9(11)V99 COMP-3.
              10 CC-OVERTIME               PIC 9(11)V99 COMP-3.
              10 CC-EFKA-EMPLOYER          PIC 9(11)V99 COMP-3.
       01  CC-IDX                          PIC 9(04) VALUE 0.
       01  CC-INS-POS                      PIC 9(04) VALUE 0.
       01  CC-OVERFLOW-SWITCH              PIC X(01) VALUE 'N'.
           88 CC-OVERFLOW                    VALUE 'Y'.
       01  LABOR-COST-CENTER               PIC X(06) VALUE SPACES.
       01  LABOR-PCT                       PIC 9(03)V99 VALUE 0.
       01  LABOR-HOURS                     PIC 9(05)V99 VALUE 0.
       01  LABOR-SALARY                    PIC 9(07)V99 COMP-3 VALUE 0.
       01  LABOR-OVERTIME                  PIC 9(07)V99 COMP-3 VALUE 0.
       01  LABOR-EFKA-EMPLOYER             PIC 9(07)V99 COMP-3 VALUE 0.
       01  REMAIN-HOURS                    PIC 9(05)V99 VALUE 0.
       01  REMAIN-SALARY                   PIC 9(07)V99 COMP-3 VALUE 0.
       01  REMAIN-OVERTIME                 PIC 9(07)V99 COMP-3 VALUE 0.
       01  REMAIN-EFKA-EMPLOYER            PIC 9(07)V99 COMP-3 VALUE 0.
       01  PART-HOURS                      PIC 9(05)V99 VALUE 0.
       01  PART-SALARY                     PIC 9(07)V99 COMP-3 VALUE 0.
       01  PART-OVERTIME                   PIC 9(07)V99 COMP-3 VALUE 0.
       01  PART-EFKA-EMPLOYER              PIC 9(07)V99 COMP-3 VALUE 0.
       01  LABOR-TOTAL-STAFF               PIC 9(05) VALUE 0.
       01  LABOR-TOTAL-HOURS               PIC 9(07)V99 COMP-3 VALUE 0.
       01  LABOR-TOTAL-SALARY              PIC 9(11)V99 COMP-3 VALUE 0.
       01  LABOR-TOTAL-OVERTIME            PIC 9(11)V99 COMP-3 VALUE 0.
       01  LABOR-TOTAL-EFKA                PIC 9(11)V99 COMP-3 VALUE 0.
       01  LABOR-COST-WORK                 PIC 9(11)V99 COMP-3 VALUE 0.
       01  LABOR-DIST-DETAIL.
           05 LDD-COST-CENTER              PIC X(08).
           05 LDD-STAFF                    PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 LDD-HOURS                    PIC ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 LDD-SALARY                   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 LDD-OVERTIME                 PIC Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 LDD-EFKA                     PIC Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 LDD-TOTAL                    PIC ZZ.ZZZ.ZZ9,99.
       01  ALLOC-PCT-EDIT                  PIC ZZ.ZZ9,99.
       01  ALLOC-SEARCH-AFM                PIC X(09) VALUE SPACES.
       01  ALLOC-ROW-SWITCH                PIC X(01) VALUE 'N'.
           88 ALLOC-ROW-IS-OK                VALUE 'Y'.
       01  GRADE-SCALE-FILE-STATUS         PIC 9(02) VALUE ZERO.
       01  GRS-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-GRS-DATA               VALUE 'NO'.
       01  GRADE-AS-OF-DATE                PIC 9(08) VALUE 0.
       01  MAX-GRADE-STEPS                 PIC 9(03) VALUE 500.
       01  GRADE-COUNT                     PIC 9(03) VALUE 0.
       01  GRADE-SCALE-TABLE.
           05 GRADE-ENTRY OCCURS 500 TIMES.
              10 GRADE-TBL-GRADE           PIC X(02).
              10 GRADE-TBL-STEP            PIC X(02).
              10 GRADE-TBL-MIN-RATE        PIC 9(02)V99.
              10 GRADE-TBL-MAX-RATE        PIC 9(02)V99.
              10 GRADE-TBL-EFF-DATE        PIC 9(08).
       01  GRADE-IDX                       PIC 9(03) VALUE 0.
       01  GRADE-FOUND-IDX                 PIC 9(03) VALUE 0.
       01  GRADE-SEARCH-KEY.
           05 GRADE-SEARCH-GRADE           PIC X(02).
           05 GRADE-SEARCH-STEP            PIC X(02).
       01  GRADE-BAND-SWITCH               PIC X(01) VALUE 'Y'.
           88 RATE-IN-BAND                   VALUE 'Y'.
           88 RATE-BELOW-BAND                VALUE 'L'.
           88 RATE-ABOVE-BAND                VALUE 'H'.
           88 GRADE-NOT-ON-SCALE             VALUE 'U'.
       01  GRADE-FLAG-CNT                  PIC 9(05) VALUE 0.
       01  GRADE-RATE-EDIT                 PIC Z9,99.
       01  EXPENSE-CLAIM-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  EXPENSE-CATEGORY-FILE-STATUS    PIC 9(02) VALUE ZERO.
       01  AUTH-FILE-STATUS                PIC 9(02) VALUE ZERO.
       01  CLAIM-EXCEPTION-FILE-STATUS     PIC 9(02) VALUE ZERO.
       01  CLM-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-CLM-DATA               VALUE 'NO'.
       01  EXC-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-EXC-DATA               VALUE 'NO'.
       01  AUTH-REMAINS-SWITCH             PIC X(02) VALUE SPACES.
           88 NO-MORE-AUTH                   VALUE 'NO'.
       01  MAX-EXPENSE-CLAIMS              PIC 9(05) VALUE 5000.
       01  CLAIM-COUNT                     PIC 9(05) VALUE 0.
       01  EXPENSE-CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 5000 TIMES.
              10 CLAIM-AFM                 PIC X(09).
              10 CLAIM-ID                  PIC X(10).
              10 CLAIM-CATEGORY            PIC X(04).
              10 CLAIM-AMOUNT              PIC 9(05)V99.
              10 CLAIM-RECEIPT-DATE        PIC 9(08).
              10 CLAIM-APPROVER-ID         PIC X(08).
              10 CLAIM-STATUS              PIC X(01).
                 88 CLAIM-PENDING            VALUE ' '.
                 88 CLAIM-PAID               VALUE 'P'.
                 88 CLAIM-REJECTED           VALUE 'R'.
              10 CLAIM-RUN-ID              PIC 9(06).
       01  CLAIM-IDX                       PIC 9(05) VALUE 0.
       01  CLAIM-SCAN-IDX                  PIC 9(05) VALUE 0.
       01  CLAIM-DUP-IDX                   PIC 9(05) VALUE 0.
       01  CLAIMS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
           88 CLAIMS-ARE-LOADED              VALUE 'Y'.
       01  CLAIMS-HELD-SWITCH              PIC X(01) VALUE 'N'.
           88 CLAIMS-HELD                    VALUE 'Y'.
       01  MAX-EXPENSE-CATEGORIES          PIC 9(03) VALUE 100.
       01  XCAT-COUNT                      PIC 9(03) VALUE 0.
       01  EXPENSE-CATEGORY-TABLE.
           05 XCAT-ENTRY OCCURS 100 TIMES.
              10 XCAT-CODE                 PIC X(04).
              10 XCAT-CLAIM-LIMIT          PIC 9(05)V99.
              10 XCAT-ACCOUNT              PIC X(12).
              10 XCAT-PAID                 PIC 9(09)V99 COMP-3.
       01  XCAT-IDX                        PIC 9(03) VALUE 0.
       01  XCAT-FOUND-IDX                  PIC 9(03) VALUE 0.
       01  XCAT-SEARCH-CODE                PIC X(04) VALUE SPACES.
       01  MAX-AUTH                        PIC 9(02) VALUE 50.
       01  AUTH-COUNT                      PIC 9(02) VALUE 0.
       01  AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 50 TIMES.
              10 AUTH-TBL-ID               PIC X(08).
              10 AUTH-TBL-RIGHTS           PIC X(10).
              10 AUTH-TBL-EXPENSE-LIMIT    PIC 9(05)V99.
       01  AUTH-IDX                        PIC 9(02) VALUE 0.
       01  AUTH-FOUND-IDX                  PIC 9(02) VALUE 0.
       01  CLAIM-RUN-DATE                  PIC 9(08) VALUE 0.
       01  CLAIM-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  CLAIM-REJECT-CNT                PIC 9(05) VALUE 0.
       01  CLAIM-PAID-CNT                  PIC 9(05) VALUE 0.
       01  EXPENSE-REIMB-AMOUNT            PIC 9(07)V99 COMP-3 VALUE 0.
       01  CLAIM-EXCEPTION-DETAIL.
           05 CXD-AFM                      PIC X(09).
           05 FILLER                       PIC X(01).
           05 CXD-CLAIM-ID                 PIC X(10).
           05 FILLER                       PIC X(01).
           05 CXD-CATEGORY                 PIC X(04).
           05 FILLER                       PIC X(01).
           05 CXD-AMOUNT                   PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X(01).
           05 CXD-APPROVER-ID              PIC X(08).
           05 FILLER                       PIC X(01).
           05 CXD-REASON                   PIC X(30).
       01  COMM-EARNINGS-FILE-STATUS       PIC 9(02) VALUE ZERO.
       01  CME-DATA-REMAINS-SWITCH         PIC X(02) VALUE SPACES.
           88 NO-MORE-CME-DATA               VALUE 'NO'.
       01  MAX-COMM-EARNINGS               PIC 9(05) VALUE 5000.
       01  COMM-COUNT                      PIC 9(05) VALUE 0.
       01  COMM-EARNINGS-TABLE.
           05 COMM-ENTRY OCCURS 5000 TIMES.
              10 COMM-AFM                  PIC X(09).
              10 COMM-PERIOD               PIC 9(06).
              10 COMM-TYPE                 PIC X(01).
                 88 COMM-IS-CLAWBACK         VALUE 'K'.
              10 COMM-AMOUNT               PIC 9(07)V99.
              10 COMM-STATUS               PIC X(01).
                 88 COMM-PENDING             VALUE ' '.
                 88 COMM-PAID                VALUE 'P'.
                 88 COMM-CARRIED             VALUE 'C'.
              10 COMM-RUN-ID               PIC 9(06).
       01  COMM-IDX                        PIC 9(05) VALUE 0.
       01  COMM-LOADED-SWITCH              PIC X(01) VALUE 'N'.
           88 COMM-ARE-LOADED                VALUE 'Y'.
       01  COMM-OVERFLOW-SWITCH            PIC X(01) VALUE 'N'.
           88 COMM-OVERFLOW                  VALUE 'Y'.
       01  COMM-PAID-CNT                   PIC 9(05) VALUE 0.
       01  COMM-CARRY-LOST-CNT             PIC 9(05) VALUE 0.
       01  COMM-CARRY-PERIOD               PIC 9(06) VALUE 0.
       01  COMMISSION-AMOUNT               PIC 9(07)V99 COMP-3 VALUE 0.
       01  CLAWBACK-AMOUNT                 PIC 9(07)V99 COMP-3 VALUE 0.
       01  CLAWBACK-CARRIED                PIC 9(07)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-EFKA-PARMS
           PERFORM LOAD-DEDUCT-ORDERS
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-EMPLOYER-TABLE
           PERFORM LOAD-EMPLOYEE-YTD
           PERFORM LOAD-SIMULATION-PARMS
           PERFORM LOAD-CLOSED-PERIODS
           IF SIMULATION-MODE
               PERFORM RUN-SIMULATION
               PERFORM SIM-FINISH
               PERFORM RUN-ADJUSTMENTS
               PERFORM ADJ-FINISH
           END-IF
           PERFORM LOAD-RUN-TYPE
           IF NOT BONUS-RUN
               PERFORM LOAD-PAY-CALENDAR
           END-IF
           PERFORM LOAD-LEAVE-DATA
           PERFORM LOAD-COST-ALLOCATIONS
           PERFORM LOAD-GRADE-SCALE
           IF NOT BONUS-RUN
               PERFORM LOAD-EXPENSE-CLAIMS
               PERFORM LOAD-COMMISSION-EARNINGS
           END-IF
           PERFORM SET-APD-RUN-PARMS
           MOVE APD-PERIOD-YYYYMM TO PERIOD-CHECK-YYYYMM
           PERFORM CHECK-PAYROLL-PERIOD-OPEN
           PERFORM LOAD-CHECKPOINT
           PERFORM OPEN-OUTPUT-FILES
           IF VALID-PAYROLL-FILE-STATUS NOT = 0 THEN
               MOVE STATS-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           IF PAY-RESULT-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: PAY-RESULT-FILE'
               DISPLAY 'STATUS-CODE=' PAY-RESULT-FILE-STATUS
               MOVE 'PAY-RESULT-FILE' TO LOG-FILE-NAME-WS
               MOVE PAY-RESULT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           IF RESTART-SKIP-COUNT > 0 AND
              PRIOR-COMPANY-CODE NOT = SPACES
               PERFORM REOPEN-COMPANY-FILES
               PERFORM CLOSE-COMPANY-FILES
           END-IF
           PERFORM WRITE-DEDUCT-REMIT-TOTAL
           PERFORM WRITE-COST-CENTER-JOURNAL
           PERFORM WRITE-EXPENSE-CLAIM-JOURNAL
           PERFORM WRITE-JOURNAL-CREDITS
           PERFORM CHECK-JOURNAL-BALANCE
           PERFORM WRITE-LABOR-DIST-REPORT
           PERFORM CLEAR-CHECKPOINT.
       FINISH.
           PERFORM WRITE-STATS
           PERFORM REWRITE-EMPLOYEE-YTD
           PERFORM REWRITE-DEDUCT-ORDERS
           PERFORM REWRITE-LEAVE-PAYOUTS
           PERFORM REWRITE-EXPENSE-CLAIMS
           PERFORM REWRITE-COMMISSION-EARNINGS
           DISPLAY 'TOTAL RECORDS:   '        TOTAL-CNT
           DISPLAY 'VALID RECORDS:   '        VALID-CNT
           DISPLAY 'INVALID RECORDS: '        INVALID-CNT
           DISPLAY 'TOTAL-EFKA-EMPLOYER:   '  PRINT-DEC
           MOVE TOTAL-DEDUCTIONS TO PRINT-DEC
           DISPLAY 'TOTAL-DEDUCTIONS:      '  PRINT-DEC
           IF CLAIMS-ARE-LOADED
               DISPLAY 'EXPENSE CLAIMS PAID:     ' CLAIM-PAID-CNT
               DISPLAY 'EXPENSE CLAIMS REJECTED: ' CLAIM-REJECT-CNT
           END-IF
           IF COMM-ARE-LOADED
               DISPLAY 'COMMISSION ROWS PAID:    ' COMM-PAID-CNT
           END-IF
           CLOSE PAYROLL-FILE
                 VALID-PAYROLL-FILE
                 INVALID-PAYROLL-FILE
                 STATS-FILE
                 EFT-FILE
                 EFKA-REMIT-FILE
                 EFKA-APD-FILE
                 DEDUCT-REMIT-FILE
                 JOURNAL-FILE
                 PAYSLIP-FILE
                 PAY-RESULT-FILE.
           IF INVALID-CNT > 0 AND RETURN-CODE = 0 THEN
              MOVE 55 TO RETURN-CODE
           END-IF.
           IF APD-MISSING-AMKA-CNT > 0 AND RETURN-CODE = 0 THEN
              DISPLAY '***WARNING PAYROLLS: ' APD-MISSING-AMKA-CNT
                      ' EFKA APD LINES WITHOUT AMKA'
              MOVE 55 TO RETURN-CODE
           END-IF.
           IF GRADE-FLAG-CNT > 0 AND RETURN-CODE = 0 THEN
              DISPLAY '***WARNING PAYROLLS: ' GRADE-FLAG-CNT
                      ' RATES NOT CHECKED - GRADE/STEP NOT ON SCALE'
              MOVE 55 TO RETURN-CODE
           END-IF.
           IF (ALLOC-REJECT-CNT > 0 OR ALLOC-BAD-ROW-CNT > 0 OR
               ALLOC-OVERFLOW) AND RETURN-CODE = 0 THEN
              DISPLAY '***WARNING PAYROLLS: ' ALLOC-REJECT-CNT
                      ' COST ALLOCATIONS REJECTED, ' ALLOC-BAD-ROW-CNT
                      ' INVALID ALLOCATION ROWS'
              MOVE 55 TO RETURN-CODE
           END-IF.
           IF (CLAIM-REJECT-CNT > 0 OR CLAIMS-HELD) AND
              RETURN-CODE = 0 THEN
              DISPLAY '***WARNING PAYROLLS: ' CLAIM-REJECT-CNT
                      ' EXPENSE CLAIMS REJECTED OR CLAIMS HELD'
              MOVE 55 TO RETURN-CODE
           END-IF.
           IF (COMM-OVERFLOW OR COMM-CARRY-LOST-CNT > 0) AND
              RETURN-CODE = 0 THEN
              DISPLAY '***WARNING PAYROLLS: COMMISSION NOT PAID OR '
                      'CLAWBACK NOT CARRIED - SEE ERROR LOG'
              MOVE 55 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           PERFORM WRITE-RECON-RECORD.
            STOP RUN.
                   PERFORM LOG-FILE-ERROR
               END-IF
               CLOSE RECON-FILE
               MOVE 'RECON-FILE' TO CATALOG-FILE-NAME-WS
               MOVE 1            TO CATALOG-RECORD-CNT
               MOVE TOTAL-NET    TO CATALOG-HASH-TOTAL
               PERFORM CATALOG-GENERATION
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'HOURS'          TO VALID-LINE(021:05)
           MOVE 'HOUR-RATE'      TO VALID-LINE(033:09)
           MOVE 'AFM'            TO VALID-LINE(053:03)
           EVALUATE TRUE
               WHEN BONUS-RUN
                   MOVE 'BONUS-GROSS'    TO VALID-LINE(070:14)
               WHEN PERIOD-MODE
                   MOVE 'PERIOD-GROSS'   TO VALID-LINE(070:14)
               WHEN OTHER
                   MOVE 'ANNUAL-AMOUNT'  TO VALID-LINE(070:14)
           END-EVALUATE
           MOVE 'TAXES'          TO VALID-LINE(092:05)
           MOVE 'NET-AMOUNT'     TO VALID-LINE(112:11)
           MOVE 'EFKA'           TO VALID-LINE(127:04)
           MOVE 'HOURS'          TO INVALID-LINE(021:05)
           MOVE 'HOUR-RATE'      TO INVALID-LINE(033:09)
           MOVE 'AFM'            TO INVALID-LINE(053:03)
           EVALUATE TRUE
               WHEN BONUS-RUN
                   MOVE 'BONUS-GROSS'    TO INVALID-LINE(070:14)
               WHEN PERIOD-MODE
                   MOVE 'PERIOD-GROSS'   TO INVALID-LINE(070:14)
               WHEN OTHER
                   MOVE 'ANNUAL-AMOUNT'  TO INVALID-LINE(070:14)
           END-EVALUATE
           MOVE 'TAXES'          TO INVALID-LINE(092:05)
           MOVE 'NET-AMOUNT'     TO INVALID-LINE(112:11)
           MOVE 'REASON'         TO INVALID-LINE(132:06)
               OPEN EXTEND DEDUCT-REMIT-FILE
               OPEN EXTEND JOURNAL-FILE
               OPEN EXTEND PAYSLIP-FILE
               OPEN EXTEND PAY-RESULT-FILE
           ELSE
               OPEN OUTPUT VALID-PAYROLL-FILE
               OPEN OUTPUT INVALID-PAYROLL-FILE
               OPEN OUTPUT DEDUCT-REMIT-FILE
               OPEN OUTPUT JOURNAL-FILE
               OPEN OUTPUT PAYSLIP-FILE
               OPEN OUTPUT PAY-RESULT-FILE
           END-IF.

       OPEN-COMPANY-FILES.
           MOVE PAYROLL-COMPANY-CODE TO COMPANY-FILE-CODE
           PERFORM BUILD-COMPANY-FILE-NAMES
           OPEN OUTPUT EFT-FILE
           IF EFT-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: EFT-FILE'
               MOVE EFKA-REMIT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           OPEN OUTPUT EFKA-APD-FILE
           IF EFKA-APD-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: EFKA-APD-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-APD-FILE-STATUS
               MOVE 'EFKA-APD-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-APD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           MOVE 0 TO EFT-RECORD-COUNT
           MOVE 0 TO EFT-HASH-TOTAL
           MOVE 0 TO COMPANY-ANNUAL
           MOVE 0 TO COMPANY-NET
           MOVE 0 TO COMPANY-EFKA-EMPLOYEE
           MOVE 0 TO COMPANY-EFKA-EMPLOYER
           MOVE 0 TO APD-RECORD-COUNT
           MOVE 0 TO APD-DAYS-TOTAL
           PERFORM WRITE-EFT-HEADER
           PERFORM WRITE-EFKA-APD-HEADER.

       REOPEN-COMPANY-FILES.
           MOVE PRIOR-COMPANY-CODE TO COMPANY-FILE-CODE
           PERFORM BUILD-COMPANY-FILE-NAMES
           OPEN EXTEND EFT-FILE
           IF EFT-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: EFT-FILE'
               MOVE EFKA-REMIT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.
           OPEN EXTEND EFKA-APD-FILE
           IF EFKA-APD-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR OPENING OUTPUT FILE: EFKA-APD-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-APD-FILE-STATUS
               MOVE 'EFKA-APD-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-APD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH.

       BUILD-COMPANY-FILE-NAMES.
           MOVE SPACES TO EFT-FILE-NAME
           MOVE SPACES TO EFKA-REMIT-FILE-NAME
           MOVE SPACES TO EFKA-APD-FILE-NAME
           IF BONUS-RUN
               STRING 'EFT-' DELIMITED BY SIZE
                      BONUS-TAG DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFT-FILE-NAME
               STRING 'EFKA-REMIT-' DELIMITED BY SIZE
                      BONUS-TAG DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFKA-REMIT-FILE-NAME
               STRING 'EFKA-APD-' DELIMITED BY SIZE
                      BONUS-TAG DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFKA-APD-FILE-NAME
           ELSE
               STRING 'EFT-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFT-FILE-NAME
               STRING 'EFKA-REMIT-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFKA-REMIT-FILE-NAME
               STRING 'EFKA-APD-' DELIMITED BY SIZE
                      COMPANY-FILE-CODE DELIMITED BY SIZE
                 INTO EFKA-APD-FILE-NAME
           END-IF.

       COMPANY-BREAK.
           IF PRIOR-COMPANY-CODE NOT = SPACES

       CLOSE-COMPANY-FILES.
           PERFORM WRITE-EFKA-REMIT-TOTAL
           PERFORM WRITE-EFKA-APD-TRAILER
           MOVE COMPANY-NET TO EFT-EXPECTED-NET
           PERFORM WRITE-EFT-TRAILER
               THRU WRITE-EFT-TRAILER-EXIT
           PERFORM WRITE-COMPANY-STATS
           CLOSE EFT-FILE
                 EFKA-REMIT-FILE
                 EFKA-APD-FILE
           MOVE 'N' TO EFT-FRAME-SWITCH.

       WRITE-COMPANY-STATS.
                        TO COMPANY-EFKA-EMPLOYEE
                    MOVE CHECKPOINT-COMP-EFKA-EMPR
                        TO COMPANY-EFKA-EMPLOYER
                    MOVE CHECKPOINT-APD-COUNT   TO APD-RECORD-COUNT
                    MOVE CHECKPOINT-APD-DAYS    TO APD-DAYS-TOTAL
                    MOVE 'Y' TO EFT-FRAME-SWITCH
              END-READ
              CLOSE CHECKPOINT-FILE
               TO CHECKPOINT-COMP-EFKA-EMP
           MOVE COMPANY-EFKA-EMPLOYER
               TO CHECKPOINT-COMP-EFKA-EMPR
           MOVE APD-RECORD-COUNT     TO CHECKPOINT-APD-COUNT
           MOVE APD-DAYS-TOTAL       TO CHECKPOINT-APD-DAYS
           MOVE X'0D0A'              TO CHECKPOINT-CRLF
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
           MOVE 0,25    TO TAX-BRACKET-RATE(3).

       COMPUTE-TAX-AMOUNT.
           IF PERIOD-MODE OR BONUS-RUN
               COMPUTE TAX-BASE-AMOUNT =
                   ANNUAL-AMOUNT * PERIODS-PER-YEAR
           ELSE
               MOVE ANNUAL-AMOUNT TO TAX-BASE-AMOUNT
           END-IF
           MOVE 0 TO TAX-WORK
           MOVE 0 TO PRIOR-CEILING
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > TAX-BRACKET-COUNT
               IF TAX-BASE-AMOUNT > TAX-BRACKET-CEILING(BRK-IDX)
                   COMPUTE TAX-WORK ROUNDED = TAX-WORK +
                       ((TAX-BRACKET-CEILING(BRK-IDX) - PRIOR-CEILING)
                           * TAX-BRACKET-RATE(BRK-IDX))
               ELSE
                   IF TAX-BASE-AMOUNT > PRIOR-CEILING
                       COMPUTE TAX-WORK ROUNDED = TAX-WORK +
                           ((TAX-BASE-AMOUNT - PRIOR-CEILING)
                               * TAX-BRACKET-RATE(BRK-IDX))
                   END-IF
               END-IF
               MOVE TAX-BRACKET-CEILING(BRK-IDX) TO PRIOR-CEILING
           END-PERFORM
           IF TAX-BRACKET-COUNT > 0 AND
              TAX-BASE-AMOUNT > PRIOR-CEILING
               COMPUTE TAX-WORK ROUNDED = TAX-WORK +
                   ((TAX-BASE-AMOUNT - PRIOR-CEILING)
                       * TAX-BRACKET-RATE(TAX-BRACKET-COUNT))
           END-IF
           IF PERIOD-MODE OR BONUS-RUN
               COMPUTE TAX-AMOUNT ROUNDED =
                   TAX-WORK / PERIODS-PER-YEAR
           ELSE
               MOVE TAX-WORK TO TAX-AMOUNT
           END-IF.

       COMPUTE-SIM-TAX-AMOUNT.
           MOVE 0 TO TAX-WORK
               (PAYROLL-HOURS-WORKED * PAYROLL-HOUR-RATE
                   * ANNUAL-MULT-WS) + OT-PREMIUM-AMOUNT.

       SET-PAY-MULTIPLIER.
           IF PERIOD-MODE
               MOVE 1 TO ANNUAL-MULT-WS
           ELSE
               MOVE TAX-MULTIPLIER TO ANNUAL-MULT-WS
           END-IF.

       LOAD-PAY-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-RUN-DATE
           MOVE SPACES TO CAL-DATA-REMAINS-SWITCH
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-FILE-STATUS NOT = 0
               DISPLAY 'PAYROLLS: NO PAY-CALENDAR-FILE - ANNUAL RUN'
           ELSE
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CAL-DATA
                   PERFORM SELECT-PAY-PERIOD
                   READ PAY-CALENDAR-FILE
                       AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
               IF PERIOD-MODE
                   EVALUATE TRUE
                       WHEN PERIOD-MONTHLY
                           MOVE TAX-MULTIPLIER TO PERIODS-PER-YEAR
                       WHEN PERIOD-BIWEEKLY
                           MOVE 26 TO PERIODS-PER-YEAR
                           COMPUTE OT-THRESHOLD ROUNDED =
                               OT-THRESHOLD * 12 / 26
                   END-EVALUATE
                   DISPLAY 'PAYROLLS: PAY PERIOD ' PERIOD-ID
                           ' FREQUENCY ' PERIOD-FREQUENCY
                           ' FROM ' PERIOD-START-DATE
                           ' TO ' PERIOD-END-DATE
                           ' PAY DATE ' PERIOD-PAY-DATE
               ELSE
                   DISPLAY '***WARNING PAYROLLS: NO PAY PERIOD ON '
                           'PAY-CALENDAR-FILE COVERS RUN DATE '
                           PARM-RUN-DATE ' - ANNUAL RUN'
               END-IF
           END-IF.

       SELECT-PAY-PERIOD.
           IF CAL-START-DATE IS NOT NUMERIC OR
              CAL-END-DATE   IS NOT NUMERIC OR
              CAL-PAY-DATE   IS NOT NUMERIC OR
              CAL-END-DATE < CAL-START-DATE OR
              (CAL-FREQUENCY NOT = 'M' AND CAL-FREQUENCY NOT = 'B')
               DISPLAY '***WARNING: PAY-CALENDAR ROW '
                       CAL-PERIOD-ID ' IS INVALID - ROW IGNORED'
           ELSE
               IF CAL-START-DATE <= PARM-RUN-DATE AND
                  CAL-PAY-DATE   >= PARM-RUN-DATE
                   IF NOT PERIOD-MODE OR
                      CAL-PAY-DATE < PERIOD-PAY-DATE
                       MOVE 'Y'            TO PERIOD-MODE-SWITCH
                       MOVE CAL-PERIOD-ID  TO PERIOD-ID
                       MOVE CAL-FREQUENCY  TO PERIOD-FREQUENCY
                       MOVE CAL-START-DATE TO PERIOD-START-DATE
                       MOVE CAL-END-DATE   TO PERIOD-END-DATE
                       MOVE CAL-PAY-DATE   TO PERIOD-PAY-DATE
                   END-IF
               END-IF
           END-IF.

      *    C = CHRISTMAS, E = EASTER, H = HOLIDAY, BLANK OR R = REGULAR
       LOAD-RUN-TYPE.
           MOVE SPACES TO RUN-TYPE-REC
           OPEN INPUT RUN-TYPE-FILE
           IF RUN-TYPE-FILE-STATUS = 0
               READ RUN-TYPE-FILE
                   AT END MOVE SPACES TO RUN-TYPE-REC
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF
           IF RUNTYPE-CODE NOT = SPACES
               MOVE RUNTYPE-CODE TO BONUS-RUN-TYPE
           END-IF
           IF NOT BONUS-RUN AND BONUS-RUN-TYPE NOT = 'R'
               DISPLAY '***ERROR PAYROLLS: UNKNOWN RUN TYPE '
                       BONUS-RUN-TYPE ' IN RUN-TYPE-FILE'
               PERFORM RUN-TYPE-ERROR
           END-IF
           IF BONUS-RUN
               PERFORM SET-BONUS-RUN-PARMS
           END-IF.

       SET-BONUS-RUN-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO BONUS-YEAR-WORK
           MOVE FUNCTION CURRENT-DATE(1:8) TO BONUS-PAY-DATE
           EVALUATE TRUE
               WHEN CHRISTMAS-BONUS-RUN
                   MOVE 'XMAS'            TO BONUS-TAG
                   MOVE 'CHRISTMAS BONUS' TO BONUS-TITLE
                   MOVE 1                 TO BONUS-FACTOR
                   COMPUTE BONUS-ACCRUAL-START =
                       BONUS-YEAR-WORK * 10000 + 0501
                   COMPUTE BONUS-ACCRUAL-END =
                       BONUS-YEAR-WORK * 10000 + 1231
                   COMPUTE BONUS-PAY-DATE =
                       BONUS-YEAR-WORK * 10000 + 1221
               WHEN EASTER-BONUS-RUN
                   MOVE 'EAST'            TO BONUS-TAG
                   MOVE 'EASTER BONUS'    TO BONUS-TITLE
                   MOVE 0,50              TO BONUS-FACTOR
                   COMPUTE BONUS-ACCRUAL-START =
                       BONUS-YEAR-WORK * 10000 + 0101
                   COMPUTE BONUS-ACCRUAL-END =
                       BONUS-YEAR-WORK * 10000 + 0430
               WHEN HOLIDAY-ALLOWANCE-RUN
                   MOVE 'HOLI'            TO BONUS-TAG
                   MOVE 'HOLIDAY ALLOWANCE' TO BONUS-TITLE
                   MOVE 0,50              TO BONUS-FACTOR
                   COMPUTE BONUS-ACCRUAL-START =
                       BONUS-YEAR-WORK * 10000 + 0101
                   COMPUTE BONUS-ACCRUAL-END =
                       BONUS-YEAR-WORK * 10000 + 1231
           END-EVALUATE
           IF RUNTYPE-ACCRUAL-START IS NUMERIC AND
              RUNTYPE-ACCRUAL-START NOT = ZERO
               MOVE RUNTYPE-ACCRUAL-START TO BONUS-ACCRUAL-START
           END-IF
           IF RUNTYPE-ACCRUAL-END IS NUMERIC AND
              RUNTYPE-ACCRUAL-END NOT = ZERO
               MOVE RUNTYPE-ACCRUAL-END TO BONUS-ACCRUAL-END
           END-IF
           IF RUNTYPE-PAY-DATE IS NUMERIC AND
              RUNTYPE-PAY-DATE NOT = ZERO
               MOVE RUNTYPE-PAY-DATE TO BONUS-PAY-DATE
           ELSE
               IF NOT CHRISTMAS-BONUS-RUN
                   DISPLAY '***ERROR PAYROLLS: ' BONUS-TITLE
                           ' RUN NEEDS A PAY DATE IN RUN-TYPE-FILE'
                   PERFORM RUN-TYPE-ERROR
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(BONUS-ACCRUAL-START) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(BONUS-ACCRUAL-END)
                     NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(BONUS-PAY-DATE) NOT = 0
              OR BONUS-ACCRUAL-START > BONUS-ACCRUAL-END
               DISPLAY '***ERROR PAYROLLS: INVALID BONUS ACCRUAL '
                       'WINDOW OR PAY DATE IN RUN-TYPE-FILE'
               PERFORM RUN-TYPE-ERROR
           END-IF
           COMPUTE BONUS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(BONUS-ACCRUAL-END)
             - FUNCTION INTEGER-OF-DATE(BONUS-ACCRUAL-START) + 1
           IF NOT MASTER-IS-AVAILABLE
               DISPLAY '***ERROR PAYROLLS: A BONUS RUN NEEDS THE '
                       'EMPLOYEE MASTER FOR HIRE AND TERMINATION DATES'
               PERFORM RUN-TYPE-ERROR
           END-IF
           MOVE TAX-MULTIPLIER TO PERIODS-PER-YEAR
           MOVE SPACES TO PAYSLIP-FILE-NAME
           STRING 'PAYSLIP-' DELIMITED BY SIZE
                  BONUS-TAG  DELIMITED BY SIZE
             INTO PAYSLIP-FILE-NAME
           MOVE SPACES TO JOURNAL-FILE-NAME
           STRING 'JOURNAL-' DELIMITED BY SIZE
                  BONUS-TAG  DELIMITED BY SIZE
             INTO JOURNAL-FILE-NAME
           MOVE SPACES TO PAY-RESULT-FILE-NAME
           STRING 'PAY-RESULT-' DELIMITED BY SIZE
                  BONUS-TAG     DELIMITED BY SIZE
             INTO PAY-RESULT-FILE-NAME
           MOVE SPACES TO LABOR-DIST-FILE-NAME
           STRING 'LABOR-DIST-' DELIMITED BY SIZE
                  BONUS-TAG     DELIMITED BY SIZE
             INTO LABOR-DIST-FILE-NAME
           MOVE SPACES TO VALID-PAYROLL-FILE-NAME
           STRING 'VALID-PAYROLL-' DELIMITED BY SIZE
                  BONUS-TAG        DELIMITED BY SIZE
             INTO VALID-PAYROLL-FILE-NAME
           MOVE SPACES TO INVALID-PAYROLL-FILE-NAME
           STRING 'INVALID-PAYROLL-' DELIMITED BY SIZE
                  BONUS-TAG          DELIMITED BY SIZE
             INTO INVALID-PAYROLL-FILE-NAME
           MOVE SPACES TO STATS-FILE-NAME
           STRING 'STATS-' DELIMITED BY SIZE
                  BONUS-TAG DELIMITED BY SIZE
             INTO STATS-FILE-NAME
           MOVE SPACES TO DEDUCT-REMIT-FILE-NAME
           STRING 'DEDUCT-REMIT-' DELIMITED BY SIZE
                  BONUS-TAG       DELIMITED BY SIZE
             INTO DEDUCT-REMIT-FILE-NAME
           MOVE SPACES TO CHECKPOINT-FILE-NAME
           STRING 'CHECKPOINT-' DELIMITED BY SIZE
                  BONUS-TAG     DELIMITED BY SIZE
             INTO CHECKPOINT-FILE-NAME
           DISPLAY 'PAYROLLS: ' BONUS-TITLE ' RUN - ACCRUAL '
                   BONUS-ACCRUAL-START ' TO ' BONUS-ACCRUAL-END
                   ' PAY DATE ' BONUS-PAY-DATE.

       CHECK-PAYROLL-PERIOD-OPEN.
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               DISPLAY '***ERROR PAYROLLS: PAYROLL PERIOD '
                       PERIOD-CHECK-YYYYMM ' IS CLOSED - RUN REFUSED'
               MOVE 'PERIOD-CONTROL-FILE' TO LOG-FILE-NAME-WS
               MOVE '99' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               CLOSE PAYROLL-FILE
               PERFORM WRITE-AUDIT-TRAIL
               STOP RUN
           END-IF.

       RUN-TYPE-ERROR.
           MOVE 'RUN-TYPE-FILE' TO LOG-FILE-NAME-WS
           MOVE '99' TO LOG-STATUS-CODE-WS
           PERFORM LOG-FILE-ERROR
           MOVE 66 TO RETURN-CODE
           CLOSE PAYROLL-FILE
           PERFORM WRITE-AUDIT-TRAIL
           STOP RUN.

       LOAD-EFKA-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-RUN-DATE
           MOVE 0 TO PARM-EFF-SELECTED
                       END-IF
                       MOVE MASTER-COMPANY-CODE
                           TO EMP-COMPANY-CODE(EMP-COUNT)
                       MOVE MASTER-AMKA
                           TO EMP-AMKA(EMP-COUNT)
                       MOVE MASTER-PKG-CODE
                           TO EMP-PKG-CODE(EMP-COUNT)
                       MOVE MASTER-GRADE
                           TO EMP-GRADE(EMP-COUNT)
                       MOVE MASTER-STEP
                           TO EMP-STEP(EMP-COUNT)
                   ELSE
                       DISPLAY '***ERROR PAYROLLS: EMPLOYEE TABLE '
                               'FULL - INCREASE MAX-EMPLOYEES'
                       'INPUT CROSS-CHECK DISABLED'
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
                       MOVE EMPLOYER-AME
                           TO EMPR-TBL-AME(EMPLOYER-COUNT)
                       MOVE EMPLOYER-NAME
                           TO EMPR-TBL-NAME(EMPLOYER-COUNT)
                   ELSE
                       DISPLAY '***ERROR PAYROLLS: EMPLOYER TABLE '
                               'FULL - INCREASE MAX-EMPLOYERS'
                   END-IF
                   READ EMPLOYER-FILE
                       AT END MOVE 'NO' TO EMPLOYER-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-FILE
           ELSE
               DISPLAY '***WARNING: NO EMPLOYER-FILE - EFKA APD '
                       'HEADERS WILL CARRY NO EMPLOYER AFM/AME'
           END-IF.

       CHECK-EMPLOYEE-MASTER.
           MOVE 'Y' TO MASTER-CHECK-SWITCH
           MOVE 'Y' TO GRADE-BAND-SWITCH
           MOVE SPACES TO MASTER-FAIL-REASON
           MOVE 12  TO ACTIVE-MONTHS
           MOVE 'N' TO FINAL-SETTLEMENT-SWITCH
           MOVE 'N' TO TERMINATED-PRIOR-SWITCH
           MOVE 'N' TO HIRED-AFTER-PERIOD-SWITCH
           MOVE 'N' TO OUTSIDE-WINDOW-SWITCH
           MOVE BONUS-WINDOW-DAYS TO BONUS-ACTIVE-DAYS
           IF NOT MASTER-IS-AVAILABLE
               GO TO CHECK-EMPLOYEE-MASTER-EXIT
           END-IF
           END-PERFORM
           IF EMP-FOUND-IDX > 0
               PERFORM SET-PRORATION-FACTORS
               PERFORM CHECK-GRADE-BAND
                   THRU CHECK-GRADE-BAND-EXIT
           END-IF
           EVALUATE TRUE
               WHEN EMP-FOUND-IDX = 0
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE 'EMPLOYEE IS TERMINATED!!!'
                       TO MASTER-FAIL-REASON
               WHEN HIRED-AFTER-PERIOD
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE 'HIRED AFTER END OF PAY PERIOD!!!'
                       TO MASTER-FAIL-REASON
               WHEN OUTSIDE-ACCRUAL-WINDOW
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE 'NOT EMPLOYED IN BONUS ACCRUAL WINDOW!!!'
                       TO MASTER-FAIL-REASON
               WHEN EMP-NAME(EMP-FOUND-IDX)
                       NOT = PAYROLL-EMPLOYEE-NAME
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE 'COMPANY DISAGREES WITH MASTER!!!'
                       TO MASTER-FAIL-REASON
               WHEN RATE-BELOW-BAND
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE GRADE-TBL-MIN-RATE(GRADE-FOUND-IDX)
                       TO GRADE-RATE-EDIT
                   STRING 'RATE BELOW GRADE '    DELIMITED BY SIZE
                          EMP-GRADE(EMP-FOUND-IDX) DELIMITED BY SIZE
                          '/'                    DELIMITED BY SIZE
                          EMP-STEP(EMP-FOUND-IDX)  DELIMITED BY SIZE
                          ' MINIMUM '            DELIMITED BY SIZE
                          GRADE-RATE-EDIT        DELIMITED BY SIZE
                          '!!!'                  DELIMITED BY SIZE
                     INTO MASTER-FAIL-REASON
               WHEN RATE-ABOVE-BAND
                   MOVE 'N' TO MASTER-CHECK-SWITCH
                   MOVE GRADE-TBL-MAX-RATE(GRADE-FOUND-IDX)
                       TO GRADE-RATE-EDIT
                   STRING 'RATE ABOVE GRADE '    DELIMITED BY SIZE
                          EMP-GRADE(EMP-FOUND-IDX) DELIMITED BY SIZE
                          '/'                    DELIMITED BY SIZE
                          EMP-STEP(EMP-FOUND-IDX)  DELIMITED BY SIZE
                          ' MAXIMUM '            DELIMITED BY SIZE
                          GRADE-RATE-EDIT        DELIMITED BY SIZE
                          '!!!'                  DELIMITED BY SIZE
                     INTO MASTER-FAIL-REASON
           END-EVALUATE.
       CHECK-EMPLOYEE-MASTER-EXIT.
           EXIT.

       LOAD-GRADE-SCALE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GRADE-AS-OF-DATE
           IF PERIOD-MODE
               MOVE PERIOD-END-DATE TO GRADE-AS-OF-DATE
           END-IF
           OPEN INPUT GRADE-SCALE-FILE
           IF GRADE-SCALE-FILE-STATUS = 0
               READ GRADE-SCALE-FILE
                   AT END MOVE 'NO' TO GRS-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-GRS-DATA
                   IF GRS-GRADE = SPACES OR
                      GRS-STEP IS NOT NUMERIC OR
                      GRS-MIN-RATE IS NOT NUMERIC OR
                      GRS-MAX-RATE IS NOT NUMERIC OR
                      GRS-EFF-DATE IS NOT NUMERIC OR
                      GRS-MIN-RATE > GRS-MAX-RATE
                       DISPLAY '***WARNING: GRADE-SCALE ROW '
                               GRS-GRADE '/' GRS-STEP
                               ' IS INVALID - ROW IGNORED'
                   ELSE
                       IF GRS-EFF-DATE NOT > GRADE-AS-OF-DATE
                           PERFORM ADD-GRADE-SCALE-ROW
                       END-IF
                   END-IF
                   READ GRADE-SCALE-FILE
                       AT END MOVE 'NO' TO GRS-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GRADE-SCALE-FILE
           END-IF.

       ADD-GRADE-SCALE-ROW.
           MOVE GRS-GRADE TO GRADE-SEARCH-GRADE
           MOVE GRS-STEP  TO GRADE-SEARCH-STEP
           PERFORM FIND-GRADE-STEP
           IF GRADE-FOUND-IDX = 0
               IF GRADE-COUNT < MAX-GRADE-STEPS
                   ADD 1 TO GRADE-COUNT
                   MOVE GRADE-COUNT TO GRADE-FOUND-IDX
                   MOVE 0 TO GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
               ELSE
                   DISPLAY '***ERROR PAYROLLS: GRADE SCALE TABLE '
                           'FULL - GRADE ' GRS-GRADE '/' GRS-STEP
                           ' NOT LOADED'
               END-IF
           END-IF
           IF GRADE-FOUND-IDX > 0
               IF GRS-EFF-DATE NOT < GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
                   MOVE GRS-GRADE TO GRADE-TBL-GRADE(GRADE-FOUND-IDX)
                   MOVE GRS-STEP  TO GRADE-TBL-STEP(GRADE-FOUND-IDX)
                   MOVE GRS-MIN-RATE
                       TO GRADE-TBL-MIN-RATE(GRADE-FOUND-IDX)
                   MOVE GRS-MAX-RATE
                       TO GRADE-TBL-MAX-RATE(GRADE-FOUND-IDX)
                   MOVE GRS-EFF-DATE
                       TO GRADE-TBL-EFF-DATE(GRADE-FOUND-IDX)
               END-IF
           END-IF.

       FIND-GRADE-STEP.
           MOVE 0 TO GRADE-FOUND-IDX
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
                   UNTIL GRADE-IDX > GRADE-COUNT OR GRADE-FOUND-IDX > 0
               IF GRADE-TBL-GRADE(GRADE-IDX) = GRADE-SEARCH-GRADE AND
                  GRADE-TBL-STEP(GRADE-IDX)  = GRADE-SEARCH-STEP
                   MOVE GRADE-IDX TO GRADE-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-GRADE-BAND.
           MOVE 'Y' TO GRADE-BAND-SWITCH
           IF GRADE-COUNT = 0 OR
              EMP-GRADE(EMP-FOUND-IDX) = SPACES OR
              PAYROLL-HOUR-RATE IS NOT NUMERIC
               GO TO CHECK-GRADE-BAND-EXIT
           END-IF
           MOVE EMP-GRADE(EMP-FOUND-IDX) TO GRADE-SEARCH-GRADE
           MOVE EMP-STEP(EMP-FOUND-IDX)  TO GRADE-SEARCH-STEP
           PERFORM FIND-GRADE-STEP
           EVALUATE TRUE
               WHEN GRADE-FOUND-IDX = 0
                   SET GRADE-NOT-ON-SCALE TO TRUE
                   ADD 1 TO GRADE-FLAG-CNT
                   DISPLAY '***WARNING: AFM ' PAYROLL-AFM ' GRADE '
                           EMP-GRADE(EMP-FOUND-IDX) '/'
                           EMP-STEP(EMP-FOUND-IDX)
                           ' NOT ON GRADE SCALE - RATE NOT CHECKED'
               WHEN PAYROLL-HOUR-RATE <
                       GRADE-TBL-MIN-RATE(GRADE-FOUND-IDX)
                   SET RATE-BELOW-BAND TO TRUE
               WHEN PAYROLL-HOUR-RATE >
                       GRADE-TBL-MAX-RATE(GRADE-FOUND-IDX)
                   SET RATE-ABOVE-BAND TO TRUE
           END-EVALUATE.
       CHECK-GRADE-BAND-EXIT.
           EXIT.

       SET-PRORATION-FACTORS.
           MOVE 1  TO PRORATE-START-MONTH
           MOVE 12 TO PRORATE-END-MONTH
           ELSE
               COMPUTE ACTIVE-MONTHS =
                   PRORATE-END-MONTH - PRORATE-START-MONTH + 1
           END-IF
           IF PERIOD-MODE
               PERFORM SET-PERIOD-EMPLOYMENT
           END-IF
           IF BONUS-RUN
               PERFORM SET-BONUS-ACCRUAL-DAYS
           END-IF.

       SET-BONUS-ACCRUAL-DAYS.
           MOVE 12  TO ACTIVE-MONTHS
           MOVE 'N' TO TERMINATED-PRIOR-SWITCH
           MOVE 'N' TO FINAL-SETTLEMENT-SWITCH
           MOVE 0   TO SETTLEMENT-TERM-DATE
           MOVE BONUS-ACCRUAL-START TO BONUS-FROM-DATE
           MOVE BONUS-ACCRUAL-END   TO BONUS-TO-DATE
           IF EMP-HIRE-DATE(EMP-FOUND-IDX) > BONUS-FROM-DATE
               MOVE EMP-HIRE-DATE(EMP-FOUND-IDX) TO BONUS-FROM-DATE
           END-IF
           IF EMP-STATUS(EMP-FOUND-IDX) = 'T'
               IF EMP-TERM-DATE(EMP-FOUND-IDX) = ZERO
                   MOVE 'Y' TO TERMINATED-PRIOR-SWITCH
               ELSE
                   IF EMP-TERM-DATE(EMP-FOUND-IDX) < BONUS-TO-DATE
                       MOVE EMP-TERM-DATE(EMP-FOUND-IDX)
                           TO BONUS-TO-DATE
                   END-IF
               END-IF
           END-IF
           IF BONUS-FROM-DATE > BONUS-TO-DATE
               MOVE 'Y' TO OUTSIDE-WINDOW-SWITCH
               MOVE 0   TO BONUS-ACTIVE-DAYS
           ELSE
               COMPUTE BONUS-ACTIVE-DAYS =
                   FUNCTION INTEGER-OF-DATE(BONUS-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(BONUS-FROM-DATE) + 1
           END-IF.

       COMPUTE-BONUS-AMOUNT.
           MOVE 0 TO OT-HOURS
           MOVE 0 TO OT-PREMIUM-AMOUNT
           COMPUTE ANNUAL-AMOUNT ROUNDED =
               PAYROLL-HOURS-WORKED * PAYROLL-HOUR-RATE * BONUS-FACTOR
                   * BONUS-ACTIVE-DAYS / BONUS-WINDOW-DAYS.

       SET-PERIOD-EMPLOYMENT.
           MOVE 12  TO ACTIVE-MONTHS
           MOVE 'N' TO TERMINATED-PRIOR-SWITCH
           MOVE 'N' TO FINAL-SETTLEMENT-SWITCH
           MOVE 0   TO SETTLEMENT-TERM-DATE
           IF EMP-HIRE-DATE(EMP-FOUND-IDX) > PERIOD-END-DATE
               MOVE 'Y' TO HIRED-AFTER-PERIOD-SWITCH
           END-IF
           IF EMP-STATUS(EMP-FOUND-IDX) = 'T'
               EVALUATE TRUE
                   WHEN EMP-TERM-DATE(EMP-FOUND-IDX) = ZERO
                       MOVE 'Y' TO TERMINATED-PRIOR-SWITCH
                   WHEN EMP-TERM-DATE(EMP-FOUND-IDX)
                           < PERIOD-START-DATE
                       MOVE 'Y' TO TERMINATED-PRIOR-SWITCH
                   WHEN EMP-TERM-DATE(EMP-FOUND-IDX)
                           <= PERIOD-END-DATE
                       MOVE 'Y' TO FINAL-SETTLEMENT-SWITCH
                       MOVE EMP-TERM-DATE(EMP-FOUND-IDX)
                           TO SETTLEMENT-TERM-DATE
               END-EVALUATE
           END-IF.

       PRORATE-ANNUAL-AMOUNT.
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
                           DISPLAY '***ERROR PAYROLLS: YTD LEDGER '
                   MOVE 0 TO LEDGER-TAXES(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-EFKA(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-NET(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-BONUS(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-BONUS-TAXES(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-BONUS-EFKA(LEDGER-FOUND-IDX)
                   MOVE 0 TO LEDGER-BONUS-NET(LEDGER-FOUND-IDX)
               ELSE
                   DISPLAY '***ERROR PAYROLLS: YTD LEDGER TABLE '
                           'FULL - AFM ' PAYROLL-AFM ' NOT POSTED'
                   GO TO POST-EMPLOYEE-YTD-EXIT
               END-IF
           END-IF
           IF BONUS-RUN
               ADD ANNUAL-AMOUNT    TO LEDGER-BONUS(LEDGER-FOUND-IDX)
               ADD TAX-AMOUNT
                   TO LEDGER-BONUS-TAXES(LEDGER-FOUND-IDX)
               ADD EFKA-EMPLOYEE-AMOUNT
                   TO LEDGER-BONUS-EFKA(LEDGER-FOUND-IDX)
               ADD NET-AMOUNT
                   TO LEDGER-BONUS-NET(LEDGER-FOUND-IDX)
           ELSE
               ADD ANNUAL-AMOUNT    TO LEDGER-ANNUAL(LEDGER-FOUND-IDX)
           END-IF
           ADD TAX-AMOUNT           TO LEDGER-TAXES(LEDGER-FOUND-IDX)
           ADD EFKA-EMPLOYEE-AMOUNT TO LEDGER-EFKA(LEDGER-FOUND-IDX)
           ADD NET-AMOUNT           TO LEDGER-NET(LEDGER-FOUND-IDX)
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

       REPLAY-SKIPPED-RECORD.
              BANK-IS-VALID                         AND
              NOT DUPLICATE-AFM                     AND
              MASTER-CHECK-OK
               IF BONUS-RUN
                   PERFORM COMPUTE-BONUS-AMOUNT
               ELSE
                   PERFORM APPLY-UNPAID-LEAVE
                   PERFORM SET-PAY-MULTIPLIER
                   PERFORM COMPUTE-ANNUAL-AMOUNT
                   PERFORM PRORATE-ANNUAL-AMOUNT
                   PERFORM DEDUCT-UNPAID-LEAVE
                   PERFORM ADD-LEAVE-PAYOUT
                   PERFORM ADD-COMMISSION-PAY
               END-IF
               PERFORM COMPUTE-TAX-AMOUNT
               PERFORM COMPUTE-EFKA-AMOUNTS
               COMPUTE NET-AMOUNT = ANNUAL-AMOUNT - TAX-AMOUNT
               MOVE 'N' TO REPLAY-MODE-SWITCH
               PERFORM POST-EMPLOYEE-YTD
                   THRU POST-EMPLOYEE-YTD-EXIT
               PERFORM ALLOCATE-LABOR-COST
               IF NOT BONUS-RUN
                   PERFORM PAY-EXPENSE-CLAIMS
               END-IF
           END-IF.

       LOAD-SIMULATION-PARMS.
           MOVE 'PAYROLLS-ADJ' TO RUN-PROGRAM-NAME
           DISPLAY '*** PAYROLL RETROACTIVE ADJUSTMENT RUN ***'
           DISPLAY 'ADJUSTMENT ROWS ON FILE: ' ADJ-COUNT
           MOVE FUNCTION CURRENT-DATE(1:6) TO PERIOD-CHECK-YYYYMM
           PERFORM CHECK-PAYROLL-PERIOD-OPEN
      *    THE LEDGER HOLDS PERIOD-TO-DATE FIGURES UNDER A PAY CALENDAR,
      *    SO A RECOMPUTED ANNUAL NET CANNOT BE COMPARED WITH IT
           PERFORM LOAD-PAY-CALENDAR
           IF PERIOD-MODE
               DISPLAY '***ERROR PAYROLLS: PAY PERIOD ' PERIOD-ID
                       ' IS IN FORCE - ADJUSTMENT RUN REFUSED'
               MOVE 'PAY-CALENDAR-FILE' TO LOG-FILE-NAME-WS
               MOVE '99' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
               CLOSE PAYROLL-FILE
               PERFORM WRITE-AUDIT-TRAIL
               STOP RUN
           END-IF
           PERFORM DATE-DATA
           MOVE 'EFT-ADJ' TO EFT-FILE-NAME
           OPEN OUTPUT EFT-FILE
           COMPUTE NET-AMOUNT = ANNUAL-AMOUNT - TAX-AMOUNT
                                - EFKA-EMPLOYEE-AMOUNT
           PERFORM APPLY-DEDUCTIONS-FOR-ADJUST
      *    BONUS-RUN PAYMENTS ARE NOT RECOMPUTED - COMPARE AND REPLACE
      *    THE REGULAR PAY PORTION OF THE LEDGER ONLY
           COMPUTE ADJ-PRIOR-NET = LEDGER-NET(LEDGER-FOUND-IDX)
                                 - LEDGER-BONUS-NET(LEDGER-FOUND-IDX)
           COMPUTE ADJ-DELTA-NET = NET-AMOUNT - ADJ-PRIOR-NET
           IF ADJ-DELTA-NET = 0
               DISPLAY 'ADJUSTMENT: NO CHANGE FOR AFM ' PAYROLL-AFM
               GO TO PROCESS-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE ANNUAL-AMOUNT        TO LEDGER-ANNUAL(LEDGER-FOUND-IDX)
           COMPUTE LEDGER-TAXES(LEDGER-FOUND-IDX) = TAX-AMOUNT
                   + LEDGER-BONUS-TAXES(LEDGER-FOUND-IDX)
           COMPUTE LEDGER-EFKA(LEDGER-FOUND-IDX) = EFKA-EMPLOYEE-AMOUNT
                   + LEDGER-BONUS-EFKA(LEDGER-FOUND-IDX)
           COMPUTE LEDGER-NET(LEDGER-FOUND-IDX) = NET-AMOUNT
                   + LEDGER-BONUS-NET(LEDGER-FOUND-IDX)
           IF ADJ-DELTA-NET > 0
               MOVE PAYROLL-AFM           TO EFT-AFM
               MOVE PAYROLL-EMPLOYEE-NAME TO EFT-EMPLOYEE-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO EFT-HDR-VALUE-DATE
           PERFORM LOAD-RUN-ID
           MOVE BATCH-RUN-ID      TO EFT-HDR-BATCH-REF
      *    HELD UNTIL THE VARIANCE REGISTER IS SIGNED OFF (PAYVAR)
           MOVE 'U'               TO EFT-HDR-RELEASE-FLAG
           MOVE X'0D0A'           TO EFT-HDR-CRLF
           WRITE EFT-HEADER-REC
           IF EFT-FILE-STATUS NOT = 0 THEN
           DISPLAY 'ADJUSTMENTS SKIPPED:   ' ADJ-SKIPPED-CNT
           MOVE TOTAL-ADJ-PAID TO PRINT-DEC
           DISPLAY 'TOTAL-DELTA-PAID:      ' PRINT-DEC
           DISPLAY 'EFT-ADJ BATCH ' BATCH-RUN-ID
                   ' HELD UNTIL ACKNOWLEDGED (PAYVAR)'
           CLOSE PAYROLL-FILE
                 EFT-FILE
                 PAYSLIP-FILE.
               MOVE PAYROLL-DEPT-CODE TO PRIOR-DEPT-CODE
           END-IF
           ADD 1 TO VALID-CNT
           IF BONUS-RUN
               PERFORM COMPUTE-BONUS-AMOUNT
           ELSE
               PERFORM APPLY-UNPAID-LEAVE
               PERFORM SET-PAY-MULTIPLIER
               PERFORM COMPUTE-ANNUAL-AMOUNT
               PERFORM PRORATE-ANNUAL-AMOUNT
               PERFORM DEDUCT-UNPAID-LEAVE
               PERFORM ADD-LEAVE-PAYOUT
               PERFORM ADD-COMMISSION-PAY
           END-IF
           PERFORM COMPUTE-TAX-AMOUNT
           PERFORM COMPUTE-EFKA-AMOUNTS
           COMPUTE NET-AMOUNT = ANNUAL-AMOUNT - TAX-AMOUNT
                                - EFKA-EMPLOYEE-AMOUNT
           MOVE NET-AMOUNT TO PRE-DEDUCTION-NET
           PERFORM APPLY-DEDUCTION-ORDERS
           COMPUTE EMP-DEDUCTION-AMOUNT = PRE-DEDUCTION-NET
                                          - NET-AMOUNT
           PERFORM POST-EMPLOYEE-YTD
               THRU POST-EMPLOYEE-YTD-EXIT
           PERFORM ALLOCATE-LABOR-COST
           IF NOT BONUS-RUN
               PERFORM PAY-EXPENSE-CLAIMS
           END-IF
           ADD ANNUAL-AMOUNT TO TOTAL-ANNUAL
           ADD TAX-AMOUNT    TO TOTAL-TAXES
           ADD NET-AMOUNT    TO TOTAL-NET
               PERFORM HEADER-VALID
           END-IF
           PERFORM WRITE-EFT-RECORD
           PERFORM WRITE-EFKA-APD-RECORD
           PERFORM WRITE-PAY-RESULT-RECORD
           PERFORM WRITE-PAYSLIP.

       LOAD-DEDUCT-ORDERS.
               END-IF
           END-IF.

       LOAD-LEAVE-DATA.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LEAVE-BALANCE-FILE-STATUS = 0
               READ LEAVE-BALANCE-FILE
                   AT END MOVE 'NO' TO LBAL-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-LBAL-DATA
                   EVALUATE TRUE
                       WHEN LVB-BALANCE IS NOT NUMERIC OR
                            LVB-ACCRUED-YTD IS NOT NUMERIC
                           CONTINUE
                       WHEN LVB-BALANCE = 0 AND LVB-ACCRUED-YTD = 0
                           CONTINUE
                       WHEN LBAL-COUNT < MAX-LEAVE-BALANCES
                           ADD 1 TO LBAL-COUNT
                           MOVE LVB-AFM     TO LBAL-AFM(LBAL-COUNT)
                           MOVE LVB-TYPE    TO LBAL-TYPE(LBAL-COUNT)
                           MOVE LVB-BALANCE TO LBAL-BALANCE(LBAL-COUNT)
                       WHEN OTHER
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-LEAVE-BALANCES
                                   ' LEAVE BALANCES - EXTRA BALANCES '
                                   'NOT SHOWN'
                   END-EVALUATE
                   READ LEAVE-BALANCE-FILE
                       AT END MOVE 'NO' TO LBAL-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           OPEN INPUT UNPAID-LEAVE-FILE
           IF UNPAID-LEAVE-FILE-STATUS = 0
               READ UNPAID-LEAVE-FILE
                   AT END MOVE 'NO' TO UNP-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-UNP-DATA
                   EVALUATE TRUE
                       WHEN ULV-HOURS IS NOT NUMERIC
                           DISPLAY '***WARNING: UNPAID LEAVE FOR AFM '
                                   ULV-AFM ' IS INVALID - IGNORED'
                       WHEN PERIOD-MODE AND ULV-PERIOD NOT = PERIOD-ID
                           DISPLAY '***WARNING: UNPAID LEAVE FOR AFM '
                                   ULV-AFM ' IS FOR PERIOD '
                                   ULV-PERIOD ' - IGNORED'
                       WHEN UNP-COUNT NOT < MAX-UNPAID-LEAVE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-UNPAID-LEAVE ' UNPAID LEAVE '
                                   'RECORDS - AFM ' ULV-AFM ' IGNORED'
                       WHEN OTHER
                           ADD 1 TO UNP-COUNT
                           MOVE ULV-AFM    TO UNP-AFM(UNP-COUNT)
                           MOVE ULV-PERIOD TO UNP-PERIOD(UNP-COUNT)
                           MOVE ULV-HOURS  TO UNP-HOURS(UNP-COUNT)
                   END-EVALUATE
                   READ UNPAID-LEAVE-FILE
                       AT END MOVE 'NO' TO UNP-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE UNPAID-LEAVE-FILE
           END-IF
           OPEN INPUT LEAVE-PAYOUT-FILE
           IF LEAVE-PAYOUT-FILE-STATUS = 0
               SET PAYOUTS-ARE-LOADED TO TRUE
               READ LEAVE-PAYOUT-FILE
                   AT END MOVE 'NO' TO PAYO-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PAYO-DATA
                   IF PAYO-COUNT < MAX-LEAVE-PAYOUTS
                       ADD 1 TO PAYO-COUNT
                       MOVE LPO-AFM       TO PAYO-AFM(PAYO-COUNT)
                       MOVE LPO-TYPE      TO PAYO-TYPE(PAYO-COUNT)
                       MOVE LPO-HOURS     TO PAYO-HOURS(PAYO-COUNT)
                       MOVE LPO-TERM-DATE TO PAYO-TERM-DATE(PAYO-COUNT)
                       MOVE LPO-STATUS    TO PAYO-STATUS(PAYO-COUNT)
                       MOVE LPO-RUN-ID    TO PAYO-RUN-ID(PAYO-COUNT)
                   ELSE
                       SET PAYOUTS-OVERFLOW TO TRUE
                   END-IF
                   READ LEAVE-PAYOUT-FILE
                       AT END MOVE 'NO' TO PAYO-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE LEAVE-PAYOUT-FILE
               IF PAYOUTS-OVERFLOW
                   DISPLAY '***ERROR: MORE THAN ' MAX-LEAVE-PAYOUTS
                           ' LEAVE PAYOUTS - NO UNUSED LEAVE PAID '
                           'THIS RUN'
                   MOVE 'LEAVE-PAYOUT-FILE' TO LOG-FILE-NAME-WS
                   MOVE '34' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

       APPLY-UNPAID-LEAVE.
           MOVE 0 TO UNPAID-LEAVE-HOURS
           MOVE 0 TO UNPAID-LEAVE-AMOUNT
           PERFORM VARYING UNP-IDX FROM 1 BY 1
                   UNTIL UNP-IDX > UNP-COUNT
               IF UNP-AFM(UNP-IDX) = PAYROLL-AFM
                   ADD UNP-HOURS(UNP-IDX) TO UNPAID-LEAVE-HOURS
                       ON SIZE ERROR
                           MOVE 9999,99 TO UNPAID-LEAVE-HOURS
                   END-ADD
               END-IF
           END-PERFORM
           IF UNPAID-LEAVE-HOURS > 0
               IF PERIOD-MODE
                   IF UNPAID-LEAVE-HOURS >= PAYROLL-HOURS-WORKED
                       MOVE PAYROLL-HOURS-WORKED TO UNPAID-LEAVE-HOURS
                       MOVE 0 TO PAYROLL-HOURS-WORKED
                   ELSE
                       COMPUTE PAYROLL-HOURS-WORKED ROUNDED =
                           PAYROLL-HOURS-WORKED - UNPAID-LEAVE-HOURS
                   END-IF
               ELSE
                   COMPUTE UNPAID-LEAVE-AMOUNT ROUNDED =
                       UNPAID-LEAVE-HOURS * PAYROLL-HOUR-RATE
               END-IF
           END-IF.

       DEDUCT-UNPAID-LEAVE.
           IF UNPAID-LEAVE-AMOUNT > 0
               IF UNPAID-LEAVE-AMOUNT >= ANNUAL-AMOUNT
                   MOVE ANNUAL-AMOUNT TO UNPAID-LEAVE-AMOUNT
                   MOVE 0 TO ANNUAL-AMOUNT
               ELSE
                   SUBTRACT UNPAID-LEAVE-AMOUNT FROM ANNUAL-AMOUNT
               END-IF
           END-IF.

       ADD-LEAVE-PAYOUT.
           MOVE 0 TO LEAVE-PAYOUT-HOURS
           MOVE 0 TO LEAVE-PAYOUT-AMOUNT
           IF FINAL-SETTLEMENT AND NOT PAYOUTS-OVERFLOW
               PERFORM LOAD-RUN-ID
               PERFORM VARYING PAYO-IDX FROM 1 BY 1
                       UNTIL PAYO-IDX > PAYO-COUNT
                   IF PAYO-AFM(PAYO-IDX) = PAYROLL-AFM AND
                      (PAYO-PENDING(PAYO-IDX) OR
                       (BATCH-RUN-ID > 0 AND
                        PAYO-RUN-ID(PAYO-IDX) = BATCH-RUN-ID))
                       ADD PAYO-HOURS(PAYO-IDX) TO LEAVE-PAYOUT-HOURS
                           ON SIZE ERROR
                               MOVE 9999,99 TO LEAVE-PAYOUT-HOURS
                       END-ADD
                       MOVE 'P' TO PAYO-STATUS(PAYO-IDX)
                       MOVE PAYO-TYPE(PAYO-IDX) TO LEAVE-PAYOUT-TYPE
                       MOVE BATCH-RUN-ID TO PAYO-RUN-ID(PAYO-IDX)
                   END-IF
               END-PERFORM
               IF LEAVE-PAYOUT-HOURS > 0
                   COMPUTE LEAVE-PAYOUT-AMOUNT ROUNDED =
                       LEAVE-PAYOUT-HOURS * PAYROLL-HOUR-RATE
                   ADD LEAVE-PAYOUT-AMOUNT TO ANNUAL-AMOUNT
               END-IF
           END-IF.

       REWRITE-LEAVE-PAYOUTS.
           IF PAYOUTS-ARE-LOADED AND NOT PAYOUTS-OVERFLOW
               OPEN OUTPUT LEAVE-PAYOUT-FILE
               IF LEAVE-PAYOUT-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'LEAVE-PAYOUT-FILE'
                   DISPLAY 'STATUS-CODE=' LEAVE-PAYOUT-FILE-STATUS
                   MOVE 'LEAVE-PAYOUT-FILE' TO LOG-FILE-NAME-WS
                   MOVE LEAVE-PAYOUT-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   PERFORM VARYING PAYO-IDX FROM 1 BY 1
                           UNTIL PAYO-IDX > PAYO-COUNT
                       MOVE PAYO-AFM(PAYO-IDX)       TO LPO-AFM
                       MOVE PAYO-TYPE(PAYO-IDX)      TO LPO-TYPE
                       MOVE PAYO-HOURS(PAYO-IDX)     TO LPO-HOURS
                       MOVE PAYO-TERM-DATE(PAYO-IDX) TO LPO-TERM-DATE
                       MOVE PAYO-STATUS(PAYO-IDX)    TO LPO-STATUS
                       MOVE PAYO-RUN-ID(PAYO-IDX)    TO LPO-RUN-ID
                       MOVE X'0D0A'                  TO LPO-CRLF
                       WRITE LEAVE-PAYOUT-REC
                   END-PERFORM
                   CLOSE LEAVE-PAYOUT-FILE
               END-IF
           END-IF.

      *    RIGHT 7 = EXPENSE APPROVAL, UP TO THE OPERATOR'S LIMIT
       LOAD-EXPENSE-CLAIMS.
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF EXPENSE-CLAIM-FILE-STATUS = 0
               SET CLAIMS-ARE-LOADED TO TRUE
               READ EXPENSE-CLAIM-FILE
                   AT END MOVE 'NO' TO CLM-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CLM-DATA
                   IF CLAIM-COUNT < MAX-EXPENSE-CLAIMS
                       PERFORM ADD-EXPENSE-CLAIM-ROW
                   ELSE
                       SET CLAIMS-HELD TO TRUE
                   END-IF
                   READ EXPENSE-CLAIM-FILE
                       AT END MOVE 'NO' TO CLM-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
               IF CLAIMS-HELD
                   DISPLAY '***ERROR: MORE THAN ' MAX-EXPENSE-CLAIMS
                           ' EXPENSE CLAIMS - NO CLAIMS PAID THIS RUN'
                   MOVE 'EXPENSE-CLAIM-FILE' TO LOG-FILE-NAME-WS
                   MOVE '34' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   PERFORM LOAD-EXPENSE-CATEGORIES
                   PERFORM LOAD-AUTH-TABLE
               END-IF
               IF NOT CLAIMS-HELD
                   PERFORM CHECK-EXPENSE-CLAIMS
               END-IF
           END-IF.

       ADD-EXPENSE-CLAIM-ROW.
           ADD 1 TO CLAIM-COUNT
           MOVE CLM-AFM         TO CLAIM-AFM(CLAIM-COUNT)
           MOVE CLM-CLAIM-ID    TO CLAIM-ID(CLAIM-COUNT)
           MOVE CLM-CATEGORY    TO CLAIM-CATEGORY(CLAIM-COUNT)
           MOVE CLM-APPROVER-ID TO CLAIM-APPROVER-ID(CLAIM-COUNT)
           MOVE CLM-STATUS      TO CLAIM-STATUS(CLAIM-COUNT)
           MOVE 0               TO CLAIM-AMOUNT(CLAIM-COUNT)
           MOVE 0               TO CLAIM-RECEIPT-DATE(CLAIM-COUNT)
           MOVE 0               TO CLAIM-RUN-ID(CLAIM-COUNT)
           IF CLM-AMOUNT IS NUMERIC
               MOVE CLM-AMOUNT  TO CLAIM-AMOUNT(CLAIM-COUNT)
           END-IF
           IF CLM-RECEIPT-DATE IS NUMERIC
               MOVE CLM-RECEIPT-DATE TO CLAIM-RECEIPT-DATE(CLAIM-COUNT)
           END-IF
           IF CLM-RUN-ID IS NUMERIC
               MOVE CLM-RUN-ID  TO CLAIM-RUN-ID(CLAIM-COUNT)
           END-IF.

       LOAD-EXPENSE-CATEGORIES.
           OPEN INPUT EXPENSE-CATEGORY-FILE
           IF EXPENSE-CATEGORY-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: '
                       'EXPENSE-CATEGORY-FILE'
               DISPLAY 'STATUS-CODE=' EXPENSE-CATEGORY-FILE-STATUS
               DISPLAY '***EXPENSE CLAIMS HELD - NONE PAID THIS RUN'
               MOVE 'EXPENSE-CATEGORY' TO LOG-FILE-NAME-WS
               MOVE EXPENSE-CATEGORY-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               SET CLAIMS-HELD TO TRUE
           ELSE
               READ EXPENSE-CATEGORY-FILE
                   AT END MOVE 'NO' TO EXC-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-EXC-DATA
                   IF EXC-CATEGORY = SPACES OR
                      EXC-CLAIM-LIMIT IS NOT NUMERIC OR
                      EXC-ACCOUNT = SPACES
                       DISPLAY '***WARNING: EXPENSE CATEGORY ROW '
                               EXC-CATEGORY ' IS INVALID - IGNORED'
                   ELSE
                       IF XCAT-COUNT < MAX-EXPENSE-CATEGORIES
                           ADD 1 TO XCAT-COUNT
                           MOVE EXC-CATEGORY
                               TO XCAT-CODE(XCAT-COUNT)
                           MOVE EXC-CLAIM-LIMIT
                               TO XCAT-CLAIM-LIMIT(XCAT-COUNT)
                           MOVE EXC-ACCOUNT
                               TO XCAT-ACCOUNT(XCAT-COUNT)
                           MOVE 0 TO XCAT-PAID(XCAT-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-EXPENSE-CATEGORIES
                                   ' EXPENSE CATEGORIES - '
                                   EXC-CATEGORY ' IGNORED'
                       END-IF
                   END-IF
                   READ EXPENSE-CATEGORY-FILE
                       AT END MOVE 'NO' TO EXC-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CATEGORY-FILE
           END-IF.

       LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING INPUT FILE: AUTH-FILE'
               DISPLAY 'STATUS-CODE=' AUTH-FILE-STATUS
               DISPLAY '***EXPENSE CLAIMS HELD - NONE PAID THIS RUN'
               MOVE 'AUTH-FILE' TO LOG-FILE-NAME-WS
               MOVE AUTH-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               SET CLAIMS-HELD TO TRUE
           ELSE
               READ AUTH-FILE
                   AT END MOVE 'NO' TO AUTH-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-AUTH
                   IF AUTH-OPERATOR-ID NOT = SPACES AND
                      AUTH-COUNT < MAX-AUTH
                       ADD 1 TO AUTH-COUNT
                       MOVE AUTH-OPERATOR-ID
                           TO AUTH-TBL-ID(AUTH-COUNT)
                       MOVE AUTH-RIGHTS
                           TO AUTH-TBL-RIGHTS(AUTH-COUNT)
                       MOVE 0 TO AUTH-TBL-EXPENSE-LIMIT(AUTH-COUNT)
                       IF AUTH-EXPENSE-LIMIT IS NUMERIC
                           MOVE AUTH-EXPENSE-LIMIT
                               TO AUTH-TBL-EXPENSE-LIMIT(AUTH-COUNT)
                       END-IF
                   END-IF
                   READ AUTH-FILE
                       AT END MOVE 'NO' TO AUTH-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF.

       CHECK-EXPENSE-CLAIMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLAIM-RUN-DATE
           OPEN OUTPUT CLAIM-EXCEPTION-FILE
           IF CLAIM-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: '
                       'CLAIM-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' CLAIM-EXCEPTION-FILE-STATUS
               DISPLAY '***EXPENSE CLAIMS HELD - NONE PAID THIS RUN'
               MOVE 'CLAIM-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE CLAIM-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               SET CLAIMS-HELD TO TRUE
           ELSE
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               STRING 'EXPENSE CLAIM EXCEPTIONS   RUN DATE: '
                          DELIMITED BY SIZE
                      CLAIM-RUN-DATE         DELIMITED BY SIZE
                 INTO CEX-TEXT
               PERFORM WRITE-CLAIM-EXCEPTION-LINE
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               STRING 'AFM       CLAIM ID   CAT     AMOUNT '
                          DELIMITED BY SIZE
                      'APPROVER REASON'      DELIMITED BY SIZE
                 INTO CEX-TEXT
               PERFORM WRITE-CLAIM-EXCEPTION-LINE
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               MOVE ALL '-' TO CEX-TEXT
               PERFORM WRITE-CLAIM-EXCEPTION-LINE
               PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                       UNTIL CLAIM-IDX > CLAIM-COUNT
                   IF CLAIM-PENDING(CLAIM-IDX)
                       PERFORM CHECK-ONE-EXPENSE-CLAIM
                           THRU CHECK-ONE-EXPENSE-CLAIM-EXIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               MOVE ALL '-' TO CEX-TEXT
               PERFORM WRITE-CLAIM-EXCEPTION-LINE
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               STRING 'CLAIMS REJECTED: '    DELIMITED BY SIZE
                      CLAIM-REJECT-CNT       DELIMITED BY SIZE
                 INTO CEX-TEXT
               PERFORM WRITE-CLAIM-EXCEPTION-LINE
               CLOSE CLAIM-EXCEPTION-FILE
           END-IF.

       CHECK-ONE-EXPENSE-CLAIM.
           IF CLAIM-AFM(CLAIM-IDX) IS NOT NUMERIC OR
              CLAIM-AFM(CLAIM-IDX) = ZERO OR
              CLAIM-ID(CLAIM-IDX) = SPACES OR
              CLAIM-AMOUNT(CLAIM-IDX) = 0 OR
              CLAIM-RECEIPT-DATE(CLAIM-IDX) = 0 OR
              CLAIM-RECEIPT-DATE(CLAIM-IDX) > CLAIM-RUN-DATE
               MOVE 'INVALID CLAIM DATA' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           MOVE 0 TO CLAIM-DUP-IDX
           PERFORM VARYING CLAIM-SCAN-IDX FROM 1 BY 1
                   UNTIL CLAIM-SCAN-IDX > CLAIM-COUNT
                      OR CLAIM-DUP-IDX > 0
               IF CLAIM-SCAN-IDX NOT = CLAIM-IDX AND
                  CLAIM-ID(CLAIM-SCAN-IDX) = CLAIM-ID(CLAIM-IDX) AND
                  NOT CLAIM-REJECTED(CLAIM-SCAN-IDX) AND
                  (CLAIM-SCAN-IDX < CLAIM-IDX OR
                   CLAIM-PAID(CLAIM-SCAN-IDX))
                   MOVE CLAIM-SCAN-IDX TO CLAIM-DUP-IDX
               END-IF
           END-PERFORM
           IF CLAIM-DUP-IDX > 0
               MOVE 'DUPLICATE CLAIM ID' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           MOVE CLAIM-CATEGORY(CLAIM-IDX) TO XCAT-SEARCH-CODE
           PERFORM FIND-EXPENSE-CATEGORY
           IF XCAT-FOUND-IDX = 0
               MOVE 'UNKNOWN EXPENSE CATEGORY' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           IF CLAIM-AMOUNT(CLAIM-IDX) >
              XCAT-CLAIM-LIMIT(XCAT-FOUND-IDX)
               MOVE 'OVER CATEGORY LIMIT' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           MOVE 0 TO AUTH-FOUND-IDX
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-COUNT
                      OR AUTH-FOUND-IDX > 0
               IF AUTH-TBL-ID(AUTH-IDX) = CLAIM-APPROVER-ID(CLAIM-IDX)
                   MOVE AUTH-IDX TO AUTH-FOUND-IDX
               END-IF
           END-PERFORM
           IF AUTH-FOUND-IDX = 0
               MOVE 'APPROVER NOT AUTHORIZED' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           IF AUTH-TBL-RIGHTS(AUTH-FOUND-IDX)(7:1) NOT = 'Y'
               MOVE 'APPROVER NOT AUTHORIZED' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
               GO TO CHECK-ONE-EXPENSE-CLAIM-EXIT
           END-IF
           IF CLAIM-AMOUNT(CLAIM-IDX) >
              AUTH-TBL-EXPENSE-LIMIT(AUTH-FOUND-IDX)
               MOVE 'OVER APPROVER LIMIT' TO CLAIM-REJECT-REASON
               PERFORM REJECT-EXPENSE-CLAIM
           END-IF.
       CHECK-ONE-EXPENSE-CLAIM-EXIT.
           EXIT.

       FIND-EXPENSE-CATEGORY.
           MOVE 0 TO XCAT-FOUND-IDX
           PERFORM VARYING XCAT-IDX FROM 1 BY 1
                   UNTIL XCAT-IDX > XCAT-COUNT OR XCAT-FOUND-IDX > 0
               IF XCAT-CODE(XCAT-IDX) = XCAT-SEARCH-CODE
                   MOVE XCAT-IDX TO XCAT-FOUND-IDX
               END-IF
           END-PERFORM.

       REJECT-EXPENSE-CLAIM.
           PERFORM LOAD-RUN-ID
           MOVE 'R'          TO CLAIM-STATUS(CLAIM-IDX)
           MOVE BATCH-RUN-ID TO CLAIM-RUN-ID(CLAIM-IDX)
           ADD 1 TO CLAIM-REJECT-CNT
           MOVE SPACES                        TO CLAIM-EXCEPTION-DETAIL
           MOVE CLAIM-AFM(CLAIM-IDX)          TO CXD-AFM
           MOVE CLAIM-ID(CLAIM-IDX)           TO CXD-CLAIM-ID
           MOVE CLAIM-CATEGORY(CLAIM-IDX)     TO CXD-CATEGORY
           MOVE CLAIM-AMOUNT(CLAIM-IDX)       TO CXD-AMOUNT
           MOVE CLAIM-APPROVER-ID(CLAIM-IDX)  TO CXD-APPROVER-ID
           MOVE CLAIM-REJECT-REASON           TO CXD-REASON
           MOVE SPACES                        TO CLAIM-EXCEPTION-LINE
           MOVE CLAIM-EXCEPTION-DETAIL        TO CEX-TEXT
           PERFORM WRITE-CLAIM-EXCEPTION-LINE.

       WRITE-CLAIM-EXCEPTION-LINE.
           MOVE X'0D0A' TO CEX-CRLF
           WRITE CLAIM-EXCEPTION-LINE
           IF CLAIM-EXCEPTION-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: '
                       'CLAIM-EXCEPTION-FILE'
               DISPLAY 'STATUS-CODE=' CLAIM-EXCEPTION-FILE-STATUS
               MOVE 'CLAIM-EXCEPTION-FILE' TO LOG-FILE-NAME-WS
               MOVE CLAIM-EXCEPTION-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       PAY-EXPENSE-CLAIMS.
           MOVE 0 TO EXPENSE-REIMB-AMOUNT
           IF CLAIMS-ARE-LOADED AND NOT CLAIMS-HELD
               PERFORM LOAD-RUN-ID
               PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                       UNTIL CLAIM-IDX > CLAIM-COUNT
                   IF CLAIM-AFM(CLAIM-IDX) = PAYROLL-AFM AND
                      (CLAIM-PENDING(CLAIM-IDX) OR
                       (CLAIM-PAID(CLAIM-IDX) AND BATCH-RUN-ID > 0 AND
                        CLAIM-RUN-ID(CLAIM-IDX) = BATCH-RUN-ID))
                       PERFORM PAY-ONE-EXPENSE-CLAIM
                   END-IF
               END-PERFORM
               ADD EXPENSE-REIMB-AMOUNT TO NET-AMOUNT
           END-IF.

       PAY-ONE-EXPENSE-CLAIM.
           MOVE CLAIM-CATEGORY(CLAIM-IDX) TO XCAT-SEARCH-CODE
           PERFORM FIND-EXPENSE-CATEGORY
           IF XCAT-FOUND-IDX > 0
               ADD CLAIM-AMOUNT(CLAIM-IDX) TO EXPENSE-REIMB-AMOUNT
               ADD CLAIM-AMOUNT(CLAIM-IDX) TO XCAT-PAID(XCAT-FOUND-IDX)
               MOVE 'P'          TO CLAIM-STATUS(CLAIM-IDX)
               MOVE BATCH-RUN-ID TO CLAIM-RUN-ID(CLAIM-IDX)
               ADD 1 TO CLAIM-PAID-CNT
           END-IF.

       REWRITE-EXPENSE-CLAIMS.
           IF CLAIMS-ARE-LOADED AND NOT CLAIMS-HELD
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               IF EXPENSE-CLAIM-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'EXPENSE-CLAIM-FILE'
                   DISPLAY 'STATUS-CODE=' EXPENSE-CLAIM-FILE-STATUS
                   MOVE 'EXPENSE-CLAIM-FILE' TO LOG-FILE-NAME-WS
                   MOVE EXPENSE-CLAIM-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                           UNTIL CLAIM-IDX > CLAIM-COUNT
                       MOVE CLAIM-AFM(CLAIM-IDX)      TO CLM-AFM
                       MOVE CLAIM-ID(CLAIM-IDX)       TO CLM-CLAIM-ID
                       MOVE CLAIM-CATEGORY(CLAIM-IDX) TO CLM-CATEGORY
                       MOVE CLAIM-AMOUNT(CLAIM-IDX)   TO CLM-AMOUNT
                       MOVE CLAIM-RECEIPT-DATE(CLAIM-IDX)
                           TO CLM-RECEIPT-DATE
                       MOVE CLAIM-APPROVER-ID(CLAIM-IDX)
                           TO CLM-APPROVER-ID
                       MOVE CLAIM-STATUS(CLAIM-IDX)   TO CLM-STATUS
                       MOVE CLAIM-RUN-ID(CLAIM-IDX)   TO CLM-RUN-ID
                       MOVE X'0D0A'                   TO CLM-CRLF
                       WRITE EXPENSE-CLAIM-REC
                   END-PERFORM
                   CLOSE EXPENSE-CLAIM-FILE
               END-IF
           END-IF.

       LOAD-COMMISSION-EARNINGS.
           OPEN INPUT COMMISSION-EARNINGS-FILE
           IF COMM-EARNINGS-FILE-STATUS = 0
               SET COMM-ARE-LOADED TO TRUE
               PERFORM LOAD-RUN-ID
               READ COMMISSION-EARNINGS-FILE
                   AT END MOVE 'NO' TO CME-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-CME-DATA
                   EVALUATE TRUE
                       WHEN CME-AMOUNT IS NOT NUMERIC OR
                            CME-PERIOD IS NOT NUMERIC
                           DISPLAY '***WARNING: COMMISSION ROW FOR AFM '
                                   CME-AFM ' IS INVALID - IGNORED'
                       WHEN CME-STATUS = 'C' AND BATCH-RUN-ID > 0 AND
                            CME-RUN-ID = BATCH-RUN-ID
                           CONTINUE
                       WHEN COMM-COUNT < MAX-COMM-EARNINGS
                           ADD 1 TO COMM-COUNT
                           MOVE CME-AFM    TO COMM-AFM(COMM-COUNT)
                           MOVE CME-PERIOD TO COMM-PERIOD(COMM-COUNT)
                           MOVE CME-TYPE   TO COMM-TYPE(COMM-COUNT)
                           MOVE CME-AMOUNT TO COMM-AMOUNT(COMM-COUNT)
                           MOVE CME-STATUS TO COMM-STATUS(COMM-COUNT)
                           MOVE 0          TO COMM-RUN-ID(COMM-COUNT)
                           IF CME-RUN-ID IS NUMERIC
                               MOVE CME-RUN-ID
                                   TO COMM-RUN-ID(COMM-COUNT)
                           END-IF
                       WHEN OTHER
                           SET COMM-OVERFLOW TO TRUE
                   END-EVALUATE
                   READ COMMISSION-EARNINGS-FILE
                       AT END MOVE 'NO' TO CME-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-EARNINGS-FILE
               IF COMM-OVERFLOW
                   DISPLAY '***ERROR: MORE THAN ' MAX-COMM-EARNINGS
                           ' COMMISSION ROWS - NO COMMISSION PAID '
                           'THIS RUN'
                   MOVE 'COMM-EARNINGS-FILE' TO LOG-FILE-NAME-WS
                   MOVE '34' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF.

      *    CLAWBACK NOT COVERED BY THE GROSS IS CARRIED TO THE NEXT RUN
       ADD-COMMISSION-PAY.
           MOVE 0 TO COMMISSION-AMOUNT
           MOVE 0 TO CLAWBACK-AMOUNT
           MOVE 0 TO CLAWBACK-CARRIED
           IF COMM-ARE-LOADED AND NOT COMM-OVERFLOW
               PERFORM LOAD-RUN-ID
               PERFORM VARYING COMM-IDX FROM 1 BY 1
                       UNTIL COMM-IDX > COMM-COUNT
                   IF COMM-AFM(COMM-IDX) = PAYROLL-AFM AND
                      (COMM-PENDING(COMM-IDX) OR
                       (COMM-CARRIED(COMM-IDX) AND
                        (BATCH-RUN-ID = 0 OR
                         COMM-RUN-ID(COMM-IDX) NOT = BATCH-RUN-ID)) OR
                       (COMM-PAID(COMM-IDX) AND BATCH-RUN-ID > 0 AND
                        COMM-RUN-ID(COMM-IDX) = BATCH-RUN-ID))
                       IF COMM-IS-CLAWBACK(COMM-IDX)
                           ADD COMM-AMOUNT(COMM-IDX) TO CLAWBACK-AMOUNT
                           MOVE COMM-PERIOD(COMM-IDX)
                               TO COMM-CARRY-PERIOD
                       ELSE
                           ADD COMM-AMOUNT(COMM-IDX)
                               TO COMMISSION-AMOUNT
                       END-IF
                       MOVE 'P' TO COMM-STATUS(COMM-IDX)
                       MOVE BATCH-RUN-ID TO COMM-RUN-ID(COMM-IDX)
                       ADD 1 TO COMM-PAID-CNT
                   END-IF
               END-PERFORM
               ADD COMMISSION-AMOUNT TO ANNUAL-AMOUNT
               IF CLAWBACK-AMOUNT > ANNUAL-AMOUNT
                   COMPUTE CLAWBACK-CARRIED =
                       CLAWBACK-AMOUNT - ANNUAL-AMOUNT
                   MOVE ANNUAL-AMOUNT TO CLAWBACK-AMOUNT
                   PERFORM CARRY-COMMISSION-CLAWBACK
               END-IF
               SUBTRACT CLAWBACK-AMOUNT FROM ANNUAL-AMOUNT
           END-IF.

       CARRY-COMMISSION-CLAWBACK.
           IF COMM-COUNT < MAX-COMM-EARNINGS
               ADD 1 TO COMM-COUNT
               MOVE PAYROLL-AFM       TO COMM-AFM(COMM-COUNT)
               MOVE COMM-CARRY-PERIOD TO COMM-PERIOD(COMM-COUNT)
               MOVE 'K'               TO COMM-TYPE(COMM-COUNT)
               MOVE CLAWBACK-CARRIED  TO COMM-AMOUNT(COMM-COUNT)
               MOVE 'C'               TO COMM-STATUS(COMM-COUNT)
               MOVE BATCH-RUN-ID      TO COMM-RUN-ID(COMM-COUNT)
           ELSE
               ADD 1 TO COMM-CARRY-LOST-CNT
               DISPLAY '***ERROR: COMMISSION TABLE FULL - CLAWBACK OF '
                       'AFM ' PAYROLL-AFM ' NOT CARRIED FORWARD'
               MOVE 'COMM-EARNINGS-FILE' TO LOG-FILE-NAME-WS
               MOVE '34' TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       REWRITE-COMMISSION-EARNINGS.
           IF COMM-ARE-LOADED AND NOT COMM-OVERFLOW
               OPEN OUTPUT COMMISSION-EARNINGS-FILE
               IF COMM-EARNINGS-FILE-STATUS NOT = 0
                   DISPLAY '***ERROR OPENING OUTPUT FILE: '
                           'COMMISSION-EARNINGS-FILE'
                   DISPLAY 'STATUS-CODE=' COMM-EARNINGS-FILE-STATUS
                   MOVE 'COMM-EARNINGS-FILE' TO LOG-FILE-NAME-WS
                   MOVE COMM-EARNINGS-FILE-STATUS
                       TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   PERFORM VARYING COMM-IDX FROM 1 BY 1
                           UNTIL COMM-IDX > COMM-COUNT
                       MOVE COMM-AFM(COMM-IDX)    TO CME-AFM
                       MOVE COMM-PERIOD(COMM-IDX) TO CME-PERIOD
                       MOVE COMM-TYPE(COMM-IDX)   TO CME-TYPE
                       MOVE COMM-AMOUNT(COMM-IDX) TO CME-AMOUNT
                       MOVE COMM-STATUS(COMM-IDX) TO CME-STATUS
                       MOVE COMM-RUN-ID(COMM-IDX) TO CME-RUN-ID
                       MOVE X'0D0A'               TO CME-CRLF
                       WRITE COMM-EARNINGS-REC
                   END-PERFORM
                   CLOSE COMMISSION-EARNINGS-FILE
               END-IF
           END-IF.

       LOAD-COST-ALLOCATIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALLOC-AS-OF-DATE
           IF PERIOD-MODE
               MOVE PERIOD-END-DATE TO ALLOC-AS-OF-DATE
           END-IF
           OPEN INPUT COST-ALLOC-FILE
           IF COST-ALLOC-FILE-STATUS = 0
               READ COST-ALLOC-FILE
                   AT END MOVE 'NO' TO ALC-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-ALC-DATA
                   PERFORM SELECT-ALLOC-EFF-DATE
                   READ COST-ALLOC-FILE
                       AT END MOVE 'NO' TO ALC-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE COST-ALLOC-FILE
               IF ALLOC-AFM-COUNT > 0 AND NOT ALLOC-OVERFLOW
                   MOVE SPACES TO ALC-DATA-REMAINS-SWITCH
                   OPEN INPUT COST-ALLOC-FILE
                   READ COST-ALLOC-FILE
                       AT END MOVE 'NO' TO ALC-DATA-REMAINS-SWITCH
                   END-READ
                   PERFORM UNTIL NO-MORE-ALC-DATA
                       PERFORM LOAD-ALLOC-SPLIT
                       READ COST-ALLOC-FILE
                           AT END MOVE 'NO' TO ALC-DATA-REMAINS-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE COST-ALLOC-FILE
               END-IF
               IF ALLOC-OVERFLOW
                   DISPLAY '***ERROR: MORE THAN ' MAX-ALLOC-AFMS
                           ' AFMS OR ' MAX-ALLOC-SPLITS ' SPLITS ON '
                           'COST-ALLOC-FILE - NO COST ALLOCATION '
                           'THIS RUN'
                   MOVE 'COST-ALLOC-FILE' TO LOG-FILE-NAME-WS
                   MOVE '34' TO LOG-STATUS-CODE-WS
                   PERFORM LOG-FILE-ERROR
                   MOVE 0 TO ALLOC-AFM-COUNT
                   MOVE 0 TO SPLIT-COUNT
               END-IF
               PERFORM VALIDATE-ALLOC-SPLITS
                   VARYING ALLOC-AFM-IDX FROM 1 BY 1
                   UNTIL ALLOC-AFM-IDX > ALLOC-AFM-COUNT
           END-IF.

       CHECK-ALLOC-ROW.
           MOVE 'N' TO ALLOC-ROW-SWITCH
           IF ALC-AFM IS NUMERIC AND ALC-AFM NOT = ZERO AND
              ALC-COST-CENTER NOT = SPACES AND
              ALC-PCT IS NUMERIC AND ALC-PCT > 0 AND
              ALC-PCT NOT > 100 AND
              ALC-EFF-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(ALC-EFF-DATE) = 0
                   MOVE 'Y' TO ALLOC-ROW-SWITCH
               END-IF
           END-IF.

       SELECT-ALLOC-EFF-DATE.
           PERFORM CHECK-ALLOC-ROW
           IF NOT ALLOC-ROW-IS-OK
               ADD 1 TO ALLOC-BAD-ROW-CNT
               DISPLAY '***WARNING: COST ALLOCATION ROW FOR AFM '
                       ALC-AFM ' COST CENTER ' ALC-COST-CENTER
                       ' IS INVALID - IGNORED'
           ELSE
               IF ALC-EFF-DATE NOT > ALLOC-AS-OF-DATE
                   MOVE ALC-AFM TO ALLOC-SEARCH-AFM
                   PERFORM FIND-ALLOC-AFM
                   IF ALLOC-FOUND-IDX = 0
                       IF ALLOC-AFM-COUNT < MAX-ALLOC-AFMS
                           ADD 1 TO ALLOC-AFM-COUNT
                           MOVE ALC-AFM
                               TO ALLOC-AFM-KEY(ALLOC-AFM-COUNT)
                           MOVE ALC-EFF-DATE
                               TO ALLOC-AFM-EFF-DATE(ALLOC-AFM-COUNT)
                           MOVE 0
                               TO ALLOC-AFM-PCT-TOTAL(ALLOC-AFM-COUNT)
                           MOVE 0 TO ALLOC-AFM-SPLITS(ALLOC-AFM-COUNT)
                           MOVE SPACE
                               TO ALLOC-AFM-STATUS(ALLOC-AFM-COUNT)
                       ELSE
                           SET ALLOC-OVERFLOW TO TRUE
                       END-IF
                   ELSE
                       IF ALC-EFF-DATE >
                          ALLOC-AFM-EFF-DATE(ALLOC-FOUND-IDX)
                           MOVE ALC-EFF-DATE
                               TO ALLOC-AFM-EFF-DATE(ALLOC-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-ALLOC-SPLIT.
           PERFORM CHECK-ALLOC-ROW
           IF ALLOC-ROW-IS-OK AND ALC-EFF-DATE NOT > ALLOC-AS-OF-DATE
               MOVE ALC-AFM TO ALLOC-SEARCH-AFM
               PERFORM FIND-ALLOC-AFM
               IF ALLOC-FOUND-IDX > 0
                   IF ALC-EFF-DATE = ALLOC-AFM-EFF-DATE(ALLOC-FOUND-IDX)
                       IF SPLIT-COUNT < MAX-ALLOC-SPLITS
                           ADD 1 TO SPLIT-COUNT
                           MOVE ALC-AFM  TO SPLIT-AFM(SPLIT-COUNT)
                           MOVE ALC-COST-CENTER
                               TO SPLIT-COST-CENTER(SPLIT-COUNT)
                           MOVE ALC-PCT  TO SPLIT-PCT(SPLIT-COUNT)
                           ADD ALC-PCT
                               TO ALLOC-AFM-PCT-TOTAL(ALLOC-FOUND-IDX)
                           ADD 1 TO ALLOC-AFM-SPLITS(ALLOC-FOUND-IDX)
                       ELSE
                           SET ALLOC-OVERFLOW TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-ALLOC-AFM.
           MOVE 0 TO ALLOC-FOUND-IDX
           PERFORM VARYING ALLOC-AFM-IDX FROM 1 BY 1
                   UNTIL ALLOC-AFM-IDX > ALLOC-AFM-COUNT OR
                         ALLOC-FOUND-IDX > 0
               IF ALLOC-AFM-KEY(ALLOC-AFM-IDX) = ALLOC-SEARCH-AFM
                   MOVE ALLOC-AFM-IDX TO ALLOC-FOUND-IDX
               END-IF
           END-PERFORM.

       VALIDATE-ALLOC-SPLITS.
           IF ALLOC-AFM-PCT-TOTAL(ALLOC-AFM-IDX) = 100
               SET ALLOC-AFM-ACCEPTED(ALLOC-AFM-IDX) TO TRUE
           ELSE
               SET ALLOC-AFM-REJECTED(ALLOC-AFM-IDX) TO TRUE
               ADD 1 TO ALLOC-REJECT-CNT
               MOVE ALLOC-AFM-PCT-TOTAL(ALLOC-AFM-IDX)
                   TO ALLOC-PCT-EDIT
               DISPLAY '***WARNING: COST ALLOCATION FOR AFM '
                       ALLOC-AFM-KEY(ALLOC-AFM-IDX) ' TOTALS '
                       ALLOC-PCT-EDIT '% - REJECTED, CHARGED TO '
                       'HOME DEPARTMENT'
           END-IF.

      *    THE LAST SPLIT TAKES THE ROUNDING REMAINDER
       ALLOCATE-LABOR-COST.
           IF OT-PREMIUM-AMOUNT > ANNUAL-AMOUNT
               MOVE ANNUAL-AMOUNT     TO LABOR-OVERTIME
           ELSE
               MOVE OT-PREMIUM-AMOUNT TO LABOR-OVERTIME
           END-IF
           COMPUTE LABOR-SALARY = ANNUAL-AMOUNT - LABOR-OVERTIME
           MOVE EFKA-EMPLOYER-AMOUNT  TO LABOR-EFKA-EMPLOYER
           MOVE PAYROLL-HOURS-WORKED  TO LABOR-HOURS
           MOVE LABOR-HOURS           TO REMAIN-HOURS
           MOVE LABOR-SALARY          TO REMAIN-SALARY
           MOVE LABOR-OVERTIME        TO REMAIN-OVERTIME
           MOVE LABOR-EFKA-EMPLOYER   TO REMAIN-EFKA-EMPLOYER
           MOVE PAYROLL-AFM TO ALLOC-SEARCH-AFM
           PERFORM FIND-ALLOC-AFM
           IF ALLOC-FOUND-IDX > 0
               IF NOT ALLOC-AFM-ACCEPTED(ALLOC-FOUND-IDX)
                   MOVE 0 TO ALLOC-FOUND-IDX
               END-IF
           END-IF
           IF ALLOC-FOUND-IDX > 0
               MOVE ALLOC-AFM-SPLITS(ALLOC-FOUND-IDX) TO SPLITS-LEFT
               PERFORM VARYING SPLIT-IDX FROM 1 BY 1
                       UNTIL SPLIT-IDX > SPLIT-COUNT OR
                             SPLITS-LEFT = 0
                   IF SPLIT-AFM(SPLIT-IDX) = PAYROLL-AFM
                       SUBTRACT 1 FROM SPLITS-LEFT
                       MOVE SPLIT-COST-CENTER(SPLIT-IDX)
                           TO LABOR-COST-CENTER
                       MOVE SPLIT-PCT(SPLIT-IDX) TO LABOR-PCT
                       PERFORM SPLIT-LABOR-COST
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0                 TO SPLITS-LEFT
               MOVE PAYROLL-DEPT-CODE TO LABOR-COST-CENTER
               MOVE 100               TO LABOR-PCT
               PERFORM SPLIT-LABOR-COST
           END-IF.

       SPLIT-LABOR-COST.
           IF SPLITS-LEFT = 0
               MOVE REMAIN-HOURS         TO PART-HOURS
               MOVE REMAIN-SALARY        TO PART-SALARY
               MOVE REMAIN-OVERTIME      TO PART-OVERTIME
               MOVE REMAIN-EFKA-EMPLOYER TO PART-EFKA-EMPLOYER
           ELSE
               COMPUTE PART-HOURS ROUNDED =
                   LABOR-HOURS * LABOR-PCT / 100
               COMPUTE PART-SALARY ROUNDED =
                   LABOR-SALARY * LABOR-PCT / 100
               COMPUTE PART-OVERTIME ROUNDED =
                   LABOR-OVERTIME * LABOR-PCT / 100
               COMPUTE PART-EFKA-EMPLOYER ROUNDED =
                   LABOR-EFKA-EMPLOYER * LABOR-PCT / 100
               IF PART-HOURS > REMAIN-HOURS
                   MOVE REMAIN-HOURS TO PART-HOURS
               END-IF
               IF PART-SALARY > REMAIN-SALARY
                   MOVE REMAIN-SALARY TO PART-SALARY
               END-IF
               IF PART-OVERTIME > REMAIN-OVERTIME
                   MOVE REMAIN-OVERTIME TO PART-OVERTIME
               END-IF
               IF PART-EFKA-EMPLOYER > REMAIN-EFKA-EMPLOYER
                   MOVE REMAIN-EFKA-EMPLOYER TO PART-EFKA-EMPLOYER
               END-IF
           END-IF
           SUBTRACT PART-HOURS         FROM REMAIN-HOURS
           SUBTRACT PART-SALARY        FROM REMAIN-SALARY
           SUBTRACT PART-OVERTIME      FROM REMAIN-OVERTIME
           SUBTRACT PART-EFKA-EMPLOYER FROM REMAIN-EFKA-EMPLOYER
           PERFORM POST-COST-CENTER
               THRU POST-COST-CENTER-EXIT.

       POST-COST-CENTER.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT OR
                         CC-CODE(CC-IDX) NOT < LABOR-COST-CENTER
               CONTINUE
           END-PERFORM
           IF CC-IDX > CC-COUNT OR
              CC-CODE(CC-IDX) NOT = LABOR-COST-CENTER
               IF CC-COUNT NOT < MAX-COST-CENTERS
                   IF NOT CC-OVERFLOW
                       SET CC-OVERFLOW TO TRUE
                       DISPLAY '***ERROR: MORE THAN ' MAX-COST-CENTERS
                               ' COST CENTERS - LABOR COST NOT '
                               'DISTRIBUTED'
                       MOVE 'COST-ALLOC-FILE' TO LOG-FILE-NAME-WS
                       MOVE '34' TO LOG-STATUS-CODE-WS
                       PERFORM LOG-FILE-ERROR
                   END-IF
                   GO TO POST-COST-CENTER-EXIT
               END-IF
               PERFORM VARYING CC-INS-POS FROM CC-COUNT BY -1
                       UNTIL CC-INS-POS < CC-IDX
                   MOVE CC-ENTRY(CC-INS-POS)
                       TO CC-ENTRY(CC-INS-POS + 1)
               END-PERFORM
               ADD 1 TO CC-COUNT
               MOVE LABOR-COST-CENTER TO CC-CODE(CC-IDX)
               MOVE 0 TO CC-STAFF(CC-IDX)
               MOVE 0 TO CC-HOURS(CC-IDX)
               MOVE 0 TO CC-SALARY(CC-IDX)
               MOVE 0 TO CC-OVERTIME(CC-IDX)
               MOVE 0 TO CC-EFKA-EMPLOYER(CC-IDX)
           END-IF
           ADD 1                  TO CC-STAFF(CC-IDX)
           ADD PART-HOURS         TO CC-HOURS(CC-IDX)
           ADD PART-SALARY        TO CC-SALARY(CC-IDX)
           ADD PART-OVERTIME      TO CC-OVERTIME(CC-IDX)
           ADD PART-EFKA-EMPLOYER TO CC-EFKA-EMPLOYER(CC-IDX).
       POST-COST-CENTER-EXIT.
           EXIT.

       WRITE-LABOR-DIST-REPORT.
           OPEN OUTPUT LABOR-DIST-FILE
           IF LABOR-DIST-FILE-STATUS NOT = 0
               DISPLAY '***ERROR OPENING OUTPUT FILE: LABOR-DIST-FILE'
               DISPLAY 'STATUS-CODE=' LABOR-DIST-FILE-STATUS
               MOVE 'LABOR-DIST-FILE' TO LOG-FILE-NAME-WS
               MOVE LABOR-DIST-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO LDR-TEXT
               IF BONUS-RUN
                   STRING 'LABOR DISTRIBUTION - ' DELIMITED BY SIZE
                          BONUS-TITLE              DELIMITED BY SIZE
                          'DATE: '                 DELIMITED BY SIZE
                          DATE-FULL                DELIMITED BY SIZE
                     INTO LDR-TEXT
               ELSE
                   STRING 'LABOR DISTRIBUTION BY COST CENTER   '
                                                   DELIMITED BY SIZE
                          'DATE: '                 DELIMITED BY SIZE
                          DATE-FULL                DELIMITED BY SIZE
                     INTO LDR-TEXT
               END-IF
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE SPACES TO LDR-TEXT
               STRING 'RUN ID: '          DELIMITED BY SIZE
                      BATCH-RUN-ID        DELIMITED BY SIZE
                      '  ALLOCATIONS AS OF: ' DELIMITED BY SIZE
                      ALLOC-AS-OF-DATE    DELIMITED BY SIZE
                 INTO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE SPACES TO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE SPACES TO LDR-TEXT
               STRING 'COST CTRSTAFF      HOURS        SALARY'
                                                   DELIMITED BY SIZE
                      '     OVERTIME    EMPR EFKA    TOTAL COST'
                                                   DELIMITED BY SIZE
                 INTO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE ALL '-' TO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE 0 TO LABOR-TOTAL-STAFF
               MOVE 0 TO LABOR-TOTAL-HOURS
               MOVE 0 TO LABOR-TOTAL-SALARY
               MOVE 0 TO LABOR-TOTAL-OVERTIME
               MOVE 0 TO LABOR-TOTAL-EFKA
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > CC-COUNT
                   MOVE SPACES                TO LABOR-DIST-DETAIL
                   MOVE CC-CODE(CC-IDX)       TO LDD-COST-CENTER
                   MOVE CC-STAFF(CC-IDX)      TO LDD-STAFF
                   MOVE CC-HOURS(CC-IDX)      TO LDD-HOURS
                   MOVE CC-SALARY(CC-IDX)     TO LDD-SALARY
                   MOVE CC-OVERTIME(CC-IDX)   TO LDD-OVERTIME
                   MOVE CC-EFKA-EMPLOYER(CC-IDX) TO LDD-EFKA
                   COMPUTE LABOR-COST-WORK = CC-SALARY(CC-IDX)
                       + CC-OVERTIME(CC-IDX) + CC-EFKA-EMPLOYER(CC-IDX)
                   MOVE LABOR-COST-WORK       TO LDD-TOTAL
                   MOVE LABOR-DIST-DETAIL     TO LDR-TEXT
                   PERFORM WRITE-LABOR-DIST-LINE
                   ADD CC-STAFF(CC-IDX)       TO LABOR-TOTAL-STAFF
                   ADD CC-HOURS(CC-IDX)       TO LABOR-TOTAL-HOURS
                   ADD CC-SALARY(CC-IDX)      TO LABOR-TOTAL-SALARY
                   ADD CC-OVERTIME(CC-IDX)    TO LABOR-TOTAL-OVERTIME
                   ADD CC-EFKA-EMPLOYER(CC-IDX) TO LABOR-TOTAL-EFKA
               END-PERFORM
               MOVE ALL '-' TO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               MOVE SPACES                TO LABOR-DIST-DETAIL
               MOVE 'TOTAL'               TO LDD-COST-CENTER
               MOVE LABOR-TOTAL-STAFF     TO LDD-STAFF
               MOVE LABOR-TOTAL-HOURS     TO LDD-HOURS
               MOVE LABOR-TOTAL-SALARY    TO LDD-SALARY
               MOVE LABOR-TOTAL-OVERTIME  TO LDD-OVERTIME
               MOVE LABOR-TOTAL-EFKA      TO LDD-EFKA
               COMPUTE LABOR-COST-WORK = LABOR-TOTAL-SALARY
                   + LABOR-TOTAL-OVERTIME + LABOR-TOTAL-EFKA
               MOVE LABOR-COST-WORK       TO LDD-TOTAL
               MOVE LABOR-DIST-DETAIL     TO LDR-TEXT
               PERFORM WRITE-LABOR-DIST-LINE
               IF ALLOC-REJECT-CNT > 0
                   MOVE SPACES TO LDR-TEXT
                   PERFORM WRITE-LABOR-DIST-LINE
                   MOVE 'REJECTED ALLOCATIONS - CHARGED TO HOME DEPT'
                       TO LDR-TEXT
                   PERFORM WRITE-LABOR-DIST-LINE
                   PERFORM VARYING ALLOC-AFM-IDX FROM 1 BY 1
                           UNTIL ALLOC-AFM-IDX > ALLOC-AFM-COUNT
                       IF ALLOC-AFM-REJECTED(ALLOC-AFM-IDX)
                           MOVE ALLOC-AFM-PCT-TOTAL(ALLOC-AFM-IDX)
                               TO ALLOC-PCT-EDIT
                           MOVE SPACES TO LDR-TEXT
                           STRING 'AFM: '    DELIMITED BY SIZE
                                  ALLOC-AFM-KEY(ALLOC-AFM-IDX)
                                             DELIMITED BY SIZE
                                  '  EFFECTIVE: ' DELIMITED BY SIZE
                                  ALLOC-AFM-EFF-DATE(ALLOC-AFM-IDX)
                                             DELIMITED BY SIZE
                                  '  SPLITS: ' DELIMITED BY SIZE
                                  ALLOC-AFM-SPLITS(ALLOC-AFM-IDX)
                                             DELIMITED BY SIZE
                                  '  TOTAL: ' DELIMITED BY SIZE
                                  ALLOC-PCT-EDIT DELIMITED BY SIZE
                                  '%'        DELIMITED BY SIZE
                             INTO LDR-TEXT
                           PERFORM WRITE-LABOR-DIST-LINE
                       END-IF
                   END-PERFORM
               END-IF
               IF ALLOC-BAD-ROW-CNT > 0
                   MOVE SPACES TO LDR-TEXT
                   STRING 'INVALID ALLOCATION ROWS IGNORED: '
                                             DELIMITED BY SIZE
                          ALLOC-BAD-ROW-CNT  DELIMITED BY SIZE
                     INTO LDR-TEXT
                   PERFORM WRITE-LABOR-DIST-LINE
               END-IF
               CLOSE LABOR-DIST-FILE
           END-IF.

       WRITE-LABOR-DIST-LINE.
           MOVE X'0D0A' TO LDR-CRLF
           WRITE LABOR-DIST-LINE
           IF LABOR-DIST-FILE-STATUS NOT = 0
               DISPLAY '***ERROR WRITING OUTPUT FILE: LABOR-DIST-FILE'
               DISPLAY 'STATUS-CODE=' LABOR-DIST-FILE-STATUS
               MOVE 'LABOR-DIST-FILE' TO LOG-FILE-NAME-WS
               MOVE LABOR-DIST-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       COMPUTE-EFKA-AMOUNTS.
           COMPUTE EFKA-EMPLOYEE-AMOUNT ROUNDED =
               ANNUAL-AMOUNT * EFKA-EMPLOYEE-RATE
           COMPUTE EFKA-EMPLOYER-AMOUNT ROUNDED =
               ANNUAL-AMOUNT * EFKA-EMPLOYER-RATE.

       WRITE-EFKA-REMIT-RECORD.
           MOVE PRIOR-DEPT-CODE       TO REMIT-DEPT-CODE
           MOVE DEPT-EFKA-EMPLOYEE    TO REMIT-EMPLOYEE-AMOUNT
           MOVE DEPT-EFKA-EMPLOYER    TO REMIT-EMPLOYER-AMOUNT
           COMPUTE REMIT-TOTAL-WS =
               DEPT-EFKA-EMPLOYEE + DEPT-EFKA-EMPLOYER
           MOVE REMIT-TOTAL-WS        TO REMIT-TOTAL-AMOUNT
           MOVE X'0D0A'               TO REMIT-CRLF
           WRITE EFKA-REMIT-REC
           IF EFKA-REMIT-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR WRITING OUTPUT FILE: EFKA-REMIT-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-REMIT-FILE-STATUS
               MOVE 'EFKA-REMIT-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-REMIT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-EFKA-REMIT-TOTAL.
           MOVE 'TOTAL '              TO REMIT-DEPT-CODE
           MOVE COMPANY-EFKA-EMPLOYEE TO REMIT-EMPLOYEE-AMOUNT
           MOVE COMPANY-EFKA-EMPLOYER TO REMIT-EMPLOYER-AMOUNT
           COMPUTE REMIT-TOTAL-WS =
               PERFORM LOG-FILE-ERROR
           END-IF.

       SET-APD-RUN-PARMS.
           EVALUATE TRUE
               WHEN CHRISTMAS-BONUS-RUN
                   MOVE '03'            TO APD-RUN-EARNINGS-TYPE
                   MOVE BONUS-PAY-DATE  TO APD-PERIOD-DATE
               WHEN EASTER-BONUS-RUN
                   MOVE '04'            TO APD-RUN-EARNINGS-TYPE
                   MOVE BONUS-PAY-DATE  TO APD-PERIOD-DATE
               WHEN HOLIDAY-ALLOWANCE-RUN
                   MOVE '05'            TO APD-RUN-EARNINGS-TYPE
                   MOVE BONUS-PAY-DATE  TO APD-PERIOD-DATE
               WHEN PERIOD-MODE
                   MOVE '01'            TO APD-RUN-EARNINGS-TYPE
                   MOVE PERIOD-END-DATE TO APD-PERIOD-DATE
               WHEN OTHER
                   MOVE '01'            TO APD-RUN-EARNINGS-TYPE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO APD-PERIOD-DATE
           END-EVALUATE
           IF BONUS-RUN
               MOVE BONUS-TAG TO APD-RUN-TYPE-TAG
           END-IF
           IF PERIOD-MODE AND PERIOD-BIWEEKLY
               MOVE 12 TO APD-MAX-DAYS
           ELSE
               MOVE 25 TO APD-MAX-DAYS
           END-IF.

       WRITE-EFKA-APD-HEADER.
           MOVE SPACES            TO APD-HEADER-REC
           MOVE 'APH'             TO APH-REC-TYPE
           MOVE 0 TO EMPR-FOUND-IDX
           PERFORM VARYING EMPR-IDX FROM 1 BY 1
                   UNTIL EMPR-IDX > EMPLOYER-COUNT OR EMPR-FOUND-IDX > 0
               IF EMPR-TBL-COMPANY(EMPR-IDX) = COMPANY-FILE-CODE
                   MOVE EMPR-IDX TO EMPR-FOUND-IDX
               END-IF
           END-PERFORM
           IF EMPR-FOUND-IDX > 0
               MOVE EMPR-TBL-AFM(EMPR-FOUND-IDX)  TO APH-EMPLOYER-AFM
               MOVE EMPR-TBL-AME(EMPR-FOUND-IDX)  TO APH-EMPLOYER-AME
               MOVE EMPR-TBL-NAME(EMPR-FOUND-IDX) TO APH-EMPLOYER-NAME
           ELSE
               DISPLAY '***WARNING PAYROLLS: COMPANY ' COMPANY-FILE-CODE
                       ' NOT ON EMPLOYER-FILE - APD HEADER INCOMPLETE'
               IF RETURN-CODE = 0
                   MOVE 55 TO RETURN-CODE
               END-IF
           END-IF
           MOVE COMPANY-FILE-CODE TO APH-COMPANY-CODE
           MOVE APD-PERIOD-YYYYMM TO APH-PERIOD
           MOVE APD-RUN-TYPE-TAG  TO APH-RUN-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO APH-CREATED-DATE
           PERFORM LOAD-RUN-ID
           MOVE BATCH-RUN-ID      TO APH-RUN-ID
           MOVE X'0D0A'           TO APH-CRLF
           WRITE APD-HEADER-REC
           IF EFKA-APD-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR WRITING OUTPUT FILE: EFKA-APD-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-APD-FILE-STATUS
               MOVE 'EFKA-APD-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-APD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       WRITE-EFKA-APD-RECORD.
           MOVE SPACES                TO APD-DETAIL-REC
           MOVE 'APD'                 TO APD-REC-TYPE
           MOVE PAYROLL-AFM           TO APD-AFM
           MOVE APD-RUN-EARNINGS-TYPE TO APD-EARNINGS-TYPE
           MOVE APD-DEFAULT-PKG-CODE  TO APD-PKG-CODE
           IF EMP-FOUND-IDX > 0
               MOVE EMP-AMKA(EMP-FOUND-IDX) TO APD-AMKA
               IF EMP-PKG-CODE(EMP-FOUND-IDX) NOT = SPACES
                   MOVE EMP-PKG-CODE(EMP-FOUND-IDX) TO APD-PKG-CODE
               END-IF
           END-IF
           IF APD-AMKA = SPACES
               DISPLAY '***WARNING PAYROLLS: NO AMKA ON MASTER FOR AFM '
                       PAYROLL-AFM ' - APD LINE INCOMPLETE'
               ADD 1 TO APD-MISSING-AMKA-CNT
           END-IF
           IF BONUS-RUN
               MOVE 0 TO APD-DAYS-WORK
           ELSE
               COMPUTE APD-DAYS-WORK =
                   (PAYROLL-HOURS-WORKED + APD-HOURS-PER-DAY - 1)
                       / APD-HOURS-PER-DAY
               IF APD-DAYS-WORK > APD-MAX-DAYS
                   MOVE APD-MAX-DAYS TO APD-DAYS-WORK
               END-IF
               IF NOT PERIOD-MODE
                   COMPUTE APD-DAYS-WORK = APD-DAYS-WORK * ACTIVE-MONTHS
               END-IF
           END-IF
           MOVE APD-DAYS-WORK         TO APD-INS-DAYS
           MOVE ANNUAL-AMOUNT         TO APD-INS-EARNINGS
           MOVE EFKA-EMPLOYEE-AMOUNT  TO APD-EMPLOYEE-CONTRIB
           MOVE EFKA-EMPLOYER-AMOUNT  TO APD-EMPLOYER-CONTRIB
           COMPUTE APD-TOTAL-CONTRIB =
               EFKA-EMPLOYEE-AMOUNT + EFKA-EMPLOYER-AMOUNT
           MOVE X'0D0A'               TO APD-CRLF
           WRITE APD-DETAIL-REC
           IF EFKA-APD-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR WRITING OUTPUT FILE: EFKA-APD-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-APD-FILE-STATUS
               MOVE 'EFKA-APD-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-APD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF
           ADD 1             TO APD-RECORD-COUNT
           ADD APD-DAYS-WORK TO APD-DAYS-TOTAL.

       WRITE-EFKA-APD-TRAILER.
           MOVE SPACES                TO APD-TRAILER-REC
           MOVE 'APT'                 TO APT-REC-TYPE
           MOVE APD-RECORD-COUNT      TO APT-RECORD-COUNT
           MOVE APD-DAYS-TOTAL        TO APT-TOTAL-DAYS
           MOVE COMPANY-ANNUAL        TO APT-TOTAL-EARNINGS
           MOVE COMPANY-EFKA-EMPLOYEE TO APT-TOTAL-EMPLOYEE
           MOVE COMPANY-EFKA-EMPLOYER TO APT-TOTAL-EMPLOYER
           COMPUTE REMIT-TOTAL-WS =
               COMPANY-EFKA-EMPLOYEE + COMPANY-EFKA-EMPLOYER
           MOVE REMIT-TOTAL-WS        TO APT-TOTAL-CONTRIB
           MOVE X'0D0A'               TO APT-CRLF
           WRITE APD-TRAILER-REC
           IF EFKA-APD-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR WRITING OUTPUT FILE: EFKA-APD-FILE'
               DISPLAY 'STATUS-CODE=' EFKA-APD-FILE-STATUS
               MOVE 'EFKA-APD-FILE' TO LOG-FILE-NAME-WS
               MOVE EFKA-APD-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-RUN-DATE
           PERFORM LOAD-RUN-ID
               PERFORM FINISH
           END-IF.

       WRITE-COST-CENTER-JOURNAL.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT
               MOVE SPACES          TO JOURNAL-REC
               IF BONUS-RUN
                   MOVE 'BONUS-EXP'     TO JRNL-ACCOUNT
               ELSE
                   MOVE 'SALARY-EXP'    TO JRNL-ACCOUNT
               END-IF
               MOVE CC-CODE(CC-IDX) TO JRNL-DEPT-CODE
               MOVE CC-SALARY(CC-IDX) TO JRNL-DEBIT
               MOVE 0               TO JRNL-CREDIT
               ADD CC-SALARY(CC-IDX) TO JOURNAL-DEBIT-TOTAL
               PERFORM WRITE-JOURNAL-LINE
               IF CC-OVERTIME(CC-IDX) > 0
                   MOVE SPACES          TO JOURNAL-REC
                   MOVE 'OVERTIME-EXP'  TO JRNL-ACCOUNT
                   MOVE CC-CODE(CC-IDX) TO JRNL-DEPT-CODE
                   MOVE CC-OVERTIME(CC-IDX) TO JRNL-DEBIT
                   MOVE 0               TO JRNL-CREDIT
                   ADD CC-OVERTIME(CC-IDX) TO JOURNAL-DEBIT-TOTAL
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               MOVE SPACES          TO JOURNAL-REC
               MOVE 'EFKA-EMPR-EXP' TO JRNL-ACCOUNT
               MOVE CC-CODE(CC-IDX) TO JRNL-DEPT-CODE
               MOVE CC-EFKA-EMPLOYER(CC-IDX) TO JRNL-DEBIT
               MOVE 0               TO JRNL-CREDIT
               ADD CC-EFKA-EMPLOYER(CC-IDX) TO JOURNAL-DEBIT-TOTAL
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM.

       WRITE-EXPENSE-CLAIM-JOURNAL.
           PERFORM VARYING XCAT-IDX FROM 1 BY 1
                   UNTIL XCAT-IDX > XCAT-COUNT
               IF XCAT-PAID(XCAT-IDX) > 0
                   MOVE SPACES          TO JOURNAL-REC
                   MOVE XCAT-ACCOUNT(XCAT-IDX) TO JRNL-ACCOUNT
                   MOVE 'ALL'           TO JRNL-DEPT-CODE
                   MOVE XCAT-PAID(XCAT-IDX) TO JRNL-DEBIT
                   MOVE 0               TO JRNL-CREDIT
                   ADD XCAT-PAID(XCAT-IDX) TO JOURNAL-DEBIT-TOTAL
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-CREDITS.
           MOVE SPACES          TO JOURNAL-REC

       WRITE-DEPT-SUBTOTAL.
           PERFORM WRITE-EFKA-REMIT-RECORD
           MOVE ALL SPACES            TO VALID-LINE
           STRING 'DEPT SUBTOTAL:' DELIMITED BY SIZE
                  PRIOR-DEPT-CODE     DELIMITED BY SIZE
           MOVE ALL '=' TO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           IF BONUS-RUN
               STRING BONUS-TITLE                 DELIMITED BY SIZE
                      'DATE: '                    DELIMITED BY SIZE
                      DATE-FULL                   DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
           ELSE
               STRING 'PAYSLIP            DATE: ' DELIMITED BY SIZE
                      DATE-FULL                   DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
           END-IF
           PERFORM WRITE-PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           STRING 'EMPLOYEE: '           DELIMITED BY SIZE
                  PAYSLIP-RATE-EDIT   DELIMITED BY SIZE
             INTO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE
           EVALUATE TRUE
               WHEN BONUS-RUN
                   PERFORM WRITE-BONUS-PAYSLIP-LINES
               WHEN PERIOD-MODE
                   MOVE SPACES TO PAYSLIP-LINE
                   MOVE PERIOD-START-DATE TO PERIOD-FROM-WORK
                   MOVE PERIOD-END-DATE   TO PERIOD-TO-WORK
                   STRING 'PAY PERIOD: '    DELIMITED BY SIZE
                          PERIOD-ID         DELIMITED BY SIZE
                          '  FROM '         DELIMITED BY SIZE
                          PERIOD-FROM-DAY   DELIMITED BY SIZE
                          '-'               DELIMITED BY SIZE
                          PERIOD-FROM-MONTH DELIMITED BY SIZE
                          '-'               DELIMITED BY SIZE
                          PERIOD-FROM-YEAR  DELIMITED BY SIZE
                          ' TO '            DELIMITED BY SIZE
                          PERIOD-TO-DAY     DELIMITED BY SIZE
                          '-'               DELIMITED BY SIZE
                          PERIOD-TO-MONTH   DELIMITED BY SIZE
                          '-'               DELIMITED BY SIZE
                          PERIOD-TO-YEAR    DELIMITED BY SIZE
                     INTO PAYSLIP-TEXT
                   PERFORM WRITE-PAYSLIP-LINE
                   MOVE SPACES TO PAYSLIP-LINE
                   MOVE ANNUAL-AMOUNT TO PAYSLIP-AMT-EDIT
                   STRING 'PERIOD GROSS:       ' DELIMITED BY SIZE
                          PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                     INTO PAYSLIP-TEXT
                   PERFORM WRITE-PAYSLIP-LINE
               WHEN OTHER
                   MOVE SPACES TO PAYSLIP-LINE
                   MOVE ANNUAL-AMOUNT TO PAYSLIP-AMT-EDIT
                   STRING 'ANNUAL AMOUNT:      ' DELIMITED BY SIZE
                          PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                     INTO PAYSLIP-TEXT
                   PERFORM WRITE-PAYSLIP-LINE
           END-EVALUATE
           IF NOT BONUS-RUN
               MOVE SPACES TO PAYSLIP-LINE
               MOVE OT-PREMIUM-AMOUNT TO PAYSLIP-AMT-EDIT
               STRING 'OVERTIME PREMIUM:   ' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (INCLUDED ABOVE)'   DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LEAVE-PAY-LINES
               PERFORM WRITE-PAYSLIP-COMMISSION-LINES
           END-IF
           MOVE SPACES TO PAYSLIP-LINE
           MOVE TAX-AMOUNT TO PAYSLIP-AMT-EDIT
           STRING 'INCOME TAX:         ' DELIMITED BY SIZE
                   PERFORM WRITE-PAYSLIP-DEDUCTION-LINE
               END-IF
           END-PERFORM
           IF EXPENSE-REIMB-AMOUNT > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE EXPENSE-REIMB-AMOUNT TO PAYSLIP-AMT-EDIT
               STRING 'EXPENSES REIMBURSED:' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (NOT TAXABLE)'      DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           MOVE SPACES TO PAYSLIP-LINE
           MOVE NET-AMOUNT TO PAYSLIP-AMT-EDIT
           STRING 'NET PAYABLE:        ' DELIMITED BY SIZE
                  PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
             INTO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE
           IF FINAL-SETTLEMENT AND PERIOD-MODE
               MOVE SPACES TO PAYSLIP-LINE
               MOVE SETTLEMENT-TERM-DATE TO PRORATE-DATE-WORK
               STRING 'FINAL SETTLEMENT - EMPLOYMENT ENDED '
                          DELIMITED BY SIZE
                      PRORATE-WORK-DAY   DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      PRORATE-WORK-MONTH DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      PRORATE-WORK-YEAR  DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF FINAL-SETTLEMENT AND NOT PERIOD-MODE
               MOVE SPACES TO PAYSLIP-LINE
               MOVE SETTLEMENT-TERM-DATE TO PRORATE-DATE-WORK
               MOVE ACTIVE-MONTHS TO SETTLEMENT-MONTHS-EDIT
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF NOT BONUS-RUN
               PERFORM VARYING LBAL-IDX FROM 1 BY 1
                       UNTIL LBAL-IDX > LBAL-COUNT
                   IF LBAL-AFM(LBAL-IDX) = PAYROLL-AFM AND
                      NOT (LEAVE-PAYOUT-AMOUNT > 0 AND
                           LBAL-TYPE(LBAL-IDX) = LEAVE-PAYOUT-TYPE)
                       PERFORM WRITE-PAYSLIP-LEAVE-BALANCE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO PAYSLIP-LINE
           PERFORM WRITE-PAYSLIP-LINE.

       WRITE-PAYSLIP-LEAVE-PAY-LINES.
           IF UNPAID-LEAVE-HOURS > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE UNPAID-LEAVE-HOURS TO PAYSLIP-HOURS-EDIT
               IF PERIOD-MODE
                   STRING 'UNPAID LEAVE HOURS: ' DELIMITED BY SIZE
                          PAYSLIP-HOURS-EDIT     DELIMITED BY SIZE
                          '  (DEDUCTED FROM HOURS)'
                                                 DELIMITED BY SIZE
                     INTO PAYSLIP-TEXT
               ELSE
                   MOVE UNPAID-LEAVE-AMOUNT TO PAYSLIP-AMT-EDIT
                   STRING 'UNPAID LEAVE:       ' DELIMITED BY SIZE
                          PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                          '  (DEDUCTED ABOVE - ' DELIMITED BY SIZE
                          PAYSLIP-HOURS-EDIT     DELIMITED BY SIZE
                          ' HOURS)'              DELIMITED BY SIZE
                     INTO PAYSLIP-TEXT
               END-IF
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF LEAVE-PAYOUT-AMOUNT > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE LEAVE-PAYOUT-AMOUNT TO PAYSLIP-AMT-EDIT
               MOVE LEAVE-PAYOUT-HOURS  TO PAYSLIP-HOURS-EDIT
               STRING 'UNUSED LEAVE PAID:  ' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (INCLUDED ABOVE - ' DELIMITED BY SIZE
                      PAYSLIP-HOURS-EDIT     DELIMITED BY SIZE
                      ' HOURS)'              DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF.

       WRITE-PAYSLIP-COMMISSION-LINES.
           IF COMMISSION-AMOUNT > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE COMMISSION-AMOUNT TO PAYSLIP-AMT-EDIT
               STRING 'SALES COMMISSION:   ' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (INCLUDED ABOVE)'   DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF CLAWBACK-AMOUNT > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE CLAWBACK-AMOUNT TO PAYSLIP-AMT-EDIT
               STRING 'COMMISSION CLAWBACK:' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (DEDUCTED ABOVE)'   DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF CLAWBACK-CARRIED > 0
               MOVE SPACES TO PAYSLIP-LINE
               MOVE CLAWBACK-CARRIED TO PAYSLIP-AMT-EDIT
               STRING 'CLAWBACK CARRIED:   ' DELIMITED BY SIZE
                      PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
                      '  (TO NEXT PAY)'      DELIMITED BY SIZE
                 INTO PAYSLIP-TEXT
               PERFORM WRITE-PAYSLIP-LINE
           END-IF.

       WRITE-PAYSLIP-LEAVE-BALANCE.
           MOVE SPACES TO PAYSLIP-LINE
           MOVE LBAL-BALANCE(LBAL-IDX) TO PAYSLIP-HOURS-EDIT
           STRING 'LEAVE BALANCE '       DELIMITED BY SIZE
                  LBAL-TYPE(LBAL-IDX)    DELIMITED BY SIZE
                  ':   '                 DELIMITED BY SIZE
                  PAYSLIP-HOURS-EDIT     DELIMITED BY SIZE
                  ' HOURS'               DELIMITED BY SIZE
             INTO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE.

       WRITE-BONUS-PAYSLIP-LINES.
           MOVE SPACES TO PAYSLIP-LINE
           MOVE BONUS-FROM-DATE   TO PERIOD-FROM-WORK
           MOVE BONUS-TO-DATE     TO PERIOD-TO-WORK
           MOVE BONUS-ACTIVE-DAYS TO BONUS-DAYS-EDIT
           MOVE BONUS-WINDOW-DAYS TO BONUS-WINDOW-EDIT
           STRING 'ACCRUAL: '        DELIMITED BY SIZE
                  PERIOD-FROM-DAY   DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PERIOD-FROM-MONTH DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PERIOD-FROM-YEAR  DELIMITED BY SIZE
                  ' TO '            DELIMITED BY SIZE
                  PERIOD-TO-DAY     DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PERIOD-TO-MONTH   DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PERIOD-TO-YEAR    DELIMITED BY SIZE
                  '  DAYS: '        DELIMITED BY SIZE
                  BONUS-DAYS-EDIT   DELIMITED BY SIZE
                  ' OF '            DELIMITED BY SIZE
                  BONUS-WINDOW-EDIT DELIMITED BY SIZE
             INTO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           MOVE ANNUAL-AMOUNT TO PAYSLIP-AMT-EDIT
           STRING 'BONUS GROSS:        ' DELIMITED BY SIZE
                  PAYSLIP-AMT-EDIT       DELIMITED BY SIZE
             INTO PAYSLIP-TEXT
           PERFORM WRITE-PAYSLIP-LINE.

       WRITE-PAYSLIP-DEDUCTION-LINE.
           MOVE SPACES TO PAYSLIP-LINE
           MOVE ORD-LAST-AMOUNT(ORD-IDX) TO PAYSLIP-AMT-EDIT
           MOVE SPACES            TO EFT-HEADER-REC
           MOVE 'HDR'             TO EFT-HDR-TAG
           MOVE EFT-ORIGINATOR    TO EFT-HDR-ORIGINATOR
           EVALUATE TRUE
               WHEN BONUS-RUN
                   MOVE BONUS-PAY-DATE  TO EFT-HDR-VALUE-DATE
               WHEN PERIOD-MODE
                   MOVE PERIOD-PAY-DATE TO EFT-HDR-VALUE-DATE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EFT-HDR-VALUE-DATE
           END-EVALUATE
           PERFORM LOAD-RUN-ID
           MOVE BATCH-RUN-ID      TO EFT-HDR-BATCH-REF
      *    HELD UNTIL THE VARIANCE REGISTER IS SIGNED OFF (PAYVAR)
           MOVE 'U'               TO EFT-HDR-RELEASE-FLAG
           MOVE X'0D0A'           TO EFT-HDR-CRLF
           WRITE EFT-HEADER-REC
           IF EFT-FILE-STATUS NOT = 0 THEN
               MOVE 'EFT-FILE' TO LOG-FILE-NAME-WS
               MOVE EFT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               MOVE 66 TO RETURN-CODE
           ELSE
               MOVE EFT-FILE-NAME    TO CATALOG-FILE-NAME-WS
               MOVE EFT-RECORD-COUNT TO CATALOG-RECORD-CNT
               MOVE EFT-HASH-TOTAL   TO CATALOG-HASH-TOTAL
               PERFORM CATALOG-GENERATION
           END-IF
           IF EFT-HASH-TOTAL NOT = EFT-EXPECTED-NET
               DISPLAY '***ERROR PAYROLLS: EFT TRAILER HASH DOES '
               PERFORM FINISH
           END-IF.

       WRITE-PAY-RESULT-RECORD.
           MOVE PAYROLL-AFM           TO RESULT-AFM
           MOVE PAYROLL-EMPLOYEE-NAME TO RESULT-EMPLOYEE-NAME
           MOVE PAYROLL-COMPANY-CODE  TO RESULT-COMPANY-CODE
           MOVE ANNUAL-AMOUNT         TO RESULT-GROSS
           MOVE TAX-AMOUNT            TO RESULT-TAX
           MOVE EFKA-EMPLOYEE-AMOUNT  TO RESULT-EFKA
           MOVE EMP-DEDUCTION-AMOUNT  TO RESULT-DEDUCTIONS
           MOVE NET-AMOUNT            TO RESULT-NET
           MOVE BATCH-RUN-ID          TO RESULT-RUN-ID
           MOVE X'0D0A'               TO RESULT-CRLF
           WRITE PAY-RESULT-REC
           IF PAY-RESULT-FILE-STATUS NOT = 0 THEN
               DISPLAY '***ERROR WRITING OUTPUT FILE: PAY-RESULT-FILE'
               DISPLAY 'STATUS-CODE=' PAY-RESULT-FILE-STATUS
               MOVE 'PAY-RESULT-FILE' TO LOG-FILE-NAME-WS
               MOVE PAY-RESULT-FILE-STATUS TO LOG-STATUS-CODE-WS
               PERFORM LOG-FILE-ERROR
               PERFORM FINISH
           END-IF.

       INVALID-PAYROLLS.
           ADD 1 TO INVALID-CNT
           IF BONUS-RUN
               PERFORM COMPUTE-BONUS-AMOUNT
           ELSE
               PERFORM SET-PAY-MULTIPLIER
               PERFORM COMPUTE-ANNUAL-AMOUNT
           END-IF
           PERFORM COMPUTE-TAX-AMOUNT
           PERFORM COMPUTE-EFKA-AMOUNTS
           COMPUTE NET-AMOUNT = ANNUAL-AMOUNT - TAX-AMOUNT
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
               MOVE RUN-PROGRAM-NAME     TO CAT-PROGRAM-NAME
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

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-FILE-STATUS = 0
               READ PERIOD-CONTROL-FILE
                   AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL NO-MORE-PERIODS
                   IF PCTL-SUBSYSTEM = PERIOD-SUBSYSTEM-WS AND
                      PCTL-STATUS = 'C' AND PCTL-PERIOD IS NUMERIC
                       IF CLOSED-PERIOD-COUNT < MAX-CLOSED-PERIODS
                           ADD 1 TO CLOSED-PERIOD-COUNT
                           MOVE PCTL-PERIOD
                               TO CLOSED-PERIOD(CLOSED-PERIOD-COUNT)
                       ELSE
                           DISPLAY '***WARNING: MORE THAN '
                                   MAX-CLOSED-PERIODS
                                   ' CLOSED PERIODS - REST IGNORED'
                       END-IF
                   END-IF
                   READ PERIOD-CONTROL-FILE
                       AT END MOVE 'NO' TO PERIOD-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           DISPLAY 'PAYROLLS: CLOSED PAYROLL PERIODS = '
                   CLOSED-PERIOD-COUNT.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO PERIOD-CLOSED-SWITCH
           PERFORM VARYING CLOSED-PERIOD-IDX FROM 1 BY 1
                   UNTIL CLOSED-PERIOD-IDX > CLOSED-PERIOD-COUNT
                      OR PERIOD-IS-CLOSED
               IF CLOSED-PERIOD(CLOSED-PERIOD-IDX) =
                  PERIOD-CHECK-YYYYMM
                   MOVE 'Y' TO PERIOD-CLOSED-SWITCH
               END-IF
           END-PERFORM.
       END PROGRAM PAYROLLS.
