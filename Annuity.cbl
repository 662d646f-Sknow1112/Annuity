               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAYMENT-HISTORY-STATUS.
           SELECT CHARGE-OFF-APPROVAL-FILE ASSIGN TO "CHGAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-OFF-APPROVAL-STATUS.
           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CONTROL-STATUS.
           SELECT LOAN-MODIFICATION-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS LOAN-MODIFICATION-STATUS.
           SELECT ACH-ENROLLMENT-FILE ASSIGN TO "ACHENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-ID
               ALTERNATE RECORD KEY IS AE-DRAFT-DAY
                   WITH DUPLICATES
               FILE STATUS IS ACH-ENROLLMENT-STATUS.
           SELECT ACH-OUT-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-OUT-STATUS.
           SELECT ACH-TRAN-FILE ASSIGN TO "ACHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-TRAN-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-RETURN-STATUS.
           SELECT CREDIT-BUREAU-FILE ASSIGN TO "CRBUREAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-BUREAU-STATUS.
           SELECT POSTED-BATCH-FILE ASSIGN TO "PAYBTCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-BATCH-ID
               FILE STATUS IS PAYBATCH-STATUS.
           SELECT LOAN-SNAPSHOT-FILE ASSIGN TO "LMSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS LOAN-SNAPSHOT-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "ARCHMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS ARCHIVE-MASTER-STATUS.
           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO "ARCHHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ARCHIVE-HISTORY-STATUS.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-SECURITY-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOAN-REQUEST-FILE.
              10 LM-RC-NEW-RATE         PIC 999V999.
              10 LM-RC-CAP              PIC 999V999.
              10 LM-RC-FLOOR            PIC 999V999.
           05 LM-ESCROW-BALANCE     PIC S9(9)V99.
           05 LM-ESCROW-PAYMENT     PIC 9(7)V99.
           05 LM-FEES-DUE           PIC 9(7)V99.
           05 LM-INTEREST-DUE       PIC 9(7)V99.
           05 LM-NONACCRUAL-DATE    PIC 9(8).
           05 LM-CHARGE-OFF-DATE    PIC 9(8).
           05 LM-CHARGE-OFF-AMOUNT  PIC 9(9)V99.
           05 LM-RECOVERY-AMOUNT    PIC 9(9)V99.
           05 LM-MOD-COUNT          PIC 9(3).
           05 LM-MOD-PERIOD         PIC 9(5).
           05 LM-MOD-BALANCE        PIC 9(9)V99.
           05 LM-MOD-RATE           PIC 999V999.
           05 LM-MOD-REMAINING      PIC 9(5).
           05 LM-CLOSED-DATE        PIC 9(8).
           05 LM-ACCRUED-TO-PERIOD  PIC 9(5).
       FD CHECKPOINT-FILE.
       01 CP-RECORD.
           05 CP-LAST-RECORD-NUM    PIC 9(6).
           05 PT-LOAN-ID            PIC X(6).
           05 PT-AMOUNT             PIC 9(9)V99.
           05 PT-TYPE               PIC X.
       01 PT-CONTROL-RECORD.
           05 PTC-RECORD-TYPE       PIC X(3).
           05 PTC-BATCH-ID          PIC X(12).
           05 PTC-BATCH-DATE        PIC 9(8).
           05 PTC-RECORD-COUNT      PIC 9(6).
           05 PTC-HASH-TOTAL        PIC 9(11)V99.
       FD REJECT-FILE.
       01 RJ-RECORD.
           05 RJ-REASON-CODE        PIC X(4).
           05 AUD-USER              PIC X(8).
           05 AUD-ACTION            PIC X(3).
           05 AUD-REASON            PIC X(30).
           05 AUD-BEFORE-IMAGE      PIC X(259).
           05 AUD-AFTER-IMAGE       PIC X(259).
           05 AUD-APPROVER          PIC X(8).
       FD QUOTE-LOG-FILE.
       01 QL-RECORD                 PIC X(132).
       FD BORROWER-MASTER-FILE.
           05 PH-BALANCE-AFTER      PIC 9(9)V99.
           05 PH-POSTED-DATE        PIC 9(8).
           05 PH-POSTED-TIME        PIC 9(8).
           05 PH-FEE-APPLIED        PIC 9(7)V99.
           05 PH-INT-ACCRUED        PIC 9(7)V99.
           05 PH-INT-APPLIED        PIC 9(7)V99.
           05 PH-ESC-APPLIED        PIC 9(7)V99.
           05 PH-PRIN-APPLIED       PIC 9(9)V99.
           05 PH-REVERSED           PIC X.
       FD CHARGE-OFF-APPROVAL-FILE.
       01 CA-RECORD.
           05 CA-LOAN-ID            PIC X(6).
           05 CA-SEPARATOR-1        PIC X.
           05 CA-APPROVER           PIC X(8).
           05 CA-SEPARATOR-2        PIC X.
           05 CA-REASON             PIC X(30).
       FD JOB-CONTROL-FILE.
       01 JC-RECORD                 PIC X(80).
       FD LOAN-MODIFICATION-FILE.
       01 MH-RECORD.
           05 MH-KEY.
              10 MH-LOAN-ID         PIC X(6).
              10 MH-SEQUENCE        PIC 9(3).
           05 MH-ENTERED-DATE       PIC 9(8).
           05 MH-ENTERED-TIME       PIC 9(8).
           05 MH-EFFECTIVE-PERIOD   PIC 9(5).
           05 MH-BALANCE-BEFORE     PIC 9(9)V99.
           05 MH-CAP-INTEREST       PIC 9(7)V99.
           05 MH-CAP-FEES           PIC 9(7)V99.
           05 MH-MOD-BALANCE        PIC 9(9)V99.
           05 MH-OLD-RATE           PIC 999V999.
           05 MH-OLD-REMAINING      PIC 9(5).
           05 MH-OLD-PAYMENT        PIC 9(9)V99.
           05 MH-NEW-RATE           PIC 999V999.
           05 MH-NEW-REMAINING      PIC 9(5).
           05 MH-NEW-PAYMENT        PIC 9(9)V99.
           05 MH-USER               PIC X(8).
           05 MH-REASON             PIC X(30).
       FD ACH-ENROLLMENT-FILE.
       01 AE-RECORD.
           05 AE-LOAN-ID            PIC X(6).
           05 AE-BORROWER-ID        PIC X(10).
           05 AE-ROUTING            PIC X(9).
           05 AE-ACCOUNT            PIC X(17).
           05 AE-ACCOUNT-TYPE       PIC X.
           05 AE-DRAFT-DAY          PIC 99.
           05 AE-STATUS             PIC X.
           05 AE-ENROLL-DATE        PIC 9(8).
           05 AE-RETURN-COUNT       PIC 9.
           05 AE-LAST-DRAFT-DATE    PIC 9(8).
           05 AE-LAST-DRAFT-PERIOD  PIC 9(5).
           05 AE-LAST-DRAFT-AMOUNT  PIC 9(9)V99.
           05 AE-CANCEL-DATE        PIC 9(8).
           05 AE-CANCEL-REASON      PIC X(3).
       FD ACH-OUT-FILE.
       01 AO-RECORD                 PIC X(94).
       FD ACH-TRAN-FILE.
       01 AT-RECORD                 PIC X(42).
       FD ACH-RETURN-FILE.
       01 AR-RECORD.
           05 AR-LOAN-ID            PIC X(6).
           05 AR-SEPARATOR-1        PIC X.
           05 AR-DRAFT-DATE         PIC 9(8).
           05 AR-SEPARATOR-2        PIC X.
           05 AR-AMOUNT             PIC 9(9)V99.
           05 AR-SEPARATOR-3        PIC X.
           05 AR-RETURN-CODE        PIC X(3).
       FD CREDIT-BUREAU-FILE.
       01 CB-RECORD                 PIC X(250).
       FD POSTED-BATCH-FILE.
       01 PB-RECORD.
           05 PB-BATCH-ID           PIC X(12).
           05 PB-SOURCE             PIC X(7).
           05 PB-BATCH-DATE         PIC 9(8).
           05 PB-RECORD-COUNT       PIC 9(6).
           05 PB-HASH-TOTAL         PIC 9(11)V99.
           05 PB-STATUS             PIC X.
           05 PB-POSTED-DATE        PIC 9(8).
           05 PB-POSTED-TIME        PIC 9(8).
           05 PB-POSTED-COUNT       PIC 9(6).
           05 PB-REJECTED-COUNT     PIC 9(6).
       FD LOAN-SNAPSHOT-FILE.
       01 SN-RECORD.
           05 SN-KEY.
              10 SN-SNAPSHOT-DATE   PIC 9(8).
              10 SN-LOAN-ID         PIC X(6).
           05 SN-TAKEN-DATE         PIC 9(8).
           05 SN-TAKEN-TIME         PIC 9(8).
           05 SN-LOAN-IMAGE         PIC X(259).
           05 SN-LOAN-FIELDS REDEFINES SN-LOAN-IMAGE.
              10 FILLER             PIC X(45).
              10 SN-ACTUAL-BALANCE  PIC 9(9)V99.
              10 FILLER             PIC X(13).
              10 SN-STATUS          PIC X.
              10 FILLER             PIC X(189).
       FD ARCHIVE-MASTER-FILE.
       01 AM-RECORD.
           05 AM-KEY.
              10 AM-LOAN-ID         PIC X(6).
              10 AM-ARCHIVE-DATE    PIC 9(8).
           05 AM-ARCHIVE-TIME       PIC 9(8).
           05 AM-LOAN-IMAGE         PIC X(259).
       FD ARCHIVE-HISTORY-FILE.
       01 AH-RECORD.
           05 AH-KEY.
              10 AH-LOAN-ID         PIC X(6).
              10 AH-ARCHIVE-DATE    PIC 9(8).
              10 AH-SEQUENCE        PIC 9(5).
           05 AH-HISTORY-IMAGE      PIC X(137).
       FD OPERATOR-SECURITY-FILE.
       01 OP-RECORD.
           05 OP-OPERATOR-ID        PIC X(8).
           05 OP-NAME               PIC X(30).
           05 OP-ROLE               PIC X.
           05 OP-STATUS             PIC X.
           05 OP-ADDED-DATE         PIC 9(8).
           05 OP-ADDED-BY           PIC X(8).
           05 OP-LAST-SIGNON-DATE   PIC 9(8).
       FD PENDING-CHANGE-FILE.
       01 PC-RECORD.
           05 PC-KEY.
              10 PC-REQUEST-DATE    PIC 9(8).
              10 PC-REQUEST-TIME    PIC 9(8).
              10 PC-LOAN-ID         PIC X(6).
           05 PC-ACTION             PIC X.
           05 PC-STATUS             PIC X.
           05 PC-REQUESTER          PIC X(8).
           05 PC-REASON             PIC X(30).
           05 PC-OLD-FREQUENCY      PIC 9.
           05 PC-NEW-FREQUENCY      PIC 9.
           05 PC-OLD-ESCROW-PAYMENT PIC 9(7)V99.
           05 PC-NEW-ESCROW-PAYMENT PIC 9(7)V99.
           05 PC-OLD-BORROWER-REF   PIC X(10).
           05 PC-NEW-BORROWER-REF   PIC X(10).
           05 PC-NEW-RATE           PIC 999V999.
           05 PC-NEW-REMAINING      PIC 9(5).
           05 PC-CAPITALIZE         PIC X.
           05 PC-APPROVER           PIC X(8).
           05 PC-DECISION-DATE      PIC 9(8).
           05 PC-DECISION-TIME      PIC 9(8).
           05 PC-DECISION-NOTE      PIC X(30).
       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-STATUS PIC XX   VALUE '00'.
       01 LOOKUP-LOAN-ID     PIC X(6) VALUE SPACES.
       01 AUDIT-USER              PIC X(8)   VALUE SPACES.
       01 AUDIT-ACTION            PIC X(3)   VALUE SPACES.
       01 AUDIT-REASON            PIC X(30)  VALUE SPACES.
       01 AUDIT-APPROVER          PIC X(8)   VALUE SPACES.
       01 MAINT-ACTION            PIC X      VALUE SPACES.
       01 MAINT-BEFORE-IMAGE      PIC X(259) VALUE SPACES.
       01 MAINT-AFTER-IMAGE       PIC X(259) VALUE SPACES.
       01 MAINT-FIELD-IN          PIC X(12)  VALUE SPACES.
       01 MAINT-FIELD-VALUE       PIC 9(7)V999 VALUE ZERO.
       01 BORROWER-MASTER-STATUS  PIC XX     VALUE '00'.
              10 SYR-AMT             PIC 9(13)V99 VALUE ZERO.
              10 SYR-PRINTED         PIC X      VALUE 'N'.
       01 POSTING-APPLIED         PIC 9(9)V99 VALUE ZERO.
       01 POSTING-REMAINING       PIC 9(9)V99 VALUE ZERO.
       01 POSTING-FEE-APPLIED     PIC 9(7)V99 VALUE ZERO.
       01 POSTING-INT-ACCRUED     PIC 9(7)V99 VALUE ZERO.
       01 POSTING-INT-APPLIED     PIC 9(7)V99 VALUE ZERO.
       01 POSTING-ESC-DUE         PIC 9(7)V99 VALUE ZERO.
       01 POSTING-ESC-APPLIED     PIC 9(7)V99 VALUE ZERO.
       01 POSTING-PRIN-APPLIED    PIC 9(9)V99 VALUE ZERO.
       01 FEES-DUE-D              PIC Z(6)9.99 VALUE ZERO.
       01 INTEREST-DUE-D          PIC Z(6)9.99 VALUE ZERO.
       01 POSTING-RECOVERY-FLAG   PIC X      VALUE 'N'.
       01 RECOVERY-AMOUNT-D       PIC Z(8)9.99 VALUE ZERO.
       01 CHARGE-OFF-AMOUNT-D     PIC Z(8)9.99 VALUE ZERO.
       01 WHATIF-PASS-FLAG        PIC X      VALUE 'N'.
       01 QUOTE-EFF-RATE          PIC 999V999 VALUE ZERO.
       01 LMRST-PERIOD            PIC 9(5)   VALUE ZERO.
              10 CMP-BALANCE-D          PIC Z(8)9.99 VALUE ZERO.
       01 RUN-PARM-STATUS         PIC XX     VALUE '00'.
       01 PARM-EOF-FLAG           PIC X      VALUE 'N'.
       01 PARM-KEYWORD            PIC X(24)  VALUE SPACES.
       01 PARM-VALUE-IN           PIC X(20)  VALUE SPACES.
       01 PARM-VALUE              PIC 9(7)V999 VALUE ZERO.
       01 QUOTE-GOOD-DAYS         PIC 99     VALUE 10.
       01 ARM-NEW-PAYMENT-D       PIC Z(8)9.99 VALUE ZERO.
       01 PAYMENT-JOURNAL-STATUS  PIC XX     VALUE '00'.
       01 JRN-LINE                PIC X(100) VALUE SPACES.
       01 JRN-OPENED-FLAG         PIC X      VALUE 'N'.
       01 JRN-BATCH-DATE          PIC 9(8)   VALUE ZERO.
       01 JRN-BATCH-TIME          PIC 9(8)   VALUE ZERO.
       01 JRN-ENTRY-COUNT         PIC 9(7)   VALUE ZERO.
       01 JRN-NET-D               PIC -(12)9.99 VALUE ZERO.
       01 JRN-HASH-TOTAL          PIC 9(15)V99 VALUE ZERO.
       01 JRN-HASH-TOTAL-D        PIC Z(14)9.99 VALUE ZERO.
       01 JRN-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01 JRN-AMOUNT-D            PIC Z(8)9.99 VALUE ZERO.
       01 JRN-DRCR                PIC XX     VALUE SPACES.
       01 ESC-TOT-COLLECTED-D     PIC Z(10)9.99 VALUE ZERO.
       01 ESC-TOT-DISBURSED       PIC 9(11)V99 VALUE ZERO.
       01 ESC-TOT-DISBURSED-D     PIC Z(10)9.99 VALUE ZERO.
       01 ESCROW-BALANCE-D        PIC -(9)9.99 VALUE ZERO.
       01 ESCROW-PAYMENT-D        PIC Z(6)9.99 VALUE ZERO.
       01 BILLING-NOTICE-STATUS   PIC XX     VALUE '00'.
       01 BILL-LINE               PIC X(132) VALUE SPACES.
       01 BILL-CYCLE-YYMM         PIC 9(6)   VALUE ZERO.
       01 BILL-DUE-YYMM           PIC 9(6)   VALUE ZERO.
       01 BILL-DUE-PERIOD         PIC 9(5)   VALUE ZERO.
       01 BILL-DUE-FLAG           PIC X      VALUE 'N'.
       01 BILL-MONTHS             PIC 9(5)   VALUE ZERO.
       01 BILL-AMOUNT-DUE         PIC 9(9)V99 VALUE ZERO.
       01 BILL-PERIOD-INT         PIC 9(7)V99 VALUE ZERO.
       01 BILL-AMOUNT-DUE-D       PIC Z(8)9.99 VALUE ZERO.
       01 BILL-NOTICE-COUNT       PIC 9(7)   VALUE ZERO.
       01 BILL-NOTICE-COUNT-D     PIC Z(6)9  VALUE ZERO.
       01 HIST-AMOUNT-D           PIC Z(8)9.99 VALUE ZERO.
       01 HIST-APPLIED-D          PIC Z(8)9.99 VALUE ZERO.
       01 HIST-BALANCE-D          PIC Z(8)9.99 VALUE ZERO.
       01 HIST-FEE-D              PIC Z(6)9.99 VALUE ZERO.
       01 HIST-INT-D              PIC Z(6)9.99 VALUE ZERO.
       01 HIST-ESC-D              PIC Z(6)9.99 VALUE ZERO.
       01 HIST-PRIN-D             PIC Z(8)9.99 VALUE ZERO.
       01 HIST-MATCH-SEQ          PIC 9(5)   VALUE ZERO.
       01 HIST-MATCH-DATE         PIC 9(8)   VALUE ZERO.
       01 AGE-DATE-IN             PIC X(10)  VALUE SPACES.
       01 AGE-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01 AGE-RUN-INT             PIC 9(7)   VALUE ZERO.
       01 AGE-AMT-D               PIC Z(12)9.99 VALUE ZERO.
       01 AGE-FLAGGED-COUNT-D     PIC Z(4)9  VALUE ZERO.
       01 AGE-FEES-TOTAL-D        PIC Z(8)9.99 VALUE ZERO.
       01 AGE-ACCRUE-PERIOD       PIC 9(5)   VALUE ZERO.
       01 AGE-ACCRUE-FLAG         PIC X      VALUE 'N'.
       01 AGE-ACCRUE-DONE-FLAG    PIC X      VALUE 'N'.
       01 AGE-ACCRUE-AMT          PIC 9(7)V99 VALUE ZERO.
       01 AGE-ACCRUED-COUNT       PIC 9(5)   VALUE ZERO.
       01 AGE-ACCRUED-COUNT-D     PIC Z(4)9  VALUE ZERO.
       01 AGE-ACCRUED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 AGE-ACCRUED-TOTAL-D     PIC Z(8)9.99 VALUE ZERO.
       01 AGE-NAC-COUNT           PIC 9(7)   VALUE ZERO.
       01 AGE-NAC-AMT             PIC 9(13)V99 VALUE ZERO.
       01 AGE-CHG-COUNT           PIC 9(7)   VALUE ZERO.
       01 AGE-CHG-AMT             PIC 9(13)V99 VALUE ZERO.
       01 AGE-RECOVERY-AMT        PIC 9(13)V99 VALUE ZERO.
       01 AGE-RECOVERY-AMT-D      PIC Z(12)9.99 VALUE ZERO.
       01 NAC-ACTION-IN           PIC X      VALUE SPACES.
       01 NAC-THRESHOLD-DAYS      PIC 9(3)   VALUE 120.
       01 NAC-PLACED-COUNT        PIC 9(7)   VALUE ZERO.
       01 NAC-PLACED-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 NAC-PLACED-AMT          PIC 9(13)V99 VALUE ZERO.
       01 NAC-PLACED-AMT-D        PIC Z(12)9.99 VALUE ZERO.
       01 CHARGE-OFF-APPROVAL-STATUS PIC XX  VALUE '00'.
       01 CHG-EOF-FLAG            PIC X      VALUE 'N'.
       01 CHG-DATE-IN             PIC X(10)  VALUE SPACES.
       01 CHG-REJECT-REASON       PIC X(30)  VALUE SPACES.
       01 CHG-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01 CHG-READ-COUNT          PIC 9(7)   VALUE ZERO.
       01 CHG-READ-COUNT-D        PIC Z(6)9  VALUE ZERO.
       01 CHG-DONE-COUNT          PIC 9(7)   VALUE ZERO.
       01 CHG-DONE-COUNT-D        PIC Z(6)9  VALUE ZERO.
       01 CHG-REJECT-COUNT        PIC 9(7)   VALUE ZERO.
       01 CHG-REJECT-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 CHG-TOTAL-AMT           PIC 9(13)V99 VALUE ZERO.
       01 CHG-TOTAL-AMT-D         PIC Z(12)9.99 VALUE ZERO.
       01 JOB-CONTROL-STATUS      PIC XX     VALUE '00'.
       01 JOB-EOF-FLAG            PIC X      VALUE 'N'.
       01 JOB-PENDING-FLAG        PIC X      VALUE 'N'.
       01 JOB-STREAM-FLAG         PIC X      VALUE 'R'.
       01 JOB-RESUME-FLAG         PIC X      VALUE 'N'.
       01 JOB-BYPASS-FLAG         PIC X      VALUE 'N'.
       01 JOB-NAME                PIC X(8)   VALUE 'NIGHTLY'.
       01 JOB-CYCLE-DATE          PIC 9(8)   VALUE ZERO.
       01 JOB-CYCLE-YEAR          PIC 9(4)   VALUE ZERO.
       01 JOB-FIELD-1             PIC X(10)  VALUE SPACES.
       01 JOB-FIELD-2             PIC X(10)  VALUE SPACES.
       01 JOB-FIELD-3             PIC X(10)  VALUE SPACES.
       01 JOB-STEP-SEQ            PIC 9(3)   VALUE ZERO.
       01 JOB-STEP-KEY.
           05 JOB-STEP-CODE         PIC X      VALUE SPACES.
           05 JOB-STEP-OPTION       PIC X      VALUE SPACES.
       01 JOB-STEP-DATE-IN        PIC X(10)  VALUE SPACES.
       01 JOB-STEP-DATE           PIC 9(8)   VALUE ZERO.
       01 JOB-STEP-RC             PIC 99     VALUE ZERO.
       01 JOB-STEPS-RUN           PIC 9(3)   VALUE ZERO.
       01 JOB-STEPS-SKIPPED       PIC 9(3)   VALUE ZERO.
       01 JOB-STEPS-RUN-D         PIC ZZ9    VALUE ZERO.
       01 JOB-STEPS-SKIPPED-D     PIC ZZ9    VALUE ZERO.
       01 JOB-STEP-SEQ-D          PIC ZZ9    VALUE ZERO.
       01 JOB-IDX                 PIC 9(3)   VALUE ZERO.
       01 JOB-LOG-EOF-FLAG        PIC X      VALUE 'N'.
       01 JOB-STEP-TABLE.
           05 JOB-STEP-ENTRY OCCURS 50 TIMES.
              10 JOB-STEP-DONE       PIC X      VALUE 'N'.
              10 JOB-STEP-DONE-CODE  PIC XX     VALUE SPACES.
       01 JOB-LOG-LINE.
           05 JL-TAG                PIC X(4)   VALUE 'JOB '.
           05 JL-JOB-NAME           PIC X(8)   VALUE SPACES.
           05 FILLER                PIC X(7)   VALUE ' CYCLE '.
           05 JL-CYCLE-DATE         PIC 9(8)   VALUE ZERO.
           05 FILLER                PIC X(6)   VALUE ' STEP '.
           05 JL-STEP-SEQ           PIC 9(3)   VALUE ZERO.
           05 FILLER                PIC X      VALUE SPACE.
           05 JL-STEP-CODE          PIC XX     VALUE SPACES.
           05 FILLER                PIC X(6)   VALUE ' DATE '.
           05 JL-STEP-DATE          PIC 9(8)   VALUE ZERO.
           05 FILLER                PIC X(4)   VALUE ' RC '.
           05 JL-STEP-RC            PIC 99     VALUE ZERO.
           05 FILLER                PIC X(7)   VALUE ' ENDED '.
           05 JL-END-DATE           PIC 9(8)   VALUE ZERO.
           05 FILLER                PIC X      VALUE SPACE.
           05 JL-END-TIME           PIC 9(8)   VALUE ZERO.
           05 FILLER                PIC X      VALUE SPACE.
           05 JL-STEP-STATUS        PIC X(8)   VALUE SPACES.
       01 LOAN-MODIFICATION-STATUS PIC XX    VALUE '00'.
       01 LOAN-TOTAL-PERIODS      PIC 9(5)   VALUE ZERO.
       01 MOD-CAP-IN              PIC X      VALUE SPACES.
       01 MOD-OLD-RATE            PIC 999V999 VALUE ZERO.
       01 MOD-OLD-REMAINING       PIC 9(5)   VALUE ZERO.
       01 MOD-OLD-PAYMENT         PIC 9(9)V99 VALUE ZERO.
       01 MOD-NEW-RATE            PIC 999V999 VALUE ZERO.
       01 MOD-NEW-REMAINING       PIC 9(5)   VALUE ZERO.
       01 MOD-NEW-PAYMENT         PIC 9(9)V99 VALUE ZERO.
       01 MOD-BALANCE-BEFORE      PIC 9(9)V99 VALUE ZERO.
       01 MOD-CAP-INTEREST        PIC 9(7)V99 VALUE ZERO.
       01 MOD-CAP-FEES            PIC 9(7)V99 VALUE ZERO.
       01 MOD-CAP-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 MOD-LAST-SEQUENCE       PIC 9(3)   VALUE ZERO.
       01 MOD-SCAN-FLAG           PIC X      VALUE 'N'.
       01 MOD-WRITE-FLAG          PIC X      VALUE 'N'.
       01 MOD-RATE-D              PIC ZZZ.999 VALUE ZERO.
       01 MOD-REMAINING-D         PIC Z(4)9  VALUE ZERO.
       01 MOD-PAYMENT-D           PIC Z(8)9.99 VALUE ZERO.
       01 MOD-BALANCE-D           PIC Z(8)9.99 VALUE ZERO.
       01 ACH-ENROLLMENT-STATUS   PIC XX     VALUE '00'.
       01 ACH-OUT-STATUS          PIC XX     VALUE '00'.
       01 ACH-TRAN-STATUS         PIC XX     VALUE '00'.
       01 ACH-RETURN-STATUS       PIC XX     VALUE '00'.
       01 ACH-ACTION-IN           PIC X      VALUE SPACES.
       01 ACH-DATE-IN             PIC X(10)  VALUE SPACES.
       01 ACH-FIELD-IN            PIC X(20)  VALUE SPACES.
       01 ACH-EOF-FLAG            PIC X      VALUE 'N'.
       01 ACH-OK-FLAG             PIC X      VALUE 'N'.
       01 ACH-PRIOR-ERROR         PIC X(40)  VALUE SPACES.
       01 ACH-PRIOR-BATCH-ID      PIC X(12)  VALUE SPACES.
       01 ACH-POST-FLAG           PIC X      VALUE 'N'.
       01 ACH-FOUND-FLAG          PIC X      VALUE 'N'.
       01 ACH-BATCH-OPEN-FLAG     PIC X      VALUE 'N'.
       01 ACH-COMPANY-NAME        PIC X(16)  VALUE 'SERGIOS ANNUITY'.
       01 ACH-COMPANY-ID          PIC X(10)  VALUE '1000000000'.
       01 ACH-ORIGIN-DFI          PIC X(8)   VALUE '00000000'.
       01 ACH-IMMEDIATE-DEST      PIC X(10)  VALUE ' 000000000'.
       01 ACH-IMMEDIATE-ORIGIN    PIC X(10)  VALUE ' 000000000'.
       01 ACH-DEST-NAME           PIC X(23)  VALUE 'ORIGINATING BANK'.
       01 ACH-RETURN-FEE          PIC 9(3)V99 VALUE 25.00.
       01 ACH-MAX-RETURNS         PIC 9      VALUE 2.
       01 ACH-CYCLE-DATE          PIC 9(8)   VALUE ZERO.
       01 ACH-DRAFT-DATE          PIC 9(8)   VALUE ZERO.
       01 ACH-BATCH-DAY           PIC 99     VALUE ZERO.
       01 ACH-BATCH-NUMBER        PIC 9(7)   VALUE ZERO.
       01 ACH-TRACE-SEQ           PIC 9(7)   VALUE ZERO.
       01 ACH-BATCH-ENTRIES       PIC 9(6)   VALUE ZERO.
       01 ACH-BATCH-HASH          PIC 9(10)  VALUE ZERO.
       01 ACH-BATCH-DEBITS        PIC 9(12)  VALUE ZERO.
       01 ACH-FILE-ENTRIES        PIC 9(8)   VALUE ZERO.
       01 ACH-FILE-HASH           PIC 9(10)  VALUE ZERO.
       01 ACH-FILE-DEBITS         PIC 9(12)  VALUE ZERO.
       01 ACH-FILE-BATCHES        PIC 9(6)   VALUE ZERO.
       01 ACH-FILE-RECORDS        PIC 9(8)   VALUE ZERO.
       01 ACH-ROUTING-HASH        PIC 9(8)   VALUE ZERO.
       01 ACH-CHECK-SUM           PIC 9(4)   VALUE ZERO.
       01 ACH-ROUTING-WORK        PIC X(9)   VALUE SPACES.
       01 ACH-ROUTING-DIGITS REDEFINES ACH-ROUTING-WORK.
           05 ACH-ROUTING-DIGIT OCCURS 9 TIMES PIC 9.
       01 ACH-NEW-ROUTING         PIC X(9)   VALUE SPACES.
       01 ACH-NEW-ACCOUNT         PIC X(17)  VALUE SPACES.
       01 ACH-NEW-TYPE            PIC X      VALUE SPACES.
       01 ACH-NEW-DAY             PIC 99     VALUE ZERO.
       01 ACH-CREATE-DATE         PIC 9(8)   VALUE ZERO.
       01 ACH-CREATE-TIME         PIC 9(8)   VALUE ZERO.
       01 ACH-TRAN-BATCH-ID       PIC X(12)  VALUE SPACES.
       01 ACH-DRAFT-COUNT         PIC 9(7)   VALUE ZERO.
       01 ACH-DRAFT-COUNT-D       PIC Z(6)9  VALUE ZERO.
       01 ACH-DRAFT-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 ACH-DRAFT-TOTAL-D       PIC Z(12)9.99 VALUE ZERO.
       01 ACH-RETURN-COUNT        PIC 9(7)   VALUE ZERO.
       01 ACH-RETURN-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 ACH-CANCEL-COUNT        PIC 9(7)   VALUE ZERO.
       01 ACH-CANCEL-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 ACH-FEE-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 ACH-FEE-TOTAL-D         PIC Z(8)9.99 VALUE ZERO.
       01 ACH-RETURN-REJECTS      PIC 9(6)   VALUE ZERO.
       01 ACH-RETURN-NOTE         PIC X(30)  VALUE SPACES.
       01 ACH-RETURN-FEE-D        PIC ZZ9.99 VALUE ZERO.
       01 CREDIT-BUREAU-STATUS    PIC XX     VALUE '00'.
       01 CRB-DATE-IN             PIC X(10)  VALUE SPACES.
       01 CRB-ACTIVITY-DATE       PIC 9(8)   VALUE ZERO.
       01 CRB-ACTIVITY-YYMM       PIC 9(6)   VALUE ZERO.
       01 CRB-AUDIT-YYMM          PIC 9(6)   VALUE ZERO.
       01 CRB-REPORTER-ID         PIC X(10)  VALUE '0000000000'.
       01 CRB-REPORTER-NAME       PIC X(30)  VALUE 'SERGIOS ANNUITY'.
       01 CRB-EOF-FLAG            PIC X      VALUE 'N'.
       01 CRB-EXCLUDE-REASON      PIC X(30)  VALUE SPACES.
       01 CRB-READ-COUNT          PIC 9(7)   VALUE ZERO.
       01 CRB-READ-COUNT-D        PIC Z(6)9  VALUE ZERO.
       01 CRB-SEGMENT-COUNT       PIC 9(7)   VALUE ZERO.
       01 CRB-SEGMENT-COUNT-D     PIC Z(6)9  VALUE ZERO.
       01 CRB-DELETE-COUNT        PIC 9(7)   VALUE ZERO.
       01 CRB-DELETE-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 CRB-EXCLUDED-COUNT      PIC 9(7)   VALUE ZERO.
       01 CRB-EXCLUDED-COUNT-D    PIC Z(6)9  VALUE ZERO.
       01 CRB-BALANCE-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01 CRB-BALANCE-TOTAL-D     PIC Z(12)9.99 VALUE ZERO.
       01 CRB-STATUS-CODES.
           05 FILLER                PIC XX     VALUE '11'.
           05 FILLER                PIC XX     VALUE '71'.
           05 FILLER                PIC XX     VALUE '78'.
           05 FILLER                PIC XX     VALUE '80'.
           05 FILLER                PIC XX     VALUE '82'.
       01 CRB-STATUS-TABLE REDEFINES CRB-STATUS-CODES.
           05 CRB-BAND-STATUS OCCURS 5 TIMES PIC XX.
       01 CRB-HEADER-RECORD.
           05 FILLER                PIC X(6)   VALUE 'HEADER'.
           05 CBH-REPORTER-ID       PIC X(10).
           05 CBH-REPORTER-NAME     PIC X(30).
           05 CBH-ACTIVITY-DATE     PIC 9(8).
           05 CBH-CREATED-DATE      PIC 9(8).
           05 FILLER                PIC X(188) VALUE SPACES.
       01 CRB-BASE-SEGMENT.
           05 FILLER                PIC X(6)   VALUE 'BASE'.
           05 CBS-LOAN-ID           PIC X(6).
           05 CBS-BORROWER-ID       PIC X(10).
           05 CBS-ACCOUNT-STATUS    PIC XX.
           05 CBS-DPD-BUCKET        PIC 9.
           05 CBS-DAYS-PAST-DUE     PIC 9(5).
           05 CBS-DATE-OPENED       PIC 9(8).
           05 CBS-ORIGINAL-AMOUNT   PIC 9(9)V99.
           05 CBS-SCHEDULED-PAYMENT PIC 9(9)V99.
           05 CBS-ACTUAL-BALANCE    PIC 9(9)V99.
           05 CBS-LAST-PAID-DATE    PIC 9(8).
           05 CBS-CHARGE-OFF-AMOUNT PIC 9(9)V99.
           05 CBS-NAME              PIC X(30).
           05 CBS-ADDR-LINE-1       PIC X(30).
           05 CBS-ADDR-LINE-2       PIC X(30).
           05 CBS-CITY              PIC X(20).
           05 CBS-STATE             PIC XX.
           05 CBS-ZIP               PIC X(10).
           05 FILLER                PIC X(38)  VALUE SPACES.
       01 CRB-TRAILER-RECORD.
           05 FILLER                PIC X(6)   VALUE 'TRAILR'.
           05 CBT-REPORTER-ID       PIC X(10).
           05 CBT-ACTIVITY-DATE     PIC 9(8).
           05 CBT-SEGMENT-COUNT     PIC 9(9).
           05 CBT-DELETE-COUNT      PIC 9(9).
           05 CBT-BALANCE-TOTAL     PIC 9(13)V99.
           05 FILLER                PIC X(193) VALUE SPACES.
       01 PAYBATCH-STATUS         PIC XX     VALUE '00'.
       01 PAYBATCH-SOURCE         PIC X(7)   VALUE SPACES.
       01 PAYBATCH-OPEN-STATUS    PIC XX     VALUE '00'.
       01 PAYBATCH-ID             PIC X(12)  VALUE SPACES.
       01 PAYBATCH-DATE           PIC 9(8)   VALUE ZERO.
       01 PAYBATCH-COUNT          PIC 9(6)   VALUE ZERO.
       01 PAYBATCH-COUNT-D        PIC Z(5)9  VALUE ZERO.
       01 PAYBATCH-HASH           PIC 9(11)V99 VALUE ZERO.
       01 PAYBATCH-HASH-D         PIC Z(10)9.99 VALUE ZERO.
       01 PAYBATCH-TRL-COUNT-D    PIC Z(5)9  VALUE ZERO.
       01 PAYBATCH-TRL-HASH-D     PIC Z(10)9.99 VALUE ZERO.
       01 PAYBATCH-TRAILER-FLAG   PIC X      VALUE 'N'.
       01 PAYBATCH-ERROR          PIC X(40)  VALUE SPACES.
       01 PAYBATCH-REDRIVE-FLAG   PIC X      VALUE 'N'.
       01 DUP-FOUND-FLAG          PIC X      VALUE 'N'.
       01 ACH-FILE-HEADER.
           05 FILLER                PIC X      VALUE '1'.
           05 FILLER                PIC XX     VALUE '01'.
           05 AFH-IMMEDIATE-DEST    PIC X(10).
           05 AFH-IMMEDIATE-ORIGIN  PIC X(10).
           05 AFH-CREATE-DATE       PIC 9(6).
           05 AFH-CREATE-TIME       PIC 9(4).
           05 FILLER                PIC X      VALUE 'A'.
           05 FILLER                PIC X(3)   VALUE '094'.
           05 FILLER                PIC XX     VALUE '10'.
           05 FILLER                PIC X      VALUE '1'.
           05 AFH-DEST-NAME         PIC X(23).
           05 AFH-ORIGIN-NAME       PIC X(23).
           05 FILLER                PIC X(8)   VALUE SPACES.
       01 ACH-BATCH-HEADER.
           05 FILLER                PIC X      VALUE '5'.
           05 FILLER                PIC X(3)   VALUE '225'.
           05 ABH-COMPANY-NAME      PIC X(16).
           05 FILLER                PIC X(20)  VALUE SPACES.
           05 ABH-COMPANY-ID        PIC X(10).
           05 FILLER                PIC X(3)   VALUE 'PPD'.
           05 FILLER                PIC X(10)  VALUE 'LOAN PMT'.
           05 ABH-DESCRIPTIVE-DATE  PIC 9(6).
           05 ABH-EFFECTIVE-DATE    PIC 9(6).
           05 FILLER                PIC X(3)   VALUE SPACES.
           05 FILLER                PIC X      VALUE '1'.
           05 ABH-ORIGIN-DFI        PIC X(8).
           05 ABH-BATCH-NUMBER      PIC 9(7).
       01 ACH-ENTRY-DETAIL.
           05 FILLER                PIC X      VALUE '6'.
           05 AED-TRAN-CODE         PIC XX.
           05 AED-ROUTING           PIC X(9).
           05 AED-ACCOUNT           PIC X(17).
           05 AED-AMOUNT            PIC 9(10).
           05 AED-INDIVIDUAL-ID     PIC X(15).
           05 AED-INDIVIDUAL-NAME   PIC X(22).
           05 FILLER                PIC XX     VALUE SPACES.
           05 FILLER                PIC X      VALUE '0'.
           05 AED-TRACE-DFI         PIC X(8).
           05 AED-TRACE-SEQ         PIC 9(7).
       01 ACH-BATCH-CONTROL.
           05 FILLER                PIC X      VALUE '8'.
           05 FILLER                PIC X(3)   VALUE '225'.
           05 ABC-ENTRY-COUNT       PIC 9(6).
           05 ABC-ENTRY-HASH        PIC 9(10).
           05 ABC-DEBIT-TOTAL       PIC 9(12).
           05 ABC-CREDIT-TOTAL      PIC 9(12)  VALUE ZERO.
           05 ABC-COMPANY-ID        PIC X(10).
           05 FILLER                PIC X(25)  VALUE SPACES.
           05 ABC-ORIGIN-DFI        PIC X(8).
           05 ABC-BATCH-NUMBER      PIC 9(7).
       01 ACH-FILE-CONTROL.
           05 FILLER                PIC X      VALUE '9'.
           05 AFC-BATCH-COUNT       PIC 9(6).
           05 AFC-BLOCK-COUNT       PIC 9(6).
           05 AFC-ENTRY-COUNT       PIC 9(8).
           05 AFC-ENTRY-HASH        PIC 9(10).
           05 AFC-DEBIT-TOTAL       PIC 9(12).
           05 AFC-CREDIT-TOTAL      PIC 9(12)  VALUE ZERO.
           05 FILLER                PIC X(39)  VALUE SPACES.
       01 ACH-BLOCK-FILLER        PIC X(94)  VALUE ALL '9'.
       01 LOAN-SNAPSHOT-STATUS    PIC XX     VALUE '00'.
       01 SNAP-DATE-IN            PIC X(10)  VALUE SPACES.
       01 SNAP-CLOSE-DATE         PIC 9(8)   VALUE ZERO.
       01 SNAP-PRIOR-DATE         PIC 9(8)   VALUE ZERO.
       01 SNAP-PRIOR-STAMP        PIC 9(16)  VALUE ZERO.
       01 SNAP-ENTRY-STAMP        PIC 9(16)  VALUE ZERO.
       01 SNAP-TAKEN-DATE         PIC 9(8)   VALUE ZERO.
       01 SNAP-TAKEN-TIME         PIC 9(8)   VALUE ZERO.
       01 SNAP-ON-FILE-FLAG       PIC X      VALUE 'N'.
       01 SNAP-EOF-FLAG           PIC X      VALUE 'N'.
       01 SNAP-SCAN-FLAG          PIC X      VALUE 'N'.
       01 SNAP-PRIOR-LOAN         PIC X(6)   VALUE SPACES.
       01 SNAP-PRIOR-BALANCE      PIC 9(9)V99 VALUE ZERO.
       01 SNAP-PRIOR-STATUS       PIC X      VALUE SPACE.
       01 SNAP-CURR-LOAN          PIC X(6)   VALUE SPACES.
       01 SNAP-LN-BEGIN           PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-BOOKED          PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-COLLECTED       PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-REVERSED        PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-CAPITALIZED     PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-CHARGED-OFF     PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-EXPECTED        PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-DIFF            PIC S9(11)V99 VALUE ZERO.
       01 SNAP-LN-EXPECTED-D      PIC -(10)9.99 VALUE ZERO.
       01 SNAP-LN-DIFF-D          PIC -(10)9.99 VALUE ZERO.
       01 SNAP-TOT-BEGIN          PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-BOOKED         PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-COLLECTED      PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-REVERSED       PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-CAPITALIZED    PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-CHARGED-OFF    PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-REMOVED        PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-COMPUTED       PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-ENDING         PIC S9(13)V99 VALUE ZERO.
       01 SNAP-TOT-DIFF           PIC S9(13)V99 VALUE ZERO.
       01 SNAP-AMOUNT-D           PIC -(12)9.99 VALUE ZERO.
       01 SNAP-LOAN-COUNT         PIC 9(7)   VALUE ZERO.
       01 SNAP-LOAN-COUNT-D       PIC Z(6)9  VALUE ZERO.
       01 SNAP-NEW-COUNT          PIC 9(7)   VALUE ZERO.
       01 SNAP-NEW-COUNT-D        PIC Z(6)9  VALUE ZERO.
       01 SNAP-REMOVED-COUNT      PIC 9(7)   VALUE ZERO.
       01 SNAP-REMOVED-COUNT-D    PIC Z(6)9  VALUE ZERO.
       01 SNAP-EXCEPTION-COUNT    PIC 9(7)   VALUE ZERO.
       01 SNAP-EXCEPTION-COUNT-D  PIC Z(6)9  VALUE ZERO.
       01 ARCHIVE-MASTER-STATUS   PIC XX     VALUE '00'.
       01 ARCHIVE-HISTORY-STATUS  PIC XX     VALUE '00'.
       01 ARC-RETENTION-DAYS      PIC 9(4)   VALUE 365.
       01 ARC-RETENTION-DAYS-D    PIC Z(3)9  VALUE ZERO.
       01 ARC-DATE-IN             PIC X(10)  VALUE SPACES.
       01 ARC-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01 ARC-RUN-INT             PIC 9(7)   VALUE ZERO.
       01 ARC-CLOSED-INT          PIC 9(7)   VALUE ZERO.
       01 ARC-DAYS-CLOSED         PIC S9(7)  VALUE ZERO.
       01 ARC-TIME                PIC 9(8)   VALUE ZERO.
       01 ARC-DATE-OK-FLAG        PIC X      VALUE 'N'.
       01 ARC-EOF-FLAG            PIC X      VALUE 'N'.
       01 ARC-FOUND-FLAG          PIC X      VALUE 'N'.
       01 ARC-LOAN-ID             PIC X(6)   VALUE SPACES.
       01 ARC-FOUND-DATE          PIC 9(8)   VALUE ZERO.
       01 ARC-FOUND-IMAGE         PIC X(259) VALUE SPACES.
       01 ARC-READ-COUNT          PIC 9(7)   VALUE ZERO.
       01 ARC-READ-COUNT-D        PIC Z(6)9  VALUE ZERO.
       01 ARC-CLOSED-COUNT        PIC 9(7)   VALUE ZERO.
       01 ARC-CLOSED-COUNT-D      PIC Z(6)9  VALUE ZERO.
       01 ARC-ARCHIVED-COUNT      PIC 9(7)   VALUE ZERO.
       01 ARC-ARCHIVED-COUNT-D    PIC Z(6)9  VALUE ZERO.
       01 ARC-RETAINED-COUNT      PIC 9(7)   VALUE ZERO.
       01 ARC-RETAINED-COUNT-D    PIC Z(6)9  VALUE ZERO.
       01 ARC-NO-DATE-COUNT       PIC 9(7)   VALUE ZERO.
       01 ARC-NO-DATE-COUNT-D     PIC Z(6)9  VALUE ZERO.
       01 ARC-LOAN-HISTORY        PIC 9(5)   VALUE ZERO.
       01 ARC-LOAN-HISTORY-D      PIC Z(4)9  VALUE ZERO.
       01 ARC-HISTORY-TOTAL       PIC 9(9)   VALUE ZERO.
       01 ARC-HISTORY-TOTAL-D     PIC Z(8)9  VALUE ZERO.
       01 ARC-ORIGINAL-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01 ARC-ORIGINAL-TOTAL-D    PIC Z(12)9.99 VALUE ZERO.
       01 ARC-BALANCE-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01 ARC-BALANCE-TOTAL-D     PIC Z(12)9.99 VALUE ZERO.
       01 ARC-ESCROW-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01 ARC-ESCROW-TOTAL-D      PIC -(13)9.99 VALUE ZERO.
       01 OPERATOR-SECURITY-STATUS PIC XX    VALUE '00'.
       01 OPER-SIGNON-ID          PIC X(8)   VALUE SPACES.
       01 OPER-SIGNON-ROLE        PIC X      VALUE SPACE.
       01 OPER-MENU-CODE          PIC X      VALUE SPACE.
       01 OPER-ACCESS-FLAG        PIC X      VALUE 'Y'.
       01 OPER-ACTION-IN          PIC X      VALUE SPACE.
       01 OPER-ID-IN              PIC X(8)   VALUE SPACES.
       01 OPER-NAME-IN            PIC X(30)  VALUE SPACES.
       01 OPER-ROLE-IN            PIC X      VALUE SPACE.
       01 OPER-EOF-FLAG           PIC X      VALUE 'N'.
       01 OPER-COUNT              PIC 9(5)   VALUE ZERO.
       01 OPER-COUNT-D            PIC Z(4)9  VALUE ZERO.
       01 PENDING-CHANGE-STATUS   PIC XX     VALUE '00'.
       01 PEND-ACTION-IN          PIC X      VALUE SPACE.
       01 PEND-DECISION-IN        PIC X      VALUE SPACE.
       01 PEND-EOF-FLAG           PIC X      VALUE 'N'.
       01 PEND-APPLIED-FLAG       PIC X      VALUE 'N'.
       01 PEND-JOURNAL-FLAG       PIC X      VALUE 'N'.
       01 PEND-NOTE               PIC X(30)  VALUE SPACES.
       01 PEND-AS-OF-DATE         PIC 9(8)   VALUE ZERO.
       01 PEND-AS-OF-INT          PIC 9(7)   VALUE ZERO.
       01 PEND-AGE-DAYS           PIC S9(5)  VALUE ZERO.
       01 PEND-AGE-DAYS-D         PIC -(4)9  VALUE ZERO.
       01 PEND-RATE-D             PIC ZZ9.999 VALUE ZERO.
       01 PEND-ESCROW-D           PIC Z(6)9.99 VALUE ZERO.
       01 PEND-WAITING-COUNT      PIC 9(5)   VALUE ZERO.
       01 PEND-WAITING-COUNT-D    PIC Z(4)9  VALUE ZERO.
       01 PEND-APPROVED-COUNT     PIC 9(5)   VALUE ZERO.
       01 PEND-APPROVED-COUNT-D   PIC Z(4)9  VALUE ZERO.
       01 PEND-REJECTED-COUNT     PIC 9(5)   VALUE ZERO.
       01 PEND-REJECTED-COUNT-D   PIC Z(4)9  VALUE ZERO.
       01 PEND-AGE-BANDS.
           05 PEND-AGE-BAND OCCURS 4 TIMES PIC 9(5) VALUE ZERO.
       01 PEND-BAND-IDX           PIC 9      VALUE ZERO.
       01 PEND-BAND-D             PIC Z(4)9  VALUE ZERO.
       01 PEND-BAND-LABELS.
           05 FILLER              PIC X(12)  VALUE '0-1 DAYS'.
           05 FILLER              PIC X(12)  VALUE '2-3 DAYS'.
           05 FILLER              PIC X(12)  VALUE '4-7 DAYS'.
           05 FILLER              PIC X(12)  VALUE 'OVER 7 DAYS'.
       01 PEND-BAND-TABLE REDEFINES PEND-BAND-LABELS.
           05 PEND-BAND-LABEL OCCURS 4 TIMES PIC X(12).
       01 STRAT-STATUS-BANDS.
           05 STRAT-STATUS-BAND OCCURS 6 TIMES.
              10 SSB-COUNT           PIC 9(7)   VALUE ZERO.
              10 SSB-AMT             PIC 9(13)V99 VALUE ZERO.
       01 STRAT-CHG-AMT           PIC 9(13)V99 VALUE ZERO.
       01 STRAT-RECOVERY-AMT      PIC 9(13)V99 VALUE ZERO.
       01 STRAT-RECOVERY-AMT-D    PIC Z(12)9.99 VALUE ZERO.
       PROCEDURE DIVISION.
      *    MOVE 10000 TO TOTAL-LOAN
      *    MOVE 5.0 TO INTEREST-RATE
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-BORROWER-MASTER
           PERFORM OPEN-PAYMENT-HISTORY
           PERFORM OPEN-LOAN-MODIFICATION
           IF RUN-MODE = 'B'
              PERFORM LOAD-CHECKPOINT
              PERFORM START-RUN-CONTROL
              PERFORM OPEN-REPORT-FILES
              PERFORM BATCH-PROCESS-LOAN-REQUESTS
           ELSE
           IF RUN-MODE = 'J'
              PERFORM RUN-JOB-STREAM
           ELSE
              PERFORM OPERATOR-SIGNON
              DISPLAY 'New loan, lookup, compare terms, post '
              'payments, maintain, borrower, payoff quote, '
              'statements, stratification, delinquency aging, '
              'payment history, billing notices, escrow '
              'analysis, verification, rate-reset notices, or '
              'non-accrual/charge-off, ACH auto-debit, credit '
              'bureau extract, month-end close, archive closed '
              'loans, pending changes, or operator maintenance '
              '(N/L/C/P/M/B/Q/Y/S/D/H/I/E/V/R/W/A/K/X/Z/U/O): '
              ACCEPT RUN-ACTION
              PERFORM CHECK-MENU-ACCESS
              EVALUATE RUN-ACTION
                 WHEN LOW-VALUE
                    CONTINUE
                 WHEN 'U'
                 WHEN 'u'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM PENDING-CHANGE-MENU
                 WHEN 'O'
                 WHEN 'o'
                    PERFORM OPERATOR-MENU
                 WHEN 'Z'
                 WHEN 'z'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM ARCHIVE-RUN
                 WHEN 'X'
                 WHEN 'x'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM MONTH-END-CLOSE
                 WHEN 'K'
                 WHEN 'k'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM CREDIT-BUREAU-RUN
                 WHEN 'A'
                 WHEN 'a'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM ACH-MENU
                 WHEN 'W'
                 WHEN 'w'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM NONACCRUAL-MENU
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM OPEN-REPORT-FILES
                    PERFORM SAVE-LOAN-MASTER
              END-EVALUATE
           END-IF
           END-IF
           CLOSE PRINT-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE LOAN-MODIFICATION-FILE

           GOBACK.

       OPEN-REPORT-FILES.
           IF RESTART-SKIP-COUNT > ZERO OR JOB-RESUME-FLAG = 'Y'
              OPEN EXTEND PRINT-FILE
              OPEN EXTEND GL-INTERFACE-FILE
           ELSE
              OPEN I-O PAYMENT-HISTORY-FILE
           END-IF.

       OPEN-LOAN-MODIFICATION.
           OPEN I-O LOAN-MODIFICATION-FILE
           IF LOAN-MODIFICATION-STATUS = '35'
              OPEN OUTPUT LOAN-MODIFICATION-FILE
              CLOSE LOAN-MODIFICATION-FILE
              OPEN I-O LOAN-MODIFICATION-FILE
           END-IF.

       GET-BORROWER-REF.
           PERFORM UNTIL INPUT-FLAG = 'Y'
              DISPLAY 'Enter the borrower reference: '
           EVALUATE BORROWER-ACTION
              WHEN 'A'
              WHEN 'a'
                 IF OPER-SIGNON-ROLE = 'R'
                    DISPLAY 'Borrower add is not available to '
                    'read-only operators'
                 ELSE
                    PERFORM ADD-BORROWER
                 END-IF
              WHEN 'I'
              WHEN 'i'
                 PERFORM BORROWER-INQUIRY
           MOVE LOOKUP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 PERFORM LOOKUP-ARCHIVED-LOAN
              NOT INVALID KEY
                 PERFORM DISPLAY-LOAN-DETAIL
           END-READ.

       DISPLAY-LOAN-DETAIL.
           DISPLAY 'Loan ID: ' LM-LOAN-ID
           ' Borrower: ' LM-BORROWER-REF
           DISPLAY 'Amount: ' LM-TOTAL-LOAN
           ' Rate: ' LM-INTEREST-RATE
           ' Years: ' LM-YEARS
           ' Frequency: ' LM-FREQUENCY
           DISPLAY 'Originated: ' LM-ORIGINATION-DATE
           MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
           DISPLAY 'Actual balance: $' ACTUAL-BALANCE-D
           ' Last paid: ' LM-LAST-PAID-DATE
           ' Paid to period: ' LM-PAID-TO-PERIOD
           MOVE LM-ESCROW-BALANCE TO ESCROW-BALANCE-D
           MOVE LM-ESCROW-PAYMENT TO ESCROW-PAYMENT-D
           DISPLAY 'Escrow balance: $' ESCROW-BALANCE-D
           ' Periodic escrow: $' ESCROW-PAYMENT-D
           MOVE LM-FEES-DUE TO FEES-DUE-D
           MOVE LM-INTEREST-DUE TO INTEREST-DUE-D
           DISPLAY 'Fees due: $' FEES-DUE-D
           ' Interest due: $' INTEREST-DUE-D
           DISPLAY 'Status: ' LM-STATUS
           IF LM-STATUS = 'C'
              DISPLAY 'Closed ' LM-CLOSED-DATE
           END-IF
           IF LM-STATUS = 'N'
              DISPLAY 'Non-accrual since ' LM-NONACCRUAL-DATE
           END-IF
           IF LM-STATUS = 'W'
              MOVE LM-CHARGE-OFF-AMOUNT TO CHARGE-OFF-AMOUNT-D
              MOVE LM-RECOVERY-AMOUNT TO RECOVERY-AMOUNT-D
              DISPLAY 'Charged off ' LM-CHARGE-OFF-DATE
              ' amount $' CHARGE-OFF-AMOUNT-D
              ' recovered $' RECOVERY-AMOUNT-D
           END-IF
           IF LM-MOD-COUNT > ZERO
              MOVE LM-MOD-RATE TO MOD-RATE-D
              MOVE LM-MOD-REMAINING TO MOD-REMAINING-D
              MOVE LM-MOD-BALANCE TO MOD-BALANCE-D
              DISPLAY 'Modified ' LM-MOD-COUNT ' time(s) - '
              'from period ' LM-MOD-PERIOD ' balance $'
              MOD-BALANCE-D ' rate ' MOD-RATE-D
              ' remaining periods ' MOD-REMAINING-D
           END-IF.

       LOOKUP-ARCHIVED-LOAN.
           PERFORM FIND-ARCHIVED-LOAN
           IF ARC-FOUND-FLAG = 'Y'
              MOVE ARC-FOUND-IMAGE TO LM-RECORD
              DISPLAY 'Loan ' LOOKUP-LOAN-ID ' is archived - moved '
              'to ARCHMAS on ' ARC-FOUND-DATE
              PERFORM DISPLAY-LOAN-DETAIL
           ELSE
              DISPLAY 'No loan found for ID ' LOOKUP-LOAN-ID
           END-IF.

       FIND-ARCHIVED-LOAN.
           MOVE 'N' TO ARC-FOUND-FLAG
           OPEN INPUT ARCHIVE-MASTER-FILE
           IF ARCHIVE-MASTER-STATUS = '00'
              MOVE LOOKUP-LOAN-ID TO AM-LOAN-ID
              MOVE ZERO TO AM-ARCHIVE-DATE
              MOVE 'Y' TO ARC-EOF-FLAG
              START ARCHIVE-MASTER-FILE KEY >= AM-KEY
                 INVALID KEY
                    MOVE 'Y' TO ARC-EOF-FLAG
                 NOT INVALID KEY
                    MOVE 'N' TO ARC-EOF-FLAG
              END-START
              PERFORM UNTIL ARC-EOF-FLAG = 'Y'
                 READ ARCHIVE-MASTER-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO ARC-EOF-FLAG
                    NOT AT END
                       IF AM-LOAN-ID = LOOKUP-LOAN-ID
                          MOVE 'Y' TO ARC-FOUND-FLAG
                          MOVE AM-ARCHIVE-DATE TO ARC-FOUND-DATE
                          MOVE AM-LOAN-IMAGE TO ARC-FOUND-IMAGE
                       ELSE
                          MOVE 'Y' TO ARC-EOF-FLAG
                       END-IF
                 END-READ
                 IF ARCHIVE-MASTER-STATUS NOT = '00'
                    AND ARCHIVE-MASTER-STATUS NOT = '02'
                    MOVE 'Y' TO ARC-EOF-FLAG
                 END-IF
              END-PERFORM
              CLOSE ARCHIVE-MASTER-FILE
           END-IF.

       SAVE-LOAN-MASTER.
           MOVE CURRENT-LOAN-ID TO LM-LOAN-ID
           MOVE CURRENT-BORROWER-REF TO LM-BORROWER-REF
           END-PERFORM
           MOVE ZERO TO LM-ESCROW-BALANCE
           MOVE ZERO TO LM-ESCROW-PAYMENT
           MOVE ZERO TO LM-FEES-DUE
           MOVE ZERO TO LM-INTEREST-DUE
           MOVE ZERO TO LM-NONACCRUAL-DATE
           MOVE ZERO TO LM-CHARGE-OFF-DATE
           MOVE ZERO TO LM-CHARGE-OFF-AMOUNT
           MOVE ZERO TO LM-RECOVERY-AMOUNT
           MOVE ZERO TO LM-MOD-COUNT
           MOVE ZERO TO LM-MOD-PERIOD
           MOVE ZERO TO LM-MOD-BALANCE
           MOVE ZERO TO LM-MOD-RATE
           MOVE ZERO TO LM-MOD-REMAINING
           MOVE ZERO TO LM-CLOSED-DATE
           MOVE ZERO TO LM-ACCRUED-TO-PERIOD
           WRITE LM-RECORD
              INVALID KEY
                 IF RUN-MODE NOT = 'B' AND OPER-SIGNON-ROLE NOT = 'S'
                    DISPLAY 'Loan ID already exists - no change made'
                 ELSE
                    PERFORM JOURNAL-MASTER-OVERWRITE
                    REWRITE LM-RECORD
                 END-IF
           END-WRITE.

       JOURNAL-MASTER-OVERWRITE.
           IF RUN-MODE = 'B'
              MOVE 'BATCH' TO AUDIT-USER
           ELSE
              MOVE OPER-SIGNON-ID TO AUDIT-USER
           END-IF
           MOVE 'OVR' TO AUDIT-ACTION
           MOVE 'DUPLICATE KEY OVERWRITE' TO AUDIT-REASON
           DISPLAY 'Loan ' LM-LOAN-ID ' borrower ' LM-BORROWER-REF
           ' rate ' LM-INTEREST-RATE ' years ' LM-YEARS
           ' frequency ' LM-FREQUENCY ' status ' LM-STATUS
           DISPLAY 'Maintain - modify, close, delete, or '
           're-amortize loan terms (M/C/D/R): '
           ACCEPT MAINT-ACTION
           IF MAINT-ACTION NOT = 'M' AND MAINT-ACTION NOT = 'm'
              AND MAINT-ACTION NOT = 'C' AND MAINT-ACTION NOT = 'c'
              AND MAINT-ACTION NOT = 'D' AND MAINT-ACTION NOT = 'd'
              AND MAINT-ACTION NOT = 'R' AND MAINT-ACTION NOT = 'r'
              DISPLAY 'No change made'
           ELSE
              MOVE OPER-SIGNON-ID TO AUDIT-USER
              MOVE SPACES TO AUDIT-APPROVER
              DISPLAY 'Enter the reason for the change: '
              ACCEPT AUDIT-REASON
              EVALUATE MAINT-ACTION
                 WHEN 'M'
                 WHEN 'm'
                    PERFORM MODIFY-LOAN-FIELDS
                    IF OPER-SIGNON-ROLE = 'C'
                       MOVE 'M' TO PC-ACTION
                       PERFORM QUEUE-PENDING-CHANGE
                    ELSE
                       PERFORM APPLY-MAINT-MODIFY
                    END-IF
                 WHEN 'C'
                 WHEN 'c'
                    IF LM-STATUS = 'W' OR LM-STATUS = 'C'
                       DISPLAY 'Loan ' LM-LOAN-ID ' status ' LM-STATUS
                       ' cannot be closed - no change made'
                    ELSE
                    IF OPER-SIGNON-ROLE = 'C'
                       MOVE 'C' TO PC-ACTION
                       PERFORM QUEUE-PENDING-CHANGE
                    ELSE
                       PERFORM APPLY-MAINT-CLOSE
                    END-IF
                    END-IF
                 WHEN 'D'
                 WHEN 'd'
                    IF OPER-SIGNON-ROLE = 'C'
                       MOVE 'D' TO PC-ACTION
                       PERFORM QUEUE-PENDING-CHANGE
                    ELSE
                       PERFORM APPLY-MAINT-DELETE
                    END-IF
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM MODIFY-LOAN-TERMS
              END-EVALUATE
           END-IF.

       APPLY-MAINT-MODIFY.
           MOVE 'N' TO PEND-APPLIED-FLAG
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS = '00'
              MOVE 'Y' TO PEND-APPLIED-FLAG
              MOVE 'MOD' TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY 'Loan ' LM-LOAN-ID ' modified'
           ELSE
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
           END-IF.

       APPLY-MAINT-CLOSE.
           MOVE 'N' TO PEND-APPLIED-FLAG
           IF LM-STATUS = 'W' OR LM-STATUS = 'C'
              MOVE 'LOAN STATUS CANNOT BE CLOSED' TO PEND-NOTE
           ELSE
           MOVE 'C' TO LM-STATUS
           ACCEPT LM-CLOSED-DATE FROM DATE YYYYMMDD
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS = '00'
              MOVE 'Y' TO PEND-APPLIED-FLAG
              MOVE 'CLS' TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY 'Loan ' LM-LOAN-ID ' closed'
           ELSE
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
           END-IF
           END-IF.

       APPLY-MAINT-DELETE.
           MOVE 'N' TO PEND-APPLIED-FLAG
           MOVE SPACES TO MAINT-AFTER-IMAGE
           DELETE LOAN-MASTER-FILE RECORD
           IF LOAN-MASTER-STATUS = '00'
              MOVE 'Y' TO PEND-APPLIED-FLAG
              MOVE 'DEL' TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY 'Loan ' LM-LOAN-ID ' deleted'
           ELSE
              DISPLAY 'LOANMAS DELETE ERROR - STATUS '
                 LOAN-MASTER-STATUS
           END-IF.

       MODIFY-LOAN-FIELDS.
           DISPLAY 'Rate and term changes are made with the '
           're-amortize (R) action'
           DISPLAY 'New frequency 1/2/3 (blank to keep '
           LM-FREQUENCY '): '
           ACCEPT MAINT-FIELD-IN
              MOVE MAINT-FIELD-IN(1:10) TO LM-BORROWER-REF
           END-IF.

       MODIFY-LOAN-TERMS.
           IF LM-STATUS NOT = 'A' AND LM-STATUS NOT = 'D'
              AND LM-STATUS NOT = 'N'
              DISPLAY 'Loan ' LM-LOAN-ID ' status ' LM-STATUS
              ' cannot be modified - no change made'
           ELSE
           IF LM-MOD-COUNT >= 999
              DISPLAY 'Loan ' LM-LOAN-ID ' has reached the '
              'modification limit - no change made'
           ELSE
              PERFORM SET-MODIFICATION-BASELINE
              MOVE MOD-OLD-RATE TO MOD-RATE-D
              MOVE MOD-OLD-REMAINING TO MOD-REMAINING-D
              MOVE MOD-OLD-PAYMENT TO MOD-PAYMENT-D
              MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
              DISPLAY 'Current rate ' MOD-RATE-D
              ' remaining periods ' MOD-REMAINING-D
              ' payment $' MOD-PAYMENT-D
              ' balance $' ACTUAL-BALANCE-D
              DISPLAY 'New interest rate % (blank to keep '
              MOD-RATE-D '): '
              ACCEPT MAINT-FIELD-IN
              IF FUNCTION TEST-NUMVAL(MAINT-FIELD-IN) = 0
                 COMPUTE MAINT-FIELD-VALUE =
                 FUNCTION NUMVAL(MAINT-FIELD-IN)
                 IF MAINT-FIELD-VALUE > 0 AND MAINT-FIELD-VALUE <= 100
                    MOVE MAINT-FIELD-VALUE TO MOD-NEW-RATE
                 END-IF
              END-IF
              DISPLAY 'New remaining term in periods (blank to keep '
              MOD-REMAINING-D '): '
              ACCEPT MAINT-FIELD-IN
              IF FUNCTION TEST-NUMVAL(MAINT-FIELD-IN) = 0
                 COMPUTE MAINT-FIELD-VALUE =
                 FUNCTION NUMVAL(MAINT-FIELD-IN)
                 IF MAINT-FIELD-VALUE > 0
                    AND MAINT-FIELD-VALUE < 100000
                    MOVE MAINT-FIELD-VALUE TO MOD-NEW-REMAINING
                 END-IF
              END-IF
              MOVE ZERO TO MOD-CAP-INTEREST
              MOVE ZERO TO MOD-CAP-FEES
              IF LM-INTEREST-DUE > ZERO OR LM-FEES-DUE > ZERO
                 MOVE LM-INTEREST-DUE TO INTEREST-DUE-D
                 MOVE LM-FEES-DUE TO FEES-DUE-D
                 DISPLAY 'Capitalize past-due interest $'
                 INTEREST-DUE-D ' and fees $' FEES-DUE-D
                 ' into principal (Y/N): '
                 ACCEPT MOD-CAP-IN
                 IF MOD-CAP-IN = 'Y' OR MOD-CAP-IN = 'y'
                    MOVE LM-INTEREST-DUE TO MOD-CAP-INTEREST
                    MOVE LM-FEES-DUE TO MOD-CAP-FEES
                 END-IF
              END-IF
              IF MOD-NEW-REMAINING = ZERO
                 DISPLAY 'Remaining term must be greater than zero '
                 '- no change made'
              ELSE
              IF OPER-SIGNON-ROLE = 'C'
                 MOVE 'R' TO PC-ACTION
                 PERFORM QUEUE-PENDING-CHANGE
              ELSE
                 PERFORM APPLY-LOAN-MODIFICATION
              END-IF
              END-IF
           END-IF
           END-IF.

       SET-MODIFICATION-BASELINE.
           MOVE LM-FREQUENCY TO PAYMENT-FREQUENCY
           PERFORM SET-PERIODS-PER-YEAR
           PERFORM COMPUTE-LOAN-TOTAL-PERIODS
           COMPUTE SCHED-TARGET-PERIOD = LM-PAID-TO-PERIOD + 1
           PERFORM WALK-LOAN-SCHEDULE
           MOVE SCHED-EFF-RATE TO MOD-OLD-RATE
           MOVE SCHED-PAYMENT TO MOD-OLD-PAYMENT
           IF LOAN-TOTAL-PERIODS > LM-PAID-TO-PERIOD
              COMPUTE MOD-OLD-REMAINING =
              LOAN-TOTAL-PERIODS - LM-PAID-TO-PERIOD
           ELSE
              MOVE ZERO TO MOD-OLD-REMAINING
           END-IF
           MOVE MOD-OLD-RATE TO MOD-NEW-RATE
           MOVE MOD-OLD-REMAINING TO MOD-NEW-REMAINING.

       APPLY-LOAN-MODIFICATION.
           MOVE LM-ACTUAL-BALANCE TO MOD-BALANCE-BEFORE
           COMPUTE MOD-CAP-TOTAL = MOD-CAP-INTEREST + MOD-CAP-FEES
           ADD 1 TO LM-MOD-COUNT
           COMPUTE LM-MOD-PERIOD = LM-PAID-TO-PERIOD + 1
           ADD MOD-CAP-TOTAL TO LM-ACTUAL-BALANCE
           SUBTRACT MOD-CAP-INTEREST FROM LM-INTEREST-DUE
           SUBTRACT MOD-CAP-FEES FROM LM-FEES-DUE
           MOVE LM-ACTUAL-BALANCE TO LM-MOD-BALANCE
           MOVE MOD-NEW-RATE TO LM-MOD-RATE
           MOVE MOD-NEW-REMAINING TO LM-MOD-REMAINING
           COMPUTE LMRST-RATE-PER-PERIOD =
           LM-MOD-RATE / 100 / PERIODS-PER-YEAR
           COMPUTE MOD-NEW-PAYMENT ROUNDED = LM-MOD-BALANCE *
           FUNCTION ANNUITY(LMRST-RATE-PER-PERIOD, LM-MOD-REMAINING)
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           MOVE 'N' TO PEND-APPLIED-FLAG
           PERFORM WRITE-MODIFICATION-RECORD
           IF MOD-WRITE-FLAG = 'N'
              MOVE 'LOANMOD WRITE FAILED' TO PEND-NOTE
              DISPLAY 'Loan ' LM-LOAN-ID ' not modified'
           ELSE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS = '00'
              MOVE 'Y' TO PEND-APPLIED-FLAG
              IF MOD-CAP-TOTAL > ZERO
                 PERFORM JOURNAL-CAPITALIZATION
              END-IF
              MOVE 'RAM' TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              MOVE LM-MOD-RATE TO MOD-RATE-D
              MOVE LM-MOD-REMAINING TO MOD-REMAINING-D
              MOVE MOD-NEW-PAYMENT TO MOD-PAYMENT-D
              MOVE LM-MOD-BALANCE TO MOD-BALANCE-D
              DISPLAY 'Loan ' LM-LOAN-ID ' re-amortized from period '
              LM-MOD-PERIOD ': balance $' MOD-BALANCE-D
              ' rate ' MOD-RATE-D ' periods ' MOD-REMAINING-D
              ' payment $' MOD-PAYMENT-D
           ELSE
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
              DELETE LOAN-MODIFICATION-FILE RECORD
                 INVALID KEY
                    DISPLAY 'LOANMOD DELETE ERROR - STATUS '
                       LOAN-MODIFICATION-STATUS
              END-DELETE
           END-IF
           END-IF.

       FIND-LAST-MOD-SEQUENCE.
           MOVE ZERO TO MOD-LAST-SEQUENCE
           MOVE LM-LOAN-ID TO MH-LOAN-ID
           MOVE ZERO TO MH-SEQUENCE
           MOVE 'Y' TO MOD-SCAN-FLAG
           START LOAN-MODIFICATION-FILE KEY >= MH-KEY
              INVALID KEY
                 MOVE 'Y' TO MOD-SCAN-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO MOD-SCAN-FLAG
           END-START
           PERFORM UNTIL MOD-SCAN-FLAG = 'Y'
              READ LOAN-MODIFICATION-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO MOD-SCAN-FLAG
                 NOT AT END
                    IF MH-LOAN-ID NOT = LM-LOAN-ID
                       MOVE 'Y' TO MOD-SCAN-FLAG
                    ELSE
                       MOVE MH-SEQUENCE TO MOD-LAST-SEQUENCE
                    END-IF
              END-READ
              IF LOAN-MODIFICATION-STATUS NOT = '00'
                 AND LOAN-MODIFICATION-STATUS NOT = '02'
                 MOVE 'Y' TO MOD-SCAN-FLAG
              END-IF
           END-PERFORM.

       WRITE-MODIFICATION-RECORD.
           MOVE 'N' TO MOD-WRITE-FLAG
           PERFORM FIND-LAST-MOD-SEQUENCE
           IF MOD-LAST-SEQUENCE >= 999
              DISPLAY 'Loan ' LM-LOAN-ID ' has no LOANMOD sequence '
              'numbers left'
           ELSE
              PERFORM BUILD-MODIFICATION-RECORD
           END-IF.

       BUILD-MODIFICATION-RECORD.
           MOVE LM-LOAN-ID TO MH-LOAN-ID
           COMPUTE MH-SEQUENCE = MOD-LAST-SEQUENCE + 1
           ACCEPT MH-ENTERED-DATE FROM DATE YYYYMMDD
           ACCEPT MH-ENTERED-TIME FROM TIME
           MOVE LM-MOD-PERIOD TO MH-EFFECTIVE-PERIOD
           MOVE MOD-BALANCE-BEFORE TO MH-BALANCE-BEFORE
           MOVE MOD-CAP-INTEREST TO MH-CAP-INTEREST
           MOVE MOD-CAP-FEES TO MH-CAP-FEES
           MOVE LM-MOD-BALANCE TO MH-MOD-BALANCE
           MOVE MOD-OLD-RATE TO MH-OLD-RATE
           MOVE MOD-OLD-REMAINING TO MH-OLD-REMAINING
           MOVE MOD-OLD-PAYMENT TO MH-OLD-PAYMENT
           MOVE LM-MOD-RATE TO MH-NEW-RATE
           MOVE LM-MOD-REMAINING TO MH-NEW-REMAINING
           MOVE MOD-NEW-PAYMENT TO MH-NEW-PAYMENT
           MOVE AUDIT-USER TO MH-USER
           MOVE AUDIT-REASON TO MH-REASON
           WRITE MH-RECORD
              INVALID KEY
                 DISPLAY 'LOANMOD WRITE ERROR - STATUS '
                    LOAN-MODIFICATION-STATUS
              NOT INVALID KEY
                 MOVE 'Y' TO MOD-WRITE-FLAG
           END-WRITE.

       JOURNAL-CAPITALIZATION.
           IF PEND-JOURNAL-FLAG = 'S'
              PERFORM OPEN-PAYMENT-JOURNAL
              MOVE 'O' TO PEND-JOURNAL-FLAG
           ELSE
           IF PEND-JOURNAL-FLAG = 'N'
              PERFORM OPEN-PAYMENT-JOURNAL
           END-IF
           END-IF
           MOVE LM-LOAN-ID TO PT-LOAN-ID
           MOVE 'M' TO PT-TYPE
           MOVE 'LOAN-PRIN' TO JRN-ACCOUNT
           MOVE 'DR' TO JRN-DRCR
           MOVE MOD-CAP-TOTAL TO JRN-AMOUNT
           PERFORM WRITE-JOURNAL-ROW
           MOVE 'CR' TO JRN-DRCR
           IF MOD-CAP-INTEREST > ZERO
              MOVE 'LOAN-INT' TO JRN-ACCOUNT
              MOVE MOD-CAP-INTEREST TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           IF MOD-CAP-FEES > ZERO
              MOVE 'LOAN-FEES' TO JRN-ACCOUNT
              MOVE MOD-CAP-FEES TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           IF PEND-JOURNAL-FLAG = 'N'
              PERFORM CLOSE-PAYMENT-JOURNAL
           END-IF.

       COMPUTE-LOAN-TOTAL-PERIODS.
           IF LM-MOD-COUNT IS NUMERIC AND LM-MOD-COUNT > ZERO
              COMPUTE LOAN-TOTAL-PERIODS =
              LM-MOD-PERIOD - 1 + LM-MOD-REMAINING
           ELSE
              COMPUTE LOAN-TOTAL-PERIODS = LM-YEARS * PERIODS-PER-YEAR
           END-IF.

       APPLY-LM-MODIFICATION.
           IF LM-MOD-COUNT IS NUMERIC AND LM-MOD-COUNT > ZERO
              AND LMRST-PERIOD + 1 = LM-MOD-PERIOD
              MOVE LM-MOD-BALANCE TO LMRST-BALANCE
              MOVE LM-MOD-RATE TO LMRST-RATE
              COMPUTE LMRST-RATE-PER-PERIOD =
              LM-MOD-RATE / 100 / PERIODS-PER-YEAR
              COMPUTE LMRST-PAYMENT ROUNDED =
              LMRST-BALANCE *
              FUNCTION ANNUITY(LMRST-RATE-PER-PERIOD,
              LM-MOD-REMAINING)
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
           MOVE AUDIT-REASON TO AUD-REASON
           MOVE MAINT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MAINT-AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE AUDIT-APPROVER TO AUD-APPROVER
           WRITE AUD-RECORD
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'LOANAUD WRITE ERROR - STATUS ' AUDIT-FILE-STATUS
              STOP RUN
           END-IF
           MOVE SPACES TO AUDIT-APPROVER
           CLOSE AUDIT-FILE.

       POST-PAYMENTS.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-OPTION TO POST-SOURCE-IN
           ELSE
              DISPLAY 'Post from PAYTRAN, post ACH drafts from '
              'ACHTRAN, or re-drive suspense (P/A/S): '
              ACCEPT POST-SOURCE-IN
           END-IF
           IF POST-SOURCE-IN = 'S' OR POST-SOURCE-IN = 's'
              PERFORM REDRIVE-SUSPENSE
           ELSE
           IF POST-SOURCE-IN = 'A' OR POST-SOURCE-IN = 'a'
              PERFORM POST-FROM-ACHTRAN
           ELSE
              PERFORM POST-FROM-PAYTRAN
           END-IF
           END-IF.

       POST-FROM-PAYTRAN.
           MOVE 'N' TO ACH-POST-FLAG
           MOVE 'PAYTRAN' TO PAYBATCH-SOURCE
           PERFORM POST-CONTROLLED-BATCH.

       POST-FROM-ACHTRAN.
           MOVE 'Y' TO ACH-POST-FLAG
           MOVE 'ACHTRAN' TO PAYBATCH-SOURCE
           PERFORM POST-CONTROLLED-BATCH
           MOVE 'N' TO ACH-POST-FLAG.

       POST-CONTROLLED-BATCH.
           PERFORM OPEN-POSTING-SOURCE
           IF PAYBATCH-OPEN-STATUS NOT = '00'
              DISPLAY PAYBATCH-SOURCE ' OPEN ERROR - STATUS '
              PAYBATCH-OPEN-STATUS
              IF RUN-MODE NOT = 'J'
                 STOP RUN
              END-IF
              MOVE 12 TO JOB-STEP-RC
           ELSE
              PERFORM VALIDATE-POSTING-BATCH
              PERFORM OPEN-POSTED-BATCH
              IF PAYBATCH-ERROR = SPACES
                 PERFORM CHECK-BATCH-POSTED
              END-IF
              IF PAYBATCH-ERROR = SPACES
                 IF PAYBATCH-REDRIVE-FLAG = 'Y'
                    PERFORM REPORT-BATCH-REDRIVE
                 ELSE
                    PERFORM RECORD-BATCH-STARTED
                 END-IF
                 PERFORM OPEN-POSTING-SOURCE
                 PERFORM POST-PAYTRAN-RECORDS
                 PERFORM RECORD-BATCH-COMPLETE
              ELSE
                 PERFORM REFUSE-POSTING-BATCH
              END-IF
              CLOSE POSTED-BATCH-FILE
           END-IF.

       OPEN-POSTING-SOURCE.
           IF ACH-POST-FLAG = 'Y'
              OPEN INPUT ACH-TRAN-FILE
              MOVE ACH-TRAN-STATUS TO PAYBATCH-OPEN-STATUS
           ELSE
              OPEN INPUT PAYMENT-TRAN-FILE
              MOVE PAYMENT-TRAN-STATUS TO PAYBATCH-OPEN-STATUS
           END-IF.

       CLOSE-POSTING-SOURCE.
           IF ACH-POST-FLAG = 'Y'
              CLOSE ACH-TRAN-FILE
           ELSE
              CLOSE PAYMENT-TRAN-FILE
           END-IF.

       OPEN-POSTED-BATCH.
           OPEN I-O POSTED-BATCH-FILE
           IF PAYBATCH-STATUS = '35'
              OPEN OUTPUT POSTED-BATCH-FILE
              CLOSE POSTED-BATCH-FILE
              OPEN I-O POSTED-BATCH-FILE
           END-IF
           IF PAYBATCH-STATUS NOT = '00'
              DISPLAY 'PAYBTCH OPEN ERROR - STATUS ' PAYBATCH-STATUS
              STOP RUN
           END-IF.

       VALIDATE-POSTING-BATCH.
           MOVE SPACES TO PAYBATCH-ERROR
           MOVE SPACES TO PAYBATCH-ID
           MOVE ZERO TO PAYBATCH-DATE
           MOVE ZERO TO PAYBATCH-COUNT
           MOVE ZERO TO PAYBATCH-HASH
           MOVE ZERO TO PAYBATCH-TRL-COUNT-D
           MOVE ZERO TO PAYBATCH-TRL-HASH-D
           MOVE 'N' TO PAYBATCH-TRAILER-FLAG
           MOVE 'N' TO PAYTRAN-EOF-FLAG
           PERFORM READ-POSTING-RECORD
           IF PAYTRAN-EOF-FLAG = 'Y'
              MOVE 'FILE IS EMPTY' TO PAYBATCH-ERROR
           ELSE
           IF PTC-RECORD-TYPE NOT = 'HDR'
              MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
                 TO PAYBATCH-ERROR
           ELSE
           IF PTC-BATCH-ID = SPACES
              MOVE 'BATCH HEADER HAS NO BATCH ID' TO PAYBATCH-ERROR
           ELSE
              MOVE PTC-BATCH-ID TO PAYBATCH-ID
              IF PTC-BATCH-DATE IS NUMERIC
                 MOVE PTC-BATCH-DATE TO PAYBATCH-DATE
              END-IF
              PERFORM READ-POSTING-RECORD
              PERFORM UNTIL PAYTRAN-EOF-FLAG = 'Y'
                 OR PAYBATCH-ERROR NOT = SPACES
                 PERFORM VALIDATE-BATCH-RECORD
                 PERFORM READ-POSTING-RECORD
              END-PERFORM
              IF PAYBATCH-ERROR = SPACES
                 AND PAYBATCH-TRAILER-FLAG = 'N'
                 MOVE 'NO BATCH TRAILER' TO PAYBATCH-ERROR
              END-IF
           END-IF
           END-IF
           END-IF
           PERFORM CLOSE-POSTING-SOURCE.

       VALIDATE-BATCH-RECORD.
           IF PAYBATCH-TRAILER-FLAG = 'Y'
              MOVE 'RECORDS FOLLOW THE BATCH TRAILER'
                 TO PAYBATCH-ERROR
           ELSE
           IF PTC-RECORD-TYPE = 'HDR'
              MOVE 'SECOND BATCH HEADER IN FILE' TO PAYBATCH-ERROR
           ELSE
           IF PTC-RECORD-TYPE = 'TRL'
              MOVE 'Y' TO PAYBATCH-TRAILER-FLAG
              IF PTC-BATCH-ID NOT = PAYBATCH-ID
                 MOVE 'TRAILER BATCH ID DOES NOT MATCH HEADER'
                    TO PAYBATCH-ERROR
              ELSE
              IF PTC-RECORD-COUNT IS NOT NUMERIC
                 OR PTC-HASH-TOTAL IS NOT NUMERIC
                 MOVE 'TRAILER TOTALS ARE NOT NUMERIC'
                    TO PAYBATCH-ERROR
              ELSE
                 MOVE PTC-RECORD-COUNT TO PAYBATCH-TRL-COUNT-D
                 MOVE PTC-HASH-TOTAL TO PAYBATCH-TRL-HASH-D
                 IF PTC-RECORD-COUNT NOT = PAYBATCH-COUNT
                    MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO PAYBATCH-ERROR
                 ELSE
                 IF PTC-HASH-TOTAL NOT = PAYBATCH-HASH
                    MOVE 'DOLLAR HASH TOTAL OUT OF BALANCE'
                       TO PAYBATCH-ERROR
                 END-IF
                 END-IF
              END-IF
              END-IF
           ELSE
              ADD 1 TO PAYBATCH-COUNT
              IF PT-AMOUNT IS NUMERIC
                 ADD PT-AMOUNT TO PAYBATCH-HASH
              END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-BATCH-POSTED.
           MOVE 'N' TO PAYBATCH-REDRIVE-FLAG
           MOVE PAYBATCH-ID TO PB-BATCH-ID
           READ POSTED-BATCH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PB-STATUS = 'C'
                    STRING 'BATCH ALREADY POSTED ' PB-POSTED-DATE
                       DELIMITED BY SIZE INTO PAYBATCH-ERROR
                 ELSE
                    MOVE 'Y' TO PAYBATCH-REDRIVE-FLAG
                 END-IF
           END-READ.

       REPORT-BATCH-REDRIVE.
           DISPLAY '*** ' PAYBATCH-SOURCE ' BATCH ' PAYBATCH-ID
           ' PARTLY POSTED ' PB-POSTED-DATE ' - RE-POSTING ***'
           MOVE SPACES TO RPT-LINE
           STRING PAYBATCH-SOURCE ' BATCH ' PAYBATCH-ID
              ' PARTLY POSTED ' PB-POSTED-DATE ' ' PB-POSTED-TIME
              ' - RE-POSTED, DETAILS ALREADY APPLIED GO TO PAYSUSP'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           IF RUN-MODE = 'J' AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF.

       RECORD-BATCH-STARTED.
           MOVE PAYBATCH-ID TO PB-BATCH-ID
           MOVE PAYBATCH-SOURCE TO PB-SOURCE
           MOVE PAYBATCH-DATE TO PB-BATCH-DATE
           MOVE PAYBATCH-COUNT TO PB-RECORD-COUNT
           MOVE PAYBATCH-HASH TO PB-HASH-TOTAL
           MOVE 'P' TO PB-STATUS
           ACCEPT PB-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT PB-POSTED-TIME FROM TIME
           MOVE ZERO TO PB-POSTED-COUNT
           MOVE ZERO TO PB-REJECTED-COUNT
           WRITE PB-RECORD
              INVALID KEY
                 DISPLAY 'PAYBTCH WRITE ERROR - STATUS '
                    PAYBATCH-STATUS
                 STOP RUN
           END-WRITE.

       RECORD-BATCH-COMPLETE.
           MOVE 'C' TO PB-STATUS
           MOVE PAYMENTS-POSTED TO PB-POSTED-COUNT
           MOVE PAYMENTS-REJECTED TO PB-REJECTED-COUNT
           REWRITE PB-RECORD
              INVALID KEY
                 DISPLAY 'PAYBTCH REWRITE ERROR - STATUS '
                    PAYBATCH-STATUS
                 STOP RUN
           END-REWRITE.

       REFUSE-POSTING-BATCH.
           MOVE PAYBATCH-COUNT TO PAYBATCH-COUNT-D
           MOVE PAYBATCH-HASH TO PAYBATCH-HASH-D
           DISPLAY '*** ' PAYBATCH-SOURCE ' BATCH ' PAYBATCH-ID
           ' REFUSED - ' PAYBATCH-ERROR ' ***'
           DISPLAY 'Detail records ' PAYBATCH-COUNT-D
           ' trailer ' PAYBATCH-TRL-COUNT-D
           ' hash $' PAYBATCH-HASH-D
           ' trailer $' PAYBATCH-TRL-HASH-D
           MOVE SPACES TO RPT-LINE
           STRING PAYBATCH-SOURCE ' BATCH ' PAYBATCH-ID
              ' REFUSED - ' PAYBATCH-ERROR
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'DETAIL RECORDS ' PAYBATCH-COUNT-D
              ' TRAILER ' PAYBATCH-TRL-COUNT-D
              '  HASH $' PAYBATCH-HASH-D
              ' TRAILER $' PAYBATCH-TRL-HASH-D
              '  NOTHING POSTED'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 12 TO JOB-STEP-RC.

       POST-PAYTRAN-RECORDS.
           PERFORM OPEN-PAYMENT-JOURNAL
           IF ACH-POST-FLAG = 'Y'
              DISPLAY 'Posting ACH drafts from ACHTRAN batch '
              PAYBATCH-ID
           ELSE
              DISPLAY 'Posting payments from PAYTRAN batch '
              PAYBATCH-ID
           END-IF
           MOVE ZERO TO PAYMENTS-POSTED
           MOVE ZERO TO PAYMENTS-REJECTED
           MOVE ZERO TO POSTED-AMOUNT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'PAYMENT POSTING REGISTER - ' PAYBATCH-SOURCE
              ' BATCH ' PAYBATCH-ID
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'N' TO PAYTRAN-EOF-FLAG
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL PAYTRAN-EOF-FLAG = 'Y'
              IF PTC-RECORD-TYPE NOT = 'HDR'
                 AND PTC-RECORD-TYPE NOT = 'TRL'
                 PERFORM APPLY-PAYMENT-RECORD
              END-IF
              PERFORM READ-POSTING-RECORD
           END-PERFORM
           PERFORM CLOSE-POSTING-SOURCE
           MOVE PAYMENTS-POSTED TO PAYMENTS-POSTED-D
           MOVE PAYMENTS-REJECTED TO PAYMENTS-REJECTED-D
           MOVE POSTED-AMOUNT-TOTAL TO POSTED-AMOUNT-TOTAL-D
              '  NET AMOUNT: $' POSTED-AMOUNT-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           IF PAYMENTS-REJECTED > ZERO AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF
           PERFORM CLOSE-PAYMENT-JOURNAL.

       READ-POSTING-RECORD.
           IF ACH-POST-FLAG = 'Y'
              READ ACH-TRAN-FILE INTO PT-CONTROL-RECORD
                 AT END MOVE 'Y' TO PAYTRAN-EOF-FLAG
              END-READ
           ELSE
              READ PAYMENT-TRAN-FILE
                 AT END MOVE 'Y' TO PAYTRAN-EOF-FLAG
              END-READ
           END-IF.

       APPLY-PAYMENT-RECORD.
           MOVE PAYMENTS-REJECTED TO SUSP-REJECTS-BEFORE
           MOVE SPACES TO POSTING-RESULT
              MOVE 'BAD DATE' TO POSTING-RESULT
              ADD 1 TO PAYMENTS-REJECTED
           ELSE
              PERFORM CHECK-DUPLICATE-PAYMENT
              IF DUP-FOUND-FLAG = 'Y'
                 MOVE 'SUSPECT DUPLICATE' TO POSTING-RESULT
                 ADD 1 TO PAYMENTS-REJECTED
              ELSE
                 MOVE PT-LOAN-ID TO LM-LOAN-ID
                 READ LOAN-MASTER-FILE
                    INVALID KEY
                       MOVE 'LOAN NOT FOUND' TO POSTING-RESULT
                       ADD 1 TO PAYMENTS-REJECTED
                    NOT INVALID KEY
                       PERFORM UPDATE-ACTUAL-BALANCE
                 END-READ
                 IF POSTING-RESULT = SPACES
                    MOVE 'MASTER I-O ERROR' TO POSTING-RESULT
                    ADD 1 TO PAYMENTS-REJECTED
                 END-IF
              END-IF
           END-IF
           END-IF
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       CHECK-DUPLICATE-PAYMENT.
           MOVE 'N' TO DUP-FOUND-FLAG
           MOVE PT-LOAN-ID TO HIST-LOAN-ID
           MOVE HIST-LOAN-ID TO PH-LOAN-ID
           MOVE ZERO TO PH-SEQUENCE
           MOVE 'Y' TO HIST-EOF-FLAG
           START PAYMENT-HISTORY-FILE KEY >= PH-KEY
              INVALID KEY
                 MOVE 'Y' TO HIST-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-EOF-FLAG = 'Y'
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO HIST-EOF-FLAG
                 NOT AT END
                    IF PH-LOAN-ID = HIST-LOAN-ID
                       IF PH-PAYMENT-DATE = PT-PAYMENT-DATE
                          AND PH-TYPE = PT-TYPE
                          AND PH-AMOUNT = PT-AMOUNT
                          AND PH-REVERSED NOT = 'Y'
                          MOVE 'Y' TO DUP-FOUND-FLAG
                          MOVE 'Y' TO HIST-EOF-FLAG
                       END-IF
                    ELSE
                       MOVE 'Y' TO HIST-EOF-FLAG
                    END-IF
              END-READ
              IF PAYMENT-HISTORY-STATUS NOT = '00'
                 AND PAYMENT-HISTORY-STATUS NOT = '02'
                 MOVE 'Y' TO HIST-EOF-FLAG
              END-IF
           END-PERFORM.

       WRITE-SUSPENSE-RECORD.
           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-STATUS = '35'
           CLOSE SUSPENSE-FILE.

       UPDATE-ACTUAL-BALANCE.
           MOVE ZERO TO POSTING-FEE-APPLIED
           MOVE ZERO TO POSTING-INT-ACCRUED
           MOVE ZERO TO POSTING-INT-APPLIED
           MOVE ZERO TO POSTING-ESC-APPLIED
           MOVE ZERO TO POSTING-PRIN-APPLIED
           MOVE 'N' TO POSTING-RECOVERY-FLAG
           IF LM-STATUS = 'W'
              AND (PT-TYPE = 'R' OR PT-TYPE = 'E' OR PT-TYPE = 'V')
              MOVE 'Y' TO POSTING-RECOVERY-FLAG
              PERFORM POST-RECOVERY-RECORD
           ELSE
              EVALUATE PT-TYPE
                 WHEN 'R'
                 WHEN 'E'
                    IF PT-TYPE = 'R'
                       IF LM-STATUS NOT = 'N'
                          AND LM-ACCRUED-TO-PERIOD <= LM-PAID-TO-PERIOD
                          PERFORM ACCRUE-PERIOD-INTEREST
                          COMPUTE LM-ACCRUED-TO-PERIOD =
                          LM-PAID-TO-PERIOD + 1
                       END-IF
                       MOVE LM-ESCROW-PAYMENT TO POSTING-ESC-DUE
                    ELSE
                       MOVE ZERO TO POSTING-ESC-DUE
                    END-IF
                    PERFORM APPLY-PAYMENT-WATERFALL
                    IF POSTING-REMAINING > ZERO
                       MOVE 'POSTED-OVERPAY' TO POSTING-RESULT
                    ELSE
                       IF PT-TYPE = 'R'
                          MOVE 'POSTED' TO POSTING-RESULT
                       ELSE
                          MOVE 'POSTED EXTRA' TO POSTING-RESULT
                       END-IF
                    END-IF
                    MOVE PT-PAYMENT-DATE TO LM-LAST-PAID-DATE
                    IF PT-TYPE = 'R'
                       ADD 1 TO LM-PAID-TO-PERIOD
                    END-IF
                    ADD POSTING-APPLIED TO POSTED-AMOUNT-TOTAL
                 WHEN 'S'
                    MOVE PT-AMOUNT TO POSTING-APPLIED
                    MOVE PT-AMOUNT TO POSTING-ESC-APPLIED
                    ADD PT-AMOUNT TO LM-ESCROW-BALANCE
                    MOVE 'POSTED ESCROW' TO POSTING-RESULT
                    ADD POSTING-APPLIED TO POSTED-AMOUNT-TOTAL
                 WHEN 'D'
                    IF LM-ESCROW-BALANCE <= ZERO
                       MOVE ZERO TO POSTING-APPLIED
                       MOVE 'DISBURSED-CAPPED' TO POSTING-RESULT
                    ELSE
                    IF PT-AMOUNT > LM-ESCROW-BALANCE
                       MOVE LM-ESCROW-BALANCE TO POSTING-APPLIED
                       MOVE 'DISBURSED-CAPPED' TO POSTING-RESULT
                    ELSE
                       MOVE PT-AMOUNT TO POSTING-APPLIED
                       MOVE 'DISBURSED ESCROW' TO POSTING-RESULT
                    END-IF
                    END-IF
                    MOVE POSTING-APPLIED TO POSTING-ESC-APPLIED
                    SUBTRACT POSTING-APPLIED FROM LM-ESCROW-BALANCE
                    SUBTRACT POSTING-APPLIED FROM POSTED-AMOUNT-TOTAL
                 WHEN 'V'
                    PERFORM REVERSE-PAYMENT-BUCKETS
                    SUBTRACT POSTING-APPLIED FROM POSTED-AMOUNT-TOTAL
                 WHEN OTHER
                    MOVE 'BAD TYPE' TO POSTING-RESULT
                    ADD 1 TO PAYMENTS-REJECTED
              END-EVALUATE
           END-IF
           IF POSTING-RESULT NOT = 'BAD TYPE'
              ADD 1 TO PAYMENTS-POSTED
              REWRITE LM-RECORD
              PERFORM WRITE-JOURNAL-ENTRIES
           END-IF.

       ACCRUE-PERIOD-INTEREST.
           MOVE LM-FREQUENCY TO PAYMENT-FREQUENCY
           PERFORM SET-PERIODS-PER-YEAR
           IF LM-YEARS > ZERO
              COMPUTE SCHED-TARGET-PERIOD = LM-PAID-TO-PERIOD + 1
              PERFORM WALK-LOAN-SCHEDULE
           ELSE
              COMPUTE SCHED-RATE-PER-PERIOD =
              LM-INTEREST-RATE / 100 / PERIODS-PER-YEAR
           END-IF
           COMPUTE POSTING-INT-ACCRUED ROUNDED =
           LM-ACTUAL-BALANCE * SCHED-RATE-PER-PERIOD
           ADD POSTING-INT-ACCRUED TO LM-INTEREST-DUE.

       APPLY-PAYMENT-WATERFALL.
           MOVE PT-AMOUNT TO POSTING-REMAINING
           IF POSTING-REMAINING > LM-FEES-DUE
              MOVE LM-FEES-DUE TO POSTING-FEE-APPLIED
           ELSE
              MOVE POSTING-REMAINING TO POSTING-FEE-APPLIED
           END-IF
           SUBTRACT POSTING-FEE-APPLIED FROM LM-FEES-DUE
           SUBTRACT POSTING-FEE-APPLIED FROM POSTING-REMAINING
           IF POSTING-REMAINING > LM-INTEREST-DUE
              MOVE LM-INTEREST-DUE TO POSTING-INT-APPLIED
           ELSE
              MOVE POSTING-REMAINING TO POSTING-INT-APPLIED
           END-IF
           SUBTRACT POSTING-INT-APPLIED FROM LM-INTEREST-DUE
           SUBTRACT POSTING-INT-APPLIED FROM POSTING-REMAINING
           IF POSTING-ESC-DUE IS NOT NUMERIC
              MOVE ZERO TO POSTING-ESC-DUE
           END-IF
           IF POSTING-REMAINING > POSTING-ESC-DUE
              MOVE POSTING-ESC-DUE TO POSTING-ESC-APPLIED
           ELSE
              MOVE POSTING-REMAINING TO POSTING-ESC-APPLIED
           END-IF
           ADD POSTING-ESC-APPLIED TO LM-ESCROW-BALANCE
           SUBTRACT POSTING-ESC-APPLIED FROM POSTING-REMAINING
           IF POSTING-REMAINING > LM-ACTUAL-BALANCE
              MOVE LM-ACTUAL-BALANCE TO POSTING-PRIN-APPLIED
           ELSE
              MOVE POSTING-REMAINING TO POSTING-PRIN-APPLIED
           END-IF
           SUBTRACT POSTING-PRIN-APPLIED FROM LM-ACTUAL-BALANCE
           SUBTRACT POSTING-PRIN-APPLIED FROM POSTING-REMAINING
           COMPUTE POSTING-APPLIED = POSTING-FEE-APPLIED
              + POSTING-INT-APPLIED + POSTING-ESC-APPLIED
              + POSTING-PRIN-APPLIED.

       REVERSE-PAYMENT-BUCKETS.
           PERFORM FIND-REVERSED-PAYMENT
           IF HIST-MATCH-SEQ > ZERO
              MOVE PH-FEE-APPLIED TO POSTING-FEE-APPLIED
              ADD POSTING-FEE-APPLIED TO LM-FEES-DUE
              MOVE PH-INT-APPLIED TO POSTING-INT-APPLIED
              ADD POSTING-INT-APPLIED TO LM-INTEREST-DUE
              MOVE PH-ESC-APPLIED TO POSTING-ESC-APPLIED
              SUBTRACT POSTING-ESC-APPLIED FROM LM-ESCROW-BALANCE
              MOVE PH-PRIN-APPLIED TO POSTING-PRIN-APPLIED
              ADD POSTING-PRIN-APPLIED TO LM-ACTUAL-BALANCE
              COMPUTE POSTING-APPLIED = POSTING-FEE-APPLIED
                 + POSTING-INT-APPLIED + POSTING-ESC-APPLIED
                 + POSTING-PRIN-APPLIED
              IF PH-TYPE = 'R' AND LM-PAID-TO-PERIOD > ZERO
                 SUBTRACT 1 FROM LM-PAID-TO-PERIOD
              END-IF
              MOVE 'REVERSED' TO POSTING-RESULT
              PERFORM MARK-PAYMENT-REVERSED
           ELSE
              IF LM-ACTUAL-BALANCE < LM-TOTAL-LOAN
                 COMPUTE POSTING-APPLIED =
                 LM-TOTAL-LOAN - LM-ACTUAL-BALANCE
              ELSE
                 MOVE ZERO TO POSTING-APPLIED
              END-IF
              IF PT-AMOUNT > POSTING-APPLIED
                 MOVE 'REVERSED-CAPPED' TO POSTING-RESULT
              ELSE
                 MOVE PT-AMOUNT TO POSTING-APPLIED
                 MOVE 'REVERSED' TO POSTING-RESULT
              END-IF
              MOVE POSTING-APPLIED TO POSTING-PRIN-APPLIED
              ADD POSTING-APPLIED TO LM-ACTUAL-BALANCE
              IF LM-PAID-TO-PERIOD > ZERO
                 SUBTRACT 1 FROM LM-PAID-TO-PERIOD
              END-IF
           END-IF.

       FIND-REVERSED-PAYMENT.
           MOVE ZERO TO HIST-MATCH-SEQ
           MOVE LM-LOAN-ID TO HIST-LOAN-ID
           MOVE HIST-LOAN-ID TO PH-LOAN-ID
           MOVE ZERO TO PH-SEQUENCE
           MOVE 'Y' TO HIST-EOF-FLAG
           START PAYMENT-HISTORY-FILE KEY >= PH-KEY
              INVALID KEY
                 MOVE 'Y' TO HIST-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-EOF-FLAG = 'Y'
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO HIST-EOF-FLAG
                 NOT AT END
                    IF PH-LOAN-ID = HIST-LOAN-ID
                       IF (PH-TYPE = 'R' OR PH-TYPE = 'E')
                          AND PH-AMOUNT = PT-AMOUNT
                          AND PH-REVERSED NOT = 'Y'
                          AND (HIST-MATCH-DATE = ZERO
                          OR PH-PAYMENT-DATE = HIST-MATCH-DATE)
                          MOVE PH-SEQUENCE TO HIST-MATCH-SEQ
                       END-IF
                    ELSE
                       MOVE 'Y' TO HIST-EOF-FLAG
                    END-IF
              END-READ
              IF PAYMENT-HISTORY-STATUS NOT = '00'
                 AND PAYMENT-HISTORY-STATUS NOT = '02'
                 MOVE 'Y' TO HIST-EOF-FLAG
              END-IF
           END-PERFORM
           IF HIST-MATCH-SEQ > ZERO
              MOVE HIST-LOAN-ID TO PH-LOAN-ID
              MOVE HIST-MATCH-SEQ TO PH-SEQUENCE
              READ PAYMENT-HISTORY-FILE
                 INVALID KEY
                    MOVE ZERO TO HIST-MATCH-SEQ
              END-READ
           END-IF.

       MARK-PAYMENT-REVERSED.
           MOVE 'Y' TO PH-REVERSED
           REWRITE PH-RECORD
              INVALID KEY
                 DISPLAY 'LOANHIS REWRITE ERROR - STATUS '
                    PAYMENT-HISTORY-STATUS
                 STOP RUN
           END-REWRITE.

       POST-RECOVERY-RECORD.
           IF PT-TYPE = 'V'
              PERFORM FIND-REVERSED-PAYMENT
              IF HIST-MATCH-SEQ > ZERO AND PH-RESULT = 'RECOVERY'
                 PERFORM MARK-PAYMENT-REVERSED
              END-IF
              IF PT-AMOUNT > LM-RECOVERY-AMOUNT
                 MOVE LM-RECOVERY-AMOUNT TO POSTING-APPLIED
                 MOVE 'RECOVERY REV-CAPPED' TO POSTING-RESULT
              ELSE
                 MOVE PT-AMOUNT TO POSTING-APPLIED
                 MOVE 'RECOVERY REVERSED' TO POSTING-RESULT
              END-IF
              SUBTRACT POSTING-APPLIED FROM LM-RECOVERY-AMOUNT
              SUBTRACT POSTING-APPLIED FROM POSTED-AMOUNT-TOTAL
           ELSE
              MOVE PT-AMOUNT TO POSTING-APPLIED
              ADD POSTING-APPLIED TO LM-RECOVERY-AMOUNT
              MOVE PT-PAYMENT-DATE TO LM-LAST-PAID-DATE
              MOVE 'RECOVERY' TO POSTING-RESULT
              ADD POSTING-APPLIED TO POSTED-AMOUNT-TOTAL
           END-IF.

       OPEN-PAYMENT-JOURNAL.
           IF JRN-OPENED-FLAG = 'Y' OR JOB-RESUME-FLAG = 'Y'
              OR RESTART-SKIP-COUNT > ZERO
              OPEN EXTEND PAYMENT-JOURNAL-FILE
              IF PAYMENT-JOURNAL-STATUS = '35'
                 OPEN OUTPUT PAYMENT-JOURNAL-FILE
              END-IF
           ELSE
              OPEN OUTPUT PAYMENT-JOURNAL-FILE
           END-IF
           MOVE 'Y' TO JRN-OPENED-FLAG
           IF PAYMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'PAYJRNL OPEN ERROR - STATUS '
                 PAYMENT-JOURNAL-STATUS
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-ENTRIES.
           IF POSTING-RECOVERY-FLAG = 'Y'
              PERFORM WRITE-RECOVERY-ENTRIES
           ELSE
              PERFORM WRITE-PAYMENT-ENTRIES
           END-IF.

       WRITE-RECOVERY-ENTRIES.
           IF POSTING-APPLIED > ZERO
              IF PT-TYPE = 'V'
                 MOVE 'ALLOWANCE' TO JRN-ACCOUNT
                 MOVE 'DR' TO JRN-DRCR
                 MOVE POSTING-APPLIED TO JRN-AMOUNT
                 PERFORM WRITE-JOURNAL-ROW
                 MOVE 'CASH' TO JRN-ACCOUNT
                 MOVE 'CR' TO JRN-DRCR
                 PERFORM WRITE-JOURNAL-ROW
              ELSE
                 MOVE 'CASH' TO JRN-ACCOUNT
                 MOVE 'DR' TO JRN-DRCR
                 MOVE POSTING-APPLIED TO JRN-AMOUNT
                 PERFORM WRITE-JOURNAL-ROW
                 MOVE 'ALLOWANCE' TO JRN-ACCOUNT
                 MOVE 'CR' TO JRN-DRCR
                 PERFORM WRITE-JOURNAL-ROW
              END-IF
           END-IF.

       WRITE-PAYMENT-ENTRIES.
           EVALUATE PT-TYPE
              WHEN 'R'
              WHEN 'E'
                 MOVE 'CASH' TO JRN-ACCOUNT
                 MOVE 'DR' TO JRN-DRCR
                 MOVE POSTING-APPLIED TO JRN-AMOUNT
                 PERFORM WRITE-JOURNAL-ROW
                 MOVE 'CR' TO JRN-DRCR
                 PERFORM WRITE-BUCKET-ROWS
              WHEN 'S'
                 MOVE 'CASH' TO JRN-ACCOUNT
                 MOVE 'DR' TO JRN-DRCR
                 MOVE 'CR' TO JRN-DRCR
                 PERFORM WRITE-JOURNAL-ROW
              WHEN 'V'
                 MOVE 'DR' TO JRN-DRCR
                 PERFORM WRITE-BUCKET-ROWS
                 MOVE 'CASH' TO JRN-ACCOUNT
                 MOVE 'CR' TO JRN-DRCR
                 MOVE POSTING-APPLIED TO JRN-AMOUNT
                 PERFORM WRITE-JOURNAL-ROW
           END-EVALUATE.

       WRITE-BUCKET-ROWS.
           IF POSTING-FEE-APPLIED > ZERO
              MOVE 'LOAN-FEES' TO JRN-ACCOUNT
              MOVE POSTING-FEE-APPLIED TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           IF POSTING-INT-APPLIED > ZERO
              MOVE 'LOAN-INT' TO JRN-ACCOUNT
              MOVE POSTING-INT-APPLIED TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           IF POSTING-ESC-APPLIED > ZERO
              MOVE 'ESCROW' TO JRN-ACCOUNT
              MOVE POSTING-ESC-APPLIED TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           IF POSTING-PRIN-APPLIED > ZERO
              MOVE 'LOAN-PRIN' TO JRN-ACCOUNT
              MOVE POSTING-PRIN-APPLIED TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
           END-IF.

       WRITE-JOURNAL-ROW.
           MOVE JRN-AMOUNT TO JRN-AMOUNT-D
           MOVE SPACES TO JRN-LINE
           MOVE LM-ACTUAL-BALANCE TO PH-BALANCE-AFTER
           ACCEPT PH-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT PH-POSTED-TIME FROM TIME
           MOVE POSTING-FEE-APPLIED TO PH-FEE-APPLIED
           MOVE POSTING-INT-ACCRUED TO PH-INT-ACCRUED
           MOVE POSTING-INT-APPLIED TO PH-INT-APPLIED
           MOVE POSTING-ESC-APPLIED TO PH-ESC-APPLIED
           MOVE POSTING-PRIN-APPLIED TO PH-PRIN-APPLIED
           MOVE SPACE TO PH-REVERSED
           WRITE PH-RECORD
              INVALID KEY
                 DISPLAY 'LOANHIS WRITE ERROR - STATUS '
           MOVE LOOKUP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 PERFORM ARCHIVED-HISTORY-INQUIRY
              NOT INVALID KEY
                 DISPLAY 'Payment history for loan ' LM-LOAN-ID
                 ' borrower ' LM-BORROWER-REF
                 PERFORM LIST-PAYMENT-HISTORY
           END-READ.

       ARCHIVED-HISTORY-INQUIRY.
           PERFORM FIND-ARCHIVED-LOAN
           IF ARC-FOUND-FLAG = 'Y'
              MOVE ARC-FOUND-IMAGE TO LM-RECORD
              DISPLAY 'Payment history for archived loan ' LM-LOAN-ID
              ' borrower ' LM-BORROWER-REF ' (archived '
              ARC-FOUND-DATE ')'
              PERFORM LIST-ARCHIVED-HISTORY
           ELSE
              DISPLAY 'No loan found for ID ' LOOKUP-LOAN-ID
           END-IF.

       LIST-ARCHIVED-HISTORY.
           MOVE ZERO TO HIST-COUNT
           MOVE LM-LOAN-ID TO HIST-LOAN-ID
           OPEN INPUT ARCHIVE-HISTORY-FILE
           IF ARCHIVE-HISTORY-STATUS = '00'
              MOVE HIST-LOAN-ID TO AH-LOAN-ID
              MOVE ARC-FOUND-DATE TO AH-ARCHIVE-DATE
              MOVE ZERO TO AH-SEQUENCE
              MOVE 'Y' TO HIST-EOF-FLAG
              START ARCHIVE-HISTORY-FILE KEY >= AH-KEY
                 INVALID KEY
                    MOVE 'Y' TO HIST-EOF-FLAG
                 NOT INVALID KEY
                    MOVE 'N' TO HIST-EOF-FLAG
              END-START
              PERFORM UNTIL HIST-EOF-FLAG = 'Y'
                 READ ARCHIVE-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO HIST-EOF-FLAG
                    NOT AT END
                       IF AH-LOAN-ID = HIST-LOAN-ID
                          AND AH-ARCHIVE-DATE = ARC-FOUND-DATE
                          MOVE AH-HISTORY-IMAGE TO PH-RECORD
                          PERFORM DISPLAY-HISTORY-ENTRY
                       ELSE
                          MOVE 'Y' TO HIST-EOF-FLAG
                       END-IF
                 END-READ
                 IF ARCHIVE-HISTORY-STATUS NOT = '00'
                    AND ARCHIVE-HISTORY-STATUS NOT = '02'
                    MOVE 'Y' TO HIST-EOF-FLAG
                 END-IF
              END-PERFORM
              CLOSE ARCHIVE-HISTORY-FILE
           END-IF
           MOVE HIST-COUNT TO HIST-COUNT-D
           IF HIST-COUNT = ZERO
              DISPLAY 'No payment history on file for loan '
              HIST-LOAN-ID
           ELSE
              DISPLAY 'History entries: ' HIST-COUNT-D
           END-IF.

       LIST-PAYMENT-HISTORY.
           MOVE ZERO TO HIST-COUNT
           MOVE LM-LOAN-ID TO HIST-LOAN-ID
                    MOVE 'Y' TO HIST-EOF-FLAG
                 NOT AT END
                    IF PH-LOAN-ID = HIST-LOAN-ID
                       PERFORM DISPLAY-HISTORY-ENTRY
                    ELSE
                       MOVE 'Y' TO HIST-EOF-FLAG
                    END-IF
              DISPLAY 'History entries: ' HIST-COUNT-D
           END-IF.

       DISPLAY-HISTORY-ENTRY.
           ADD 1 TO HIST-COUNT
           MOVE PH-AMOUNT TO HIST-AMOUNT-D
           MOVE PH-APPLIED TO HIST-APPLIED-D
           MOVE PH-BALANCE-AFTER TO HIST-BALANCE-D
           DISPLAY PH-SEQUENCE ' ' PH-PAYMENT-DATE
           ' ' PH-TYPE ' $' HIST-AMOUNT-D
           ' applied $' HIST-APPLIED-D
           ' balance $' HIST-BALANCE-D
           ' ' PH-RESULT
           MOVE PH-FEE-APPLIED TO HIST-FEE-D
           MOVE PH-INT-APPLIED TO HIST-INT-D
           MOVE PH-ESC-APPLIED TO HIST-ESC-D
           MOVE PH-PRIN-APPLIED TO HIST-PRIN-D
           DISPLAY '      fees $' HIST-FEE-D
           ' interest $' HIST-INT-D
           ' escrow $' HIST-ESC-D
           ' principal $' HIST-PRIN-D.

       PAYOFF-QUOTE.
           DISPLAY 'Enter the loan ID for the payoff quote: '
           ACCEPT LOOKUP-LOAN-ID
           MOVE LM-ORIGINATION-DATE TO LAST-DUE-DATE
           MOVE QUOTE-ORIG-INT TO LAST-DUE-INT
           MOVE ZERO TO QUOTE-PERIOD
           PERFORM COMPUTE-LOAN-TOTAL-PERIODS
           PERFORM QUOTE-MODIFICATION-CHECK
           MOVE 'N' TO QUOTE-DONE-FLAG
           PERFORM UNTIL QUOTE-DONE-FLAG = 'Y'
              IF QUOTE-PERIOD >= LOAN-TOTAL-PERIODS
                 OR QUOTE-BALANCE = ZERO
                 MOVE 'Y' TO QUOTE-DONE-FLAG
              ELSE
                    QUOTE-BALANCE - QUOTE-PRIN-PORTION
                    MOVE QUOTE-DUE-DATE TO LAST-DUE-DATE
                    MOVE QUOTE-DUE-INT TO LAST-DUE-INT
                    PERFORM QUOTE-MODIFICATION-CHECK
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE ODD-DAYS-INTEREST ROUNDED =
           PER-DIEM-AMOUNT * ODD-DAYS
           COMPUTE PAYOFF-AMOUNT = QUOTE-BALANCE + ODD-DAYS-INTEREST
              + LM-FEES-DUE + LM-INTEREST-DUE
           COMPUTE GOOD-THRU-DATE =
           FUNCTION DATE-OF-INTEGER(QUOTE-DATE-INT + QUOTE-GOOD-DAYS)
           PERFORM PRINT-PAYOFF-QUOTE
           PERFORM LOG-PAYOFF-QUOTE.

       QUOTE-MODIFICATION-CHECK.
           IF LM-MOD-COUNT IS NUMERIC AND LM-MOD-COUNT > ZERO
              MOVE QUOTE-PERIOD TO LMRST-PERIOD
              MOVE QUOTE-BALANCE TO LMRST-BALANCE
              MOVE QUOTE-EFF-RATE TO LMRST-RATE
              MOVE QUOTE-RATE-PER-PERIOD TO LMRST-RATE-PER-PERIOD
              MOVE QUOTE-PAYMENT TO LMRST-PAYMENT
              PERFORM APPLY-LM-MODIFICATION
              MOVE LMRST-BALANCE TO QUOTE-BALANCE
              MOVE LMRST-RATE TO QUOTE-EFF-RATE
              MOVE LMRST-RATE-PER-PERIOD TO QUOTE-RATE-PER-PERIOD
              MOVE LMRST-PAYMENT TO QUOTE-PAYMENT
           END-IF.

       APPLY-LM-RATE-RESET.
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL
           RC-IDX > LM-RATE-CHANGE-COUNT
              IF LMRST-PERIOD = LM-RC-EFFECTIVE-PERIOD(RC-IDX)
                 AND (LM-MOD-COUNT IS NOT NUMERIC
                 OR LM-MOD-COUNT = ZERO
                 OR LMRST-PERIOD < LM-MOD-PERIOD)
                 MOVE LM-RC-NEW-RATE(RC-IDX) TO LMRST-RATE
                 IF LM-RC-CAP(RC-IDX) > 0
                    AND LMRST-RATE > LM-RC-CAP(RC-IDX)
           ' + ' ODD-DAYS-D ' days at $' PER-DIEM-AMOUNT-D
           '/day = $' ODD-DAYS-INTEREST-D ')'
           DISPLAY 'Quote good through ' GOOD-THRU-DATE
           IF LM-FEES-DUE > ZERO OR LM-INTEREST-DUE > ZERO
              MOVE LM-FEES-DUE TO FEES-DUE-D
              MOVE LM-INTEREST-DUE TO INTEREST-DUE-D
              DISPLAY 'Includes unpaid fees $' FEES-DUE-D
              ' and unpaid interest $' INTEREST-DUE-D
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'PAYOFF QUOTE - LOAN ' LM-LOAN-ID
              '  BORROWER ' LM-BORROWER-REF
              ODD-DAYS-INTEREST-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LM-FEES-DUE TO FEES-DUE-D
           MOVE LM-INTEREST-DUE TO INTEREST-DUE-D
           MOVE SPACES TO RPT-LINE
           STRING 'UNPAID FEES DUE: $' FEES-DUE-D
              '  UNPAID INTEREST DUE: $' INTEREST-DUE-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL PAYOFF AMOUNT: $' PAYOFF-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
              FUNCTION ANNUITY(STMT-RATE-PER-PERIOD, STMT-MONTHS)
              MOVE LM-TOTAL-LOAN TO STMT-BALANCE
              MOVE ZERO TO STMT-PERIOD
              PERFORM COMPUTE-LOAN-TOTAL-PERIODS
              PERFORM STMT-MODIFICATION-CHECK
              MOVE 'N' TO STMT-DONE-FLAG
              PERFORM UNTIL STMT-DONE-FLAG = 'Y'
                 IF STMT-PERIOD >= LOAN-TOTAL-PERIODS
                    MOVE 'Y' TO STMT-DONE-FLAG
                 ELSE
                    COMPUTE QUOTE-PERIOD-TRY = STMT-PERIOD + 1
                          ADD STMT-INT TO STMT-LOAN-INTEREST
                          ADD STMT-PRIN TO STMT-LOAN-PRINCIPAL
                       END-IF
                       PERFORM STMT-MODIFICATION-CHECK
                    END-IF
                 END-IF
              END-PERFORM
              END-IF
           END-IF.

       STMT-MODIFICATION-CHECK.
           IF LM-MOD-COUNT IS NUMERIC AND LM-MOD-COUNT > ZERO
              MOVE STMT-PERIOD TO LMRST-PERIOD
              MOVE STMT-BALANCE TO LMRST-BALANCE
              MOVE STMT-RATE-PER-PERIOD TO LMRST-RATE-PER-PERIOD
              MOVE STMT-PAYMENT TO LMRST-PAYMENT
              PERFORM APPLY-LM-MODIFICATION
              MOVE LMRST-BALANCE TO STMT-BALANCE
              MOVE LMRST-RATE-PER-PERIOD TO STMT-RATE-PER-PERIOD
              MOVE LMRST-PAYMENT TO STMT-PAYMENT
           END-IF.

       PORTFOLIO-REPORT.
           DISPLAY 'Portfolio stratification - reading LOANMAS'
           MOVE LOW-VALUES TO LM-LOAN-ID
           END-EVALUATE
           ADD 1 TO SFB-COUNT(STRAT-BAND)
           ADD LM-TOTAL-LOAN TO SFB-AMT(STRAT-BAND)
           EVALUATE LM-STATUS
              WHEN 'A'
                 MOVE 1 TO STRAT-BAND
              WHEN 'D'
                 MOVE 2 TO STRAT-BAND
              WHEN 'N'
                 MOVE 3 TO STRAT-BAND
              WHEN 'W'
                 MOVE 4 TO STRAT-BAND
                 ADD LM-CHARGE-OFF-AMOUNT TO STRAT-CHG-AMT
                 ADD LM-RECOVERY-AMOUNT TO STRAT-RECOVERY-AMT
              WHEN 'C'
                 MOVE 5 TO STRAT-BAND
              WHEN OTHER
                 MOVE 6 TO STRAT-BAND
           END-EVALUATE
           ADD 1 TO SSB-COUNT(STRAT-BAND)
           ADD LM-ACTUAL-BALANCE TO SSB-AMT(STRAT-BAND)
           COMPUTE STRAT-ORIG-YY = LM-ORIGINATION-DATE / 10000
           PERFORM ADD-STRAT-YEAR.

           MOVE 4 TO STRAT-BAND
           PERFORM PRINT-FREQ-BAND-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BY LOAN STATUS (CURRENT BALANCE):'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'ACTIVE         ' TO STRAT-LABEL
           MOVE 1 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE 'DELINQUENT     ' TO STRAT-LABEL
           MOVE 2 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE 'NON-ACCRUAL    ' TO STRAT-LABEL
           MOVE 3 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE 'CHARGED OFF    ' TO STRAT-LABEL
           MOVE 4 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE 'CLOSED         ' TO STRAT-LABEL
           MOVE 5 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE 'OTHER          ' TO STRAT-LABEL
           MOVE 6 TO STRAT-BAND
           PERFORM PRINT-STATUS-BAND-LINE
           MOVE STRAT-CHG-AMT TO STRAT-AMT-D
           MOVE STRAT-RECOVERY-AMT TO STRAT-RECOVERY-AMT-D
           MOVE SPACES TO RPT-LINE
           STRING 'CHARGED OFF - WRITTEN OFF $' STRAT-AMT-D
              '  RECOVERED $' STRAT-RECOVERY-AMT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BY ORIGINATION YEAR:'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SFB-AMT(STRAT-BAND) TO STRAT-AMT-D
           PERFORM PRINT-STRAT-LINE.

       PRINT-STATUS-BAND-LINE.
           MOVE SSB-COUNT(STRAT-BAND) TO STRAT-COUNT-D
           MOVE SSB-AMT(STRAT-BAND) TO STRAT-AMT-D
           PERFORM PRINT-STRAT-LINE.

       PRINT-STRAT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING STRAT-LABEL '  COUNT ' STRAT-COUNT-D
           END-IF.

       DELINQUENCY-AGING.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO AGE-DATE-IN
           ELSE
              DISPLAY 'Enter the aging run date (YYYYMMDD): '
              ACCEPT AGE-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(AGE-DATE-IN) NOT = 0
              DISPLAY 'Invalid aging run date'
           ELSE
           MOVE ZERO TO AGE-CURRENT-AMT
           MOVE ZERO TO AGE-FLAGGED-COUNT
           MOVE ZERO TO AGE-FEES-TOTAL
           MOVE ZERO TO AGE-ACCRUED-COUNT
           MOVE ZERO TO AGE-ACCRUED-TOTAL
           MOVE ZERO TO AGE-NAC-COUNT
           MOVE ZERO TO AGE-NAC-AMT
           MOVE ZERO TO AGE-CHG-COUNT
           MOVE ZERO TO AGE-CHG-AMT
           MOVE ZERO TO AGE-RECOVERY-AMT
           PERFORM VARYING AGE-BAND FROM 1 BY 1 UNTIL AGE-BAND > 4
              MOVE ZERO TO AGB-COUNT(AGE-BAND)
              MOVE ZERO TO AGB-AMT(AGE-BAND)
                 AT END
                    MOVE 'Y' TO LOANMAS-EOF-FLAG
                 NOT AT END
                    EVALUATE LM-STATUS
                       WHEN 'A'
                       WHEN 'D'
                          PERFORM AGE-LOAN-RECORD
                       WHEN 'N'
                          PERFORM AGE-NONACCRUAL-LOAN
                       WHEN 'W'
                          PERFORM AGE-CHARGED-OFF-LOAN
                    END-EVALUATE
              END-READ
              IF LOAN-MASTER-STATUS NOT = '00'
                 AND LOAN-MASTER-STATUS NOT = '02'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              PERFORM COMPUTE-DAYS-PAST-DUE
              IF AGE-DUE-PERIOD > AGE-MONTHS
                 ADD 1 TO AGE-CURRENT-COUNT
                 ADD LM-ACTUAL-BALANCE TO AGE-CURRENT-AMT
              ELSE
                 PERFORM ACCRUE-DUE-INTEREST
                 PERFORM AGE-BUCKET-LOAN
              END-IF
           END-IF.

       COMPUTE-DAYS-PAST-DUE.
           COMPUTE QUOTE-ORIG-YY = LM-ORIGINATION-DATE / 10000
           COMPUTE QUOTE-ORIG-MM =
           FUNCTION MOD(LM-ORIGINATION-DATE / 100, 100)
           COMPUTE QUOTE-ORIG-DD =
           FUNCTION MOD(LM-ORIGINATION-DATE, 100)
           COMPUTE QUOTE-ORIG-INT =
           FUNCTION INTEGER-OF-DATE(LM-ORIGINATION-DATE)
           MOVE LM-FREQUENCY TO PAYMENT-FREQUENCY
           PERFORM SET-PERIODS-PER-YEAR
           PERFORM COMPUTE-LOAN-TOTAL-PERIODS
           MOVE LOAN-TOTAL-PERIODS TO AGE-MONTHS
           COMPUTE AGE-DUE-PERIOD = LM-PAID-TO-PERIOD + 1
           IF AGE-DUE-PERIOD > AGE-MONTHS
              MOVE ZERO TO AGE-DAYS-PAST
           ELSE
              MOVE AGE-DUE-PERIOD TO QUOTE-PERIOD-TRY
              PERFORM COMPUTE-PERIOD-DUE-DATE
              COMPUTE AGE-DAYS-PAST = AGE-RUN-INT - QUOTE-DUE-INT
           END-IF.

       ACCRUE-DUE-INTEREST.
           MOVE 'N' TO AGE-ACCRUE-FLAG
           IF LM-ACCRUED-TO-PERIOD > LM-PAID-TO-PERIOD
              COMPUTE AGE-ACCRUE-PERIOD = LM-ACCRUED-TO-PERIOD + 1
           ELSE
              MOVE AGE-DUE-PERIOD TO AGE-ACCRUE-PERIOD
           END-IF
           MOVE 'N' TO AGE-ACCRUE-DONE-FLAG
           PERFORM UNTIL AGE-ACCRUE-DONE-FLAG = 'Y'
              IF AGE-ACCRUE-PERIOD > AGE-MONTHS
                 MOVE 'Y' TO AGE-ACCRUE-DONE-FLAG
              ELSE
                 MOVE AGE-ACCRUE-PERIOD TO QUOTE-PERIOD-TRY
                 PERFORM COMPUTE-PERIOD-DUE-DATE
                 IF QUOTE-DUE-INT > AGE-RUN-INT
                    MOVE 'Y' TO AGE-ACCRUE-DONE-FLAG
                 ELSE
                    MOVE AGE-ACCRUE-PERIOD TO SCHED-TARGET-PERIOD
                    PERFORM WALK-LOAN-SCHEDULE
                    COMPUTE AGE-ACCRUE-AMT ROUNDED =
                    LM-ACTUAL-BALANCE * SCHED-RATE-PER-PERIOD
                    ADD AGE-ACCRUE-AMT TO LM-INTEREST-DUE
                    ADD AGE-ACCRUE-AMT TO AGE-ACCRUED-TOTAL
                    MOVE AGE-ACCRUE-PERIOD TO LM-ACCRUED-TO-PERIOD
                    MOVE 'Y' TO AGE-ACCRUE-FLAG
                    ADD 1 TO AGE-ACCRUE-PERIOD
                 END-IF
              END-IF
           END-PERFORM
           IF AGE-ACCRUE-FLAG = 'Y'
              ADD 1 TO AGE-ACCRUED-COUNT
              REWRITE LM-RECORD
              IF LOAN-MASTER-STATUS NOT = '00'
                 DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                    LOAN-MASTER-STATUS
                 STOP RUN
              END-IF
           END-IF
           MOVE AGE-DUE-PERIOD TO QUOTE-PERIOD-TRY
           PERFORM COMPUTE-PERIOD-DUE-DATE.

       AGE-NONACCRUAL-LOAN.
           ADD 1 TO AGE-NAC-COUNT
           ADD LM-ACTUAL-BALANCE TO AGE-NAC-AMT
           MOVE ZERO TO AGE-DAYS-PAST
           PERFORM CHECK-ORIGINATION-DATE
           IF ORIG-DATE-OK-FLAG = 'Y'
              PERFORM COMPUTE-DAYS-PAST-DUE
           END-IF
           MOVE AGE-DAYS-PAST TO AGE-DAYS-PAST-D
           MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' BORROWER ' LM-BORROWER-REF
              ' NON-ACCRUAL SINCE ' LM-NONACCRUAL-DATE
              ' DAYS PAST ' AGE-DAYS-PAST-D
              ' BALANCE $' ACTUAL-BALANCE-D ' STATUS ' LM-STATUS
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       AGE-CHARGED-OFF-LOAN.
           ADD 1 TO AGE-CHG-COUNT
           ADD LM-CHARGE-OFF-AMOUNT TO AGE-CHG-AMT
           ADD LM-RECOVERY-AMOUNT TO AGE-RECOVERY-AMT
           MOVE LM-CHARGE-OFF-AMOUNT TO CHARGE-OFF-AMOUNT-D
           MOVE LM-RECOVERY-AMOUNT TO RECOVERY-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' BORROWER ' LM-BORROWER-REF
              ' CHARGED OFF ' LM-CHARGE-OFF-DATE
              ' AMOUNT $' CHARGE-OFF-AMOUNT-D
              ' RECOVERED $' RECOVERY-AMOUNT-D ' STATUS ' LM-STATUS
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       AGE-BUCKET-LOAN.
           IF AGE-DAYS-PAST >= AGE-THRESHOLD-DAYS
              AND LM-STATUS = 'A'
              PERFORM FLAG-DELINQUENT-LOAN
           END-IF
           PERFORM SET-AGE-BAND
           IF AGE-BAND = ZERO
              ADD 1 TO AGE-CURRENT-COUNT
              ADD LM-ACTUAL-BALANCE TO AGE-CURRENT-AMT
              PERFORM WRITE-PRINT-LINE
           END-IF.

       SET-AGE-BAND.
           EVALUATE TRUE
              WHEN AGE-DAYS-PAST < 30
                 MOVE ZERO TO AGE-BAND
              WHEN AGE-DAYS-PAST < 60
                 MOVE 1 TO AGE-BAND
              WHEN AGE-DAYS-PAST < 90
                 MOVE 2 TO AGE-BAND
              WHEN AGE-DAYS-PAST < 120
                 MOVE 3 TO AGE-BAND
              WHEN OTHER
                 MOVE 4 TO AGE-BAND
           END-EVALUATE.

       FLAG-DELINQUENT-LOAN.
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           MOVE 'D' TO LM-STATUS
           ADD AGE-LATE-FEE TO LM-FEES-DUE
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS NOT = '00'
           MOVE '120 AND OVER   ' TO AGE-LABEL
           MOVE 4 TO AGE-BAND
           PERFORM PRINT-AGING-BAND-LINE
           MOVE 'NON-ACCRUAL    ' TO AGE-LABEL
           MOVE AGE-NAC-COUNT TO AGE-COUNT-D
           MOVE AGE-NAC-AMT TO AGE-AMT-D
           PERFORM PRINT-AGING-LINE
           MOVE AGE-CHG-COUNT TO AGE-COUNT-D
           MOVE AGE-CHG-AMT TO AGE-AMT-D
           MOVE AGE-RECOVERY-AMT TO AGE-RECOVERY-AMT-D
           MOVE SPACES TO RPT-LINE
           STRING 'CHARGED OFF       COUNT ' AGE-COUNT-D
              '  WRITTEN OFF $' AGE-AMT-D
              '  RECOVERED $' AGE-RECOVERY-AMT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE AGE-FLAGGED-COUNT TO AGE-FLAGGED-COUNT-D
           MOVE AGE-FEES-TOTAL TO AGE-FEES-TOTAL-D
           MOVE SPACES TO RPT-LINE
              '  LATE FEES ASSESSED: $' AGE-FEES-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE AGE-ACCRUED-COUNT TO AGE-ACCRUED-COUNT-D
           MOVE AGE-ACCRUED-TOTAL TO AGE-ACCRUED-TOTAL-D
           MOVE SPACES TO RPT-LINE
           STRING 'PAST-DUE INTEREST ACCRUED: LOANS '
              AGE-ACCRUED-COUNT-D '  AMOUNT $' AGE-ACCRUED-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE AGE-SCANNED-COUNT TO AGE-COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'ACTIVE LOANS AGED: ' AGE-COUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       CREDIT-BUREAU-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO CRB-DATE-IN
           ELSE
              DISPLAY 'Enter the month-end activity date (YYYYMMDD): '
              ACCEPT CRB-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(CRB-DATE-IN) NOT = 0
              DISPLAY 'Invalid activity date'
           ELSE
              COMPUTE CRB-ACTIVITY-DATE = FUNCTION NUMVAL(CRB-DATE-IN)
              COMPUTE QUOTE-YY = CRB-ACTIVITY-DATE / 10000
              COMPUTE QUOTE-MM =
              FUNCTION MOD(CRB-ACTIVITY-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(CRB-ACTIVITY-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid activity date'
              ELSE
                 COMPUTE CRB-ACTIVITY-YYMM = CRB-ACTIVITY-DATE / 100
                 MOVE CRB-ACTIVITY-DATE TO AGE-RUN-DATE
                 COMPUTE AGE-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(CRB-ACTIVITY-DATE)
                 PERFORM CREDIT-BUREAU-EXTRACT
              END-IF
           END-IF.

       CREDIT-BUREAU-EXTRACT.
           DISPLAY 'Credit bureau extract - reading LOANMAS'
           OPEN OUTPUT CREDIT-BUREAU-FILE
           IF CREDIT-BUREAU-STATUS NOT = '00'
              DISPLAY 'CRBUREAU OPEN ERROR - STATUS '
                 CREDIT-BUREAU-STATUS
              STOP RUN
           END-IF
           MOVE ZERO TO CRB-READ-COUNT
           MOVE ZERO TO CRB-SEGMENT-COUNT
           MOVE ZERO TO CRB-DELETE-COUNT
           MOVE ZERO TO CRB-EXCLUDED-COUNT
           MOVE ZERO TO CRB-BALANCE-TOTAL
           MOVE CRB-REPORTER-ID TO CBH-REPORTER-ID
           MOVE CRB-REPORTER-NAME TO CBH-REPORTER-NAME
           MOVE CRB-ACTIVITY-DATE TO CBH-ACTIVITY-DATE
           ACCEPT CBH-CREATED-DATE FROM DATE YYYYMMDD
           WRITE CB-RECORD FROM CRB-HEADER-RECORD
           PERFORM CHECK-BUREAU-WRITE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDIT BUREAU EXTRACT CONTROL REPORT - ACTIVITY '
              'DATE ' CRB-ACTIVITY-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO LM-LOAN-ID
                 AT END
                    MOVE 'Y' TO LOANMAS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO CRB-READ-COUNT
                    PERFORM BUREAU-LOAN-RECORD
              END-READ
              IF LOAN-MASTER-STATUS NOT = '00'
                 AND LOAN-MASTER-STATUS NOT = '02'
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              END-IF
           END-PERFORM
           PERFORM BUREAU-DELETED-LOANS
           MOVE CRB-REPORTER-ID TO CBT-REPORTER-ID
           MOVE CRB-ACTIVITY-DATE TO CBT-ACTIVITY-DATE
           MOVE CRB-SEGMENT-COUNT TO CBT-SEGMENT-COUNT
           MOVE CRB-DELETE-COUNT TO CBT-DELETE-COUNT
           MOVE CRB-BALANCE-TOTAL TO CBT-BALANCE-TOTAL
           WRITE CB-RECORD FROM CRB-TRAILER-RECORD
           PERFORM CHECK-BUREAU-WRITE
           CLOSE CREDIT-BUREAU-FILE
           MOVE CRB-READ-COUNT TO CRB-READ-COUNT-D
           MOVE CRB-SEGMENT-COUNT TO CRB-SEGMENT-COUNT-D
           MOVE CRB-DELETE-COUNT TO CRB-DELETE-COUNT-D
           MOVE CRB-EXCLUDED-COUNT TO CRB-EXCLUDED-COUNT-D
           MOVE CRB-BALANCE-TOTAL TO CRB-BALANCE-TOTAL-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOANS READ: ' CRB-READ-COUNT-D
              '  SEGMENTS WRITTEN: ' CRB-SEGMENT-COUNT-D
              '  OF WHICH DELETES: ' CRB-DELETE-COUNT-D
              '  EXCLUDED: ' CRB-EXCLUDED-COUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL BALANCE REPORTED: $' CRB-BALANCE-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'Credit bureau segments written: '
           CRB-SEGMENT-COUNT-D ' excluded: ' CRB-EXCLUDED-COUNT-D
           IF CRB-EXCLUDED-COUNT > ZERO AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF.

       BUREAU-LOAN-RECORD.
           MOVE SPACES TO CRB-EXCLUDE-REASON
           MOVE SPACES TO CBS-ACCOUNT-STATUS
           MOVE ZERO TO CBS-DPD-BUCKET
           MOVE ZERO TO CBS-DAYS-PAST-DUE
           MOVE ZERO TO CBS-SCHEDULED-PAYMENT
           MOVE ZERO TO CBS-CHARGE-OFF-AMOUNT
           MOVE LM-ACTUAL-BALANCE TO CBS-ACTUAL-BALANCE
           EVALUATE LM-STATUS
              WHEN 'A'
              WHEN 'D'
              WHEN 'N'
                 PERFORM CHECK-ORIGINATION-DATE
                 IF ORIG-DATE-OK-FLAG = 'N'
                    MOVE 'INVALID ORIGINATION DATE'
                       TO CRB-EXCLUDE-REASON
                 ELSE
                    PERFORM BUREAU-AGE-LOAN
                 END-IF
              WHEN 'C'
                 MOVE '13' TO CBS-ACCOUNT-STATUS
                 MOVE ZERO TO CBS-ACTUAL-BALANCE
              WHEN 'W'
                 MOVE '97' TO CBS-ACCOUNT-STATUS
                 MOVE LM-CHARGE-OFF-AMOUNT TO CBS-CHARGE-OFF-AMOUNT
                 IF LM-CHARGE-OFF-AMOUNT > LM-RECOVERY-AMOUNT
                    COMPUTE CBS-ACTUAL-BALANCE =
                    LM-CHARGE-OFF-AMOUNT - LM-RECOVERY-AMOUNT
                 ELSE
                    MOVE ZERO TO CBS-ACTUAL-BALANCE
                    MOVE '64' TO CBS-ACCOUNT-STATUS
                 END-IF
              WHEN OTHER
                 STRING 'UNKNOWN LOAN STATUS ' LM-STATUS
                    DELIMITED BY SIZE INTO CRB-EXCLUDE-REASON
           END-EVALUATE
           IF CRB-EXCLUDE-REASON = SPACES
              PERFORM BUREAU-BORROWER-SEGMENT
           END-IF
           IF CRB-EXCLUDE-REASON NOT = SPACES
              PERFORM BUREAU-EXCLUDE-LOAN
           END-IF.

       BUREAU-AGE-LOAN.
           PERFORM COMPUTE-DAYS-PAST-DUE
           IF AGE-DAYS-PAST > ZERO
              MOVE AGE-DAYS-PAST TO CBS-DAYS-PAST-DUE
           END-IF
           PERFORM SET-AGE-BAND
           MOVE AGE-BAND TO CBS-DPD-BUCKET
           MOVE CRB-BAND-STATUS(AGE-BAND + 1) TO CBS-ACCOUNT-STATUS
           IF AGE-DUE-PERIOD <= AGE-MONTHS
              MOVE AGE-DUE-PERIOD TO SCHED-TARGET-PERIOD
              PERFORM WALK-LOAN-SCHEDULE
              MOVE SCHED-PAYMENT TO CBS-SCHEDULED-PAYMENT
              IF LM-ESCROW-PAYMENT IS NUMERIC
                 AND LM-ESCROW-PAYMENT > ZERO
                 ADD LM-ESCROW-PAYMENT TO CBS-SCHEDULED-PAYMENT
              END-IF
           END-IF.

       BUREAU-BORROWER-SEGMENT.
           MOVE LM-BORROWER-REF TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE 'BORROWER NOT ON BORRMAS' TO CRB-EXCLUDE-REASON
              NOT INVALID KEY
                 IF BM-NAME = SPACES
                    MOVE 'BORROWER NAME MISSING' TO CRB-EXCLUDE-REASON
                 ELSE
                 IF BM-ADDR-LINE-1 = SPACES OR BM-CITY = SPACES
                    OR BM-STATE = SPACES OR BM-ZIP = SPACES
                    MOVE 'BORROWER ADDRESS INCOMPLETE'
                       TO CRB-EXCLUDE-REASON
                 END-IF
                 END-IF
           END-READ
           IF CRB-EXCLUDE-REASON = SPACES
              MOVE LM-LOAN-ID TO CBS-LOAN-ID
              MOVE LM-BORROWER-REF TO CBS-BORROWER-ID
              MOVE LM-ORIGINATION-DATE TO CBS-DATE-OPENED
              MOVE LM-TOTAL-LOAN TO CBS-ORIGINAL-AMOUNT
              MOVE LM-LAST-PAID-DATE TO CBS-LAST-PAID-DATE
              MOVE BM-NAME TO CBS-NAME
              MOVE BM-ADDR-LINE-1 TO CBS-ADDR-LINE-1
              MOVE BM-ADDR-LINE-2 TO CBS-ADDR-LINE-2
              MOVE BM-CITY TO CBS-CITY
              MOVE BM-STATE TO CBS-STATE
              MOVE BM-ZIP TO CBS-ZIP
              WRITE CB-RECORD FROM CRB-BASE-SEGMENT
              PERFORM CHECK-BUREAU-WRITE
              ADD 1 TO CRB-SEGMENT-COUNT
              ADD CBS-ACTUAL-BALANCE TO CRB-BALANCE-TOTAL
           END-IF.

       BUREAU-EXCLUDE-LOAN.
           ADD 1 TO CRB-EXCLUDED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' BORROWER ' LM-BORROWER-REF
              ' STATUS ' LM-STATUS ' NOT REPORTED - '
              CRB-EXCLUDE-REASON
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       BUREAU-DELETED-LOANS.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = '00'
              MOVE 'N' TO CRB-EOF-FLAG
              PERFORM UNTIL CRB-EOF-FLAG = 'Y'
                 READ AUDIT-FILE
                    AT END
                       MOVE 'Y' TO CRB-EOF-FLAG
                    NOT AT END
                       IF AUD-ACTION = 'DEL'
                          AND AUD-DATE IS NUMERIC
                          COMPUTE CRB-AUDIT-YYMM = AUD-DATE / 100
                          IF CRB-AUDIT-YYMM = CRB-ACTIVITY-YYMM
                             PERFORM BUREAU-DELETED-LOAN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       BUREAU-DELETED-LOAN.
           MOVE AUD-BEFORE-IMAGE TO LM-RECORD
           MOVE SPACES TO CRB-EXCLUDE-REASON
           MOVE 'DA' TO CBS-ACCOUNT-STATUS
           MOVE ZERO TO CBS-DPD-BUCKET
           MOVE ZERO TO CBS-DAYS-PAST-DUE
           MOVE ZERO TO CBS-SCHEDULED-PAYMENT
           MOVE ZERO TO CBS-ACTUAL-BALANCE
           MOVE ZERO TO CBS-CHARGE-OFF-AMOUNT
           PERFORM BUREAU-BORROWER-SEGMENT
           IF CRB-EXCLUDE-REASON = SPACES
              ADD 1 TO CRB-DELETE-COUNT
           ELSE
              PERFORM BUREAU-EXCLUDE-LOAN
           END-IF.

       CHECK-BUREAU-WRITE.
           IF CREDIT-BUREAU-STATUS NOT = '00'
              DISPLAY 'CRBUREAU WRITE ERROR - STATUS '
                 CREDIT-BUREAU-STATUS
              STOP RUN
           END-IF.

       MONTH-END-CLOSE.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO SNAP-DATE-IN
           ELSE
              DISPLAY 'Enter the month-end close date (YYYYMMDD): '
              ACCEPT SNAP-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(SNAP-DATE-IN) NOT = 0
              DISPLAY 'Invalid close date'
           ELSE
              COMPUTE SNAP-CLOSE-DATE = FUNCTION NUMVAL(SNAP-DATE-IN)
              COMPUTE QUOTE-YY = SNAP-CLOSE-DATE / 10000
              COMPUTE QUOTE-MM =
              FUNCTION MOD(SNAP-CLOSE-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(SNAP-CLOSE-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid close date'
              ELSE
                 PERFORM MONTH-END-SNAPSHOT
              END-IF
           END-IF.

       MONTH-END-SNAPSHOT.
           OPEN I-O LOAN-SNAPSHOT-FILE
           IF LOAN-SNAPSHOT-STATUS = '35'
              OPEN OUTPUT LOAN-SNAPSHOT-FILE
              CLOSE LOAN-SNAPSHOT-FILE
              OPEN I-O LOAN-SNAPSHOT-FILE
           END-IF
           IF LOAN-SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'LMSNAP OPEN ERROR - STATUS '
                 LOAN-SNAPSHOT-STATUS
              STOP RUN
           END-IF
           PERFORM FIND-PRIOR-SNAPSHOT
           MOVE SPACES TO RPT-LINE
           STRING 'PORTFOLIO BALANCE ROLL-FORWARD - MONTH-END '
              SNAP-CLOSE-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           IF SNAP-ON-FILE-FLAG = 'Y'
              MOVE SPACES TO RPT-LINE
              STRING 'MONTH-END ' SNAP-CLOSE-DATE ' IS ALREADY ON '
                 'LMSNAP - SNAPSHOT NOT RETAKEN'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              DISPLAY 'Month-end ' SNAP-CLOSE-DATE ' already closed'
              IF JOB-STEP-RC < 4
                 MOVE 4 TO JOB-STEP-RC
              END-IF
           ELSE
           IF SNAP-ON-FILE-FLAG = 'L'
              MOVE SPACES TO RPT-LINE
              STRING 'A LATER MONTH-END IS ALREADY ON LMSNAP - CLOSE '
                 'FOR ' SNAP-CLOSE-DATE ' REFUSED'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              DISPLAY 'A later month-end is already on LMSNAP'
              MOVE 8 TO JOB-STEP-RC
           ELSE
              PERFORM ROLL-FORWARD-PORTFOLIO
           END-IF
           END-IF
           CLOSE LOAN-SNAPSHOT-FILE.

       FIND-PRIOR-SNAPSHOT.
           MOVE ZERO TO SNAP-PRIOR-DATE
           MOVE ZERO TO SNAP-PRIOR-STAMP
           MOVE 'N' TO SNAP-ON-FILE-FLAG
           MOVE LOW-VALUES TO SN-KEY
           MOVE 'Y' TO SNAP-EOF-FLAG
           START LOAN-SNAPSHOT-FILE KEY >= SN-KEY
              INVALID KEY
                 MOVE 'Y' TO SNAP-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO SNAP-EOF-FLAG
           END-START
           PERFORM UNTIL SNAP-EOF-FLAG = 'Y'
              READ LOAN-SNAPSHOT-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO SNAP-EOF-FLAG
                 NOT AT END
                    IF SN-SNAPSHOT-DATE < SNAP-CLOSE-DATE
                       MOVE SN-SNAPSHOT-DATE TO SNAP-PRIOR-DATE
                       COMPUTE SNAP-PRIOR-STAMP =
                       SN-TAKEN-DATE * 100000000 + SN-TAKEN-TIME
                       MOVE HIGH-VALUES TO SN-LOAN-ID
                       START LOAN-SNAPSHOT-FILE KEY > SN-KEY
                          INVALID KEY
                             MOVE 'Y' TO SNAP-EOF-FLAG
                       END-START
                    ELSE
                       IF SN-SNAPSHOT-DATE = SNAP-CLOSE-DATE
                          MOVE 'Y' TO SNAP-ON-FILE-FLAG
                       ELSE
                          MOVE 'L' TO SNAP-ON-FILE-FLAG
                       END-IF
                       MOVE 'Y' TO SNAP-EOF-FLAG
                    END-IF
              END-READ
              IF LOAN-SNAPSHOT-STATUS NOT = '00'
                 AND LOAN-SNAPSHOT-STATUS NOT = '02'
                 MOVE 'Y' TO SNAP-EOF-FLAG
              END-IF
           END-PERFORM.

       ROLL-FORWARD-PORTFOLIO.
           DISPLAY 'Month-end close - writing LMSNAP'
           MOVE ZERO TO SNAP-LOAN-COUNT
           MOVE ZERO TO SNAP-NEW-COUNT
           MOVE ZERO TO SNAP-REMOVED-COUNT
           MOVE ZERO TO SNAP-EXCEPTION-COUNT
           MOVE ZERO TO SNAP-TOT-BEGIN
           MOVE ZERO TO SNAP-TOT-BOOKED
           MOVE ZERO TO SNAP-TOT-COLLECTED
           MOVE ZERO TO SNAP-TOT-REVERSED
           MOVE ZERO TO SNAP-TOT-CAPITALIZED
           MOVE ZERO TO SNAP-TOT-CHARGED-OFF
           MOVE ZERO TO SNAP-TOT-REMOVED
           MOVE ZERO TO SNAP-TOT-ENDING
           ACCEPT SNAP-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT SNAP-TAKEN-TIME FROM TIME
           MOVE SPACES TO RPT-LINE
           IF SNAP-PRIOR-DATE = ZERO
              STRING 'NO PRIOR SNAPSHOT ON LMSNAP - OPENING SNAPSHOT '
                 'TAKEN, ROLL-FORWARD STARTS NEXT MONTH-END'
                 DELIMITED BY SIZE INTO RPT-LINE
              MOVE HIGH-VALUES TO SNAP-PRIOR-LOAN
           ELSE
              STRING 'PRIOR SNAPSHOT ' SNAP-PRIOR-DATE
                 '  - ACTIVITY POSTED SINCE IT WAS TAKEN'
                 DELIMITED BY SIZE INTO RPT-LINE
              MOVE SNAP-PRIOR-DATE TO SN-SNAPSHOT-DATE
              MOVE LOW-VALUES TO SN-LOAN-ID
              START LOAN-SNAPSHOT-FILE KEY >= SN-KEY
                 INVALID KEY
                    MOVE HIGH-VALUES TO SNAP-PRIOR-LOAN
                 NOT INVALID KEY
                    PERFORM READ-PRIOR-SNAPSHOT
              END-START
           END-IF
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO LM-LOAN-ID
           START LOAN-MASTER-FILE KEY >= LM-LOAN-ID
              INVALID KEY
                 MOVE HIGH-VALUES TO SNAP-CURR-LOAN
              NOT INVALID KEY
                 PERFORM READ-SNAPSHOT-LOAN
           END-START
           PERFORM UNTIL SNAP-PRIOR-LOAN = HIGH-VALUES
              AND SNAP-CURR-LOAN = HIGH-VALUES
              IF SNAP-PRIOR-LOAN = SNAP-CURR-LOAN
                 PERFORM ROLL-CONTINUING-LOAN
                 PERFORM READ-PRIOR-SNAPSHOT
                 PERFORM READ-SNAPSHOT-LOAN
              ELSE
              IF SNAP-PRIOR-LOAN < SNAP-CURR-LOAN
                 PERFORM ROLL-REMOVED-LOAN
                 PERFORM READ-PRIOR-SNAPSHOT
              ELSE
                 PERFORM ROLL-NEW-LOAN
                 PERFORM READ-SNAPSHOT-LOAN
              END-IF
              END-IF
           END-PERFORM
           MOVE ZERO TO SNAP-TOT-DIFF
           IF SNAP-PRIOR-DATE = ZERO
              MOVE SNAP-TOT-ENDING TO SNAP-AMOUNT-D
              MOVE SNAP-LOAN-COUNT TO SNAP-LOAN-COUNT-D
              MOVE SPACES TO RPT-LINE
              STRING 'OPENING BALANCE $' SNAP-AMOUNT-D
                 '  LOANS SNAPSHOT: ' SNAP-LOAN-COUNT-D
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              PERFORM PRINT-ROLL-FORWARD
           END-IF
           MOVE SNAP-LOAN-COUNT TO SNAP-LOAN-COUNT-D
           MOVE SNAP-EXCEPTION-COUNT TO SNAP-EXCEPTION-COUNT-D
           DISPLAY 'Month-end snapshot written: ' SNAP-LOAN-COUNT-D
           ' loans, ' SNAP-EXCEPTION-COUNT-D ' exceptions'
           IF (SNAP-EXCEPTION-COUNT > ZERO OR SNAP-TOT-DIFF NOT = ZERO)
              AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF.

       READ-PRIOR-SNAPSHOT.
           READ LOAN-SNAPSHOT-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO SNAP-PRIOR-LOAN
              NOT AT END
                 IF SN-SNAPSHOT-DATE = SNAP-PRIOR-DATE
                    MOVE SN-LOAN-ID TO SNAP-PRIOR-LOAN
                    MOVE SN-ACTUAL-BALANCE TO SNAP-PRIOR-BALANCE
                    MOVE SN-STATUS TO SNAP-PRIOR-STATUS
                 ELSE
                    MOVE HIGH-VALUES TO SNAP-PRIOR-LOAN
                 END-IF
           END-READ
           IF LOAN-SNAPSHOT-STATUS NOT = '00'
              AND LOAN-SNAPSHOT-STATUS NOT = '02'
              MOVE HIGH-VALUES TO SNAP-PRIOR-LOAN
           END-IF.

       READ-SNAPSHOT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO SNAP-CURR-LOAN
              NOT AT END
                 MOVE LM-LOAN-ID TO SNAP-CURR-LOAN
           END-READ
           IF LOAN-MASTER-STATUS NOT = '00'
              AND LOAN-MASTER-STATUS NOT = '02'
              MOVE HIGH-VALUES TO SNAP-CURR-LOAN
           END-IF.

       ROLL-CONTINUING-LOAN.
           MOVE SNAP-PRIOR-BALANCE TO SNAP-LN-BEGIN
           MOVE ZERO TO SNAP-LN-BOOKED
           PERFORM ROLL-LOAN-ACTIVITY
           IF SNAP-PRIOR-STATUS NOT = 'W' AND LM-STATUS = 'W'
              MOVE LM-CHARGE-OFF-AMOUNT TO SNAP-LN-CHARGED-OFF
           END-IF
           PERFORM ROLL-LOAN-TIE-OUT
           PERFORM WRITE-LOAN-SNAPSHOT.

       ROLL-NEW-LOAN.
           IF SNAP-PRIOR-DATE = ZERO
              ADD LM-ACTUAL-BALANCE TO SNAP-TOT-ENDING
           ELSE
              ADD 1 TO SNAP-NEW-COUNT
              MOVE ZERO TO SNAP-LN-BEGIN
              MOVE LM-TOTAL-LOAN TO SNAP-LN-BOOKED
              PERFORM ROLL-LOAN-ACTIVITY
              IF LM-STATUS = 'W'
                 MOVE LM-CHARGE-OFF-AMOUNT TO SNAP-LN-CHARGED-OFF
              END-IF
              PERFORM ROLL-LOAN-TIE-OUT
           END-IF
           PERFORM WRITE-LOAN-SNAPSHOT.

       ROLL-REMOVED-LOAN.
           ADD 1 TO SNAP-REMOVED-COUNT
           ADD SNAP-PRIOR-BALANCE TO SNAP-TOT-BEGIN
           ADD SNAP-PRIOR-BALANCE TO SNAP-TOT-REMOVED
           MOVE SNAP-PRIOR-BALANCE TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' SNAP-PRIOR-LOAN ' NO LONGER ON LOANMAS - '
              'PRIOR BALANCE $' SNAP-AMOUNT-D ' REMOVED'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       ROLL-LOAN-ACTIVITY.
           MOVE ZERO TO SNAP-LN-COLLECTED
           MOVE ZERO TO SNAP-LN-REVERSED
           MOVE ZERO TO SNAP-LN-CAPITALIZED
           MOVE ZERO TO SNAP-LN-CHARGED-OFF
           MOVE LM-LOAN-ID TO PH-LOAN-ID
           MOVE ZERO TO PH-SEQUENCE
           MOVE 'Y' TO SNAP-SCAN-FLAG
           START PAYMENT-HISTORY-FILE KEY >= PH-KEY
              INVALID KEY
                 MOVE 'Y' TO SNAP-SCAN-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO SNAP-SCAN-FLAG
           END-START
           PERFORM UNTIL SNAP-SCAN-FLAG = 'Y'
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO SNAP-SCAN-FLAG
                 NOT AT END
                    IF PH-LOAN-ID NOT = LM-LOAN-ID
                       MOVE 'Y' TO SNAP-SCAN-FLAG
                    ELSE
                    IF PH-POSTED-DATE IS NUMERIC
                       AND PH-POSTED-TIME IS NUMERIC
                       COMPUTE SNAP-ENTRY-STAMP =
                       PH-POSTED-DATE * 100000000 + PH-POSTED-TIME
                       IF SNAP-ENTRY-STAMP > SNAP-PRIOR-STAMP
                          IF PH-TYPE = 'V'
                             ADD PH-PRIN-APPLIED TO SNAP-LN-REVERSED
                          ELSE
                             ADD PH-PRIN-APPLIED TO SNAP-LN-COLLECTED
                          END-IF
                       END-IF
                    END-IF
                    END-IF
              END-READ
              IF PAYMENT-HISTORY-STATUS NOT = '00'
                 AND PAYMENT-HISTORY-STATUS NOT = '02'
                 MOVE 'Y' TO SNAP-SCAN-FLAG
              END-IF
           END-PERFORM
           MOVE LM-LOAN-ID TO MH-LOAN-ID
           MOVE ZERO TO MH-SEQUENCE
           MOVE 'Y' TO SNAP-SCAN-FLAG
           START LOAN-MODIFICATION-FILE KEY >= MH-KEY
              INVALID KEY
                 MOVE 'Y' TO SNAP-SCAN-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO SNAP-SCAN-FLAG
           END-START
           PERFORM UNTIL SNAP-SCAN-FLAG = 'Y'
              READ LOAN-MODIFICATION-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO SNAP-SCAN-FLAG
                 NOT AT END
                    IF MH-LOAN-ID NOT = LM-LOAN-ID
                       MOVE 'Y' TO SNAP-SCAN-FLAG
                    ELSE
                       COMPUTE SNAP-ENTRY-STAMP =
                       MH-ENTERED-DATE * 100000000 + MH-ENTERED-TIME
                       IF SNAP-ENTRY-STAMP > SNAP-PRIOR-STAMP
                          ADD MH-CAP-INTEREST MH-CAP-FEES
                             TO SNAP-LN-CAPITALIZED
                       END-IF
                    END-IF
              END-READ
              IF LOAN-MODIFICATION-STATUS NOT = '00'
                 AND LOAN-MODIFICATION-STATUS NOT = '02'
                 MOVE 'Y' TO SNAP-SCAN-FLAG
              END-IF
           END-PERFORM.

       ROLL-LOAN-TIE-OUT.
           COMPUTE SNAP-LN-EXPECTED = SNAP-LN-BEGIN + SNAP-LN-BOOKED
              - SNAP-LN-COLLECTED + SNAP-LN-REVERSED
              + SNAP-LN-CAPITALIZED - SNAP-LN-CHARGED-OFF
           COMPUTE SNAP-LN-DIFF = LM-ACTUAL-BALANCE - SNAP-LN-EXPECTED
           ADD SNAP-LN-BEGIN TO SNAP-TOT-BEGIN
           ADD SNAP-LN-BOOKED TO SNAP-TOT-BOOKED
           ADD SNAP-LN-COLLECTED TO SNAP-TOT-COLLECTED
           ADD SNAP-LN-REVERSED TO SNAP-TOT-REVERSED
           ADD SNAP-LN-CAPITALIZED TO SNAP-TOT-CAPITALIZED
           ADD SNAP-LN-CHARGED-OFF TO SNAP-TOT-CHARGED-OFF
           ADD LM-ACTUAL-BALANCE TO SNAP-TOT-ENDING
           IF SNAP-LN-DIFF NOT = ZERO
              ADD 1 TO SNAP-EXCEPTION-COUNT
              MOVE SNAP-LN-EXPECTED TO SNAP-LN-EXPECTED-D
              MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
              MOVE SNAP-LN-DIFF TO SNAP-LN-DIFF-D
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' DOES NOT TIE OUT - '
                 'EXPECTED $' SNAP-LN-EXPECTED-D ' ACTUAL $'
                 ACTUAL-BALANCE-D ' DIFFERENCE $' SNAP-LN-DIFF-D
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-LOAN-SNAPSHOT.
           ADD 1 TO SNAP-LOAN-COUNT
           MOVE SNAP-CLOSE-DATE TO SN-SNAPSHOT-DATE
           MOVE LM-LOAN-ID TO SN-LOAN-ID
           MOVE SNAP-TAKEN-DATE TO SN-TAKEN-DATE
           MOVE SNAP-TAKEN-TIME TO SN-TAKEN-TIME
           MOVE LM-RECORD TO SN-LOAN-IMAGE
           WRITE SN-RECORD
              INVALID KEY
                 DISPLAY 'LMSNAP WRITE ERROR - STATUS '
                    LOAN-SNAPSHOT-STATUS
                 STOP RUN
           END-WRITE.

       PRINT-ROLL-FORWARD.
           COMPUTE SNAP-TOT-COMPUTED = SNAP-TOT-BEGIN + SNAP-TOT-BOOKED
              - SNAP-TOT-COLLECTED + SNAP-TOT-REVERSED
              + SNAP-TOT-CAPITALIZED - SNAP-TOT-CHARGED-OFF
              - SNAP-TOT-REMOVED
           COMPUTE SNAP-TOT-DIFF = SNAP-TOT-ENDING - SNAP-TOT-COMPUTED
           MOVE SNAP-TOT-BEGIN TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'BEGINNING BALANCE (PRIOR SNAPSHOT)      $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-BOOKED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'PLUS  NEW LOANS BOOKED                  $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-COLLECTED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LESS  PRINCIPAL COLLECTED (LOANHIS)     $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-CAPITALIZED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'PLUS  FEES AND INTEREST CAPITALIZED     $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-REVERSED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'PLUS  REVERSALS OF PRIOR COLLECTIONS    $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-CHARGED-OFF TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LESS  PRINCIPAL CHARGED OFF             $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-REMOVED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LESS  LOANS REMOVED FROM LOANMAS        $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-COMPUTED TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'EQUALS COMPUTED ENDING BALANCE          $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-ENDING TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'ENDING BALANCE (THIS SNAPSHOT)          $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-TOT-DIFF TO SNAP-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'UNEXPLAINED DIFFERENCE                  $'
              SNAP-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SNAP-LOAN-COUNT TO SNAP-LOAN-COUNT-D
           MOVE SNAP-NEW-COUNT TO SNAP-NEW-COUNT-D
           MOVE SNAP-REMOVED-COUNT TO SNAP-REMOVED-COUNT-D
           MOVE SNAP-EXCEPTION-COUNT TO SNAP-EXCEPTION-COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOANS SNAPSHOT: ' SNAP-LOAN-COUNT-D
              '  NEW: ' SNAP-NEW-COUNT-D
              '  REMOVED: ' SNAP-REMOVED-COUNT-D
              '  EXCEPTIONS: ' SNAP-EXCEPTION-COUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       ARCHIVE-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO ARC-DATE-IN
           ELSE
              DISPLAY 'Enter the archive run date (YYYYMMDD): '
              ACCEPT ARC-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(ARC-DATE-IN) NOT = 0
              DISPLAY 'Invalid archive run date'
           ELSE
              COMPUTE ARC-RUN-DATE = FUNCTION NUMVAL(ARC-DATE-IN)
              COMPUTE QUOTE-YY = ARC-RUN-DATE / 10000
              COMPUTE QUOTE-MM = FUNCTION MOD(ARC-RUN-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(ARC-RUN-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid archive run date'
              ELSE
                 COMPUTE ARC-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(ARC-RUN-DATE)
                 PERFORM ARCHIVE-CLOSED-LOANS
              END-IF
           END-IF.

       ARCHIVE-CLOSED-LOANS.
           DISPLAY 'Archive closed loans - reading LOANMAS'
           OPEN I-O ARCHIVE-MASTER-FILE
           IF ARCHIVE-MASTER-STATUS = '35'
              OPEN OUTPUT ARCHIVE-MASTER-FILE
              CLOSE ARCHIVE-MASTER-FILE
              OPEN I-O ARCHIVE-MASTER-FILE
           END-IF
           IF ARCHIVE-MASTER-STATUS NOT = '00'
              DISPLAY 'ARCHMAS OPEN ERROR - STATUS '
                 ARCHIVE-MASTER-STATUS
              STOP RUN
           END-IF
           OPEN I-O ARCHIVE-HISTORY-FILE
           IF ARCHIVE-HISTORY-STATUS = '35'
              OPEN OUTPUT ARCHIVE-HISTORY-FILE
              CLOSE ARCHIVE-HISTORY-FILE
              OPEN I-O ARCHIVE-HISTORY-FILE
           END-IF
           IF ARCHIVE-HISTORY-STATUS NOT = '00'
              DISPLAY 'ARCHHIS OPEN ERROR - STATUS '
                 ARCHIVE-HISTORY-STATUS
              STOP RUN
           END-IF
           ACCEPT ARC-TIME FROM TIME
           MOVE ZERO TO ARC-READ-COUNT
           MOVE ZERO TO ARC-CLOSED-COUNT
           MOVE ZERO TO ARC-ARCHIVED-COUNT
           MOVE ZERO TO ARC-RETAINED-COUNT
           MOVE ZERO TO ARC-NO-DATE-COUNT
           MOVE ZERO TO ARC-HISTORY-TOTAL
           MOVE ZERO TO ARC-ORIGINAL-TOTAL
           MOVE ZERO TO ARC-BALANCE-TOTAL
           MOVE ZERO TO ARC-ESCROW-TOTAL
           MOVE ARC-RETENTION-DAYS TO ARC-RETENTION-DAYS-D
           MOVE SPACES TO RPT-LINE
           STRING 'CLOSED LOAN ARCHIVE CONTROL REPORT - RUN DATE '
              ARC-RUN-DATE ' - RETENTION ' ARC-RETENTION-DAYS-D
              ' DAYS'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO LM-LOAN-ID
           MOVE 'Y' TO LOANMAS-EOF-FLAG
           START LOAN-MASTER-FILE KEY >= LM-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO LOANMAS-EOF-FLAG
           END-START
           PERFORM UNTIL LOANMAS-EOF-FLAG = 'Y'
              READ LOAN-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO LOANMAS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO ARC-READ-COUNT
                    IF LM-STATUS = 'C'
                       PERFORM ARCHIVE-LOAN-RECORD
                    END-IF
              END-READ
              IF LOAN-MASTER-STATUS NOT = '00'
                 AND LOAN-MASTER-STATUS NOT = '02'
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              END-IF
           END-PERFORM
           CLOSE ARCHIVE-MASTER-FILE
           CLOSE ARCHIVE-HISTORY-FILE
           MOVE ARC-READ-COUNT TO ARC-READ-COUNT-D
           MOVE ARC-CLOSED-COUNT TO ARC-CLOSED-COUNT-D
           MOVE ARC-ARCHIVED-COUNT TO ARC-ARCHIVED-COUNT-D
           MOVE ARC-RETAINED-COUNT TO ARC-RETAINED-COUNT-D
           MOVE ARC-NO-DATE-COUNT TO ARC-NO-DATE-COUNT-D
           MOVE ARC-HISTORY-TOTAL TO ARC-HISTORY-TOTAL-D
           MOVE ARC-ORIGINAL-TOTAL TO ARC-ORIGINAL-TOTAL-D
           MOVE ARC-BALANCE-TOTAL TO ARC-BALANCE-TOTAL-D
           MOVE ARC-ESCROW-TOTAL TO ARC-ESCROW-TOTAL-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOANS READ: ' ARC-READ-COUNT-D
              '  CLOSED: ' ARC-CLOSED-COUNT-D
              '  ARCHIVED: ' ARC-ARCHIVED-COUNT-D
              '  WITHIN RETENTION: ' ARC-RETAINED-COUNT-D
              '  NO CLOSED DATE: ' ARC-NO-DATE-COUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LOANHIS ENTRIES ARCHIVED: ' ARC-HISTORY-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ARCHIVED ORIGINAL AMOUNT: $' ARC-ORIGINAL-TOTAL-D
              '  BALANCE: $' ARC-BALANCE-TOTAL-D
              '  ESCROW: $' ARC-ESCROW-TOTAL-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'Archive complete: ' ARC-ARCHIVED-COUNT-D
           ' loans, ' ARC-HISTORY-TOTAL-D ' history entries'
           IF ARC-NO-DATE-COUNT > ZERO AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF.

       ARCHIVE-LOAN-RECORD.
           ADD 1 TO ARC-CLOSED-COUNT
           MOVE 'N' TO ARC-DATE-OK-FLAG
           IF LM-CLOSED-DATE IS NUMERIC AND LM-CLOSED-DATE > ZERO
              COMPUTE QUOTE-YY = LM-CLOSED-DATE / 10000
              COMPUTE QUOTE-MM =
              FUNCTION MOD(LM-CLOSED-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(LM-CLOSED-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY >= 1601 AND QUOTE-MM >= 1 AND QUOTE-MM <= 12
                 AND QUOTE-DD >= 1 AND QUOTE-DD <= QUOTE-MAX-DD
                 MOVE 'Y' TO ARC-DATE-OK-FLAG
              END-IF
           END-IF
           IF ARC-DATE-OK-FLAG = 'N'
              ADD 1 TO ARC-NO-DATE-COUNT
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' NOT ARCHIVED - NO VALID '
                 'CLOSED DATE ON LOANMAS'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              COMPUTE ARC-CLOSED-INT =
              FUNCTION INTEGER-OF-DATE(LM-CLOSED-DATE)
              COMPUTE ARC-DAYS-CLOSED = ARC-RUN-INT - ARC-CLOSED-INT
              IF ARC-DAYS-CLOSED > ARC-RETENTION-DAYS
                 PERFORM ARCHIVE-LOAN
              ELSE
                 ADD 1 TO ARC-RETAINED-COUNT
              END-IF
           END-IF.

       ARCHIVE-LOAN.
           MOVE LM-LOAN-ID TO ARC-LOAN-ID
           MOVE ZERO TO ARC-LOAN-HISTORY
           MOVE ARC-LOAN-ID TO PH-LOAN-ID
           MOVE ZERO TO PH-SEQUENCE
           MOVE 'Y' TO ARC-EOF-FLAG
           START PAYMENT-HISTORY-FILE KEY >= PH-KEY
              INVALID KEY
                 MOVE 'Y' TO ARC-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO ARC-EOF-FLAG
           END-START
           PERFORM UNTIL ARC-EOF-FLAG = 'Y'
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO ARC-EOF-FLAG
                 NOT AT END
                    IF PH-LOAN-ID = ARC-LOAN-ID
                       PERFORM ARCHIVE-HISTORY-ENTRY
                    ELSE
                       MOVE 'Y' TO ARC-EOF-FLAG
                    END-IF
              END-READ
              IF PAYMENT-HISTORY-STATUS NOT = '00'
                 AND PAYMENT-HISTORY-STATUS NOT = '02'
                 MOVE 'Y' TO ARC-EOF-FLAG
              END-IF
           END-PERFORM
           MOVE ARC-LOAN-ID TO AM-LOAN-ID
           MOVE ARC-RUN-DATE TO AM-ARCHIVE-DATE
           MOVE ARC-TIME TO AM-ARCHIVE-TIME
           MOVE LM-RECORD TO AM-LOAN-IMAGE
           WRITE AM-RECORD
              INVALID KEY
                 REWRITE AM-RECORD
                    INVALID KEY
                       DISPLAY 'ARCHMAS WRITE ERROR - STATUS '
                          ARCHIVE-MASTER-STATUS
                       STOP RUN
                 END-REWRITE
           END-WRITE
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           MOVE SPACES TO MAINT-AFTER-IMAGE
           DELETE LOAN-MASTER-FILE RECORD
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'LOANMAS DELETE ERROR - STATUS '
                 LOAN-MASTER-STATUS
              STOP RUN
           END-IF
           MOVE 'ARCHIVE' TO AUDIT-USER
           MOVE 'ARC' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-REASON
           STRING 'ARCHIVED - CLOSED ' LM-CLOSED-DATE
              DELIMITED BY SIZE INTO AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO ARC-ARCHIVED-COUNT
           ADD ARC-LOAN-HISTORY TO ARC-HISTORY-TOTAL
           ADD LM-TOTAL-LOAN TO ARC-ORIGINAL-TOTAL
           ADD LM-ACTUAL-BALANCE TO ARC-BALANCE-TOTAL
           ADD LM-ESCROW-BALANCE TO ARC-ESCROW-TOTAL
           MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
           MOVE ARC-LOAN-HISTORY TO ARC-LOAN-HISTORY-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' CLOSED ' LM-CLOSED-DATE
              ' BALANCE $' ACTUAL-BALANCE-D ' HISTORY ENTRIES '
              ARC-LOAN-HISTORY-D ' ARCHIVED'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       ARCHIVE-HISTORY-ENTRY.
           MOVE PH-LOAN-ID TO AH-LOAN-ID
           MOVE ARC-RUN-DATE TO AH-ARCHIVE-DATE
           MOVE PH-SEQUENCE TO AH-SEQUENCE
           MOVE PH-RECORD TO AH-HISTORY-IMAGE
           WRITE AH-RECORD
              INVALID KEY
                 REWRITE AH-RECORD
                    INVALID KEY
                       DISPLAY 'ARCHHIS WRITE ERROR - STATUS '
                          ARCHIVE-HISTORY-STATUS
                       STOP RUN
                 END-REWRITE
           END-WRITE
           DELETE PAYMENT-HISTORY-FILE RECORD
              INVALID KEY
                 DISPLAY 'LOANHIS DELETE ERROR - STATUS '
                    PAYMENT-HISTORY-STATUS
                 STOP RUN
           END-DELETE
           ADD 1 TO ARC-LOAN-HISTORY.

       OPERATOR-SIGNON.
           PERFORM OPEN-OPERATOR-SECURITY
           DISPLAY 'Enter your operator ID: '
           ACCEPT OPER-ID-IN
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPERATOR-SECURITY-FILE KEY >= OP-OPERATOR-ID
              INVALID KEY
                 IF OPER-ID-IN NOT = SPACES
                    PERFORM ADD-FIRST-SUPERVISOR
                 END-IF
           END-START
           MOVE OPER-ID-IN TO OP-OPERATOR-ID
           READ OPERATOR-SECURITY-FILE
              INVALID KEY
                 MOVE SPACE TO OP-STATUS
           END-READ
           IF OPER-ID-IN = SPACES OR OP-STATUS NOT = 'A'
              DISPLAY 'Sign-on refused for operator ' OPER-ID-IN
              CLOSE OPERATOR-SECURITY-FILE
              STOP RUN
           END-IF
           MOVE OP-OPERATOR-ID TO OPER-SIGNON-ID
           MOVE OP-ROLE TO OPER-SIGNON-ROLE
           ACCEPT OP-LAST-SIGNON-DATE FROM DATE YYYYMMDD
           REWRITE OP-RECORD
           IF OPERATOR-SECURITY-STATUS NOT = '00'
              DISPLAY 'OPERSEC REWRITE ERROR - STATUS '
                 OPERATOR-SECURITY-STATUS
           END-IF
           CLOSE OPERATOR-SECURITY-FILE
           DISPLAY 'Signed on as ' OPER-SIGNON-ID
           ' role ' OPER-SIGNON-ROLE.

       OPEN-OPERATOR-SECURITY.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF OPERATOR-SECURITY-STATUS = '35'
              OPEN OUTPUT OPERATOR-SECURITY-FILE
              CLOSE OPERATOR-SECURITY-FILE
              OPEN I-O OPERATOR-SECURITY-FILE
           END-IF
           IF OPERATOR-SECURITY-STATUS NOT = '00'
              DISPLAY 'OPERSEC OPEN ERROR - STATUS '
                 OPERATOR-SECURITY-STATUS
              STOP RUN
           END-IF.

       ADD-FIRST-SUPERVISOR.
           MOVE SPACES TO OP-RECORD
           MOVE OPER-ID-IN TO OP-OPERATOR-ID
           MOVE 'INITIAL SUPERVISOR' TO OP-NAME
           MOVE 'S' TO OP-ROLE
           MOVE 'A' TO OP-STATUS
           ACCEPT OP-ADDED-DATE FROM DATE YYYYMMDD
           MOVE 'SETUP' TO OP-ADDED-BY
           MOVE ZERO TO OP-LAST-SIGNON-DATE
           WRITE OP-RECORD
              INVALID KEY
                 DISPLAY 'OPERSEC WRITE ERROR - STATUS '
                    OPERATOR-SECURITY-STATUS
              NOT INVALID KEY
                 DISPLAY 'Operator file is empty - ' OP-OPERATOR-ID
                 ' enrolled as the initial supervisor'
                 MOVE SPACES TO MAINT-BEFORE-IMAGE
                 MOVE 'SETUP' TO AUDIT-USER
                 MOVE 'OPA' TO AUDIT-ACTION
                 PERFORM WRITE-OPERATOR-AUDIT
           END-WRITE.

       CHECK-MENU-ACCESS.
           MOVE RUN-ACTION TO OPER-MENU-CODE
           INSPECT OPER-MENU-CODE CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'Y' TO OPER-ACCESS-FLAG
           IF OPER-SIGNON-ROLE = 'R'
              IF OPER-MENU-CODE NOT = 'L' AND OPER-MENU-CODE NOT = 'C'
                 AND OPER-MENU-CODE NOT = 'Q'
                 AND OPER-MENU-CODE NOT = 'H'
                 AND OPER-MENU-CODE NOT = 'S'
                 AND OPER-MENU-CODE NOT = 'V'
                 AND OPER-MENU-CODE NOT = 'B'
                 AND OPER-MENU-CODE NOT = 'U'
                 MOVE 'N' TO OPER-ACCESS-FLAG
              END-IF
           ELSE
           IF OPER-SIGNON-ROLE = 'C' AND OPER-MENU-CODE = 'O'
              MOVE 'N' TO OPER-ACCESS-FLAG
           END-IF
           END-IF
           IF OPER-ACCESS-FLAG = 'N'
              DISPLAY 'Option ' RUN-ACTION ' is not available to '
              'operator ' OPER-SIGNON-ID
              MOVE LOW-VALUE TO RUN-ACTION
           END-IF.

       QUEUE-PENDING-CHANGE.
           PERFORM OPEN-PENDING-CHANGE
           MOVE LM-LOAN-ID TO PC-LOAN-ID
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE 'P' TO PC-STATUS
           MOVE OPER-SIGNON-ID TO PC-REQUESTER
           MOVE AUDIT-REASON TO PC-REASON
           MOVE LM-FREQUENCY TO PC-NEW-FREQUENCY
           MOVE LM-ESCROW-PAYMENT TO PC-NEW-ESCROW-PAYMENT
           MOVE LM-BORROWER-REF TO PC-NEW-BORROWER-REF
           MOVE MAINT-BEFORE-IMAGE TO LM-RECORD
           MOVE LM-FREQUENCY TO PC-OLD-FREQUENCY
           MOVE LM-ESCROW-PAYMENT TO PC-OLD-ESCROW-PAYMENT
           MOVE LM-BORROWER-REF TO PC-OLD-BORROWER-REF
           MOVE ZERO TO PC-NEW-RATE
           MOVE ZERO TO PC-NEW-REMAINING
           MOVE 'N' TO PC-CAPITALIZE
           IF PC-ACTION = 'R'
              MOVE MOD-NEW-RATE TO PC-NEW-RATE
              MOVE MOD-NEW-REMAINING TO PC-NEW-REMAINING
              IF MOD-CAP-INTEREST > ZERO OR MOD-CAP-FEES > ZERO
                 MOVE 'Y' TO PC-CAPITALIZE
              END-IF
           END-IF
           MOVE SPACES TO PC-APPROVER
           MOVE ZERO TO PC-DECISION-DATE
           MOVE ZERO TO PC-DECISION-TIME
           MOVE SPACES TO PC-DECISION-NOTE
           WRITE PC-RECORD
              INVALID KEY
                 DISPLAY 'PENDCHG WRITE ERROR - STATUS '
                    PENDING-CHANGE-STATUS
              NOT INVALID KEY
                 DISPLAY 'Change to loan ' PC-LOAN-ID
                 ' queued for supervisor approval'
           END-WRITE
           CLOSE PENDING-CHANGE-FILE.

       OPEN-PENDING-CHANGE.
           OPEN I-O PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = '35'
              OPEN OUTPUT PENDING-CHANGE-FILE
              CLOSE PENDING-CHANGE-FILE
              OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF PENDING-CHANGE-STATUS NOT = '00'
              DISPLAY 'PENDCHG OPEN ERROR - STATUS '
                 PENDING-CHANGE-STATUS
              STOP RUN
           END-IF.

       PENDING-CHANGE-MENU.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE TO PEND-AS-OF-DATE
              PERFORM PENDING-CHANGE-AGING
           ELSE
              DISPLAY 'Pending changes - approve/reject or aging '
              'report (A/G): '
              ACCEPT PEND-ACTION-IN
              EVALUATE PEND-ACTION-IN
                 WHEN 'A'
                 WHEN 'a'
                    IF OPER-SIGNON-ROLE NOT = 'S'
                       DISPLAY 'Only a supervisor can approve or '
                       'reject changes'
                    ELSE
                       PERFORM REVIEW-PENDING-CHANGES
                    END-IF
                 WHEN 'G'
                 WHEN 'g'
                    ACCEPT PEND-AS-OF-DATE FROM DATE YYYYMMDD
                    PERFORM PENDING-CHANGE-AGING
                 WHEN OTHER
                    DISPLAY 'Please enter A or G'
              END-EVALUATE
           END-IF.

       REVIEW-PENDING-CHANGES.
           PERFORM OPEN-PENDING-CHANGE
           MOVE ZERO TO PEND-APPROVED-COUNT
           MOVE ZERO TO PEND-REJECTED-COUNT
           MOVE 'S' TO PEND-JOURNAL-FLAG
           MOVE LOW-VALUES TO PC-KEY
           MOVE 'Y' TO PEND-EOF-FLAG
           START PENDING-CHANGE-FILE KEY >= PC-KEY
              INVALID KEY
                 MOVE 'Y' TO PEND-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO PEND-EOF-FLAG
           END-START
           PERFORM UNTIL PEND-EOF-FLAG = 'Y'
              READ PENDING-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO PEND-EOF-FLAG
                 NOT AT END
                    IF PC-STATUS = 'P'
                       AND PC-REQUESTER NOT = OPER-SIGNON-ID
                       PERFORM REVIEW-PENDING-ITEM
                    END-IF
              END-READ
              IF PENDING-CHANGE-STATUS NOT = '00'
                 AND PENDING-CHANGE-STATUS NOT = '02'
                 MOVE 'Y' TO PEND-EOF-FLAG
              END-IF
           END-PERFORM
           IF PEND-JOURNAL-FLAG = 'O'
              PERFORM CLOSE-PAYMENT-JOURNAL
           END-IF
           MOVE 'N' TO PEND-JOURNAL-FLAG
           CLOSE PENDING-CHANGE-FILE
           MOVE PEND-APPROVED-COUNT TO PEND-APPROVED-COUNT-D
           MOVE PEND-REJECTED-COUNT TO PEND-REJECTED-COUNT-D
           DISPLAY 'Pending changes: ' PEND-APPROVED-COUNT-D
           ' approved, ' PEND-REJECTED-COUNT-D ' rejected'.

       REVIEW-PENDING-ITEM.
           PERFORM DISPLAY-PENDING-ITEM
           DISPLAY 'Approve, reject, skip or quit (A/R/S/Q): '
           ACCEPT PEND-DECISION-IN
           EVALUATE PEND-DECISION-IN
              WHEN 'A'
              WHEN 'a'
                 PERFORM APPROVE-PENDING-CHANGE
              WHEN 'R'
              WHEN 'r'
                 DISPLAY 'Enter the reason for rejecting: '
                 ACCEPT PEND-NOTE
                 PERFORM REJECT-PENDING-CHANGE
              WHEN 'Q'
              WHEN 'q'
                 MOVE 'Y' TO PEND-EOF-FLAG
              WHEN OTHER
                 DISPLAY 'Change skipped'
           END-EVALUATE.

       DISPLAY-PENDING-ITEM.
           DISPLAY 'Loan ' PC-LOAN-ID ' action ' PC-ACTION
           ' requested by ' PC-REQUESTER ' on ' PC-REQUEST-DATE
           DISPLAY '  Reason: ' PC-REASON
           EVALUATE PC-ACTION
              WHEN 'M'
                 IF PC-NEW-FREQUENCY NOT = PC-OLD-FREQUENCY
                    DISPLAY '  Frequency ' PC-OLD-FREQUENCY
                    ' to ' PC-NEW-FREQUENCY
                 END-IF
                 IF PC-NEW-ESCROW-PAYMENT NOT = PC-OLD-ESCROW-PAYMENT
                    MOVE PC-OLD-ESCROW-PAYMENT TO PEND-ESCROW-D
                    DISPLAY '  Escrow payment from $' PEND-ESCROW-D
                    MOVE PC-NEW-ESCROW-PAYMENT TO PEND-ESCROW-D
                    DISPLAY '  Escrow payment to   $' PEND-ESCROW-D
                 END-IF
                 IF PC-NEW-BORROWER-REF NOT = PC-OLD-BORROWER-REF
                    DISPLAY '  Borrower ' PC-OLD-BORROWER-REF
                    ' to ' PC-NEW-BORROWER-REF
                 END-IF
              WHEN 'C'
                 DISPLAY '  Close the loan'
              WHEN 'D'
                 DISPLAY '  Delete the loan'
              WHEN 'R'
                 MOVE PC-NEW-RATE TO PEND-RATE-D
                 MOVE PC-NEW-REMAINING TO MOD-REMAINING-D
                 DISPLAY '  Re-amortize at rate ' PEND-RATE-D
                 ' over ' MOD-REMAINING-D ' periods, capitalize '
                 PC-CAPITALIZE
           END-EVALUATE.

       APPROVE-PENDING-CHANGE.
           MOVE 'N' TO PEND-APPLIED-FLAG
           MOVE 'LOANMAS UPDATE FAILED' TO PEND-NOTE
           MOVE PC-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 MOVE 'LOAN NOT ON LOANMAS' TO PEND-NOTE
              NOT INVALID KEY
                 PERFORM APPLY-PENDING-CHANGE
           END-READ
           IF PEND-APPLIED-FLAG = 'Y'
              ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD
              ACCEPT PC-DECISION-TIME FROM TIME
              MOVE OPER-SIGNON-ID TO PC-APPROVER
              MOVE 'A' TO PC-STATUS
              MOVE 'APPROVED' TO PC-DECISION-NOTE
              ADD 1 TO PEND-APPROVED-COUNT
              PERFORM REWRITE-PENDING-CHANGE
           ELSE
              DISPLAY 'Change to loan ' PC-LOAN-ID
              ' could not be applied - ' PEND-NOTE
              PERFORM REJECT-PENDING-CHANGE
           END-IF.

       APPLY-PENDING-CHANGE.
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           MOVE PC-REQUESTER TO AUDIT-USER
           MOVE PC-REASON TO AUDIT-REASON
           MOVE OPER-SIGNON-ID TO AUDIT-APPROVER
           EVALUATE PC-ACTION
              WHEN 'M'
                 IF PC-NEW-FREQUENCY NOT = PC-OLD-FREQUENCY
                    MOVE PC-NEW-FREQUENCY TO LM-FREQUENCY
                 END-IF
                 IF PC-NEW-ESCROW-PAYMENT NOT = PC-OLD-ESCROW-PAYMENT
                    MOVE PC-NEW-ESCROW-PAYMENT TO LM-ESCROW-PAYMENT
                 END-IF
                 IF PC-NEW-BORROWER-REF NOT = PC-OLD-BORROWER-REF
                    MOVE PC-NEW-BORROWER-REF TO LM-BORROWER-REF
                 END-IF
                 PERFORM APPLY-MAINT-MODIFY
              WHEN 'C'
                 PERFORM APPLY-MAINT-CLOSE
              WHEN 'D'
                 PERFORM APPLY-MAINT-DELETE
              WHEN 'R'
                 PERFORM APPLY-PENDING-TERMS
           END-EVALUATE
           MOVE SPACES TO AUDIT-APPROVER.

       APPLY-PENDING-TERMS.
           IF LM-STATUS NOT = 'A' AND LM-STATUS NOT = 'D'
              AND LM-STATUS NOT = 'N'
              MOVE 'LOAN STATUS CANNOT BE MODIFIED' TO PEND-NOTE
           ELSE
           IF LM-MOD-COUNT >= 999
              MOVE 'MODIFICATION LIMIT REACHED' TO PEND-NOTE
           ELSE
              PERFORM SET-MODIFICATION-BASELINE
              MOVE PC-NEW-RATE TO MOD-NEW-RATE
              MOVE PC-NEW-REMAINING TO MOD-NEW-REMAINING
              MOVE ZERO TO MOD-CAP-INTEREST
              MOVE ZERO TO MOD-CAP-FEES
              IF PC-CAPITALIZE = 'Y'
                 MOVE LM-INTEREST-DUE TO MOD-CAP-INTEREST
                 MOVE LM-FEES-DUE TO MOD-CAP-FEES
              END-IF
              PERFORM APPLY-LOAN-MODIFICATION
           END-IF
           END-IF.

       REJECT-PENDING-CHANGE.
           MOVE PC-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO MAINT-BEFORE-IMAGE
              NOT INVALID KEY
                 MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           END-READ
           MOVE MAINT-BEFORE-IMAGE TO MAINT-AFTER-IMAGE
           MOVE PC-REQUESTER TO AUDIT-USER
           MOVE OPER-SIGNON-ID TO AUDIT-APPROVER
           MOVE 'REJ' TO AUDIT-ACTION
           MOVE PEND-NOTE TO AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT PC-DECISION-TIME FROM TIME
           MOVE OPER-SIGNON-ID TO PC-APPROVER
           MOVE 'J' TO PC-STATUS
           MOVE PEND-NOTE TO PC-DECISION-NOTE
           ADD 1 TO PEND-REJECTED-COUNT
           PERFORM REWRITE-PENDING-CHANGE
           DISPLAY 'Change to loan ' PC-LOAN-ID ' rejected'.

       REWRITE-PENDING-CHANGE.
           REWRITE PC-RECORD
              INVALID KEY
                 DISPLAY 'PENDCHG REWRITE ERROR - STATUS '
                    PENDING-CHANGE-STATUS
           END-REWRITE.

       PENDING-CHANGE-AGING.
           COMPUTE PEND-AS-OF-INT =
           FUNCTION INTEGER-OF-DATE(PEND-AS-OF-DATE)
           PERFORM OPEN-PENDING-CHANGE
           MOVE ZERO TO PEND-WAITING-COUNT
           MOVE ZERO TO PEND-AGE-BAND(1)
           MOVE ZERO TO PEND-AGE-BAND(2)
           MOVE ZERO TO PEND-AGE-BAND(3)
           MOVE ZERO TO PEND-AGE-BAND(4)
           MOVE SPACES TO RPT-LINE
           STRING 'PENDING LOAN CHANGES AGING REPORT - AS OF '
              PEND-AS-OF-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN    ACT  REQUESTED  REQUESTER    AGE  REASON'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO PC-KEY
           MOVE 'Y' TO PEND-EOF-FLAG
           START PENDING-CHANGE-FILE KEY >= PC-KEY
              INVALID KEY
                 MOVE 'Y' TO PEND-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO PEND-EOF-FLAG
           END-START
           PERFORM UNTIL PEND-EOF-FLAG = 'Y'
              READ PENDING-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO PEND-EOF-FLAG
                 NOT AT END
                    IF PC-STATUS = 'P'
                       PERFORM AGE-PENDING-CHANGE
                    END-IF
              END-READ
              IF PENDING-CHANGE-STATUS NOT = '00'
                 AND PENDING-CHANGE-STATUS NOT = '02'
                 MOVE 'Y' TO PEND-EOF-FLAG
              END-IF
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE
           PERFORM VARYING PEND-BAND-IDX FROM 1 BY 1
              UNTIL PEND-BAND-IDX > 4
              MOVE PEND-AGE-BAND(PEND-BAND-IDX) TO PEND-BAND-D
              MOVE SPACES TO RPT-LINE
              STRING PEND-BAND-LABEL(PEND-BAND-IDX) '  COUNT '
                 PEND-BAND-D
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           END-PERFORM
           MOVE PEND-WAITING-COUNT TO PEND-WAITING-COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'CHANGES AWAITING APPROVAL: ' PEND-WAITING-COUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           IF RUN-MODE = 'J' AND PEND-AGE-BAND(4) > ZERO
              AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF
           MOVE PEND-AGE-BAND(4) TO PEND-BAND-D
           DISPLAY 'Pending-change aging complete: '
           PEND-WAITING-COUNT-D ' awaiting approval, ' PEND-BAND-D
           ' over 7 days'.

       AGE-PENDING-CHANGE.
           ADD 1 TO PEND-WAITING-COUNT
           COMPUTE PEND-AGE-DAYS = PEND-AS-OF-INT -
           FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE)
           IF PEND-AGE-DAYS < 0
              MOVE 0 TO PEND-AGE-DAYS
           END-IF
           EVALUATE TRUE
              WHEN PEND-AGE-DAYS <= 1
                 MOVE 1 TO PEND-BAND-IDX
              WHEN PEND-AGE-DAYS <= 3
                 MOVE 2 TO PEND-BAND-IDX
              WHEN PEND-AGE-DAYS <= 7
                 MOVE 3 TO PEND-BAND-IDX
              WHEN OTHER
                 MOVE 4 TO PEND-BAND-IDX
           END-EVALUATE
           ADD 1 TO PEND-AGE-BAND(PEND-BAND-IDX)
           MOVE PEND-AGE-DAYS TO PEND-AGE-DAYS-D
           MOVE SPACES TO RPT-LINE
           STRING PC-LOAN-ID '  ' PC-ACTION '    ' PC-REQUEST-DATE
              '   ' PC-REQUESTER ' ' PEND-AGE-DAYS-D '  ' PC-REASON
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       OPERATOR-MENU.
           PERFORM OPEN-OPERATOR-SECURITY
           DISPLAY 'Operators - add, change role, revoke, or list '
           '(A/C/X/L): '
           ACCEPT OPER-ACTION-IN
           EVALUATE OPER-ACTION-IN
              WHEN 'A'
              WHEN 'a'
                 PERFORM ADD-OPERATOR
              WHEN 'C'
              WHEN 'c'
                 PERFORM CHANGE-OPERATOR
              WHEN 'X'
              WHEN 'x'
                 PERFORM REVOKE-OPERATOR
              WHEN 'L'
              WHEN 'l'
                 PERFORM LIST-OPERATORS
              WHEN OTHER
                 DISPLAY 'Please enter A, C, X or L'
           END-EVALUATE
           CLOSE OPERATOR-SECURITY-FILE.

       ADD-OPERATOR.
           DISPLAY 'Enter the new operator ID (8 characters): '
           ACCEPT OPER-ID-IN
           IF OPER-ID-IN = SPACES
              DISPLAY 'No operator added'
           ELSE
              DISPLAY 'Enter the operator name: '
              ACCEPT OPER-NAME-IN
              PERFORM GET-OPERATOR-ROLE
              MOVE OPER-ID-IN TO OP-OPERATOR-ID
              MOVE OPER-NAME-IN TO OP-NAME
              MOVE OPER-ROLE-IN TO OP-ROLE
              MOVE 'A' TO OP-STATUS
              ACCEPT OP-ADDED-DATE FROM DATE YYYYMMDD
              MOVE OPER-SIGNON-ID TO OP-ADDED-BY
              MOVE ZERO TO OP-LAST-SIGNON-DATE
              WRITE OP-RECORD
                 INVALID KEY
                    DISPLAY 'Operator ' OPER-ID-IN
                    ' is already on file'
                 NOT INVALID KEY
                    MOVE SPACES TO MAINT-BEFORE-IMAGE
                    MOVE OPER-SIGNON-ID TO AUDIT-USER
                    MOVE 'OPA' TO AUDIT-ACTION
                    PERFORM WRITE-OPERATOR-AUDIT
                    DISPLAY 'Operator ' OP-OPERATOR-ID ' added'
              END-WRITE
           END-IF.

       CHANGE-OPERATOR.
           DISPLAY 'Enter the operator ID to change: '
           ACCEPT OPER-ID-IN
           IF OPER-ID-IN = OPER-SIGNON-ID
              DISPLAY 'You cannot change your own operator record'
           ELSE
              MOVE OPER-ID-IN TO OP-OPERATOR-ID
              READ OPERATOR-SECURITY-FILE
                 INVALID KEY
                    DISPLAY 'No operator found for ID ' OPER-ID-IN
                 NOT INVALID KEY
                    MOVE OP-RECORD TO MAINT-BEFORE-IMAGE
                    DISPLAY 'Operator ' OP-OPERATOR-ID ' ' OP-NAME
                    ' role ' OP-ROLE ' status ' OP-STATUS
                    PERFORM GET-OPERATOR-ROLE
                    MOVE OPER-ROLE-IN TO OP-ROLE
                    MOVE 'A' TO OP-STATUS
                    MOVE 'OPC' TO AUDIT-ACTION
                    PERFORM REWRITE-OPERATOR
              END-READ
           END-IF.

       REVOKE-OPERATOR.
           DISPLAY 'Enter the operator ID to revoke: '
           ACCEPT OPER-ID-IN
           IF OPER-ID-IN = OPER-SIGNON-ID
              DISPLAY 'You cannot revoke your own operator ID'
           ELSE
              MOVE OPER-ID-IN TO OP-OPERATOR-ID
              READ OPERATOR-SECURITY-FILE
                 INVALID KEY
                    DISPLAY 'No operator found for ID ' OPER-ID-IN
                 NOT INVALID KEY
                    MOVE OP-RECORD TO MAINT-BEFORE-IMAGE
                    MOVE 'X' TO OP-STATUS
                    MOVE 'OPX' TO AUDIT-ACTION
                    PERFORM REWRITE-OPERATOR
              END-READ
           END-IF.

       REWRITE-OPERATOR.
           REWRITE OP-RECORD
           IF OPERATOR-SECURITY-STATUS = '00'
              MOVE OPER-SIGNON-ID TO AUDIT-USER
              PERFORM WRITE-OPERATOR-AUDIT
              DISPLAY 'Operator ' OP-OPERATOR-ID ' updated - role '
              OP-ROLE ' status ' OP-STATUS
           ELSE
              DISPLAY 'OPERSEC REWRITE ERROR - STATUS '
                 OPERATOR-SECURITY-STATUS
           END-IF.

       GET-OPERATOR-ROLE.
           PERFORM UNTIL INPUT-FLAG = 'Y'
              DISPLAY 'Role - C clerk, S supervisor, R read-only: '
              ACCEPT OPER-ROLE-IN
              INSPECT OPER-ROLE-IN CONVERTING 'csr' TO 'CSR'
              IF OPER-ROLE-IN = 'C' OR OPER-ROLE-IN = 'S'
                 OR OPER-ROLE-IN = 'R'
                 MOVE 'Y' TO INPUT-FLAG
              ELSE
                 DISPLAY 'Please enter C, S or R'
              END-IF
           END-PERFORM
           MOVE 'N' TO INPUT-FLAG.

       WRITE-OPERATOR-AUDIT.
           MOVE OP-RECORD TO MAINT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-REASON
           STRING 'OPERATOR ' OP-OPERATOR-ID ' ROLE ' OP-ROLE
              ' STATUS ' OP-STATUS
              DELIMITED BY SIZE INTO AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD.

       LIST-OPERATORS.
           MOVE ZERO TO OPER-COUNT
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           MOVE 'Y' TO OPER-EOF-FLAG
           START OPERATOR-SECURITY-FILE KEY >= OP-OPERATOR-ID
              INVALID KEY
                 MOVE 'Y' TO OPER-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO OPER-EOF-FLAG
           END-START
           PERFORM UNTIL OPER-EOF-FLAG = 'Y'
              READ OPERATOR-SECURITY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO OPER-EOF-FLAG
                 NOT AT END
                    ADD 1 TO OPER-COUNT
                    DISPLAY OP-OPERATOR-ID ' ' OP-NAME ' role '
                    OP-ROLE ' status ' OP-STATUS ' added '
                    OP-ADDED-DATE ' by ' OP-ADDED-BY
                    ' last sign-on ' OP-LAST-SIGNON-DATE
              END-READ
              IF OPERATOR-SECURITY-STATUS NOT = '00'
                 AND OPERATOR-SECURITY-STATUS NOT = '02'
                 MOVE 'Y' TO OPER-EOF-FLAG
              END-IF
           END-PERFORM
           MOVE OPER-COUNT TO OPER-COUNT-D
           DISPLAY OPER-COUNT-D ' operators on file'.

       NONACCRUAL-MENU.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-OPTION TO NAC-ACTION-IN
           ELSE
              DISPLAY 'Non-accrual sweep or charge-off approved '
              'loans (N/C): '
              ACCEPT NAC-ACTION-IN
           END-IF
           EVALUATE NAC-ACTION-IN
              WHEN 'N'
              WHEN 'n'
                 PERFORM NONACCRUAL-RUN
              WHEN 'C'
              WHEN 'c'
                 PERFORM CHARGE-OFF-RUN
              WHEN OTHER
                 DISPLAY 'Please enter N or C'
           END-EVALUATE.

       NONACCRUAL-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO AGE-DATE-IN
           ELSE
              DISPLAY 'Enter the non-accrual run date (YYYYMMDD): '
              ACCEPT AGE-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(AGE-DATE-IN) NOT = 0
              DISPLAY 'Invalid non-accrual run date'
           ELSE
              COMPUTE AGE-RUN-DATE = FUNCTION NUMVAL(AGE-DATE-IN)
              COMPUTE QUOTE-YY = AGE-RUN-DATE / 10000
              COMPUTE QUOTE-MM = FUNCTION MOD(AGE-RUN-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(AGE-RUN-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid non-accrual run date'
              ELSE
                 COMPUTE AGE-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(AGE-RUN-DATE)
                 PERFORM NONACCRUAL-SCAN
              END-IF
           END-IF.

       NONACCRUAL-SCAN.
           DISPLAY 'Non-accrual sweep - reading LOANMAS'
           MOVE ZERO TO AGE-SCANNED-COUNT
           MOVE ZERO TO NAC-PLACED-COUNT
           MOVE ZERO TO NAC-PLACED-AMT
           MOVE NAC-THRESHOLD-DAYS TO AGE-DAYS-PAST-D
           MOVE SPACES TO RPT-LINE
           STRING 'NON-ACCRUAL PLACEMENT REGISTER - RUN DATE '
              AGE-RUN-DATE ' - THRESHOLD ' AGE-DAYS-PAST-D ' DAYS'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO LM-LOAN-ID
           MOVE 'Y' TO LOANMAS-EOF-FLAG
           START LOAN-MASTER-FILE KEY >= LM-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO LOANMAS-EOF-FLAG
           END-START
           PERFORM UNTIL LOANMAS-EOF-FLAG = 'Y'
              READ LOAN-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO LOANMAS-EOF-FLAG
                 NOT AT END
                    IF LM-STATUS = 'A' OR LM-STATUS = 'D'
                       PERFORM NONACCRUAL-LOAN-RECORD
                    END-IF
              END-READ
              IF LOAN-MASTER-STATUS NOT = '00'
                 AND LOAN-MASTER-STATUS NOT = '02'
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              END-IF
           END-PERFORM
           MOVE AGE-SCANNED-COUNT TO AGE-COUNT-D
           MOVE NAC-PLACED-COUNT TO NAC-PLACED-COUNT-D
           MOVE NAC-PLACED-AMT TO NAC-PLACED-AMT-D
           MOVE SPACES TO RPT-LINE
           STRING 'ACTIVE LOANS REVIEWED: ' AGE-COUNT-D
              '  PLACED ON NON-ACCRUAL: ' NAC-PLACED-COUNT-D
              '  BALANCE $' NAC-PLACED-AMT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'Non-accrual sweep complete: ' NAC-PLACED-COUNT-D
           ' loans placed on non-accrual, balance $' NAC-PLACED-AMT-D.

       NONACCRUAL-LOAN-RECORD.
           ADD 1 TO AGE-SCANNED-COUNT
           PERFORM CHECK-ORIGINATION-DATE
           IF ORIG-DATE-OK-FLAG = 'N'
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' SKIPPED - INVALID '
                 'ORIGINATION DATE ' LM-ORIGINATION-DATE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              PERFORM COMPUTE-DAYS-PAST-DUE
              IF AGE-DUE-PERIOD <= AGE-MONTHS
                 AND AGE-DAYS-PAST >= NAC-THRESHOLD-DAYS
                 PERFORM PLACE-ON-NONACCRUAL
              END-IF
           END-IF.

       PLACE-ON-NONACCRUAL.
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           MOVE 'N' TO LM-STATUS
           MOVE AGE-RUN-DATE TO LM-NONACCRUAL-DATE
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
              STOP RUN
           END-IF
           MOVE 'NONACCR' TO AUDIT-USER
           MOVE 'NAC' TO AUDIT-ACTION
           MOVE 'PLACED ON NON-ACCRUAL' TO AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO NAC-PLACED-COUNT
           ADD LM-ACTUAL-BALANCE TO NAC-PLACED-AMT
           MOVE AGE-DAYS-PAST TO AGE-DAYS-PAST-D
           MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' BORROWER ' LM-BORROWER-REF
              ' DUE ' QUOTE-DUE-DATE ' DAYS PAST ' AGE-DAYS-PAST-D
              ' BALANCE $' ACTUAL-BALANCE-D ' NOW NON-ACCRUAL'
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       CHARGE-OFF-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO CHG-DATE-IN
           ELSE
              DISPLAY 'Enter the charge-off date (YYYYMMDD): '
              ACCEPT CHG-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(CHG-DATE-IN) NOT = 0
              DISPLAY 'Invalid charge-off date'
           ELSE
              COMPUTE CHG-RUN-DATE = FUNCTION NUMVAL(CHG-DATE-IN)
              COMPUTE QUOTE-YY = CHG-RUN-DATE / 10000
              COMPUTE QUOTE-MM = FUNCTION MOD(CHG-RUN-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(CHG-RUN-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid charge-off date'
              ELSE
                 PERFORM CHARGE-OFF-APPROVED-LOANS
              END-IF
           END-IF.

       CHARGE-OFF-APPROVED-LOANS.
           OPEN INPUT CHARGE-OFF-APPROVAL-FILE
           IF CHARGE-OFF-APPROVAL-STATUS NOT = '00'
              DISPLAY 'No charge-off approvals to process - CHGAPPR '
              'STATUS ' CHARGE-OFF-APPROVAL-STATUS
              IF JOB-STEP-RC < 4
                 MOVE 4 TO JOB-STEP-RC
              END-IF
           ELSE
              PERFORM OPEN-PAYMENT-JOURNAL
              DISPLAY 'Charge-off - reading CHGAPPR'
              MOVE ZERO TO CHG-READ-COUNT
              MOVE ZERO TO CHG-DONE-COUNT
              MOVE ZERO TO CHG-REJECT-COUNT
              MOVE ZERO TO CHG-TOTAL-AMT
              MOVE SPACES TO RPT-LINE
              STRING 'CHARGE-OFF REGISTER - CHARGE-OFF DATE '
                 CHG-RUN-DATE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              MOVE 'N' TO CHG-EOF-FLAG
              PERFORM UNTIL CHG-EOF-FLAG = 'Y'
                 READ CHARGE-OFF-APPROVAL-FILE
                    AT END
                       MOVE 'Y' TO CHG-EOF-FLAG
                    NOT AT END
                       IF CA-RECORD NOT = SPACES
                          AND CA-LOAN-ID(1:1) NOT = '*'
                          PERFORM CHARGE-OFF-LOAN-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHARGE-OFF-APPROVAL-FILE
              MOVE CHG-READ-COUNT TO CHG-READ-COUNT-D
              MOVE CHG-DONE-COUNT TO CHG-DONE-COUNT-D
              MOVE CHG-REJECT-COUNT TO CHG-REJECT-COUNT-D
              MOVE CHG-TOTAL-AMT TO CHG-TOTAL-AMT-D
              MOVE SPACES TO RPT-LINE
              STRING 'APPROVALS READ: ' CHG-READ-COUNT-D
                 '  CHARGED OFF: ' CHG-DONE-COUNT-D
                 '  REJECTED: ' CHG-REJECT-COUNT-D
                 '  WRITTEN OFF $' CHG-TOTAL-AMT-D
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              DISPLAY 'Charge-off complete: ' CHG-DONE-COUNT-D
              ' loans charged off, ' CHG-REJECT-COUNT-D
              ' rejected, written off $' CHG-TOTAL-AMT-D
              PERFORM CLOSE-PAYMENT-JOURNAL
           END-IF.

       CHARGE-OFF-LOAN-RECORD.
           ADD 1 TO CHG-READ-COUNT
           MOVE SPACES TO CHG-REJECT-REASON
           MOVE CA-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 MOVE 'LOAN NOT ON LOANMAS' TO CHG-REJECT-REASON
              NOT INVALID KEY
                 IF LM-STATUS NOT = 'N' AND LM-STATUS NOT = 'D'
                    STRING 'NOT ELIGIBLE - STATUS ' LM-STATUS
                       DELIMITED BY SIZE INTO CHG-REJECT-REASON
                 ELSE
                    IF CA-APPROVER = SPACES
                       MOVE 'NO APPROVER ON RECORD'
                          TO CHG-REJECT-REASON
                    ELSE
                       PERFORM CHARGE-OFF-LOAN
                    END-IF
                 END-IF
           END-READ
           IF CHG-REJECT-REASON NOT = SPACES
              ADD 1 TO CHG-REJECT-COUNT
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' CA-LOAN-ID ' APPROVER ' CA-APPROVER
                 ' REJECTED - ' CHG-REJECT-REASON
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF.

       CHARGE-OFF-LOAN.
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           MOVE LM-ACTUAL-BALANCE TO LM-CHARGE-OFF-AMOUNT
           MOVE CHG-RUN-DATE TO LM-CHARGE-OFF-DATE
           MOVE ZERO TO LM-RECOVERY-AMOUNT
           MOVE ZERO TO LM-ACTUAL-BALANCE
           MOVE ZERO TO LM-FEES-DUE
           MOVE ZERO TO LM-INTEREST-DUE
           MOVE 'W' TO LM-STATUS
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
              STOP RUN
           END-IF
           IF LM-CHARGE-OFF-AMOUNT > ZERO
              MOVE LM-LOAN-ID TO PT-LOAN-ID
              MOVE 'W' TO PT-TYPE
              MOVE 'ALLOWANCE' TO JRN-ACCOUNT
              MOVE 'DR' TO JRN-DRCR
              MOVE LM-CHARGE-OFF-AMOUNT TO JRN-AMOUNT
              PERFORM WRITE-JOURNAL-ROW
              MOVE 'LOAN-PRIN' TO JRN-ACCOUNT
              MOVE 'CR' TO JRN-DRCR
              PERFORM WRITE-JOURNAL-ROW
           END-IF
           MOVE CA-APPROVER TO AUDIT-USER
           MOVE 'CHG' TO AUDIT-ACTION
           IF CA-REASON = SPACES
              MOVE 'CHARGE-OFF APPROVED' TO AUDIT-REASON
           ELSE
              MOVE CA-REASON TO AUDIT-REASON
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO CHG-DONE-COUNT
           ADD LM-CHARGE-OFF-AMOUNT TO CHG-TOTAL-AMT
           MOVE LM-CHARGE-OFF-AMOUNT TO CHARGE-OFF-AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING 'LOAN ' LM-LOAN-ID ' BORROWER ' LM-BORROWER-REF
              ' APPROVER ' CA-APPROVER
              ' CHARGED OFF $' CHARGE-OFF-AMOUNT-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       BILLING-NOTICE-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO BILL-DATE-IN
           ELSE
              DISPLAY 'Enter the billing cycle date (YYYYMMDD): '
              ACCEPT BILL-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(BILL-DATE-IN) NOT = 0
              DISPLAY 'Invalid billing cycle date'
           ELSE
              COMPUTE BILL-CYCLE-DATE = FUNCTION NUMVAL(BILL-DATE-IN)
              COMPUTE QUOTE-YY = BILL-CYCLE-DATE / 10000
              COMPUTE QUOTE-MM =
              FUNCTION MOD(BILL-CYCLE-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(BILL-CYCLE-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid billing cycle date'
              ELSE
                 COMPUTE BILL-CYCLE-YYMM = BILL-CYCLE-DATE / 100
                 PERFORM BILLING-SCAN-LOANS
              END-IF
           END-IF.

       BILLING-SCAN-LOANS.
           DISPLAY 'Billing notices - reading LOANMAS'
           OPEN OUTPUT BILLING-NOTICE-FILE
           IF BILLING-NOTICE-STATUS NOT = '00'
              DISPLAY 'BILLOUT OPEN ERROR - STATUS '
                 BILLING-NOTICE-STATUS
              STOP RUN
           END-IF
           MOVE ZERO TO BILL-NOTICE-COUNT
           MOVE ZERO TO BILL-TOTAL-DUE
           MOVE SPACES TO RPT-LINE
           STRING 'BILLING NOTICE REGISTER - CYCLE ' BILL-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE LOW-VALUES TO LM-LOAN-ID
           MOVE 'Y' TO LOANMAS-EOF-FLAG
           START LOAN-MASTER-FILE KEY >= LM-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO LOANMAS-EOF-FLAG
           END-START
           PERFORM UNTIL LOANMAS-EOF-FLAG = 'Y'
              READ LOAN-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO LOANMAS-EOF-FLAG
                 NOT AT END
                    IF LM-STATUS = 'A' OR LM-STATUS = 'D'
                       PERFORM BILL-LOAN-RECORD
                    END-IF
              END-READ
              IF LOAN-MASTER-STATUS NOT = '00'
                 AND LOAN-MASTER-STATUS NOT = '02'
                 MOVE 'Y' TO LOANMAS-EOF-FLAG
              END-IF
           END-PERFORM
           CLOSE BILLING-NOTICE-FILE
           MOVE BILL-NOTICE-COUNT TO BILL-NOTICE-COUNT-D
           MOVE BILL-TOTAL-DUE TO BILL-TOTAL-DUE-D
           MOVE SPACES TO RPT-LINE
           STRING 'NOTICES PRODUCED: ' BILL-NOTICE-COUNT-D
              '  TOTAL AMOUNT DUE: $' BILL-TOTAL-DUE-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'Billing notices produced: ' BILL-NOTICE-COUNT-D
           ' total due $' BILL-TOTAL-DUE-D.

       BILL-LOAN-RECORD.
           PERFORM CHECK-ORIGINATION-DATE
           IF ORIG-DATE-OK-FLAG = 'N'
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' SKIPPED - INVALID '
                 'ORIGINATION DATE ' LM-ORIGINATION-DATE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              PERFORM FIND-CYCLE-DUE-PERIOD
              IF BILL-DUE-FLAG = 'Y'
                 PERFORM PRODUCE-BILLING-NOTICE
              END-IF
           END-IF.

       FIND-CYCLE-DUE-PERIOD.
           MOVE 'N' TO BILL-DUE-FLAG
           COMPUTE QUOTE-ORIG-YY = LM-ORIGINATION-DATE / 10000
           COMPUTE QUOTE-ORIG-MM =
           FUNCTION MOD(LM-ORIGINATION-DATE / 100, 100)
           COMPUTE QUOTE-ORIG-DD =
           FUNCTION MOD(LM-ORIGINATION-DATE, 100)
           COMPUTE QUOTE-ORIG-INT =
           FUNCTION INTEGER-OF-DATE(LM-ORIGINATION-DATE)
           MOVE LM-FREQUENCY TO PAYMENT-FREQUENCY
           PERFORM SET-PERIODS-PER-YEAR
           PERFORM COMPUTE-LOAN-TOTAL-PERIODS
           MOVE LOAN-TOTAL-PERIODS TO BILL-MONTHS
           COMPUTE BILL-DUE-PERIOD = LM-PAID-TO-PERIOD + 1
           IF BILL-DUE-PERIOD <= BILL-MONTHS
              MOVE BILL-DUE-PERIOD TO QUOTE-PERIOD-TRY
              PERFORM COMPUTE-PERIOD-DUE-DATE
              COMPUTE BILL-DUE-YYMM = QUOTE-DUE-DATE / 100
              IF BILL-DUE-YYMM = BILL-CYCLE-YYMM
                 MOVE 'Y' TO BILL-DUE-FLAG
              END-IF
           END-IF.

       PRODUCE-BILLING-NOTICE.
           MOVE LM-BORROWER-REF TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO RPT-LINE
                 STRING 'LOAN ' LM-LOAN-ID ' SKIPPED - BORROWER '
                    LM-BORROWER-REF ' NOT ON BORRMAS'
                    DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM WRITE-PRINT-LINE
              NOT INVALID KEY
                 PERFORM WRITE-BILLING-NOTICE
           END-READ.

       WRITE-BILLING-NOTICE.
           PERFORM COMPUTE-BILL-AMOUNT-DUE
           MOVE BILL-AMOUNT-DUE TO BILL-AMOUNT-DUE-D
           MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
           MOVE SPACES TO BILL-LINE
           STRING 'PAYMENT DUE NOTICE - CYCLE ' BILL-CYCLE-DATE
              DELIMITED BY SIZE INTO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE BM-NAME TO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE BM-ADDR-LINE-1 TO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           IF BM-ADDR-LINE-2 NOT = SPACES
              MOVE BM-ADDR-LINE-2 TO BILL-LINE
              PERFORM WRITE-BILLING-LINE
           END-IF
           MOVE SPACES TO BILL-LINE
           STRING BM-CITY ' ' BM-STATE ' ' BM-ZIP
              DELIMITED BY SIZE INTO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE SPACES TO BILL-LINE
           STRING 'LOAN ' LM-LOAN-ID '  PAYMENT ' BILL-DUE-PERIOD
              '  DUE DATE ' QUOTE-DUE-DATE
              DELIMITED BY SIZE INTO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE SPACES TO BILL-LINE
           STRING 'AMOUNT DUE: $' BILL-AMOUNT-DUE-D
              '  CURRENT BALANCE: $' ACTUAL-BALANCE-D
              DELIMITED BY SIZE INTO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           IF LM-ESCROW-PAYMENT IS NUMERIC
              AND LM-ESCROW-PAYMENT > ZERO
              MOVE LM-ESCROW-PAYMENT TO ESCROW-PAYMENT-D
              MOVE SPACES TO BILL-LINE
              STRING 'INCLUDES ESCROW: $' ESCROW-PAYMENT-D
                 DELIMITED BY SIZE INTO BILL-LINE
              PERFORM WRITE-BILLING-LINE
           END-IF
           IF LM-FEES-DUE > ZERO
              MOVE LM-FEES-DUE TO FEES-DUE-D
              MOVE SPACES TO BILL-LINE
              STRING 'INCLUDES FEES DUE: $' FEES-DUE-D
                 DELIMITED BY SIZE INTO BILL-LINE
              PERFORM WRITE-BILLING-LINE
           END-IF
           IF LM-INTEREST-DUE > BILL-PERIOD-INT
              COMPUTE INTEREST-DUE-D = LM-INTEREST-DUE - BILL-PERIOD-INT
              MOVE SPACES TO BILL-LINE
              STRING 'INCLUDES PAST-DUE INTEREST: $' INTEREST-DUE-D
                 DELIMITED BY SIZE INTO BILL-LINE
              PERFORM WRITE-BILLING-LINE
           END-IF
           MOVE SPACES TO BILL-LINE
           PERFORM WRITE-BILLING-LINE
           ADD 1 TO BILL-NOTICE-COUNT
           ADD BILL-AMOUNT-DUE TO BILL-TOTAL-DUE
           MOVE SPACES TO RPT-LINE
           STRING 'NOTICE LOAN ' LM-LOAN-ID ' BORROWER '
              LM-BORROWER-REF ' DUE ' QUOTE-DUE-DATE
              ' AMOUNT $' BILL-AMOUNT-DUE-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       COMPUTE-BILL-AMOUNT-DUE.
           MOVE BILL-DUE-PERIOD TO SCHED-TARGET-PERIOD
           PERFORM WALK-LOAN-SCHEDULE
           MOVE SCHED-PAYMENT TO BILL-AMOUNT-DUE
           IF LM-ESCROW-PAYMENT IS NUMERIC
              AND LM-ESCROW-PAYMENT > ZERO
              ADD LM-ESCROW-PAYMENT TO BILL-AMOUNT-DUE
           END-IF
           ADD LM-FEES-DUE TO BILL-AMOUNT-DUE
           MOVE ZERO TO BILL-PERIOD-INT
           IF LM-ACCRUED-TO-PERIOD >= BILL-DUE-PERIOD
              COMPUTE BILL-PERIOD-INT ROUNDED =
              LM-ACTUAL-BALANCE * SCHED-RATE-PER-PERIOD
           END-IF
           IF LM-INTEREST-DUE > BILL-PERIOD-INT
              COMPUTE BILL-AMOUNT-DUE = BILL-AMOUNT-DUE
                 + LM-INTEREST-DUE - BILL-PERIOD-INT
           END-IF.

       WRITE-BILLING-LINE.
           WRITE BN-RECORD FROM BILL-LINE
           IF BILLING-NOTICE-STATUS NOT = '00'
              DISPLAY 'BILLOUT WRITE ERROR - STATUS '
                 BILLING-NOTICE-STATUS
              STOP RUN
           END-IF.

       ACH-MENU.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-OPTION TO ACH-ACTION-IN
           ELSE
              DISPLAY 'ACH auto-debit - enroll, inquiry, cancel, '
              'draft run or returns (E/I/X/D/R): '
              ACCEPT ACH-ACTION-IN
           END-IF
           PERFORM OPEN-ACH-ENROLLMENT
           EVALUATE ACH-ACTION-IN
              WHEN 'E'
              WHEN 'e'
                 PERFORM ACH-ENROLL
              WHEN 'I'
              WHEN 'i'
                 PERFORM ACH-INQUIRY
              WHEN 'X'
              WHEN 'x'
                 PERFORM ACH-CANCEL
              WHEN 'D'
              WHEN 'd'
                 PERFORM ACH-DRAFT-RUN
              WHEN 'R'
              WHEN 'r'
                 PERFORM ACH-RETURN-RUN
              WHEN OTHER
                 DISPLAY 'Please enter E, I, X, D or R'
           END-EVALUATE
           CLOSE ACH-ENROLLMENT-FILE.

       OPEN-ACH-ENROLLMENT.
           OPEN I-O ACH-ENROLLMENT-FILE
           IF ACH-ENROLLMENT-STATUS = '35'
              OPEN OUTPUT ACH-ENROLLMENT-FILE
              CLOSE ACH-ENROLLMENT-FILE
              OPEN I-O ACH-ENROLLMENT-FILE
           END-IF
           IF ACH-ENROLLMENT-STATUS NOT = '00'
              DISPLAY 'ACHENRL OPEN ERROR - STATUS '
                 ACH-ENROLLMENT-STATUS
              STOP RUN
           END-IF.

       ACH-ENROLL.
           DISPLAY 'Enter the loan ID to enroll: '
           ACCEPT LOOKUP-LOAN-ID
           MOVE LOOKUP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 DISPLAY 'No loan found for ID ' LOOKUP-LOAN-ID
              NOT INVALID KEY
                 IF LM-STATUS = 'C' OR LM-STATUS = 'W'
                    DISPLAY 'Loan ' LM-LOAN-ID ' status ' LM-STATUS
                    ' cannot be enrolled'
                 ELSE
                    PERFORM ACH-ENROLL-BORROWER
                 END-IF
           END-READ.

       ACH-ENROLL-BORROWER.
           MOVE LM-BORROWER-REF TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 DISPLAY 'Borrower ' LM-BORROWER-REF
                 ' not on BORRMAS - add the borrower first'
              NOT INVALID KEY
                 PERFORM ACH-ENROLL-ACCOUNT
           END-READ.

       ACH-ENROLL-ACCOUNT.
           DISPLAY 'Borrower: ' BM-BORROWER-ID ' ' BM-NAME
           MOVE 'Y' TO ACH-OK-FLAG
           DISPLAY 'Enter the bank routing number (9 digits): '
           ACCEPT ACH-FIELD-IN
           MOVE ACH-FIELD-IN TO ACH-ROUTING-WORK
           IF ACH-FIELD-IN(10:11) NOT = SPACES
              MOVE 'N' TO ACH-OK-FLAG
           ELSE
              PERFORM CHECK-ACH-ROUTING
           END-IF
           IF ACH-OK-FLAG = 'N'
              DISPLAY 'Invalid routing number ' ACH-FIELD-IN
           ELSE
              MOVE ACH-ROUTING-WORK TO ACH-NEW-ROUTING
              DISPLAY 'Enter the bank account number: '
              ACCEPT ACH-FIELD-IN
              IF ACH-FIELD-IN = SPACES
                 OR ACH-FIELD-IN(18:3) NOT = SPACES
                 MOVE 'N' TO ACH-OK-FLAG
                 DISPLAY 'Account number must be 1 to 17 characters'
              ELSE
                 MOVE ACH-FIELD-IN TO ACH-NEW-ACCOUNT
              END-IF
           END-IF
           IF ACH-OK-FLAG = 'Y'
              DISPLAY 'Account type - checking or savings (C/S): '
              ACCEPT ACH-NEW-TYPE
              INSPECT ACH-NEW-TYPE CONVERTING 'cs' TO 'CS'
              IF ACH-NEW-TYPE NOT = 'C' AND ACH-NEW-TYPE NOT = 'S'
                 MOVE 'N' TO ACH-OK-FLAG
                 DISPLAY 'Please enter C or S'
              END-IF
           END-IF
           IF ACH-OK-FLAG = 'Y'
              DISPLAY 'Enter the draft day of the month (1-28): '
              ACCEPT ACH-FIELD-IN
              IF FUNCTION TEST-NUMVAL(ACH-FIELD-IN) NOT = 0
                 MOVE 'N' TO ACH-OK-FLAG
              ELSE
                 COMPUTE MAINT-FIELD-VALUE =
                 FUNCTION NUMVAL(ACH-FIELD-IN)
                 MOVE MAINT-FIELD-VALUE TO ACH-NEW-DAY
                 IF ACH-NEW-DAY < 1 OR ACH-NEW-DAY > 28
                    OR ACH-NEW-DAY NOT = MAINT-FIELD-VALUE
                    MOVE 'N' TO ACH-OK-FLAG
                 END-IF
              END-IF
              IF ACH-OK-FLAG = 'N'
                 DISPLAY 'Draft day must be a whole day from 1 to 28'
              END-IF
           END-IF
           IF ACH-OK-FLAG = 'Y'
              PERFORM SAVE-ACH-ENROLLMENT
           ELSE
              DISPLAY 'Enrollment not saved'
           END-IF.

       CHECK-ACH-ROUTING.
           IF ACH-ROUTING-WORK IS NOT NUMERIC
              MOVE 'N' TO ACH-OK-FLAG
           ELSE
              COMPUTE ACH-CHECK-SUM =
                 3 * (ACH-ROUTING-DIGIT(1) + ACH-ROUTING-DIGIT(4)
                    + ACH-ROUTING-DIGIT(7))
                 + 7 * (ACH-ROUTING-DIGIT(2) + ACH-ROUTING-DIGIT(5)
                    + ACH-ROUTING-DIGIT(8))
                 + ACH-ROUTING-DIGIT(3) + ACH-ROUTING-DIGIT(6)
                 + ACH-ROUTING-DIGIT(9)
              IF FUNCTION MOD(ACH-CHECK-SUM, 10) NOT = 0
                 MOVE 'N' TO ACH-OK-FLAG
              END-IF
           END-IF.

       SAVE-ACH-ENROLLMENT.
           MOVE LM-LOAN-ID TO AE-LOAN-ID
           READ ACH-ENROLLMENT-FILE
              INVALID KEY
                 MOVE 'N' TO ACH-FOUND-FLAG
                 MOVE ZERO TO AE-LAST-DRAFT-DATE
                 MOVE ZERO TO AE-LAST-DRAFT-AMOUNT
                 MOVE LM-PAID-TO-PERIOD TO AE-LAST-DRAFT-PERIOD
              NOT INVALID KEY
                 MOVE 'Y' TO ACH-FOUND-FLAG
           END-READ
           MOVE LM-LOAN-ID TO AE-LOAN-ID
           MOVE LM-BORROWER-REF TO AE-BORROWER-ID
           MOVE ACH-NEW-ROUTING TO AE-ROUTING
           MOVE ACH-NEW-ACCOUNT TO AE-ACCOUNT
           MOVE ACH-NEW-TYPE TO AE-ACCOUNT-TYPE
           MOVE ACH-NEW-DAY TO AE-DRAFT-DAY
           MOVE 'A' TO AE-STATUS
           ACCEPT AE-ENROLL-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO AE-RETURN-COUNT
           MOVE ZERO TO AE-CANCEL-DATE
           MOVE SPACES TO AE-CANCEL-REASON
           IF ACH-FOUND-FLAG = 'Y'
              REWRITE AE-RECORD
           ELSE
              WRITE AE-RECORD
           END-IF
           IF ACH-ENROLLMENT-STATUS NOT = '00'
              AND ACH-ENROLLMENT-STATUS NOT = '02'
              DISPLAY 'ACHENRL WRITE ERROR - STATUS '
                 ACH-ENROLLMENT-STATUS
           ELSE
              DISPLAY 'Loan ' AE-LOAN-ID ' enrolled for auto-debit '
              'on day ' AE-DRAFT-DAY
           END-IF.

       ACH-INQUIRY.
           DISPLAY 'Enter the loan ID: '
           ACCEPT LOOKUP-LOAN-ID
           MOVE LOOKUP-LOAN-ID TO AE-LOAN-ID
           READ ACH-ENROLLMENT-FILE
              INVALID KEY
                 DISPLAY 'No auto-debit enrollment for loan '
                 LOOKUP-LOAN-ID
              NOT INVALID KEY
                 DISPLAY 'Loan ' AE-LOAN-ID ' borrower '
                 AE-BORROWER-ID ' status ' AE-STATUS
                 ' enrolled ' AE-ENROLL-DATE
                 DISPLAY 'Routing ' AE-ROUTING ' account '
                 AE-ACCOUNT ' type ' AE-ACCOUNT-TYPE
                 ' draft day ' AE-DRAFT-DAY
                 MOVE AE-LAST-DRAFT-AMOUNT TO PT-AMOUNT-D
                 DISPLAY 'Last draft ' AE-LAST-DRAFT-DATE
                 ' period ' AE-LAST-DRAFT-PERIOD
                 ' amount $' PT-AMOUNT-D
                 ' returns ' AE-RETURN-COUNT
                 IF AE-STATUS = 'X'
                    DISPLAY 'Cancelled ' AE-CANCEL-DATE
                    ' reason ' AE-CANCEL-REASON
                 END-IF
           END-READ.

       ACH-CANCEL.
           DISPLAY 'Enter the loan ID to cancel: '
           ACCEPT LOOKUP-LOAN-ID
           MOVE LOOKUP-LOAN-ID TO AE-LOAN-ID
           READ ACH-ENROLLMENT-FILE
              INVALID KEY
                 DISPLAY 'No auto-debit enrollment for loan '
                 LOOKUP-LOAN-ID
              NOT INVALID KEY
                 IF AE-STATUS NOT = 'A'
                    DISPLAY 'Enrollment for loan ' AE-LOAN-ID
                    ' is already cancelled'
                 ELSE
                    MOVE 'X' TO AE-STATUS
                    ACCEPT AE-CANCEL-DATE FROM DATE YYYYMMDD
                    MOVE 'OPR' TO AE-CANCEL-REASON
                    REWRITE AE-RECORD
                    IF ACH-ENROLLMENT-STATUS = '00'
                       DISPLAY 'Auto-debit cancelled for loan '
                       AE-LOAN-ID
                    ELSE
                       DISPLAY 'ACHENRL REWRITE ERROR - STATUS '
                       ACH-ENROLLMENT-STATUS
                    END-IF
                 END-IF
           END-READ.

       CHECK-ACH-DATE.
           MOVE 'N' TO ACH-OK-FLAG
           IF FUNCTION TEST-NUMVAL(ACH-DATE-IN) NOT = 0
              DISPLAY 'Invalid ACH run date'
           ELSE
              COMPUTE ACH-CYCLE-DATE = FUNCTION NUMVAL(ACH-DATE-IN)
              COMPUTE QUOTE-YY = ACH-CYCLE-DATE / 10000
              COMPUTE QUOTE-MM =
              FUNCTION MOD(ACH-CYCLE-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(ACH-CYCLE-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid ACH run date'
              ELSE
                 MOVE 'Y' TO ACH-OK-FLAG
              END-IF
           END-IF.

       ACH-DRAFT-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO ACH-DATE-IN
           ELSE
              DISPLAY 'Enter the draft cycle date (YYYYMMDD): '
              ACCEPT ACH-DATE-IN
           END-IF
           PERFORM CHECK-ACH-DATE
           IF ACH-OK-FLAG = 'Y'
              PERFORM CHECK-PRIOR-ACHTRAN
              IF ACH-PRIOR-ERROR NOT = SPACES
                 DISPLAY '*** ACH DRAFT RUN REFUSED - '
                 ACH-PRIOR-ERROR ' ***'
                 MOVE SPACES TO RPT-LINE
                 STRING 'ACH DRAFT RUN REFUSED - ' ACH-PRIOR-ERROR
                    ' - POST IT BEFORE THE NEXT DRAFT RUN'
                    DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM WRITE-PRINT-LINE
                 MOVE 12 TO JOB-STEP-RC
              ELSE
                 MOVE ACH-CYCLE-DATE TO BILL-CYCLE-DATE
                 COMPUTE BILL-CYCLE-YYMM = ACH-CYCLE-DATE / 100
                 PERFORM ACH-DRAFT-SCAN
              END-IF
           END-IF.

       CHECK-PRIOR-ACHTRAN.
           MOVE SPACES TO ACH-PRIOR-ERROR
           OPEN INPUT ACH-TRAN-FILE
           IF ACH-TRAN-STATUS = '00'
              MOVE SPACES TO PT-CONTROL-RECORD
              READ ACH-TRAN-FILE INTO PT-CONTROL-RECORD
                 AT END
                    MOVE SPACES TO PT-CONTROL-RECORD
              END-READ
              MOVE SPACES TO ACH-PRIOR-BATCH-ID
              IF PTC-RECORD-TYPE = 'HDR'
                 MOVE PTC-BATCH-ID TO ACH-PRIOR-BATCH-ID
                 READ ACH-TRAN-FILE INTO PT-CONTROL-RECORD
                    AT END
                       MOVE SPACES TO PT-CONTROL-RECORD
                 END-READ
                 IF PTC-RECORD-TYPE = 'TRL'
                    MOVE SPACES TO ACH-PRIOR-BATCH-ID
                 END-IF
              END-IF
              CLOSE ACH-TRAN-FILE
              IF ACH-PRIOR-BATCH-ID NOT = SPACES
                 PERFORM OPEN-POSTED-BATCH
                 MOVE ACH-PRIOR-BATCH-ID TO PB-BATCH-ID
                 READ POSTED-BATCH-FILE
                    INVALID KEY
                       STRING 'ACHTRAN BATCH ' ACH-PRIOR-BATCH-ID
                          ' NOT POSTED'
                          DELIMITED BY SIZE INTO ACH-PRIOR-ERROR
                    NOT INVALID KEY
                       IF PB-STATUS NOT = 'C'
                          STRING 'ACHTRAN BATCH ' ACH-PRIOR-BATCH-ID
                             ' PARTLY POSTED'
                             DELIMITED BY SIZE INTO ACH-PRIOR-ERROR
                       END-IF
                 END-READ
                 CLOSE POSTED-BATCH-FILE
              END-IF
           END-IF.

       ACH-DRAFT-SCAN.
           DISPLAY 'ACH draft run - reading ACHENRL'
           OPEN OUTPUT ACH-OUT-FILE
           IF ACH-OUT-STATUS NOT = '00'
              DISPLAY 'ACHOUT OPEN ERROR - STATUS ' ACH-OUT-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT ACH-TRAN-FILE
           IF ACH-TRAN-STATUS NOT = '00'
              DISPLAY 'ACHTRAN OPEN ERROR - STATUS ' ACH-TRAN-STATUS
              STOP RUN
           END-IF
           MOVE ZERO TO ACH-DRAFT-COUNT
           MOVE ZERO TO ACH-DRAFT-TOTAL
           MOVE ZERO TO ACH-BATCH-NUMBER
           MOVE ZERO TO ACH-TRACE-SEQ
           MOVE ZERO TO ACH-FILE-ENTRIES
           MOVE ZERO TO ACH-FILE-HASH
           MOVE ZERO TO ACH-FILE-DEBITS
           MOVE ZERO TO ACH-FILE-BATCHES
           MOVE ZERO TO ACH-FILE-RECORDS
           MOVE 'N' TO ACH-BATCH-OPEN-FLAG
           PERFORM WRITE-ACH-FILE-HEADER
           PERFORM WRITE-ACHTRAN-HEADER
           MOVE SPACES TO RPT-LINE
           STRING 'ACH DRAFT REGISTER - CYCLE ' BILL-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE ZERO TO AE-DRAFT-DAY
           MOVE 'Y' TO ACH-EOF-FLAG
           START ACH-ENROLLMENT-FILE KEY >= AE-DRAFT-DAY
              INVALID KEY
                 MOVE 'Y' TO ACH-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO ACH-EOF-FLAG
           END-START
           PERFORM UNTIL ACH-EOF-FLAG = 'Y'
              READ ACH-ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO ACH-EOF-FLAG
                 NOT AT END
                    IF AE-STATUS = 'A'
                       PERFORM ACH-DRAFT-ENROLLMENT
                    END-IF
              END-READ
              IF ACH-ENROLLMENT-STATUS NOT = '00'
                 AND ACH-ENROLLMENT-STATUS NOT = '02'
                 MOVE 'Y' TO ACH-EOF-FLAG
              END-IF
           END-PERFORM
           IF ACH-BATCH-OPEN-FLAG = 'Y'
              PERFORM WRITE-ACH-BATCH-CONTROL
           END-IF
           PERFORM WRITE-ACH-FILE-CONTROL
           PERFORM WRITE-ACHTRAN-TRAILER
           CLOSE ACH-OUT-FILE
           CLOSE ACH-TRAN-FILE
           MOVE ACH-DRAFT-COUNT TO ACH-DRAFT-COUNT-D
           MOVE ACH-DRAFT-TOTAL TO ACH-DRAFT-TOTAL-D
           MOVE SPACES TO RPT-LINE
           STRING 'DRAFTS WRITTEN: ' ACH-DRAFT-COUNT-D
              '  TOTAL DRAFTED: $' ACH-DRAFT-TOTAL-D
              '  ACHTRAN BATCH ' ACH-TRAN-BATCH-ID
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'ACH drafts written: ' ACH-DRAFT-COUNT-D
           ' total $' ACH-DRAFT-TOTAL-D
           ' ACHTRAN batch ' ACH-TRAN-BATCH-ID.

       WRITE-ACHTRAN-HEADER.
           MOVE SPACES TO ACH-TRAN-BATCH-ID
           STRING 'AC' ACH-CREATE-DATE(3:6) ACH-CREATE-TIME(1:4)
              DELIMITED BY SIZE INTO ACH-TRAN-BATCH-ID
           MOVE SPACES TO PT-CONTROL-RECORD
           MOVE 'HDR' TO PTC-RECORD-TYPE
           MOVE ACH-TRAN-BATCH-ID TO PTC-BATCH-ID
           MOVE BILL-CYCLE-DATE TO PTC-BATCH-DATE
           WRITE AT-RECORD FROM PT-CONTROL-RECORD
           IF ACH-TRAN-STATUS NOT = '00'
              DISPLAY 'ACHTRAN WRITE ERROR - STATUS ' ACH-TRAN-STATUS
              STOP RUN
           END-IF.

       WRITE-ACHTRAN-TRAILER.
           MOVE SPACES TO PT-CONTROL-RECORD
           MOVE 'TRL' TO PTC-RECORD-TYPE
           MOVE ACH-TRAN-BATCH-ID TO PTC-BATCH-ID
           MOVE BILL-CYCLE-DATE TO PTC-BATCH-DATE
           MOVE ACH-DRAFT-COUNT TO PTC-RECORD-COUNT
           MOVE ACH-DRAFT-TOTAL TO PTC-HASH-TOTAL
           WRITE AT-RECORD FROM PT-CONTROL-RECORD
           IF ACH-TRAN-STATUS NOT = '00'
              DISPLAY 'ACHTRAN WRITE ERROR - STATUS ' ACH-TRAN-STATUS
              STOP RUN
           END-IF.

       ACH-DRAFT-ENROLLMENT.
           MOVE AE-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO RPT-LINE
                 STRING 'LOAN ' AE-LOAN-ID ' SKIPPED - NOT ON '
                    'LOANMAS'
                    DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM WRITE-PRINT-LINE
              NOT INVALID KEY
                 IF LM-STATUS = 'A' OR LM-STATUS = 'D'
                    PERFORM ACH-DRAFT-LOAN
                 END-IF
           END-READ.

       ACH-DRAFT-LOAN.
           PERFORM CHECK-ORIGINATION-DATE
           IF ORIG-DATE-OK-FLAG = 'N'
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' SKIPPED - INVALID '
                 'ORIGINATION DATE ' LM-ORIGINATION-DATE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              PERFORM FIND-CYCLE-DUE-PERIOD
              IF BILL-DUE-FLAG = 'Y'
                 IF AE-LAST-DRAFT-PERIOD >= BILL-DUE-PERIOD
                    MOVE SPACES TO RPT-LINE
                    STRING 'LOAN ' LM-LOAN-ID ' PAYMENT '
                       BILL-DUE-PERIOD ' ALREADY DRAFTED '
                       AE-LAST-DRAFT-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM WRITE-PRINT-LINE
                 ELSE
                    PERFORM COMPUTE-BILL-AMOUNT-DUE
                    IF BILL-AMOUNT-DUE > ZERO
                       PERFORM WRITE-ACH-DRAFT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WRITE-ACH-DRAFT.
           IF ACH-BATCH-OPEN-FLAG = 'Y'
              AND AE-DRAFT-DAY NOT = ACH-BATCH-DAY
              PERFORM WRITE-ACH-BATCH-CONTROL
           END-IF
           IF ACH-BATCH-OPEN-FLAG = 'N'
              MOVE AE-DRAFT-DAY TO ACH-BATCH-DAY
              PERFORM WRITE-ACH-BATCH-HEADER
           END-IF
           COMPUTE ACH-DRAFT-DATE = BILL-CYCLE-YYMM * 100 + AE-DRAFT-DAY
           MOVE AE-BORROWER-ID TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO BM-NAME
           END-READ
           IF AE-ACCOUNT-TYPE = 'S'
              MOVE '37' TO AED-TRAN-CODE
           ELSE
              MOVE '27' TO AED-TRAN-CODE
           END-IF
           MOVE AE-ROUTING TO AED-ROUTING
           MOVE AE-ACCOUNT TO AED-ACCOUNT
           COMPUTE AED-AMOUNT = BILL-AMOUNT-DUE * 100
           MOVE AE-LOAN-ID TO AED-INDIVIDUAL-ID
           MOVE BM-NAME TO AED-INDIVIDUAL-NAME
           ADD 1 TO ACH-TRACE-SEQ
           MOVE ACH-ORIGIN-DFI TO AED-TRACE-DFI
           MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ
           WRITE AO-RECORD FROM ACH-ENTRY-DETAIL
           PERFORM CHECK-ACH-OUT-WRITE
           ADD 1 TO ACH-BATCH-ENTRIES
           MOVE AE-ROUTING(1:8) TO ACH-ROUTING-HASH
           ADD ACH-ROUTING-HASH TO ACH-BATCH-HASH
           ADD AED-AMOUNT TO ACH-BATCH-DEBITS
           MOVE ACH-DRAFT-DATE TO PT-PAYMENT-DATE
           MOVE AE-LOAN-ID TO PT-LOAN-ID
           MOVE BILL-AMOUNT-DUE TO PT-AMOUNT
           MOVE 'R' TO PT-TYPE
           WRITE AT-RECORD FROM PT-RECORD
           IF ACH-TRAN-STATUS NOT = '00'
              DISPLAY 'ACHTRAN WRITE ERROR - STATUS ' ACH-TRAN-STATUS
              STOP RUN
           END-IF
           MOVE ACH-DRAFT-DATE TO AE-LAST-DRAFT-DATE
           MOVE BILL-DUE-PERIOD TO AE-LAST-DRAFT-PERIOD
           MOVE BILL-AMOUNT-DUE TO AE-LAST-DRAFT-AMOUNT
           REWRITE AE-RECORD
           IF ACH-ENROLLMENT-STATUS NOT = '00'
              AND ACH-ENROLLMENT-STATUS NOT = '02'
              DISPLAY 'ACHENRL REWRITE ERROR - STATUS '
                 ACH-ENROLLMENT-STATUS
              STOP RUN
           END-IF
           ADD 1 TO ACH-DRAFT-COUNT
           ADD BILL-AMOUNT-DUE TO ACH-DRAFT-TOTAL
           MOVE BILL-AMOUNT-DUE TO BILL-AMOUNT-DUE-D
           MOVE SPACES TO RPT-LINE
           STRING 'DRAFT LOAN ' LM-LOAN-ID ' PAYMENT '
              BILL-DUE-PERIOD ' DRAFT DATE ' ACH-DRAFT-DATE
              ' ACCOUNT TYPE ' AE-ACCOUNT-TYPE
              ' AMOUNT $' BILL-AMOUNT-DUE-D
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-ACH-FILE-HEADER.
           ACCEPT ACH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT ACH-CREATE-TIME FROM TIME
           MOVE ACH-IMMEDIATE-DEST TO AFH-IMMEDIATE-DEST
           MOVE ACH-IMMEDIATE-ORIGIN TO AFH-IMMEDIATE-ORIGIN
           COMPUTE AFH-CREATE-DATE =
           FUNCTION MOD(ACH-CREATE-DATE, 1000000)
           COMPUTE AFH-CREATE-TIME = ACH-CREATE-TIME / 10000
           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE ACH-COMPANY-NAME TO AFH-ORIGIN-NAME
           WRITE AO-RECORD FROM ACH-FILE-HEADER
           PERFORM CHECK-ACH-OUT-WRITE.

       WRITE-ACH-BATCH-HEADER.
           ADD 1 TO ACH-BATCH-NUMBER
           MOVE ZERO TO ACH-BATCH-ENTRIES
           MOVE ZERO TO ACH-BATCH-HASH
           MOVE ZERO TO ACH-BATCH-DEBITS
           MOVE ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE ACH-COMPANY-ID TO ABH-COMPANY-ID
           COMPUTE ACH-DRAFT-DATE =
           BILL-CYCLE-YYMM * 100 + ACH-BATCH-DAY
           COMPUTE ABH-EFFECTIVE-DATE =
           FUNCTION MOD(ACH-DRAFT-DATE, 1000000)
           MOVE ABH-EFFECTIVE-DATE TO ABH-DESCRIPTIVE-DATE
           MOVE ACH-ORIGIN-DFI TO ABH-ORIGIN-DFI
           MOVE ACH-BATCH-NUMBER TO ABH-BATCH-NUMBER
           WRITE AO-RECORD FROM ACH-BATCH-HEADER
           PERFORM CHECK-ACH-OUT-WRITE
           MOVE 'Y' TO ACH-BATCH-OPEN-FLAG.

       WRITE-ACH-BATCH-CONTROL.
           MOVE ACH-BATCH-ENTRIES TO ABC-ENTRY-COUNT
           MOVE ACH-BATCH-HASH TO ABC-ENTRY-HASH
           MOVE ACH-BATCH-DEBITS TO ABC-DEBIT-TOTAL
           MOVE ACH-COMPANY-ID TO ABC-COMPANY-ID
           MOVE ACH-ORIGIN-DFI TO ABC-ORIGIN-DFI
           MOVE ACH-BATCH-NUMBER TO ABC-BATCH-NUMBER
           WRITE AO-RECORD FROM ACH-BATCH-CONTROL
           PERFORM CHECK-ACH-OUT-WRITE
           ADD 1 TO ACH-FILE-BATCHES
           ADD ACH-BATCH-ENTRIES TO ACH-FILE-ENTRIES
           ADD ACH-BATCH-HASH TO ACH-FILE-HASH
           ADD ACH-BATCH-DEBITS TO ACH-FILE-DEBITS
           MOVE 'N' TO ACH-BATCH-OPEN-FLAG.

       WRITE-ACH-FILE-CONTROL.
           MOVE ACH-FILE-BATCHES TO AFC-BATCH-COUNT
           COMPUTE AFC-BLOCK-COUNT = (ACH-FILE-RECORDS + 10) / 10
           MOVE ACH-FILE-ENTRIES TO AFC-ENTRY-COUNT
           MOVE ACH-FILE-HASH TO AFC-ENTRY-HASH
           MOVE ACH-FILE-DEBITS TO AFC-DEBIT-TOTAL
           WRITE AO-RECORD FROM ACH-FILE-CONTROL
           PERFORM CHECK-ACH-OUT-WRITE
           PERFORM UNTIL FUNCTION MOD(ACH-FILE-RECORDS, 10) = 0
              WRITE AO-RECORD FROM ACH-BLOCK-FILLER
              PERFORM CHECK-ACH-OUT-WRITE
           END-PERFORM.

       CHECK-ACH-OUT-WRITE.
           IF ACH-OUT-STATUS NOT = '00'
              DISPLAY 'ACHOUT WRITE ERROR - STATUS ' ACH-OUT-STATUS
              STOP RUN
           END-IF
           ADD 1 TO ACH-FILE-RECORDS.

       ACH-RETURN-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO ACH-DATE-IN
           ELSE
              DISPLAY 'Enter the returns processing date (YYYYMMDD): '
              ACCEPT ACH-DATE-IN
           END-IF
           PERFORM CHECK-ACH-DATE
           IF ACH-OK-FLAG = 'Y'
              PERFORM ACH-RETURN-ITEMS
           END-IF.

       ACH-RETURN-ITEMS.
           OPEN INPUT ACH-RETURN-FILE
           IF ACH-RETURN-STATUS NOT = '00'
              DISPLAY 'No ACH returns to process - ACHRTN STATUS '
              ACH-RETURN-STATUS
              IF JOB-STEP-RC < 4
                 MOVE 4 TO JOB-STEP-RC
              END-IF
           ELSE
              PERFORM OPEN-PAYMENT-JOURNAL
              DISPLAY 'ACH returns - reading ACHRTN'
              MOVE ZERO TO PAYMENTS-POSTED
              MOVE ZERO TO PAYMENTS-REJECTED
              MOVE ZERO TO POSTED-AMOUNT-TOTAL
              MOVE ZERO TO ACH-RETURN-COUNT
              MOVE ZERO TO ACH-CANCEL-COUNT
              MOVE ZERO TO ACH-FEE-TOTAL
              MOVE SPACES TO RPT-LINE
              STRING 'ACH RETURNED-ITEM REGISTER - PROCESSING DATE '
                 ACH-CYCLE-DATE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              MOVE SPACES TO RPT-LINE
              STRING 'DATE     LOAN-ID TYPE        AMOUNT RESULT'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              MOVE 'N' TO ACH-EOF-FLAG
              PERFORM UNTIL ACH-EOF-FLAG = 'Y'
                 READ ACH-RETURN-FILE
                    AT END
                       MOVE 'Y' TO ACH-EOF-FLAG
                    NOT AT END
                       IF AR-RECORD NOT = SPACES
                          AND AR-LOAN-ID(1:1) NOT = '*'
                          PERFORM ACH-RETURN-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACH-RETURN-FILE
              MOVE ACH-RETURN-COUNT TO ACH-RETURN-COUNT-D
              MOVE PAYMENTS-REJECTED TO PAYMENTS-REJECTED-D
              MOVE ACH-CANCEL-COUNT TO ACH-CANCEL-COUNT-D
              MOVE ACH-FEE-TOTAL TO ACH-FEE-TOTAL-D
              MOVE SPACES TO RPT-LINE
              STRING 'RETURNS READ: ' ACH-RETURN-COUNT-D
                 '  REJECTED: ' PAYMENTS-REJECTED-D
                 '  ENROLLMENTS CANCELLED: ' ACH-CANCEL-COUNT-D
                 '  FEES ASSESSED $' ACH-FEE-TOTAL-D
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
              DISPLAY 'ACH returns processed: ' ACH-RETURN-COUNT-D
              ' rejected: ' PAYMENTS-REJECTED-D
              ' enrollments cancelled: ' ACH-CANCEL-COUNT-D
              IF PAYMENTS-REJECTED > ZERO AND JOB-STEP-RC < 4
                 MOVE 4 TO JOB-STEP-RC
              END-IF
              PERFORM CLOSE-PAYMENT-JOURNAL
           END-IF.

       ACH-RETURN-RECORD.
           ADD 1 TO ACH-RETURN-COUNT
           MOVE ACH-CYCLE-DATE TO PT-PAYMENT-DATE
           MOVE AR-LOAN-ID TO PT-LOAN-ID
           IF AR-AMOUNT IS NUMERIC
              MOVE AR-AMOUNT TO PT-AMOUNT
           ELSE
              MOVE ZERO TO PT-AMOUNT
           END-IF
           MOVE 'V' TO PT-TYPE
           MOVE ZERO TO HIST-MATCH-DATE
           IF AR-DRAFT-DATE IS NUMERIC
              MOVE AR-DRAFT-DATE TO HIST-MATCH-DATE
           END-IF
           MOVE PAYMENTS-REJECTED TO ACH-RETURN-REJECTS
           PERFORM APPLY-PAYMENT-RECORD
           MOVE ZERO TO HIST-MATCH-DATE
           IF PAYMENTS-REJECTED = ACH-RETURN-REJECTS
              MOVE ZERO TO ACH-RETURN-FEE-D
              IF LM-STATUS NOT = 'W' AND ACH-RETURN-FEE > ZERO
                 PERFORM ASSESS-RETURN-FEE
              END-IF
              PERFORM COUNT-ACH-RETURN
              MOVE SPACES TO RPT-LINE
              STRING '  RETURN ' AR-RETURN-CODE ' DRAFT '
                 AR-DRAFT-DATE ' ITEM FEE $' ACH-RETURN-FEE-D
                 ' ' ACH-RETURN-NOTE
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF.

       ASSESS-RETURN-FEE.
           MOVE LM-RECORD TO MAINT-BEFORE-IMAGE
           ADD ACH-RETURN-FEE TO LM-FEES-DUE
           MOVE LM-RECORD TO MAINT-AFTER-IMAGE
           REWRITE LM-RECORD
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'LOANMAS REWRITE ERROR - STATUS '
                 LOAN-MASTER-STATUS
              STOP RUN
           END-IF
           MOVE 'ACHRTN' TO AUDIT-USER
           MOVE 'RTN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-REASON
           STRING 'ACH RETURN ' AR-RETURN-CODE ' - ITEM FEE'
              DELIMITED BY SIZE INTO AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           ADD ACH-RETURN-FEE TO ACH-FEE-TOTAL
           MOVE ACH-RETURN-FEE TO ACH-RETURN-FEE-D.

       COUNT-ACH-RETURN.
           MOVE AR-LOAN-ID TO AE-LOAN-ID
           READ ACH-ENROLLMENT-FILE
              INVALID KEY
                 MOVE 'NOT ENROLLED FOR AUTO-DEBIT' TO ACH-RETURN-NOTE
              NOT INVALID KEY
                 IF AE-RETURN-COUNT < 9
                    ADD 1 TO AE-RETURN-COUNT
                 END-IF
                 IF LM-PAID-TO-PERIOD < AE-LAST-DRAFT-PERIOD
                    MOVE LM-PAID-TO-PERIOD TO AE-LAST-DRAFT-PERIOD
                 END-IF
                 IF AE-STATUS = 'A'
                    AND (AR-RETURN-CODE = 'R02'
                    OR AR-RETURN-CODE = 'R03'
                    OR AR-RETURN-CODE = 'R04'
                    OR AE-RETURN-COUNT >= ACH-MAX-RETURNS)
                    MOVE 'X' TO AE-STATUS
                    MOVE ACH-CYCLE-DATE TO AE-CANCEL-DATE
                    MOVE AR-RETURN-CODE TO AE-CANCEL-REASON
                    ADD 1 TO ACH-CANCEL-COUNT
                    MOVE 'ENROLLMENT CANCELLED' TO ACH-RETURN-NOTE
                 ELSE
                    MOVE SPACES TO ACH-RETURN-NOTE
                    STRING 'RETURN COUNT ' AE-RETURN-COUNT
                       DELIMITED BY SIZE INTO ACH-RETURN-NOTE
                 END-IF
                 REWRITE AE-RECORD
                 IF ACH-ENROLLMENT-STATUS NOT = '00'
                    AND ACH-ENROLLMENT-STATUS NOT = '02'
                    DISPLAY 'ACHENRL REWRITE ERROR - STATUS '
                       ACH-ENROLLMENT-STATUS
                    STOP RUN
                 END-IF
           END-READ.

       ESCROW-ANALYSIS-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO ESC-YEAR-IN
           ELSE
              DISPLAY 'Enter the escrow analysis year (YYYY): '
              ACCEPT ESC-YEAR-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(ESC-YEAR-IN) NOT = 0
              DISPLAY 'Invalid analysis year'
           ELSE

       ESCROW-ANALYZE-LOAN.
           PERFORM ESCROW-HISTORY-TOTALS
           IF LM-ESCROW-PAYMENT > ZERO OR LM-ESCROW-BALANCE NOT = ZERO
              OR ESC-COLLECTED > ZERO OR ESC-DISBURSED > ZERO
              MOVE LM-FREQUENCY TO PAYMENT-FREQUENCY
              PERFORM SET-PERIODS-PER-YEAR
                          IF PH-TYPE = 'D'
                             ADD PH-APPLIED TO ESC-DISBURSED
                          END-IF
                          IF PH-TYPE = 'R' OR PH-TYPE = 'E'
                             ADD PH-ESC-APPLIED TO ESC-COLLECTED
                          END-IF
                          IF PH-TYPE = 'V'
                             IF PH-ESC-APPLIED > ESC-COLLECTED
                                MOVE ZERO TO ESC-COLLECTED
                             ELSE
                                SUBTRACT PH-ESC-APPLIED
                                   FROM ESC-COLLECTED
                             END-IF
                          END-IF
                       END-IF
                    ELSE
                       MOVE 'Y' TO HIST-EOF-FLAG
           END-PERFORM.

       RESET-NOTICE-RUN.
           IF RUN-MODE = 'J'
              MOVE JOB-STEP-DATE-IN TO ARM-DATE-IN
           ELSE
              DISPLAY 'Enter the notice run date (YYYYMMDD): '
              ACCEPT ARM-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(ARM-DATE-IN) NOT = 0
              DISPLAY 'Invalid notice run date'
           ELSE
                 ARM-RESET-PERIOD
                 IF ARM-RESET-PERIOD > 1
                    AND ARM-RESET-PERIOD <= ARM-MONTHS
                    AND (LM-MOD-COUNT IS NOT NUMERIC
                    OR LM-MOD-COUNT = ZERO
                    OR ARM-RESET-PERIOD < LM-MOD-PERIOD)
                    MOVE ARM-RESET-PERIOD TO QUOTE-PERIOD-TRY
                    PERFORM COMPUTE-PERIOD-DUE-DATE
                    IF QUOTE-DUE-INT >= ARM-RUN-INT
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           DISPLAY 'Verification complete: ' VER-READ-COUNT-D
           ' loans, ' VER-EXCEPTION-COUNT-D ' exceptions'
           IF VER-EXCEPTION-COUNT > ZERO AND JOB-STEP-RC < 4
              MOVE 4 TO JOB-STEP-RC
           END-IF.

       VERIFY-LOAN-RECORD.
           ADD 1 TO VER-READ-COUNT
              OR LM-PAID-TO-PERIOD IS NOT NUMERIC
              OR LM-ESCROW-BALANCE IS NOT NUMERIC
              OR LM-ESCROW-PAYMENT IS NOT NUMERIC
              OR LM-FEES-DUE IS NOT NUMERIC
              OR LM-INTEREST-DUE IS NOT NUMERIC
              OR LM-CHARGE-OFF-AMOUNT IS NOT NUMERIC
              OR LM-RECOVERY-AMOUNT IS NOT NUMERIC
              OR LM-MOD-COUNT IS NOT NUMERIC
              OR LM-MOD-PERIOD IS NOT NUMERIC
              OR LM-MOD-BALANCE IS NOT NUMERIC
              OR LM-MOD-RATE IS NOT NUMERIC
              OR LM-MOD-REMAINING IS NOT NUMERIC
              OR LM-CLOSED-DATE IS NOT NUMERIC
              OR LM-ACCRUED-TO-PERIOD IS NOT NUMERIC
              ADD 1 TO VER-EXCEPTION-COUNT
              MOVE SPACES TO RPT-LINE
              STRING 'LOAN ' LM-LOAN-ID ' NON-NUMERIC FIELD ON '
           ELSE
              ADD LM-ACTUAL-BALANCE TO VER-TOTAL-ACTUAL
              IF LM-ACTUAL-BALANCE > LM-TOTAL-LOAN
                 AND (LM-MOD-COUNT = ZERO
                 OR LM-ACTUAL-BALANCE > LM-MOD-BALANCE)
                 ADD 1 TO VER-EXCEPTION-COUNT
                 MOVE LM-ACTUAL-BALANCE TO ACTUAL-BALANCE-D
                 MOVE SPACES TO RPT-LINE
                    CONTINUE
              END-READ
              IF LM-YEARS > ZERO
                 AND LM-STATUS NOT = 'N' AND LM-STATUS NOT = 'W'
                 PERFORM VERIFY-SCHEDULED-BALANCE
              END-IF
           END-IF.
           MOVE LM-INTEREST-RATE TO SCHED-EFF-RATE
           MOVE LM-TOTAL-LOAN TO SCHED-BALANCE
           MOVE ZERO TO SCHED-PERIOD
           PERFORM COMPUTE-LOAN-TOTAL-PERIODS
           PERFORM SCHED-MODIFICATION-CHECK
           PERFORM UNTIL SCHED-PERIOD >= SCHED-TARGET-PERIOD
           OR SCHED-PERIOD >= LOAN-TOTAL-PERIODS
              ADD 1 TO SCHED-PERIOD
              IF LM-RATE-CHANGE-COUNT IS NUMERIC
                 AND LM-RATE-CHANGE-COUNT > 0
                 MOVE SCHED-BALANCE TO SCHED-PRIN
              END-IF
              COMPUTE SCHED-BALANCE = SCHED-BALANCE - SCHED-PRIN
              PERFORM SCHED-MODIFICATION-CHECK
           END-PERFORM.

       SCHED-MODIFICATION-CHECK.
           IF LM-MOD-COUNT IS NUMERIC AND LM-MOD-COUNT > ZERO
              MOVE SCHED-PERIOD TO LMRST-PERIOD
              MOVE SCHED-BALANCE TO LMRST-BALANCE
              MOVE SCHED-EFF-RATE TO LMRST-RATE
              MOVE SCHED-RATE-PER-PERIOD TO LMRST-RATE-PER-PERIOD
              MOVE SCHED-PAYMENT TO LMRST-PAYMENT
              PERFORM APPLY-LM-MODIFICATION
              MOVE LMRST-BALANCE TO SCHED-BALANCE
              MOVE LMRST-RATE TO SCHED-EFF-RATE
              MOVE LMRST-RATE-PER-PERIOD TO SCHED-RATE-PER-PERIOD
              MOVE LMRST-PAYMENT TO SCHED-PAYMENT
           END-IF.

       DETERMINE-RUN-MODE.
           OPEN INPUT LOAN-REQUEST-FILE
           IF LOAN-REQUEST-STATUS = '00'
              MOVE 'B' TO RUN-MODE
              CLOSE LOAN-REQUEST-FILE
           ELSE
              OPEN INPUT JOB-CONTROL-FILE
              IF JOB-CONTROL-STATUS = '00'
                 MOVE 'J' TO RUN-MODE
                 CLOSE JOB-CONTROL-FILE
              ELSE
                 MOVE 'I' TO RUN-MODE
              END-IF
           END-IF.

       RUN-JOB-STREAM.
           MOVE 'N' TO JOB-EOF-FLAG
           MOVE 'N' TO JOB-PENDING-FLAG
           MOVE 'R' TO JOB-STREAM-FLAG
           MOVE ZERO TO JOB-STEP-SEQ
           MOVE ZERO TO JOB-STEPS-RUN
           MOVE ZERO TO JOB-STEPS-SKIPPED
           ACCEPT JOB-CYCLE-DATE FROM DATE YYYYMMDD
           OPEN INPUT JOB-CONTROL-FILE
           IF JOB-CONTROL-STATUS NOT = '00'
              DISPLAY 'JOBCTL OPEN ERROR - STATUS ' JOB-CONTROL-STATUS
              STOP RUN
           END-IF
           PERFORM READ-JOB-CARD
           IF JOB-EOF-FLAG = 'N'
              IF JOB-FIELD-1 = 'JOB'
                 PERFORM JOB-HEADER-CARD
              ELSE
                 MOVE 'Y' TO JOB-PENDING-FLAG
              END-IF
           END-IF
           COMPUTE JOB-CYCLE-YEAR = JOB-CYCLE-DATE / 10000
           PERFORM LOAD-JOB-RUN-LOG
           PERFORM OPEN-REPORT-FILES
           DISPLAY 'Job ' JOB-NAME ' cycle ' JOB-CYCLE-DATE
           ' started'
           MOVE SPACES TO RPT-LINE
           STRING 'JOB STREAM ' JOB-NAME ' CYCLE ' JOB-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE
           IF JOB-RESUME-FLAG = 'Y'
              MOVE SPACES TO RPT-LINE
              STRING 'RESTARTED - STEPS COMPLETED IN AN EARLIER RUN '
                 'OF THIS CYCLE ARE BYPASSED'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF
           IF JOB-PENDING-FLAG = 'Y'
              PERFORM RUN-JOB-STEP
           END-IF
           PERFORM UNTIL JOB-EOF-FLAG = 'Y' OR JOB-STREAM-FLAG = 'F'
              PERFORM READ-JOB-CARD
              IF JOB-EOF-FLAG = 'N'
                 IF JOB-FIELD-1 = 'JOB'
                    DISPLAY 'JOB card out of sequence ignored: '
                    JC-RECORD
                 ELSE
                    PERFORM RUN-JOB-STEP
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JOB-CONTROL-FILE
           MOVE JOB-STEPS-RUN TO JOB-STEPS-RUN-D
           MOVE JOB-STEPS-SKIPPED TO JOB-STEPS-SKIPPED-D
           MOVE SPACES TO RPT-LINE
           IF JOB-STREAM-FLAG = 'F'
              STRING 'JOB STREAM ' JOB-NAME ' STOPPED AT STEP '
                 JOB-STEP-SEQ-D ' - RERUN RESUMES AT THIS STEP'
                 DELIMITED BY SIZE INTO RPT-LINE
              DISPLAY 'Job ' JOB-NAME ' failed at step '
              JOB-STEP-SEQ-D
           ELSE
              STRING 'JOB STREAM ' JOB-NAME ' COMPLETE - STEPS RUN: '
                 JOB-STEPS-RUN-D '  BYPASSED: ' JOB-STEPS-SKIPPED-D
                 DELIMITED BY SIZE INTO RPT-LINE
              DISPLAY 'Job ' JOB-NAME ' complete - '
              JOB-STEPS-RUN-D ' steps run, ' JOB-STEPS-SKIPPED-D
              ' bypassed'
           END-IF
           PERFORM WRITE-PRINT-LINE.

       READ-JOB-CARD.
           MOVE SPACES TO JOB-FIELD-1
           PERFORM UNTIL JOB-EOF-FLAG = 'Y' OR JOB-FIELD-1 NOT = SPACES
              READ JOB-CONTROL-FILE
                 AT END
                    MOVE 'Y' TO JOB-EOF-FLAG
                 NOT AT END
                    IF JC-RECORD NOT = SPACES
                       AND JC-RECORD(1:1) NOT = '*'
                       MOVE SPACES TO JOB-FIELD-2
                       MOVE SPACES TO JOB-FIELD-3
                       UNSTRING JC-RECORD DELIMITED BY ALL SPACES
                          INTO JOB-FIELD-1 JOB-FIELD-2 JOB-FIELD-3
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM.

       JOB-HEADER-CARD.
           IF JOB-FIELD-2 NOT = SPACES
              MOVE JOB-FIELD-2 TO JOB-NAME
           END-IF
           IF JOB-FIELD-3 NOT = SPACES
              MOVE JOB-FIELD-3 TO JOB-STEP-DATE-IN
              PERFORM CHECK-JOB-STEP-DATE
              IF JOB-STEP-RC NOT = ZERO
                 DISPLAY 'JOBCTL INVALID CYCLE DATE: ' JOB-FIELD-3
                 STOP RUN
              END-IF
              MOVE JOB-STEP-DATE TO JOB-CYCLE-DATE
           END-IF.

       LOAD-JOB-RUN-LOG.
           MOVE 'N' TO JOB-RESUME-FLAG
           PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > 50
              MOVE 'N' TO JOB-STEP-DONE(JOB-IDX)
              MOVE SPACES TO JOB-STEP-DONE-CODE(JOB-IDX)
           END-PERFORM
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-STATUS = '00'
              MOVE 'N' TO JOB-LOG-EOF-FLAG
              PERFORM UNTIL JOB-LOG-EOF-FLAG = 'Y'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE 'Y' TO JOB-LOG-EOF-FLAG
                    NOT AT END
                       PERFORM JOB-RUN-LOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF.

       JOB-RUN-LOG-RECORD.
           MOVE RL-RECORD TO JOB-LOG-LINE
           IF JL-TAG = 'JOB ' AND JL-JOB-NAME = JOB-NAME
              AND JL-CYCLE-DATE = JOB-CYCLE-DATE
              AND JL-STEP-SEQ > ZERO AND JL-STEP-SEQ NOT > 50
              IF JL-STEP-RC < 8
                 MOVE 'Y' TO JOB-STEP-DONE(JL-STEP-SEQ)
                 MOVE 'Y' TO JOB-RESUME-FLAG
              ELSE
                 MOVE 'N' TO JOB-STEP-DONE(JL-STEP-SEQ)
              END-IF
              MOVE JL-STEP-CODE TO JOB-STEP-DONE-CODE(JL-STEP-SEQ)
           END-IF.

       RUN-JOB-STEP.
           ADD 1 TO JOB-STEP-SEQ
           MOVE JOB-STEP-SEQ TO JOB-STEP-SEQ-D
           MOVE JOB-FIELD-1 TO JOB-STEP-CODE
           MOVE SPACES TO JOB-STEP-OPTION
           MOVE ZERO TO JOB-STEP-RC
           MOVE ZERO TO JOB-STEP-DATE
           IF JOB-FIELD-1(2:9) NOT = SPACES
              MOVE 12 TO JOB-STEP-RC
           END-IF
           INSPECT JOB-STEP-CODE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF JOB-STEP-CODE = 'P' OR JOB-STEP-CODE = 'W'
              OR JOB-STEP-CODE = 'A' OR JOB-STEP-CODE = 'U'
              MOVE JOB-FIELD-2 TO JOB-STEP-OPTION
              MOVE JOB-FIELD-3 TO JOB-STEP-DATE-IN
           ELSE
              MOVE JOB-FIELD-2 TO JOB-STEP-DATE-IN
           END-IF
           INSPECT JOB-STEP-OPTION CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF JOB-STEP-CODE = 'P' AND JOB-STEP-OPTION = SPACES
              MOVE 'P' TO JOB-STEP-OPTION
           END-IF
           IF JOB-STEP-SEQ > 50
              DISPLAY 'JOBCTL HOLDS MORE THAN 50 STEPS - SPLIT THE '
              'JOB STREAM'
              MOVE 16 TO JOB-STEP-RC
           ELSE
              IF JOB-STEP-RC = ZERO
                 AND JOB-STEP-DONE(JOB-STEP-SEQ) = 'Y'
                 AND JOB-STEP-DONE-CODE(JOB-STEP-SEQ) = JOB-STEP-KEY
                 MOVE 'Y' TO JOB-BYPASS-FLAG
              ELSE
                 MOVE 'N' TO JOB-BYPASS-FLAG
              END-IF
           END-IF
           IF JOB-STEP-RC = ZERO AND JOB-BYPASS-FLAG = 'Y'
              ADD 1 TO JOB-STEPS-SKIPPED
              DISPLAY 'Step ' JOB-STEP-SEQ-D ' ' JOB-STEP-CODE
              JOB-STEP-OPTION ' already complete for this cycle '
              '- bypassed'
              MOVE SPACES TO RPT-LINE
              STRING 'STEP ' JOB-STEP-SEQ-D ' ' JOB-STEP-CODE
                 JOB-STEP-OPTION ' BYPASSED - COMPLETED IN AN '
                 'EARLIER RUN'
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              IF JOB-STEP-RC = ZERO
                 DISPLAY 'Step ' JOB-STEP-SEQ-D ' ' JOB-STEP-CODE
                 JOB-STEP-OPTION ' started'
                 PERFORM EXECUTE-JOB-STEP
              END-IF
              ADD 1 TO JOB-STEPS-RUN
              PERFORM WRITE-JOB-STEP-LOG
              IF JOB-STEP-RC >= 8
                 MOVE 'F' TO JOB-STREAM-FLAG
              END-IF
           END-IF.

       EXECUTE-JOB-STEP.
           EVALUATE JOB-STEP-CODE
              WHEN 'P'
                 IF JOB-STEP-OPTION = 'P' OR JOB-STEP-OPTION = 'S'
                    OR JOB-STEP-OPTION = 'A'
                    PERFORM POST-PAYMENTS
                 ELSE
                    DISPLAY 'Invalid posting source ' JOB-STEP-OPTION
                    MOVE 12 TO JOB-STEP-RC
                 END-IF
              WHEN 'W'
                 IF JOB-STEP-OPTION = 'N' OR JOB-STEP-OPTION = 'C'
                    PERFORM CHECK-JOB-STEP-DATE
                    IF JOB-STEP-RC = ZERO
                       PERFORM NONACCRUAL-MENU
                    END-IF
                 ELSE
                    DISPLAY 'Invalid non-accrual option '
                    JOB-STEP-OPTION
                    MOVE 12 TO JOB-STEP-RC
                 END-IF
              WHEN 'A'
                 IF JOB-STEP-OPTION = 'D' OR JOB-STEP-OPTION = 'R'
                    PERFORM CHECK-JOB-STEP-DATE
                    IF JOB-STEP-RC = ZERO
                       PERFORM ACH-MENU
                    END-IF
                 ELSE
                    DISPLAY 'Invalid ACH option ' JOB-STEP-OPTION
                    MOVE 12 TO JOB-STEP-RC
                 END-IF
              WHEN 'D'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM DELINQUENCY-AGING
                 END-IF
              WHEN 'K'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM CREDIT-BUREAU-RUN
                 END-IF
              WHEN 'U'
                 IF JOB-STEP-OPTION = 'G'
                    PERFORM CHECK-JOB-STEP-DATE
                    IF JOB-STEP-RC = ZERO
                       PERFORM PENDING-CHANGE-MENU
                    END-IF
                 ELSE
                    DISPLAY 'Invalid pending-change option '
                    JOB-STEP-OPTION
                    MOVE 12 TO JOB-STEP-RC
                 END-IF
              WHEN 'Z'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM ARCHIVE-RUN
                 END-IF
              WHEN 'X'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM MONTH-END-CLOSE
                 END-IF
              WHEN 'I'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM BILLING-NOTICE-RUN
                 END-IF
              WHEN 'R'
                 PERFORM CHECK-JOB-STEP-DATE
                 IF JOB-STEP-RC = ZERO
                    PERFORM RESET-NOTICE-RUN
                 END-IF
              WHEN 'E'
                 IF JOB-STEP-DATE-IN = SPACES
                    MOVE JOB-CYCLE-YEAR TO JOB-STEP-DATE-IN
                 END-IF
                 IF FUNCTION TEST-NUMVAL(JOB-STEP-DATE-IN) NOT = 0
                    DISPLAY 'Invalid analysis year ' JOB-STEP-DATE-IN
                    MOVE 8 TO JOB-STEP-RC
                 ELSE
                    COMPUTE JOB-STEP-DATE =
                    FUNCTION NUMVAL(JOB-STEP-DATE-IN)
                    IF JOB-STEP-DATE < 1900 OR JOB-STEP-DATE > 2999
                       DISPLAY 'Invalid analysis year '
                       JOB-STEP-DATE-IN
                       MOVE 8 TO JOB-STEP-RC
                    ELSE
                       PERFORM ESCROW-ANALYSIS-RUN
                    END-IF
                 END-IF
              WHEN 'V'
                 PERFORM VERIFICATION-RUN
              WHEN OTHER
                 DISPLAY 'Step code ' JOB-STEP-CODE
                 ' cannot run unattended'
                 MOVE 12 TO JOB-STEP-RC
           END-EVALUATE.

       CHECK-JOB-STEP-DATE.
           IF JOB-STEP-DATE-IN = SPACES
              MOVE JOB-CYCLE-DATE TO JOB-STEP-DATE-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(JOB-STEP-DATE-IN) NOT = 0
              DISPLAY 'Invalid step date ' JOB-STEP-DATE-IN
              MOVE 8 TO JOB-STEP-RC
           ELSE
              COMPUTE JOB-STEP-DATE = FUNCTION NUMVAL(JOB-STEP-DATE-IN)
              COMPUTE QUOTE-YY = JOB-STEP-DATE / 10000
              COMPUTE QUOTE-MM = FUNCTION MOD(JOB-STEP-DATE / 100, 100)
              COMPUTE QUOTE-DD = FUNCTION MOD(JOB-STEP-DATE, 100)
              PERFORM GET-QUOTE-MONTH-DAYS
              IF QUOTE-YY < 1601 OR QUOTE-MM < 1 OR QUOTE-MM > 12
                 OR QUOTE-DD < 1 OR QUOTE-DD > QUOTE-MAX-DD
                 DISPLAY 'Invalid step date ' JOB-STEP-DATE-IN
                 MOVE 8 TO JOB-STEP-RC
              END-IF
           END-IF.

       WRITE-JOB-STEP-LOG.
           MOVE 'JOB ' TO JL-TAG
           MOVE JOB-NAME TO JL-JOB-NAME
           MOVE JOB-CYCLE-DATE TO JL-CYCLE-DATE
           MOVE JOB-STEP-SEQ TO JL-STEP-SEQ
           MOVE JOB-STEP-KEY TO JL-STEP-CODE
           MOVE JOB-STEP-DATE TO JL-STEP-DATE
           MOVE JOB-STEP-RC TO JL-STEP-RC
           ACCEPT JL-END-DATE FROM DATE YYYYMMDD
           ACCEPT JL-END-TIME FROM TIME
           EVALUATE TRUE
              WHEN JOB-STEP-RC = ZERO
                 MOVE 'COMPLETE' TO JL-STEP-STATUS
              WHEN JOB-STEP-RC < 8
                 MOVE 'WARNING' TO JL-STEP-STATUS
              WHEN OTHER
                 MOVE 'FAILED' TO JL-STEP-STATUS
           END-EVALUATE
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = '35'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUN-LOG-STATUS NOT = '00'
              DISPLAY 'RUNLOG OPEN ERROR - STATUS ' RUN-LOG-STATUS
              STOP RUN
           END-IF
           MOVE SPACES TO RL-RECORD
           MOVE JOB-LOG-LINE TO RL-RECORD
           WRITE RL-RECORD
           IF RUN-LOG-STATUS NOT = '00'
              DISPLAY 'RUNLOG WRITE ERROR - STATUS ' RUN-LOG-STATUS
              STOP RUN
           END-IF
           CLOSE RUN-LOG-FILE
           DISPLAY 'Step ' JOB-STEP-SEQ-D ' ' JOB-STEP-CODE
           JOB-STEP-OPTION ' ended RC ' JOB-STEP-RC ' ' JL-STEP-STATUS
           MOVE SPACES TO RPT-LINE
           STRING 'STEP ' JOB-STEP-SEQ-D ' ' JOB-STEP-CODE
              JOB-STEP-OPTION ' DATE ' JOB-STEP-DATE
              ' RC ' JOB-STEP-RC ' ' JL-STEP-STATUS
              DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-PRINT-LINE.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF RUN-PARM-STATUS NOT = '00'
                       ELSE
                          PERFORM REJECT-RUN-PARAMETER
                       END-IF
                    WHEN 'NONACCRUAL-DAYS'
                       IF PARM-VALUE >= 30 AND PARM-VALUE <= 999
                          MOVE PARM-VALUE TO NAC-THRESHOLD-DAYS
                       ELSE
                          PERFORM REJECT-RUN-PARAMETER
                       END-IF
                    WHEN 'RETURN-ITEM-FEE'
                       IF PARM-VALUE >= 0 AND PARM-VALUE <= 999.99
                          MOVE PARM-VALUE TO ACH-RETURN-FEE
                       ELSE
                          PERFORM REJECT-RUN-PARAMETER
                       END-IF
                    WHEN 'ACH-MAX-RETURNS'
                       IF PARM-VALUE >= 1 AND PARM-VALUE <= 9
                          MOVE PARM-VALUE TO ACH-MAX-RETURNS
                       ELSE
                          PERFORM REJECT-RUN-PARAMETER
                       END-IF
                    WHEN 'ARCHIVE-RETENTION-DAYS'
                       IF PARM-VALUE >= 30 AND PARM-VALUE <= 9999
                          MOVE PARM-VALUE TO ARC-RETENTION-DAYS
                       ELSE
                          PERFORM REJECT-RUN-PARAMETER
                       END-IF
                    WHEN 'QUOTE-GOOD-DAYS'
                       IF PARM-VALUE >= 1 AND PARM-VALUE <= 99
                          MOVE PARM-VALUE TO QUOTE-GOOD-DAYS
