               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT KYC-FILE ASSIGN TO 'kyc-review.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.
           SELECT LIMIT-USAGE-FILE ASSIGN TO 'limit-usage.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ACCESS IS DYNAMIC
               RECORD KEY IS AOX-KEY
               FILE STATUS IS WS-OWNER-XREF-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO 'od-protection.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODP-ACCOUNT
               FILE STATUS IS WS-ODP-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO 'official-checks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFC-CHECK-NUMBER
               FILE STATUS IS WS-OFC-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'scheduled-maintenance.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT SCHED-MAINT-REPORT
               ASSIGN TO 'scheduled-maintenance-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOX-FILE ASSIGN TO 'safe-deposit-boxes.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT SDB-BILLING-REPORT
               ASSIGN TO 'safe-deposit-billing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SDB-DRILL-LIST
               ASSIGN TO 'safe-deposit-drill-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEMPLATE-FILE ASSIGN TO 'gl-journal-templates.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JTP-ID
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO 'gl-periods.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRD-ID
               FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT RECURRING-JOURNAL-REPORT
               ASSIGN TO 'gl-recurring-journal-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'audit-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-JOURNAL-STATUS.
           SELECT CHANGE-ARCHIVE-FILE
               ASSIGN TO 'account-change-log-archive.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-ARCHIVE-STATUS.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO WS-DWH-ARCHIVE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRA-KEY
               FILE STATUS IS WS-TRANS-ARCHIVE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO 'loan-schedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LSC-KEY
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.
           SELECT LOAN-BILLING ASSIGN TO 'loan-billing.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-LOAN-BILLING-STATUS.
           SELECT EXPORT-CAPTURE-FILE
               ASSIGN TO 'dwh-export-capture.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DXC-KEY
               FILE STATUS IS WS-CAPTURE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO WS-DWH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  CD-MATURITY-FILE.
       01  CD-MATURITY-RECORD.
               10  SNAP-ID         PIC X(20).
           05  SNAP-CLASS          PIC X(10).
           05  SNAP-BALANCE        PIC S9(12)V99 COMP-3.
           05  SNAP-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  SNAP-STATUS         PIC X(10).
           05  SNAP-CUSTOMER-ID    PIC X(10).
           05  SNAP-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  SNAP-OPEN-DATE      PIC 9(8).
           05  SNAP-LAST-ACTIVITY  PIC 9(8).
           05  SNAP-TAKEN-TIME     PIC 9(6).

       FD  OD-AGING-FILE.
       01  OD-AGING-RECORD.
                                       SEPARATE.
           05  CHG-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-STATUS    PIC X(10).

       FD  DAILY-SUMMARY-FILE.
       01  DAILY-SUMMARY-RECORD.
           05  USAGE-TOTAL         PIC S9(10)V99 COMP-3.
           05  USAGE-COUNT         PIC 9(5).

       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISK-RATING     PIC X(6).
           05  KYC-RISK-SCORE      PIC 9(3).
           05  KYC-LAST-REVIEW     PIC 9(8).
           05  KYC-NEXT-REVIEW     PIC 9(8).

       FD  STOP-FILE.
       01  STOP-RECORD.
           05  STOP-KEY.
           05  AOX-OWNER-ID        PIC X(10).
           05  AOX-ROLE            PIC X(10).

       FD  OD-PROTECTION-FILE.
       01  OD-PROTECTION-RECORD.
           05  ODP-ACCOUNT         PIC X(20).
           05  ODP-FUNDING-ACCT    PIC X(20) OCCURS 3 TIMES.
           05  ODP-INCREMENT       PIC S9(7)V99 COMP-3.
           05  ODP-TRANSFER-FEE    PIC S9(5)V99 COMP-3.
           05  ODP-STATUS          PIC X(10).
           05  ODP-LINKED-DATE     PIC 9(8).

       FD  OFFICIAL-CHECK-FILE.
       01  OFFICIAL-CHECK-RECORD.
           05  OFC-CHECK-NUMBER    PIC 9(10).
           05  OFC-PAYEE           PIC X(40).
           05  OFC-REMITTER        PIC X(40).
           05  OFC-AMOUNT          PIC S9(10)V99 COMP-3.
           05  OFC-ISSUE-DATE      PIC 9(8).
           05  OFC-FUNDING         PIC X(4).
           05  OFC-ACCOUNT         PIC X(20).
           05  OFC-ORIGIN          PIC X(10).
           05  OFC-ISSUED-BY       PIC X(30).
           05  OFC-STATUS          PIC X(10).
           05  OFC-STATUS-DATE     PIC 9(8).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SCH-ID              PIC 9(6).
           05  SCH-CHANGE          PIC X(12).
           05  SCH-KEY             PIC X(20).
           05  SCH-EFFECTIVE       PIC 9(8).
           05  SCH-NEW-VALUE       PIC X(10).
           05  SCH-ADDRESS         PIC X(40).
           05  SCH-CITY            PIC X(20).
           05  SCH-STATE           PIC X(2).
           05  SCH-ZIP             PIC X(10).
           05  SCH-TIER-FLOOR      PIC 9(10)V99.
           05  SCH-RATE            PIC 9(2)V9(4).
           05  SCH-REQUESTER       PIC X(30).
           05  SCH-REQUEST-DATE    PIC 9(8).
           05  SCH-STATUS          PIC X(10).
           05  SCH-RESULT-DATE     PIC 9(8).
           05  SCH-RESULT          PIC X(40).

       FD  SCHED-MAINT-REPORT.
       01  SCHED-MAINT-RECORD      PIC X(132).

       FD  BOX-FILE.
       01  BOX-RECORD.
           05  SDB-KEY.
               10  SDB-BRANCH      PIC X(4).
               10  SDB-BOX-NUMBER  PIC X(6).
           05  SDB-SIZE            PIC X(6).
           05  SDB-STATUS          PIC X(10).
           05  SDB-BILLING-ACCT    PIC X(20).
           05  SDB-ANNUAL-RENT     PIC S9(5)V99 COMP-3.
           05  SDB-RENT-DUE        PIC 9(8).
           05  SDB-RENTED-DATE     PIC 9(8).
           05  SDB-LAST-BILLED     PIC 9(8).
           05  SDB-DELINQ-SINCE    PIC 9(8).
           05  SDB-DRILL-DATE      PIC 9(8).
           05  SDB-DRILL-REF       PIC X(20).

       FD  SDB-BILLING-REPORT.
       01  SDB-BILLING-RECORD      PIC X(132).

       FD  SDB-DRILL-LIST.
       01  SDB-DRILL-RECORD        PIC X(132).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05  JTP-ID              PIC X(10).
           05  JTP-DESCRIPTION     PIC X(40).
           05  JTP-FREQUENCY       PIC X(1).
           05  JTP-START-PERIOD    PIC 9(6).
           05  JTP-END-PERIOD      PIC 9(6).
           05  JTP-POST-DAY        PIC 9(2).
           05  JTP-AUTO-REVERSE    PIC X(1).
           05  JTP-COST-CENTER     PIC X(4).
           05  JTP-STATUS          PIC X(10).
           05  JTP-CREATED-BY      PIC X(30).
           05  JTP-CREATED-DATE    PIC 9(8).
           05  JTP-LAST-POSTED     PIC 9(6).
           05  JTP-LAST-REVERSED   PIC 9(6).
           05  JTP-LAST-RUN-DATE   PIC 9(8).
           05  JTP-LAST-RESULT     PIC X(40).
           05  JTP-LEG-COUNT       PIC 9(2).
           05  JTP-LEG OCCURS 10 TIMES.
               10  JTP-LEG-ACCOUNT PIC X(10).
               10  JTP-LEG-DRCR    PIC X(1).
               10  JTP-LEG-AMOUNT  PIC S9(12)V99 COMP-3.

       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           05  PRD-ID              PIC X(06).
           05  PRD-STATUS          PIC X(06).

       FD  RECURRING-JOURNAL-REPORT.
       01  RECURRING-JOURNAL-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       FD  AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD.
           05  AUD-TIMESTAMP.
               10  AUD-DATE        PIC 9(8).
               10  AUD-TIME        PIC 9(6).
           05  AUD-USER            PIC X(30).
           05  AUD-PROGRAM         PIC X(20).
           05  AUD-ACTION          PIC X(12).
           05  AUD-KEY             PIC X(30).
           05  AUD-BEFORE          PIC X(60).
           05  AUD-AFTER           PIC X(60).
           05  AUD-SEQ             PIC X(10).
           05  AUD-HASH            PIC X(18).

       FD  CHANGE-ARCHIVE-FILE.
       01  CHANGE-ARCHIVE-RECORD   PIC X(86).

      * Same layout and key as transactions.dat.
       FD  TRANS-ARCHIVE-FILE.
       01  TRANS-ARCHIVE-REC.
           05  TRA-KEY.
               10  TRA-DATE        PIC 9(8).
               10  TRA-TIME        PIC 9(6).
               10  TRA-SEQ         PIC 9(6).
           05  FILLER              PIC X(295).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD       PIC X(150).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-ID          PIC X(12).
           05  LN-ACCOUNT          PIC X(20).
           05  LN-PRINCIPAL        PIC S9(10)V99 COMP-3.
           05  LN-RATE             PIC 9(3)V9(6).
           05  LN-TERM             PIC 9(4).
           05  LN-ORIG-DATE        PIC 9(8).
           05  LN-STATUS           PIC X(10).
           05  LN-NEXT-PERIOD      PIC 9(4).
           05  LN-PAST-DUE-COUNT   PIC 9(3).

       FD  LOAN-SCHEDULE.
       01  LOAN-SCHEDULE-RECORD.
           05  LSC-KEY.
               10  LSC-LOAN-ID     PIC X(12).
               10  LSC-PERIOD      PIC 9(4).
           05  LSC-PAYMENT         PIC S9(10)V99 COMP-3.
           05  LSC-PRINCIPAL       PIC S9(10)V99 COMP-3.
           05  LSC-INTEREST        PIC S9(10)V99 COMP-3.
           05  LSC-BALANCE         PIC S9(10)V99 COMP-3.

       FD  LOAN-BILLING.
       01  LOAN-BILLING-RECORD.
           05  LBL-KEY.
               10  LBL-LOAN-ID     PIC X(12).
               10  LBL-PERIOD      PIC 9(4).
           05  LBL-DUE-DATE        PIC 9(8).
           05  LBL-AMOUNT-DUE      PIC S9(10)V99 COMP-3.
           05  LBL-PRINCIPAL-DUE   PIC S9(10)V99 COMP-3.
           05  LBL-INTEREST-DUE    PIC S9(10)V99 COMP-3.
           05  LBL-STATUS          PIC X(10).
           05  LBL-PAID-DATE       PIC 9(8).

      * One warehouse extract row, frozen the first time its business
      * date is exported. DXC-ID is the row's natural key (customer,
      * loan, transaction key) or its sequence within the source.
       FD  EXPORT-CAPTURE-FILE.
       01  EXPORT-CAPTURE-RECORD.
           05  DXC-KEY.
               10  DXC-DATE        PIC 9(8).
               10  DXC-EXTRACT     PIC X(4).
               10  DXC-ID          PIC X(30).
           05  DXC-AMOUNT          PIC S9(12)V99 COMP-3.
           05  DXC-LINE            PIC X(250).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD           PIC X(250).

       WORKING-STORAGE SECTION.
      * PII masking: unattended batch output is always masked.
       01  WS-PII-ROLE             PIC X(20) VALUE SPACES.
       01  WS-PII-FIELD-TYPE       PIC X(12) VALUE 'ACCOUNT'.
       01  WS-PII-VALUE            PIC X(60).
       01  WS-PII-RESULT           PIC X(60).
       01  WS-PII-CLEAR            PIC X.
       01  WS-PII-ACCOUNT          PIC X(20).
       01  WS-PII-TO-ACCOUNT       PIC X(20).
       01  WS-RESTART-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'OPS '.

      * Customer notices go out through the NOTICE-QUEUE subprogram.
       01  WS-NQ-FIELDS.
           05  WS-NQ-TYPE          PIC X(12).
           05  WS-NQ-CUST-ID       PIC X(10).
           05  WS-NQ-ACCOUNT       PIC X(20).
           05  WS-NQ-MERGE-DATA    PIC X(200).
           05  WS-NQ-PROGRAM       PIC X(20) VALUE 'BATCH-PROCESSOR'.
           05  WS-NQ-RETURN-CODE   PIC XX.
       01  WS-NQ-DISPLAY-AMOUNT    PIC -(10)9.99.
       01  WS-NQ-DISPLAY-RATE      PIC Z9.9999.
       01  WS-PROGRAM-NAME         PIC X(20).
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
           05  WS-OD-ACCOUNTS-SCANNED  PIC 9(9).
           05  WS-OD-ACCOUNTS-ASSESSED PIC 9(9).
           05  WS-OD-TOTAL-FEES        PIC S9(12)V99.
           05  WS-OD-TRANSFERS         PIC 9(9).
           05  WS-OD-TOTAL-TRANSFERRED PIC S9(12)V99.
           05  WS-OD-TRANSFER-FEES     PIC S9(12)V99.

       01  WS-OD-TODAY             PIC 9(8).
       01  WS-OD-FEE-AMOUNT        PIC S9(5)V99.
           05  WS-ESC-ACCOUNTS-SCANNED PIC 9(9).
           05  WS-ESC-ACCOUNTS-SWEPT   PIC 9(9).
           05  WS-ESC-TOTAL-REMITTED   PIC S9(12)V99.
           05  WS-ESC-CHECKS-SWEPT     PIC 9(9).
           05  WS-ESC-CHECKS-REMITTED  PIC S9(12)V99.

      * Official checks uncashed past the same dormancy period are
      * remitted off 2500 OFFICIAL CHECKS OUTSTANDING in the sweep.
       01  WS-OFC-STATUS           PIC XX.
       01  WS-OFC-EOF              PIC X.

       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-CUSTOMER-OPEN        PIC X VALUE 'N'.
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-SO-DISPLAY-AMOUNT    PIC Z(10)9.99.

       01  WS-SO-STATS.

       01  WS-OD-AGING-STATUS      PIC XX.
       01  WS-OD-AGING-OPEN        PIC X VALUE 'N'.
       01  WS-ODP-STATUS           PIC XX.
       01  WS-ODP-OPEN             PIC X VALUE 'N'.
       01  WS-ODP-IDX              PIC 9(1).
       01  WS-ODP-PROTECTED        PIC X(20).
       01  WS-ODP-NEEDED           PIC S9(12)V99.
       01  WS-ODP-MOVED            PIC S9(12)V99.
       01  WS-ODP-FUND-AVAIL       PIC S9(12)V99.
       01  WS-ODP-UNITS            PIC 9(9).
       01  WS-ODP-XFER             PIC S9(12)V99.
       01  WS-ODP-DISPLAY-AMOUNT   PIC Z(10)9.99.

       01  WS-ACUR-STATUS          PIC XX.
       01  WS-ACUR-EOF             PIC X.
       01  WS-LIMIT-DAILY-MAX      PIC S9(10)V99.
       01  WS-LIMIT-DAILY-COUNT    PIC 9(5).
       01  WS-LIMIT-REASON         PIC X(10).
       01  WS-KYC-STATUS           PIC XX.
       01  WS-KYC-OPEN             PIC X VALUE 'N'.
       01  WS-TRANS-LIMIT-REJECTS  PIC 9(9) VALUE 0.

       01  WS-STOP-STATUS          PIC XX.
       01  WS-HOLD-LOOKUP-ACCOUNT  PIC X(20).
       01  WS-OD-EFFECTIVE-AVAIL   PIC S9(12)V99.

      * Future-dated maintenance entered through
      * MAINTENANCE-SCHEDULER, applied once its date has come due.
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-SCH-EOF              PIC X.
       01  WS-SCH-TODAY            PIC 9(8).
       01  WS-SCH-OK               PIC X.
       01  WS-SCH-MESSAGE          PIC X(40).
       01  WS-SCH-STATS.
           05  WS-SCH-DUE          PIC 9(9).
           05  WS-SCH-APPLIED      PIC 9(9).
           05  WS-SCH-FAILED       PIC 9(9).
           05  WS-SCH-HELD         PIC X.
      * Safe deposit rent: billed yearly from the linked account; a box
      * unpaid longer than the notice period goes on the drill list.
       01  WS-BOX-STATUS           PIC XX.
       01  WS-SDB-EOF              PIC X.
       01  WS-SDB-TODAY            PIC 9(8).
       01  WS-SDB-DRILL-DAYS       PIC 9(3) VALUE 180.
       01  WS-SDB-DAYS-LATE        PIC 9(7).
       01  WS-SDB-PAID             PIC X.
       01  WS-SDB-NEXT-YEAR        PIC 9(4).
       01  WS-SDB-DISPLAY-RENT     PIC Z(4)9.99.
       01  WS-SDB-STATS.
           05  WS-SDB-DUE          PIC 9(9).
           05  WS-SDB-BILLED       PIC 9(9).
           05  WS-SDB-TOTAL-RENT   PIC S9(12)V99.
           05  WS-SDB-DELINQUENT   PIC 9(9).
           05  WS-SDB-DRILL-LISTED PIC 9(9).

      * Recurring journal templates set up through
      * GL-JOURNAL-TEMPLATE, posted through GL-POSTING-MULTI.
       01  WS-TEMPLATE-STATUS      PIC XX.
       01  WS-GL-PERIOD-STATUS     PIC XX.
       01  WS-RJ-EOF               PIC X.
       01  WS-RJ-TODAY             PIC 9(8).
       01  WS-RJ-PERIOD            PIC 9(6).
       01  WS-RJ-PERIOD-CLOSED     PIC X.
       01  WS-RJ-FIRST-BUS-DAY     PIC 9(8).
       01  WS-RJ-LAST-BUS-DAY      PIC 9(8).
       01  WS-RJ-DUE-DATE          PIC 9(8).
       01  WS-RJ-MONTHS-IN         PIC S9(5).
       01  WS-RJ-YM.
           05  WS-RJ-YEAR          PIC 9(4).
           05  WS-RJ-MONTH         PIC 9(2).
       01  WS-RJ-PERIOD-INDEX      PIC 9(6).
       01  WS-RJ-SAVE-ROLL         PIC X(10).
       01  WS-RJ-STEP              PIC 9(2).
       01  WS-RJ-DUE               PIC X.
       01  WS-RJ-OWED              PIC X.
       01  WS-RJ-REVERSE-LEGS      PIC X.
       01  WS-RJ-KIND              PIC X(1).
       01  WS-RJ-OF-PERIOD         PIC 9(6).
       01  WS-RJ-OUTCOME           PIC X(10).
       01  WS-RJ-RESULT            PIC X(40).
       01  WS-RJ-NEXT-MONTH        PIC 9(8).
       01  WS-RJ-STATS.
           05  WS-RJ-GENERATED     PIC 9(9).
           05  WS-RJ-REVERSED      PIC 9(9).
           05  WS-RJ-SKIPPED       PIC 9(9).
           05  WS-RJ-FAILED        PIC 9(9).
       01  WS-GLM-LEG-COUNT        PIC 9(02).
       01  WS-GLM-DISTRIBUTION.
           05  WS-GLM-LEG OCCURS 10 TIMES.
               10  WS-GLM-ACCOUNT  PIC X(10).
               10  WS-GLM-DRCR     PIC X(01).
               10  WS-GLM-AMOUNT   PIC S9(12)V99 COMP-3.
       01  WS-GLM-SOURCE-REF       PIC X(20).
       01  WS-GLM-DESCRIPTION      PIC X(40).
       01  WS-GLM-COST-CENTER      PIC X(4).
       01  WS-GLM-RETURN-CODE      PIC X(02).
       01  WS-GLM-IDX              PIC 9(02).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'BATCH-PROCESSOR'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-BDC-STATUS           PIC XX.
       01  WS-AUDIT-JOURNAL-STATUS PIC XX.
       01  WS-CHANGE-ARCHIVE-STATUS PIC XX.
       01  WS-TRANS-ARCHIVE-STATUS PIC XX.
       01  WS-GL-JOURNAL-STATUS    PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-CAPTURE-STATUS       PIC XX.
       01  WS-EXPORT-STATUS        PIC XX.

       01  WS-FR-LOGICAL           PIC X(20).
       01  WS-FR-PHYSICAL          PIC X(40).
       01  WS-FR-BUSINESS-DATE     PIC 9(8).
       01  WS-FR-AMOUNT-TOTAL      PIC S9(12)V99 COMP-3.
       01  WS-FR-RECORD-COUNT      PIC 9(9).
       01  WS-FR-RETURN-CODE       PIC X(2).

      * Warehouse extract. Business date 0 = not given on the job
      * parameters; the last closed business date is used.
       01  WS-DWH-BUSINESS-DATE    PIC 9(8) VALUE 0.
       01  WS-DWH-DATE-PARTS.
           05  WS-DWH-YEAR         PIC 9(4).
           05  WS-DWH-MONTH        PIC 9(2).
           05  WS-DWH-DAY          PIC 9(2).
       01  WS-DWH-DATE-X           PIC X(8).
       01  WS-DWH-LAST-CLOSED      PIC 9(8).
       01  WS-DWH-READY            PIC X VALUE 'N'.
       01  WS-DWH-REPLAY           PIC X VALUE 'N'.
       01  WS-DWH-EOF              PIC X.
       01  WS-DWH-BILL-EOF         PIC X.
       01  WS-DWH-CODE             PIC X(4).
       01  WS-DWH-SEQ              PIC 9(9).
       01  WS-DWH-CAP-ID           PIC X(30).
       01  WS-DWH-CAP-AMOUNT       PIC S9(12)V99.
       01  WS-DWH-LINE             PIC X(250).
       01  WS-DWH-FILE-NAME        PIC X(40).
       01  WS-DWH-ARCHIVE-NAME     PIC X(40).
       01  WS-DWH-LOAN-BALANCE     PIC S9(12)V99.
       01  WS-DWH-EDIT-AMOUNT      PIC -(12)9.99.
       01  WS-DWH-EDIT-AMOUNT-2    PIC -(12)9.99.
       01  WS-DWH-EDIT-HASH        PIC -(13)9.99.
       01  WS-DWH-EDIT-RATE        PIC ZZ9.9(6).
       01  WS-DWH-IDX              PIC 9(2).
       01  WS-DWH-CAPTURED         PIC 9(9) VALUE 0.
       01  WS-DWH-MANIFEST-COUNT   PIC 9(9) VALUE 0.
       01  WS-DWH-MANIFEST-HASH    PIC S9(13)V99.
       01  WS-DWH-REGISTERED       PIC 9(2) VALUE 0.
       01  WS-DWH-ALREADY          PIC 9(2) VALUE 0.

       01  WS-DWH-EXTRACT-TABLE.
           05  WS-DWH-EXTRACT OCCURS 5 TIMES.
               10  WS-DWH-EXT-CODE    PIC X(4).
               10  WS-DWH-EXT-NAME    PIC X(16).
               10  WS-DWH-EXT-STEM    PIC X(16).
               10  WS-DWH-EXT-LOGICAL PIC X(20).
               10  WS-DWH-EXT-FILE    PIC X(40).
               10  WS-DWH-EXT-COUNT   PIC 9(9).
               10  WS-DWH-EXT-HASH    PIC S9(13)V99.

       01  WS-DWH-CHANGE.
           05  DWC-ACCOUNT         PIC X(20).
           05  DWC-TYPE            PIC X(12).
           05  DWC-TIMESTAMP.
               10  DWC-DATE        PIC 9(8).
               10  DWC-TIME        PIC 9(6).
           05  DWC-BEFORE-BAL      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-AFTER-STATUS    PIC X(10).

       01  WS-DWH-TRANS.
           05  DXT-KEY.
               10  DXT-DATE        PIC 9(8).
               10  DXT-TIME        PIC 9(6).
               10  DXT-SEQ         PIC 9(6).
           05  DXT-ACCOUNT         PIC X(20).
           05  DXT-TYPE            PIC X(20).
           05  DXT-AMOUNT          PIC S9(10)V99 COMP-3.
           05  DXT-BALANCE         PIC S9(12)V99 COMP-3.
           05  DXT-DESCRIPTION     PIC X(100).
           05  DXT-MERCHANT        PIC X(50).
           05  DXT-CATEGORY        PIC X(30).
           05  DXT-STATUS          PIC X(10).
           05  DXT-REFERENCE       PIC X(30).
           05  DXT-CHANNEL         PIC X(20).

       01  WS-HOLD-EXPIRY-STATS.
           05  WS-HX-HOLDS-READ    PIC 9(9).
           05  WS-HX-HOLDS-EXPIRED PIC 9(9).
           05  WS-INT-ACCOUNTS-CAPPED   PIC 9(9).
           05  WS-INT-TOTAL-ACCRUED     PIC S9(12)V99.
           05  WS-INT-TOTAL-CAPITALIZED PIC S9(12)V99.
           05  WS-INT-ACCOUNTS-WITHHELD PIC 9(9).
           05  WS-INT-TOTAL-WITHHELD    PIC S9(12)V99.

      * Backup withholding: interest credited to a customer with no
      * certified TIN (UNCERTIFIED) or under a B-notice is withheld
      * at the federal backup rate into 2460 BACKUP WITHHOLDING
      * PAYABLE and shown as a separate BACKUP-WITHHOLD transaction.
      * The rate (percent) comes from "backup_withholding_rate" on the
      * job parameters; 24.00 when not given.
       01  WS-BWH-RATE             PIC 9(2)V99 VALUE 24.00.
       01  WS-BWH-AMOUNT           PIC S9(10)V99.
       01  WS-BWH-SUBJECT          PIC X.

       01  WS-TRANSACTION-BATCH.
           05  WS-TRANS-PROCESSED  PIC 9(9).
           PERFORM EXTRACT-JOB-ID
           PERFORM EXTRACT-CORRELATION-ID
           PERFORM EXTRACT-CYCLE-DAY
           PERFORM EXTRACT-BUSINESS-DATE
           PERFORM EXTRACT-ESCHEAT-DAYS
           PERFORM EXTRACT-SLA-SECONDS
           PERFORM EXTRACT-BACKUP-WITHHOLDING-RATE
           PERFORM EXTRACT-ROLL-CONVENTION
           PERFORM EXTRACT-PARTITION-PARMS
           PERFORM EXTRACT-JOB-LIST
               COMPUTE WS-SLA-SECONDS = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

      * A rate outside 0 - 100 percent leaves the default in place.
       EXTRACT-BACKUP-WITHHOLDING-RATE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY
                   '"backup_withholding_rate":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               IF FUNCTION NUMVAL(WS-JSON-VALUE) > 0 AND
                  FUNCTION NUMVAL(WS-JSON-VALUE) < 100
                   COMPUTE WS-BWH-RATE = FUNCTION NUMVAL(WS-JSON-VALUE)
               END-IF
           END-IF.

       EXTRACT-ESCHEAT-DAYS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"escheat_days":'
               COMPUTE WS-INT-CYCLE-DAY = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

      * "business_date" may be given quoted or bare.
       EXTRACT-BUSINESS-DATE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"business_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               INSPECT WS-JSON-VALUE REPLACING ALL '"' BY SPACE
               COMPUTE WS-DWH-BUSINESS-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       CHECK-RESTART-POINT.
           MOVE SPACES TO WS-LAST-KEY
           MOVE 'N' TO WS-RESUME-FLAG
                   PERFORM PROCESS-PARTITION-MERGE
               WHEN 'ZBA_SWEEP'
                   PERFORM PROCESS-ZBA-SWEEP
               WHEN 'SCHEDULED_MAINTENANCE'
                   PERFORM PROCESS-SCHEDULED-MAINTENANCE
               WHEN 'SAFE_DEPOSIT_BILLING'
                   PERFORM PROCESS-SAFE-DEPOSIT-BILLING
               WHEN 'RECURRING_JOURNALS'
                   PERFORM PROCESS-RECURRING-JOURNALS
               WHEN OTHER
                   PERFORM PROCESS-CUSTOM-JOB
           END-EVALUATE.
           PERFORM ARCHIVE-RECORDS
           PERFORM VERIFY-INTEGRITY.
       
      *----------------------------------------------------------------
      * Daily finance warehouse feed for one business date ("business
      * _date" on the job parameters, default the last closed business
      * date on business-date.dat; a date not yet closed is refused).
      * Five pipe-delimited extracts, each headed HDR|name|date:
      *   dwh-accounts-YYYYMMDD.txt      account changes (change log)
      *   dwh-customers-YYYYMMDD.txt     customers changed that day
      *   dwh-transactions-YYYYMMDD.txt  the day's transactions
      *   dwh-gl-journal-YYYYMMDD.txt    the day's GL journal lines
      *   dwh-loans-YYYYMMDD.txt         loan balances at the close
      * and dwh-manifest-YYYYMMDD.txt giving each file's record count,
      * amount hash total and the business date. The first export of
      * a date freezes its rows on dwh-export-capture.dat; every later
      * run for that date rebuilds the files from the capture, so a
      * re-run produces the same files byte for byte even after the
      * customer and loan masters have moved on. All six files are
      * registered on transmission-register.dat through FILE-REGISTER;
      * a re-run finds its identical files already registered.
      *----------------------------------------------------------------
       PROCESS-DATA-EXPORT.
           STRING 'Processing data export'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           
           PERFORM EXTRACT-DATA
           IF WS-DWH-READY = 'Y'
               PERFORM FORMAT-EXPORT-DATA
               PERFORM WRITE-EXPORT-FILES
           END-IF.
       
       PROCESS-REPORT-GENERATION.
           STRING 'Generating batch reports'
                  WS-OD-ACCOUNTS-SCANNED
                  ' Assessed: ' WS-OD-ACCOUNTS-ASSESSED
                  ' Total fees: ' WS-OD-TOTAL-FEES
                  ' Protection transfers: ' WS-OD-TRANSFERS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

           MOVE 0 TO WS-OD-ACCOUNTS-SCANNED
           MOVE 0 TO WS-OD-ACCOUNTS-ASSESSED
           MOVE 0 TO WS-OD-TOTAL-FEES
           MOVE 0 TO WS-OD-TRANSFERS
           MOVE 0 TO WS-OD-TOTAL-TRANSFERRED
           MOVE 0 TO WS-OD-TRANSFER-FEES
           MOVE 'N' TO WS-ACCT-MASTER-EOF
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-SO-NOW

           PERFORM OPEN-HOLDS-FOR-INQUIRY
           PERFORM OPEN-OD-AGING-FILE
           MOVE 'N' TO WS-ODP-OPEN
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-ODP-STATUS = '00'
               MOVE 'Y' TO WS-ODP-OPEN
               OPEN I-O TRANSACTION-FILE
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
                           PERFORM COMPUTE-ACTIVE-HOLDS
                           COMPUTE WS-OD-EFFECTIVE-AVAIL =
                               ACCT-BALANCE - WS-HOLDS-TOTAL
                           IF WS-OD-EFFECTIVE-AVAIL < 0 AND
                              ACCT-STATUS = 'ACTIVE'
                               PERFORM DRAW-OD-PROTECTION
                           END-IF
                           IF WS-OD-EFFECTIVE-AVAIL < 0 AND
                              ACCT-STATUS = 'ACTIVE'
                               PERFORM ASSESS-OVERDRAFT-FEE
           END-IF
           CLOSE ACCOUNT-MASTER

           IF WS-ODP-OPEN = 'Y'
               CLOSE TRANSACTION-FILE
               CLOSE OD-PROTECTION-FILE
               MOVE 'N' TO WS-ODP-OPEN
           END-IF
           IF WS-OD-AGING-OPEN = 'Y'
               CLOSE OD-AGING-FILE
               MOVE 'N' TO WS-OD-AGING-OPEN
                  ' avail bal ' WS-OD-DISPLAY-BALANCE
                  ' fee ' WS-OD-FEE-AMOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG

           MOVE WS-OD-FEE-AMOUNT TO WS-NQ-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'FEE=' FUNCTION TRIM(WS-NQ-DISPLAY-AMOUNT)
                  ';AVAILABLE=' FUNCTION TRIM(WS-OD-DISPLAY-BALANCE)
                  ';DATE=' WS-OD-TODAY
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           MOVE 'OD-FEE' TO WS-NQ-TYPE
           MOVE ACCT-CUSTOMER-ID TO WS-NQ-CUST-ID
           MOVE ACCT-NUMBER TO WS-NQ-ACCOUNT
           PERFORM QUEUE-CUSTOMER-NOTICE.

      *----------------------------------------------------------------
      * Overdraft protection. Before any OD fee, a negative account
      * with an ACTIVE link on od-protection.dat pulls from its
      * funding accounts in priority order - in multiples of the
      * link's transfer increment, from each funding account's
      * available balance after holds - enough to cover the shortfall
      * and the link's transfer fee. The fee is charged once when
      * anything moved; only what could not be covered is left for
      * ASSESS-OVERDRAFT-FEE. Reads of the funding accounts move the
      * sweep's place on ACCOUNT-MASTER, so the protected account is
      * read back last, which also resumes the sweep after it.
      *----------------------------------------------------------------
       DRAW-OD-PROTECTION.
           IF WS-ODP-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO ODP-ACCOUNT
           READ OD-PROTECTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ODP-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO WS-ODP-PROTECTED
           MOVE 0 TO WS-ODP-MOVED
           COMPUTE WS-ODP-NEEDED =
               0 - WS-OD-EFFECTIVE-AVAIL + ODP-TRANSFER-FEE
           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                   UNTIL WS-ODP-IDX > 3 OR WS-ODP-NEEDED NOT > 0
               IF ODP-FUNDING-ACCT(WS-ODP-IDX) NOT = SPACES AND
                  ODP-FUNDING-ACCT(WS-ODP-IDX) NOT = WS-ODP-PROTECTED
                   PERFORM PULL-OD-PROTECTION-FUNDS
               END-IF
           END-PERFORM

           MOVE WS-ODP-PROTECTED TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-NUMBER TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           IF WS-ODP-MOVED > 0 AND ODP-TRANSFER-FEE > 0
               PERFORM CHARGE-OD-TRANSFER-FEE
           END-IF
           COMPUTE WS-OD-EFFECTIVE-AVAIL =
               ACCT-BALANCE - WS-HOLDS-TOTAL.

       PULL-OD-PROTECTION-FUNDS.
           MOVE ODP-FUNDING-ACCT(WS-ODP-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-ODP-FUND-AVAIL = ACCT-BALANCE - WS-HOLDS-TOTAL
           IF WS-ODP-FUND-AVAIL NOT > 0
               EXIT PARAGRAPH
           END-IF

      * Whole increments, rounded up to cover the need, or down to
      * what the funding account can spare.
           IF ODP-INCREMENT > 0
               COMPUTE WS-ODP-UNITS =
                   (WS-ODP-NEEDED + ODP-INCREMENT - 0.01)
                   / ODP-INCREMENT
               COMPUTE WS-ODP-XFER = WS-ODP-UNITS * ODP-INCREMENT
               IF WS-ODP-XFER > WS-ODP-FUND-AVAIL
                   COMPUTE WS-ODP-UNITS =
                       WS-ODP-FUND-AVAIL / ODP-INCREMENT
                   COMPUTE WS-ODP-XFER =
                       WS-ODP-UNITS * ODP-INCREMENT
               END-IF
           ELSE
               MOVE WS-ODP-NEEDED TO WS-ODP-XFER
               IF WS-ODP-XFER > WS-ODP-FUND-AVAIL
                   MOVE WS-ODP-FUND-AVAIL TO WS-ODP-XFER
               END-IF
           END-IF
           IF WS-ODP-XFER NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           SUBTRACT WS-ODP-XFER FROM ACCT-BALANCE
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-OD-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'ODP-DEBIT' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE
           PERFORM APPEND-ODP-DEBIT-TRANSACTION

           MOVE WS-ODP-PROTECTED TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           ADD WS-ODP-XFER TO ACCT-BALANCE
           MOVE ACCT-NUMBER TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-OD-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'ODP-CREDIT' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE
           PERFORM APPEND-ODP-CREDIT-TRANSACTION

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-ODP-XFER TO WS-GL-AMOUNT
           MOVE ODP-FUNDING-ACCT(WS-ODP-IDX) TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'OD protection ' WS-ODP-PROTECTED
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for OD protection on '
                      WS-ODP-PROTECTED ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF

           SUBTRACT WS-ODP-XFER FROM WS-ODP-NEEDED
           ADD WS-ODP-XFER TO WS-ODP-MOVED
           ADD 1 TO WS-OD-TRANSFERS
           ADD WS-ODP-XFER TO WS-OD-TOTAL-TRANSFERRED

           MOVE WS-ODP-XFER TO WS-ODP-DISPLAY-AMOUNT
           STRING 'OD protection transfer: '
                  ODP-FUNDING-ACCT(WS-ODP-IDX)
                  ' to ' WS-ODP-PROTECTED
                  ' amount ' WS-ODP-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       CHARGE-OD-TRANSFER-FEE.
           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           SUBTRACT ODP-TRANSFER-FEE FROM ACCT-BALANCE
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-OD-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'ODP-FEE' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE

           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-OD-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'FEE' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = ODP-TRANSFER-FEE * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE 'Overdraft protection transfer fee'
               TO TRANS-DESCRIPTION
           MOVE 'OD PROTECTION' TO TRANS-MERCHANT
           MOVE 'FEE' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE SPACES TO TRANS-REFERENCE
           STRING 'ODP' ACCT-NUMBER DELIMITED BY SIZE
               INTO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           ADD ODP-TRANSFER-FEE TO WS-OD-TRANSFER-FEES

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '4000' TO WS-GL-CREDIT-ACCOUNT
           MOVE ODP-TRANSFER-FEE TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'OD transfer fee - ' ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for OD transfer fee on '
                      ACCT-NUMBER ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF.

       APPEND-ODP-DEBIT-TRANSACTION.
           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-OD-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'TRANSFER' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-ODP-XFER * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Overdraft protection to '
               FUNCTION TRIM(WS-ODP-PROTECTED)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'OD PROTECTION' TO TRANS-MERCHANT
           MOVE 'TRANSFER' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE SPACES TO TRANS-REFERENCE
           STRING 'ODP' WS-ODP-PROTECTED DELIMITED BY SIZE
               INTO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

       APPEND-ODP-CREDIT-TRANSACTION.
           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-OD-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'TRANSFER' TO TRANS-TYPE
           MOVE WS-ODP-XFER TO TRANS-AMOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Overdraft protection from '
               FUNCTION TRIM(ODP-FUNDING-ACCT(WS-ODP-IDX))
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'OD PROTECTION' TO TRANS-MERCHANT
           MOVE 'TRANSFER' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE SPACES TO TRANS-REFERENCE
           STRING 'ODP' WS-ODP-PROTECTED DELIMITED BY SIZE
               INTO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

       PROCESS-ESCHEATMENT.
           STRING 'Processing escheatment sweep'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  WS-ESC-ACCOUNTS-SCANNED
                  ' Escheated: ' WS-ESC-ACCOUNTS-SWEPT
                  ' Total remitted: ' WS-ESC-TOTAL-REMITTED
                  ' Official checks: ' WS-ESC-CHECKS-SWEPT
                  ' Checks remitted: ' WS-ESC-CHECKS-REMITTED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

           MOVE 0 TO WS-ESC-ACCOUNTS-SCANNED
           MOVE 0 TO WS-ESC-ACCOUNTS-SWEPT
           MOVE 0 TO WS-ESC-TOTAL-REMITTED
           MOVE 0 TO WS-ESC-CHECKS-SWEPT
           MOVE 0 TO WS-ESC-CHECKS-REMITTED
           MOVE 'N' TO WS-ACCT-MASTER-EOF

           MOVE 'N' TO WS-CUSTOMER-OPEN
                   END-READ
               END-PERFORM

               PERFORM ESCHEAT-OFFICIAL-CHECKS
               CLOSE ESCHEAT-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           MOVE 'ESCHEAT' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE.

      *----------------------------------------------------------------
      * An official check never presented is owed to its payee, not
      * the remitter, so once it has been outstanding past the
      * dormancy threshold it is remitted in the payee's name. The
      * liability moves from 2500 to 2400 ESCHEAT PAYABLE and the
      * register row is closed ESCHEATED so a late presentment is
      * refused by CHECK-PRESENTMENT.
      *----------------------------------------------------------------
       ESCHEAT-OFFICIAL-CHECKS.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OFC-EOF
           PERFORM UNTIL WS-OFC-EOF = 'Y'
               READ OFFICIAL-CHECK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OFC-EOF
                   NOT AT END
                       IF OFC-STATUS = 'ISSUED'
                           PERFORM EVALUATE-CHECK-ESCHEAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFICIAL-CHECK-FILE.

       EVALUATE-CHECK-ESCHEAT.
           COMPUTE WS-ESC-DAYS-INACTIVE =
               FUNCTION INTEGER-OF-DATE(WS-ESC-TODAY) -
               FUNCTION INTEGER-OF-DATE(OFC-ISSUE-DATE)
           IF WS-ESC-DAYS-INACTIVE > WS-ESCHEAT-THRESHOLD-DAYS
               AND OFC-AMOUNT > 0
               PERFORM ESCHEAT-OFFICIAL-CHECK
           END-IF.

       ESCHEAT-OFFICIAL-CHECK.
           MOVE '2500' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2400' TO WS-GL-CREDIT-ACCOUNT
           MOVE OFC-AMOUNT TO WS-GL-AMOUNT
           MOVE OFC-CHECK-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Escheatment - official check ' OFC-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for escheatment on check '
                      OFC-CHECK-NUMBER ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ESC-CHECKS-SWEPT
           ADD OFC-AMOUNT TO WS-ESC-CHECKS-REMITTED
           ADD 1 TO WS-RECORDS-PROCESSED

           MOVE OFC-AMOUNT TO WS-ESC-DISPLAY-AMOUNT
           MOVE SPACES TO ESCHEAT-RECORD
           STRING 'OFFICIAL CHECK ' OFC-CHECK-NUMBER
                  ' PAYEE ' FUNCTION TRIM(OFC-PAYEE)
                  ' REMITTER ' FUNCTION TRIM(OFC-REMITTER)
                  ' ISSUED ' OFC-ISSUE-DATE
                  ' DAYS ' WS-ESC-DAYS-INACTIVE
                  ' AMOUNT ' WS-ESC-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO ESCHEAT-RECORD
           WRITE ESCHEAT-RECORD

           MOVE 'ESCHEATED' TO OFC-STATUS
           MOVE WS-ESC-TODAY TO OFC-STATUS-DATE
           REWRITE OFFICIAL-CHECK-RECORD.

       PROCESS-CD-MATURITY.
           STRING 'Processing CD maturity sweep'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG

           PERFORM CD-MATURITY-SWEEP

           STRING 'CD maturity complete. Read: ' WS-CD-RECORDS-READ
                  ' Renewed: ' WS-CD-RENEWED
                  ' Paid out: ' WS-CD-PAID-OUT
                  ' Total moved: ' WS-CD-TOTAL-MOVED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       CD-MATURITY-SWEEP.
           ACCEPT WS-CD-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-CD-RECORDS-READ
           MOVE 0 TO WS-CD-RENEWED
           MOVE 0 TO WS-CD-PAID-OUT
           MOVE 0 TO WS-CD-TOTAL-MOVED
           MOVE 'N' TO WS-CD-EOF

           OPEN I-O CD-MATURITY-FILE
           IF WS-CD-MATURITY-STATUS NOT = '00'
               STRING 'CD maturity file not available, status '
                      WS-CD-MATURITY-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           OPEN OUTPUT CD-NOTICE-FILE
           STRING 'CD MATURITY NOTICES - RUN DATE ' WS-CD-TODAY
               DELIMITED BY SIZE INTO CD-NOTICE-RECORD
           WRITE CD-NOTICE-RECORD

           PERFORM UNTIL WS-CD-EOF = 'Y'
               READ CD-MATURITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CD-EOF
                   NOT AT END
                       ADD 1 TO WS-CD-RECORDS-READ
                       IF CDM-STATUS = 'ACTIVE' AND
                          CDM-MATURITY-DATE <= WS-CD-TODAY
                           PERFORM PROCESS-MATURED-CD
                       END-IF
                  ' NEW MATURITY ' CDM-MATURITY-DATE
                  ' BALANCE ' WS-CD-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CD-NOTICE-RECORD
           WRITE CD-NOTICE-RECORD

           MOVE WS-CD-RATE TO WS-NQ-DISPLAY-RATE
           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'ACTION=RENEWED;RATE='
                  FUNCTION TRIM(WS-NQ-DISPLAY-RATE)
                  ';NEW-MATURITY=' CDM-MATURITY-DATE
                  ';BALANCE=' FUNCTION TRIM(WS-CD-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           MOVE 'CD-MATURITY' TO WS-NQ-TYPE
           MOVE ACCT-CUSTOMER-ID TO WS-NQ-CUST-ID
           MOVE CDM-ACCOUNT TO WS-NQ-ACCOUNT
           PERFORM QUEUE-CUSTOMER-NOTICE.

       ADVANCE-MATURITY-DATE.
           MOVE CDM-MATURITY-DATE(1:4) TO WS-CD-NEW-YEAR
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO WS-NQ-CUST-ID
           MOVE 0 TO ACCT-BALANCE
           MOVE 0 TO ACCT-AVAIL-BALANCE
           MOVE 'CLOSED' TO ACCT-STATUS
                  ' TO ' CDM-LINKED-ACCT
                  ' AMOUNT ' WS-CD-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CD-NOTICE-RECORD
           WRITE CD-NOTICE-RECORD

           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'ACTION=' FUNCTION TRIM(CDM-RENEWAL-INSTR)
                  ';TO-ACCOUNT=' FUNCTION TRIM(CDM-LINKED-ACCT)
                  ';AMOUNT=' FUNCTION TRIM(WS-CD-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           MOVE 'CD-MATURITY' TO WS-NQ-TYPE
           MOVE CDM-ACCOUNT TO WS-NQ-ACCOUNT
           PERFORM QUEUE-CUSTOMER-NOTICE.

      * A notice that cannot be queued is logged for a manual letter.
       QUEUE-CUSTOMER-NOTICE.
           CALL 'NOTICE-QUEUE' USING WS-NQ-TYPE
                                     WS-NQ-CUST-ID
                                     WS-NQ-ACCOUNT
                                     WS-NQ-MERGE-DATA
                                     WS-NQ-PROGRAM
                                     WS-NQ-RETURN-CODE
           IF WS-NQ-RETURN-CODE NOT = '00'
               STRING 'Notice not queued: ' WS-NQ-TYPE ' '
                      WS-NQ-ACCOUNT ' code ' WS-NQ-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF.

       PROCESS-HOLD-EXPIRY.
           STRING 'Processing hold expiry sweep'
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

      *----------------------------------------------------------------
      * Future-dated maintenance: every PENDING change on
      * scheduled-maintenance.dat whose effective date has arrived is
      * applied with the same edits the online program would make and
      * through the same change-log path - ACCOUNT-MASTER rewrites to
      * account-change-log.dat, customer changes to AUDIT-JOURNAL.
      * Runs only on a business day; a change dated on a weekend or
      * holiday waits for the next one. Each change ends APPLIED or
      * FAILED (with the reason) and is listed on
      * scheduled-maintenance-report.txt.
      *----------------------------------------------------------------
       PROCESS-SCHEDULED-MAINTENANCE.
           STRING 'Processing scheduled maintenance'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG

           PERFORM SCHEDULED-MAINTENANCE-SWEEP

           STRING 'Scheduled maintenance complete. Due: ' WS-SCH-DUE
                  ' Applied: ' WS-SCH-APPLIED
                  ' Failed: ' WS-SCH-FAILED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       SCHEDULED-MAINTENANCE-SWEEP.
           ACCEPT WS-SCH-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-SCH-DUE
           MOVE 0 TO WS-SCH-APPLIED
           MOVE 0 TO WS-SCH-FAILED
           MOVE 'N' TO WS-SCH-HELD
           MOVE 'N' TO WS-SCH-EOF

           MOVE WS-SCH-TODAY TO WS-BD-WORK-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS NOT = 'Y'
               MOVE 'Y' TO WS-SCH-HELD
               STRING 'Not a business day - scheduled changes held'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '35'
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-STATUS NOT = '00'
               STRING 'Scheduled maintenance file not available, '
                      'status ' WS-SCHEDULE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCHED-MAINT-REPORT
           MOVE SPACES TO SCHED-MAINT-RECORD
           STRING 'SCHEDULED MAINTENANCE APPLIED - RUN DATE '
                  WS-SCH-TODAY
               DELIMITED BY SIZE INTO SCHED-MAINT-RECORD
           WRITE SCHED-MAINT-RECORD

           PERFORM UNTIL WS-SCH-EOF = 'Y'
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
                   NOT AT END
                       IF SCH-STATUS = 'PENDING' AND
                          SCH-EFFECTIVE <= WS-SCH-TODAY
                           PERFORM APPLY-SCHEDULED-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO SCHED-MAINT-RECORD
           STRING 'Due: ' WS-SCH-DUE
                  '  Applied: ' WS-SCH-APPLIED
                  '  Failed: ' WS-SCH-FAILED
               DELIMITED BY SIZE INTO SCHED-MAINT-RECORD
           WRITE SCHED-MAINT-RECORD
           CLOSE SCHED-MAINT-REPORT
           CLOSE SCHEDULE-FILE.

       APPLY-SCHEDULED-CHANGE.
           ADD 1 TO WS-SCH-DUE
           MOVE 'Y' TO WS-SCH-OK
           MOVE SPACES TO WS-SCH-MESSAGE

           EVALUATE SCH-CHANGE
               WHEN 'ACCT-STATUS'
                   PERFORM APPLY-SCHED-ACCT-STATUS
               WHEN 'ACCT-PRODUCT'
                   PERFORM APPLY-SCHED-ACCT-PRODUCT
               WHEN 'CUST-ADDRESS'
                   PERFORM APPLY-SCHED-CUST-ADDRESS
               WHEN 'PRODUCT-RATE'
                   PERFORM APPLY-SCHED-PRODUCT-RATE
               WHEN OTHER
                   MOVE 'N' TO WS-SCH-OK
                   MOVE 'Unknown change type' TO WS-SCH-MESSAGE
           END-EVALUATE

           IF WS-SCH-OK = 'Y'
               MOVE 'APPLIED' TO SCH-STATUS
               ADD 1 TO WS-SCH-APPLIED
           ELSE
               MOVE 'FAILED' TO SCH-STATUS
               ADD 1 TO WS-SCH-FAILED
           END-IF
           MOVE WS-SCH-TODAY TO SCH-RESULT-DATE
           MOVE WS-SCH-MESSAGE TO SCH-RESULT
           REWRITE SCHEDULE-RECORD
           ADD 1 TO WS-RECORDS-PROCESSED

           MOVE SPACES TO SCHED-MAINT-RECORD
           STRING SCH-ID ' ' SCH-STATUS ' ' SCH-CHANGE ' '
                  SCH-KEY ' EFF ' SCH-EFFECTIVE ' '
                  FUNCTION TRIM(SCH-RESULT)
               DELIMITED BY SIZE INTO SCHED-MAINT-RECORD
           WRITE SCHED-MAINT-RECORD.

      * Status edits match ACCOUNT-MAINTENANCE STATUS: only ACTIVE,
      * FROZEN or RESTRICTED, and never off a closed account.
       APPLY-SCHED-ACCT-STATUS.
           IF SCH-NEW-VALUE NOT = 'ACTIVE' AND
              SCH-NEW-VALUE NOT = 'FROZEN' AND
              SCH-NEW-VALUE NOT = 'RESTRICTED'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Status must be ACTIVE/FROZEN/RESTRICTED'
                   TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCHEDULED-ACCOUNT
           IF WS-SCH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           MOVE SCH-NEW-VALUE TO ACCT-STATUS
           MOVE WS-SCH-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'STATUS' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE
           CLOSE ACCOUNT-MASTER
           STRING 'Status now ' SCH-NEW-VALUE
               DELIMITED BY SIZE INTO WS-SCH-MESSAGE.

      * Product conversion moves ACCT-TYPE; the interest run then
      * picks the new product's rate rows up from product-rates.dat.
       APPLY-SCHED-ACCT-PRODUCT.
           IF SCH-NEW-VALUE = SPACES OR SCH-NEW-VALUE = 'CD' OR
              SCH-NEW-VALUE = 'IRA'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Invalid target product' TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCHEDULED-ACCOUNT
           IF WS-SCH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE = 'CD' OR ACCT-TYPE = 'IRA'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'CD or IRA account cannot convert'
                   TO WS-SCH-MESSAGE
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF

           STRING 'Product ' FUNCTION TRIM(ACCT-TYPE) ' to '
                  SCH-NEW-VALUE
               DELIMITED BY SIZE INTO WS-SCH-MESSAGE
           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           MOVE SCH-NEW-VALUE TO ACCT-TYPE
           MOVE WS-SCH-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'PRODUCT' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE
           CLOSE ACCOUNT-MASTER.

      * Leaves ACCOUNT-MASTER open on success for the caller's rewrite.
       READ-SCHEDULED-ACCOUNT.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Account master not available' TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-KEY TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-SCH-OK
                   MOVE 'Account not found' TO WS-SCH-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'CLOSED' OR
                      ACCT-STATUS = 'ESCHEATED'
                       MOVE 'N' TO WS-SCH-OK
                       MOVE 'Account is closed' TO WS-SCH-MESSAGE
                   END-IF
           END-READ
           IF WS-SCH-OK NOT = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF.

      * Address move as CUSTOMER-MAINTENANCE UPDATE applies it: blank
      * fields are left alone and the change is journaled with the
      * operator who scheduled it.
       APPLY-SCHED-CUST-ADDRESS.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Customer master not available'
                   TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-KEY TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-SCH-OK
                   MOVE 'Customer not found' TO WS-SCH-MESSAGE
               NOT INVALID KEY
                   IF CUST-KYC-STATUS = 'DECEASED' OR
                      CUST-KYC-STATUS = 'MERGED'
                       MOVE 'N' TO WS-SCH-OK
                       MOVE 'Customer is deceased or merged'
                           TO WS-SCH-MESSAGE
                   END-IF
           END-READ
           IF WS-SCH-OK NOT = 'Y'
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-BEFORE
           STRING FUNCTION TRIM(CUST-ADDRESS) ' '
                  FUNCTION TRIM(CUST-CITY) ' ' CUST-STATE ' '
                  CUST-ZIP
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           IF SCH-ADDRESS NOT = SPACES
               MOVE SCH-ADDRESS TO CUST-ADDRESS
           END-IF
           IF SCH-CITY NOT = SPACES
               MOVE SCH-CITY TO CUST-CITY
           END-IF
           IF SCH-STATE NOT = SPACES
               MOVE SCH-STATE TO CUST-STATE
           END-IF
           IF SCH-ZIP NOT = SPACES
               MOVE SCH-ZIP TO CUST-ZIP
           END-IF
      * Mail returned from the old address says nothing about the new.
           MOVE 'N' TO CUST-RETURNED-MAIL
           MOVE 0 TO CUST-RETURNED-DATE
           REWRITE CUSTOMER-RECORD
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(CUST-ADDRESS) ' '
                  FUNCTION TRIM(CUST-CITY) ' ' CUST-STATE ' '
                  CUST-ZIP
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CLOSE CUSTOMER-MASTER

           MOVE 'CUST-UPDATE' TO WS-AJ-ACTION
           MOVE SCH-KEY TO WS-AJ-KEY
           PERFORM WRITE-SCHED-AUDIT
           MOVE 'Address updated' TO WS-SCH-MESSAGE.

      * A rate change is a new row on product-rates.dat effective from
      * the scheduled date; the interest run always takes the latest
      * effective row for the tier.
       APPLY-SCHED-PRODUCT-RATE.
           IF SCH-KEY = SPACES OR SCH-RATE = 0
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Product and rate are required'
                   TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PRODUCT-RATE-FILE
           IF WS-PRODUCT-RATE-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-RATE-FILE
           END-IF
           IF WS-PRODUCT-RATE-STATUS NOT = '00'
               MOVE 'N' TO WS-SCH-OK
               MOVE 'Product rate table not available'
                   TO WS-SCH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-KEY TO PR-PRODUCT
           MOVE SCH-TIER-FLOOR TO PR-TIER-FLOOR
           MOVE SCH-RATE TO PR-RATE
           MOVE SCH-EFFECTIVE TO PR-EFFECTIVE
           WRITE PRODUCT-RATE-RECORD
           CLOSE PRODUCT-RATE-FILE

           MOVE 'RATE-CHANGE' TO WS-AJ-ACTION
           MOVE SCH-KEY TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'FLOOR ' PR-TIER-FLOOR ' RATE ' PR-RATE
                  ' EFF ' PR-EFFECTIVE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-SCHED-AUDIT
           MOVE 'Rate row added' TO WS-SCH-MESSAGE.

       WRITE-SCHED-AUDIT.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       SCH-REQUESTER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * Safe deposit annual rent. Each RENTED (or DRILL-DUE) box whose
      * rent due date has arrived is billed from its linked account
      * when the available balance covers the rent: debit the
      * account, FEE transaction, GL 2000 to 4000 FEE INCOME, due date
      * on a year. Otherwise the box is delinquent from its due date
      * and is retried every run; once it has been delinquent longer
      * than the notice period it goes to DRILL-DUE and onto
      * safe-deposit-drill-list.txt for drilling and inventory.
      *----------------------------------------------------------------
       PROCESS-SAFE-DEPOSIT-BILLING.
           STRING 'Processing safe deposit box billing'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG

           PERFORM SAFE-DEPOSIT-BILLING-SWEEP

           STRING 'Safe deposit billing complete. Due: ' WS-SDB-DUE
                  ' Billed: ' WS-SDB-BILLED
                  ' Delinquent: ' WS-SDB-DELINQUENT
                  ' Drill list: ' WS-SDB-DRILL-LISTED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       SAFE-DEPOSIT-BILLING-SWEEP.
           ACCEPT WS-SDB-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-SO-NOW
           MOVE 0 TO WS-SDB-DUE
           MOVE 0 TO WS-SDB-BILLED
           MOVE 0 TO WS-SDB-TOTAL-RENT
           MOVE 0 TO WS-SDB-DELINQUENT
           MOVE 0 TO WS-SDB-DRILL-LISTED
           MOVE 'N' TO WS-SDB-EOF

           OPEN I-O BOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               STRING 'Safe deposit box file not available, status '
                      WS-BOX-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN OUTPUT SDB-BILLING-REPORT
           OPEN OUTPUT SDB-DRILL-LIST
           MOVE SPACES TO SDB-BILLING-RECORD
           STRING 'SAFE DEPOSIT RENT BILLING - RUN DATE ' WS-SDB-TODAY
               DELIMITED BY SIZE INTO SDB-BILLING-RECORD
           WRITE SDB-BILLING-RECORD
           MOVE SPACES TO SDB-DRILL-RECORD
           STRING 'SAFE DEPOSIT BOXES DUE FOR DRILLING - RUN DATE '
                  WS-SDB-TODAY
               DELIMITED BY SIZE INTO SDB-DRILL-RECORD
           WRITE SDB-DRILL-RECORD

           PERFORM UNTIL WS-SDB-EOF = 'Y'
               READ BOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SDB-EOF
                   NOT AT END
                       IF (SDB-STATUS = 'RENTED' OR
                           SDB-STATUS = 'DRILL-DUE') AND
                          SDB-RENT-DUE > 0 AND
                          SDB-RENT-DUE <= WS-SDB-TODAY
                           PERFORM BILL-SAFE-DEPOSIT-BOX
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-SDB-TOTAL-RENT TO WS-SDB-DISPLAY-RENT
           MOVE SPACES TO SDB-BILLING-RECORD
           STRING 'Billed: ' WS-SDB-BILLED
                  '  Rent: ' WS-SDB-DISPLAY-RENT
                  '  Delinquent: ' WS-SDB-DELINQUENT
               DELIMITED BY SIZE INTO SDB-BILLING-RECORD
           WRITE SDB-BILLING-RECORD
           MOVE SPACES TO SDB-DRILL-RECORD
           STRING 'Boxes listed: ' WS-SDB-DRILL-LISTED
               DELIMITED BY SIZE INTO SDB-DRILL-RECORD
           WRITE SDB-DRILL-RECORD

           CLOSE SDB-DRILL-LIST
           CLOSE SDB-BILLING-REPORT
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE BOX-FILE.

       BILL-SAFE-DEPOSIT-BOX.
           ADD 1 TO WS-SDB-DUE
           MOVE 'N' TO WS-SDB-PAID
           MOVE SDB-BILLING-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'ACTIVE' AND
                      ACCT-AVAIL-BALANCE >= SDB-ANNUAL-RENT
                       MOVE 'Y' TO WS-SDB-PAID
                   END-IF
           END-READ

           MOVE SDB-ANNUAL-RENT TO WS-SDB-DISPLAY-RENT
           MOVE SPACES TO SDB-BILLING-RECORD
           IF WS-SDB-PAID = 'Y'
               PERFORM CHARGE-SAFE-DEPOSIT-RENT
               STRING SDB-BRANCH ' ' SDB-BOX-NUMBER ' BILLED '
                      WS-SDB-DISPLAY-RENT ' TO ' SDB-BILLING-ACCT
                      ' NEXT DUE ' SDB-RENT-DUE
                   DELIMITED BY SIZE INTO SDB-BILLING-RECORD
           ELSE
               PERFORM MARK-SAFE-DEPOSIT-DELINQUENT
               STRING SDB-BRANCH ' ' SDB-BOX-NUMBER ' UNPAID  '
                      WS-SDB-DISPLAY-RENT ' ON ' SDB-BILLING-ACCT
                      ' DELINQUENT SINCE ' SDB-DELINQ-SINCE
                      ' ' SDB-STATUS
                   DELIMITED BY SIZE INTO SDB-BILLING-RECORD
           END-IF
           WRITE SDB-BILLING-RECORD
           REWRITE BOX-RECORD
           ADD 1 TO WS-RECORDS-PROCESSED.

       CHARGE-SAFE-DEPOSIT-RENT.
           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           SUBTRACT SDB-ANNUAL-RENT FROM ACCT-BALANCE
           SUBTRACT SDB-ANNUAL-RENT FROM ACCT-AVAIL-BALANCE
           MOVE WS-SDB-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'SDB-RENT' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE

           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-SDB-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'FEE' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = SDB-ANNUAL-RENT * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Safe deposit box rent - ' SDB-BRANCH
                  ' box ' FUNCTION TRIM(SDB-BOX-NUMBER)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'SAFE DEPOSIT' TO TRANS-MERCHANT
           MOVE 'FEE' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE SPACES TO TRANS-REFERENCE
           STRING SDB-BRANCH '-' SDB-BOX-NUMBER
               DELIMITED BY SIZE INTO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '4000' TO WS-GL-CREDIT-ACCOUNT
           MOVE SDB-ANNUAL-RENT TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Safe deposit rent ' SDB-BRANCH '-' SDB-BOX-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for safe deposit rent on '
                      ACCT-NUMBER ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF

      * Next year's due date; a 29 February anniversary falls back to
      * the 28th.
           MOVE SDB-RENT-DUE(1:4) TO WS-SDB-NEXT-YEAR
           ADD 1 TO WS-SDB-NEXT-YEAR
           MOVE WS-SDB-NEXT-YEAR TO SDB-RENT-DUE(1:4)
           IF SDB-RENT-DUE(5:4) = '0229'
               MOVE '28' TO SDB-RENT-DUE(7:2)
           END-IF
           MOVE WS-SDB-TODAY TO SDB-LAST-BILLED
           MOVE 0 TO SDB-DELINQ-SINCE
           MOVE 'RENTED' TO SDB-STATUS
           ADD 1 TO WS-SDB-BILLED
           ADD SDB-ANNUAL-RENT TO WS-SDB-TOTAL-RENT.

       MARK-SAFE-DEPOSIT-DELINQUENT.
           ADD 1 TO WS-SDB-DELINQUENT
           IF SDB-DELINQ-SINCE = 0
               MOVE SDB-RENT-DUE TO SDB-DELINQ-SINCE
           END-IF
           COMPUTE WS-SDB-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-SDB-TODAY) -
               FUNCTION INTEGER-OF-DATE(SDB-DELINQ-SINCE)
           IF WS-SDB-DAYS-LATE > WS-SDB-DRILL-DAYS
               MOVE 'DRILL-DUE' TO SDB-STATUS
               ADD 1 TO WS-SDB-DRILL-LISTED
               MOVE SDB-ANNUAL-RENT TO WS-SDB-DISPLAY-RENT
               MOVE SPACES TO SDB-DRILL-RECORD
               STRING SDB-BRANCH ' ' SDB-BOX-NUMBER ' SIZE '
                      SDB-SIZE ' ACCOUNT ' SDB-BILLING-ACCT
                      ' RENT ' WS-SDB-DISPLAY-RENT
                      ' UNPAID SINCE ' SDB-DELINQ-SINCE
                      ' DAYS ' WS-SDB-DAYS-LATE
                   DELIMITED BY SIZE INTO SDB-DRILL-RECORD
               WRITE SDB-DRILL-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Recurring and auto-reversing journal entries. Each template on
      * gl-journal-templates.dat (GL-JOURNAL-TEMPLATE) is posted once
      * in every period its frequency makes due - months since the
      * start period a multiple of 1, 3, 6 or 12 - on the first run on
      * or after its post day (day 0 = the last business day of the
      * period), between its start and end periods. An auto-reverse
      * template's last posting is reversed, legs mirrored, on the
      * first business day of the next period; a reversal the job
      * missed is caught up on its next run and shown LATE. Every
      * entry goes through GL-POSTING-MULTI, and nothing posts into a
      * period gl-periods.dat shows CLOSED. What was generated,
      * reversed, skipped or failed is listed on
      * gl-recurring-journal-report.txt and left on the template.
      *----------------------------------------------------------------
       PROCESS-RECURRING-JOURNALS.
           STRING 'Processing recurring journal templates'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG

           PERFORM RECURRING-JOURNAL-SWEEP

           STRING 'Recurring journals complete. Generated: '
                  WS-RJ-GENERATED
                  ' Reversed: ' WS-RJ-REVERSED
                  ' Skipped: ' WS-RJ-SKIPPED
                  ' Failed: ' WS-RJ-FAILED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       RECURRING-JOURNAL-SWEEP.
           ACCEPT WS-RJ-TODAY FROM DATE YYYYMMDD
           MOVE WS-RJ-TODAY(1:6) TO WS-RJ-PERIOD
           MOVE 0 TO WS-RJ-GENERATED
           MOVE 0 TO WS-RJ-REVERSED
           MOVE 0 TO WS-RJ-SKIPPED
           MOVE 0 TO WS-RJ-FAILED
           MOVE 'N' TO WS-RJ-EOF

           MOVE WS-RJ-TODAY TO WS-BD-WORK-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS NOT = 'Y'
               STRING 'Not a business day - journal templates held'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = '00'
               STRING 'Journal template file not available, '
                      'status ' WS-TEMPLATE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RECURRING-PERIOD
           PERFORM FIND-PERIOD-BUSINESS-DAYS

           OPEN OUTPUT RECURRING-JOURNAL-REPORT
           MOVE SPACES TO RECURRING-JOURNAL-RECORD
           STRING 'RECURRING JOURNALS - RUN DATE ' WS-RJ-TODAY
                  ' PERIOD ' WS-RJ-PERIOD
               DELIMITED BY SIZE INTO RECURRING-JOURNAL-RECORD
           WRITE RECURRING-JOURNAL-RECORD
           IF WS-RJ-PERIOD-CLOSED = 'Y'
               MOVE SPACES TO RECURRING-JOURNAL-RECORD
               STRING 'PERIOD ' WS-RJ-PERIOD
                      ' IS CLOSED - NOTHING POSTED'
                   DELIMITED BY SIZE INTO RECURRING-JOURNAL-RECORD
               WRITE RECURRING-JOURNAL-RECORD
           END-IF

           PERFORM UNTIL WS-RJ-EOF = 'Y'
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RJ-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-TEMPLATE
               END-READ
           END-PERFORM

           MOVE SPACES TO RECURRING-JOURNAL-RECORD
           STRING 'Generated: ' WS-RJ-GENERATED
                  '  Reversed: ' WS-RJ-REVERSED
                  '  Skipped: ' WS-RJ-SKIPPED
                  '  Failed: ' WS-RJ-FAILED
               DELIMITED BY SIZE INTO RECURRING-JOURNAL-RECORD
           WRITE RECURRING-JOURNAL-RECORD
           CLOSE RECURRING-JOURNAL-REPORT
           CLOSE TEMPLATE-FILE.

      * Same rule GL-POSTING-MULTI applies: a period with no record
      * on gl-periods.dat is open.
       CHECK-RECURRING-PERIOD.
           MOVE 'N' TO WS-RJ-PERIOD-CLOSED
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GL-PERIOD-STATUS = '00'
               MOVE WS-RJ-PERIOD TO PRD-ID
               READ GL-PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-STATUS = 'CLOSED'
                           MOVE 'Y' TO WS-RJ-PERIOD-CLOSED
                       END-IF
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.

      * First business day forward from the 1st, last business day
      * back from the day before the 1st of the next month.
       FIND-PERIOD-BUSINESS-DAYS.
           MOVE WS-RJ-PERIOD TO WS-RJ-YM
           COMPUTE WS-RJ-PERIOD-INDEX = WS-RJ-YEAR * 12 + WS-RJ-MONTH
           MOVE WS-ROLL-CONVENTION TO WS-RJ-SAVE-ROLL
           COMPUTE WS-BD-WORK-DATE = WS-RJ-PERIOD * 100 + 1
           MOVE 'FOLLOWING' TO WS-ROLL-CONVENTION
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-WORK-DATE TO WS-RJ-FIRST-BUS-DAY

           IF WS-RJ-MONTH = 12
               COMPUTE WS-RJ-NEXT-MONTH =
                   (WS-RJ-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-RJ-NEXT-MONTH =
                   (WS-RJ-PERIOD + 1) * 100 + 1
           END-IF
           COMPUTE WS-BD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RJ-NEXT-MONTH) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-DATE-INT)
               TO WS-BD-WORK-DATE
           MOVE 'PRECEDING' TO WS-ROLL-CONVENTION
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-WORK-DATE TO WS-RJ-LAST-BUS-DAY
           MOVE WS-RJ-SAVE-ROLL TO WS-ROLL-CONVENTION.

      * The reversal owed on an earlier period goes first, so a
      * template's reversal and its next accrual never post out of
      * order.
       PROCESS-ONE-TEMPLATE.
           ADD 1 TO WS-RECORDS-READ
           MOVE 'N' TO WS-RJ-OWED
           IF JTP-AUTO-REVERSE = 'Y' AND
              JTP-LAST-POSTED > JTP-LAST-REVERSED AND
              JTP-LAST-POSTED < WS-RJ-PERIOD
               MOVE 'Y' TO WS-RJ-OWED
               PERFORM REVERSE-TEMPLATE-ENTRY
           END-IF

           IF JTP-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF

           IF JTP-END-PERIOD > 0 AND JTP-END-PERIOD < WS-RJ-PERIOD
               IF JTP-AUTO-REVERSE NOT = 'Y' OR
                  JTP-LAST-REVERSED >= JTP-LAST-POSTED
                   MOVE 'ENDED' TO JTP-STATUS
                   REWRITE TEMPLATE-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TEMPLATE-DUE
           IF WS-RJ-DUE = 'Y'
               PERFORM GENERATE-TEMPLATE-ENTRY
           END-IF.

       CHECK-TEMPLATE-DUE.
           MOVE 'N' TO WS-RJ-DUE
           IF JTP-START-PERIOD > WS-RJ-PERIOD OR
              JTP-LAST-POSTED >= WS-RJ-PERIOD
               EXIT PARAGRAPH
           END-IF

           EVALUATE JTP-FREQUENCY
               WHEN 'Q'
                   MOVE 3 TO WS-RJ-STEP
               WHEN 'S'
                   MOVE 6 TO WS-RJ-STEP
               WHEN 'A'
                   MOVE 12 TO WS-RJ-STEP
               WHEN OTHER
                   MOVE 1 TO WS-RJ-STEP
           END-EVALUATE
           MOVE JTP-START-PERIOD TO WS-RJ-YM
           COMPUTE WS-RJ-MONTHS-IN = WS-RJ-PERIOD-INDEX -
               (WS-RJ-YEAR * 12 + WS-RJ-MONTH)
           IF FUNCTION MOD(WS-RJ-MONTHS-IN, WS-RJ-STEP) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF JTP-POST-DAY = 0
               MOVE WS-RJ-LAST-BUS-DAY TO WS-RJ-DUE-DATE
           ELSE
               COMPUTE WS-RJ-DUE-DATE =
                   WS-RJ-PERIOD * 100 + JTP-POST-DAY
           END-IF
           IF WS-RJ-TODAY >= WS-RJ-DUE-DATE
               MOVE 'Y' TO WS-RJ-DUE
           END-IF.

       GENERATE-TEMPLATE-ENTRY.
           MOVE 'A' TO WS-RJ-KIND
           MOVE WS-RJ-PERIOD TO WS-RJ-OF-PERIOD
           MOVE 'N' TO WS-RJ-REVERSE-LEGS
           MOVE SPACES TO WS-GLM-DESCRIPTION
           MOVE JTP-DESCRIPTION TO WS-GLM-DESCRIPTION
           PERFORM POST-TEMPLATE-ENTRY

           IF WS-RJ-OUTCOME = 'POSTED'
               MOVE WS-RJ-PERIOD TO JTP-LAST-POSTED
               ADD 1 TO WS-RJ-GENERATED
               MOVE 'GENERATED' TO WS-RJ-OUTCOME
           END-IF
           PERFORM FINISH-TEMPLATE-ENTRY.

       REVERSE-TEMPLATE-ENTRY.
           MOVE 'R' TO WS-RJ-KIND
           MOVE JTP-LAST-POSTED TO WS-RJ-OF-PERIOD
           MOVE 'Y' TO WS-RJ-REVERSE-LEGS
           MOVE SPACES TO WS-GLM-DESCRIPTION
           STRING 'Reversal ' JTP-LAST-POSTED ' '
                  JTP-DESCRIPTION
               DELIMITED BY SIZE INTO WS-GLM-DESCRIPTION
           PERFORM POST-TEMPLATE-ENTRY

           IF WS-RJ-OUTCOME = 'POSTED'
               MOVE JTP-LAST-POSTED TO JTP-LAST-REVERSED
               ADD 1 TO WS-RJ-REVERSED
               MOVE 'REVERSED' TO WS-RJ-OUTCOME
               IF WS-RJ-TODAY > WS-RJ-FIRST-BUS-DAY
                   MOVE 'LATE' TO WS-RJ-RESULT
               END-IF
           END-IF
           PERFORM FINISH-TEMPLATE-ENTRY.

      * Source reference is template id, A (accrual) or R (reversal)
      * and the period the accrual belongs to, so GL-POSTING-MULTI's
      * journal id (date plus the first 12 characters) is unique per
      * template and kind each day.
       POST-TEMPLATE-ENTRY.
           MOVE SPACES TO WS-RJ-RESULT
           MOVE SPACES TO WS-GLM-SOURCE-REF
           STRING JTP-ID '-' WS-RJ-KIND WS-RJ-OF-PERIOD
               DELIMITED BY SIZE INTO WS-GLM-SOURCE-REF
           IF WS-RJ-PERIOD-CLOSED = 'Y'
               MOVE 'SKIPPED' TO WS-RJ-OUTCOME
               STRING 'PERIOD ' WS-RJ-PERIOD ' CLOSED'
                   DELIMITED BY SIZE INTO WS-RJ-RESULT
               ADD 1 TO WS-RJ-SKIPPED
               ADD 1 TO WS-RECORDS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE JTP-LEG-COUNT TO WS-GLM-LEG-COUNT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > 10
               MOVE JTP-LEG-ACCOUNT(WS-GLM-IDX)
                   TO WS-GLM-ACCOUNT(WS-GLM-IDX)
               MOVE JTP-LEG-DRCR(WS-GLM-IDX)
                   TO WS-GLM-DRCR(WS-GLM-IDX)
               MOVE JTP-LEG-AMOUNT(WS-GLM-IDX)
                   TO WS-GLM-AMOUNT(WS-GLM-IDX)
               IF WS-RJ-REVERSE-LEGS = 'Y'
                   IF JTP-LEG-DRCR(WS-GLM-IDX) = 'D'
                       MOVE 'C' TO WS-GLM-DRCR(WS-GLM-IDX)
                   ELSE
                       MOVE 'D' TO WS-GLM-DRCR(WS-GLM-IDX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE JTP-COST-CENTER TO WS-GLM-COST-CENTER

           CALL 'GL-POSTING-MULTI' USING WS-GLM-LEG-COUNT
                                         WS-GLM-DISTRIBUTION
                                         WS-GLM-SOURCE-REF
                                         WS-GLM-DESCRIPTION
                                         WS-GLM-COST-CENTER
                                         WS-GLM-RETURN-CODE

           IF WS-GLM-RETURN-CODE = '00'
               MOVE 'POSTED' TO WS-RJ-OUTCOME
               ADD 1 TO WS-RECORDS-PROCESSED
           ELSE
               MOVE 'FAILED' TO WS-RJ-OUTCOME
               STRING 'GL-POSTING-MULTI CODE ' WS-GLM-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-RJ-RESULT
               ADD 1 TO WS-RJ-FAILED
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

       FINISH-TEMPLATE-ENTRY.
           MOVE WS-RJ-TODAY TO JTP-LAST-RUN-DATE
           MOVE SPACES TO JTP-LAST-RESULT
           STRING FUNCTION TRIM(WS-RJ-OUTCOME) ' ' WS-RJ-KIND ' '
                  WS-RJ-OF-PERIOD ' ' WS-RJ-RESULT
               DELIMITED BY SIZE INTO JTP-LAST-RESULT
           REWRITE TEMPLATE-RECORD

           MOVE SPACES TO RECURRING-JOURNAL-RECORD
           STRING WS-RJ-OUTCOME ' ' JTP-ID ' '
                  WS-RJ-KIND ' ' WS-RJ-OF-PERIOD ' '
                  WS-GLM-SOURCE-REF ' ' WS-RJ-RESULT ' '
                  WS-GLM-DESCRIPTION
               DELIMITED BY SIZE INTO RECURRING-JOURNAL-RECORD
           WRITE RECURRING-JOURNAL-RECORD.

       PROCESS-STANDING-ORDERS.
           STRING 'Processing standing orders'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-IF
           REWRITE STANDING-ORDER-RECORD.

      * Account number as it may appear on a report, through
      * PII-MASK with no viewer role (masked by default).
       MASK-REPORT-ACCOUNT.
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           MOVE WS-PII-RESULT TO WS-PII-ACCOUNT.

       WRITE-SO-EXCEPTION.
           ADD 1 TO WS-SO-SKIPPED
           MOVE SO-AMOUNT TO WS-SO-DISPLAY-AMOUNT
           MOVE SO-TO-ACCT TO WS-PII-VALUE
           PERFORM MASK-REPORT-ACCOUNT
           MOVE WS-PII-ACCOUNT TO WS-PII-TO-ACCOUNT
           MOVE SO-FROM-ACCT TO WS-PII-VALUE
           PERFORM MASK-REPORT-ACCOUNT
           MOVE SPACES TO SO-EXCEPTION-RECORD
           STRING 'ORDER ' SO-KEY ' ' WS-PII-ACCOUNT
                  ' TO ' WS-PII-TO-ACCOUNT
                  ' AMOUNT ' WS-SO-DISPLAY-AMOUNT
                  ' SKIPPED: ' WS-SO-SKIP-REASON
               DELIMITED BY SIZE INTO SO-EXCEPTION-RECORD
      * a rerun) must not silently drop the record after the account
      * balance has moved - bump the sequence and retry; an exhausted
      * retry is logged so the break is visible.
      * Merchant and category are cleaned by MERCHANT-NORMALIZE
      * first.
      *----------------------------------------------------------------
       WRITE-TRANSACTION-WITH-RETRY.
           CALL 'MERCHANT-NORMALIZE' USING TRANS-MERCHANT
                                           TRANS-CATEGORY
                                           TRANS-CHANNEL
                                           TRANS-TYPE
                                           WS-MN-MATCH-KEY
                                           WS-MN-RETURN-CODE
           MOVE 'N' TO WS-TRANS-WRITE-DONE
           MOVE 0 TO WS-TRANS-WRITE-RETRY
           PERFORM UNTIL WS-TRANS-WRITE-DONE = 'Y'
      *----------------------------------------------------------------
      * Month-end snapshot: per-account and per-GL-account balances
      * written under today's date so period-over-period comparisons
      * survive the balances moving on. An account's snapshot is a
      * full image of its master record, stamped with the time it was
      * taken, so ACCOUNT-RECOVERY can roll the master forward from
      * it.
      *----------------------------------------------------------------
       BALANCE-SNAPSHOT-SWEEP.
           ACCEPT WS-SNAP-TODAY FROM DATE YYYYMMDD
                           MOVE ACCT-NUMBER TO SNAP-ID
                           MOVE ACCT-TYPE TO SNAP-CLASS
                           MOVE ACCT-BALANCE TO SNAP-BALANCE
                           MOVE ACCT-AVAIL-BALANCE
                               TO SNAP-AVAIL-BALANCE
                           MOVE ACCT-STATUS TO SNAP-STATUS
                           MOVE ACCT-CUSTOMER-ID TO SNAP-CUSTOMER-ID
                           MOVE ACCT-INTEREST-RATE
                               TO SNAP-INTEREST-RATE
                           MOVE ACCT-OPEN-DATE TO SNAP-OPEN-DATE
                           MOVE ACCT-LAST-ACTIVITY
                               TO SNAP-LAST-ACTIVITY
                           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
                           MOVE WS-TIME-ACCEPT-RAW(1:6)
                               TO SNAP-TAKEN-TIME
                           PERFORM WRITE-SNAPSHOT-RECORD
                           ADD 1 TO WS-SNAP-ACCOUNTS
                           ADD 1 TO WS-RECORDS-PROCESSED
                           MOVE GL-ACCOUNT-NUMBER TO SNAP-ID
                           MOVE GL-ACCOUNT-TYPE TO SNAP-CLASS
                           MOVE GL-CURRENT-BALANCE TO SNAP-BALANCE
                           MOVE 0 TO SNAP-AVAIL-BALANCE
                           MOVE SPACES TO SNAP-STATUS
                           MOVE SPACES TO SNAP-CUSTOMER-ID
                           MOVE 0 TO SNAP-INTEREST-RATE
                           MOVE 0 TO SNAP-OPEN-DATE
                           MOVE GL-LAST-POSTED-DATE
                               TO SNAP-LAST-ACTIVITY
                           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
                           MOVE WS-TIME-ACCEPT-RAW(1:6)
                               TO SNAP-TAKEN-TIME
                           PERFORM WRITE-SNAPSHOT-RECORD
                           ADD 1 TO WS-SNAP-GL-ACCOUNTS
                   END-READ
                  ' Accrued: ' WS-INT-ACCOUNTS-ACCRUED
                  ' Capitalized: ' WS-INT-ACCOUNTS-CAPPED
                  ' Total accrued: ' WS-INT-TOTAL-ACCRUED
                  ' Withheld: ' WS-INT-TOTAL-WITHHELD
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

           MOVE 0 TO WS-INT-ACCOUNTS-CAPPED
           MOVE 0 TO WS-INT-TOTAL-ACCRUED
           MOVE 0 TO WS-INT-TOTAL-CAPITALIZED
           MOVE 0 TO WS-INT-ACCOUNTS-WITHHELD
           MOVE 0 TO WS-INT-TOTAL-WITHHELD
           MOVE 'N' TO WS-ACCT-MASTER-EOF

           IF WS-INT-TODAY(7:2) = WS-INT-CYCLE-DAY

           PERFORM LOAD-PRODUCT-RATES
           PERFORM OPEN-ACCRUAL-FILE
           MOVE 'N' TO WS-CUSTOMER-OPEN
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-OPEN
           END-IF
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-SO-NOW
           OPEN I-O TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE ACCRUAL-FILE
           IF WS-CUSTOMER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO WS-CUSTOMER-OPEN
           END-IF

           IF WS-ABORT-FLAG NOT = 'Y' AND WS-CONTROL-STOP NOT = 'Y'
               PERFORM CLEAR-RESTART-POINT
           PERFORM WRITE-ACCOUNT-CHANGE
           PERFORM APPEND-INTEREST-CAP-TRANSACTION

           ADD 1 TO WS-INT-ACCOUNTS-CAPPED
           ADD ACR-ACCRUED TO WS-INT-TOTAL-CAPITALIZED

           MOVE '4100' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           MOVE ACR-ACCRUED TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           STRING 'Interest paid - ' ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for interest paid on '
                      ACCT-NUMBER ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF

           PERFORM APPLY-BACKUP-WITHHOLDING

           MOVE 0 TO ACR-ACCRUED
           MOVE WS-INT-TODAY TO ACR-LAST-ACCRUAL
           REWRITE ACCRUAL-RECORD.

      * Capitalized interest must appear in the transaction detail -
      * the running-balance chain the integrity check walks would
      * break otherwise, and the year-end 1099-INT extract sums these
      * INTEREST-CAP rows per customer.
       APPEND-INTEREST-CAP-TRANSACTION.
           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-INT-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'INTEREST-CAP' TO TRANS-TYPE
           MOVE ACR-ACCRUED TO TRANS-AMOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Interest capitalized - '
               FUNCTION TRIM(ACCT-NUMBER)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'INTEREST' TO TRANS-MERCHANT
           MOVE 'INTEREST' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE SPACES TO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

      *----------------------------------------------------------------
      * Withholding follows the owner of record (ACCT-CUSTOMER-ID),
      * the TIN the 1099-INT is filed under. The withheld amount
      * comes straight back off the interest just credited, so the
      * customer sees the credit and the withholding as two rows.
      *----------------------------------------------------------------
       APPLY-BACKUP-WITHHOLDING.
           MOVE 'N' TO WS-BWH-SUBJECT
           IF WS-CUSTOMER-OPEN = 'Y'
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-TIN-STATUS = 'UNCERTIFIED' OR
                          CUST-TIN-STATUS = 'B-NOTICE'
                           MOVE 'Y' TO WS-BWH-SUBJECT
                       END-IF
               END-READ
           END-IF
           IF WS-BWH-SUBJECT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BWH-AMOUNT ROUNDED =
               ACR-ACCRUED * WS-BWH-RATE / 100
           IF WS-BWH-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2460' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-BWH-AMOUNT TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Backup withholding - ' ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               STRING 'GL posting failed for backup withholding on '
                      ACCT-NUMBER ' code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           SUBTRACT WS-BWH-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-BWH-AMOUNT FROM ACCT-AVAIL-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE 'BACKUP-WH' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE

           ADD 1 TO WS-SO-SEQ-COUNTER
           MOVE WS-INT-TODAY TO TRANS-DATE
           MOVE WS-SO-NOW TO TRANS-TIME
           MOVE WS-SO-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'BACKUP-WITHHOLD' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-BWH-AMOUNT * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Federal backup withholding on interest - '
               FUNCTION TRIM(ACCT-NUMBER)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'IRS' TO TRANS-MERCHANT
           MOVE 'TAX-WITHHOLDING' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE ACCT-CUSTOMER-ID TO TRANS-REFERENCE
           MOVE 'BATCH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           ADD 1 TO WS-INT-ACCOUNTS-WITHHELD
           ADD WS-BWH-AMOUNT TO WS-INT-TOTAL-WITHHELD.

       CREATE-CHECKPOINT.
           ACCEPT WS-CHECKPOINT-TIME FROM TIME
                   MOVE 'DORMANT' TO WS-CHG-TYPE
                   PERFORM WRITE-ACCOUNT-CHANGE
                   ADD 1 TO WS-ACCOUNTS-DORMANT
                   MOVE ACCT-NUMBER TO WS-PII-VALUE
                   PERFORM MASK-REPORT-ACCOUNT
                   STRING WS-PII-ACCOUNT ' ' ACCT-CUSTOMER-ID
                          ' LAST ACTIVITY ' ACCT-LAST-ACTIVITY
                          ' DAYS INACTIVE ' WS-ACCT-DAYS-INACTIVE
                       DELIMITED BY SIZE INTO DORMANCY-REPORT-RECORD
               MOVE 'Y' TO WS-USAGE-OPEN
           END-IF

           MOVE 'N' TO WS-KYC-OPEN
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               MOVE 'Y' TO WS-KYC-OPEN
           END-IF

           OPEN INPUT ACCOUNT-MASTER.

       CLOSE-LIMITS-FOR-INQUIRY.
               CLOSE LIMIT-USAGE-FILE
               MOVE 'N' TO WS-USAGE-OPEN
           END-IF
           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-FILE
               MOVE 'N' TO WS-KYC-OPEN
           END-IF
           IF WS-ACCT-MASTER-STATUS = '00'
               CLOSE ACCOUNT-MASTER
           END-IF.

      *----------------------------------------------------------------
      * Limits resolve per-account override first, then by ACCT-TYPE.
      * An account whose owner KYC-REVIEW rates HIGH is also held to
      * the HIGHRISK-<ACCT-TYPE> profile (or plain HIGHRISK), taking
      * whichever limit is stricter.
      * Breaches set a distinct reason code; the day's usage is
      * accumulated so the tenth withdrawal is judged against what the
      * first nine already spent.
           END-IF

           PERFORM RESOLVE-LIMIT-FOR-ACCOUNT
           PERFORM APPLY-RISK-LIMIT-PROFILE
           IF WS-LIMIT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-DAILY-MAX TO WS-LIMIT-DAILY-MAX
           MOVE LIM-DAILY-COUNT TO WS-LIMIT-DAILY-COUNT.

       APPLY-RISK-LIMIT-PROFILE.
           IF WS-KYC-OPEN NOT = 'Y' OR
              WS-ACCT-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WTW-ACCOUNT-REF TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO KYC-CUST-ID
           READ KYC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KYC-RISK-RATING NOT = 'HIGH'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LIM-KEY
           STRING 'HIGHRISK-' ACCT-TYPE
               DELIMITED BY SPACE INTO LIM-KEY
           READ LIMITS-FILE
               INVALID KEY
                   MOVE 'HIGHRISK' TO LIM-KEY
                   READ LIMITS-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ
           PERFORM MERGE-RISK-LIMIT-VALUES.

      * Zero on either side means no limit of that kind.
       MERGE-RISK-LIMIT-VALUES.
           IF WS-LIMIT-FOUND = 'N'
               PERFORM LOAD-LIMIT-VALUES
               EXIT PARAGRAPH
           END-IF
           IF LIM-SINGLE-MAX > 0 AND
              (WS-LIMIT-SINGLE-MAX = 0 OR
               LIM-SINGLE-MAX < WS-LIMIT-SINGLE-MAX)
               MOVE LIM-SINGLE-MAX TO WS-LIMIT-SINGLE-MAX
           END-IF
           IF LIM-DAILY-MAX > 0 AND
              (WS-LIMIT-DAILY-MAX = 0 OR
               LIM-DAILY-MAX < WS-LIMIT-DAILY-MAX)
               MOVE LIM-DAILY-MAX TO WS-LIMIT-DAILY-MAX
           END-IF
           IF LIM-DAILY-COUNT > 0 AND
              (WS-LIMIT-DAILY-COUNT = 0 OR
               LIM-DAILY-COUNT < WS-LIMIT-DAILY-COUNT)
               MOVE LIM-DAILY-COUNT TO WS-LIMIT-DAILY-COUNT
           END-IF.

       OPEN-STOPS-FOR-INQUIRY.
           ACCEPT WS-STOP-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-STOP-OPEN
           PERFORM WRITE-LOG.
       
       EXTRACT-DATA.
           MOVE 'N' TO WS-DWH-READY
           MOVE 'N' TO WS-DWH-REPLAY
           PERFORM RESOLVE-EXPORT-DATE
           IF WS-DWH-BUSINESS-DATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EXPORT-EXTRACTS

           OPEN I-O EXPORT-CAPTURE-FILE
           IF WS-CAPTURE-STATUS = '35'
               OPEN OUTPUT EXPORT-CAPTURE-FILE
               CLOSE EXPORT-CAPTURE-FILE
               OPEN I-O EXPORT-CAPTURE-FILE
           END-IF
           IF WS-CAPTURE-STATUS NOT = '00'
               ADD 1 TO WS-RECORDS-ERROR
               STRING 'Export capture file not available, status '
                      WS-CAPTURE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DWH-BUSINESS-DATE TO DXC-DATE
           MOVE 'DONE' TO DXC-EXTRACT
           MOVE 'EXPORT' TO DXC-ID
           READ EXPORT-CAPTURE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DWH-REPLAY
           END-READ

           IF WS-DWH-REPLAY = 'Y'
               STRING 'Business date ' WS-DWH-DATE-X
                      ' already captured - regenerating extracts'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               PERFORM CLEAR-EXPORT-CAPTURE
               MOVE 0 TO WS-DWH-CAPTURED
               PERFORM CAPTURE-ACCOUNT-CHANGES
               PERFORM CAPTURE-CUSTOMER-CHANGES
               PERFORM CAPTURE-DAY-TRANSACTIONS
               PERFORM CAPTURE-GL-JOURNAL-LINES
               PERFORM CAPTURE-LOAN-BALANCES

               MOVE WS-DWH-BUSINESS-DATE TO DXC-DATE
               MOVE 'DONE' TO DXC-EXTRACT
               MOVE 'EXPORT' TO DXC-ID
               MOVE WS-DWH-CAPTURED TO DXC-AMOUNT
               MOVE SPACES TO DXC-LINE
               STRING 'CAPTURED ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                   DELIMITED BY SIZE INTO DXC-LINE
               WRITE EXPORT-CAPTURE-RECORD
                   INVALID KEY REWRITE EXPORT-CAPTURE-RECORD
               END-WRITE

               STRING 'Business date ' WS-DWH-DATE-X
                      ' captured: ' WS-DWH-CAPTURED ' rows'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           MOVE 'Y' TO WS-DWH-READY.

       RESOLVE-EXPORT-DATE.
           MOVE 0 TO WS-DWH-LAST-CLOSED
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BDC-LAST-CLOSED TO WS-DWH-LAST-CLOSED
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF WS-DWH-BUSINESS-DATE = 0
               IF WS-DWH-LAST-CLOSED > 0
                   MOVE WS-DWH-LAST-CLOSED TO WS-DWH-BUSINESS-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-DWH-BUSINESS-DATE
               END-IF
           END-IF
           MOVE WS-DWH-BUSINESS-DATE TO WS-DWH-DATE-PARTS
           MOVE WS-DWH-BUSINESS-DATE TO WS-DWH-DATE-X

           IF WS-DWH-YEAR < 1900 OR
              WS-DWH-MONTH < 1 OR WS-DWH-MONTH > 12 OR
              WS-DWH-DAY < 1 OR WS-DWH-DAY > 31
               ADD 1 TO WS-RECORDS-ERROR
               STRING 'Export business date ' WS-DWH-DATE-X
                      ' is not a valid date - nothing exported'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               MOVE 0 TO WS-DWH-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF

      * Freezing a day that is still open would fix its extract
      * before the day's postings are complete.
           IF WS-DWH-LAST-CLOSED > 0 AND
              WS-DWH-BUSINESS-DATE > WS-DWH-LAST-CLOSED
               ADD 1 TO WS-RECORDS-ERROR
               STRING 'Business date ' WS-DWH-DATE-X
                      ' is not closed (last closed '
                      WS-DWH-LAST-CLOSED ') - nothing exported'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               MOVE 0 TO WS-DWH-BUSINESS-DATE
           END-IF.

       LOAD-EXPORT-EXTRACTS.
           MOVE 'ACCT' TO WS-DWH-EXT-CODE(1)
           MOVE 'ACCOUNT-CHANGES' TO WS-DWH-EXT-NAME(1)
           MOVE 'dwh-accounts' TO WS-DWH-EXT-STEM(1)
           MOVE 'DWH-ACCOUNTS' TO WS-DWH-EXT-LOGICAL(1)
           MOVE 'CUST' TO WS-DWH-EXT-CODE(2)
           MOVE 'CUSTOMERS' TO WS-DWH-EXT-NAME(2)
           MOVE 'dwh-customers' TO WS-DWH-EXT-STEM(2)
           MOVE 'DWH-CUSTOMERS' TO WS-DWH-EXT-LOGICAL(2)
           MOVE 'TRAN' TO WS-DWH-EXT-CODE(3)
           MOVE 'TRANSACTIONS' TO WS-DWH-EXT-NAME(3)
           MOVE 'dwh-transactions' TO WS-DWH-EXT-STEM(3)
           MOVE 'DWH-TRANSACTIONS' TO WS-DWH-EXT-LOGICAL(3)
           MOVE 'GLJL' TO WS-DWH-EXT-CODE(4)
           MOVE 'GL-JOURNAL' TO WS-DWH-EXT-NAME(4)
           MOVE 'dwh-gl-journal' TO WS-DWH-EXT-STEM(4)
           MOVE 'DWH-GL-JOURNAL' TO WS-DWH-EXT-LOGICAL(4)
           MOVE 'LOAN' TO WS-DWH-EXT-CODE(5)
           MOVE 'LOAN-BALANCES' TO WS-DWH-EXT-NAME(5)
           MOVE 'dwh-loans' TO WS-DWH-EXT-STEM(5)
           MOVE 'DWH-LOANS' TO WS-DWH-EXT-LOGICAL(5)
           PERFORM VARYING WS-DWH-IDX FROM 1 BY 1 UNTIL WS-DWH-IDX > 5
               MOVE SPACES TO WS-DWH-EXT-FILE(WS-DWH-IDX)
               STRING FUNCTION TRIM(WS-DWH-EXT-STEM(WS-DWH-IDX))
                      '-' WS-DWH-DATE-X '.txt'
                   DELIMITED BY SIZE INTO WS-DWH-EXT-FILE(WS-DWH-IDX)
               MOVE 0 TO WS-DWH-EXT-COUNT(WS-DWH-IDX)
               MOVE 0 TO WS-DWH-EXT-HASH(WS-DWH-IDX)
           END-PERFORM.

      * Rows left by an export of this date that never completed.
       CLEAR-EXPORT-CAPTURE.
           MOVE 'N' TO WS-DWH-EOF
           MOVE WS-DWH-BUSINESS-DATE TO DXC-DATE
           MOVE LOW-VALUES TO DXC-EXTRACT
           MOVE LOW-VALUES TO DXC-ID
           START EXPORT-CAPTURE-FILE KEY >= DXC-KEY
               INVALID KEY MOVE 'Y' TO WS-DWH-EOF
           END-START
           PERFORM UNTIL WS-DWH-EOF = 'Y'
               READ EXPORT-CAPTURE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DWH-EOF
                   NOT AT END
                       IF DXC-DATE NOT = WS-DWH-BUSINESS-DATE
                           MOVE 'Y' TO WS-DWH-EOF
                       ELSE
                           DELETE EXPORT-CAPTURE-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

      * A customer changed more than once in the day is captured once;
      * the duplicate key is simply not written again.
       STORE-CAPTURE-ROW.
           MOVE WS-DWH-BUSINESS-DATE TO DXC-DATE
           MOVE WS-DWH-CODE TO DXC-EXTRACT
           MOVE WS-DWH-CAP-ID TO DXC-ID
           MOVE WS-DWH-CAP-AMOUNT TO DXC-AMOUNT
           MOVE WS-DWH-LINE TO DXC-LINE
           WRITE EXPORT-CAPTURE-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-DWH-CAPTURED
           END-WRITE.

      * Changes already moved to the archive by record retention are
      * read first, then the live log, so the day keeps its order.
       CAPTURE-ACCOUNT-CHANGES.
           MOVE 'ACCT' TO WS-DWH-CODE
           MOVE 0 TO WS-DWH-SEQ
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT CHANGE-ARCHIVE-FILE
           IF WS-CHANGE-ARCHIVE-STATUS = '00'
               PERFORM UNTIL WS-DWH-EOF = 'Y'
                   READ CHANGE-ARCHIVE-FILE INTO WS-DWH-CHANGE
                       AT END
                           MOVE 'Y' TO WS-DWH-EOF
                       NOT AT END
                           PERFORM CAPTURE-CHANGE-ROW
                   END-READ
               END-PERFORM
               CLOSE CHANGE-ARCHIVE-FILE
           END-IF

           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = '00'
               PERFORM UNTIL WS-DWH-EOF = 'Y'
                   READ CHANGE-LOG-FILE INTO WS-DWH-CHANGE
                       AT END
                           MOVE 'Y' TO WS-DWH-EOF
                       NOT AT END
                           PERFORM CAPTURE-CHANGE-ROW
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

       CAPTURE-CHANGE-ROW.
           ADD 1 TO WS-RECORDS-READ
           IF DWC-DATE NOT = WS-DWH-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DWH-SEQ
           MOVE WS-DWH-SEQ TO WS-DWH-CAP-ID
           MOVE DWC-AFTER-BAL TO WS-DWH-CAP-AMOUNT
           MOVE DWC-BEFORE-BAL TO WS-DWH-EDIT-AMOUNT
           MOVE DWC-AFTER-BAL TO WS-DWH-EDIT-AMOUNT-2
           MOVE SPACES TO WS-DWH-LINE
           STRING FUNCTION TRIM(DWC-ACCOUNT) '|'
                  FUNCTION TRIM(DWC-TYPE) '|'
                  DWC-TIMESTAMP '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT) '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT-2) '|'
                  FUNCTION TRIM(DWC-AFTER-STATUS)
               DELIMITED BY SIZE INTO WS-DWH-LINE
           PERFORM STORE-CAPTURE-ROW.

      * A customer is in the day's extract when CUSTOMER-MAINTENANCE
      * journaled a CUST- action against it on the business date.
       CAPTURE-CUSTOMER-CHANGES.
           MOVE 'CUST' TO WS-DWH-CODE
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               CLOSE AUDIT-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DWH-EOF = 'Y'
               READ AUDIT-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-DWH-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF AUD-DATE = WS-DWH-BUSINESS-DATE AND
                          AUD-ACTION(1:5) = 'CUST-'
                           PERFORM CAPTURE-CUSTOMER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE CUSTOMER-MASTER.

       CAPTURE-CUSTOMER-ROW.
           MOVE AUD-KEY(1:10) TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-ID TO WS-DWH-CAP-ID
           MOVE 0 TO WS-DWH-CAP-AMOUNT
           MOVE SPACES TO WS-DWH-LINE
           STRING FUNCTION TRIM(CUST-ID) '|'
                  FUNCTION TRIM(CUST-NAME) '|'
                  FUNCTION TRIM(CUST-ADDRESS) '|'
                  FUNCTION TRIM(CUST-CITY) '|'
                  FUNCTION TRIM(CUST-STATE) '|'
                  FUNCTION TRIM(CUST-ZIP) '|'
                  FUNCTION TRIM(CUST-PHONE) '|'
                  FUNCTION TRIM(CUST-EMAIL) '|'
                  CUST-DATE-OPENED '|'
                  FUNCTION TRIM(CUST-KYC-STATUS) '|'
                  FUNCTION TRIM(CUST-TIN-STATUS) '|'
                  CUST-TIN-CERT-DATE
               DELIMITED BY SIZE INTO WS-DWH-LINE
           PERFORM STORE-CAPTURE-ROW.

      * The day's rows are on transactions.dat or, once archived, on
      * that year's transactions-archive-YYYY.dat - never on both.
       CAPTURE-DAY-TRANSACTIONS.
           MOVE 'TRAN' TO WS-DWH-CODE
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               MOVE WS-DWH-BUSINESS-DATE TO TRANS-DATE
               MOVE 0 TO TRANS-TIME
               MOVE 0 TO TRANS-SEQ
               START TRANSACTION-FILE KEY >= TRANS-KEY
                   INVALID KEY MOVE 'Y' TO WS-DWH-EOF
               END-START
               PERFORM UNTIL WS-DWH-EOF = 'Y'
                   READ TRANSACTION-FILE NEXT RECORD
                       INTO WS-DWH-TRANS
                       AT END
                           MOVE 'Y' TO WS-DWH-EOF
                       NOT AT END
                           PERFORM CAPTURE-TRANSACTION-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           MOVE SPACES TO WS-DWH-ARCHIVE-NAME
           STRING 'transactions-archive-' WS-DWH-YEAR '.dat'
               DELIMITED BY SIZE INTO WS-DWH-ARCHIVE-NAME
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT TRANS-ARCHIVE-FILE
           IF WS-TRANS-ARCHIVE-STATUS = '00'
               MOVE WS-DWH-BUSINESS-DATE TO TRA-DATE
               MOVE 0 TO TRA-TIME
               MOVE 0 TO TRA-SEQ
               START TRANS-ARCHIVE-FILE KEY >= TRA-KEY
                   INVALID KEY MOVE 'Y' TO WS-DWH-EOF
               END-START
               PERFORM UNTIL WS-DWH-EOF = 'Y'
                   READ TRANS-ARCHIVE-FILE NEXT RECORD
                       INTO WS-DWH-TRANS
                       AT END
                           MOVE 'Y' TO WS-DWH-EOF
                       NOT AT END
                           PERFORM CAPTURE-TRANSACTION-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVE-FILE
           END-IF.

       CAPTURE-TRANSACTION-ROW.
           IF DXT-DATE NOT = WS-DWH-BUSINESS-DATE
               MOVE 'Y' TO WS-DWH-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE DXT-KEY TO WS-DWH-CAP-ID
           MOVE DXT-AMOUNT TO WS-DWH-CAP-AMOUNT
           MOVE DXT-AMOUNT TO WS-DWH-EDIT-AMOUNT
           MOVE DXT-BALANCE TO WS-DWH-EDIT-AMOUNT-2
           MOVE SPACES TO WS-DWH-LINE
           STRING DXT-DATE '|' DXT-TIME '|' DXT-SEQ '|'
                  FUNCTION TRIM(DXT-ACCOUNT) '|'
                  FUNCTION TRIM(DXT-TYPE) '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT) '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT-2) '|'
                  FUNCTION TRIM(DXT-STATUS) '|'
                  FUNCTION TRIM(DXT-REFERENCE) '|'
                  FUNCTION TRIM(DXT-CHANNEL) '|'
                  FUNCTION TRIM(DXT-CATEGORY) '|'
                  FUNCTION TRIM(DXT-DESCRIPTION(1:50))
               DELIMITED BY SIZE INTO WS-DWH-LINE
           PERFORM STORE-CAPTURE-ROW.

      * Posting lines only (the DR/CR form GL-POSTING and
      * GL-POSTING-MULTI write); reversal cross-references are
      * narrative and stay out of the feed.
       CAPTURE-GL-JOURNAL-LINES.
           MOVE 'GLJL' TO WS-DWH-CODE
           MOVE 0 TO WS-DWH-SEQ
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DWH-EOF = 'Y'
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-DWH-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF GL-JOURNAL-RECORD(1:8) = WS-DWH-DATE-X AND
                          GL-JOURNAL-RECORD(22:3) = 'DR '
                           PERFORM CAPTURE-GL-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

       CAPTURE-GL-JOURNAL-ROW.
           ADD 1 TO WS-DWH-SEQ
           MOVE WS-DWH-SEQ TO WS-DWH-CAP-ID
           COMPUTE WS-DWH-CAP-AMOUNT =
               FUNCTION NUMVAL(GL-JOURNAL-RECORD(54:14))
           MOVE SPACES TO WS-DWH-LINE
           STRING FUNCTION TRIM(GL-JOURNAL-RECORD(1:20)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(25:10)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(39:10)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(54:14)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(73:20)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(99:40)) '|'
                  FUNCTION TRIM(GL-JOURNAL-RECORD(143:4))
               DELIMITED BY SIZE INTO WS-DWH-LINE
           PERFORM STORE-CAPTURE-ROW.

      * Balance by the LOAN-LOSS-RESERVE rule: the scheduled balance
      * after the last period billed, plus principal billed and not
      * yet paid. Paid-off and charged-off loans carry nothing.
       CAPTURE-LOAN-BALANCES.
           MOVE 'LOAN' TO WS-DWH-CODE
           MOVE 'N' TO WS-DWH-EOF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT LOAN-BILLING

           PERFORM UNTIL WS-DWH-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DWH-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CAPTURE-LOAN-ROW
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-BILLING.

       CAPTURE-LOAN-ROW.
           IF LN-STATUS = 'PAIDOFF' OR LN-STATUS = 'CHARGEDOFF'
               MOVE 0 TO WS-DWH-LOAN-BALANCE
           ELSE
               PERFORM COMPUTE-EXPORT-LOAN-BALANCE
           END-IF
           MOVE LN-LOAN-ID TO WS-DWH-CAP-ID
           MOVE WS-DWH-LOAN-BALANCE TO WS-DWH-CAP-AMOUNT
           MOVE LN-PRINCIPAL TO WS-DWH-EDIT-AMOUNT
           MOVE WS-DWH-LOAN-BALANCE TO WS-DWH-EDIT-AMOUNT-2
           MOVE LN-RATE TO WS-DWH-EDIT-RATE
           MOVE SPACES TO WS-DWH-LINE
           STRING FUNCTION TRIM(LN-LOAN-ID) '|'
                  FUNCTION TRIM(LN-ACCOUNT) '|'
                  FUNCTION TRIM(LN-STATUS) '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT) '|'
                  FUNCTION TRIM(WS-DWH-EDIT-RATE) '|'
                  LN-TERM '|' LN-ORIG-DATE '|'
                  LN-NEXT-PERIOD '|' LN-PAST-DUE-COUNT '|'
                  FUNCTION TRIM(WS-DWH-EDIT-AMOUNT-2)
               DELIMITED BY SIZE INTO WS-DWH-LINE
           PERFORM STORE-CAPTURE-ROW.

       COMPUTE-EXPORT-LOAN-BALANCE.
           IF LN-NEXT-PERIOD = 1
               MOVE LN-PRINCIPAL TO WS-DWH-LOAN-BALANCE
           ELSE
               MOVE LN-LOAN-ID TO LSC-LOAN-ID
               COMPUTE LSC-PERIOD = LN-NEXT-PERIOD - 1
               READ LOAN-SCHEDULE
                   INVALID KEY
                       MOVE LN-PRINCIPAL TO WS-DWH-LOAN-BALANCE
                   NOT INVALID KEY
                       MOVE LSC-BALANCE TO WS-DWH-LOAN-BALANCE
               END-READ
           END-IF

           MOVE 'N' TO WS-DWH-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-DWH-BILL-EOF
           END-START

           PERFORM UNTIL WS-DWH-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DWH-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-DWH-BILL-EOF
                       ELSE
                           IF LBL-STATUS NOT = 'PAID'
                               ADD LBL-PRINCIPAL-DUE
                                   TO WS-DWH-LOAN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Every extract is written from the capture, first run or
      * re-run alike.
       FORMAT-EXPORT-DATA.
           PERFORM VARYING WS-DWH-IDX FROM 1 BY 1 UNTIL WS-DWH-IDX > 5
               PERFORM WRITE-ONE-EXTRACT
           END-PERFORM
           CLOSE EXPORT-CAPTURE-FILE.

       WRITE-ONE-EXTRACT.
           MOVE WS-DWH-EXT-FILE(WS-DWH-IDX) TO WS-DWH-FILE-NAME
           OPEN OUTPUT EXPORT-FILE
           MOVE SPACES TO EXPORT-RECORD
           STRING 'HDR|' FUNCTION TRIM(WS-DWH-EXT-NAME(WS-DWH-IDX))
                  '|' WS-DWH-DATE-X
               DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD

           MOVE 'N' TO WS-DWH-EOF
           MOVE WS-DWH-BUSINESS-DATE TO DXC-DATE
           MOVE WS-DWH-EXT-CODE(WS-DWH-IDX) TO DXC-EXTRACT
           MOVE LOW-VALUES TO DXC-ID
           START EXPORT-CAPTURE-FILE KEY >= DXC-KEY
               INVALID KEY MOVE 'Y' TO WS-DWH-EOF
           END-START
           PERFORM UNTIL WS-DWH-EOF = 'Y'
               READ EXPORT-CAPTURE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DWH-EOF
                   NOT AT END
                       IF DXC-DATE NOT = WS-DWH-BUSINESS-DATE OR
                          DXC-EXTRACT NOT = WS-DWH-EXT-CODE(WS-DWH-IDX)
                           MOVE 'Y' TO WS-DWH-EOF
                       ELSE
                           MOVE DXC-LINE TO EXPORT-RECORD
                           WRITE EXPORT-RECORD
                           ADD 1 TO WS-DWH-EXT-COUNT(WS-DWH-IDX)
                           ADD DXC-AMOUNT TO WS-DWH-EXT-HASH(WS-DWH-IDX)
                           ADD 1 TO WS-RECORDS-PROCESSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE.

       WRITE-EXPORT-FILES.
           MOVE 0 TO WS-DWH-MANIFEST-COUNT
           MOVE 0 TO WS-DWH-MANIFEST-HASH
           MOVE 0 TO WS-DWH-REGISTERED
           MOVE 0 TO WS-DWH-ALREADY
           MOVE SPACES TO WS-DWH-FILE-NAME
           STRING 'dwh-manifest-' WS-DWH-DATE-X '.txt'
               DELIMITED BY SIZE INTO WS-DWH-FILE-NAME
           OPEN OUTPUT EXPORT-FILE
           MOVE SPACES TO EXPORT-RECORD
           STRING 'HDR|MANIFEST|' WS-DWH-DATE-X
               DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-DWH-IDX FROM 1 BY 1 UNTIL WS-DWH-IDX > 5
               MOVE WS-DWH-EXT-HASH(WS-DWH-IDX) TO WS-DWH-EDIT-HASH
               MOVE SPACES TO EXPORT-RECORD
               STRING FUNCTION TRIM(WS-DWH-EXT-NAME(WS-DWH-IDX)) '|'
                      FUNCTION TRIM(WS-DWH-EXT-FILE(WS-DWH-IDX)) '|'
                      WS-DWH-DATE-X '|'
                      WS-DWH-EXT-COUNT(WS-DWH-IDX) '|'
                      FUNCTION TRIM(WS-DWH-EDIT-HASH)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
               ADD WS-DWH-EXT-COUNT(WS-DWH-IDX)
                   TO WS-DWH-MANIFEST-COUNT
               ADD WS-DWH-EXT-HASH(WS-DWH-IDX)
                   TO WS-DWH-MANIFEST-HASH
           END-PERFORM
           CLOSE EXPORT-FILE

           PERFORM VARYING WS-DWH-IDX FROM 1 BY 1 UNTIL WS-DWH-IDX > 5
               MOVE WS-DWH-EXT-LOGICAL(WS-DWH-IDX) TO WS-FR-LOGICAL
               MOVE WS-DWH-EXT-FILE(WS-DWH-IDX) TO WS-FR-PHYSICAL
               MOVE WS-DWH-EXT-HASH(WS-DWH-IDX) TO WS-FR-AMOUNT-TOTAL
               PERFORM REGISTER-EXPORT-FILE
           END-PERFORM
           MOVE 'DWH-MANIFEST' TO WS-FR-LOGICAL
           MOVE WS-DWH-FILE-NAME TO WS-FR-PHYSICAL
           MOVE WS-DWH-MANIFEST-HASH TO WS-FR-AMOUNT-TOTAL
           PERFORM REGISTER-EXPORT-FILE

           MOVE WS-DWH-MANIFEST-HASH TO WS-DWH-EDIT-HASH
           STRING 'Data export ' WS-DWH-DATE-X ' complete. Rows: '
                  WS-DWH-MANIFEST-COUNT
                  ' Hash: ' FUNCTION TRIM(WS-DWH-EDIT-HASH)
                  ' Registered: ' WS-DWH-REGISTERED
                  ' Already registered: ' WS-DWH-ALREADY
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

      * An identical file already on the register is this date being
      * exported again; anything else the register refuses is an
      * error for the operators.
       REGISTER-EXPORT-FILE.
           MOVE WS-DWH-BUSINESS-DATE TO WS-FR-BUSINESS-DATE
           MOVE 0 TO WS-FR-RECORD-COUNT
           PERFORM REGISTER-INTERFACE-FILE
           EVALUATE WS-FR-RETURN-CODE
               WHEN '00'
               WHEN '02'
                   ADD 1 TO WS-DWH-REGISTERED
               WHEN '01'
                   ADD 1 TO WS-DWH-ALREADY
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-ERROR
                   STRING 'Register failed for '
                          FUNCTION TRIM(WS-FR-PHYSICAL)
                          ' return code ' WS-FR-RETURN-CODE
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
           END-EVALUATE.

       REGISTER-INTERFACE-FILE.
           CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                       WS-FR-PHYSICAL
                                       WS-FR-BUSINESS-DATE
                                       WS-FR-AMOUNT-TOTAL
                                       WS-FR-RECORD-COUNT
                                       WS-FR-RETURN-CODE.
       
       GENERATE-FINANCIAL-REPORTS.
           CONTINUE.
      *----------------------------------------------------------------
      * Change-data-capture: every rewrite of an ACCOUNT-MASTER record
      * appends a change record (account, change type, timestamp,
      * before/after balance, status after) so DELTA-SYNC can stream
      * only what moved since the CRM's last watermark and
      * ACCOUNT-RECOVERY can roll the master forward. Caller sets
      * WS-CHG-TYPE and WS-CHG-BEFORE before the rewrite and performs
      * this after.
      *----------------------------------------------------------------
       WRITE-ACCOUNT-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
               WS-CHG-DATE * 1000000 + WS-CHG-TIME
           MOVE WS-CHG-BEFORE TO CHG-BEFORE-BAL
           MOVE ACCT-BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD

           CLOSE CHANGE-LOG-FILE.
                   STRING '"overdraft":{'
                       '"scanned":' WS-OD-ACCOUNTS-SCANNED ','
                       '"assessed":' WS-OD-ACCOUNTS-ASSESSED ','
                       '"total_fees":' WS-OD-TOTAL-FEES ','
                       '"protection_transfers":' WS-OD-TRANSFERS ','
                       '"total_transferred":'
                           WS-OD-TOTAL-TRANSFERRED ','
                       '"transfer_fees":' WS-OD-TRANSFER-FEES
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
                   STRING '"escheatment":{'
                       '"scanned":' WS-ESC-ACCOUNTS-SCANNED ','
                       '"escheated":' WS-ESC-ACCOUNTS-SWEPT ','
                       '"total_remitted":' WS-ESC-TOTAL-REMITTED ','
                       '"official_checks":' WS-ESC-CHECKS-SWEPT ','
                       '"checks_remitted":' WS-ESC-CHECKS-REMITTED
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               WHEN 'SAFE_DEPOSIT_BILLING'
                   STRING '"safe_deposit":{'
                       '"due":' WS-SDB-DUE ','
                       '"billed":' WS-SDB-BILLED ','
                       '"total_rent":' WS-SDB-TOTAL-RENT ','
                       '"delinquent":' WS-SDB-DELINQUENT ','
                       '"drill_listed":' WS-SDB-DRILL-LISTED
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               WHEN 'SCHEDULED_MAINTENANCE'
                   STRING '"scheduled_maintenance":{'
                       '"held":"' WS-SCH-HELD '",'
                       '"due":' WS-SCH-DUE ','
                       '"applied":' WS-SCH-APPLIED ','
                       '"failed":' WS-SCH-FAILED
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               WHEN 'RECURRING_JOURNALS'
                   STRING '"recurring_journals":{'
                       '"generated":' WS-RJ-GENERATED ','
                       '"reversed":' WS-RJ-REVERSED ','
                       '"skipped":' WS-RJ-SKIPPED ','
                       '"failed":' WS-RJ-FAILED
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               WHEN 'DATA_EXPORT'
                   STRING '"data_export":{'
                       '"business_date":' WS-DWH-BUSINESS-DATE ','
                       '"exported":"' WS-DWH-READY '",'
                       '"already_captured":"' WS-DWH-REPLAY '",'
                       '"captured":' WS-DWH-CAPTURED ','
                       '"rows":' WS-DWH-MANIFEST-COUNT ','
                       '"registered":' WS-DWH-REGISTERED ','
                       '"already_registered":' WS-DWH-ALREADY
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               WHEN 'HOLD_EXPIRY'
                   STRING '"holds":{'
                       '"read":' WS-HX-HOLDS-READ ','
                       '"capitalized":' WS-INT-ACCOUNTS-CAPPED ','
                       '"total_accrued":' WS-INT-TOTAL-ACCRUED ','
                       '"total_capitalized":'
                           WS-INT-TOTAL-CAPITALIZED ','
                       '"accounts_withheld":'
                           WS-INT-ACCOUNTS-WITHHELD ','
                       '"total_withheld":' WS-INT-TOTAL-WITHHELD
                       '},'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
