       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-EXTRACT.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Monthly consumer credit bureau reporting. Builds a Metro 2
      * style fixed 426-byte file (credit-bureau-metro2.dat): one
      * header, one base segment per reportable consumer loan on
      * LOAN-MASTER, and a trailer with the status code totals. Each
      * base segment carries balance, scheduled payment, amount past
      * due, the 24-month payment history profile rebuilt from
      * loan-billing.dat, account status code, charge-off amount from
      * charged-off.dat, and the borrower's name and address from
      * CUSTOMER-MASTER (through the loan's deposit account). Active
      * loans are reported every month; paid-off loans once, in the
      * month they closed; charged-off loans while a balance remains
      * and once more when recovered in full. Commercial and business
      * loan types are not consumer credit and are left out. A loan
      * disputed on dispute-cases.dat (DSP-ACCOUNT = loan id) carries
      * compliance condition XB while the case is open and XH in the
      * month it is resolved; a loan on loan-modifications.dat
      * carries special comment CO. Loans whose borrower cannot be
      * found, or whose name or address is incomplete, are listed on
      * credit-bureau-rejects.txt instead. Driven by
      * credit-bureau-input.json; summary in
      * credit-bureau-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'credit-bureau-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'credit-bureau-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT METRO2-FILE ASSIGN TO 'credit-bureau-metro2.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT ASSIGN TO 'credit-bureau-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT LOAN-PROFILE ASSIGN TO 'loan-profile.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LPF-LOAN-ID
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT ARM-TERMS-FILE ASSIGN TO 'loan-arm-terms.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARM-LOAN-ID
               FILE STATUS IS WS-ARM-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO 'loan-collections.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLQ-LOAN-ID
               FILE STATUS IS WS-COLLECTIONS-STATUS.
           SELECT CHARGED-OFF-LEDGER ASSIGN TO 'charged-off.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COF-ID
               FILE STATUS IS WS-COF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute-cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT MODIFICATION-LOG ASSIGN TO 'loan-modifications.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  METRO2-FILE.
       01  M2-BASE-RECORD.
           05  M2-RDW              PIC 9(4).
           05  M2-PROCESSING-IND   PIC X(1).
           05  M2-TIME-STAMP       PIC X(14).
           05  FILLER              PIC X(1).
           05  M2-IDENT-NUMBER     PIC X(20).
           05  M2-CYCLE-ID         PIC X(2).
           05  M2-ACCOUNT-NUMBER   PIC X(30).
           05  M2-PORTFOLIO-TYPE   PIC X(1).
           05  M2-ACCOUNT-TYPE     PIC X(2).
           05  M2-DATE-OPENED      PIC X(8).
           05  M2-CREDIT-LIMIT     PIC 9(9).
           05  M2-HIGHEST-CREDIT   PIC 9(9).
           05  M2-TERMS-DURATION   PIC X(3).
           05  M2-TERMS-FREQUENCY  PIC X(1).
           05  M2-SCHEDULED-PMT    PIC 9(9).
           05  M2-ACTUAL-PMT       PIC 9(9).
           05  M2-ACCOUNT-STATUS   PIC X(2).
           05  M2-PAYMENT-RATING   PIC X(1).
           05  M2-PAYMENT-HISTORY  PIC X(24).
           05  M2-SPECIAL-COMMENT  PIC X(2).
           05  M2-COMPLIANCE-CODE  PIC X(2).
           05  M2-CURRENT-BALANCE  PIC 9(9).
           05  M2-AMOUNT-PAST-DUE  PIC 9(9).
           05  M2-ORIG-CHGOFF-AMT  PIC 9(9).
           05  M2-DATE-ACCT-INFO   PIC X(8).
           05  M2-DATE-FIRST-DELQ  PIC X(8).
           05  M2-DATE-CLOSED      PIC X(8).
           05  M2-DATE-LAST-PMT    PIC X(8).
           05  M2-INTEREST-TYPE    PIC X(1).
           05  FILLER              PIC X(16).
           05  M2-CONSUMER-TRN-TYPE PIC X(1).
           05  M2-SURNAME          PIC X(25).
           05  M2-FIRST-NAME       PIC X(20).
           05  M2-MIDDLE-NAME      PIC X(20).
           05  M2-GENERATION-CODE  PIC X(1).
           05  M2-SSN              PIC 9(9).
           05  M2-DATE-OF-BIRTH    PIC 9(8).
           05  M2-TELEPHONE        PIC 9(10).
           05  M2-ECOA-CODE        PIC X(1).
           05  M2-CONSUMER-INFO-IND PIC X(2).
           05  M2-COUNTRY-CODE     PIC X(2).
           05  M2-ADDRESS-LINE-1   PIC X(32).
           05  M2-ADDRESS-LINE-2   PIC X(32).
           05  M2-CITY             PIC X(20).
           05  M2-STATE            PIC X(2).
           05  M2-POSTAL-CODE      PIC X(9).
           05  M2-ADDRESS-IND      PIC X(1).
           05  M2-RESIDENCE-CODE   PIC X(1).
       01  M2-HEADER-RECORD.
           05  M2H-RDW             PIC 9(4).
           05  M2H-RECORD-ID       PIC X(6).
           05  M2H-CYCLE-ID        PIC X(2).
           05  M2H-INNOVIS-ID      PIC X(10).
           05  M2H-EQUIFAX-ID      PIC X(10).
           05  M2H-EXPERIAN-ID     PIC X(5).
           05  M2H-TRANSUNION-ID   PIC X(10).
           05  M2H-ACTIVITY-DATE   PIC X(8).
           05  M2H-DATE-CREATED    PIC X(8).
           05  M2H-PROGRAM-DATE    PIC X(8).
           05  M2H-PROGRAM-REV     PIC X(8).
           05  M2H-REPORTER-NAME   PIC X(40).
           05  M2H-REPORTER-ADDR   PIC X(96).
           05  M2H-REPORTER-PHONE  PIC 9(10).
           05  FILLER              PIC X(201).
       01  M2-TRAILER-RECORD.
           05  M2T-RDW             PIC 9(4).
           05  M2T-RECORD-ID       PIC X(7).
           05  M2T-TOTAL-BASE      PIC 9(9).
           05  FILLER              PIC X(9).
           05  M2T-STATUS-DF       PIC 9(9).
           05  M2T-TOTAL-J1        PIC 9(9).
           05  M2T-TOTAL-J2        PIC 9(9).
           05  M2T-BLOCK-COUNT     PIC 9(9).
           05  M2T-STATUS-DA       PIC 9(9).
           05  M2T-STATUS-05       PIC 9(9).
           05  M2T-STATUS-11       PIC 9(9).
           05  M2T-STATUS-13       PIC 9(9).
           05  M2T-STATUS-61       PIC 9(9).
           05  M2T-STATUS-62       PIC 9(9).
           05  M2T-STATUS-63       PIC 9(9).
           05  M2T-STATUS-64       PIC 9(9).
           05  M2T-STATUS-65       PIC 9(9).
           05  M2T-STATUS-71       PIC 9(9).
           05  M2T-STATUS-78       PIC 9(9).
           05  M2T-STATUS-80       PIC 9(9).
           05  M2T-STATUS-82       PIC 9(9).
           05  M2T-STATUS-83       PIC 9(9).
           05  M2T-STATUS-84       PIC 9(9).
           05  M2T-STATUS-88       PIC 9(9).
           05  M2T-STATUS-89       PIC 9(9).
           05  M2T-STATUS-93       PIC 9(9).
           05  M2T-STATUS-94       PIC 9(9).
           05  M2T-STATUS-95       PIC 9(9).
           05  M2T-STATUS-96       PIC 9(9).
           05  M2T-STATUS-97       PIC 9(9).
           05  FILLER              PIC X(163).

       FD  REJECT-REPORT.
       01  REJECT-RECORD           PIC X(132).

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

       FD  LOAN-PROFILE.
       01  LOAN-PROFILE-RECORD.
           05  LPF-LOAN-ID         PIC X(12).
           05  LPF-LOAN-TYPE       PIC X(10).

       FD  ARM-TERMS-FILE.
       01  ARM-TERMS-RECORD.
           05  ARM-LOAN-ID         PIC X(12).
           05  ARM-INDEX           PIC X(10).
           05  ARM-MARGIN          PIC 9(3)V9(6).
           05  ARM-ADJUST-CAP      PIC 9(3)V9(6).
           05  ARM-LIFE-CAP        PIC 9(3)V9(6).
           05  ARM-FREQ-MONTHS     PIC 9(3).
           05  ARM-NEXT-ADJUST     PIC 9(8).
           05  ARM-ORIG-RATE       PIC 9(3)V9(6).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           05  CLQ-LOAN-ID         PIC X(12).
           05  CLQ-BUCKET          PIC X(4).
           05  CLQ-COLLECTOR       PIC X(10).
           05  CLQ-BALANCE-DUE     PIC S9(10)V99 COMP-3.
           05  CLQ-OLDEST-DUE      PIC 9(8).
           05  CLQ-CONTACT-COUNT   PIC 9(3).
           05  CLQ-LAST-CONTACT    PIC 9(8).
           05  CLQ-CONTACT-NOTE    PIC X(60).
           05  CLQ-PROMISE-DATE    PIC 9(8).
           05  CLQ-PROMISE-AMOUNT  PIC S9(10)V99 COMP-3.
           05  CLQ-STATUS          PIC X(10).

       FD  CHARGED-OFF-LEDGER.
       01  CHARGED-OFF-RECORD.
           05  COF-ID              PIC X(20).
           05  COF-TYPE            PIC X(10).
           05  COF-CUSTOMER-ID     PIC X(10).
           05  COF-DATE            PIC 9(8).
           05  COF-AMOUNT          PIC S9(12)V99 COMP-3.
           05  COF-RECOVERED       PIC S9(12)V99 COMP-3.
           05  COF-LAST-RECOVERY   PIC 9(8).
           05  COF-STATUS          PIC X(10).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER         PIC X(20).
           05  ACCT-TYPE           PIC X(10).
           05  ACCT-CUSTOMER-ID    PIC X(10).
           05  ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  ACCT-OPEN-DATE      PIC 9(8).
           05  ACCT-LAST-ACTIVITY  PIC 9(8).
           05  ACCT-STATUS         PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-ID             PIC X(10).
           05  CUST-NAME           PIC X(40).
           05  CUST-ADDRESS        PIC X(40).
           05  CUST-CITY           PIC X(20).
           05  CUST-STATE          PIC X(2).
           05  CUST-ZIP            PIC X(10).
           05  CUST-PHONE          PIC X(15).
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DSP-CASE-ID         PIC X(12).
           05  DSP-TRANS-KEY       PIC X(20).
           05  DSP-ACCOUNT         PIC X(20).
           05  DSP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  DSP-STATUS          PIC X(12).
           05  DSP-OPENED-DATE     PIC 9(8).
           05  DSP-UPDATED-DATE    PIC 9(8).

       FD  MODIFICATION-LOG.
       01  MODIFICATION-RECORD.
           05  MOD-DATE            PIC 9(8).
           05  MOD-LOAN-ID         PIC X(12).
           05  MOD-OLD-RATE        PIC 9(3)V9(6).
           05  MOD-NEW-RATE        PIC 9(3)V9(6).
           05  MOD-OLD-TERM        PIC 9(4).
           05  MOD-NEW-TERM        PIC 9(4).
           05  MOD-EFF-PERIOD      PIC 9(4).
           05  MOD-BALANCE         PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-PROFILE-STATUS       PIC XX.
       01  WS-ARM-STATUS           PIC XX.
       01  WS-COLLECTIONS-STATUS   PIC XX.
       01  WS-COF-STATUS           PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-MOD-LOG-STATUS       PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-BILL-EOF             PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-REPORTER-ID          PIC X(20) VALUE SPACES.
       01  WS-REPORTER-NAME        PIC X(40) VALUE SPACES.
       01  WS-EQUIFAX-ID           PIC X(10) VALUE SPACES.
       01  WS-EXPERIAN-ID          PIC X(5) VALUE SPACES.
       01  WS-TRANSUNION-ID        PIC X(10) VALUE SPACES.
       01  WS-INNOVIS-ID           PIC X(10) VALUE SPACES.

      * Loan disputes and modifications, loaded once per run.
       01  WS-DISPUTE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DISPUTE-TABLE.
           05  WS-DT-ENTRY OCCURS 2000 TIMES.
               10  WS-DT-LOAN-ID       PIC X(20).
               10  WS-DT-CCC           PIC X(2).
       01  WS-MODIFIED-COUNT       PIC 9(5) VALUE 0.
       01  WS-MODIFIED-TABLE.
           05  WS-MT-LOAN-ID OCCURS 2000 TIMES PIC X(12).
       01  WS-TBL-IDX              PIC 9(5).

      * The loan's bills, oldest period first.
       01  WS-BILL-COUNT           PIC 9(4) VALUE 0.
       01  WS-BILL-TABLE.
           05  WS-BT-ENTRY OCCURS 600 TIMES.
               10  WS-BT-DUE-DATE      PIC 9(8).
               10  WS-BT-PAID-DATE     PIC 9(8).
               10  WS-BT-AMOUNT        PIC S9(10)V99.
               10  WS-BT-STATUS        PIC X(10).
       01  WS-BT-IDX               PIC 9(4).

       01  WS-LOAN-FIELDS.
           05  WS-LOAN-TYPE        PIC X(10).
           05  WS-REPORTABLE       PIC X.
           05  WS-BALANCE          PIC S9(12)V99.
           05  WS-SCHED-PAYMENT    PIC S9(10)V99.
           05  WS-ACTUAL-PAYMENT   PIC S9(10)V99.
           05  WS-PAST-DUE-AMT     PIC S9(10)V99.
           05  WS-CHGOFF-AMT       PIC S9(12)V99.
           05  WS-LAST-PMT-DATE    PIC 9(8).
           05  WS-CLOSED-DATE      PIC 9(8).
           05  WS-FIRST-DELQ-DATE  PIC 9(8).
           05  WS-OLDEST-UNPAID    PIC 9(8).
           05  WS-DAYS-PAST-DUE    PIC S9(7).
           05  WS-ACCOUNT-STATUS   PIC X(2).
           05  WS-HISTORY-CODE     PIC X.
           05  WS-REJECT-REASON    PIC X(40).

       01  WS-HIST-FIELDS.
           05  WS-HIST-MONTH       PIC 9(2).
           05  WS-MONTH-INDEX      PIC 9(6).
           05  WS-HIST-INDEX       PIC 9(6).
           05  WS-HIST-YEAR        PIC 9(4).
           05  WS-HIST-MM          PIC 9(2).
           05  WS-HIST-NEXT-FIRST  PIC 9(8).
           05  WS-HIST-MONTH-END   PIC 9(8).
           05  WS-HIST-INT         PIC 9(8).
           05  WS-EVAL-DATE        PIC 9(8).
           05  WS-EVAL-DAYS        PIC S9(7).
           05  WS-PRE-OPEN         PIC X.

       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY          PIC X(4).
           05  WS-DW-MM            PIC X(2).
           05  WS-DW-DD            PIC X(2).
       01  WS-MMDDYYYY             PIC X(8).
       01  WS-TERM-MONTHS          PIC 9(3).

       01  WS-NAME-FIELDS.
           05  WS-NAME-WORK        PIC X(40).
           05  WS-NAME-PART-1      PIC X(40).
           05  WS-NAME-PART-2      PIC X(40).
           05  WS-NAME-PART-3      PIC X(40).
           05  WS-NAME-PART-4      PIC X(40).
           05  WS-NAME-PARTS       PIC 9(2).
       01  WS-ZIP-5                PIC X(5).
       01  WS-ZIP-4                PIC X(5).
       01  WS-PHONE-DIGITS         PIC X(10).
       01  WS-PHONE-LEN            PIC 9(2).
       01  WS-CHAR-IDX             PIC 9(2).

       01  WS-RUN-STATS.
           05  WS-LOANS-READ       PIC 9(7) VALUE 0.
           05  WS-BASE-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-REJECTED         PIC 9(7) VALUE 0.
           05  WS-CNT-11           PIC 9(7) VALUE 0.
           05  WS-CNT-13           PIC 9(7) VALUE 0.
           05  WS-CNT-64           PIC 9(7) VALUE 0.
           05  WS-CNT-71           PIC 9(7) VALUE 0.
           05  WS-CNT-78           PIC 9(7) VALUE 0.
           05  WS-CNT-80           PIC 9(7) VALUE 0.
           05  WS-CNT-82           PIC 9(7) VALUE 0.
           05  WS-CNT-83           PIC 9(7) VALUE 0.
           05  WS-CNT-84           PIC 9(7) VALUE 0.
           05  WS-CNT-97           PIC 9(7) VALUE 0.
           05  WS-DELINQUENT       PIC 9(7) VALUE 0.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS

           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan master not available' TO WS-ERROR-MESSAGE
               PERFORM WRITE-JSON-SUMMARY
               STOP RUN
           END-IF

           PERFORM LOAD-LOAN-DISPUTES
           PERFORM LOAD-MODIFIED-LOANS

           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT LOAN-BILLING
           OPEN INPUT LOAN-PROFILE
           OPEN INPUT ARM-TERMS-FILE
           OPEN INPUT COLLECTIONS-FILE
           OPEN INPUT CHARGED-OFF-LEDGER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT METRO2-FILE
           OPEN OUTPUT REJECT-REPORT

           MOVE SPACES TO REJECT-RECORD
           STRING 'CREDIT BUREAU REPORTING REJECTS - ACTIVITY DATE '
                  WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD

           PERFORM WRITE-HEADER-RECORD

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       PERFORM REPORT-ONE-LOAN
               END-READ
           END-PERFORM

           PERFORM WRITE-TRAILER-RECORD

           CLOSE REJECT-REPORT
           CLOSE METRO2-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE CHARGED-OFF-LEDGER
           CLOSE COLLECTIONS-FILE
           CLOSE ARM-TERMS-FILE
           CLOSE LOAN-PROFILE
           CLOSE LOAN-BILLING
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-MASTER

           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE WS-TODAY TO WS-AS-OF-DATE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"as_of":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-AS-OF-DATE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-MONTH-START =
               (WS-AS-OF-DATE / 100) * 100 + 1

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reporter_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-REPORTER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reporter_name":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-REPORTER-NAME
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"equifax_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-EQUIFAX-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"experian_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-EXPERIAN-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"transunion_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-TRANSUNION-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"innovis_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-INNOVIS-ID
           END-IF.

      * Open disputes against a loan report XB; a case resolved
      * (WON or LOST) during the reporting month reports XH once.
       LOAD-LOAN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DISPUTE-COUNT < 2000
                           IF DSP-STATUS = 'WON' OR DSP-STATUS = 'LOST'
                               IF DSP-UPDATED-DATE >= WS-MONTH-START
                                  AND DSP-UPDATED-DATE <=
                                      WS-AS-OF-DATE
                                   ADD 1 TO WS-DISPUTE-COUNT
                                   MOVE DSP-ACCOUNT TO
                                       WS-DT-LOAN-ID(WS-DISPUTE-COUNT)
                                   MOVE 'XH' TO
                                       WS-DT-CCC(WS-DISPUTE-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO WS-DISPUTE-COUNT
                               MOVE DSP-ACCOUNT TO
                                   WS-DT-LOAN-ID(WS-DISPUTE-COUNT)
                               MOVE 'XB' TO
                                   WS-DT-CCC(WS-DISPUTE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-MODIFIED-LOANS.
           OPEN INPUT MODIFICATION-LOG
           IF WS-MOD-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MODIFICATION-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MODIFIED-COUNT < 2000
                           ADD 1 TO WS-MODIFIED-COUNT
                           MOVE MOD-LOAN-ID TO
                               WS-MT-LOAN-ID(WS-MODIFIED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODIFICATION-LOG
           MOVE 'N' TO WS-EOF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO M2-HEADER-RECORD
           MOVE 426 TO M2H-RDW
           MOVE 'HEADER' TO M2H-RECORD-ID
           MOVE WS-INNOVIS-ID TO M2H-INNOVIS-ID
           MOVE WS-EQUIFAX-ID TO M2H-EQUIFAX-ID
           MOVE WS-EXPERIAN-ID TO M2H-EXPERIAN-ID
           MOVE WS-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2H-ACTIVITY-DATE
           MOVE WS-TODAY TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2H-DATE-CREATED
           MOVE WS-MMDDYYYY TO M2H-PROGRAM-DATE
           MOVE WS-MMDDYYYY TO M2H-PROGRAM-REV
           MOVE WS-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE 0 TO M2H-REPORTER-PHONE
           WRITE M2-HEADER-RECORD.

      *----------------------------------------------------------------
      * One loan: decide whether it reports this month, gather its
      * figures, find the borrower, and write the base segment.
      *----------------------------------------------------------------
       REPORT-ONE-LOAN.
           PERFORM RESOLVE-LOAN-TYPE
           IF WS-LOAN-TYPE = 'COMMERCIAL' OR WS-LOAN-TYPE = 'BUSINESS'
               EXIT PARAGRAPH
           END-IF
           IF LN-ORIG-DATE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LOAN-BILLS
           PERFORM GATHER-LOAN-FIGURES
           IF WS-REPORTABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO M2-BASE-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM MOVE-BORROWER-SEGMENT
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO REJECT-RECORD
               STRING LN-LOAN-ID ' ' LN-ACCOUNT ' '
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECTED
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-ACCOUNT-SEGMENT
           PERFORM BUILD-PAYMENT-HISTORY
           WRITE M2-BASE-RECORD
           ADD 1 TO WS-BASE-WRITTEN
           PERFORM COUNT-ACCOUNT-STATUS.

       RESOLVE-LOAN-TYPE.
           MOVE 'CONSUMER' TO WS-LOAN-TYPE
           IF WS-PROFILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LOAN-ID TO LPF-LOAN-ID
           READ LOAN-PROFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LPF-LOAN-TYPE NOT = SPACES
                       MOVE LPF-LOAN-TYPE TO WS-LOAN-TYPE
                   END-IF
           END-READ.

       LOAD-LOAN-BILLS.
           MOVE 0 TO WS-BILL-COUNT
           IF WS-LOAN-BILLING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-BILL-EOF
           END-START

           PERFORM UNTIL WS-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-BILL-EOF
                       ELSE
                           IF WS-BILL-COUNT < 600
                               ADD 1 TO WS-BILL-COUNT
                               MOVE LBL-DUE-DATE TO
                                   WS-BT-DUE-DATE(WS-BILL-COUNT)
                               MOVE LBL-PAID-DATE TO
                                   WS-BT-PAID-DATE(WS-BILL-COUNT)
                               MOVE LBL-AMOUNT-DUE TO
                                   WS-BT-AMOUNT(WS-BILL-COUNT)
                               MOVE LBL-STATUS TO
                                   WS-BT-STATUS(WS-BILL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GATHER-LOAN-FIGURES.
           MOVE 'N' TO WS-REPORTABLE
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-SCHED-PAYMENT
           MOVE 0 TO WS-ACTUAL-PAYMENT
           MOVE 0 TO WS-PAST-DUE-AMT
           MOVE 0 TO WS-CHGOFF-AMT
           MOVE 0 TO WS-LAST-PMT-DATE
           MOVE 0 TO WS-CLOSED-DATE
           MOVE 0 TO WS-FIRST-DELQ-DATE
           MOVE 0 TO WS-OLDEST-UNPAID
           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE SPACES TO WS-ACCOUNT-STATUS

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BILL-COUNT
               IF WS-BT-PAID-DATE(WS-BT-IDX) > WS-LAST-PMT-DATE
                  AND WS-BT-PAID-DATE(WS-BT-IDX) <= WS-AS-OF-DATE
                   MOVE WS-BT-PAID-DATE(WS-BT-IDX)
                       TO WS-LAST-PMT-DATE
               END-IF
               IF WS-BT-STATUS(WS-BT-IDX) = 'PAID'
                  AND WS-BT-PAID-DATE(WS-BT-IDX) >= WS-MONTH-START
                  AND WS-BT-PAID-DATE(WS-BT-IDX) <= WS-AS-OF-DATE
                   ADD WS-BT-AMOUNT(WS-BT-IDX) TO WS-ACTUAL-PAYMENT
               END-IF
               IF WS-BT-STATUS(WS-BT-IDX) NOT = 'PAID'
                  AND WS-BT-DUE-DATE(WS-BT-IDX) < WS-AS-OF-DATE
                   IF WS-OLDEST-UNPAID = 0
                       MOVE WS-BT-DUE-DATE(WS-BT-IDX)
                           TO WS-OLDEST-UNPAID
                   END-IF
                   COMPUTE WS-EVAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-BT-DUE-DATE(WS-BT-IDX))
                   IF WS-EVAL-DAYS >= 30
                       ADD WS-BT-AMOUNT(WS-BT-IDX) TO WS-PAST-DUE-AMT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OLDEST-UNPAID > 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-UNPAID)
           END-IF

           EVALUATE LN-STATUS
               WHEN 'ACTIVE'
                   MOVE 'Y' TO WS-REPORTABLE
                   PERFORM COMPUTE-ACTIVE-BALANCE
                   PERFORM SET-DELINQUENCY-STATUS
               WHEN 'PAIDOFF'
                   MOVE WS-LAST-PMT-DATE TO WS-CLOSED-DATE
                   IF WS-CLOSED-DATE >= WS-MONTH-START
                       MOVE 'Y' TO WS-REPORTABLE
                       MOVE '13' TO WS-ACCOUNT-STATUS
                       MOVE 0 TO WS-PAST-DUE-AMT
                       MOVE 0 TO WS-DAYS-PAST-DUE
                   END-IF
               WHEN 'CHARGEDOFF'
                   PERFORM GATHER-CHARGE-OFF
           END-EVALUATE

           IF WS-REPORTABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SCHEDULED-PAYMENT

      * Date of first delinquency: the uncured collections entry's
      * oldest due date when there is one, else the oldest open bill,
      * once that bill is 30 days down.
           IF WS-COLLECTIONS-STATUS = '00'
               MOVE LN-LOAN-ID TO CLQ-LOAN-ID
               READ COLLECTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLQ-STATUS NOT = 'CURED'
                          AND CLQ-OLDEST-DUE > 0
                           MOVE CLQ-OLDEST-DUE TO WS-FIRST-DELQ-DATE
                       END-IF
               END-READ
           END-IF
           IF WS-FIRST-DELQ-DATE = 0 AND WS-DAYS-PAST-DUE >= 30
               MOVE WS-OLDEST-UNPAID TO WS-FIRST-DELQ-DATE
           END-IF
           IF WS-ACCOUNT-STATUS = '11' OR WS-ACCOUNT-STATUS = '13'
               MOVE 0 TO WS-FIRST-DELQ-DATE
           END-IF.

      * Current balance: schedule position after the last billed
      * period plus billed principal not yet collected.
       COMPUTE-ACTIVE-BALANCE.
           IF LN-NEXT-PERIOD = 1
               MOVE LN-PRINCIPAL TO WS-BALANCE
           ELSE
               MOVE LN-LOAN-ID TO LSC-LOAN-ID
               COMPUTE LSC-PERIOD = LN-NEXT-PERIOD - 1
               READ LOAN-SCHEDULE
                   INVALID KEY
                       MOVE LN-PRINCIPAL TO WS-BALANCE
                   NOT INVALID KEY
                       MOVE LSC-BALANCE TO WS-BALANCE
               END-READ
           END-IF

           MOVE 'N' TO WS-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-BILL-EOF
           END-START
           PERFORM UNTIL WS-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-BILL-EOF
                       ELSE
                           IF LBL-STATUS NOT = 'PAID'
                               ADD LBL-PRINCIPAL-DUE TO WS-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SET-DELINQUENCY-STATUS.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE '11' TO WS-ACCOUNT-STATUS
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE '71' TO WS-ACCOUNT-STATUS
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE '78' TO WS-ACCOUNT-STATUS
               WHEN WS-DAYS-PAST-DUE < 120
                   MOVE '80' TO WS-ACCOUNT-STATUS
               WHEN WS-DAYS-PAST-DUE < 150
                   MOVE '82' TO WS-ACCOUNT-STATUS
               WHEN WS-DAYS-PAST-DUE < 180
                   MOVE '83' TO WS-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE '84' TO WS-ACCOUNT-STATUS
           END-EVALUATE.

      * A charged-off loan reports 97 while a balance remains, and 64
      * (paid in full, was a charge-off) in the month it is cleared.
       GATHER-CHARGE-OFF.
           IF WS-COF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COF-ID
           MOVE LN-LOAN-ID TO COF-ID
           READ CHARGED-OFF-LEDGER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE COF-AMOUNT TO WS-CHGOFF-AMT
           MOVE COF-DATE TO WS-CLOSED-DATE
           IF COF-LAST-RECOVERY > WS-LAST-PMT-DATE
              AND COF-LAST-RECOVERY <= WS-AS-OF-DATE
               MOVE COF-LAST-RECOVERY TO WS-LAST-PMT-DATE
           END-IF

           IF COF-STATUS = 'RECOVERED'
               IF COF-LAST-RECOVERY >= WS-MONTH-START
                   MOVE 'Y' TO WS-REPORTABLE
                   MOVE '64' TO WS-ACCOUNT-STATUS
                   MOVE 0 TO WS-BALANCE
                   MOVE 0 TO WS-PAST-DUE-AMT
               END-IF
           ELSE
               MOVE 'Y' TO WS-REPORTABLE
               MOVE '97' TO WS-ACCOUNT-STATUS
               COMPUTE WS-BALANCE = COF-AMOUNT - COF-RECOVERED
               MOVE WS-BALANCE TO WS-PAST-DUE-AMT
           END-IF.

       FIND-SCHEDULED-PAYMENT.
           MOVE LN-LOAN-ID TO LSC-LOAN-ID
           IF LN-NEXT-PERIOD > 1
               COMPUTE LSC-PERIOD = LN-NEXT-PERIOD - 1
           ELSE
               MOVE 1 TO LSC-PERIOD
           END-IF
           READ LOAN-SCHEDULE
               INVALID KEY
                   MOVE 0 TO WS-SCHED-PAYMENT
               NOT INVALID KEY
                   MOVE LSC-PAYMENT TO WS-SCHED-PAYMENT
           END-READ
           IF WS-ACCOUNT-STATUS = '13' OR WS-ACCOUNT-STATUS = '64'
              OR WS-ACCOUNT-STATUS = '97'
               MOVE 0 TO WS-SCHED-PAYMENT
           END-IF.

      *----------------------------------------------------------------
      * Borrower: loan deposit account -> ACCT-CUSTOMER-ID ->
      * CUSTOMER-MASTER. Any gap is a reject, not a partial segment.
      *----------------------------------------------------------------
       MOVE-BORROWER-SEGMENT.
           MOVE LN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'LOAN ACCOUNT NOT ON ACCOUNT MASTER'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CUSTOMER-ID = SPACES
               MOVE 'NO CUSTOMER ON LOAN ACCOUNT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'BORROWER NOT ON CUSTOMER MASTER'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN CUST-NAME = SPACES
                   MOVE 'BORROWER NAME MISSING' TO WS-REJECT-REASON
               WHEN CUST-ADDRESS = SPACES
                   MOVE 'BORROWER ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN CUST-CITY = SPACES
                   MOVE 'BORROWER CITY MISSING' TO WS-REJECT-REASON
               WHEN CUST-STATE = SPACES
                   MOVE 'BORROWER STATE MISSING' TO WS-REJECT-REASON
               WHEN CUST-ZIP = SPACES
                   MOVE 'BORROWER ZIP MISSING' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-BORROWER-NAME
           IF M2-SURNAME = SPACES OR M2-FIRST-NAME = SPACES
               MOVE 'BORROWER NAME INCOMPLETE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO M2-SSN
           MOVE 0 TO M2-DATE-OF-BIRTH
           PERFORM FORMAT-TELEPHONE
           MOVE '1' TO M2-ECOA-CODE
           MOVE SPACES TO M2-CONSUMER-INFO-IND
           MOVE 'US' TO M2-COUNTRY-CODE
           MOVE CUST-ADDRESS(1:32) TO M2-ADDRESS-LINE-1
           MOVE SPACES TO M2-ADDRESS-LINE-2
           MOVE CUST-CITY TO M2-CITY
           MOVE CUST-STATE TO M2-STATE
           MOVE SPACES TO WS-ZIP-5 WS-ZIP-4
           UNSTRING CUST-ZIP DELIMITED BY '-' OR ' '
               INTO WS-ZIP-5 WS-ZIP-4
           MOVE SPACES TO M2-POSTAL-CODE
           STRING WS-ZIP-5 DELIMITED BY SPACE
                  WS-ZIP-4 DELIMITED BY SPACE
               INTO M2-POSTAL-CODE
           MOVE 'Y' TO M2-ADDRESS-IND
           MOVE SPACE TO M2-RESIDENCE-CODE.

      * CUST-NAME is free text: "LAST, FIRST MIDDLE" when it carries
      * a comma, otherwise "FIRST [MIDDLE] LAST".
       SPLIT-BORROWER-NAME.
           MOVE SPACES TO M2-SURNAME M2-FIRST-NAME M2-MIDDLE-NAME
           MOVE SPACE TO M2-GENERATION-CODE
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
           MOVE SPACES TO WS-NAME-PART-3 WS-NAME-PART-4
           MOVE 0 TO WS-NAME-PARTS
           MOVE FUNCTION TRIM(CUST-NAME) TO WS-NAME-WORK

           IF WS-NAME-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHAR-IDX
           INSPECT WS-NAME-WORK TALLYING WS-CHAR-IDX FOR ALL ','
           IF WS-CHAR-IDX > 0
               UNSTRING WS-NAME-WORK DELIMITED BY ','
                   INTO WS-NAME-PART-1 WS-NAME-PART-2
               MOVE FUNCTION TRIM(WS-NAME-PART-1) TO M2-SURNAME
               MOVE FUNCTION TRIM(WS-NAME-PART-2) TO WS-NAME-WORK
               MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
               UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-NAME-PART-1 WS-NAME-PART-2
               MOVE WS-NAME-PART-1 TO M2-FIRST-NAME
               MOVE WS-NAME-PART-2 TO M2-MIDDLE-NAME
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-NAME-PART-1 WS-NAME-PART-2
                    WS-NAME-PART-3 WS-NAME-PART-4
           MOVE 0 TO WS-NAME-PARTS
           IF WS-NAME-PART-1 NOT = SPACES
               ADD 1 TO WS-NAME-PARTS
           END-IF
           IF WS-NAME-PART-2 NOT = SPACES
               ADD 1 TO WS-NAME-PARTS
           END-IF
           IF WS-NAME-PART-3 NOT = SPACES
               ADD 1 TO WS-NAME-PARTS
           END-IF
           IF WS-NAME-PART-4 NOT = SPACES
               ADD 1 TO WS-NAME-PARTS
           END-IF

           MOVE WS-NAME-PART-1 TO M2-FIRST-NAME
           EVALUATE WS-NAME-PARTS
               WHEN 2
                   MOVE WS-NAME-PART-2 TO M2-SURNAME
               WHEN 3
                   MOVE WS-NAME-PART-2 TO M2-MIDDLE-NAME
                   MOVE WS-NAME-PART-3 TO M2-SURNAME
               WHEN 4
                   MOVE WS-NAME-PART-2 TO M2-MIDDLE-NAME
                   MOVE WS-NAME-PART-4 TO M2-SURNAME
                   IF WS-NAME-PART-4 = 'JR' OR 'JR.'
                       MOVE WS-NAME-PART-3 TO M2-SURNAME
                       MOVE 'J' TO M2-GENERATION-CODE
                   END-IF
                   IF WS-NAME-PART-4 = 'SR' OR 'SR.'
                       MOVE WS-NAME-PART-3 TO M2-SURNAME
                       MOVE 'S' TO M2-GENERATION-CODE
                   END-IF
           END-EVALUATE.

       FORMAT-TELEPHONE.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 15
               IF CUST-PHONE(WS-CHAR-IDX:1) IS NUMERIC
                  AND WS-PHONE-LEN < 10
                   ADD 1 TO WS-PHONE-LEN
                   MOVE CUST-PHONE(WS-CHAR-IDX:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM
           IF WS-PHONE-LEN = 10
               MOVE WS-PHONE-DIGITS TO M2-TELEPHONE
           ELSE
               MOVE 0 TO M2-TELEPHONE
           END-IF.

       MOVE-ACCOUNT-SEGMENT.
           MOVE 426 TO M2-RDW
           MOVE '1' TO M2-PROCESSING-IND
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE SPACES TO M2-TIME-STAMP
           STRING WS-MMDDYYYY WS-NOW
               DELIMITED BY SIZE INTO M2-TIME-STAMP
           MOVE WS-REPORTER-ID TO M2-IDENT-NUMBER
           MOVE SPACES TO M2-CYCLE-ID
           MOVE LN-LOAN-ID TO M2-ACCOUNT-NUMBER

           EVALUATE WS-LOAN-TYPE
               WHEN 'MORTGAGE'
                   MOVE 'M' TO M2-PORTFOLIO-TYPE
                   MOVE '26' TO M2-ACCOUNT-TYPE
               WHEN 'AUTO'
                   MOVE 'I' TO M2-PORTFOLIO-TYPE
                   MOVE '00' TO M2-ACCOUNT-TYPE
               WHEN OTHER
                   MOVE 'I' TO M2-PORTFOLIO-TYPE
                   MOVE '01' TO M2-ACCOUNT-TYPE
           END-EVALUATE

           MOVE LN-ORIG-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2-DATE-OPENED
           MOVE 0 TO M2-CREDIT-LIMIT
           MOVE LN-PRINCIPAL TO M2-HIGHEST-CREDIT
           MOVE LN-TERM TO WS-TERM-MONTHS
           MOVE WS-TERM-MONTHS TO M2-TERMS-DURATION
           MOVE 'M' TO M2-TERMS-FREQUENCY
           MOVE WS-SCHED-PAYMENT TO M2-SCHEDULED-PMT
           MOVE WS-ACTUAL-PAYMENT TO M2-ACTUAL-PMT
           MOVE WS-ACCOUNT-STATUS TO M2-ACCOUNT-STATUS

           EVALUATE WS-ACCOUNT-STATUS
               WHEN '13'
                   MOVE '0' TO M2-PAYMENT-RATING
               WHEN '64'
                   MOVE 'L' TO M2-PAYMENT-RATING
               WHEN OTHER
                   MOVE SPACE TO M2-PAYMENT-RATING
           END-EVALUATE

           MOVE SPACES TO M2-SPECIAL-COMMENT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-MODIFIED-COUNT
               IF WS-MT-LOAN-ID(WS-TBL-IDX) = LN-LOAN-ID
                   MOVE 'CO' TO M2-SPECIAL-COMMENT
               END-IF
           END-PERFORM

           MOVE SPACES TO M2-COMPLIANCE-CODE
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DISPUTE-COUNT
               IF WS-DT-LOAN-ID(WS-TBL-IDX) = LN-LOAN-ID
                   IF M2-COMPLIANCE-CODE NOT = 'XB'
                       MOVE WS-DT-CCC(WS-TBL-IDX)
                           TO M2-COMPLIANCE-CODE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-BALANCE TO M2-CURRENT-BALANCE
           MOVE WS-PAST-DUE-AMT TO M2-AMOUNT-PAST-DUE
           MOVE WS-CHGOFF-AMT TO M2-ORIG-CHGOFF-AMT

           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2-DATE-ACCT-INFO

           MOVE WS-FIRST-DELQ-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2-DATE-FIRST-DELQ
           MOVE WS-CLOSED-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2-DATE-CLOSED
           MOVE WS-LAST-PMT-DATE TO WS-DATE-WORK
           PERFORM FORMAT-MMDDYYYY
           MOVE WS-MMDDYYYY TO M2-DATE-LAST-PMT

           MOVE 'F' TO M2-INTEREST-TYPE
           IF WS-ARM-STATUS = '00'
               MOVE LN-LOAN-ID TO ARM-LOAN-ID
               READ ARM-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'V' TO M2-INTEREST-TYPE
               END-READ
           END-IF
           MOVE SPACE TO M2-CONSUMER-TRN-TYPE.

      *----------------------------------------------------------------
      * Payment history profile: 24 months, most recent first,
      * starting with the month before the activity date. Each month
      * is rated from the bills as they stood at that month end.
      *----------------------------------------------------------------
       BUILD-PAYMENT-HISTORY.
           MOVE SPACES TO M2-PAYMENT-HISTORY
           COMPUTE WS-HIST-YEAR = WS-AS-OF-DATE / 10000
           COMPUTE WS-HIST-MM =
               (WS-AS-OF-DATE / 100) - (WS-HIST-YEAR * 100)
           COMPUTE WS-MONTH-INDEX =
               (WS-HIST-YEAR * 12) + WS-HIST-MM - 1
           MOVE 'N' TO WS-PRE-OPEN

           PERFORM VARYING WS-HIST-MONTH FROM 1 BY 1
                   UNTIL WS-HIST-MONTH > 24
               COMPUTE WS-HIST-INDEX =
                   WS-MONTH-INDEX - WS-HIST-MONTH + 1
               COMPUTE WS-HIST-YEAR = WS-HIST-INDEX / 12
               COMPUTE WS-HIST-MM =
                   WS-HIST-INDEX - (WS-HIST-YEAR * 12) + 1
               COMPUTE WS-HIST-NEXT-FIRST =
                   (WS-HIST-YEAR * 10000) + (WS-HIST-MM * 100) + 1
               COMPUTE WS-HIST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIST-NEXT-FIRST) - 1
               COMPUTE WS-HIST-MONTH-END =
                   FUNCTION DATE-OF-INTEGER(WS-HIST-INT)

               IF WS-HIST-MONTH-END < LN-ORIG-DATE
                   MOVE 'Y' TO WS-PRE-OPEN
               END-IF
               IF WS-PRE-OPEN = 'Y'
                   MOVE 'B' TO WS-HISTORY-CODE
               ELSE
                   MOVE WS-HIST-MONTH-END TO WS-EVAL-DATE
                   PERFORM RATE-HISTORY-MONTH
               END-IF
               MOVE WS-HISTORY-CODE
                   TO M2-PAYMENT-HISTORY(WS-HIST-MONTH:1)
           END-PERFORM.

       RATE-HISTORY-MONTH.
           IF LN-STATUS = 'CHARGEDOFF' AND WS-CLOSED-DATE > 0
              AND WS-CLOSED-DATE <= WS-EVAL-DATE
               MOVE 'L' TO WS-HISTORY-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EVAL-DAYS
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BILL-COUNT
               IF WS-BT-DUE-DATE(WS-BT-IDX) < WS-EVAL-DATE
                  AND (WS-BT-PAID-DATE(WS-BT-IDX) = 0 OR
                       WS-BT-PAID-DATE(WS-BT-IDX) > WS-EVAL-DATE)
                  AND WS-EVAL-DAYS = 0
                   COMPUTE WS-EVAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-EVAL-DATE) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-BT-DUE-DATE(WS-BT-IDX))
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-EVAL-DAYS < 30
                   MOVE '0' TO WS-HISTORY-CODE
               WHEN WS-EVAL-DAYS < 60
                   MOVE '1' TO WS-HISTORY-CODE
               WHEN WS-EVAL-DAYS < 90
                   MOVE '2' TO WS-HISTORY-CODE
               WHEN WS-EVAL-DAYS < 120
                   MOVE '3' TO WS-HISTORY-CODE
               WHEN WS-EVAL-DAYS < 150
                   MOVE '4' TO WS-HISTORY-CODE
               WHEN WS-EVAL-DAYS < 180
                   MOVE '5' TO WS-HISTORY-CODE
               WHEN OTHER
                   MOVE '6' TO WS-HISTORY-CODE
           END-EVALUATE.

       FORMAT-MMDDYYYY.
           IF WS-DATE-WORK = 0
               MOVE '00000000' TO WS-MMDDYYYY
           ELSE
               MOVE SPACES TO WS-MMDDYYYY
               STRING WS-DW-MM WS-DW-DD WS-DW-YYYY
                   DELIMITED BY SIZE INTO WS-MMDDYYYY
           END-IF.

       COUNT-ACCOUNT-STATUS.
           EVALUATE WS-ACCOUNT-STATUS
               WHEN '11' ADD 1 TO WS-CNT-11
               WHEN '13' ADD 1 TO WS-CNT-13
               WHEN '64' ADD 1 TO WS-CNT-64
               WHEN '71' ADD 1 TO WS-CNT-71
               WHEN '78' ADD 1 TO WS-CNT-78
               WHEN '80' ADD 1 TO WS-CNT-80
               WHEN '82' ADD 1 TO WS-CNT-82
               WHEN '83' ADD 1 TO WS-CNT-83
               WHEN '84' ADD 1 TO WS-CNT-84
               WHEN '97' ADD 1 TO WS-CNT-97
           END-EVALUATE.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO M2-TRAILER-RECORD
           MOVE 426 TO M2T-RDW
           MOVE 'TRAILER' TO M2T-RECORD-ID
           MOVE WS-BASE-WRITTEN TO M2T-TOTAL-BASE
           MOVE 0 TO M2T-STATUS-DF M2T-TOTAL-J1 M2T-TOTAL-J2
           COMPUTE M2T-BLOCK-COUNT = WS-BASE-WRITTEN + 2
           MOVE 0 TO M2T-STATUS-DA M2T-STATUS-05 M2T-STATUS-61
           MOVE 0 TO M2T-STATUS-62 M2T-STATUS-63 M2T-STATUS-65
           MOVE 0 TO M2T-STATUS-88 M2T-STATUS-89 M2T-STATUS-93
           MOVE 0 TO M2T-STATUS-94 M2T-STATUS-95 M2T-STATUS-96
           MOVE WS-CNT-11 TO M2T-STATUS-11
           MOVE WS-CNT-13 TO M2T-STATUS-13
           MOVE WS-CNT-64 TO M2T-STATUS-64
           MOVE WS-CNT-71 TO M2T-STATUS-71
           MOVE WS-CNT-78 TO M2T-STATUS-78
           MOVE WS-CNT-80 TO M2T-STATUS-80
           MOVE WS-CNT-82 TO M2T-STATUS-82
           MOVE WS-CNT-83 TO M2T-STATUS-83
           MOVE WS-CNT-84 TO M2T-STATUS-84
           MOVE WS-CNT-97 TO M2T-STATUS-97
           WRITE M2-TRAILER-RECORD.

       WRITE-JSON-SUMMARY.
           COMPUTE WS-DELINQUENT = WS-CNT-71 + WS-CNT-78 + WS-CNT-80
               + WS-CNT-82 + WS-CNT-83 + WS-CNT-84
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"activity_date":' WS-AS-OF-DATE ','
                   '"loans_read":' WS-LOANS-READ ','
                   '"base_segments":' WS-BASE-WRITTEN ','
                   '"rejected":' WS-REJECTED ','
                   '"current":' WS-CNT-11 ','
                   '"delinquent":' WS-DELINQUENT ','
                   '"charged_off":' WS-CNT-97
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
