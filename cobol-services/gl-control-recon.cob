       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONTROL-RECON.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Subledger-to-GL control account reconciliation. The GL recap
      * proves the journal balances; this proves the books behind the
      * control accounts agree with them. gl-recon-map.dat maps each
      * subledger category to the GL control account that carries it
      * (source, category, GL account, tolerance):
      *   DEPOSIT    ACCOUNT-MASTER balances by ACCT-TYPE
      *   LOAN       LOAN-MASTER principal of loans not PAIDOFF or
      *              CHARGEDOFF, by loan type (the type on the BOOKED
      *              application; DEFAULT when there is none)
      *   ACCRUED    accrued interest on interest-accrual.dat, by the
      *              ACCT-TYPE of the account
      *   ESCROW     loan-escrow.dat balances, by loan type
      *   CHARGEOFF  OPEN balances on charged-off.dat net of
      *              recoveries, by COF-TYPE (DEPOSIT or LOAN)
      *   VAULT      vault-master.dat book balances, by branch
      * A category of '*' takes everything in the source that has no
      * row of its own. Every GL account named on the map is totalled
      * across the categories mapped to it and compared with its
      * GL-CURRENT-BALANCE; a difference beyond the largest tolerance
      * on its rows is a BREAK, reported on
      * gl-control-recon-report.txt with the categories behind it.
      * Subledger amounts in categories the map does not cover are
      * listed as UNMAPPED.
      *
      * A break can be explained for the business date by an
      * OVERRIDE ("gl_account", "amount" - the exact difference being
      * accepted, "user", "reason"), kept on gl-recon-overrides.dat
      * and journaled through AUDIT-JOURNAL; the reconciliation is
      * then rerun. An override covers only that difference on that
      * day - if the break moves, it is unexplained again.
      * EOD-CONTROLLER will not advance the business date until
      * gl-control-recon-output.json shows this business date with
      * no unexplained break.
      * Driven by gl-control-recon-input.json ("action" RECONCILE,
      * the default, or OVERRIDE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'gl-control-recon-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'gl-control-recon-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT
               ASSIGN TO 'gl-control-recon-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAP-FILE ASSIGN TO 'gl-recon-map.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'gl-recon-overrides.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT GL-MASTER ASSIGN TO 'gl-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO 'loan-applications.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICATION-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'interest-accrual.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACR-ACCOUNT
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT ESCROW-FILE ASSIGN TO 'loan-escrow.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT VAULT-FILE ASSIGN TO 'vault-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT CHARGED-OFF-LEDGER ASSIGN TO 'charged-off.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COF-ID
               FILE STATUS IS WS-COF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD     PIC X(132).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-SOURCE          PIC X(10).
           05  MAP-CATEGORY        PIC X(10).
           05  MAP-GL-ACCOUNT      PIC X(10).
           05  MAP-TOLERANCE       PIC 9(7)V99.

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05  OVR-BUSINESS-DATE   PIC 9(8).
           05  OVR-GL-ACCOUNT      PIC X(10).
           05  OVR-AMOUNT          PIC S9(12)V99 SIGN LEADING
                                   SEPARATE.
           05  OVR-USER            PIC X(30).
           05  OVR-RECORDED        PIC 9(8).
           05  OVR-REASON          PIC X(60).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       FD  GL-MASTER.
       01  GL-ACCOUNT-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(30).
           05  GL-ACCOUNT-TYPE         PIC X(10).
           05  GL-NORMAL-BALANCE       PIC X(01).
           05  GL-CURRENT-BALANCE      PIC S9(12)V99 COMP-3.
           05  GL-LAST-POSTED-DATE     PIC 9(08).

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

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
           05  APP-ID              PIC X(12).
           05  APP-CUST-ID         PIC X(10).
           05  APP-ACCOUNT         PIC X(20).
           05  APP-LOAN-TYPE       PIC X(10).
           05  APP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  APP-TERM            PIC 9(4).
           05  APP-RATE            PIC 9(3)V9(6).
           05  APP-INCOME          PIC S9(10)V99 COMP-3.
           05  APP-MONTHLY-DEBT    PIC S9(10)V99 COMP-3.
           05  APP-ASSETS          PIC S9(12)V99 COMP-3.
           05  APP-LIABILITIES     PIC S9(12)V99 COMP-3.
           05  APP-CREDIT-SCORE    PIC 9(3).
           05  APP-EMPLOY-YEARS    PIC 9(2).
           05  APP-STATUS          PIC X(10).
           05  APP-RECEIVED-DATE   PIC 9(8).
           05  APP-PAYMENT         PIC S9(10)V99 COMP-3.
           05  APP-DTI             PIC 9(3)V99.
           05  APP-RISK-SCORE      PIC 9(3).
           05  APP-RISK-LEVEL      PIC X(10).
           05  APP-POLICY-RESULT   PIC X(10).
           05  APP-REASONS         PIC X(60).
           05  APP-DECISION-DATE   PIC 9(8).
           05  APP-DECIDED-BY      PIC X(30).
           05  APP-APPROVED-BY     PIC X(30).
           05  APP-APPROVED-DATE   PIC 9(8).
           05  APP-PENDING-ID      PIC 9(6).
           05  APP-LOAN-ID         PIC X(12).
           05  APP-BOOKED-DATE     PIC 9(8).
           05  APP-CLOSED-DATE     PIC 9(8).
           05  APP-CLOSE-REASON    PIC X(60).
           05  APP-PREPAID-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-FIRST-PERIOD-DAYS PIC 9(3).
           05  APP-BALLOON         PIC S9(10)V99 COMP-3.
           05  APP-DISCLOSED-APR   PIC 9(3)V9(4).
           05  APP-APR             PIC 9(3)V9(4).
           05  APP-APR-RESULT      PIC X(10).
           05  APP-SCHED-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-FINAL-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-AMOUNT-FINANCED PIC S9(10)V99 COMP-3.
           05  APP-FINANCE-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-TOTAL-PAYMENTS  PIC S9(10)V99 COMP-3.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  ACR-ACCOUNT         PIC X(20).
           05  ACR-ACCRUED         PIC S9(12)V99 COMP-3.
           05  ACR-LAST-ACCRUAL    PIC 9(8).

       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           05  ESC-LOAN-ID         PIC X(12).
           05  ESC-BALANCE         PIC S9(10)V99 COMP-3.
           05  ESC-MONTHLY         PIC S9(7)V99 COMP-3.
           05  ESC-YEAR-DISBURSED  PIC S9(10)V99 COMP-3.
           05  ESC-LAST-ANALYSIS   PIC 9(8).

       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05  VLT-BRANCH          PIC X(4).
           05  VLT-NOTE-COUNT      PIC 9(7) OCCURS 7 TIMES.
           05  VLT-COIN            PIC 9(8)V99.
           05  VLT-BALANCE         PIC S9(12)V99 COMP-3.
           05  VLT-OPENED-DATE     PIC 9(8).
           05  VLT-LAST-ACTIVITY   PIC 9(8).
           05  VLT-LAST-COUNT-DATE PIC 9(8).
           05  VLT-LAST-OVER-SHORT PIC S9(10)V99 COMP-3.

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-OVERRIDE-STATUS      PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-GL-MASTER-STATUS     PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-APPLICATION-STATUS   PIC XX.
       01  WS-ACCRUAL-STATUS       PIC XX.
       01  WS-ESCROW-STATUS        PIC XX.
       01  WS-COF-STATUS           PIC XX.
       01  WS-VAULT-STATUS         PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-GL-ACCOUNT        PIC X(10).
       01  WS-IN-AMOUNT            PIC S9(12)V99.
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-REASON            PIC X(60).

      * One row per map line, carrying what the subledger holds in
      * that category.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MP-SOURCE    PIC X(10).
               10  WS-MP-CATEGORY  PIC X(10).
               10  WS-MP-GL        PIC X(10).
               10  WS-MP-TOLERANCE PIC 9(7)V99.
               10  WS-MP-TOTAL     PIC S9(13)V99.
               10  WS-MP-ITEMS     PIC 9(7).
       01  WS-MP-IDX               PIC 9(3).
       01  WS-MP-MATCH             PIC 9(3).

      * One row per GL control account named on the map.
       01  WS-CONTROL-TABLE.
           05  WS-CTL-COUNT        PIC 9(3) VALUE 0.
           05  WS-CTL-ENTRY OCCURS 50 TIMES.
               10  WS-CTL-GL       PIC X(10).
               10  WS-CTL-TOLERANCE PIC 9(7)V99.
               10  WS-CTL-SUBLEDGER PIC S9(13)V99.
       01  WS-CTL-IDX              PIC 9(3).
       01  WS-CTL-MATCH            PIC 9(3).

      * Subledger categories with no map row at all.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNM-COUNT        PIC 9(3) VALUE 0.
           05  WS-UNM-ENTRY OCCURS 50 TIMES.
               10  WS-UNM-SOURCE   PIC X(10).
               10  WS-UNM-CATEGORY PIC X(10).
               10  WS-UNM-TOTAL    PIC S9(13)V99.
               10  WS-UNM-ITEMS    PIC 9(7).
       01  WS-UNM-IDX              PIC 9(3).
       01  WS-UNM-MATCH            PIC 9(3).

      * Loan id to loan type, from the BOOKED applications.
       01  WS-LOAN-TYPE-TABLE.
           05  WS-LT-COUNT         PIC 9(4) VALUE 0.
           05  WS-LT-ENTRY OCCURS 2000 TIMES.
               10  WS-LT-LOAN-ID   PIC X(12).
               10  WS-LT-TYPE      PIC X(10).
       01  WS-LT-IDX               PIC 9(4).

       01  WS-ITEM-SOURCE          PIC X(10).
       01  WS-ITEM-CATEGORY        PIC X(10).
       01  WS-ITEM-AMOUNT          PIC S9(13)V99.
       01  WS-ITEM-LOAN-ID         PIC X(12).

       01  WS-GL-BALANCE           PIC S9(13)V99.
       01  WS-DIFFERENCE           PIC S9(13)V99.
       01  WS-ABS-DIFFERENCE       PIC S9(13)V99.
       01  WS-CTL-RESULT           PIC X(16).
       01  WS-OVR-FOUND            PIC X.
       01  WS-OVR-BY               PIC X(30).
       01  WS-OVR-WHY              PIC X(60).

       01  WS-RECON-STATS.
           05  WS-BREAK-COUNT      PIC 9(4) VALUE 0.
           05  WS-EXPLAINED-COUNT  PIC 9(4) VALUE 0.
           05  WS-UNEXPLAINED-COUNT PIC 9(4) VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC -(12)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(12)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(12)9.99.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'GL-CONTROL-RECON'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM READ-BUSINESS-DATE

           EVALUATE WS-ACTION
               WHEN 'RECONCILE'
                   PERFORM RECONCILE-CONTROL-ACCOUNTS
               WHEN 'OVERRIDE'
                   PERFORM RECORD-OVERRIDE
                   IF WS-STATUS = 'SUCCESS'
                       PERFORM RECONCILE-CONTROL-ACCOUNTS
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE 'RECONCILE' TO WS-ACTION
           MOVE SPACES TO WS-IN-GL-ACCOUNT
           MOVE 0 TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-USER
           MOVE SPACES TO WS-IN-REASON

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"gl_account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-GL-ACCOUNT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"amount":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REASON
           END-IF.

      * The reconciliation belongs to the open business date; with no
      * control record the wall clock stands in, as elsewhere.
       READ-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * OVERRIDE: accepts one stated difference on one control
      * account for the business date.
      *----------------------------------------------------------------
       RECORD-OVERRIDE.
           IF WS-IN-USER = SPACES OR WS-IN-REASON = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user and reason are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-GL-ACCOUNT = SPACES OR WS-IN-AMOUNT = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'gl_account and a non-zero amount are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = '00'
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO OVR-BUSINESS-DATE
           MOVE WS-IN-GL-ACCOUNT TO OVR-GL-ACCOUNT
           MOVE WS-IN-AMOUNT TO OVR-AMOUNT
           MOVE WS-IN-USER TO OVR-USER
           MOVE WS-TODAY TO OVR-RECORDED
           MOVE WS-IN-REASON TO OVR-REASON
           WRITE OVERRIDE-RECORD
           CLOSE OVERRIDE-FILE

           MOVE WS-IN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE 'RECON-OVRIDE' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-KEY
           STRING WS-IN-GL-ACCOUNT ' ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'DIFFERENCE ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE WS-IN-REASON TO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * RECONCILE
      *----------------------------------------------------------------
       RECONCILE-CONTROL-ACCOUNTS.
           PERFORM LOAD-RECON-MAP
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LOAN-TYPES
           PERFORM TOTAL-DEPOSITS
           PERFORM TOTAL-ACCRUED-INTEREST
           PERFORM TOTAL-LOANS
           PERFORM TOTAL-ESCROW
           PERFORM TOTAL-CHARGED-OFF
           PERFORM TOTAL-VAULT-CASH

           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'SUBLEDGER TO GL CONTROL RECONCILIATION - '
                  'BUSINESS DATE ' WS-BUSINESS-DATE
                  ' RUN ' WS-TODAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           OPEN INPUT GL-MASTER
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               PERFORM COMPARE-CONTROL-ACCOUNT
           END-PERFORM
           IF WS-GL-MASTER-STATUS NOT = '35'
               CLOSE GL-MASTER
           END-IF

           PERFORM REPORT-UNMAPPED

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'Control accounts: ' WS-CTL-COUNT
                  '  Breaks: ' WS-BREAK-COUNT
                  '  Explained: ' WS-EXPLAINED-COUNT
                  '  Unexplained: ' WS-UNEXPLAINED-COUNT
                  '  Unmapped categories: ' WS-UNM-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           CLOSE RECON-REPORT.

      * Each map line joins the control row of its GL account; the
      * control's tolerance is the widest of its lines.
       LOAD-RECON-MAP.
           MOVE 0 TO WS-MAP-COUNT
           MOVE 0 TO WS-CTL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Reconciliation map gl-recon-map.dat not found'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MAP-SOURCE NOT = SPACES AND
                          WS-MAP-COUNT < 100
                           PERFORM ADD-MAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE

           IF WS-MAP-COUNT = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Reconciliation map is empty' TO WS-ERROR-MESSAGE
           END-IF.

       ADD-MAP-ENTRY.
           ADD 1 TO WS-MAP-COUNT
           MOVE MAP-SOURCE TO WS-MP-SOURCE(WS-MAP-COUNT)
           MOVE MAP-CATEGORY TO WS-MP-CATEGORY(WS-MAP-COUNT)
           MOVE MAP-GL-ACCOUNT TO WS-MP-GL(WS-MAP-COUNT)
           MOVE MAP-TOLERANCE TO WS-MP-TOLERANCE(WS-MAP-COUNT)
           MOVE 0 TO WS-MP-TOTAL(WS-MAP-COUNT)
           MOVE 0 TO WS-MP-ITEMS(WS-MAP-COUNT)

           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-GL(WS-CTL-IDX) = MAP-GL-ACCOUNT
                   MOVE WS-CTL-IDX TO WS-CTL-MATCH
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH = 0 AND WS-CTL-COUNT < 50
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-MATCH
               MOVE MAP-GL-ACCOUNT TO WS-CTL-GL(WS-CTL-MATCH)
               MOVE 0 TO WS-CTL-TOLERANCE(WS-CTL-MATCH)
               MOVE 0 TO WS-CTL-SUBLEDGER(WS-CTL-MATCH)
           END-IF
           IF WS-CTL-MATCH > 0 AND
              MAP-TOLERANCE > WS-CTL-TOLERANCE(WS-CTL-MATCH)
               MOVE MAP-TOLERANCE TO WS-CTL-TOLERANCE(WS-CTL-MATCH)
           END-IF.

       LOAD-LOAN-TYPES.
           MOVE 0 TO WS-LT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APPLICATION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APP-STATUS = 'BOOKED' AND
                          APP-LOAN-ID NOT = SPACES AND
                          WS-LT-COUNT < 2000
                           ADD 1 TO WS-LT-COUNT
                           MOVE APP-LOAN-ID
                               TO WS-LT-LOAN-ID(WS-LT-COUNT)
                           MOVE APP-LOAN-TYPE
                               TO WS-LT-TYPE(WS-LT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE.

       FIND-LOAN-TYPE.
           MOVE 'DEFAULT' TO WS-ITEM-CATEGORY
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-LOAN-ID(WS-LT-IDX) = WS-ITEM-LOAN-ID
                   MOVE WS-LT-TYPE(WS-LT-IDX) TO WS-ITEM-CATEGORY
               END-IF
           END-PERFORM.

       TOTAL-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'DEPOSIT' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ACCT-TYPE TO WS-ITEM-CATEGORY
                       MOVE ACCT-BALANCE TO WS-ITEM-AMOUNT
                       PERFORM POST-SUBLEDGER-ITEM
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

       TOTAL-ACCRUED-INTEREST.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           MOVE 'ACCRUED' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCRUAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'UNKNOWN' TO WS-ITEM-CATEGORY
                       MOVE ACR-ACCOUNT TO ACCT-NUMBER
                       READ ACCOUNT-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ACCT-TYPE TO WS-ITEM-CATEGORY
                       END-READ
                       MOVE ACR-ACCRUED TO WS-ITEM-AMOUNT
                       PERFORM POST-SUBLEDGER-ITEM
               END-READ
           END-PERFORM
           IF WS-ACCT-MASTER-STATUS NOT = '35'
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE ACCRUAL-FILE.

       TOTAL-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'LOAN' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS NOT = 'PAIDOFF' AND
                          LN-STATUS NOT = 'CHARGEDOFF'
                           MOVE LN-LOAN-ID TO WS-ITEM-LOAN-ID
                           PERFORM FIND-LOAN-TYPE
                           MOVE LN-PRINCIPAL TO WS-ITEM-AMOUNT
                           PERFORM POST-SUBLEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER.

       TOTAL-ESCROW.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ESCROW' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESCROW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ESC-LOAN-ID TO WS-ITEM-LOAN-ID
                       PERFORM FIND-LOAN-TYPE
                       MOVE ESC-BALANCE TO WS-ITEM-AMOUNT
                       PERFORM POST-SUBLEDGER-ITEM
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE.

       TOTAL-CHARGED-OFF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHARGED-OFF-LEDGER
           IF WS-COF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHARGEOFF' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHARGED-OFF-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COF-STATUS = 'OPEN'
                           MOVE COF-TYPE TO WS-ITEM-CATEGORY
                           COMPUTE WS-ITEM-AMOUNT =
                               COF-AMOUNT - COF-RECOVERED
                           PERFORM POST-SUBLEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGED-OFF-LEDGER.

       TOTAL-VAULT-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'VAULT' TO WS-ITEM-SOURCE
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VLT-BRANCH TO WS-ITEM-CATEGORY
                       MOVE VLT-BALANCE TO WS-ITEM-AMOUNT
                       PERFORM POST-SUBLEDGER-ITEM
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      * A category's own row wins over the source's '*' row.
       POST-SUBLEDGER-ITEM.
           MOVE 0 TO WS-MP-MATCH
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-SOURCE(WS-MP-IDX) = WS-ITEM-SOURCE AND
                  WS-MP-CATEGORY(WS-MP-IDX) = WS-ITEM-CATEGORY
                   MOVE WS-MP-IDX TO WS-MP-MATCH
               END-IF
           END-PERFORM
           IF WS-MP-MATCH = 0
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MAP-COUNT
                   IF WS-MP-SOURCE(WS-MP-IDX) = WS-ITEM-SOURCE AND
                      WS-MP-CATEGORY(WS-MP-IDX) = '*'
                       MOVE WS-MP-IDX TO WS-MP-MATCH
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MP-MATCH = 0
               PERFORM POST-UNMAPPED-ITEM
               EXIT PARAGRAPH
           END-IF

           ADD WS-ITEM-AMOUNT TO WS-MP-TOTAL(WS-MP-MATCH)
           ADD 1 TO WS-MP-ITEMS(WS-MP-MATCH)
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-GL(WS-CTL-IDX) = WS-MP-GL(WS-MP-MATCH)
                   ADD WS-ITEM-AMOUNT TO WS-CTL-SUBLEDGER(WS-CTL-IDX)
               END-IF
           END-PERFORM.

       POST-UNMAPPED-ITEM.
           MOVE 0 TO WS-UNM-MATCH
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
               IF WS-UNM-SOURCE(WS-UNM-IDX) = WS-ITEM-SOURCE AND
                  WS-UNM-CATEGORY(WS-UNM-IDX) = WS-ITEM-CATEGORY
                   MOVE WS-UNM-IDX TO WS-UNM-MATCH
               END-IF
           END-PERFORM
           IF WS-UNM-MATCH = 0 AND WS-UNM-COUNT < 50
               ADD 1 TO WS-UNM-COUNT
               MOVE WS-UNM-COUNT TO WS-UNM-MATCH
               MOVE WS-ITEM-SOURCE TO WS-UNM-SOURCE(WS-UNM-MATCH)
               MOVE WS-ITEM-CATEGORY TO WS-UNM-CATEGORY(WS-UNM-MATCH)
               MOVE 0 TO WS-UNM-TOTAL(WS-UNM-MATCH)
               MOVE 0 TO WS-UNM-ITEMS(WS-UNM-MATCH)
           END-IF
           IF WS-UNM-MATCH > 0
               ADD WS-ITEM-AMOUNT TO WS-UNM-TOTAL(WS-UNM-MATCH)
               ADD 1 TO WS-UNM-ITEMS(WS-UNM-MATCH)
           END-IF.

      * Difference is subledger minus GL, both in the control
      * account's normal-balance terms.
       COMPARE-CONTROL-ACCOUNT.
           MOVE 0 TO WS-GL-BALANCE
           MOVE SPACES TO GL-ACCOUNT-NAME
           MOVE 'IN BALANCE' TO WS-CTL-RESULT
           MOVE WS-CTL-GL(WS-CTL-IDX) TO GL-ACCOUNT-NUMBER
           IF WS-GL-MASTER-STATUS = '00'
               READ GL-MASTER
                   INVALID KEY
                       MOVE 'NOT ON GL-MASTER' TO GL-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE GL-CURRENT-BALANCE TO WS-GL-BALANCE
               END-READ
           ELSE
               MOVE 'GL-MASTER NOT AVAILABLE' TO GL-ACCOUNT-NAME
           END-IF

           COMPUTE WS-DIFFERENCE =
               WS-CTL-SUBLEDGER(WS-CTL-IDX) - WS-GL-BALANCE
           MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           IF WS-ABS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-ABS-DIFFERENCE
           END-IF

           IF WS-DIFFERENCE NOT = 0
               MOVE 'WITHIN TOLERANCE' TO WS-CTL-RESULT
           END-IF
           IF WS-ABS-DIFFERENCE > WS-CTL-TOLERANCE(WS-CTL-IDX)
               ADD 1 TO WS-BREAK-COUNT
               PERFORM FIND-OVERRIDE
               IF WS-OVR-FOUND = 'Y'
                   ADD 1 TO WS-EXPLAINED-COUNT
                   MOVE 'EXPLAINED' TO WS-CTL-RESULT
               ELSE
                   ADD 1 TO WS-UNEXPLAINED-COUNT
                   MOVE 'BREAK' TO WS-CTL-RESULT
               END-IF
           END-IF

           MOVE WS-CTL-SUBLEDGER(WS-CTL-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-GL-BALANCE TO WS-DISPLAY-AMOUNT-2
           MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT-3
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           STRING 'GL ' WS-CTL-GL(WS-CTL-IDX) ' ' GL-ACCOUNT-NAME
                  ' ' WS-CTL-RESULT
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING '   SUBLEDGER ' WS-DISPLAY-AMOUNT
                  '  GL ' WS-DISPLAY-AMOUNT-2
                  '  DIFFERENCE ' WS-DISPLAY-AMOUNT-3
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-GL(WS-MP-IDX) = WS-CTL-GL(WS-CTL-IDX)
                   MOVE WS-MP-TOTAL(WS-MP-IDX) TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING '     ' WS-MP-SOURCE(WS-MP-IDX) ' '
                          WS-MP-CATEGORY(WS-MP-IDX) ' '
                          WS-DISPLAY-AMOUNT ' ITEMS '
                          WS-MP-ITEMS(WS-MP-IDX)
                       DELIMITED BY SIZE INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-PERFORM

           IF WS-CTL-RESULT = 'EXPLAINED'
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING '   OVERRIDE BY ' FUNCTION TRIM(WS-OVR-BY)
                      ': ' WS-OVR-WHY
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

       FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OVERRIDE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OVR-BUSINESS-DATE = WS-BUSINESS-DATE AND
                          OVR-GL-ACCOUNT = WS-CTL-GL(WS-CTL-IDX) AND
                          OVR-AMOUNT = WS-DIFFERENCE
                           MOVE 'Y' TO WS-OVR-FOUND
                           MOVE OVR-USER TO WS-OVR-BY
                           MOVE OVR-REASON TO WS-OVR-WHY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

       REPORT-UNMAPPED.
           IF WS-UNM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'SUBLEDGER CATEGORIES WITH NO CONTROL ACCOUNT MAPPED'
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
               MOVE WS-UNM-TOTAL(WS-UNM-IDX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING '   UNMAPPED ' WS-UNM-SOURCE(WS-UNM-IDX) ' '
                      WS-UNM-CATEGORY(WS-UNM-IDX) ' '
                      WS-DISPLAY-AMOUNT ' ITEMS '
                      WS-UNM-ITEMS(WS-UNM-IDX)
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"controls":' WS-CTL-COUNT ','
                   '"breaks":' WS-BREAK-COUNT ','
                   '"explained":' WS-EXPLAINED-COUNT ','
                   '"unexplained":' WS-UNEXPLAINED-COUNT ','
                   '"unmapped":' WS-UNM-COUNT
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
