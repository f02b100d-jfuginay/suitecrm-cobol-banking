       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LOSS-RESERVE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Month-end allowance for loan losses. Every ACTIVE loan on
      * LOAN-MASTER is pooled by loan type (loan-profile.dat, default
      * CONSUMER) and delinquency bucket (CLQ-BUCKET of an uncured
      * loan-collections.dat entry, else CURR) at its current
      * balance - schedule position plus unpaid billed principal.
      * Each loan type's historical loss rate is the net loss
      * (COF-AMOUNT less COF-RECOVERED) of its loans charged off
      * within the lookback window, over the current book of that
      * type plus those losses. A pool's rate is the historical rate
      * times its bucket factor plus management's qualitative
      * adjustment, both kept per pool on loan-reserve-qfactors.dat
      * (bucket factors default from the table below), bounded 0 to
      * 100 percent. PROVISION trues the GL allowance (1190) up or
      * down to the required reserve against provision expense
      * (5400); ESTIMATE runs the same arithmetic without posting.
      * Both print the reserve adequacy report. QFACTOR maintains a
      * pool's factor and adjustment and writes the audit journal.
      * Driven by reserve-input.json; summary in reserve-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'reserve-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'reserve-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESERVE-REPORT
               ASSIGN TO 'loan-loss-reserve-report.txt'
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
           SELECT QFACTOR-FILE ASSIGN TO 'loan-reserve-qfactors.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-QFACTOR-STATUS.
           SELECT GL-MASTER ASSIGN TO 'gl-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-GL-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  RESERVE-REPORT.
       01  RESERVE-REPORT-RECORD   PIC X(132).

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

       FD  QFACTOR-FILE.
       01  QFACTOR-RECORD.
           05  LRQ-KEY.
               10  LRQ-LOAN-TYPE   PIC X(10).
               10  LRQ-BUCKET      PIC X(4).
           05  LRQ-BUCKET-FACTOR   PIC 9(2)V99.
           05  LRQ-ADJ-PCT         PIC S9(3)V9(4) COMP-3.
           05  LRQ-REASON          PIC X(40).
           05  LRQ-CHANGED-BY      PIC X(30).
           05  LRQ-CHANGED-DATE    PIC 9(8).

       FD  GL-MASTER.
       01  GL-ACCOUNT-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(30).
           05  GL-ACCOUNT-TYPE         PIC X(10).
           05  GL-NORMAL-BALANCE       PIC X(01).
           05  GL-CURRENT-BALANCE      PIC S9(12)V99 COMP-3.
           05  GL-LAST-POSTED-DATE     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-PROFILE-STATUS       PIC XX.
       01  WS-COLLECTIONS-STATUS   PIC XX.
       01  WS-COF-STATUS           PIC XX.
       01  WS-QFACTOR-STATUS       PIC XX.
       01  WS-GL-MASTER-STATUS     PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-BILL-EOF             PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-LOAN-TYPE         PIC X(10).
       01  WS-IN-BUCKET            PIC X(4).
       01  WS-IN-FACTOR            PIC 9(2)V99.
       01  WS-IN-ADJ-PCT           PIC S9(3)V9(4).
       01  WS-IN-REASON            PIC X(40).
       01  WS-IN-USER              PIC X(30).
       01  WS-LOOKBACK-MONTHS      PIC 9(3) VALUE 12.
       01  WS-LOOKBACK-START       PIC 9(8).
       01  WS-LB-YEAR              PIC 9(4).
       01  WS-LB-MONTH             PIC 9(6).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'LOAN-LOSS-RESERVE'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

      * Default bucket factors: the multiple of a loan type's
      * historical loss rate reserved against each delinquency bucket
      * until management sets its own on the qualitative factor file.
       01  WS-BUCKET-FACTOR-DATA.
           05  FILLER PIC X(08) VALUE 'CURR0100'.
           05  FILLER PIC X(08) VALUE 'B0300200'.
           05  FILLER PIC X(08) VALUE 'B0600400'.
           05  FILLER PIC X(08) VALUE 'B0900800'.
           05  FILLER PIC X(08) VALUE 'B1201200'.
       01  WS-BUCKET-FACTOR-TABLE REDEFINES WS-BUCKET-FACTOR-DATA.
           05  WS-BF-ENTRY OCCURS 5 TIMES.
               10  WS-BF-BUCKET        PIC X(4).
               10  WS-BF-FACTOR        PIC 9(2)V99.
       01  WS-BF-IDX               PIC 9(3).

      * Loss history by loan type.
       01  WS-TYPE-COUNT           PIC 9(3) VALUE 0.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 30 TIMES.
               10  WS-TY-LOAN-TYPE     PIC X(10).
               10  WS-TY-BALANCE       PIC S9(12)V99.
               10  WS-TY-GROSS-LOSS    PIC S9(12)V99.
               10  WS-TY-RECOVERED     PIC S9(12)V99.
               10  WS-TY-NET-LOSS      PIC S9(12)V99.
               10  WS-TY-LOSS-PCT      PIC 9(3)V9(4).
       01  WS-TY-IDX               PIC 9(3).

      * Pools: loan type by delinquency bucket.
       01  WS-POOL-COUNT           PIC 9(3) VALUE 0.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 150 TIMES.
               10  WS-PL-LOAN-TYPE     PIC X(10).
               10  WS-PL-BUCKET        PIC X(4).
               10  WS-PL-LOANS         PIC 9(7).
               10  WS-PL-BALANCE       PIC S9(12)V99.
               10  WS-PL-HIST-PCT      PIC 9(3)V9(4).
               10  WS-PL-FACTOR        PIC 9(2)V99.
               10  WS-PL-ADJ-PCT       PIC S9(3)V9(4).
               10  WS-PL-RATE-PCT      PIC S9(5)V9(4).
               10  WS-PL-REQUIRED      PIC S9(12)V99.
       01  WS-PL-IDX               PIC 9(3).

       01  WS-LOAN-TYPE            PIC X(10).
       01  WS-LOAN-BUCKET          PIC X(4).
       01  WS-LOAN-BALANCE         PIC S9(12)V99.
       01  WS-NET-LOSS             PIC S9(12)V99.
       01  WS-LOSS-BASE            PIC S9(12)V99.

       01  WS-RUN-STATS.
           05  WS-LOANS-POOLED     PIC 9(7) VALUE 0.
           05  WS-TOTAL-BALANCE    PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-REQUIRED   PIC S9(12)V99 VALUE 0.
           05  WS-GL-ALLOWANCE     PIC S9(12)V99 VALUE 0.
           05  WS-PROVISION        PIC S9(12)V99 VALUE 0.
           05  WS-ALLOWANCE-AFTER  PIC S9(12)V99 VALUE 0.
           05  WS-COVERAGE-PCT     PIC S9(5)V9(4) VALUE 0.
           05  WS-POSTED           PIC X VALUE 'N'.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'FIN '.

       01  WS-DISPLAY-AMOUNT       PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-4     PIC -(10)9.99.
       01  WS-DISPLAY-PCT          PIC -(3)9.9999.
       01  WS-DISPLAY-PCT-2        PIC -(3)9.9999.
       01  WS-DISPLAY-PCT-3        PIC -(3)9.9999.
       01  WS-DISPLAY-FACTOR       PIC Z9.99.
       01  WS-DISPLAY-COUNT        PIC Z(6)9.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           EVALUATE WS-ACTION
               WHEN 'PROVISION'
                   PERFORM CALCULATE-ALLOWANCE
                   IF WS-STATUS = 'SUCCESS'
                       PERFORM POST-PROVISION
                   END-IF
                   IF WS-STATUS = 'SUCCESS'
                       PERFORM WRITE-ADEQUACY-REPORT
                   END-IF
               WHEN 'ESTIMATE'
                   PERFORM CALCULATE-ALLOWANCE
                   IF WS-STATUS = 'SUCCESS'
                       MOVE WS-GL-ALLOWANCE TO WS-ALLOWANCE-AFTER
                       PERFORM WRITE-ADEQUACY-REPORT
                   END-IF
               WHEN 'QFACTOR'
                   PERFORM MAINTAIN-QUALITATIVE-FACTOR
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-LOAN-TYPE
           MOVE SPACES TO WS-IN-BUCKET
           MOVE SPACES TO WS-IN-REASON
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-FACTOR
           MOVE 0 TO WS-IN-ADJ-PCT

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"loan_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-LOAN-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"bucket":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-BUCKET
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REASON
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"bucket_factor":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FACTOR = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"adjustment_pct":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-ADJ-PCT = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"lookback_months":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-LOOKBACK-MONTHS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF
           IF WS-LOOKBACK-MONTHS = 0
               MOVE 12 TO WS-LOOKBACK-MONTHS
           END-IF.

      *----------------------------------------------------------------
      * PROVISION / ESTIMATE: pool the book, derive loss rates, apply
      * factors and read the allowance the GL is carrying now.
      *----------------------------------------------------------------
       CALCULATE-ALLOWANCE.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT LOAN-BILLING
           OPEN INPUT LOAN-PROFILE
           OPEN INPUT COLLECTIONS-FILE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = 'ACTIVE'
                           PERFORM POOL-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM FOOT-LOSS-HISTORY

           CLOSE COLLECTIONS-FILE
           CLOSE LOAN-PROFILE
           CLOSE LOAN-BILLING
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-MASTER

           PERFORM DERIVE-LOSS-RATES
           PERFORM APPLY-POOL-FACTORS
           PERFORM READ-GL-ALLOWANCE

           COMPUTE WS-PROVISION = WS-TOTAL-REQUIRED - WS-GL-ALLOWANCE.

       POOL-ONE-LOAN.
           PERFORM RESOLVE-LOAN-TYPE
           PERFORM RESOLVE-LOAN-BUCKET
           PERFORM COMPUTE-LOAN-BALANCE
           IF WS-LOAN-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TYPE-ENTRY
           IF WS-TY-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-LOAN-BALANCE TO WS-TY-BALANCE(WS-TY-IDX)

           MOVE 0 TO WS-PL-IDX
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-POOL-COUNT
               IF WS-PL-LOAN-TYPE(WS-BF-IDX) = WS-LOAN-TYPE AND
                  WS-PL-BUCKET(WS-BF-IDX) = WS-LOAN-BUCKET
                   MOVE WS-BF-IDX TO WS-PL-IDX
               END-IF
           END-PERFORM
           IF WS-PL-IDX = 0
               IF WS-POOL-COUNT >= 150
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-POOL-COUNT TO WS-PL-IDX
               MOVE WS-LOAN-TYPE TO WS-PL-LOAN-TYPE(WS-PL-IDX)
               MOVE WS-LOAN-BUCKET TO WS-PL-BUCKET(WS-PL-IDX)
               MOVE 0 TO WS-PL-LOANS(WS-PL-IDX)
               MOVE 0 TO WS-PL-BALANCE(WS-PL-IDX)
               MOVE 0 TO WS-PL-REQUIRED(WS-PL-IDX)
           END-IF

           ADD 1 TO WS-PL-LOANS(WS-PL-IDX)
           ADD WS-LOAN-BALANCE TO WS-PL-BALANCE(WS-PL-IDX)
           ADD 1 TO WS-LOANS-POOLED
           ADD WS-LOAN-BALANCE TO WS-TOTAL-BALANCE.

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

      * Only a live collections entry puts a loan in a delinquency
      * bucket; a cured or absent one leaves it current.
       RESOLVE-LOAN-BUCKET.
           MOVE 'CURR' TO WS-LOAN-BUCKET
           IF WS-COLLECTIONS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LOAN-ID TO CLQ-LOAN-ID
           READ COLLECTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLQ-STATUS NOT = 'CURED' AND
                      CLQ-BUCKET NOT = SPACES
                       MOVE CLQ-BUCKET TO WS-LOAN-BUCKET
                   END-IF
           END-READ.

      * Current balance: where the schedule stands after the last
      * billed period, plus billed principal not yet collected.
       COMPUTE-LOAN-BALANCE.
           IF LN-NEXT-PERIOD = 1
               MOVE LN-PRINCIPAL TO WS-LOAN-BALANCE
           ELSE
               MOVE LN-LOAN-ID TO LSC-LOAN-ID
               COMPUTE LSC-PERIOD = LN-NEXT-PERIOD - 1
               READ LOAN-SCHEDULE
                   INVALID KEY
                       MOVE LN-PRINCIPAL TO WS-LOAN-BALANCE
                   NOT INVALID KEY
                       MOVE LSC-BALANCE TO WS-LOAN-BALANCE
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
                               ADD LBL-PRINCIPAL-DUE
                                   TO WS-LOAN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-TYPE-ENTRY.
           MOVE 0 TO WS-TY-IDX
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-TYPE-COUNT
               IF WS-TY-LOAN-TYPE(WS-BF-IDX) = WS-LOAN-TYPE
                   MOVE WS-BF-IDX TO WS-TY-IDX
               END-IF
           END-PERFORM
           IF WS-TY-IDX = 0 AND WS-TYPE-COUNT < 30
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TY-IDX
               MOVE WS-LOAN-TYPE TO WS-TY-LOAN-TYPE(WS-TY-IDX)
               MOVE 0 TO WS-TY-BALANCE(WS-TY-IDX)
               MOVE 0 TO WS-TY-GROSS-LOSS(WS-TY-IDX)
               MOVE 0 TO WS-TY-RECOVERED(WS-TY-IDX)
               MOVE 0 TO WS-TY-NET-LOSS(WS-TY-IDX)
               MOVE 0 TO WS-TY-LOSS-PCT(WS-TY-IDX)
           END-IF.

      * Loan charge-offs dated inside the lookback window, by the
      * type the loan carried when it was on the book.
       FOOT-LOSS-HISTORY.
           COMPUTE WS-LB-YEAR = WS-TODAY / 10000
           COMPUTE WS-LB-MONTH = WS-TODAY / 100
           COMPUTE WS-LB-MONTH = WS-LB-MONTH - (WS-LB-YEAR * 100)
           COMPUTE WS-LB-MONTH = (WS-LB-YEAR * 12) + WS-LB-MONTH - 1
               - WS-LOOKBACK-MONTHS
           COMPUTE WS-LB-YEAR = WS-LB-MONTH / 12
           COMPUTE WS-LB-MONTH = WS-LB-MONTH - (WS-LB-YEAR * 12) + 1
           COMPUTE WS-LOOKBACK-START =
               (WS-LB-YEAR * 10000) + (WS-LB-MONTH * 100) + 1

           OPEN INPUT CHARGED-OFF-LEDGER
           IF WS-COF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHARGED-OFF-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COF-TYPE = 'LOAN' AND
                          COF-DATE >= WS-LOOKBACK-START
                           PERFORM ADD-ONE-LOSS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGED-OFF-LEDGER.

       ADD-ONE-LOSS.
           MOVE 'CONSUMER' TO WS-LOAN-TYPE
           IF WS-PROFILE-STATUS = '00'
               MOVE COF-ID TO LPF-LOAN-ID
               READ LOAN-PROFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LPF-LOAN-TYPE NOT = SPACES
                           MOVE LPF-LOAN-TYPE TO WS-LOAN-TYPE
                       END-IF
               END-READ
           END-IF

           PERFORM FIND-TYPE-ENTRY
           IF WS-TY-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD COF-AMOUNT TO WS-TY-GROSS-LOSS(WS-TY-IDX)
           ADD COF-RECOVERED TO WS-TY-RECOVERED(WS-TY-IDX).

      * Loss rate = net loss / (current book + gross loss), the
      * losses being added back to approximate the book they left.
       DERIVE-LOSS-RATES.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TYPE-COUNT
               COMPUTE WS-NET-LOSS = WS-TY-GROSS-LOSS(WS-TY-IDX) -
                   WS-TY-RECOVERED(WS-TY-IDX)
               IF WS-NET-LOSS < 0
                   MOVE 0 TO WS-NET-LOSS
               END-IF
               MOVE WS-NET-LOSS TO WS-TY-NET-LOSS(WS-TY-IDX)
               COMPUTE WS-LOSS-BASE = WS-TY-BALANCE(WS-TY-IDX) +
                   WS-TY-GROSS-LOSS(WS-TY-IDX)
               IF WS-LOSS-BASE > 0
                   COMPUTE WS-TY-LOSS-PCT(WS-TY-IDX) ROUNDED =
                       (WS-NET-LOSS / WS-LOSS-BASE) * 100
               ELSE
                   MOVE 0 TO WS-TY-LOSS-PCT(WS-TY-IDX)
               END-IF
           END-PERFORM.

       APPLY-POOL-FACTORS.
           OPEN INPUT QFACTOR-FILE

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-POOL-COUNT
               MOVE WS-PL-LOAN-TYPE(WS-PL-IDX) TO WS-LOAN-TYPE
               PERFORM FIND-TYPE-ENTRY
               MOVE WS-TY-LOSS-PCT(WS-TY-IDX)
                   TO WS-PL-HIST-PCT(WS-PL-IDX)

               MOVE 1 TO WS-PL-FACTOR(WS-PL-IDX)
               PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                       UNTIL WS-BF-IDX > 5
                   IF WS-BF-BUCKET(WS-BF-IDX) =
                      WS-PL-BUCKET(WS-PL-IDX)
                       MOVE WS-BF-FACTOR(WS-BF-IDX)
                           TO WS-PL-FACTOR(WS-PL-IDX)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-PL-ADJ-PCT(WS-PL-IDX)

               IF WS-QFACTOR-STATUS = '00'
                   MOVE WS-PL-LOAN-TYPE(WS-PL-IDX) TO LRQ-LOAN-TYPE
                   MOVE WS-PL-BUCKET(WS-PL-IDX) TO LRQ-BUCKET
                   READ QFACTOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LRQ-BUCKET-FACTOR
                               TO WS-PL-FACTOR(WS-PL-IDX)
                           MOVE LRQ-ADJ-PCT
                               TO WS-PL-ADJ-PCT(WS-PL-IDX)
                   END-READ
               END-IF

               COMPUTE WS-PL-RATE-PCT(WS-PL-IDX) =
                   (WS-PL-HIST-PCT(WS-PL-IDX) *
                    WS-PL-FACTOR(WS-PL-IDX)) +
                   WS-PL-ADJ-PCT(WS-PL-IDX)
               IF WS-PL-RATE-PCT(WS-PL-IDX) < 0
                   MOVE 0 TO WS-PL-RATE-PCT(WS-PL-IDX)
               END-IF
               IF WS-PL-RATE-PCT(WS-PL-IDX) > 100
                   MOVE 100 TO WS-PL-RATE-PCT(WS-PL-IDX)
               END-IF

               COMPUTE WS-PL-REQUIRED(WS-PL-IDX) ROUNDED =
                   WS-PL-BALANCE(WS-PL-IDX) *
                   WS-PL-RATE-PCT(WS-PL-IDX) / 100
               ADD WS-PL-REQUIRED(WS-PL-IDX) TO WS-TOTAL-REQUIRED
           END-PERFORM

           IF WS-QFACTOR-STATUS = '00'
               CLOSE QFACTOR-FILE
           END-IF.

      * 1190 is a credit-normal contra asset, so its current balance
      * is the allowance on the books.
       READ-GL-ALLOWANCE.
           MOVE 0 TO WS-GL-ALLOWANCE
           OPEN INPUT GL-MASTER
           IF WS-GL-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE '1190' TO GL-ACCOUNT-NUMBER
           READ GL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GL-CURRENT-BALANCE TO WS-GL-ALLOWANCE
           END-READ
           CLOSE GL-MASTER.

      * A shortfall is provided for (Dr 5400 Cr 1190); an excess is
      * released back through provision expense (Dr 1190 Cr 5400).
       POST-PROVISION.
           MOVE WS-GL-ALLOWANCE TO WS-ALLOWANCE-AFTER
           IF WS-PROVISION = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-PROVISION > 0
               MOVE '5400' TO WS-GL-DEBIT-ACCOUNT
               MOVE '1190' TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-PROVISION TO WS-GL-AMOUNT
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Loan loss provision ' WS-TODAY
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           ELSE
               MOVE '1190' TO WS-GL-DEBIT-ACCOUNT
               MOVE '5400' TO WS-GL-CREDIT-ACCOUNT
               COMPUTE WS-GL-AMOUNT = WS-PROVISION * -1
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Loan loss reserve release ' WS-TODAY
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           END-IF
           MOVE SPACES TO WS-GL-SOURCE-REF
           STRING 'ALLL-' WS-TODAY
               DELIMITED BY SIZE INTO WS-GL-SOURCE-REF

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'GL posting failed, code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-POSTED
           MOVE WS-TOTAL-REQUIRED TO WS-ALLOWANCE-AFTER.

      *----------------------------------------------------------------
      * Reserve adequacy report: loss history, the pools with their
      * rates, and required reserve against the GL allowance.
      *----------------------------------------------------------------
       WRITE-ADEQUACY-REPORT.
           OPEN OUTPUT RESERVE-REPORT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'LOAN LOSS RESERVE ADEQUACY REPORT - RUN DATE '
                  WS-TODAY '  ACTION ' WS-ACTION
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'LOSS HISTORY - CHARGE-OFFS SINCE '
                  WS-LOOKBACK-START
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'TYPE       '
                  '  CURRENT BOOK'
                  '    GROSS LOSS'
                  '     RECOVERED'
                  '      NET LOSS'
                  '   LOSS PCT'
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TYPE-COUNT
               PERFORM WRITE-TYPE-LINE
           END-PERFORM

           MOVE SPACES TO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'TYPE       BKT '
                  '  LOANS'
                  '       BALANCE'
                  '   HIST PCT'
                  ' FACT'
                  '   QADJ PCT'
                  '   RATE PCT'
                  '      REQUIRED'
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-POOL-COUNT
               PERFORM WRITE-POOL-LINE
           END-PERFORM

           MOVE SPACES TO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           MOVE WS-LOANS-POOLED TO WS-DISPLAY-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'Loans pooled:          ' WS-DISPLAY-COUNT
                  '  Book balance: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           MOVE WS-TOTAL-REQUIRED TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'Required allowance:       ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           MOVE WS-GL-ALLOWANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'GL allowance (1190):      ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           MOVE WS-PROVISION TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           IF WS-PROVISION < 0
               STRING 'Excess over required:     ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           ELSE
               STRING 'Shortfall to required:    ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           END-IF
           WRITE RESERVE-REPORT-RECORD

           MOVE WS-ALLOWANCE-AFTER TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           IF WS-POSTED = 'Y'
               MOVE WS-PROVISION TO WS-DISPLAY-AMOUNT-2
               STRING 'Provision posted:         ' WS-DISPLAY-AMOUNT-2
                      '  Allowance after: ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           ELSE
               STRING 'No provision posted.      '
                      '                 '
                      '  Allowance after: ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           END-IF
           WRITE RESERVE-REPORT-RECORD

           IF WS-TOTAL-BALANCE > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   (WS-ALLOWANCE-AFTER / WS-TOTAL-BALANCE) * 100
           END-IF
           MOVE WS-COVERAGE-PCT TO WS-DISPLAY-PCT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING 'Allowance to book pct:         ' WS-DISPLAY-PCT
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD

           CLOSE RESERVE-REPORT.

       WRITE-TYPE-LINE.
           MOVE WS-TY-BALANCE(WS-TY-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-TY-GROSS-LOSS(WS-TY-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE WS-TY-RECOVERED(WS-TY-IDX) TO WS-DISPLAY-AMOUNT-3
           MOVE WS-TY-NET-LOSS(WS-TY-IDX) TO WS-DISPLAY-AMOUNT-4
           MOVE WS-TY-LOSS-PCT(WS-TY-IDX) TO WS-DISPLAY-PCT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING WS-TY-LOAN-TYPE(WS-TY-IDX) ' '
                  WS-DISPLAY-AMOUNT WS-DISPLAY-AMOUNT-2
                  WS-DISPLAY-AMOUNT-3 WS-DISPLAY-AMOUNT-4
                  '  ' WS-DISPLAY-PCT
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

       WRITE-POOL-LINE.
           MOVE WS-PL-LOANS(WS-PL-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-PL-BALANCE(WS-PL-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-PL-HIST-PCT(WS-PL-IDX) TO WS-DISPLAY-PCT
           MOVE WS-PL-FACTOR(WS-PL-IDX) TO WS-DISPLAY-FACTOR
           MOVE WS-PL-ADJ-PCT(WS-PL-IDX) TO WS-DISPLAY-PCT-2
           MOVE WS-PL-RATE-PCT(WS-PL-IDX) TO WS-DISPLAY-PCT-3
           MOVE WS-PL-REQUIRED(WS-PL-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING WS-PL-LOAN-TYPE(WS-PL-IDX) ' '
                  WS-PL-BUCKET(WS-PL-IDX)
                  WS-DISPLAY-COUNT WS-DISPLAY-AMOUNT
                  '  ' WS-DISPLAY-PCT
                  WS-DISPLAY-FACTOR
                  '  ' WS-DISPLAY-PCT-2
                  '  ' WS-DISPLAY-PCT-3
                  WS-DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

      *----------------------------------------------------------------
      * QFACTOR: management's bucket factor and qualitative
      * adjustment (percentage points, may be negative) for one pool.
      * Every change goes to the audit journal with the old values.
      *----------------------------------------------------------------
       MAINTAIN-QUALITATIVE-FACTOR.
           IF WS-IN-LOAN-TYPE = SPACES OR WS-IN-BUCKET = SPACES
              OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_type, bucket and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BUCKET NOT = 'CURR' AND NOT = 'B030'
              AND NOT = 'B060' AND NOT = 'B090' AND NOT = 'B120'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'bucket must be CURR, B030, B060, B090 or B120'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O QFACTOR-FILE
           IF WS-QFACTOR-STATUS = '35'
               OPEN OUTPUT QFACTOR-FILE
               CLOSE QFACTOR-FILE
               OPEN I-O QFACTOR-FILE
           END-IF
           IF WS-QFACTOR-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Qualitative factor file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-TYPE TO LRQ-LOAN-TYPE
           MOVE WS-IN-BUCKET TO LRQ-BUCKET
           MOVE SPACES TO WS-AJ-BEFORE
           READ QFACTOR-FILE
               INVALID KEY
                   MOVE 'NONE' TO WS-AJ-BEFORE
               NOT INVALID KEY
                   MOVE LRQ-BUCKET-FACTOR TO WS-DISPLAY-FACTOR
                   MOVE LRQ-ADJ-PCT TO WS-DISPLAY-PCT
                   STRING 'FACTOR ' WS-DISPLAY-FACTOR
                          ' ADJ ' WS-DISPLAY-PCT
                       DELIMITED BY SIZE INTO WS-AJ-BEFORE
           END-READ

           IF WS-IN-FACTOR = 0
               MOVE 1 TO WS-IN-FACTOR
               PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                       UNTIL WS-BF-IDX > 5
                   IF WS-BF-BUCKET(WS-BF-IDX) = WS-IN-BUCKET
                       MOVE WS-BF-FACTOR(WS-BF-IDX) TO WS-IN-FACTOR
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-IN-LOAN-TYPE TO LRQ-LOAN-TYPE
           MOVE WS-IN-BUCKET TO LRQ-BUCKET
           MOVE WS-IN-FACTOR TO LRQ-BUCKET-FACTOR
           MOVE WS-IN-ADJ-PCT TO LRQ-ADJ-PCT
           MOVE WS-IN-REASON TO LRQ-REASON
           MOVE WS-IN-USER TO LRQ-CHANGED-BY
           MOVE WS-TODAY TO LRQ-CHANGED-DATE
           WRITE QFACTOR-RECORD
               INVALID KEY
                   REWRITE QFACTOR-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not store qualitative factor'
                               TO WS-ERROR-MESSAGE
                   END-REWRITE
           END-WRITE
           CLOSE QFACTOR-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'QFACTOR' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-KEY
           STRING WS-IN-LOAN-TYPE ' ' WS-IN-BUCKET
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE WS-IN-FACTOR TO WS-DISPLAY-FACTOR
           MOVE WS-IN-ADJ-PCT TO WS-DISPLAY-PCT
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'FACTOR ' WS-DISPLAY-FACTOR
                  ' ADJ ' WS-DISPLAY-PCT ' '
                  FUNCTION TRIM(WS-IN-REASON)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-JSON-SUMMARY.
           IF WS-STATUS = 'SUCCESS'
               IF WS-ACTION = 'QFACTOR'
                   STRING '{"status":"' WS-STATUS '",'
                       '"action":"QFACTOR",'
                       '"loan_type":"'
                       FUNCTION TRIM(WS-IN-LOAN-TYPE) '",'
                       '"bucket":"' WS-IN-BUCKET '",'
                       '"bucket_factor":' WS-IN-FACTOR ','
                       '"adjustment_pct":' WS-IN-ADJ-PCT
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"' WS-STATUS '",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"loans_pooled":' WS-LOANS-POOLED ','
                       '"pools":' WS-POOL-COUNT ','
                       '"book_balance":' WS-TOTAL-BALANCE ','
                       '"required_allowance":' WS-TOTAL-REQUIRED ','
                       '"gl_allowance":' WS-GL-ALLOWANCE ','
                       '"provision":' WS-PROVISION ','
                       '"posted":"' WS-POSTED '",'
                       '"allowance_after":' WS-ALLOWANCE-AFTER
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
