       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-COMPARE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Parallel-run comparison of two copies of an indexed master
      * file - the proof that a changed program, a LEGACY-CONVERTER
      * direct load or a MAINFRAME-SYNC migration rehearsal produced
      * the same master as the run it replaces. Driven by
      * master-compare-input.json:
      *   "master"    - ACCOUNT, CUSTOMER, GL, LOAN or CARD
      *   "before"    - the reference copy (default the live file:
      *                 account-master.dat, customer-master.dat,
      *                 gl-master.dat, loan-master.dat or
      *                 card-master.dat)
      *   "after"     - the copy under test (required)
      *   "tolerance" - amount differences no larger than this are
      *                 counted but not listed (default 0, exact;
      *                 0.01 lets penny rounding through)
      * Records are matched on the primary key and compared field by
      * field through the same record layout the owning programs use,
      * packed (COMP-3) amounts and rates decoded to their values.
      * master-compare-report.txt lists every record on one side
      * only, every differing field with its before and after value,
      * and control totals for each side (record count and the
      * amount fields that carry money). Summary in
      * master-compare-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'master-compare-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'master-compare-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'master-compare-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEF-ACCOUNT-FILE ASSIGN TO WS-BEFORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BEF-ACCT-NUMBER
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT AFT-ACCOUNT-FILE ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AFT-ACCT-NUMBER
               FILE STATUS IS WS-AFTER-STATUS.
           SELECT BEF-CUSTOMER-FILE ASSIGN TO WS-BEFORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BEF-CUST-ID
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT AFT-CUSTOMER-FILE ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AFT-CUST-ID
               FILE STATUS IS WS-AFTER-STATUS.
           SELECT BEF-GL-FILE ASSIGN TO WS-BEFORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BEF-GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT AFT-GL-FILE ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AFT-GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-AFTER-STATUS.
           SELECT BEF-LOAN-FILE ASSIGN TO WS-BEFORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BEF-LN-LOAN-ID
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT AFT-LOAN-FILE ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AFT-LN-LOAN-ID
               FILE STATUS IS WS-AFTER-STATUS.
           SELECT BEF-CARD-FILE ASSIGN TO WS-BEFORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BEF-CRD-CARD-KEY
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT AFT-CARD-FILE ASSIGN TO WS-AFTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AFT-CRD-CARD-KEY
               FILE STATUS IS WS-AFTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(200).

      * Each master twice, in the layout of account-master.dat,
      * customer-master.dat, gl-master.dat, loan-master.dat and
      * card-master.dat: BEF- the before copy, AFT- the after copy.
       FD  BEF-ACCOUNT-FILE.
       01  BEF-ACCOUNT-RECORD.
           05  BEF-ACCT-NUMBER         PIC X(20).
           05  BEF-ACCT-TYPE           PIC X(10).
           05  BEF-ACCT-CUSTOMER-ID    PIC X(10).
           05  BEF-ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  BEF-ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  BEF-ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  BEF-ACCT-OPEN-DATE      PIC 9(8).
           05  BEF-ACCT-LAST-ACTIVITY  PIC 9(8).
           05  BEF-ACCT-STATUS         PIC X(10).

       FD  AFT-ACCOUNT-FILE.
       01  AFT-ACCOUNT-RECORD.
           05  AFT-ACCT-NUMBER         PIC X(20).
           05  AFT-ACCT-TYPE           PIC X(10).
           05  AFT-ACCT-CUSTOMER-ID    PIC X(10).
           05  AFT-ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  AFT-ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  AFT-ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  AFT-ACCT-OPEN-DATE      PIC 9(8).
           05  AFT-ACCT-LAST-ACTIVITY  PIC 9(8).
           05  AFT-ACCT-STATUS         PIC X(10).

       FD  BEF-CUSTOMER-FILE.
       01  BEF-CUSTOMER-RECORD.
           05  BEF-CUST-ID             PIC X(10).
           05  BEF-CUST-NAME           PIC X(40).
           05  BEF-CUST-ADDRESS        PIC X(40).
           05  BEF-CUST-CITY           PIC X(20).
           05  BEF-CUST-STATE          PIC X(2).
           05  BEF-CUST-ZIP            PIC X(10).
           05  BEF-CUST-PHONE          PIC X(15).
           05  BEF-CUST-EMAIL          PIC X(50).
           05  BEF-CUST-DATE-OPENED    PIC 9(8).
           05  BEF-CUST-KYC-STATUS     PIC X(10).
           05  BEF-CUST-TIN-STATUS     PIC X(10).
           05  BEF-CUST-TIN-CERT-DATE  PIC 9(8).
           05  BEF-CUST-DELIVERY-PREF  PIC X(5).
           05  BEF-CUST-EMAIL-CONSENT  PIC X(1).
           05  BEF-CUST-RETURNED-MAIL  PIC X(1).
           05  BEF-CUST-RETURNED-DATE  PIC 9(8).

       FD  AFT-CUSTOMER-FILE.
       01  AFT-CUSTOMER-RECORD.
           05  AFT-CUST-ID             PIC X(10).
           05  AFT-CUST-NAME           PIC X(40).
           05  AFT-CUST-ADDRESS        PIC X(40).
           05  AFT-CUST-CITY           PIC X(20).
           05  AFT-CUST-STATE          PIC X(2).
           05  AFT-CUST-ZIP            PIC X(10).
           05  AFT-CUST-PHONE          PIC X(15).
           05  AFT-CUST-EMAIL          PIC X(50).
           05  AFT-CUST-DATE-OPENED    PIC 9(8).
           05  AFT-CUST-KYC-STATUS     PIC X(10).
           05  AFT-CUST-TIN-STATUS     PIC X(10).
           05  AFT-CUST-TIN-CERT-DATE  PIC 9(8).
           05  AFT-CUST-DELIVERY-PREF  PIC X(5).
           05  AFT-CUST-EMAIL-CONSENT  PIC X(1).
           05  AFT-CUST-RETURNED-MAIL  PIC X(1).
           05  AFT-CUST-RETURNED-DATE  PIC 9(8).

       FD  BEF-GL-FILE.
       01  BEF-GL-ACCOUNT-RECORD.
           05  BEF-GL-ACCOUNT-NUMBER   PIC X(10).
           05  BEF-GL-ACCOUNT-NAME     PIC X(30).
           05  BEF-GL-ACCOUNT-TYPE     PIC X(10).
           05  BEF-GL-NORMAL-BALANCE   PIC X(01).
           05  BEF-GL-CURRENT-BALANCE  PIC S9(12)V99 COMP-3.
           05  BEF-GL-LAST-POSTED-DATE PIC 9(08).

       FD  AFT-GL-FILE.
       01  AFT-GL-ACCOUNT-RECORD.
           05  AFT-GL-ACCOUNT-NUMBER   PIC X(10).
           05  AFT-GL-ACCOUNT-NAME     PIC X(30).
           05  AFT-GL-ACCOUNT-TYPE     PIC X(10).
           05  AFT-GL-NORMAL-BALANCE   PIC X(01).
           05  AFT-GL-CURRENT-BALANCE  PIC S9(12)V99 COMP-3.
           05  AFT-GL-LAST-POSTED-DATE PIC 9(08).

       FD  BEF-LOAN-FILE.
       01  BEF-LOAN-MASTER-RECORD.
           05  BEF-LN-LOAN-ID          PIC X(12).
           05  BEF-LN-ACCOUNT          PIC X(20).
           05  BEF-LN-PRINCIPAL        PIC S9(10)V99 COMP-3.
           05  BEF-LN-RATE             PIC 9(3)V9(6).
           05  BEF-LN-TERM             PIC 9(4).
           05  BEF-LN-ORIG-DATE        PIC 9(8).
           05  BEF-LN-STATUS           PIC X(10).
           05  BEF-LN-NEXT-PERIOD      PIC 9(4).
           05  BEF-LN-PAST-DUE-COUNT   PIC 9(3).

       FD  AFT-LOAN-FILE.
       01  AFT-LOAN-MASTER-RECORD.
           05  AFT-LN-LOAN-ID          PIC X(12).
           05  AFT-LN-ACCOUNT          PIC X(20).
           05  AFT-LN-PRINCIPAL        PIC S9(10)V99 COMP-3.
           05  AFT-LN-RATE             PIC 9(3)V9(6).
           05  AFT-LN-TERM             PIC 9(4).
           05  AFT-LN-ORIG-DATE        PIC 9(8).
           05  AFT-LN-STATUS           PIC X(10).
           05  AFT-LN-NEXT-PERIOD      PIC 9(4).
           05  AFT-LN-PAST-DUE-COUNT   PIC 9(3).

       FD  BEF-CARD-FILE.
       01  BEF-CARD-MASTER-RECORD.
           05  BEF-CRD-CARD-KEY        PIC X(19).
           05  BEF-CRD-ACCOUNT         PIC X(20).
           05  BEF-CRD-EXPIRY-MONTH    PIC 99.
           05  BEF-CRD-EXPIRY-YEAR     PIC 9999.
           05  BEF-CRD-STATUS          PIC X(20).
           05  BEF-CRD-LINKED-DATE     PIC 9(8).
           05  BEF-CRD-REPLACES-KEY    PIC X(19).
           05  BEF-CRD-REPLACED-BY     PIC X(19).
           05  BEF-CRD-OVERLAP-END     PIC 9(8).

       FD  AFT-CARD-FILE.
       01  AFT-CARD-MASTER-RECORD.
           05  AFT-CRD-CARD-KEY        PIC X(19).
           05  AFT-CRD-ACCOUNT         PIC X(20).
           05  AFT-CRD-EXPIRY-MONTH    PIC 99.
           05  AFT-CRD-EXPIRY-YEAR     PIC 9999.
           05  AFT-CRD-STATUS          PIC X(20).
           05  AFT-CRD-LINKED-DATE     PIC 9(8).
           05  AFT-CRD-REPLACES-KEY    PIC X(19).
           05  AFT-CRD-REPLACED-BY     PIC X(19).
           05  AFT-CRD-OVERLAP-END     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-BEFORE-STATUS        PIC XX.
       01  WS-AFTER-STATUS         PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-KEY-FOUND            PIC X.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-MASTER               PIC X(10).
       01  WS-BEFORE-NAME          PIC X(60).
       01  WS-AFTER-NAME           PIC X(60).
       01  WS-TOLERANCE            PIC 9(5)V9(6) VALUE 0.

      * The record being compared and the field at hand. Amounts
      * arrive here already decoded from their packed form; the
      * scale says how many decimals the field carries.
       01  WS-CMP-KEY              PIC X(20).
       01  WS-CMP-FIELD            PIC X(20).
       01  WS-CMP-BEFORE-TEXT      PIC X(50).
       01  WS-CMP-AFTER-TEXT       PIC X(50).
       01  WS-CMP-BEFORE-AMT       PIC S9(13)V9(6).
       01  WS-CMP-AFTER-AMT        PIC S9(13)V9(6).
       01  WS-CMP-DIFF             PIC S9(13)V9(6).
       01  WS-CMP-SCALE            PIC 9.
       01  WS-RECORD-DIFFERS       PIC X.

       01  WS-COMPARE-COUNTS.
           05  WS-MATCHED          PIC 9(9) VALUE 0.
           05  WS-IDENTICAL        PIC 9(9) VALUE 0.
           05  WS-RECORDS-DIFFERING PIC 9(9) VALUE 0.
           05  WS-FIELD-DIFFERENCES PIC 9(9) VALUE 0.
           05  WS-WITHIN-TOLERANCE PIC 9(9) VALUE 0.
           05  WS-BEFORE-ONLY      PIC 9(9) VALUE 0.
           05  WS-AFTER-ONLY       PIC 9(9) VALUE 0.

      * Control totals per side: record count and up to two money
      * fields, named per master.
       01  WS-CONTROL-TOTALS.
           05  WS-TOTAL-1-NAME     PIC X(14) VALUE SPACES.
           05  WS-TOTAL-2-NAME     PIC X(14) VALUE SPACES.
           05  WS-BEFORE-COUNT     PIC 9(9) VALUE 0.
           05  WS-BEFORE-TOTAL-1   PIC S9(15)V99 VALUE 0.
           05  WS-BEFORE-TOTAL-2   PIC S9(15)V99 VALUE 0.
           05  WS-AFTER-COUNT      PIC 9(9) VALUE 0.
           05  WS-AFTER-TOTAL-1    PIC S9(15)V99 VALUE 0.
           05  WS-AFTER-TOTAL-2    PIC S9(15)V99 VALUE 0.

       01  WS-DISPLAY-MONEY        PIC -Z(12)9.99.
       01  WS-DISPLAY-RATE         PIC -Z(5)9.9(6).
       01  WS-DISPLAY-TOTAL        PIC -Z(14)9.99.
       01  WS-DISPLAY-TOTAL-2      PIC -Z(14)9.99.

       01  WS-JSON-PRE             PIC X(500).
       01  WS-JSON-POST            PIC X(500).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-JSON-BEFORE-TOTAL    PIC -(15)9.99.
       01  WS-JSON-AFTER-TOTAL     PIC -(15)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF WS-STATUS = 'SUCCESS'
               PERFORM OPEN-BOTH-SIDES
           END-IF
           IF WS-STATUS = 'SUCCESS'
               PERFORM COMPARE-BEFORE-SIDE
               PERFORM FIND-AFTER-ONLY
               PERFORM CLOSE-BOTH-SIDES
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

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

           MOVE SPACES TO WS-MASTER
           MOVE SPACES TO WS-BEFORE-NAME
           MOVE SPACES TO WS-AFTER-NAME
           MOVE 0 TO WS-TOLERANCE

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"master":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-MASTER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"before":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-BEFORE-NAME
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"after":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-AFTER-NAME
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"tolerance":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-MASTER) TO WS-MASTER
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   IF WS-BEFORE-NAME = SPACES
                       MOVE 'account-master.dat' TO WS-BEFORE-NAME
                   END-IF
                   MOVE 'BALANCE' TO WS-TOTAL-1-NAME
                   MOVE 'AVAIL-BALANCE' TO WS-TOTAL-2-NAME
               WHEN 'CUSTOMER'
                   IF WS-BEFORE-NAME = SPACES
                       MOVE 'customer-master.dat' TO WS-BEFORE-NAME
                   END-IF
               WHEN 'GL'
                   IF WS-BEFORE-NAME = SPACES
                       MOVE 'gl-master.dat' TO WS-BEFORE-NAME
                   END-IF
                   MOVE 'BALANCE' TO WS-TOTAL-1-NAME
               WHEN 'LOAN'
                   IF WS-BEFORE-NAME = SPACES
                       MOVE 'loan-master.dat' TO WS-BEFORE-NAME
                   END-IF
                   MOVE 'PRINCIPAL' TO WS-TOTAL-1-NAME
               WHEN 'CARD'
                   IF WS-BEFORE-NAME = SPACES
                       MOVE 'card-master.dat' TO WS-BEFORE-NAME
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Master must be ACCOUNT/CUSTOMER/GL/LOAN/CARD'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE

           IF WS-STATUS = 'SUCCESS' AND WS-AFTER-NAME = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No after file named' TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Both copies are only read. Either one missing ends the run.
      *----------------------------------------------------------------
       OPEN-BOTH-SIDES.
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   OPEN INPUT BEF-ACCOUNT-FILE
                   OPEN INPUT AFT-ACCOUNT-FILE
               WHEN 'CUSTOMER'
                   OPEN INPUT BEF-CUSTOMER-FILE
                   OPEN INPUT AFT-CUSTOMER-FILE
               WHEN 'GL'
                   OPEN INPUT BEF-GL-FILE
                   OPEN INPUT AFT-GL-FILE
               WHEN 'LOAN'
                   OPEN INPUT BEF-LOAN-FILE
                   OPEN INPUT AFT-LOAN-FILE
               WHEN 'CARD'
                   OPEN INPUT BEF-CARD-FILE
                   OPEN INPUT AFT-CARD-FILE
           END-EVALUATE

           IF WS-BEFORE-STATUS NOT = '00' OR
              WS-AFTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Cannot open both files - before status '
                      WS-BEFORE-STATUS ', after status '
                      WS-AFTER-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               IF WS-BEFORE-STATUS = '00'
                   PERFORM CLOSE-BEFORE-SIDE
               END-IF
               IF WS-AFTER-STATUS = '00'
                   PERFORM CLOSE-AFTER-SIDE
               END-IF
           END-IF.

       CLOSE-BOTH-SIDES.
           PERFORM CLOSE-BEFORE-SIDE
           PERFORM CLOSE-AFTER-SIDE.

       CLOSE-BEFORE-SIDE.
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   CLOSE BEF-ACCOUNT-FILE
               WHEN 'CUSTOMER'
                   CLOSE BEF-CUSTOMER-FILE
               WHEN 'GL'
                   CLOSE BEF-GL-FILE
               WHEN 'LOAN'
                   CLOSE BEF-LOAN-FILE
               WHEN 'CARD'
                   CLOSE BEF-CARD-FILE
           END-EVALUATE.

       CLOSE-AFTER-SIDE.
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   CLOSE AFT-ACCOUNT-FILE
               WHEN 'CUSTOMER'
                   CLOSE AFT-CUSTOMER-FILE
               WHEN 'GL'
                   CLOSE AFT-GL-FILE
               WHEN 'LOAN'
                   CLOSE AFT-LOAN-FILE
               WHEN 'CARD'
                   CLOSE AFT-CARD-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Pass 1 - every before record in key order: totalled, then
      * looked up on the after copy and compared, or listed as
      * before only.
      *----------------------------------------------------------------
       COMPARE-BEFORE-SIDE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-NEXT-BEFORE
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-BEFORE-COUNT
                   PERFORM READ-AFTER-BY-KEY
                   IF WS-KEY-FOUND = 'Y'
                       ADD 1 TO WS-MATCHED
                       PERFORM COMPARE-MATCHED-RECORD
                   ELSE
                       ADD 1 TO WS-BEFORE-ONLY
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'BEFORE ONLY ' WS-CMP-KEY
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * Pass 2 - every after record: totalled, and listed when the
      * before copy does not have its key.
       FIND-AFTER-ONLY.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-NEXT-AFTER
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-AFTER-COUNT
                   PERFORM READ-BEFORE-BY-KEY
                   IF WS-KEY-FOUND = 'N'
                       ADD 1 TO WS-AFTER-ONLY
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'AFTER ONLY  ' WS-CMP-KEY
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       READ-NEXT-BEFORE.
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   READ BEF-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BEF-ACCT-NUMBER TO WS-CMP-KEY
                           ADD BEF-ACCT-BALANCE TO WS-BEFORE-TOTAL-1
                           ADD BEF-ACCT-AVAIL-BALANCE
                               TO WS-BEFORE-TOTAL-2
                   END-READ
               WHEN 'CUSTOMER'
                   READ BEF-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BEF-CUST-ID TO WS-CMP-KEY
                   END-READ
               WHEN 'GL'
                   READ BEF-GL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BEF-GL-ACCOUNT-NUMBER TO WS-CMP-KEY
                           ADD BEF-GL-CURRENT-BALANCE
                               TO WS-BEFORE-TOTAL-1
                   END-READ
               WHEN 'LOAN'
                   READ BEF-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BEF-LN-LOAN-ID TO WS-CMP-KEY
                           ADD BEF-LN-PRINCIPAL TO WS-BEFORE-TOTAL-1
                   END-READ
               WHEN 'CARD'
                   READ BEF-CARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BEF-CRD-CARD-KEY TO WS-CMP-KEY
                   END-READ
           END-EVALUATE.

       READ-NEXT-AFTER.
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   READ AFT-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AFT-ACCT-NUMBER TO WS-CMP-KEY
                           ADD AFT-ACCT-BALANCE TO WS-AFTER-TOTAL-1
                           ADD AFT-ACCT-AVAIL-BALANCE
                               TO WS-AFTER-TOTAL-2
                   END-READ
               WHEN 'CUSTOMER'
                   READ AFT-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AFT-CUST-ID TO WS-CMP-KEY
                   END-READ
               WHEN 'GL'
                   READ AFT-GL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AFT-GL-ACCOUNT-NUMBER TO WS-CMP-KEY
                           ADD AFT-GL-CURRENT-BALANCE
                               TO WS-AFTER-TOTAL-1
                   END-READ
               WHEN 'LOAN'
                   READ AFT-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AFT-LN-LOAN-ID TO WS-CMP-KEY
                           ADD AFT-LN-PRINCIPAL TO WS-AFTER-TOTAL-1
                   END-READ
               WHEN 'CARD'
                   READ AFT-CARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AFT-CRD-CARD-KEY TO WS-CMP-KEY
                   END-READ
           END-EVALUATE.

       READ-AFTER-BY-KEY.
           MOVE 'Y' TO WS-KEY-FOUND
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   MOVE BEF-ACCT-NUMBER TO AFT-ACCT-NUMBER
                   READ AFT-ACCOUNT-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'CUSTOMER'
                   MOVE BEF-CUST-ID TO AFT-CUST-ID
                   READ AFT-CUSTOMER-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'GL'
                   MOVE BEF-GL-ACCOUNT-NUMBER TO AFT-GL-ACCOUNT-NUMBER
                   READ AFT-GL-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'LOAN'
                   MOVE BEF-LN-LOAN-ID TO AFT-LN-LOAN-ID
                   READ AFT-LOAN-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'CARD'
                   MOVE BEF-CRD-CARD-KEY TO AFT-CRD-CARD-KEY
                   READ AFT-CARD-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
           END-EVALUATE.

       READ-BEFORE-BY-KEY.
           MOVE 'Y' TO WS-KEY-FOUND
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   MOVE AFT-ACCT-NUMBER TO BEF-ACCT-NUMBER
                   READ BEF-ACCOUNT-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'CUSTOMER'
                   MOVE AFT-CUST-ID TO BEF-CUST-ID
                   READ BEF-CUSTOMER-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'GL'
                   MOVE AFT-GL-ACCOUNT-NUMBER TO BEF-GL-ACCOUNT-NUMBER
                   READ BEF-GL-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'LOAN'
                   MOVE AFT-LN-LOAN-ID TO BEF-LN-LOAN-ID
                   READ BEF-LOAN-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
               WHEN 'CARD'
                   MOVE AFT-CRD-CARD-KEY TO BEF-CRD-CARD-KEY
                   READ BEF-CARD-FILE
                       INVALID KEY MOVE 'N' TO WS-KEY-FOUND
                   END-READ
           END-EVALUATE.

       COMPARE-MATCHED-RECORD.
           MOVE 'N' TO WS-RECORD-DIFFERS
           EVALUATE WS-MASTER
               WHEN 'ACCOUNT'
                   PERFORM COMPARE-ACCOUNT-FIELDS
               WHEN 'CUSTOMER'
                   PERFORM COMPARE-CUSTOMER-FIELDS
               WHEN 'GL'
                   PERFORM COMPARE-GL-FIELDS
               WHEN 'LOAN'
                   PERFORM COMPARE-LOAN-FIELDS
               WHEN 'CARD'
                   PERFORM COMPARE-CARD-FIELDS
           END-EVALUATE
           IF WS-RECORD-DIFFERS = 'Y'
               ADD 1 TO WS-RECORDS-DIFFERING
           ELSE
               ADD 1 TO WS-IDENTICAL
           END-IF.

      *----------------------------------------------------------------
      * Field by field, in layout order. Numeric display fields that
      * are codes or dates compare as text; amounts and rates compare
      * by value, subject to the tolerance.
      *----------------------------------------------------------------
       COMPARE-ACCOUNT-FIELDS.
           MOVE 'ACCT-TYPE' TO WS-CMP-FIELD
           MOVE BEF-ACCT-TYPE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-ACCT-TYPE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'ACCT-CUSTOMER-ID' TO WS-CMP-FIELD
           MOVE BEF-ACCT-CUSTOMER-ID TO WS-CMP-BEFORE-TEXT
           MOVE AFT-ACCT-CUSTOMER-ID TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'ACCT-BALANCE' TO WS-CMP-FIELD
           MOVE BEF-ACCT-BALANCE TO WS-CMP-BEFORE-AMT
           MOVE AFT-ACCT-BALANCE TO WS-CMP-AFTER-AMT
           MOVE 2 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'ACCT-AVAIL-BALANCE' TO WS-CMP-FIELD
           MOVE BEF-ACCT-AVAIL-BALANCE TO WS-CMP-BEFORE-AMT
           MOVE AFT-ACCT-AVAIL-BALANCE TO WS-CMP-AFTER-AMT
           MOVE 2 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'ACCT-INTEREST-RATE' TO WS-CMP-FIELD
           MOVE BEF-ACCT-INTEREST-RATE TO WS-CMP-BEFORE-AMT
           MOVE AFT-ACCT-INTEREST-RATE TO WS-CMP-AFTER-AMT
           MOVE 6 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'ACCT-OPEN-DATE' TO WS-CMP-FIELD
           MOVE BEF-ACCT-OPEN-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-ACCT-OPEN-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'ACCT-LAST-ACTIVITY' TO WS-CMP-FIELD
           MOVE BEF-ACCT-LAST-ACTIVITY TO WS-CMP-BEFORE-TEXT
           MOVE AFT-ACCT-LAST-ACTIVITY TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'ACCT-STATUS' TO WS-CMP-FIELD
           MOVE BEF-ACCT-STATUS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-ACCT-STATUS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD.

       COMPARE-CUSTOMER-FIELDS.
           MOVE 'CUST-NAME' TO WS-CMP-FIELD
           MOVE BEF-CUST-NAME TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-NAME TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-ADDRESS' TO WS-CMP-FIELD
           MOVE BEF-CUST-ADDRESS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-ADDRESS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-CITY' TO WS-CMP-FIELD
           MOVE BEF-CUST-CITY TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-CITY TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-STATE' TO WS-CMP-FIELD
           MOVE BEF-CUST-STATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-STATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-ZIP' TO WS-CMP-FIELD
           MOVE BEF-CUST-ZIP TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-ZIP TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-PHONE' TO WS-CMP-FIELD
           MOVE BEF-CUST-PHONE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-PHONE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-EMAIL' TO WS-CMP-FIELD
           MOVE BEF-CUST-EMAIL TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-EMAIL TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-DATE-OPENED' TO WS-CMP-FIELD
           MOVE BEF-CUST-DATE-OPENED TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-DATE-OPENED TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-KYC-STATUS' TO WS-CMP-FIELD
           MOVE BEF-CUST-KYC-STATUS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-KYC-STATUS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-TIN-STATUS' TO WS-CMP-FIELD
           MOVE BEF-CUST-TIN-STATUS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-TIN-STATUS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-TIN-CERT-DATE' TO WS-CMP-FIELD
           MOVE BEF-CUST-TIN-CERT-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-TIN-CERT-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-DELIVERY-PREF' TO WS-CMP-FIELD
           MOVE BEF-CUST-DELIVERY-PREF TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-DELIVERY-PREF TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-EMAIL-CONSENT' TO WS-CMP-FIELD
           MOVE BEF-CUST-EMAIL-CONSENT TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-EMAIL-CONSENT TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-RETURNED-MAIL' TO WS-CMP-FIELD
           MOVE BEF-CUST-RETURNED-MAIL TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-RETURNED-MAIL TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CUST-RETURNED-DATE' TO WS-CMP-FIELD
           MOVE BEF-CUST-RETURNED-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CUST-RETURNED-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD.

       COMPARE-GL-FIELDS.
           MOVE 'GL-ACCOUNT-NAME' TO WS-CMP-FIELD
           MOVE BEF-GL-ACCOUNT-NAME TO WS-CMP-BEFORE-TEXT
           MOVE AFT-GL-ACCOUNT-NAME TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'GL-ACCOUNT-TYPE' TO WS-CMP-FIELD
           MOVE BEF-GL-ACCOUNT-TYPE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-GL-ACCOUNT-TYPE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'GL-NORMAL-BALANCE' TO WS-CMP-FIELD
           MOVE BEF-GL-NORMAL-BALANCE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-GL-NORMAL-BALANCE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'GL-CURRENT-BALANCE' TO WS-CMP-FIELD
           MOVE BEF-GL-CURRENT-BALANCE TO WS-CMP-BEFORE-AMT
           MOVE AFT-GL-CURRENT-BALANCE TO WS-CMP-AFTER-AMT
           MOVE 2 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'GL-LAST-POSTED-DATE' TO WS-CMP-FIELD
           MOVE BEF-GL-LAST-POSTED-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-GL-LAST-POSTED-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD.

       COMPARE-LOAN-FIELDS.
           MOVE 'LN-ACCOUNT' TO WS-CMP-FIELD
           MOVE BEF-LN-ACCOUNT TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-ACCOUNT TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'LN-PRINCIPAL' TO WS-CMP-FIELD
           MOVE BEF-LN-PRINCIPAL TO WS-CMP-BEFORE-AMT
           MOVE AFT-LN-PRINCIPAL TO WS-CMP-AFTER-AMT
           MOVE 2 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'LN-RATE' TO WS-CMP-FIELD
           MOVE BEF-LN-RATE TO WS-CMP-BEFORE-AMT
           MOVE AFT-LN-RATE TO WS-CMP-AFTER-AMT
           MOVE 6 TO WS-CMP-SCALE
           PERFORM COMPARE-AMOUNT-FIELD
           MOVE 'LN-TERM' TO WS-CMP-FIELD
           MOVE BEF-LN-TERM TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-TERM TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'LN-ORIG-DATE' TO WS-CMP-FIELD
           MOVE BEF-LN-ORIG-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-ORIG-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'LN-STATUS' TO WS-CMP-FIELD
           MOVE BEF-LN-STATUS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-STATUS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'LN-NEXT-PERIOD' TO WS-CMP-FIELD
           MOVE BEF-LN-NEXT-PERIOD TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-NEXT-PERIOD TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'LN-PAST-DUE-COUNT' TO WS-CMP-FIELD
           MOVE BEF-LN-PAST-DUE-COUNT TO WS-CMP-BEFORE-TEXT
           MOVE AFT-LN-PAST-DUE-COUNT TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD.

       COMPARE-CARD-FIELDS.
           MOVE 'CRD-ACCOUNT' TO WS-CMP-FIELD
           MOVE BEF-CRD-ACCOUNT TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-ACCOUNT TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-EXPIRY-MONTH' TO WS-CMP-FIELD
           MOVE BEF-CRD-EXPIRY-MONTH TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-EXPIRY-MONTH TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-EXPIRY-YEAR' TO WS-CMP-FIELD
           MOVE BEF-CRD-EXPIRY-YEAR TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-EXPIRY-YEAR TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-STATUS' TO WS-CMP-FIELD
           MOVE BEF-CRD-STATUS TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-STATUS TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-LINKED-DATE' TO WS-CMP-FIELD
           MOVE BEF-CRD-LINKED-DATE TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-LINKED-DATE TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-REPLACES-KEY' TO WS-CMP-FIELD
           MOVE BEF-CRD-REPLACES-KEY TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-REPLACES-KEY TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-REPLACED-BY' TO WS-CMP-FIELD
           MOVE BEF-CRD-REPLACED-BY TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-REPLACED-BY TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD
           MOVE 'CRD-OVERLAP-END' TO WS-CMP-FIELD
           MOVE BEF-CRD-OVERLAP-END TO WS-CMP-BEFORE-TEXT
           MOVE AFT-CRD-OVERLAP-END TO WS-CMP-AFTER-TEXT
           PERFORM COMPARE-TEXT-FIELD.

       COMPARE-TEXT-FIELD.
           IF WS-CMP-BEFORE-TEXT NOT = WS-CMP-AFTER-TEXT
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.

      * A difference no larger than the tolerance is counted, not
      * listed; a zero tolerance lists every difference.
       COMPARE-AMOUNT-FIELD.
           COMPUTE WS-CMP-DIFF = WS-CMP-BEFORE-AMT - WS-CMP-AFTER-AMT
           IF WS-CMP-DIFF < 0
               COMPUTE WS-CMP-DIFF = WS-CMP-DIFF * -1
           END-IF
           IF WS-CMP-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-DIFF NOT > WS-TOLERANCE
               ADD 1 TO WS-WITHIN-TOLERANCE
               EXIT PARAGRAPH
           END-IF

           IF WS-CMP-SCALE = 2
               MOVE WS-CMP-BEFORE-AMT TO WS-DISPLAY-MONEY
               MOVE WS-DISPLAY-MONEY TO WS-CMP-BEFORE-TEXT
               MOVE WS-CMP-AFTER-AMT TO WS-DISPLAY-MONEY
               MOVE WS-DISPLAY-MONEY TO WS-CMP-AFTER-TEXT
           ELSE
               MOVE WS-CMP-BEFORE-AMT TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE TO WS-CMP-BEFORE-TEXT
               MOVE WS-CMP-AFTER-AMT TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE TO WS-CMP-AFTER-TEXT
           END-IF
           PERFORM WRITE-FIELD-DIFFERENCE.

       WRITE-FIELD-DIFFERENCE.
           MOVE 'Y' TO WS-RECORD-DIFFERS
           ADD 1 TO WS-FIELD-DIFFERENCES
           MOVE SPACES TO REPORT-RECORD
           STRING 'DIFF        ' WS-CMP-KEY ' ' WS-CMP-FIELD
                  ' BEFORE ' FUNCTION TRIM(WS-CMP-BEFORE-TEXT)
                  ' AFTER ' FUNCTION TRIM(WS-CMP-AFTER-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING 'MASTER FILE PARALLEL-RUN COMPARISON - RUN '
                  WS-TODAY ' ' WS-NOW
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOLERANCE TO WS-DISPLAY-RATE
           MOVE SPACES TO REPORT-RECORD
           STRING 'MASTER ' WS-MASTER
                  '  TOLERANCE ' FUNCTION TRIM(WS-DISPLAY-RATE)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BEFORE ' WS-BEFORE-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'AFTER  ' WS-AFTER-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-STATUS NOT = 'SUCCESS'
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOT COMPLETED: ' WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONTROL TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BEFORE-TOTAL-1 TO WS-DISPLAY-TOTAL
           MOVE WS-BEFORE-TOTAL-2 TO WS-DISPLAY-TOTAL-2
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-TOTAL-2-NAME NOT = SPACES
                   STRING 'BEFORE  RECORDS ' WS-BEFORE-COUNT
                          '  ' WS-TOTAL-1-NAME WS-DISPLAY-TOTAL
                          '  ' WS-TOTAL-2-NAME WS-DISPLAY-TOTAL-2
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN WS-TOTAL-1-NAME NOT = SPACES
                   STRING 'BEFORE  RECORDS ' WS-BEFORE-COUNT
                          '  ' WS-TOTAL-1-NAME WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING 'BEFORE  RECORDS ' WS-BEFORE-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE WS-AFTER-TOTAL-1 TO WS-DISPLAY-TOTAL
           MOVE WS-AFTER-TOTAL-2 TO WS-DISPLAY-TOTAL-2
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-TOTAL-2-NAME NOT = SPACES
                   STRING 'AFTER   RECORDS ' WS-AFTER-COUNT
                          '  ' WS-TOTAL-1-NAME WS-DISPLAY-TOTAL
                          '  ' WS-TOTAL-2-NAME WS-DISPLAY-TOTAL-2
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN WS-TOTAL-1-NAME NOT = SPACES
                   STRING 'AFTER   RECORDS ' WS-AFTER-COUNT
                          '  ' WS-TOTAL-1-NAME WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING 'AFTER   RECORDS ' WS-AFTER-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'Matched: ' WS-MATCHED
                  '  Identical: ' WS-IDENTICAL
                  '  Differing: ' WS-RECORDS-DIFFERING
                  '  Field differences: ' WS-FIELD-DIFFERENCES
                  '  Within tolerance: ' WS-WITHIN-TOLERANCE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'Before only: ' WS-BEFORE-ONLY
                  '  After only: ' WS-AFTER-ONLY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-RECORDS-DIFFERING = 0 AND
              WS-BEFORE-ONLY = 0 AND WS-AFTER-ONLY = 0
               MOVE 'RESULT: FILES AGREE' TO REPORT-RECORD
           ELSE
               MOVE 'RESULT: FILES DIFFER' TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       WRITE-OUTPUT.
           MOVE WS-BEFORE-TOTAL-1 TO WS-JSON-BEFORE-TOTAL
           MOVE WS-AFTER-TOTAL-1 TO WS-JSON-AFTER-TOTAL
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"SUCCESS",'
                   '"master":"' FUNCTION TRIM(WS-MASTER) '",'
                   '"before_records":' WS-BEFORE-COUNT ','
                   '"after_records":' WS-AFTER-COUNT ','
                   '"before_total":'
                   FUNCTION TRIM(WS-JSON-BEFORE-TOTAL) ','
                   '"after_total":'
                   FUNCTION TRIM(WS-JSON-AFTER-TOTAL) ','
                   '"matched":' WS-MATCHED ','
                   '"identical":' WS-IDENTICAL ','
                   '"differing":' WS-RECORDS-DIFFERING ','
                   '"field_differences":' WS-FIELD-DIFFERENCES ','
                   '"within_tolerance":' WS-WITHIN-TOLERANCE ','
                   '"before_only":' WS-BEFORE-ONLY ','
                   '"after_only":' WS-AFTER-ONLY ','
                   '"report":"master-compare-report.txt"'
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
