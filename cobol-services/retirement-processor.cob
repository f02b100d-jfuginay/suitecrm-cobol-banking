      * its reason (NORMAL, EARLY, RMD) on TRANS-CATEGORY. YEAREND
      * writes the per-plan summary (retirement-year-summary.dat)
      * with contributions and distributions by tax year, feeding the
      * tax extract. The plan owner's date of birth is kept on the
      * plan record ("birth_date" on ENROLL, or BIRTHDATE for a plan
      * already enrolled). RMD-CALC, run in January for the tax year
      * (default the current year), works out the required minimum
      * distribution for every owner at or past the required age at
      * the end of that year: the prior year-end balance (today's
      * balance less activity dated after December 31) divided by
      * the IRS Uniform Lifetime Table divisor for that age. Each
      * requirement is kept on retirement-rmd.dat (year + account)
      * and the owner is sent an RMD notice through NOTICE-QUEUE,
      * once per year. Every distribution taken in the year counts
      * toward the requirement; DISTRIBUTE keeps the amount taken
      * current. RMD-STATUS, the fourth-quarter follow-up, recounts
      * what has been taken and lists every owner still short on
      * rmd-unmet-report.txt for staff to contact. Driven by
      * retirement-input.json; JSON summary in
      * retirement-output.json.
      *----------------------------------------------------------------

               ACCESS IS DYNAMIC
               RECORD KEY IS RPL-ACCOUNT
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT RMD-FILE ASSIGN TO 'retirement-rmd.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS WS-RMD-STATUS.
           SELECT UNMET-REPORT ASSIGN TO 'rmd-unmet-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT YEAR-SUMMARY ASSIGN TO 'retirement-year-summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           05  RPL-PLAN-KIND       PIC X(10).
           05  RPL-CUSTOMER        PIC X(10).
           05  RPL-ENROLLED        PIC 9(8).
           05  RPL-BIRTH-DATE      PIC 9(8).

      * One required minimum distribution per plan account per year.
      * RMD-STATUS is OPEN until the distributions taken in the year
      * reach the required amount, then MET.
       FD  RMD-FILE.
       01  RMD-RECORD.
           05  RMD-KEY.
               10  RMD-TAX-YEAR    PIC 9(4).
               10  RMD-ACCOUNT     PIC X(20).
           05  RMD-CUSTOMER        PIC X(10).
           05  RMD-BIRTH-DATE      PIC 9(8).
           05  RMD-AGE             PIC 9(3).
           05  RMD-PRIOR-BALANCE   PIC S9(12)V99 COMP-3.
           05  RMD-DIVISOR         PIC 9(2)V9.
           05  RMD-REQUIRED        PIC 9(10)V99.
           05  RMD-TAKEN           PIC 9(10)V99.
           05  RMD-STATUS          PIC X(6).
           05  RMD-CALC-DATE       PIC 9(8).
           05  RMD-NOTICE-DATE     PIC 9(8).

       FD  UNMET-REPORT.
       01  UNMET-REPORT-RECORD     PIC X(132).

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

       FD  YEAR-SUMMARY.
       01  YEAR-SUMMARY-RECORD.
       01  WS-SUMMARY-STATUS       PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-RMD-STATUS           PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TRANS-EOF            PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-IN-PLAN-KIND         PIC X(10).
       01  WS-IN-REASON            PIC X(10).
       01  WS-IN-TAX-YEAR          PIC 9(4).
       01  WS-IN-BIRTH-DATE        PIC 9(8).

       01  WS-ANNUAL-LIMIT         PIC 9(7)V99 VALUE 7000.00.
       01  WS-YEAR-CONTRIBS        PIC S9(12)V99.
       01  WS-CATEGORY-WORK        PIC X(30).
       01  WS-PLAN-CUSTOMER        PIC X(10).

      * Required minimum distributions. The required age applies to
      * the owner's age at the end of the tax year; the divisor comes
      * from the IRS Uniform Lifetime Table, ages 72 through 120 (the
      * 120 divisor also serves every age beyond).
       01  WS-RMD-REQUIRED-AGE     PIC 9(3) VALUE 73.
       01  WS-RMD-YEAR-END         PIC 9(8).
       01  WS-RMD-AGE              PIC 9(3).
       01  WS-RMD-BIRTH-YEAR       PIC 9(4).
       01  WS-RMD-PRIOR-BALANCE    PIC S9(12)V99.
       01  WS-RMD-TAKEN            PIC S9(12)V99.
       01  WS-RMD-SHORTFALL        PIC 9(10)V99.
       01  WS-RMD-FOUND            PIC X.
       01  WS-ULT-IDX              PIC 9(3).
       01  WS-ULT-DATA.
           05  FILLER              PIC X(30)
                                   VALUE
                                   '274265255246237229220211202194'.
           05  FILLER              PIC X(30)
                                   VALUE
                                   '185177168160152144137129122115'.
           05  FILLER              PIC X(30)
                                   VALUE
                                   '108101095089084078073068064060'.
           05  FILLER              PIC X(30)
                                   VALUE
                                   '056052049046043041039037035034'.
           05  FILLER              PIC X(27)
                                   VALUE
                                   '033031030029028027025023020'.
       01  WS-ULT-TABLE REDEFINES WS-ULT-DATA.
           05  WS-ULT-DIVISOR      PIC 9(2)V9 OCCURS 49 TIMES.

      * Customer notices go out through the NOTICE-QUEUE subprogram.
       01  WS-NQ-FIELDS.
           05  WS-NQ-TYPE          PIC X(12) VALUE 'RMD'.
           05  WS-NQ-CUST-ID       PIC X(10).
           05  WS-NQ-ACCOUNT       PIC X(20).
           05  WS-NQ-MERGE-DATA    PIC X(200).
           05  WS-NQ-PROGRAM       PIC X(20)
                                   VALUE 'RETIREMENT-PROCESSOR'.
           05  WS-NQ-RETURN-CODE   PIC XX.

       01  WS-RPT-AMOUNT-1         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-3         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-LINE             PIC X(132).

       01  WS-RUN-STATS.
           05  WS-CONTRIBUTIONS    PIC 9(7) VALUE 0.
           05  WS-DISTRIBUTIONS    PIC 9(7) VALUE 0.
           05  WS-PLANS-SUMMARIZED PIC 9(7) VALUE 0.
           05  WS-RMDS-CALCULATED  PIC 9(7) VALUE 0.
           05  WS-RMD-NOTICES      PIC 9(7) VALUE 0.
           05  WS-RMDS-UNMET       PIC 9(7) VALUE 0.
           05  WS-NO-BIRTH-DATE    PIC 9(7) VALUE 0.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
                       PERFORM POST-DISTRIBUTION
                   WHEN 'YEAREND'
                       PERFORM WRITE-YEAR-SUMMARIES
                   WHEN 'BIRTHDATE'
                       PERFORM SET-OWNER-BIRTH-DATE
                   WHEN 'RMD-CALC'
                       PERFORM CALCULATE-RMDS
                   WHEN 'RMD-STATUS'
                       PERFORM REPORT-UNMET-RMDS
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           MOVE 0 TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-PLAN-KIND
           MOVE 'NORMAL' TO WS-IN-REASON
           MOVE 0 TO WS-IN-BIRTH-DATE
           COMPUTE WS-IN-TAX-YEAR = FUNCTION NUMVAL(WS-TODAY(1:4))

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
                   INTO WS-JSON-VALUE
               COMPUTE WS-ANNUAL-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"birth_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-BIRTH-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       OPEN-PLAN-FILE.
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BIRTH-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-BIRTH-DATE) NOT = 0
                  OR WS-IN-BIRTH-DATE > WS-TODAY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'birth_date is not a valid YYYYMMDD date'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O ACCOUNT-MASTER
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           MOVE ACCT-CUSTOMER-ID TO WS-PLAN-CUSTOMER
           CLOSE ACCOUNT-MASTER

      * A re-enrollment without a birth date keeps the one on file.
           MOVE WS-IN-ACCOUNT TO RPL-ACCOUNT
           READ PLAN-FILE
               INVALID KEY MOVE 0 TO RPL-BIRTH-DATE
           END-READ
           MOVE WS-IN-ACCOUNT TO RPL-ACCOUNT
           MOVE WS-IN-PLAN-KIND TO RPL-PLAN-KIND
           MOVE WS-PLAN-CUSTOMER TO RPL-CUSTOMER
           MOVE WS-TODAY TO RPL-ENROLLED
           IF WS-IN-BIRTH-DATE > 0
               MOVE WS-IN-BIRTH-DATE TO RPL-BIRTH-DATE
           END-IF
           WRITE PLAN-RECORD
               INVALID KEY
                   REWRITE PLAN-RECORD
           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           PERFORM CALL-GL-POSTING
           ADD 1 TO WS-DISTRIBUTIONS

           PERFORM APPLY-DISTRIBUTION-TO-RMD.

      * Any distribution in the year counts toward that year's RMD.
       APPLY-DISTRIBUTION-TO-RMD.
           PERFORM OPEN-RMD-FILE
           IF WS-RMD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY(1:4) TO RMD-TAX-YEAR
           MOVE WS-IN-ACCOUNT TO RMD-ACCOUNT
           READ RMD-FILE
               INVALID KEY
                   CLOSE RMD-FILE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-IN-AMOUNT TO RMD-TAKEN
           IF RMD-TAKEN >= RMD-REQUIRED
               MOVE 'MET' TO RMD-STATUS
           END-IF
           REWRITE RMD-RECORD
           CLOSE RMD-FILE.

       APPEND-PLAN-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
               END-EVALUATE
           END-IF.

       SET-OWNER-BIRTH-DATE.
           IF WS-IN-ACCOUNT = SPACES OR WS-IN-BIRTH-DATE = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'account and birth_date are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-BIRTH-DATE) NOT = 0
              OR WS-IN-BIRTH-DATE > WS-TODAY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'birth_date is not a valid YYYYMMDD date'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ACCOUNT TO RPL-ACCOUNT
           READ PLAN-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account is not a retirement plan'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-IN-BIRTH-DATE TO RPL-BIRTH-DATE
           REWRITE PLAN-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Retirement plan update failed'
                       TO WS-ERROR-MESSAGE
           END-REWRITE.

       OPEN-RMD-FILE.
           OPEN I-O RMD-FILE
           IF WS-RMD-STATUS = '35'
               OPEN OUTPUT RMD-FILE
               CLOSE RMD-FILE
               OPEN I-O RMD-FILE
           END-IF.

      *----------------------------------------------------------------
      * RMD-CALC: the January run for the tax year. Every plan whose
      * owner reaches the required age by December 31 of the tax year
      * gets a requirement of the prior year-end balance over the
      * Uniform Lifetime Table divisor. A rerun recalculates but
      * keeps the amount taken and the notice date; the owner is
      * only noticed once a year. Plans with no birth date on file
      * are counted so they can be chased.
      *----------------------------------------------------------------
       CALCULATE-RMDS.
           PERFORM OPEN-RMD-FILE
           IF WS-RMD-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'RMD file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE
           COMPUTE WS-RMD-YEAR-END = (WS-IN-TAX-YEAR - 1) * 10000
               + 1231

           MOVE 'N' TO WS-EOF
           MOVE SPACES TO RPL-ACCOUNT
           START PLAN-FILE KEY >= RPL-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CALCULATE-ONE-RMD
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE RMD-FILE.

       CALCULATE-ONE-RMD.
           IF RPL-BIRTH-DATE = 0
               ADD 1 TO WS-NO-BIRTH-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE RPL-BIRTH-DATE(1:4) TO WS-RMD-BIRTH-YEAR
           IF WS-RMD-BIRTH-YEAR >= WS-IN-TAX-YEAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RMD-AGE = WS-IN-TAX-YEAR - WS-RMD-BIRTH-YEAR
           IF WS-RMD-AGE < WS-RMD-REQUIRED-AGE
               EXIT PARAGRAPH
           END-IF

           MOVE RPL-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM SCAN-PLAN-RMD-ACTIVITY

           MOVE WS-IN-TAX-YEAR TO RMD-TAX-YEAR
           MOVE RPL-ACCOUNT TO RMD-ACCOUNT
           MOVE 'Y' TO WS-RMD-FOUND
           READ RMD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RMD-FOUND
                   MOVE 0 TO RMD-NOTICE-DATE
           END-READ
           MOVE WS-IN-TAX-YEAR TO RMD-TAX-YEAR
           MOVE RPL-ACCOUNT TO RMD-ACCOUNT
           MOVE RPL-CUSTOMER TO RMD-CUSTOMER
           MOVE RPL-BIRTH-DATE TO RMD-BIRTH-DATE
           MOVE WS-RMD-AGE TO RMD-AGE
           MOVE WS-RMD-PRIOR-BALANCE TO RMD-PRIOR-BALANCE
           IF WS-RMD-AGE > 120
               MOVE 49 TO WS-ULT-IDX
           ELSE
               COMPUTE WS-ULT-IDX = WS-RMD-AGE - 71
           END-IF
           MOVE WS-ULT-DIVISOR(WS-ULT-IDX) TO RMD-DIVISOR
           IF WS-RMD-PRIOR-BALANCE > 0
               COMPUTE RMD-REQUIRED ROUNDED =
                   WS-RMD-PRIOR-BALANCE / RMD-DIVISOR
           ELSE
               MOVE 0 TO RMD-REQUIRED
           END-IF
           IF WS-RMD-TAKEN > 0
               MOVE WS-RMD-TAKEN TO RMD-TAKEN
           ELSE
               MOVE 0 TO RMD-TAKEN
           END-IF
           IF RMD-TAKEN >= RMD-REQUIRED
               MOVE 'MET' TO RMD-STATUS
           ELSE
               MOVE 'OPEN' TO RMD-STATUS
           END-IF
           MOVE WS-TODAY TO RMD-CALC-DATE

           IF RMD-NOTICE-DATE = 0 AND RMD-REQUIRED > 0
               PERFORM QUEUE-RMD-NOTICE
           END-IF

           IF WS-RMD-FOUND = 'Y'
               REWRITE RMD-RECORD
           ELSE
               WRITE RMD-RECORD
           END-IF
           ADD 1 TO WS-RMDS-CALCULATED.

      * Prior year-end balance is today's balance less everything
      * posted after December 31; distributions dated in the tax
      * year are what has been taken toward the requirement.
       SCAN-PLAN-RMD-ACTIVITY.
           MOVE ACCT-BALANCE TO WS-RMD-PRIOR-BALANCE
           MOVE 0 TO WS-RMD-TAKEN
           MOVE 'N' TO WS-TRANS-EOF
           MOVE RPL-ACCOUNT TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = RPL-ACCOUNT
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           PERFORM TALLY-RMD-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-RMD-TRANSACTION.
           IF TRANS-DATE > WS-RMD-YEAR-END
               SUBTRACT TRANS-AMOUNT FROM WS-RMD-PRIOR-BALANCE
           END-IF
           IF TRANS-TYPE = 'RET-DIST' AND
              TRANS-DATE(1:4) = WS-IN-TAX-YEAR
               SUBTRACT TRANS-AMOUNT FROM WS-RMD-TAKEN
           END-IF.

       QUEUE-RMD-NOTICE.
           MOVE RMD-CUSTOMER TO WS-NQ-CUST-ID
           MOVE RMD-ACCOUNT TO WS-NQ-ACCOUNT
           MOVE RMD-REQUIRED TO WS-RPT-AMOUNT-1
           MOVE RMD-PRIOR-BALANCE TO WS-RPT-AMOUNT-2
           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'TAX-YEAR=' RMD-TAX-YEAR
                  ';REQUIRED=' FUNCTION TRIM(WS-RPT-AMOUNT-1)
                  ';PRIOR-BALANCE=' FUNCTION TRIM(WS-RPT-AMOUNT-2)
                  ';DIVISOR=' RMD-DIVISOR(1:2) '.' RMD-DIVISOR(3:1)
                  ';AGE=' RMD-AGE
                  ';DEADLINE=' RMD-TAX-YEAR '1231'
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           CALL 'NOTICE-QUEUE' USING WS-NQ-TYPE
                                     WS-NQ-CUST-ID
                                     WS-NQ-ACCOUNT
                                     WS-NQ-MERGE-DATA
                                     WS-NQ-PROGRAM
                                     WS-NQ-RETURN-CODE
           IF WS-NQ-RETURN-CODE = '00'
               MOVE WS-TODAY TO RMD-NOTICE-DATE
               ADD 1 TO WS-RMD-NOTICES
           END-IF.

      *----------------------------------------------------------------
      * RMD-STATUS: the fourth-quarter follow-up. Recounts the
      * distributions taken in the tax year against every
      * requirement and lists each owner still short, with name and
      * phone from the customer master, on rmd-unmet-report.txt.
      *----------------------------------------------------------------
       REPORT-UNMET-RMDS.
           PERFORM OPEN-RMD-FILE
           IF WS-RMD-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'RMD file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT UNMET-REPORT
           MOVE SPACES TO UNMET-REPORT-RECORD
           STRING 'UNMET REQUIRED MINIMUM DISTRIBUTIONS - TAX YEAR '
                  WS-IN-TAX-YEAR ' - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO UNMET-REPORT-RECORD
           WRITE UNMET-REPORT-RECORD
           MOVE SPACES TO UNMET-REPORT-RECORD
           STRING 'ACCOUNT              CUSTOMER   NAME'
                  '                           PHONE          '
                  '        REQUIRED            TAKEN        SHORTFALL'
               DELIMITED BY SIZE INTO UNMET-REPORT-RECORD
           WRITE UNMET-REPORT-RECORD

           MOVE 'N' TO WS-EOF
           MOVE WS-IN-TAX-YEAR TO RMD-TAX-YEAR
           MOVE SPACES TO RMD-ACCOUNT
           START RMD-FILE KEY >= RMD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RMD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RMD-TAX-YEAR NOT = WS-IN-TAX-YEAR
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CHECK-ONE-RMD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO UNMET-REPORT-RECORD
           STRING 'OWNERS WITH UNMET RMD: ' WS-RMDS-UNMET
               DELIMITED BY SIZE INTO UNMET-REPORT-RECORD
           WRITE UNMET-REPORT-RECORD

           CLOSE UNMET-REPORT
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE RMD-FILE.

       CHECK-ONE-RMD.
           MOVE 0 TO WS-RMD-TAKEN
           MOVE 'N' TO WS-TRANS-EOF
           MOVE RMD-ACCOUNT TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = RMD-ACCOUNT
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           IF TRANS-TYPE = 'RET-DIST' AND
                              TRANS-DATE(1:4) = WS-IN-TAX-YEAR
                               SUBTRACT TRANS-AMOUNT FROM WS-RMD-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RMD-TAKEN > 0
               MOVE WS-RMD-TAKEN TO RMD-TAKEN
           ELSE
               MOVE 0 TO RMD-TAKEN
           END-IF
           IF RMD-TAKEN >= RMD-REQUIRED
               MOVE 'MET' TO RMD-STATUS
               REWRITE RMD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN' TO RMD-STATUS
           REWRITE RMD-RECORD

           MOVE RMD-CUSTOMER TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NOT ON FILE' TO CUST-NAME
                   MOVE SPACES TO CUST-PHONE
           END-READ
           COMPUTE WS-RMD-SHORTFALL = RMD-REQUIRED - RMD-TAKEN
           MOVE RMD-REQUIRED TO WS-RPT-AMOUNT-1
           MOVE RMD-TAKEN TO WS-RPT-AMOUNT-2
           MOVE WS-RMD-SHORTFALL TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING RMD-ACCOUNT ' ' RMD-CUSTOMER ' ' CUST-NAME(1:30)
                  ' ' CUST-PHONE ' ' WS-RPT-AMOUNT-1 ' '
                  WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE UNMET-REPORT-RECORD FROM WS-RPT-LINE
           ADD 1 TO WS-RMDS-UNMET.

       WRITE-JSON-SUMMARY.
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"contributions":' WS-CONTRIBUTIONS ','
                   '"distributions":' WS-DISTRIBUTIONS ','
                   '"plans_summarized":' WS-PLANS-SUMMARIZED ','
                   '"rmds_calculated":' WS-RMDS-CALCULATED ','
                   '"rmd_notices_queued":' WS-RMD-NOTICES ','
                   '"rmds_unmet":' WS-RMDS-UNMET ','
                   '"plans_without_birth_date":' WS-NO-BIRTH-DATE
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
