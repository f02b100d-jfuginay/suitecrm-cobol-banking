       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-ITEM-PROCESSOR.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Returned deposited items (deposit chargebacks). The clearing
      * bank's inbound return file (returned-items-input.dat) carries
      * each check a customer deposited that came back unpaid: the
      * depositor account, the reference the deposit was taken under,
      * the amount and the return reason letter. Each item is matched
      * to the original DEPOSIT row on transactions.dat by account,
      * TRANS-REFERENCE and amount.
      *
      * First return for NSF (A) or refer to maker (S) is re-presented
      * once: the item goes out again on returned-items-represent.dat
      * and the deposit row is marked REPRESENT. Any other reason, or
      * the second return of a re-presented item, is charged back: a
      * RETURNED-ITEM debit with the reason description, a returned
      * item FEE, GL 2000 to 1000 for the item and 2000 to 4000 for
      * the fee, and the deposit row is marked RETURNED so the same
      * item can never be charged back twice. Any Reg CC deposit hold
      * still ACTIVE from the deposit date is released on
      * account-holds.dat and available balance recomputed.
      *
      * Every item is listed on returned-items-report.txt. Items with
      * no matching deposit and chargebacks that leave the account
      * overdrawn go to returned-items-exceptions.txt for the branch
      * that took the deposit. JSON summary in
      * returned-items-output.json.
      * Both reports go to the branches, so account numbers on them
      * are masked by PII-MASK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-INPUT ASSIGN TO 'returned-items-input.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-INPUT-STATUS.
           SELECT REPRESENT-FILE
               ASSIGN TO 'returned-items-represent.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT ASSIGN TO 'returned-items-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT
               ASSIGN TO 'returned-items-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'returned-items-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT.
       01  RETURN-ITEM-RECORD.
           05  RIT-ACCOUNT         PIC X(20).
           05  RIT-DEPOSIT-REF     PIC X(20).
           05  RIT-AMOUNT          PIC 9(8)V99.
           05  RIT-REASON          PIC X(1).
           05  RIT-RETURN-DATE     PIC 9(8).
           05  RIT-ITEM-SERIAL     PIC X(10).

       FD  REPRESENT-FILE.
       01  REPRESENT-RECORD.
           05  RPR-ACCOUNT         PIC X(20).
           05  RPR-DEPOSIT-REF     PIC X(20).
           05  RPR-AMOUNT          PIC 9(8)V99.
           05  RPR-ITEM-SERIAL     PIC X(10).
           05  RPR-PRIOR-REASON    PIC X(1).
           05  RPR-REPRESENT-DATE  PIC 9(8).

       FD  RETURN-REPORT.
       01  RETURN-REPORT-RECORD    PIC X(132).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-RECORD        PIC X(132).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           05  TRANS-KEY.
               10  TRANS-DATE      PIC 9(8).
               10  TRANS-TIME      PIC 9(6).
               10  TRANS-SEQ       PIC 9(6).
           05  TRANS-ACCOUNT       PIC X(20).
           05  TRANS-TYPE          PIC X(20).
           05  TRANS-AMOUNT        PIC S9(10)V99 COMP-3.
           05  TRANS-BALANCE       PIC S9(12)V99 COMP-3.
           05  TRANS-DESCRIPTION   PIC X(100).
           05  TRANS-MERCHANT      PIC X(50).
           05  TRANS-CATEGORY      PIC X(30).
           05  TRANS-STATUS        PIC X(10).
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT    PIC X(20).
               10  HOLD-SEQ        PIC 9(4).
           05  HOLD-TYPE           PIC X(10).
           05  HOLD-AMOUNT         PIC S9(10)V99 COMP-3.
           05  HOLD-EXPIRY         PIC 9(8).
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED         PIC 9(8).

       WORKING-STORAGE SECTION.
      * PII masking: unattended batch output is always masked.
       01  WS-PII-ROLE             PIC X(20) VALUE SPACES.
       01  WS-PII-FIELD-TYPE       PIC X(12) VALUE 'ACCOUNT'.
       01  WS-PII-VALUE            PIC X(60).
       01  WS-PII-RESULT           PIC X(60).
       01  WS-PII-CLEAR            PIC X.
       01  WS-PII-ACCOUNT          PIC X(20).
       01  WS-RETURN-INPUT-STATUS  PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TRANS-EOF            PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.

      * Returned item fee charged with every chargeback.
       01  WS-RETURN-ITEM-FEE      PIC S9(5)V99 VALUE 15.00.

      * Return reason letters as they arrive from the clearing bank,
      * with the re-presentment policy per reason (Y = re-present the
      * first return once before charging back).
       01  WS-REASON-DATA.
           05  FILLER PIC X(26) VALUE 'AYNSF - INSUFFICIENT FUNDS'.
           05  FILLER PIC X(26) VALUE 'BNUNCOLLECTED FUNDS HOLD  '.
           05  FILLER PIC X(26) VALUE 'CNSTOP PAYMENT            '.
           05  FILLER PIC X(26) VALUE 'DNCLOSED ACCOUNT          '.
           05  FILLER PIC X(26) VALUE 'ENUNABLE TO LOCATE ACCOUNT'.
           05  FILLER PIC X(26) VALUE 'FNFROZEN/BLOCKED ACCOUNT  '.
           05  FILLER PIC X(26) VALUE 'GNSTALE DATED             '.
           05  FILLER PIC X(26) VALUE 'HNPOST DATED              '.
           05  FILLER PIC X(26) VALUE 'INENDORSEMENT MISSING     '.
           05  FILLER PIC X(26) VALUE 'KNSIGNATURE MISSING       '.
           05  FILLER PIC X(26) VALUE 'NNALTERED/FICTITIOUS      '.
           05  FILLER PIC X(26) VALUE 'QNNOT AUTHORIZED          '.
           05  FILLER PIC X(26) VALUE 'SYREFER TO MAKER          '.
           05  FILLER PIC X(26) VALUE 'TNCANNOT BE RE-PRESENTED  '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-DATA.
           05  WS-REASON-ENTRY OCCURS 14 TIMES.
               10  WS-RSN-CODE         PIC X(1).
               10  WS-RSN-REPRESENT    PIC X(1).
               10  WS-RSN-DESC         PIC X(24).
       01  WS-RSN-IDX              PIC 9(2).
       01  WS-REASON-DESC          PIC X(24).
       01  WS-REASON-REPRESENT     PIC X.

       01  WS-DECISION             PIC X(10).
       01  WS-EXCEPTION-REASON     PIC X(24).
       01  WS-MATCH-FOUND          PIC X.
       01  WS-MATCH-KEY            PIC X(20).
       01  WS-DEPOSIT-DATE         PIC 9(8).
       01  WS-DEPOSIT-STATUS       PIC X(10).
       01  WS-DEPOSIT-BRANCH       PIC X(50).
       01  WS-HOLDS-RELEASED       PIC S9(12)V99.
       01  WS-ACTIVE-HOLD-TOTAL    PIC S9(12)V99.

       01  WS-RUN-STATS.
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-ITEMS-CHARGED    PIC 9(9) VALUE 0.
           05  WS-ITEMS-REPRESENTED PIC 9(9) VALUE 0.
           05  WS-ITEMS-UNMATCHED  PIC 9(9) VALUE 0.
           05  WS-ITEMS-OVERDRAWN  PIC 9(9) VALUE 0.
           05  WS-TOTAL-CHARGED    PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-FEES       PIC S9(12)V99 VALUE 0.
           05  WS-HOLDS-CLEARED    PIC 9(9) VALUE 0.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'BRCH'.

       01  WS-DISPLAY-AMOUNT       PIC -(8)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(10)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW

           PERFORM PROCESS-RETURN-FILE
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       PROCESS-RETURN-FILE.
           OPEN INPUT RETURN-INPUT
           IF WS-RETURN-INPUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF
           OPEN OUTPUT REPRESENT-FILE
           OPEN OUTPUT RETURN-REPORT
           OPEN OUTPUT EXCEPTION-REPORT

           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'RETURNED DEPOSITED ITEMS - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'RETURNED ITEM EXCEPTIONS FOR BRANCH FOLLOW-UP - '
                  'RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURN-INPUT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM DECIDE-ONE-RETURN
               END-READ
           END-PERFORM

           CLOSE EXCEPTION-REPORT
           CLOSE RETURN-REPORT
           CLOSE REPRESENT-FILE
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE RETURN-INPUT.

      *----------------------------------------------------------------
      * The deposit row's status carries the item's history: POSTED
      * means this is the first return, REPRESENT means it already
      * went out a second time, RETURNED means it was charged back.
      *----------------------------------------------------------------
       DECIDE-ONE-RETURN.
           MOVE SPACES TO WS-DECISION
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM LOOKUP-RETURN-REASON

           PERFORM FIND-ORIGINAL-DEPOSIT
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND = 'N'
                   MOVE 'UNMATCHED' TO WS-DECISION
                   MOVE 'NO MATCHING DEPOSIT' TO WS-EXCEPTION-REASON
               WHEN WS-DEPOSIT-STATUS = 'RETURNED'
                   MOVE 'UNMATCHED' TO WS-DECISION
                   MOVE 'ALREADY CHARGED BACK' TO WS-EXCEPTION-REASON
               WHEN WS-DEPOSIT-STATUS NOT = 'REPRESENT' AND
                    WS-REASON-REPRESENT = 'Y'
                   MOVE 'REPRESENT' TO WS-DECISION
               WHEN OTHER
                   MOVE 'CHARGEBACK' TO WS-DECISION
           END-EVALUATE

           IF WS-DECISION = 'CHARGEBACK'
               MOVE RIT-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'UNMATCHED' TO WS-DECISION
                       MOVE 'ACCOUNT NOT ON MASTER'
                           TO WS-EXCEPTION-REASON
               END-READ
           END-IF

           EVALUATE WS-DECISION
               WHEN 'REPRESENT'
                   PERFORM REPRESENT-RETURNED-ITEM
               WHEN 'CHARGEBACK'
                   PERFORM CHARGE-BACK-RETURNED-ITEM
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-UNMATCHED
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE

           PERFORM WRITE-REPORT-LINE.

       LOOKUP-RETURN-REASON.
           MOVE 'OTHER RETURN REASON' TO WS-REASON-DESC
           MOVE 'N' TO WS-REASON-REPRESENT
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 14
               IF WS-RSN-CODE(WS-RSN-IDX) = RIT-REASON
                   MOVE WS-RSN-DESC(WS-RSN-IDX) TO WS-REASON-DESC
                   MOVE WS-RSN-REPRESENT(WS-RSN-IDX)
                       TO WS-REASON-REPRESENT
               END-IF
           END-PERFORM.

      * The match is the depositor's DEPOSIT row with the reference
      * the item was deposited under and the same amount.
       FIND-ORIGINAL-DEPOSIT.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE SPACES TO WS-DEPOSIT-STATUS
           MOVE SPACES TO WS-DEPOSIT-BRANCH
           MOVE 'N' TO WS-TRANS-EOF
           MOVE RIT-ACCOUNT TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START

           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = RIT-ACCOUNT
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           IF TRANS-TYPE = 'DEPOSIT' AND
                              TRANS-REFERENCE = RIT-DEPOSIT-REF AND
                              TRANS-AMOUNT = RIT-AMOUNT
                               MOVE 'Y' TO WS-MATCH-FOUND
                               MOVE TRANS-KEY TO WS-MATCH-KEY
                               MOVE TRANS-DATE TO WS-DEPOSIT-DATE
                               MOVE TRANS-STATUS TO WS-DEPOSIT-STATUS
                               MOVE TRANS-MERCHANT
                                   TO WS-DEPOSIT-BRANCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MARK-ORIGINAL-DEPOSIT.
           MOVE WS-MATCH-KEY TO TRANS-KEY
           READ TRANSACTION-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE WS-DEPOSIT-STATUS TO TRANS-STATUS
           REWRITE TRANSACTION-REC.

      * NSF and refer to maker are worth one more try before the
      * customer is charged: the item goes back out and the deposit
      * stays credited.
       REPRESENT-RETURNED-ITEM.
           MOVE RIT-ACCOUNT TO RPR-ACCOUNT
           MOVE RIT-DEPOSIT-REF TO RPR-DEPOSIT-REF
           MOVE RIT-AMOUNT TO RPR-AMOUNT
           MOVE RIT-ITEM-SERIAL TO RPR-ITEM-SERIAL
           MOVE RIT-REASON TO RPR-PRIOR-REASON
           MOVE WS-TODAY TO RPR-REPRESENT-DATE
           WRITE REPRESENT-RECORD

           MOVE 'REPRESENT' TO WS-DEPOSIT-STATUS
           PERFORM MARK-ORIGINAL-DEPOSIT
           ADD 1 TO WS-ITEMS-REPRESENTED.

      *----------------------------------------------------------------
      * Chargeback: the item and the fee come off the ledger balance,
      * the deposit's Reg CC hold comes off the holds file, and
      * available balance is recomputed as ledger less what is still
      * held.
      *----------------------------------------------------------------
       CHARGE-BACK-RETURNED-ITEM.
           SUBTRACT RIT-AMOUNT FROM ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           MOVE 'RETURNED-ITEM' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = RIT-AMOUNT * -1
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Returned deposit item '
               FUNCTION TRIM(RIT-ITEM-SERIAL)
               ' - ' FUNCTION TRIM(WS-REASON-DESC)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'RETURNED ITEM' TO TRANS-MERCHANT
           MOVE 'RETURNED-ITEM' TO TRANS-CATEGORY
           PERFORM APPEND-RETURN-TRANSACTION

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           MOVE RIT-AMOUNT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Returned item ' FUNCTION TRIM(RIT-DEPOSIT-REF)
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM CALL-GL-POSTING

           SUBTRACT WS-RETURN-ITEM-FEE FROM ACCT-BALANCE
           MOVE 'FEE' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-RETURN-ITEM-FEE * -1
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Returned deposit item fee - '
               FUNCTION TRIM(RIT-DEPOSIT-REF)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'RETURNED ITEM FEE' TO TRANS-MERCHANT
           MOVE 'FEE' TO TRANS-CATEGORY
           PERFORM APPEND-RETURN-TRANSACTION

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '4000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-RETURN-ITEM-FEE TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Returned item fee ' FUNCTION TRIM(RIT-DEPOSIT-REF)
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM CALL-GL-POSTING

           PERFORM RELEASE-DEPOSIT-HOLDS
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE =
               ACCT-BALANCE - WS-ACTIVE-HOLD-TOTAL
           REWRITE ACCOUNT-RECORD

           MOVE 'RETURNED' TO WS-DEPOSIT-STATUS
           PERFORM MARK-ORIGINAL-DEPOSIT

           ADD 1 TO WS-ITEMS-CHARGED
           ADD RIT-AMOUNT TO WS-TOTAL-CHARGED
           ADD WS-RETURN-ITEM-FEE TO WS-TOTAL-FEES

           IF ACCT-BALANCE < 0
               ADD 1 TO WS-ITEMS-OVERDRAWN
               MOVE 'CHARGEBACK OVERDRAWN' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * Deposit holds carry no deposit reference; the hold placed on
      * the deposit date for the account is the one protecting it.
      * Release up to the item amount.
       RELEASE-DEPOSIT-HOLDS.
           MOVE 0 TO WS-HOLDS-RELEASED
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE RIT-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = RIT-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-TYPE = 'DEPOSIT' AND
                              HOLD-STATUS = 'ACTIVE' AND
                              HOLD-PLACED = WS-DEPOSIT-DATE AND
                              WS-HOLDS-RELEASED < RIT-AMOUNT
                               MOVE 'RELEASED' TO HOLD-STATUS
                               REWRITE HOLD-RECORD
                               ADD HOLD-AMOUNT TO WS-HOLDS-RELEASED
                               ADD 1 TO WS-HOLDS-CLEARED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE RIT-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = RIT-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-TODAY)
                               ADD HOLD-AMOUNT
                                   TO WS-ACTIVE-HOLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPEND-RETURN-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE RIT-ACCOUNT TO TRANS-ACCOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE RIT-DEPOSIT-REF TO TRANS-REFERENCE
           MOVE 'CLEARING' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

      * A duplicate TRANS-KEY must not drop the trail after the
      * balance moved - bump the sequence and retry.
       WRITE-TRANSACTION-WITH-RETRY.
           MOVE 'N' TO WS-TRANS-WRITE-DONE
           MOVE 0 TO WS-TRANS-WRITE-RETRY
           PERFORM UNTIL WS-TRANS-WRITE-DONE = 'Y'
                   OR WS-TRANS-WRITE-RETRY > 998
               WRITE TRANSACTION-REC
                   INVALID KEY
                       ADD 1 TO WS-TRANS-WRITE-RETRY
                       ADD 1 TO WS-SEQ-COUNTER
                       MOVE WS-SEQ-COUNTER TO TRANS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-WRITE-DONE
               END-WRITE
           END-PERFORM

           IF WS-TRANS-WRITE-DONE = 'N'
               ADD 1 TO WS-APPENDS-FAILED
           END-IF.

       CALL-GL-POSTING.
           MOVE RIT-ACCOUNT TO WS-GL-SOURCE-REF
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE.

      * Account number as it may appear on a report, through
      * PII-MASK with no viewer role (masked by default).
       MASK-REPORT-ACCOUNT.
           MOVE RIT-ACCOUNT TO WS-PII-VALUE
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           MOVE WS-PII-RESULT TO WS-PII-ACCOUNT.

       WRITE-REPORT-LINE.
           MOVE RIT-AMOUNT TO WS-DISPLAY-AMOUNT
           PERFORM MASK-REPORT-ACCOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING WS-PII-ACCOUNT ' ' RIT-DEPOSIT-REF ' '
                  WS-DISPLAY-AMOUNT ' ' RIT-REASON ' '
                  WS-REASON-DESC ' ' WS-DECISION
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

      * The branch that took the deposit works the exception; teller
      * deposits carry it in TRANS-MERCHANT.
       WRITE-EXCEPTION-LINE.
           MOVE RIT-AMOUNT TO WS-DISPLAY-AMOUNT
           PERFORM MASK-REPORT-ACCOUNT
           MOVE SPACES TO EXCEPTION-RECORD
           IF WS-EXCEPTION-REASON = 'CHARGEBACK OVERDRAWN'
               MOVE ACCT-BALANCE TO WS-DISPLAY-AMOUNT-2
               STRING FUNCTION TRIM(WS-DEPOSIT-BRANCH) ' '
                      WS-PII-ACCOUNT ' ' RIT-DEPOSIT-REF ' '
                      WS-DISPLAY-AMOUNT ' ' WS-EXCEPTION-REASON
                      ' BALANCE ' WS-DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
           ELSE
               STRING FUNCTION TRIM(WS-DEPOSIT-BRANCH) ' '
                      WS-PII-ACCOUNT ' ' RIT-DEPOSIT-REF ' '
                      WS-DISPLAY-AMOUNT ' ' WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-IF
           WRITE EXCEPTION-RECORD.

       WRITE-JSON-SUMMARY.
           STRING '{"status":"SUCCESS",'
               '"items_read":' WS-ITEMS-READ ','
               '"charged_back":' WS-ITEMS-CHARGED ','
               '"represented":' WS-ITEMS-REPRESENTED ','
               '"unmatched":' WS-ITEMS-UNMATCHED ','
               '"overdrawn":' WS-ITEMS-OVERDRAWN ','
               '"total_charged_back":' WS-TOTAL-CHARGED ','
               '"total_fees":' WS-TOTAL-FEES ','
               '"holds_released":' WS-HOLDS-CLEARED ','
               '"appends_failed":' WS-APPENDS-FAILED ','
               '"exceptions":"returned-items-exceptions.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
