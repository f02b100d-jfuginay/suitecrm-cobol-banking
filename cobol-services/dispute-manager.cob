      * action produces the open-case aging report by status that Reg
      * E deadlines are worked from. Driven by dispute-input.json;
      * result in dispute-output.json.
      *
      * Card disputes also carry a network chargeback, held on the
      * card-chargebacks.dat side record keyed by case id. The
      * CHARGEBACK action checks the disputed CARD-PURCHASE row and
      * the reason code's time frame, and writes the outbound item
      * (presentment reference, reason code, amount) to
      * card-chargeback-outbound.txt. CARD-SETTLEMENT attaches the
      * merchant's representment and moves the case to REPRESENTED.
      * The aging report shows the network deadline for each stage.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'dispute-aging-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-FILE ASSIGN TO 'card-chargebacks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CBK-CASE-ID
               ALTERNATE RECORD KEY IS CBK-PRESENT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT CHARGEBACK-OUTBOUND
               ASSIGN TO 'card-chargeback-outbound.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-OUT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-REPORT.
       01  AGING-RECORD            PIC X(132).

      * Network chargeback stage per card dispute: PENDING (reason
      * known, not yet sent), SUBMITTED, REPRESENTED, CLOSED.
       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05  CBK-CASE-ID         PIC X(12).
           05  CBK-PRESENT-REF     PIC X(30).
           05  CBK-ACCOUNT         PIC X(20).
           05  CBK-REASON-CODE     PIC X(4).
           05  CBK-AMOUNT          PIC S9(10)V99 COMP-3.
           05  CBK-TRANS-DATE      PIC 9(8).
           05  CBK-STAGE           PIC X(12).
           05  CBK-CHARGEBACK-DUE  PIC 9(8).
           05  CBK-SUBMITTED-DATE  PIC 9(8).
           05  CBK-REPRESENT-DUE   PIC 9(8).
           05  CBK-ARB-DAYS        PIC 9(3).
           05  CBK-REPRESENTED-DATE PIC 9(8).
           05  CBK-REPRESENT-TYPE  PIC X(4).
           05  CBK-REPRESENT-AMOUNT PIC S9(10)V99 COMP-3.
           05  CBK-ARB-DUE         PIC 9(8).
           05  CBK-PRIOR-STATUS    PIC X(12).

       FD  CHARGEBACK-OUTBOUND.
       01  CHARGEBACK-OUT-RECORD.
           05  CBO-RECORD-TYPE     PIC X(2).
           05  CBO-CASE-ID         PIC X(12).
           05  CBO-PRESENT-REF     PIC X(30).
           05  CBO-REASON-CODE     PIC X(4).
           05  CBO-AMOUNT          PIC 9(10)V99.
           05  CBO-TRANS-DATE      PIC 9(8).
           05  CBO-SUBMITTED-DATE  PIC 9(8).
           05  CBO-ACCOUNT         PIC X(20).
           05  FILLER              PIC X(4).

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

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-DISPUTE-EOF          PIC X.
       01  WS-CHARGEBACK-STATUS    PIC XX.
       01  WS-CBK-OUT-STATUS       PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-CBK-OPEN             PIC X VALUE 'N'.
       01  WS-CBK-FOUND            PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-AMOUNT            PIC S9(10)V99.
       01  WS-IN-OUTCOME           PIC X(12).
       01  WS-IN-REASON-CODE       PIC X(4).

      * Card network reason codes with the time frames that protect
      * chargeback rights: days from the transaction to file the
      * chargeback, days the acquirer has to represent, and days
      * after a representment to take the case to pre-arbitration.
       01  WS-CBK-REASON-DATA.
           05  FILLER PIC X(37) VALUE
               '10.4120030030FRAUD - CARD ABSENT     '.
           05  FILLER PIC X(37) VALUE
               '11.1075030030CARD RECOVERY BULLETIN  '.
           05  FILLER PIC X(37) VALUE
               '11.3075030030NO AUTHORIZATION        '.
           05  FILLER PIC X(37) VALUE
               '12.1120030030LATE PRESENTMENT        '.
           05  FILLER PIC X(37) VALUE
               '12.5120030030INCORRECT AMOUNT        '.
           05  FILLER PIC X(37) VALUE
               '12.6120030030DUPLICATE PROCESSING    '.
           05  FILLER PIC X(37) VALUE
               '13.1120030030MERCH/SERVICE NOT RECVD '.
           05  FILLER PIC X(37) VALUE
               '13.3120030030NOT AS DESCRIBED        '.
           05  FILLER PIC X(37) VALUE
               '13.6120030030CREDIT NOT PROCESSED    '.
           05  FILLER PIC X(37) VALUE
               '4808120045045MC AUTHORIZATION RELATED'.
           05  FILLER PIC X(37) VALUE
               '4834090045045MC DUPLICATE/PT OF INT  '.
           05  FILLER PIC X(37) VALUE
               '4837120045045MC NO CARDHOLDER AUTH   '.
           05  FILLER PIC X(37) VALUE
               '4853120045045MC CARDHOLDER DISPUTE   '.
           05  FILLER PIC X(37) VALUE
               '4863120045045MC CH DOES NOT RECOGNIZE'.
       01  WS-CBK-REASON-TABLE REDEFINES WS-CBK-REASON-DATA.
           05  WS-CBK-REASON-ENTRY OCCURS 14 TIMES.
               10  WS-CRS-CODE         PIC X(4).
               10  WS-CRS-CB-DAYS      PIC 9(3).
               10  WS-CRS-REP-DAYS     PIC 9(3).
               10  WS-CRS-ARB-DAYS     PIC 9(3).
               10  WS-CRS-DESC         PIC X(24).
       01  WS-CRS-IDX              PIC 9(2).
       01  WS-CRS-FOUND            PIC X.
       01  WS-CRS-CB-DAYS-USED     PIC 9(3).
       01  WS-CRS-REP-DAYS-USED    PIC 9(3).
       01  WS-CRS-ARB-DAYS-USED    PIC 9(3).

       01  WS-CBK-WORK.
           05  WS-CBK-DEADLINE     PIC 9(8).
           05  WS-CBK-DEADLINE-LBL PIC X(16).
           05  WS-CBK-DAYS-LEFT    PIC S9(5).
           05  WS-CBK-DAYS-DISP    PIC -(4)9.
           05  WS-CBK-FLAG         PIC X(8).
           05  WS-CBK-TRANS-AMT    PIC S9(10)V99.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
           05  WS-AGE-PROVCREDIT   PIC 9(5) VALUE 0.
           05  WS-AGE-REPRESENTED  PIC 9(5) VALUE 0.
           05  WS-AGE-TOTAL-OPEN   PIC 9(5) VALUE 0.
           05  WS-AGE-CBK-AT-RISK  PIC 9(5) VALUE 0.
       01  WS-DAYS-OPEN            PIC 9(5).
       01  WS-AGING-AMOUNT-DISP    PIC Z(9)9.99.

                       PERFORM ISSUE-PROVISIONAL-CREDIT
                   WHEN 'RESOLVE'
                       PERFORM RESOLVE-DISPUTE-CASE
                   WHEN 'CHARGEBACK'
                       PERFORM SUBMIT-CARD-CHARGEBACK
                   WHEN 'AGING'
                       PERFORM PRODUCE-AGING-REPORT
                   WHEN OTHER
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE DISPUTE-FILE
               IF WS-CBK-OPEN = 'Y'
                   CLOSE CHARGEBACK-FILE
               END-IF
           END-IF

           PERFORM WRITE-OUTPUT
           MOVE SPACES TO WS-IN-TRANS-KEY
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-OUTCOME
           MOVE SPACES TO WS-IN-REASON-CODE
           MOVE 0 TO WS-IN-AMOUNT

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
                   INTO WS-IN-OUTCOME
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason_code":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REASON-CODE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"amount":'
               INTO WS-JSON-PRE WS-JSON-POST
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Dispute case file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS = '35'
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF
           IF WS-CHARGEBACK-STATUS = '00'
               MOVE 'Y' TO WS-CBK-OPEN
           END-IF.

       OPEN-DISPUTE-CASE.
                   MOVE 'OPENED' TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-ENTRY
                   WRITE DISPUTE-RECORD
                   IF WS-IN-REASON-CODE NOT = SPACES
                       PERFORM RECORD-PENDING-CHARGEBACK
                   END-IF
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Case already exists' TO WS-ERROR-MESSAGE
           END-READ.

      * A reason code given when a card dispute is opened starts the
      * chargeback clock on the aging report before anything is sent.
      * A reason code the table does not know, or a non-card item,
      * leaves the case as an ordinary dispute.
       RECORD-PENDING-CHARGEBACK.
           PERFORM LOOKUP-CHARGEBACK-REASON
           IF WS-CRS-FOUND NOT = 'Y' OR WS-CBK-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISPUTED-CARD-ITEM
           IF WS-STATUS NOT = 'SUCCESS'
               MOVE 'SUCCESS' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHARGEBACK-RECORD
           MOVE DSP-CASE-ID TO CBK-CASE-ID
           MOVE TRANS-REFERENCE TO CBK-PRESENT-REF
           MOVE DSP-ACCOUNT TO CBK-ACCOUNT
           MOVE WS-IN-REASON-CODE TO CBK-REASON-CODE
           MOVE DSP-AMOUNT TO CBK-AMOUNT
           MOVE TRANS-DATE TO CBK-TRANS-DATE
           MOVE 'PENDING' TO CBK-STAGE
           PERFORM SET-CHARGEBACK-DUE
           MOVE 0 TO CBK-SUBMITTED-DATE
           MOVE 0 TO CBK-REPRESENT-DUE
           MOVE WS-CRS-ARB-DAYS-USED TO CBK-ARB-DAYS
           MOVE 0 TO CBK-REPRESENTED-DATE
           MOVE 0 TO CBK-REPRESENT-AMOUNT
           MOVE 0 TO CBK-ARB-DUE
           WRITE CHARGEBACK-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       LOOKUP-CHARGEBACK-REASON.
           MOVE 'N' TO WS-CRS-FOUND
           MOVE 0 TO WS-CRS-CB-DAYS-USED
           MOVE 0 TO WS-CRS-REP-DAYS-USED
           MOVE 0 TO WS-CRS-ARB-DAYS-USED
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > 14
               IF WS-CRS-CODE(WS-CRS-IDX) = WS-IN-REASON-CODE
                   MOVE 'Y' TO WS-CRS-FOUND
                   MOVE WS-CRS-CB-DAYS(WS-CRS-IDX)
                       TO WS-CRS-CB-DAYS-USED
                   MOVE WS-CRS-REP-DAYS(WS-CRS-IDX)
                       TO WS-CRS-REP-DAYS-USED
                   MOVE WS-CRS-ARB-DAYS(WS-CRS-IDX)
                       TO WS-CRS-ARB-DAYS-USED
               END-IF
           END-PERFORM.

      * The disputed item must be the posted card presentment; its
      * TRANS-REFERENCE is the network reference the chargeback
      * quotes back.
       READ-DISPUTED-CARD-ITEM.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Transaction file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE DSP-TRANS-KEY TO TRANS-KEY
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Disputed transaction not found'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF TRANS-TYPE NOT = 'CARD-PURCHASE' OR
                      TRANS-ACCOUNT NOT = DSP-ACCOUNT
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Disputed item is not a card presentment'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE TRANSACTION-FILE.

       SET-CHARGEBACK-DUE.
           COMPUTE CBK-CHARGEBACK-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CBK-TRANS-DATE) +
               WS-CRS-CB-DAYS-USED).

      *----------------------------------------------------------------
      * Card network chargeback. The case must still be working
      * (OPENED or PROVCREDIT), the item a card presentment, the
      * reason code known and its time frame not yet lapsed. The
      * outbound item quotes the original presentment reference so
      * the network can route it to the acquirer.
      *----------------------------------------------------------------
       SUBMIT-CARD-CHARGEBACK.
           IF WS-CBK-OPEN NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Chargeback file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Case not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF DSP-STATUS NOT = 'OPENED' AND
              DSP-STATUS NOT = 'PROVCREDIT'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Case not open for chargeback'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CBK-FOUND
           MOVE DSP-CASE-ID TO CBK-CASE-ID
           READ CHARGEBACK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CBK-FOUND
           END-READ
           IF WS-CBK-FOUND = 'Y'
               IF CBK-STAGE NOT = 'PENDING'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Chargeback already submitted'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-REASON-CODE = SPACES
                   MOVE CBK-REASON-CODE TO WS-IN-REASON-CODE
               END-IF
           END-IF

           PERFORM LOOKUP-CHARGEBACK-REASON
           IF WS-CRS-FOUND NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Unknown chargeback reason code'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DISPUTED-CARD-ITEM
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CBK-TRANS-AMT = TRANS-AMOUNT * -1
           IF DSP-AMOUNT > WS-CBK-TRANS-AMT
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Case amount exceeds the presentment'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-CBK-FOUND = 'N'
               MOVE SPACES TO CHARGEBACK-RECORD
               MOVE DSP-CASE-ID TO CBK-CASE-ID
               MOVE 0 TO CBK-REPRESENTED-DATE
               MOVE 0 TO CBK-REPRESENT-AMOUNT
               MOVE 0 TO CBK-ARB-DUE
           END-IF
           MOVE TRANS-REFERENCE TO CBK-PRESENT-REF
           MOVE DSP-ACCOUNT TO CBK-ACCOUNT
           MOVE WS-IN-REASON-CODE TO CBK-REASON-CODE
           MOVE DSP-AMOUNT TO CBK-AMOUNT
           MOVE TRANS-DATE TO CBK-TRANS-DATE
           PERFORM SET-CHARGEBACK-DUE
           IF WS-TODAY > CBK-CHARGEBACK-DUE
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Chargeback time frame has expired'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'SUBMITTED' TO CBK-STAGE
           MOVE WS-TODAY TO CBK-SUBMITTED-DATE
           COMPUTE CBK-REPRESENT-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               WS-CRS-REP-DAYS-USED)
           MOVE WS-CRS-ARB-DAYS-USED TO CBK-ARB-DAYS
           IF WS-CBK-FOUND = 'Y'
               REWRITE CHARGEBACK-RECORD
           ELSE
               WRITE CHARGEBACK-RECORD
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Chargeback record not written'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           PERFORM WRITE-CHARGEBACK-OUTBOUND

           MOVE 'DISP-CHGBK' TO WS-AJ-ACTION
           MOVE DSP-CASE-ID TO WS-AJ-KEY
           MOVE DSP-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'CHARGEBACK ' CBK-REASON-CODE ' '
               FUNCTION TRIM(CBK-PRESENT-REF)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-TODAY TO DSP-UPDATED-DATE
           REWRITE DISPUTE-RECORD.

       WRITE-CHARGEBACK-OUTBOUND.
           OPEN EXTEND CHARGEBACK-OUTBOUND
           IF WS-CBK-OUT-STATUS NOT = '00'
               OPEN OUTPUT CHARGEBACK-OUTBOUND
           END-IF
           MOVE SPACES TO CHARGEBACK-OUT-RECORD
           MOVE 'CB' TO CBO-RECORD-TYPE
           MOVE CBK-CASE-ID TO CBO-CASE-ID
           MOVE CBK-PRESENT-REF TO CBO-PRESENT-REF
           MOVE CBK-REASON-CODE TO CBO-REASON-CODE
           MOVE CBK-AMOUNT TO CBO-AMOUNT
           MOVE CBK-TRANS-DATE TO CBO-TRANS-DATE
           MOVE CBK-SUBMITTED-DATE TO CBO-SUBMITTED-DATE
           MOVE CBK-ACCOUNT TO CBO-ACCOUNT
           WRITE CHARGEBACK-OUT-RECORD
           CLOSE CHARGEBACK-OUTBOUND.

       ISSUE-PROVISIONAL-CREDIT.
           MOVE WS-IN-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               WHEN 'WON'
                   MOVE 'WON' TO DSP-STATUS
               WHEN 'LOST'
                   PERFORM READ-CASE-CHARGEBACK
                   IF DSP-STATUS = 'PROVCREDIT' OR
                      (DSP-STATUS = 'REPRESENTED' AND
                       NOT (WS-CBK-FOUND = 'Y' AND
                            CBK-PRIOR-STATUS = 'OPENED'))
                       PERFORM REVERSE-PROVISIONAL-CREDIT
                   END-IF
                   IF WS-STATUS = 'SUCCESS'
           IF WS-STATUS = 'SUCCESS'
               MOVE WS-TODAY TO DSP-UPDATED-DATE
               REWRITE DISPUTE-RECORD
               IF DSP-STATUS = 'WON' OR DSP-STATUS = 'LOST'
                   PERFORM CLOSE-CASE-CHARGEBACK
               END-IF
               MOVE 'DISP-RESOLVE' TO WS-AJ-ACTION
               MOVE WS-IN-CASE-ID TO WS-AJ-KEY
               MOVE SPACES TO WS-AJ-BEFORE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

      * A card case represented before any provisional credit went
      * out (prior status OPENED) has nothing to reverse when lost.
       READ-CASE-CHARGEBACK.
           MOVE 'N' TO WS-CBK-FOUND
           IF WS-CBK-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE DSP-CASE-ID TO CBK-CASE-ID
           READ CHARGEBACK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CBK-FOUND
           END-READ.

       CLOSE-CASE-CHARGEBACK.
           PERFORM READ-CASE-CHARGEBACK
           IF WS-CBK-FOUND = 'Y'
               MOVE 'CLOSED' TO CBK-STAGE
               REWRITE CHARGEBACK-RECORD
           END-IF.

       REVERSE-PROVISIONAL-CREDIT.
           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '9000' TO WS-GL-CREDIT-ACCOUNT
                  '  REPRESENTED: ' WS-AGE-REPRESENTED
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING 'Card network deadlines due within 10 days or '
                  'lapsed: ' WS-AGE-CBK-AT-RISK
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           CLOSE AGING-REPORT.

       WRITE-AGING-LINE.
                  ' AMT ' WS-AGING-AMOUNT-DISP
                  ' DAYS OPEN ' WS-DAYS-OPEN
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD

           PERFORM READ-CASE-CHARGEBACK
           IF WS-CBK-FOUND = 'Y'
               PERFORM WRITE-CHARGEBACK-DEADLINE
           END-IF.

      *----------------------------------------------------------------
      * The deadline that protects our rights at the case's current
      * network stage: file by the chargeback due date while PENDING;
      * once SUBMITTED the acquirer's representment window (the item
      * is ours if it passes); once REPRESENTED the pre-arbitration
      * date. Within 10 days is flagged DUE-SOON, past is LAPSED.
      *----------------------------------------------------------------
       WRITE-CHARGEBACK-DEADLINE.
           MOVE 0 TO WS-CBK-DEADLINE
           EVALUATE CBK-STAGE
               WHEN 'PENDING'
                   MOVE CBK-CHARGEBACK-DUE TO WS-CBK-DEADLINE
                   MOVE 'CHARGEBACK BY' TO WS-CBK-DEADLINE-LBL
               WHEN 'SUBMITTED'
                   MOVE CBK-REPRESENT-DUE TO WS-CBK-DEADLINE
                   MOVE 'REPRESENT WINDOW' TO WS-CBK-DEADLINE-LBL
               WHEN 'REPRESENTED'
                   MOVE CBK-ARB-DUE TO WS-CBK-DEADLINE
                   MOVE 'PRE-ARB BY' TO WS-CBK-DEADLINE-LBL
           END-EVALUATE
           IF WS-CBK-DEADLINE = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CBK-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CBK-DEADLINE) -
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-CBK-DAYS-LEFT TO WS-CBK-DAYS-DISP
           MOVE SPACES TO WS-CBK-FLAG
           IF WS-CBK-DAYS-LEFT < 0
               MOVE 'LAPSED' TO WS-CBK-FLAG
           ELSE
               IF WS-CBK-DAYS-LEFT <= 10
                   MOVE 'DUE-SOON' TO WS-CBK-FLAG
               END-IF
           END-IF
           IF WS-CBK-FLAG NOT = SPACES AND CBK-STAGE NOT = 'SUBMITTED'
               ADD 1 TO WS-AGE-CBK-AT-RISK
           END-IF

           MOVE SPACES TO AGING-RECORD
           STRING '    NETWORK ' CBK-REASON-CODE ' '
                  CBK-STAGE ' '
                  WS-CBK-DEADLINE-LBL ' ' WS-CBK-DEADLINE
                  ' DAYS LEFT ' WS-CBK-DAYS-DISP ' '
                  WS-CBK-FLAG
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD.

      * Every applied change lands on the unified audit journal with
