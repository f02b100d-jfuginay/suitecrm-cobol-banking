       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Branch vault cash. Each branch's vault is one record on
      * vault-master.dat, keyed by branch, with the note count held
      * in each denomination (100, 50, 20, 10, 5, 2 and 1) plus coin
      * by value, and the book balance they add up to. Cash moves in
      * and out only through the actions below, each keyed by
      * "branch" with the cash broken down as "notes_100" ...
      * "notes_1" (note counts) and "coin" (dollars):
      *   BUY      a teller ("teller_id") buys cash from the vault
      *            for the drawer - GL 1000 Dr / 1010 Cr
      *   SELL     a teller sells cash back to the vault
      *            - GL 1010 Dr / 1000 Cr
      *   SHIPIN   armored-carrier shipment or Fed cash order
      *            received ("reference" is the manifest or order
      *            number) - GL 1010 Dr / 1050 Cr
      *   SHIPOUT  shipment of excess cash out to the Fed
      *            - GL 1050 Dr / 1010 Cr
      *   COUNT    the vault is counted; the breakdown given is the
      *            cash on hand and replaces the book figures, and
      *            the difference is the over/short - over GL 1010 Dr
      *            / 5500 Cr, short 5500 Dr / 1010 Cr. The first
      *            count of a branch with no vault on file opens it:
      *            the cash counted is moved out of general cash,
      *            GL 1010 Dr / 1000 Cr, with no over/short
      *   BALANCE  return the vault record
      *   ORDER    the daily cash order recommendation for every
      *            vault (or one "branch")
      * Cash cannot leave the vault in a denomination it does not
      * hold. The branch is the GL cost center. Every movement is
      * written to vault-transactions.dat, which TELLER-CAPTURE reads
      * to carry the day's buys and sells into each drawer's expected
      * cash, and journaled through AUDIT-JOURNAL ("user" required).
      *
      * ORDER compares each vault with the branch's policy on
      * vault-policy.dat (branch, minimum cash, maximum cash,
      * lookback days, cover days; branch '****' is the default
      * policy): the average daily teller cash paid out over the
      * lookback days before the business date, from the TELLER
      * cash withdrawals on transactions.dat, times the cover days
      * is the cash the branch will need before the next shipment.
      * A vault that would fall below its minimum after that is
      * recommended an ORDER back up to its maximum; one that would
      * still be over its maximum is recommended a SHIP of the
      * excess; amounts go in whole thousands. Without a policy the
      * house figures below apply. Recommendations are written to
      * vault-cash-order-report.txt. Driven by vault-input.json;
      * result in vault-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'vault-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'vault-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAULT-FILE ASSIGN TO 'vault-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT VAULT-TXN-FILE ASSIGN TO 'vault-transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-TXN-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'vault-policy.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT ORDER-REPORT
               ASSIGN TO 'vault-cash-order-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

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

       FD  VAULT-TXN-FILE.
       01  VAULT-TXN-RECORD.
           05  VTX-DATE            PIC 9(8).
           05  VTX-TIME            PIC 9(6).
           05  VTX-BRANCH          PIC X(4).
           05  VTX-TYPE            PIC X(8).
           05  VTX-TELLER-ID       PIC X(8).
           05  VTX-REFERENCE       PIC X(20).
           05  VTX-AMOUNT          PIC 9(10)V99.
           05  VTX-OVER-SHORT      PIC S9(10)V99 SIGN LEADING
                                   SEPARATE.
           05  VTX-NOTE-COUNT      PIC 9(7) OCCURS 7 TIMES.
           05  VTX-COIN            PIC 9(8)V99.
           05  VTX-USER            PIC X(30).

       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  VPL-BRANCH          PIC X(4).
           05  VPL-MIN-CASH        PIC 9(10)V99.
           05  VPL-MAX-CASH        PIC 9(10)V99.
           05  VPL-LOOKBACK-DAYS   PIC 9(3).
           05  VPL-COVER-DAYS      PIC 9(3).

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

       FD  ORDER-REPORT.
       01  ORDER-REPORT-RECORD     PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-VAULT-STATUS         PIC XX.
       01  WS-VAULT-TXN-STATUS     PIC XX.
       01  WS-POLICY-STATUS        PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW-RAW              PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-BRANCH            PIC X(4).
       01  WS-IN-TELLER-ID         PIC X(8).
       01  WS-IN-REFERENCE         PIC X(20).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-CASH.
           05  WS-IN-NOTE-COUNT    PIC 9(7) OCCURS 7 TIMES.
           05  WS-IN-COIN          PIC 9(8)V99.
       01  WS-IN-AMOUNT            PIC 9(10)V99.

      * Denominations in vault order, with the JSON key for each.
       01  WS-DENOM-VALUES         PIC X(21)
                                   VALUE '100050020010005002001'.
       01  WS-DENOM-VALUE-TABLE REDEFINES WS-DENOM-VALUES.
           05  WS-DENOM-VALUE      PIC 9(3) OCCURS 7 TIMES.
       01  WS-DENOM-KEYS.
           05  FILLER              PIC X(14) VALUE '12"notes_100":'.
           05  FILLER              PIC X(14) VALUE '11"notes_50": '.
           05  FILLER              PIC X(14) VALUE '11"notes_20": '.
           05  FILLER              PIC X(14) VALUE '11"notes_10": '.
           05  FILLER              PIC X(14) VALUE '10"notes_5":  '.
           05  FILLER              PIC X(14) VALUE '10"notes_2":  '.
           05  FILLER              PIC X(14) VALUE '10"notes_1":  '.
       01  WS-DENOM-KEY-TABLE REDEFINES WS-DENOM-KEYS.
           05  WS-DENOM-KEY-ENTRY OCCURS 7 TIMES.
               10  WS-DK-LEN       PIC 9(2).
               10  WS-DK-KEY       PIC X(12).
       01  WS-DN-IDX               PIC 9.

       01  WS-VAULT-FOUND          PIC X.
       01  WS-BEFORE-BALANCE       PIC S9(12)V99 COMP-3.
       01  WS-OVER-SHORT           PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-COUNTED-TOTAL        PIC S9(12)V99 COMP-3.
       01  WS-SHORT-DENOM          PIC 9(3).

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4).

      * Cash order policy. House figures apply without a policy file.
       01  WS-DEFAULT-POLICY.
           05  WS-DEF-MIN-CASH     PIC 9(10)V99 VALUE 50000.00.
           05  WS-DEF-MAX-CASH     PIC 9(10)V99 VALUE 250000.00.
           05  WS-DEF-LOOKBACK     PIC 9(3) VALUE 10.
           05  WS-DEF-COVER        PIC 9(3) VALUE 2.
       01  WS-POLICY-COUNT         PIC 9(3) VALUE 0.
       01  WS-POLICY-IDX           PIC 9(3).
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 200 TIMES.
               10  WS-POL-BRANCH   PIC X(4).
               10  WS-POL-MIN      PIC 9(10)V99.
               10  WS-POL-MAX      PIC 9(10)V99.
               10  WS-POL-LOOKBACK PIC 9(3).
               10  WS-POL-COVER    PIC 9(3).
       01  WS-USE-MIN              PIC 9(10)V99.
       01  WS-USE-MAX              PIC 9(10)V99.
       01  WS-USE-LOOKBACK         PIC 9(3).
       01  WS-USE-COVER            PIC 9(3).

      * Teller cash paid out per branch over the longest lookback.
       01  WS-MAX-LOOKBACK         PIC 9(3).
       01  WS-PAYOUT-COUNT         PIC 9(3) VALUE 0.
       01  WS-PAYOUT-IDX           PIC 9(3).
       01  WS-PAYOUT-SLOT          PIC 9(3).
       01  WS-PAYOUT-TABLE.
           05  WS-PAY-ENTRY OCCURS 200 TIMES.
               10  WS-PAY-BRANCH   PIC X(4).
               10  WS-PAY-AMOUNT   PIC S9(12)V99 COMP-3
                                   OCCURS 60 TIMES.
       01  WS-DAY-IDX              PIC 9(3).
       01  WS-BUSINESS-DAY-INT     PIC 9(8).
       01  WS-TRANS-DAY-INT        PIC 9(8).
       01  WS-DAYS-BACK            PIC 9(5).
       01  WS-SCAN-FROM-DATE       PIC 9(8).
       01  WS-TXN-BRANCH           PIC X(4).
       01  WS-DESC-PRE             PIC X(100).
       01  WS-DESC-POST            PIC X(100).

       01  WS-PAYOUT-TOTAL         PIC S9(12)V99 COMP-3.
       01  WS-AVG-DAILY-PAYOUT     PIC S9(12)V99 COMP-3.
       01  WS-PROJECTED            PIC S9(12)V99 COMP-3.
       01  WS-RECOMMEND-AMOUNT     PIC S9(12)V99 COMP-3.
       01  WS-THOUSANDS            PIC S9(10) COMP-3.
       01  WS-RECOMMENDATION       PIC X(5).

       01  WS-ORDER-COUNTS.
           05  WS-VAULTS-REVIEWED  PIC 9(5) VALUE 0.
           05  WS-ORDERS-RECOMMENDED PIC 9(5) VALUE 0.
           05  WS-SHIPS-RECOMMENDED PIC 9(5) VALUE 0.
           05  WS-ORDER-TOTAL      PIC S9(12)V99 COMP-3 VALUE 0.
           05  WS-SHIP-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.

       01  WS-ORDER-LINE.
           05  WS-ORD-BRANCH       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ORD-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ORD-MIN          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ORD-MAX          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ORD-AVG          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ORD-PROJECTED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ORD-ACTION       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ORD-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'VAULT-MANAGER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-DISPLAY-AMOUNT       PIC -(11)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(11)9.99.
       01  WS-DISPLAY-COUNT        PIC Z(6)9.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).
       01  WS-JSON-POS             PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-RAW FROM TIME
           MOVE WS-NOW-RAW(1:6) TO WS-NOW
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-PARAMETERS
           PERFORM OPEN-VAULT-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'BUY'
                       PERFORM TELLER-BUY
                   WHEN 'SELL'
                       PERFORM TELLER-SELL
                   WHEN 'SHIPIN'
                       PERFORM SHIPMENT-IN
                   WHEN 'SHIPOUT'
                       PERFORM SHIPMENT-OUT
                   WHEN 'COUNT'
                       PERFORM VAULT-COUNT
                   WHEN 'BALANCE'
                       PERFORM READ-VAULT
                       IF WS-VAULT-FOUND = 'N'
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'No vault on file for branch'
                               TO WS-ERROR-MESSAGE
                       END-IF
                   WHEN 'ORDER'
                       PERFORM RECOMMEND-CASH-ORDERS
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE VAULT-FILE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

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

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-BRANCH
           MOVE SPACES TO WS-IN-TELLER-ID
           MOVE SPACES TO WS-IN-REFERENCE
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-COIN
           MOVE 0 TO WS-IN-AMOUNT

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-BRANCH
           PERFORM EXTRACT-TELLER-ID
           PERFORM EXTRACT-REFERENCE
           PERFORM EXTRACT-USER
           PERFORM EXTRACT-CASH-BREAKDOWN.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-BRANCH.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"branch":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-BRANCH
           END-IF.

       EXTRACT-TELLER-ID.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"teller_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TELLER-ID
           END-IF.

       EXTRACT-REFERENCE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reference":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REFERENCE
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

      * Note counts by denomination and coin by value; the amount
      * moved is what they add up to.
       EXTRACT-CASH-BREAKDOWN.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               MOVE 0 TO WS-IN-NOTE-COUNT(WS-DN-IDX)
               MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
               UNSTRING INPUT-RECORD DELIMITED BY
                   WS-DK-KEY(WS-DN-IDX)(1:WS-DK-LEN(WS-DN-IDX))
                   INTO WS-JSON-PRE WS-JSON-POST
               IF WS-JSON-POST NOT = SPACES
                   MOVE SPACES TO WS-JSON-VALUE
                   UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                       INTO WS-JSON-VALUE
                   COMPUTE WS-IN-NOTE-COUNT(WS-DN-IDX) =
                       FUNCTION NUMVAL(WS-JSON-VALUE)
               END-IF
               COMPUTE WS-IN-AMOUNT = WS-IN-AMOUNT +
                   WS-IN-NOTE-COUNT(WS-DN-IDX) *
                   WS-DENOM-VALUE(WS-DN-IDX)
           END-PERFORM

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"coin":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-COIN = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF
           ADD WS-IN-COIN TO WS-IN-AMOUNT.

       OPEN-VAULT-FILE.
           IF WS-ACTION NOT = 'ORDER'
               IF WS-IN-BRANCH = SPACES
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'branch is required' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IN-USER = SPACES AND WS-ACTION NOT = 'BALANCE'
              AND WS-ACTION NOT = 'ORDER'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS = '35'
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF
           IF WS-VAULT-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Vault file not available' TO WS-ERROR-MESSAGE
           END-IF.

       READ-VAULT.
           MOVE WS-IN-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VAULT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VAULT-FOUND
           END-READ.

      * Cash coming in to a branch with no vault yet opens one.
       READ-OR-OPEN-VAULT.
           PERFORM READ-VAULT
           IF WS-VAULT-FOUND = 'N'
               MOVE WS-IN-BRANCH TO VLT-BRANCH
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 7
                   MOVE 0 TO VLT-NOTE-COUNT(WS-DN-IDX)
               END-PERFORM
               MOVE 0 TO VLT-COIN
               MOVE 0 TO VLT-BALANCE
               MOVE WS-TODAY TO VLT-OPENED-DATE
               MOVE 0 TO VLT-LAST-ACTIVITY
               MOVE 0 TO VLT-LAST-COUNT-DATE
               MOVE 0 TO VLT-LAST-OVER-SHORT
           END-IF.

       CHECK-AMOUNT-GIVEN.
           IF WS-IN-AMOUNT = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'A cash breakdown is required' TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * BUY / SHIPOUT take cash out of the vault, SELL / SHIPIN put
      * it in. The GL is booked first; a refused journal leaves the
      * vault as it was.
      *----------------------------------------------------------------
       TELLER-BUY.
           IF WS-IN-TELLER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'teller_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AMOUNT-GIVEN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-VAULT
           IF WS-VAULT-FOUND = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No vault on file for branch' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VAULT-HOLDS-CASH
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1010' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-IN-TELLER-ID TO WS-GL-SOURCE-REF
           PERFORM POST-VAULT-GL
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CASH-FROM-VAULT
           MOVE 'VLT-BUY' TO WS-AJ-ACTION
           PERFORM RECORD-VAULT-MOVEMENT.

       TELLER-SELL.
           IF WS-IN-TELLER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'teller_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AMOUNT-GIVEN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OR-OPEN-VAULT

           MOVE '1010' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-IN-TELLER-ID TO WS-GL-SOURCE-REF
           PERFORM POST-VAULT-GL
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM PUT-CASH-IN-VAULT
           MOVE 'VLT-SELL' TO WS-AJ-ACTION
           PERFORM RECORD-VAULT-MOVEMENT.

       SHIPMENT-IN.
           PERFORM CHECK-AMOUNT-GIVEN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OR-OPEN-VAULT

           MOVE '1010' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1050' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-IN-REFERENCE TO WS-GL-SOURCE-REF
           PERFORM POST-VAULT-GL
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM PUT-CASH-IN-VAULT
           MOVE 'VLT-SHIPIN' TO WS-AJ-ACTION
           PERFORM RECORD-VAULT-MOVEMENT.

       SHIPMENT-OUT.
           PERFORM CHECK-AMOUNT-GIVEN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-VAULT
           IF WS-VAULT-FOUND = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No vault on file for branch' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VAULT-HOLDS-CASH
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE '1050' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1010' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-IN-REFERENCE TO WS-GL-SOURCE-REF
           PERFORM POST-VAULT-GL
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CASH-FROM-VAULT
           MOVE 'VLT-SHIPOUT' TO WS-AJ-ACTION
           PERFORM RECORD-VAULT-MOVEMENT.

       CHECK-VAULT-HOLDS-CASH.
           MOVE 0 TO WS-SHORT-DENOM
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               IF WS-IN-NOTE-COUNT(WS-DN-IDX) >
                  VLT-NOTE-COUNT(WS-DN-IDX) AND WS-SHORT-DENOM = 0
                   MOVE WS-DENOM-VALUE(WS-DN-IDX) TO WS-SHORT-DENOM
               END-IF
           END-PERFORM
           IF WS-SHORT-DENOM > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Vault does not hold enough '
                      WS-SHORT-DENOM ' notes'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COIN > VLT-COIN
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Vault does not hold enough coin'
                   TO WS-ERROR-MESSAGE
           END-IF.

       TAKE-CASH-FROM-VAULT.
           MOVE VLT-BALANCE TO WS-BEFORE-BALANCE
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               SUBTRACT WS-IN-NOTE-COUNT(WS-DN-IDX)
                   FROM VLT-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM
           SUBTRACT WS-IN-COIN FROM VLT-COIN
           SUBTRACT WS-IN-AMOUNT FROM VLT-BALANCE
           MOVE WS-TODAY TO VLT-LAST-ACTIVITY
           REWRITE VAULT-RECORD.

       PUT-CASH-IN-VAULT.
           MOVE VLT-BALANCE TO WS-BEFORE-BALANCE
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               ADD WS-IN-NOTE-COUNT(WS-DN-IDX)
                   TO VLT-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM
           ADD WS-IN-COIN TO VLT-COIN
           ADD WS-IN-AMOUNT TO VLT-BALANCE
           MOVE WS-TODAY TO VLT-LAST-ACTIVITY
           PERFORM STORE-VAULT.

       STORE-VAULT.
           IF WS-VAULT-FOUND = 'Y'
               REWRITE VAULT-RECORD
           ELSE
               WRITE VAULT-RECORD
               MOVE 'Y' TO WS-VAULT-FOUND
           END-IF.

      *----------------------------------------------------------------
      * COUNT: the counted breakdown becomes the vault. Over/short is
      * counted minus book and goes to 5500. An opening count takes
      * the cash over from general cash instead.
      *----------------------------------------------------------------
       VAULT-COUNT.
           PERFORM READ-OR-OPEN-VAULT
           MOVE VLT-BALANCE TO WS-BEFORE-BALANCE
           MOVE WS-IN-AMOUNT TO WS-COUNTED-TOTAL

           IF WS-VAULT-FOUND = 'N'
               PERFORM CHECK-AMOUNT-GIVEN
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
               MOVE '1010' TO WS-GL-DEBIT-ACCOUNT
               MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-COUNTED-TOTAL TO WS-GL-AMOUNT
               MOVE 'VAULT OPENING' TO WS-GL-SOURCE-REF
               PERFORM CALL-GL-POSTING
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-OVER-SHORT = WS-COUNTED-TOTAL - VLT-BALANCE
           END-IF

           IF WS-OVER-SHORT NOT = 0
               IF WS-OVER-SHORT > 0
                   MOVE '1010' TO WS-GL-DEBIT-ACCOUNT
                   MOVE '5500' TO WS-GL-CREDIT-ACCOUNT
                   MOVE WS-OVER-SHORT TO WS-GL-AMOUNT
               ELSE
                   MOVE '5500' TO WS-GL-DEBIT-ACCOUNT
                   MOVE '1010' TO WS-GL-CREDIT-ACCOUNT
                   COMPUTE WS-GL-AMOUNT = WS-OVER-SHORT * -1
               END-IF
               MOVE 'VAULT COUNT' TO WS-GL-SOURCE-REF
               PERFORM CALL-GL-POSTING
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               MOVE WS-IN-NOTE-COUNT(WS-DN-IDX)
                   TO VLT-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM
           MOVE WS-IN-COIN TO VLT-COIN
           MOVE WS-COUNTED-TOTAL TO VLT-BALANCE
           MOVE WS-TODAY TO VLT-LAST-COUNT-DATE
           MOVE WS-TODAY TO VLT-LAST-ACTIVITY
           MOVE WS-OVER-SHORT TO VLT-LAST-OVER-SHORT
           PERFORM STORE-VAULT

           MOVE 'VLT-COUNT' TO WS-AJ-ACTION
           PERFORM RECORD-VAULT-MOVEMENT.

       POST-VAULT-GL.
           MOVE WS-IN-AMOUNT TO WS-GL-AMOUNT
           PERFORM CALL-GL-POSTING.

       CALL-GL-POSTING.
           MOVE WS-IN-BRANCH TO WS-GL-COST-CENTER
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Vault ' FUNCTION TRIM(WS-ACTION)
                  ' branch ' WS-IN-BRANCH
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'GL posting refused, return code '
                      WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF.

       RECORD-VAULT-MOVEMENT.
           MOVE WS-TODAY TO VTX-DATE
           MOVE WS-NOW TO VTX-TIME
           MOVE WS-IN-BRANCH TO VTX-BRANCH
           MOVE WS-ACTION TO VTX-TYPE
           MOVE WS-IN-TELLER-ID TO VTX-TELLER-ID
           MOVE WS-IN-REFERENCE TO VTX-REFERENCE
           MOVE WS-IN-AMOUNT TO VTX-AMOUNT
           MOVE WS-OVER-SHORT TO VTX-OVER-SHORT
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               MOVE WS-IN-NOTE-COUNT(WS-DN-IDX)
                   TO VTX-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM
           MOVE WS-IN-COIN TO VTX-COIN
           MOVE WS-IN-USER TO VTX-USER
           OPEN EXTEND VAULT-TXN-FILE
           IF WS-VAULT-TXN-STATUS NOT = '00'
               OPEN OUTPUT VAULT-TXN-FILE
           END-IF
           WRITE VAULT-TXN-RECORD
           CLOSE VAULT-TXN-FILE

           MOVE SPACES TO WS-AJ-KEY
           STRING 'VAULT ' WS-IN-BRANCH
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE WS-BEFORE-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'BALANCE ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE VLT-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE WS-IN-AMOUNT TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'BALANCE ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' MOVED ' FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
                  ' ' WS-IN-TELLER-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * ORDER: one recommendation line per vault.
      *----------------------------------------------------------------
       RECOMMEND-CASH-ORDERS.
           PERFORM LOAD-VAULT-POLICY
           PERFORM LOAD-TELLER-PAYOUTS

           OPEN OUTPUT ORDER-REPORT
           MOVE SPACES TO ORDER-REPORT-RECORD
           STRING 'VAULT CASH ORDER RECOMMENDATIONS - BUSINESS DATE '
                  WS-BUSINESS-DATE ' RUN ' WS-TODAY
               DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD
           MOVE SPACES TO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD
           MOVE SPACES TO ORDER-REPORT-RECORD
           STRING 'BRCH    VAULT BALANCE          MINIMUM'
                  '          MAXIMUM    AVG DAILY OUT'
                  '         PROJECTED  ACTION          AMOUNT'
               DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD

           MOVE 'N' TO WS-EOF
           IF WS-IN-BRANCH NOT = SPACES
               PERFORM READ-VAULT
               IF WS-VAULT-FOUND = 'Y'
                   PERFORM RECOMMEND-ONE-VAULT
               ELSE
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'No vault on file for branch'
                       TO WS-ERROR-MESSAGE
               END-IF
           ELSE
               MOVE LOW-VALUES TO VLT-BRANCH
               START VAULT-FILE KEY IS NOT LESS THAN VLT-BRANCH
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VAULT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM RECOMMEND-ONE-VAULT
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD
           MOVE WS-ORDER-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-SHIP-TOTAL TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO ORDER-REPORT-RECORD
           STRING 'Vaults: ' WS-VAULTS-REVIEWED
                  '  Orders: ' WS-ORDERS-RECOMMENDED
                  ' totalling ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  '  Shipments: ' WS-SHIPS-RECOMMENDED
                  ' totalling ' FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
               DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD
           CLOSE ORDER-REPORT.

       LOAD-VAULT-POLICY.
           MOVE 0 TO WS-POLICY-COUNT
           MOVE WS-DEF-LOOKBACK TO WS-MAX-LOOKBACK
           MOVE 'N' TO WS-EOF
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VPL-BRANCH NOT = SPACES AND
                          WS-POLICY-COUNT < 200
                           PERFORM STORE-VAULT-POLICY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       STORE-VAULT-POLICY.
           IF VPL-BRANCH = '****'
               MOVE VPL-MIN-CASH TO WS-DEF-MIN-CASH
               MOVE VPL-MAX-CASH TO WS-DEF-MAX-CASH
               MOVE VPL-LOOKBACK-DAYS TO WS-DEF-LOOKBACK
               MOVE VPL-COVER-DAYS TO WS-DEF-COVER
           ELSE
               ADD 1 TO WS-POLICY-COUNT
               MOVE VPL-BRANCH TO WS-POL-BRANCH(WS-POLICY-COUNT)
               MOVE VPL-MIN-CASH TO WS-POL-MIN(WS-POLICY-COUNT)
               MOVE VPL-MAX-CASH TO WS-POL-MAX(WS-POLICY-COUNT)
               MOVE VPL-LOOKBACK-DAYS
                   TO WS-POL-LOOKBACK(WS-POLICY-COUNT)
               MOVE VPL-COVER-DAYS TO WS-POL-COVER(WS-POLICY-COUNT)
           END-IF
           IF VPL-LOOKBACK-DAYS > WS-MAX-LOOKBACK
               MOVE VPL-LOOKBACK-DAYS TO WS-MAX-LOOKBACK
           END-IF
           IF WS-DEF-LOOKBACK > WS-MAX-LOOKBACK
               MOVE WS-DEF-LOOKBACK TO WS-MAX-LOOKBACK
           END-IF
           IF WS-MAX-LOOKBACK > 60
               MOVE 60 TO WS-MAX-LOOKBACK
           END-IF.

      * Cash the tellers paid out, by branch and days before the
      * business date (1 = the day before). The branch comes from
      * the posting's description ("... at branch nnnn ...").
       LOAD-TELLER-PAYOUTS.
           MOVE 0 TO WS-PAYOUT-COUNT
           COMPUTE WS-BUSINESS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-SCAN-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAY-INT - WS-MAX-LOOKBACK)

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-SCAN-FROM-DATE TO TRANS-DATE
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE NOT < WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TRANS-CHANNEL = 'TELLER' AND
                              TRANS-TYPE = 'WITHDRAWAL' AND
                              TRANS-CATEGORY = 'CASH'
                               PERFORM ADD-TELLER-PAYOUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       ADD-TELLER-PAYOUT.
           MOVE SPACES TO WS-DESC-PRE WS-DESC-POST
           UNSTRING TRANS-DESCRIPTION DELIMITED BY ' at branch '
               INTO WS-DESC-PRE WS-DESC-POST
           IF WS-DESC-POST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DESC-POST(1:4) TO WS-TXN-BRANCH
           COMPUTE WS-TRANS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(TRANS-DATE)
           COMPUTE WS-DAYS-BACK =
               WS-BUSINESS-DAY-INT - WS-TRANS-DAY-INT
           IF WS-DAYS-BACK < 1 OR WS-DAYS-BACK > 60
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAYOUT-SLOT
           PERFORM VARYING WS-PAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-PAYOUT-IDX > WS-PAYOUT-COUNT
               IF WS-PAY-BRANCH(WS-PAYOUT-IDX) = WS-TXN-BRANCH
                   MOVE WS-PAYOUT-IDX TO WS-PAYOUT-SLOT
               END-IF
           END-PERFORM
           IF WS-PAYOUT-SLOT = 0
               IF WS-PAYOUT-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYOUT-COUNT
               MOVE WS-PAYOUT-COUNT TO WS-PAYOUT-SLOT
               MOVE WS-TXN-BRANCH TO WS-PAY-BRANCH(WS-PAYOUT-SLOT)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 60
                   MOVE 0 TO WS-PAY-AMOUNT(WS-PAYOUT-SLOT, WS-DAY-IDX)
               END-PERFORM
           END-IF
           COMPUTE WS-PAY-AMOUNT(WS-PAYOUT-SLOT, WS-DAYS-BACK) =
               WS-PAY-AMOUNT(WS-PAYOUT-SLOT, WS-DAYS-BACK) -
               TRANS-AMOUNT.

       RECOMMEND-ONE-VAULT.
           ADD 1 TO WS-VAULTS-REVIEWED
           MOVE WS-DEF-MIN-CASH TO WS-USE-MIN
           MOVE WS-DEF-MAX-CASH TO WS-USE-MAX
           MOVE WS-DEF-LOOKBACK TO WS-USE-LOOKBACK
           MOVE WS-DEF-COVER TO WS-USE-COVER
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-POL-BRANCH(WS-POLICY-IDX) = VLT-BRANCH
                   MOVE WS-POL-MIN(WS-POLICY-IDX) TO WS-USE-MIN
                   MOVE WS-POL-MAX(WS-POLICY-IDX) TO WS-USE-MAX
                   MOVE WS-POL-LOOKBACK(WS-POLICY-IDX)
                       TO WS-USE-LOOKBACK
                   MOVE WS-POL-COVER(WS-POLICY-IDX) TO WS-USE-COVER
               END-IF
           END-PERFORM
           IF WS-USE-LOOKBACK = 0
               MOVE 1 TO WS-USE-LOOKBACK
           END-IF
           IF WS-USE-LOOKBACK > WS-MAX-LOOKBACK
               MOVE WS-MAX-LOOKBACK TO WS-USE-LOOKBACK
           END-IF

           MOVE 0 TO WS-PAYOUT-TOTAL
           PERFORM VARYING WS-PAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-PAYOUT-IDX > WS-PAYOUT-COUNT
               IF WS-PAY-BRANCH(WS-PAYOUT-IDX) = VLT-BRANCH
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > WS-USE-LOOKBACK
                       ADD WS-PAY-AMOUNT(WS-PAYOUT-IDX, WS-DAY-IDX)
                           TO WS-PAYOUT-TOTAL
                   END-PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-AVG-DAILY-PAYOUT ROUNDED =
               WS-PAYOUT-TOTAL / WS-USE-LOOKBACK
           COMPUTE WS-PROJECTED =
               VLT-BALANCE - WS-AVG-DAILY-PAYOUT * WS-USE-COVER

           MOVE 'HOLD' TO WS-RECOMMENDATION
           MOVE 0 TO WS-RECOMMEND-AMOUNT
           IF WS-PROJECTED < WS-USE-MIN
               MOVE 'ORDER' TO WS-RECOMMENDATION
               COMPUTE WS-THOUSANDS =
                   (WS-USE-MAX - WS-PROJECTED + 999.99) / 1000
               COMPUTE WS-RECOMMEND-AMOUNT = WS-THOUSANDS * 1000
               ADD 1 TO WS-ORDERS-RECOMMENDED
               ADD WS-RECOMMEND-AMOUNT TO WS-ORDER-TOTAL
           END-IF
           IF WS-PROJECTED > WS-USE-MAX
               COMPUTE WS-THOUSANDS =
                   (WS-PROJECTED - WS-USE-MAX) / 1000
               COMPUTE WS-RECOMMEND-AMOUNT = WS-THOUSANDS * 1000
               IF WS-RECOMMEND-AMOUNT > 0
                   MOVE 'SHIP' TO WS-RECOMMENDATION
                   ADD 1 TO WS-SHIPS-RECOMMENDED
                   ADD WS-RECOMMEND-AMOUNT TO WS-SHIP-TOTAL
               END-IF
           END-IF

           MOVE VLT-BRANCH TO WS-ORD-BRANCH
           MOVE VLT-BALANCE TO WS-ORD-BALANCE
           MOVE WS-USE-MIN TO WS-ORD-MIN
           MOVE WS-USE-MAX TO WS-ORD-MAX
           MOVE WS-AVG-DAILY-PAYOUT TO WS-ORD-AVG
           MOVE WS-PROJECTED TO WS-ORD-PROJECTED
           MOVE WS-RECOMMENDATION TO WS-ORD-ACTION
           MOVE WS-RECOMMEND-AMOUNT TO WS-ORD-AMOUNT
           WRITE ORDER-REPORT-RECORD FROM WS-ORDER-LINE.

       WRITE-OUTPUT.
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE 1 TO WS-JSON-POS
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               IF WS-ACTION = 'ORDER'
                   PERFORM BUILD-ORDER-JSON
               ELSE
                   PERFORM BUILD-VAULT-JSON
               END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.

       BUILD-ORDER-JSON.
           MOVE WS-ORDER-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-SHIP-TOTAL TO WS-DISPLAY-AMOUNT-2
           STRING '{"status":"SUCCESS",'
               '"action":"ORDER",'
               '"business_date":' WS-BUSINESS-DATE ','
               '"vaults_reviewed":' WS-VAULTS-REVIEWED ','
               '"orders_recommended":' WS-ORDERS-RECOMMENDED ','
               '"order_total":' FUNCTION TRIM(WS-DISPLAY-AMOUNT) ','
               '"shipments_recommended":' WS-SHIPS-RECOMMENDED ','
               '"shipment_total":'
               FUNCTION TRIM(WS-DISPLAY-AMOUNT-2) ','
               '"report":"vault-cash-order-report.txt"}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT.

       BUILD-VAULT-JSON.
           MOVE VLT-BALANCE TO WS-DISPLAY-AMOUNT
           STRING '{"status":"SUCCESS",'
               '"action":"' FUNCTION TRIM(WS-ACTION) '",'
               '"branch":"' FUNCTION TRIM(VLT-BRANCH) '",'
               '"vault_balance":' FUNCTION TRIM(WS-DISPLAY-AMOUNT) ','
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POS
           IF WS-ACTION NOT = 'BALANCE'
               MOVE WS-IN-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE WS-OVER-SHORT TO WS-DISPLAY-AMOUNT-2
               STRING '"amount":' FUNCTION TRIM(WS-DISPLAY-AMOUNT) ','
                   '"over_short":' FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
                   ','
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WITH POINTER WS-JSON-POS
           END-IF
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 7
               MOVE VLT-NOTE-COUNT(WS-DN-IDX) TO WS-DISPLAY-COUNT
               STRING WS-DK-KEY(WS-DN-IDX)(1:WS-DK-LEN(WS-DN-IDX))
                   FUNCTION TRIM(WS-DISPLAY-COUNT) ','
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WITH POINTER WS-JSON-POS
           END-PERFORM
           MOVE VLT-COIN TO WS-DISPLAY-AMOUNT
           STRING '"coin":' FUNCTION TRIM(WS-DISPLAY-AMOUNT) ','
               '"last_count_date":' VLT-LAST-COUNT-DATE '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POS.
