       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REISSUE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Monthly card reissue and embossing run. Picks ACTIVE cards on
      * card-master.dat expiring by the end of next month (the next
      * cycle) and any card forced to reissue by a hot-card listing
      * (deceased-cardholder and sanctions listings are not
      * reissued). For each it draws a replacement number on the
      * same BIN, mints its token in card-token-vault.dat and writes
      * a new card-master record for the same CRD-ACCOUNT in
      * PENDING-ACTIVATION status, with card controls carried to the
      * new token. The emboss vendor
      * file card-emboss-file.txt gets the number, expiry, and the
      * cardholder name and mailing address from CUSTOMER-MASTER.
      *
      * An expiring card is marked REISSUED and keeps authorizing
      * through its overlap end date; CARD-VALIDATOR retires it when
      * the new card is first approved. A hot-listed card retires at
      * once. Summary JSON in card-reissue-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER ASSIGN TO 'card-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRD-CARD-KEY
               FILE STATUS IS WS-CARD-MASTER-STATUS.
           SELECT CARD-VAULT ASSIGN TO 'card-token-vault.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TVT-TOKEN
               ALTERNATE RECORD KEY IS TVT-PAN
               FILE STATUS IS WS-CARD-VAULT-STATUS.
           SELECT HOT-CARD-FILE ASSIGN TO 'hot-cards.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOT-CARD-KEY
               FILE STATUS IS WS-HOT-CARD-STATUS.
           SELECT CARD-CONTROLS ASSIGN TO 'card-controls.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCT-CARD-KEY
               FILE STATUS IS WS-CARD-CTL-STATUS.
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
           SELECT EMBOSS-FILE ASSIGN TO 'card-emboss-file.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'card-reissue-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER.
       01  CARD-MASTER-RECORD.
           05  CRD-CARD-KEY        PIC X(19).
           05  CRD-ACCOUNT         PIC X(20).
           05  CRD-EXPIRY-MONTH    PIC 99.
           05  CRD-EXPIRY-YEAR     PIC 9999.
           05  CRD-STATUS          PIC X(20).
           05  CRD-LINKED-DATE     PIC 9(8).
           05  CRD-REPLACES-KEY    PIC X(19).
           05  CRD-REPLACED-BY     PIC X(19).
           05  CRD-OVERLAP-END     PIC 9(8).

       FD  CARD-VAULT.
       01  CARD-VAULT-RECORD.
           05  TVT-TOKEN           PIC X(19).
           05  TVT-PAN             PIC X(19).
           05  TVT-CREATED         PIC 9(8).

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           05  HOT-CARD-KEY        PIC X(19).
           05  HOT-REASON          PIC X(30).
           05  HOT-LISTED-DATE     PIC 9(8).
           05  HOT-SOURCE          PIC X(10).

       FD  CARD-CONTROLS.
       01  CARD-CONTROL-RECORD.
           05  CCT-CARD-KEY        PIC X(19).
           05  CCT-TXN-MAX         PIC S9(8)V99 COMP-3.
           05  CCT-DAILY-MAX       PIC S9(8)V99 COMP-3.
           05  CCT-MCC-BLOCKS.
               10  CCT-MCC OCCURS 10 TIMES PIC X(4).

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

      * Fixed-position vendor layout: H1 header, D1 one per card to
      * emboss, T1 trailer with the detail count.
       FD  EMBOSS-FILE.
       01  EMBOSS-DETAIL.
           05  EMB-RECORD-TYPE     PIC X(2).
           05  EMB-PAN             PIC X(19).
           05  EMB-EXPIRY          PIC X(5).
           05  EMB-NAME            PIC X(26).
           05  EMB-ADDRESS         PIC X(40).
           05  EMB-CITY            PIC X(20).
           05  EMB-STATE           PIC X(2).
           05  EMB-ZIP             PIC X(10).
           05  EMB-TOKEN           PIC X(19).
           05  EMB-REASON          PIC X(10).
           05  FILLER              PIC X(47).
       01  EMBOSS-CONTROL.
           05  EMC-RECORD-TYPE     PIC X(2).
           05  EMC-RUN-DATE        PIC 9(8).
           05  EMC-RECORD-COUNT    PIC 9(9).
           05  FILLER              PIC X(181).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-CARD-MASTER-STATUS   PIC XX.
       01  WS-CARD-VAULT-STATUS    PIC XX.
       01  WS-HOT-CARD-STATUS      PIC XX.
       01  WS-CARD-CTL-STATUS      PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-CARD-EOF             PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(9).
       01  WS-TIME-RAW             PIC 9(8).

      * Overlap: how long a card replaced for expiry keeps working
      * after the run. Replacement cards run this many years out.
       01  WS-REISSUE-PARAMETERS.
           05  WS-OVERLAP-DAYS     PIC 9(3) VALUE 60.
           05  WS-REISSUE-YEARS    PIC 9(2) VALUE 3.

       01  WS-EXPIRY-WORK.
           05  WS-EXP-YEAR         PIC 9(4).
           05  WS-EXP-MONTH        PIC 9(4).
           05  WS-EXP-FIRST-NEXT   PIC 9(8).
           05  WS-EXP-INT          PIC 9(9).
           05  WS-CYCLE-END-INT    PIC 9(9).
           05  WS-OVERLAP-END      PIC 9(8).

       01  WS-REISSUE-WORK.
           05  WS-REISSUE-REASON   PIC X(10).
           05  WS-SKIP-REASON      PIC X(30).
           05  WS-OLD-CARD-KEY     PIC X(19).
           05  WS-OLD-CARD-REC     PIC X(119).
           05  WS-OLD-ACCOUNT      PIC X(20).
           05  WS-OLD-PAN          PIC X(19).
           05  WS-NEW-PAN          PIC X(19).
           05  WS-NEW-TOKEN        PIC X(19).
           05  WS-NEW-LAST4        PIC X(4).
           05  WS-NEW-EXP-MONTH    PIC 99.
           05  WS-NEW-EXP-YEAR     PIC 9999.
           05  WS-PAN-LEN          PIC 99.
           05  WS-BODY-LEN         PIC 99.
           05  WS-PAN-FOUND        PIC X.
           05  WS-PAN-RETRY        PIC 9(3).
           05  WS-TOKEN-RETRY      PIC 9(2).

      * Account-number digits for the replacement PAN come from a
      * run sequence; the vault's alternate key proves uniqueness.
       01  WS-PAN-SEQ              PIC 9(12).
       01  WS-PAN-SEQ-X REDEFINES WS-PAN-SEQ PIC X(12).
       01  WS-TOKEN-STAMP          PIC 9(12).

       01  WS-LUHN-WORK.
           05  WS-LUHN-IDX         PIC 99.
           05  WS-LUHN-DIGIT       PIC 9.
           05  WS-LUHN-DOUBLED     PIC 99.
           05  WS-LUHN-SUM         PIC 999.
           05  WS-LUHN-QUOT        PIC 999.
           05  WS-LUHN-REM         PIC 9.
           05  WS-LUHN-DOUBLE      PIC X.
           05  WS-LUHN-CHECK       PIC 9.

       01  WS-JOIN-FIELDS.
           05  WS-CUSTOMER-FOUND   PIC X.
           05  WS-OWNER-CUSTOMER   PIC X(10).

       01  WS-RUN-STATS.
           05  WS-CARDS-SCANNED    PIC 9(9) VALUE 0.
           05  WS-EXPIRY-REISSUED  PIC 9(9) VALUE 0.
           05  WS-HOT-REISSUED     PIC 9(9) VALUE 0.
           05  WS-CARDS-SKIPPED    PIC 9(9) VALUE 0.
           05  WS-EMBOSS-COUNT     PIC 9(9) VALUE 0.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM SET-REISSUE-CYCLE

           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-PAN-SEQ =
               FUNCTION NUMVAL(WS-TODAY(3:6)) * 1000000 +
               FUNCTION NUMVAL(WS-TIME-RAW(1:6))
           COMPUTE WS-TOKEN-STAMP =
               WS-TODAY * 10000 +
               FUNCTION NUMVAL(WS-TIME-RAW(1:4))

           PERFORM SCAN-CARD-MASTER
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
      * The next cycle ends on the last day of next month; an expiring
      * card replaced today keeps working for the overlap period.
      *----------------------------------------------------------------
       SET-REISSUE-CYCLE.
           MOVE WS-TODAY(1:4) TO WS-EXP-YEAR
           MOVE WS-TODAY(5:2) TO WS-EXP-MONTH
           ADD 2 TO WS-EXP-MONTH
           IF WS-EXP-MONTH > 12
               SUBTRACT 12 FROM WS-EXP-MONTH
               ADD 1 TO WS-EXP-YEAR
           END-IF
           COMPUTE WS-EXP-FIRST-NEXT =
               (WS-EXP-YEAR * 10000) + (WS-EXP-MONTH * 100) + 1
           COMPUTE WS-CYCLE-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXP-FIRST-NEXT) - 1
           COMPUTE WS-OVERLAP-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-OVERLAP-DAYS).

       SCAN-CARD-MASTER.
           OPEN I-O CARD-MASTER
           IF WS-CARD-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-VAULT
           IF WS-CARD-VAULT-STATUS NOT = '00'
               CLOSE CARD-MASTER
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOT-CARD-FILE
           OPEN I-O CARD-CONTROLS
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER

           OPEN OUTPUT EMBOSS-FILE
           MOVE SPACES TO EMBOSS-CONTROL
           MOVE 'H1' TO EMC-RECORD-TYPE
           MOVE WS-TODAY TO EMC-RUN-DATE
           MOVE 0 TO EMC-RECORD-COUNT
           WRITE EMBOSS-CONTROL

           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARDS-SCANNED
                       PERFORM SELECT-CARD-FOR-REISSUE
                       IF WS-REISSUE-REASON NOT = SPACES
                           PERFORM REISSUE-CARD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO EMBOSS-CONTROL
           MOVE 'T1' TO EMC-RECORD-TYPE
           MOVE WS-TODAY TO EMC-RUN-DATE
           MOVE WS-EMBOSS-COUNT TO EMC-RECORD-COUNT
           WRITE EMBOSS-CONTROL
           CLOSE EMBOSS-FILE

           IF WS-CUSTOMER-STATUS = '00'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-ACCT-MASTER-STATUS = '00'
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-CARD-CTL-STATUS = '00'
               CLOSE CARD-CONTROLS
           END-IF
           IF WS-HOT-CARD-STATUS = '00'
               CLOSE HOT-CARD-FILE
           END-IF
           CLOSE CARD-VAULT
           CLOSE CARD-MASTER.

      *----------------------------------------------------------------
      * A hot listing forces a reissue of a live card (ACTIVE, BLOCKED
      * or a replacement not yet activated) unless the listing came
      * from a deceased-cardholder notice. Otherwise an ACTIVE card
      * valid through the end of its expiry month is reissued when
      * that month ends inside the next cycle.
      *----------------------------------------------------------------
       SELECT-CARD-FOR-REISSUE.
           MOVE SPACES TO WS-REISSUE-REASON

           IF WS-HOT-CARD-STATUS = '00' AND
              (CRD-STATUS = 'ACTIVE' OR CRD-STATUS = 'BLOCKED' OR
               CRD-STATUS = 'PENDING-ACTIVATION')
               MOVE CRD-CARD-KEY TO HOT-CARD-KEY
               READ HOT-CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOT-SOURCE NOT = 'DECEASED' AND
                          HOT-SOURCE NOT = 'SANCTIONS'
                           MOVE 'COMPROMISE' TO WS-REISSUE-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REISSUE-REASON NOT = SPACES OR
              CRD-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF

           MOVE CRD-EXPIRY-YEAR TO WS-EXP-YEAR
           MOVE CRD-EXPIRY-MONTH TO WS-EXP-MONTH
           ADD 1 TO WS-EXP-MONTH
           IF WS-EXP-MONTH > 12
               MOVE 1 TO WS-EXP-MONTH
               ADD 1 TO WS-EXP-YEAR
           END-IF
           COMPUTE WS-EXP-FIRST-NEXT =
               (WS-EXP-YEAR * 10000) + (WS-EXP-MONTH * 100) + 1
           COMPUTE WS-EXP-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXP-FIRST-NEXT) - 1
           IF WS-EXP-INT >= WS-TODAY-INT AND
              WS-EXP-INT <= WS-CYCLE-END-INT
               MOVE 'EXPIRY' TO WS-REISSUE-REASON
           END-IF.

      *----------------------------------------------------------------
      * Replace one card. Nothing is written until the mailing
      * address and the old number are both in hand, so a skipped
      * card is simply picked up again on the next run.
      *----------------------------------------------------------------
       REISSUE-CARD.
           MOVE CRD-CARD-KEY TO WS-OLD-CARD-KEY
           MOVE CARD-MASTER-RECORD TO WS-OLD-CARD-REC
           MOVE CRD-ACCOUNT TO WS-OLD-ACCOUNT
           MOVE SPACES TO WS-SKIP-REASON

           PERFORM JOIN-ACCOUNT-AND-CUSTOMER
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-CARDS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OLD-CARD-KEY TO TVT-TOKEN
           READ CARD-VAULT
               INVALID KEY
                   ADD 1 TO WS-CARDS-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           MOVE TVT-PAN TO WS-OLD-PAN

           PERFORM BUILD-REPLACEMENT-PAN
           IF WS-PAN-FOUND NOT = 'Y'
               ADD 1 TO WS-CARDS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM MINT-REPLACEMENT-TOKEN

           IF WS-REISSUE-REASON = 'EXPIRY'
               MOVE CRD-EXPIRY-MONTH TO WS-NEW-EXP-MONTH
               COMPUTE WS-NEW-EXP-YEAR =
                   CRD-EXPIRY-YEAR + WS-REISSUE-YEARS
           ELSE
               MOVE WS-TODAY(5:2) TO WS-NEW-EXP-MONTH
               COMPUTE WS-NEW-EXP-YEAR =
                   FUNCTION NUMVAL(WS-TODAY(1:4)) + WS-REISSUE-YEARS
           END-IF

           MOVE SPACES TO CARD-MASTER-RECORD
           MOVE WS-NEW-TOKEN TO CRD-CARD-KEY
           MOVE WS-OLD-ACCOUNT TO CRD-ACCOUNT
           MOVE WS-NEW-EXP-MONTH TO CRD-EXPIRY-MONTH
           MOVE WS-NEW-EXP-YEAR TO CRD-EXPIRY-YEAR
           MOVE 'PENDING-ACTIVATION' TO CRD-STATUS
           MOVE WS-TODAY TO CRD-LINKED-DATE
           MOVE WS-OLD-CARD-KEY TO CRD-REPLACES-KEY
           MOVE 0 TO CRD-OVERLAP-END
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-CARDS-SKIPPED
                   PERFORM REPOSITION-CARD-MASTER
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM CARRY-CARD-CONTROLS
           PERFORM WRITE-EMBOSS-RECORD

           MOVE WS-OLD-CARD-REC TO CARD-MASTER-RECORD
           MOVE WS-NEW-TOKEN TO CRD-REPLACED-BY
           IF WS-REISSUE-REASON = 'EXPIRY'
               MOVE 'REISSUED' TO CRD-STATUS
               MOVE WS-OVERLAP-END TO CRD-OVERLAP-END
               ADD 1 TO WS-EXPIRY-REISSUED
           ELSE
               MOVE 'RETIRED' TO CRD-STATUS
               MOVE WS-TODAY TO CRD-OVERLAP-END
               ADD 1 TO WS-HOT-REISSUED
           END-IF
           REWRITE CARD-MASTER-RECORD
           PERFORM REPOSITION-CARD-MASTER.

      * The random WRITE/REWRITE above leaves the sequential scan to
      * be re-established just past the card that was replaced.
       REPOSITION-CARD-MASTER.
           MOVE WS-OLD-CARD-KEY TO CRD-CARD-KEY
           START CARD-MASTER KEY IS GREATER THAN CRD-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-EOF
           END-START.

       JOIN-ACCOUNT-AND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE SPACES TO WS-OWNER-CUSTOMER
           IF WS-ACCT-MASTER-STATUS NOT = '00' OR
              WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'MASTER FILES UNAVAILABLE' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE CRD-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT FOUND' TO WS-SKIP-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS NOT = 'ACTIVE'
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-ID TO WS-OWNER-CUSTOMER

           MOVE WS-OWNER-CUSTOMER TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO MAILING ADDRESS' TO WS-SKIP-REASON
                   EXIT PARAGRAPH
           END-READ
           IF CUST-ADDRESS = SPACES
               MOVE 'NO MAILING ADDRESS' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CUSTOMER-FOUND.

      *----------------------------------------------------------------
      * Same BIN and length as the old number, fresh account digits
      * from the run sequence, Luhn check digit last. A number the
      * vault already holds is passed over for the next sequence.
      *----------------------------------------------------------------
       BUILD-REPLACEMENT-PAN.
           MOVE 'N' TO WS-PAN-FOUND
           MOVE 0 TO WS-PAN-LEN
           INSPECT WS-OLD-PAN TALLYING WS-PAN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PAN-LEN < 13 OR WS-OLD-PAN(1:WS-PAN-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BODY-LEN = WS-PAN-LEN - 7

           MOVE 0 TO WS-PAN-RETRY
           PERFORM UNTIL WS-PAN-FOUND = 'Y' OR WS-PAN-RETRY > 500
               MOVE SPACES TO WS-NEW-PAN
               MOVE WS-OLD-PAN(1:6) TO WS-NEW-PAN(1:6)
               MOVE WS-PAN-SEQ-X(13 - WS-BODY-LEN:WS-BODY-LEN)
                   TO WS-NEW-PAN(7:WS-BODY-LEN)
               PERFORM COMPUTE-LUHN-CHECK-DIGIT
               MOVE WS-LUHN-CHECK TO WS-NEW-PAN(WS-PAN-LEN:1)
               ADD 1 TO WS-PAN-SEQ
               ADD 1 TO WS-PAN-RETRY

               MOVE WS-NEW-PAN TO TVT-PAN
               READ CARD-VAULT KEY IS TVT-PAN
                   INVALID KEY
                       MOVE 'Y' TO WS-PAN-FOUND
               END-READ
           END-PERFORM.

      * Walk the body right to left, doubling every second digit
      * starting with the one beside the check position.
       COMPUTE-LUHN-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-DOUBLE
           COMPUTE WS-LUHN-IDX = WS-PAN-LEN - 1
           PERFORM UNTIL WS-LUHN-IDX < 1
               MOVE WS-NEW-PAN(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   COMPUTE WS-LUHN-DOUBLED = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DOUBLED > 9
                       SUBTRACT 9 FROM WS-LUHN-DOUBLED
                   END-IF
                   ADD WS-LUHN-DOUBLED TO WS-LUHN-SUM
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               SUBTRACT 1 FROM WS-LUHN-IDX
           END-PERFORM

           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
               REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM = 0
               MOVE 0 TO WS-LUHN-CHECK
           ELSE
               COMPUTE WS-LUHN-CHECK = 10 - WS-LUHN-REM
           END-IF.

      * Token format matches CARD-VALIDATOR's MINT-CARD-TOKEN.
       MINT-REPLACEMENT-TOKEN.
           COMPUTE WS-LUHN-IDX = WS-PAN-LEN - 3
           MOVE WS-NEW-PAN(WS-LUHN-IDX:4) TO WS-NEW-LAST4
           MOVE 0 TO WS-TOKEN-RETRY
           PERFORM UNTIL WS-TOKEN-RETRY > 98
               MOVE SPACES TO TVT-TOKEN
               STRING 'TK' WS-TOKEN-STAMP '-' WS-NEW-LAST4
                   DELIMITED BY SIZE INTO TVT-TOKEN
               MOVE WS-NEW-PAN TO TVT-PAN
               MOVE WS-TODAY TO TVT-CREATED
               ADD 1 TO WS-TOKEN-STAMP
               WRITE CARD-VAULT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TOKEN-RETRY
                   NOT INVALID KEY
                       MOVE 99 TO WS-TOKEN-RETRY
               END-WRITE
           END-PERFORM
           MOVE TVT-TOKEN TO WS-NEW-TOKEN.

      * Per-transaction, daily and merchant-category limits follow
      * the cardholder onto the replacement token.
       CARRY-CARD-CONTROLS.
           IF WS-CARD-CTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-CARD-KEY TO CCT-CARD-KEY
           READ CARD-CONTROLS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-NEW-TOKEN TO CCT-CARD-KEY
           WRITE CARD-CONTROL-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       WRITE-EMBOSS-RECORD.
           MOVE SPACES TO EMBOSS-DETAIL
           MOVE 'D1' TO EMB-RECORD-TYPE
           MOVE WS-NEW-PAN TO EMB-PAN
           STRING WS-NEW-EXP-MONTH '/' WS-NEW-EXP-YEAR(3:2)
               DELIMITED BY SIZE INTO EMB-EXPIRY
           MOVE CUST-NAME TO EMB-NAME
           MOVE CUST-ADDRESS TO EMB-ADDRESS
           MOVE CUST-CITY TO EMB-CITY
           MOVE CUST-STATE TO EMB-STATE
           MOVE CUST-ZIP TO EMB-ZIP
           MOVE WS-NEW-TOKEN TO EMB-TOKEN
           MOVE WS-REISSUE-REASON TO EMB-REASON
           WRITE EMBOSS-DETAIL
           ADD 1 TO WS-EMBOSS-COUNT.

       WRITE-JSON-SUMMARY.
           STRING '{"status":"COMPLETED",'
               '"cards_scanned":' WS-CARDS-SCANNED ','
               '"expiry_reissued":' WS-EXPIRY-REISSUED ','
               '"hot_card_reissued":' WS-HOT-REISSUED ','
               '"skipped":' WS-CARDS-SKIPPED ','
               '"emboss_records":' WS-EMBOSS-COUNT ','
               '"emboss_file":"card-emboss-file.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
