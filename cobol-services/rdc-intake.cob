       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDC-INTAKE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Remote deposit capture intake. Check items captured on the
      * customer's phone arrive on rdc-capture.dat - capture id,
      * account, MICR line (drawee routing, account, serial), amount
      * and the image reference. Each item is judged before a cent
      * moves:
      *   the account must be on the master and ACTIVE and the MICR
      *     routing must be usable;
      *   the item is looked up on the duplicate-item index,
      *     check-item-index.dat, keyed by MICR line and amount. The
      *     index is refreshed at the start of every run from the
      *     check deposits on transactions.dat (teller, RDC or any
      *     other channel) and the items presented to us on
      *     check-presentment.dat, back WS-INDEX-WINDOW-DAYS days. A
      *     hit is a suspected duplicate: the item is not posted but
      *     parked on rdc-review-queue.dat with the original item's
      *     source, account, date and reference;
      *   the customer's RDC limits - per item and per day, from
      *     rdc-customer-limits.dat or the house defaults - must not
      *     be exceeded; a SUSPENDED customer deposits nothing.
      * A clean item posts a DEPOSIT (category CHECK, channel RDC,
      * MICR as TRANS-REFERENCE, so CASH-LETTER sends it for
      * collection), books 1000 to 2000 through GL-POSTING, goes on
      * the index, and gets the same Regulation CC hold ladder
      * HOLD-MANAGER places for a check deposit. Hold notices go to
      * rdc-hold-notices.txt, rejects to rdc-rejects.txt; JSON
      * summary in rdc-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-INPUT ASSIGN TO 'rdc-capture.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO 'rdc-customer-limits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT PRESENTMENT-INPUT ASSIGN TO 'check-presentment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENTMENT-STATUS.
           SELECT ITEM-INDEX ASSIGN TO 'check-item-index.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CIX-KEY
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO 'rdc-review-queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-QUEUE-STATUS.
           SELECT REJECTS-FILE ASSIGN TO 'rdc-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-NOTICE-FILE ASSIGN TO 'rdc-hold-notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'rdc-output.json'
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
       FD  CAPTURE-INPUT.
       01  CAPTURE-RECORD.
           05  RDC-CAPTURE-ID      PIC X(12).
           05  RDC-ACCOUNT         PIC X(20).
           05  RDC-MICR.
               10  RDC-MICR-ROUTING PIC X(9).
               10  RDC-MICR-ACCOUNT PIC X(15).
               10  RDC-MICR-SERIAL  PIC X(6).
           05  RDC-AMOUNT          PIC 9(8)V99.
           05  RDC-IMAGE-REF       PIC X(30).

      * One row per enrolled customer; customers with no row deposit
      * under the house defaults.
       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05  RDL-CUSTOMER-ID     PIC X(10).
           05  RDL-ITEM-LIMIT      PIC 9(8)V99.
           05  RDL-DAILY-LIMIT     PIC 9(8)V99.
           05  RDL-STATUS          PIC X(10).

      * Same layout as CHECK-PRESENTMENT's clearing input.
       FD  PRESENTMENT-INPUT.
       01  PRESENTMENT-RECORD.
           05  CPR-ACCOUNT         PIC X(20).
           05  CPR-SERIAL          PIC X(10).
           05  CPR-AMOUNT          PIC 9(8)V99.
           05  CPR-PRESENT-DATE    PIC 9(8).

      * Every check item we have seen, first sighting wins.
       FD  ITEM-INDEX.
       01  ITEM-INDEX-RECORD.
           05  CIX-KEY.
               10  CIX-MICR        PIC X(30).
               10  CIX-AMOUNT      PIC 9(8)V99.
           05  CIX-SOURCE          PIC X(10).
           05  CIX-ACCOUNT         PIC X(20).
           05  CIX-ITEM-DATE       PIC 9(8).
           05  CIX-ITEM-REF        PIC X(30).

       FD  REVIEW-QUEUE.
       01  REVIEW-QUEUE-RECORD.
           05  RRQ-DATE            PIC 9(8).
           05  RRQ-CAPTURE-ID      PIC X(12).
           05  RRQ-ACCOUNT         PIC X(20).
           05  RRQ-MICR            PIC X(30).
           05  RRQ-AMOUNT          PIC 9(8)V99.
           05  RRQ-IMAGE-REF       PIC X(30).
           05  RRQ-ORIG-SOURCE     PIC X(10).
           05  RRQ-ORIG-ACCOUNT    PIC X(20).
           05  RRQ-ORIG-DATE       PIC 9(8).
           05  RRQ-ORIG-REF        PIC X(30).
           05  RRQ-DISPOSITION     PIC X(10).

       FD  REJECTS-FILE.
       01  REJECTS-RECORD          PIC X(132).

       FD  HOLD-NOTICE-FILE.
       01  HOLD-NOTICE-RECORD      PIC X(132).

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
           05  TRANS-MICR REDEFINES TRANS-REFERENCE.
               10  TRANS-MICR-ROUTING  PIC X(9).
               10  TRANS-MICR-ACCOUNT  PIC X(15).
               10  TRANS-MICR-SERIAL   PIC X(6).
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
       01  WS-CAPTURE-STATUS       PIC XX.
       01  WS-LIMITS-STATUS        PIC XX.
       01  WS-PRESENTMENT-STATUS   PIC XX.
       01  WS-INDEX-STATUS         PIC XX.
       01  WS-REVIEW-QUEUE-STATUS  PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(60) VALUE SPACES.
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-DUPLICATE-HIT        PIC X.

      * Our own routing number: a presented item is drawn on us.
       01  WS-BANK-ROUTING         PIC X(9) VALUE '071000505'.

      * A check older than six months is stale - no point indexing
      * items further back than that.
       01  WS-INDEX-WINDOW-DAYS    PIC 9(3) VALUE 180.
       01  WS-INDEX-FROM-DATE      PIC 9(8).
       01  WS-DATE-INT             PIC 9(9).
       01  WS-INDEX-SOURCE         PIC X(10).

      * House RDC limits for customers without their own row.
       01  WS-DEFAULT-ITEM-LIMIT   PIC 9(8)V99 VALUE 2500.00.
       01  WS-DEFAULT-DAILY-LIMIT  PIC 9(8)V99 VALUE 5000.00.

      * Per-customer limits and today's RDC deposits so far - prior
      * runs from transactions.dat, this run as items post.
       01  WS-CUSTOMER-TABLE.
           05  WS-CT-COUNT         PIC 9(3) VALUE 0.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CUSTOMER  PIC X(10).
               10  WS-CT-ITEM-LIMIT    PIC 9(8)V99.
               10  WS-CT-DAILY-LIMIT   PIC 9(8)V99.
               10  WS-CT-STATUS    PIC X(10).
               10  WS-CT-USED-TODAY    PIC 9(10)V99.
       01  WS-CT-IDX               PIC 9(3).
       01  WS-CT-SLOT              PIC 9(3).
       01  WS-LOOKUP-CUSTOMER      PIC X(10).

      * Regulation CC staged availability - the same ladder
      * HOLD-MANAGER places for a check deposit: the first portion is
      * never held, the next releases on day two and the rest on day
      * five (day seven for large or new-account deposits).
       01  WS-CC-NEXT-DAY-AMT      PIC 9(5)V99 VALUE 225.00.
       01  WS-CC-DAY2-CAP          PIC 9(7)V99 VALUE 5300.00.
       01  WS-CC-NEW-ACCOUNT-DAYS  PIC 9(3) VALUE 30.
       01  WS-CC-NEW-ACCOUNT       PIC X.
       01  WS-CC-REMAINDER         PIC S9(10)V99.
       01  WS-CC-STAGE-AMOUNT      PIC S9(10)V99.
       01  WS-CC-STAGE-DAYS        PIC 9(2).
       01  WS-CC-RELEASE-DATE      PIC 9(8).
       01  WS-CC-DISPLAY-AMOUNT    PIC Z(8)9.99.
       01  WS-NEXT-SEQ             PIC 9(4).
       01  WS-ACTIVE-HOLD-TOTAL    PIC S9(12)V99.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'RDC-INTAKE'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-USER          PIC X(30) VALUE 'RDC-BATCH'.
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'RDC '.

       01  WS-RUN-STATS.
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-ITEMS-POSTED     PIC 9(9) VALUE 0.
           05  WS-TOTAL-POSTED     PIC 9(12)V99 VALUE 0.
           05  WS-ITEMS-HELD       PIC 9(9) VALUE 0.
           05  WS-TOTAL-HELD       PIC 9(12)V99 VALUE 0.
           05  WS-ITEMS-REJECTED   PIC 9(9) VALUE 0.
           05  WS-HOLDS-PLACED     PIC 9(9) VALUE 0.
           05  WS-INDEX-ADDED      PIC 9(9) VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC Z(9)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               WS-INDEX-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-INDEX-FROM-DATE

           PERFORM PROCESS-CAPTURE-FILE
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       PROCESS-CAPTURE-FILE.
           OPEN INPUT CAPTURE-INPUT
           IF WS-CAPTURE-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-STATUS
               MOVE 'No capture file' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               CLOSE CAPTURE-INPUT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN I-O ITEM-INDEX
           IF WS-INDEX-STATUS = '35'
               OPEN OUTPUT ITEM-INDEX
               CLOSE ITEM-INDEX
               OPEN I-O ITEM-INDEX
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF

           PERFORM LOAD-CUSTOMER-LIMITS
           PERFORM REFRESH-INDEX-FROM-DEPOSITS
           PERFORM REFRESH-INDEX-FROM-PRESENTMENTS

           OPEN EXTEND REVIEW-QUEUE
           IF WS-REVIEW-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-QUEUE
           END-IF
           OPEN OUTPUT REJECTS-FILE
           STRING 'RDC INTAKE REJECTS - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO REJECTS-RECORD
           WRITE REJECTS-RECORD
           OPEN OUTPUT HOLD-NOTICE-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPTURE-INPUT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM PROCESS-ONE-CAPTURED-ITEM
               END-READ
           END-PERFORM

           CLOSE HOLD-NOTICE-FILE
           CLOSE REJECTS-FILE
           CLOSE REVIEW-QUEUE
           CLOSE HOLDS-FILE
           CLOSE ITEM-INDEX
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CAPTURE-INPUT.

      *----------------------------------------------------------------
      * Customer limits: enrolled customers from the limits file,
      * then today's RDC deposits already on transactions.dat count
      * against each customer's daily limit.
      *----------------------------------------------------------------
       LOAD-CUSTOMER-LIMITS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS = '00'
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ LIMITS-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-CT-COUNT < 500
                               ADD 1 TO WS-CT-COUNT
                               MOVE RDL-CUSTOMER-ID
                                   TO WS-CT-CUSTOMER(WS-CT-COUNT)
                               MOVE RDL-ITEM-LIMIT
                                   TO WS-CT-ITEM-LIMIT(WS-CT-COUNT)
                               MOVE RDL-DAILY-LIMIT
                                   TO WS-CT-DAILY-LIMIT(WS-CT-COUNT)
                               MOVE RDL-STATUS
                                   TO WS-CT-STATUS(WS-CT-COUNT)
                               MOVE 0 TO WS-CT-USED-TODAY(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-TODAY TO TRANS-DATE
           START TRANSACTION-FILE KEY >= TRANS-DATE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-DATE > WS-TODAY
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF TRANS-TYPE = 'DEPOSIT' AND
                              TRANS-CHANNEL = 'RDC' AND
                              TRANS-AMOUNT > 0
                               PERFORM ADD-PRIOR-RDC-USAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PRIOR-RDC-USAGE.
           MOVE TRANS-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM FIND-CUSTOMER-SLOT
           IF WS-CT-SLOT > 0
               ADD TRANS-AMOUNT TO WS-CT-USED-TODAY(WS-CT-SLOT)
           END-IF.

      * A customer seen for the first time gets a row under the house
      * defaults; a full table leaves WS-CT-SLOT at zero.
       FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   OR WS-CT-SLOT > 0
               IF WS-CT-CUSTOMER(WS-CT-IDX) = WS-LOOKUP-CUSTOMER
                   MOVE WS-CT-IDX TO WS-CT-SLOT
               END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0 AND WS-CT-COUNT < 500
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-SLOT
               MOVE WS-LOOKUP-CUSTOMER TO WS-CT-CUSTOMER(WS-CT-SLOT)
               MOVE WS-DEFAULT-ITEM-LIMIT
                   TO WS-CT-ITEM-LIMIT(WS-CT-SLOT)
               MOVE WS-DEFAULT-DAILY-LIMIT
                   TO WS-CT-DAILY-LIMIT(WS-CT-SLOT)
               MOVE 'ACTIVE' TO WS-CT-STATUS(WS-CT-SLOT)
               MOVE 0 TO WS-CT-USED-TODAY(WS-CT-SLOT)
           END-IF.

      *----------------------------------------------------------------
      * Duplicate-item index refresh. Every check deposit in the
      * window, whatever the channel, and every item presented to us
      * goes on the index under its MICR line and amount. An item
      * already on the index keeps its first sighting.
      *----------------------------------------------------------------
       REFRESH-INDEX-FROM-DEPOSITS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-INDEX-FROM-DATE TO TRANS-DATE
           START TRANSACTION-FILE KEY >= TRANS-DATE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-TYPE = 'DEPOSIT' AND
                          TRANS-CATEGORY = 'CHECK' AND
                          TRANS-AMOUNT > 0 AND
                          TRANS-MICR-ROUTING IS NUMERIC
                           MOVE TRANS-REFERENCE TO CIX-MICR
                           MOVE TRANS-AMOUNT TO CIX-AMOUNT
                           MOVE TRANS-CHANNEL TO WS-INDEX-SOURCE
                           MOVE TRANS-ACCOUNT TO CIX-ACCOUNT
                           MOVE TRANS-DATE TO CIX-ITEM-DATE
                           MOVE SPACES TO CIX-ITEM-REF
                           STRING 'TRANS ' TRANS-KEY
                               DELIMITED BY SIZE INTO CIX-ITEM-REF
                           PERFORM ADD-INDEX-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

      * A presented item is drawn on us: our routing, the drawer's
      * account and the check serial make up its MICR line.
       REFRESH-INDEX-FROM-PRESENTMENTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PRESENTMENT-INPUT
           IF WS-PRESENTMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRESENTMENT-INPUT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CPR-PRESENT-DATE >= WS-INDEX-FROM-DATE AND
                          CPR-AMOUNT > 0
                           MOVE SPACES TO CIX-MICR
                           MOVE WS-BANK-ROUTING TO CIX-MICR(1:9)
                           MOVE CPR-ACCOUNT(1:15) TO CIX-MICR(10:15)
                           MOVE CPR-SERIAL(1:6) TO CIX-MICR(25:6)
                           MOVE CPR-AMOUNT TO CIX-AMOUNT
                           MOVE 'PRESENTED' TO WS-INDEX-SOURCE
                           MOVE CPR-ACCOUNT TO CIX-ACCOUNT
                           MOVE CPR-PRESENT-DATE TO CIX-ITEM-DATE
                           MOVE CPR-SERIAL TO CIX-ITEM-REF
                           PERFORM ADD-INDEX-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESENTMENT-INPUT.

       ADD-INDEX-ENTRY.
           MOVE WS-INDEX-SOURCE TO CIX-SOURCE
           WRITE ITEM-INDEX-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-INDEX-ADDED
           END-WRITE.

      *----------------------------------------------------------------
      * One captured item: account and MICR, then the duplicate
      * lookup, then the customer's limits.
      *----------------------------------------------------------------
       PROCESS-ONE-CAPTURED-ITEM.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RDC-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCT-UNKNOWN' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ACCT-STATUS' TO WS-REJECT-REASON
                   END-IF
           END-READ

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN RDC-MICR-ROUTING IS NOT NUMERIC
                       MOVE 'NO-MICR' TO WS-REJECT-REASON
                   WHEN RDC-MICR-SERIAL = SPACES
                       MOVE 'NO-MICR' TO WS-REJECT-REASON
                   WHEN RDC-AMOUNT NOT > 0
                       MOVE 'BAD-AMOUNT' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-ITEM
           IF WS-DUPLICATE-HIT = 'Y'
               PERFORM QUEUE-SUSPECTED-DUPLICATE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM FIND-CUSTOMER-SLOT
           EVALUATE TRUE
               WHEN WS-CT-SLOT = 0
                   MOVE 'LIMIT-TABLE-FULL' TO WS-REJECT-REASON
               WHEN WS-CT-STATUS(WS-CT-SLOT) NOT = 'ACTIVE'
                   MOVE 'RDC-SUSPENDED' TO WS-REJECT-REASON
               WHEN RDC-AMOUNT > WS-CT-ITEM-LIMIT(WS-CT-SLOT)
                   MOVE 'OVER-ITEM-LIMIT' TO WS-REJECT-REASON
               WHEN WS-CT-USED-TODAY(WS-CT-SLOT) + RDC-AMOUNT >
                    WS-CT-DAILY-LIMIT(WS-CT-SLOT)
                   MOVE 'OVER-DAILY-LIMIT' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-RDC-DEPOSIT.

       CHECK-DUPLICATE-ITEM.
           MOVE 'N' TO WS-DUPLICATE-HIT
           MOVE RDC-MICR TO CIX-MICR
           MOVE RDC-AMOUNT TO CIX-AMOUNT
           READ ITEM-INDEX
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-DUPLICATE-HIT
           END-READ.

      * The original sighting travels with the item so the reviewer
      * can pull both images without a second lookup.
       QUEUE-SUSPECTED-DUPLICATE.
           MOVE WS-TODAY TO RRQ-DATE
           MOVE RDC-CAPTURE-ID TO RRQ-CAPTURE-ID
           MOVE RDC-ACCOUNT TO RRQ-ACCOUNT
           MOVE RDC-MICR TO RRQ-MICR
           MOVE RDC-AMOUNT TO RRQ-AMOUNT
           MOVE RDC-IMAGE-REF TO RRQ-IMAGE-REF
           MOVE CIX-SOURCE TO RRQ-ORIG-SOURCE
           MOVE CIX-ACCOUNT TO RRQ-ORIG-ACCOUNT
           MOVE CIX-ITEM-DATE TO RRQ-ORIG-DATE
           MOVE CIX-ITEM-REF TO RRQ-ORIG-REF
           MOVE 'HELD' TO RRQ-DISPOSITION
           WRITE REVIEW-QUEUE-RECORD
           ADD 1 TO WS-ITEMS-HELD
           ADD RDC-AMOUNT TO WS-TOTAL-HELD

           MOVE 'RDC-DUP-HELD' TO WS-AJ-ACTION
           MOVE RDC-CAPTURE-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'ORIGINAL ' CIX-SOURCE ' ' CIX-ACCOUNT
                  ' ' CIX-ITEM-DATE
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'HELD ' RDC-ACCOUNT ' ' RDC-MICR-SERIAL
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

      *----------------------------------------------------------------
      * Post a clean item: ledger credit, DEPOSIT transaction with
      * the MICR as reference, GL, the index entry, then the hold
      * ladder and the available balance behind it.
      *----------------------------------------------------------------
       POST-RDC-DEPOSIT.
           ADD RDC-AMOUNT TO ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           MOVE 'N' TO WS-CC-NEW-ACCOUNT
           IF ACCT-OPEN-DATE > 0
               IF FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                  FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE) <
                  WS-CC-NEW-ACCOUNT-DAYS
                   MOVE 'Y' TO WS-CC-NEW-ACCOUNT
               END-IF
           END-IF

           PERFORM PLACE-DEPOSIT-HOLD-LADDER
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE =
               ACCT-BALANCE - WS-ACTIVE-HOLD-TOTAL
           REWRITE ACCOUNT-RECORD

           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE RDC-ACCOUNT TO TRANS-ACCOUNT
           MOVE 'DEPOSIT' TO TRANS-TYPE
           MOVE RDC-AMOUNT TO TRANS-AMOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Remote deposit capture ' RDC-CAPTURE-ID
                  ' image ' RDC-IMAGE-REF
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'REMOTE DEPOSIT' TO TRANS-MERCHANT
           MOVE 'CHECK' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE RDC-MICR TO TRANS-REFERENCE
           MOVE 'RDC' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           MOVE RDC-AMOUNT TO WS-GL-AMOUNT
           MOVE RDC-CAPTURE-ID TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'RDC deposit ' RDC-CAPTURE-ID
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

      * On the index at once, so a second capture of the same check
      * later in this batch is caught too.
           MOVE RDC-MICR TO CIX-MICR
           MOVE RDC-AMOUNT TO CIX-AMOUNT
           MOVE 'RDC' TO WS-INDEX-SOURCE
           MOVE RDC-ACCOUNT TO CIX-ACCOUNT
           MOVE WS-TODAY TO CIX-ITEM-DATE
           MOVE SPACES TO CIX-ITEM-REF
           STRING RDC-CAPTURE-ID ' ' RDC-IMAGE-REF
               DELIMITED BY SIZE INTO CIX-ITEM-REF
           PERFORM ADD-INDEX-ENTRY

           ADD RDC-AMOUNT TO WS-CT-USED-TODAY(WS-CT-SLOT)
           ADD 1 TO WS-ITEMS-POSTED
           ADD RDC-AMOUNT TO WS-TOTAL-POSTED.

      * A duplicate TRANS-KEY (another program or rerun in the same
      * second) must not silently drop the trail after the balance
      * moved - bump the sequence and retry; exhausted retries are
      * counted and surfaced in the JSON summary.
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

      *----------------------------------------------------------------
      * Hold ladder - same stages, amounts and notice wording as
      * HOLD-MANAGER's DEPOSIT action, so the nightly hold-expiry
      * sweep releases RDC holds with no new machinery. New account
      * means opened within the last WS-CC-NEW-ACCOUNT-DAYS days.
      *----------------------------------------------------------------
       PLACE-DEPOSIT-HOLD-LADDER.
           MOVE SPACES TO HOLD-NOTICE-RECORD
           STRING 'FUNDS AVAILABILITY NOTICE - ACCOUNT '
                  RDC-ACCOUNT ' - DEPOSIT DATE ' WS-TODAY
                  ' - RDC ' RDC-CAPTURE-ID
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD

           COMPUTE WS-CC-REMAINDER =
               RDC-AMOUNT - WS-CC-NEXT-DAY-AMT
           IF WS-CC-REMAINDER <= 0
               MOVE RDC-AMOUNT TO WS-CC-DISPLAY-AMOUNT
               MOVE SPACES TO HOLD-NOTICE-RECORD
               STRING 'AVAILABLE NEXT BUSINESS DAY: '
                      WS-CC-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
               WRITE HOLD-NOTICE-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CC-NEXT-DAY-AMT TO WS-CC-DISPLAY-AMOUNT
           MOVE SPACES TO HOLD-NOTICE-RECORD
           STRING 'AVAILABLE NEXT BUSINESS DAY: '
                  WS-CC-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD

           IF WS-CC-REMAINDER > WS-CC-DAY2-CAP
               MOVE WS-CC-DAY2-CAP TO WS-CC-STAGE-AMOUNT
           ELSE
               MOVE WS-CC-REMAINDER TO WS-CC-STAGE-AMOUNT
           END-IF
           MOVE 2 TO WS-CC-STAGE-DAYS
           PERFORM PLACE-ONE-STAGE
           SUBTRACT WS-CC-STAGE-AMOUNT FROM WS-CC-REMAINDER

           IF WS-CC-REMAINDER > 0
               MOVE WS-CC-REMAINDER TO WS-CC-STAGE-AMOUNT
               IF WS-CC-NEW-ACCOUNT = 'Y' OR
                  RDC-AMOUNT > WS-CC-DAY2-CAP
                   MOVE 7 TO WS-CC-STAGE-DAYS
               ELSE
                   MOVE 5 TO WS-CC-STAGE-DAYS
               END-IF
               PERFORM PLACE-ONE-STAGE
           END-IF.

       PLACE-ONE-STAGE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               WS-CC-STAGE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-CC-RELEASE-DATE

           PERFORM FIND-NEXT-HOLD-SEQ
           MOVE RDC-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-NEXT-SEQ TO HOLD-SEQ
           MOVE 'DEPOSIT' TO HOLD-TYPE
           MOVE WS-CC-STAGE-AMOUNT TO HOLD-AMOUNT
           MOVE WS-CC-RELEASE-DATE TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-HOLDS-PLACED

           MOVE WS-CC-STAGE-AMOUNT TO WS-CC-DISPLAY-AMOUNT
           MOVE SPACES TO HOLD-NOTICE-RECORD
           STRING 'HELD ' WS-CC-DISPLAY-AMOUNT
                  ' RELEASES ' WS-CC-RELEASE-DATE
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD

           MOVE 'HOLD-DEPOSIT' TO WS-AJ-ACTION
           MOVE RDC-ACCOUNT TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'STAGE ' WS-NEXT-SEQ
               ' RELEASES ' WS-CC-RELEASE-DATE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

      *----------------------------------------------------------------
      * Hold file helpers - same sequencing and available-balance
      * rule HOLD-MANAGER applies.
      *----------------------------------------------------------------
       FIND-NEXT-HOLD-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE RDC-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = RDC-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE RDC-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = RDC-ACCOUNT
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

      * Every applied change lands on the unified audit journal with
      * the acting user - examiners get one trail across programs.
       WRITE-AUDIT-ENTRY.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-AJ-USER
                                       WS-AJ-TOKEN.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE RDC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REJECTS-RECORD
           STRING RDC-CAPTURE-ID ' ' RDC-ACCOUNT
                  ' AMOUNT ' WS-DISPLAY-AMOUNT
                  ' REASON ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO REJECTS-RECORD
           WRITE REJECTS-RECORD.

       WRITE-JSON-SUMMARY.
           STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
               '"items_read":' WS-ITEMS-READ ','
               '"items_posted":' WS-ITEMS-POSTED ','
               '"total_posted":' WS-TOTAL-POSTED ','
               '"duplicates_held":' WS-ITEMS-HELD ','
               '"total_held":' WS-TOTAL-HELD ','
               '"items_rejected":' WS-ITEMS-REJECTED ','
               '"holds_placed":' WS-HOLDS-PLACED ','
               '"index_entries_added":' WS-INDEX-ADDED ','
               '"appends_failed":' WS-APPENDS-FAILED ','
               '"error":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '",'
               '"review_queue":"rdc-review-queue.dat",'
               '"rejects":"rdc-rejects.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
