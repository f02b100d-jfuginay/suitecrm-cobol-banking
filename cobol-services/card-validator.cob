      ******************************************************************
      * CREDIT CARD VALIDATION USING LUHN ALGORITHM                   *
      * VALIDATES CARD NUMBERS AND IDENTIFIES CARD TYPE               *
      * A REISSUED CARD (CARD-REISSUE) ACTIVATES ON ITS FIRST         *
      * APPROVAL AND RETIRES THE CARD IT REPLACES; THE OLD CARD       *
      * AUTHORIZES UNTIL THEN OR UNTIL ITS OVERLAP END DATE           *
      * WHILE BUSINESS-DATE.DAT SHOWS THE DAY CLOSING (CLOSNG) OR ITS  *
      * STAND-IN QUEUE REPLAYING (REPLAY) AN APPROVED AUTHORIZATION   *
      * TAKES A STANDIN MEMO HOLD IN PLACE OF ITS AUTH HOLD AND IS    *
      * QUEUED ON STANDIN-QUEUE.DAT; STANDIN-REPLAY PLACES THE AUTH   *
      * HOLD UNDER THE NEXT BUSINESS DATE                             *
      ******************************************************************
       
       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT STANDIN-QUEUE ASSIGN TO "standin-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIQ-KEY
               FILE STATUS IS WS-STANDIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CRD-ACCOUNT         PIC X(20).
           05  CRD-EXPIRY-MONTH    PIC 99.
           05  CRD-EXPIRY-YEAR     PIC 9999.
           05  CRD-STATUS          PIC X(20).
           05  CRD-LINKED-DATE     PIC 9(8).
           05  CRD-REPLACES-KEY    PIC X(19).
           05  CRD-REPLACED-BY     PIC X(19).
           05  CRD-OVERLAP-END     PIC 9(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED        PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       FD  STANDIN-QUEUE.
       01  STANDIN-RECORD.
           05  SIQ-KEY.
               10  SIQ-ARRIVAL-DATE PIC 9(8).
               10  SIQ-ARRIVAL-TIME PIC 9(6).
               10  SIQ-SEQ         PIC 9(6).
           05  SIQ-CHANNEL         PIC X(8).
           05  SIQ-TXN-TYPE        PIC X(10).
           05  SIQ-ACCOUNT         PIC X(20).
           05  SIQ-TO-ACCOUNT      PIC X(20).
           05  SIQ-AMOUNT          PIC S9(10)V99 COMP-3.
           05  SIQ-HOLD-SEQ        PIC 9(4).
           05  SIQ-STATUS          PIC X(10).
           05  SIQ-BUSINESS-DATE   PIC 9(8).
           05  SIQ-REPLAY-DATE     PIC 9(8).
           05  SIQ-REASON          PIC X(30).
           05  SIQ-ORIGIN          PIC X(8).
           05  SIQ-BRANCH          PIC X(4).
           05  SIQ-TENDER          PIC X(5).
           05  SIQ-REFERENCE       PIC X(30).
           05  SIQ-ALT-REF         PIC X(20).
           05  SIQ-CARD-TOKEN      PIC X(19).
           05  SIQ-MCC             PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-CARD-DATA.
           05  WS-CARD-NUMBER      PIC X(19).
           05  WS-CARD-CTL-STATUS  PIC XX.
           05  WS-CARD-USAGE-STATUS PIC XX.
           05  WS-CARD-VAULT-STATUS PIC XX.
           05  WS-BDC-STATUS       PIC XX.
           05  WS-STANDIN-STATUS   PIC XX.

      * Token vault: the PAN lives only on card-token-vault.dat; the
      * surrogate token plus the display-safe last four is what the
           05  WS-TOKEN-STAMP      PIC 9(12).
           05  WS-TOKEN-TIME-RAW   PIC 9(8).
           05  WS-TOKEN-RETRY      PIC 9(2).
       01  WS-SAVED-CARD-REC       PIC X(119).
       01  WS-FIRST-USE-CARD       PIC X.
       01  WS-SAVED-HOT-REC        PIC X(67).

      * Card-level spending controls, judged between the hot-card
           05  WS-AUTH-HOLD-EXPIRY PIC 9(8).
           05  WS-AUTH-HOLD-DAYS   PIC 9(2) VALUE 3.

      * Stand-in while the day closes: the approval is queued for
      * STANDIN-REPLAY under a memo hold instead of an AUTH hold.
       01  WS-STANDIN-WORK.
           05  WS-STANDIN-MODE     PIC X VALUE 'N'.
           05  WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
           05  WS-SI-HOLD-SEQ      PIC 9(4).
           05  WS-SI-TIME-RAW      PIC 9(8).
           05  WS-SI-SEQ           PIC 9(6) VALUE 0.
           05  WS-SI-WRITE-DONE    PIC X.
           05  WS-SI-WRITE-RETRY   PIC 9(3).

       01  WS-VELOCITY-WORK-AREA.
           05  WS-VELOCITY-THRESHOLD PIC 9(3) VALUE 5.
           05  WS-RISK-SCORE       PIC 9(3) VALUE 0.
           OPEN OUTPUT VALIDATION-OUTPUT
           PERFORM OPEN-VELOCITY-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-STANDIN-MODE

           READ CARD-INPUT
               AT END
           CLOSE CARD-CONTROLS
           CLOSE CARD-USAGE
           CLOSE CARD-VAULT
           IF WS-STANDIN-MODE = 'Y'
               CLOSE STANDIN-QUEUE
           END-IF
           STOP RUN.

       OPEN-VELOCITY-FILE.
                   MOVE CI-EXPIRY-YEAR TO CRD-EXPIRY-YEAR
                   MOVE 'ACTIVE' TO CRD-STATUS
                   MOVE WS-TODAY TO CRD-LINKED-DATE
                   MOVE SPACES TO CRD-REPLACES-KEY
                   MOVE SPACES TO CRD-REPLACED-BY
                   MOVE 0 TO CRD-OVERLAP-END
                   WRITE CARD-MASTER-RECORD
               NOT INVALID KEY
                   MOVE CI-ACCOUNT TO CRD-ACCOUNT
                   EXIT PARAGRAPH
           END-READ

      * A card superseded by a reissue keeps authorizing through
      * its overlap end date; after that it retires on first touch.
           IF CRD-STATUS = 'REISSUED' AND
              WS-TODAY > CRD-OVERLAP-END
               MOVE 'RETIRED' TO CRD-STATUS
               REWRITE CARD-MASTER-RECORD
           END-IF
           IF CRD-STATUS = 'RETIRED' AND
              CRD-REPLACED-BY NOT = SPACES
               MOVE 'N' TO WS-IS-VALID
               MOVE 'DECLINED' TO WS-CARD-TYPE
               MOVE 'Card replaced by reissue' TO WS-ERROR-MESSAGE
               PERFORM WRITE-JSON-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIRST-USE-CARD
           IF CRD-STATUS = 'PENDING-ACTIVATION'
               MOVE 'Y' TO WS-FIRST-USE-CARD
           END-IF
           IF CRD-STATUS NOT = 'ACTIVE' AND
              CRD-STATUS NOT = 'REISSUED' AND
              WS-FIRST-USE-CARD NOT = 'Y'
               MOVE 'N' TO WS-IS-VALID
               MOVE 'DECLINED' TO WS-CARD-TYPE
               MOVE 'Card not active' TO WS-ERROR-MESSAGE
           END-READ

           CLOSE ACCOUNT-MASTER
           IF WS-IS-VALID = 'Y' AND WS-FIRST-USE-CARD = 'Y'
               PERFORM ACTIVATE-REISSUED-CARD
           END-IF
           PERFORM WRITE-JSON-OUTPUT.

      *----------------------------------------------------------------
      * First approved use of a reissued card: the new card goes
      * ACTIVE and the card it replaces retires, ending the overlap
      * early. CARD-MASTER-RECORD still holds the new card here.
      *----------------------------------------------------------------
       ACTIVATE-REISSUED-CARD.
           MOVE 'ACTIVE' TO CRD-STATUS
           REWRITE CARD-MASTER-RECORD
           IF CRD-REPLACES-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CRD-REPLACES-KEY TO CRD-CARD-KEY
           READ CARD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRD-STATUS = 'REISSUED' OR
                      CRD-STATUS = 'PENDING-ACTIVATION'
                       MOVE 'RETIRED' TO CRD-STATUS
                       MOVE WS-TODAY TO CRD-OVERLAP-END
                       REWRITE CARD-MASTER-RECORD
                   END-IF
           END-READ.

       DECIDE-AUTHORIZATION.
           PERFORM CHECK-CARD-CONTROLS
           IF WS-CCT-DECLINE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-STANDIN-MODE = 'Y'
               PERFORM QUEUE-STANDIN-AUTH
               IF WS-SI-WRITE-DONE NOT = 'Y'
                   MOVE 'N' TO WS-IS-VALID
                   MOVE 'DECLINED' TO WS-CARD-TYPE
                   MOVE 'Stand-in queue unavailable'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM PLACE-AUTH-HOLD
           END-IF
           PERFORM ACCUMULATE-CARD-USAGE

           SUBTRACT CI-AUTH-AMOUNT FROM ACCT-AVAIL-BALANCE

           MOVE 'Y' TO WS-IS-VALID
           MOVE 'APPROVED' TO WS-CARD-TYPE
           IF WS-STANDIN-MODE = 'Y'
               MOVE 'Authorization approved - stand-in'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'Authorization approved' TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Per-card controls keyed by the vault token: per-transaction

           CLOSE HOLDS-FILE.

      *----------------------------------------------------------------
      * Stand-in: business-date.dat CLOSNG or REPLAY means the day is
      * being closed (or its queue not yet replayed). No control
      * record, or OPEN, authorizes as normal.
      *----------------------------------------------------------------
       CHECK-STANDIN-MODE.
           MOVE 'N' TO WS-STANDIN-MODE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF BDC-STATUS = 'CLOSNG' OR
                          BDC-STATUS = 'REPLAY'
                           MOVE 'Y' TO WS-STANDIN-MODE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-STANDIN-MODE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O STANDIN-QUEUE
           IF WS-STANDIN-STATUS = '35'
               OPEN OUTPUT STANDIN-QUEUE
               CLOSE STANDIN-QUEUE
               OPEN I-O STANDIN-QUEUE
           END-IF.

      *----------------------------------------------------------------
      * A stand-in approval holds the funds with an open-ended
      * STANDIN hold and queues the token, never the card number.
      * The hold is dropped again if the item cannot be queued.
      *----------------------------------------------------------------
       QUEUE-STANDIN-AUTH.
           MOVE 'N' TO WS-SI-WRITE-DONE
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '00'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF

           MOVE 0 TO WS-SI-HOLD-SEQ
           MOVE 'N' TO WS-AUTH-HOLDS-EOF
           MOVE CRD-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-AUTH-HOLDS-EOF
           END-START
           PERFORM UNTIL WS-AUTH-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUTH-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = CRD-ACCOUNT
                           MOVE 'Y' TO WS-AUTH-HOLDS-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-SI-HOLD-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-SI-HOLD-SEQ

           MOVE CRD-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-SI-HOLD-SEQ TO HOLD-SEQ
           MOVE 'STANDIN' TO HOLD-TYPE
           MOVE CI-AUTH-AMOUNT TO HOLD-AMOUNT
           MOVE 0 TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY MOVE 0 TO WS-SI-HOLD-SEQ
           END-WRITE

           INITIALIZE STANDIN-RECORD
           MOVE WS-TODAY TO SIQ-ARRIVAL-DATE
           ACCEPT WS-SI-TIME-RAW FROM TIME
           MOVE WS-SI-TIME-RAW(1:6) TO SIQ-ARRIVAL-TIME
           MOVE 'CARD' TO SIQ-CHANNEL
           MOVE 'AUTH' TO SIQ-TXN-TYPE
           MOVE CRD-ACCOUNT TO SIQ-ACCOUNT
           MOVE CI-AUTH-AMOUNT TO SIQ-AMOUNT
           MOVE WS-SI-HOLD-SEQ TO SIQ-HOLD-SEQ
           MOVE 'QUEUED' TO SIQ-STATUS
           MOVE WS-BUSINESS-DATE TO SIQ-BUSINESS-DATE
           MOVE WS-CARD-LAST4 TO SIQ-ORIGIN
           MOVE WS-CARD-TOKEN TO SIQ-CARD-TOKEN
           MOVE CI-MCC TO SIQ-MCC
           MOVE 0 TO WS-SI-WRITE-RETRY
           PERFORM UNTIL WS-SI-WRITE-DONE = 'Y'
                   OR WS-SI-WRITE-RETRY > 998
               ADD 1 TO WS-SI-SEQ
               MOVE WS-SI-SEQ TO SIQ-SEQ
               WRITE STANDIN-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SI-WRITE-RETRY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SI-WRITE-DONE
               END-WRITE
           END-PERFORM

           IF WS-SI-WRITE-DONE NOT = 'Y' AND WS-SI-HOLD-SEQ > 0
               MOVE CRD-ACCOUNT TO HOLD-ACCOUNT
               MOVE WS-SI-HOLD-SEQ TO HOLD-SEQ
               READ HOLDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RELEASED' TO HOLD-STATUS
                       REWRITE HOLD-RECORD
               END-READ
           END-IF

           CLOSE HOLDS-FILE.

      *----------------------------------------------------------------
      * Hot-card blocklist maintenance. Cards are keyed by the same
      * masked form BUILD-MASKED-CARD-KEY produces so full PANs never
