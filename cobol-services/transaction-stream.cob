      *----------------------------------------------------------------
      * Real-time Transaction Streaming for Banking Operations
      * Provides transaction feed for CRM dashboards
      * AMOUNT-OVER alert subscriptions fire at a lower amount for
      * accounts whose owner KYC-REVIEW rates HIGH risk.
      * Every request carries a LEGACY-AUTH bearer token in
      * STREAM-TOKEN. The token must be ACTIVE and unexpired in
      * token-store.dat, its user must not be LOCKED or DISABLED, and
      * the user's role must hold the permission the stream type maps
      * to in entitlements.dat:
      *   STREAM-ACCOUNT    LIVE-FEED, ACCOUNT-ACTIVITY
      *   STREAM-HISTORY    HISTORICAL, SEARCH
      *   STREAM-ANALYTICS  DAILY-SUMMARY, ANALYTICS, CATEGORY-SUMMARY,
      *                     ANOMALY-SCAN
      * The CRM's service account runs under its own CRM-SERVICE role.
      * A refused request answers status DENIED and is written to the
      * audit journal as STREAM-DENY.
      * Account numbers in the stream go through PII-MASK: in clear
      * only for a role holding VIEW-PII-UNMASKED, each such response
      * journalled as PII-UNMASK. Alert documents, delivered outside
      * the caller's session, are always masked.
      *----------------------------------------------------------------
       
       ENVIRONMENT DIVISION.
           SELECT ALERT-FEED ASSIGN TO "alert-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FEED-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT KYC-FILE ASSIGN TO "kyc-review.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.
           SELECT TOKEN-STORE ASSIGN TO "token-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TOKEN-ID
               ALTERNATE RECORD KEY IS TOKEN-USER
                   WITH DUPLICATES
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT USER-MASTER ASSIGN TO "user-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
       
       DATA DIVISION.
       FILE SECTION.
           05  STREAM-MODE         PIC X(10).
           05  SEARCH-TERM         PIC X(40).
           05  OUTPUT-FORMAT       PIC X(5).
           05  STREAM-TOKEN        PIC X(64).
       
       FD  STREAM-RESPONSE.
       01  STREAM-RESPONSE-RECORD  PIC X(2000).

       FD  ALERT-FEED.
       01  ALERT-FEED-RECORD       PIC X(500).

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

       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISK-RATING     PIC X(6).
           05  KYC-RISK-SCORE      PIC 9(3).
           05  KYC-LAST-REVIEW     PIC 9(8).
           05  KYC-NEXT-REVIEW     PIC 9(8).
       
       FD  TOKEN-STORE.
       01  TOKEN-RECORD.
           05  TOKEN-ID            PIC X(64).
           05  TOKEN-USER          PIC X(30).
           05  TOKEN-CREATED       PIC 9(14).
           05  TOKEN-EXPIRES       PIC 9(14).
           05  TOKEN-TYPE          PIC X(10).
           05  TOKEN-SCOPE         PIC X(100).
           05  TOKEN-IP            PIC X(15).
           05  TOKEN-STATUS        PIC X(10).

       FD  USER-MASTER.
       01  USER-RECORD.
           05  USER-ID             PIC X(30).
           05  USER-PASSWORD       PIC X(64).
           05  USER-SALT           PIC X(32).
           05  USER-DOMAIN         PIC X(30).
           05  USER-STATUS         PIC X(10).
           05  USER-ROLE           PIC X(20).
           05  LAST-LOGIN          PIC 9(14).
           05  FAILED-ATTEMPTS     PIC 9(3).
           05  LOCKED-UNTIL        PIC 9(14).
           05  MFA-ENABLED         PIC X.
           05  MFA-SECRET          PIC X(32).
           05  PASSWORD-CHANGED    PIC 9(8).

       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
           05  ENT-ROLE            PIC X(20).
           05  ENT-PERMISSION      PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-RECORD-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ALERT-AMOUNT-DISP     PIC -(9)9.99.
       01  WS-ALERT-BALANCE-DISP    PIC -(11)9.99.

      * KYC risk of the account behind the transaction; a HIGH
      * rating scales AMOUNT-OVER thresholds by the percentage here.
       01  WS-ACCT-MASTER-STATUS    PIC XX.

      * Bearer-token and entitlement check made before any streaming.
       01  WS-TOKEN-STATUS          PIC XX.
       01  WS-USER-STATUS           PIC XX.
       01  WS-ENTITLEMENT-STATUS    PIC XX.
       01  WS-ENTITLEMENT-EOF       PIC X.
       01  WS-ACCESS-GRANTED        PIC X VALUE 'N'.
       01  WS-ACCESS-PERMISSION     PIC X(30) VALUE SPACES.
       01  WS-ACCESS-USER           PIC X(30) VALUE SPACES.
       01  WS-ACCESS-ROLE           PIC X(20) VALUE SPACES.
       01  WS-ACCESS-MESSAGE        PIC X(60) VALUE SPACES.
       01  WS-ACCESS-DATE           PIC 9(8).
       01  WS-ACCESS-NOW            PIC 9(14).
       01  WS-ACCESS-TIME-RAW       PIC X(8).
      * PII masking of account numbers in output.
       01  WS-PII-FIELD-TYPE        PIC X(12) VALUE 'ACCOUNT'.
       01  WS-PII-ROLE              PIC X(20).
       01  WS-PII-VALUE             PIC X(60).
       01  WS-PII-RESULT            PIC X(60).
       01  WS-PII-CLEAR             PIC X.
       01  WS-PII-ACCOUNT           PIC X(20).
       01  WS-PII-DISCLOSED         PIC 9(6) VALUE 0.
       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM        PIC X(20)
                                    VALUE 'TRANSACTION-STREAM'.
           05  WS-AJ-ACTION         PIC X(12).
           05  WS-AJ-KEY            PIC X(30).
           05  WS-AJ-BEFORE         PIC X(60).
           05  WS-AJ-AFTER          PIC X(60).
       01  WS-KYC-STATUS            PIC XX.
       01  WS-RISK-FILES-OPEN       PIC X VALUE 'N'.
       01  WS-RISK-LAST-ACCOUNT     PIC X(20) VALUE SPACES.
       01  WS-ALERT-RISK-RATING     PIC X(6) VALUE SPACES.
       01  WS-HIGH-RISK-ALERT-PCT   PIC 9(3) VALUE 50.
       01  WS-ALERT-THRESHOLD       PIC 9(10)V99.

       01  WS-SUBSCRIPTION-TABLE.
           05  WS-SUB-ENTRY OCCURS 100 TIMES.
               10  WS-SUB-ACCOUNT  PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM AUTHORIZE-STREAM-REQUEST
           IF WS-ACCESS-GRANTED = 'Y'
               PERFORM PROCESS-STREAM-REQUEST
               IF WS-PII-DISCLOSED > 0
                   PERFORM RECORD-PII-DISCLOSURE
               END-IF
           ELSE
               PERFORM REJECT-STREAM-REQUEST
           END-IF
           PERFORM TERMINATION
           STOP RUN.
       
               IF WS-ALERT-FEED-STATUS NOT = '00'
                   OPEN OUTPUT ALERT-FEED
               END-IF
               OPEN INPUT ACCOUNT-MASTER
               IF WS-ACCT-MASTER-STATUS = '00'
                   OPEN INPUT KYC-FILE
                   IF WS-KYC-STATUS = '00'
                       MOVE 'Y' TO WS-RISK-FILES-OPEN
                   ELSE
                       CLOSE ACCOUNT-MASTER
                   END-IF
               END-IF
           END-IF.
       
       SETUP-FILTERS.
                   TALLYING IN WS-ACCOUNT-FILTER-COUNT
           END-IF.

      *----------------------------------------------------------------
      * No transaction data is streamed without a live LEGACY-AUTH
      * token whose user's role is entitled to the stream type.
      *----------------------------------------------------------------
       AUTHORIZE-STREAM-REQUEST.
           MOVE 'N' TO WS-ACCESS-GRANTED
           MOVE SPACES TO WS-ACCESS-MESSAGE
           PERFORM MAP-STREAM-PERMISSION

           IF STREAM-TOKEN = SPACES
               MOVE "Bearer token required" TO WS-ACCESS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCESS-TIME-RAW FROM TIME
           COMPUTE WS-ACCESS-NOW =
               WS-ACCESS-DATE * 1000000 +
               FUNCTION NUMVAL(WS-ACCESS-TIME-RAW(1:6))

           OPEN INPUT TOKEN-STORE
           IF WS-TOKEN-STATUS NOT = '00'
               MOVE "Token store unavailable" TO WS-ACCESS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE STREAM-TOKEN TO TOKEN-ID
           READ TOKEN-STORE
               INVALID KEY
                   MOVE "Invalid token" TO WS-ACCESS-MESSAGE
               NOT INVALID KEY
                   MOVE TOKEN-USER TO WS-ACCESS-USER
                   IF TOKEN-STATUS NOT = "ACTIVE"
                       MOVE "Token revoked" TO WS-ACCESS-MESSAGE
                   ELSE
                       IF TOKEN-EXPIRES NOT > WS-ACCESS-NOW
                           MOVE "Token expired" TO WS-ACCESS-MESSAGE
                       END-IF
                   END-IF
           END-READ
           CLOSE TOKEN-STORE
           IF WS-ACCESS-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = '00'
               MOVE "User master unavailable" TO WS-ACCESS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCESS-USER TO USER-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE "Token user not found" TO WS-ACCESS-MESSAGE
               NOT INVALID KEY
                   MOVE USER-ROLE TO WS-ACCESS-ROLE
                   IF USER-STATUS = "LOCKED" OR
                      USER-STATUS = "DISABLED"
                       MOVE "User account not active"
                           TO WS-ACCESS-MESSAGE
                   END-IF
           END-READ
           CLOSE USER-MASTER
           IF WS-ACCESS-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      * An unknown stream type needs no permission; it is refused by
      * PROCESS-STREAM-REQUEST as before.
           IF WS-ACCESS-PERMISSION = SPACES
               MOVE 'Y' TO WS-ACCESS-GRANTED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ENTITLEMENT-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-STATUS = '00'
               PERFORM UNTIL WS-ENTITLEMENT-EOF = 'Y'
                   READ ENTITLEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ENTITLEMENT-EOF
                       NOT AT END
                           IF ENT-ROLE = WS-ACCESS-ROLE AND
                              ENT-PERMISSION = WS-ACCESS-PERMISSION
                               MOVE 'Y' TO WS-ACCESS-GRANTED
                               MOVE 'Y' TO WS-ENTITLEMENT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
           END-IF
           IF WS-ACCESS-GRANTED NOT = 'Y'
               STRING "Permission denied: "
                      FUNCTION TRIM(WS-ACCESS-PERMISSION)
                   DELIMITED BY SIZE INTO WS-ACCESS-MESSAGE
           END-IF.

       MAP-STREAM-PERMISSION.
           EVALUATE STREAM-TYPE
               WHEN "LIVE-FEED"
               WHEN "ACCOUNT-ACTIVITY"
                   MOVE "STREAM-ACCOUNT" TO WS-ACCESS-PERMISSION
               WHEN "HISTORICAL"
               WHEN "SEARCH"
                   MOVE "STREAM-HISTORY" TO WS-ACCESS-PERMISSION
               WHEN "DAILY-SUMMARY"
               WHEN "ANALYTICS"
               WHEN "CATEGORY-SUMMARY"
               WHEN "ANOMALY-SCAN"
                   MOVE "STREAM-ANALYTICS" TO WS-ACCESS-PERMISSION
               WHEN OTHER
                   MOVE SPACES TO WS-ACCESS-PERMISSION
           END-EVALUATE.

       REJECT-STREAM-REQUEST.
           MOVE "DENIED" TO WS-STREAM-STATUS
           MOVE SPACES TO STREAM-RESPONSE-RECORD
           STRING '{'
               '"streamId":"' WS-STREAM-ID '",'
               '"streamType":"' FUNCTION TRIM(STREAM-TYPE) '",'
               '"status":"DENIED",'
               '"message":"' FUNCTION TRIM(WS-ACCESS-MESSAGE) '"'
               '}'
               DELIMITED BY SIZE INTO STREAM-RESPONSE-RECORD
           WRITE STREAM-RESPONSE-RECORD

           MOVE 'STREAM-DENY' TO WS-AJ-ACTION
           MOVE STREAM-TYPE TO WS-AJ-KEY
           MOVE WS-ACCESS-PERMISSION TO WS-AJ-BEFORE
           MOVE WS-ACCESS-MESSAGE TO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACCESS-USER
                                       STREAM-TOKEN.

       MASK-TRANS-ACCOUNT.
           MOVE TRANS-ACCOUNT TO WS-PII-VALUE
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           MOVE WS-PII-RESULT TO WS-PII-ACCOUNT
           IF WS-PII-CLEAR = 'Y'
               ADD 1 TO WS-PII-DISCLOSED
           END-IF.

       RECORD-PII-DISCLOSURE.
           MOVE 'PII-UNMASK' TO WS-AJ-ACTION
           MOVE STREAM-TYPE TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING WS-PII-DISCLOSED ' account numbers in clear, role '
                  FUNCTION TRIM(WS-ACCESS-ROLE)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACCESS-USER
                                       STREAM-TOKEN.

       PROCESS-STREAM-REQUEST.
           EVALUATE STREAM-TYPE
               WHEN "LIVE-FEED"
      * notification service routes on.
      *----------------------------------------------------------------
       EVALUATE-ALERT-SUBSCRIPTIONS.
           PERFORM RESOLVE-ALERT-RISK
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUBSCRIPTION-COUNT
               IF WS-SUB-ACCOUNT(WS-SUB-IDX) = TRANS-ACCOUNT OR
                       MOVE 'Y' TO WS-ALERT-HIT
                   END-IF
               WHEN 'AMOUNT-OVER'
                   MOVE WS-SUB-THRESHOLD(WS-SUB-IDX)
                       TO WS-ALERT-THRESHOLD
                   IF WS-ALERT-RISK-RATING = 'HIGH'
                       COMPUTE WS-ALERT-THRESHOLD ROUNDED =
                           WS-ALERT-THRESHOLD *
                           WS-HIGH-RISK-ALERT-PCT / 100
                   END-IF
                   IF WS-ALERT-ABS-AMOUNT > WS-ALERT-THRESHOLD
                       MOVE 'Y' TO WS-ALERT-HIT
                   END-IF
               WHEN 'CHANNEL'
               PERFORM EMIT-ALERT-DOCUMENT
           END-IF.

      * Consecutive items on one account are common, so the last
      * account's rating is kept rather than read again.
       RESOLVE-ALERT-RISK.
           IF TRANS-ACCOUNT = WS-RISK-LAST-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCOUNT TO WS-RISK-LAST-ACCOUNT
           MOVE SPACES TO WS-ALERT-RISK-RATING
           IF WS-RISK-FILES-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO KYC-CUST-ID
           READ KYC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KYC-RISK-RATING TO WS-ALERT-RISK-RATING.

       EMIT-ALERT-DOCUMENT.
           MOVE TRANS-AMOUNT TO WS-ALERT-AMOUNT-DISP
           MOVE TRANS-BALANCE TO WS-ALERT-BALANCE-DISP
           MOVE SPACES TO WS-PII-ROLE
           PERFORM MASK-TRANS-ACCOUNT
           MOVE SPACES TO ALERT-FEED-RECORD
           STRING '{"alert":"'
               FUNCTION TRIM(WS-SUB-RULE(WS-SUB-IDX)) '",'
               '"deliveryTag":"'
               FUNCTION TRIM(WS-SUB-TAG(WS-SUB-IDX)) '",'
               '"account":"' FUNCTION TRIM(WS-PII-ACCOUNT) '",'
               '"date":' TRANS-DATE ','
               '"time":' TRANS-TIME ','
               '"type":"' FUNCTION TRIM(TRANS-TYPE) '",'
               '"amount":"' FUNCTION TRIM(WS-ALERT-AMOUNT-DISP) '",'
               '"balance":"' FUNCTION TRIM(WS-ALERT-BALANCE-DISP) '",'
               '"channel":"' FUNCTION TRIM(TRANS-CHANNEL) '",'
               '"riskRating":"' FUNCTION TRIM(WS-ALERT-RISK-RATING) '"'
               '}'
               DELIMITED BY SIZE INTO ALERT-FEED-RECORD
           WRITE ALERT-FEED-RECORD
           MOVE TRANS-MERCHANT TO WS-ESCAPE-IN
           PERFORM ESCAPE-JSON-STRING
           MOVE WS-ESCAPE-OUT TO WS-ESCAPED-MERCHANT
           MOVE WS-ACCESS-ROLE TO WS-PII-ROLE
           PERFORM MASK-TRANS-ACCOUNT

           STRING '{'
               '"date":"' DSP-DATE '",'
               '"time":"' DSP-TIME '",'
               '"account":"' WS-PII-ACCOUNT '",'
               '"type":"' TRANS-TYPE '",'
               '"amount":"' DSP-AMOUNT '",'
               '"balance":"' DSP-BALANCE '",'
       WRITE-TRANSACTION-CSV.
           MOVE TRANS-AMOUNT TO WS-CSV-AMOUNT-DISP
           MOVE TRANS-BALANCE TO WS-CSV-BALANCE-DISP
           MOVE WS-ACCESS-ROLE TO WS-PII-ROLE
           PERFORM MASK-TRANS-ACCOUNT

           MOVE SPACES TO BUFFER-RECORD
           MOVE 1 TO WS-JSON-POS
           STRING TRANS-DATE ',' TRANS-TIME ',"'
               FUNCTION TRIM(WS-PII-ACCOUNT) '","'
               FUNCTION TRIM(TRANS-TYPE) '",'
               FUNCTION TRIM(WS-CSV-AMOUNT-DISP) ','
               FUNCTION TRIM(WS-CSV-BALANCE-DISP) ','

           IF WS-SUBSCRIPTION-COUNT > 0
               CLOSE ALERT-FEED
               IF WS-RISK-FILES-OPEN = 'Y'
                   CLOSE ACCOUNT-MASTER
                   CLOSE KYC-FILE
               END-IF
           END-IF.
