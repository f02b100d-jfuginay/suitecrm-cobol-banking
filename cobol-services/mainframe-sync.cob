      *----------------------------------------------------------------
      * Mainframe Synchronization Service for Banking Core Systems
      * Simulates integration with Fiserv DNA, Jack Henry, FIS
      * Every request carries a LEGACY-AUTH bearer token in SYNC-TOKEN.
      * The token must be ACTIVE and unexpired in token-store.dat, its
      * user must not be LOCKED or DISABLED, and the user's role must
      * hold the permission the sync type maps to in entitlements.dat:
      *   SYNC-ACCOUNT-UPDATE  ACCOUNT-SYNC OUTBOUND, BATCH-UPDATE,
      *                        JH-IMPORT, FISERV-IMPORT
      *   SYNC-ACCOUNT-READ    ACCOUNT-SYNC inbound, BALANCE-INQUIRY,
      *                        CUSTOMER-ACCOUNTS
      *   SYNC-HISTORY-READ    TRANSACTION-SYNC, ACCOUNT-HISTORY
      *   SYNC-DELTA           DELTA-SYNC
      *   SYNC-VENDOR-FILE     JH/FISERV EXPORT and RECON
      *   SYNC-REPLAY          HISTORY-INQUIRY, REPLAY
      *   SYNC-CRM-LEADS       LEAD-SYNC
      * The CRM's service account runs under its own CRM-SERVICE role,
      * entitled only to the operations the CRM connector calls.
      * A refused request answers status DENIED and is written to the
      * audit journal as SYNC-DENIED.
      * Account numbers in responses and on vendor-recon-diff.txt go
      * through PII-MASK: in clear only for a role holding
      * VIEW-PII-UNMASKED, and each such disclosure is journalled as
      * PII-UNMASK. The paging cursor stays in clear so a masked
      * caller can still page.
      *----------------------------------------------------------------
       
       ENVIRONMENT DIVISION.
           SELECT FISERV-FILE ASSIGN TO "fiserv-account-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISERV-FILE-STATUS.
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
           SELECT LEAD-FILE ASSIGN TO "crm-leads.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LEAD-ID
               ALTERNATE RECORD KEY IS LEAD-MATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-LEAD-STATUS.
       
       DATA DIVISION.
       FILE SECTION.
           05  OUTBOUND-BALANCE    PIC S9(12)V99.
           05  OUTBOUND-STATUS     PIC X(10).
           05  OUTBOUND-LAST-KNOWN-ACTIVITY PIC 9(8).
           05  SYNC-TOKEN          PIC X(64).

       FD  SYNC-RESPONSE.
       01  SYNC-RESPONSE-RECORD    PIC X(500).
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
                                       SEPARATE.
           05  CHG-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-STATUS    PIC X(10).

       FD  SYNC-HISTORY.
       01  SYNC-HISTORY-RECORD.
           05  FSV-LAST-ACTIVITY   PIC 9(8).
           05  FSV-STATUS          PIC X(2).

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

       FD  LEAD-FILE.
       01  LEAD-RECORD.
           05  LEAD-ID             PIC X(12).
           05  LEAD-MATCH-KEY.
               10  LEAD-RULE-ID    PIC X(12).
               10  LEAD-SUBJECT    PIC X(10).
           05  LEAD-SUBJECT-TYPE   PIC X(4).
           05  LEAD-CUSTOMER-ID    PIC X(10).
           05  LEAD-HOUSEHOLD-ID   PIC X(10).
           05  LEAD-PRODUCT        PIC X(12).
           05  LEAD-PRIORITY       PIC 9(1).
           05  LEAD-REFERENCE      PIC X(20).
           05  LEAD-DETAIL         PIC X(60).
           05  LEAD-CREATED        PIC 9(8).
           05  LEAD-EXPIRES        PIC 9(8).
           05  LEAD-STATUS         PIC X(8).
           05  LEAD-STATUS-DATE    PIC 9(8).
           05  LEAD-PUSHED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FR-FIELDS.
           05  WS-FR-LOGICAL       PIC X(20).
       01  WS-DELTA-BEFORE-DISP    PIC -(12)9.99.
       01  WS-DELTA-AFTER-DISP     PIC -(12)9.99.

      * Cross-sell lead paging; two leads fit the response record.
       01  WS-LEAD-STATUS          PIC XX.
       01  WS-LEAD-CURSOR          PIC X(12).
       01  WS-LEAD-PAGE-SIZE       PIC 9(2) VALUE 2.

      * Bearer-token and entitlement check made before any work.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-USER-STATUS          PIC XX.
       01  WS-ENTITLEMENT-STATUS   PIC XX.
       01  WS-ENTITLEMENT-EOF      PIC X.
       01  WS-ACCESS-GRANTED       PIC X VALUE 'N'.
       01  WS-ACCESS-PERMISSION    PIC X(30) VALUE SPACES.
       01  WS-ACCESS-USER          PIC X(30) VALUE SPACES.
       01  WS-ACCESS-ROLE          PIC X(20) VALUE SPACES.
       01  WS-ACCESS-NOW           PIC 9(14).
       01  WS-ACCESS-TIME-RAW      PIC X(8).
       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'MAINFRAME-SYNC'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).

      * PII masking of account numbers in output.
       01  WS-PII-FIELD-TYPE       PIC X(12) VALUE 'ACCOUNT'.
       01  WS-PII-VALUE            PIC X(60).
       01  WS-PII-RESULT           PIC X(60).
       01  WS-PII-CLEAR            PIC X.
       01  WS-PII-ACCOUNT          PIC X(20).
       01  WS-PII-DISCLOSED        PIC 9(6) VALUE 0.

       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-HOLDS-EOF            PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM AUTHORIZE-SYNC-REQUEST
           IF WS-ACCESS-GRANTED = 'Y'
               PERFORM PROCESS-SYNC-REQUEST
               IF WS-PII-DISCLOSED > 0
                   PERFORM RECORD-PII-DISCLOSURE
               END-IF
           ELSE
               PERFORM REJECT-SYNC-REQUEST
           END-IF
           PERFORM TERMINATION
           STOP RUN.
       
               AT END MOVE "No sync request" TO WS-ERROR-MSG
           END-READ.
       
      *----------------------------------------------------------------
      * No account, customer or history data leaves this service
      * without a live LEGACY-AUTH token whose user's role is entitled
      * to the operation asked for.
      *----------------------------------------------------------------
       AUTHORIZE-SYNC-REQUEST.
           MOVE 'N' TO WS-ACCESS-GRANTED
           PERFORM MAP-SYNC-PERMISSION

           IF SYNC-TOKEN = SPACES
               MOVE "Bearer token required" TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCESS-TIME-RAW FROM TIME
           COMPUTE WS-ACCESS-NOW =
               WS-CURRENT-DATE * 1000000 +
               FUNCTION NUMVAL(WS-ACCESS-TIME-RAW(1:6))

           OPEN INPUT TOKEN-STORE
           IF WS-TOKEN-STATUS NOT = '00'
               MOVE "Token store unavailable" TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SYNC-TOKEN TO TOKEN-ID
           READ TOKEN-STORE
               INVALID KEY
                   MOVE "Invalid token" TO WS-ERROR-MSG
               NOT INVALID KEY
                   MOVE TOKEN-USER TO WS-ACCESS-USER
                   IF TOKEN-STATUS NOT = "ACTIVE"
                       MOVE "Token revoked" TO WS-ERROR-MSG
                   ELSE
                       IF TOKEN-EXPIRES NOT > WS-ACCESS-NOW
                           MOVE "Token expired" TO WS-ERROR-MSG
                       END-IF
                   END-IF
           END-READ
           CLOSE TOKEN-STORE
           IF WS-ERROR-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = '00'
               MOVE "User master unavailable" TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCESS-USER TO USER-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE "Token user not found" TO WS-ERROR-MSG
               NOT INVALID KEY
                   MOVE USER-ROLE TO WS-ACCESS-ROLE
                   IF USER-STATUS = "LOCKED" OR
                      USER-STATUS = "DISABLED"
                       MOVE "User account not active" TO WS-ERROR-MSG
                   END-IF
           END-READ
           CLOSE USER-MASTER
           IF WS-ERROR-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      * An unknown sync type needs no permission; it is refused by
      * PROCESS-SYNC-REQUEST as before.
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
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Permission denied: "
                      FUNCTION TRIM(WS-ACCESS-PERMISSION)
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-IF.

       MAP-SYNC-PERMISSION.
           MOVE SPACES TO WS-ERROR-MSG
           EVALUATE SYNC-TYPE
               WHEN "ACCOUNT-SYNC"
                   IF SYNC-DIRECTION = "OUTBOUND"
                       MOVE "SYNC-ACCOUNT-UPDATE"
                           TO WS-ACCESS-PERMISSION
                   ELSE
                       MOVE "SYNC-ACCOUNT-READ" TO WS-ACCESS-PERMISSION
                   END-IF
               WHEN "BATCH-UPDATE"
               WHEN "JH-IMPORT"
               WHEN "FISERV-IMPORT"
                   MOVE "SYNC-ACCOUNT-UPDATE" TO WS-ACCESS-PERMISSION
               WHEN "BALANCE-INQUIRY"
               WHEN "CUSTOMER-ACCOUNTS"
                   MOVE "SYNC-ACCOUNT-READ" TO WS-ACCESS-PERMISSION
               WHEN "TRANSACTION-SYNC"
               WHEN "ACCOUNT-HISTORY"
                   MOVE "SYNC-HISTORY-READ" TO WS-ACCESS-PERMISSION
               WHEN "DELTA-SYNC"
                   MOVE "SYNC-DELTA" TO WS-ACCESS-PERMISSION
               WHEN "JH-EXPORT"
               WHEN "FISERV-EXPORT"
               WHEN "JH-RECON"
               WHEN "FISERV-RECON"
                   MOVE "SYNC-VENDOR-FILE" TO WS-ACCESS-PERMISSION
               WHEN "HISTORY-INQUIRY"
               WHEN "REPLAY"
                   MOVE "SYNC-REPLAY" TO WS-ACCESS-PERMISSION
               WHEN "LEAD-SYNC"
                   MOVE "SYNC-CRM-LEADS" TO WS-ACCESS-PERMISSION
               WHEN OTHER
                   MOVE SPACES TO WS-ACCESS-PERMISSION
           END-EVALUATE.

       REJECT-SYNC-REQUEST.
           MOVE "DENIED" TO WS-STATUS
           MOVE SPACES TO SYNC-RESPONSE-RECORD
           STRING '{"syncId":"' WS-SYNC-ID '",'
               '"syncType":"' FUNCTION TRIM(SYNC-TYPE) '",'
               '"status":"DENIED",'
               '"message":"' FUNCTION TRIM(WS-ERROR-MSG) '"}'
               DELIMITED BY SIZE INTO SYNC-RESPONSE-RECORD
           MOVE SYNC-RESPONSE-RECORD TO WS-LAST-RESPONSE
           WRITE SYNC-RESPONSE-RECORD

           MOVE 'SYNC-DENIED' TO WS-AJ-ACTION
           MOVE SYNC-TYPE TO WS-AJ-KEY
           MOVE WS-ACCESS-PERMISSION TO WS-AJ-BEFORE
           MOVE WS-ERROR-MSG TO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACCESS-USER
                                       SYNC-TOKEN.

       MASK-ACCOUNT-NUMBER.
           MOVE ACCT-NUMBER TO WS-PII-VALUE
           CALL 'PII-MASK' USING WS-ACCESS-ROLE
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
           MOVE SYNC-TYPE TO WS-AJ-KEY
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
                                       SYNC-TOKEN.

       PROCESS-SYNC-REQUEST.
           EVALUATE SYNC-TYPE
               WHEN "ACCOUNT-SYNC"
                   PERFORM HISTORY-INQUIRY
               WHEN "REPLAY"
                   PERFORM REPLAY-STORED-RESPONSE
               WHEN "LEAD-SYNC"
                   PERFORM LEAD-SYNC
               WHEN OTHER
                   MOVE "Invalid sync type" TO WS-ERROR-MSG
                   MOVE "ERROR" TO WS-STATUS
           PERFORM BUILD-OUTBOUND-SYNC-JSON.

       BUILD-OUTBOUND-SYNC-JSON.
           PERFORM MASK-ACCOUNT-NUMBER
           STRING '{'
               '"syncId":"' WS-SYNC-ID '",'
               '"accountNumber":"' WS-PII-ACCOUNT '",'
               '"conflict":"' WS-CONFLICT '",'
               '"status":"' WS-STATUS '"'
               '}'
               MOVE ACCT-NUMBER TO WS-RC-ACCOUNT(WS-RC-COUNT)
           END-IF

           PERFORM MASK-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-RC-MISSING-HERE
                   MOVE SPACES TO RECON-DIFF-RECORD
                   STRING 'MISSING-HERE ' WS-PII-ACCOUNT
                       DELIMITED BY SIZE INTO RECON-DIFF-RECORD
                   WRITE RECON-DIFF-RECORD
                   EXIT PARAGRAPH
               MOVE BALANCE TO WS-RC-DISP-1
               MOVE WS-RC-EXP-BALANCE TO WS-RC-DISP-2
               MOVE SPACES TO RECON-DIFF-RECORD
               STRING 'VALUE-MISMATCH ' WS-PII-ACCOUNT
                      ' BALANCE ours ' WS-RC-DISP-1
                      ' vendor ' WS-RC-DISP-2
                   DELIMITED BY SIZE INTO RECON-DIFF-RECORD
           IF ACCT-STATUS OF ACCOUNT-RECORD NOT = WS-RC-EXP-STATUS
               ADD 1 TO WS-RC-MISMATCHES
               MOVE SPACES TO RECON-DIFF-RECORD
               STRING 'VALUE-MISMATCH ' WS-PII-ACCOUNT
                      ' STATUS ours '
                      ACCT-STATUS OF ACCOUNT-RECORD
                      ' vendor ' WS-RC-EXP-STATUS
           IF LAST-ACTIVITY NOT = WS-RC-EXP-ACTIVITY
               ADD 1 TO WS-RC-MISMATCHES
               MOVE SPACES TO RECON-DIFF-RECORD
               STRING 'VALUE-MISMATCH ' WS-PII-ACCOUNT
                      ' LAST-ACTIVITY ours ' LAST-ACTIVITY
                      ' vendor ' WS-RC-EXP-ACTIVITY
                   DELIMITED BY SIZE INTO RECON-DIFF-RECORD
                       END-PERFORM
                       IF WS-RC-FOUND = 'N'
                           ADD 1 TO WS-RC-MISSING-THERE
                           PERFORM MASK-ACCOUNT-NUMBER
                           MOVE SPACES TO RECON-DIFF-RECORD
                           STRING 'MISSING-THERE ' WS-PII-ACCOUNT
                               DELIMITED BY SIZE
                               INTO RECON-DIFF-RECORD
                           WRITE RECON-DIFF-RECORD
               WS-CHG-DATE * 1000000 + WS-CHG-TIME
           MOVE WS-CHG-BEFORE TO CHG-BEFORE-BAL
           MOVE BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD

           CLOSE CHANGE-LOG-FILE.
               INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POSITION.

      *----------------------------------------------------------------
      * LEAD-SYNC: pages the OPEN cross-sell leads CROSS-SELL-LEADS
      * wrote to crm-leads.dat, in lead id order after SYNC-CURSOR.
      * Each lead handed over is stamped with the date first pushed;
      * nextCursor is the last lead id read, so leads no longer OPEN
      * are stepped over rather than re-read.
      *----------------------------------------------------------------
       LEAD-SYNC.
           MOVE "PROCESSING" TO WS-STATUS
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-HAS-MORE
           MOVE SYNC-CURSOR TO WS-LEAD-CURSOR
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE 1 TO WS-JSON-POSITION
           STRING '{"syncId":"' WS-SYNC-ID '","leads":['
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POSITION

           OPEN I-O LEAD-FILE
           IF WS-LEAD-STATUS = '00'
               IF WS-LEAD-CURSOR = SPACES
                   MOVE LOW-VALUES TO LEAD-ID
                   START LEAD-FILE KEY >= LEAD-ID
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
               ELSE
                   MOVE WS-LEAD-CURSOR TO LEAD-ID
                   START LEAD-FILE KEY > LEAD-ID
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEAD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RECORD-COUNT NOT < WS-LEAD-PAGE-SIZE
                               MOVE 'Y' TO WS-HAS-MORE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE LEAD-ID TO WS-LEAD-CURSOR
                               IF LEAD-STATUS = "OPEN"
                                   PERFORM BUILD-LEAD-JSON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAD-FILE
           END-IF

           STRING '],"leadCount":' WS-RECORD-COUNT ','
               '"hasMore":"' WS-HAS-MORE '",'
               '"nextCursor":"' FUNCTION TRIM(WS-LEAD-CURSOR) '",'
               '"status":"SUCCESS"}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POSITION

           MOVE WS-JSON-OUTPUT TO SYNC-RESPONSE-RECORD
           MOVE SYNC-RESPONSE-RECORD TO WS-LAST-RESPONSE
           WRITE SYNC-RESPONSE-RECORD
           MOVE "SUCCESS" TO WS-STATUS.

       BUILD-LEAD-JSON.
           IF WS-RECORD-COUNT > 0
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT
                   WITH POINTER WS-JSON-POSITION
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           IF LEAD-PUSHED-DATE = 0
               MOVE WS-CURRENT-DATE TO LEAD-PUSHED-DATE
               REWRITE LEAD-RECORD
           END-IF

           STRING '{"leadId":"' FUNCTION TRIM(LEAD-ID) '",'
               '"customerId":"' FUNCTION TRIM(LEAD-CUSTOMER-ID) '",'
               '"householdId":"' FUNCTION TRIM(LEAD-HOUSEHOLD-ID) '",'
               '"product":"' FUNCTION TRIM(LEAD-PRODUCT) '",'
               '"priority":' LEAD-PRIORITY ','
               '"expires":' LEAD-EXPIRES '}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT
               WITH POINTER WS-JSON-POSITION.

       LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           OPEN INPUT CUSTOMER-MASTER
           MOVE BALANCE TO DSP-BALANCE
           MOVE AVAILABLE-BALANCE TO DSP-AMOUNT
           MOVE INTEREST-RATE TO DSP-RATE
           PERFORM MASK-ACCOUNT-NUMBER

           STRING '{'
               '"accountNumber":"' WS-PII-ACCOUNT '",'
               '"accountType":"' ACCT-TYPE '",'
               '"balance":"' DSP-BALANCE '",'
               '"availableBalance":"' DSP-AMOUNT '",'
       BUILD-BALANCE-JSON.
           MOVE BALANCE TO DSP-BALANCE
           MOVE AVAILABLE-BALANCE TO DSP-AMOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           
           STRING '{'
               '"accountNumber":"' WS-PII-ACCOUNT '",'
               '"balance":"' DSP-BALANCE '",'
               '"availableBalance":"' DSP-AMOUNT '",'
               '"lastActivity":"' LAST-ACTIVITY '",'
