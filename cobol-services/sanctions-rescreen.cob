       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-RESCREEN.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Customer-base sanctions re-screening. VALIDATION-ENGINE and
      * WIRE-PROCESSOR screen a name only when it comes through on a
      * request or a wire; this job screens everyone already on the
      * books whenever sanctions-watchlist.dat changes. Driven by
      * sanctions-rescreen-input.json; result in
      * sanctions-rescreen-output.json.
      *   RESCREEN  "mode":"DELTA" (the default) screens only the
      *             watchlist entries that are new or changed since
      *             the last run, by comparing against the snapshot
      *             kept in sanctions-watchlist-prior.dat; "FULL"
      *             screens against the whole list. Every CUSTOMER-
      *             MASTER name and address, and every joint owner on
      *             account-owners.dat, is scored against each entry
      *             in scope, as is every current beneficial owner
      *             and control person on beneficial-owners.dat
      *             (party role BO-OWNER / BO-CONTROL, with the
      *             business's CUST-ID in place of the account).
      *             Scores at or over the threshold go to
      *             the sanctions-matches.dat review queue (PENDING);
      *             the open queue is listed on
      *             sanctions-review-queue.txt after every run.
      *   CONFIRM   compliance confirms a match. Every account the
      *             customer owns or co-owns gets a SANCTIONS hold for
      *             its ledger balance and goes to BLOCKED status, and
      *             every live card on those accounts is BLOCKED and
      *             hot-listed (source SANCTIONS, never reissued).
      *             A confirmed control person, or an owner of 50%
      *             or more, blocks the business's accounts as well.
      *             What was changed is kept on sanctions-blocks.dat.
      *   CLEAR     compliance dismisses a pending match as a false
      *             positive.
      *   RELEASE   compliance release of a confirmed match: holds
      *             lifted, account and card statuses put back and
      *             the hot-list entries removed.
      * CONFIRM, CLEAR and RELEASE need a session token whose user's
      * role carries SANCTIONS-REVIEW on entitlements.dat. Account
      * status changes are recorded on account-change-log.dat
      * (SANC-BLOCK, SANC-RELEASE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'sanctions-rescreen-input.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE
               ASSIGN TO 'sanctions-rescreen-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHLIST-FILE ASSIGN TO 'sanctions-watchlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.
           SELECT PRIOR-WATCHLIST
               ASSIGN TO 'sanctions-watchlist-prior.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT MATCH-FILE ASSIGN TO 'sanctions-matches.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNM-MATCH-ID
               ALTERNATE RECORD KEY IS SNM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT BLOCK-FILE ASSIGN TO 'sanctions-blocks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNB-KEY
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT QUEUE-REPORT ASSIGN TO 'sanctions-review-queue.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'account-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AOX-KEY
               FILE STATUS IS WS-OWNER-XREF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'account-change-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT CARD-MASTER ASSIGN TO 'card-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRD-CARD-KEY
               FILE STATUS IS WS-CARD-MASTER-STATUS.
           SELECT HOT-CARD-FILE ASSIGN TO 'hot-cards.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOT-CARD-KEY
               FILE STATUS IS WS-HOT-CARD-STATUS.
           SELECT TOKEN-STORE ASSIGN TO 'token-store.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TOKEN-ID
               ALTERNATE RECORD KEY IS TOKEN-USER
                   WITH DUPLICATES
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT USER-MASTER ASSIGN TO 'user-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO 'entitlements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO 'beneficial-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-BO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD PIC X(1000).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05  WL-ENTRY            PIC X(60).
           05  WL-REASON           PIC X(100).

       FD  PRIOR-WATCHLIST.
       01  PRIOR-WATCHLIST-RECORD.
           05  PWL-ENTRY           PIC X(60).
           05  PWL-REASON          PIC X(100).

      * Match statuses: PENDING, CONFIRMED, CLEARED, RELEASED.
       FD  MATCH-FILE.
       01  MATCH-RECORD.
           05  SNM-MATCH-ID        PIC X(12).
           05  SNM-CUSTOMER-ID     PIC X(10).
           05  SNM-PARTY-ROLE      PIC X(10).
           05  SNM-ACCOUNT         PIC X(20).
           05  SNM-MATCHED-FIELD   PIC X(8).
           05  SNM-PARTY-TEXT      PIC X(40).
           05  SNM-WL-ENTRY        PIC X(60).
           05  SNM-WL-REASON       PIC X(100).
           05  SNM-SCORE           PIC 9(3).
           05  SNM-STATUS          PIC X(10).
           05  SNM-RUN-MODE        PIC X(5).
           05  SNM-SCREENED-DATE   PIC 9(8).
           05  SNM-REVIEWER        PIC X(30).
           05  SNM-DECIDED-DATE    PIC 9(8).
           05  SNM-RELEASED-DATE   PIC 9(8).
           05  SNM-ACCOUNTS-BLOCKED PIC 9(3).
           05  SNM-CARDS-BLOCKED   PIC 9(3).

      * One row per account or card a confirmed match blocked, with
      * what it was before so the release can put it back.
       FD  BLOCK-FILE.
       01  BLOCK-RECORD.
           05  SNB-KEY.
               10  SNB-MATCH-ID    PIC X(12).
               10  SNB-ITEM-TYPE   PIC X(4).
               10  SNB-ITEM-KEY    PIC X(20).
           05  SNB-PRIOR-STATUS    PIC X(20).
           05  SNB-HOLD-SEQ        PIC 9(4).
           05  SNB-HOT-ADDED       PIC X.
           05  SNB-STATUS          PIC X(10).
           05  SNB-BLOCKED-DATE    PIC 9(8).
           05  SNB-RELEASED-DATE   PIC 9(8).

       FD  QUEUE-REPORT.
       01  QUEUE-REPORT-RECORD     PIC X(200).

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

       FD  OWNER-XREF.
       01  OWNER-XREF-RECORD.
           05  AOX-KEY.
               10  AOX-ACCOUNT     PIC X(20).
               10  AOX-SEQ         PIC 9(2).
           05  AOX-OWNER-ID        PIC X(10).
           05  AOX-ROLE            PIC X(10).

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

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CHG-ACCOUNT         PIC X(20).
           05  CHG-TYPE            PIC X(12).
           05  CHG-TIMESTAMP       PIC 9(14).
           05  CHG-BEFORE-BAL      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-STATUS    PIC X(10).

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

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           05  HOT-CARD-KEY        PIC X(19).
           05  HOT-REASON          PIC X(30).
           05  HOT-LISTED-DATE     PIC 9(8).
           05  HOT-SOURCE          PIC X(10).

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

       FD  BENEFICIAL-OWNER-FILE.
       01  BENEFICIAL-OWNER-RECORD.
           05  BOW-KEY.
               10  BOW-BUSINESS-ID PIC X(10).
               10  BOW-ROLE        PIC X(10).
               10  BOW-OWNER-ID    PIC X(10).
           05  BOW-OWNERSHIP-PCT   PIC 9(3)V99.
           05  BOW-CERT-DATE       PIC 9(8).
           05  BOW-STATUS          PIC X(10).
           05  BOW-ADDED-DATE      PIC 9(8).
           05  BOW-REMOVED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BO-FILE-STATUS       PIC XX.
       01  WS-WATCHLIST-STATUS     PIC XX.
       01  WS-PRIOR-STATUS         PIC XX.
       01  WS-MATCH-STATUS         PIC XX.
       01  WS-BLOCK-STATUS         PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-OWNER-XREF-STATUS    PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-CARD-MASTER-STATUS   PIC XX.
       01  WS-HOT-CARD-STATUS      PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-USER-STATUS          PIC XX.
       01  WS-ENTITLEMENT-STATUS   PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-CHG-TYPE             PIC X(12).
       01  WS-CHG-DATE             PIC 9(8).
       01  WS-CHG-TIME             PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-WATCHLIST-EOF        PIC X.
       01  WS-SCAN-EOF             PIC X.
       01  WS-MATCH-EOF            PIC X.
       01  WS-BLOCK-EOF            PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-ENTITLEMENT-EOF      PIC X.
       01  WS-MATCH-OPEN           PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                   VALUE 'SANCTIONS-RESCREEN'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-MODE              PIC X(5).
       01  WS-IN-THRESHOLD         PIC 9(3).
       01  WS-IN-MATCH-ID          PIC X(12).
       01  WS-IN-TOKEN             PIC X(64).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-NOTE              PIC X(60).
       01  WS-ACTING-USER          PIC X(30).
       01  WS-REVIEWER-OK          PIC X.

      * Default score a party must reach to go to the review queue.
       01  WS-MATCH-THRESHOLD      PIC 9(3) VALUE 60.

       01  WS-WATCHLIST-COUNT      PIC 9(3) VALUE 0.
       01  WS-WL-IDX               PIC 9(3).
       01  WS-WATCHLIST-TABLE.
           05  WS-WATCHLIST-ENTRY OCCURS 200 TIMES.
               10  WS-WL-ENTRY     PIC X(60).
               10  WS-WL-REASON    PIC X(100).
               10  WS-WL-IN-SCOPE  PIC X.
       01  WS-WL-IN-SCOPE-COUNT    PIC 9(3) VALUE 0.
       01  WS-PRIOR-COUNT          PIC 9(3) VALUE 0.
       01  WS-PWL-IDX              PIC 9(3).
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
               10  WS-PWL-ENTRY    PIC X(60).
               10  WS-PWL-REASON   PIC X(100).

      * Scoring: 100 exact, 90 the entry appears whole inside the
      * party text, 85 every word of the entry appears in any order,
      * otherwise 80 scaled by the share of words found. Words under
      * three letters are not counted.
       01  WS-SCREEN-WORK.
           05  WS-SCREEN-TEXT      PIC X(60).
           05  WS-SCREEN-ENTRY     PIC X(60).
           05  WS-ENTRY-LEN        PIC 9(3).
           05  WS-TALLY            PIC 9(3).
           05  WS-WORD-COUNT       PIC 9(2).
           05  WS-WORDS-USED       PIC 9(2).
           05  WS-WORDS-FOUND      PIC 9(2).
           05  WS-WORD-IDX         PIC 9(2).
           05  WS-WORD-LEN         PIC 9(3).
           05  WS-WORDS.
               10  WS-WORD         PIC X(30) OCCURS 6 TIMES.
           05  WS-TEXT-SCORE       PIC 9(3).
           05  WS-BEST-SCORE       PIC 9(3).
           05  WS-BEST-FIELD       PIC X(8).
           05  WS-BEST-TEXT        PIC X(40).
       01  WS-PARTY-ROLE           PIC X(10).
       01  WS-PARTY-ACCOUNT        PIC X(20).
       01  WS-ALREADY-QUEUED       PIC X.
       01  WS-NEW-MATCH-ID.
           05  WS-NMI-PREFIX       PIC X(3) VALUE 'SNM'.
           05  WS-NMI-NUMBER       PIC 9(9).
       01  WS-LAST-MATCH-NUMBER    PIC 9(9).
       01  WS-SAVE-CUSTOMER-ID     PIC X(10).

      * Accounts the matched customer owns or co-owns.
       01  WS-BLOCK-CUSTOMER-ID    PIC X(10).
       01  WS-BO-BLOCK-BUSINESS    PIC X.
       01  WS-BO-BLOCK-PCT         PIC 9(3)V99 VALUE 50.
       01  WS-BLOCK-ACCOUNT-COUNT  PIC 9(2) VALUE 0.
       01  WS-BA-IDX               PIC 9(2).
       01  WS-BLOCK-ACCOUNT-TABLE.
           05  WS-BA-ACCOUNT       PIC X(20) OCCURS 30 TIMES.
       01  WS-BA-CANDIDATE         PIC X(20).
       01  WS-BA-MATCH             PIC X.
       01  WS-HOLD-ACCOUNT         PIC X(20).
       01  WS-NEXT-SEQ             PIC 9(4).
       01  WS-ACTIVE-HOLD-TOTAL    PIC S9(12)V99.
       01  WS-HOLD-AMOUNT          PIC S9(10)V99.

       01  WS-RUN-STATS.
           05  WS-CUSTOMERS-SCREENED PIC 9(7) VALUE 0.
           05  WS-OWNERS-SCREENED  PIC 9(7) VALUE 0.
           05  WS-BO-SCREENED      PIC 9(7) VALUE 0.
           05  WS-MATCHES-QUEUED   PIC 9(5) VALUE 0.
           05  WS-MATCHES-OPEN     PIC 9(5) VALUE 0.
           05  WS-ACCOUNTS-CHANGED PIC 9(3) VALUE 0.
           05  WS-CARDS-CHANGED    PIC 9(3) VALUE 0.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           OPEN I-O MATCH-FILE
           IF WS-MATCH-STATUS = '35'
               OPEN OUTPUT MATCH-FILE
               CLOSE MATCH-FILE
               OPEN I-O MATCH-FILE
           END-IF
           IF WS-MATCH-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Sanctions match file not available'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'Y' TO WS-MATCH-OPEN
               EVALUATE WS-ACTION
                   WHEN 'RESCREEN'
                       PERFORM RESCREEN-CUSTOMER-BASE
                   WHEN 'CONFIRM'
                       PERFORM CONFIRM-MATCH
                   WHEN 'CLEAR'
                       PERFORM CLEAR-MATCH
                   WHEN 'RELEASE'
                       PERFORM RELEASE-MATCH
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE MATCH-FILE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           READ INPUT-FILE INTO INPUT-RECORD
               AT END CONTINUE
           END-READ
           CLOSE INPUT-FILE

           MOVE SPACES TO WS-ACTION
           MOVE 'DELTA' TO WS-IN-MODE
           MOVE WS-MATCH-THRESHOLD TO WS-IN-THRESHOLD
           MOVE SPACES TO WS-IN-MATCH-ID
           MOVE SPACES TO WS-IN-TOKEN
           MOVE SPACES TO WS-IN-USER
           MOVE SPACES TO WS-IN-NOTE

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"mode":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-MODE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"threshold":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-THRESHOLD =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
               IF WS-IN-THRESHOLD = 0 OR WS-IN-THRESHOLD > 100
                   MOVE WS-MATCH-THRESHOLD TO WS-IN-THRESHOLD
               END-IF
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"match_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-MATCH-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"token":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TOKEN
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"note":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-NOTE
           END-IF.

      *----------------------------------------------------------------
      * RESCREEN
      *----------------------------------------------------------------
       RESCREEN-CUSTOMER-BASE.
           IF WS-IN-MODE NOT = 'FULL'
               MOVE 'DELTA' TO WS-IN-MODE
           END-IF
           PERFORM LOAD-WATCHLIST
           IF WS-WATCHLIST-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Sanctions watchlist not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-ENTRIES-IN-SCOPE

           IF WS-WL-IN-SCOPE-COUNT > 0
               MOVE 'SYSTEM' TO WS-IN-USER
               PERFORM SCREEN-ALL-CUSTOMERS
               PERFORM SCREEN-JOINT-OWNERS
               PERFORM SCREEN-BENEFICIAL-OWNERS
           END-IF

           PERFORM SAVE-WATCHLIST-SNAPSHOT
           PERFORM WRITE-QUEUE-REPORT.

       LOAD-WATCHLIST.
           MOVE 'N' TO WS-WATCHLIST-EOF
           MOVE 0 TO WS-WATCHLIST-COUNT

           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = '00'
               READ WATCHLIST-FILE
                   AT END MOVE 'Y' TO WS-WATCHLIST-EOF
               END-READ
               PERFORM UNTIL WS-WATCHLIST-EOF = 'Y'
                       OR WS-WATCHLIST-COUNT = 200
                   ADD 1 TO WS-WATCHLIST-COUNT
                   MOVE WL-ENTRY TO WS-WL-ENTRY(WS-WATCHLIST-COUNT)
                   MOVE WL-REASON TO WS-WL-REASON(WS-WATCHLIST-COUNT)
                   MOVE 'Y' TO WS-WL-IN-SCOPE(WS-WATCHLIST-COUNT)
                   READ WATCHLIST-FILE
                       AT END MOVE 'Y' TO WS-WATCHLIST-EOF
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.

      * DELTA keeps only the entries whose name or reason is not on
      * the snapshot the last run left behind. With no snapshot yet
      * (first run) every entry is new.
       SELECT-ENTRIES-IN-SCOPE.
           MOVE 0 TO WS-PRIOR-COUNT
           IF WS-IN-MODE = 'DELTA'
               MOVE 'N' TO WS-WATCHLIST-EOF
               OPEN INPUT PRIOR-WATCHLIST
               IF WS-PRIOR-STATUS = '00'
                   PERFORM UNTIL WS-WATCHLIST-EOF = 'Y'
                           OR WS-PRIOR-COUNT = 200
                       READ PRIOR-WATCHLIST
                           AT END
                               MOVE 'Y' TO WS-WATCHLIST-EOF
                           NOT AT END
                               ADD 1 TO WS-PRIOR-COUNT
                               MOVE PWL-ENTRY
                                   TO WS-PWL-ENTRY(WS-PRIOR-COUNT)
                               MOVE PWL-REASON
                                   TO WS-PWL-REASON(WS-PRIOR-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR-WATCHLIST
               END-IF
           END-IF

           MOVE 0 TO WS-WL-IN-SCOPE-COUNT
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WATCHLIST-COUNT
               PERFORM VARYING WS-PWL-IDX FROM 1 BY 1
                       UNTIL WS-PWL-IDX > WS-PRIOR-COUNT
                   IF WS-PWL-ENTRY(WS-PWL-IDX) = WS-WL-ENTRY(WS-WL-IDX)
                      AND WS-PWL-REASON(WS-PWL-IDX) =
                          WS-WL-REASON(WS-WL-IDX)
                       MOVE 'N' TO WS-WL-IN-SCOPE(WS-WL-IDX)
                   END-IF
               END-PERFORM
               IF WS-WL-ENTRY(WS-WL-IDX) = SPACES
                   MOVE 'N' TO WS-WL-IN-SCOPE(WS-WL-IDX)
               END-IF
               IF WS-WL-IN-SCOPE(WS-WL-IDX) = 'Y'
                   ADD 1 TO WS-WL-IN-SCOPE-COUNT
               END-IF
           END-PERFORM.

       SAVE-WATCHLIST-SNAPSHOT.
           OPEN OUTPUT PRIOR-WATCHLIST
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WATCHLIST-COUNT
               MOVE WS-WL-ENTRY(WS-WL-IDX) TO PWL-ENTRY
               MOVE WS-WL-REASON(WS-WL-IDX) TO PWL-REASON
               WRITE PRIOR-WATCHLIST-RECORD
           END-PERFORM
           CLOSE PRIOR-WATCHLIST.

       SCREEN-ALL-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CUSTOMER' TO WS-PARTY-ROLE
           MOVE SPACES TO WS-PARTY-ACCOUNT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-SCREENED
                       PERFORM SCREEN-ONE-PARTY
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

      * Primary owners were screened with the customer base; joint
      * and other secondary owners are screened here against their
      * own customer record, with the account they co-own.
       SCREEN-JOINT-OWNERS.
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               CLOSE OWNER-XREF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ OWNER-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AOX-ROLE NOT = 'PRIMARY' AND
                          AOX-ROLE NOT = 'DECEASED'
                           PERFORM SCREEN-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE OWNER-XREF.

       SCREEN-ONE-OWNER.
           MOVE AOX-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE AOX-ROLE TO WS-PARTY-ROLE
           MOVE AOX-ACCOUNT TO WS-PARTY-ACCOUNT
           ADD 1 TO WS-OWNERS-SCREENED
           PERFORM SCREEN-ONE-PARTY.

      * Beneficial owners are customers in their own right and were
      * screened above; here they are screened again tied to the
      * business, so a confirmed match can reach its accounts.
       SCREEN-BENEFICIAL-OWNERS.
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF WS-BO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               CLOSE BENEFICIAL-OWNER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BENEFICIAL-OWNER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BOW-STATUS = 'ACTIVE'
                           PERFORM SCREEN-ONE-BENEFICIAL-OWNER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE BENEFICIAL-OWNER-FILE.

       SCREEN-ONE-BENEFICIAL-OWNER.
           MOVE BOW-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF BOW-ROLE = 'CONTROL'
               MOVE 'BO-CONTROL' TO WS-PARTY-ROLE
           ELSE
               MOVE 'BO-OWNER' TO WS-PARTY-ROLE
           END-IF
           MOVE BOW-BUSINESS-ID TO WS-PARTY-ACCOUNT
           ADD 1 TO WS-BO-SCREENED
           PERFORM SCREEN-ONE-PARTY.

      * CUSTOMER-RECORD against every entry in scope; the better of
      * the name and address scores decides.
       SCREEN-ONE-PARTY.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WATCHLIST-COUNT
               IF WS-WL-IN-SCOPE(WS-WL-IDX) = 'Y'
                   MOVE FUNCTION UPPER-CASE(WS-WL-ENTRY(WS-WL-IDX))
                       TO WS-SCREEN-ENTRY
                   MOVE 0 TO WS-BEST-SCORE
                   MOVE FUNCTION UPPER-CASE(CUST-NAME)
                       TO WS-SCREEN-TEXT
                   PERFORM SCORE-SCREEN-TEXT
                   MOVE WS-TEXT-SCORE TO WS-BEST-SCORE
                   MOVE 'NAME' TO WS-BEST-FIELD
                   MOVE CUST-NAME TO WS-BEST-TEXT
                   MOVE FUNCTION UPPER-CASE(CUST-ADDRESS)
                       TO WS-SCREEN-TEXT
                   PERFORM SCORE-SCREEN-TEXT
                   IF WS-TEXT-SCORE > WS-BEST-SCORE
                       MOVE WS-TEXT-SCORE TO WS-BEST-SCORE
                       MOVE 'ADDRESS' TO WS-BEST-FIELD
                       MOVE CUST-ADDRESS TO WS-BEST-TEXT
                   END-IF
                   IF WS-BEST-SCORE >= WS-IN-THRESHOLD
                       PERFORM QUEUE-POTENTIAL-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       SCORE-SCREEN-TEXT.
           MOVE 0 TO WS-TEXT-SCORE
           IF WS-SCREEN-TEXT = SPACES OR WS-SCREEN-ENTRY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-TEXT = WS-SCREEN-ENTRY
               MOVE 100 TO WS-TEXT-SCORE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ENTRY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SCREEN-ENTRY))
           MOVE 0 TO WS-TALLY
           INSPECT WS-SCREEN-TEXT TALLYING WS-TALLY
               FOR ALL WS-SCREEN-ENTRY(1:WS-ENTRY-LEN)
           IF WS-TALLY > 0
               MOVE 90 TO WS-TEXT-SCORE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WORDS
           MOVE 0 TO WS-WORD-COUNT
           UNSTRING FUNCTION TRIM(WS-SCREEN-ENTRY)
               DELIMITED BY ALL SPACE
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
                    WS-WORD(4) WS-WORD(5) WS-WORD(6)
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING
           MOVE 0 TO WS-WORDS-USED
           MOVE 0 TO WS-WORDS-FOUND
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > WS-WORD-COUNT
               COMPUTE WS-WORD-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-WORD(WS-WORD-IDX)))
               IF WS-WORD(WS-WORD-IDX) NOT = SPACES AND
                  WS-WORD-LEN >= 3
                   ADD 1 TO WS-WORDS-USED
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-SCREEN-TEXT TALLYING WS-TALLY
                       FOR ALL WS-WORD(WS-WORD-IDX)(1:WS-WORD-LEN)
                   IF WS-TALLY > 0
                       ADD 1 TO WS-WORDS-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WORDS-USED = 0 OR WS-WORDS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WORDS-FOUND = WS-WORDS-USED
               MOVE 85 TO WS-TEXT-SCORE
           ELSE
               COMPUTE WS-TEXT-SCORE =
                   (WS-WORDS-FOUND * 80) / WS-WORDS-USED
           END-IF.

      * A party already queued against the same entry and reason -
      * whatever its outcome - is not queued again.
       QUEUE-POTENTIAL-MATCH.
           MOVE CUST-ID TO WS-SAVE-CUSTOMER-ID
           PERFORM CHECK-ALREADY-QUEUED
           IF WS-ALREADY-QUEUED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-MATCH-NUMBER
           INITIALIZE MATCH-RECORD
           MOVE WS-NEW-MATCH-ID TO SNM-MATCH-ID
           MOVE WS-SAVE-CUSTOMER-ID TO SNM-CUSTOMER-ID
           MOVE WS-PARTY-ROLE TO SNM-PARTY-ROLE
           MOVE WS-PARTY-ACCOUNT TO SNM-ACCOUNT
           MOVE WS-BEST-FIELD TO SNM-MATCHED-FIELD
           MOVE WS-BEST-TEXT TO SNM-PARTY-TEXT
           MOVE WS-WL-ENTRY(WS-WL-IDX) TO SNM-WL-ENTRY
           MOVE WS-WL-REASON(WS-WL-IDX) TO SNM-WL-REASON
           MOVE WS-BEST-SCORE TO SNM-SCORE
           MOVE 'PENDING' TO SNM-STATUS
           MOVE WS-IN-MODE TO SNM-RUN-MODE
           MOVE WS-TODAY TO SNM-SCREENED-DATE
           MOVE SPACES TO SNM-REVIEWER
           WRITE MATCH-RECORD
               INVALID KEY EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-MATCHES-QUEUED

           MOVE 'SANC-MATCH' TO WS-AJ-ACTION
           MOVE SNM-MATCH-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'CUST ' SNM-CUSTOMER-ID ' SCORE ' SNM-SCORE ' '
                  SNM-WL-ENTRY
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-ALREADY-QUEUED
           MOVE 'N' TO WS-MATCH-EOF
           MOVE WS-SAVE-CUSTOMER-ID TO SNM-CUSTOMER-ID
           START MATCH-FILE KEY = SNM-CUSTOMER-ID
               INVALID KEY MOVE 'Y' TO WS-MATCH-EOF
           END-START
           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               READ MATCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MATCH-EOF
                   NOT AT END
                       IF SNM-CUSTOMER-ID NOT = WS-SAVE-CUSTOMER-ID
                           MOVE 'Y' TO WS-MATCH-EOF
                       ELSE
                           IF SNM-WL-ENTRY = WS-WL-ENTRY(WS-WL-IDX)
                              AND SNM-WL-REASON =
                                  WS-WL-REASON(WS-WL-IDX)
                              AND (WS-PARTY-ROLE(1:3) NOT = 'BO-'
                               OR (SNM-PARTY-ROLE = WS-PARTY-ROLE AND
                                   SNM-ACCOUNT = WS-PARTY-ACCOUNT))
                               MOVE 'Y' TO WS-ALREADY-QUEUED
                               MOVE 'Y' TO WS-MATCH-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-MATCH-NUMBER.
           MOVE 0 TO WS-LAST-MATCH-NUMBER
           MOVE 'N' TO WS-MATCH-EOF
           MOVE LOW-VALUES TO SNM-MATCH-ID
           START MATCH-FILE KEY >= SNM-MATCH-ID
               INVALID KEY MOVE 'Y' TO WS-MATCH-EOF
           END-START
           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               READ MATCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MATCH-EOF
                   NOT AT END
                       IF SNM-MATCH-ID(4:9) IS NUMERIC
                           MOVE SNM-MATCH-ID(4:9)
                               TO WS-LAST-MATCH-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-NMI-NUMBER = WS-LAST-MATCH-NUMBER + 1.

       WRITE-QUEUE-REPORT.
           OPEN OUTPUT QUEUE-REPORT
           MOVE SPACES TO QUEUE-REPORT-RECORD
           STRING 'SANCTIONS REVIEW QUEUE - RUN DATE ' WS-TODAY
                  ' MODE ' WS-IN-MODE
                  ' ENTRIES SCREENED ' WS-WL-IN-SCOPE-COUNT
               DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
           WRITE QUEUE-REPORT-RECORD

           MOVE 'N' TO WS-MATCH-EOF
           MOVE LOW-VALUES TO SNM-MATCH-ID
           START MATCH-FILE KEY >= SNM-MATCH-ID
               INVALID KEY MOVE 'Y' TO WS-MATCH-EOF
           END-START
           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               READ MATCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MATCH-EOF
                   NOT AT END
                       IF SNM-STATUS = 'PENDING'
                           ADD 1 TO WS-MATCHES-OPEN
                           MOVE SPACES TO QUEUE-REPORT-RECORD
                           STRING SNM-MATCH-ID ' CUST '
                                  SNM-CUSTOMER-ID ' '
                                  SNM-PARTY-ROLE ' '
                                  SNM-ACCOUNT ' SCORE ' SNM-SCORE
                                  ' ' SNM-MATCHED-FIELD ' '
                                  SNM-PARTY-TEXT ' ENTRY '
                                  FUNCTION TRIM(SNM-WL-ENTRY) ' - '
                                  FUNCTION TRIM(SNM-WL-REASON)
                               DELIMITED BY SIZE
                               INTO QUEUE-REPORT-RECORD
                           WRITE QUEUE-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO QUEUE-REPORT-RECORD
           STRING 'Customers screened: ' WS-CUSTOMERS-SCREENED
                  '  Joint owners screened: ' WS-OWNERS-SCREENED
                  '  Beneficial owners screened: ' WS-BO-SCREENED
                  '  New matches: ' WS-MATCHES-QUEUED
                  '  Open matches: ' WS-MATCHES-OPEN
               DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
           WRITE QUEUE-REPORT-RECORD
           CLOSE QUEUE-REPORT.

      *----------------------------------------------------------------
      * Compliance decisions
      *----------------------------------------------------------------
       READ-DECISION-MATCH.
           MOVE WS-IN-MATCH-ID TO SNM-MATCH-ID
           READ MATCH-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Match not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-ACTING-USER
           PERFORM RESOLVE-TOKEN-USER
           IF WS-ACTING-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Valid compliance token is required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REVIEW-ENTITLEMENT
           IF WS-REVIEWER-OK NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'User lacks SANCTIONS-REVIEW permission'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTING-USER TO WS-IN-USER.

       CLEAR-MATCH.
           PERFORM READ-DECISION-MATCH
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SNM-STATUS NOT = 'PENDING'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Match is not pending review' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CLEARED' TO SNM-STATUS
           MOVE WS-ACTING-USER TO SNM-REVIEWER
           MOVE WS-TODAY TO SNM-DECIDED-DATE
           REWRITE MATCH-RECORD

           MOVE 'SANC-CLEAR' TO WS-AJ-ACTION
           MOVE SNM-MATCH-ID TO WS-AJ-KEY
           MOVE 'PENDING' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'CLEARED ' WS-IN-NOTE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       CONFIRM-MATCH.
           PERFORM READ-DECISION-MATCH
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SNM-STATUS NOT = 'PENDING'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Match is not pending review' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BLOCK-ACCOUNT-COUNT
           MOVE SNM-CUSTOMER-ID TO WS-BLOCK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-ACCOUNTS
           IF SNM-PARTY-ROLE(1:3) = 'BO-'
               PERFORM CHECK-BUSINESS-BLOCK
               IF WS-BO-BLOCK-BUSINESS = 'Y'
                   MOVE SNM-ACCOUNT(1:10) TO WS-BLOCK-CUSTOMER-ID
                   PERFORM FIND-CUSTOMER-ACCOUNTS
               END-IF
           END-IF
           PERFORM OPEN-BLOCK-FILES
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BLOCK-ACCOUNT-COUNT
               PERFORM BLOCK-ONE-ACCOUNT
           END-PERFORM
           PERFORM BLOCK-CUSTOMER-CARDS
           PERFORM CLOSE-BLOCK-FILES

           MOVE 'CONFIRMED' TO SNM-STATUS
           MOVE WS-ACTING-USER TO SNM-REVIEWER
           MOVE WS-TODAY TO SNM-DECIDED-DATE
           MOVE WS-ACCOUNTS-CHANGED TO SNM-ACCOUNTS-BLOCKED
           MOVE WS-CARDS-CHANGED TO SNM-CARDS-BLOCKED
           REWRITE MATCH-RECORD

           MOVE 'SANC-CONFIRM' TO WS-AJ-ACTION
           MOVE SNM-MATCH-ID TO WS-AJ-KEY
           MOVE 'PENDING' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'CONFIRMED ACCTS ' WS-ACCOUNTS-CHANGED
                  ' CARDS ' WS-CARDS-CHANGED ' ' WS-IN-NOTE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

      * Every account the customer owns (ACCT-CUSTOMER-ID) or appears
      * on as an owner in account-owners.dat.
       FIND-CUSTOMER-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF ACCT-CUSTOMER-ID = WS-BLOCK-CUSTOMER-ID
                               MOVE ACCT-NUMBER TO WS-BA-CANDIDATE
                               PERFORM ADD-BLOCK-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF

           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ OWNER-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF AOX-OWNER-ID = WS-BLOCK-CUSTOMER-ID
                               MOVE AOX-ACCOUNT TO WS-BA-CANDIDATE
                               PERFORM ADD-BLOCK-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF.

      * The business itself is blocked when the confirmed party is
      * still its control person or holds 50% or more of it.
       CHECK-BUSINESS-BLOCK.
           MOVE 'N' TO WS-BO-BLOCK-BUSINESS
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF WS-BO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SNM-ACCOUNT(1:10) TO BOW-BUSINESS-ID
           MOVE SNM-CUSTOMER-ID TO BOW-OWNER-ID
           IF SNM-PARTY-ROLE = 'BO-CONTROL'
               MOVE 'CONTROL' TO BOW-ROLE
           ELSE
               MOVE 'OWNER' TO BOW-ROLE
           END-IF
           READ BENEFICIAL-OWNER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOW-STATUS = 'ACTIVE' AND
                      (BOW-ROLE = 'CONTROL' OR
                       BOW-OWNERSHIP-PCT >= WS-BO-BLOCK-PCT)
                       MOVE 'Y' TO WS-BO-BLOCK-BUSINESS
                   END-IF
           END-READ
           CLOSE BENEFICIAL-OWNER-FILE.

       ADD-BLOCK-ACCOUNT.
           PERFORM MATCH-BLOCK-ACCOUNT
           IF WS-BA-MATCH = 'Y' OR WS-BLOCK-ACCOUNT-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLOCK-ACCOUNT-COUNT
           MOVE WS-BA-CANDIDATE
               TO WS-BA-ACCOUNT(WS-BLOCK-ACCOUNT-COUNT).

       MATCH-BLOCK-ACCOUNT.
           MOVE 'N' TO WS-BA-MATCH
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BLOCK-ACCOUNT-COUNT
               IF WS-BA-ACCOUNT(WS-BA-IDX) = WS-BA-CANDIDATE
                   MOVE 'Y' TO WS-BA-MATCH
               END-IF
           END-PERFORM.

       OPEN-BLOCK-FILES.
           OPEN I-O BLOCK-FILE
           IF WS-BLOCK-STATUS = '35'
               OPEN OUTPUT BLOCK-FILE
               CLOSE BLOCK-FILE
               OPEN I-O BLOCK-FILE
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-BLOCK-STATUS NOT = '00' OR
              WS-HOLDS-STATUS NOT = '00' OR
              WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account, hold or block file not available'
                   TO WS-ERROR-MESSAGE
               PERFORM CLOSE-BLOCK-FILES
           END-IF.

       CLOSE-BLOCK-FILES.
           CLOSE BLOCK-FILE
           CLOSE HOLDS-FILE
           CLOSE ACCOUNT-MASTER.

      * SANCTIONS holds carry no expiry date, so the nightly
      * hold-expiry sweep never lifts them; only RELEASE does.
       BLOCK-ONE-ACCOUNT.
           MOVE WS-BA-ACCOUNT(WS-BA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'CLOSED' OR ACCT-STATUS = 'ESCHEATED' OR
              ACCT-STATUS = 'BLOCKED'
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO WS-HOLD-ACCOUNT
           IF ACCT-BALANCE > 0
               MOVE ACCT-BALANCE TO WS-HOLD-AMOUNT
           ELSE
               MOVE 0 TO WS-HOLD-AMOUNT
           END-IF
           PERFORM FIND-NEXT-HOLD-SEQ
           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-NEXT-SEQ TO HOLD-SEQ
           MOVE 'SANCTIONS' TO HOLD-TYPE
           MOVE WS-HOLD-AMOUNT TO HOLD-AMOUNT
           MOVE 0 TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY EXIT PARAGRAPH
           END-WRITE

           MOVE SNM-MATCH-ID TO SNB-MATCH-ID
           MOVE 'ACCT' TO SNB-ITEM-TYPE
           MOVE WS-HOLD-ACCOUNT TO SNB-ITEM-KEY
           MOVE ACCT-STATUS TO SNB-PRIOR-STATUS
           MOVE WS-NEXT-SEQ TO SNB-HOLD-SEQ
           MOVE 'N' TO SNB-HOT-ADDED
           MOVE 'BLOCKED' TO SNB-STATUS
           MOVE WS-TODAY TO SNB-BLOCKED-DATE
           MOVE 0 TO SNB-RELEASED-DATE
           WRITE BLOCK-RECORD
               INVALID KEY CONTINUE
           END-WRITE

           MOVE 'SANC-BLOCK' TO WS-AJ-ACTION
           MOVE WS-HOLD-ACCOUNT TO WS-AJ-KEY
           MOVE ACCT-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'BLOCKED ' SNM-MATCH-ID ' HOLD ' WS-NEXT-SEQ
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-HOLD-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE 'BLOCKED' TO ACCT-STATUS
           REWRITE ACCOUNT-RECORD
           PERFORM REFRESH-AVAILABLE-BALANCE
           MOVE 'SANC-BLOCK' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE
           ADD 1 TO WS-ACCOUNTS-CHANGED.

      * The card master carries the account, not the cardholder, so
      * every live card on a blocked account is blocked and
      * hot-listed. A card already on the hot list stays as it is.
       BLOCK-CUSTOMER-CARDS.
           IF WS-BLOCK-ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER
           IF WS-CARD-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HOT-CARD-FILE
           IF WS-HOT-CARD-STATUS = '35'
               OPEN OUTPUT HOT-CARD-FILE
               CLOSE HOT-CARD-FILE
               OPEN I-O HOT-CARD-FILE
           END-IF
           IF WS-HOT-CARD-STATUS NOT = '00'
               CLOSE CARD-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CARD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CRD-ACCOUNT TO WS-BA-CANDIDATE
                       PERFORM MATCH-BLOCK-ACCOUNT
                       IF WS-BA-MATCH = 'Y' AND
                          (CRD-STATUS = 'ACTIVE' OR
                           CRD-STATUS = 'REISSUED' OR
                           CRD-STATUS = 'PENDING-ACTIVATION')
                           PERFORM BLOCK-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOT-CARD-FILE
           CLOSE CARD-MASTER.

       BLOCK-ONE-CARD.
           MOVE SNM-MATCH-ID TO SNB-MATCH-ID
           MOVE 'CARD' TO SNB-ITEM-TYPE
           MOVE CRD-CARD-KEY TO SNB-ITEM-KEY
           MOVE CRD-STATUS TO SNB-PRIOR-STATUS
           MOVE 0 TO SNB-HOLD-SEQ
           MOVE 'N' TO SNB-HOT-ADDED
           MOVE 'BLOCKED' TO SNB-STATUS
           MOVE WS-TODAY TO SNB-BLOCKED-DATE
           MOVE 0 TO SNB-RELEASED-DATE

           MOVE CRD-CARD-KEY TO HOT-CARD-KEY
           MOVE SPACES TO HOT-REASON
           STRING 'SANCTIONS MATCH ' SNM-MATCH-ID
               DELIMITED BY SIZE INTO HOT-REASON
           MOVE WS-TODAY TO HOT-LISTED-DATE
           MOVE 'SANCTIONS' TO HOT-SOURCE
           WRITE HOT-CARD-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO SNB-HOT-ADDED
           END-WRITE
           WRITE BLOCK-RECORD
               INVALID KEY CONTINUE
           END-WRITE

           MOVE 'SANC-CARD' TO WS-AJ-ACTION
           MOVE CRD-CARD-KEY TO WS-AJ-KEY
           MOVE CRD-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'BLOCKED, HOT-LISTED ' SNM-MATCH-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE 'BLOCKED' TO CRD-STATUS
           REWRITE CARD-MASTER-RECORD
           ADD 1 TO WS-CARDS-CHANGED.

      * RELEASE: put back exactly what CONFIRM changed. A status
      * somebody has since changed again is left alone.
       RELEASE-MATCH.
           PERFORM READ-DECISION-MATCH
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SNM-STATUS NOT = 'CONFIRMED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Only a confirmed match can be released'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-BLOCK-FILES
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER
           OPEN I-O HOT-CARD-FILE

           MOVE 'N' TO WS-BLOCK-EOF
           MOVE SNM-MATCH-ID TO SNB-MATCH-ID
           MOVE LOW-VALUES TO SNB-ITEM-TYPE
           MOVE LOW-VALUES TO SNB-ITEM-KEY
           START BLOCK-FILE KEY >= SNB-KEY
               INVALID KEY MOVE 'Y' TO WS-BLOCK-EOF
           END-START
           PERFORM UNTIL WS-BLOCK-EOF = 'Y'
               READ BLOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLOCK-EOF
                   NOT AT END
                       IF SNB-MATCH-ID NOT = SNM-MATCH-ID
                           MOVE 'Y' TO WS-BLOCK-EOF
                       ELSE
                           IF SNB-STATUS = 'BLOCKED'
                               PERFORM RELEASE-ONE-BLOCK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOT-CARD-FILE
           CLOSE CARD-MASTER
           PERFORM CLOSE-BLOCK-FILES

           MOVE 'RELEASED' TO SNM-STATUS
           MOVE WS-TODAY TO SNM-RELEASED-DATE
           REWRITE MATCH-RECORD

           MOVE 'SANC-RELEASE' TO WS-AJ-ACTION
           MOVE SNM-MATCH-ID TO WS-AJ-KEY
           MOVE 'CONFIRMED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'RELEASED ACCTS ' WS-ACCOUNTS-CHANGED
                  ' CARDS ' WS-CARDS-CHANGED ' ' WS-IN-NOTE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       RELEASE-ONE-BLOCK.
           IF SNB-ITEM-TYPE = 'ACCT'
               MOVE SNB-ITEM-KEY TO HOLD-ACCOUNT
               MOVE SNB-HOLD-SEQ TO HOLD-SEQ
               READ HOLDS-FILE
                   NOT INVALID KEY
                       IF HOLD-STATUS = 'ACTIVE'
                           MOVE 'RELEASED' TO HOLD-STATUS
                           REWRITE HOLD-RECORD
                       END-IF
               END-READ
               MOVE SNB-ITEM-KEY TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   NOT INVALID KEY
                       IF ACCT-STATUS = 'BLOCKED'
                           MOVE SNB-PRIOR-STATUS TO ACCT-STATUS
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
               MOVE SNB-ITEM-KEY TO WS-HOLD-ACCOUNT
               PERFORM REFRESH-AVAILABLE-BALANCE
               IF WS-ACCT-MASTER-STATUS = '00'
                   MOVE 'SANC-RELEASE' TO WS-CHG-TYPE
                   PERFORM WRITE-ACCOUNT-CHANGE
               END-IF
               ADD 1 TO WS-ACCOUNTS-CHANGED
           ELSE
               MOVE SNB-ITEM-KEY TO CRD-CARD-KEY
               READ CARD-MASTER
                   NOT INVALID KEY
                       IF CRD-STATUS = 'BLOCKED'
                           MOVE SNB-PRIOR-STATUS TO CRD-STATUS
                           REWRITE CARD-MASTER-RECORD
                       END-IF
               END-READ
               IF SNB-HOT-ADDED = 'Y'
                   MOVE SNB-ITEM-KEY TO HOT-CARD-KEY
                   READ HOT-CARD-FILE
                       NOT INVALID KEY
                           IF HOT-SOURCE = 'SANCTIONS'
                               DELETE HOT-CARD-FILE RECORD
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO WS-CARDS-CHANGED
           END-IF

           MOVE 'RELEASED' TO SNB-STATUS
           MOVE WS-TODAY TO SNB-RELEASED-DATE
           REWRITE BLOCK-RECORD

           MOVE 'SANC-UNBLOCK' TO WS-AJ-ACTION
           MOVE SNB-ITEM-KEY TO WS-AJ-KEY
           MOVE 'BLOCKED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(SNB-PRIOR-STATUS) ' ' SNB-MATCH-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       FIND-NEXT-HOLD-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
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
           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
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

       REFRESH-AVAILABLE-BALANCE.
           PERFORM SUM-ACTIVE-HOLDS
           MOVE WS-HOLD-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   COMPUTE ACCT-AVAIL-BALANCE =
                       ACCT-BALANCE - WS-ACTIVE-HOLD-TOTAL
                   REWRITE ACCOUNT-RECORD
           END-READ.

       RESOLVE-TOKEN-USER.
           OPEN INPUT TOKEN-STORE
           IF WS-TOKEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TOKEN TO TOKEN-ID
           READ TOKEN-STORE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TOKEN-STATUS = 'ACTIVE'
                       MOVE TOKEN-USER TO WS-ACTING-USER
                   END-IF
           END-READ
           CLOSE TOKEN-STORE.

       CHECK-REVIEW-ENTITLEMENT.
           MOVE 'N' TO WS-REVIEWER-OK

           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTING-USER TO USER-ID
           READ USER-MASTER
               INVALID KEY
                   CLOSE USER-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-MASTER

           MOVE 'N' TO WS-ENTITLEMENT-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENTITLEMENT-EOF = 'Y'
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-ENTITLEMENT-EOF
                   NOT AT END
                       IF ENT-ROLE = USER-ROLE AND
                          ENT-PERMISSION = 'SANCTIONS-REVIEW'
                           MOVE 'Y' TO WS-REVIEWER-OK
                           MOVE 'Y' TO WS-ENTITLEMENT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITLEMENT-FILE.

       WRITE-AUDIT-ENTRY.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               IF WS-ACTION = 'RESCREEN'
                   STRING '{"status":"SUCCESS",'
                       '"action":"RESCREEN",'
                       '"mode":"' FUNCTION TRIM(WS-IN-MODE) '",'
                       '"entries_screened":' WS-WL-IN-SCOPE-COUNT ','
                       '"customers_screened":' WS-CUSTOMERS-SCREENED
                       ','
                       '"owners_screened":' WS-OWNERS-SCREENED ','
                       '"beneficial_owners_screened":' WS-BO-SCREENED
                       ','
                       '"matches_queued":' WS-MATCHES-QUEUED ','
                       '"matches_open":' WS-MATCHES-OPEN
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"match_id":"' FUNCTION TRIM(SNM-MATCH-ID)
                       '",'
                       '"customer_id":"' FUNCTION TRIM(SNM-CUSTOMER-ID)
                       '",'
                       '"match_status":"' FUNCTION TRIM(SNM-STATUS)
                       '",'
                       '"accounts":' WS-ACCOUNTS-CHANGED ','
                       '"cards":' WS-CARDS-CHANGED
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           ELSE
               STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.

      * Same change-data-capture record ACCOUNT-MAINTENANCE writes, so
      * the status change reaches MAINFRAME-SYNC's delta sync and
      * ACCOUNT-RECOVERY's roll-forward.
       WRITE-ACCOUNT-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF

           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-CHG-TIME

           MOVE ACCT-NUMBER TO CHG-ACCOUNT
           MOVE WS-CHG-TYPE TO CHG-TYPE
           COMPUTE CHG-TIMESTAMP =
               WS-CHG-DATE * 1000000 + WS-CHG-TIME
           MOVE ACCT-BALANCE TO CHG-BEFORE-BAL
           MOVE ACCT-BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD

           CLOSE CHANGE-LOG-FILE.
