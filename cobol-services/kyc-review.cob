      * rewritten to REVIEW and the customer lands on the compliance
      * worklist (kyc-review-worklist.txt) so the queue is worked, not
      * guessed at. JSON summary in kyc-review-output.json.
      *
      * A business with beneficial owners on beneficial-owners.dat
      * takes on its riskiest owner's profile: an owner or control
      * person rating HIGH adds 2 to the business's score, MEDIUM
      * adds 1. Owners without activity of their own are taken at
      * their last rating on kyc-review.dat.
      *
      * The rating drives controls elsewhere: a HIGH customer's
      * accounts are held to the HIGHRISK limit profile on
      * trans-limits.dat (batch posting and ATM), get AMOUNT-OVER
      * stream alerts at a lower amount, and are judged by
      * STRUCTURING-SCAN at a lower threshold over a longer window.
      * Every rating change is listed on kyc-control-changes.txt
      * with the accounts whose controls were tightened or relaxed.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO 'kyc-control-changes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMITS-FILE ASSIGN TO 'trans-limits.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO 'beneficial-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-BO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-RECORD   PIC X(132).

       FD  LIMITS-FILE.
       01  LIMIT-RECORD.
           05  LIM-KEY             PIC X(20).
           05  LIM-SINGLE-MAX      PIC S9(10)V99 COMP-3.
           05  LIM-DAILY-MAX       PIC S9(10)V99 COMP-3.
           05  LIM-DAILY-COUNT     PIC 9(5).

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
       01  WS-KYC-STATUS           PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
               10  WS-CR-CASH-VOL  PIC S9(12)V99.
               10  WS-CR-ACCT-CNT  PIC 9(4).
               10  WS-CR-NEWEST-OPEN PIC 9(8).
               10  WS-CR-BASE-SCORE PIC 9(3).
       01  WS-CR-IDX               PIC 9(4).
       01  WS-CR-SLOT              PIC 9(4).
       01  WS-CR-LOOKUP-ID         PIC X(10).
       01  WS-REVIEW-DAYS          PIC 9(4).
       01  WS-NEWEST-AGE-DAYS      PIC 9(8).

      * Beneficial owner risk folded into the business score.
       01  WS-BO-FILE-STATUS       PIC XX.
       01  WS-BO-OPEN              PIC X VALUE 'N'.
       01  WS-BO-EOF               PIC X.
       01  WS-BO-ADD               PIC 9(1).
       01  WS-BO-OWNER-ADD         PIC 9(1).
       01  WS-BO-OWNER-SCORE       PIC 9(3).
       01  WS-BO-IDX               PIC 9(4).

      * Rating changes and the controls they move.
       01  WS-LIMITS-STATUS        PIC XX.
       01  WS-LIMITS-OPEN          PIC X VALUE 'N'.
       01  WS-ACCTS-OPEN           PIC X VALUE 'N'.
       01  WS-PRIOR-RATING         PIC X(6).
       01  WS-CONTROL-ACTION       PIC X(10).
       01  WS-RISK-PROFILE-KEY     PIC X(20).
       01  WS-CONTROL-EOF          PIC X.

       01  WS-RUN-STATS.
           05  WS-CUSTOMERS-SCORED PIC 9(9) VALUE 0.
           05  WS-RATED-LOW        PIC 9(9) VALUE 0.
           05  WS-RATED-MEDIUM     PIC 9(9) VALUE 0.
           05  WS-RATED-HIGH       PIC 9(9) VALUE 0.
           05  WS-REVIEWS-DUE      PIC 9(9) VALUE 0.
           05  WS-OWNER-RISK-RAISED PIC 9(9) VALUE 0.
           05  WS-RATING-CHANGES   PIC 9(9) VALUE 0.
           05  WS-CONTROLS-TIGHTENED PIC 9(9) VALUE 0.
           05  WS-CONTROLS-RELAXED PIC 9(9) VALUE 0.

       01  WS-JSON-OUTPUT          PIC X(1000).

           STRING 'KYC REVIEW WORKLIST - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF WS-BO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BO-OPEN
           END-IF
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS = '00'
               MOVE 'Y' TO WS-LIMITS-OPEN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-ACCTS-OPEN
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'KYC RISK CONTROL CHANGES - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

      * Every customer's own score first, so owners are known before
      * the businesses they own are rated.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               PERFORM COMPUTE-BASE-SCORE
           END-PERFORM
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               PERFORM SCORE-ONE-CUSTOMER
           END-PERFORM

           IF WS-BO-OPEN = 'Y'
               CLOSE BENEFICIAL-OWNER-FILE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'Rating changes: ' WS-RATING-CHANGES
                  '  Accounts tightened: ' WS-CONTROLS-TIGHTENED
                  '  Accounts relaxed: ' WS-CONTROLS-RELAXED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           CLOSE CONTROL-REPORT
           IF WS-ACCTS-OPEN = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-LIMITS-OPEN = 'Y'
               CLOSE LIMITS-FILE
           END-IF

           MOVE SPACES TO WORKLIST-RECORD
           STRING 'Reviews due: ' WS-REVIEWS-DUE
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           CLOSE CUSTOMER-MASTER
           CLOSE KYC-FILE.

       COMPUTE-BASE-SCORE.
           MOVE 0 TO WS-SCORE

           EVALUATE TRUE
                   ADD 1 TO WS-SCORE
               END-IF
           END-IF
           MOVE WS-SCORE TO WS-CR-BASE-SCORE(WS-CR-IDX).

       SCORE-ONE-CUSTOMER.
           MOVE WS-CR-BASE-SCORE(WS-CR-IDX) TO WS-SCORE
           IF WS-BO-OPEN = 'Y'
               PERFORM FOLD-OWNER-RISK
           END-IF

           EVALUATE TRUE
               WHEN WS-SCORE >= 5

           PERFORM UPSERT-KYC-RECORD.

      * The riskiest current owner or control person sets the add.
       FOLD-OWNER-RISK.
           MOVE 0 TO WS-BO-ADD
           MOVE 'N' TO WS-BO-EOF
           MOVE WS-CR-CUST-ID(WS-CR-IDX) TO BOW-BUSINESS-ID
           MOVE LOW-VALUES TO BOW-ROLE
           MOVE LOW-VALUES TO BOW-OWNER-ID
           START BENEFICIAL-OWNER-FILE KEY >= BOW-KEY
               INVALID KEY MOVE 'Y' TO WS-BO-EOF
           END-START
           PERFORM UNTIL WS-BO-EOF = 'Y'
               READ BENEFICIAL-OWNER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BO-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT =
                               WS-CR-CUST-ID(WS-CR-IDX)
                           MOVE 'Y' TO WS-BO-EOF
                       ELSE
                           IF BOW-STATUS = 'ACTIVE'
                               PERFORM RATE-ONE-OWNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BO-ADD > 0
               ADD WS-BO-ADD TO WS-SCORE
               ADD 1 TO WS-OWNER-RISK-RAISED
           END-IF.

       RATE-ONE-OWNER.
           MOVE 0 TO WS-BO-OWNER-SCORE
           MOVE 0 TO WS-BO-OWNER-ADD
           MOVE 0 TO WS-CR-SLOT
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-CR-COUNT
               IF WS-CR-CUST-ID(WS-BO-IDX) = BOW-OWNER-ID
                   MOVE WS-BO-IDX TO WS-CR-SLOT
               END-IF
           END-PERFORM
           IF WS-CR-SLOT > 0
               MOVE WS-CR-BASE-SCORE(WS-CR-SLOT) TO WS-BO-OWNER-SCORE
           ELSE
               MOVE BOW-OWNER-ID TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KYC-RISK-SCORE TO WS-BO-OWNER-SCORE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-BO-OWNER-SCORE >= 5
                   MOVE 2 TO WS-BO-OWNER-ADD
               WHEN WS-BO-OWNER-SCORE >= 3
                   MOVE 1 TO WS-BO-OWNER-ADD
           END-EVALUATE
           IF WS-BO-OWNER-ADD > WS-BO-ADD
               MOVE WS-BO-OWNER-ADD TO WS-BO-ADD
           END-IF.

       UPSERT-KYC-RECORD.
           MOVE WS-CR-CUST-ID(WS-CR-IDX) TO KYC-CUST-ID
           READ KYC-FILE
               INVALID KEY
                   MOVE SPACES TO WS-PRIOR-RATING
                   IF WS-RATING = 'HIGH'
                       PERFORM REPORT-CONTROL-CHANGE
                   END-IF
                   MOVE WS-CR-CUST-ID(WS-CR-IDX) TO KYC-CUST-ID
                   MOVE WS-RATING TO KYC-RISK-RATING
                   MOVE WS-SCORE TO KYC-RISK-SCORE
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE KYC-RISK-RATING TO WS-PRIOR-RATING
                   IF WS-PRIOR-RATING NOT = WS-RATING
                       PERFORM REPORT-CONTROL-CHANGE
                   END-IF
                   MOVE WS-RATING TO KYC-RISK-RATING
                   MOVE WS-SCORE TO KYC-RISK-SCORE
                   IF KYC-NEXT-REVIEW <= WS-TODAY
                   REWRITE KYC-RECORD
           END-READ.

      *----------------------------------------------------------------
      * Only the HIGH rating carries its own controls, so a move into
      * HIGH tightens every open account of the customer and a move
      * out of HIGH relaxes them; other moves change no control.
      *----------------------------------------------------------------
       REPORT-CONTROL-CHANGE.
           ADD 1 TO WS-RATING-CHANGES
           EVALUATE TRUE
               WHEN WS-RATING = 'HIGH'
                   MOVE 'TIGHTENED' TO WS-CONTROL-ACTION
               WHEN WS-PRIOR-RATING = 'HIGH'
                   MOVE 'RELAXED' TO WS-CONTROL-ACTION
               WHEN OTHER
                   MOVE 'UNCHANGED' TO WS-CONTROL-ACTION
           END-EVALUATE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CUSTOMER ' WS-CR-CUST-ID(WS-CR-IDX)
                  ' RATING ' WS-PRIOR-RATING ' -> ' WS-RATING
                  ' SCORE ' WS-SCORE
                  ' CONTROLS ' WS-CONTROL-ACTION
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           IF WS-CONTROL-ACTION = 'UNCHANGED' OR
              WS-ACCTS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CONTROL-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY MOVE 'Y' TO WS-CONTROL-EOF
           END-START
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF ACCT-CUSTOMER-ID = WS-CR-CUST-ID(WS-CR-IDX)
                          AND ACCT-STATUS NOT = 'CLOSED'
                           PERFORM REPORT-ACCOUNT-CONTROLS
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ACCOUNT-CONTROLS.
           IF WS-CONTROL-ACTION = 'TIGHTENED'
               ADD 1 TO WS-CONTROLS-TIGHTENED
           ELSE
               ADD 1 TO WS-CONTROLS-RELAXED
           END-IF
           MOVE SPACES TO WS-RISK-PROFILE-KEY
           STRING 'HIGHRISK-' ACCT-TYPE
               DELIMITED BY SPACE INTO WS-RISK-PROFILE-KEY
           IF WS-LIMITS-OPEN = 'Y'
               MOVE WS-RISK-PROFILE-KEY TO LIM-KEY
               READ LIMITS-FILE
                   INVALID KEY
                       MOVE 'HIGHRISK' TO LIM-KEY
                       READ LIMITS-FILE
                           INVALID KEY
                               MOVE 'NONE ON FILE'
                                   TO WS-RISK-PROFILE-KEY
                           NOT INVALID KEY
                               MOVE 'HIGHRISK' TO WS-RISK-PROFILE-KEY
                       END-READ
               END-READ
           ELSE
               MOVE 'NONE ON FILE' TO WS-RISK-PROFILE-KEY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  ACCOUNT ' ACCT-NUMBER ' ' WS-CONTROL-ACTION
                  ' LIMIT PROFILE ' WS-RISK-PROFILE-KEY
                  ' STREAM ALERT AMOUNT, STRUCTURING SCAN'
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       STAMP-NEXT-REVIEW.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-REVIEW-DAYS
               '"rated_medium":' WS-RATED-MEDIUM ','
               '"rated_high":' WS-RATED-HIGH ','
               '"reviews_due":' WS-REVIEWS-DUE ','
               '"raised_by_owners":' WS-OWNER-RISK-RAISED ','
               '"rating_changes":' WS-RATING-CHANGES ','
               '"accounts_tightened":' WS-CONTROLS-TIGHTENED ','
               '"accounts_relaxed":' WS-CONTROLS-RELAXED ','
               '"control_report":"kyc-control-changes.txt",'
               '"worklist":"kyc-review-worklist.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
