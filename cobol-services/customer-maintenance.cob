      * INQUIRY); the result is written to customer-maint-output.json.
      * CTR reporting and the mainframe sync responses join against
      * this file.
      *
      * DECEASED records a death notification ("date_of_death") on
      * customer-deceased.dat and sets KYC status DECEASED, then
      * works through everything the customer touches: solely owned
      * accounts go to status ESTATE; on joint accounts the deceased
      * owner slot in account-owners.dat becomes DECEASED and, where
      * the deceased was primary, the first surviving owner becomes
      * PRIMARY and the ACCT-CUSTOMER-ID; standing orders funded from
      * sole accounts are SUSPENDED; cards on the customer's
      * accounts are blocked and added to hot-cards.dat; federal
      * benefit ACH credits dated after the death are queued on
      * ach-return-requests.dat for ACH-PROCESSOR to return (R15).
      * Every change is listed on deceased-checklist.txt for the
      * estate file.
      *
      * TIN certification: "tin_status" (CERTIFIED, UNCERTIFIED or
      * B-NOTICE) and "tin_cert_date" on CREATE/UPDATE maintain
      * CUST-TIN-STATUS / CUST-TIN-CERT-DATE. A new customer with no
      * W-9 on file starts UNCERTIFIED. UNCERTIFIED and B-NOTICE
      * customers are subject to backup withholding on interest in
      * the batch capitalization run. BWH-REPORT lists every
      * customer currently subject on backup-withholding-report.txt.
      *
      * Beneficial ownership (CDD) for business customers lives on
      * beneficial-owners.dat: each individual CUST-ID owning 25% or
      * more (role OWNER, with "ownership_pct") and the one control
      * person (role CONTROL). BO-ADD and BO-REMOVE maintain the
      * list; BO-CERTIFY stamps the certification date
      * ("cert_date", default today) on every current row.
      * ACCOUNT-MAINTENANCE will not open a COMMERCIAL account
      * without a current certification.
      *
      * The do-not-solicit register (do-not-solicit.dat) records a
      * customer's request not to be marketed to: DNS-ADD with an
      * optional "reason" puts the customer on it, DNS-REMOVE takes
      * them off again. CROSS-SELL-LEADS issues no lead to a
      * customer on the register.
      *
      * Correspondence preferences on CREATE/UPDATE: "delivery_pref"
      * (PAPER or EMAIL, new customers default to PAPER),
      * "email_consent" (Y/N) and "returned_mail" (Y when the post
      * office returns mail as undeliverable, N once resolved; the
      * date is stamped on CUST-RETURNED-DATE). A new address clears
      * the returned-mail flag. NOTICE-RENDER routes every queued
      * customer notice by these fields.
      *
      * Address moves due on a later date are entered through
      * MAINTENANCE-SCHEDULER and applied by the batch on the day,
      * journaled as CUST-UPDATE like an UPDATE here.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT DUAL-CONTROL-CFG ASSIGN TO 'dual-control.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-CFG-STATUS.
           SELECT DECEASED-FILE ASSIGN TO 'customer-deceased.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DEC-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.
           SELECT DECEASED-CHECKLIST ASSIGN TO 'deceased-checklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHHOLDING-REPORT
               ASSIGN TO 'backup-withholding-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'account-change-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standing-orders.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SO-FILE-STATUS.
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
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT RETURN-REQUEST-FILE
               ASSIGN TO 'ach-return-requests.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARQ-KEY
               FILE STATUS IS WS-RETURN-REQ-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO 'beneficial-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-BO-FILE-STATUS.
           SELECT DNS-FILE ASSIGN TO 'do-not-solicit.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DNS-CUST-ID
               FILE STATUS IS WS-DNS-STATUS.

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
       01  DUAL-CONTROL-RECORD.
           05  DCC-ACTION          PIC X(12).

       FD  DECEASED-FILE.
       01  DECEASED-RECORD.
           05  DEC-CUST-ID         PIC X(10).
           05  DEC-DATE-OF-DEATH   PIC 9(8).
           05  DEC-NOTIFIED-DATE   PIC 9(8).
           05  DEC-NOTIFIED-BY     PIC X(30).
           05  DEC-PRIOR-KYC       PIC X(10).

       FD  DECEASED-CHECKLIST.
       01  CHECKLIST-RECORD        PIC X(132).

       FD  WITHHOLDING-REPORT.
       01  WITHHOLDING-REPORT-RECORD PIC X(132).

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

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-KEY              PIC 9(6).
           05  SO-FROM-ACCT        PIC X(20).
           05  SO-TO-ACCT          PIC X(20).
           05  SO-AMOUNT           PIC S9(10)V99 COMP-3.
           05  SO-FREQUENCY        PIC X(1).
           05  SO-NEXT-RUN         PIC 9(8).
           05  SO-END-DATE         PIC 9(8).
           05  SO-STATUS           PIC X(10).

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

       FD  RETURN-REQUEST-FILE.
       01  RETURN-REQUEST-RECORD.
           05  ARQ-KEY.
               10  ARQ-ACCOUNT     PIC X(20).
               10  ARQ-TRANS-KEY   PIC X(20).
           05  ARQ-TRACE           PIC X(30).
           05  ARQ-ENTRY-DATE      PIC 9(8).
           05  ARQ-AMOUNT          PIC S9(10)V99 COMP-3.
           05  ARQ-RETURN-CODE     PIC X(3).
           05  ARQ-REASON          PIC X(30).
           05  ARQ-STATUS          PIC X(10).
           05  ARQ-REQUESTED-DATE  PIC 9(8).
           05  ARQ-RETURNED-DATE   PIC 9(8).

      * Role OWNER (25% or more) or CONTROL; status ACTIVE or
      * REMOVED. The certification date is the business's latest
      * certification and is the same on every current row.
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

       FD  DNS-FILE.
       01  DNS-RECORD.
           05  DNS-CUST-ID         PIC X(10).
           05  DNS-STATUS          PIC X(10).
           05  DNS-REASON          PIC X(30).
           05  DNS-ADDED-DATE      PIC 9(8).
           05  DNS-ADDED-BY        PIC X(30).
           05  DNS-REMOVED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-DC-CFG-STATUS        PIC XX.
           05  WS-IN-EMAIL         PIC X(50).
           05  WS-IN-KYC-STATUS    PIC X(10).
           05  WS-IN-SURVIVOR-ID   PIC X(10).
           05  WS-IN-TIN-STATUS    PIC X(10).
           05  WS-IN-DELIVERY-PREF PIC X(5).
           05  WS-IN-EMAIL-CONSENT PIC X(1).
           05  WS-IN-RETURNED-MAIL PIC X(1).

      * TIN certification. Spaces on a record converted from before
      * the field existed means not yet reviewed - not withheld.
       01  WS-IN-TIN-CERT-DATE     PIC 9(8) VALUE 0.
       01  WS-TIN-BEFORE           PIC X(10).
       01  WS-BWH-EOF              PIC X.
       01  WS-BWH-SUBJECT-COUNT    PIC 9(7) VALUE 0.

      * Deceased notification.
       01  WS-IN-DATE-OF-DEATH     PIC 9(8) VALUE 0.
       01  WS-DECEASED-STATUS      PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-SO-FILE-STATUS       PIC XX.
       01  WS-CARD-MASTER-STATUS   PIC XX.
       01  WS-HOT-CARD-STATUS      PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-RETURN-REQ-STATUS    PIC XX.
       01  WS-DEC-EOF              PIC X.
       01  WS-DEC-PRIOR-KYC        PIC X(10).
       01  WS-DEC-CANDIDATE        PIC X(20).
       01  WS-DEC-MATCH            PIC X.
       01  WS-DEC-SOLE-ONLY        PIC X VALUE 'N'.
       01  WS-DEC-WAS-PRIMARY      PIC X.
       01  WS-DEC-SURVIVOR-ID      PIC X(10).
       01  WS-DEC-SURVIVOR-SEQ     PIC 9(2).
       01  WS-DEC-OLD-STATUS       PIC X(10).
       01  WS-DEC-ACCOUNT-COUNT    PIC 9(2) VALUE 0.
       01  WS-DEC-ACCOUNT-TABLE.
           05  WS-DA-ENTRY OCCURS 30 TIMES.
               10  WS-DA-ACCOUNT   PIC X(20).
               10  WS-DA-OTHER-OWNERS PIC 9(2).
       01  WS-DA-IDX               PIC 9(2).
       01  WS-DA-SCAN-IDX          PIC 9(2).
       01  WS-DEC-COUNTS.
           05  WS-DEC-ESTATE       PIC 9(3) VALUE 0.
           05  WS-DEC-JOINT        PIC 9(3) VALUE 0.
           05  WS-DEC-SO-SUSPENDED PIC 9(5) VALUE 0.
           05  WS-DEC-CARDS        PIC 9(5) VALUE 0.
           05  WS-DEC-RETURNS      PIC 9(5) VALUE 0.
           05  WS-DEC-DROPPED      PIC 9(3) VALUE 0.
       01  WS-CHG-BEFORE           PIC S9(12)V99.
       01  WS-CHG-TIME-RAW         PIC 9(8).
       01  WS-CHG-TIME             PIC 9(6).
       01  WS-DEC-DISPLAY-AMOUNT   PIC -(10)9.99.

      * Beneficial ownership maintenance.
       01  WS-BO-FILE-STATUS       PIC XX.
       01  WS-BO-EOF               PIC X.
       01  WS-IN-OWNER-ID          PIC X(10).
       01  WS-IN-BO-ROLE           PIC X(10).
       01  WS-IN-OWNERSHIP-PCT     PIC 9(3)V99 VALUE 0.
       01  WS-IN-BO-CERT-DATE      PIC 9(8) VALUE 0.
       01  WS-BO-MIN-PCT           PIC 9(3)V99 VALUE 25.
       01  WS-BO-OWNER-COUNT       PIC 9(3) VALUE 0.
       01  WS-BO-CONTROL-ID        PIC X(10).
       01  WS-BO-PCT-TOTAL         PIC 9(5)V99 VALUE 0.
       01  WS-BO-CERT-DATE         PIC 9(8) VALUE 0.
       01  WS-BO-ROWS-CERTIFIED    PIC 9(3) VALUE 0.
       01  WS-JSON-PCT             PIC ZZ9.99.

      * Correspondence preferences, before and after an UPDATE.
       01  WS-CONTACT-BEFORE       PIC X(20).
       01  WS-CONTACT-AFTER        PIC X(20).

      * Do-not-solicit register maintenance.
       01  WS-DNS-STATUS           PIC XX.
       01  WS-IN-DNS-REASON        PIC X(30).

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.
                       PERFORM INQUIRE-CUSTOMER
                   WHEN 'MERGE'
                       PERFORM MERGE-CUSTOMER
                   WHEN 'DECEASED'
                       PERFORM RECORD-DECEASED-CUSTOMER
                   WHEN 'BWH-REPORT'
                       PERFORM LIST-WITHHOLDING-CUSTOMERS
                   WHEN 'BO-ADD'
                       PERFORM ADD-BENEFICIAL-OWNER
                   WHEN 'BO-REMOVE'
                       PERFORM REMOVE-BENEFICIAL-OWNER
                   WHEN 'BO-CERTIFY'
                       PERFORM CERTIFY-BENEFICIAL-OWNERS
                   WHEN 'DNS-ADD'
                       PERFORM ADD-DO-NOT-SOLICIT
                   WHEN 'DNS-REMOVE'
                       PERFORM REMOVE-DO-NOT-SOLICIT
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           PERFORM EXTRACT-EMAIL
           PERFORM EXTRACT-KYC-STATUS
           PERFORM EXTRACT-SURVIVOR-ID
           PERFORM EXTRACT-DATE-OF-DEATH
           PERFORM EXTRACT-TIN-FIELDS
           PERFORM EXTRACT-BO-FIELDS
           PERFORM EXTRACT-DNS-REASON
           PERFORM EXTRACT-CONTACT-PREFS
           PERFORM EXTRACT-USER.

       EXTRACT-CONTACT-PREFS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"delivery_pref":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DELIVERY-PREF
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"email_consent":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-EMAIL-CONSENT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"returned_mail":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-RETURNED-MAIL
           END-IF.

       EXTRACT-DNS-REASON.
           MOVE SPACES TO WS-IN-DNS-REASON
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DNS-REASON
           END-IF.

       EXTRACT-BO-FIELDS.
           MOVE SPACES TO WS-IN-OWNER-ID
           MOVE SPACES TO WS-IN-BO-ROLE
           MOVE 0 TO WS-IN-OWNERSHIP-PCT
           MOVE 0 TO WS-IN-BO-CERT-DATE
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"owner_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-OWNER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"role":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-BO-ROLE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"ownership_pct":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-OWNERSHIP-PCT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"cert_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-BO-CERT-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-TIN-FIELDS.
           MOVE 0 TO WS-IN-TIN-CERT-DATE
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"tin_status":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TIN-STATUS
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"tin_cert_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-TIN-CERT-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-DATE-OF-DEATH.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"date_of_death":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DATE-OF-DEATH =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-TIN-STATUS
           PERFORM VALIDATE-CONTACT-PREFS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
                   IF WS-IN-KYC-STATUS = SPACES
                       MOVE 'PENDING' TO CUST-KYC-STATUS
                   END-IF
                   MOVE 'UNCERTIFIED' TO CUST-TIN-STATUS
                   MOVE 0 TO CUST-TIN-CERT-DATE
                   IF WS-IN-TIN-STATUS NOT = SPACES
                       PERFORM APPLY-TIN-CERTIFICATION
                   END-IF
                   MOVE 'PAPER' TO CUST-DELIVERY-PREF
                   MOVE 'N' TO CUST-EMAIL-CONSENT
                   MOVE 'N' TO CUST-RETURNED-MAIL
                   MOVE 0 TO CUST-RETURNED-DATE
                   PERFORM APPLY-CONTACT-PREFS
                   WRITE CUSTOMER-RECORD
                   MOVE 'CUST-CREATE' TO WS-AJ-ACTION
                   MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           END-READ.

       UPDATE-CUSTOMER.
           PERFORM VALIDATE-TIN-STATUS
           PERFORM VALIDATE-CONTACT-PREFS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   STRING FUNCTION TRIM(CUST-NAME) ' '
                          FUNCTION TRIM(CUST-ADDRESS)
                       DELIMITED BY SIZE INTO WS-AJ-BEFORE
                   MOVE CUST-TIN-STATUS TO WS-TIN-BEFORE
                   MOVE SPACES TO WS-CONTACT-BEFORE
                   STRING CUST-DELIVERY-PREF ' ' CUST-EMAIL-CONSENT
                          ' ' CUST-RETURNED-MAIL
                       DELIMITED BY SIZE INTO WS-CONTACT-BEFORE
                   PERFORM APPLY-NONBLANK-FIELDS
                   REWRITE CUSTOMER-RECORD
                   MOVE 'CUST-UPDATE' TO WS-AJ-ACTION
                          FUNCTION TRIM(CUST-ADDRESS)
                       DELIMITED BY SIZE INTO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-ENTRY
                   IF WS-IN-TIN-STATUS NOT = SPACES
                       PERFORM AUDIT-TIN-CHANGE
                   END-IF
                   PERFORM AUDIT-CONTACT-CHANGE
           END-READ.

      * Only the three IRS standings are accepted; anything else would
      * silently fall outside the withholding test.
       VALIDATE-TIN-STATUS.
           IF WS-IN-TIN-STATUS NOT = SPACES AND
              WS-IN-TIN-STATUS NOT = 'CERTIFIED' AND
              WS-IN-TIN-STATUS NOT = 'UNCERTIFIED' AND
              WS-IN-TIN-STATUS NOT = 'B-NOTICE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'tin_status must be CERTIFIED/UNCERTIFIED/B-NOTICE'
                   TO WS-ERROR-MESSAGE
           END-IF.

      * The certification date is the W-9 signature date (or B-notice
      * receipt date); today when the caller does not supply one.
       APPLY-TIN-CERTIFICATION.
           MOVE WS-IN-TIN-STATUS TO CUST-TIN-STATUS
           IF WS-IN-TIN-CERT-DATE = 0
               MOVE WS-TODAY TO CUST-TIN-CERT-DATE
           ELSE
               MOVE WS-IN-TIN-CERT-DATE TO CUST-TIN-CERT-DATE
           END-IF.

      * Delivery is PAPER or EMAIL; blank on a converted record reads
      * as PAPER.
       VALIDATE-CONTACT-PREFS.
           IF WS-IN-DELIVERY-PREF NOT = SPACES AND
              WS-IN-DELIVERY-PREF NOT = 'PAPER' AND
              WS-IN-DELIVERY-PREF NOT = 'EMAIL'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'delivery_pref must be PAPER or EMAIL'
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-IN-EMAIL-CONSENT NOT = SPACES AND
              WS-IN-EMAIL-CONSENT NOT = 'Y' AND
              WS-IN-EMAIL-CONSENT NOT = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'email_consent must be Y or N'
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-IN-RETURNED-MAIL NOT = SPACES AND
              WS-IN-RETURNED-MAIL NOT = 'Y' AND
              WS-IN-RETURNED-MAIL NOT = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'returned_mail must be Y or N'
                   TO WS-ERROR-MESSAGE
           END-IF.

      * Mail returned from an old address says nothing about a new
      * one, so an address change clears the flag unless the same
      * request sets it.
       APPLY-CONTACT-PREFS.
           IF WS-IN-DELIVERY-PREF NOT = SPACES
               MOVE WS-IN-DELIVERY-PREF TO CUST-DELIVERY-PREF
           END-IF
           IF WS-IN-EMAIL-CONSENT NOT = SPACES
               MOVE WS-IN-EMAIL-CONSENT TO CUST-EMAIL-CONSENT
           END-IF
           IF WS-IN-RETURNED-MAIL NOT = SPACES
               IF WS-IN-RETURNED-MAIL = 'Y'
                   IF CUST-RETURNED-MAIL NOT = 'Y'
                       MOVE WS-TODAY TO CUST-RETURNED-DATE
                   END-IF
               ELSE
                   MOVE 0 TO CUST-RETURNED-DATE
               END-IF
               MOVE WS-IN-RETURNED-MAIL TO CUST-RETURNED-MAIL
           ELSE
               IF WS-IN-ADDRESS NOT = SPACES
                   MOVE 'N' TO CUST-RETURNED-MAIL
                   MOVE 0 TO CUST-RETURNED-DATE
               END-IF
           END-IF.

       AUDIT-CONTACT-CHANGE.
           MOVE SPACES TO WS-CONTACT-AFTER
           STRING CUST-DELIVERY-PREF ' ' CUST-EMAIL-CONSENT
                  ' ' CUST-RETURNED-MAIL
               DELIMITED BY SIZE INTO WS-CONTACT-AFTER
           IF WS-CONTACT-AFTER = WS-CONTACT-BEFORE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CUST-CONTACT' TO WS-AJ-ACTION
           MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           MOVE WS-CONTACT-BEFORE TO WS-AJ-BEFORE
           MOVE WS-CONTACT-AFTER TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       AUDIT-TIN-CHANGE.
           MOVE 'CUST-TIN' TO WS-AJ-ACTION
           MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           MOVE WS-TIN-BEFORE TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(CUST-TIN-STATUS) ' '
                  CUST-TIN-CERT-DATE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       MOVE-INPUT-TO-RECORD.
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           MOVE WS-IN-NAME TO CUST-NAME
           END-IF
           IF WS-IN-KYC-STATUS NOT = SPACES
               MOVE WS-IN-KYC-STATUS TO CUST-KYC-STATUS
           END-IF
           IF WS-IN-TIN-STATUS NOT = SPACES
               PERFORM APPLY-TIN-CERTIFICATION
           END-IF
           PERFORM APPLY-CONTACT-PREFS.

       INQUIRE-CUSTOMER.
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * BWH-REPORT: every customer whose interest is currently subject
      * to backup withholding - no certified W-9 on file, or a
      * B-notice received - for the tax operations follow-up.
      *----------------------------------------------------------------
       LIST-WITHHOLDING-CUSTOMERS.
           MOVE 0 TO WS-BWH-SUBJECT-COUNT
           OPEN OUTPUT WITHHOLDING-REPORT
           MOVE SPACES TO WITHHOLDING-REPORT-RECORD
           STRING 'CUSTOMERS SUBJECT TO BACKUP WITHHOLDING - RUN DATE '
                  WS-TODAY
               DELIMITED BY SIZE INTO WITHHOLDING-REPORT-RECORD
           WRITE WITHHOLDING-REPORT-RECORD
           MOVE SPACES TO WITHHOLDING-REPORT-RECORD
           STRING 'CUSTOMER   TIN STATUS  STATUS DATE  NAME'
               DELIMITED BY SIZE INTO WITHHOLDING-REPORT-RECORD
           WRITE WITHHOLDING-REPORT-RECORD

           MOVE 'N' TO WS-BWH-EOF
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER KEY >= CUST-ID
               INVALID KEY MOVE 'Y' TO WS-BWH-EOF
           END-START
           PERFORM UNTIL WS-BWH-EOF = 'Y'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BWH-EOF
                   NOT AT END
                       IF CUST-TIN-STATUS = 'UNCERTIFIED' OR
                          CUST-TIN-STATUS = 'B-NOTICE'
                           PERFORM WRITE-WITHHOLDING-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WITHHOLDING-REPORT-RECORD
           STRING 'CUSTOMERS SUBJECT: ' WS-BWH-SUBJECT-COUNT
               DELIMITED BY SIZE INTO WITHHOLDING-REPORT-RECORD
           WRITE WITHHOLDING-REPORT-RECORD
           CLOSE WITHHOLDING-REPORT.

       WRITE-WITHHOLDING-LINE.
           ADD 1 TO WS-BWH-SUBJECT-COUNT
           MOVE SPACES TO WITHHOLDING-REPORT-RECORD
           STRING CUST-ID ' ' CUST-TIN-STATUS '  '
                  CUST-TIN-CERT-DATE '     '
                  FUNCTION TRIM(CUST-NAME)
               DELIMITED BY SIZE INTO WITHHOLDING-REPORT-RECORD
           WRITE WITHHOLDING-REPORT-RECORD.

      *----------------------------------------------------------------
      * Beneficial ownership. customer_id is the business; owner_id
      * an individual already on the customer master. Owners must
      * hold 25% or more and cannot add up past 100%; a business has
      * exactly one control person, who may also be an owner.
      *----------------------------------------------------------------
       ADD-BENEFICIAL-OWNER.
           IF WS-IN-CUSTOMER-ID = SPACES OR WS-IN-OWNER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id and owner_id are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-OWNER-ID = WS-IN-CUSTOMER-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'A business cannot be its own beneficial owner'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BO-ROLE NOT = 'OWNER' AND
              WS-IN-BO-ROLE NOT = 'CONTROL'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'role must be OWNER or CONTROL' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BO-ROLE = 'OWNER' AND
              (WS-IN-OWNERSHIP-PCT < WS-BO-MIN-PCT OR
               WS-IN-OWNERSHIP-PCT > 100)
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'ownership_pct must be 25 to 100 for an OWNER'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Owner not on customer master'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           PERFORM OPEN-BENEFICIAL-OWNERS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-BENEFICIAL-OWNERS
           IF WS-IN-BO-ROLE = 'CONTROL' AND
              WS-BO-CONTROL-ID NOT = SPACES AND
              WS-BO-CONTROL-ID NOT = WS-IN-OWNER-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Remove the current control person first'
                   TO WS-ERROR-MESSAGE
               CLOSE BENEFICIAL-OWNER-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BO-ROLE = 'OWNER' AND
              WS-BO-PCT-TOTAL + WS-IN-OWNERSHIP-PCT > 100
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Ownership would exceed 100 percent'
                   TO WS-ERROR-MESSAGE
               CLOSE BENEFICIAL-OWNER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE WS-IN-BO-ROLE TO BOW-ROLE
           MOVE WS-IN-OWNER-ID TO BOW-OWNER-ID
           READ BENEFICIAL-OWNER-FILE
               INVALID KEY
                   PERFORM FILL-BENEFICIAL-OWNER
                   WRITE BENEFICIAL-OWNER-RECORD
               NOT INVALID KEY
                   IF BOW-STATUS = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Owner already recorded in that role'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM FILL-BENEFICIAL-OWNER
                       REWRITE BENEFICIAL-OWNER-RECORD
                   END-IF
           END-READ
           IF WS-STATUS = 'SUCCESS'
               MOVE 'CUST-BO-ADD' TO WS-AJ-ACTION
               MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
               MOVE SPACES TO WS-AJ-BEFORE
               MOVE WS-IN-OWNERSHIP-PCT TO WS-JSON-PCT
               MOVE SPACES TO WS-AJ-AFTER
               STRING FUNCTION TRIM(WS-IN-BO-ROLE) ' '
                      WS-IN-OWNER-ID ' PCT ' WS-JSON-PCT
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM SUM-BENEFICIAL-OWNERS
           END-IF
           CLOSE BENEFICIAL-OWNER-FILE.

      * A new owner row carries the certification date only when one
      * is supplied; otherwise the business needs a fresh BO-CERTIFY.
       FILL-BENEFICIAL-OWNER.
           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE WS-IN-BO-ROLE TO BOW-ROLE
           MOVE WS-IN-OWNER-ID TO BOW-OWNER-ID
           MOVE WS-IN-OWNERSHIP-PCT TO BOW-OWNERSHIP-PCT
           MOVE WS-IN-BO-CERT-DATE TO BOW-CERT-DATE
           MOVE 'ACTIVE' TO BOW-STATUS
           MOVE WS-TODAY TO BOW-ADDED-DATE
           MOVE 0 TO BOW-REMOVED-DATE.

       REMOVE-BENEFICIAL-OWNER.
           PERFORM OPEN-BENEFICIAL-OWNERS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE WS-IN-BO-ROLE TO BOW-ROLE
           MOVE WS-IN-OWNER-ID TO BOW-OWNER-ID
           READ BENEFICIAL-OWNER-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Beneficial owner not found'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF BOW-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Beneficial owner already removed'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE 'REMOVED' TO BOW-STATUS
                       MOVE WS-TODAY TO BOW-REMOVED-DATE
                       REWRITE BENEFICIAL-OWNER-RECORD
                       MOVE 'CUST-BO-DEL' TO WS-AJ-ACTION
                       MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
                       MOVE SPACES TO WS-AJ-BEFORE
                       STRING FUNCTION TRIM(BOW-ROLE) ' '
                              BOW-OWNER-ID
                           DELIMITED BY SIZE INTO WS-AJ-BEFORE
                       MOVE 'REMOVED' TO WS-AJ-AFTER
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
           END-READ
           PERFORM SUM-BENEFICIAL-OWNERS
           CLOSE BENEFICIAL-OWNER-FILE.

      * The certification covers the list as it stands, so it needs
      * the control person on file.
       CERTIFY-BENEFICIAL-OWNERS.
           PERFORM OPEN-BENEFICIAL-OWNERS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-BENEFICIAL-OWNERS
           IF WS-BO-CONTROL-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No control person on file to certify'
                   TO WS-ERROR-MESSAGE
               CLOSE BENEFICIAL-OWNER-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BO-CERT-DATE = 0
               MOVE WS-TODAY TO WS-IN-BO-CERT-DATE
           END-IF

           MOVE 0 TO WS-BO-ROWS-CERTIFIED
           MOVE 'N' TO WS-BO-EOF
           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
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
                       IF BOW-BUSINESS-ID NOT = WS-IN-CUSTOMER-ID
                           MOVE 'Y' TO WS-BO-EOF
                       ELSE
                           IF BOW-STATUS = 'ACTIVE'
                               MOVE WS-IN-BO-CERT-DATE
                                   TO BOW-CERT-DATE
                               REWRITE BENEFICIAL-OWNER-RECORD
                               ADD 1 TO WS-BO-ROWS-CERTIFIED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-IN-BO-CERT-DATE TO WS-BO-CERT-DATE

           MOVE 'CUST-BO-CERT' TO WS-AJ-ACTION
           MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'CERTIFIED ' WS-IN-BO-CERT-DATE ' ROWS '
                  WS-BO-ROWS-CERTIFIED
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           CLOSE BENEFICIAL-OWNER-FILE.

       OPEN-BENEFICIAL-OWNERS.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BENEFICIAL-OWNER-FILE
           IF WS-BO-FILE-STATUS = '35'
               OPEN OUTPUT BENEFICIAL-OWNER-FILE
               CLOSE BENEFICIAL-OWNER-FILE
               OPEN I-O BENEFICIAL-OWNER-FILE
           END-IF
           IF WS-BO-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Beneficial ownership file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

      * Current owners, their combined percentage, the control
      * person and the certification date for the business.
       SUM-BENEFICIAL-OWNERS.
           MOVE 0 TO WS-BO-OWNER-COUNT
           MOVE 0 TO WS-BO-PCT-TOTAL
           MOVE SPACES TO WS-BO-CONTROL-ID
           MOVE 0 TO WS-BO-CERT-DATE
           MOVE 'N' TO WS-BO-EOF
           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
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
                       IF BOW-BUSINESS-ID NOT = WS-IN-CUSTOMER-ID
                           MOVE 'Y' TO WS-BO-EOF
                       ELSE
                           IF BOW-STATUS = 'ACTIVE'
                               IF BOW-ROLE = 'CONTROL'
                                   MOVE BOW-OWNER-ID
                                       TO WS-BO-CONTROL-ID
                               ELSE
                                   ADD 1 TO WS-BO-OWNER-COUNT
                                   ADD BOW-OWNERSHIP-PCT
                                       TO WS-BO-PCT-TOTAL
                               END-IF
                               MOVE BOW-CERT-DATE TO WS-BO-CERT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * MERGE: customer_id is the duplicate, survivor_id survives.
      * Every ACCOUNT-MASTER record pointing at the duplicate is
           WRITE MERGE-LOG-RECORD
           CLOSE MERGE-LOG.

      *----------------------------------------------------------------
      * DECEASED: one notification settles everything the customer
      * touches. The date of death is kept on customer-deceased.dat
      * (the master record has no room for it) and the KYC status
      * becomes DECEASED. Each account the customer owns - through
      * the ownership cross-reference or as ACCT-CUSTOMER-ID - is
      * sole (no other living owner) or joint. Sole accounts go to
      * ESTATE and their standing orders are suspended; on joint
      * accounts the survivor takes over as primary. Cards on any of
      * the accounts are blocked and hot-listed, and benefit credits
      * posted after the death are queued for return. Every change
      * lands on deceased-checklist.txt for the estate file.
      *----------------------------------------------------------------
       RECORD-DECEASED-CUSTOMER.
           IF WS-IN-CUSTOMER-ID = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DATE-OF-DEATH = 0 OR
              WS-IN-DATE-OF-DEATH > WS-TODAY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'date_of_death is missing or in the future'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF CUST-KYC-STATUS = 'DECEASED' OR
              CUST-KYC-STATUS = 'MERGED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Customer already '
                   FUNCTION TRIM(CUST-KYC-STATUS)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DECEASED-FILE
           IF WS-DECEASED-STATUS = '35'
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF
           IF WS-DECEASED-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Deceased file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-KYC-STATUS TO WS-DEC-PRIOR-KYC
           MOVE WS-IN-CUSTOMER-ID TO DEC-CUST-ID
           MOVE WS-IN-DATE-OF-DEATH TO DEC-DATE-OF-DEATH
           MOVE WS-TODAY TO DEC-NOTIFIED-DATE
           MOVE WS-IN-USER TO DEC-NOTIFIED-BY
           MOVE WS-DEC-PRIOR-KYC TO DEC-PRIOR-KYC
           WRITE DECEASED-RECORD
               INVALID KEY
                   REWRITE DECEASED-RECORD
           END-WRITE
           CLOSE DECEASED-FILE

           MOVE 'DECEASED' TO CUST-KYC-STATUS
           REWRITE CUSTOMER-RECORD

           INITIALIZE WS-DEC-COUNTS
           OPEN OUTPUT DECEASED-CHECKLIST
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'DECEASED CUSTOMER CHECKLIST  CUSTOMER '
               WS-IN-CUSTOMER-ID '  ' FUNCTION TRIM(CUST-NAME)
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'DATE OF DEATH ' WS-IN-DATE-OF-DEATH
               '  NOTIFIED ' WS-TODAY
               '  BY ' FUNCTION TRIM(WS-IN-USER)
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'CUSTOMER   ' WS-IN-CUSTOMER-ID
               '            KYC ' FUNCTION TRIM(WS-DEC-PRIOR-KYC)
               ' -> DECEASED'
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD

           PERFORM FIND-DECEASED-ACCOUNTS
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O OWNER-XREF
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DEC-ACCOUNT-COUNT
               PERFORM SETTLE-DECEASED-ACCOUNT
           END-PERFORM
           CLOSE OWNER-XREF
           CLOSE ACCOUNT-MASTER

           PERFORM SUSPEND-SOLE-STANDING-ORDERS
           PERFORM HOT-LIST-DECEASED-CARDS
           PERFORM FLAG-BENEFIT-RETURNS

           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'TOTALS  ESTATE ' WS-DEC-ESTATE
               '  JOINT ' WS-DEC-JOINT
               '  STANDING ORDERS ' WS-DEC-SO-SUSPENDED
               '  CARDS ' WS-DEC-CARDS
               '  ACH RETURNS ' WS-DEC-RETURNS
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD
           IF WS-DEC-DROPPED > 0
               MOVE SPACES TO CHECKLIST-RECORD
               STRING 'WARNING  ' WS-DEC-DROPPED
                   ' ACCOUNTS OVER TABLE LIMIT - REVIEW MANUALLY'
                   DELIMITED BY SIZE INTO CHECKLIST-RECORD
               WRITE CHECKLIST-RECORD
           END-IF
           CLOSE DECEASED-CHECKLIST

           MOVE 'CUST-DECEASED' TO WS-AJ-ACTION
           MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           MOVE WS-DEC-PRIOR-KYC TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'DECEASED ' WS-IN-DATE-OF-DEATH
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ.

      * The customer's accounts come from the ownership cross-
      * reference plus any account naming the customer directly
      * (older accounts opened before the cross-reference). An
      * account is sole when no other living owner sits under it.
       FIND-DECEASED-ACCOUNTS.
           MOVE 0 TO WS-DEC-ACCOUNT-COUNT
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               MOVE 'N' TO WS-DEC-EOF
               PERFORM UNTIL WS-DEC-EOF = 'Y'
                   READ OWNER-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DEC-EOF
                       NOT AT END
                           IF AOX-OWNER-ID = WS-IN-CUSTOMER-ID
                               MOVE AOX-ACCOUNT TO WS-DEC-CANDIDATE
                               PERFORM ADD-DECEASED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'N' TO WS-DEC-EOF
               PERFORM UNTIL WS-DEC-EOF = 'Y'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DEC-EOF
                       NOT AT END
                           IF ACCT-CUSTOMER-ID = WS-IN-CUSTOMER-ID
                               MOVE ACCT-NUMBER TO WS-DEC-CANDIDATE
                               PERFORM ADD-DECEASED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF

           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                       UNTIL WS-DA-IDX > WS-DEC-ACCOUNT-COUNT
                   PERFORM COUNT-SURVIVING-OWNERS
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF.

       ADD-DECEASED-ACCOUNT.
           PERFORM MATCH-DECEASED-ACCOUNT
           IF WS-DEC-MATCH = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-ACCOUNT-COUNT >= 30
               ADD 1 TO WS-DEC-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEC-ACCOUNT-COUNT
           MOVE WS-DEC-CANDIDATE TO WS-DA-ACCOUNT(WS-DEC-ACCOUNT-COUNT)
           MOVE 0 TO WS-DA-OTHER-OWNERS(WS-DEC-ACCOUNT-COUNT).

      * Sets WS-DEC-MATCH when WS-DEC-CANDIDATE is one of the
      * customer's accounts; WS-DEC-SOLE-ONLY = 'Y' limits the match
      * to sole accounts.
       MATCH-DECEASED-ACCOUNT.
           MOVE 'N' TO WS-DEC-MATCH
           PERFORM VARYING WS-DA-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DA-SCAN-IDX > WS-DEC-ACCOUNT-COUNT
                      OR WS-DEC-MATCH = 'Y'
               IF WS-DA-ACCOUNT(WS-DA-SCAN-IDX) = WS-DEC-CANDIDATE
                   IF WS-DEC-SOLE-ONLY NOT = 'Y' OR
                      WS-DA-OTHER-OWNERS(WS-DA-SCAN-IDX) = 0
                       MOVE 'Y' TO WS-DEC-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-SURVIVING-OWNERS.
           MOVE WS-DA-ACCOUNT(WS-DA-IDX) TO AOX-ACCOUNT
           MOVE 0 TO AOX-SEQ
           START OWNER-XREF KEY >= AOX-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DEC-EOF
           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ OWNER-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       IF AOX-ACCOUNT NOT = WS-DA-ACCOUNT(WS-DA-IDX)
                           MOVE 'Y' TO WS-DEC-EOF
                       ELSE
                           IF AOX-OWNER-ID NOT = WS-IN-CUSTOMER-ID
                              AND AOX-ROLE NOT = 'DECEASED'
                               ADD 1 TO
                                   WS-DA-OTHER-OWNERS(WS-DA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Sole accounts are frozen for the estate; joint accounts pass
      * to the survivor. Closed and escheated accounts are listed but
      * left alone.
       SETTLE-DECEASED-ACCOUNT.
           MOVE WS-DA-ACCOUNT(WS-DA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO CHECKLIST-RECORD
                   STRING 'ACCOUNT    ' WS-DA-ACCOUNT(WS-DA-IDX)
                       ' NOT ON MASTER - NO CHANGE'
                       DELIMITED BY SIZE INTO CHECKLIST-RECORD
                   WRITE CHECKLIST-RECORD
                   EXIT PARAGRAPH
           END-READ

           IF WS-DA-OTHER-OWNERS(WS-DA-IDX) > 0
               PERFORM REASSIGN-JOINT-OWNERSHIP
               EXIT PARAGRAPH
           END-IF

           IF ACCT-STATUS = 'CLOSED' OR ACCT-STATUS = 'ESCHEATED'
              OR ACCT-STATUS = 'ESTATE'
               MOVE SPACES TO CHECKLIST-RECORD
               STRING 'ACCOUNT    ' ACCT-NUMBER
                   ' SOLE  STATUS ' FUNCTION TRIM(ACCT-STATUS)
                   ' - NO CHANGE'
                   DELIMITED BY SIZE INTO CHECKLIST-RECORD
               WRITE CHECKLIST-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-STATUS TO WS-DEC-OLD-STATUS
           MOVE 'ESTATE' TO ACCT-STATUS
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-DEC-ESTATE
           PERFORM WRITE-DECEASED-ACCOUNT-CHANGE
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'ACCOUNT    ' ACCT-NUMBER
               ' SOLE  STATUS ' FUNCTION TRIM(WS-DEC-OLD-STATUS)
               ' -> ESTATE'
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD.

      * The deceased's slot is kept (statements and escheatment still
      * need to see the history) but its role becomes DECEASED. If
      * the deceased was primary, the first living owner takes over
      * the primary role and the account master's customer id.
       REASSIGN-JOINT-OWNERSHIP.
           MOVE 'N' TO WS-DEC-WAS-PRIMARY
           IF ACCT-CUSTOMER-ID = WS-IN-CUSTOMER-ID
               MOVE 'Y' TO WS-DEC-WAS-PRIMARY
           END-IF
           MOVE SPACES TO WS-DEC-SURVIVOR-ID
           MOVE 0 TO WS-DEC-SURVIVOR-SEQ

           MOVE ACCT-NUMBER TO AOX-ACCOUNT
           MOVE 0 TO AOX-SEQ
           START OWNER-XREF KEY >= AOX-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DEC-EOF
           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ OWNER-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       IF AOX-ACCOUNT NOT = ACCT-NUMBER
                           MOVE 'Y' TO WS-DEC-EOF
                       ELSE
                           PERFORM MARK-DECEASED-OWNER-SLOT
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-DEC-JOINT
           IF WS-DEC-WAS-PRIMARY NOT = 'Y' OR
              WS-DEC-SURVIVOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO AOX-ACCOUNT
           MOVE WS-DEC-SURVIVOR-SEQ TO AOX-SEQ
           READ OWNER-XREF
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'JOINT      ' ACCT-NUMBER
               ' SLOT ' AOX-SEQ ' ' AOX-OWNER-ID
               ' ROLE ' FUNCTION TRIM(AOX-ROLE) ' -> PRIMARY'
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           MOVE 'PRIMARY' TO AOX-ROLE
           REWRITE OWNER-XREF-RECORD
           WRITE CHECKLIST-RECORD

           MOVE WS-DEC-SURVIVOR-ID TO ACCT-CUSTOMER-ID
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'JOINT      ' ACCT-NUMBER
               ' CUSTOMER ' WS-IN-CUSTOMER-ID
               ' -> ' WS-DEC-SURVIVOR-ID
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD.

       MARK-DECEASED-OWNER-SLOT.
           IF AOX-OWNER-ID = WS-IN-CUSTOMER-ID
               IF AOX-ROLE = 'DECEASED'
                   EXIT PARAGRAPH
               END-IF
               IF AOX-ROLE = 'PRIMARY'
                   MOVE 'Y' TO WS-DEC-WAS-PRIMARY
               END-IF
               MOVE SPACES TO CHECKLIST-RECORD
               STRING 'JOINT      ' AOX-ACCOUNT
                   ' SLOT ' AOX-SEQ ' ' AOX-OWNER-ID
                   ' ROLE ' FUNCTION TRIM(AOX-ROLE) ' -> DECEASED'
                   DELIMITED BY SIZE INTO CHECKLIST-RECORD
               MOVE 'DECEASED' TO AOX-ROLE
               REWRITE OWNER-XREF-RECORD
               WRITE CHECKLIST-RECORD
               EXIT PARAGRAPH
           END-IF
           IF AOX-ROLE NOT = 'DECEASED' AND
              WS-DEC-SURVIVOR-ID = SPACES
               MOVE AOX-OWNER-ID TO WS-DEC-SURVIVOR-ID
               MOVE AOX-SEQ TO WS-DEC-SURVIVOR-SEQ
           END-IF.

      * Same record layout as ACCOUNT-MAINTENANCE's status changes so
      * the change log reads as one history per account.
       WRITE-DECEASED-ACCOUNT-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           ACCEPT WS-CHG-TIME-RAW FROM TIME
           MOVE WS-CHG-TIME-RAW(1:6) TO WS-CHG-TIME
           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           MOVE ACCT-NUMBER TO CHG-ACCOUNT
           MOVE 'STATUS' TO CHG-TYPE
           COMPUTE CHG-TIMESTAMP =
               WS-TODAY * 1000000 + WS-CHG-TIME
           MOVE WS-CHG-BEFORE TO CHG-BEFORE-BAL
           MOVE ACCT-BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.

      * Standing orders paying out of a sole account stop until the
      * executor gives instructions; orders from joint accounts keep
      * running for the survivor.
       SUSPEND-SOLE-STANDING-ORDERS.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DEC-SOLE-ONLY
           MOVE 'N' TO WS-DEC-EOF
           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       IF SO-STATUS = 'ACTIVE'
                           MOVE SO-FROM-ACCT TO WS-DEC-CANDIDATE
                           PERFORM MATCH-DECEASED-ACCOUNT
                           IF WS-DEC-MATCH = 'Y'
                               MOVE 'SUSPENDED' TO SO-STATUS
                               REWRITE STANDING-ORDER-RECORD
                               ADD 1 TO WS-DEC-SO-SUSPENDED
                               MOVE SPACES TO CHECKLIST-RECORD
                               STRING 'STANDING   ' SO-KEY
                                   ' FROM ' SO-FROM-ACCT
                                   ' ACTIVE -> SUSPENDED'
                                   DELIMITED BY SIZE
                                   INTO CHECKLIST-RECORD
                               WRITE CHECKLIST-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-DEC-SOLE-ONLY
           CLOSE STANDING-ORDER-FILE.

      * The card master carries the account, not the cardholder, so
      * every live card on any of the customer's accounts is blocked
      * and hot-listed; a surviving joint owner is reissued a card.
       HOT-LIST-DECEASED-CARDS.
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

           MOVE 'N' TO WS-DEC-SOLE-ONLY
           MOVE 'N' TO WS-DEC-EOF
           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ CARD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       MOVE CRD-ACCOUNT TO WS-DEC-CANDIDATE
                       PERFORM MATCH-DECEASED-ACCOUNT
                       IF WS-DEC-MATCH = 'Y' AND
                          CRD-STATUS NOT = 'BLOCKED'
                           PERFORM BLOCK-DECEASED-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOT-CARD-FILE
           CLOSE CARD-MASTER.

       BLOCK-DECEASED-CARD.
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'CARD       ' CRD-CARD-KEY
               ' ACCOUNT ' CRD-ACCOUNT
               ' ' FUNCTION TRIM(CRD-STATUS) ' -> BLOCKED, HOT-LISTED'
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           MOVE 'BLOCKED' TO CRD-STATUS
           REWRITE CARD-MASTER-RECORD

           MOVE CRD-CARD-KEY TO HOT-CARD-KEY
           MOVE 'CARDHOLDER DECEASED' TO HOT-REASON
           MOVE WS-TODAY TO HOT-LISTED-DATE
           MOVE 'DECEASED' TO HOT-SOURCE
           WRITE HOT-CARD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-DEC-CARDS
           WRITE CHECKLIST-RECORD.

      * Federal benefit payments stop at death; any that posted after
      * the date of death are owed back to the agency. They are queued
      * on ach-return-requests.dat and ACH-PROCESSOR returns them
      * (R15) on its next run.
       FLAG-BENEFIT-RETURNS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RETURN-REQUEST-FILE
           IF WS-RETURN-REQ-STATUS = '35'
               OPEN OUTPUT RETURN-REQUEST-FILE
               CLOSE RETURN-REQUEST-FILE
               OPEN I-O RETURN-REQUEST-FILE
           END-IF
           IF WS-RETURN-REQ-STATUS NOT = '00'
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DEC-ACCOUNT-COUNT
               PERFORM SCAN-ACCOUNT-BENEFITS
           END-PERFORM
           CLOSE RETURN-REQUEST-FILE
           CLOSE TRANSACTION-FILE.

       SCAN-ACCOUNT-BENEFITS.
           MOVE WS-DA-ACCOUNT(WS-DA-IDX) TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY = TRANS-ACCOUNT
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DEC-EOF
           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT =
                          WS-DA-ACCOUNT(WS-DA-IDX)
                           MOVE 'Y' TO WS-DEC-EOF
                       ELSE
                           IF TRANS-CATEGORY = 'FED-BENEFIT' AND
                              TRANS-STATUS = 'POSTED' AND
                              TRANS-AMOUNT > 0 AND
                              TRANS-DATE > WS-IN-DATE-OF-DEATH
                               PERFORM QUEUE-BENEFIT-RETURN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       QUEUE-BENEFIT-RETURN.
           MOVE TRANS-ACCOUNT TO ARQ-ACCOUNT
           MOVE TRANS-KEY TO ARQ-TRANS-KEY
           MOVE TRANS-REFERENCE TO ARQ-TRACE
           MOVE TRANS-DATE TO ARQ-ENTRY-DATE
           MOVE TRANS-AMOUNT TO ARQ-AMOUNT
           MOVE 'R15' TO ARQ-RETURN-CODE
           MOVE 'BENEFICIARY DECEASED' TO ARQ-REASON
           MOVE 'PENDING' TO ARQ-STATUS
           MOVE WS-TODAY TO ARQ-REQUESTED-DATE
           MOVE 0 TO ARQ-RETURNED-DATE
           WRITE RETURN-REQUEST-RECORD
               INVALID KEY EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-DEC-RETURNS
           MOVE TRANS-AMOUNT TO WS-DEC-DISPLAY-AMOUNT
           MOVE SPACES TO CHECKLIST-RECORD
           STRING 'ACH RETURN ' TRANS-ACCOUNT
               ' ' TRANS-DATE ' ' WS-DEC-DISPLAY-AMOUNT
               ' TRACE ' FUNCTION TRIM(TRANS-REFERENCE)
               ' QUEUED R15'
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           WRITE CHECKLIST-RECORD.

      *----------------------------------------------------------------
      * Dual control: an action named in dual-control.cfg does not
      * apply here - it parks on pending-approvals.dat for a second

      * Every applied change lands on the unified audit journal with
      * the acting user - examiners get one trail across programs.
       OPEN-DO-NOT-SOLICIT.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           OPEN I-O DNS-FILE
           IF WS-DNS-STATUS = '35'
               OPEN OUTPUT DNS-FILE
               CLOSE DNS-FILE
               OPEN I-O DNS-FILE
           END-IF
           IF WS-DNS-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Do-not-solicit file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

       ADD-DO-NOT-SOLICIT.
           PERFORM OPEN-DO-NOT-SOLICIT
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO DNS-CUST-ID
           READ DNS-FILE
               INVALID KEY
                   PERFORM FILL-DO-NOT-SOLICIT
                   WRITE DNS-RECORD
               NOT INVALID KEY
                   IF DNS-STATUS = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Customer already on do-not-solicit list'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM FILL-DO-NOT-SOLICIT
                       REWRITE DNS-RECORD
                   END-IF
           END-READ
           IF WS-STATUS = 'SUCCESS'
               MOVE 'CUST-DNS-ADD' TO WS-AJ-ACTION
               MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
               MOVE SPACES TO WS-AJ-BEFORE
               MOVE WS-IN-DNS-REASON TO WS-AJ-AFTER
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           CLOSE DNS-FILE.

       FILL-DO-NOT-SOLICIT.
           MOVE WS-IN-CUSTOMER-ID TO DNS-CUST-ID
           MOVE 'ACTIVE' TO DNS-STATUS
           MOVE WS-IN-DNS-REASON TO DNS-REASON
           MOVE WS-TODAY TO DNS-ADDED-DATE
           MOVE WS-IN-USER TO DNS-ADDED-BY
           MOVE 0 TO DNS-REMOVED-DATE.

       REMOVE-DO-NOT-SOLICIT.
           PERFORM OPEN-DO-NOT-SOLICIT
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO DNS-CUST-ID
           READ DNS-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not on do-not-solicit list'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF DNS-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Customer not on do-not-solicit list'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE DNS-REASON TO WS-AJ-BEFORE
                       MOVE 'REMOVED' TO DNS-STATUS
                       MOVE WS-TODAY TO DNS-REMOVED-DATE
                       REWRITE DNS-RECORD
                       MOVE 'CUST-DNS-DEL' TO WS-AJ-ACTION
                       MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
                       MOVE 'REMOVED' TO WS-AJ-AFTER
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
           END-READ
           CLOSE DNS-FILE.

       WRITE-AUDIT-ENTRY.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS' AND WS-ACTION = 'BWH-REPORT'
               STRING '{"status":"SUCCESS",'
                   '"action":"BWH-REPORT",'
                   '"customers_subject":' WS-BWH-SUBJECT-COUNT ','
                   '"report":"backup-withholding-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               OPEN OUTPUT OUTPUT-FILE
               WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS' AND WS-ACTION(1:3) = 'BO-'
               MOVE WS-BO-PCT-TOTAL TO WS-JSON-PCT
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"customer_id":"' FUNCTION TRIM(WS-IN-CUSTOMER-ID)
                   '",'
                   '"owners":' WS-BO-OWNER-COUNT ','
                   '"ownership_total":' FUNCTION TRIM(WS-JSON-PCT) ','
                   '"control_person":"'
                   FUNCTION TRIM(WS-BO-CONTROL-ID) '",'
                   '"cert_date":' WS-BO-CERT-DATE
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               OPEN OUTPUT OUTPUT-FILE
               WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS' AND WS-ACTION(1:4) = 'DNS-'
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"customer_id":"' FUNCTION TRIM(DNS-CUST-ID) '",'
                   '"do_not_solicit":"' FUNCTION TRIM(DNS-STATUS) '",'
                   '"added":' DNS-ADDED-DATE ','
                   '"removed":' DNS-REMOVED-DATE
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               OPEN OUTPUT OUTPUT-FILE
               WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS' AND WS-ACTION = 'DECEASED'
               STRING '{"status":"SUCCESS",'
                   '"action":"DECEASED",'
                   '"customer_id":"' FUNCTION TRIM(CUST-ID) '",'
                   '"date_of_death":' WS-IN-DATE-OF-DEATH ','
                   '"kyc_status":"' FUNCTION TRIM(CUST-KYC-STATUS) '",'
                   '"accounts_estate":' WS-DEC-ESTATE ','
                   '"joint_updated":' WS-DEC-JOINT ','
                   '"standing_orders_suspended":'
                       WS-DEC-SO-SUSPENDED ','
                   '"cards_hot_listed":' WS-DEC-CARDS ','
                   '"ach_returns_flagged":' WS-DEC-RETURNS ','
                   '"checklist":"deceased-checklist.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               OPEN OUTPUT OUTPUT-FILE
               WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"phone":"' FUNCTION TRIM(CUST-PHONE) '",'
                   '"email":"' FUNCTION TRIM(CUST-EMAIL) '",'
                   '"date_opened":' CUST-DATE-OPENED ','
                   '"kyc_status":"' FUNCTION TRIM(CUST-KYC-STATUS) '",'
                   '"tin_status":"' FUNCTION TRIM(CUST-TIN-STATUS) '",'
                   '"tin_cert_date":' CUST-TIN-CERT-DATE ','
                   '"delivery_pref":"' FUNCTION TRIM(CUST-DELIVERY-PREF)
                   '",'
                   '"email_consent":"' CUST-EMAIL-CONSENT '",'
                   '"returned_mail":"' CUST-RETURNED-MAIL '",'
                   '"returned_date":' CUST-RETURNED-DATE
                   '}}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
