       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-CASE-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Suspicious activity case management. Cases live on the
      * indexed sar-cases.dat file, one per investigation, with notes
      * and attached transactions on sar-case-notes.dat (type NOTE or
      * TRAN under the case id). Driven by sar-case-input.json; result
      * in sar-case-output.json.
      *   INTAKE    opens a case for each customer STRUCTURING-SCAN
      *             wrote to sar-candidates.dat and attaches the
      *             supporting TRANS-KEY items. The scan's run date is
      *             the detection date; a customer already under an
      *             open case gets the new items on that case instead.
      *   OPEN      opens a case by hand for "customer_id".
      *   ASSIGN    assigns the investigator.
      *   NOTE      records an investigator note.
      *   ATTACH    attaches a related transaction by "trans_key".
      *   DISPOSE   proposes NO-SAR, SAR-FILED or CONTINUING; the case
      *             waits for the BSA officer as PENDING-APPR.
      *   APPROVE / REJECT
      *             the BSA officer's decision. The session token must
      *             resolve to a user whose role carries BSA-APPROVE,
      *             and the officer may not approve their own case.
      *             NO-SAR closes the case; a filing disposition makes
      *             it APPROVED for the next extract.
      *   EXTRACT   writes every APPROVED case to the FinCEN SAR batch
      *             file sar-fincen-batch.dat (header, subject,
      *             activity, narrative, trailer records), registers
      *             the file through FILE-REGISTER and marks the cases
      *             FILED with a continuing-activity review 90 days on.
      *   WORKLIST  lists open cases against their filing deadline and
      *             filed cases whose continuing-activity review is
      *             due, on sar-case-worklist.txt.
      * The filing deadline is 30 days from the detection date (60
      * when no suspect is identified); a continuing-activity filing
      * is due 120 days after the previous one.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'sar-case-input.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'sar-case-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO 'sar-cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SAR-CASE-ID
               ALTERNATE RECORD KEY IS SAR-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.
           SELECT NOTE-FILE ASSIGN TO 'sar-case-notes.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCN-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO 'sar-candidates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
           SELECT BATCH-FILE ASSIGN TO 'sar-fincen-batch.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO 'sar-case-worklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD PIC X(1000).

      * Case statuses: OPEN, ASSIGNED, PENDING-APPR, APPROVED, FILED,
      * CLOSED. SAR-DISPOSITION holds the proposed, then approved,
      * outcome.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  SAR-CASE-ID         PIC X(12).
           05  SAR-CUSTOMER-ID     PIC X(10).
           05  SAR-SOURCE          PIC X(12).
           05  SAR-SCORE           PIC 9(3).
           05  SAR-DETECTED-DATE   PIC 9(8).
           05  SAR-DUE-DATE        PIC 9(8).
           05  SAR-INVESTIGATOR    PIC X(30).
           05  SAR-STATUS          PIC X(12).
           05  SAR-DISPOSITION     PIC X(12).
           05  SAR-AMOUNT          PIC S9(10)V99 COMP-3.
           05  SAR-ITEM-COUNT      PIC 9(4).
           05  SAR-PROPOSED-BY     PIC X(30).
           05  SAR-APPROVER        PIC X(30).
           05  SAR-APPROVED-DATE   PIC 9(8).
           05  SAR-FILED-DATE      PIC 9(8).
           05  SAR-FILING-COUNT    PIC 9(3).
           05  SAR-NEXT-REVIEW     PIC 9(8).
           05  SAR-OPENED-DATE     PIC 9(8).
           05  SAR-UPDATED-DATE    PIC 9(8).

       FD  NOTE-FILE.
       01  NOTE-RECORD.
           05  SCN-KEY.
               10  SCN-CASE-ID     PIC X(12).
               10  SCN-SEQ         PIC 9(4).
           05  SCN-TYPE            PIC X(4).
           05  SCN-DATE            PIC 9(8).
           05  SCN-USER            PIC X(30).
           05  SCN-TRANS-KEY       PIC X(20).
           05  SCN-ACCOUNT         PIC X(20).
           05  SCN-TRANS-DATE      PIC 9(8).
           05  SCN-AMOUNT          PIC S9(10)V99 COMP-3.
           05  SCN-TEXT            PIC X(100).

       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD        PIC X(132).

      * FinCEN SAR batch: one header, then per case a subject record,
      * its activity records and narrative records, then a trailer.
       FD  BATCH-FILE.
       01  SAR-HEADER-RECORD.
           05  SBH-RECORD-TYPE     PIC X(1).
           05  SBH-FILER-NAME      PIC X(40).
           05  SBH-FILER-ROUTING   PIC X(9).
           05  SBH-BATCH-DATE      PIC 9(8).
           05  SBH-CONTACT         PIC X(30).
           05  FILLER              PIC X(162).
       01  SAR-SUBJECT-RECORD.
           05  SBS-RECORD-TYPE     PIC X(1).
           05  SBS-CASE-ID         PIC X(12).
           05  SBS-FILING-TYPE     PIC X(10).
           05  SBS-PRIOR-FILED     PIC 9(8).
           05  SBS-CUSTOMER-ID     PIC X(10).
           05  SBS-NAME            PIC X(40).
           05  SBS-ADDRESS         PIC X(40).
           05  SBS-CITY            PIC X(20).
           05  SBS-STATE           PIC X(2).
           05  SBS-ZIP             PIC X(10).
           05  SBS-ACTIVITY-FROM   PIC 9(8).
           05  SBS-ACTIVITY-TO     PIC 9(8).
           05  SBS-AMOUNT          PIC 9(10)V99.
           05  SBS-DETECTED-DATE   PIC 9(8).
           05  SBS-SOURCE          PIC X(12).
           05  SBS-APPROVER        PIC X(30).
           05  FILLER              PIC X(9).
       01  SAR-ACTIVITY-RECORD.
           05  SBA-RECORD-TYPE     PIC X(1).
           05  SBA-CASE-ID         PIC X(12).
           05  SBA-TRANS-KEY       PIC X(20).
           05  SBA-ACCOUNT         PIC X(20).
           05  SBA-TRANS-DATE      PIC 9(8).
           05  SBA-AMOUNT          PIC 9(10)V99.
           05  FILLER              PIC X(177).
       01  SAR-NARRATIVE-RECORD.
           05  SBN-RECORD-TYPE     PIC X(1).
           05  SBN-CASE-ID         PIC X(12).
           05  SBN-SEQ             PIC 9(4).
           05  SBN-TEXT            PIC X(100).
           05  FILLER              PIC X(133).
       01  SAR-TRAILER-RECORD.
           05  SBT-RECORD-TYPE     PIC X(1).
           05  SBT-CASE-COUNT      PIC 9(6).
           05  SBT-RECORD-COUNT    PIC 9(8).
           05  SBT-TOTAL-AMOUNT    PIC 9(12)V99.
           05  FILLER              PIC X(221).

       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD         PIC X(132).

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
       01  WS-CASE-STATUS          PIC XX.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-CANDIDATE-STATUS     PIC XX.
       01  WS-BATCH-STATUS         PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-USER-STATUS          PIC XX.
       01  WS-ENTITLEMENT-STATUS   PIC XX.
       01  WS-CASE-EOF             PIC X.
       01  WS-NOTE-EOF             PIC X.
       01  WS-CANDIDATE-EOF        PIC X.
       01  WS-ENTITLEMENT-EOF      PIC X.
       01  WS-NOTE-OPEN            PIC X VALUE 'N'.
       01  WS-TRANS-OPEN           PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-INT             PIC 9(9).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'SAR-CASE-MANAGER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-TOKEN             PIC X(64).
       01  WS-IN-CASE-ID           PIC X(12).
       01  WS-IN-CUSTOMER-ID       PIC X(10).
       01  WS-IN-DETECTED-DATE     PIC 9(8).
       01  WS-IN-NO-SUSPECT        PIC X.
       01  WS-IN-INVESTIGATOR      PIC X(30).
       01  WS-IN-NOTE              PIC X(100).
       01  WS-IN-TRANS-KEY         PIC X(20).
       01  WS-IN-DISPOSITION       PIC X(12).
       01  WS-ACTING-USER          PIC X(30).
       01  WS-APPROVER-OK          PIC X.

      * Filing clocks, in calendar days.
       01  WS-SAR-FILE-DAYS        PIC 9(3) VALUE 30.
       01  WS-SAR-NO-SUSPECT-DAYS  PIC 9(3) VALUE 60.
       01  WS-SAR-REVIEW-DAYS      PIC 9(3) VALUE 90.
       01  WS-SAR-CONTINUING-DAYS  PIC 9(3) VALUE 120.
       01  WS-WORKLIST-LEAD-DAYS   PIC 9(3) VALUE 14.

       01  WS-FILER-NAME           PIC X(40)
               VALUE 'SUITECRM BANKING'.
       01  WS-FILER-ROUTING        PIC X(9) VALUE '071000505'.
       01  WS-FILER-CONTACT        PIC X(30) VALUE 'BSA OFFICER'.

       01  WS-NEW-CASE-ID.
           05  WS-NCI-PREFIX       PIC X(3) VALUE 'SAR'.
           05  WS-NCI-NUMBER       PIC 9(9).
       01  WS-LAST-CASE-NUMBER     PIC 9(9).
       01  WS-NEXT-NOTE-SEQ        PIC 9(4).
       01  WS-NOTE-TYPE            PIC X(4).
       01  WS-NOTE-TEXT            PIC X(100).
       01  WS-ALREADY-ATTACHED     PIC X.
       01  WS-ATTACH-KEY           PIC X(20).
       01  WS-ATTACH-OK            PIC X.

      * Candidate file parsing: the scan's run date on the banner, a
      * CUSTOMER line per candidate and a KEY line per item.
       01  WS-CAND-RUN-DATE        PIC 9(8).
       01  WS-CAND-PRE             PIC X(132).
       01  WS-CAND-POST            PIC X(132).
       01  WS-CAND-CUSTOMER        PIC X(10).
       01  WS-CAND-SCORE           PIC 9(3).
       01  WS-CAND-CASE-ID         PIC X(12).
       01  WS-CAND-TAKEN           PIC X.
       01  WS-CAND-CASE-OPEN       PIC X.

       01  WS-EXTRACT-WORK.
           05  WS-ACTIVITY-FROM    PIC 9(8).
           05  WS-ACTIVITY-TO      PIC 9(8).
           05  WS-ABS-AMOUNT       PIC 9(10)V99.
           05  WS-BATCH-RECORDS    PIC 9(8) VALUE 0.
           05  WS-BATCH-TOTAL      PIC 9(12)V99 VALUE 0.

       01  WS-FR-FIELDS.
           05  WS-FR-LOGICAL       PIC X(20).
           05  WS-FR-PHYSICAL      PIC X(40).
           05  WS-FR-BUSINESS-DATE PIC 9(8).
           05  WS-FR-AMOUNT-TOTAL  PIC S9(12)V99 COMP-3.
           05  WS-FR-RECORD-COUNT  PIC 9(9).
           05  WS-FR-RETURN-CODE   PIC X(2) VALUE SPACES.

       01  WS-RUN-STATS.
           05  WS-CASES-OPENED     PIC 9(5) VALUE 0.
           05  WS-ITEMS-ATTACHED   PIC 9(5) VALUE 0.
           05  WS-CASES-EXTRACTED  PIC 9(5) VALUE 0.
           05  WS-WL-OPEN          PIC 9(5) VALUE 0.
           05  WS-WL-OVERDUE       PIC 9(5) VALUE 0.
           05  WS-WL-REVIEWS-DUE   PIC 9(5) VALUE 0.
       01  WS-DAYS-LEFT            PIC S9(5).
       01  WS-DAYS-DISP            PIC -(4)9.
       01  WS-WL-FLAG              PIC X(8).
       01  WS-WL-LEAD-DATE         PIC 9(8).
       01  WS-DISPLAY-AMOUNT       PIC Z(9)9.99.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM OPEN-CASE-FILES

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'INTAKE'
                       PERFORM INTAKE-SAR-CANDIDATES
                   WHEN 'OPEN'
                       PERFORM OPEN-MANUAL-CASE
                   WHEN 'ASSIGN'
                       PERFORM ASSIGN-INVESTIGATOR
                   WHEN 'NOTE'
                       PERFORM RECORD-CASE-NOTE
                   WHEN 'ATTACH'
                       PERFORM ATTACH-CASE-TRANSACTION
                   WHEN 'DISPOSE'
                       PERFORM PROPOSE-DISPOSITION
                   WHEN 'APPROVE'
                       PERFORM DECIDE-DISPOSITION
                   WHEN 'REJECT'
                       PERFORM DECIDE-DISPOSITION
                   WHEN 'EXTRACT'
                       PERFORM EXTRACT-FINCEN-BATCH
                   WHEN 'WORKLIST'
                       PERFORM PRODUCE-WORKLIST
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE CASE-FILE
               IF WS-NOTE-OPEN = 'Y'
                   CLOSE NOTE-FILE
               END-IF
               IF WS-TRANS-OPEN = 'Y'
                   CLOSE TRANSACTION-FILE
               END-IF
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
           MOVE SPACES TO WS-IN-USER
           MOVE SPACES TO WS-IN-TOKEN
           MOVE SPACES TO WS-IN-CASE-ID
           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE 0 TO WS-IN-DETECTED-DATE
           MOVE 'N' TO WS-IN-NO-SUSPECT
           MOVE SPACES TO WS-IN-INVESTIGATOR
           MOVE SPACES TO WS-IN-NOTE
           MOVE SPACES TO WS-IN-TRANS-KEY
           MOVE SPACES TO WS-IN-DISPOSITION

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"token":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TOKEN
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"case_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CASE-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"detection_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DETECTED-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"no_suspect":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-NO-SUSPECT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"investigator":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-INVESTIGATOR
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"note":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-NOTE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"trans_key":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TRANS-KEY
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"disposition":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DISPOSITION
           END-IF.

       OPEN-CASE-FILES.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'SAR case file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF
           IF WS-NOTE-STATUS = '00'
               MOVE 'Y' TO WS-NOTE-OPEN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRANS-OPEN
           END-IF.

      *----------------------------------------------------------------
      * INTAKE: one case per candidate customer. A customer with a
      * case already opened from the same detection, or an open case
      * of any origin, gets the items on that case instead - so a
      * rerun of the same candidate file opens nothing twice.
      *----------------------------------------------------------------
       INTAKE-SAR-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No SAR candidate file' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO WS-CAND-RUN-DATE
           MOVE SPACES TO WS-CAND-CASE-ID
           MOVE 'N' TO WS-CANDIDATE-EOF
           PERFORM UNTIL WS-CANDIDATE-EOF = 'Y'
               READ CANDIDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-CANDIDATE-EOF
                   NOT AT END
                       PERFORM INTAKE-ONE-CANDIDATE-LINE
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE.

       INTAKE-ONE-CANDIDATE-LINE.
           EVALUATE TRUE
               WHEN CANDIDATE-RECORD(1:15) = 'SAR CANDIDATES '
                   MOVE SPACES TO WS-CAND-PRE WS-CAND-POST
                   UNSTRING CANDIDATE-RECORD DELIMITED BY 'RUN DATE '
                       INTO WS-CAND-PRE WS-CAND-POST
                   IF WS-CAND-POST(1:8) IS NUMERIC
                       MOVE WS-CAND-POST(1:8) TO WS-CAND-RUN-DATE
                   END-IF
               WHEN CANDIDATE-RECORD(1:9) = 'CUSTOMER '
                   MOVE CANDIDATE-RECORD(10:10) TO WS-CAND-CUSTOMER
                   MOVE 0 TO WS-CAND-SCORE
                   IF CANDIDATE-RECORD(27:3) IS NUMERIC
                       MOVE CANDIDATE-RECORD(27:3) TO WS-CAND-SCORE
                   END-IF
                   PERFORM FIND-CANDIDATE-CASE
                   IF WS-CAND-TAKEN = 'N'
                       PERFORM OPEN-CANDIDATE-CASE
                   END-IF
               WHEN CANDIDATE-RECORD(1:6) = '  KEY '
                   IF WS-CAND-CASE-ID NOT = SPACES
                       MOVE CANDIDATE-RECORD(7:20) TO WS-ATTACH-KEY
                       MOVE WS-CAND-CASE-ID TO SAR-CASE-ID
                       READ CASE-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM ATTACH-ONE-TRANSACTION
                               REWRITE CASE-RECORD
                       END-READ
                   END-IF
           END-EVALUATE.

      * Sets WS-CAND-CASE-ID to the case the items belong on (blank
      * when the matching case is closed or filed - nothing to add),
      * and WS-CAND-TAKEN to Y when no new case is wanted.
       FIND-CANDIDATE-CASE.
           MOVE 'N' TO WS-CAND-TAKEN
           MOVE SPACES TO WS-CAND-CASE-ID
           MOVE 'N' TO WS-CASE-EOF
           MOVE WS-CAND-CUSTOMER TO SAR-CUSTOMER-ID
           START CASE-FILE KEY = SAR-CUSTOMER-ID
               INVALID KEY MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-CUSTOMER-ID NOT = WS-CAND-CUSTOMER
                           MOVE 'Y' TO WS-CASE-EOF
                       ELSE
                           PERFORM JUDGE-CANDIDATE-CASE
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-CANDIDATE-CASE.
           MOVE 'N' TO WS-CAND-CASE-OPEN
           IF SAR-STATUS = 'OPEN' OR SAR-STATUS = 'ASSIGNED' OR
              SAR-STATUS = 'PENDING-APPR'
               MOVE 'Y' TO WS-CAND-CASE-OPEN
           END-IF
           IF WS-CAND-CASE-OPEN = 'Y'
               MOVE 'Y' TO WS-CAND-TAKEN
               MOVE SAR-CASE-ID TO WS-CAND-CASE-ID
           ELSE
               IF SAR-DETECTED-DATE = WS-CAND-RUN-DATE AND
                  SAR-SOURCE = 'STRUCTURING'
                   MOVE 'Y' TO WS-CAND-TAKEN
               END-IF
           END-IF.

       OPEN-CANDIDATE-CASE.
           MOVE WS-CAND-CUSTOMER TO WS-IN-CUSTOMER-ID
           MOVE WS-CAND-RUN-DATE TO WS-IN-DETECTED-DATE
           MOVE 'N' TO WS-IN-NO-SUSPECT
           PERFORM CREATE-CASE-RECORD
           MOVE 'STRUCTURING' TO SAR-SOURCE
           MOVE WS-CAND-SCORE TO SAR-SCORE
           WRITE CASE-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-CAND-CASE-ID
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SAR-CASE-ID TO WS-CAND-CASE-ID
           ADD 1 TO WS-CASES-OPENED

           MOVE 'NOTE' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'Opened from structuring scan of '
                  WS-CAND-RUN-DATE ' score ' WS-CAND-SCORE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-CASE-NOTE
           PERFORM AUDIT-CASE-OPENED.

      *----------------------------------------------------------------
      * OPEN: a case raised by hand - referral, teller report, law
      * enforcement inquiry.
      *----------------------------------------------------------------
       OPEN-MANUAL-CASE.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DETECTED-DATE = 0
               MOVE WS-TODAY TO WS-IN-DETECTED-DATE
           END-IF

           PERFORM CREATE-CASE-RECORD
           MOVE 'MANUAL' TO SAR-SOURCE
           IF WS-IN-INVESTIGATOR NOT = SPACES
               MOVE WS-IN-INVESTIGATOR TO SAR-INVESTIGATOR
               MOVE 'ASSIGNED' TO SAR-STATUS
           END-IF
           WRITE CASE-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not write case' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SAR-CASE-ID TO WS-IN-CASE-ID
           ADD 1 TO WS-CASES-OPENED

           IF WS-IN-NOTE NOT = SPACES
               MOVE 'NOTE' TO WS-NOTE-TYPE
               MOVE WS-IN-NOTE TO WS-NOTE-TEXT
               PERFORM WRITE-CASE-NOTE
           END-IF
           PERFORM AUDIT-CASE-OPENED.

      * Builds a fresh case in the record area under the next case
      * number; the caller sets the source and writes it.
       CREATE-CASE-RECORD.
           PERFORM FIND-NEXT-CASE-NUMBER
           INITIALIZE CASE-RECORD
           MOVE WS-NEW-CASE-ID TO SAR-CASE-ID
           MOVE WS-IN-CUSTOMER-ID TO SAR-CUSTOMER-ID
           MOVE WS-IN-DETECTED-DATE TO SAR-DETECTED-DATE
           IF WS-IN-NO-SUSPECT = 'Y'
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-IN-DETECTED-DATE) +
                   WS-SAR-NO-SUSPECT-DAYS
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-IN-DETECTED-DATE) +
                   WS-SAR-FILE-DAYS
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO SAR-DUE-DATE
           MOVE SPACES TO SAR-INVESTIGATOR
           MOVE 'OPEN' TO SAR-STATUS
           MOVE SPACES TO SAR-DISPOSITION
           MOVE 0 TO SAR-AMOUNT
           MOVE 0 TO SAR-ITEM-COUNT
           MOVE SPACES TO SAR-PROPOSED-BY
           MOVE SPACES TO SAR-APPROVER
           MOVE WS-TODAY TO SAR-OPENED-DATE
           MOVE WS-TODAY TO SAR-UPDATED-DATE.

       FIND-NEXT-CASE-NUMBER.
           MOVE 0 TO WS-LAST-CASE-NUMBER
           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-CASE-ID(1:3) = 'SAR' AND
                          SAR-CASE-ID(4:9) IS NUMERIC
                           MOVE SAR-CASE-ID(4:9)
                               TO WS-LAST-CASE-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-NCI-NUMBER = WS-LAST-CASE-NUMBER + 1.

       AUDIT-CASE-OPENED.
           MOVE 'SAR-OPEN' TO WS-AJ-ACTION
           MOVE SAR-CASE-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(SAR-SOURCE) ' CUST ' SAR-CUSTOMER-ID
                  ' DUE ' SAR-DUE-DATE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

      *----------------------------------------------------------------
      * Case maintenance: ASSIGN, NOTE, ATTACH.
      *----------------------------------------------------------------
       READ-INPUT-CASE.
           MOVE WS-IN-CASE-ID TO SAR-CASE-ID
           READ CASE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Case not found' TO WS-ERROR-MESSAGE
           END-READ.

       ASSIGN-INVESTIGATOR.
           PERFORM READ-INPUT-CASE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-INVESTIGATOR = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'investigator is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS = 'CLOSED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Case is closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'SAR-ASSIGN' TO WS-AJ-ACTION
           MOVE SAR-CASE-ID TO WS-AJ-KEY
           MOVE SAR-INVESTIGATOR TO WS-AJ-BEFORE
           MOVE WS-IN-INVESTIGATOR TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-IN-INVESTIGATOR TO SAR-INVESTIGATOR
           IF SAR-STATUS = 'OPEN'
               MOVE 'ASSIGNED' TO SAR-STATUS
           END-IF
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD

           MOVE 'NOTE' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'Assigned to ' WS-IN-INVESTIGATOR
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-CASE-NOTE.

       RECORD-CASE-NOTE.
           PERFORM READ-INPUT-CASE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-NOTE = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'note is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'NOTE' TO WS-NOTE-TYPE
           MOVE WS-IN-NOTE TO WS-NOTE-TEXT
           PERFORM WRITE-CASE-NOTE
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD.

       ATTACH-CASE-TRANSACTION.
           PERFORM READ-INPUT-CASE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TRANS-KEY = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'trans_key is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS = 'CLOSED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Case is closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TRANS-KEY TO WS-ATTACH-KEY
           PERFORM ATTACH-ONE-TRANSACTION
           IF WS-ATTACH-OK NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Transaction not found or already attached'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD.

      * Attaches WS-ATTACH-KEY to the case in the record area (the
      * caller rewrites it). The item must be on transactions.dat and
      * not already on the case.
       ATTACH-ONE-TRANSACTION.
           MOVE 'N' TO WS-ATTACH-OK
           IF WS-TRANS-OPEN NOT = 'Y' OR WS-NOTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-ATTACHED
           IF WS-ALREADY-ATTACHED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ATTACH-KEY TO TRANS-KEY
           READ TRANSACTION-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ

           MOVE 'TRAN' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING FUNCTION TRIM(TRANS-TYPE) ' '
                  FUNCTION TRIM(TRANS-CHANNEL) ' '
                  TRANS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-CASE-NOTE

           IF TRANS-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = TRANS-AMOUNT * -1
           ELSE
               MOVE TRANS-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           ADD WS-ABS-AMOUNT TO SAR-AMOUNT
           ADD 1 TO SAR-ITEM-COUNT
           ADD 1 TO WS-ITEMS-ATTACHED
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           MOVE 'Y' TO WS-ATTACH-OK.

       CHECK-ALREADY-ATTACHED.
           MOVE 'N' TO WS-ALREADY-ATTACHED
           MOVE 'N' TO WS-NOTE-EOF
           MOVE SAR-CASE-ID TO SCN-CASE-ID
           MOVE 0 TO SCN-SEQ
           START NOTE-FILE KEY >= SCN-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       IF SCN-CASE-ID NOT = SAR-CASE-ID
                           MOVE 'Y' TO WS-NOTE-EOF
                       ELSE
                           IF SCN-TYPE = 'TRAN' AND
                              SCN-TRANS-KEY = WS-ATTACH-KEY
                               MOVE 'Y' TO WS-ALREADY-ATTACHED
                               MOVE 'Y' TO WS-NOTE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Writes a NOTE or TRAN line under the case in the record area.
      * A TRAN line takes its item details from TRANSACTION-REC.
       WRITE-CASE-NOTE.
           IF WS-NOTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE SAR-CASE-ID TO SCN-CASE-ID
           MOVE WS-NEXT-NOTE-SEQ TO SCN-SEQ
           MOVE WS-NOTE-TYPE TO SCN-TYPE
           MOVE WS-TODAY TO SCN-DATE
           MOVE WS-IN-USER TO SCN-USER
           IF WS-NOTE-TYPE = 'TRAN'
               MOVE TRANS-KEY TO SCN-TRANS-KEY
               MOVE TRANS-ACCOUNT TO SCN-ACCOUNT
               MOVE TRANS-DATE TO SCN-TRANS-DATE
               MOVE TRANS-AMOUNT TO SCN-AMOUNT
           ELSE
               MOVE SPACES TO SCN-TRANS-KEY
               MOVE SPACES TO SCN-ACCOUNT
               MOVE 0 TO SCN-TRANS-DATE
               MOVE 0 TO SCN-AMOUNT
           END-IF
           MOVE WS-NOTE-TEXT TO SCN-TEXT
           WRITE NOTE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       FIND-NEXT-NOTE-SEQ.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           MOVE 'N' TO WS-NOTE-EOF
           MOVE SAR-CASE-ID TO SCN-CASE-ID
           MOVE 0 TO SCN-SEQ
           START NOTE-FILE KEY >= SCN-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       IF SCN-CASE-ID NOT = SAR-CASE-ID
                           MOVE 'Y' TO WS-NOTE-EOF
                       ELSE
                           MOVE SCN-SEQ TO WS-NEXT-NOTE-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-NOTE-SEQ.

      *----------------------------------------------------------------
      * DISPOSE: the investigator's proposed outcome. CONTINUING is
      * only for a case that has already been filed - it is the
      * outcome of the 90-day continuing-activity review.
      *----------------------------------------------------------------
       PROPOSE-DISPOSITION.
           PERFORM READ-INPUT-CASE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DISPOSITION NOT = 'NO-SAR' AND
              WS-IN-DISPOSITION NOT = 'SAR-FILED' AND
              WS-IN-DISPOSITION NOT = 'CONTINUING'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'disposition must be NO-SAR, SAR-FILED, CONTINUING'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SAR-STATUS = 'FILED'
                   IF WS-IN-DISPOSITION = 'SAR-FILED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'A filed case is reviewed as CONTINUING'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN SAR-STATUS = 'OPEN' OR SAR-STATUS = 'ASSIGNED'
                   IF WS-IN-DISPOSITION = 'CONTINUING'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'CONTINUING needs a prior filing'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Case is not open for a disposition'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'SAR-DISPOSE' TO WS-AJ-ACTION
           MOVE SAR-CASE-ID TO WS-AJ-KEY
           MOVE SAR-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'PENDING-APPR ' WS-IN-DISPOSITION
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-IN-DISPOSITION TO SAR-DISPOSITION
           MOVE 'PENDING-APPR' TO SAR-STATUS
           MOVE WS-IN-USER TO SAR-PROPOSED-BY
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD

           MOVE 'NOTE' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-IN-NOTE NOT = SPACES
               STRING 'Proposed ' FUNCTION TRIM(WS-IN-DISPOSITION)
                      ': ' WS-IN-NOTE
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               STRING 'Proposed ' WS-IN-DISPOSITION
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-IF
           PERFORM WRITE-CASE-NOTE.

      *----------------------------------------------------------------
      * APPROVE / REJECT by the BSA officer. A rejected proposal goes
      * back to the investigator; a filed case sent back returns to
      * FILED so its review stays on the worklist.
      *----------------------------------------------------------------
       DECIDE-DISPOSITION.
           PERFORM READ-INPUT-CASE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS NOT = 'PENDING-APPR'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No disposition awaiting approval'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACTING-USER
           PERFORM RESOLVE-TOKEN-USER
           IF WS-ACTING-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Valid approver token is required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTING-USER = SAR-INVESTIGATOR OR
              WS-ACTING-USER = SAR-PROPOSED-BY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Investigator cannot approve own case'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BSA-ENTITLEMENT
           IF WS-APPROVER-OK NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'User lacks BSA-APPROVE permission'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTING-USER TO WS-IN-USER

           MOVE SAR-CASE-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'PENDING-APPR ' SAR-DISPOSITION
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE 'NOTE' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT

           IF WS-ACTION = 'APPROVE'
               MOVE 'SAR-APPROVE' TO WS-AJ-ACTION
               MOVE WS-ACTING-USER TO SAR-APPROVER
               MOVE WS-TODAY TO SAR-APPROVED-DATE
               IF SAR-DISPOSITION = 'NO-SAR'
                   MOVE 'CLOSED' TO SAR-STATUS
                   MOVE 0 TO SAR-NEXT-REVIEW
               ELSE
                   MOVE 'APPROVED' TO SAR-STATUS
               END-IF
               STRING 'BSA officer approved '
                      FUNCTION TRIM(SAR-DISPOSITION)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               MOVE 'SAR-REJECT' TO WS-AJ-ACTION
               IF SAR-FILING-COUNT > 0
                   MOVE 'FILED' TO SAR-STATUS
               ELSE
                   MOVE 'ASSIGNED' TO SAR-STATUS
               END-IF
               STRING 'BSA officer returned '
                      FUNCTION TRIM(SAR-DISPOSITION) ': '
                      WS-IN-NOTE
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               MOVE SPACES TO SAR-DISPOSITION
           END-IF
           MOVE SAR-STATUS TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD
           PERFORM WRITE-CASE-NOTE.

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

       CHECK-BSA-ENTITLEMENT.
           MOVE 'N' TO WS-APPROVER-OK

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
                          ENT-PERMISSION = 'BSA-APPROVE'
                           MOVE 'Y' TO WS-APPROVER-OK
                           MOVE 'Y' TO WS-ENTITLEMENT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITLEMENT-FILE.

      *----------------------------------------------------------------
      * EXTRACT: every APPROVED case to the FinCEN batch. Filing sets
      * the continuing-activity review 90 days out and the next
      * filing deadline 120 days out.
      *----------------------------------------------------------------
       EXTRACT-FINCEN-BATCH.
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT BATCH-FILE
           MOVE SPACES TO SAR-HEADER-RECORD
           MOVE 'H' TO SBH-RECORD-TYPE
           MOVE WS-FILER-NAME TO SBH-FILER-NAME
           MOVE WS-FILER-ROUTING TO SBH-FILER-ROUTING
           MOVE WS-TODAY TO SBH-BATCH-DATE
           MOVE WS-FILER-CONTACT TO SBH-CONTACT
           WRITE SAR-HEADER-RECORD
           ADD 1 TO WS-BATCH-RECORDS

           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-STATUS = 'APPROVED'
                           PERFORM EXTRACT-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO SAR-TRAILER-RECORD
           MOVE 'T' TO SBT-RECORD-TYPE
           MOVE WS-CASES-EXTRACTED TO SBT-CASE-COUNT
           ADD 1 TO WS-BATCH-RECORDS
           MOVE WS-BATCH-RECORDS TO SBT-RECORD-COUNT
           MOVE WS-BATCH-TOTAL TO SBT-TOTAL-AMOUNT
           WRITE SAR-TRAILER-RECORD
           CLOSE BATCH-FILE
           CLOSE CUSTOMER-MASTER

           IF WS-CASES-EXTRACTED > 0
               MOVE 'FINCEN-SAR' TO WS-FR-LOGICAL
               MOVE 'sar-fincen-batch.dat' TO WS-FR-PHYSICAL
               MOVE WS-TODAY TO WS-FR-BUSINESS-DATE
               MOVE WS-BATCH-TOTAL TO WS-FR-AMOUNT-TOTAL
               MOVE WS-BATCH-RECORDS TO WS-FR-RECORD-COUNT
               CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                           WS-FR-PHYSICAL
                                           WS-FR-BUSINESS-DATE
                                           WS-FR-AMOUNT-TOTAL
                                           WS-FR-RECORD-COUNT
                                           WS-FR-RETURN-CODE
               IF WS-FR-RETURN-CODE = '01'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'SAR batch already on the register'
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       EXTRACT-ONE-CASE.
           MOVE SPACES TO SAR-SUBJECT-RECORD
           MOVE 'S' TO SBS-RECORD-TYPE
           MOVE SAR-CASE-ID TO SBS-CASE-ID
           IF SAR-DISPOSITION = 'CONTINUING'
               MOVE 'CONTINUING' TO SBS-FILING-TYPE
               MOVE SAR-FILED-DATE TO SBS-PRIOR-FILED
           ELSE
               MOVE 'INITIAL' TO SBS-FILING-TYPE
               MOVE 0 TO SBS-PRIOR-FILED
           END-IF
           MOVE SAR-CUSTOMER-ID TO SBS-CUSTOMER-ID
           MOVE SAR-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'UNKNOWN SUBJECT' TO SBS-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO SBS-NAME
                   MOVE CUST-ADDRESS TO SBS-ADDRESS
                   MOVE CUST-CITY TO SBS-CITY
                   MOVE CUST-STATE TO SBS-STATE
                   MOVE CUST-ZIP TO SBS-ZIP
           END-READ
           PERFORM FIND-ACTIVITY-RANGE
           MOVE WS-ACTIVITY-FROM TO SBS-ACTIVITY-FROM
           MOVE WS-ACTIVITY-TO TO SBS-ACTIVITY-TO
           MOVE SAR-AMOUNT TO SBS-AMOUNT
           MOVE SAR-DETECTED-DATE TO SBS-DETECTED-DATE
           MOVE SAR-SOURCE TO SBS-SOURCE
           MOVE SAR-APPROVER TO SBS-APPROVER
           WRITE SAR-SUBJECT-RECORD
           ADD 1 TO WS-BATCH-RECORDS
           ADD SAR-AMOUNT TO WS-BATCH-TOTAL

           PERFORM WRITE-CASE-DETAIL-RECORDS

           MOVE 'SAR-FILE' TO WS-AJ-ACTION
           MOVE SAR-CASE-ID TO WS-AJ-KEY
           MOVE 'APPROVED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'FILED ' SBS-FILING-TYPE ' ' WS-TODAY
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE 'FILED' TO SAR-STATUS
           MOVE WS-TODAY TO SAR-FILED-DATE
           ADD 1 TO SAR-FILING-COUNT
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-SAR-REVIEW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO SAR-NEXT-REVIEW
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               WS-SAR-CONTINUING-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO SAR-DUE-DATE
           MOVE WS-TODAY TO SAR-UPDATED-DATE
           REWRITE CASE-RECORD
           ADD 1 TO WS-CASES-EXTRACTED.

       FIND-ACTIVITY-RANGE.
           MOVE 0 TO WS-ACTIVITY-FROM
           MOVE 0 TO WS-ACTIVITY-TO
           IF WS-NOTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NOTE-EOF
           MOVE SAR-CASE-ID TO SCN-CASE-ID
           MOVE 0 TO SCN-SEQ
           START NOTE-FILE KEY >= SCN-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       IF SCN-CASE-ID NOT = SAR-CASE-ID
                           MOVE 'Y' TO WS-NOTE-EOF
                       ELSE
                           IF SCN-TYPE = 'TRAN'
                               IF WS-ACTIVITY-FROM = 0 OR
                                  SCN-TRANS-DATE < WS-ACTIVITY-FROM
                                   MOVE SCN-TRANS-DATE
                                       TO WS-ACTIVITY-FROM
                               END-IF
                               IF SCN-TRANS-DATE > WS-ACTIVITY-TO
                                   MOVE SCN-TRANS-DATE
                                       TO WS-ACTIVITY-TO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Activity records for the attached items, narrative records
      * for the notes, in the order they were recorded.
       WRITE-CASE-DETAIL-RECORDS.
           IF WS-NOTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NOTE-EOF
           MOVE SAR-CASE-ID TO SCN-CASE-ID
           MOVE 0 TO SCN-SEQ
           START NOTE-FILE KEY >= SCN-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       IF SCN-CASE-ID NOT = SAR-CASE-ID
                           MOVE 'Y' TO WS-NOTE-EOF
                       ELSE
                           PERFORM WRITE-ONE-DETAIL-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-DETAIL-RECORD.
           IF SCN-TYPE = 'TRAN'
               MOVE SPACES TO SAR-ACTIVITY-RECORD
               MOVE 'A' TO SBA-RECORD-TYPE
               MOVE SCN-CASE-ID TO SBA-CASE-ID
               MOVE SCN-TRANS-KEY TO SBA-TRANS-KEY
               MOVE SCN-ACCOUNT TO SBA-ACCOUNT
               MOVE SCN-TRANS-DATE TO SBA-TRANS-DATE
               IF SCN-AMOUNT < 0
                   COMPUTE SBA-AMOUNT = SCN-AMOUNT * -1
               ELSE
                   MOVE SCN-AMOUNT TO SBA-AMOUNT
               END-IF
               WRITE SAR-ACTIVITY-RECORD
           ELSE
               MOVE SPACES TO SAR-NARRATIVE-RECORD
               MOVE 'N' TO SBN-RECORD-TYPE
               MOVE SCN-CASE-ID TO SBN-CASE-ID
               MOVE SCN-SEQ TO SBN-SEQ
               MOVE SCN-TEXT TO SBN-TEXT
               WRITE SAR-NARRATIVE-RECORD
           END-IF
           ADD 1 TO WS-BATCH-RECORDS.

      *----------------------------------------------------------------
      * WORKLIST: open cases against the filing deadline, and filed
      * cases whose continuing-activity review falls within the lead
      * window.
      *----------------------------------------------------------------
       PRODUCE-WORKLIST.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               WS-WORKLIST-LEAD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WL-LEAD-DATE

           OPEN OUTPUT WORKLIST-FILE
           MOVE SPACES TO WORKLIST-RECORD
           STRING 'SAR CASE WORKLIST - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       PERFORM WRITE-WORKLIST-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO WORKLIST-RECORD
           STRING 'Open cases: ' WS-WL-OPEN
                  '  Overdue: ' WS-WL-OVERDUE
                  '  Reviews due: ' WS-WL-REVIEWS-DUE
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           CLOSE WORKLIST-FILE.

       WRITE-WORKLIST-LINE.
           EVALUATE TRUE
               WHEN SAR-STATUS = 'OPEN' OR SAR-STATUS = 'ASSIGNED' OR
                    SAR-STATUS = 'PENDING-APPR' OR
                    SAR-STATUS = 'APPROVED'
                   ADD 1 TO WS-WL-OPEN
               WHEN SAR-STATUS = 'FILED' AND
                    SAR-NEXT-REVIEW <= WS-WL-LEAD-DATE
                   ADD 1 TO WS-WL-REVIEWS-DUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SAR-DUE-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
           EVALUATE TRUE
               WHEN SAR-STATUS = 'FILED'
                   MOVE 'REVIEW' TO WS-WL-FLAG
               WHEN WS-DAYS-LEFT < 0
                   MOVE 'OVERDUE' TO WS-WL-FLAG
                   ADD 1 TO WS-WL-OVERDUE
               WHEN WS-DAYS-LEFT <= 7
                   MOVE 'DUE-SOON' TO WS-WL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-WL-FLAG
           END-EVALUATE

           MOVE SAR-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WORKLIST-RECORD
           IF SAR-STATUS = 'FILED'
               STRING SAR-CASE-ID ' ' SAR-CUSTOMER-ID ' '
                      SAR-STATUS ' REVIEW ' SAR-NEXT-REVIEW
                      ' FILE BY ' SAR-DUE-DATE ' ' WS-DAYS-DISP
                      ' ' WS-WL-FLAG ' '
                      FUNCTION TRIM(SAR-INVESTIGATOR)
                   DELIMITED BY SIZE INTO WORKLIST-RECORD
           ELSE
               STRING SAR-CASE-ID ' ' SAR-CUSTOMER-ID ' '
                      SAR-STATUS ' DETECTED ' SAR-DETECTED-DATE
                      ' DUE ' SAR-DUE-DATE ' ' WS-DAYS-DISP
                      ' ' WS-WL-FLAG ' ' WS-DISPLAY-AMOUNT ' '
                      FUNCTION TRIM(SAR-INVESTIGATOR)
                   DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-IF
           WRITE WORKLIST-RECORD.

      * Every applied change lands on the unified audit journal with
      * the acting user - examiners get one trail across programs.
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
               EVALUATE WS-ACTION
                   WHEN 'INTAKE'
                       STRING '{"status":"SUCCESS",'
                           '"action":"INTAKE",'
                           '"detection_date":' WS-CAND-RUN-DATE ','
                           '"cases_opened":' WS-CASES-OPENED ','
                           '"items_attached":' WS-ITEMS-ATTACHED
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN 'EXTRACT'
                       STRING '{"status":"SUCCESS",'
                           '"action":"EXTRACT",'
                           '"cases_filed":' WS-CASES-EXTRACTED ','
                           '"batch_records":' WS-BATCH-RECORDS ','
                           '"batch_total":' WS-BATCH-TOTAL ','
                           '"batch_file":"sar-fincen-batch.dat"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN 'WORKLIST'
                       STRING '{"status":"SUCCESS",'
                           '"action":"WORKLIST",'
                           '"open_cases":' WS-WL-OPEN ','
                           '"overdue":' WS-WL-OVERDUE ','
                           '"reviews_due":' WS-WL-REVIEWS-DUE ','
                           '"worklist":"sar-case-worklist.txt"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN OTHER
                       STRING '{"status":"SUCCESS",'
                           '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                           '"case_id":"' FUNCTION TRIM(SAR-CASE-ID)
                           '",'
                           '"case_status":"' FUNCTION TRIM(SAR-STATUS)
                           '",'
                           '"disposition":"'
                           FUNCTION TRIM(SAR-DISPOSITION) '",'
                           '"due_date":' SAR-DUE-DATE ','
                           '"next_review":' SAR-NEXT-REVIEW ','
                           '"items":' SAR-ITEM-COUNT
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-EVALUATE
           ELSE
               STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
