       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Collateral register for the loan book. A collateral item on
      * loan-collateral.dat (keyed by collateral ID) carries its type,
      * description, appraised value and appraisal date, our lien
      * position and any prior lien balance ahead of us, and the
      * hazard insurance carrier, policy and expiry. It secures one or
      * more loans through loan-collateral-links.dat (loan ID +
      * collateral ID, alternate key collateral ID), so one property
      * can back several loans and one loan several properties.
      *   ADD      - register collateral pledged to a loan
      *   LINK     - pledge existing collateral to another loan
      *   REVALUE  - new appraised value and appraisal date
      *   INSURE   - new insurance carrier, policy and expiry
      *   RELEASE  - release the pledge to one loan ("loan_id") or
      *              to all loans; the item itself goes RELEASED
      *              once no loan holds it
      *   MONITOR  - monthly loan-to-value review: every ACTIVE loan's
      *              current balance (schedule position plus unpaid
      *              billed principal) plus prior liens over its
      *              collateral value, listing loans over the LTV
      *              threshold, loans whose oldest appraisal is older
      *              than policy and loans whose insurance has lapsed
      *              (collateral-ltv-report.txt)
      * LOAN-SERVICING releases a loan's pledges when it pays off.
      * Maintenance is written to the audit journal. Driven by
      * collateral-input.json; result in collateral-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'collateral-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'collateral-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LTV-REPORT ASSIGN TO 'collateral-ltv-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLATERAL-FILE ASSIGN TO 'loan-collateral.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-ID
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT COLLATERAL-LINK ASSIGN TO 'loan-collateral-links.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLK-KEY
               ALTERNATE RECORD KEY IS CLK-COLLATERAL-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LINK-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO 'loan-schedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LSC-KEY
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.
           SELECT LOAN-BILLING ASSIGN TO 'loan-billing.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-LOAN-BILLING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  LTV-REPORT.
       01  LTV-REPORT-RECORD       PIC X(132).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD.
           05  COL-ID              PIC X(12).
           05  COL-TYPE            PIC X(10).
           05  COL-DESCRIPTION     PIC X(40).
           05  COL-APPRAISED-VALUE PIC S9(12)V99 COMP-3.
           05  COL-APPRAISAL-DATE  PIC 9(8).
           05  COL-LIEN-POSITION   PIC 9(1).
           05  COL-PRIOR-LIENS     PIC S9(12)V99 COMP-3.
           05  COL-INS-CARRIER     PIC X(30).
           05  COL-INS-POLICY      PIC X(20).
           05  COL-INS-EXPIRY      PIC 9(8).
           05  COL-STATUS          PIC X(10).
           05  COL-ADDED-DATE      PIC 9(8).
           05  COL-RELEASED-DATE   PIC 9(8).
           05  COL-CHANGED-BY      PIC X(30).

       FD  COLLATERAL-LINK.
       01  COLLATERAL-LINK-RECORD.
           05  CLK-KEY.
               10  CLK-LOAN-ID     PIC X(12).
               10  CLK-COLLATERAL-ID PIC X(12).
           05  CLK-STATUS          PIC X(10).
           05  CLK-PLEDGED-DATE    PIC 9(8).
           05  CLK-RELEASED-DATE   PIC 9(8).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-ID          PIC X(12).
           05  LN-ACCOUNT          PIC X(20).
           05  LN-PRINCIPAL        PIC S9(10)V99 COMP-3.
           05  LN-RATE             PIC 9(3)V9(6).
           05  LN-TERM             PIC 9(4).
           05  LN-ORIG-DATE        PIC 9(8).
           05  LN-STATUS           PIC X(10).
           05  LN-NEXT-PERIOD      PIC 9(4).
           05  LN-PAST-DUE-COUNT   PIC 9(3).

       FD  LOAN-SCHEDULE.
       01  LOAN-SCHEDULE-RECORD.
           05  LSC-KEY.
               10  LSC-LOAN-ID     PIC X(12).
               10  LSC-PERIOD      PIC 9(4).
           05  LSC-PAYMENT         PIC S9(10)V99 COMP-3.
           05  LSC-PRINCIPAL       PIC S9(10)V99 COMP-3.
           05  LSC-INTEREST        PIC S9(10)V99 COMP-3.
           05  LSC-BALANCE         PIC S9(10)V99 COMP-3.

       FD  LOAN-BILLING.
       01  LOAN-BILLING-RECORD.
           05  LBL-KEY.
               10  LBL-LOAN-ID     PIC X(12).
               10  LBL-PERIOD      PIC 9(4).
           05  LBL-DUE-DATE        PIC 9(8).
           05  LBL-AMOUNT-DUE      PIC S9(10)V99 COMP-3.
           05  LBL-PRINCIPAL-DUE   PIC S9(10)V99 COMP-3.
           05  LBL-INTEREST-DUE    PIC S9(10)V99 COMP-3.
           05  LBL-STATUS          PIC X(10).
           05  LBL-PAID-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-COLLATERAL-STATUS    PIC XX.
       01  WS-LINK-STATUS          PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-LINK-EOF             PIC X.
       01  WS-BILL-EOF             PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-COLLATERAL-ID     PIC X(12).
       01  WS-IN-LOAN-ID           PIC X(12).
       01  WS-IN-TYPE              PIC X(10).
       01  WS-IN-DESCRIPTION       PIC X(40).
       01  WS-IN-VALUE             PIC 9(12)V99.
       01  WS-IN-APPRAISAL-DATE    PIC 9(8).
       01  WS-IN-LIEN-POSITION     PIC 9(1).
       01  WS-IN-PRIOR-LIENS       PIC 9(12)V99.
       01  WS-IN-CARRIER           PIC X(30).
       01  WS-IN-POLICY            PIC X(20).
       01  WS-IN-EXPIRY            PIC 9(8).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-AS-OF             PIC 9(8).
       01  WS-LTV-THRESHOLD        PIC 9(3)V99 VALUE 80.
       01  WS-APPRAISAL-MONTHS     PIC 9(3) VALUE 36.

       01  WS-APPRAISAL-CUTOFF     PIC 9(8).
       01  WS-AC-YEAR              PIC 9(4).
       01  WS-AC-MONTH             PIC 9(6).
       01  WS-ACTIVE-LINKS         PIC 9(4).
       01  WS-LINKS-RELEASED       PIC 9(4) VALUE 0.
       01  WS-SAVE-LINK-KEY        PIC X(24).

      * Collateral types that must carry hazard insurance.
       01  WS-INSURED-TYPE         PIC X(10).
           88  WS-INSURANCE-REQUIRED
                   VALUE 'REALESTATE' 'VEHICLE' 'EQUIPMENT'.

      * One loan's position for MONITOR.
       01  WS-LOAN-BALANCE         PIC S9(12)V99.
       01  WS-LOAN-VALUE           PIC S9(12)V99.
       01  WS-LOAN-PRIOR-LIENS     PIC S9(12)V99.
       01  WS-LOAN-LTV             PIC 9(5)V99.
       01  WS-LOAN-OLDEST-APPR     PIC 9(8).
       01  WS-LOAN-LAPSED-ID       PIC X(12).
       01  WS-LOAN-LAPSED-DATE     PIC 9(8).
       01  WS-LOAN-ITEMS           PIC 9(3).

      * Loans with at least one exception, printed by section.
       01  WS-EXC-COUNT            PIC 9(4) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EXC-LOAN-ID      PIC X(12).
               10  WS-EXC-ITEMS        PIC 9(3).
               10  WS-EXC-BALANCE      PIC S9(12)V99.
               10  WS-EXC-PRIOR-LIENS  PIC S9(12)V99.
               10  WS-EXC-VALUE        PIC S9(12)V99.
               10  WS-EXC-LTV          PIC 9(5)V99.
               10  WS-EXC-OLDEST-APPR  PIC 9(8).
               10  WS-EXC-LAPSED-ID    PIC X(12).
               10  WS-EXC-LAPSED-DATE  PIC 9(8).
               10  WS-EXC-OVER-LTV     PIC X.
               10  WS-EXC-STALE        PIC X.
               10  WS-EXC-LAPSED       PIC X.
       01  WS-EXC-IDX              PIC 9(4).

       01  WS-RUN-STATS.
           05  WS-LOANS-REVIEWED   PIC 9(7) VALUE 0.
           05  WS-LOANS-UNSECURED  PIC 9(7) VALUE 0.
           05  WS-LOANS-OVER-LTV   PIC 9(7) VALUE 0.
           05  WS-LOANS-STALE      PIC 9(7) VALUE 0.
           05  WS-LOANS-LAPSED     PIC 9(7) VALUE 0.
           05  WS-EXC-DROPPED      PIC 9(7) VALUE 0.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'COLLATERAL-MANAGER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-DISPLAY-AMOUNT       PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(10)9.99.
       01  WS-DISPLAY-LTV          PIC ZZZZ9.99.
       01  WS-DISPLAY-COUNT        PIC Z(6)9.
       01  WS-JSON-AMOUNT          PIC -(10)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           EVALUATE WS-ACTION
               WHEN 'ADD'
               WHEN 'LINK'
               WHEN 'REVALUE'
               WHEN 'INSURE'
               WHEN 'RELEASE'
                   PERFORM MAINTAIN-COLLATERAL
               WHEN 'MONITOR'
                   PERFORM MONITOR-LOAN-TO-VALUE
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-JSON-RESPONSE
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-COLLATERAL-ID
           MOVE SPACES TO WS-IN-LOAN-ID
           MOVE SPACES TO WS-IN-TYPE
           MOVE SPACES TO WS-IN-DESCRIPTION
           MOVE SPACES TO WS-IN-CARRIER
           MOVE SPACES TO WS-IN-POLICY
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-VALUE
           MOVE 0 TO WS-IN-APPRAISAL-DATE
           MOVE 0 TO WS-IN-LIEN-POSITION
           MOVE 0 TO WS-IN-PRIOR-LIENS
           MOVE 0 TO WS-IN-EXPIRY
           MOVE 0 TO WS-IN-AS-OF

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"collateral_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-COLLATERAL-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"loan_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-LOAN-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"collateral_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"description":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DESCRIPTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"insurance_carrier":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CARRIER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"insurance_policy":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-POLICY
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"appraised_value":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-VALUE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"appraisal_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-APPRAISAL-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"lien_position":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-LIEN-POSITION =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"prior_liens":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-PRIOR-LIENS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"insurance_expiry":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-EXPIRY = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"as_of":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-AS-OF = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"ltv_threshold":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-LTV-THRESHOLD =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"appraisal_months":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-APPRAISAL-MONTHS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           IF WS-IN-AS-OF = 0
               MOVE WS-TODAY TO WS-IN-AS-OF
           END-IF
           IF WS-IN-APPRAISAL-DATE = 0
               MOVE WS-TODAY TO WS-IN-APPRAISAL-DATE
           END-IF
           IF WS-LTV-THRESHOLD = 0
               MOVE 80 TO WS-LTV-THRESHOLD
           END-IF
           IF WS-APPRAISAL-MONTHS = 0
               MOVE 36 TO WS-APPRAISAL-MONTHS
           END-IF.

      *----------------------------------------------------------------
      * Maintenance: every action names the collateral item and the
      * operator, and leaves an audit journal entry.
      *----------------------------------------------------------------
       MAINTAIN-COLLATERAL.
           IF WS-IN-COLLATERAL-ID = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'collateral_id and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = '35'
               OPEN OUTPUT COLLATERAL-FILE
               CLOSE COLLATERAL-FILE
               OPEN I-O COLLATERAL-FILE
           END-IF
           OPEN I-O COLLATERAL-LINK
           IF WS-LINK-STATUS = '35'
               OPEN OUTPUT COLLATERAL-LINK
               CLOSE COLLATERAL-LINK
               OPEN I-O COLLATERAL-LINK
           END-IF
           IF WS-COLLATERAL-STATUS NOT = '00' OR
              WS-LINK-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Collateral files not available'
                   TO WS-ERROR-MESSAGE
               CLOSE COLLATERAL-FILE
               CLOSE COLLATERAL-LINK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-COLLATERAL-ID TO COL-ID
           IF WS-ACTION = 'ADD'
               PERFORM ADD-COLLATERAL
           ELSE
               READ COLLATERAL-FILE
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Collateral not found' TO WS-ERROR-MESSAGE
               END-READ
               IF WS-STATUS = 'SUCCESS' AND COL-STATUS = 'RELEASED'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Collateral has been released'
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-STATUS = 'SUCCESS'
                   EVALUATE WS-ACTION
                       WHEN 'LINK'
                           PERFORM LINK-COLLATERAL
                       WHEN 'REVALUE'
                           PERFORM REVALUE-COLLATERAL
                       WHEN 'INSURE'
                           PERFORM INSURE-COLLATERAL
                       WHEN 'RELEASE'
                           PERFORM RELEASE-COLLATERAL
                   END-EVALUATE
               END-IF
           END-IF

           CLOSE COLLATERAL-LINK
           CLOSE COLLATERAL-FILE

           IF WS-STATUS = 'SUCCESS'
               MOVE WS-ACTION TO WS-AJ-ACTION
               MOVE COL-ID TO WS-AJ-KEY
               CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                           WS-AJ-ACTION
                                           WS-AJ-KEY
                                           WS-AJ-BEFORE
                                           WS-AJ-AFTER
                                           WS-IN-USER
                                           WS-AJ-TOKEN
           END-IF.

       ADD-COLLATERAL.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-TYPE = SPACES
              OR WS-IN-VALUE NOT > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id, collateral_type and appraised_value are
      -            'required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           READ COLLATERAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Collateral already registered'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           PERFORM VERIFY-ACTIVE-LOAN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-COLLATERAL-ID TO COL-ID
           MOVE WS-IN-TYPE TO COL-TYPE
           MOVE WS-IN-DESCRIPTION TO COL-DESCRIPTION
           MOVE WS-IN-VALUE TO COL-APPRAISED-VALUE
           MOVE WS-IN-APPRAISAL-DATE TO COL-APPRAISAL-DATE
           IF WS-IN-LIEN-POSITION = 0
               MOVE 1 TO COL-LIEN-POSITION
           ELSE
               MOVE WS-IN-LIEN-POSITION TO COL-LIEN-POSITION
           END-IF
           MOVE WS-IN-PRIOR-LIENS TO COL-PRIOR-LIENS
           MOVE WS-IN-CARRIER TO COL-INS-CARRIER
           MOVE WS-IN-POLICY TO COL-INS-POLICY
           MOVE WS-IN-EXPIRY TO COL-INS-EXPIRY
           MOVE 'ACTIVE' TO COL-STATUS
           MOVE WS-TODAY TO COL-ADDED-DATE
           MOVE 0 TO COL-RELEASED-DATE
           MOVE WS-IN-USER TO COL-CHANGED-BY
           WRITE COLLATERAL-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not store collateral' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM WRITE-COLLATERAL-LINK

           MOVE 'NONE' TO WS-AJ-BEFORE
           MOVE COL-APPRAISED-VALUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING COL-TYPE ' ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' LIEN ' COL-LIEN-POSITION ' LOAN ' WS-IN-LOAN-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER.

       LINK-COLLATERAL.
           IF WS-IN-LOAN-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-ACTIVE-LOAN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO CLK-LOAN-ID
           MOVE COL-ID TO CLK-COLLATERAL-ID
           READ COLLATERAL-LINK
               INVALID KEY
                   PERFORM WRITE-COLLATERAL-LINK
               NOT INVALID KEY
                   IF CLK-STATUS = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Collateral already pledged to this loan'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE 'ACTIVE' TO CLK-STATUS
                       MOVE WS-TODAY TO CLK-PLEDGED-DATE
                       MOVE 0 TO CLK-RELEASED-DATE
                       REWRITE COLLATERAL-LINK-RECORD
                   END-IF
           END-READ
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'PLEDGED TO LOAN ' WS-IN-LOAN-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER.

       WRITE-COLLATERAL-LINK.
           MOVE WS-IN-LOAN-ID TO CLK-LOAN-ID
           MOVE COL-ID TO CLK-COLLATERAL-ID
           MOVE 'ACTIVE' TO CLK-STATUS
           MOVE WS-TODAY TO CLK-PLEDGED-DATE
           MOVE 0 TO CLK-RELEASED-DATE
           WRITE COLLATERAL-LINK-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not pledge collateral to loan'
                       TO WS-ERROR-MESSAGE
           END-WRITE.

       VERIFY-ACTIVE-LOAN.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF LN-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Loan is not active' TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE LOAN-MASTER.

       REVALUE-COLLATERAL.
           IF WS-IN-VALUE NOT > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'appraised_value is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE COL-APPRAISED-VALUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'VALUE ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' APPRAISED ' COL-APPRAISAL-DATE
               DELIMITED BY SIZE INTO WS-AJ-BEFORE

           MOVE WS-IN-VALUE TO COL-APPRAISED-VALUE
           MOVE WS-IN-APPRAISAL-DATE TO COL-APPRAISAL-DATE
           IF WS-IN-PRIOR-LIENS NOT = 0
               MOVE WS-IN-PRIOR-LIENS TO COL-PRIOR-LIENS
           END-IF
           MOVE WS-IN-USER TO COL-CHANGED-BY
           REWRITE COLLATERAL-RECORD

           MOVE COL-APPRAISED-VALUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'VALUE ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' APPRAISED ' COL-APPRAISAL-DATE
               DELIMITED BY SIZE INTO WS-AJ-AFTER.

       INSURE-COLLATERAL.
           IF WS-IN-CARRIER = SPACES OR WS-IN-EXPIRY = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'insurance_carrier and insurance_expiry are requir
      -            'ed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-BEFORE
           STRING FUNCTION TRIM(COL-INS-CARRIER) ' EXP '
                  COL-INS-EXPIRY
               DELIMITED BY SIZE INTO WS-AJ-BEFORE

           MOVE WS-IN-CARRIER TO COL-INS-CARRIER
           MOVE WS-IN-POLICY TO COL-INS-POLICY
           MOVE WS-IN-EXPIRY TO COL-INS-EXPIRY
           MOVE WS-IN-USER TO COL-CHANGED-BY
           REWRITE COLLATERAL-RECORD

           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(COL-INS-CARRIER) ' EXP '
                  COL-INS-EXPIRY
               DELIMITED BY SIZE INTO WS-AJ-AFTER.

      * Release the pledge to the named loan, or to every loan; the
      * item goes RELEASED when nothing still holds it.
       RELEASE-COLLATERAL.
           MOVE 0 TO WS-LINKS-RELEASED
           MOVE 0 TO WS-ACTIVE-LINKS
           MOVE 'N' TO WS-LINK-EOF
           MOVE COL-ID TO CLK-COLLATERAL-ID
           START COLLATERAL-LINK KEY >= CLK-COLLATERAL-ID
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL WS-LINK-EOF = 'Y'
               READ COLLATERAL-LINK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINK-EOF
                   NOT AT END
                       IF CLK-COLLATERAL-ID NOT = COL-ID
                           MOVE 'Y' TO WS-LINK-EOF
                       ELSE
                           PERFORM RELEASE-ONE-LINK
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINKS-RELEASED = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No active pledge to release' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-BEFORE
           IF WS-IN-LOAN-ID = SPACES
               MOVE 'ACTIVE ALL LOANS' TO WS-AJ-BEFORE
           ELSE
               STRING 'ACTIVE LOAN ' WS-IN-LOAN-ID
                   DELIMITED BY SIZE INTO WS-AJ-BEFORE
           END-IF
           MOVE SPACES TO WS-AJ-AFTER
           IF WS-ACTIVE-LINKS = 0
               MOVE 'RELEASED' TO COL-STATUS
               MOVE WS-TODAY TO COL-RELEASED-DATE
               MOVE WS-IN-USER TO COL-CHANGED-BY
               REWRITE COLLATERAL-RECORD
               MOVE WS-LINKS-RELEASED TO WS-DISPLAY-COUNT
               STRING 'RELEASED ' FUNCTION TRIM(WS-DISPLAY-COUNT)
                      ' PLEDGE(S)'
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
           ELSE
               MOVE WS-ACTIVE-LINKS TO WS-DISPLAY-COUNT
               STRING 'PLEDGE RELEASED, STILL HOLDS '
                      FUNCTION TRIM(WS-DISPLAY-COUNT) ' LOAN(S)'
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
           END-IF.

       RELEASE-ONE-LINK.
           IF CLK-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-LOAN-ID NOT = SPACES AND
              CLK-LOAN-ID NOT = WS-IN-LOAN-ID
               ADD 1 TO WS-ACTIVE-LINKS
               EXIT PARAGRAPH
           END-IF
           MOVE 'RELEASED' TO CLK-STATUS
           MOVE WS-TODAY TO CLK-RELEASED-DATE
           REWRITE COLLATERAL-LINK-RECORD
           ADD 1 TO WS-LINKS-RELEASED.

      *----------------------------------------------------------------
      * MONITOR: walk the ACTIVE loans, total the collateral each one
      * holds and flag the exceptions; the report lists each kind in
      * its own section.
      *----------------------------------------------------------------
       MONITOR-LOAN-TO-VALUE.
           COMPUTE WS-AC-YEAR = WS-IN-AS-OF / 10000
           COMPUTE WS-AC-MONTH = WS-IN-AS-OF / 100
           COMPUTE WS-AC-MONTH = WS-AC-MONTH - (WS-AC-YEAR * 100)
           COMPUTE WS-AC-MONTH = (WS-AC-YEAR * 12) + WS-AC-MONTH - 1
               - WS-APPRAISAL-MONTHS
           COMPUTE WS-AC-YEAR = WS-AC-MONTH / 12
           COMPUTE WS-AC-MONTH = WS-AC-MONTH - (WS-AC-YEAR * 12) + 1
           COMPUTE WS-APPRAISAL-CUTOFF =
               (WS-AC-YEAR * 10000) + (WS-AC-MONTH * 100)
               + FUNCTION MOD(WS-IN-AS-OF, 100)

           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT LOAN-BILLING
           OPEN INPUT COLLATERAL-FILE
           OPEN INPUT COLLATERAL-LINK

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = 'ACTIVE'
                           PERFORM REVIEW-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COLLATERAL-LINK
           CLOSE COLLATERAL-FILE
           CLOSE LOAN-BILLING
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-MASTER

           PERFORM WRITE-LTV-REPORT.

       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-REVIEWED
           MOVE 0 TO WS-LOAN-ITEMS
           MOVE 0 TO WS-LOAN-VALUE
           MOVE 0 TO WS-LOAN-PRIOR-LIENS
           MOVE 99999999 TO WS-LOAN-OLDEST-APPR
           MOVE SPACES TO WS-LOAN-LAPSED-ID
           MOVE 0 TO WS-LOAN-LAPSED-DATE

           IF WS-LINK-STATUS = '00'
               MOVE 'N' TO WS-LINK-EOF
               MOVE LN-LOAN-ID TO CLK-LOAN-ID
               MOVE LOW-VALUES TO CLK-COLLATERAL-ID
               START COLLATERAL-LINK KEY >= CLK-KEY
                   INVALID KEY MOVE 'Y' TO WS-LINK-EOF
               END-START
               PERFORM UNTIL WS-LINK-EOF = 'Y'
                   READ COLLATERAL-LINK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LINK-EOF
                       NOT AT END
                           IF CLK-LOAN-ID NOT = LN-LOAN-ID
                               MOVE 'Y' TO WS-LINK-EOF
                           ELSE
                               IF CLK-STATUS = 'ACTIVE'
                                   PERFORM ADD-PLEDGED-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-LOAN-ITEMS = 0
               ADD 1 TO WS-LOANS-UNSECURED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-LOAN-BALANCE
           IF WS-LOAN-VALUE > 0
               COMPUTE WS-LOAN-LTV ROUNDED =
                   (WS-LOAN-BALANCE + WS-LOAN-PRIOR-LIENS) * 100
                   / WS-LOAN-VALUE
           ELSE
               MOVE 99999.99 TO WS-LOAN-LTV
           END-IF

           IF WS-LOAN-LTV NOT > WS-LTV-THRESHOLD AND
              WS-LOAN-OLDEST-APPR NOT < WS-APPRAISAL-CUTOFF AND
              WS-LOAN-LAPSED-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-EXC-COUNT >= 500
               ADD 1 TO WS-EXC-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EXC-COUNT TO WS-EXC-IDX
           MOVE LN-LOAN-ID TO WS-EXC-LOAN-ID(WS-EXC-IDX)
           MOVE WS-LOAN-ITEMS TO WS-EXC-ITEMS(WS-EXC-IDX)
           MOVE WS-LOAN-BALANCE TO WS-EXC-BALANCE(WS-EXC-IDX)
           MOVE WS-LOAN-PRIOR-LIENS TO WS-EXC-PRIOR-LIENS(WS-EXC-IDX)
           MOVE WS-LOAN-VALUE TO WS-EXC-VALUE(WS-EXC-IDX)
           MOVE WS-LOAN-LTV TO WS-EXC-LTV(WS-EXC-IDX)
           MOVE WS-LOAN-OLDEST-APPR TO WS-EXC-OLDEST-APPR(WS-EXC-IDX)
           MOVE WS-LOAN-LAPSED-ID TO WS-EXC-LAPSED-ID(WS-EXC-IDX)
           MOVE WS-LOAN-LAPSED-DATE TO WS-EXC-LAPSED-DATE(WS-EXC-IDX)
           MOVE 'N' TO WS-EXC-OVER-LTV(WS-EXC-IDX)
           MOVE 'N' TO WS-EXC-STALE(WS-EXC-IDX)
           MOVE 'N' TO WS-EXC-LAPSED(WS-EXC-IDX)
           IF WS-LOAN-LTV > WS-LTV-THRESHOLD
               MOVE 'Y' TO WS-EXC-OVER-LTV(WS-EXC-IDX)
               ADD 1 TO WS-LOANS-OVER-LTV
           END-IF
           IF WS-LOAN-OLDEST-APPR < WS-APPRAISAL-CUTOFF
               MOVE 'Y' TO WS-EXC-STALE(WS-EXC-IDX)
               ADD 1 TO WS-LOANS-STALE
           END-IF
           IF WS-LOAN-LAPSED-ID NOT = SPACES
               MOVE 'Y' TO WS-EXC-LAPSED(WS-EXC-IDX)
               ADD 1 TO WS-LOANS-LAPSED
           END-IF.

      * Value and prior liens of each item the loan holds, its oldest
      * appraisal, and the first item whose required insurance has
      * lapsed or was never recorded.
       ADD-PLEDGED-ITEM.
           IF WS-COLLATERAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CLK-COLLATERAL-ID TO COL-ID
           READ COLLATERAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF COL-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOAN-ITEMS
           ADD COL-APPRAISED-VALUE TO WS-LOAN-VALUE
           ADD COL-PRIOR-LIENS TO WS-LOAN-PRIOR-LIENS
           IF COL-APPRAISAL-DATE < WS-LOAN-OLDEST-APPR
               MOVE COL-APPRAISAL-DATE TO WS-LOAN-OLDEST-APPR
           END-IF

           MOVE COL-TYPE TO WS-INSURED-TYPE
           IF WS-INSURANCE-REQUIRED AND WS-LOAN-LAPSED-ID = SPACES
               IF COL-INS-EXPIRY = 0 OR COL-INS-EXPIRY < WS-IN-AS-OF
                   MOVE COL-ID TO WS-LOAN-LAPSED-ID
                   MOVE COL-INS-EXPIRY TO WS-LOAN-LAPSED-DATE
               END-IF
           END-IF.

      * Current balance: where the schedule stands after the last
      * billed period, plus billed principal not yet collected.
       COMPUTE-LOAN-BALANCE.
           IF LN-NEXT-PERIOD = 1
               MOVE LN-PRINCIPAL TO WS-LOAN-BALANCE
           ELSE
               MOVE LN-LOAN-ID TO LSC-LOAN-ID
               COMPUTE LSC-PERIOD = LN-NEXT-PERIOD - 1
               READ LOAN-SCHEDULE
                   INVALID KEY
                       MOVE LN-PRINCIPAL TO WS-LOAN-BALANCE
                   NOT INVALID KEY
                       MOVE LSC-BALANCE TO WS-LOAN-BALANCE
               END-READ
           END-IF

           MOVE 'N' TO WS-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-BILL-EOF
           END-START

           PERFORM UNTIL WS-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-BILL-EOF
                       ELSE
                           IF LBL-STATUS NOT = 'PAID'
                               ADD LBL-PRINCIPAL-DUE
                                   TO WS-LOAN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-LTV-REPORT.
           OPEN OUTPUT LTV-REPORT
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'COLLATERAL / LOAN-TO-VALUE REVIEW - AS OF '
                  WS-IN-AS-OF '  RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD

           MOVE WS-LTV-THRESHOLD TO WS-DISPLAY-LTV
           MOVE SPACES TO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOANS OVER LTV THRESHOLD OF '
                  FUNCTION TRIM(WS-DISPLAY-LTV) ' PCT'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOAN ID      ITEMS'
                  '       BALANCE'
                  '   PRIOR LIENS'
                  '    COLLATERAL'
                  '      LTV'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-OVER-LTV(WS-EXC-IDX) = 'Y'
                   PERFORM WRITE-LTV-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE WS-APPRAISAL-MONTHS TO WS-DISPLAY-COUNT
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOANS WITH AN APPRAISAL OLDER THAN '
                  FUNCTION TRIM(WS-DISPLAY-COUNT) ' MONTHS (BEFORE '
                  WS-APPRAISAL-CUTOFF ')'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOAN ID      ITEMS'
                  '  OLDEST APPRAISAL'
                  '    COLLATERAL'
                  '      LTV'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-STALE(WS-EXC-IDX) = 'Y'
                   PERFORM WRITE-STALE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOANS WITH EXPIRED OR MISSING COLLATERAL INSURANCE'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'LOAN ID      COLLATERAL ID  INSURANCE EXPIRY'
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-LAPSED(WS-EXC-IDX) = 'Y'
                   PERFORM WRITE-LAPSED-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE WS-LOANS-REVIEWED TO WS-DISPLAY-COUNT
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'ACTIVE LOANS REVIEWED   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           MOVE WS-LOANS-UNSECURED TO WS-DISPLAY-COUNT
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING 'UNSECURED (NO PLEDGE)   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD
           IF WS-EXC-DROPPED > 0
               MOVE WS-EXC-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO LTV-REPORT-RECORD
               STRING 'EXCEPTIONS NOT LISTED   ' WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO LTV-REPORT-RECORD
               WRITE LTV-REPORT-RECORD
           END-IF
           CLOSE LTV-REPORT.

       WRITE-LTV-LINE.
           MOVE WS-EXC-ITEMS(WS-EXC-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-EXC-BALANCE(WS-EXC-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-EXC-PRIOR-LIENS(WS-EXC-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE WS-EXC-VALUE(WS-EXC-IDX) TO WS-DISPLAY-AMOUNT-3
           MOVE WS-EXC-LTV(WS-EXC-IDX) TO WS-DISPLAY-LTV
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING WS-EXC-LOAN-ID(WS-EXC-IDX)
                  WS-DISPLAY-COUNT(5:3) ' '
                  WS-DISPLAY-AMOUNT(1:14)
                  WS-DISPLAY-AMOUNT-2(1:14)
                  WS-DISPLAY-AMOUNT-3(1:14) ' '
                  WS-DISPLAY-LTV
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD.

       WRITE-STALE-LINE.
           MOVE WS-EXC-ITEMS(WS-EXC-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-EXC-VALUE(WS-EXC-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-EXC-LTV(WS-EXC-IDX) TO WS-DISPLAY-LTV
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING WS-EXC-LOAN-ID(WS-EXC-IDX)
                  WS-DISPLAY-COUNT(5:3) '          '
                  WS-EXC-OLDEST-APPR(WS-EXC-IDX)
                  WS-DISPLAY-AMOUNT(1:14) ' '
                  WS-DISPLAY-LTV
               DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           WRITE LTV-REPORT-RECORD.

       WRITE-LAPSED-LINE.
           MOVE SPACES TO LTV-REPORT-RECORD
           IF WS-EXC-LAPSED-DATE(WS-EXC-IDX) = 0
               STRING WS-EXC-LOAN-ID(WS-EXC-IDX) ' '
                      WS-EXC-LAPSED-ID(WS-EXC-IDX) '   NONE ON FILE'
                   DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           ELSE
               STRING WS-EXC-LOAN-ID(WS-EXC-IDX) ' '
                      WS-EXC-LAPSED-ID(WS-EXC-IDX) '   '
                      WS-EXC-LAPSED-DATE(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO LTV-REPORT-RECORD
           END-IF
           WRITE LTV-REPORT-RECORD.

       WRITE-JSON-RESPONSE.
           EVALUATE TRUE
               WHEN WS-STATUS NOT = 'SUCCESS'
                   STRING '{"status":"' WS-STATUS '",'
                       '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE)
                       '"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN WS-ACTION = 'MONITOR'
                   STRING '{"status":"' WS-STATUS '",'
                       '"as_of":' WS-IN-AS-OF
                       ',"loans_reviewed":' WS-LOANS-REVIEWED
                       ',"unsecured":' WS-LOANS-UNSECURED
                       ',"over_ltv":' WS-LOANS-OVER-LTV
                       ',"stale_appraisal":' WS-LOANS-STALE
                       ',"insurance_lapsed":' WS-LOANS-LAPSED
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN OTHER
                   MOVE COL-APPRAISED-VALUE TO WS-JSON-AMOUNT
                   STRING '{"status":"' WS-STATUS '",'
                       '"collateral_id":"' FUNCTION TRIM(COL-ID)
                       '","collateral_type":"' FUNCTION TRIM(COL-TYPE)
                       '","collateral_status":"'
                       FUNCTION TRIM(COL-STATUS)
                       '","appraised_value":'
                       FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"appraisal_date":' COL-APPRAISAL-DATE
                       ',"lien_position":' COL-LIEN-POSITION
                       ',"insurance_expiry":' COL-INS-EXPIRY
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-EVALUATE

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
