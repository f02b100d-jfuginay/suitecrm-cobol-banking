       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-TEMPLATE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Recurring journal entry templates. Month-end accruals that
      * used to be keyed into GL-POSTING-MULTI by hand every month
      * (salaries, rent, vendor accruals) are set up once here as a
      * multi-leg template on gl-journal-templates.dat (keyed by
      * template id). The BATCH-PROCESSOR RECURRING_JOURNALS job posts
      * each ACTIVE template when it falls due and, for auto-reverse
      * templates, posts the mirror-image reversal on the first
      * business day of the following period.
      *   ADD        - "template_id", "description", "frequency"
      *                (M monthly, Q quarterly, S half-yearly,
      *                A annual, counted from the start period),
      *                "start_period" and optional "end_period"
      *                (YYYYMM, 0 = no end), optional "post_day"
      *                (1-28, 0 = last business day of the period,
      *                the default), "auto_reverse" (Y/N),
      *                optional "cost_center", "user" and "legs" -
      *                2 to 10 entries of "account:D|C:amount" that
      *                must balance. Every leg account must be on
      *                GL-MASTER now; GL-POSTING-MULTI edits them
      *                again when the entry posts.
      *   DEACTIVATE - stop generating a template ("template_id",
      *                "user"). An accrual already posted is still
      *                reversed when its reversal falls due.
      *   INQUIRY    - return one template.
      *   LIST       - every template on gl-journal-template-list.txt.
      * A template's legs never change once it is set up, so a
      * reversal always mirrors exactly what was posted; to change an
      * accrual, deactivate the template and add a new one. Entry and
      * deactivation are journaled through AUDIT-JOURNAL. Driven by
      * gl-template-input.json; result in gl-template-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'gl-template-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'gl-template-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-FILE
               ASSIGN TO 'gl-journal-template-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEMPLATE-FILE ASSIGN TO 'gl-journal-templates.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JTP-ID
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT GL-MASTER ASSIGN TO 'gl-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-GL-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(132).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05  JTP-ID              PIC X(10).
           05  JTP-DESCRIPTION     PIC X(40).
           05  JTP-FREQUENCY       PIC X(1).
           05  JTP-START-PERIOD    PIC 9(6).
           05  JTP-END-PERIOD      PIC 9(6).
           05  JTP-POST-DAY        PIC 9(2).
           05  JTP-AUTO-REVERSE    PIC X(1).
           05  JTP-COST-CENTER     PIC X(4).
           05  JTP-STATUS          PIC X(10).
           05  JTP-CREATED-BY      PIC X(30).
           05  JTP-CREATED-DATE    PIC 9(8).
           05  JTP-LAST-POSTED     PIC 9(6).
           05  JTP-LAST-REVERSED   PIC 9(6).
           05  JTP-LAST-RUN-DATE   PIC 9(8).
           05  JTP-LAST-RESULT     PIC X(40).
           05  JTP-LEG-COUNT       PIC 9(2).
           05  JTP-LEG OCCURS 10 TIMES.
               10  JTP-LEG-ACCOUNT PIC X(10).
               10  JTP-LEG-DRCR    PIC X(1).
               10  JTP-LEG-AMOUNT  PIC S9(12)V99 COMP-3.

       FD  GL-MASTER.
       01  GL-ACCOUNT-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(30).
           05  GL-ACCOUNT-TYPE         PIC X(10).
           05  GL-NORMAL-BALANCE       PIC X(01).
           05  GL-CURRENT-BALANCE      PIC S9(12)V99 COMP-3.
           05  GL-LAST-POSTED-DATE     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-TEMPLATE-STATUS      PIC XX.
       01  WS-GL-MASTER-STATUS     PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-TEMPLATE-ID       PIC X(10).
       01  WS-IN-DESCRIPTION       PIC X(40).
       01  WS-IN-FREQUENCY         PIC X(1).
       01  WS-IN-START-PERIOD      PIC 9(6).
       01  WS-IN-END-PERIOD        PIC 9(6).
       01  WS-IN-POST-DAY          PIC 9(2).
       01  WS-IN-AUTO-REVERSE      PIC X(1).
       01  WS-IN-COST-CENTER       PIC X(4).
       01  WS-IN-USER              PIC X(30).

      * Legs arrive as "account:D|C:amount" strings in the "legs"
      * array and are edited into the template's leg table.
       01  WS-LEGS-RAW             PIC X(600).
       01  WS-LEG-COUNT            PIC 9(2).
       01  WS-LEG-IDX              PIC 9(2).
       01  WS-LEG-TEXT-TABLE.
           05  WS-LEG-TEXT OCCURS 10 TIMES PIC X(50).
       01  WS-LEG-WORK             PIC X(50).
       01  WS-LEG-ACCOUNT          PIC X(10).
       01  WS-LEG-DRCR             PIC X(1).
       01  WS-LEG-AMOUNT-TEXT      PIC X(20).
       01  WS-DEBIT-TOTAL          PIC S9(13)V99.
       01  WS-CREDIT-TOTAL         PIC S9(13)V99.

       01  WS-PERIOD-CHECK         PIC 9(6).
       01  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-PERIOD-OK            PIC X.
       01  WS-LISTED-COUNT         PIC 9(5).
       01  WS-DISPLAY-AMOUNT       PIC Z(11)9.99.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'GL-JOURNAL-TEMPLATE'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM OPEN-TEMPLATE-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'ADD'
                       PERFORM ADD-TEMPLATE
                   WHEN 'DEACTIVATE'
                       PERFORM DEACTIVATE-TEMPLATE
                   WHEN 'INQUIRY'
                       PERFORM INQUIRE-TEMPLATE
                   WHEN 'LIST'
                       PERFORM LIST-TEMPLATES
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE TEMPLATE-FILE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-TEMPLATE-ID
           MOVE SPACES TO WS-IN-DESCRIPTION
           MOVE SPACES TO WS-IN-FREQUENCY
           MOVE 0 TO WS-IN-START-PERIOD
           MOVE 0 TO WS-IN-END-PERIOD
           MOVE 0 TO WS-IN-POST-DAY
           MOVE 'N' TO WS-IN-AUTO-REVERSE
           MOVE 'FIN ' TO WS-IN-COST-CENTER
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-LEG-COUNT

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-TEMPLATE-ID
           PERFORM EXTRACT-DESCRIPTION
           PERFORM EXTRACT-FREQUENCY
           PERFORM EXTRACT-PERIODS
           PERFORM EXTRACT-POST-DAY
           PERFORM EXTRACT-AUTO-REVERSE
           PERFORM EXTRACT-COST-CENTER
           PERFORM EXTRACT-USER
           PERFORM EXTRACT-LEGS.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-TEMPLATE-ID.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"template_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-TEMPLATE-ID
           END-IF.

       EXTRACT-DESCRIPTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"description":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DESCRIPTION
           END-IF.

       EXTRACT-FREQUENCY.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"frequency":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-FREQUENCY
           END-IF.

       EXTRACT-PERIODS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"start_period":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-START-PERIOD =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"end_period":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-END-PERIOD =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-POST-DAY.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"post_day":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-POST-DAY =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-AUTO-REVERSE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"auto_reverse":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-AUTO-REVERSE
           END-IF.

       EXTRACT-COST-CENTER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"cost_center":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-COST-CENTER
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

       EXTRACT-LEGS.
           MOVE SPACES TO WS-LEG-TEXT-TABLE
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"legs":['
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-LEGS-RAW
               UNSTRING WS-JSON-POST DELIMITED BY ']'
                   INTO WS-LEGS-RAW
               UNSTRING WS-LEGS-RAW DELIMITED BY ','
                   INTO WS-LEG-TEXT(1) WS-LEG-TEXT(2) WS-LEG-TEXT(3)
                        WS-LEG-TEXT(4) WS-LEG-TEXT(5) WS-LEG-TEXT(6)
                        WS-LEG-TEXT(7) WS-LEG-TEXT(8) WS-LEG-TEXT(9)
                        WS-LEG-TEXT(10)
                   TALLYING IN WS-LEG-COUNT
               PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                       UNTIL WS-LEG-IDX > WS-LEG-COUNT
                   MOVE WS-LEG-TEXT(WS-LEG-IDX) TO WS-LEG-WORK
                   INSPECT WS-LEG-WORK CONVERTING '"' TO SPACE
                   MOVE SPACES TO WS-LEG-TEXT(WS-LEG-IDX)
                   STRING FUNCTION TRIM(WS-LEG-WORK)
                       DELIMITED BY SIZE
                       INTO WS-LEG-TEXT(WS-LEG-IDX)
               END-PERFORM
           END-IF.

       OPEN-TEMPLATE-FILE.
           OPEN I-O TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = '35'
               OPEN OUTPUT TEMPLATE-FILE
               CLOSE TEMPLATE-FILE
               OPEN I-O TEMPLATE-FILE
           END-IF
           IF WS-TEMPLATE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Journal template file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * ADD: the template is edited in full before it is written, so
      * the batch job only ever meets a well-formed, balanced entry.
      *----------------------------------------------------------------
       ADD-TEMPLATE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TEMPLATE-ID = SPACES OR
              WS-IN-DESCRIPTION = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'template_id and description are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-FREQUENCY NOT = 'M' AND
              WS-IN-FREQUENCY NOT = 'Q' AND
              WS-IN-FREQUENCY NOT = 'S' AND
              WS-IN-FREQUENCY NOT = 'A'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'frequency must be M, Q, S or A'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-START-PERIOD TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-VALUE
           IF WS-PERIOD-OK NOT = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'start_period must be YYYYMM' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-END-PERIOD NOT = 0
               MOVE WS-IN-END-PERIOD TO WS-PERIOD-CHECK
               PERFORM CHECK-PERIOD-VALUE
               IF WS-PERIOD-OK NOT = 'Y' OR
                  WS-IN-END-PERIOD < WS-IN-START-PERIOD
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'end_period must be YYYYMM, not before start'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IN-POST-DAY > 28
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'post_day must be 1-28, or 0 for month end'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AUTO-REVERSE NOT = 'Y' AND
              WS-IN-AUTO-REVERSE NOT = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'auto_reverse must be Y or N' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-TEMPLATE-ID TO JTP-ID
           READ TEMPLATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Template id already exists'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO TEMPLATE-RECORD
           PERFORM EDIT-TEMPLATE-LEGS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-TEMPLATE-ID TO JTP-ID
           MOVE WS-IN-DESCRIPTION TO JTP-DESCRIPTION
           MOVE WS-IN-FREQUENCY TO JTP-FREQUENCY
           MOVE WS-IN-START-PERIOD TO JTP-START-PERIOD
           MOVE WS-IN-END-PERIOD TO JTP-END-PERIOD
           MOVE WS-IN-POST-DAY TO JTP-POST-DAY
           MOVE WS-IN-AUTO-REVERSE TO JTP-AUTO-REVERSE
           MOVE WS-IN-COST-CENTER TO JTP-COST-CENTER
           MOVE 'ACTIVE' TO JTP-STATUS
           MOVE WS-IN-USER TO JTP-CREATED-BY
           MOVE WS-TODAY TO JTP-CREATED-DATE
           MOVE 0 TO JTP-LAST-POSTED
           MOVE 0 TO JTP-LAST-REVERSED
           MOVE 0 TO JTP-LAST-RUN-DATE
           MOVE SPACES TO JTP-LAST-RESULT
           MOVE WS-LEG-COUNT TO JTP-LEG-COUNT
           WRITE TEMPLATE-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not add template' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'JT-ADD' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-BEFORE
           PERFORM AUDIT-TEMPLATE-ENTRY.

       CHECK-PERIOD-VALUE.
           MOVE 'Y' TO WS-PERIOD-OK
           MOVE WS-PERIOD-CHECK(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-CHECK < 190001 OR
              WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE 'N' TO WS-PERIOD-OK
           END-IF.

      * Same balancing rule GL-POSTING-MULTI applies at posting time,
      * plus every account must already be on the chart.
       EDIT-TEMPLATE-LEGS.
           IF WS-LEG-COUNT < 2 OR WS-LEG-COUNT > 10
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'legs must hold 2 to 10 entries'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GL-MASTER
           IF WS-GL-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'GL master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                   OR WS-STATUS NOT = 'SUCCESS'
               PERFORM EDIT-ONE-LEG
           END-PERFORM
           CLOSE GL-MASTER

           IF WS-STATUS = 'SUCCESS' AND
              WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Template debits and credits do not balance'
                   TO WS-ERROR-MESSAGE
           END-IF.

       EDIT-ONE-LEG.
           MOVE SPACES TO WS-LEG-ACCOUNT
           MOVE SPACES TO WS-LEG-DRCR
           MOVE SPACES TO WS-LEG-AMOUNT-TEXT
           UNSTRING WS-LEG-TEXT(WS-LEG-IDX) DELIMITED BY ':'
               INTO WS-LEG-ACCOUNT WS-LEG-DRCR WS-LEG-AMOUNT-TEXT

           MOVE WS-LEG-ACCOUNT TO JTP-LEG-ACCOUNT(WS-LEG-IDX)
           MOVE WS-LEG-DRCR TO JTP-LEG-DRCR(WS-LEG-IDX)
           MOVE 0 TO JTP-LEG-AMOUNT(WS-LEG-IDX)
           IF WS-LEG-AMOUNT-TEXT NOT = SPACES
               COMPUTE JTP-LEG-AMOUNT(WS-LEG-IDX) =
                   FUNCTION NUMVAL(WS-LEG-AMOUNT-TEXT)
           END-IF

           IF JTP-LEG-AMOUNT(WS-LEG-IDX) NOT > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Every leg needs an amount above zero'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LEG-DRCR
               WHEN 'D'
                   ADD JTP-LEG-AMOUNT(WS-LEG-IDX) TO WS-DEBIT-TOTAL
               WHEN 'C'
                   ADD JTP-LEG-AMOUNT(WS-LEG-IDX) TO WS-CREDIT-TOTAL
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Every leg must be D or C' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-LEG-ACCOUNT TO GL-ACCOUNT-NUMBER
           READ GL-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING 'GL account not found: '
                          FUNCTION TRIM(WS-LEG-ACCOUNT)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * DEACTIVATE: generation stops; a reversal still owed on the
      * last posting is left for the batch job to post.
      *----------------------------------------------------------------
       DEACTIVATE-TEMPLATE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TEMPLATE-ID TO JTP-ID
           READ TEMPLATE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Template not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF JTP-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Template is not active' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'INACTIVE' TO JTP-STATUS
           REWRITE TEMPLATE-RECORD

           MOVE 'JT-DEACTIVATE' TO WS-AJ-ACTION
           MOVE 'ACTIVE' TO WS-AJ-BEFORE
           PERFORM AUDIT-TEMPLATE-ENTRY.

       AUDIT-TEMPLATE-ENTRY.
           MOVE JTP-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING JTP-FREQUENCY ' ' JTP-START-PERIOD '-'
                  JTP-END-PERIOD ' REV ' JTP-AUTO-REVERSE
                  ' LEGS ' JTP-LEG-COUNT ' '
                  FUNCTION TRIM(JTP-STATUS)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       INQUIRE-TEMPLATE.
           MOVE WS-IN-TEMPLATE-ID TO JTP-ID
           READ TEMPLATE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Template not found' TO WS-ERROR-MESSAGE
           END-READ.

       LIST-TEMPLATES.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-RECORD
           STRING 'GL JOURNAL TEMPLATES AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD

           MOVE LOW-VALUES TO JTP-ID
           START TEMPLATE-FILE KEY >= JTP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WRITE-LIST-LINES
               END-READ
           END-PERFORM

           MOVE SPACES TO LIST-RECORD
           STRING 'Templates: ' WS-LISTED-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           CLOSE LIST-FILE.

       WRITE-LIST-LINES.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING JTP-ID ' ' JTP-STATUS ' ' JTP-FREQUENCY ' '
                  JTP-START-PERIOD '-' JTP-END-PERIOD
                  ' DAY ' JTP-POST-DAY ' REV ' JTP-AUTO-REVERSE
                  ' POSTED ' JTP-LAST-POSTED
                  ' REVERSED ' JTP-LAST-REVERSED ' '
                  JTP-DESCRIPTION
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > JTP-LEG-COUNT
               MOVE JTP-LEG-AMOUNT(WS-LEG-IDX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO LIST-RECORD
               STRING '           ' JTP-LEG-DRCR(WS-LEG-IDX) ' '
                      JTP-LEG-ACCOUNT(WS-LEG-IDX) ' '
                      WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-PERFORM.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               IF WS-ACTION = 'LIST'
                   STRING '{"status":"SUCCESS",'
                       '"action":"LIST",'
                       '"templates":' WS-LISTED-COUNT
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"template_id":"' FUNCTION TRIM(JTP-ID) '",'
                       '"description":"'
                       FUNCTION TRIM(JTP-DESCRIPTION) '",'
                       '"frequency":"' JTP-FREQUENCY '",'
                       '"start_period":' JTP-START-PERIOD ','
                       '"end_period":' JTP-END-PERIOD ','
                       '"post_day":' JTP-POST-DAY ','
                       '"auto_reverse":"' JTP-AUTO-REVERSE '",'
                       '"legs":' JTP-LEG-COUNT ','
                       '"template_status":"'
                       FUNCTION TRIM(JTP-STATUS) '",'
                       '"last_posted":' JTP-LAST-POSTED ','
                       '"last_reversed":' JTP-LAST-REVERSED ','
                       '"last_result":"'
                       FUNCTION TRIM(JTP-LAST-RESULT) '"'
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
