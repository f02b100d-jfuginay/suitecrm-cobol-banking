       IDENTIFICATION DIVISION.
       PROGRAM-ID. PII-MASK.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Shared masking of customer PII in service and report output.
      * The caller passes the viewer's role (spaces for unattended
      * batch), the kind of field and its value; the value comes back
      * in clear only when the role carries VIEW-PII-UNMASKED in
      * entitlements.dat, otherwise masked by the field's rule on the
      * sensitivity table pii-sensitivity.dat (field type, rule):
      *   LAST4   every character but the last four becomes '*'
      *   REDACT  every non-blank character becomes '*'
      *   NONE    never masked
      * A field type not on the table is masked LAST4. Without the
      * table ACCOUNT, TAXID and PHONE are LAST4 and ADDRESS and
      * EMAIL are REDACT. The masked value keeps the length of the
      * original so fixed-column report layouts do not move.
      * PM-CLEAR returns 'Y' when a sensitive value was disclosed
      * unmasked; the caller records that disclosure in the audit
      * journal. Both files are read once per run unit.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSITIVITY-FILE ASSIGN TO 'pii-sensitivity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSITIVITY-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO 'entitlements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSITIVITY-FILE.
       01  SENSITIVITY-RECORD.
           05  SNS-FIELD-TYPE      PIC X(12).
           05  SNS-RULE            PIC X(8).

       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
           05  ENT-ROLE            PIC X(20).
           05  ENT-PERMISSION      PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SENSITIVITY-STATUS   PIC XX.
       01  WS-ENTITLEMENT-STATUS   PIC XX.
       01  WS-PM-LOADED            PIC X VALUE 'N'.
       01  WS-PM-EOF               PIC X.
       01  WS-PM-PERMISSION        PIC X(30) VALUE 'VIEW-PII-UNMASKED'.

       01  WS-PM-RULE-COUNT        PIC 9(3) VALUE 0.
       01  WS-PM-RULE-IDX          PIC 9(3).
       01  WS-PM-RULE-TABLE.
           05  WS-PM-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-PM-RULE-FIELD PIC X(12).
               10  WS-PM-RULE-CODE  PIC X(8).

       01  WS-PM-ROLE-COUNT        PIC 9(3) VALUE 0.
       01  WS-PM-ROLE-IDX          PIC 9(3).
       01  WS-PM-ROLE-TABLE.
           05  WS-PM-ROLE OCCURS 100 TIMES PIC X(20).

       01  WS-PM-RULE              PIC X(8).
       01  WS-PM-ENTITLED          PIC X.
       01  WS-PM-LENGTH            PIC 9(3).
       01  WS-PM-POS               PIC 9(3).
       01  WS-PM-KEEP-FROM         PIC 9(3).

       LINKAGE SECTION.
       01  PM-ROLE                 PIC X(20).
       01  PM-FIELD-TYPE           PIC X(12).
       01  PM-VALUE                PIC X(60).
       01  PM-RESULT               PIC X(60).
       01  PM-CLEAR                PIC X.

       PROCEDURE DIVISION USING PM-ROLE
                                 PM-FIELD-TYPE
                                 PM-VALUE
                                 PM-RESULT
                                 PM-CLEAR.
       PII-MASK-MAIN.
           IF WS-PM-LOADED NOT = 'Y'
               PERFORM LOAD-SENSITIVITY-TABLE
               PERFORM LOAD-UNMASKED-ROLES
               MOVE 'Y' TO WS-PM-LOADED
           END-IF

           MOVE PM-VALUE TO PM-RESULT
           MOVE 'N' TO PM-CLEAR

           MOVE 'LAST4' TO WS-PM-RULE
           PERFORM VARYING WS-PM-RULE-IDX FROM 1 BY 1
                   UNTIL WS-PM-RULE-IDX > WS-PM-RULE-COUNT
               IF WS-PM-RULE-FIELD(WS-PM-RULE-IDX) = PM-FIELD-TYPE
                   MOVE WS-PM-RULE-CODE(WS-PM-RULE-IDX) TO WS-PM-RULE
               END-IF
           END-PERFORM
           IF WS-PM-RULE = 'NONE' OR PM-VALUE = SPACES
               GOBACK
           END-IF

           MOVE 'N' TO WS-PM-ENTITLED
           IF PM-ROLE NOT = SPACES
               PERFORM VARYING WS-PM-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-PM-ROLE-IDX > WS-PM-ROLE-COUNT
                   IF WS-PM-ROLE(WS-PM-ROLE-IDX) = PM-ROLE
                       MOVE 'Y' TO WS-PM-ENTITLED
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PM-ENTITLED = 'Y'
               MOVE 'Y' TO PM-CLEAR
               GOBACK
           END-IF

           MOVE 0 TO WS-PM-LENGTH
           INSPECT FUNCTION REVERSE(PM-VALUE)
               TALLYING WS-PM-LENGTH FOR LEADING SPACES
           COMPUTE WS-PM-LENGTH = 60 - WS-PM-LENGTH

           IF WS-PM-RULE = 'REDACT'
               PERFORM VARYING WS-PM-POS FROM 1 BY 1
                       UNTIL WS-PM-POS > WS-PM-LENGTH
                   IF PM-RESULT(WS-PM-POS:1) NOT = SPACE
                       MOVE '*' TO PM-RESULT(WS-PM-POS:1)
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-PM-KEEP-FROM = WS-PM-LENGTH - 3
               PERFORM VARYING WS-PM-POS FROM 1 BY 1
                       UNTIL WS-PM-POS > WS-PM-LENGTH
                   IF WS-PM-POS < WS-PM-KEEP-FROM OR WS-PM-LENGTH < 5
                       MOVE '*' TO PM-RESULT(WS-PM-POS:1)
                   END-IF
               END-PERFORM
           END-IF

           GOBACK.

       LOAD-SENSITIVITY-TABLE.
           MOVE 0 TO WS-PM-RULE-COUNT
           MOVE 'N' TO WS-PM-EOF
           OPEN INPUT SENSITIVITY-FILE
           IF WS-SENSITIVITY-STATUS = '00'
               PERFORM UNTIL WS-PM-EOF = 'Y'
                   READ SENSITIVITY-FILE
                       AT END
                           MOVE 'Y' TO WS-PM-EOF
                       NOT AT END
                           IF WS-PM-RULE-COUNT < 50
                               ADD 1 TO WS-PM-RULE-COUNT
                               MOVE SNS-FIELD-TYPE
                                   TO WS-PM-RULE-FIELD(WS-PM-RULE-COUNT)
                               MOVE SNS-RULE
                                   TO WS-PM-RULE-CODE(WS-PM-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENSITIVITY-FILE
           END-IF

           IF WS-PM-RULE-COUNT = 0
               MOVE 'ACCOUNT' TO WS-PM-RULE-FIELD(1)
               MOVE 'LAST4' TO WS-PM-RULE-CODE(1)
               MOVE 'TAXID' TO WS-PM-RULE-FIELD(2)
               MOVE 'LAST4' TO WS-PM-RULE-CODE(2)
               MOVE 'PHONE' TO WS-PM-RULE-FIELD(3)
               MOVE 'LAST4' TO WS-PM-RULE-CODE(3)
               MOVE 'ADDRESS' TO WS-PM-RULE-FIELD(4)
               MOVE 'REDACT' TO WS-PM-RULE-CODE(4)
               MOVE 'EMAIL' TO WS-PM-RULE-FIELD(5)
               MOVE 'REDACT' TO WS-PM-RULE-CODE(5)
               MOVE 5 TO WS-PM-RULE-COUNT
           END-IF.

       LOAD-UNMASKED-ROLES.
           MOVE 0 TO WS-PM-ROLE-COUNT
           MOVE 'N' TO WS-PM-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PM-EOF = 'Y'
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF ENT-PERMISSION = WS-PM-PERMISSION AND
                          WS-PM-ROLE-COUNT < 100
                           ADD 1 TO WS-PM-ROLE-COUNT
                           MOVE ENT-ROLE TO WS-PM-ROLE(WS-PM-ROLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITLEMENT-FILE.
