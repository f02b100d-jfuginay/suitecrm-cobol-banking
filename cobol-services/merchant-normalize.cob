       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHANT-NORMALIZE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Shared merchant name clean-up and categorization, called by
      * every program as it writes a row to transactions.dat. The
      * caller passes the raw merchant string, the category it would
      * post, the channel and the transaction type; merchant and
      * category come back cleaned. The rules are the merchant-rules
      * table merchant-rules.dat, one rule a line (rule type,
      * pattern, channel, transaction type, merchant, category):
      *   S  strip - a processor prefix such as 'SQ *' or 'TST*'
      *      is taken off the front before matching
      *   P  the merchant begins with the pattern
      *   C  the merchant contains the pattern anywhere
      *   F  fallback category for a channel and transaction type,
      *      either left blank to cover them all
      * Matching is on the upper-cased merchant with the strip
      * prefixes removed and trailing store numbers dropped - that
      * match key is returned too. The longest matching P or C
      * pattern wins and sets the clean merchant name, and sets the
      * category when the rule carries one and the caller had none or
      * only repeated the channel - a category the caller chose (such
      * as FED-BENEFIT) is kept. A merchant already equal
      * to a rule's clean name counts as recognized, so running the
      * rules again over posted history changes nothing. When no
      * merchant rule matches the merchant is left as it came and
      * the F rules decide the category if the caller had none or
      * only repeated the channel (CARD on a card row, ACH on an ACH
      * row): channel and type, then channel, then type, else
      * UNCATEGORIZED. The table is read once per run unit.
      * Return code '00' merchant recognized, '01' merchant not
      * recognized, '02' no merchant on the row.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-RULES-FILE ASSIGN TO 'merchant-rules.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERCHANT-RULES-FILE.
       01  MERCHANT-RULE-RECORD.
           05  MRL-RULE-TYPE       PIC X.
           05  MRL-PATTERN         PIC X(30).
           05  MRL-CHANNEL         PIC X(20).
           05  MRL-TRANS-TYPE      PIC X(20).
           05  MRL-MERCHANT        PIC X(50).
           05  MRL-CATEGORY        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS         PIC XX.
       01  WS-MN-LOADED            PIC X VALUE 'N'.
       01  WS-MN-EOF               PIC X.

       01  WS-MN-RULE-COUNT        PIC 9(3) VALUE 0.
       01  WS-MN-RULE-IDX          PIC 9(3).
       01  WS-MN-RULE-TABLE.
           05  WS-MN-RULE OCCURS 500 TIMES.
               10  WS-MN-RULE-TYPE     PIC X.
               10  WS-MN-RULE-PATTERN  PIC X(30).
               10  WS-MN-RULE-LEN      PIC 9(2).
               10  WS-MN-RULE-CHANNEL  PIC X(20).
               10  WS-MN-RULE-TRN-TYPE PIC X(20).
               10  WS-MN-RULE-MERCHANT PIC X(50).
               10  WS-MN-RULE-NAME-KEY PIC X(50).
               10  WS-MN-RULE-CATEGORY PIC X(30).

       01  WS-MN-KEY               PIC X(50).
       01  WS-MN-WORK              PIC X(50).
       01  WS-MN-LEN               PIC 9(2).
       01  WS-MN-LEAD              PIC 9(2).
       01  WS-MN-TALLY             PIC 9(3).
       01  WS-MN-POS               PIC 9(2).
       01  WS-MN-TOKEN-START       PIC 9(2).
       01  WS-MN-TOKEN-OK          PIC X.
       01  WS-MN-TRIMMING          PIC X.
       01  WS-MN-BEST-IDX          PIC 9(3).
       01  WS-MN-BEST-LEN          PIC 9(2).
       01  WS-MN-BEST-SCORE        PIC 9.
       01  WS-MN-SCORE             PIC 9.

       LINKAGE SECTION.
       01  MN-MERCHANT             PIC X(50).
       01  MN-CATEGORY             PIC X(30).
       01  MN-CHANNEL              PIC X(20).
       01  MN-TRANS-TYPE           PIC X(20).
       01  MN-MATCH-KEY            PIC X(50).
       01  MN-RETURN-CODE          PIC XX.

       PROCEDURE DIVISION USING MN-MERCHANT
                                 MN-CATEGORY
                                 MN-CHANNEL
                                 MN-TRANS-TYPE
                                 MN-MATCH-KEY
                                 MN-RETURN-CODE.
       MERCHANT-NORMALIZE-MAIN.
           IF WS-MN-LOADED NOT = 'Y'
               PERFORM LOAD-MERCHANT-RULES
               MOVE 'Y' TO WS-MN-LOADED
           END-IF

           MOVE SPACES TO MN-MATCH-KEY
           IF MN-MERCHANT = SPACES
               MOVE '02' TO MN-RETURN-CODE
               PERFORM APPLY-FALLBACK-CATEGORY
               GOBACK
           END-IF

           PERFORM BUILD-MATCH-KEY
           MOVE WS-MN-KEY TO MN-MATCH-KEY

           MOVE 0 TO WS-MN-BEST-IDX
           MOVE 0 TO WS-MN-BEST-LEN
           PERFORM VARYING WS-MN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MN-RULE-IDX > WS-MN-RULE-COUNT
               IF WS-MN-RULE-TYPE(WS-MN-RULE-IDX) = 'P' OR 'C'
                   PERFORM MATCH-MERCHANT-RULE
               END-IF
           END-PERFORM

           IF WS-MN-BEST-IDX = 0
               MOVE '01' TO MN-RETURN-CODE
               PERFORM APPLY-FALLBACK-CATEGORY
               GOBACK
           END-IF

           MOVE '00' TO MN-RETURN-CODE
           MOVE WS-MN-RULE-MERCHANT(WS-MN-BEST-IDX) TO MN-MERCHANT
      *    A category the caller set on purpose (FED-BENEFIT,
      *    TAX-WITHHOLDING, INTEREST ...) is never replaced.
           IF WS-MN-RULE-CATEGORY(WS-MN-BEST-IDX) NOT = SPACES AND
              (MN-CATEGORY = SPACES OR MN-CATEGORY = MN-CHANNEL)
               MOVE WS-MN-RULE-CATEGORY(WS-MN-BEST-IDX)
                   TO MN-CATEGORY
           END-IF

           GOBACK.

       BUILD-MATCH-KEY.
           MOVE FUNCTION UPPER-CASE(MN-MERCHANT) TO WS-MN-KEY
           PERFORM LEFT-JUSTIFY-KEY

      *    Processor prefixes come off in table order.
           PERFORM VARYING WS-MN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MN-RULE-IDX > WS-MN-RULE-COUNT
               IF WS-MN-RULE-TYPE(WS-MN-RULE-IDX) = 'S'
                   MOVE WS-MN-RULE-LEN(WS-MN-RULE-IDX) TO WS-MN-LEN
                   IF WS-MN-LEN > 0 AND WS-MN-LEN < 50 AND
                      WS-MN-KEY(1:WS-MN-LEN) =
                      WS-MN-RULE-PATTERN(WS-MN-RULE-IDX)(1:WS-MN-LEN)
                       MOVE WS-MN-KEY(WS-MN-LEN + 1:) TO WS-MN-WORK
                       MOVE WS-MN-WORK TO WS-MN-KEY
                       PERFORM LEFT-JUSTIFY-KEY
                   END-IF
               END-IF
           END-PERFORM

      *    Trailing words of only digits and '#' are store numbers.
           MOVE 'Y' TO WS-MN-TRIMMING
           PERFORM UNTIL WS-MN-TRIMMING = 'N'
               PERFORM DROP-STORE-NUMBER
           END-PERFORM.

       LEFT-JUSTIFY-KEY.
           IF WS-MN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MN-LEAD
           INSPECT WS-MN-KEY TALLYING WS-MN-LEAD FOR LEADING SPACES
           IF WS-MN-LEAD > 0
               MOVE WS-MN-KEY(WS-MN-LEAD + 1:) TO WS-MN-WORK
               MOVE WS-MN-WORK TO WS-MN-KEY
           END-IF.

       DROP-STORE-NUMBER.
           MOVE 'N' TO WS-MN-TRIMMING
           MOVE 0 TO WS-MN-TALLY
           INSPECT FUNCTION REVERSE(WS-MN-KEY)
               TALLYING WS-MN-TALLY FOR LEADING SPACES
           COMPUTE WS-MN-LEN = 50 - WS-MN-TALLY
           IF WS-MN-LEN < 3
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MN-TOKEN-START
           PERFORM VARYING WS-MN-POS FROM WS-MN-LEN BY -1
                   UNTIL WS-MN-POS < 2 OR WS-MN-TOKEN-START > 0
               IF WS-MN-KEY(WS-MN-POS:1) = SPACE
                   COMPUTE WS-MN-TOKEN-START = WS-MN-POS + 1
               END-IF
           END-PERFORM
           IF WS-MN-TOKEN-START = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-MN-TOKEN-OK
           PERFORM VARYING WS-MN-POS FROM WS-MN-TOKEN-START BY 1
                   UNTIL WS-MN-POS > WS-MN-LEN
               IF WS-MN-KEY(WS-MN-POS:1) NOT NUMERIC AND
                  WS-MN-KEY(WS-MN-POS:1) NOT = '#'
                   MOVE 'N' TO WS-MN-TOKEN-OK
               END-IF
           END-PERFORM
           IF WS-MN-TOKEN-OK = 'Y'
               MOVE SPACES TO WS-MN-KEY(WS-MN-TOKEN-START:)
               MOVE 'Y' TO WS-MN-TRIMMING
           END-IF.

       MATCH-MERCHANT-RULE.
      *    Already carrying the clean name - recognized outright.
           IF WS-MN-RULE-NAME-KEY(WS-MN-RULE-IDX) = WS-MN-KEY
               IF WS-MN-BEST-LEN < 99
                   MOVE WS-MN-RULE-IDX TO WS-MN-BEST-IDX
                   MOVE 99 TO WS-MN-BEST-LEN
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MN-RULE-LEN(WS-MN-RULE-IDX) TO WS-MN-LEN
           IF WS-MN-LEN = 0 OR WS-MN-LEN NOT > WS-MN-BEST-LEN
               EXIT PARAGRAPH
           END-IF

           IF WS-MN-RULE-TYPE(WS-MN-RULE-IDX) = 'P'
               IF WS-MN-KEY(1:WS-MN-LEN) =
                  WS-MN-RULE-PATTERN(WS-MN-RULE-IDX)(1:WS-MN-LEN)
                   MOVE WS-MN-RULE-IDX TO WS-MN-BEST-IDX
                   MOVE WS-MN-LEN TO WS-MN-BEST-LEN
               END-IF
           ELSE
               MOVE 0 TO WS-MN-TALLY
               INSPECT WS-MN-KEY TALLYING WS-MN-TALLY FOR ALL
                   WS-MN-RULE-PATTERN(WS-MN-RULE-IDX)(1:WS-MN-LEN)
               IF WS-MN-TALLY > 0
                   MOVE WS-MN-RULE-IDX TO WS-MN-BEST-IDX
                   MOVE WS-MN-LEN TO WS-MN-BEST-LEN
               END-IF
           END-IF.

       APPLY-FALLBACK-CATEGORY.
           IF MN-CATEGORY NOT = SPACES AND
              MN-CATEGORY NOT = MN-CHANNEL
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MN-BEST-IDX
           MOVE 0 TO WS-MN-BEST-SCORE
           PERFORM VARYING WS-MN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MN-RULE-IDX > WS-MN-RULE-COUNT
               IF WS-MN-RULE-TYPE(WS-MN-RULE-IDX) = 'F'
                   MOVE 0 TO WS-MN-SCORE
                   IF WS-MN-RULE-CHANNEL(WS-MN-RULE-IDX) = MN-CHANNEL
                      AND WS-MN-RULE-TRN-TYPE(WS-MN-RULE-IDX)
                          = MN-TRANS-TYPE
                       MOVE 3 TO WS-MN-SCORE
                   END-IF
                   IF WS-MN-RULE-CHANNEL(WS-MN-RULE-IDX) = MN-CHANNEL
                      AND WS-MN-RULE-TRN-TYPE(WS-MN-RULE-IDX) = SPACES
                       MOVE 2 TO WS-MN-SCORE
                   END-IF
                   IF WS-MN-RULE-CHANNEL(WS-MN-RULE-IDX) = SPACES
                      AND WS-MN-RULE-TRN-TYPE(WS-MN-RULE-IDX)
                          = MN-TRANS-TYPE
                       MOVE 1 TO WS-MN-SCORE
                   END-IF
                   IF WS-MN-SCORE > WS-MN-BEST-SCORE
                       MOVE WS-MN-SCORE TO WS-MN-BEST-SCORE
                       MOVE WS-MN-RULE-IDX TO WS-MN-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MN-BEST-IDX > 0
               MOVE WS-MN-RULE-CATEGORY(WS-MN-BEST-IDX) TO MN-CATEGORY
           ELSE
               IF MN-CATEGORY = SPACES
                   MOVE 'UNCATEGORIZED' TO MN-CATEGORY
               END-IF
           END-IF.

       LOAD-MERCHANT-RULES.
           MOVE 0 TO WS-MN-RULE-COUNT
           MOVE 'N' TO WS-MN-EOF
           OPEN INPUT MERCHANT-RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MN-EOF = 'Y'
               READ MERCHANT-RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-MN-EOF
                   NOT AT END
                       IF MRL-RULE-TYPE NOT = '*' AND
                          MRL-RULE-TYPE NOT = SPACE AND
                          WS-MN-RULE-COUNT < 500
                           PERFORM STORE-MERCHANT-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERCHANT-RULES-FILE.

       STORE-MERCHANT-RULE.
           ADD 1 TO WS-MN-RULE-COUNT
           MOVE FUNCTION UPPER-CASE(MRL-RULE-TYPE)
               TO WS-MN-RULE-TYPE(WS-MN-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(MRL-PATTERN)
               TO WS-MN-RULE-PATTERN(WS-MN-RULE-COUNT)
           MOVE 0 TO WS-MN-TALLY
           INSPECT FUNCTION REVERSE(MRL-PATTERN)
               TALLYING WS-MN-TALLY FOR LEADING SPACES
           COMPUTE WS-MN-RULE-LEN(WS-MN-RULE-COUNT) =
               30 - WS-MN-TALLY
           MOVE MRL-CHANNEL TO WS-MN-RULE-CHANNEL(WS-MN-RULE-COUNT)
           MOVE MRL-TRANS-TYPE
               TO WS-MN-RULE-TRN-TYPE(WS-MN-RULE-COUNT)
           MOVE MRL-MERCHANT TO WS-MN-RULE-MERCHANT(WS-MN-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(MRL-MERCHANT)
               TO WS-MN-RULE-NAME-KEY(WS-MN-RULE-COUNT)
           MOVE MRL-CATEGORY TO WS-MN-RULE-CATEGORY(WS-MN-RULE-COUNT).
