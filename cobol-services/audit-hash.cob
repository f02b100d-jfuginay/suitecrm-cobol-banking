       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-HASH.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Chained hash for the tamper-evident audit trails. Folds the
      * previous record's hash and this record's contents into an
      * 18-digit value: two independent polynomial sums, each reduced
      * by its own large prime, laid side by side. Changing, removing
      * or reordering any record alters every hash after it. Called
      * by AUDIT-JOURNAL and LEGACY-AUTH when a record is appended and
      * by AUDIT-INQUIRY when the chain is verified, so all three
      * compute the link the same way.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-WORK.
           05  WS-HASH-1           PIC 9(18) COMP.
           05  WS-HASH-2           PIC 9(18) COMP.
           05  WS-HASH-POS         PIC 9(4) COMP.
           05  WS-HASH-ORD         PIC 9(4) COMP.
           05  WS-HASH-RESULT      PIC 9(18).
       01  WS-HASH-PRIME-1         PIC 9(10) VALUE 999999937.
       01  WS-HASH-PRIME-2         PIC 9(10) VALUE 999999929.

       LINKAGE SECTION.
       01  AH-PREV-HASH            PIC X(18).
       01  AH-DATA                 PIC X(400).
       01  AH-HASH                 PIC X(18).

       PROCEDURE DIVISION USING AH-PREV-HASH
                                 AH-DATA
                                 AH-HASH.
       AUDIT-HASH-MAIN.
           MOVE 0 TO WS-HASH-1
           MOVE 0 TO WS-HASH-2

           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 18
               COMPUTE WS-HASH-ORD =
                   FUNCTION ORD(AH-PREV-HASH(WS-HASH-POS:1))
               PERFORM FOLD-ONE-BYTE
           END-PERFORM

           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 400
               COMPUTE WS-HASH-ORD =
                   FUNCTION ORD(AH-DATA(WS-HASH-POS:1))
               PERFORM FOLD-ONE-BYTE
           END-PERFORM

           COMPUTE WS-HASH-RESULT =
               WS-HASH-1 * 1000000000 + WS-HASH-2
           MOVE WS-HASH-RESULT TO AH-HASH

           GOBACK.

       FOLD-ONE-BYTE.
           COMPUTE WS-HASH-1 = FUNCTION MOD(
               WS-HASH-1 * 257 + WS-HASH-ORD, WS-HASH-PRIME-1)
           COMPUTE WS-HASH-2 = FUNCTION MOD(
               WS-HASH-2 * 263 + WS-HASH-ORD + WS-HASH-POS,
               WS-HASH-PRIME-2).
