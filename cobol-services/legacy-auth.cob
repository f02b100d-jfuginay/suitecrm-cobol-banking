      *----------------------------------------------------------------
      * Legacy Authentication Bridge for Mainframe Systems
      * Provides LDAP/RACF authentication and SSO token management
      * Segregation of duties: sod-conflicts.dat lists permission
      * pairs that must never meet in one role or one user.
      * ASSIGN-ROLE (by a USER-ADMIN, never on oneself) refuses a
      * role whose entitlements hold a conflicting pair unless
      * sod-exceptions.dat carries an approved, unexpired exception
      * for that user and pair. SOD-REPORT lists every conflict now
      * sitting in entitlements.dat with the users affected on
      * sod-conflict-report.txt for audit.
      * auth-audit.log lines carry a sequence number and an AUDIT-HASH
      * link over the line and the previous line's hash; the last
      * link is kept on auth-audit-chain.dat and the first run of a
      * new day anchors the previous day's close on audit-anchors.dat.
      *----------------------------------------------------------------
       
       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TOKEN-USER
                   WITH DUPLICATES.
           SELECT AUDIT-LOG ASSIGN TO "auth-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT CHAIN-STATE-FILE ASSIGN TO "auth-audit-chain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "audit-anchors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           SELECT IP-BLOCKLIST ASSIGN TO "ip-blocklist.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "user-review-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOD-CONFLICT-FILE ASSIGN TO "sod-conflicts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-STATUS.
           SELECT SOD-EXCEPTION-FILE ASSIGN TO "sod-exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXC-STATUS.
           SELECT SOD-REPORT ASSIGN TO "sod-conflict-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       
       DATA DIVISION.
       FILE SECTION.
           05  SESSION-ID          PIC X(36).
           05  PERMISSION          PIC X(30).
           05  REVIEW-DAYS         PIC 9(3).
           05  NEW-ROLE            PIC X(20).
       
       FD  AUTH-RESPONSE.
       01  AUTH-RESPONSE-RECORD    PIC X(1000).
           05  TOKEN-STATUS        PIC X(10).
       
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AUDIT-LINE          PIC X(260).
           05  AUDIT-SEQ           PIC 9(10).
           05  AUDIT-HASH          PIC X(18).

       FD  CHAIN-STATE-FILE.
       01  CHAIN-STATE-RECORD.
           05  CHN-LAST-SEQ        PIC 9(10).
           05  CHN-LAST-HASH       PIC X(18).
           05  CHN-LAST-DATE       PIC 9(8).

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05  ANC-LOG             PIC X(12).
           05  ANC-DATE            PIC 9(8).
           05  ANC-SEQ             PIC 9(10).
           05  ANC-HASH            PIC X(18).

       FD  IP-BLOCKLIST.
       01  IP-BLOCK-RECORD.

       FD  REVIEW-REPORT.
       01  REVIEW-RECORD           PIC X(132).

       FD  SOD-CONFLICT-FILE.
       01  SOD-CONFLICT-RECORD.
           05  SOD-PERM-A          PIC X(30).
           05  SOD-PERM-B          PIC X(30).
           05  SOD-DESCRIPTION     PIC X(60).

      * An exception names the user and the pair; a blank role covers
      * whatever role the user holds. Expiry zero never expires.
       FD  SOD-EXCEPTION-FILE.
       01  SOD-EXCEPTION-RECORD.
           05  SXC-USER            PIC X(30).
           05  SXC-ROLE            PIC X(20).
           05  SXC-PERM-A          PIC X(30).
           05  SXC-PERM-B          PIC X(30).
           05  SXC-STATUS          PIC X(10).
           05  SXC-APPROVED-BY     PIC X(30).
           05  SXC-EXPIRY          PIC 9(8).

       FD  SOD-REPORT.
       01  SOD-REPORT-RECORD       PIC X(132).
       
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-TIME         PIC 9(14).
       01  WS-AUDIT-TIME-RAW       PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).

      * Hash chain over auth-audit.log. The hashed portion of a line
      * is AUDIT-LINE plus AUDIT-SEQ (the first 270 bytes).
       01  WS-AUDIT-LOG-STATUS     PIC XX.
       01  WS-CHAIN-STATUS         PIC XX.
       01  WS-ANCHOR-STATUS        PIC XX.
       01  WS-CHAIN-EOF            PIC X.
       01  WS-CHAIN-SEQ            PIC 9(10).
       01  WS-CHAIN-HASH           PIC X(18).
       01  WS-CHAIN-DATE           PIC 9(8).
       01  WS-CHAIN-TODAY          PIC 9(8).
       01  WS-CHAIN-DATA           PIC X(400).
       01  WS-CHAIN-NEW-HASH       PIC X(18).
       01  WS-CHAIN-LOG-NAME       PIC X(12) VALUE 'AUTHLOG'.

       01  WS-PASSWORD-POLICY.
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-PASSWORD-AGE-DAYS PIC S9(6).
               10  WS-ENT-PERM     PIC X(30).
       01  WS-PERMISSION-GRANTED   PIC X.

      * Segregation-of-duties rules and approved exceptions.
       01  WS-SOD-STATUS           PIC XX.
       01  WS-SXC-STATUS           PIC XX.
       01  WS-SOD-EOF              PIC X.
       01  WS-SOD-COUNT            PIC 9(3) VALUE 0.
       01  WS-SOD-IDX              PIC 9(3).
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY OCCURS 100 TIMES.
               10  WS-SOD-PERM-A   PIC X(30).
               10  WS-SOD-PERM-B   PIC X(30).
               10  WS-SOD-DESC     PIC X(60).
       01  WS-SXC-COUNT            PIC 9(3) VALUE 0.
       01  WS-SXC-IDX              PIC 9(3).
       01  WS-SXC-TABLE.
           05  WS-SXC-ENTRY OCCURS 200 TIMES.
               10  WS-SXC-USER     PIC X(30).
               10  WS-SXC-ROLE     PIC X(20).
               10  WS-SXC-PERM-A   PIC X(30).
               10  WS-SXC-PERM-B   PIC X(30).
               10  WS-SXC-APPROVER PIC X(30).
               10  WS-SXC-EXPIRY   PIC 9(8).
       01  WS-SOD-ROLE             PIC X(20).
       01  WS-SOD-USER             PIC X(30).
       01  WS-SOD-CHECK-PERM       PIC X(30).
       01  WS-SOD-HAS-PERM         PIC X.
       01  WS-SOD-ROLE-CONFLICT    PIC X.
       01  WS-SOD-EXCEPTED         PIC X.
       01  WS-SOD-APPROVER         PIC X(30).
       01  WS-SOD-BLOCKED          PIC X.
       01  WS-SOD-EXCEPTIONS-USED  PIC 9(3).
       01  WS-SOD-ROLE-KNOWN       PIC X.
       01  WS-SOD-PRIOR-ROLE       PIC X(20).
       01  WS-SOD-ADMIN-PERM       PIC X(30) VALUE 'USER-ADMIN'.
       01  WS-SOD-LAST-ROLE        PIC X(20).
       01  WS-SOD-ROLE-IDX         PIC 9(3).
       01  WS-SOD-ROLE-SEEN        PIC X.
       01  WS-SOD-CONFLICTS        PIC 9(5).
       01  WS-SOD-USERS-AFFECTED   PIC 9(5).
       01  WS-SOD-USERS-EXCEPTED   PIC 9(5).

       01  WS-INACTIVE-REVIEW.
           05  WS-REVIEW-THRESHOLD PIC 9(3) VALUE 90.
           05  WS-REVIEW-EOF       PIC X.
           OPEN OUTPUT AUTH-RESPONSE
           OPEN I-O USER-MASTER
           OPEN I-O TOKEN-STORE
           PERFORM LOAD-AUDIT-CHAIN
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN I-O IP-BLOCKLIST
           IF WS-IPB-STATUS = '35'
               OPEN OUTPUT IP-BLOCKLIST
           END-READ

           PERFORM LOAD-ENTITLEMENTS
           PERFORM LOAD-SOD-RULES
           PERFORM SET-CORRELATION-ID.

       LOAD-ENTITLEMENTS.
               CLOSE ENTITLEMENT-FILE
           END-IF.

       LOAD-SOD-RULES.
           MOVE 'N' TO WS-SOD-EOF
           MOVE 0 TO WS-SOD-COUNT
           OPEN INPUT SOD-CONFLICT-FILE
           IF WS-SOD-STATUS = '00'
               READ SOD-CONFLICT-FILE
                   AT END MOVE 'Y' TO WS-SOD-EOF
               END-READ
               PERFORM UNTIL WS-SOD-EOF = 'Y'
                       OR WS-SOD-COUNT = 100
                   ADD 1 TO WS-SOD-COUNT
                   MOVE SOD-PERM-A TO WS-SOD-PERM-A(WS-SOD-COUNT)
                   MOVE SOD-PERM-B TO WS-SOD-PERM-B(WS-SOD-COUNT)
                   MOVE SOD-DESCRIPTION TO WS-SOD-DESC(WS-SOD-COUNT)
                   READ SOD-CONFLICT-FILE
                       AT END MOVE 'Y' TO WS-SOD-EOF
                   END-READ
               END-PERFORM
               CLOSE SOD-CONFLICT-FILE
           END-IF

      * Only approved exceptions still in force are kept.
           MOVE 'N' TO WS-SOD-EOF
           MOVE 0 TO WS-SXC-COUNT
           OPEN INPUT SOD-EXCEPTION-FILE
           IF WS-SXC-STATUS = '00'
               READ SOD-EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-SOD-EOF
               END-READ
               PERFORM UNTIL WS-SOD-EOF = 'Y'
                       OR WS-SXC-COUNT = 200
                   IF SXC-STATUS = 'APPROVED' AND
                      (SXC-EXPIRY = 0 OR
                       SXC-EXPIRY >= WS-TODAY-DATE)
                       ADD 1 TO WS-SXC-COUNT
                       MOVE SXC-USER TO WS-SXC-USER(WS-SXC-COUNT)
                       MOVE SXC-ROLE TO WS-SXC-ROLE(WS-SXC-COUNT)
                       MOVE SXC-PERM-A TO WS-SXC-PERM-A(WS-SXC-COUNT)
                       MOVE SXC-PERM-B TO WS-SXC-PERM-B(WS-SXC-COUNT)
                       MOVE SXC-APPROVED-BY
                           TO WS-SXC-APPROVER(WS-SXC-COUNT)
                       MOVE SXC-EXPIRY TO WS-SXC-EXPIRY(WS-SXC-COUNT)
                   END-IF
                   READ SOD-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-SOD-EOF
                   END-READ
               END-PERFORM
               CLOSE SOD-EXCEPTION-FILE
           END-IF.

       SET-CORRELATION-ID.
           IF SESSION-ID = SPACES
               STRING FUNCTION CURRENT-DATE USERNAME
                   PERFORM CHECK-ENTITLEMENT
               WHEN "INACTIVE-REVIEW"
                   PERFORM INACTIVE-USER-REVIEW
               WHEN "ASSIGN-ROLE"
                   PERFORM ASSIGN-USER-ROLE
               WHEN "SOD-REPORT"
                   PERFORM SOD-CONFLICT-REPORT
               WHEN OTHER
                   MOVE "Invalid auth type" TO WS-AUTH-MESSAGE
                   MOVE "ERROR" TO WS-AUTH-STATUS
               "Oldest session revoked at concurrent cap|"
               FUNCTION TRIM(WS-CORRELATION-ID)
               DELIMITED BY SIZE INTO AUDIT-RECORD
           PERFORM WRITE-CHAINED-AUDIT.

       CHECK-PASSWORD-AGE.
           MOVE "SUCCESS" TO WS-AUTH-STATUS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Role assignment under segregation of duties. TOKEN is the
      * administrator's session, USERNAME the user being changed and
      * NEW-ROLE the role to give them. Every conflicting pair the
      * role would hand the user needs an approved exception for
      * that user, or the assignment is refused.
      *----------------------------------------------------------------
       ASSIGN-USER-ROLE.
           PERFORM VALIDATE-TOKEN
           MOVE SPACES TO WS-AUTH-TOKEN
           IF WS-AUTH-STATUS NOT = "SUCCESS"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ROLE TO WS-SOD-ROLE
           MOVE WS-SOD-ADMIN-PERM TO WS-SOD-CHECK-PERM
           PERFORM SOD-ROLE-HAS-PERMISSION
           IF WS-SOD-HAS-PERM NOT = 'Y'
               MOVE "DENIED" TO WS-AUTH-STATUS
               MOVE "Permission denied: USER-ADMIN" TO WS-AUTH-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF USERNAME = WS-USER-NAME
               MOVE "DENIED" TO WS-AUTH-STATUS
               MOVE "Administrators cannot change their own role"
                   TO WS-AUTH-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SOD-ROLE-KNOWN
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTITLEMENT-COUNT
               IF WS-ENT-ROLE(WS-ENT-IDX) = NEW-ROLE
                   MOVE 'Y' TO WS-SOD-ROLE-KNOWN
               END-IF
           END-PERFORM
           IF NEW-ROLE = SPACES OR WS-SOD-ROLE-KNOWN NOT = 'Y'
               MOVE "FAILED" TO WS-AUTH-STATUS
               MOVE "Role has no entitlements on file"
                   TO WS-AUTH-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE USERNAME TO USER-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE "FAILED" TO WS-AUTH-STATUS
                   MOVE "User not found" TO WS-AUTH-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE NEW-ROLE TO WS-SOD-ROLE
           MOVE USERNAME TO WS-SOD-USER
           MOVE 'N' TO WS-SOD-BLOCKED
           MOVE 0 TO WS-SOD-EXCEPTIONS-USED
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-COUNT
                      OR WS-SOD-BLOCKED = 'Y'
               PERFORM SOD-CHECK-ROLE-RULE
               IF WS-SOD-ROLE-CONFLICT = 'Y'
                   PERFORM SOD-FIND-EXCEPTION
                   IF WS-SOD-EXCEPTED = 'Y'
                       ADD 1 TO WS-SOD-EXCEPTIONS-USED
                   ELSE
                       MOVE 'Y' TO WS-SOD-BLOCKED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SOD-BLOCKED = 'Y'
               SUBTRACT 1 FROM WS-SOD-IDX
               MOVE "DENIED" TO WS-AUTH-STATUS
               MOVE SPACES TO WS-AUTH-MESSAGE
               STRING "SoD conflict: "
                   FUNCTION TRIM(WS-SOD-PERM-A(WS-SOD-IDX)) " / "
                   FUNCTION TRIM(WS-SOD-PERM-B(WS-SOD-IDX))
                   " with no approved exception"
                   DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE USER-ROLE TO WS-SOD-PRIOR-ROLE
           MOVE NEW-ROLE TO USER-ROLE
           REWRITE USER-RECORD
           MOVE "SUCCESS" TO WS-AUTH-STATUS
           MOVE SPACES TO WS-AUTH-MESSAGE
           STRING "Role " FUNCTION TRIM(WS-SOD-PRIOR-ROLE) " -> "
               FUNCTION TRIM(NEW-ROLE) " by "
               FUNCTION TRIM(WS-USER-NAME) ", exceptions applied "
               WS-SOD-EXCEPTIONS-USED
               DELIMITED BY SIZE INTO WS-AUTH-MESSAGE.

      * Does WS-SOD-ROLE hold both sides of rule WS-SOD-IDX?
       SOD-CHECK-ROLE-RULE.
           MOVE 'N' TO WS-SOD-ROLE-CONFLICT
           MOVE WS-SOD-PERM-A(WS-SOD-IDX) TO WS-SOD-CHECK-PERM
           PERFORM SOD-ROLE-HAS-PERMISSION
           IF WS-SOD-HAS-PERM = 'Y'
               MOVE WS-SOD-PERM-B(WS-SOD-IDX) TO WS-SOD-CHECK-PERM
               PERFORM SOD-ROLE-HAS-PERMISSION
               IF WS-SOD-HAS-PERM = 'Y'
                   MOVE 'Y' TO WS-SOD-ROLE-CONFLICT
               END-IF
           END-IF.

       SOD-ROLE-HAS-PERMISSION.
           MOVE 'N' TO WS-SOD-HAS-PERM
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTITLEMENT-COUNT
               IF WS-ENT-ROLE(WS-ENT-IDX) = WS-SOD-ROLE AND
                  WS-ENT-PERM(WS-ENT-IDX) = WS-SOD-CHECK-PERM
                   MOVE 'Y' TO WS-SOD-HAS-PERM
               END-IF
           END-PERFORM.

      * The pair may be recorded either way round.
       SOD-FIND-EXCEPTION.
           MOVE 'N' TO WS-SOD-EXCEPTED
           MOVE SPACES TO WS-SOD-APPROVER
           PERFORM VARYING WS-SXC-IDX FROM 1 BY 1
                   UNTIL WS-SXC-IDX > WS-SXC-COUNT
               IF WS-SXC-USER(WS-SXC-IDX) = WS-SOD-USER AND
                  (WS-SXC-ROLE(WS-SXC-IDX) = SPACES OR
                   WS-SXC-ROLE(WS-SXC-IDX) = WS-SOD-ROLE) AND
                  ((WS-SXC-PERM-A(WS-SXC-IDX) =
                        WS-SOD-PERM-A(WS-SOD-IDX) AND
                    WS-SXC-PERM-B(WS-SXC-IDX) =
                        WS-SOD-PERM-B(WS-SOD-IDX)) OR
                   (WS-SXC-PERM-A(WS-SXC-IDX) =
                        WS-SOD-PERM-B(WS-SOD-IDX) AND
                    WS-SXC-PERM-B(WS-SXC-IDX) =
                        WS-SOD-PERM-A(WS-SOD-IDX)))
                   MOVE 'Y' TO WS-SOD-EXCEPTED
                   MOVE WS-SXC-APPROVER(WS-SXC-IDX) TO WS-SOD-APPROVER
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Periodic SoD report for the auditors: every rule broken by a
      * role on entitlements.dat, then each user holding that role
      * and whether an approved exception covers them.
      *----------------------------------------------------------------
       SOD-CONFLICT-REPORT.
           MOVE 0 TO WS-SOD-CONFLICTS
           MOVE 0 TO WS-SOD-USERS-AFFECTED
           MOVE 0 TO WS-SOD-USERS-EXCEPTED

           OPEN OUTPUT SOD-REPORT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING 'SEGREGATION OF DUTIES CONFLICT REPORT - '
                  WS-TODAY-DATE ' RULES ' WS-SOD-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD

           PERFORM VARYING WS-SOD-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-SOD-ROLE-IDX > WS-ENTITLEMENT-COUNT
               PERFORM SOD-REPORT-ONE-ROLE
           END-PERFORM

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING 'Conflicts: ' WS-SOD-CONFLICTS
                  '  Users affected: ' WS-SOD-USERS-AFFECTED
                  '  Covered by exception: ' WS-SOD-USERS-EXCEPTED
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           CLOSE SOD-REPORT

           MOVE "SUCCESS" TO WS-AUTH-STATUS
           MOVE SPACES TO WS-AUTH-MESSAGE
           STRING "SoD report complete, conflicts " WS-SOD-CONFLICTS
                  " users affected " WS-SOD-USERS-AFFECTED
               DELIMITED BY SIZE INTO WS-AUTH-MESSAGE.

      * Each role is judged once, at its first entitlement row.
       SOD-REPORT-ONE-ROLE.
           MOVE WS-ENT-ROLE(WS-SOD-ROLE-IDX) TO WS-SOD-ROLE
           MOVE 'N' TO WS-SOD-ROLE-SEEN
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX >= WS-SOD-ROLE-IDX
               IF WS-ENT-ROLE(WS-ENT-IDX) = WS-SOD-ROLE
                   MOVE 'Y' TO WS-SOD-ROLE-SEEN
               END-IF
           END-PERFORM
           IF WS-SOD-ROLE-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-COUNT
               PERFORM SOD-CHECK-ROLE-RULE
               IF WS-SOD-ROLE-CONFLICT = 'Y'
                   ADD 1 TO WS-SOD-CONFLICTS
                   MOVE SPACES TO SOD-REPORT-RECORD
                   STRING 'ROLE ' WS-SOD-ROLE ' HOLDS '
                          FUNCTION TRIM(WS-SOD-PERM-A(WS-SOD-IDX))
                          ' + '
                          FUNCTION TRIM(WS-SOD-PERM-B(WS-SOD-IDX))
                          ' - '
                          FUNCTION TRIM(WS-SOD-DESC(WS-SOD-IDX))
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
                   PERFORM SOD-REPORT-ROLE-USERS
               END-IF
           END-PERFORM.

       SOD-REPORT-ROLE-USERS.
           MOVE 'N' TO WS-REVIEW-EOF
           MOVE SPACES TO USER-ID
           START USER-MASTER KEY >= USER-ID
               INVALID KEY MOVE 'Y' TO WS-REVIEW-EOF
           END-START
           PERFORM UNTIL WS-REVIEW-EOF = 'Y'
               READ USER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REVIEW-EOF
                   NOT AT END
                       IF USER-ROLE = WS-SOD-ROLE
                           PERFORM SOD-REPORT-ONE-USER
                       END-IF
               END-READ
           END-PERFORM.

       SOD-REPORT-ONE-USER.
           ADD 1 TO WS-SOD-USERS-AFFECTED
           MOVE USER-ID TO WS-SOD-USER
           PERFORM SOD-FIND-EXCEPTION
           MOVE SPACES TO SOD-REPORT-RECORD
           IF WS-SOD-EXCEPTED = 'Y'
               ADD 1 TO WS-SOD-USERS-EXCEPTED
               STRING '  USER ' USER-ID ' ' USER-STATUS
                      ' EXCEPTION APPROVED BY '
                      FUNCTION TRIM(WS-SOD-APPROVER)
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           ELSE
               STRING '  USER ' USER-ID ' ' USER-STATUS
                      ' NO EXCEPTION ON FILE'
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-IF
           WRITE SOD-REPORT-RECORD.

       SSO-LOGIN.
           PERFORM VALIDATE-SSO-TOKEN
           IF WS-AUTH-STATUS = "SUCCESS"
      * 14-byte WS-CURRENT-TIME working field only ever holds the
      * time-of-day once INITIALIZATION's second ACCEPT runs).
       WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           MOVE WS-AUDIT-TIME-RAW(1:6) TO WS-AUDIT-TIME
           STRING WS-TODAY-DATE WS-AUDIT-TIME "|"
               FUNCTION TRIM(WS-CORRELATION-ID)
               DELIMITED BY SIZE INTO AUDIT-RECORD
           
           PERFORM WRITE-CHAINED-AUDIT.
       
       TERMINATION.
           CLOSE AUTH-REQUEST
           CLOSE USER-IP-HISTORY
           CLOSE IP-ACTIVITY
           CLOSE IP-BLOCKLIST
           CLOSE AUDIT-LOG
           PERFORM SAVE-AUDIT-CHAIN.

      *----------------------------------------------------------------
      * Audit-log hash chain. The last link comes from
      * auth-audit-chain.dat, or from the log's tail when that is
      * missing; lines written before chaining began leave the chain
      * to start at sequence 1 from a zero hash.
      *----------------------------------------------------------------
       LOAD-AUDIT-CHAIN.
           ACCEPT WS-CHAIN-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHAIN-SEQ
           MOVE ALL '0' TO WS-CHAIN-HASH
           MOVE 0 TO WS-CHAIN-DATE

           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATUS = '00'
               READ CHAIN-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHN-LAST-SEQ TO WS-CHAIN-SEQ
                       MOVE CHN-LAST-HASH TO WS-CHAIN-HASH
                       MOVE CHN-LAST-DATE TO WS-CHAIN-DATE
               END-READ
               CLOSE CHAIN-STATE-FILE
           END-IF

           IF WS-CHAIN-SEQ = 0
               MOVE 'N' TO WS-CHAIN-EOF
               OPEN INPUT AUDIT-LOG
               IF WS-AUDIT-LOG-STATUS = '00'
                   PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       READ AUDIT-LOG
                           AT END
                               MOVE 'Y' TO WS-CHAIN-EOF
                           NOT AT END
                               IF AUDIT-SEQ IS NUMERIC AND
                                  AUDIT-SEQ > 0
                                   MOVE AUDIT-SEQ TO WS-CHAIN-SEQ
                                   MOVE AUDIT-HASH TO WS-CHAIN-HASH
                                   MOVE AUDIT-LINE(1:8)
                                       TO WS-CHAIN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG
               END-IF
           END-IF

           IF WS-CHAIN-DATE > 0 AND WS-CHAIN-DATE < WS-CHAIN-TODAY
               MOVE WS-CHAIN-LOG-NAME TO ANC-LOG
               MOVE WS-CHAIN-DATE TO ANC-DATE
               MOVE WS-CHAIN-SEQ TO ANC-SEQ
               MOVE WS-CHAIN-HASH TO ANC-HASH
               OPEN EXTEND ANCHOR-FILE
               IF WS-ANCHOR-STATUS NOT = '00'
                   OPEN OUTPUT ANCHOR-FILE
               END-IF
               WRITE ANCHOR-RECORD
               CLOSE ANCHOR-FILE
               MOVE WS-CHAIN-TODAY TO WS-CHAIN-DATE
           END-IF.

       WRITE-CHAINED-AUDIT.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO AUDIT-SEQ
           MOVE SPACES TO WS-CHAIN-DATA
           MOVE AUDIT-RECORD(1:270) TO WS-CHAIN-DATA
           CALL 'AUDIT-HASH' USING WS-CHAIN-HASH
                                   WS-CHAIN-DATA
                                   WS-CHAIN-NEW-HASH
           MOVE WS-CHAIN-NEW-HASH TO AUDIT-HASH
           MOVE WS-CHAIN-NEW-HASH TO WS-CHAIN-HASH
           MOVE WS-CHAIN-TODAY TO WS-CHAIN-DATE
           WRITE AUDIT-RECORD.

       SAVE-AUDIT-CHAIN.
           MOVE WS-CHAIN-SEQ TO CHN-LAST-SEQ
           MOVE WS-CHAIN-HASH TO CHN-LAST-HASH
           MOVE WS-CHAIN-DATE TO CHN-LAST-DATE
           OPEN OUTPUT CHAIN-STATE-FILE
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE.
