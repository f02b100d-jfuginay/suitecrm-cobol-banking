      * beneficiary account that cannot be matched on ACCOUNT-MASTER
      * is queued to wire-repair-queue.dat for manual repair instead
      * of being dropped.
      *
      * Every posted outgoing wire is also written as a credit
      * transfer to the outbound Fed message, wire-pacs008.xml (ISO
      * 20022 pacs.008): debtor name and address from
      * customer-master.dat, debtor account, our routing number as
      * debtor agent, beneficiary bank, beneficiary and account,
      * settlement and instructed amounts and the remittance text.
      * The message is registered through FILE-REGISTER and each wire
      * is logged on wire-sent.dat. The Fed's confirmations come back
      * on wire-fed-ack.dat: an acknowledgement marks the wire
      * COMPLETED with its IMAD/OMAD; a reject marks it REJECTED and
      * reverses the debit to the customer's account and the GL.
      * Outcomes are listed on wire-ack-report.txt.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REPAIR-QUEUE ASSIGN TO 'wire-repair-queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-QUEUE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT SENT-WIRE-FILE ASSIGN TO 'wire-sent.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WSL-REF
               FILE STATUS IS WS-SENT-STATUS.
           SELECT MESSAGE-WORK ASSIGN TO 'wire-pacs008.wrk'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-WORK-STATUS.
           SELECT MESSAGE-FILE ASSIGN TO 'wire-pacs008.xml'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGE-STATUS.
           SELECT FED-ACK-FILE ASSIGN TO 'wire-fed-ack.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FED-ACK-STATUS.
           SELECT ACK-REPORT ASSIGN TO 'wire-ack-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'wire-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
           05  WIRE-BENEFICIARY    PIC X(60).
           05  WIRE-BENEF-BANK     PIC X(11).
           05  WIRE-CURRENCY       PIC X(3).
           05  WIRE-BENEF-ACCOUNT  PIC X(34).
           05  WIRE-REMITTANCE     PIC X(140).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  RPQ-BENEFICIARY     PIC X(60).
           05  RPQ-REASON          PIC X(60).

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

      * One record per wire sent to the Fed, kept until its
      * confirmation or reject comes back - and after, as the trail.
       FD  SENT-WIRE-FILE.
       01  SENT-WIRE-RECORD.
           05  WSL-REF             PIC X(20).
           05  WSL-SENT-DATE       PIC 9(8).
           05  WSL-MSG-ID          PIC X(35).
           05  WSL-ACCOUNT         PIC X(20).
           05  WSL-DEBIT-AMOUNT    PIC 9(10)V99.
           05  WSL-INSTD-AMOUNT    PIC 9(10)V99.
           05  WSL-CURRENCY        PIC X(3).
           05  WSL-BASE-VALUE      PIC 9(10)V99.
           05  WSL-SPREAD-INCOME   PIC 9(10)V99.
           05  WSL-BENEFICIARY     PIC X(60).
           05  WSL-BENEF-BANK      PIC X(11).
           05  WSL-STATUS          PIC X(10).
           05  WSL-IMAD            PIC X(22).
           05  WSL-OMAD            PIC X(22).
           05  WSL-ACK-DATE        PIC 9(8).
           05  WSL-REASON          PIC X(60).

       FD  MESSAGE-WORK.
       01  MESSAGE-WORK-RECORD     PIC X(250).

       FD  MESSAGE-FILE.
       01  MESSAGE-RECORD          PIC X(250).

      * Fed confirmation: ACK with IMAD/OMAD, or RJCT with a reason.
       FD  FED-ACK-FILE.
       01  FED-ACK-RECORD.
           05  FAK-REF             PIC X(20).
           05  FAK-TYPE            PIC X(4).
           05  FAK-IMAD            PIC X(22).
           05  FAK-OMAD            PIC X(22).
           05  FAK-REASON-CODE     PIC X(4).
           05  FAK-REASON          PIC X(60).

       FD  ACK-REPORT.
       01  ACK-REPORT-RECORD       PIC X(132).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-SENT-STATUS          PIC XX.
       01  WS-MSG-WORK-STATUS      PIC XX.
       01  WS-MESSAGE-STATUS       PIC XX.
       01  WS-FED-ACK-STATUS       PIC XX.
       01  WS-FED-ACK-EOF          PIC X.
       01  WS-MSG-WORK-EOF         PIC X.
       01  WS-DUPLICATE-REF        PIC X.

      * Outbound pacs.008 message. Transactions go to the work file as
      * wires post; the group header needs the count and total, so the
      * message itself is assembled once the run is done.
       01  WS-BANK-ROUTING         PIC X(9) VALUE '071000505'.
       01  WS-MSG-ID               PIC X(35).
       01  WS-MSG-CREATED          PIC X(19).
       01  WS-MSG-SETTLE-DATE      PIC X(10).
       01  WS-MSG-TX-COUNT         PIC 9(6) VALUE 0.
       01  WS-MSG-TX-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-MSG-COUNT-DISP       PIC Z(5)9.
       01  WS-XML-AMOUNT           PIC Z(11)9.99.
       01  WS-XML-LINE             PIC X(250).
       01  WS-XML-TEXT-IN          PIC X(140).
       01  WS-XML-TEXT-OUT         PIC X(200).
       01  WS-XML-IN-IDX           PIC 9(3).
       01  WS-XML-OUT-IDX          PIC 9(3).
       01  WS-XML-CHAR             PIC X.
       01  WS-DEBTOR-NAME          PIC X(60).
       01  WS-DEBTOR-FOUND         PIC X.

       01  WS-FR-FIELDS.
           05  WS-FR-LOGICAL       PIC X(20).
           05  WS-FR-PHYSICAL      PIC X(40).
           05  WS-FR-BUSINESS-DATE PIC 9(8).
           05  WS-FR-AMOUNT-TOTAL  PIC S9(12)V99 COMP-3.
           05  WS-FR-RECORD-COUNT  PIC 9(9).
           05  WS-FR-RETURN-CODE   PIC X(2).

       01  WS-ACK-STATS.
           05  WS-ACKS-READ        PIC 9(9) VALUE 0.
           05  WS-WIRES-COMPLETED  PIC 9(9) VALUE 0.
           05  WS-WIRES-FED-REJECT PIC 9(9) VALUE 0.
           05  WS-WIRES-REVERSED   PIC 9(9) VALUE 0.
           05  WS-ACKS-UNMATCHED   PIC 9(9) VALUE 0.
           05  WS-TOTAL-REVERSED   PIC S9(12)V99 VALUE 0.
       01  WS-ACK-OUTCOME          PIC X(40).

       01  WS-WATCHLIST-COUNT      PIC 9(3) VALUE 0.
       01  WS-WL-IDX               PIC 9(3).

           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM PROCESS-FED-ACKNOWLEDGEMENTS
           PERFORM PROCESS-WIRE-REQUESTS
           PERFORM BUILD-PACS008-MESSAGE
           PERFORM PROCESS-INCOMING-WIRES
           PERFORM WRITE-COMPLIANCE-EXTRACT
           PERFORM WRITE-JSON-SUMMARY
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O SENT-WIRE-FILE
           IF WS-SENT-STATUS = '35'
               OPEN OUTPUT SENT-WIRE-FILE
               CLOSE SENT-WIRE-FILE
               OPEN I-O SENT-WIRE-FILE
           END-IF
           OPEN OUTPUT MESSAGE-WORK

           MOVE SPACES TO WS-MSG-ID
           STRING 'W' WS-BANK-ROUTING WS-TODAY WS-NOW
               DELIMITED BY SIZE INTO WS-MSG-ID
           MOVE SPACES TO WS-MSG-SETTLE-DATE
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-MSG-SETTLE-DATE
           MOVE SPACES TO WS-MSG-CREATED
           STRING WS-MSG-SETTLE-DATE 'T' WS-NOW(1:2) ':'
                  WS-NOW(3:2) ':' WS-NOW(5:2)
               DELIMITED BY SIZE INTO WS-MSG-CREATED

           PERFORM UNTIL WS-EOF = 'Y'
               READ WIRE-INPUT
               END-READ
           END-PERFORM

           CLOSE MESSAGE-WORK
           CLOSE SENT-WIRE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE REVIEW-QUEUE
               EXIT PARAGRAPH
           END-IF

      * A reference already sent to the Fed would make the
      * confirmation ambiguous - and is most likely a resubmission.
           MOVE 'N' TO WS-DUPLICATE-REF
           MOVE WIRE-REF TO WSL-REF
           READ SENT-WIRE-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUPLICATE-REF
           END-READ
           IF WS-DUPLICATE-REF = 'Y'
               ADD 1 TO WS-WIRES-REJECTED
               MOVE WIRE-ORIGINATOR TO WS-SCREEN-PARTY
               MOVE 'Wire reference already sent' TO WS-SCREEN-REASON
               MOVE 'REJECTED' TO RVQ-DISPOSITION
               PERFORM WRITE-REVIEW-QUEUE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-WIRE-CURRENCY
           IF WS-FX-WIRE = 'Y' AND WS-FX-RATE-FOUND = 'N'
               ADD 1 TO WS-WIRES-REJECTED
                                        WS-GL-RETURN-CODE
           END-IF

           PERFORM WRITE-PACS008-TRANSACTION
           PERFORM LOG-SENT-WIRE

           ADD 1 TO WS-WIRES-POSTED
           ADD WS-WIRE-DEBIT-AMOUNT TO WS-TOTAL-POSTED.

      *----------------------------------------------------------------
      * One CdtTrfTxInf block per posted wire. Settlement is always in
      * USD for the amount debited; the instructed amount and rate
      * carry the customer's currency when it is not USD.
      *----------------------------------------------------------------
       WRITE-PACS008-TRANSACTION.
           PERFORM RESOLVE-DEBTOR-NAME

           MOVE '    <CdtTrfTxInf>' TO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <PmtId><InstrId>' FUNCTION TRIM(WIRE-REF)
                  '</InstrId><EndToEndId>' FUNCTION TRIM(WIRE-REF)
                  '</EndToEndId></PmtId>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE WS-WIRE-DEBIT-AMOUNT TO WS-XML-AMOUNT
           MOVE SPACES TO WS-XML-LINE
           STRING '      <IntrBkSttlmAmt Ccy="USD">'
                  FUNCTION TRIM(WS-XML-AMOUNT) '</IntrBkSttlmAmt>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <IntrBkSttlmDt>' WS-MSG-SETTLE-DATE
                  '</IntrBkSttlmDt>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           IF WS-FX-WIRE = 'Y'
               MOVE WIRE-AMOUNT TO WS-XML-AMOUNT
               MOVE WS-FX-DEAL-RATE TO WS-FX-RATE-DISP
               MOVE SPACES TO WS-XML-LINE
               STRING '      <InstdAmt Ccy="' WIRE-CURRENCY '">'
                      FUNCTION TRIM(WS-XML-AMOUNT) '</InstdAmt>'
                      '<XchgRate>' WS-FX-RATE-DISP '</XchgRate>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               PERFORM WRITE-MESSAGE-WORK-LINE
           END-IF
           MOVE '      <ChrgBr>SLEV</ChrgBr>' TO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE

           MOVE WS-DEBTOR-NAME TO WS-XML-TEXT-IN
           PERFORM ESCAPE-XML-TEXT
           MOVE SPACES TO WS-XML-LINE
           STRING '      <Dbtr><Nm>' FUNCTION TRIM(WS-XML-TEXT-OUT)
                  '</Nm>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           IF WS-DEBTOR-FOUND = 'Y'
               MOVE CUST-ADDRESS TO WS-XML-TEXT-IN
               PERFORM ESCAPE-XML-TEXT
               MOVE SPACES TO WS-XML-LINE
               STRING '        <PstlAdr><StrtNm>'
                      FUNCTION TRIM(WS-XML-TEXT-OUT) '</StrtNm>'
                      '<PstCd>' FUNCTION TRIM(CUST-ZIP) '</PstCd>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               PERFORM WRITE-MESSAGE-WORK-LINE
               MOVE CUST-CITY TO WS-XML-TEXT-IN
               PERFORM ESCAPE-XML-TEXT
               MOVE SPACES TO WS-XML-LINE
               STRING '        <TwnNm>' FUNCTION TRIM(WS-XML-TEXT-OUT)
                      '</TwnNm><CtrySubDvsn>' CUST-STATE
                      '</CtrySubDvsn><Ctry>US</Ctry></PstlAdr>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               PERFORM WRITE-MESSAGE-WORK-LINE
           END-IF
           MOVE '      </Dbtr>' TO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <DbtrAcct><Id><Othr><Id>'
                  FUNCTION TRIM(WIRE-ACCOUNT)
                  '</Id></Othr></Id></DbtrAcct>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <DbtrAgt><FinInstnId><ClrSysMmbId><MmbId>'
                  WS-BANK-ROUTING
                  '</MmbId></ClrSysMmbId></FinInstnId></DbtrAgt>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <CdtrAgt><FinInstnId><BICFI>'
                  FUNCTION TRIM(WIRE-BENEF-BANK)
                  '</BICFI></FinInstnId></CdtrAgt>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           MOVE WIRE-BENEFICIARY TO WS-XML-TEXT-IN
           PERFORM ESCAPE-XML-TEXT
           MOVE SPACES TO WS-XML-LINE
           STRING '      <Cdtr><Nm>' FUNCTION TRIM(WS-XML-TEXT-OUT)
                  '</Nm></Cdtr>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE
           IF WIRE-BENEF-ACCOUNT NOT = SPACES
               MOVE SPACES TO WS-XML-LINE
               STRING '      <CdtrAcct><Id><Othr><Id>'
                      FUNCTION TRIM(WIRE-BENEF-ACCOUNT)
                      '</Id></Othr></Id></CdtrAcct>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               PERFORM WRITE-MESSAGE-WORK-LINE
           END-IF
           IF WIRE-REMITTANCE NOT = SPACES
               MOVE WIRE-REMITTANCE TO WS-XML-TEXT-IN
               PERFORM ESCAPE-XML-TEXT
               MOVE SPACES TO WS-XML-LINE
               STRING '      <RmtInf><Ustrd>'
                      FUNCTION TRIM(WS-XML-TEXT-OUT)
                      '</Ustrd></RmtInf>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               PERFORM WRITE-MESSAGE-WORK-LINE
           END-IF
           MOVE '    </CdtTrfTxInf>' TO WS-XML-LINE
           PERFORM WRITE-MESSAGE-WORK-LINE

           ADD 1 TO WS-MSG-TX-COUNT
           ADD WS-WIRE-DEBIT-AMOUNT TO WS-MSG-TX-TOTAL.

      * The debtor is the account's customer of record; the name on
      * the request stands in when the customer cannot be found.
       RESOLVE-DEBTOR-NAME.
           MOVE 'N' TO WS-DEBTOR-FOUND
           MOVE WIRE-ORIGINATOR TO WS-DEBTOR-NAME
           IF WS-CUSTOMER-STATUS NOT = '00' AND
              WS-CUSTOMER-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-NAME TO WS-DEBTOR-NAME
           MOVE 'Y' TO WS-DEBTOR-FOUND.

       WRITE-MESSAGE-WORK-LINE.
           MOVE WS-XML-LINE TO MESSAGE-WORK-RECORD
           WRITE MESSAGE-WORK-RECORD.

      * Names and free text can carry the XML special characters.
       ESCAPE-XML-TEXT.
           MOVE SPACES TO WS-XML-TEXT-OUT
           MOVE 1 TO WS-XML-OUT-IDX
           PERFORM VARYING WS-XML-IN-IDX FROM 1 BY 1
                   UNTIL WS-XML-IN-IDX > 140
                      OR WS-XML-OUT-IDX > 194
               MOVE WS-XML-TEXT-IN(WS-XML-IN-IDX:1) TO WS-XML-CHAR
               EVALUATE WS-XML-CHAR
                   WHEN '&'
                       MOVE '&amp;' TO WS-XML-TEXT-OUT(WS-XML-OUT-IDX:5)
                       ADD 5 TO WS-XML-OUT-IDX
                   WHEN '<'
                       MOVE '&lt;' TO WS-XML-TEXT-OUT(WS-XML-OUT-IDX:4)
                       ADD 4 TO WS-XML-OUT-IDX
                   WHEN '>'
                       MOVE '&gt;' TO WS-XML-TEXT-OUT(WS-XML-OUT-IDX:4)
                       ADD 4 TO WS-XML-OUT-IDX
                   WHEN OTHER
                       MOVE WS-XML-CHAR
                           TO WS-XML-TEXT-OUT(WS-XML-OUT-IDX:1)
                       ADD 1 TO WS-XML-OUT-IDX
               END-EVALUATE
           END-PERFORM.

       LOG-SENT-WIRE.
           MOVE SPACES TO SENT-WIRE-RECORD
           MOVE WIRE-REF TO WSL-REF
           MOVE WS-TODAY TO WSL-SENT-DATE
           MOVE WS-MSG-ID TO WSL-MSG-ID
           MOVE WIRE-ACCOUNT TO WSL-ACCOUNT
           MOVE WS-WIRE-DEBIT-AMOUNT TO WSL-DEBIT-AMOUNT
           MOVE WIRE-AMOUNT TO WSL-INSTD-AMOUNT
           IF WIRE-CURRENCY = SPACES
               MOVE 'USD' TO WSL-CURRENCY
           ELSE
               MOVE WIRE-CURRENCY TO WSL-CURRENCY
           END-IF
           IF WS-FX-WIRE = 'Y'
               MOVE WS-FX-BASE-VALUE TO WSL-BASE-VALUE
           ELSE
               MOVE WS-WIRE-DEBIT-AMOUNT TO WSL-BASE-VALUE
           END-IF
           MOVE WS-FX-SPREAD-INCOME TO WSL-SPREAD-INCOME
           MOVE WIRE-BENEFICIARY TO WSL-BENEFICIARY
           MOVE WIRE-BENEF-BANK TO WSL-BENEF-BANK
           MOVE 'SENT' TO WSL-STATUS
           MOVE 0 TO WSL-ACK-DATE
           WRITE SENT-WIRE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      *----------------------------------------------------------------
      * Assemble the day's pacs.008: group header with the count and
      * settlement total, the transactions from the work file, and
      * the closing tags. A run that released nothing sends nothing.
      *----------------------------------------------------------------
       BUILD-PACS008-MESSAGE.
           OPEN OUTPUT MESSAGE-FILE
           IF WS-MSG-TX-COUNT = 0
               CLOSE MESSAGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pacs.008.001.08">'
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE '  <FIToFICstmrCdtTrf>' TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE '    <GrpHdr>' TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING '      <MsgId>' FUNCTION TRIM(WS-MSG-ID) '</MsgId>'
                  '<CreDtTm>' WS-MSG-CREATED '</CreDtTm>'
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE WS-MSG-TX-COUNT TO WS-MSG-COUNT-DISP
           MOVE WS-MSG-TX-TOTAL TO WS-XML-AMOUNT
           MOVE SPACES TO MESSAGE-RECORD
           STRING '      <NbOfTxs>' FUNCTION TRIM(WS-MSG-COUNT-DISP)
                  '</NbOfTxs><TtlIntrBkSttlmAmt Ccy="USD">'
                  FUNCTION TRIM(WS-XML-AMOUNT) '</TtlIntrBkSttlmAmt>'
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING '      <IntrBkSttlmDt>' WS-MSG-SETTLE-DATE
                  '</IntrBkSttlmDt>'
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING '      <SttlmInf><SttlmMtd>CLRG</SttlmMtd>'
                  '<ClrSys><Cd>FDW</Cd></ClrSys></SttlmInf>'
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE '    </GrpHdr>' TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD

           MOVE 'N' TO WS-MSG-WORK-EOF
           OPEN INPUT MESSAGE-WORK
           IF WS-MSG-WORK-STATUS = '00'
               PERFORM UNTIL WS-MSG-WORK-EOF = 'Y'
                   READ MESSAGE-WORK
                       AT END
                           MOVE 'Y' TO WS-MSG-WORK-EOF
                       NOT AT END
                           MOVE MESSAGE-WORK-RECORD TO MESSAGE-RECORD
                           WRITE MESSAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MESSAGE-WORK
           END-IF

           MOVE '  </FIToFICstmrCdtTrf>' TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE '</Document>' TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           CLOSE MESSAGE-FILE

           MOVE 'FED-PACS008' TO WS-FR-LOGICAL
           MOVE 'wire-pacs008.xml' TO WS-FR-PHYSICAL
           MOVE WS-TODAY TO WS-FR-BUSINESS-DATE
           MOVE WS-MSG-TX-TOTAL TO WS-FR-AMOUNT-TOTAL
           PERFORM REGISTER-INTERFACE-FILE.

       REGISTER-INTERFACE-FILE.
           CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                       WS-FR-PHYSICAL
                                       WS-FR-BUSINESS-DATE
                                       WS-FR-AMOUNT-TOTAL
                                       WS-FR-RECORD-COUNT
                                       WS-FR-RETURN-CODE.

      *----------------------------------------------------------------
      * Fed confirmations for wires already sent. The file goes on the
      * transmission register first so the same confirmations can
      * never reverse a wire twice. ACK completes the wire with its
      * IMAD/OMAD; RJCT returns the money to the customer.
      *----------------------------------------------------------------
       PROCESS-FED-ACKNOWLEDGEMENTS.
           OPEN INPUT FED-ACK-FILE
           IF WS-FED-ACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           CLOSE FED-ACK-FILE

           MOVE 'FED-WIRE-ACK' TO WS-FR-LOGICAL
           MOVE 'wire-fed-ack.dat' TO WS-FR-PHYSICAL
           MOVE WS-TODAY TO WS-FR-BUSINESS-DATE
           MOVE 0 TO WS-FR-AMOUNT-TOTAL
           PERFORM REGISTER-INTERFACE-FILE
           IF WS-FR-RETURN-CODE = '01'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FED-ACK-FILE
           OPEN I-O SENT-WIRE-FILE
           IF WS-SENT-STATUS NOT = '00'
               CLOSE FED-ACK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN EXTEND REPAIR-QUEUE
           IF WS-REPAIR-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT REPAIR-QUEUE
           END-IF
           OPEN OUTPUT ACK-REPORT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'FED WIRE CONFIRMATIONS - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE 'N' TO WS-FED-ACK-EOF
           PERFORM UNTIL WS-FED-ACK-EOF = 'Y'
               READ FED-ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-FED-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-ACKS-READ
                       PERFORM MATCH-ONE-FED-ACK
                       PERFORM WRITE-ACK-REPORT-LINE
               END-READ
           END-PERFORM

           CLOSE ACK-REPORT
           CLOSE REPAIR-QUEUE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE SENT-WIRE-FILE
           CLOSE FED-ACK-FILE.

       MATCH-ONE-FED-ACK.
           MOVE FAK-REF TO WSL-REF
           READ SENT-WIRE-FILE
               INVALID KEY
                   ADD 1 TO WS-ACKS-UNMATCHED
                   MOVE 'UNMATCHED - no wire sent under this ref'
                       TO WS-ACK-OUTCOME
                   EXIT PARAGRAPH
           END-READ
           IF WSL-STATUS NOT = 'SENT'
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE SPACES TO WS-ACK-OUTCOME
               STRING 'UNMATCHED - wire already '
                      FUNCTION TRIM(WSL-STATUS)
                   DELIMITED BY SIZE INTO WS-ACK-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE FAK-IMAD TO WSL-IMAD
           MOVE FAK-OMAD TO WSL-OMAD
           MOVE WS-TODAY TO WSL-ACK-DATE
           EVALUATE FAK-TYPE
               WHEN 'ACK'
                   MOVE 'COMPLETED' TO WSL-STATUS
                   MOVE SPACES TO WSL-REASON
                   ADD 1 TO WS-WIRES-COMPLETED
                   MOVE 'COMPLETED' TO WS-ACK-OUTCOME
               WHEN 'RJCT'
                   MOVE 'REJECTED' TO WSL-STATUS
                   MOVE SPACES TO WSL-REASON
                   STRING FAK-REASON-CODE ' ' FAK-REASON
                       DELIMITED BY SIZE INTO WSL-REASON
                   ADD 1 TO WS-WIRES-FED-REJECT
                   PERFORM REVERSE-REJECTED-WIRE
               WHEN OTHER
                   ADD 1 TO WS-ACKS-UNMATCHED
                   MOVE 'UNMATCHED - unknown confirmation type'
                       TO WS-ACK-OUTCOME
                   EXIT PARAGRAPH
           END-EVALUATE
           REWRITE SENT-WIRE-RECORD.

      * The customer gets back exactly what was taken; on an FX wire
      * the spread income comes back out of 4210 with the base value.
       REVERSE-REJECTED-WIRE.
           MOVE WSL-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE WS-TODAY TO RPQ-DATE
                   MOVE WSL-REF TO RPQ-REF
                   MOVE WSL-ACCOUNT TO RPQ-BENEF-ACCOUNT
                   MOVE WSL-DEBIT-AMOUNT TO RPQ-AMOUNT
                   MOVE WSL-BENEFICIARY TO RPQ-BENEFICIARY
                   MOVE 'Fed reject - debit account not on master'
                       TO RPQ-REASON
                   WRITE REPAIR-QUEUE-RECORD
                   ADD 1 TO WS-WIRES-REPAIR
                   MOVE 'REJECTED - to repair queue'
                       TO WS-ACK-OUTCOME
                   EXIT PARAGRAPH
           END-READ

           ADD WSL-DEBIT-AMOUNT TO ACCT-BALANCE
           ADD WSL-DEBIT-AMOUNT TO ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE WSL-ACCOUNT TO TRANS-ACCOUNT
           MOVE 'WIRE-REVERSAL' TO TRANS-TYPE
           MOVE WSL-DEBIT-AMOUNT TO TRANS-AMOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Wire returned by Fed - '
                  FUNCTION TRIM(WSL-REASON)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE WSL-BENEFICIARY(1:50) TO TRANS-MERCHANT
           MOVE 'WIRE' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE WSL-REF TO TRANS-REFERENCE
           MOVE 'WIRE' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           IF WSL-SPREAD-INCOME > 0
               MOVE 3 TO WS-GLM-LEG-COUNT
               MOVE '1000' TO WS-GLM-ACCOUNT(1)
               MOVE 'D' TO WS-GLM-DRCR(1)
               MOVE WSL-BASE-VALUE TO WS-GLM-AMOUNT(1)
               MOVE '4210' TO WS-GLM-ACCOUNT(2)
               MOVE 'D' TO WS-GLM-DRCR(2)
               MOVE WSL-SPREAD-INCOME TO WS-GLM-AMOUNT(2)
               MOVE '2000' TO WS-GLM-ACCOUNT(3)
               MOVE 'C' TO WS-GLM-DRCR(3)
               MOVE WSL-DEBIT-AMOUNT TO WS-GLM-AMOUNT(3)
               MOVE WSL-ACCOUNT TO WS-GLM-SOURCE-REF
               MOVE SPACES TO WS-GLM-DESCRIPTION
               STRING 'FX wire reversal - ' WSL-REF
                   DELIMITED BY SIZE INTO WS-GLM-DESCRIPTION
               CALL 'GL-POSTING-MULTI' USING WS-GLM-LEG-COUNT
                                              WS-GLM-DISTRIBUTION
                                              WS-GLM-SOURCE-REF
                                              WS-GLM-DESCRIPTION
                                              WS-GLM-COST-CENTER
                                              WS-GLM-RETURN-CODE
           ELSE
               MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
               MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
               MOVE WSL-DEBIT-AMOUNT TO WS-GL-AMOUNT
               MOVE WSL-ACCOUNT TO WS-GL-SOURCE-REF
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Wire reversal - ' WSL-REF
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
               CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                        WS-GL-CREDIT-ACCOUNT
                                        WS-GL-AMOUNT
                                        WS-GL-SOURCE-REF
                                        WS-GL-DESCRIPTION
                                        WS-GL-COST-CENTER
                                        WS-GL-RETURN-CODE
           END-IF

           ADD 1 TO WS-WIRES-REVERSED
           ADD WSL-DEBIT-AMOUNT TO WS-TOTAL-REVERSED
           MOVE 'REJECTED - reversed to customer' TO WS-ACK-OUTCOME.

       WRITE-ACK-REPORT-LINE.
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING FAK-REF ' ' FAK-TYPE ' ' FAK-IMAD ' '
                  WS-ACK-OUTCOME ' ' FAK-REASON-CODE ' '
                  FUNCTION TRIM(FAK-REASON)
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

      *----------------------------------------------------------------
      * A wire instructed in a foreign currency converts at the deal
      * rate: the exchange-rates.dat base rate to USD marked up by
               '"wires_credited":' WS-WIRES-CREDITED ','
               '"wires_to_repair":' WS-WIRES-REPAIR ','
               '"total_received":' WS-TOTAL-RECEIVED ','
               '"wires_messaged":' WS-MSG-TX-COUNT ','
               '"message_total":' WS-MSG-TX-TOTAL ','
               '"acks_read":' WS-ACKS-READ ','
               '"wires_completed":' WS-WIRES-COMPLETED ','
               '"wires_fed_rejected":' WS-WIRES-FED-REJECT ','
               '"wires_reversed":' WS-WIRES-REVERSED ','
               '"total_reversed":' WS-TOTAL-REVERSED ','
               '"acks_unmatched":' WS-ACKS-UNMATCHED ','
               '"pacs008_file":"wire-pacs008.xml",'
               '"ack_report":"wire-ack-report.txt",'
               '"repair_queue":"wire-repair-queue.dat",'
               '"review_queue":"wire-review-queue.dat",'
               '"compliance_extract":"wire-compliance-extract.txt"'
