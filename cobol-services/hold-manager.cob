      * Driven by hold-input.json (action PLACE or RELEASE); result in
      * hold-output.json. The nightly expiry sweep lives in
      * BATCH-PROCESSOR's HOLD_EXPIRY job.
      * A deposit hold ladder also queues the customer's funds
      * availability notice through NOTICE-QUEUE (type DEPOSIT-HOLD)
      * for NOTICE-RENDER to deliver.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-CC-STAGES-PLACED     PIC 9(2).
       01  WS-CC-DISPLAY-AMOUNT    PIC Z(8)9.99.

      * Customer notices go out through the NOTICE-QUEUE subprogram.
       01  WS-NQ-FIELDS.
           05  WS-NQ-TYPE          PIC X(12).
           05  WS-NQ-CUST-ID       PIC X(10).
           05  WS-NQ-ACCOUNT       PIC X(20).
           05  WS-NQ-MERGE-DATA    PIC X(200).
           05  WS-NQ-PROGRAM       PIC X(20) VALUE 'HOLD-MANAGER'.
           05  WS-NQ-RETURN-CODE   PIC XX.
       01  WS-NQ-PTR               PIC 9(3).

       01  WS-NEXT-SEQ             PIC 9(4).
       01  WS-PLACED-SEQ           PIC 9(4).
       01  WS-ACTIVE-HOLD-TOTAL    PIC S9(12)V99.
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD

           MOVE WS-IN-AMOUNT TO WS-CC-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NQ-MERGE-DATA
           MOVE 1 TO WS-NQ-PTR
           STRING 'DEPOSIT-DATE=' WS-TODAY
                  ';DEPOSIT=' FUNCTION TRIM(WS-CC-DISPLAY-AMOUNT)
               DELIMITED BY SIZE
               INTO WS-NQ-MERGE-DATA WITH POINTER WS-NQ-PTR

           COMPUTE WS-CC-REMAINDER =
               WS-IN-AMOUNT - WS-CC-NEXT-DAY-AMT
           IF WS-CC-REMAINDER <= 0
                   DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
               WRITE HOLD-NOTICE-RECORD
               CLOSE HOLD-NOTICE-FILE
               STRING ';NEXT-DAY=' FUNCTION TRIM(WS-CC-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE
                   INTO WS-NQ-MERGE-DATA WITH POINTER WS-NQ-PTR
               PERFORM QUEUE-HOLD-NOTICE
               EXIT PARAGRAPH
           END-IF

                  WS-CC-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD
           STRING ';NEXT-DAY=' FUNCTION TRIM(WS-CC-DISPLAY-AMOUNT)
               DELIMITED BY SIZE
               INTO WS-NQ-MERGE-DATA WITH POINTER WS-NQ-PTR

           IF WS-CC-REMAINDER > WS-CC-DAY2-CAP
               MOVE WS-CC-DAY2-CAP TO WS-CC-STAGE-AMOUNT
               PERFORM PLACE-ONE-STAGE
           END-IF

           CLOSE HOLD-NOTICE-FILE
           PERFORM QUEUE-HOLD-NOTICE.

      * The account owner is resolved when the notice is rendered.
       QUEUE-HOLD-NOTICE.
           MOVE 'DEPOSIT-HOLD' TO WS-NQ-TYPE
           MOVE SPACES TO WS-NQ-CUST-ID
           MOVE WS-IN-ACCOUNT TO WS-NQ-ACCOUNT
           CALL 'NOTICE-QUEUE' USING WS-NQ-TYPE
                                     WS-NQ-CUST-ID
                                     WS-NQ-ACCOUNT
                                     WS-NQ-MERGE-DATA
                                     WS-NQ-PROGRAM
                                     WS-NQ-RETURN-CODE.

       PLACE-ONE-STAGE.
           COMPUTE WS-CC-DATE-INT =
                  ' RELEASES ' WS-CC-RELEASE-DATE
               DELIMITED BY SIZE INTO HOLD-NOTICE-RECORD
           WRITE HOLD-NOTICE-RECORD
           STRING ';HELD' WS-CC-STAGES-PLACED '='
                  FUNCTION TRIM(WS-CC-DISPLAY-AMOUNT)
                  ';RELEASE' WS-CC-STAGES-PLACED '='
                  WS-CC-RELEASE-DATE
               DELIMITED BY SIZE
               INTO WS-NQ-MERGE-DATA WITH POINTER WS-NQ-PTR

           MOVE 'HOLD-DEPOSIT' TO WS-AJ-ACTION
           MOVE WS-IN-ACCOUNT TO WS-AJ-KEY
