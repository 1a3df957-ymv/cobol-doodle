           05 NW-ACCT-ID PIC X(10).
           05 NW-NET-AMOUNT PIC S9(11)V99 COMP-3.
       FD posted-log-history.
       01 HISTORY-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-PL-STATUS PIC XX.
       01 WS-PW-STATUS PIC XX.
       01 WS-FMT-AMT PIC S9(11)V99.
       01 WS-FMT-EDIT PIC -(11)9.99.
       01 WS-FMT-TXT PIC X(15).
       01 WS-HIST-AMT-TXT PIC X(15).
       01 WS-HIST-RATE-EDIT PIC Z(4)9.9(9).
       01 WS-SCAN-POS PIC 9(4) COMP.
       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF
           IF PL-DST-ACCT NOT = SPACES
               MOVE PL-DST-ACCT TO NW-ACCT-ID
               MOVE PL-DST-AMOUNT TO WS-NET-AMT
               PERFORM APPLY-NET-DELTA
           END-IF.

       WRITE-HISTORY-LINE.
           MOVE PL-AMOUNT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE WS-FMT-TXT TO WS-HIST-AMT-TXT
           MOVE PL-DST-AMOUNT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE PL-FX-RATE TO WS-HIST-RATE-EDIT
           MOVE SPACES TO HISTORY-LINE
           STRING PL-REF-ID DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   PL-TXN-TYPE DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-HIST-AMT-TXT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   PL-SRC-ACCT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   PL-REVERSED-FLAG DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   PL-POST-RUN-ID DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   PL-FEED-CODE DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   PL-CURRENCY DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HIST-RATE-EDIT) DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   PL-DST-CURRENCY DELIMITED BY SPACE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE.
                   "000000" DELIMITED BY SIZE
               INTO PW-POST-RUN-ID
           END-STRING
           MOVE SPACES TO PW-FEED-CODE
           MOVE SPACES TO PW-CURRENCY
           MOVE 1 TO PW-FX-RATE
           MOVE WS-MARKER-PIECE TO PW-DST-AMOUNT
           MOVE SPACES TO PW-DST-CURRENCY
           WRITE POSTED-LOG-WORK-RECORD
               INVALID KEY
                   DISPLAY "MARKER WRITE FAILED FOR "
