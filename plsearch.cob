       IDENTIFICATION DIVISION.
       PROGRAM-ID. plsearch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-master ASSIGN TO "account-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT OPTIONAL posted-log
               ASSIGN TO "posted-log.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PL-REF-ID
               FILE STATUS IS WS-PL-STATUS.
           SELECT OPTIONAL history-list
               ASSIGN TO "posted-log-search-files.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT posted-log-history ASSIGN USING WS-HIST-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT search-report ASSIGN TO "posted-log-search.rpt"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       COPY ACCTMAST.
       FD posted-log.
       COPY POSTLOG.
       FD history-list.
       01 HISTORY-LIST-LINE PIC X(80).
       FD posted-log-history.
       01 HISTORY-LINE PIC X(160).
       FD search-report.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-LIST-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-HIST-FILE PIC X(40).
       01 WS-PARM PIC X(128) VALUE SPACES.
       01 WS-PARM-TOKEN-1 PIC X(24).
       01 WS-PARM-TOKEN-2 PIC X(24).
       01 WS-PARM-TOKEN-3 PIC X(24).
       01 WS-PARM-TOKEN-4 PIC X(24).
       01 WS-PARM-TOKEN-5 PIC X(24).
       01 WS-PARM-TOKEN-6 PIC X(24).
       01 WS-PARM-TOKEN-7 PIC X(24).
       01 WS-TOKEN-KEY PIC X(10).
       01 WS-TOKEN-VALUE PIC X(14).
       01 WS-PARM-ERROR-SW PIC X VALUE "N".
           88 PARM-IN-ERROR VALUE "Y".
       01 WS-SRCH-ACCT PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE PIC X(8) VALUE "00000000".
       01 WS-THRU-DATE PIC X(8) VALUE "99999999".
       01 WS-MIN-AMT PIC S9(9)V99 VALUE 0.
       01 WS-MAX-AMT PIC S9(9)V99 VALUE 999999999.99.
       01 WS-AMT-RANGE-SW PIC X VALUE "N".
           88 AMOUNT-RANGE-GIVEN VALUE "Y".
       01 WS-SRCH-TYPE PIC X VALUE SPACE.
       01 WS-SRCH-REF PIC X(10) VALUE SPACES.
       01 WS-LOG-EOF-SW PIC X VALUE "N".
           88 LOG-AT-END VALUE "Y".
       01 PL-CONTROL-KEY PIC X(10) VALUE "0000000000".
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 50 TIMES.
               10 SF-FILE-NAME PIC X(40).
               10 SF-READ-COUNT PIC 9(7).
               10 SF-ACCT-COUNT PIC 9(7).
               10 SF-OPEN-SW PIC X.
       01 WS-FILE-USED PIC 9(3) VALUE 0.
       01 WS-FILE-IDX PIC 9(3).
       01 WS-SOURCE-IDX PIC 9(3).
       01 WS-LOG-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-ACCT-COUNT PIC 9(7) VALUE 0.
       01 HL-REF-ID PIC X(10).
       01 HL-TXN-TYPE PIC X(10).
       01 HL-AMOUNT PIC X(15).
       01 HL-SRC-ACCT PIC X(10).
       01 HL-DST-ACCT PIC X(10).
       01 HL-REVERSED-FLAG PIC X(10).
       01 HL-POST-RUN-ID PIC X(14).
       01 HL-FEED-CODE PIC X(10).
       01 HL-CURRENCY PIC X(10).
       01 HL-FX-RATE PIC X(15).
       01 HL-DST-AMOUNT PIC X(15).
       01 WS-IT-REF-ID PIC X(10).
       01 WS-IT-TXN-TYPE PIC X.
       01 WS-IT-AMOUNT PIC S9(9)V99.
       01 WS-IT-DST-AMOUNT PIC S9(9)V99.
       01 WS-IT-CRIT-AMT PIC S9(9)V99.
       01 WS-IT-SRC-ACCT PIC X(10).
       01 WS-IT-DST-ACCT PIC X(10).
       01 WS-IT-REVERSED-FLAG PIC X.
       01 WS-IT-POST-DATE PIC X(8).
       01 WS-IT-NET PIC S9(9)V99.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10 RI-REF-ID PIC X(10).
               10 RI-POST-DATE PIC X(8).
               10 RI-TXN-TYPE PIC X.
               10 RI-AMOUNT PIC S9(9)V99 COMP-3.
               10 RI-DST-AMOUNT PIC S9(9)V99 COMP-3.
               10 RI-SRC-ACCT PIC X(10).
               10 RI-DST-ACCT PIC X(10).
               10 RI-REVERSED-FLAG PIC X.
               10 RI-SOURCE-IDX PIC 9(3).
               10 RI-SELECTED-SW PIC X.
       01 WS-ITEM-USED PIC 9(5) VALUE 0.
       01 WS-ITEM-IDX PIC 9(5).
       01 WS-INSERT-IDX PIC 9(5).
       01 WS-DUP-SW PIC X VALUE "N".
           88 DUPLICATE-ITEM VALUE "Y".
       01 WS-MATCH-SW PIC X VALUE "N".
           88 ITEM-MATCHES VALUE "Y".
       01 WS-ACCT-BALANCE PIC S9(9)V99.
       01 WS-ACCT-STATUS PIC X.
       01 WS-NET-RANGE PIC S9(11)V99 VALUE 0.
       01 WS-NET-AFTER PIC S9(11)V99 VALUE 0.
       01 WS-OPENING-BAL PIC S9(11)V99.
       01 WS-RUNNING-BAL PIC S9(11)V99.
       01 WS-MARKER-COUNT PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-DEBITS PIC S9(11)V99 VALUE 0.
       01 WS-LISTED-CREDITS PIC S9(11)V99 VALUE 0.
       01 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-EDIT PIC ---,---,---,--9.99.
       01 WS-FMT-AMT PIC S9(9)V99.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-MIN-TXT PIC X(13).
       01 WS-MAX-TXT PIC X(13).
       01 WS-SRCH-HEADER.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "REFERENCE".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(12) VALUE "OTHER-ACCT".
           05 FILLER PIC X(16) VALUE "           DEBIT".
           05 FILLER PIC X(16) VALUE "          CREDIT".
           05 FILLER PIC X(16) VALUE "         BALANCE".
           05 FILLER PIC X(5) VALUE " REV".
           05 FILLER PIC X(4) VALUE "SRC".
       01 WS-SRCH-DETAIL.
           05 RD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-REF PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-COUNTERPARTY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DEBIT PIC ---,---,--9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CREDIT PIC ---,---,--9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-BALANCE PIC ----,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-REVERSED PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-SOURCE PIC X(4).
       01 WS-SRCH-TOTAL-LINE.
           05 ST-LABEL PIC X(30).
           05 FILLER PIC X(41) VALUE SPACES.
           05 ST-AMOUNT PIC ---,---,---,--9.99.
       01 WS-FILE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-SOURCE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-FILE-NAME PIC X(40).
           05 FL-READ-COUNT PIC Z(6)9.
           05 FILLER PIC X(8) VALUE " READ   ".
           05 FL-ACCT-COUNT PIC Z(6)9.
           05 FILLER PIC X(12) VALUE " FOR ACCOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-STATUS PIC X(12).
       01 WS-SOURCE-TAG.
           05 SG-PREFIX PIC X.
           05 SG-NUMBER PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM PARSE-PARM
           IF WS-SRCH-ACCT = SPACES OR PARM-IN-ERROR
               DISPLAY "USAGE: plsearch ACCT=nnnn [FROM=YYYYMMDD] "
                       "[THRU=YYYYMMDD] [MIN=amt] [MAX=amt] "
                       "[TYPE=x] [REF=nnnnnnnnnn]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT account-master
           IF WS-AM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER, FILE STATUS "
                       WS-AM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SRCH-ACCT TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON FILE: " WS-SRCH-ACCT
                   MOVE 16 TO RETURN-CODE
                   CLOSE account-master
                   STOP RUN
           END-READ
           MOVE AM-BALANCE TO WS-ACCT-BALANCE
           MOVE AM-STATUS TO WS-ACCT-STATUS
           CLOSE account-master
           PERFORM LOAD-HISTORY-LIST
           OPEN INPUT posted-log
           IF WS-PL-STATUS NOT = "00" AND WS-PL-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN POSTED-LOG, FILE STATUS "
                       WS-PL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-LIVE-LOG
           CLOSE posted-log
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-USED
               PERFORM SCAN-HISTORY-FILE
           END-PERFORM
           COMPUTE WS-OPENING-BAL = WS-ACCT-BALANCE - WS-NET-AFTER
               - WS-NET-RANGE
           OPEN OUTPUT search-report
           PERFORM PRINT-SEARCH-HEADING
           PERFORM PRINT-SEARCH-ITEMS
           PERFORM PRINT-SEARCH-TOTALS
           CLOSE search-report
           DISPLAY "POSTED-LOG SEARCH FOR " WS-SRCH-ACCT
                   " LISTED " WS-LISTED-COUNT " ITEM(S) FROM "
                   WS-FILE-USED " HISTORY FILE(S) AND THE LIVE LOG"
           STOP RUN.

       PARSE-PARM.
           MOVE SPACES TO WS-PARM-TOKEN-1
           MOVE SPACES TO WS-PARM-TOKEN-2
           MOVE SPACES TO WS-PARM-TOKEN-3
           MOVE SPACES TO WS-PARM-TOKEN-4
           MOVE SPACES TO WS-PARM-TOKEN-5
           MOVE SPACES TO WS-PARM-TOKEN-6
           MOVE SPACES TO WS-PARM-TOKEN-7
           UNSTRING WS-PARM DELIMITED BY ALL " " INTO
               WS-PARM-TOKEN-1
               WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3
               WS-PARM-TOKEN-4
               WS-PARM-TOKEN-5
               WS-PARM-TOKEN-6
               WS-PARM-TOKEN-7
           END-UNSTRING
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-5 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-6 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-7 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1.

       APPLY-PARM-TOKEN-1.
           MOVE SPACES TO WS-TOKEN-KEY
           MOVE SPACES TO WS-TOKEN-VALUE
           UNSTRING WS-PARM-TOKEN-1 DELIMITED BY "=" INTO
               WS-TOKEN-KEY
               WS-TOKEN-VALUE
           END-UNSTRING
           EVALUATE WS-TOKEN-KEY
               WHEN "ACCT"
                   MOVE WS-TOKEN-VALUE TO WS-SRCH-ACCT
               WHEN "FROM"
                   MOVE WS-TOKEN-VALUE(1:8) TO WS-FROM-DATE
               WHEN "THRU"
                   MOVE WS-TOKEN-VALUE(1:8) TO WS-THRU-DATE
               WHEN "MIN"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-VALUE) = 0
                       MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE)
                           TO WS-MIN-AMT
                       SET AMOUNT-RANGE-GIVEN TO TRUE
                   ELSE
                       DISPLAY "INVALID MIN AMOUNT: " WS-TOKEN-VALUE
                       SET PARM-IN-ERROR TO TRUE
                   END-IF
               WHEN "MAX"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-VALUE) = 0
                       MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE)
                           TO WS-MAX-AMT
                       SET AMOUNT-RANGE-GIVEN TO TRUE
                   ELSE
                       DISPLAY "INVALID MAX AMOUNT: " WS-TOKEN-VALUE
                       SET PARM-IN-ERROR TO TRUE
                   END-IF
               WHEN "TYPE"
                   MOVE WS-TOKEN-VALUE(1:1) TO WS-SRCH-TYPE
               WHEN "REF"
                   MOVE WS-TOKEN-VALUE(1:10) TO WS-SRCH-REF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED PARM: " WS-PARM-TOKEN-1
                   SET PARM-IN-ERROR TO TRUE
           END-EVALUATE.

       LOAD-HISTORY-LIST.
           OPEN INPUT history-list
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ history-list AT END
                       EXIT PERFORM
                   END-READ
                   EVALUATE HISTORY-LIST-LINE(1:1)
                       WHEN "*"
                           CONTINUE
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           PERFORM ADD-HISTORY-FILE
                   END-EVALUATE
               END-PERFORM
           ELSE
               DISPLAY "POSTED-LOG-SEARCH-FILES.DAT NOT PRESENT, "
                       "SEARCHING THE LIVE POSTED LOG ONLY"
           END-IF
           CLOSE history-list.

       ADD-HISTORY-FILE.
           MOVE "N" TO WS-DUP-SW
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-USED
               IF SF-FILE-NAME(WS-FILE-IDX) = HISTORY-LIST-LINE
                   SET DUPLICATE-ITEM TO TRUE
               END-IF
           END-PERFORM
           IF DUPLICATE-ITEM
               DISPLAY "HISTORY FILE LISTED TWICE, IGNORED: "
                       HISTORY-LIST-LINE
           ELSE
               IF WS-FILE-USED < 50
                   ADD 1 TO WS-FILE-USED
                   MOVE HISTORY-LIST-LINE
                       TO SF-FILE-NAME(WS-FILE-USED)
                   MOVE 0 TO SF-READ-COUNT(WS-FILE-USED)
                   MOVE 0 TO SF-ACCT-COUNT(WS-FILE-USED)
                   MOVE "N" TO SF-OPEN-SW(WS-FILE-USED)
               ELSE
                   DISPLAY "HISTORY FILE LIST FULL, "
                           "IGNORED: " HISTORY-LIST-LINE
               END-IF
           END-IF.

       SCAN-LIVE-LOG.
           MOVE 0 TO WS-SOURCE-IDX
           MOVE LOW-VALUES TO PL-REF-ID
           START posted-log KEY >= PL-REF-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOG-EOF-SW
           END-START
           PERFORM UNTIL LOG-AT-END
               READ posted-log NEXT
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-SW
                   NOT AT END
                       IF PL-REF-ID NOT = PL-CONTROL-KEY
                           ADD 1 TO WS-LOG-READ-COUNT
                           MOVE PL-REF-ID TO WS-IT-REF-ID
                           MOVE PL-TXN-TYPE TO WS-IT-TXN-TYPE
                           MOVE PL-AMOUNT TO WS-IT-AMOUNT
                           MOVE PL-DST-AMOUNT TO WS-IT-DST-AMOUNT
                           MOVE PL-SRC-ACCT TO WS-IT-SRC-ACCT
                           MOVE PL-DST-ACCT TO WS-IT-DST-ACCT
                           MOVE PL-REVERSED-FLAG
                               TO WS-IT-REVERSED-FLAG
                           MOVE PL-POST-RUN-ID(1:8)
                               TO WS-IT-POST-DATE
                           PERFORM CONSIDER-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-HISTORY-FILE.
           MOVE WS-FILE-IDX TO WS-SOURCE-IDX
           MOVE SF-FILE-NAME(WS-FILE-IDX) TO WS-HIST-FILE
           OPEN INPUT posted-log-history
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO SF-OPEN-SW(WS-FILE-IDX)
               PERFORM UNTIL 1=0
                   READ posted-log-history AT END
                       EXIT PERFORM
                   END-READ
                   ADD 1 TO SF-READ-COUNT(WS-FILE-IDX)
                   PERFORM SPLIT-HISTORY-LINE
                   PERFORM CONSIDER-ITEM
               END-PERFORM
               CLOSE posted-log-history
           ELSE
               DISPLAY "HISTORY FILE MISSING OR UNREADABLE: "
                       WS-HIST-FILE " FILE STATUS " WS-HIST-STATUS
           END-IF.

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO HL-REF-ID
           MOVE SPACES TO HL-TXN-TYPE
           MOVE SPACES TO HL-AMOUNT
           MOVE SPACES TO HL-SRC-ACCT
           MOVE SPACES TO HL-DST-ACCT
           MOVE SPACES TO HL-REVERSED-FLAG
           MOVE SPACES TO HL-POST-RUN-ID
           MOVE SPACES TO HL-FEED-CODE
           MOVE SPACES TO HL-CURRENCY
           MOVE SPACES TO HL-FX-RATE
           MOVE SPACES TO HL-DST-AMOUNT
           UNSTRING HISTORY-LINE DELIMITED BY x"09" INTO
               HL-REF-ID
               HL-TXN-TYPE
               HL-AMOUNT
               HL-SRC-ACCT
               HL-DST-ACCT
               HL-REVERSED-FLAG
               HL-POST-RUN-ID
               HL-FEED-CODE
               HL-CURRENCY
               HL-FX-RATE
               HL-DST-AMOUNT
           END-UNSTRING
           MOVE HL-REF-ID TO WS-IT-REF-ID
           MOVE HL-TXN-TYPE(1:1) TO WS-IT-TXN-TYPE
           MOVE 0 TO WS-IT-AMOUNT
           IF FUNCTION TEST-NUMVAL(HL-AMOUNT) = 0
               MOVE FUNCTION NUMVAL(HL-AMOUNT) TO WS-IT-AMOUNT
           END-IF
           MOVE WS-IT-AMOUNT TO WS-IT-DST-AMOUNT
           IF HL-DST-AMOUNT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(HL-DST-AMOUNT) = 0
               MOVE FUNCTION NUMVAL(HL-DST-AMOUNT)
                   TO WS-IT-DST-AMOUNT
           END-IF
           MOVE HL-SRC-ACCT TO WS-IT-SRC-ACCT
           MOVE HL-DST-ACCT TO WS-IT-DST-ACCT
           MOVE HL-REVERSED-FLAG(1:1) TO WS-IT-REVERSED-FLAG
           MOVE HL-POST-RUN-ID(1:8) TO WS-IT-POST-DATE.

       CONSIDER-ITEM.
           IF WS-IT-SRC-ACCT = WS-SRCH-ACCT
              OR WS-IT-DST-ACCT = WS-SRCH-ACCT
               IF WS-IT-TXN-TYPE = "B"
                   ADD 1 TO WS-MARKER-COUNT
               ELSE
                   IF WS-SOURCE-IDX > 0
                       ADD 1 TO SF-ACCT-COUNT(WS-SOURCE-IDX)
                   ELSE
                       ADD 1 TO WS-LOG-ACCT-COUNT
                   END-IF
                   MOVE 0 TO WS-IT-NET
                   IF WS-IT-SRC-ACCT = WS-SRCH-ACCT
                       SUBTRACT WS-IT-AMOUNT FROM WS-IT-NET
                   END-IF
                   IF WS-IT-DST-ACCT = WS-SRCH-ACCT
                       ADD WS-IT-DST-AMOUNT TO WS-IT-NET
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-IT-POST-DATE > WS-THRU-DATE
                           ADD WS-IT-NET TO WS-NET-AFTER
                       WHEN WS-IT-POST-DATE >= WS-FROM-DATE
                           PERFORM INSERT-RANGE-ITEM
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-DUPLICATE-REF.
           MOVE "N" TO WS-DUP-SW
           IF WS-SOURCE-IDX > 0
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-USED
                          OR DUPLICATE-ITEM
                   IF RI-REF-ID(WS-ITEM-IDX) = WS-IT-REF-ID
                       SET DUPLICATE-ITEM TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       INSERT-RANGE-ITEM.
           PERFORM CHECK-DUPLICATE-REF
           IF DUPLICATE-ITEM
               ADD 1 TO WS-DUP-COUNT
           ELSE
               IF WS-ITEM-USED >= 5000
                   DISPLAY "MORE THAN 5000 ITEMS ON " WS-SRCH-ACCT
                           " IN THE PERIOD, NARROW FROM=/THRU="
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-IT-NET TO WS-NET-RANGE
               MOVE WS-ITEM-USED TO WS-INSERT-IDX
               PERFORM UNTIL WS-INSERT-IDX = 0
                   IF RI-REF-ID(WS-INSERT-IDX) > WS-IT-REF-ID
                       MOVE WS-ITEM-ENTRY(WS-INSERT-IDX)
                           TO WS-ITEM-ENTRY(WS-INSERT-IDX + 1)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               ADD 1 TO WS-INSERT-IDX
               ADD 1 TO WS-ITEM-USED
               MOVE WS-IT-REF-ID TO RI-REF-ID(WS-INSERT-IDX)
               MOVE WS-IT-POST-DATE TO RI-POST-DATE(WS-INSERT-IDX)
               MOVE WS-IT-TXN-TYPE TO RI-TXN-TYPE(WS-INSERT-IDX)
               MOVE WS-IT-AMOUNT TO RI-AMOUNT(WS-INSERT-IDX)
               MOVE WS-IT-DST-AMOUNT TO RI-DST-AMOUNT(WS-INSERT-IDX)
               MOVE WS-IT-SRC-ACCT TO RI-SRC-ACCT(WS-INSERT-IDX)
               MOVE WS-IT-DST-ACCT TO RI-DST-ACCT(WS-INSERT-IDX)
               MOVE WS-IT-REVERSED-FLAG
                   TO RI-REVERSED-FLAG(WS-INSERT-IDX)
               MOVE WS-SOURCE-IDX TO RI-SOURCE-IDX(WS-INSERT-IDX)
               PERFORM CHECK-ITEM-CRITERIA
               MOVE WS-MATCH-SW TO RI-SELECTED-SW(WS-INSERT-IDX)
           END-IF.

       CHECK-ITEM-CRITERIA.
           SET ITEM-MATCHES TO TRUE
           IF WS-IT-SRC-ACCT = WS-SRCH-ACCT
               MOVE WS-IT-AMOUNT TO WS-IT-CRIT-AMT
           ELSE
               MOVE WS-IT-DST-AMOUNT TO WS-IT-CRIT-AMT
           END-IF
           IF AMOUNT-RANGE-GIVEN
               IF WS-IT-CRIT-AMT < WS-MIN-AMT
                  OR WS-IT-CRIT-AMT > WS-MAX-AMT
                   MOVE "N" TO WS-MATCH-SW
               END-IF
           END-IF
           IF WS-SRCH-TYPE NOT = SPACE
              AND WS-IT-TXN-TYPE NOT = WS-SRCH-TYPE
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-SRCH-REF NOT = SPACES
              AND WS-IT-REF-ID NOT = WS-SRCH-REF
               MOVE "N" TO WS-MATCH-SW
           END-IF.

       PRINT-SEARCH-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED ITEM RESEARCH - ACCOUNT " DELIMITED BY SIZE
                   WS-SRCH-ACCT DELIMITED BY SIZE
                   "  PERIOD " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-THRU-DATE DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   WS-ACCT-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MIN-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE WS-FMT-TXT TO WS-MIN-TXT
           MOVE WS-MAX-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE WS-FMT-TXT TO WS-MAX-TXT
           MOVE SPACES TO REPORT-LINE
           STRING "CRITERIA  AMOUNT " DELIMITED BY SIZE
                   WS-MIN-TXT DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-MAX-TXT DELIMITED BY SPACE
                   "  TYPE " DELIMITED BY SIZE
                   WS-SRCH-TYPE DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   WS-SRCH-REF DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "FILES SEARCHED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOG " TO FL-SOURCE
           MOVE "posted-log.dat" TO FL-FILE-NAME
           MOVE WS-LOG-READ-COUNT TO FL-READ-COUNT
           MOVE WS-LOG-ACCT-COUNT TO FL-ACCT-COUNT
           MOVE "LIVE" TO FL-STATUS
           MOVE WS-FILE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-USED
               MOVE WS-FILE-IDX TO WS-SOURCE-IDX
               PERFORM SET-SOURCE-TAG
               MOVE WS-SOURCE-TAG TO FL-SOURCE
               MOVE SF-FILE-NAME(WS-FILE-IDX) TO FL-FILE-NAME
               MOVE SF-READ-COUNT(WS-FILE-IDX) TO FL-READ-COUNT
               MOVE SF-ACCT-COUNT(WS-FILE-IDX) TO FL-ACCT-COUNT
               IF SF-OPEN-SW(WS-FILE-IDX) = "Y"
                   MOVE "HISTORY" TO FL-STATUS
               ELSE
                   MOVE "NOT FOUND" TO FL-STATUS
               END-IF
               MOVE WS-FILE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPENING BALANCE" TO ST-LABEL
           MOVE WS-OPENING-BAL TO ST-AMOUNT
           MOVE WS-SRCH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SRCH-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-SEARCH-ITEMS.
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-USED
               IF RI-SRC-ACCT(WS-ITEM-IDX) = WS-SRCH-ACCT
                   SUBTRACT RI-AMOUNT(WS-ITEM-IDX)
                       FROM WS-RUNNING-BAL
               END-IF
               IF RI-DST-ACCT(WS-ITEM-IDX) = WS-SRCH-ACCT
                   ADD RI-DST-AMOUNT(WS-ITEM-IDX) TO WS-RUNNING-BAL
               END-IF
               IF RI-SELECTED-SW(WS-ITEM-IDX) = "Y"
                   PERFORM PRINT-SEARCH-ITEM
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "  (NO ITEMS MATCH THE CRITERIA)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-SEARCH-ITEM.
           MOVE RI-POST-DATE(WS-ITEM-IDX) TO RD-DATE
           MOVE RI-REF-ID(WS-ITEM-IDX) TO RD-REF
           MOVE RI-TXN-TYPE(WS-ITEM-IDX) TO RD-TYPE
           MOVE 0 TO RD-DEBIT
           MOVE 0 TO RD-CREDIT
           MOVE SPACES TO RD-COUNTERPARTY
           IF RI-SRC-ACCT(WS-ITEM-IDX) = WS-SRCH-ACCT
               MOVE RI-DST-ACCT(WS-ITEM-IDX) TO RD-COUNTERPARTY
               MOVE RI-AMOUNT(WS-ITEM-IDX) TO RD-DEBIT
               ADD RI-AMOUNT(WS-ITEM-IDX) TO WS-LISTED-DEBITS
           END-IF
           IF RI-DST-ACCT(WS-ITEM-IDX) = WS-SRCH-ACCT
               MOVE RI-SRC-ACCT(WS-ITEM-IDX) TO RD-COUNTERPARTY
               MOVE RI-DST-AMOUNT(WS-ITEM-IDX) TO RD-CREDIT
               ADD RI-DST-AMOUNT(WS-ITEM-IDX) TO WS-LISTED-CREDITS
           END-IF
           IF RD-COUNTERPARTY = SPACES
               MOVE "-" TO RD-COUNTERPARTY
           END-IF
           MOVE WS-RUNNING-BAL TO RD-BALANCE
           IF RI-REVERSED-FLAG(WS-ITEM-IDX) = "Y"
               MOVE "Y" TO RD-REVERSED
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               MOVE "N" TO RD-REVERSED
           END-IF
           MOVE RI-SOURCE-IDX(WS-ITEM-IDX) TO WS-SOURCE-IDX
           PERFORM SET-SOURCE-TAG
           MOVE WS-SOURCE-TAG TO RD-SOURCE
           MOVE WS-SRCH-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LISTED-COUNT.

       SET-SOURCE-TAG.
           IF WS-SOURCE-IDX = 0
               MOVE "LOG " TO WS-SOURCE-TAG
           ELSE
               MOVE "H" TO SG-PREFIX
               MOVE WS-SOURCE-IDX TO SG-NUMBER
           END-IF.

       PRINT-SEARCH-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLOSING BALANCE" TO ST-LABEL
           MOVE WS-RUNNING-BAL TO ST-AMOUNT
           MOVE WS-SRCH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LISTED DEBITS" TO ST-LABEL
           MOVE WS-LISTED-DEBITS TO ST-AMOUNT
           MOVE WS-SRCH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LISTED CREDITS" TO ST-LABEL
           MOVE WS-LISTED-CREDITS TO ST-AMOUNT
           MOVE WS-SRCH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS LISTED " DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   "  OF WHICH REVERSED " DELIMITED BY SIZE
                   WS-REVERSED-COUNT DELIMITED BY SIZE
                   "  ITEMS IN PERIOD " DELIMITED BY SIZE
                   WS-ITEM-USED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE MARKERS SKIPPED " DELIMITED BY SIZE
                   WS-MARKER-COUNT DELIMITED BY SIZE
                   "  DUPLICATE REFS SKIPPED " DELIMITED BY SIZE
                   WS-DUP-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       FORMAT-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-EDIT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 12
                      OR WS-FMT-EDIT(WS-SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-FMT-EDIT(WS-SCAN-POS:14 - WS-SCAN-POS)
               TO WS-FMT-TXT.
