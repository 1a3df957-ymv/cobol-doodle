               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL funds-holds ASSIGN TO "funds-holds.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT hold-suspense ASSIGN TO "hold-suspense.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL stop-payments
               ASSIGN TO "stop-payments.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-SP-STATUS.
           SELECT transactions-stopped
               ASSIGN TO "transactions-stopped.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL fx-rates-file ASSIGN TO "fx-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD transactions.
       COPY POSTLOG.
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       FD funds-holds.
       COPY FUNDHOLD.
       FD hold-suspense.
       01 HOLD-SUSPENSE-LINE PIC X(80).
       FD stop-payments.
       COPY STOPPAY.
       FD transactions-stopped.
       01 STOPPED-LINE PIC X(280).
       FD fx-rates-file.
       01 FX-RATES-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TXN-LINE PIC X(256).
       01 TR-SUM PIC X(10).
           88 FUNDS-AVAILABLE VALUE "Y".
       01 WS-SRC-BALANCE PIC S9(9)V99.
       01 WS-SRC-OD-LIMIT PIC S9(9)V99.
       01 WS-SRC-HOLDS PIC S9(11)V99.
       01 WS-HD-STATUS PIC XX.
       01 WS-HOLDS-SW PIC X VALUE "N".
           88 HOLDS-PRESENT VALUE "Y".
       01 WS-HOLDS-EOF-SW PIC X VALUE "N".
           88 HOLDS-AT-END VALUE "Y".
       01 WS-HOLDS-EDIT PIC -(11)9.99.
       01 WS-SP-STATUS PIC XX.
       01 WS-STOPS-SW PIC X VALUE "N".
           88 STOPS-PRESENT VALUE "Y".
       01 WS-STOPS-EOF-SW PIC X VALUE "N".
           88 STOPS-AT-END VALUE "Y".
       01 WS-STOP-SW PIC X VALUE "N".
           88 PAYMENT-STOPPED VALUE "Y".
       01 WS-STOP-AMT PIC S9(9)V99.
       01 WS-STOP-SEQ PIC 9(4).
       01 WS-PROTECT-SW PIC X VALUE "N".
           88 PROTECTION-POSTING VALUE "Y".
       01 WS-PROT-FUNDED-SW PIC X VALUE "N".
           88 PROTECTION-FUNDED VALUE "Y".
       01 WS-PROT-ACCT PIC X(10).
       01 WS-PROT-INCR PIC S9(9)V99.
       01 WS-PROT-NEED PIC S9(11)V99.
       01 WS-PROT-AMT PIC S9(11)V99.
       01 WS-PROT-AVAIL PIC S9(11)V99.
       01 WS-PROT-MAX PIC S9(9)V99 VALUE 9999999.99.
       01 WS-PROT-EDIT PIC Z(9)9.99.
       01 WS-PROT-SAVE-SRC PIC X(10).
       01 WS-PROT-SAVE-LINE PIC X(256).
       01 WS-ODP-COUNT PIC 9(7) VALUE 0.
       01 WS-ODP-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-ODP-AMOUNT-EDIT PIC -(11)9.99.
       01 WS-CUSTOMER-ITEM-SW PIC X VALUE "N".
           88 CUSTOMER-ITEM VALUE "Y".
       01 WS-RETRY-POSTED PIC 9(7) VALUE 0.
       01 WS-RETRY-HELD PIC 9(7) VALUE 0.
       01 WS-SHORTFALL PIC S9(9)V99.
       01 WS-LIMIT-SW PIC X VALUE "N".
           88 LIMIT-EXCEEDED VALUE "Y".
       01 WS-LIMIT-REASON PIC X(20).
       01 WS-LIMIT-AMT PIC S9(11)V99.
       01 WS-DFLT-COUNT-LIMIT PIC 9(7) VALUE 0.
       01 WS-DFLT-AMT-LIMIT PIC S9(11)V99 VALUE 0.
       01 WS-DFLT-ITEM-LIMIT PIC S9(11)V99 VALUE 0.
           05 LI-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LI-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LI-CCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LI-FEED PIC X(3).
           05 FILLER PIC X(7) VALUE SPACES.
           05 LI-TYPE PIC X.
       01 WS-BAL-TABLE.
           05 WS-BAL-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-BAL-DISP-ENTRY OCCURS 9 TIMES.
                   15 BAL-COUNT PIC 9(7).
                   15 BAL-AMOUNT PIC S9(11)V99.
       01 WS-BAL-TYPE-IDX PIC 9.
       01 WS-REJ-DETAIL.
           05 RJ-REASON PIC X(22).
           05 RJ-COUNT PIC 9(7).
       01 WS-FX-STATUS PIC XX.
       01 WS-FX-SW PIC X VALUE "Y".
           88 FX-RATES-AVAILABLE VALUE "Y".
       01 WS-BASE-CCY PIC X(3) VALUE "USD".
       01 WS-FX-MARGIN PIC 9(4) VALUE 0.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 50 TIMES.
               10 FX-CCY PIC X(3).
               10 FX-BOOK-RATE PIC 9(5)V9(9).
       01 WS-FX-USED PIC 9(2) VALUE 0.
       01 WS-FX-IDX PIC 9(2).
       01 FX-FIELD-1 PIC X(15).
       01 FX-FIELD-2 PIC X(15).
       01 FX-FIELD-3 PIC X(15).
       01 FX-FIELD-4 PIC X(15).
       01 WS-CCY-ACCT PIC X(10).
       01 WS-ACCT-CCY PIC X(3).
       01 WS-RATE-CCY PIC X(3).
       01 WS-RATE-FOUND PIC 9(5)V9(9).
       01 WS-SRC-CCY PIC X(3).
       01 WS-DST-CCY PIC X(3).
       01 WS-SRC-BOOK-RATE PIC 9(5)V9(9).
       01 WS-DST-BOOK-RATE PIC 9(5)V9(9).
       01 WS-FX-RATE PIC 9(5)V9(9).
       01 WS-FX-GAIN PIC S9(9)V99.
       01 WS-BASE-EQ-AMT PIC S9(11)V99.
       01 WS-AUDIT-FX PIC X(80).
       01 WS-FX-AMT-EDIT PIC -(9)9.99.
       01 WS-FX-RATE-EDIT PIC Z(4)9.9(9).
       01 WS-FX-DEBIT-TXT PIC X(13).
       01 WS-FX-CREDIT-TXT PIC X(13).
       01 WS-FX-GAIN-TXT PIC X(13).
       01 WS-AU-SRC-CCY PIC X(3).
       01 WS-AU-DEBIT PIC X(15).
       01 WS-AU-RATE PIC X(15).
       01 WS-AU-DST-CCY PIC X(3).
       01 WS-AU-CREDIT PIC X(15).
       01 WS-AU-BASE-CCY PIC X(3).
       01 WS-AU-GAIN PIC X(15).
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 CT-CCY PIC X(3).
               10 CT-DEBITED PIC S9(11)V99.
               10 CT-CREDITED PIC S9(11)V99.
               10 CT-FEES PIC S9(11)V99.
               10 CT-CONV-OUT PIC S9(11)V99.
               10 CT-CONV-IN PIC S9(11)V99.
       01 WS-CCY-USED PIC 9(2) VALUE 0.
       01 WS-CCY-IDX PIC 9(2).
       01 WS-CCY-LOOKUP PIC X(3).
       01 WS-CCY-BREAK-SW PIC X VALUE "N".
           88 CURRENCY-OUT-OF-BALANCE VALUE "Y".
       01 WS-FX-GAIN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FX-GAIN-EDIT PIC -(11)9.99.
       01 WS-CCY-DETAIL.
           05 CD-CCY PIC X(5).
           05 CD-DEBITED PIC -(11)9.99.
           05 CD-CREDITED PIC -(11)9.99.
           05 CD-FEES PIC -(11)9.99.
           05 CD-CONV-OUT PIC -(11)9.99.
           05 CD-CONV-IN PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-STATUS PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           INITIALIZE WS-BAL-TABLE
           INITIALIZE WS-REJ-TABLE
           PERFORM LOAD-FX-RATES
           IF WS-PARM(1:7) = "RESTART"
               SET RUN-RESTARTED TO TRUE
               PERFORM READ-CHECKPOINT
           END-IF
           PERFORM LOAD-POSTED-LOG-CONTROL
           PERFORM LOAD-LIMITS
           OPEN INPUT funds-holds
           IF WS-HD-STATUS = "00"
               SET HOLDS-PRESENT TO TRUE
           END-IF
           OPEN INPUT stop-payments
           IF WS-SP-STATUS = "00"
               SET STOPS-PRESENT TO TRUE
           END-IF
           PERFORM OPEN-WORK-FILES
           OPEN OUTPUT balancing-report
           IF WS-PARM(1:7) = "RESTART"
               OPEN EXTEND transactions-suspense
               OPEN EXTEND transactions-overlimit
               OPEN EXTEND large-item-report
               OPEN EXTEND hold-suspense
               OPEN EXTEND transactions-stopped
           ELSE
               OPEN OUTPUT transactions-reject
               OPEN OUTPUT transactions-duplicate
               OPEN OUTPUT transactions-suspense
               OPEN OUTPUT transactions-overlimit
               OPEN OUTPUT large-item-report
               OPEN OUTPUT hold-suspense
               OPEN OUTPUT transactions-stopped
           END-IF
           PERFORM READ-PHASE-MARKERS
           IF WS-PARM(1:7) = "RESTART"
           CLOSE transactions-audit
           CLOSE transactions-overlimit
           CLOSE large-item-report
           CLOSE funds-holds
           CLOSE hold-suspense
           CLOSE stop-payments
           CLOSE transactions-stopped
           CLOSE warehouse-file
           CLOSE dup-work
           CLOSE report-work
                           LIMITS-LINE
           END-EVALUATE.

       LOAD-FX-RATES.
           OPEN INPUT fx-rates-file
           IF WS-FX-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ fx-rates-file AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-FX-RATE-LINE
               END-PERFORM
           ELSE
               DISPLAY "FX-RATES.DAT NOT PRESENT, ONLY "
                       "BASE-CURRENCY ITEMS WILL POST"
           END-IF
           CLOSE fx-rates-file
           DISPLAY "BASE CURRENCY " WS-BASE-CCY " FX RATES FOR "
                   WS-RUN-DATE " LOADED " WS-FX-USED.

       LOAD-FX-RATE-LINE.
           MOVE SPACES TO FX-FIELD-1
           MOVE SPACES TO FX-FIELD-2
           MOVE SPACES TO FX-FIELD-3
           MOVE SPACES TO FX-FIELD-4
           UNSTRING FX-RATES-LINE DELIMITED BY x"09" INTO
               FX-FIELD-1
               FX-FIELD-2
               FX-FIELD-3
               FX-FIELD-4
           END-UNSTRING
           EVALUATE FX-FIELD-1(1:1)
               WHEN "B"
                   IF FX-FIELD-2 NOT = SPACES
                       MOVE FX-FIELD-2(1:3) TO WS-BASE-CCY
                   END-IF
               WHEN "M"
                   IF FUNCTION TEST-NUMVAL(FX-FIELD-2) = 0
                      AND FUNCTION NUMVAL(FX-FIELD-2) < 10000
                       MOVE FUNCTION NUMVAL(FX-FIELD-2)
                           TO WS-FX-MARGIN
                   ELSE
                       DISPLAY "BAD FX MARGIN IGNORED: "
                               FX-RATES-LINE
                   END-IF
               WHEN "R"
                   IF FX-FIELD-3(1:8) = WS-RUN-DATE
                       PERFORM LOAD-ONE-FX-RATE
                   END-IF
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED FX-RATES.DAT RECORD: "
                           FX-RATES-LINE
           END-EVALUATE.

       LOAD-ONE-FX-RATE.
           IF FX-FIELD-2 = SPACES
              OR FUNCTION TEST-NUMVAL(FX-FIELD-4) NOT = 0
              OR FUNCTION NUMVAL(FX-FIELD-4) NOT > 0
               DISPLAY "BAD FX RATE IGNORED: " FX-RATES-LINE
           ELSE
               MOVE 0 TO WS-FX-IDX
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-USED
                          OR FX-CCY(WS-FX-IDX) = FX-FIELD-2(1:3)
                   CONTINUE
               END-PERFORM
               IF WS-FX-IDX > WS-FX-USED
                   IF WS-FX-USED < 50
                       ADD 1 TO WS-FX-USED
                       MOVE WS-FX-USED TO WS-FX-IDX
                   ELSE
                       DISPLAY "FX RATE TABLE FULL, EXTRA IGNORED"
                       MOVE 0 TO WS-FX-IDX
                   END-IF
               END-IF
               IF WS-FX-IDX > 0
                   MOVE FX-FIELD-2(1:3) TO FX-CCY(WS-FX-IDX)
                   MOVE FUNCTION NUMVAL(FX-FIELD-4)
                       TO FX-BOOK-RATE(WS-FX-IDX)
               END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE 0 TO WS-RATE-FOUND
           IF WS-RATE-CCY = WS-BASE-CCY
               MOVE 1 TO WS-RATE-FOUND
           ELSE
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-USED
                   IF FX-CCY(WS-FX-IDX) = WS-RATE-CCY
                       MOVE FX-BOOK-RATE(WS-FX-IDX) TO WS-RATE-FOUND
                       MOVE WS-FX-USED TO WS-FX-IDX
                   END-IF
               END-PERFORM
           END-IF.

       GET-ACCOUNT-CURRENCY.
           MOVE WS-BASE-CCY TO WS-ACCT-CCY
           MOVE WS-CCY-ACCT TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-CURRENCY NOT = SPACES
                       MOVE AM-CURRENCY TO WS-ACCT-CCY
                   END-IF
           END-READ.

       CONVERT-ITEM.
           MOVE "Y" TO WS-FX-SW
           MOVE FUNCTION NUMVAL(TR-SUM) TO WS-DEBIT-AMT
           MOVE WS-DEBIT-AMT TO WS-CREDIT-AMT
           MOVE 1 TO WS-FX-RATE
           MOVE 0 TO WS-FX-GAIN
           MOVE WS-DEBIT-AMT TO WS-BASE-EQ-AMT
           MOVE TR-SRC TO WS-CCY-ACCT
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE WS-ACCT-CCY TO WS-SRC-CCY
           IF TR-DST = SPACES
               MOVE WS-SRC-CCY TO WS-DST-CCY
           ELSE
               MOVE TR-DST TO WS-CCY-ACCT
               PERFORM GET-ACCOUNT-CURRENCY
               MOVE WS-ACCT-CCY TO WS-DST-CCY
           END-IF
           MOVE WS-SRC-CCY TO WS-RATE-CCY
           PERFORM FIND-FX-RATE
           MOVE WS-RATE-FOUND TO WS-SRC-BOOK-RATE
           MOVE WS-DST-CCY TO WS-RATE-CCY
           PERFORM FIND-FX-RATE
           MOVE WS-RATE-FOUND TO WS-DST-BOOK-RATE
           IF WS-SRC-BOOK-RATE = 0 OR WS-DST-BOOK-RATE = 0
               MOVE "N" TO WS-FX-SW
           ELSE
               IF WS-SRC-CCY NOT = WS-DST-CCY
                   IF TXN-IS-REVERSAL
                       PERFORM PRICE-REVERSAL
                   ELSE
                       COMPUTE WS-FX-RATE ROUNDED =
                           WS-SRC-BOOK-RATE / WS-DST-BOOK-RATE
                           * (10000 - WS-FX-MARGIN) / 10000
                       COMPUTE WS-CREDIT-AMT ROUNDED =
                           WS-DEBIT-AMT * WS-SRC-BOOK-RATE
                           / WS-DST-BOOK-RATE
                           * (10000 - WS-FX-MARGIN) / 10000
                   END-IF
               END-IF
               COMPUTE WS-BASE-EQ-AMT ROUNDED =
                   WS-DEBIT-AMT * WS-SRC-BOOK-RATE
               COMPUTE WS-FX-GAIN ROUNDED =
                   WS-DEBIT-AMT * WS-SRC-BOOK-RATE
                   - WS-CREDIT-AMT * WS-DST-BOOK-RATE
           END-IF.

       PRICE-REVERSAL.
           MOVE REV-REF-ID TO PL-REF-ID
           READ posted-log
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-DST-AMOUNT TO WS-DEBIT-AMT
                   IF WS-DEBIT-AMT > 0
                       COMPUTE WS-FX-RATE ROUNDED =
                           WS-CREDIT-AMT / WS-DEBIT-AMT
                   END-IF
           END-READ.

       CHECK-LIMITS.
           MOVE "N" TO WS-LIMIT-SW
           MOVE SPACES TO WS-LIMIT-REASON
           IF LIMITS-LOADED AND NOT TXN-IS-REVERSAL
               PERFORM CONVERT-ITEM
           END-IF
           IF NOT LIMITS-LOADED OR TXN-IS-REVERSAL
              OR NOT FX-RATES-AVAILABLE
               CONTINUE
           ELSE
               MOVE WS-BASE-EQ-AMT TO WS-LIMIT-AMT
               PERFORM FIND-ACCT-LIMITS
               PERFORM READ-LIMIT-USAGE
               EVALUATE TRUE
               INVALID KEY
                   MOVE TR-SRC TO LW-ACCT-ID
                   MOVE 1 TO LW-DAY-COUNT
                   MOVE WS-BASE-EQ-AMT TO LW-DAY-AMOUNT
                   WRITE LIM-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO LW-DAY-COUNT
                   ADD WS-BASE-EQ-AMT TO LW-DAY-AMOUNT
                   REWRITE LIM-WORK-RECORD
           END-READ.

               END-STRING
               WRITE LARGE-ITEM-LINE
               MOVE SPACES TO LARGE-ITEM-LINE
               STRING "ACCOUNT                  AMOUNT CCY"
                       DELIMITED BY SIZE
                       "  FEED       REFERENCE   T"
                       DELIMITED BY SIZE
           END-EVALUATE
           MOVE TR-SRC TO LI-ACCT
           MOVE PL-AMOUNT TO LI-AMOUNT
           MOVE PL-CURRENCY TO LI-CCY
           MOVE WS-FEED-STAMP(1:3) TO LI-FEED
           MOVE WS-POST-REF TO LI-REF
           MOVE WS-TXN-TYPE TO LI-TYPE
           MOVE WS-LARGE-DETAIL TO LARGE-ITEM-LINE
           WRITE LARGE-ITEM-LINE.

       CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-SW
           IF STOPS-PRESENT AND NOT TXN-IS-REVERSAL
               PERFORM SET-FEED-STAMP
               MOVE FUNCTION NUMVAL(TR-SUM) TO WS-STOP-AMT
               MOVE "N" TO WS-STOPS-EOF-SW
               MOVE TR-SRC TO SP-ACCT-ID
               MOVE 0 TO SP-STOP-SEQ
               START stop-payments KEY >= SP-STOP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STOPS-EOF-SW
               END-START
               PERFORM UNTIL STOPS-AT-END
                   READ stop-payments NEXT
                       AT END
                           MOVE "Y" TO WS-STOPS-EOF-SW
                       NOT AT END
                           IF SP-ACCT-ID NOT = TR-SRC
                               MOVE "Y" TO WS-STOPS-EOF-SW
                           ELSE
                               PERFORM MATCH-STOP-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MATCH-STOP-PAYMENT.
           IF SP-ACTIVE
              AND SP-PLACED-DATE <= WS-RUN-DATE
              AND SP-EXPIRY-DATE >= WS-RUN-DATE
              AND (SP-DST-ACCT = SPACES OR SP-DST-ACCT = TR-DST)
              AND WS-STOP-AMT >= SP-AMOUNT-LOW
              AND WS-STOP-AMT <= SP-AMOUNT-HIGH
              AND (SP-FEED-CODE = SPACES
                   OR SP-FEED-CODE = WS-FEED-STAMP(1:3))
               SET PAYMENT-STOPPED TO TRUE
               MOVE SP-STOP-SEQ TO WS-STOP-SEQ
               MOVE "Y" TO WS-STOPS-EOF-SW
           END-IF.

       WRITE-STOPPED.
           STRING "STOP-PAYMENT-" DELIMITED BY SIZE
                   WS-STOP-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TXN-LINE DELIMITED BY SIZE
               INTO STOPPED-LINE
           END-STRING
           WRITE STOPPED-LINE.

       SET-FEED-STAMP.
           MOVE SPACES TO WS-FEED-STAMP
           EVALUATE WS-RAW-FIELD-COUNT
               WHEN 5 MOVE WS-RAW-FIELD-5 TO WS-FEED-STAMP
               WHEN 6 MOVE WS-RAW-FIELD-6 TO WS-FEED-STAMP
               WHEN 7 MOVE WS-RAW-FIELD-7 TO WS-FEED-STAMP
           END-EVALUATE.

       LOAD-POSTED-LOG-CONTROL.
           MOVE PL-CONTROL-KEY TO PL-REF-ID
           READ posted-log
                       PERFORM WRITE-WAREHOUSE
                       MOVE "WAREHOUSED" TO WS-AUDIT-DISPOSITION
                   ELSE
                       PERFORM CHECK-STOP-PAYMENT
                       IF PAYMENT-STOPPED
                           PERFORM WRITE-STOPPED
                           MOVE "STOPPED" TO WS-AUDIT-DISPOSITION
                       ELSE
                           PERFORM CHECK-LIMITS
                           IF LIMIT-EXCEEDED
                               PERFORM WRITE-OVERLIMIT
                               MOVE "OVERLIMIT" TO WS-AUDIT-DISPOSITION
                           ELSE
                               PERFORM CHECK-FUNDS
                               IF NOT FUNDS-AVAILABLE
                                   PERFORM APPLY-OD-PROTECTION
                               END-IF
                               IF FUNDS-AVAILABLE
                                   DISPLAY TR-SUM
                                   DISPLAY TR-SRC
                                   DISPLAY TR-DST
                                   PERFORM POST-TRANSACTION
                                   PERFORM LOG-POSTED-ITEM
                                   MOVE "POSTED" TO WS-AUDIT-DISPOSITION
                               ELSE
                                   PERFORM WRITE-SUSPENSE
                                   MOVE "SUSPENDED"
                                       TO WS-AUDIT-DISPOSITION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       PERFORM WRITE-WAREHOUSE
                       MOVE "WAREHOUSED" TO WS-AUDIT-DISPOSITION
                   ELSE
                       PERFORM CHECK-STOP-PAYMENT
                       IF PAYMENT-STOPPED
                           PERFORM WRITE-STOPPED
                           MOVE "STOPPED" TO WS-AUDIT-DISPOSITION
                       ELSE
                           PERFORM CHECK-LIMITS
                           IF LIMIT-EXCEEDED
                               PERFORM WRITE-OVERLIMIT
                               MOVE "OVERLIMIT" TO WS-AUDIT-DISPOSITION
                           ELSE
                               PERFORM CHECK-FUNDS
                               IF NOT FUNDS-AVAILABLE
                                   PERFORM APPLY-OD-PROTECTION
                               END-IF
                               IF FUNDS-AVAILABLE
                                   DISPLAY TR-SUM
                                   DISPLAY TR-SRC
                                   PERFORM POST-FEE
                                   PERFORM LOG-POSTED-ITEM
                                   MOVE "POSTED" TO WS-AUDIT-DISPOSITION
                               ELSE
                                   PERFORM WRITE-SUSPENSE
                                   MOVE "SUSPENDED"
                                       TO WS-AUDIT-DISPOSITION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       MOVE "WAREHOUSED" TO WS-AUDIT-DISPOSITION
                   ELSE
                       PERFORM CHECK-FUNDS
                       IF NOT FUNDS-AVAILABLE
                           PERFORM APPLY-OD-PROTECTION
                       END-IF
                       IF FUNDS-AVAILABLE
                           DISPLAY TR-SUM
                           DISPLAY TR-SRC

       WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO AUDIT-LINE
           IF WS-AUDIT-DISPOSITION = "POSTED"
               PERFORM FORMAT-AUDIT-FX
               STRING WS-RUN-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-DISPOSITION DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-REF DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-TXN-LINE DELIMITED BY SPACE
                       WS-AUDIT-FX DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           ELSE
               STRING WS-RUN-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-DISPOSITION DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-REF DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-TXN-LINE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           END-IF
           WRITE AUDIT-LINE
           PERFORM COUNT-DISPOSITION.

       FORMAT-AUDIT-FX.
           MOVE WS-DEBIT-AMT TO WS-FX-AMT-EDIT
           MOVE FUNCTION TRIM(WS-FX-AMT-EDIT) TO WS-FX-DEBIT-TXT
           MOVE WS-CREDIT-AMT TO WS-FX-AMT-EDIT
           MOVE FUNCTION TRIM(WS-FX-AMT-EDIT) TO WS-FX-CREDIT-TXT
           MOVE WS-FX-GAIN TO WS-FX-AMT-EDIT
           MOVE FUNCTION TRIM(WS-FX-AMT-EDIT) TO WS-FX-GAIN-TXT
           MOVE WS-FX-RATE TO WS-FX-RATE-EDIT
           MOVE SPACES TO WS-AUDIT-FX
           STRING " " DELIMITED BY SIZE
                   WS-SRC-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FX-DEBIT-TXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FX-RATE-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DST-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FX-CREDIT-TXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-BASE-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FX-GAIN-TXT DELIMITED BY SPACE
               INTO WS-AUDIT-FX
           END-STRING.

       CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SW
           ADD 1 TO WS-CKPT-WRITTEN.

       COUNT-DISPOSITION.
           PERFORM SET-FEED-STAMP
           IF WS-AUDIT-DISPOSITION = "POSTED"
               PERFORM ACCUM-CURRENCY-TOTALS
           END-IF
           IF WS-AUDIT-DISPOSITION = "POSTED" AND TXN-IS-TRANSFER
              AND WS-FEED-STAMP = "ODP"
               ADD 1 TO WS-ODP-COUNT
               IF FUNCTION TEST-NUMVAL(TR-SUM) = 0
                   ADD FUNCTION NUMVAL(TR-SUM) TO WS-ODP-AMOUNT
               END-IF
           ELSE
               IF WS-AUDIT-DISPOSITION NOT = "CONTROL"
                   EVALUATE TRUE
                       WHEN TXN-IS-TRANSFER
                           MOVE 1 TO WS-BAL-TYPE-IDX
                       WHEN TXN-IS-FEE
                           MOVE 2 TO WS-BAL-TYPE-IDX
                       WHEN TXN-IS-REVERSAL
                           MOVE 3 TO WS-BAL-TYPE-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-BAL-TYPE-IDX
                   END-EVALUATE
                   EVALUATE WS-AUDIT-DISPOSITION
                       WHEN "POSTED" MOVE 1 TO WS-BAL-DISP-IDX
                       WHEN "REJECTED" MOVE 2 TO WS-BAL-DISP-IDX
                       WHEN "DUPLICATE" MOVE 3 TO WS-BAL-DISP-IDX
                       WHEN "SUSPENDED" MOVE 4 TO WS-BAL-DISP-IDX
                       WHEN "WAREHOUSED" MOVE 5 TO WS-BAL-DISP-IDX
                       WHEN "UNFUNDED" MOVE 6 TO WS-BAL-DISP-IDX
                       WHEN "OVERLIMIT" MOVE 7 TO WS-BAL-DISP-IDX
                       WHEN "STOPPED" MOVE 8 TO WS-BAL-DISP-IDX
                       WHEN "NO-FX-RATE" MOVE 9 TO WS-BAL-DISP-IDX
                       WHEN OTHER MOVE 0 TO WS-BAL-DISP-IDX
                   END-EVALUATE
                   IF WS-BAL-DISP-IDX > 0
                       MOVE 0 TO WS-BAL-AMT
                       IF WS-BAL-TYPE-IDX < 4
                          AND FUNCTION TEST-NUMVAL(TR-SUM) = 0
                           MOVE FUNCTION NUMVAL(TR-SUM) TO WS-BAL-AMT
                       END-IF
                       ADD 1 TO BAL-COUNT(WS-BAL-TYPE-IDX
                                          WS-BAL-DISP-IDX)
                       ADD WS-BAL-AMT TO BAL-AMOUNT(WS-BAL-TYPE-IDX
                                                    WS-BAL-DISP-IDX)
                       IF IN-RETRY-PHASE
                          AND (WS-BAL-DISP-IDX = 1
                               OR WS-BAL-DISP-IDX = 2
                               OR WS-BAL-DISP-IDX = 6
                               OR WS-BAL-DISP-IDX = 7
                               OR WS-BAL-DISP-IDX = 8
                               OR WS-BAL-DISP-IDX = 9)
                           SUBTRACT 1 FROM BAL-COUNT(WS-BAL-TYPE-IDX 4)
                           SUBTRACT WS-BAL-AMT
                               FROM BAL-AMOUNT(WS-BAL-TYPE-IDX 4)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF
           ADD 1 TO REJ-COUNT(WS-REJ-IDX).

       ACCUM-CURRENCY-TOTALS.
           MOVE WS-SRC-CCY TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY
           ADD WS-DEBIT-AMT TO CT-DEBITED(WS-CCY-IDX)
           IF TXN-IS-FEE
               ADD WS-CREDIT-AMT TO CT-FEES(WS-CCY-IDX)
           ELSE
               IF WS-SRC-CCY NOT = WS-DST-CCY
                   ADD WS-DEBIT-AMT TO CT-CONV-OUT(WS-CCY-IDX)
                   MOVE WS-DST-CCY TO WS-CCY-LOOKUP
                   PERFORM FIND-OR-ADD-CURRENCY
                   ADD WS-CREDIT-AMT TO CT-CONV-IN(WS-CCY-IDX)
               END-IF
               ADD WS-CREDIT-AMT TO CT-CREDITED(WS-CCY-IDX)
           END-IF
           ADD WS-FX-GAIN TO WS-FX-GAIN-TOTAL.

       FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
                      OR CT-CCY(WS-CCY-IDX) = WS-CCY-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-USED
               IF WS-CCY-USED < 20
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE WS-CCY-LOOKUP TO CT-CCY(WS-CCY-IDX)
               ELSE
                   MOVE 20 TO WS-CCY-IDX
                   MOVE "***" TO CT-CCY(WS-CCY-IDX)
               END-IF
           END-IF.

       REBUILD-BALANCE-COUNTS.
           OPEN INPUT transactions-audit
           IF WS-AUDIT-IN-STATUS = "00"
           MOVE SPACES TO WS-AU-DISP
           MOVE SPACES TO WS-AU-REF
           MOVE SPACES TO WS-AU-TEXT
           MOVE SPACES TO WS-AU-SRC-CCY
           MOVE SPACES TO WS-AU-DEBIT
           MOVE SPACES TO WS-AU-RATE
           MOVE SPACES TO WS-AU-DST-CCY
           MOVE SPACES TO WS-AU-CREDIT
           MOVE SPACES TO WS-AU-BASE-CCY
           MOVE SPACES TO WS-AU-GAIN
           UNSTRING AUDIT-LINE DELIMITED BY ALL " " INTO
               WS-AU-F1
               WS-AU-F2
               WS-AU-DISP
               WS-AU-REF
               WS-AU-TEXT
               WS-AU-SRC-CCY
               WS-AU-DEBIT
               WS-AU-RATE
               WS-AU-DST-CCY
               WS-AU-CREDIT
               WS-AU-BASE-CCY
               WS-AU-GAIN
           END-UNSTRING
           IF WS-AU-DISP NOT = "CONTROL" AND WS-AU-DISP NOT = SPACES
               MOVE WS-AU-TEXT TO WS-TXN-LINE
               PERFORM SPLIT-RAW-FIELDS
               MOVE WS-RAW-FIELD-2 TO TR-SUM
               MOVE WS-AU-DISP TO WS-AUDIT-DISPOSITION
               IF WS-AU-DISP = "POSTED"
                   PERFORM REBUILD-FX-FIELDS
               END-IF
               PERFORM COUNT-DISPOSITION
           END-IF.

       REBUILD-FX-FIELDS.
           MOVE 0 TO WS-DEBIT-AMT
           IF FUNCTION TEST-NUMVAL(TR-SUM) = 0
               MOVE FUNCTION NUMVAL(TR-SUM) TO WS-DEBIT-AMT
           END-IF
           MOVE WS-DEBIT-AMT TO WS-CREDIT-AMT
           MOVE 0 TO WS-FX-GAIN
           MOVE WS-BASE-CCY TO WS-SRC-CCY
           MOVE WS-BASE-CCY TO WS-DST-CCY
           IF WS-AU-SRC-CCY NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AU-DEBIT) = 0
              AND FUNCTION TEST-NUMVAL(WS-AU-CREDIT) = 0
               MOVE WS-AU-SRC-CCY TO WS-SRC-CCY
               MOVE WS-AU-DST-CCY TO WS-DST-CCY
               MOVE FUNCTION NUMVAL(WS-AU-DEBIT) TO WS-DEBIT-AMT
               MOVE FUNCTION NUMVAL(WS-AU-CREDIT) TO WS-CREDIT-AMT
               IF FUNCTION TEST-NUMVAL(WS-AU-GAIN) = 0
                   MOVE FUNCTION NUMVAL(WS-AU-GAIN) TO WS-FX-GAIN
               END-IF
           END-IF.

       PRINT-BALANCING-REPORT.
           MOVE SPACES TO BALANCING-LINE
           STRING "DAILY BALANCING REPORT - RUN " DELIMITED BY SIZE
           PERFORM VARYING WS-BAL-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-BAL-TYPE-IDX > 4
               PERFORM VARYING WS-BAL-DISP-IDX FROM 1 BY 1
                       UNTIL WS-BAL-DISP-IDX > 9
                   PERFORM PRINT-BALANCING-CELL
               END-PERFORM
           END-PERFORM
           IF WS-ODP-COUNT > 0
               MOVE WS-ODP-AMOUNT TO WS-ODP-AMOUNT-EDIT
               MOVE SPACES TO BALANCING-LINE
               STRING "OVERDRAFT PROTECTION TRANSFERS "
                       DELIMITED BY SIZE
                       WS-ODP-COUNT DELIMITED BY SIZE
                       "  AMOUNT " DELIMITED BY SIZE
                       WS-ODP-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO BALANCING-LINE
               END-STRING
               WRITE BALANCING-LINE
           END-IF
           PERFORM PRINT-CURRENCY-TOTALS
           MOVE SPACES TO BALANCING-LINE
           WRITE BALANCING-LINE
           MOVE "REJECT REASON BREAKDOWN" TO BALANCING-LINE
           END-STRING
           WRITE BALANCING-LINE.

       PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO BALANCING-LINE
           WRITE BALANCING-LINE
           MOVE SPACES TO BALANCING-LINE
           STRING "POSTINGS BY CURRENCY - BASE CURRENCY "
                   DELIMITED BY SIZE
                   WS-BASE-CCY DELIMITED BY SIZE
               INTO BALANCING-LINE
           END-STRING
           WRITE BALANCING-LINE
           MOVE SPACES TO BALANCING-LINE
           STRING "CCY          DEBITED       CREDITED"
                   DELIMITED BY SIZE
                   "     FEE INCOME  CONVERTED OUT"
                   DELIMITED BY SIZE
                   "   CONVERTED IN"
                   DELIMITED BY SIZE
               INTO BALANCING-LINE
           END-STRING
           WRITE BALANCING-LINE
           IF WS-CCY-USED = 0
               MOVE "  (NO POSTINGS)" TO BALANCING-LINE
               WRITE BALANCING-LINE
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               PERFORM PRINT-CURRENCY-LINE
           END-PERFORM
           MOVE WS-FX-GAIN-TOTAL TO WS-FX-GAIN-EDIT
           MOVE SPACES TO BALANCING-LINE
           STRING "FX CONVERSION GAIN/LOSS " DELIMITED BY SIZE
                   WS-BASE-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FX-GAIN-EDIT DELIMITED BY SIZE
               INTO BALANCING-LINE
           END-STRING
           WRITE BALANCING-LINE
           IF CURRENCY-OUT-OF-BALANCE
               DISPLAY "CONTROL BREAK: POSTINGS OUT OF BALANCE "
                       "BY CURRENCY, SEE BALANCING.RPT"
               MOVE 16 TO RETURN-CODE
           END-IF.

       PRINT-CURRENCY-LINE.
           MOVE CT-CCY(WS-CCY-IDX) TO CD-CCY
           MOVE CT-DEBITED(WS-CCY-IDX) TO CD-DEBITED
           MOVE CT-CREDITED(WS-CCY-IDX) TO CD-CREDITED
           MOVE CT-FEES(WS-CCY-IDX) TO CD-FEES
           MOVE CT-CONV-OUT(WS-CCY-IDX) TO CD-CONV-OUT
           MOVE CT-CONV-IN(WS-CCY-IDX) TO CD-CONV-IN
           IF CT-DEBITED(WS-CCY-IDX) + CT-CONV-IN(WS-CCY-IDX)
              = CT-CREDITED(WS-CCY-IDX) + CT-FEES(WS-CCY-IDX)
                + CT-CONV-OUT(WS-CCY-IDX)
               MOVE "IN BALANCE" TO CD-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO CD-STATUS
               SET CURRENCY-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-CCY-DETAIL TO BALANCING-LINE
           WRITE BALANCING-LINE.

       PRINT-BALANCING-CELL.
           IF BAL-COUNT(WS-BAL-TYPE-IDX WS-BAL-DISP-IDX) > 0
               EVALUATE WS-BAL-TYPE-IDX
                   WHEN 5 MOVE "WAREHOUSED" TO WS-BAL-DISP-NAME
                   WHEN 6 MOVE "UNFUNDED" TO WS-BAL-DISP-NAME
                   WHEN 7 MOVE "OVERLIMIT" TO WS-BAL-DISP-NAME
                   WHEN 8 MOVE "STOPPED" TO WS-BAL-DISP-NAME
                   WHEN 9 MOVE "NO-FX-RATE" TO WS-BAL-DISP-NAME
               END-EVALUATE
               MOVE WS-BAL-TYPE-NAME TO BD-TYPE
               MOVE WS-BAL-DISP-NAME TO BD-DISP
                       CONTINUE
                   NOT INVALID KEY
                       SET SRC-ON-FILE TO TRUE
                       IF AM-OPEN OR AM-DORMANT
                           SET SRC-ACTIVE TO TRUE
                       END-IF
               END-READ
                       CONTINUE
                   NOT INVALID KEY
                       SET DST-ON-FILE TO TRUE
                       IF AM-OPEN OR AM-DORMANT
                           SET DST-ACTIVE TO TRUE
                       END-IF
               END-READ

       CHECK-FUNDS.
           MOVE "N" TO WS-FUNDS-SW
           PERFORM CONVERT-ITEM
           MOVE 0 TO WS-SRC-BALANCE
           MOVE 0 TO WS-SRC-OD-LIMIT
           MOVE TR-SRC TO AM-ACCT-ID
                   MOVE AM-BALANCE TO WS-SRC-BALANCE
                   MOVE AM-OD-LIMIT TO WS-SRC-OD-LIMIT
           END-READ
           PERFORM SUM-ACTIVE-HOLDS
           IF FX-RATES-AVAILABLE
              AND WS-SRC-BALANCE + WS-SRC-OD-LIMIT - WS-SRC-HOLDS
                  >= WS-DEBIT-AMT
               SET FUNDS-AVAILABLE TO TRUE
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-SRC-HOLDS
           IF HOLDS-PRESENT
               MOVE "N" TO WS-HOLDS-EOF-SW
               MOVE TR-SRC TO HD-ACCT-ID
               MOVE 0 TO HD-HOLD-SEQ
               START funds-holds KEY >= HD-HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HOLDS-EOF-SW
               END-START
               PERFORM UNTIL HOLDS-AT-END
                   READ funds-holds NEXT
                       AT END
                           MOVE "Y" TO WS-HOLDS-EOF-SW
                       NOT AT END
                           IF HD-ACCT-ID NOT = TR-SRC
                               MOVE "Y" TO WS-HOLDS-EOF-SW
                           ELSE
                               IF HD-ACTIVE
                                  AND HD-PLACED-DATE <= WS-RUN-DATE
                                  AND HD-RELEASE-DATE > WS-RUN-DATE
                                   ADD HD-AMOUNT TO WS-SRC-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-OD-PROTECTION.
           MOVE SPACES TO WS-PROT-ACCT
           MOVE 0 TO WS-PROT-INCR
           MOVE TR-SRC TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-PROTECT-ACCT TO WS-PROT-ACCT
                   MOVE AM-PROTECT-INCR TO WS-PROT-INCR
           END-READ
           IF NOT FX-RATES-AVAILABLE
               MOVE SPACES TO WS-PROT-ACCT
           END-IF
           IF WS-PROT-ACCT NOT = SPACES
               MOVE WS-PROT-ACCT TO WS-CCY-ACCT
               PERFORM GET-ACCOUNT-CURRENCY
               IF WS-ACCT-CCY NOT = WS-SRC-CCY
                   MOVE SPACES TO WS-PROT-ACCT
               END-IF
           END-IF
           IF WS-PROT-ACCT NOT = SPACES AND WS-PROT-ACCT NOT = TR-SRC
               COMPUTE WS-PROT-NEED = WS-DEBIT-AMT - WS-SRC-BALANCE
                   - WS-SRC-OD-LIMIT + WS-SRC-HOLDS
               MOVE WS-PROT-NEED TO WS-PROT-AMT
               IF WS-PROT-INCR > WS-PROT-AMT
                   MOVE WS-PROT-INCR TO WS-PROT-AMT
               END-IF
               MOVE TR-SRC TO WS-PROT-SAVE-SRC
               MOVE WS-PROT-ACCT TO TR-SRC
               PERFORM CHECK-PROTECTING-FUNDS
               MOVE WS-PROT-SAVE-SRC TO TR-SRC
               IF PROTECTION-FUNDED
                   PERFORM POST-PROTECTION-TRANSFER
               END-IF
               PERFORM CHECK-FUNDS
           END-IF.

       CHECK-PROTECTING-FUNDS.
           MOVE "N" TO WS-PROT-FUNDED-SW
           MOVE TR-SRC TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-OPEN OR AM-DORMANT
                       PERFORM SUM-ACTIVE-HOLDS
                       COMPUTE WS-PROT-AVAIL =
                           AM-BALANCE - WS-SRC-HOLDS
                       IF WS-PROT-AVAIL < WS-PROT-AMT
                          AND WS-PROT-AVAIL >= WS-PROT-NEED
                           MOVE WS-PROT-NEED TO WS-PROT-AMT
                       END-IF
                       IF WS-PROT-AVAIL >= WS-PROT-AMT
                          AND WS-PROT-AMT <= WS-PROT-MAX
                           SET PROTECTION-FUNDED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       POST-PROTECTION-TRANSFER.
           MOVE WS-TXN-LINE TO WS-PROT-SAVE-LINE
           MOVE WS-PROT-AMT TO WS-PROT-EDIT
           MOVE SPACES TO WS-TXN-LINE
           STRING "T" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROT-EDIT) DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-PROT-ACCT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-PROT-SAVE-SRC DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   "ODP" DELIMITED BY SIZE
               INTO WS-TXN-LINE
           END-STRING
           PERFORM SPLIT-RAW-FIELDS
           PERFORM MOVE-SUSPENSE-FIELDS
           SET PROTECTION-POSTING TO TRUE
           DISPLAY "OVERDRAFT PROTECTION " TR-SUM " FROM " TR-SRC
                   " TO " TR-DST
           PERFORM POST-TRANSACTION
           PERFORM LOG-POSTED-ITEM
           MOVE "POSTED" TO WS-AUDIT-DISPOSITION
           PERFORM WRITE-AUDIT
           MOVE "N" TO WS-PROTECT-SW
           MOVE WS-PROT-SAVE-LINE TO WS-TXN-LINE
           MOVE "-" TO WS-AUDIT-REF
           PERFORM SPLIT-RAW-FIELDS
           PERFORM MOVE-SUSPENSE-FIELDS.

       WRITE-SUSPENSE.
           MOVE WS-TXN-LINE TO SUSPENSE-LINE
           WRITE SUSPENSE-LINE
           IF NOT FX-RATES-AVAILABLE
               DISPLAY "NO FX RATE FOR " WS-RUN-DATE ", HELD: "
                       TR-SRC " " WS-SRC-CCY " " TR-DST " "
                       WS-DST-CCY
           END-IF.

       WRITE-HOLD-SUSPENSE.
           PERFORM SET-FEED-STAMP
           MOVE WS-SRC-HOLDS TO WS-HOLDS-EDIT
           MOVE SPACES TO HOLD-SUSPENSE-LINE
           STRING WS-TXN-TYPE DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   TR-SRC DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   TR-SUM DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-HOLDS-EDIT DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FEED-STAMP DELIMITED BY SPACE
               INTO HOLD-SUSPENSE-LINE
           END-STRING
           WRITE HOLD-SUSPENSE-LINE.

       RETRY-SUSPENSE.
           SET IN-RETRY-PHASE TO TRUE
                   PERFORM VALIDATE-TRANSACTION
           END-EVALUATE
           IF VALID-TRANSACTION
               PERFORM CHECK-STOP-PAYMENT
               IF PAYMENT-STOPPED
                   PERFORM WRITE-STOPPED
                   MOVE "STOPPED" TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-AUDIT
               ELSE
                   PERFORM CHECK-LIMITS
                   IF LIMIT-EXCEEDED
                       PERFORM WRITE-OVERLIMIT
                       MOVE "OVERLIMIT" TO WS-AUDIT-DISPOSITION
                       PERFORM WRITE-AUDIT
                   ELSE
                       PERFORM CHECK-FUNDS
                       IF NOT FUNDS-AVAILABLE
                           PERFORM APPLY-OD-PROTECTION
                       END-IF
                       IF FUNDS-AVAILABLE
                           IF TXN-IS-FEE
                               PERFORM POST-FEE
                           ELSE
                               PERFORM POST-TRANSACTION
                           END-IF
                           PERFORM LOG-POSTED-ITEM
                           MOVE "POSTED" TO WS-AUDIT-DISPOSITION
                           PERFORM WRITE-AUDIT
                           ADD 1 TO WS-RETRY-POSTED
                       ELSE
                           MOVE WS-TXN-LINE TO SUSPENSE-RETRY-LINE
                           WRITE SUSPENSE-RETRY-LINE
                           ADD 1 TO WS-RETRY-HELD
                       END-IF
                   END-IF
               END-IF
           ELSE
                   PERFORM WRITE-DUPLICATE
                   MOVE "DUPLICATE" TO WS-AUDIT-DISPOSITION
               ELSE
                   PERFORM CHECK-STOP-PAYMENT
                   IF PAYMENT-STOPPED
                       PERFORM WRITE-STOPPED
                       MOVE "STOPPED" TO WS-AUDIT-DISPOSITION
                   ELSE
                       PERFORM CHECK-LIMITS
                       IF LIMIT-EXCEEDED
                           PERFORM WRITE-OVERLIMIT
                           MOVE "OVERLIMIT" TO WS-AUDIT-DISPOSITION
                       ELSE
                           PERFORM CHECK-FUNDS
                           IF NOT FUNDS-AVAILABLE
                               PERFORM APPLY-OD-PROTECTION
                           END-IF
                           IF FUNDS-AVAILABLE
                               IF TXN-IS-FEE
                                   PERFORM POST-FEE
                               ELSE
                                   PERFORM POST-TRANSACTION
                               END-IF
                               PERFORM LOG-POSTED-ITEM
                               MOVE "POSTED" TO WS-AUDIT-DISPOSITION
                               ADD 1 TO WS-SWEPT-COUNT
                           ELSE
                               PERFORM WRITE-SUSPENSE
                               MOVE "SUSPENDED" TO WS-AUDIT-DISPOSITION
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM SPLIT-RAW-FIELDS
               PERFORM MOVE-SUSPENSE-FIELDS
               PERFORM CHECK-FUNDS
               MOVE WS-DEBIT-AMT TO WS-AMOUNT-EDIT
               IF FX-RATES-AVAILABLE
                   COMPUTE WS-SHORTFALL = WS-DEBIT-AMT
                       - WS-SRC-BALANCE - WS-SRC-OD-LIMIT
                       + WS-SRC-HOLDS
                   MOVE WS-SHORTFALL TO WS-SHORTFALL-EDIT
                   DISPLAY TR-SRC " " WS-AMOUNT-EDIT " "
                           WS-SHORTFALL-EDIT
                   MOVE "UNFUNDED" TO WS-AUDIT-DISPOSITION
                   IF WS-SRC-HOLDS > 0
                      AND WS-SRC-BALANCE + WS-SRC-OD-LIMIT
                          >= WS-DEBIT-AMT
                       PERFORM WRITE-HOLD-SUSPENSE
                   END-IF
               ELSE
                   DISPLAY TR-SRC " " WS-AMOUNT-EDIT
                           "   NO FX RATE " WS-SRC-CCY "/" WS-DST-CCY
                   MOVE "NO-FX-RATE" TO WS-AUDIT-DISPOSITION
               END-IF
               PERFORM WRITE-AUDIT
           END-PERFORM
           CLOSE transactions-suspense.
           PERFORM ASSIGN-POST-REF
           MOVE WS-POST-REF TO PL-REF-ID
           MOVE WS-TXN-TYPE TO PL-TXN-TYPE
           MOVE WS-DEBIT-AMT TO PL-AMOUNT
           MOVE TR-SRC TO PL-SRC-ACCT
           MOVE TR-DST TO PL-DST-ACCT
           MOVE "N" TO PL-REVERSED-FLAG
           MOVE WS-RUN-ID TO PL-POST-RUN-ID
           PERFORM SET-FEED-STAMP
           MOVE WS-FEED-STAMP(1:3) TO PL-FEED-CODE
           MOVE WS-SRC-CCY TO PL-CURRENCY
           MOVE WS-FX-RATE TO PL-FX-RATE
           MOVE WS-CREDIT-AMT TO PL-DST-AMOUNT
           MOVE WS-DST-CCY TO PL-DST-CURRENCY
           WRITE POSTED-LOG-RECORD
               INVALID KEY
                   DISPLAY "POSTED-LOG WRITE FAILED FOR REF "
           END-WRITE
           MOVE WS-POST-REF TO WS-AUDIT-REF
           IF LIMITS-LOADED AND NOT TXN-IS-REVERSAL
              AND NOT PROTECTION-POSTING
               PERFORM ADD-LIMIT-USAGE
           END-IF
           IF WS-LARGE-THRESHOLD > 0
              AND WS-BASE-EQ-AMT >= WS-LARGE-THRESHOLD
               PERFORM WRITE-LARGE-ITEM
           END-IF
           IF TXN-IS-REVERSAL
           END-READ.

       POST-TRANSACTION.
           PERFORM CONVERT-ITEM
           PERFORM SET-CUSTOMER-ITEM-SW

           MOVE TR-SRC TO AM-ACCT-ID
           READ account-master
                   DISPLAY "UNKNOWN SOURCE ACCOUNT: " TR-SRC
               NOT INVALID KEY
                   SUBTRACT WS-DEBIT-AMT FROM AM-BALANCE
                   PERFORM REACTIVATE-IF-DORMANT
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM ACCUM-DEBIT
           END-READ
                   DISPLAY "UNKNOWN DESTINATION ACCOUNT: " TR-DST
               NOT INVALID KEY
                   ADD WS-CREDIT-AMT TO AM-BALANCE
                   PERFORM REACTIVATE-IF-DORMANT
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM ACCUM-CREDIT
           END-READ.

       POST-FEE.
           PERFORM CONVERT-ITEM
           PERFORM SET-CUSTOMER-ITEM-SW
           MOVE TR-SRC TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   DISPLAY "UNKNOWN FEE ACCOUNT: " TR-SRC
               NOT INVALID KEY
                   SUBTRACT WS-DEBIT-AMT FROM AM-BALANCE
                   PERFORM REACTIVATE-IF-DORMANT
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM ACCUM-DEBIT
           END-READ.

       SET-CUSTOMER-ITEM-SW.
           PERFORM SET-FEED-STAMP
           IF WS-FEED-STAMP = "SYS" OR WS-FEED-STAMP = "NSF"
              OR WS-FEED-STAMP = "ODP" OR WS-FEED-STAMP = "DSP"
              OR WS-FEED-STAMP = "CLS" OR PROTECTION-POSTING
               MOVE "N" TO WS-CUSTOMER-ITEM-SW
           ELSE
               SET CUSTOMER-ITEM TO TRUE
           END-IF.

       REACTIVATE-IF-DORMANT.
           IF AM-DORMANT AND CUSTOMER-ITEM
               SET AM-OPEN TO TRUE
               MOVE WS-RUN-ID(1:8) TO AM-LAST-ACTIVITY
               DISPLAY "DORMANT ACCOUNT REACTIVATED: " AM-ACCT-ID
           END-IF.

       ACCUM-DEBIT.
           MOVE TR-SRC TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-REPORT-ENTRY
