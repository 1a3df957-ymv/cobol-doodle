               ORGANIZATION LINE SEQUENTIAL.
           SELECT gl-map-suspense ASSIGN TO "gl-map-suspense.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL fx-rates-file ASSIGN TO "fx-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD transactions-audit.
       FD gl-map-file.
       01 GL-MAP-LINE PIC X(80).
       FD gl-journal.
       01 GL-JOURNAL-LINE PIC X(60).
       FD gl-map-suspense.
       01 GL-SUSPENSE-LINE PIC X(320).
       FD fx-rates-file.
       01 FX-RATES-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 AU-RUN-ID PIC X(14).
       01 AU-DISPOSITION PIC X(10).
       01 AU-REF PIC X(10).
       01 AU-TXN-TEXT PIC X(256).
       01 AU-SRC-CCY PIC X(3).
       01 AU-DEBIT PIC X(15).
       01 AU-RATE PIC X(15).
       01 AU-DST-CCY PIC X(3).
       01 AU-CREDIT PIC X(15).
       01 AU-BASE-CCY PIC X(3).
       01 AU-GAIN PIC X(15).
       01 AU-FIELD-1 PIC X(10).
       01 AU-FIELD-2 PIC X(10).
       01 AU-FIELD-3 PIC X(10).
           88 AU-IS-FEE VALUE "F".
           88 AU-IS-REVERSAL VALUE "R".
       01 WS-ENTRY-AMT PIC S9(9)V99.
       01 WS-CREDIT-AMT PIC S9(9)V99.
       01 WS-GAIN-AMT PIC S9(9)V99.
       01 WS-SRC-CCY PIC X(3).
       01 WS-DST-CCY PIC X(3).
       01 WS-GAIN-CCY PIC X(3).
       01 WS-FX-STATUS PIC XX.
       01 WS-BASE-CCY PIC X(3) VALUE "USD".
       01 FX-FIELD-1 PIC X(15).
       01 FX-FIELD-2 PIC X(15).
       01 WS-FX-ITEM-SW PIC X.
           88 ITEM-IS-CROSS-CURRENCY VALUE "Y".
       01 WS-DR-ACCT PIC X(10).
       01 WS-CR-ACCT PIC X(10).
       01 WS-MAP-STATUS PIC XX.
       01 WS-GL-FEE-ACCT PIC X(10) VALUE SPACES.
       01 WS-GL-FEE-CC PIC X(6) VALUE SPACES.
       01 WS-GL-CONV-ACCT PIC X(10) VALUE SPACES.
       01 WS-GL-CONV-CC PIC X(6) VALUE SPACES.
       01 WS-GL-GAIN-ACCT PIC X(10) VALUE SPACES.
       01 WS-GL-GAIN-CC PIC X(6) VALUE SPACES.
       01 MP-FIELD-1 PIC X(10).
       01 MP-FIELD-2 PIC X(10).
       01 MP-FIELD-3 PIC X(10).
       01 WS-JOURNAL-SEQ PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01 WS-JE-DR-ACCT PIC X(10).
       01 WS-JE-DR-CC PIC X(6).
       01 WS-JE-CR-ACCT PIC X(10).
       01 WS-JE-CR-CC PIC X(6).
       01 WS-JE-AMT PIC S9(9)V99.
       01 WS-JE-CCY PIC X(3).
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 GC-CCY PIC X(3).
               10 GC-COUNT PIC 9(7).
               10 GC-DR-TOTAL PIC 9(11)V99.
               10 GC-CR-TOTAL PIC 9(11)V99.
       01 WS-CCY-USED PIC 9(2) VALUE 0.
       01 WS-CCY-IDX PIC 9(2).
       01 WS-CCY-OUT-COUNT PIC 9(2) VALUE 0.
       01 GL-HEADER-REC.
           05 GLH-REC-TYPE PIC X VALUE "H".
           05 GLH-RUN-DATE PIC X(8).
           05 GLH-RUN-ID PIC X(14).
           05 FILLER PIC X(37) VALUE SPACES.
       01 GL-DETAIL-REC.
           05 GLD-REC-TYPE PIC X VALUE "D".
           05 GLD-JOURNAL-SEQ PIC 9(7).
           05 GLD-AMOUNT PIC 9(9)V99.
           05 GLD-TXN-TYPE PIC X.
           05 GLD-REF-ID PIC X(10).
           05 GLD-CURRENCY PIC X(3).
           05 FILLER PIC X(9) VALUE SPACES.
       01 GL-CURRENCY-REC.
           05 GLC-REC-TYPE PIC X VALUE "C".
           05 GLC-CURRENCY PIC X(3).
           05 GLC-ENTRY-COUNT PIC 9(7).
           05 GLC-DR-TOTAL PIC 9(11)V99.
           05 GLC-CR-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(23) VALUE SPACES.
       01 GL-TRAILER-REC.
           05 GLT-REC-TYPE PIC X VALUE "T".
           05 GLT-REC-COUNT PIC 9(7).
           05 GLT-AMOUNT-HASH PIC 9(11)V99.
           05 GLT-SUSPENSE-COUNT PIC 9(7).
           05 FILLER PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-GL-MAP
           OPEN INPUT transactions-audit
           IF WS-AUDIT-STATUS NOT = "00"
           IF NOT HEADER-WRITTEN
               PERFORM WRITE-GL-HEADER
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               PERFORM WRITE-CURRENCY-CONTROL
           END-PERFORM
           MOVE WS-DETAIL-COUNT TO GLT-REC-COUNT
           MOVE WS-AMOUNT-HASH TO GLT-AMOUNT-HASH
           MOVE WS-SUSPENSE-COUNT TO GLT-SUSPENSE-COUNT
           DISPLAY "GL EXTRACT WROTE " WS-DETAIL-COUNT
                   " JOURNAL ENTRIES, " WS-SUSPENSE-COUNT
                   " ITEM(S) TO MAPPING SUSPENSE"
           IF WS-CCY-OUT-COUNT > 0
               DISPLAY "GL JOURNAL OUT OF BALANCE IN "
                       WS-CCY-OUT-COUNT " CURRENCY(IES)"
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE transactions-audit
           CLOSE gl-journal
           CLOSE gl-map-suspense.
           STOP RUN.

       LOAD-BASE-CURRENCY.
           OPEN INPUT fx-rates-file
           IF WS-FX-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ fx-rates-file AT END
                       EXIT PERFORM
                   END-READ
                   MOVE SPACES TO FX-FIELD-1
                   MOVE SPACES TO FX-FIELD-2
                   UNSTRING FX-RATES-LINE DELIMITED BY x"09" INTO
                       FX-FIELD-1
                       FX-FIELD-2
                   END-UNSTRING
                   IF FX-FIELD-1(1:1) = "B" AND FX-FIELD-2 NOT = SPACES
                       MOVE FX-FIELD-2(1:3) TO WS-BASE-CCY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fx-rates-file.

       LOAD-GL-MAP.
           OPEN INPUT gl-map-file
           IF WS-MAP-STATUS NOT = "00"
               WHEN "F"
                   MOVE MP-FIELD-2 TO WS-GL-FEE-ACCT
                   MOVE MP-FIELD-3(1:6) TO WS-GL-FEE-CC
               WHEN "X"
                   MOVE MP-FIELD-2 TO WS-GL-CONV-ACCT
                   MOVE MP-FIELD-3(1:6) TO WS-GL-CONV-CC
               WHEN "G"
                   MOVE MP-FIELD-2 TO WS-GL-GAIN-ACCT
                   MOVE MP-FIELD-3(1:6) TO WS-GL-GAIN-CC
               WHEN "*"
                   CONTINUE
               WHEN SPACE
           MOVE SPACES TO AU-DISPOSITION
           MOVE SPACES TO AU-REF
           MOVE SPACES TO AU-TXN-TEXT
           MOVE SPACES TO AU-SRC-CCY
           MOVE SPACES TO AU-DEBIT
           MOVE SPACES TO AU-RATE
           MOVE SPACES TO AU-DST-CCY
           MOVE SPACES TO AU-CREDIT
           MOVE SPACES TO AU-BASE-CCY
           MOVE SPACES TO AU-GAIN
           UNSTRING AUDIT-LINE DELIMITED BY ALL " " INTO
               AU-RUN-ID
               AU-TIMESTAMP
               AU-DISPOSITION
               AU-REF
               AU-TXN-TEXT
               AU-SRC-CCY
               AU-DEBIT
               AU-RATE
               AU-DST-CCY
               AU-CREDIT
               AU-BASE-CCY
               AU-GAIN
           END-UNSTRING
           IF NOT HEADER-WRITTEN AND AU-RUN-ID NOT = SPACES
               MOVE AU-RUN-ID TO WS-HDR-RUN-ID
           END-UNSTRING
           MOVE AU-FIELD-1(1:1) TO AU-TXN-TYPE
           MOVE FUNCTION NUMVAL(AU-FIELD-2) TO WS-ENTRY-AMT
           MOVE WS-ENTRY-AMT TO WS-CREDIT-AMT
           MOVE 0 TO WS-GAIN-AMT
           MOVE WS-BASE-CCY TO WS-SRC-CCY
           MOVE WS-BASE-CCY TO WS-DST-CCY
           MOVE WS-BASE-CCY TO WS-GAIN-CCY
           IF AU-SRC-CCY NOT = SPACES
              AND FUNCTION TEST-NUMVAL(AU-DEBIT) = 0
              AND FUNCTION TEST-NUMVAL(AU-CREDIT) = 0
              AND FUNCTION TEST-NUMVAL(AU-GAIN) = 0
               MOVE FUNCTION NUMVAL(AU-DEBIT) TO WS-ENTRY-AMT
               MOVE FUNCTION NUMVAL(AU-CREDIT) TO WS-CREDIT-AMT
               MOVE FUNCTION NUMVAL(AU-GAIN) TO WS-GAIN-AMT
               MOVE AU-SRC-CCY TO WS-SRC-CCY
               MOVE AU-DST-CCY TO WS-DST-CCY
               MOVE AU-BASE-CCY TO WS-GAIN-CCY
           END-IF
           IF WS-SRC-CCY NOT = WS-DST-CCY
               MOVE "Y" TO WS-FX-ITEM-SW
           ELSE
               MOVE "N" TO WS-FX-ITEM-SW
           END-IF
           EVALUATE TRUE
               WHEN AU-IS-TRANSFER
                   MOVE AU-FIELD-3 TO WS-DR-ACCT
               MOVE WS-JOURNAL-SEQ TO GLD-JOURNAL-SEQ
               MOVE AU-TXN-TYPE TO GLD-TXN-TYPE
               MOVE AU-REF TO GLD-REF-ID
               IF ITEM-IS-CROSS-CURRENCY
                   PERFORM BUILD-CONVERSION-ENTRIES
               ELSE
                   MOVE WS-DR-GL-ACCT TO WS-JE-DR-ACCT
                   MOVE WS-DR-COST-CTR TO WS-JE-DR-CC
                   MOVE WS-CR-GL-ACCT TO WS-JE-CR-ACCT
                   MOVE WS-CR-COST-CTR TO WS-JE-CR-CC
                   MOVE WS-ENTRY-AMT TO WS-JE-AMT
                   MOVE WS-SRC-CCY TO WS-JE-CCY
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           ELSE
               PERFORM WRITE-MAP-SUSPENSE
           END-IF.

       BUILD-CONVERSION-ENTRIES.
           MOVE WS-DR-GL-ACCT TO WS-JE-DR-ACCT
           MOVE WS-DR-COST-CTR TO WS-JE-DR-CC
           MOVE WS-GL-CONV-ACCT TO WS-JE-CR-ACCT
           MOVE WS-GL-CONV-CC TO WS-JE-CR-CC
           MOVE WS-ENTRY-AMT TO WS-JE-AMT
           MOVE WS-SRC-CCY TO WS-JE-CCY
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE WS-GL-CONV-ACCT TO WS-JE-DR-ACCT
           MOVE WS-GL-CONV-CC TO WS-JE-DR-CC
           MOVE WS-CR-GL-ACCT TO WS-JE-CR-ACCT
           MOVE WS-CR-COST-CTR TO WS-JE-CR-CC
           MOVE WS-CREDIT-AMT TO WS-JE-AMT
           MOVE WS-DST-CCY TO WS-JE-CCY
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE WS-GAIN-CCY TO WS-JE-CCY
           EVALUATE TRUE
               WHEN WS-GAIN-AMT > 0
                   MOVE WS-GL-CONV-ACCT TO WS-JE-DR-ACCT
                   MOVE WS-GL-CONV-CC TO WS-JE-DR-CC
                   MOVE WS-GL-GAIN-ACCT TO WS-JE-CR-ACCT
                   MOVE WS-GL-GAIN-CC TO WS-JE-CR-CC
                   MOVE WS-GAIN-AMT TO WS-JE-AMT
                   PERFORM WRITE-JOURNAL-ENTRY
               WHEN WS-GAIN-AMT < 0
                   MOVE WS-GL-GAIN-ACCT TO WS-JE-DR-ACCT
                   MOVE WS-GL-GAIN-CC TO WS-JE-DR-CC
                   MOVE WS-GL-CONV-ACCT TO WS-JE-CR-ACCT
                   MOVE WS-GL-CONV-CC TO WS-JE-CR-CC
                   COMPUTE WS-JE-AMT = 0 - WS-GAIN-AMT
                   PERFORM WRITE-JOURNAL-ENTRY
           END-EVALUATE.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JE-CCY TO GLD-CURRENCY
           MOVE WS-JE-AMT TO GLD-AMOUNT
           MOVE "DR" TO GLD-ENTRY-SIDE
           MOVE WS-JE-DR-ACCT TO GLD-ACCT-ID
           MOVE WS-JE-DR-CC TO GLD-COST-CTR
           MOVE GL-DETAIL-REC TO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-JE-AMT TO WS-AMOUNT-HASH
           PERFORM FIND-OR-ADD-CURRENCY
           ADD 1 TO GC-COUNT(WS-CCY-IDX)
           ADD WS-JE-AMT TO GC-DR-TOTAL(WS-CCY-IDX)
           MOVE "CR" TO GLD-ENTRY-SIDE
           MOVE WS-JE-CR-ACCT TO GLD-ACCT-ID
           MOVE WS-JE-CR-CC TO GLD-COST-CTR
           MOVE GL-DETAIL-REC TO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-JE-AMT TO WS-AMOUNT-HASH
           ADD 1 TO GC-COUNT(WS-CCY-IDX)
           ADD WS-JE-AMT TO GC-CR-TOTAL(WS-CCY-IDX).

       FIND-OR-ADD-CURRENCY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
                      OR GC-CCY(WS-CCY-IDX) = WS-JE-CCY
               CONTINUE
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-USED
               IF WS-CCY-USED < 20
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE WS-JE-CCY TO GC-CCY(WS-CCY-IDX)
                   MOVE 0 TO GC-COUNT(WS-CCY-IDX)
                   MOVE 0 TO GC-DR-TOTAL(WS-CCY-IDX)
                   MOVE 0 TO GC-CR-TOTAL(WS-CCY-IDX)
               ELSE
                   MOVE 20 TO WS-CCY-IDX
                   MOVE "***" TO GC-CCY(WS-CCY-IDX)
               END-IF
           END-IF.

       WRITE-CURRENCY-CONTROL.
           MOVE GC-CCY(WS-CCY-IDX) TO GLC-CURRENCY
           MOVE GC-COUNT(WS-CCY-IDX) TO GLC-ENTRY-COUNT
           MOVE GC-DR-TOTAL(WS-CCY-IDX) TO GLC-DR-TOTAL
           MOVE GC-CR-TOTAL(WS-CCY-IDX) TO GLC-CR-TOTAL
           MOVE GL-CURRENCY-REC TO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           IF GC-DR-TOTAL(WS-CCY-IDX) NOT = GC-CR-TOTAL(WS-CCY-IDX)
               DISPLAY "GL JOURNAL CURRENCY " GC-CCY(WS-CCY-IDX)
                       " DEBITS " GC-DR-TOTAL(WS-CCY-IDX)
                       " NOT EQUAL CREDITS " GC-CR-TOTAL(WS-CCY-IDX)
               ADD 1 TO WS-CCY-OUT-COUNT
           END-IF.

       MAP-JOURNAL-PAIR.
           MOVE "Y" TO WS-MAPPED-SW
           MOVE SPACES TO WS-UNMAPPED-ACCT
               MOVE "N" TO WS-MAPPED-SW
               MOVE WS-DR-ACCT TO WS-UNMAPPED-ACCT
           END-IF
           IF ITEM-IS-CROSS-CURRENCY
              AND (WS-GL-CONV-ACCT = SPACES
                   OR (WS-GAIN-AMT NOT = 0
                       AND WS-GL-GAIN-ACCT = SPACES))
               MOVE "N" TO WS-MAPPED-SW
               IF WS-UNMAPPED-ACCT = SPACES
                   MOVE "FX-GL" TO WS-UNMAPPED-ACCT
               END-IF
           END-IF
           IF AU-IS-FEE
               MOVE WS-GL-FEE-ACCT TO WS-CR-GL-ACCT
               MOVE WS-GL-FEE-CC TO WS-CR-COST-CTR
