               FILE STATUS IS WS-RW-STATUS.
           SELECT recon-print ASSIGN TO "reconcile.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL fx-rates-file ASSIGN TO "fx-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD master-snapshot.
           05 RW-EXPECTED PIC S9(9)V99 COMP-3.
       FD recon-print.
       01 RECON-PRINT-LINE PIC X(100).
       FD fx-rates-file.
       01 FX-RATES-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SNAP-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 AU-DISPOSITION PIC X(10).
       01 AU-REF PIC X(10).
       01 AU-TXN-TEXT PIC X(256).
       01 AU-SRC-CCY PIC X(3).
       01 AU-DEBIT PIC X(15).
       01 AU-RATE PIC X(15).
       01 AU-DST-CCY PIC X(3).
       01 AU-CREDIT PIC X(15).
       01 AU-FIELD-1 PIC X(10).
       01 AU-FIELD-2 PIC X(10).
       01 AU-FIELD-3 PIC X(10).
           88 AU-IS-FEE VALUE "F".
           88 AU-IS-REVERSAL VALUE "R".
       01 WS-AUDIT-AMT PIC S9(9)V99.
       01 WS-CREDIT-AMT PIC S9(9)V99.
       01 WS-SRC-CCY PIC X(3).
       01 WS-DST-CCY PIC X(3).
       01 WS-FX-STATUS PIC XX.
       01 WS-BASE-CCY PIC X(3) VALUE "USD".
       01 FX-FIELD-1 PIC X(15).
       01 FX-FIELD-2 PIC X(15).
       01 WS-CCY-LOOKUP PIC X(3).
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 RC-CCY PIC X(3).
               10 RC-SNAPSHOT PIC S9(11)V99.
               10 RC-ACTIVITY PIC S9(11)V99.
               10 RC-ACTUAL PIC S9(11)V99.
       01 WS-CCY-USED PIC 9(2) VALUE 0.
       01 WS-CCY-IDX PIC 9(2).
       01 WS-CCY-MISMATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-CCY-EXPECTED PIC S9(11)V99.
       01 WS-CCY-HEADER.
           05 FILLER PIC X(5) VALUE "CCY".
           05 FILLER PIC X(16) VALUE "        SNAPSHOT".
           05 FILLER PIC X(16) VALUE "        ACTIVITY".
           05 FILLER PIC X(16) VALUE "        EXPECTED".
           05 FILLER PIC X(16) VALUE "          ACTUAL".
           05 FILLER PIC X(16) VALUE "      DIFFERENCE".
       01 WS-CCY-DETAIL.
           05 CD-CCY PIC X(5).
           05 CD-SNAPSHOT PIC -(12)9.99.
           05 CD-ACTIVITY PIC -(12)9.99.
           05 CD-EXPECTED PIC -(12)9.99.
           05 CD-ACTUAL PIC -(12)9.99.
           05 CD-DIFFERENCE PIC -(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CD-REASON PIC X(14).
       01 WS-DELTA-AMT PIC S9(9)V99.
       01 WS-DELTA-ACCT PIC X(10).
       01 WS-SNAP-EOF-SW PIC X VALUE "N".
           END-IF
           OPEN OUTPUT recon-work
           OPEN OUTPUT recon-print
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-SNAPSHOT-BALANCES
           PERFORM APPLY-AUDIT-ACTIVITY
           PERFORM COMPARE-AGAINST-MASTER
           PERFORM PRINT-CURRENCY-BALANCES
           PERFORM PRINT-RECON-SUMMARY
           CLOSE master-snapshot
           CLOSE account-master
           CLOSE transactions-audit
           CLOSE recon-work
           CLOSE recon-print
           IF WS-MISMATCH-COUNT > 0 OR WS-CCY-MISMATCH-COUNT > 0
               DISPLAY "LEDGER OUT OF BALANCE: " WS-MISMATCH-COUNT
                       " ACCOUNT(S), " WS-CCY-MISMATCH-COUNT
                       " CURRENCY(IES), SEE RECONCILE.RPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "LEDGER RECONCILED OK, " WS-CHECKED-COUNT
           END-IF
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

       LOAD-SNAPSHOT-BALANCES.
           MOVE LOW-VALUES TO AM-ACCT-ID
           START master-snapshot KEY >= AM-ACCT-ID
                       MOVE AM-ACCT-ID TO RW-ACCT-ID
                       MOVE AM-BALANCE TO RW-EXPECTED
                       WRITE RECON-WORK-RECORD
                       MOVE AM-CURRENCY TO WS-CCY-LOOKUP
                       PERFORM FIND-OR-ADD-CURRENCY
                       ADD AM-BALANCE TO RC-SNAPSHOT(WS-CCY-IDX)
               END-READ
           END-PERFORM
           CLOSE recon-work
           MOVE SPACES TO AU-DISPOSITION
           MOVE SPACES TO AU-REF
           MOVE SPACES TO AU-TXN-TEXT
           MOVE SPACES TO AU-SRC-CCY
           MOVE SPACES TO AU-DEBIT
           MOVE SPACES TO AU-RATE
           MOVE SPACES TO AU-DST-CCY
           MOVE SPACES TO AU-CREDIT
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
           END-UNSTRING
           IF AU-DISPOSITION = "POSTED"
               MOVE SPACES TO AU-FIELD-1
               END-UNSTRING
               MOVE AU-FIELD-1(1:1) TO AU-TXN-TYPE
               MOVE FUNCTION NUMVAL(AU-FIELD-2) TO WS-AUDIT-AMT
               MOVE WS-AUDIT-AMT TO WS-CREDIT-AMT
               MOVE WS-BASE-CCY TO WS-SRC-CCY
               MOVE WS-BASE-CCY TO WS-DST-CCY
               IF AU-SRC-CCY NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(AU-DEBIT) = 0
                  AND FUNCTION TEST-NUMVAL(AU-CREDIT) = 0
                   MOVE FUNCTION NUMVAL(AU-DEBIT) TO WS-AUDIT-AMT
                   MOVE FUNCTION NUMVAL(AU-CREDIT) TO WS-CREDIT-AMT
                   MOVE AU-SRC-CCY TO WS-SRC-CCY
                   MOVE AU-DST-CCY TO WS-DST-CCY
               END-IF
               EVALUATE TRUE
                   WHEN AU-IS-TRANSFER
                       MOVE AU-FIELD-3 TO WS-DELTA-ACCT
                       COMPUTE WS-DELTA-AMT = 0 - WS-AUDIT-AMT
                       PERFORM APPLY-DELTA
                       PERFORM APPLY-DEBIT-ACTIVITY
                       MOVE AU-FIELD-4 TO WS-DELTA-ACCT
                       MOVE WS-CREDIT-AMT TO WS-DELTA-AMT
                       PERFORM APPLY-DELTA
                       PERFORM APPLY-CREDIT-ACTIVITY
                   WHEN AU-IS-FEE
                       MOVE AU-FIELD-3 TO WS-DELTA-ACCT
                       COMPUTE WS-DELTA-AMT = 0 - WS-AUDIT-AMT
                       PERFORM APPLY-DELTA
                       PERFORM APPLY-DEBIT-ACTIVITY
                   WHEN AU-IS-REVERSAL
                       MOVE AU-FIELD-4 TO WS-DELTA-ACCT
                       COMPUTE WS-DELTA-AMT = 0 - WS-AUDIT-AMT
                       PERFORM APPLY-DELTA
                       PERFORM APPLY-DEBIT-ACTIVITY
                       MOVE AU-FIELD-3 TO WS-DELTA-ACCT
                       MOVE WS-CREDIT-AMT TO WS-DELTA-AMT
                       PERFORM APPLY-DELTA
                       PERFORM APPLY-CREDIT-ACTIVITY
               END-EVALUATE
           END-IF.

                   REWRITE RECON-WORK-RECORD
           END-READ.

       APPLY-DEBIT-ACTIVITY.
           MOVE WS-SRC-CCY TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY
           SUBTRACT WS-AUDIT-AMT FROM RC-ACTIVITY(WS-CCY-IDX).

       APPLY-CREDIT-ACTIVITY.
           MOVE WS-DST-CCY TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY
           ADD WS-CREDIT-AMT TO RC-ACTIVITY(WS-CCY-IDX).

       FIND-OR-ADD-CURRENCY.
           IF WS-CCY-LOOKUP = SPACES
               MOVE WS-BASE-CCY TO WS-CCY-LOOKUP
           END-IF
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
                      OR RC-CCY(WS-CCY-IDX) = WS-CCY-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-USED
               IF WS-CCY-USED < 20
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE WS-CCY-LOOKUP TO RC-CCY(WS-CCY-IDX)
                   MOVE 0 TO RC-SNAPSHOT(WS-CCY-IDX)
                   MOVE 0 TO RC-ACTIVITY(WS-CCY-IDX)
                   MOVE 0 TO RC-ACTUAL(WS-CCY-IDX)
               ELSE
                   MOVE 20 TO WS-CCY-IDX
                   MOVE "***" TO RC-CCY(WS-CCY-IDX)
               END-IF
           END-IF.

       COMPARE-AGAINST-MASTER.
           MOVE WS-RECON-HEADER TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE

       COMPARE-ONE-ACCOUNT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE CM-CURRENCY TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY
           ADD CM-BALANCE TO RC-ACTUAL(WS-CCY-IDX)
           MOVE CM-ACCT-ID TO RW-ACCT-ID
           READ recon-work
               INVALID KEY
           MOVE WS-RECON-DETAIL TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE.

       PRINT-CURRENCY-BALANCES.
           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           MOVE SPACES TO RECON-PRINT-LINE
           STRING "BALANCES BY CURRENCY - BASE CURRENCY "
                   DELIMITED BY SIZE
                   WS-BASE-CCY DELIMITED BY SIZE
               INTO RECON-PRINT-LINE
           END-STRING
           WRITE RECON-PRINT-LINE
           MOVE WS-CCY-HEADER TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               PERFORM PRINT-CURRENCY-LINE
           END-PERFORM.

       PRINT-CURRENCY-LINE.
           COMPUTE WS-CCY-EXPECTED = RC-SNAPSHOT(WS-CCY-IDX)
               + RC-ACTIVITY(WS-CCY-IDX)
           MOVE RC-CCY(WS-CCY-IDX) TO CD-CCY
           MOVE RC-SNAPSHOT(WS-CCY-IDX) TO CD-SNAPSHOT
           MOVE RC-ACTIVITY(WS-CCY-IDX) TO CD-ACTIVITY
           MOVE WS-CCY-EXPECTED TO CD-EXPECTED
           MOVE RC-ACTUAL(WS-CCY-IDX) TO CD-ACTUAL
           COMPUTE CD-DIFFERENCE = RC-ACTUAL(WS-CCY-IDX)
               - WS-CCY-EXPECTED
           IF RC-ACTUAL(WS-CCY-IDX) = WS-CCY-EXPECTED
               MOVE SPACES TO CD-REASON
           ELSE
               MOVE "CCY-MISMATCH" TO CD-REASON
               ADD 1 TO WS-CCY-MISMATCH-COUNT
           END-IF
           MOVE WS-CCY-DETAIL TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE.

       PRINT-RECON-SUMMARY.
           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
