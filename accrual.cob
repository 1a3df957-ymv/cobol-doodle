               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL fx-rates-file ASSIGN TO "fx-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD rate-table.
       01 SYSGEN-LINE PIC X(256).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       FD fx-rates-file.
       01 FX-RATES-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-FX-STATUS PIC XX.
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
       01 WS-RATE-CCY PIC X(3).
       01 WS-RATE-FOUND PIC 9(5)V9(9).
       01 WS-INT-CCY PIC X(3).
       01 WS-INT-RATE PIC 9(5)V9(9).
       01 WS-ACCT-CCY PIC X(3).
       01 WS-ACCT-RATE PIC 9(5)V9(9).
       01 WS-BASE-BALANCE PIC S9(11)V99.
       01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FX-RATES
           OPEN INPUT account-master
           IF WS-AM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER, FILE STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-INTEREST-ACCT-RATE
           OPEN OUTPUT transactions-sysgen
           PERFORM SCAN-MASTER-ACCOUNTS
           PERFORM WRITE-SYSGEN-TRAILER
           CLOSE account-master
           CLOSE transactions-sysgen
           DISPLAY "ACCRUAL GENERATED " WS-GEN-COUNT " ITEM(S)"
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "ACCRUAL SKIPPED " WS-NO-RATE-COUNT
                       " ACCOUNT(S) WITH NO FX RATE FOR " WS-RUN-DATE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
                   DISPLAY "UNRECOGNIZED RATES.DAT RECORD: " RATE-LINE
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
                       "BASE-CURRENCY ACCOUNTS WILL ACCRUE"
           END-IF
           CLOSE fx-rates-file.

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
                   END-IF
               WHEN "R"
                   IF FX-FIELD-3(1:8) = WS-RUN-DATE
                      AND FX-FIELD-2 NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(FX-FIELD-4) = 0
                       IF FUNCTION NUMVAL(FX-FIELD-4) > 0
                          AND WS-FX-USED < 50
                           ADD 1 TO WS-FX-USED
                           MOVE FX-FIELD-2(1:3) TO FX-CCY(WS-FX-USED)
                           MOVE FUNCTION NUMVAL(FX-FIELD-4)
                               TO FX-BOOK-RATE(WS-FX-USED)
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-FX-RATE.
           MOVE 0 TO WS-RATE-FOUND
           IF WS-RATE-CCY = WS-BASE-CCY
               MOVE 1 TO WS-RATE-FOUND
           ELSE
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-USED
                   IF FX-CCY(WS-FX-IDX) = WS-RATE-CCY
                       MOVE FX-BOOK-RATE(WS-FX-IDX) TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       GET-INTEREST-ACCT-RATE.
           MOVE WS-BASE-CCY TO WS-INT-CCY
           MOVE WS-INT-ACCT TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-CURRENCY NOT = SPACES
                       MOVE AM-CURRENCY TO WS-INT-CCY
                   END-IF
           END-READ
           MOVE WS-INT-CCY TO WS-RATE-CCY
           PERFORM FIND-FX-RATE
           MOVE WS-RATE-FOUND TO WS-INT-RATE.

       GET-ACCOUNT-RATE.
           IF AM-CURRENCY = SPACES
               MOVE WS-BASE-CCY TO WS-ACCT-CCY
           ELSE
               MOVE AM-CURRENCY TO WS-ACCT-CCY
           END-IF
           MOVE WS-ACCT-CCY TO WS-RATE-CCY
           PERFORM FIND-FX-RATE
           MOVE WS-RATE-FOUND TO WS-ACCT-RATE.

       SCAN-MASTER-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCT-ID
           START account-master KEY >= AM-ACCT-ID
           END-PERFORM.

       ACCRUE-ONE-ACCOUNT.
           IF (AM-OPEN OR AM-DORMANT)
              AND AM-ACCT-ID NOT = WS-INT-ACCT
               PERFORM GET-ACCOUNT-RATE
               IF WS-ACCT-RATE = 0
                  OR (WS-ACCT-CCY NOT = WS-INT-CCY AND WS-INT-RATE = 0)
                   DISPLAY "NO FX RATE FOR " WS-ACCT-CCY
                           ", NOT ACCRUED: " AM-ACCT-ID
                   ADD 1 TO WS-NO-RATE-COUNT
               ELSE
                   PERFORM ACCRUE-ACCOUNT-ITEMS
               END-IF
           END-IF.

       ACCRUE-ACCOUNT-ITEMS.
           COMPUTE WS-BASE-BALANCE ROUNDED = AM-BALANCE * WS-ACCT-RATE
           PERFORM FIND-RATE-TIER
           IF WS-BEST-TIER > 0
               IF AM-BALANCE > 0
                   COMPUTE WS-INTEREST-AMT ROUNDED =
                       AM-BALANCE
                       * TIER-ANNUAL-RATE(WS-BEST-TIER)
                       / 100 / 12
                   IF WS-INTEREST-AMT > 0
                      AND WS-ACCT-CCY NOT = WS-INT-CCY
                       COMPUTE WS-INTEREST-AMT ROUNDED =
                           WS-INTEREST-AMT * WS-ACCT-RATE
                           / WS-INT-RATE
                           * 10000 / (10000 - WS-FX-MARGIN)
                   END-IF
                   IF WS-INTEREST-AMT > 0
                       PERFORM WRITE-INTEREST-ITEM
                   END-IF
               END-IF
               IF TIER-SVC-CHARGE(WS-BEST-TIER) > 0
                  AND NOT AM-DORMANT
                   COMPUTE WS-CHARGE-AMT ROUNDED =
                       TIER-SVC-CHARGE(WS-BEST-TIER) / WS-ACCT-RATE
                   IF WS-CHARGE-AMT > 0
                       PERFORM WRITE-CHARGE-ITEM
                   END-IF
               END-IF
           END-IF
           IF AM-BALANCE < 0
              AND (WS-OD-ANNUAL-RATE > 0 OR WS-OD-FLAT-FEE > 0)
               COMPUTE WS-CHARGE-AMT ROUNDED =
                   WS-OD-FLAT-FEE / WS-ACCT-RATE
                   + (0 - AM-BALANCE)
                   * WS-OD-ANNUAL-RATE / 100 / 12
               IF WS-CHARGE-AMT > 0
                   PERFORM WRITE-CHARGE-ITEM
               END-IF
           END-IF.

       FIND-RATE-TIER.
           MOVE 0 TO WS-BEST-TIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-USED
               IF TIER-FLOOR(WS-TIER-IDX) <= WS-BASE-BALANCE
                  AND (WS-BEST-TIER = 0
                       OR TIER-FLOOR(WS-TIER-IDX)
                          > TIER-FLOOR(WS-BEST-TIER))
