       01 WS-SEED-ID PIC X(10).
       01 WS-SEED-BAL PIC X(15).
       01 WS-SEED-ODLIM PIC X(15).
       01 WS-SEED-CCY PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT acct-seed
                   EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-SEED-ODLIM
               MOVE SPACES TO WS-SEED-CCY
               UNSTRING ACCT-SEED-LINE DELIMITED BY x"09" INTO
                   WS-SEED-ID
                   WS-SEED-BAL
                   WS-SEED-ODLIM
                   WS-SEED-CCY
               END-UNSTRING
               MOVE WS-SEED-ID TO AM-ACCT-ID
               MOVE FUNCTION NUMVAL(WS-SEED-BAL) TO AM-BALANCE
                   MOVE 0 TO AM-OD-LIMIT
               END-IF
               MOVE 0 TO AM-OD-DAYS
               MOVE SPACES TO AM-PROTECT-ACCT
               MOVE 0 TO AM-PROTECT-INCR
               MOVE SPACES TO AM-LAST-ACTIVITY
               MOVE SPACES TO AM-DORMANT-DATE
               MOVE SPACES TO AM-FROZEN-DATE
               MOVE WS-SEED-CCY TO AM-CURRENCY
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE SEED ACCOUNT: " WS-SEED-ID
