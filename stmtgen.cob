               ACCESS MODE DYNAMIC
               RECORD KEY IS CX-ACCT-ID
               FILE STATUS IS WS-CX-STATUS.
           SELECT OPTIONAL account-close
               ASSIGN TO "account-close.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CL-ACCT-ID
               FILE STATUS IS WS-CL-STATUS.
           SELECT statement-print ASSIGN USING WS-PRINT-FILE
               ORGANIZATION LINE SEQUENTIAL.
           SELECT statement-extract
               ASSIGN TO "statement-extract.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL fx-rates-file ASSIGN TO "fx-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       COPY CUSTMAST.
       FD customer-xref.
       COPY CUSTXREF.
       FD account-close.
       COPY ACCTCLOS.
       FD statement-print.
       01 STMT-PRINT-LINE PIC X(100).
       FD statement-extract.
       01 STMT-EXTRACT-LINE PIC X(150).
       FD fx-rates-file.
       01 FX-RATES-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-CU-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-CL-STATUS PIC XX.
       01 WS-FX-STATUS PIC XX.
       01 WS-BASE-CCY PIC X(3) VALUE "USD".
       01 WS-STMT-CCY PIC X(3).
       01 FX-FIELD-1 PIC X(15).
       01 FX-FIELD-2 PIC X(15).
       01 WS-PRINT-FILE PIC X(40) VALUE "statements.rpt".
       01 WS-FINAL-SW PIC X VALUE "N".
           88 FINAL-STATEMENTS VALUE "Y".
       01 WS-CLOSE-EOF-SW PIC X VALUE "N".
           88 CLOSE-AT-END VALUE "Y".
       01 WS-FINAL-COUNT PIC 9(7) VALUE 0.
       01 WS-CUST-FILE-SW PIC X VALUE "N".
           88 CUSTOMER-FILE-PRESENT VALUE "Y".
       01 WS-CUST-EOF-SW PIC X VALUE "N".
       01 WS-PARM-TOKEN-1 PIC X(20).
       01 WS-PARM-TOKEN-2 PIC X(20).
       01 WS-PARM-TOKEN-3 PIC X(20).
       01 WS-PARM-TOKEN-4 PIC X(20).
       01 WS-PARM-TOKEN-5 PIC X(20).
       01 WS-TOKEN-KEY PIC X(10).
       01 WS-TOKEN-VALUE PIC X(10).
       01 WS-ALL-SW PIC X VALUE "N".
           88 STMT-ALL-ACCOUNTS VALUE "Y".
       01 WS-STMT-ACCT PIC X(10) VALUE SPACES.
       01 WS-STMT-CUST PIC X(6) VALUE SPACES.
       01 WS-EXTRACT-SW PIC X VALUE "N".
           88 EXTRACT-REQUESTED VALUE "Y".
       01 WS-EXT-MAILING-SW PIC X VALUE "N".
           88 EXTRACT-MAILING-OPEN VALUE "Y".
       01 WS-EXT-CUST-ID PIC X(6) VALUE SPACES.
       01 WS-EXT-MAILING-COUNT PIC 9(7) VALUE 0.
       01 WS-EXT-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-EXT-ITEM-COUNT PIC 9(9) VALUE 0.
       01 WS-EXT-DEBIT-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-EXT-CREDIT-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-EXT-OPEN-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-EXT-CLOSE-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-STMT-BAL PIC S9(9)V99.
       01 WS-STMT-STATUS PIC X.
       01 WS-FROM-DATE PIC X(8) VALUE "00000000".
           05 SH-FROM-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 SH-THRU-DATE PIC X(8).
           05 FILLER PIC X(10) VALUE " CURRENCY ".
           05 SH-CURRENCY PIC X(3).
       01 WS-STMT-COLUMNS.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 ST-LABEL PIC X(16).
           05 FILLER PIC X(55) VALUE SPACES.
           05 ST-AMOUNT PIC ---,---,--9.99.
       01 SX-MAILING-REC.
           05 SXH-REC-TYPE PIC X VALUE "H".
           05 SXH-CUST-ID PIC X(6).
           05 SXH-NAME PIC X(30).
           05 SXH-ADDR-1 PIC X(30).
           05 SXH-ADDR-2 PIC X(30).
           05 SXH-ADDR-3 PIC X(30).
           05 SXH-FROM-DATE PIC X(8).
           05 SXH-THRU-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.
       01 SX-ACCOUNT-REC.
           05 SXA-REC-TYPE PIC X VALUE "A".
           05 SXA-CUST-ID PIC X(6).
           05 SXA-ACCT-ID PIC X(10).
           05 SXA-STATUS PIC X.
           05 SXA-OPEN-SIGN PIC X.
           05 SXA-OPEN-BAL PIC 9(9)V99.
           05 SXA-CLOSE-SIGN PIC X.
           05 SXA-CLOSE-BAL PIC 9(9)V99.
           05 SXA-CURRENCY PIC X(3).
           05 FILLER PIC X(105) VALUE SPACES.
       01 SX-DETAIL-REC.
           05 SXD-REC-TYPE PIC X VALUE "D".
           05 SXD-ACCT-ID PIC X(10).
           05 SXD-POST-DATE PIC X(8).
           05 SXD-REF-ID PIC X(10).
           05 SXD-TXN-TYPE PIC X.
           05 SXD-DEBIT PIC 9(9)V99.
           05 SXD-CREDIT PIC 9(9)V99.
           05 SXD-CPTY-ACCT PIC X(10).
           05 SXD-BAL-SIGN PIC X.
           05 SXD-BALANCE PIC 9(9)V99.
           05 FILLER PIC X(76) VALUE SPACES.
       01 SX-TRAILER-REC.
           05 SXT-REC-TYPE PIC X VALUE "T".
           05 SXT-MAILING-COUNT PIC 9(7).
           05 SXT-ACCOUNT-COUNT PIC 9(7).
           05 SXT-ITEM-COUNT PIC 9(9).
           05 SXT-DEBIT-TOTAL PIC 9(13)V99.
           05 SXT-CREDIT-TOTAL PIC 9(13)V99.
           05 SXT-OPEN-SIGN PIC X.
           05 SXT-OPEN-TOTAL PIC 9(13)V99.
           05 SXT-CLOSE-SIGN PIC X.
           05 SXT-CLOSE-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(64) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM PARSE-PARM
           PERFORM LOAD-BASE-CURRENCY
           IF NOT STMT-ALL-ACCOUNTS AND WS-STMT-ACCT = SPACES
              AND WS-STMT-CUST = SPACES AND NOT FINAL-STATEMENTS
               DISPLAY "USAGE: stmtgen ACCT=nnnn|CUST=nnnnnn|ALL|FINAL "
                       "[FROM=YYYYMMDD] [THRU=YYYYMMDD] [EXTRACT]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "CUSTOMER MASTER NOT PRESENT, STATEMENTS "
                       "PRINT WITHOUT NAME AND ADDRESS"
           END-IF
           IF FINAL-STATEMENTS
               OPEN INPUT account-close
               IF WS-CL-STATUS NOT = "00" AND WS-CL-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN ACCOUNT-CLOSE, FILE STATUS "
                           WS-CL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT statement-print
           IF EXTRACT-REQUESTED
               OPEN OUTPUT statement-extract
           END-IF
           EVALUATE TRUE
               WHEN FINAL-STATEMENTS
                   PERFORM EMIT-FINAL-STATEMENTS
               WHEN STMT-ALL-ACCOUNTS
                   IF CUSTOMER-FILE-PRESENT
                       PERFORM EMIT-CUSTOMER-MAILINGS
                       PERFORM EMIT-UNLINKED-STATEMENTS
                   ELSE
                       PERFORM EMIT-ALL-STATEMENTS
                   END-IF
               WHEN WS-STMT-CUST NOT = SPACES
                   PERFORM EMIT-ONE-CUSTOMER
               WHEN OTHER
                   MOVE WS-STMT-ACCT TO AM-ACCT-ID
                   READ account-master
                       INVALID KEY
                           DISPLAY "ACCOUNT NOT ON FILE: "
                                   WS-STMT-ACCT
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM EMIT-OWNED-STATEMENT
                   END-READ
           END-EVALUATE
           DISPLAY "STATEMENTS WRITTEN " WS-STMT-COUNT
                   " IN " WS-MAILING-COUNT " CUSTOMER MAILING(S)"
           IF FINAL-STATEMENTS
               DISPLAY "FINAL STATEMENTS FOR ACCOUNTS CLOSED "
                       WS-THRU-DATE ": " WS-FINAL-COUNT
               CLOSE account-close
           END-IF
           IF EXTRACT-REQUESTED
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE statement-extract
               DISPLAY "STATEMENT EXTRACT WROTE "
                       WS-EXT-MAILING-COUNT " MAILING(S) "
                       WS-EXT-ACCOUNT-COUNT " ACCOUNT(S) "
                       WS-EXT-ITEM-COUNT " ITEM(S)"
           END-IF
           CLOSE account-master
           CLOSE posted-log
           CLOSE customer-master
           MOVE SPACES TO WS-PARM-TOKEN-1
           MOVE SPACES TO WS-PARM-TOKEN-2
           MOVE SPACES TO WS-PARM-TOKEN-3
           MOVE SPACES TO WS-PARM-TOKEN-4
           MOVE SPACES TO WS-PARM-TOKEN-5
           UNSTRING WS-PARM DELIMITED BY ALL " " INTO
               WS-PARM-TOKEN-1
               WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3
               WS-PARM-TOKEN-4
               WS-PARM-TOKEN-5
           END-UNSTRING
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1
           MOVE WS-PARM-TOKEN-5 TO WS-PARM-TOKEN-1
           PERFORM APPLY-PARM-TOKEN-1.

       APPLY-PARM-TOKEN-1.
                   SET STMT-ALL-ACCOUNTS TO TRUE
               WHEN "ACCT"
                   MOVE WS-TOKEN-VALUE TO WS-STMT-ACCT
               WHEN "CUST"
                   MOVE WS-TOKEN-VALUE(1:6) TO WS-STMT-CUST
               WHEN "EXTRACT"
                   SET EXTRACT-REQUESTED TO TRUE
               WHEN "FINAL"
                   SET FINAL-STATEMENTS TO TRUE
                   MOVE "final-statements.rpt" TO WS-PRINT-FILE
               WHEN "FROM"
                   MOVE WS-TOKEN-VALUE(1:8) TO WS-FROM-DATE
               WHEN "THRU"
               END-READ
           END-PERFORM.

       EMIT-FINAL-STATEMENTS.
           MOVE LOW-VALUES TO CL-ACCT-ID
           START account-close KEY >= CL-ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF-SW
           END-START
           PERFORM UNTIL CLOSE-AT-END
               READ account-close NEXT
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF-SW
                   NOT AT END
                       IF CL-COMPLETED
                          AND CL-CLOSED-DATE = WS-THRU-DATE
                           PERFORM EMIT-FINAL-STATEMENT
                       END-IF
               END-READ
           END-PERFORM.

       EMIT-FINAL-STATEMENT.
           IF CL-CUST-ID NOT = SPACES AND CUSTOMER-FILE-PRESENT
               MOVE CL-CUST-ID TO CU-CUST-ID
               READ customer-master
                   INVALID KEY
                       DISPLAY "CLOSED ACCOUNT CUSTOMER NOT ON FILE: "
                               CL-CUST-ID " ACCOUNT " CL-ACCT-ID
                   NOT INVALID KEY
                       PERFORM PRINT-MAILING-BLOCK
                       ADD 1 TO WS-MAILING-COUNT
               END-READ
           END-IF
           MOVE SPACES TO STMT-PRINT-LINE
           STRING "FINAL STATEMENT - ACCOUNT CLOSED "
                   DELIMITED BY SIZE
                   CL-CLOSED-DATE DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           IF CL-PAYOUT-ACCT NOT = SPACES
               MOVE SPACES TO STMT-PRINT-LINE
               STRING "REMAINING BALANCE PAID OUT TO ACCOUNT "
                       DELIMITED BY SIZE
                       CL-PAYOUT-ACCT DELIMITED BY SPACE
                   INTO STMT-PRINT-LINE
               END-STRING
               WRITE STMT-PRINT-LINE
           END-IF
           MOVE CL-ACCT-ID TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   DISPLAY "CLOSED ACCOUNT NOT ON MASTER: " CL-ACCT-ID
               NOT INVALID KEY
                   PERFORM EMIT-STATEMENT
                   ADD 1 TO WS-FINAL-COUNT
           END-READ
           MOVE "N" TO WS-EXT-MAILING-SW.

       EMIT-CUSTOMER-MAILINGS.
           MOVE LOW-VALUES TO CU-CUST-ID
           START customer-master KEY >= CU-CUST-ID
               WRITE STMT-PRINT-LINE
               MOVE SPACES TO STMT-PRINT-LINE
               WRITE STMT-PRINT-LINE
           END-IF
           MOVE "N" TO WS-EXT-MAILING-SW.

       EMIT-ONE-CUSTOMER.
           IF NOT CUSTOMER-FILE-PRESENT
               DISPLAY "CUSTOMER MASTER NOT PRESENT, CANNOT STATEMENT "
                       "CUSTOMER " WS-STMT-CUST
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-STMT-CUST TO CU-CUST-ID
               READ customer-master
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE: " WS-STMT-CUST
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM EMIT-CUSTOMER-MAILING
               END-READ
           END-IF.

       EMIT-LINKED-STATEMENT.
                       END-READ
               END-READ
           END-IF
           PERFORM EMIT-STATEMENT
           MOVE "N" TO WS-EXT-MAILING-SW.

       PRINT-MAILING-BLOCK.
           MOVE CU-CUST-ID TO MH-CUST-ID
               WRITE STMT-PRINT-LINE
           END-IF
           MOVE SPACES TO STMT-PRINT-LINE
           WRITE STMT-PRINT-LINE
           IF EXTRACT-REQUESTED
               MOVE CU-CUST-ID TO SXH-CUST-ID
               MOVE CU-NAME TO SXH-NAME
               MOVE CU-ADDR-1 TO SXH-ADDR-1
               MOVE CU-ADDR-2 TO SXH-ADDR-2
               MOVE CU-ADDR-3 TO SXH-ADDR-3
               PERFORM WRITE-EXTRACT-MAILING
               SET EXTRACT-MAILING-OPEN TO TRUE
           END-IF.

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

       EMIT-STATEMENT.
           MOVE AM-ACCT-ID TO WS-STMT-ACCT
           MOVE AM-BALANCE TO WS-STMT-BAL
           MOVE AM-STATUS TO WS-STMT-STATUS
           IF AM-CURRENCY = SPACES
               MOVE WS-BASE-CCY TO WS-STMT-CCY
           ELSE
               MOVE AM-CURRENCY TO WS-STMT-CCY
           END-IF
           PERFORM SUM-LOG-ACTIVITY
           COMPUTE WS-CLOSING-BAL = WS-STMT-BAL - WS-NET-AFTER
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-NET-RANGE
           IF EXTRACT-REQUESTED
               IF NOT EXTRACT-MAILING-OPEN
                   MOVE SPACES TO SXH-CUST-ID
                   MOVE SPACES TO SXH-NAME
                   MOVE SPACES TO SXH-ADDR-1
                   MOVE SPACES TO SXH-ADDR-2
                   MOVE SPACES TO SXH-ADDR-3
                   PERFORM WRITE-EXTRACT-MAILING
               END-IF
               PERFORM WRITE-EXTRACT-ACCOUNT
           END-IF
           MOVE WS-STMT-ACCT TO SH-ACCT-ID
           MOVE WS-STMT-STATUS TO SH-STATUS
           MOVE WS-FROM-DATE TO SH-FROM-DATE
           MOVE WS-THRU-DATE TO SH-THRU-DATE
           MOVE WS-STMT-CCY TO SH-CURRENCY
           MOVE WS-STMT-HEADER TO STMT-PRINT-LINE
           WRITE STMT-PRINT-LINE
           MOVE "OPENING BALANCE" TO ST-LABEL
                           SUBTRACT PL-AMOUNT FROM WS-NET-AFTER
                       END-IF
                       IF PL-DST-ACCT = WS-STMT-ACCT
                           ADD PL-DST-AMOUNT TO WS-NET-AFTER
                       END-IF
                   WHEN WS-POST-DATE >= WS-FROM-DATE
                       IF PL-SRC-ACCT = WS-STMT-ACCT
                           SUBTRACT PL-AMOUNT FROM WS-NET-RANGE
                       END-IF
                       IF PL-DST-ACCT = WS-STMT-ACCT
                           ADD PL-DST-AMOUNT TO WS-NET-RANGE
                       END-IF
               END-EVALUATE
           END-IF.
                   END-IF
                   IF PL-DST-ACCT = WS-STMT-ACCT
                       MOVE PL-SRC-ACCT TO SD-COUNTERPARTY
                       MOVE PL-DST-AMOUNT TO SD-CREDIT
                       ADD PL-DST-AMOUNT TO WS-RUNNING-BAL
                   END-IF
                   IF SD-COUNTERPARTY = SPACES
                       MOVE "-" TO SD-COUNTERPARTY
                   MOVE WS-RUNNING-BAL TO SD-BALANCE
                   MOVE WS-STMT-DETAIL TO STMT-PRINT-LINE
                   WRITE STMT-PRINT-LINE
                   IF EXTRACT-REQUESTED
                       PERFORM WRITE-EXTRACT-DETAIL
                   END-IF
               END-IF
           END-IF.

               INVALID KEY
                   MOVE "Y" TO WS-LOG-EOF-SW
           END-START.

       WRITE-EXTRACT-MAILING.
           MOVE SXH-CUST-ID TO WS-EXT-CUST-ID
           MOVE WS-FROM-DATE TO SXH-FROM-DATE
           MOVE WS-THRU-DATE TO SXH-THRU-DATE
           MOVE SX-MAILING-REC TO STMT-EXTRACT-LINE
           WRITE STMT-EXTRACT-LINE
           ADD 1 TO WS-EXT-MAILING-COUNT.

       WRITE-EXTRACT-ACCOUNT.
           MOVE WS-EXT-CUST-ID TO SXA-CUST-ID
           MOVE WS-STMT-ACCT TO SXA-ACCT-ID
           MOVE WS-STMT-STATUS TO SXA-STATUS
           MOVE WS-STMT-CCY TO SXA-CURRENCY
           IF WS-OPENING-BAL < 0
               MOVE "-" TO SXA-OPEN-SIGN
           ELSE
               MOVE "+" TO SXA-OPEN-SIGN
           END-IF
           MOVE WS-OPENING-BAL TO SXA-OPEN-BAL
           IF WS-CLOSING-BAL < 0
               MOVE "-" TO SXA-CLOSE-SIGN
           ELSE
               MOVE "+" TO SXA-CLOSE-SIGN
           END-IF
           MOVE WS-CLOSING-BAL TO SXA-CLOSE-BAL
           MOVE SX-ACCOUNT-REC TO STMT-EXTRACT-LINE
           WRITE STMT-EXTRACT-LINE
           ADD 1 TO WS-EXT-ACCOUNT-COUNT
           ADD WS-OPENING-BAL TO WS-EXT-OPEN-TOTAL
           ADD WS-CLOSING-BAL TO WS-EXT-CLOSE-TOTAL.

       WRITE-EXTRACT-DETAIL.
           MOVE WS-STMT-ACCT TO SXD-ACCT-ID
           MOVE WS-POST-DATE TO SXD-POST-DATE
           MOVE PL-REF-ID TO SXD-REF-ID
           MOVE PL-TXN-TYPE TO SXD-TXN-TYPE
           MOVE 0 TO SXD-DEBIT
           MOVE 0 TO SXD-CREDIT
           MOVE SPACES TO SXD-CPTY-ACCT
           IF PL-SRC-ACCT = WS-STMT-ACCT
               MOVE PL-AMOUNT TO SXD-DEBIT
               MOVE PL-DST-ACCT TO SXD-CPTY-ACCT
               ADD PL-AMOUNT TO WS-EXT-DEBIT-TOTAL
           END-IF
           IF PL-DST-ACCT = WS-STMT-ACCT
               MOVE PL-DST-AMOUNT TO SXD-CREDIT
               MOVE PL-SRC-ACCT TO SXD-CPTY-ACCT
               ADD PL-DST-AMOUNT TO WS-EXT-CREDIT-TOTAL
           END-IF
           IF WS-RUNNING-BAL < 0
               MOVE "-" TO SXD-BAL-SIGN
           ELSE
               MOVE "+" TO SXD-BAL-SIGN
           END-IF
           MOVE WS-RUNNING-BAL TO SXD-BALANCE
           MOVE SX-DETAIL-REC TO STMT-EXTRACT-LINE
           WRITE STMT-EXTRACT-LINE
           ADD 1 TO WS-EXT-ITEM-COUNT.

       WRITE-EXTRACT-TRAILER.
           MOVE WS-EXT-MAILING-COUNT TO SXT-MAILING-COUNT
           MOVE WS-EXT-ACCOUNT-COUNT TO SXT-ACCOUNT-COUNT
           MOVE WS-EXT-ITEM-COUNT TO SXT-ITEM-COUNT
           MOVE WS-EXT-DEBIT-TOTAL TO SXT-DEBIT-TOTAL
           MOVE WS-EXT-CREDIT-TOTAL TO SXT-CREDIT-TOTAL
           IF WS-EXT-OPEN-TOTAL < 0
               MOVE "-" TO SXT-OPEN-SIGN
           ELSE
               MOVE "+" TO SXT-OPEN-SIGN
           END-IF
           MOVE WS-EXT-OPEN-TOTAL TO SXT-OPEN-TOTAL
           IF WS-EXT-CLOSE-TOTAL < 0
               MOVE "-" TO SXT-CLOSE-SIGN
           ELSE
               MOVE "+" TO SXT-CLOSE-SIGN
           END-IF
           MOVE WS-EXT-CLOSE-TOTAL TO SXT-CLOSE-TOTAL
           MOVE SX-TRAILER-REC TO STMT-EXTRACT-LINE
           WRITE STMT-EXTRACT-LINE.
