           SELECT account-maint-reject
               ASSIGN TO "account-maint-reject.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL maint-report
               ASSIGN TO "account-maint.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL account-close
               ASSIGN TO "account-close.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CL-ACCT-ID
               FILE STATUS IS WS-CL-STATUS.
           SELECT OPTIONAL standing-orders
               ASSIGN TO "standing-orders.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SO-STATUS.
           SELECT OPTIONAL customer-xref
               ASSIGN TO "customer-xref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CX-ACCT-ID
               FILE STATUS IS WS-CX-STATUS.
           SELECT OPTIONAL posted-log
               ASSIGN TO "posted-log.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PL-REF-ID
               FILE STATUS IS WS-PL-STATUS.
           SELECT OPTIONAL transactions-closeout
               ASSIGN TO "transactions-closeout.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD account-maint.
       01 REPORT-LINE PIC X(100).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       FD account-close.
       COPY ACCTCLOS.
       FD standing-orders.
       COPY STANDORD.
       FD customer-xref.
       COPY CUSTXREF.
       FD posted-log.
       COPY POSTLOG.
       FD transactions-closeout.
       01 CLOSEOUT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MAINT-STATUS PIC XX.
       01 WS-PEND-STATUS PIC XX.
       01 WS-APPR-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-CL-STATUS PIC XX.
       01 WS-SO-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-CF-STATUS PIC XX.
       01 WS-PARM PIC X(32) VALUE SPACES.
       01 WS-CLOSEOUT-SW PIC X VALUE "N".
           88 CLOSEOUT-RUN VALUE "Y".
       01 WS-SO-FILE-SW PIC X VALUE "N".
           88 STANDING-ORDERS-PRESENT VALUE "Y".
       01 WS-CX-FILE-SW PIC X VALUE "N".
           88 XREF-PRESENT VALUE "Y".
       01 WS-PL-FILE-SW PIC X VALUE "N".
           88 POSTED-LOG-PRESENT VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
           88 SCAN-AT-END VALUE "Y".
       01 WS-SO-EOF-SW PIC X VALUE "N".
           88 SO-AT-END VALUE "Y".
       01 WS-LOG-EOF-SW PIC X VALUE "N".
           88 LOG-AT-END VALUE "Y".
       01 WS-CLOSE-REC-SW PIC X VALUE "N".
           88 CLOSE-REC-NONE VALUE "N".
           88 CLOSE-REC-PENDING VALUE "P".
           88 CLOSE-REC-COMPLETED VALUE "C".
       01 WS-PAYOUT-SW PIC X VALUE "N".
           88 PAYOUT-POSTED VALUE "Y".
       01 PL-CONTROL-KEY PIC X(10) VALUE "0000000000".
       01 WS-NEXT-LOG-REF PIC 9(10) VALUE 1.
       01 WS-PAYOUT-ACCT PIC X(10).
       01 WS-CLOSE-BAL PIC S9(9)V99.
       01 WS-SO-CANCEL-COUNT PIC 9(3).
       01 WS-CLOSE-AGE PIC 9(5).
       01 WS-CLOSE-ACTION PIC X(30).
       01 WS-FMT-AMT PIC S9(9)V99.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-COUNT-TXT PIC 9(7).
       01 CF-FIELD-1 PIC X(10).
       01 CF-FIELD-2 PIC X(15).
       01 WS-CARRY-TABLE.
           05 WS-CARRY-LINE OCCURS 100 TIMES PIC X(80).
       01 WS-CARRY-USED PIC 9(3) VALUE 0.
       01 WS-CARRY-IDX PIC 9(3).
       01 WS-PAYOUT-COUNT PIC 9(7) VALUE 0.
       01 WS-PAYOUT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CE-TABLE.
           05 WS-CE-ENTRY OCCURS 200 TIMES.
               10 CE-ACCT-ID PIC X(10).
               10 CE-PAYOUT-ACCT PIC X(10).
               10 CE-AMOUNT PIC S9(9)V99.
               10 CE-SO-COUNT PIC 9(3).
               10 CE-ACTION PIC X(30).
       01 WS-CE-USED PIC 9(3) VALUE 0.
       01 WS-CE-IDX PIC 9(3).
       01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.
       01 WS-CLOSE-PENDING-COUNT PIC 9(7) VALUE 0.
       01 WS-CE-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(12) VALUE "PAYOUT-TO".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(6) VALUE "  SO'S".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ACTION".
       01 WS-CE-DETAIL.
           05 CED-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CED-PAYOUT-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CED-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CED-SO-COUNT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CED-ACTION PIC X(30).
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-EXPIRE-LIMIT PIC 9(3) VALUE 5.
           88 MAINT-IS-FREEZE VALUE "F".
           88 MAINT-IS-UNFREEZE VALUE "U".
           88 MAINT-IS-ODLIMIT VALUE "L".
           88 MAINT-IS-PROTECT VALUE "P".
           88 MAINT-IS-PROTECT-INCR VALUE "I".
       01 WS-MAINT-ACCT PIC X(10).
       01 WS-MAINT-BAL PIC X(15).
       01 WS-MAINT-CCY PIC X(3).
       01 WS-MAINT-MAKER PIC X(8).
       01 WS-MAINT-REASON PIC X(20).
       01 WS-PROTECT-ACCT PIC X(10).
       01 WS-REQUEST-TEXT PIC X(80).
       01 WS-REQ-ID PIC 9(7).
       01 WS-REQ-DATE PIC X(8).
       01 PD-FIELD-4 PIC X(10).
       01 PD-FIELD-5 PIC X(10).
       01 PD-FIELD-6 PIC X(15).
       01 PD-FIELD-7 PIC X(3).
       01 AP-FIELD-1 PIC X(8).
       01 AP-FIELD-2 PIC X(8).
       01 WS-APPR-TABLE.
               MOVE FUNCTION NUMVAL(WS-PARM(8:3))
                   TO WS-EXPIRE-LIMIT
           END-IF
           IF WS-PARM(1:8) = "CLOSEOUT"
               SET CLOSEOUT-RUN TO TRUE
           END-IF
           OPEN I-O account-master
           IF WS-AM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER, FILE STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CLOSE-FILES
           IF CLOSEOUT-RUN
               PERFORM PROCESS-PENDING-CLOSES
               PERFORM PRINT-CLOSEOUT-REPORT
               DISPLAY "ACCOUNT CLOSES COMPLETED " WS-CLOSED-COUNT
                       " STILL PENDING " WS-CLOSE-PENDING-COUNT
               PERFORM CLOSE-CLOSE-FILES
               CLOSE account-master
               STOP RUN
           END-IF
           PERFORM LOAD-CARRIED-PAYOUTS
           OPEN OUTPUT transactions-closeout
           PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-USED
               MOVE WS-CARRY-LINE(WS-CARRY-IDX) TO CLOSEOUT-LINE
               WRITE CLOSEOUT-LINE
           END-PERFORM
           PERFORM PROCESS-PENDING-CLOSES
           OPEN OUTPUT account-maint-reject
           OPEN OUTPUT maint-pending-new
           PERFORM LOAD-APPROVALS
           PERFORM WRITE-PENDING-CONTROL
           CLOSE maint-pending-new
           PERFORM COPY-NEW-TO-PENDING
           PERFORM WRITE-CLOSEOUT-TRAILER
           CLOSE transactions-closeout
           PERFORM PRINT-MAINT-REPORT
           DISPLAY "MAINTENANCE APPLIED " WS-APPLIED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
                   " PENDING " WS-PENDING-COUNT
                   " EXPIRED " WS-EXPIRED-COUNT
           DISPLAY "CLOSE PAYOUTS WRITTEN " WS-PAYOUT-COUNT
                   " ACCOUNTS CLOSED " WS-CLOSED-COUNT
                   " CLOSES PENDING " WS-CLOSE-PENDING-COUNT
           PERFORM CLOSE-CLOSE-FILES
           CLOSE account-master
           CLOSE account-maint-reject.
           STOP RUN.

       OPEN-CLOSE-FILES.
           OPEN I-O account-close
           IF WS-CL-STATUS NOT = "00" AND WS-CL-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ACCOUNT-CLOSE, FILE STATUS "
                       WS-CL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CLOSEOUT-RUN
               OPEN I-O standing-orders
               IF WS-SO-STATUS = "00"
                   SET STANDING-ORDERS-PRESENT TO TRUE
               END-IF
           END-IF
           OPEN I-O customer-xref
           IF WS-CX-STATUS = "00"
               SET XREF-PRESENT TO TRUE
           END-IF
           OPEN INPUT posted-log
           IF WS-PL-STATUS = "00"
               SET POSTED-LOG-PRESENT TO TRUE
               MOVE PL-CONTROL-KEY TO PL-REF-ID
               READ posted-log
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PL-NEXT-REF TO WS-NEXT-LOG-REF
               END-READ
           END-IF.

       CLOSE-CLOSE-FILES.
           CLOSE account-close
           IF NOT CLOSEOUT-RUN
               CLOSE standing-orders
           END-IF
           CLOSE customer-xref
           CLOSE posted-log.

       LOAD-CARRIED-PAYOUTS.
           OPEN INPUT transactions-closeout
           IF WS-CF-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ transactions-closeout AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-CARRIED-PAYOUT-LINE
               END-PERFORM
           END-IF
           CLOSE transactions-closeout
           IF WS-CARRY-USED > 0
               DISPLAY "CARRYING " WS-CARRY-USED " UNMERGED CLOSE "
                       "PAYOUT(S) FROM A PREVIOUS ATTEMPT"
           END-IF.

       LOAD-CARRIED-PAYOUT-LINE.
           MOVE SPACES TO CF-FIELD-1
           MOVE SPACES TO CF-FIELD-2
           UNSTRING CLOSEOUT-LINE DELIMITED BY x"09" INTO
               CF-FIELD-1
               CF-FIELD-2
           END-UNSTRING
           IF CF-FIELD-1 = "T"
               IF WS-CARRY-USED < 100
                   ADD 1 TO WS-CARRY-USED
                   MOVE CLOSEOUT-LINE TO WS-CARRY-LINE(WS-CARRY-USED)
                   ADD 1 TO WS-PAYOUT-COUNT
                   IF FUNCTION TEST-NUMVAL(CF-FIELD-2) = 0
                       ADD FUNCTION NUMVAL(CF-FIELD-2)
                           TO WS-PAYOUT-TOTAL
                   END-IF
               ELSE
                   DISPLAY "UNMERGED CLOSE PAYOUT FEED TOO LARGE TO "
                           "CARRY, MERGE IT BEFORE RERUNNING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF WS-BD-STATUS = "00"
           MOVE SPACES TO PD-FIELD-4
           MOVE SPACES TO PD-FIELD-5
           MOVE SPACES TO PD-FIELD-6
           MOVE SPACES TO PD-FIELD-7
           UNSTRING PENDING-LINE DELIMITED BY x"09" INTO
               PD-FIELD-1
               PD-FIELD-2
               PD-FIELD-4
               PD-FIELD-5
               PD-FIELD-6
               PD-FIELD-7
           END-UNSTRING
           EVALUATE TRUE
               WHEN PD-FIELD-1(1:1) = "C"
                   MOVE PD-FIELD-4 TO WS-MAINT-ACTION
                   MOVE PD-FIELD-5 TO WS-MAINT-ACCT
                   MOVE PD-FIELD-6 TO WS-MAINT-BAL
                   MOVE PD-FIELD-7 TO WS-MAINT-CCY
                   PERFORM SETTLE-ONE-REQUEST
           END-EVALUATE.

           MOVE SPACES TO PD-FIELD-4
           MOVE SPACES TO PD-FIELD-5
           MOVE SPACES TO PD-FIELD-6
           MOVE SPACES TO PD-FIELD-7
           UNSTRING MAINT-LINE DELIMITED BY x"09" INTO
               PD-FIELD-3
               PD-FIELD-4
               PD-FIELD-5
               PD-FIELD-6
               PD-FIELD-7
           END-UNSTRING
           IF PD-FIELD-3(1:1) = "*" OR PD-FIELD-3 = SPACES
               CONTINUE
               MOVE PD-FIELD-4 TO WS-MAINT-ACTION
               MOVE PD-FIELD-5 TO WS-MAINT-ACCT
               MOVE PD-FIELD-6 TO WS-MAINT-BAL
               MOVE PD-FIELD-7 TO WS-MAINT-CCY
               PERFORM SETTLE-ONE-REQUEST
           END-IF.


       BUILD-REQUEST-TEXT.
           MOVE SPACES TO WS-REQUEST-TEXT
           EVALUATE TRUE
               WHEN WS-MAINT-CCY NOT = SPACES
                   STRING WS-MAINT-ACTION DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-ACCT DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-BAL DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-CCY DELIMITED BY SPACE
                       INTO WS-REQUEST-TEXT
                   END-STRING
               WHEN WS-MAINT-BAL = SPACES
                   STRING WS-MAINT-ACTION DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-ACCT DELIMITED BY SPACE
                       INTO WS-REQUEST-TEXT
                   END-STRING
               WHEN OTHER
                   STRING WS-MAINT-ACTION DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-ACCT DELIMITED BY SPACE
                           x"09" DELIMITED BY SIZE
                           WS-MAINT-BAL DELIMITED BY SPACE
                       INTO WS-REQUEST-TEXT
                   END-STRING
           END-EVALUATE.

       APPLY-MAINT-REQUEST.
           MOVE SPACES TO WS-MAINT-REASON
                       PERFORM UNFREEZE-ACCOUNT
                   WHEN MAINT-IS-ODLIMIT
                       PERFORM SET-OVERDRAFT-LIMIT
                   WHEN MAINT-IS-PROTECT
                       PERFORM SET-PROTECTING-ACCOUNT
                   WHEN MAINT-IS-PROTECT-INCR
                       PERFORM SET-PROTECTION-INCREMENT
                   WHEN OTHER
                       MOVE "UNKNOWN-ACTION" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT CLOSURES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-CLOSE-EVENTS
           CLOSE maint-report.

       OPEN-ACCOUNT.
           IF WS-MAINT-BAL NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MAINT-BAL) NOT = 0
               MOVE "BAL-NOT-NUMERIC" TO WS-MAINT-REASON
           END-IF
           IF WS-MAINT-CCY NOT = SPACES
              AND (WS-MAINT-CCY NOT ALPHABETIC-UPPER
                   OR WS-MAINT-CCY(1:1) = SPACE
                   OR WS-MAINT-CCY(2:1) = SPACE
                   OR WS-MAINT-CCY(3:1) = SPACE)
               MOVE "CURRENCY-INVALID" TO WS-MAINT-REASON
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO AM-ACCT-ID
               SET AM-OPEN TO TRUE
               MOVE 0 TO AM-OD-LIMIT
               MOVE 0 TO AM-OD-DAYS
               MOVE SPACES TO AM-PROTECT-ACCT
               MOVE 0 TO AM-PROTECT-INCR
               MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY
               MOVE SPACES TO AM-DORMANT-DATE
               MOVE SPACES TO AM-FROZEN-DATE
               MOVE WS-MAINT-CCY TO AM-CURRENCY
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "ACCT-ALREADY-ON-FILE" TO WS-MAINT-REASON
           END-IF.

       CLOSE-ACCOUNT.
           MOVE WS-MAINT-BAL TO WS-PAYOUT-ACCT
           MOVE SPACES TO WS-MAINT-REASON
           IF WS-PAYOUT-ACCT NOT = SPACES
               PERFORM VALIDATE-PAYOUT-ACCOUNT
           END-IF
           IF WS-MAINT-REASON = SPACES
               PERFORM READ-CLOSE-RECORD
               IF CLOSE-REC-PENDING
                   MOVE "CLOSE-PENDING" TO WS-MAINT-REASON
               END-IF
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AM-CLOSED
                               MOVE "ACCT-ALREADY-CLOSED"
                                   TO WS-MAINT-REASON
                               PERFORM WRITE-MAINT-REJECT
                           WHEN AM-BALANCE = 0
                               PERFORM CLOSE-ZERO-BALANCE
                           WHEN AM-BALANCE < 0
                               MOVE "BALANCE-NEGATIVE"
                                   TO WS-MAINT-REASON
                               PERFORM WRITE-MAINT-REJECT
                           WHEN WS-PAYOUT-ACCT = SPACES
                               MOVE "BALANCE-NOT-ZERO"
                                   TO WS-MAINT-REASON
                               PERFORM WRITE-MAINT-REJECT
                           WHEN AM-FROZEN
                               MOVE "ACCT-FROZEN" TO WS-MAINT-REASON
                               PERFORM WRITE-MAINT-REJECT
                           WHEN OTHER
                               PERFORM CLOSE-WITH-PAYOUT
                       END-EVALUATE
               END-READ
           END-IF.

       VALIDATE-PAYOUT-ACCOUNT.
           IF WS-PAYOUT-ACCT = WS-MAINT-ACCT
               MOVE "PAYOUT-SELF" TO WS-MAINT-REASON
           ELSE
               MOVE WS-PAYOUT-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       MOVE "PAYOUT-NOT-ON-FILE" TO WS-MAINT-REASON
                   NOT INVALID KEY
                       IF NOT AM-OPEN AND NOT AM-DORMANT
                           MOVE "PAYOUT-INACTIVE" TO WS-MAINT-REASON
                       END-IF
               END-READ
           END-IF.

       READ-CLOSE-RECORD.
           SET CLOSE-REC-NONE TO TRUE
           MOVE WS-MAINT-ACCT TO CL-ACCT-ID
           READ account-close
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-PENDING
                       SET CLOSE-REC-PENDING TO TRUE
                   ELSE
                       SET CLOSE-REC-COMPLETED TO TRUE
                   END-IF
           END-READ.

       CLOSE-ZERO-BALANCE.
           SET AM-CLOSED TO TRUE
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM COUNT-APPLIED
           PERFORM CANCEL-STANDING-ORDERS
           PERFORM INIT-CLOSE-RECORD
           PERFORM UNLINK-CLOSED-ACCOUNT
           SET CL-COMPLETED TO TRUE
           MOVE WS-RUN-DATE TO CL-CLOSED-DATE
           PERFORM SAVE-CLOSE-RECORD
           ADD 1 TO WS-CLOSED-COUNT
           MOVE 0 TO WS-CLOSE-BAL
           MOVE "CLOSED, NO BALANCE TO PAY" TO WS-CLOSE-ACTION
           PERFORM ADD-CLOSE-EVENT.

       CLOSE-WITH-PAYOUT.
           MOVE AM-BALANCE TO WS-CLOSE-BAL
           PERFORM COUNT-APPLIED
           PERFORM CANCEL-STANDING-ORDERS
           PERFORM INIT-CLOSE-RECORD
           PERFORM ISSUE-CLOSE-PAYOUT
           PERFORM SAVE-CLOSE-RECORD
           ADD 1 TO WS-CLOSE-PENDING-COUNT
           MOVE "PAYOUT ISSUED, CLOSE PENDING" TO WS-CLOSE-ACTION
           PERFORM ADD-CLOSE-EVENT.

       INIT-CLOSE-RECORD.
           MOVE WS-MAINT-ACCT TO CL-ACCT-ID
           MOVE WS-PAYOUT-ACCT TO CL-PAYOUT-ACCT
           MOVE WS-REQ-ID TO CL-REQ-ID
           MOVE WS-MAINT-MAKER TO CL-MAKER
           MOVE WS-RUN-DATE TO CL-APPROVED-DATE
           MOVE 0 TO CL-PAYOUT-AMT
           MOVE 0 TO CL-PAYOUT-COUNT
           MOVE WS-NEXT-LOG-REF TO CL-START-REF
           MOVE WS-SO-CANCEL-COUNT TO CL-SO-CANCELLED
           SET CL-PENDING TO TRUE
           MOVE SPACES TO CL-CLOSED-DATE
           MOVE SPACES TO CL-CUST-ID.

       SAVE-CLOSE-RECORD.
           IF CLOSE-REC-COMPLETED
               REWRITE ACCOUNT-CLOSE-RECORD
           ELSE
               WRITE ACCOUNT-CLOSE-RECORD
                   INVALID KEY
                       DISPLAY "ACCOUNT-CLOSE WRITE FAILED FOR "
                               CL-ACCT-ID " FILE STATUS " WS-CL-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

       ISSUE-CLOSE-PAYOUT.
           MOVE WS-CLOSE-BAL TO CL-PAYOUT-AMT
           ADD 1 TO CL-PAYOUT-COUNT
           MOVE WS-NEXT-LOG-REF TO CL-START-REF
           MOVE WS-CLOSE-BAL TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO CLOSEOUT-LINE
           STRING "T" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   CL-ACCT-ID DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   CL-PAYOUT-ACCT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO CLOSEOUT-LINE
           END-STRING
           WRITE CLOSEOUT-LINE
           ADD 1 TO WS-PAYOUT-COUNT
           ADD WS-CLOSE-BAL TO WS-PAYOUT-TOTAL.

       CANCEL-STANDING-ORDERS.
           MOVE 0 TO WS-SO-CANCEL-COUNT
           IF STANDING-ORDERS-PRESENT
               MOVE "N" TO WS-SO-EOF-SW
               MOVE LOW-VALUES TO SO-ORDER-ID
               START standing-orders KEY >= SO-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SO-EOF-SW
               END-START
               PERFORM UNTIL SO-AT-END
                   READ standing-orders NEXT
                       AT END
                           MOVE "Y" TO WS-SO-EOF-SW
                       NOT AT END
                           IF SO-ACTIVE
                              AND (SO-SRC-ACCT = WS-MAINT-ACCT
                                   OR SO-DST-ACCT = WS-MAINT-ACCT)
                               SET SO-CANCELLED TO TRUE
                               REWRITE STANDING-ORDER-RECORD
                               ADD 1 TO WS-SO-CANCEL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       UNLINK-CLOSED-ACCOUNT.
           MOVE SPACES TO CL-CUST-ID
           IF XREF-PRESENT
               MOVE CL-ACCT-ID TO CX-ACCT-ID
               READ customer-xref
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CUST-ID TO CL-CUST-ID
                       DELETE customer-xref RECORD
               END-READ
           END-IF.

       PROCESS-PENDING-CLOSES.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CL-ACCT-ID
           START account-close KEY >= CL-ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL SCAN-AT-END
               READ account-close NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CL-PENDING
                           PERFORM CHECK-PENDING-CLOSE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PENDING-CLOSE.
           MOVE CL-PAYOUT-AMT TO WS-CLOSE-BAL
           MOVE 0 TO WS-SO-CANCEL-COUNT
           PERFORM FIND-PAYOUT-POSTING
           MOVE CL-ACCT-ID TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-CLOSE-ACTION
                   ADD 1 TO WS-CLOSE-PENDING-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PAYOUT-POSTED
                           COMPUTE WS-CLOSE-AGE =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(WS-RUN-DATE))
                               - FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(CL-APPROVED-DATE))
                           MOVE SPACES TO WS-CLOSE-ACTION
                           STRING "PAYOUT NOT POSTED, DAYS "
                                   DELIMITED BY SIZE
                                   WS-CLOSE-AGE DELIMITED BY SIZE
                               INTO WS-CLOSE-ACTION
                           END-STRING
                           ADD 1 TO WS-CLOSE-PENDING-COUNT
                       WHEN AM-BALANCE = 0
                           PERFORM COMPLETE-ACCOUNT-CLOSE
                       WHEN AM-BALANCE < 0
                           MOVE AM-BALANCE TO WS-CLOSE-BAL
                           MOVE "BALANCE NEGATIVE, CLOSE HELD"
                               TO WS-CLOSE-ACTION
                           ADD 1 TO WS-CLOSE-PENDING-COUNT
                       WHEN CLOSEOUT-RUN
                           MOVE AM-BALANCE TO WS-CLOSE-BAL
                           MOVE "RESIDUAL, PAID OUT NEXT RUN"
                               TO WS-CLOSE-ACTION
                           ADD 1 TO WS-CLOSE-PENDING-COUNT
                       WHEN OTHER
                           MOVE AM-BALANCE TO WS-CLOSE-BAL
                           PERFORM ISSUE-CLOSE-PAYOUT
                           REWRITE ACCOUNT-CLOSE-RECORD
                           MOVE "RESIDUAL PAID OUT, PENDING"
                               TO WS-CLOSE-ACTION
                           ADD 1 TO WS-CLOSE-PENDING-COUNT
                   END-EVALUATE
           END-READ
           PERFORM ADD-CLOSE-EVENT.

       FIND-PAYOUT-POSTING.
           MOVE "N" TO WS-PAYOUT-SW
           IF POSTED-LOG-PRESENT
               MOVE "N" TO WS-LOG-EOF-SW
               MOVE CL-START-REF TO PL-REF-ID
               START posted-log KEY >= PL-REF-ID
                   INVALID KEY
                       MOVE "Y" TO WS-LOG-EOF-SW
               END-START
               PERFORM UNTIL LOG-AT-END
                   READ posted-log NEXT
                       AT END
                           MOVE "Y" TO WS-LOG-EOF-SW
                       NOT AT END
                           IF PL-TXN-TYPE = "T"
                              AND PL-SRC-ACCT = CL-ACCT-ID
                              AND PL-DST-ACCT = CL-PAYOUT-ACCT
                              AND PL-AMOUNT = CL-PAYOUT-AMT
                              AND PL-REVERSED-FLAG NOT = "Y"
                               SET PAYOUT-POSTED TO TRUE
                               MOVE "Y" TO WS-LOG-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COMPLETE-ACCOUNT-CLOSE.
           SET AM-CLOSED TO TRUE
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM UNLINK-CLOSED-ACCOUNT
           SET CL-COMPLETED TO TRUE
           MOVE WS-RUN-DATE TO CL-CLOSED-DATE
           REWRITE ACCOUNT-CLOSE-RECORD
           ADD 1 TO WS-CLOSED-COUNT
           MOVE "PAYOUT POSTED, ACCOUNT CLOSED" TO WS-CLOSE-ACTION.

       ADD-CLOSE-EVENT.
           IF WS-CE-USED < 200
               ADD 1 TO WS-CE-USED
               MOVE CL-ACCT-ID TO CE-ACCT-ID(WS-CE-USED)
               MOVE CL-PAYOUT-ACCT TO CE-PAYOUT-ACCT(WS-CE-USED)
               MOVE WS-CLOSE-BAL TO CE-AMOUNT(WS-CE-USED)
               MOVE WS-SO-CANCEL-COUNT TO CE-SO-COUNT(WS-CE-USED)
               MOVE WS-CLOSE-ACTION TO CE-ACTION(WS-CE-USED)
           ELSE
               DISPLAY "CLOSE EVENT TABLE FULL, NOT REPORTED: "
                       CL-ACCT-ID " " WS-CLOSE-ACTION
           END-IF.

       WRITE-CLOSEOUT-TRAILER.
           MOVE WS-PAYOUT-COUNT TO WS-COUNT-TXT
           MOVE WS-PAYOUT-TOTAL TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO CLOSEOUT-LINE
           STRING "9" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-COUNT-TXT DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO CLOSEOUT-LINE
           END-STRING
           WRITE CLOSEOUT-LINE.

       PRINT-CLOSE-EVENTS.
           MOVE WS-CE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CE-USED = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               MOVE CE-ACCT-ID(WS-CE-IDX) TO CED-ACCT-ID
               MOVE CE-PAYOUT-ACCT(WS-CE-IDX) TO CED-PAYOUT-ACCT
               MOVE CE-AMOUNT(WS-CE-IDX) TO CED-AMOUNT
               MOVE CE-SO-COUNT(WS-CE-IDX) TO CED-SO-COUNT
               MOVE CE-ACTION(WS-CE-IDX) TO CED-ACTION
               MOVE WS-CE-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED " DELIMITED BY SIZE
                   WS-CLOSED-COUNT DELIMITED BY SIZE
                   "  PENDING PAYOUT " DELIMITED BY SIZE
                   WS-CLOSE-PENDING-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-CLOSEOUT-REPORT.
           OPEN EXTEND maint-report
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT CLOSE COMPLETION AFTER POSTING - "
                   DELIMITED BY SIZE
                   "BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM PRINT-CLOSE-EVENTS
           CLOSE maint-report.

       FREEZE-ACCOUNT.
           MOVE WS-MAINT-ACCT TO AM-ACCT-ID
                           PERFORM WRITE-MAINT-REJECT
                       WHEN OTHER
                           SET AM-FROZEN TO TRUE
                           MOVE WS-RUN-DATE TO AM-FROZEN-DATE
                           REWRITE ACCOUNT-MASTER-RECORD
                           PERFORM COUNT-APPLIED
                   END-EVALUATE
               END-IF
           END-IF.

       SET-PROTECTING-ACCOUNT.
           MOVE WS-MAINT-BAL TO WS-PROTECT-ACCT
           MOVE SPACES TO WS-MAINT-REASON
           IF WS-PROTECT-ACCT = WS-MAINT-ACCT
               MOVE "PROTECT-SELF" TO WS-MAINT-REASON
           END-IF
           IF WS-PROTECT-ACCT NOT = SPACES
              AND WS-MAINT-REASON = SPACES
               MOVE WS-PROTECT-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       MOVE "PROTECT-NOT-ON-FILE" TO WS-MAINT-REASON
                   NOT INVALID KEY
                       IF AM-CLOSED
                           MOVE "PROTECT-CLOSED" TO WS-MAINT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       IF AM-CLOSED
                           MOVE "ACCT-CLOSED" TO WS-MAINT-REASON
                           PERFORM WRITE-MAINT-REJECT
                       ELSE
                           MOVE WS-PROTECT-ACCT TO AM-PROTECT-ACCT
                           REWRITE ACCOUNT-MASTER-RECORD
                           PERFORM COUNT-APPLIED
                       END-IF
               END-READ
           END-IF.

       SET-PROTECTION-INCREMENT.
           IF WS-MAINT-BAL = SPACES
              OR FUNCTION TEST-NUMVAL(WS-MAINT-BAL) NOT = 0
               MOVE "INCR-NOT-NUMERIC" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               IF FUNCTION NUMVAL(WS-MAINT-BAL) < 0
                   MOVE "INCR-NEGATIVE" TO WS-MAINT-REASON
                   PERFORM WRITE-MAINT-REJECT
               ELSE
                   MOVE WS-MAINT-ACCT TO AM-ACCT-ID
                   READ account-master
                       INVALID KEY
                           MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
                           PERFORM WRITE-MAINT-REJECT
                       NOT INVALID KEY
                           IF AM-CLOSED
                               MOVE "ACCT-CLOSED" TO WS-MAINT-REASON
                               PERFORM WRITE-MAINT-REJECT
                           ELSE
                               MOVE FUNCTION NUMVAL(WS-MAINT-BAL)
                                   TO AM-PROTECT-INCR
                               REWRITE ACCOUNT-MASTER-RECORD
                               PERFORM COUNT-APPLIED
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM COUNT-OPERATOR-EVENT
               INTO MAINT-REJECT-LINE
           END-STRING
           WRITE MAINT-REJECT-LINE.

       FORMAT-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-EDIT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 12
                      OR WS-FMT-EDIT(WS-SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-FMT-EDIT(WS-SCAN-POS:14 - WS-SCAN-POS)
               TO WS-FMT-TXT.
