       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL dispute-maint ASSIGN TO "dispute-maint.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT OPTIONAL dispute-cases
               ASSIGN TO "dispute-cases.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DC-CASE-ID
               FILE STATUS IS WS-DC-STATUS.
           SELECT OPTIONAL dispute-parms
               ASSIGN TO "dispute-parms.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
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
           SELECT transactions-dispute
               ASSIGN TO "transactions-dispute.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT dispute-maint-reject
               ASSIGN TO "dispute-maint-reject.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT dispute-report ASSIGN TO "dispute-cases.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD dispute-maint.
       01 MAINT-LINE PIC X(120).
       FD dispute-cases.
       COPY DISPCASE.
       FD dispute-parms.
       01 PARMS-LINE PIC X(80).
       FD account-master.
       COPY ACCTMAST.
       FD posted-log.
       COPY POSTLOG.
       FD transactions-dispute.
       01 DISPUTE-LINE PIC X(256).
       FD dispute-maint-reject.
       01 MAINT-REJECT-LINE PIC X(144).
       FD dispute-report.
       01 REPORT-LINE PIC X(100).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-DM-STATUS PIC XX.
       01 WS-DC-STATUS PIC XX.
       01 WS-PARMS-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 DC-CONTROL-KEY PIC X(8) VALUE "00000000".
       01 WS-NEXT-CASE PIC 9(8) VALUE 1.
       01 WS-CASE-ID PIC X(8).
       01 WS-MAINT-ACTION PIC X(10).
           88 MAINT-IS-OPEN VALUE "O".
           88 MAINT-IS-WIN VALUE "W".
           88 MAINT-IS-LOSE VALUE "L".
       01 WS-MAINT-FIELD-2 PIC X(10).
       01 WS-MAINT-FIELD-3 PIC X(10).
       01 WS-MAINT-REF PIC X(16).
       01 WS-MAINT-REASON PIC X(20).
       01 DP-FIELD-1 PIC X(10).
       01 DP-FIELD-2 PIC X(15).
       01 WS-SUSPENSE-ACCT PIC X(10) VALUE SPACES.
       01 WS-REG-DAYS PIC 9(4) VALUE 45.
       01 WS-WARN-DAYS PIC 9(4) VALUE 10.
       01 WS-DATE-INT PIC 9(8) COMP.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-CASES-EOF-SW PIC X VALUE "N".
           88 CASES-AT-END VALUE "Y".
       01 WS-DUP-CASE-SW PIC X VALUE "N".
           88 CASE-ALREADY-OPEN VALUE "Y".
       01 WS-ITEM-ACCT PIC X(10).
       01 WS-ITEM-DIRECTION PIC X.
           88 ITEM-IS-CREDIT VALUE "C".
           88 ITEM-IS-DEBIT VALUE "D".
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
               10 DA-ACCT-ID PIC X(10).
               10 DA-CREDIT PIC S9(9)V99.
               10 DA-DEBIT PIC S9(9)V99.
       01 WS-ACCT-USED PIC 9(4) VALUE 0.
       01 WS-ACCT-IDX PIC 9(4).
       01 WS-ACCT-FOUND PIC 9(4).
       01 WS-OPENED-COUNT PIC 9(7) VALUE 0.
       01 WS-WON-COUNT PIC 9(7) VALUE 0.
       01 WS-LOST-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.
       01 WS-OPEN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GEN-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-GEN-AMT PIC S9(9)V99.
       01 WS-TOTAL-EDIT PIC ---,---,---,--9.99.
       01 WS-COUNT-TXT PIC 9(7).
       01 WS-FMT-AMT PIC S9(9)V99.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-CASE-HEADER.
           05 FILLER PIC X(10) VALUE "CASE".
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(12) VALUE "REF".
           05 FILLER PIC X(16) VALUE "        AMOUNT".
           05 FILLER PIC X(10) VALUE "OPENED".
           05 FILLER PIC X(10) VALUE "DUE".
           05 FILLER PIC X(7) VALUE "  DAYS".
           05 FILLER PIC X(10) VALUE "STATUS".
       01 WS-CASE-DETAIL.
           05 CR-CASE-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-REF-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-OPENED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-DUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-DAYS PIC -(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-STATUS PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-DISPUTE-PARMS
           OPEN I-O dispute-cases
           IF WS-DC-STATUS NOT = "00" AND WS-DC-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN DISPUTE-CASES, FILE STATUS "
                       WS-DC-STATUS
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
           OPEN INPUT posted-log
           IF WS-PL-STATUS NOT = "00" AND WS-PL-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN POSTED-LOG, FILE STATUS "
                       WS-PL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CASE-CONTROL
           OPEN OUTPUT transactions-dispute
           OPEN INPUT dispute-maint
           OPEN OUTPUT dispute-maint-reject
           IF WS-DM-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ dispute-maint AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM PROCESS-MAINT-LINE
               END-PERFORM
           END-IF
           PERFORM WRITE-CASE-CONTROL
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
               PERFORM WRITE-ACCOUNT-ITEMS
           END-PERFORM
           PERFORM WRITE-DISPUTE-TRAILER
           PERFORM PRINT-CASE-REPORT
           DISPLAY "DISPUTE MAINTENANCE OPENED " WS-OPENED-COUNT
                   " WON " WS-WON-COUNT
                   " LOST " WS-LOST-COUNT
                   " REJECTED " WS-REJECTED-COUNT
                   ", WROTE " WS-GEN-COUNT " ITEM(S)"
           CLOSE dispute-maint
           CLOSE dispute-cases
           CLOSE account-master
           CLOSE posted-log
           CLOSE transactions-dispute
           CLOSE dispute-maint-reject.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF WS-BD-STATUS = "00"
               READ business-date-file
                   AT END CONTINUE
               END-READ
               IF FUNCTION TEST-NUMVAL(BUSINESS-DATE-LINE) = 0
                  AND BUSINESS-DATE-LINE(8:1) NOT = SPACE
                   MOVE BUSINESS-DATE-LINE TO WS-RUN-DATE
               ELSE
                   DISPLAY "BUSINESS-DATE.DAT INVALID, "
                           "USING SYSTEM DATE"
               END-IF
           ELSE
               DISPLAY "BUSINESS-DATE.DAT NOT PRESENT, "
                       "USING SYSTEM DATE"
           END-IF
           CLOSE business-date-file.

       LOAD-DISPUTE-PARMS.
           OPEN INPUT dispute-parms
           IF WS-PARMS-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ dispute-parms AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-PARMS-LINE
               END-PERFORM
           ELSE
               DISPLAY "DISPUTE-PARMS.DAT NOT PRESENT, NO CASES "
                       "CAN BE OPENED"
           END-IF
           CLOSE dispute-parms.

       LOAD-PARMS-LINE.
           MOVE SPACES TO DP-FIELD-1
           MOVE SPACES TO DP-FIELD-2
           UNSTRING PARMS-LINE DELIMITED BY x"09" INTO
               DP-FIELD-1
               DP-FIELD-2
           END-UNSTRING
           EVALUATE DP-FIELD-1(1:1)
               WHEN "S"
                   MOVE DP-FIELD-2(1:10) TO WS-SUSPENSE-ACCT
               WHEN "R"
                   IF FUNCTION TEST-NUMVAL(DP-FIELD-2) = 0
                      AND FUNCTION NUMVAL(DP-FIELD-2) > 0
                       MOVE FUNCTION NUMVAL(DP-FIELD-2)
                           TO WS-REG-DAYS
                   ELSE
                       DISPLAY "REGULATION DAYS IGNORED: " PARMS-LINE
                   END-IF
               WHEN "W"
                   IF FUNCTION TEST-NUMVAL(DP-FIELD-2) = 0
                       MOVE FUNCTION NUMVAL(DP-FIELD-2)
                           TO WS-WARN-DAYS
                   ELSE
                       DISPLAY "WARNING DAYS IGNORED: " PARMS-LINE
                   END-IF
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED DISPUTE-PARMS.DAT RECORD: "
                           PARMS-LINE
           END-EVALUATE.

       LOAD-CASE-CONTROL.
           MOVE DC-CONTROL-KEY TO DC-CASE-ID
           READ dispute-cases
               INVALID KEY
                   MOVE SPACES TO DC-DATA
                   MOVE 1 TO DC-NEXT-CASE
                   WRITE DISPUTE-CASE-RECORD
                       INVALID KEY
                           DISPLAY "CASE CONTROL WRITE FAILED, "
                                   "FILE STATUS " WS-DC-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-READ
           MOVE DC-NEXT-CASE TO WS-NEXT-CASE.

       WRITE-CASE-CONTROL.
           MOVE DC-CONTROL-KEY TO DC-CASE-ID
           READ dispute-cases
               INVALID KEY
                   DISPLAY "CASE CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-NEXT-CASE TO DC-NEXT-CASE
           REWRITE DISPUTE-CASE-RECORD.

       PROCESS-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-REASON
           MOVE SPACES TO WS-MAINT-ACTION
           MOVE SPACES TO WS-MAINT-FIELD-2
           MOVE SPACES TO WS-MAINT-FIELD-3
           MOVE SPACES TO WS-MAINT-REF
           UNSTRING MAINT-LINE DELIMITED BY x"09" INTO
               WS-MAINT-ACTION
               WS-MAINT-FIELD-2
               WS-MAINT-FIELD-3
               WS-MAINT-REF
           END-UNSTRING
           IF WS-MAINT-FIELD-2 = SPACES
               MOVE "FIELD-2-BLANK" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               EVALUATE TRUE
                   WHEN MAINT-IS-OPEN
                       PERFORM OPEN-DISPUTE-CASE
                   WHEN MAINT-IS-WIN
                       PERFORM CLOSE-CASE-CUSTOMER-WINS
                   WHEN MAINT-IS-LOSE
                       PERFORM CLOSE-CASE-CUSTOMER-LOSES
                   WHEN OTHER
                       MOVE "UNKNOWN-ACTION" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
               END-EVALUATE
           END-IF.

       OPEN-DISPUTE-CASE.
           IF WS-SUSPENSE-ACCT = SPACES
               MOVE "NO-SUSPENSE-ACCT" TO WS-MAINT-REASON
           END-IF
           IF WS-MAINT-REASON = SPACES
              AND WS-MAINT-FIELD-2 = WS-SUSPENSE-ACCT
               MOVE "ACCT-IS-SUSPENSE" TO WS-MAINT-REASON
           END-IF
           IF WS-MAINT-REASON = SPACES
               MOVE WS-MAINT-FIELD-2 TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
                   NOT INVALID KEY
                       IF AM-CLOSED
                           MOVE "ACCT-CLOSED" TO WS-MAINT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-MAINT-REASON = SPACES
               MOVE WS-MAINT-FIELD-3 TO PL-REF-ID
               READ posted-log
                   INVALID KEY
                       MOVE "REF-NOT-FOUND" TO WS-MAINT-REASON
               END-READ
           END-IF
           IF WS-MAINT-REASON = SPACES
               EVALUATE TRUE
                   WHEN PL-REF-ID = "0000000000"
                   WHEN PL-TXN-TYPE NOT = "T"
                   WHEN PL-FEED-CODE = "DSP"
                       MOVE "REF-NOT-DISPUTABLE" TO WS-MAINT-REASON
                   WHEN PL-SRC-ACCT NOT = WS-MAINT-FIELD-2
                       MOVE "REF-ACCT-MISMATCH" TO WS-MAINT-REASON
                   WHEN PL-REVERSED-FLAG = "Y"
                       MOVE "REF-ALREADY-REVERSED" TO WS-MAINT-REASON
               END-EVALUATE
           END-IF
           IF WS-MAINT-REASON = SPACES
               PERFORM FIND-OPEN-CASE-FOR-REF
               IF CASE-ALREADY-OPEN
                   MOVE "CASE-ALREADY-OPEN" TO WS-MAINT-REASON
               END-IF
           END-IF
           IF WS-MAINT-REASON = SPACES
               MOVE WS-MAINT-FIELD-2 TO WS-ITEM-ACCT
               PERFORM FIND-OR-ADD-CASE-ACCOUNT
               IF WS-ACCT-FOUND = 0
                   MOVE "ACCT-TABLE-FULL" TO WS-MAINT-REASON
               END-IF
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-NEXT-CASE TO WS-CASE-ID
               MOVE WS-CASE-ID TO DC-CASE-ID
               MOVE WS-MAINT-FIELD-2 TO DC-ACCT-ID
               MOVE PL-REF-ID TO DC-REF-ID
               MOVE PL-AMOUNT TO DC-AMOUNT
               MOVE PL-DST-ACCT TO DC-CPTY-ACCT
               MOVE WS-RUN-DATE TO DC-OPENED-DATE
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE)) + WS-REG-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO DC-DUE-DATE
               MOVE WS-MAINT-REF TO DC-REFERENCE
               SET DC-OPEN TO TRUE
               MOVE SPACES TO DC-CLOSED-DATE
               WRITE DISPUTE-CASE-RECORD
                   INVALID KEY
                       MOVE "CASE-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-NEXT-CASE
                       ADD 1 TO WS-OPENED-COUNT
                       ADD DC-AMOUNT TO DA-CREDIT(WS-ACCT-FOUND)
               END-WRITE
           END-IF.

       FIND-OPEN-CASE-FOR-REF.
           MOVE "N" TO WS-DUP-CASE-SW
           MOVE "N" TO WS-CASES-EOF-SW
           MOVE DC-CONTROL-KEY TO DC-CASE-ID
           START dispute-cases KEY > DC-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASES-EOF-SW
           END-START
           PERFORM UNTIL CASES-AT-END OR CASE-ALREADY-OPEN
               READ dispute-cases NEXT
                   AT END
                       MOVE "Y" TO WS-CASES-EOF-SW
                   NOT AT END
                       IF DC-OPEN AND DC-REF-ID = PL-REF-ID
                           SET CASE-ALREADY-OPEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       READ-OPEN-CASE.
           MOVE WS-MAINT-FIELD-2(1:8) TO DC-CASE-ID
           IF DC-CASE-ID = DC-CONTROL-KEY
               MOVE "CASE-NOT-ON-FILE" TO WS-MAINT-REASON
           ELSE
               READ dispute-cases
                   INVALID KEY
                       MOVE "CASE-NOT-ON-FILE" TO WS-MAINT-REASON
                   NOT INVALID KEY
                       IF NOT DC-OPEN
                           MOVE "CASE-NOT-OPEN" TO WS-MAINT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-MAINT-REASON = SPACES
               MOVE DC-ACCT-ID TO WS-ITEM-ACCT
               PERFORM FIND-OR-ADD-CASE-ACCOUNT
               IF WS-ACCT-FOUND = 0
                   MOVE "ACCT-TABLE-FULL" TO WS-MAINT-REASON
               END-IF
           END-IF.

       CLOSE-CASE-CUSTOMER-WINS.
           PERFORM READ-OPEN-CASE
           IF WS-MAINT-REASON = SPACES
               MOVE DC-REF-ID TO PL-REF-ID
               READ posted-log
                   INVALID KEY
                       MOVE "REF-NOT-FOUND" TO WS-MAINT-REASON
               END-READ
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               IF PL-REVERSED-FLAG = "Y"
                   DISPLAY "DISPUTE CASE " DC-CASE-ID " REF "
                           DC-REF-ID " ALREADY REVERSED, NO "
                           "REVERSAL GENERATED"
               ELSE
                   PERFORM WRITE-CASE-REVERSAL
               END-IF
               ADD DC-AMOUNT TO DA-DEBIT(WS-ACCT-FOUND)
               SET DC-WON TO TRUE
               MOVE WS-RUN-DATE TO DC-CLOSED-DATE
               REWRITE DISPUTE-CASE-RECORD
               ADD 1 TO WS-WON-COUNT
           END-IF.

       CLOSE-CASE-CUSTOMER-LOSES.
           PERFORM READ-OPEN-CASE
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               ADD DC-AMOUNT TO DA-DEBIT(WS-ACCT-FOUND)
               SET DC-LOST TO TRUE
               MOVE WS-RUN-DATE TO DC-CLOSED-DATE
               REWRITE DISPUTE-CASE-RECORD
               ADD 1 TO WS-LOST-COUNT
           END-IF.

       FIND-OR-ADD-CASE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
                      OR WS-ACCT-FOUND > 0
               IF DA-ACCT-ID(WS-ACCT-IDX) = WS-ITEM-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 0 AND WS-ACCT-USED < 1000
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-FOUND
               MOVE WS-ITEM-ACCT TO DA-ACCT-ID(WS-ACCT-FOUND)
               MOVE 0 TO DA-CREDIT(WS-ACCT-FOUND)
               MOVE 0 TO DA-DEBIT(WS-ACCT-FOUND)
           END-IF.

       WRITE-CASE-REVERSAL.
           MOVE DC-AMOUNT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO DISPUTE-LINE
           STRING "R" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   DC-ACCT-ID DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   DC-CPTY-ACCT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   DC-REF-ID DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO DISPUTE-LINE
           END-STRING
           WRITE DISPUTE-LINE
           ADD 1 TO WS-GEN-COUNT
           ADD DC-AMOUNT TO WS-GEN-TOTAL.

       WRITE-ACCOUNT-ITEMS.
           IF DA-CREDIT(WS-ACCT-IDX) > 0
               MOVE DA-CREDIT(WS-ACCT-IDX) TO WS-GEN-AMT
               SET ITEM-IS-CREDIT TO TRUE
               PERFORM WRITE-TRANSFER-ITEM
           END-IF
           IF DA-DEBIT(WS-ACCT-IDX) > 0
               MOVE DA-DEBIT(WS-ACCT-IDX) TO WS-GEN-AMT
               SET ITEM-IS-DEBIT TO TRUE
               PERFORM WRITE-TRANSFER-ITEM
           END-IF.

       WRITE-TRANSFER-ITEM.
           MOVE WS-GEN-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO DISPUTE-LINE
           IF ITEM-IS-CREDIT
               STRING "T" DELIMITED BY SIZE
                       x"09" DELIMITED BY SIZE
                       WS-FMT-TXT DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       WS-SUSPENSE-ACCT DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       DA-ACCT-ID(WS-ACCT-IDX) DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO DISPUTE-LINE
               END-STRING
           ELSE
               STRING "T" DELIMITED BY SIZE
                       x"09" DELIMITED BY SIZE
                       WS-FMT-TXT DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       DA-ACCT-ID(WS-ACCT-IDX) DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       WS-SUSPENSE-ACCT DELIMITED BY SPACE
                       x"09" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO DISPUTE-LINE
               END-STRING
           END-IF
           WRITE DISPUTE-LINE
           ADD 1 TO WS-GEN-COUNT
           ADD WS-GEN-AMT TO WS-GEN-TOTAL.

       WRITE-DISPUTE-TRAILER.
           MOVE WS-GEN-COUNT TO WS-COUNT-TXT
           MOVE WS-GEN-TOTAL TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO DISPUTE-LINE
           STRING "9" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-COUNT-TXT DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO DISPUTE-LINE
           END-STRING
           WRITE DISPUTE-LINE.

       PRINT-CASE-REPORT.
           OPEN OUTPUT dispute-report
           MOVE SPACES TO REPORT-LINE
           STRING "DISPUTE CASE REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASES OPENED AND CLOSED TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-CASES-EOF-SW
           MOVE DC-CONTROL-KEY TO DC-CASE-ID
           START dispute-cases KEY > DC-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASES-EOF-SW
           END-START
           PERFORM UNTIL CASES-AT-END
               READ dispute-cases NEXT
                   AT END
                       MOVE "Y" TO WS-CASES-EOF-SW
                   NOT AT END
                       PERFORM REPORT-CASE-EVENT
               END-READ
           END-PERFORM
           IF WS-EVENT-COUNT = 0
               MOVE "  (NO CASE ACTIVITY)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN CASE AGING - DUE SOON = WITHIN "
                   DELIMITED BY SIZE
                   WS-WARN-DAYS DELIMITED BY SIZE
                   " DAYS OF THE REGULATION DUE DATE"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CASE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-CASES-EOF-SW
           MOVE DC-CONTROL-KEY TO DC-CASE-ID
           START dispute-cases KEY > DC-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASES-EOF-SW
           END-START
           PERFORM UNTIL CASES-AT-END
               READ dispute-cases NEXT
                   AT END
                       MOVE "Y" TO WS-CASES-EOF-SW
                   NOT AT END
                       IF DC-OPEN
                           PERFORM REPORT-OPEN-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               MOVE "  (NO OPEN CASES)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPENED " DELIMITED BY SIZE
                   WS-OPENED-COUNT DELIMITED BY SIZE
                   "  WON " DELIMITED BY SIZE
                   WS-WON-COUNT DELIMITED BY SIZE
                   "  LOST " DELIMITED BY SIZE
                   WS-LOST-COUNT DELIMITED BY SIZE
                   "  REJECTED " DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN CASES " DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   "  DUE SOON " DELIMITED BY SIZE
                   WS-DUE-SOON-COUNT DELIMITED BY SIZE
                   "  OVERDUE " DELIMITED BY SIZE
                   WS-OVERDUE-COUNT DELIMITED BY SIZE
                   "  PROVISIONAL CREDIT " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE dispute-report.

       REPORT-CASE-EVENT.
           IF DC-OPENED-DATE = WS-RUN-DATE
               MOVE "OPENED" TO CR-STATUS
               PERFORM WRITE-CASE-DETAIL
           END-IF
           IF DC-CLOSED-DATE = WS-RUN-DATE
               IF DC-WON
                   MOVE "CUST WINS" TO CR-STATUS
               ELSE
                   MOVE "CUST LOSES" TO CR-STATUS
               END-IF
               PERFORM WRITE-CASE-DETAIL
           END-IF.

       REPORT-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DC-AMOUNT TO WS-OPEN-TOTAL
           PERFORM COMPUTE-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "OVERDUE" TO CR-STATUS
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO CR-STATUS
                   ADD 1 TO WS-DUE-SOON-COUNT
               WHEN OTHER
                   MOVE "OPEN" TO CR-STATUS
           END-EVALUATE
           MOVE DC-CASE-ID TO CR-CASE-ID
           MOVE DC-ACCT-ID TO CR-ACCT-ID
           MOVE DC-REF-ID TO CR-REF-ID
           MOVE DC-AMOUNT TO CR-AMOUNT
           MOVE DC-OPENED-DATE TO CR-OPENED
           MOVE DC-DUE-DATE TO CR-DUE
           MOVE WS-DAYS-LEFT TO CR-DAYS
           MOVE WS-CASE-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       COMPUTE-DAYS-LEFT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DC-DUE-DATE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).

       WRITE-CASE-DETAIL.
           ADD 1 TO WS-EVENT-COUNT
           MOVE DC-CASE-ID TO CR-CASE-ID
           MOVE DC-ACCT-ID TO CR-ACCT-ID
           MOVE DC-REF-ID TO CR-REF-ID
           MOVE DC-AMOUNT TO CR-AMOUNT
           MOVE DC-OPENED-DATE TO CR-OPENED
           MOVE DC-DUE-DATE TO CR-DUE
           PERFORM COMPUTE-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO CR-DAYS
           MOVE WS-CASE-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           STRING WS-MAINT-REASON DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MAINT-LINE DELIMITED BY SIZE
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
