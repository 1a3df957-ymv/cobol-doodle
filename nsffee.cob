       IDENTIFICATION DIVISION.
       PROGRAM-ID. nsffee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transactions-audit
               ASSIGN TO "transactions-audit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL fee-schedule ASSIGN TO "nsf-fees.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT transactions-nsf
               ASSIGN TO "transactions-nsf.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT fee-report ASSIGN TO "nsf-fees.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD transactions-audit.
       01 AUDIT-LINE PIC X(320).
       FD fee-schedule.
       01 SCHEDULE-LINE PIC X(80).
       FD transactions-nsf.
       01 NSF-LINE PIC X(256).
       FD fee-report.
       01 REPORT-LINE PIC X(100).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-SCHED-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 AU-RUN-ID PIC X(14).
       01 AU-TIMESTAMP PIC X(14).
       01 AU-DISPOSITION PIC X(10).
       01 AU-REF PIC X(10).
       01 AU-TXN-TEXT PIC X(256).
       01 WS-TXN-TYPE PIC X.
           88 TXN-IS-TRANSFER VALUE "T".
           88 TXN-IS-FEE VALUE "F".
           88 TXN-IS-REVERSAL VALUE "R".
       01 WS-RAW-FIELD-COUNT PIC 9.
       01 WS-RAW-FIELD-1 PIC X(10).
       01 WS-RAW-FIELD-2 PIC X(10).
       01 WS-RAW-FIELD-3 PIC X(10).
       01 WS-RAW-FIELD-4 PIC X(10).
       01 WS-RAW-FIELD-5 PIC X(10).
       01 WS-RAW-FIELD-6 PIC X(10).
       01 WS-RAW-FIELD-7 PIC X(10).
       01 WS-FEED-STAMP PIC X(10).
       01 WS-ITEM-ACCT PIC X(10).
       01 WS-ITEM-AMT PIC S9(9)V99.
       01 SC-FIELD-1 PIC X(10).
       01 SC-FIELD-2 PIC X(15).
       01 SC-FIELD-3 PIC X(15).
       01 WS-DFLT-FEE PIC S9(7)V99 VALUE 0.
       01 WS-DAILY-CAP PIC S9(7)V99 VALUE 0.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 50 TIMES.
               10 SCH-FEED PIC X(3).
               10 SCH-FEE PIC S9(7)V99.
       01 WS-SCHED-USED PIC 9(3) VALUE 0.
       01 WS-SCHED-IDX PIC 9(3).
       01 WS-WAIVE-TABLE.
           05 WS-WAIVE-ENTRY OCCURS 500 TIMES.
               10 WV-ACCT-ID PIC X(10).
       01 WS-WAIVE-USED PIC 9(4) VALUE 0.
       01 WS-WAIVE-IDX PIC 9(4).
       01 WS-WAIVE-SW PIC X VALUE "N".
           88 ACCOUNT-WAIVED VALUE "Y".
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
               10 NF-ACCT-ID PIC X(10).
               10 NF-CHARGED PIC S9(9)V99.
       01 WS-ACCT-USED PIC 9(4) VALUE 0.
       01 WS-ACCT-IDX PIC 9(4).
       01 WS-ACCT-FOUND PIC 9(4).
       01 WS-ITEM-FEE PIC S9(7)V99.
       01 WS-FEE-CHARGED PIC S9(7)V99.
       01 WS-FEE-ROOM PIC S9(9)V99.
       01 WS-FEE-STATUS PIC X(8).
       01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHARGED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CAPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-CAPPED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-WAIVED-COUNT PIC 9(7) VALUE 0.
       01 WS-WAIVED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GEN-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EDIT PIC ---,---,---,--9.99.
       01 WS-COUNT-TXT PIC 9(7).
       01 WS-FMT-AMT PIC S9(9)V99.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-FEE-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(6) VALUE "FEED".
           05 FILLER PIC X(11) VALUE "REF".
           05 FILLER PIC X(14) VALUE "   ITEM AMOUNT".
           05 FILLER PIC X(14) VALUE "    SCHED FEE".
           05 FILLER PIC X(13) VALUE "      CHARGED".
           05 FILLER PIC X(10) VALUE "  STATUS".
       01 WS-FEE-DETAIL.
           05 NR-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NR-FEED PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 NR-REF PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 NR-ITEM-AMT PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NR-SCHED-FEE PIC ----,--9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 NR-CHARGED PIC ----,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NR-STATUS PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-FEE-SCHEDULE
           OPEN INPUT transactions-audit
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTIONS-AUDIT, "
                       "FILE STATUS " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT transactions-nsf
           OPEN OUTPUT fee-report
           MOVE SPACES TO REPORT-LINE
           STRING "NSF / RETURNED ITEM FEE REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM UNTIL 1=0
               READ transactions-audit AT END
                   EXIT PERFORM
               END-READ
               PERFORM SELECT-UNFUNDED-ITEM
           END-PERFORM
           CLOSE transactions-audit
           IF WS-ITEM-COUNT = 0
               MOVE "  (NO UNFUNDED ITEMS)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
               IF NF-CHARGED(WS-ACCT-IDX) > 0
                   PERFORM WRITE-FEE-ITEM
               END-IF
           END-PERFORM
           PERFORM WRITE-FEE-TRAILER
           PERFORM PRINT-FEE-TOTALS
           CLOSE transactions-nsf
           CLOSE fee-report
           DISPLAY "NSF FEE RUN CHARGED " WS-CHARGED-COUNT
                   " CAPPED " WS-CAPPED-COUNT
                   " WAIVED " WS-WAIVED-COUNT
                   ", WROTE " WS-GEN-COUNT " FEE ITEM(S)"
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

       LOAD-FEE-SCHEDULE.
           OPEN INPUT fee-schedule
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ fee-schedule AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-SCHEDULE-LINE
               END-PERFORM
           ELSE
               DISPLAY "NSF-FEES.DAT NOT PRESENT, NO NSF FEES "
                       "ASSESSED"
           END-IF
           CLOSE fee-schedule.

       LOAD-SCHEDULE-LINE.
           MOVE SPACES TO SC-FIELD-1
           MOVE SPACES TO SC-FIELD-2
           MOVE SPACES TO SC-FIELD-3
           UNSTRING SCHEDULE-LINE DELIMITED BY x"09" INTO
               SC-FIELD-1
               SC-FIELD-2
               SC-FIELD-3
           END-UNSTRING
           EVALUATE SC-FIELD-1(1:1)
               WHEN "D"
                   IF FUNCTION TEST-NUMVAL(SC-FIELD-2) = 0
                       MOVE FUNCTION NUMVAL(SC-FIELD-2)
                           TO WS-DFLT-FEE
                   END-IF
                   IF FUNCTION TEST-NUMVAL(SC-FIELD-3) = 0
                       MOVE FUNCTION NUMVAL(SC-FIELD-3)
                           TO WS-DAILY-CAP
                   END-IF
               WHEN "S"
                   IF WS-SCHED-USED < 50
                      AND FUNCTION TEST-NUMVAL(SC-FIELD-3) = 0
                       ADD 1 TO WS-SCHED-USED
                       MOVE SC-FIELD-2(1:3) TO SCH-FEED(WS-SCHED-USED)
                       MOVE FUNCTION NUMVAL(SC-FIELD-3)
                           TO SCH-FEE(WS-SCHED-USED)
                   ELSE
                       DISPLAY "FEE SCHEDULE LINE IGNORED: "
                               SCHEDULE-LINE
                   END-IF
               WHEN "W"
                   IF WS-WAIVE-USED < 500
                       ADD 1 TO WS-WAIVE-USED
                       MOVE SC-FIELD-2(1:10)
                           TO WV-ACCT-ID(WS-WAIVE-USED)
                   ELSE
                       DISPLAY "FEE WAIVER TABLE FULL, EXTRA IGNORED"
                   END-IF
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED NSF-FEES.DAT RECORD: "
                           SCHEDULE-LINE
           END-EVALUATE.

       SELECT-UNFUNDED-ITEM.
           MOVE SPACES TO AU-RUN-ID
           MOVE SPACES TO AU-TIMESTAMP
           MOVE SPACES TO AU-DISPOSITION
           MOVE SPACES TO AU-REF
           MOVE SPACES TO AU-TXN-TEXT
           UNSTRING AUDIT-LINE DELIMITED BY ALL " " INTO
               AU-RUN-ID
               AU-TIMESTAMP
               AU-DISPOSITION
               AU-REF
               AU-TXN-TEXT
           END-UNSTRING
           IF AU-DISPOSITION = "UNFUNDED"
               PERFORM SPLIT-TXN-FIELDS
               IF WS-FEED-STAMP(1:3) NOT = "NSF"
                   PERFORM ASSESS-ITEM-FEE
               END-IF
           END-IF.

       SPLIT-TXN-FIELDS.
           MOVE 0 TO WS-RAW-FIELD-COUNT
           MOVE SPACES TO WS-RAW-FIELD-1
           MOVE SPACES TO WS-RAW-FIELD-2
           MOVE SPACES TO WS-RAW-FIELD-3
           MOVE SPACES TO WS-RAW-FIELD-4
           MOVE SPACES TO WS-RAW-FIELD-5
           MOVE SPACES TO WS-RAW-FIELD-6
           MOVE SPACES TO WS-RAW-FIELD-7
           UNSTRING AU-TXN-TEXT DELIMITED BY x"09" INTO
               WS-RAW-FIELD-1
               WS-RAW-FIELD-2
               WS-RAW-FIELD-3
               WS-RAW-FIELD-4
               WS-RAW-FIELD-5
               WS-RAW-FIELD-6
               WS-RAW-FIELD-7
               TALLYING IN WS-RAW-FIELD-COUNT
           END-UNSTRING
           MOVE WS-RAW-FIELD-1(1:1) TO WS-TXN-TYPE
           MOVE SPACES TO WS-FEED-STAMP
           EVALUATE WS-RAW-FIELD-COUNT
               WHEN 5 MOVE WS-RAW-FIELD-5 TO WS-FEED-STAMP
               WHEN 6 MOVE WS-RAW-FIELD-6 TO WS-FEED-STAMP
               WHEN 7 MOVE WS-RAW-FIELD-7 TO WS-FEED-STAMP
           END-EVALUATE
           MOVE 0 TO WS-ITEM-AMT
           IF FUNCTION TEST-NUMVAL(WS-RAW-FIELD-2) = 0
               MOVE FUNCTION NUMVAL(WS-RAW-FIELD-2) TO WS-ITEM-AMT
           END-IF
           IF TXN-IS-REVERSAL
               MOVE WS-RAW-FIELD-4 TO WS-ITEM-ACCT
           ELSE
               MOVE WS-RAW-FIELD-3 TO WS-ITEM-ACCT
           END-IF.

       ASSESS-ITEM-FEE.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-DFLT-FEE TO WS-ITEM-FEE
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-USED
               IF SCH-FEED(WS-SCHED-IDX) = WS-FEED-STAMP(1:3)
                   MOVE SCH-FEE(WS-SCHED-IDX) TO WS-ITEM-FEE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FEE-CHARGED
           PERFORM CHECK-FEE-WAIVER
           EVALUATE TRUE
               WHEN ACCOUNT-WAIVED
                   MOVE "WAIVED" TO WS-FEE-STATUS
                   ADD 1 TO WS-WAIVED-COUNT
                   ADD WS-ITEM-FEE TO WS-WAIVED-TOTAL
               WHEN WS-ITEM-FEE NOT > 0
                   MOVE "NO FEE" TO WS-FEE-STATUS
               WHEN OTHER
                   PERFORM APPLY-DAILY-CAP
           END-EVALUATE
           PERFORM WRITE-FEE-DETAIL.

       CHECK-FEE-WAIVER.
           MOVE "N" TO WS-WAIVE-SW
           PERFORM VARYING WS-WAIVE-IDX FROM 1 BY 1
                   UNTIL WS-WAIVE-IDX > WS-WAIVE-USED
                      OR ACCOUNT-WAIVED
               IF WV-ACCT-ID(WS-WAIVE-IDX) = WS-ITEM-ACCT
                   SET ACCOUNT-WAIVED TO TRUE
               END-IF
           END-PERFORM.

       APPLY-DAILY-CAP.
           PERFORM FIND-OR-ADD-FEE-ACCOUNT
           IF WS-ACCT-FOUND = 0
               MOVE "NOT-CHGD" TO WS-FEE-STATUS
               DISPLAY "NSF FEE ACCOUNT TABLE FULL, FEE NOT CHARGED "
                       WS-ITEM-ACCT
           ELSE
               MOVE WS-ITEM-FEE TO WS-FEE-CHARGED
               IF WS-DAILY-CAP > 0
                   COMPUTE WS-FEE-ROOM = WS-DAILY-CAP
                       - NF-CHARGED(WS-ACCT-FOUND)
                   IF WS-FEE-ROOM < 0
                       MOVE 0 TO WS-FEE-ROOM
                   END-IF
                   IF WS-FEE-CHARGED > WS-FEE-ROOM
                       MOVE WS-FEE-ROOM TO WS-FEE-CHARGED
                   END-IF
               END-IF
               ADD WS-FEE-CHARGED TO NF-CHARGED(WS-ACCT-FOUND)
               IF WS-FEE-CHARGED < WS-ITEM-FEE
                   MOVE "CAPPED" TO WS-FEE-STATUS
                   ADD 1 TO WS-CAPPED-COUNT
                   ADD WS-ITEM-FEE TO WS-CAPPED-TOTAL
                   SUBTRACT WS-FEE-CHARGED FROM WS-CAPPED-TOTAL
               ELSE
                   MOVE "CHARGED" TO WS-FEE-STATUS
               END-IF
               IF WS-FEE-CHARGED > 0
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-FEE-CHARGED TO WS-CHARGED-TOTAL
               END-IF
           END-IF.

       FIND-OR-ADD-FEE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-USED
                      OR WS-ACCT-FOUND > 0
               IF NF-ACCT-ID(WS-ACCT-IDX) = WS-ITEM-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 0 AND WS-ACCT-USED < 1000
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-FOUND
               MOVE WS-ITEM-ACCT TO NF-ACCT-ID(WS-ACCT-FOUND)
               MOVE 0 TO NF-CHARGED(WS-ACCT-FOUND)
           END-IF.

       WRITE-FEE-DETAIL.
           MOVE WS-ITEM-ACCT TO NR-ACCT-ID
           MOVE WS-FEED-STAMP(1:3) TO NR-FEED
           MOVE AU-REF TO NR-REF
           MOVE WS-ITEM-AMT TO NR-ITEM-AMT
           MOVE WS-ITEM-FEE TO NR-SCHED-FEE
           MOVE WS-FEE-CHARGED TO NR-CHARGED
           MOVE WS-FEE-STATUS TO NR-STATUS
           MOVE WS-FEE-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-FEE-ITEM.
           MOVE NF-CHARGED(WS-ACCT-IDX) TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO NSF-LINE
           STRING "F" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   NF-ACCT-ID(WS-ACCT-IDX) DELIMITED BY SPACE
                   x"09" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO NSF-LINE
           END-STRING
           WRITE NSF-LINE
           ADD 1 TO WS-GEN-COUNT
           ADD NF-CHARGED(WS-ACCT-IDX) TO WS-GEN-TOTAL.

       WRITE-FEE-TRAILER.
           MOVE WS-GEN-COUNT TO WS-COUNT-TXT
           MOVE WS-GEN-TOTAL TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO NSF-LINE
           STRING "9" DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-COUNT-TXT DELIMITED BY SIZE
                   x"09" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO NSF-LINE
           END-STRING
           WRITE NSF-LINE.

       PRINT-FEE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED " DELIMITED BY SIZE
                   WS-CHARGED-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CAPPED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CAPPED  " DELIMITED BY SIZE
                   WS-CAPPED-COUNT DELIMITED BY SIZE
                   "  NOT CHARGED " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-WAIVED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "WAIVED  " DELIMITED BY SIZE
                   WS-WAIVED-COUNT DELIMITED BY SIZE
                   "  NOT CHARGED " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "FEE ITEMS WRITTEN TO NSF FEED " DELIMITED BY SIZE
                   WS-GEN-COUNT DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-DAILY-CAP > 0
               MOVE WS-DAILY-CAP TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "PER-ACCOUNT DAILY CAP " DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       FORMAT-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-EDIT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 12
                      OR WS-FMT-EDIT(WS-SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-FMT-EDIT(WS-SCAN-POS:14 - WS-SCAN-POS)
               TO WS-FMT-TXT.
