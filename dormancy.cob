       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormancy.
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
           SELECT OPTIONAL customer-master
               ASSIGN TO "customer-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CU-CUST-ID
               FILE STATUS IS WS-CU-STATUS.
           SELECT OPTIONAL customer-xref
               ASSIGN TO "customer-xref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CX-ACCT-ID
               FILE STATUS IS WS-CX-STATUS.
           SELECT OPTIONAL dormancy-parms ASSIGN TO "dormancy.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL dormancy-marker-file
               ASSIGN TO "dormancy.refmark"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DMARK-STATUS.
           SELECT dormancy-report ASSIGN TO "dormancy.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT escheat-report ASSIGN TO "unclaimed-property.rpt"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       COPY ACCTMAST.
       FD posted-log.
       COPY POSTLOG.
       FD customer-master.
       COPY CUSTMAST.
       FD customer-xref.
       COPY CUSTXREF.
       FD dormancy-parms.
       01 PARMS-LINE PIC X(80).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       FD dormancy-marker-file.
       01 DMARK-LINE PIC X(10).
       FD dormancy-report.
       01 REPORT-LINE PIC X(100).
       FD escheat-report.
       01 ESCHEAT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS PIC XX.
       01 WS-PL-STATUS PIC XX.
       01 WS-CU-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-PARMS-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-DMARK-STATUS PIC XX.
       01 WS-PARM PIC X(64) VALUE SPACES.
       01 WS-ESCHEAT-SW PIC X VALUE "N".
           88 ESCHEAT-RUN VALUE "Y".
       01 WS-CUST-FILE-SW PIC X VALUE "N".
           88 CUSTOMER-FILE-PRESENT VALUE "Y".
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-LOG-EOF-SW PIC X VALUE "N".
           88 LOG-AT-END VALUE "Y".
       01 WS-MASTER-EOF-SW PIC X VALUE "N".
           88 MASTER-AT-END VALUE "Y".
       01 PL-CONTROL-KEY PIC X(10) VALUE "0000000000".
       01 WS-SCANNED-THRU-REF PIC X(10) VALUE "0000000000".
       01 WS-HIGH-REF PIC X(10) VALUE "0000000000".
       01 WS-POST-DATE PIC X(8).
       01 WS-ACTIVITY-ACCT PIC X(10).
       01 DP-FIELD-1 PIC X(10).
       01 DP-FIELD-2 PIC X(15).
       01 WS-DORMANT-MONTHS PIC 9(4) VALUE 12.
       01 WS-ABANDON-MONTHS PIC 9(4) VALUE 36.
       01 WS-DORMANT-CUTOFF PIC X(8).
       01 WS-ABANDON-CUTOFF PIC X(8).
       01 WS-EXEMPT-TABLE.
           05 WS-EXEMPT-ENTRY OCCURS 200 TIMES.
               10 EX-ACCT-ID PIC X(10).
       01 WS-EXEMPT-USED PIC 9(4) VALUE 0.
       01 WS-EXEMPT-IDX PIC 9(4).
       01 WS-EXEMPT-SW PIC X VALUE "N".
           88 ACCOUNT-EXEMPT VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
           88 MASTER-CHANGED VALUE "Y".
       01 WS-BACK-MONTHS PIC 9(4).
       01 WS-BACK-DATE PIC X(8).
       01 WS-BACK-NUM PIC 9(8).
       01 WS-BACK-YM PIC 9(6).
       01 WS-BACK-YY PIC 9(4).
       01 WS-BACK-MM PIC 9(4).
       01 WS-BACK-DD PIC 9(4).
       01 WS-BACK-TOTAL PIC 9(6).
       01 WS-LOG-ITEM-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVITY-COUNT PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT PIC 9(7) VALUE 0.
       01 WS-DORMANT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ESCHEAT-COUNT PIC 9(7) VALUE 0.
       01 WS-ESCHEAT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-NOT-DUE-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-EDIT PIC ---,---,---,--9.99.
       01 WS-DORM-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "LAST-ACT".
           05 FILLER PIC X(10) VALUE "DORMANT".
           05 FILLER PIC X(16) VALUE "       BALANCE".
           05 FILLER PIC X(12) VALUE "ACTION".
       01 WS-DORM-DETAIL.
           05 DR-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DR-LAST-ACTIVITY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DR-DORMANT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DR-BALANCE PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DR-ACTION PIC X(12).
       01 WS-ESCH-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "LAST-ACT".
           05 FILLER PIC X(10) VALUE "DORMANT".
           05 FILLER PIC X(16) VALUE "       BALANCE".
           05 FILLER PIC X(8) VALUE "CUST".
           05 FILLER PIC X(30) VALUE "OWNER NAME AND ADDRESS".
       01 WS-ESCH-DETAIL.
           05 UP-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UP-LAST-ACTIVITY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UP-DORMANT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UP-BALANCE PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 UP-CUST-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UP-NAME PIC X(30).
       01 WS-ESCH-ADDRESS.
           05 FILLER PIC X(56) VALUE SPACES.
           05 UP-ADDRESS PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:7) = "ESCHEAT"
               SET ESCHEAT-RUN TO TRUE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-DORMANCY-PARMS
           PERFORM READ-DORMANCY-MARKER
           MOVE WS-DORMANT-MONTHS TO WS-BACK-MONTHS
           PERFORM COMPUTE-MONTHS-BACK
           MOVE WS-BACK-DATE TO WS-DORMANT-CUTOFF
           MOVE WS-ABANDON-MONTHS TO WS-BACK-MONTHS
           PERFORM COMPUTE-MONTHS-BACK
           MOVE WS-BACK-DATE TO WS-ABANDON-CUTOFF
           OPEN I-O account-master
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
           PERFORM SCAN-POSTED-ACTIVITY
           CLOSE posted-log
           OPEN OUTPUT dormancy-report
           MOVE SPACES TO REPORT-LINE
           STRING "DORMANT ACCOUNT REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  NO CUSTOMER ACTIVITY SINCE " DELIMITED BY SIZE
                   WS-DORMANT-CUTOFF DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DORM-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF ESCHEAT-RUN
               PERFORM OPEN-ESCHEAT-FILES
           END-IF
           PERFORM SCAN-MASTER-ACCOUNTS
           IF WS-FLAGGED-COUNT = 0 AND WS-REOPENED-COUNT = 0
               MOVE "  (NO ACCOUNTS FLAGGED OR REOPENED)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM PRINT-DORMANCY-TOTALS
           CLOSE dormancy-report
           IF ESCHEAT-RUN
               PERFORM PRINT-ESCHEAT-TOTALS
               CLOSE escheat-report
               CLOSE customer-master
               CLOSE customer-xref
           END-IF
           CLOSE account-master
           PERFORM WRITE-DORMANCY-MARKER
           DISPLAY "DORMANCY RUN FLAGGED " WS-FLAGGED-COUNT
                   " REOPENED " WS-REOPENED-COUNT
                   " DORMANT ON FILE " WS-DORMANT-COUNT
           IF ESCHEAT-RUN
               DISPLAY "UNCLAIMED PROPERTY REPORT LISTED "
                       WS-ESCHEAT-COUNT " ACCOUNT(S)"
           END-IF
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

       LOAD-DORMANCY-PARMS.
           OPEN INPUT dormancy-parms
           IF WS-PARMS-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ dormancy-parms AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-PARMS-LINE
               END-PERFORM
           ELSE
               DISPLAY "DORMANCY.DAT NOT PRESENT, USING DEFAULT "
                       "PERIODS"
           END-IF
           CLOSE dormancy-parms.

       LOAD-PARMS-LINE.
           MOVE SPACES TO DP-FIELD-1
           MOVE SPACES TO DP-FIELD-2
           UNSTRING PARMS-LINE DELIMITED BY x"09" INTO
               DP-FIELD-1
               DP-FIELD-2
           END-UNSTRING
           EVALUATE DP-FIELD-1(1:1)
               WHEN "D"
                   IF FUNCTION TEST-NUMVAL(DP-FIELD-2) = 0
                      AND FUNCTION NUMVAL(DP-FIELD-2) > 0
                       MOVE FUNCTION NUMVAL(DP-FIELD-2)
                           TO WS-DORMANT-MONTHS
                   ELSE
                       DISPLAY "DORMANCY PERIOD IGNORED: " PARMS-LINE
                   END-IF
               WHEN "A"
                   IF FUNCTION TEST-NUMVAL(DP-FIELD-2) = 0
                      AND FUNCTION NUMVAL(DP-FIELD-2) > 0
                       MOVE FUNCTION NUMVAL(DP-FIELD-2)
                           TO WS-ABANDON-MONTHS
                   ELSE
                       DISPLAY "ABANDONMENT PERIOD IGNORED: "
                               PARMS-LINE
                   END-IF
               WHEN "X"
                   IF WS-EXEMPT-USED < 200
                       ADD 1 TO WS-EXEMPT-USED
                       MOVE DP-FIELD-2(1:10)
                           TO EX-ACCT-ID(WS-EXEMPT-USED)
                   ELSE
                       DISPLAY "DORMANCY EXEMPT TABLE FULL, EXTRA "
                               "IGNORED"
                   END-IF
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED DORMANCY.DAT RECORD: "
                           PARMS-LINE
           END-EVALUATE.

       READ-DORMANCY-MARKER.
           OPEN INPUT dormancy-marker-file
           IF WS-DMARK-STATUS = "00"
               READ dormancy-marker-file
                   AT END CONTINUE
               END-READ
               IF FUNCTION TEST-NUMVAL(DMARK-LINE) = 0
                  AND DMARK-LINE(10:1) NOT = SPACE
                   MOVE DMARK-LINE TO WS-SCANNED-THRU-REF
               END-IF
           END-IF
           CLOSE dormancy-marker-file
           MOVE WS-SCANNED-THRU-REF TO WS-HIGH-REF.

       WRITE-DORMANCY-MARKER.
           OPEN OUTPUT dormancy-marker-file
           IF WS-DMARK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DORMANCY-MARKER-FILE, "
                       "FILE STATUS " WS-DMARK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HIGH-REF TO DMARK-LINE
           WRITE DMARK-LINE
           CLOSE dormancy-marker-file.

       COMPUTE-MONTHS-BACK.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-BACK-NUM
           DIVIDE WS-BACK-NUM BY 100 GIVING WS-BACK-YM
               REMAINDER WS-BACK-DD
           DIVIDE WS-BACK-YM BY 100 GIVING WS-BACK-YY
               REMAINDER WS-BACK-MM
           COMPUTE WS-BACK-TOTAL = WS-BACK-YY * 12 + WS-BACK-MM - 1
               - WS-BACK-MONTHS
           DIVIDE WS-BACK-TOTAL BY 12 GIVING WS-BACK-YY
               REMAINDER WS-BACK-MM
           ADD 1 TO WS-BACK-MM
           PERFORM CLAMP-MONTH-END
           COMPUTE WS-BACK-NUM = WS-BACK-YY * 10000
               + WS-BACK-MM * 100 + WS-BACK-DD
           MOVE WS-BACK-NUM TO WS-BACK-DATE.

       CLAMP-MONTH-END.
           EVALUATE WS-BACK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF WS-BACK-DD > 30
                       MOVE 30 TO WS-BACK-DD
                   END-IF
               WHEN 2
                   IF FUNCTION MOD(WS-BACK-YY, 4) = 0
                      AND (FUNCTION MOD(WS-BACK-YY, 100) NOT = 0
                           OR FUNCTION MOD(WS-BACK-YY, 400) = 0)
                       IF WS-BACK-DD > 29
                           MOVE 29 TO WS-BACK-DD
                       END-IF
                   ELSE
                       IF WS-BACK-DD > 28
                           MOVE 28 TO WS-BACK-DD
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-BACK-DD > 31
                       MOVE 31 TO WS-BACK-DD
                   END-IF
           END-EVALUATE.

       SCAN-POSTED-ACTIVITY.
           MOVE WS-SCANNED-THRU-REF TO PL-REF-ID
           START posted-log KEY > PL-REF-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOG-EOF-SW
           END-START
           PERFORM UNTIL LOG-AT-END
               READ posted-log NEXT
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-SW
                   NOT AT END
                       PERFORM APPLY-LOG-ITEM
               END-READ
           END-PERFORM.

       APPLY-LOG-ITEM.
           IF PL-REF-ID NOT = PL-CONTROL-KEY
               ADD 1 TO WS-LOG-ITEM-COUNT
               IF PL-REF-ID > WS-HIGH-REF
                   MOVE PL-REF-ID TO WS-HIGH-REF
               END-IF
               IF PL-TXN-TYPE NOT = "B"
                  AND PL-FEED-CODE NOT = "SYS"
                  AND PL-FEED-CODE NOT = "NSF"
                  AND PL-FEED-CODE NOT = "ODP"
                  AND PL-FEED-CODE NOT = "DSP"
                  AND PL-FEED-CODE NOT = "CLS"
                   MOVE PL-POST-RUN-ID(1:8) TO WS-POST-DATE
                   MOVE PL-SRC-ACCT TO WS-ACTIVITY-ACCT
                   PERFORM RECORD-ACCOUNT-ACTIVITY
                   MOVE PL-DST-ACCT TO WS-ACTIVITY-ACCT
                   PERFORM RECORD-ACCOUNT-ACTIVITY
               END-IF
           END-IF.

       RECORD-ACCOUNT-ACTIVITY.
           IF WS-ACTIVITY-ACCT NOT = SPACES
               MOVE WS-ACTIVITY-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-LAST-ACTIVITY = SPACES
                          OR AM-LAST-ACTIVITY < WS-POST-DATE
                           MOVE WS-POST-DATE TO AM-LAST-ACTIVITY
                           REWRITE ACCOUNT-MASTER-RECORD
                           ADD 1 TO WS-ACTIVITY-COUNT
                       END-IF
               END-READ
           END-IF.

       OPEN-ESCHEAT-FILES.
           OPEN INPUT customer-master
           OPEN INPUT customer-xref
           IF WS-CU-STATUS = "00" AND WS-CX-STATUS = "00"
               SET CUSTOMER-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT PRESENT, UNCLAIMED "
                       "PROPERTY REPORT LISTS NO OWNERS"
           END-IF
           OPEN OUTPUT escheat-report
           MOVE SPACES TO ESCHEAT-LINE
           STRING "UNCLAIMED PROPERTY REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  DORMANT, NO CUSTOMER ACTIVITY SINCE "
                   DELIMITED BY SIZE
                   WS-ABANDON-CUTOFF DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           MOVE SPACES TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           MOVE WS-ESCH-HEADER TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE.

       SCAN-MASTER-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCT-ID
           START account-master KEY >= AM-ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SW
           END-START
           PERFORM UNTIL MASTER-AT-END
               READ account-master NEXT
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SW
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-CHANGED-SW
           IF NOT AM-CLOSED
               IF AM-LAST-ACTIVITY = SPACES
                   MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY
                   SET MASTER-CHANGED TO TRUE
               END-IF
               IF AM-OPEN AND AM-DORMANT-DATE NOT = SPACES
                   MOVE "REOPENED" TO DR-ACTION
                   PERFORM WRITE-DORMANCY-DETAIL
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE SPACES TO AM-DORMANT-DATE
                   SET MASTER-CHANGED TO TRUE
               END-IF
               IF AM-OPEN AND AM-LAST-ACTIVITY < WS-DORMANT-CUTOFF
                   PERFORM CHECK-DORMANCY-EXEMPT
                   IF NOT ACCOUNT-EXEMPT
                       SET AM-DORMANT TO TRUE
                       MOVE WS-RUN-DATE TO AM-DORMANT-DATE
                       SET MASTER-CHANGED TO TRUE
                   END-IF
               END-IF
               IF AM-DORMANT
                   PERFORM CHECK-DORMANT-ACCOUNT
               END-IF
               IF MASTER-CHANGED
                   REWRITE ACCOUNT-MASTER-RECORD
               END-IF
           END-IF.

       CHECK-DORMANCY-EXEMPT.
           MOVE "N" TO WS-EXEMPT-SW
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
                   UNTIL WS-EXEMPT-IDX > WS-EXEMPT-USED
                      OR ACCOUNT-EXEMPT
               IF EX-ACCT-ID(WS-EXEMPT-IDX) = AM-ACCT-ID
                   SET ACCOUNT-EXEMPT TO TRUE
               END-IF
           END-PERFORM.

       CHECK-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT
           ADD AM-BALANCE TO WS-DORMANT-TOTAL
           IF AM-DORMANT-DATE = WS-RUN-DATE
               MOVE "FLAGGED" TO DR-ACTION
               PERFORM WRITE-DORMANCY-DETAIL
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           IF ESCHEAT-RUN AND AM-LAST-ACTIVITY < WS-ABANDON-CUTOFF
               IF AM-BALANCE > 0
                   PERFORM WRITE-ESCHEAT-DETAIL
               ELSE
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           END-IF.

       WRITE-DORMANCY-DETAIL.
           MOVE AM-ACCT-ID TO DR-ACCT-ID
           MOVE AM-LAST-ACTIVITY TO DR-LAST-ACTIVITY
           MOVE AM-DORMANT-DATE TO DR-DORMANT-DATE
           MOVE AM-BALANCE TO DR-BALANCE
           MOVE WS-DORM-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ESCHEAT-DETAIL.
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD AM-BALANCE TO WS-ESCHEAT-TOTAL
           MOVE AM-ACCT-ID TO UP-ACCT-ID
           MOVE AM-LAST-ACTIVITY TO UP-LAST-ACTIVITY
           MOVE AM-DORMANT-DATE TO UP-DORMANT-DATE
           MOVE AM-BALANCE TO UP-BALANCE
           MOVE SPACES TO UP-CUST-ID
           MOVE "(OWNER NOT ON FILE)" TO UP-NAME
           MOVE SPACES TO CU-CUST-ID
           IF CUSTOMER-FILE-PRESENT
               MOVE AM-ACCT-ID TO CX-ACCT-ID
               READ customer-xref
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CUST-ID TO CU-CUST-ID
                       READ customer-master
                           INVALID KEY
                               DISPLAY "XREF CUSTOMER NOT ON FILE: "
                                       CX-CUST-ID
                               MOVE SPACES TO CU-CUST-ID
                           NOT INVALID KEY
                               MOVE CU-CUST-ID TO UP-CUST-ID
                               MOVE CU-NAME TO UP-NAME
                       END-READ
               END-READ
           END-IF
           MOVE WS-ESCH-DETAIL TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           IF CU-CUST-ID NOT = SPACES
               PERFORM WRITE-ESCHEAT-ADDRESS
           END-IF.

       WRITE-ESCHEAT-ADDRESS.
           IF CU-ADDR-1 NOT = SPACES
               MOVE CU-ADDR-1 TO UP-ADDRESS
               MOVE WS-ESCH-ADDRESS TO ESCHEAT-LINE
               WRITE ESCHEAT-LINE
           END-IF
           IF CU-ADDR-2 NOT = SPACES
               MOVE CU-ADDR-2 TO UP-ADDRESS
               MOVE WS-ESCH-ADDRESS TO ESCHEAT-LINE
               WRITE ESCHEAT-LINE
           END-IF
           IF CU-ADDR-3 NOT = SPACES
               MOVE CU-ADDR-3 TO UP-ADDRESS
               MOVE WS-ESCH-ADDRESS TO ESCHEAT-LINE
               WRITE ESCHEAT-LINE
           END-IF.

       PRINT-DORMANCY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED ITEMS SCANNED " DELIMITED BY SIZE
                   WS-LOG-ITEM-COUNT DELIMITED BY SIZE
                   "  THRU REF " DELIMITED BY SIZE
                   WS-HIGH-REF DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FLAGGED DORMANT " DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   "  REOPENED " DELIMITED BY SIZE
                   WS-REOPENED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DORMANT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DORMANT ACCOUNTS ON FILE " DELIMITED BY SIZE
                   WS-DORMANT-COUNT DELIMITED BY SIZE
                   "  BALANCE " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-ESCHEAT-TOTALS.
           IF WS-ESCHEAT-COUNT = 0
               MOVE "  (NO ACCOUNTS PAST THE ABANDONMENT PERIOD)"
                   TO ESCHEAT-LINE
               WRITE ESCHEAT-LINE
           END-IF
           MOVE SPACES TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO ESCHEAT-LINE
           STRING "REPORTABLE ACCOUNTS " DELIMITED BY SIZE
                   WS-ESCHEAT-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           MOVE SPACES TO ESCHEAT-LINE
           STRING "PAST PERIOD WITH NO CREDIT BALANCE "
                   DELIMITED BY SIZE
                   WS-NOT-DUE-COUNT DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE.
