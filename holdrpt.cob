       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL funds-holds ASSIGN TO "funds-holds.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT OPTIONAL hold-suspense
               ASSIGN TO "hold-suspense.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT holds-report ASSIGN TO "holds.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD funds-holds.
       COPY FUNDHOLD.
       FD hold-suspense.
       01 HOLD-SUSPENSE-LINE PIC X(80).
       FD holds-report.
       01 REPORT-LINE PIC X(100).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-HD-STATUS PIC XX.
       01 WS-HS-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-HOLDS-EOF-SW PIC X VALUE "N".
           88 HOLDS-AT-END VALUE "Y".
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.
       01 WS-PLACED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ACTIVE-TOTAL-EDIT PIC ---,---,---,--9.99.
       01 WS-SUSP-COUNT PIC 9(7) VALUE 0.
       01 WS-HS-TYPE PIC X(5).
       01 WS-HS-ACCT PIC X(10).
       01 WS-HS-AMOUNT PIC X(15).
       01 WS-HS-HOLDS PIC X(16).
       01 WS-HS-FEED PIC X(10).
       01 WS-HOLD-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(6) VALUE "SEQ".
           05 FILLER PIC X(10) VALUE "EVENT".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(10) VALUE "  PLACED".
           05 FILLER PIC X(10) VALUE "  RELEASE".
           05 FILLER PIC X(11) VALUE "  REFERENCE".
       01 WS-HOLD-DETAIL.
           05 HR-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-EVENT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-PLACED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-RELEASE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HR-REFERENCE PIC X(16).
       01 WS-SUSP-HEADER.
           05 FILLER PIC X(5) VALUE "T".
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(16) VALUE "    ACTIVE HOLDS".
           05 FILLER PIC X(6) VALUE "  FEED".
       01 WS-SUSP-DETAIL.
           05 HS-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 HS-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HS-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HS-HOLDS PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HS-FEED PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT funds-holds
           IF WS-HD-STATUS NOT = "00" AND WS-HD-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN FUNDS-HOLDS, FILE STATUS "
                       WS-HD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT holds-report
           MOVE SPACES TO REPORT-LINE
           STRING "DAILY FUNDS HOLDS REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HOLDS PLACED, RELEASED AND EXPIRED TODAY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HD-STATUS = "00"
               PERFORM SCAN-HOLDS
           END-IF
           IF WS-EVENT-COUNT = 0
               MOVE "  (NO HOLD ACTIVITY)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ITEMS SUSPENDED ONLY BECAUSE OF A HOLD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSP-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-HOLD-SUSPENSE
           IF WS-SUSP-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PLACED " DELIMITED BY SIZE
                   WS-PLACED-COUNT DELIMITED BY SIZE
                   "  RELEASED " DELIMITED BY SIZE
                   WS-RELEASED-COUNT DELIMITED BY SIZE
                   "  EXPIRED " DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                   "  SUSPENDED ON HOLD " DELIMITED BY SIZE
                   WS-SUSP-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACTIVE-TOTAL TO WS-ACTIVE-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE HOLDS " DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
                   "  TOTAL HELD " DELIMITED BY SIZE
                   WS-ACTIVE-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE funds-holds
           CLOSE holds-report
           DISPLAY "HOLDS REPORT LISTED " WS-EVENT-COUNT
                   " HOLD EVENT(S), " WS-SUSP-COUNT
                   " HOLD-SUSPENDED ITEM(S)"
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

       SCAN-HOLDS.
           MOVE LOW-VALUES TO HD-HOLD-KEY
           START funds-holds KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLDS-EOF-SW
           END-START
           PERFORM UNTIL HOLDS-AT-END
               READ funds-holds NEXT
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF-SW
                   NOT AT END
                       PERFORM CHECK-ONE-HOLD
               END-READ
           END-PERFORM.

       CHECK-ONE-HOLD.
           IF HD-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               ADD HD-AMOUNT TO WS-ACTIVE-TOTAL
           END-IF
           IF HD-PLACED-DATE = WS-RUN-DATE
               ADD 1 TO WS-PLACED-COUNT
               MOVE "PLACED" TO HR-EVENT
               PERFORM WRITE-HOLD-DETAIL
           END-IF
           IF HD-CLOSED-DATE = WS-RUN-DATE
               IF HD-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED" TO HR-EVENT
               ELSE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO HR-EVENT
               END-IF
               PERFORM WRITE-HOLD-DETAIL
           END-IF.

       WRITE-HOLD-DETAIL.
           ADD 1 TO WS-EVENT-COUNT
           MOVE HD-ACCT-ID TO HR-ACCT-ID
           MOVE HD-HOLD-SEQ TO HR-SEQ
           MOVE HD-HOLD-TYPE TO HR-TYPE
           MOVE HD-AMOUNT TO HR-AMOUNT
           MOVE HD-PLACED-DATE TO HR-PLACED
           MOVE HD-RELEASE-DATE TO HR-RELEASE
           MOVE HD-REFERENCE TO HR-REFERENCE
           MOVE WS-HOLD-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       LIST-HOLD-SUSPENSE.
           OPEN INPUT hold-suspense
           IF WS-HS-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ hold-suspense AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM WRITE-SUSPENSE-DETAIL
               END-PERFORM
           END-IF
           CLOSE hold-suspense.

       WRITE-SUSPENSE-DETAIL.
           MOVE SPACES TO WS-HS-TYPE
           MOVE SPACES TO WS-HS-ACCT
           MOVE SPACES TO WS-HS-AMOUNT
           MOVE SPACES TO WS-HS-HOLDS
           MOVE SPACES TO WS-HS-FEED
           UNSTRING HOLD-SUSPENSE-LINE DELIMITED BY x"09" INTO
               WS-HS-TYPE
               WS-HS-ACCT
               WS-HS-AMOUNT
               WS-HS-HOLDS
               WS-HS-FEED
           END-UNSTRING
           ADD 1 TO WS-SUSP-COUNT
           MOVE WS-HS-TYPE(1:1) TO HS-TYPE
           MOVE WS-HS-ACCT TO HS-ACCT-ID
           MOVE 0 TO HS-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-HS-AMOUNT) = 0
               MOVE FUNCTION NUMVAL(WS-HS-AMOUNT) TO HS-AMOUNT
           END-IF
           MOVE 0 TO HS-HOLDS
           IF FUNCTION TEST-NUMVAL(WS-HS-HOLDS) = 0
               MOVE FUNCTION NUMVAL(WS-HS-HOLDS) TO HS-HOLDS
           END-IF
           MOVE WS-HS-FEED(1:3) TO HS-FEED
           MOVE WS-SUSP-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.
