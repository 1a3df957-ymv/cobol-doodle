       IDENTIFICATION DIVISION.
       PROGRAM-ID. stopmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL stop-maint ASSIGN TO "stop-maint.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL stop-payments
               ASSIGN TO "stop-payments.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-SP-STATUS.
           SELECT account-master ASSIGN TO "account-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT stop-maint-reject
               ASSIGN TO "stop-maint-reject.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT stop-report ASSIGN TO "stop-payments.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD stop-maint.
       01 MAINT-LINE PIC X(120).
       FD stop-payments.
       COPY STOPPAY.
       FD account-master.
       COPY ACCTMAST.
       FD stop-maint-reject.
       01 MAINT-REJECT-LINE PIC X(144).
       FD stop-report.
       01 REPORT-LINE PIC X(110).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-SM-STATUS PIC XX.
       01 WS-SP-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-MAINT-ACTION PIC X(10).
           88 MAINT-IS-ADD VALUE "A".
           88 MAINT-IS-CANCEL VALUE "C".
       01 WS-MAINT-ACCT PIC X(10).
       01 WS-MAINT-FIELD-3 PIC X(10).
       01 WS-MAINT-LOW PIC X(15).
       01 WS-MAINT-HIGH PIC X(15).
       01 WS-MAINT-FEED PIC X(5).
       01 WS-MAINT-EXPIRY PIC X(10).
       01 WS-MAINT-REF PIC X(16).
       01 WS-MAINT-REASON PIC X(20).
       01 WS-LAST-SEQ PIC 9(4).
       01 WS-STOPS-EOF-SW PIC X VALUE "N".
           88 STOPS-AT-END VALUE "Y".
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.
       01 WS-STOP-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(6) VALUE "SEQ".
           05 FILLER PIC X(11) VALUE "EVENT".
           05 FILLER PIC X(12) VALUE "PAYEE".
           05 FILLER PIC X(16) VALUE "    AMOUNT-LOW".
           05 FILLER PIC X(16) VALUE "   AMOUNT-HIGH".
           05 FILLER PIC X(6) VALUE "FEED".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(16) VALUE "REFERENCE".
       01 WS-STOP-DETAIL.
           05 SR-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-EVENT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-DST-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-AMOUNT-LOW PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-AMOUNT-HIGH PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-FEED PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SR-EXPIRY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SR-REFERENCE PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           OPEN I-O stop-payments
           IF WS-SP-STATUS NOT = "00" AND WS-SP-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN STOP-PAYMENTS, FILE STATUS "
                       WS-SP-STATUS
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
           OPEN INPUT stop-maint
           OPEN OUTPUT stop-maint-reject
           IF WS-SM-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ stop-maint AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM PROCESS-MAINT-LINE
               END-PERFORM
           END-IF
           PERFORM EXPIRE-LAPSED-STOPS
           PERFORM PRINT-STOP-REPORT
           DISPLAY "STOP-PAYMENT MAINTENANCE ADDED " WS-ADDED-COUNT
                   " CANCELLED " WS-CANCELLED-COUNT
                   " EXPIRED " WS-EXPIRED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
           CLOSE stop-maint
           CLOSE stop-payments
           CLOSE account-master
           CLOSE stop-maint-reject.
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

       PROCESS-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-REASON
           MOVE SPACES TO WS-MAINT-ACTION
           MOVE SPACES TO WS-MAINT-ACCT
           MOVE SPACES TO WS-MAINT-FIELD-3
           MOVE SPACES TO WS-MAINT-LOW
           MOVE SPACES TO WS-MAINT-HIGH
           MOVE SPACES TO WS-MAINT-FEED
           MOVE SPACES TO WS-MAINT-EXPIRY
           MOVE SPACES TO WS-MAINT-REF
           UNSTRING MAINT-LINE DELIMITED BY x"09" INTO
               WS-MAINT-ACTION
               WS-MAINT-ACCT
               WS-MAINT-FIELD-3
               WS-MAINT-LOW
               WS-MAINT-HIGH
               WS-MAINT-FEED
               WS-MAINT-EXPIRY
               WS-MAINT-REF
           END-UNSTRING
           IF WS-MAINT-ACCT = SPACES
               MOVE "ACCT-BLANK" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               EVALUATE TRUE
                   WHEN MAINT-IS-ADD
                       PERFORM ADD-STOP-PAYMENT
                   WHEN MAINT-IS-CANCEL
                       PERFORM CANCEL-STOP-PAYMENT
                   WHEN OTHER
                       MOVE "UNKNOWN-ACTION" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
               END-EVALUATE
           END-IF.

       ADD-STOP-PAYMENT.
           MOVE WS-MAINT-ACCT TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
           END-READ
           IF WS-MAINT-HIGH = SPACES
               MOVE WS-MAINT-LOW TO WS-MAINT-HIGH
           END-IF
           IF WS-MAINT-REASON = SPACES
               EVALUATE TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-MAINT-LOW) NOT = 0
                      OR FUNCTION TEST-NUMVAL(WS-MAINT-HIGH) NOT = 0
                       MOVE "AMT-NOT-NUMERIC" TO WS-MAINT-REASON
                   WHEN FUNCTION NUMVAL(WS-MAINT-LOW) < 0
                       MOVE "AMT-NEGATIVE" TO WS-MAINT-REASON
                   WHEN FUNCTION NUMVAL(WS-MAINT-HIGH)
                        < FUNCTION NUMVAL(WS-MAINT-LOW)
                       MOVE "AMT-RANGE-INVALID" TO WS-MAINT-REASON
                   WHEN FUNCTION TEST-NUMVAL(WS-MAINT-EXPIRY(1:8))
                        NOT = 0
                      OR WS-MAINT-EXPIRY(8:1) = SPACE
                       MOVE "EXPIRY-INVALID" TO WS-MAINT-REASON
                   WHEN WS-MAINT-EXPIRY(1:8) < WS-RUN-DATE
                       MOVE "EXPIRY-PAST" TO WS-MAINT-REASON
               END-EVALUATE
           END-IF
           IF WS-MAINT-REASON = SPACES
               PERFORM FIND-LAST-STOP-SEQ
               IF WS-LAST-SEQ = 9999
                   MOVE "STOP-SEQ-FULL" TO WS-MAINT-REASON
               END-IF
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO SP-ACCT-ID
               COMPUTE SP-STOP-SEQ = WS-LAST-SEQ + 1
               MOVE WS-MAINT-FIELD-3 TO SP-DST-ACCT
               MOVE FUNCTION NUMVAL(WS-MAINT-LOW) TO SP-AMOUNT-LOW
               MOVE FUNCTION NUMVAL(WS-MAINT-HIGH) TO SP-AMOUNT-HIGH
               MOVE WS-MAINT-FEED(1:3) TO SP-FEED-CODE
               MOVE WS-RUN-DATE TO SP-PLACED-DATE
               MOVE WS-MAINT-EXPIRY(1:8) TO SP-EXPIRY-DATE
               MOVE WS-MAINT-REF TO SP-REFERENCE
               SET SP-ACTIVE TO TRUE
               MOVE SPACES TO SP-CLOSED-DATE
               WRITE STOP-PAYMENT-RECORD
                   INVALID KEY
                       MOVE "STOP-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

       FIND-LAST-STOP-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-STOPS-EOF-SW
           MOVE WS-MAINT-ACCT TO SP-ACCT-ID
           MOVE 0 TO SP-STOP-SEQ
           START stop-payments KEY >= SP-STOP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STOPS-EOF-SW
           END-START
           PERFORM UNTIL STOPS-AT-END
               READ stop-payments NEXT
                   AT END
                       MOVE "Y" TO WS-STOPS-EOF-SW
                   NOT AT END
                       IF SP-ACCT-ID NOT = WS-MAINT-ACCT
                           MOVE "Y" TO WS-STOPS-EOF-SW
                       ELSE
                           MOVE SP-STOP-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-STOP-PAYMENT.
           IF FUNCTION TEST-NUMVAL(WS-MAINT-FIELD-3) NOT = 0
               MOVE "STOP-SEQ-INVALID" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO SP-ACCT-ID
               MOVE FUNCTION NUMVAL(WS-MAINT-FIELD-3) TO SP-STOP-SEQ
               READ stop-payments
                   INVALID KEY
                       MOVE "STOP-NOT-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       IF NOT SP-ACTIVE
                           MOVE "STOP-NOT-ACTIVE" TO WS-MAINT-REASON
                           PERFORM WRITE-MAINT-REJECT
                       ELSE
                           SET SP-CANCELLED TO TRUE
                           MOVE WS-RUN-DATE TO SP-CLOSED-DATE
                           REWRITE STOP-PAYMENT-RECORD
                           ADD 1 TO WS-CANCELLED-COUNT
                       END-IF
               END-READ
           END-IF.

       EXPIRE-LAPSED-STOPS.
           MOVE "N" TO WS-STOPS-EOF-SW
           MOVE LOW-VALUES TO SP-STOP-KEY
           START stop-payments KEY >= SP-STOP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STOPS-EOF-SW
           END-START
           PERFORM UNTIL STOPS-AT-END
               READ stop-payments NEXT
                   AT END
                       MOVE "Y" TO WS-STOPS-EOF-SW
                   NOT AT END
                       IF SP-ACTIVE
                          AND SP-EXPIRY-DATE < WS-RUN-DATE
                           SET SP-EXPIRED TO TRUE
                           MOVE WS-RUN-DATE TO SP-CLOSED-DATE
                           REWRITE STOP-PAYMENT-RECORD
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STOP-REPORT.
           OPEN OUTPUT stop-report
           MOVE SPACES TO REPORT-LINE
           STRING "STOP-PAYMENT MAINTENANCE REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-STOP-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-STOPS-EOF-SW
           MOVE LOW-VALUES TO SP-STOP-KEY
           START stop-payments KEY >= SP-STOP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STOPS-EOF-SW
           END-START
           PERFORM UNTIL STOPS-AT-END
               READ stop-payments NEXT
                   AT END
                       MOVE "Y" TO WS-STOPS-EOF-SW
                   NOT AT END
                       PERFORM REPORT-ONE-STOP
               END-READ
           END-PERFORM
           IF WS-EVENT-COUNT = 0
               MOVE "  (NO STOP-PAYMENT ACTIVITY)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ADDED " DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   "  CANCELLED " DELIMITED BY SIZE
                   WS-CANCELLED-COUNT DELIMITED BY SIZE
                   "  EXPIRED " DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                   "  REJECTED " DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   "  ACTIVE " DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE stop-report.

       REPORT-ONE-STOP.
           IF SP-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           IF SP-PLACED-DATE = WS-RUN-DATE
               MOVE "ADDED" TO SR-EVENT
               PERFORM WRITE-STOP-DETAIL
           END-IF
           IF SP-CLOSED-DATE = WS-RUN-DATE
               IF SP-CANCELLED
                   MOVE "CANCELLED" TO SR-EVENT
               ELSE
                   MOVE "EXPIRED" TO SR-EVENT
               END-IF
               PERFORM WRITE-STOP-DETAIL
           END-IF.

       WRITE-STOP-DETAIL.
           ADD 1 TO WS-EVENT-COUNT
           MOVE SP-ACCT-ID TO SR-ACCT-ID
           MOVE SP-STOP-SEQ TO SR-SEQ
           IF SP-DST-ACCT = SPACES
               MOVE "(ANY)" TO SR-DST-ACCT
           ELSE
               MOVE SP-DST-ACCT TO SR-DST-ACCT
           END-IF
           MOVE SP-AMOUNT-LOW TO SR-AMOUNT-LOW
           MOVE SP-AMOUNT-HIGH TO SR-AMOUNT-HIGH
           IF SP-FEED-CODE = SPACES
               MOVE "ANY" TO SR-FEED
           ELSE
               MOVE SP-FEED-CODE TO SR-FEED
           END-IF
           MOVE SP-EXPIRY-DATE TO SR-EXPIRY
           MOVE SP-REFERENCE TO SR-REFERENCE
           MOVE WS-STOP-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           STRING WS-MAINT-REASON DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MAINT-LINE DELIMITED BY SIZE
               INTO MAINT-REJECT-LINE
           END-STRING
           WRITE MAINT-REJECT-LINE.
