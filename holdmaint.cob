       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL hold-maint ASSIGN TO "hold-maint.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HM-STATUS.
           SELECT OPTIONAL funds-holds ASSIGN TO "funds-holds.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT account-master ASSIGN TO "account-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT hold-maint-reject
               ASSIGN TO "hold-maint-reject.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD hold-maint.
       01 MAINT-LINE PIC X(120).
       FD funds-holds.
       COPY FUNDHOLD.
       FD account-master.
       COPY ACCTMAST.
       FD hold-maint-reject.
       01 MAINT-REJECT-LINE PIC X(144).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-HM-STATUS PIC XX.
       01 WS-HD-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-MAINT-ACTION PIC X(10).
           88 MAINT-IS-PLACE VALUE "P".
           88 MAINT-IS-RELEASE VALUE "R".
       01 WS-MAINT-ACCT PIC X(10).
       01 WS-MAINT-FIELD-3 PIC X(15).
       01 WS-MAINT-TYPE PIC X(5).
       01 WS-MAINT-RELEASE PIC X(10).
       01 WS-MAINT-REF PIC X(16).
       01 WS-MAINT-REASON PIC X(20).
       01 WS-LAST-SEQ PIC 9(4).
       01 WS-HOLDS-EOF-SW PIC X VALUE "N".
           88 HOLDS-AT-END VALUE "Y".
       01 WS-PLACED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           OPEN I-O funds-holds
           IF WS-HD-STATUS NOT = "00" AND WS-HD-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN FUNDS-HOLDS, FILE STATUS "
                       WS-HD-STATUS
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
           OPEN INPUT hold-maint
           OPEN OUTPUT hold-maint-reject
           IF WS-HM-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ hold-maint AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM PROCESS-MAINT-LINE
               END-PERFORM
           END-IF
           PERFORM EXPIRE-DUE-HOLDS
           DISPLAY "HOLD MAINTENANCE PLACED " WS-PLACED-COUNT
                   " RELEASED " WS-RELEASED-COUNT
                   " EXPIRED " WS-EXPIRED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
           CLOSE hold-maint
           CLOSE funds-holds
           CLOSE account-master
           CLOSE hold-maint-reject.
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
           MOVE SPACES TO WS-MAINT-TYPE
           MOVE SPACES TO WS-MAINT-RELEASE
           MOVE SPACES TO WS-MAINT-REF
           UNSTRING MAINT-LINE DELIMITED BY x"09" INTO
               WS-MAINT-ACTION
               WS-MAINT-ACCT
               WS-MAINT-FIELD-3
               WS-MAINT-TYPE
               WS-MAINT-RELEASE
               WS-MAINT-REF
           END-UNSTRING
           IF WS-MAINT-ACCT = SPACES
               MOVE "ACCT-BLANK" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               EVALUATE TRUE
                   WHEN MAINT-IS-PLACE
                       PERFORM PLACE-HOLD
                   WHEN MAINT-IS-RELEASE
                       PERFORM RELEASE-HOLD
                   WHEN OTHER
                       MOVE "UNKNOWN-ACTION" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
               END-EVALUATE
           END-IF.

       PLACE-HOLD.
           MOVE WS-MAINT-ACCT TO AM-ACCT-ID
           READ account-master
               INVALID KEY
                   MOVE "ACCT-NOT-ON-FILE" TO WS-MAINT-REASON
           END-READ
           IF WS-MAINT-REASON = SPACES
               EVALUATE TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-MAINT-FIELD-3) NOT = 0
                       MOVE "AMT-NOT-NUMERIC" TO WS-MAINT-REASON
                   WHEN FUNCTION NUMVAL(WS-MAINT-FIELD-3) <= 0
                       MOVE "AMT-NOT-POSITIVE" TO WS-MAINT-REASON
                   WHEN WS-MAINT-TYPE(1:1) NOT = "D"
                      AND WS-MAINT-TYPE(1:1) NOT = "L"
                      AND WS-MAINT-TYPE(1:1) NOT = "G"
                      AND WS-MAINT-TYPE(1:1) NOT = "O"
                       MOVE "HOLD-TYPE-INVALID" TO WS-MAINT-REASON
                   WHEN WS-MAINT-RELEASE NOT = SPACES
                      AND (FUNCTION TEST-NUMVAL(WS-MAINT-RELEASE(1:8))
                           NOT = 0
                           OR WS-MAINT-RELEASE(8:1) = SPACE)
                       MOVE "RELEASE-DATE-INVALID" TO WS-MAINT-REASON
                   WHEN WS-MAINT-RELEASE NOT = SPACES
                      AND WS-MAINT-RELEASE(1:8) <= WS-RUN-DATE
                       MOVE "RELEASE-DATE-PAST" TO WS-MAINT-REASON
                   WHEN WS-MAINT-REF = SPACES
                       MOVE "REFERENCE-BLANK" TO WS-MAINT-REASON
               END-EVALUATE
           END-IF
           IF WS-MAINT-REASON = SPACES
               PERFORM FIND-LAST-HOLD-SEQ
               IF WS-LAST-SEQ = 9999
                   MOVE "HOLD-SEQ-FULL" TO WS-MAINT-REASON
               END-IF
           END-IF
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO HD-ACCT-ID
               COMPUTE HD-HOLD-SEQ = WS-LAST-SEQ + 1
               MOVE FUNCTION NUMVAL(WS-MAINT-FIELD-3) TO HD-AMOUNT
               MOVE WS-MAINT-TYPE(1:1) TO HD-HOLD-TYPE
               MOVE WS-RUN-DATE TO HD-PLACED-DATE
               IF WS-MAINT-RELEASE = SPACES
                   MOVE "99999999" TO HD-RELEASE-DATE
               ELSE
                   MOVE WS-MAINT-RELEASE(1:8) TO HD-RELEASE-DATE
               END-IF
               MOVE WS-MAINT-REF TO HD-REFERENCE
               SET HD-ACTIVE TO TRUE
               MOVE SPACES TO HD-CLOSED-DATE
               WRITE FUNDS-HOLD-RECORD
                   INVALID KEY
                       MOVE "HOLD-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-PLACED-COUNT
               END-WRITE
           END-IF.

       FIND-LAST-HOLD-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-HOLDS-EOF-SW
           MOVE WS-MAINT-ACCT TO HD-ACCT-ID
           MOVE 0 TO HD-HOLD-SEQ
           START funds-holds KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLDS-EOF-SW
           END-START
           PERFORM UNTIL HOLDS-AT-END
               READ funds-holds NEXT
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF-SW
                   NOT AT END
                       IF HD-ACCT-ID NOT = WS-MAINT-ACCT
                           MOVE "Y" TO WS-HOLDS-EOF-SW
                       ELSE
                           MOVE HD-HOLD-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-HOLD.
           IF FUNCTION TEST-NUMVAL(WS-MAINT-FIELD-3) NOT = 0
               MOVE "HOLD-SEQ-INVALID" TO WS-MAINT-REASON
               PERFORM WRITE-MAINT-REJECT
           ELSE
               MOVE WS-MAINT-ACCT TO HD-ACCT-ID
               MOVE FUNCTION NUMVAL(WS-MAINT-FIELD-3) TO HD-HOLD-SEQ
               READ funds-holds
                   INVALID KEY
                       MOVE "HOLD-NOT-ON-FILE" TO WS-MAINT-REASON
                       PERFORM WRITE-MAINT-REJECT
                   NOT INVALID KEY
                       IF NOT HD-ACTIVE
                           MOVE "HOLD-NOT-ACTIVE" TO WS-MAINT-REASON
                           PERFORM WRITE-MAINT-REJECT
                       ELSE
                           SET HD-RELEASED TO TRUE
                           MOVE WS-RUN-DATE TO HD-CLOSED-DATE
                           REWRITE FUNDS-HOLD-RECORD
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
               END-READ
           END-IF.

       EXPIRE-DUE-HOLDS.
           MOVE "N" TO WS-HOLDS-EOF-SW
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
                       IF HD-ACTIVE
                          AND HD-RELEASE-DATE <= WS-RUN-DATE
                           SET HD-EXPIRED TO TRUE
                           MOVE WS-RUN-DATE TO HD-CLOSED-DATE
                           REWRITE FUNDS-HOLD-RECORD
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           STRING WS-MAINT-REASON DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MAINT-LINE DELIMITED BY SIZE
               INTO MAINT-REJECT-LINE
           END-STRING
           WRITE MAINT-REJECT-LINE.
