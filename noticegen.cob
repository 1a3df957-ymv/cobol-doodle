       IDENTIFICATION DIVISION.
       PROGRAM-ID. noticegen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-master ASSIGN TO "account-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-AM-STATUS.
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
           SELECT OPTIONAL notice-history
               ASSIGN TO "notice-history.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS WS-NH-STATUS.
           SELECT OPTIONAL notice-parms ASSIGN TO "notices.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT OPTIONAL transactions-audit
               ASSIGN TO "transactions-audit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL ach-returns ASSIGN TO "ach-returns.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT OPTIONAL business-date-file
               ASSIGN TO "business-date.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT notice-letters ASSIGN TO "notice-letters.rpt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT notice-exceptions
               ASSIGN TO "notice-exceptions.rpt"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD account-master.
       COPY ACCTMAST.
       FD customer-master.
       COPY CUSTMAST.
       FD customer-xref.
       COPY CUSTXREF.
       FD notice-history.
       COPY NOTICEHS.
       FD notice-parms.
       01 PARMS-LINE PIC X(80).
       FD transactions-audit.
       01 AUDIT-LINE PIC X(320).
       FD ach-returns.
       01 ACH-RETURN-LINE PIC X(60).
       FD business-date-file.
       01 BUSINESS-DATE-LINE PIC X(8).
       FD notice-letters.
       01 LETTER-LINE PIC X(100).
       FD notice-exceptions.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS PIC XX.
       01 WS-CU-STATUS PIC XX.
       01 WS-CX-STATUS PIC XX.
       01 WS-NH-STATUS PIC XX.
       01 WS-PARMS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ACH-STATUS PIC XX.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-CUST-FILE-SW PIC X VALUE "N".
           88 CUSTOMER-FILE-PRESENT VALUE "Y".
       01 WS-CUST-FOUND-SW PIC X VALUE "N".
           88 NOTICE-CUSTOMER-FOUND VALUE "Y".
       01 WS-MASTER-EOF-SW PIC X VALUE "N".
           88 MASTER-AT-END VALUE "Y".
       01 NP-FIELD-1 PIC X(10).
       01 NP-FIELD-2 PIC X(15).
       01 WS-THRESH-TABLE.
           05 WS-THRESH-ENTRY OCCURS 10 TIMES.
               10 TH-OD-DAYS PIC 9(3).
       01 WS-THRESH-USED PIC 9(3) VALUE 0.
       01 WS-THRESH-IDX PIC 9(3).
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
       01 WS-ITEM-AMT PIC S9(9)V99.
       01 WS-ACH-RUN-DATE PIC X(8).
       01 AR-HEADER-REC.
           05 ARH-REC-TYPE PIC X.
           05 ARH-RUN-DATE PIC X(8).
           05 ARH-RUN-ID PIC X(14).
           05 FILLER PIC X(37).
       01 AR-DETAIL-REC.
           05 ARD-REC-TYPE PIC X.
           05 ARD-RETURN-CODE PIC X(3).
           05 ARD-AMOUNT PIC 9(9)V99.
           05 ARD-SRC-ACCT PIC X(10).
           05 ARD-DST-ACCT PIC X(10).
           05 ARD-REASON PIC X(20).
           05 FILLER PIC X(5).
       01 WS-NOTICE-ACCT PIC X(10).
       01 WS-NOTICE-TYPE PIC X(2).
           88 NOTICE-OVERDRAFT VALUE "OD".
           88 NOTICE-UNFUNDED VALUE "UF".
           88 NOTICE-RETURNED VALUE "RT".
           88 NOTICE-FROZEN VALUE "FZ".
       01 WS-EVENT-ID PIC X(40).
       01 WS-NOTICE-AMT PIC S9(9)V99.
       01 WS-NOTICE-LIMIT PIC S9(9)V99.
       01 WS-NOTICE-DATE PIC X(8).
       01 WS-NOTICE-DAYS PIC 9(5).
       01 WS-NOTICE-OTHER PIC X(10).
       01 WS-NOTICE-CODE PIC X(3).
       01 WS-NOTICE-REASON PIC X(20).
       01 WS-EXCEPTION-REASON PIC X(20).
       01 WS-DAYS-EDIT PIC Z(4)9.
       01 WS-OD-COUNT PIC 9(7) VALUE 0.
       01 WS-UF-COUNT PIC 9(7) VALUE 0.
       01 WS-RT-COUNT PIC 9(7) VALUE 0.
       01 WS-FZ-COUNT PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
       01 WS-ALREADY-SENT-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-FMT-AMT PIC S9(9)V99.
       01 WS-FMT-EDIT PIC -(9)9.99.
       01 WS-FMT-TXT PIC X(13).
       01 WS-SCAN-POS PIC 9(4) COMP.
       01 WS-MAIL-HEADER.
           05 FILLER PIC X(9) VALUE "CUSTOMER ".
           05 MH-CUST-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MH-NAME PIC X(30).
       01 WS-LETTER-HEADER.
           05 FILLER PIC X(12) VALUE "NOTICE DATE ".
           05 LH-DATE PIC X(8).
           05 FILLER PIC X(10) VALUE "  ACCOUNT ".
           05 LH-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LH-TITLE PIC X(30).
       01 WS-EXC-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(6) VALUE "TYPE".
           05 FILLER PIC X(42) VALUE "EVENT".
           05 FILLER PIC X(20) VALUE "REASON".
       01 WS-EXC-DETAIL.
           05 NX-ACCT-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NX-NOTICE-TYPE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 NX-EVENT-ID PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NX-REASON PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-NOTICE-PARMS
           OPEN INPUT account-master
           IF WS-AM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER, FILE STATUS "
                       WS-AM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O notice-history
           IF WS-NH-STATUS NOT = "00" AND WS-NH-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN NOTICE-HISTORY, FILE STATUS "
                       WS-NH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT customer-master
           OPEN INPUT customer-xref
           IF WS-CU-STATUS = "00" AND WS-CX-STATUS = "00"
               SET CUSTOMER-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT PRESENT, EVERY NOTICE "
                       "GOES TO THE EXCEPTIONS LIST"
           END-IF
           OPEN OUTPUT notice-letters
           OPEN OUTPUT notice-exceptions
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER NOTICE EXCEPTIONS - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  NO LETTER PRINTED" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXC-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCAN-MASTER-ACCOUNTS
           PERFORM SCAN-UNFUNDED-ITEMS
           PERFORM SCAN-ACH-RETURNS
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (NO EXCEPTIONS)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM PRINT-NOTICE-TOTALS
           CLOSE notice-letters
           CLOSE notice-exceptions
           CLOSE notice-history
           CLOSE customer-master
           CLOSE customer-xref
           CLOSE account-master
           DISPLAY "NOTICE RUN PRINTED " WS-LETTER-COUNT
                   " LETTER(S), " WS-ALREADY-SENT-COUNT
                   " ALREADY SENT, " WS-EXCEPTION-COUNT
                   " EXCEPTION(S)"
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

       LOAD-NOTICE-PARMS.
           OPEN INPUT notice-parms
           IF WS-PARMS-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ notice-parms AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM LOAD-PARMS-LINE
               END-PERFORM
           ELSE
               DISPLAY "NOTICES.DAT NOT PRESENT, USING DEFAULT "
                       "OVERDRAFT THRESHOLDS"
           END-IF
           CLOSE notice-parms
           IF WS-THRESH-USED = 0
               MOVE 3 TO WS-THRESH-USED
               MOVE 5 TO TH-OD-DAYS(1)
               MOVE 15 TO TH-OD-DAYS(2)
               MOVE 30 TO TH-OD-DAYS(3)
           END-IF.

       LOAD-PARMS-LINE.
           MOVE SPACES TO NP-FIELD-1
           MOVE SPACES TO NP-FIELD-2
           UNSTRING PARMS-LINE DELIMITED BY x"09" INTO
               NP-FIELD-1
               NP-FIELD-2
           END-UNSTRING
           EVALUATE NP-FIELD-1(1:1)
               WHEN "O"
                   IF WS-THRESH-USED < 10
                      AND FUNCTION TEST-NUMVAL(NP-FIELD-2) = 0
                      AND FUNCTION NUMVAL(NP-FIELD-2) > 0
                      AND FUNCTION NUMVAL(NP-FIELD-2) < 1000
                       ADD 1 TO WS-THRESH-USED
                       MOVE FUNCTION NUMVAL(NP-FIELD-2)
                           TO TH-OD-DAYS(WS-THRESH-USED)
                   ELSE
                       DISPLAY "OVERDRAFT THRESHOLD IGNORED: "
                               PARMS-LINE
                   END-IF
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED NOTICES.DAT RECORD: "
                           PARMS-LINE
           END-EVALUATE.

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
           IF NOT AM-CLOSED
               IF AM-BALANCE < 0 AND AM-OD-DAYS > 0
                   PERFORM CHECK-OVERDRAFT-THRESHOLDS
               END-IF
               IF AM-FROZEN AND AM-FROZEN-DATE NOT = SPACES
                   MOVE AM-ACCT-ID TO WS-NOTICE-ACCT
                   SET NOTICE-FROZEN TO TRUE
                   MOVE AM-FROZEN-DATE TO WS-EVENT-ID
                   MOVE AM-FROZEN-DATE TO WS-NOTICE-DATE
                   MOVE AM-BALANCE TO WS-NOTICE-AMT
                   PERFORM ISSUE-NOTICE
               END-IF
           END-IF.

       CHECK-OVERDRAFT-THRESHOLDS.
           PERFORM VARYING WS-THRESH-IDX FROM 1 BY 1
                   UNTIL WS-THRESH-IDX > WS-THRESH-USED
               IF AM-OD-DAYS = TH-OD-DAYS(WS-THRESH-IDX)
                   MOVE AM-ACCT-ID TO WS-NOTICE-ACCT
                   SET NOTICE-OVERDRAFT TO TRUE
                   MOVE SPACES TO WS-EVENT-ID
                   STRING TH-OD-DAYS(WS-THRESH-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-EVENT-ID
                   END-STRING
                   MOVE AM-OD-DAYS TO WS-NOTICE-DAYS
                   MOVE AM-BALANCE TO WS-NOTICE-AMT
                   MOVE AM-OD-LIMIT TO WS-NOTICE-LIMIT
                   PERFORM ISSUE-NOTICE
               END-IF
           END-PERFORM.

       SCAN-UNFUNDED-ITEMS.
           OPEN INPUT transactions-audit
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ transactions-audit AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM SELECT-UNFUNDED-ITEM
               END-PERFORM
           ELSE
               DISPLAY "TRANSACTIONS-AUDIT.DAT NOT PRESENT, NO "
                       "UNFUNDED ITEM NOTICES"
           END-IF
           CLOSE transactions-audit.

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
               SET NOTICE-UNFUNDED TO TRUE
               MOVE WS-ITEM-AMT TO WS-NOTICE-AMT
               EVALUATE TRUE
                   WHEN TXN-IS-REVERSAL
                       MOVE WS-RAW-FIELD-4 TO WS-NOTICE-ACCT
                       MOVE WS-RAW-FIELD-3 TO WS-NOTICE-OTHER
                       MOVE WS-RAW-FIELD-6 TO WS-NOTICE-DATE
                   WHEN TXN-IS-FEE
                       MOVE WS-RAW-FIELD-3 TO WS-NOTICE-ACCT
                       MOVE "-" TO WS-NOTICE-OTHER
                       MOVE WS-RAW-FIELD-4 TO WS-NOTICE-DATE
                   WHEN OTHER
                       MOVE WS-RAW-FIELD-3 TO WS-NOTICE-ACCT
                       MOVE WS-RAW-FIELD-4 TO WS-NOTICE-OTHER
                       MOVE WS-RAW-FIELD-5 TO WS-NOTICE-DATE
               END-EVALUATE
               MOVE WS-ITEM-AMT TO WS-FMT-AMT
               PERFORM FORMAT-AMOUNT
               MOVE SPACES TO WS-EVENT-ID
               STRING WS-TXN-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOTICE-DATE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-FMT-TXT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-NOTICE-OTHER DELIMITED BY SPACE
                   INTO WS-EVENT-ID
               END-STRING
               PERFORM ISSUE-NOTICE
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
           MOVE 0 TO WS-ITEM-AMT
           IF FUNCTION TEST-NUMVAL(WS-RAW-FIELD-2) = 0
               MOVE FUNCTION NUMVAL(WS-RAW-FIELD-2) TO WS-ITEM-AMT
           END-IF.

       SCAN-ACH-RETURNS.
           MOVE WS-RUN-DATE TO WS-ACH-RUN-DATE
           OPEN INPUT ach-returns
           IF WS-ACH-STATUS = "00"
               PERFORM UNTIL 1=0
                   READ ach-returns AT END
                       EXIT PERFORM
                   END-READ
                   PERFORM SELECT-ACH-RETURN
               END-PERFORM
           ELSE
               DISPLAY "ACH-RETURNS.DAT NOT PRESENT, NO RETURNED "
                       "ITEM NOTICES"
           END-IF
           CLOSE ach-returns.

       SELECT-ACH-RETURN.
           EVALUATE ACH-RETURN-LINE(1:1)
               WHEN "H"
                   MOVE ACH-RETURN-LINE TO AR-HEADER-REC
                   IF ARH-RUN-DATE NOT = SPACES
                       MOVE ARH-RUN-DATE TO WS-ACH-RUN-DATE
                   END-IF
               WHEN "D"
                   MOVE ACH-RETURN-LINE TO AR-DETAIL-REC
                   IF ARD-RETURN-CODE NOT = "R01"
                      AND ARD-RETURN-CODE NOT = "R08"
                       MOVE ARD-SRC-ACCT TO WS-NOTICE-ACCT
                       MOVE ARD-DST-ACCT TO WS-NOTICE-OTHER
                       PERFORM CHECK-RETURNED-ACCOUNT
                       MOVE ARD-DST-ACCT TO WS-NOTICE-ACCT
                       MOVE ARD-SRC-ACCT TO WS-NOTICE-OTHER
                       PERFORM CHECK-RETURNED-ACCOUNT
                   END-IF
           END-EVALUATE.

       CHECK-RETURNED-ACCOUNT.
           IF WS-NOTICE-ACCT NOT = SPACES
               MOVE WS-NOTICE-ACCT TO AM-ACCT-ID
               READ account-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-NOTICE-OTHER = SPACES
                           MOVE "-" TO WS-NOTICE-OTHER
                       END-IF
                       SET NOTICE-RETURNED TO TRUE
                       MOVE ARD-AMOUNT TO WS-NOTICE-AMT
                       MOVE ARD-RETURN-CODE TO WS-NOTICE-CODE
                       MOVE ARD-REASON TO WS-NOTICE-REASON
                       MOVE WS-ACH-RUN-DATE TO WS-NOTICE-DATE
                       MOVE WS-NOTICE-AMT TO WS-FMT-AMT
                       PERFORM FORMAT-AMOUNT
                       MOVE SPACES TO WS-EVENT-ID
                       STRING WS-NOTICE-CODE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-NOTICE-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-FMT-TXT DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               WS-NOTICE-OTHER DELIMITED BY SPACE
                           INTO WS-EVENT-ID
                       END-STRING
                       PERFORM ISSUE-NOTICE
               END-READ
           END-IF.

       ISSUE-NOTICE.
           MOVE WS-NOTICE-ACCT TO NH-ACCT-ID
           MOVE WS-NOTICE-TYPE TO NH-NOTICE-TYPE
           MOVE WS-EVENT-ID TO NH-EVENT-ID
           READ notice-history
               INVALID KEY
                   PERFORM SEND-NOTICE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SENT-COUNT
           END-READ.

       SEND-NOTICE.
           PERFORM FIND-NOTICE-CUSTOMER
           IF NOTICE-CUSTOMER-FOUND
               PERFORM PRINT-MAILING-BLOCK
               PERFORM PRINT-LETTER-BODY
               PERFORM WRITE-NOTICE-HISTORY
           ELSE
               PERFORM WRITE-NOTICE-EXCEPTION
           END-IF.

       FIND-NOTICE-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE "NO CUSTOMER LINK" TO WS-EXCEPTION-REASON
           IF CUSTOMER-FILE-PRESENT
               MOVE WS-NOTICE-ACCT TO CX-ACCT-ID
               READ customer-xref
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CUST-ID TO CU-CUST-ID
                       READ customer-master
                           INVALID KEY
                               MOVE "CUSTOMER NOT ON FILE"
                                   TO WS-EXCEPTION-REASON
                           NOT INVALID KEY
                               SET NOTICE-CUSTOMER-FOUND TO TRUE
                       END-READ
               END-READ
           END-IF.

       PRINT-MAILING-BLOCK.
           MOVE CU-CUST-ID TO MH-CUST-ID
           MOVE CU-NAME TO MH-NAME
           MOVE WS-MAIL-HEADER TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CU-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           IF CU-ADDR-1 NOT = SPACES
               MOVE CU-ADDR-1 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF CU-ADDR-2 NOT = SPACES
               MOVE CU-ADDR-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF CU-ADDR-3 NOT = SPACES
               MOVE CU-ADDR-3 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       PRINT-LETTER-BODY.
           MOVE WS-RUN-DATE TO LH-DATE
           MOVE WS-NOTICE-ACCT TO LH-ACCT-ID
           EVALUATE TRUE
               WHEN NOTICE-OVERDRAFT
                   MOVE "OVERDRAWN ACCOUNT NOTICE" TO LH-TITLE
               WHEN NOTICE-UNFUNDED
                   MOVE "UNPAID ITEM NOTICE" TO LH-TITLE
               WHEN NOTICE-RETURNED
                   MOVE "RETURNED ITEM NOTICE" TO LH-TITLE
               WHEN NOTICE-FROZEN
                   MOVE "ACCOUNT FROZEN NOTICE" TO LH-TITLE
           END-EVALUATE
           MOVE WS-LETTER-HEADER TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE TRUE
               WHEN NOTICE-OVERDRAFT
                   PERFORM PRINT-OVERDRAFT-LETTER
                   ADD 1 TO WS-OD-COUNT
               WHEN NOTICE-UNFUNDED
                   PERFORM PRINT-UNFUNDED-LETTER
                   ADD 1 TO WS-UF-COUNT
               WHEN NOTICE-RETURNED
                   PERFORM PRINT-RETURNED-LETTER
                   ADD 1 TO WS-RT-COUNT
               WHEN NOTICE-FROZEN
                   PERFORM PRINT-FROZEN-LETTER
                   ADD 1 TO WS-FZ-COUNT
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

       PRINT-OVERDRAFT-LETTER.
           MOVE WS-NOTICE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "YOUR ACCOUNT HAS NOW ENDED THE DAY OVERDRAWN FOR "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                   " CONSECUTIVE BUSINESS DAYS." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE WS-NOTICE-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "BALANCE AT CLOSE OF BUSINESS " DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE WS-NOTICE-LIMIT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "AUTHORIZED OVERDRAFT LINE    " DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PLEASE DEPOSIT FUNDS TO BRING THE ACCOUNT BACK "
                   DELIMITED BY SIZE
                   "INTO CREDIT, OR CONTACT YOUR BRANCH."
                   DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       PRINT-UNFUNDED-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "WE WERE UNABLE TO PAY THE ITEM BELOW BECAUSE "
                   DELIMITED BY SIZE
                   "YOUR ACCOUNT DID NOT HAVE SUFFICIENT AVAILABLE "
                   DELIMITED BY SIZE
                   "FUNDS." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE WS-NOTICE-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "ITEM DATED " DELIMITED BY SIZE
                   WS-NOTICE-DATE DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "  PAYEE ACCOUNT " DELIMITED BY SIZE
                   WS-NOTICE-OTHER DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "THE ITEM HAS NOT BEEN POSTED. A RETURNED ITEM "
                   DELIMITED BY SIZE
                   "FEE MAY BE CHARGED TO YOUR ACCOUNT."
                   DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       PRINT-RETURNED-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "THE ELECTRONIC ITEM BELOW COULD NOT BE "
                   DELIMITED BY SIZE
                   "PROCESSED AND HAS BEEN RETURNED TO THE "
                   DELIMITED BY SIZE
                   "ORIGINATING BANK." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE WS-NOTICE-AMT TO WS-FMT-AMT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "RETURNED " DELIMITED BY SIZE
                   WS-NOTICE-DATE DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "  OTHER ACCOUNT " DELIMITED BY SIZE
                   WS-NOTICE-OTHER DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "RETURN REASON " DELIMITED BY SIZE
                   WS-NOTICE-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOTICE-REASON DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE CONTACT THE ORIGINATOR IF THE PAYMENT IS DUE."
               TO LETTER-LINE
           WRITE LETTER-LINE.

       PRINT-FROZEN-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "YOUR ACCOUNT WAS FROZEN ON " DELIMITED BY SIZE
                   WS-NOTICE-DATE DELIMITED BY SIZE
                   ". NO PAYMENTS OR WITHDRAWALS WILL BE POSTED TO IT"
                   DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "WHILE THE FREEZE REMAINS IN PLACE. PLEASE "
                   DELIMITED BY SIZE
                   "CONTACT YOUR BRANCH FOR DETAILS." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       WRITE-NOTICE-HISTORY.
           MOVE WS-NOTICE-ACCT TO NH-ACCT-ID
           MOVE WS-NOTICE-TYPE TO NH-NOTICE-TYPE
           MOVE WS-EVENT-ID TO NH-EVENT-ID
           MOVE WS-RUN-DATE TO NH-SENT-DATE
           MOVE CU-CUST-ID TO NH-CUST-ID
           MOVE WS-NOTICE-AMT TO NH-AMOUNT
           WRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "NOTICE HISTORY WRITE FAILED: "
                           NH-NOTICE-KEY
           END-WRITE.

       WRITE-NOTICE-EXCEPTION.
           MOVE WS-NOTICE-ACCT TO NX-ACCT-ID
           MOVE WS-NOTICE-TYPE TO NX-NOTICE-TYPE
           MOVE WS-EVENT-ID TO NX-EVENT-ID
           MOVE WS-EXCEPTION-REASON TO NX-REASON
           MOVE WS-EXC-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       PRINT-NOTICE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LETTERS PRINTED " DELIMITED BY SIZE
                   WS-LETTER-COUNT DELIMITED BY SIZE
                   "  OVERDRAWN " DELIMITED BY SIZE
                   WS-OD-COUNT DELIMITED BY SIZE
                   "  UNPAID " DELIMITED BY SIZE
                   WS-UF-COUNT DELIMITED BY SIZE
                   "  RETURNED " DELIMITED BY SIZE
                   WS-RT-COUNT DELIMITED BY SIZE
                   "  FROZEN " DELIMITED BY SIZE
                   WS-FZ-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY SENT, NOT REPEATED " DELIMITED BY SIZE
                   WS-ALREADY-SENT-COUNT DELIMITED BY SIZE
                   "  EXCEPTIONS " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       FORMAT-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-EDIT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 12
                      OR WS-FMT-EDIT(WS-SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-FMT-EDIT(WS-SCAN-POS:14 - WS-SCAN-POS)
               TO WS-FMT-TXT.
