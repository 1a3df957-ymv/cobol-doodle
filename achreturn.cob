               READ transactions-audit AT END
                   EXIT PERFORM
               END-READ
               PERFORM SELECT-AUDIT-ITEM
           END-PERFORM
           CLOSE transactions-audit
           OPEN INPUT transactions-reject
                   " RETURN(S)"
           STOP RUN.

       SELECT-AUDIT-ITEM.
           MOVE SPACES TO AU-RUN-ID
           MOVE SPACES TO AU-TIMESTAMP
           MOVE SPACES TO AU-DISPOSITION
                   MOVE "INSUFFICIENT-FUNDS" TO WS-REJ-REASON
                   PERFORM WRITE-RETURN-DETAIL
               END-IF
           END-IF
           IF AU-DISPOSITION = "STOPPED"
               PERFORM SPLIT-TXN-FIELDS
               IF WS-FEED-STAMP(1:3) = "ACH"
                   MOVE "R08" TO WS-RETURN-CODE
                   MOVE "PAYMENT-STOPPED" TO WS-REJ-REASON
                   PERFORM WRITE-RETURN-DETAIL
               END-IF
           END-IF.

       SELECT-REJECTED-ITEM.
