                       CONTINUE
                   NOT INVALID KEY
                       SET SRC-ON-FILE TO TRUE
                       IF AM-OPEN OR AM-DORMANT
                           SET SRC-ACTIVE TO TRUE
                       END-IF
               END-READ
                       CONTINUE
                   NOT INVALID KEY
                       SET DST-ON-FILE TO TRUE
                       IF AM-OPEN OR AM-DORMANT
                           SET DST-ACTIVE TO TRUE
                       END-IF
               END-READ
