               ADD 1 TO IMPORT-GOOD-COUNT
               ADD 1 TO FILE-GOOD-COUNT
               MOVE 'C' TO TRAN-SOURCE
               MOVE SPACES TO TRAN-LOCATION
               MOVE SPACES TO TRAN-TO-LOCATION
               MOVE SPACES TO TRAN-LOT-NO
               MOVE ZERO TO TRAN-EXPIRY-DATE
               WRITE TRANSACTION-RECORD
               IF WS-FS-TRAN-OUT-FILE NOT = '00'
                   MOVE 'TRAN-OUT-FILE' TO ALOG-FILE-NAME
