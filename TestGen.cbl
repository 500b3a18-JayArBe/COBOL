      * never discontinued, the way every part behaved before
               MOVE ZERO TO PM-EFF-FROM
               MOVE ZERO TO PM-DISC-DATE
               MOVE SPACES TO PM-PART-GROUP
               MOVE SPACE TO PM-LOT-CONTROL
               WRITE PART-MASTER-RECORD
           END-PERFORM.
           CLOSE PART-MASTER.
               MOVE SPACES TO CM-TAX-CATEGORY
               MOVE ZERO TO CM-EFF-FROM
               MOVE ZERO TO CM-CLOSED-DATE
               MOVE ZERO TO CM-CREDIT-LIMIT
               MOVE SPACE TO CM-CREDIT-HOLD
               MOVE SPACE TO CM-INVOICE-DELIVERY
               MOVE SPACES TO CM-REP-CODE
               WRITE CUST-MASTER-RECORD
           END-PERFORM.
           CLOSE CUST-MASTER.
           END-EVALUATE.
           MOVE GEN-QUANT TO TRAN-QUANT.
           MOVE 'M' TO TRAN-SOURCE.
           MOVE SPACES TO TRAN-LOCATION.
           MOVE SPACES TO TRAN-TO-LOCATION.
           MOVE SPACES TO TRAN-LOT-NO.
           MOVE ZERO TO TRAN-EXPIRY-DATE.
           WRITE TRANSACTION-RECORD.
           IF WS-FS-TRAN-FEED NOT = '00'
               MOVE 'TRAN-FEED-FILE' TO ALOG-FILE-NAME
