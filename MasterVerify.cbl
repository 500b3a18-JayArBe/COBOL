       COPY CUSTMAST.

       FD PART-BACKUP-FILE.
       01 PART-BACKUP-RECORD PIC X(59).

       FD CUST-BACKUP-FILE.
       01 CUST-BACKUP-RECORD PIC X(71).

       FD CONTROL-FILE.

           03 MJRN-OPERATOR PIC X(8) VALUE SPACES.
           03 MJRN-FILE-ID PIC X.
           03 MJRN-ACTION PIC X VALUE 'W'.
           03 MJRN-BEFORE-IMAGE PIC X(120) VALUE SPACES.
           03 MJRN-AFTER-IMAGE PIC X(120).

      * per-file verify state - the previous key seen, as text wide
      * enough for either master's key
      * "no restriction", or the edit step would compare spaces
      * numerically and reject every movement. REBUILD is the
      * migration path for the grown master, so this is the
      * record-extension itself. the part group just reads as
      * spaces, no group, off a line from before commission, and
      * the lot flag as a space, not lot-controlled, off a line from
      * before lots were tracked
                           IF PM-EFF-FROM IS NOT NUMERIC
                               MOVE ZERO TO PM-EFF-FROM
                           END-IF
                               CUST-MASTER-RECORD
      * same treatment for a short customer/supplier backup line -
      * the window dates default to zero; the tax category reads as
      * spaces, which already means "tax at the batch default".
      * a line from before credit control carries no limit (zero,
      * no limit) and no hold, and one from before electronic
      * invoicing takes its invoices on paper. the rep code reads
      * as spaces off a line from before sales reps, which is
      * already a house account
                           IF CM-EFF-FROM IS NOT NUMERIC
                               MOVE ZERO TO CM-EFF-FROM
                           END-IF
                           IF CM-CLOSED-DATE IS NOT NUMERIC
                               MOVE ZERO TO CM-CLOSED-DATE
                           END-IF
                           IF CM-CREDIT-LIMIT IS NOT NUMERIC
                               MOVE ZERO TO CM-CREDIT-LIMIT
                           END-IF
                           IF NOT CM-ON-CREDIT-HOLD
                               MOVE SPACE TO CM-CREDIT-HOLD
                           END-IF
                           IF NOT CM-TAKES-EINVOICE
                               MOVE SPACE TO CM-INVOICE-DELIVERY
                           END-IF
                           WRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   MOVE 'Y' TO VERIFY-ERROR-SW
