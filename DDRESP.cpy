      ******************************************************************
      * DDRESP - the bank's direct-debit answer file layout read by
      * DdResult. COPY this into the FILE SECTION under the
      * program's FD for ddresp.dat.
      *
      * ddresp.dat is what the bank sends back about the
      * collections on earlier ddbank.dat files - one detail record
      * per collection it has settled, then one trailer carrying
      * the count and amount total of the details, so a file cut
      * short in transit never half-applies:
      *   'D' - one answer: our item number and the mandate it was
      *         collected under, the amount, DR-RESULT 'P' paid or
      *         'R' returned unpaid, the date of the answer, and
      *         for a return the bank's reason code
      *   'T' - trailer: DRT-RECORD-COUNT 'D' records totalling
      *         DRT-AMOUNT-TOTAL
      * amounts are unsigned pounds and pence with an implied
      * decimal point.
      ******************************************************************
       01 DD-RESPONSE-RECORD.
           03 DR-REC-TYPE PIC X.
               88 DR-IS-DETAIL VALUE 'D'.
               88 DR-IS-TRAILER VALUE 'T'.
           03 DR-ITEM-NUMBER PIC 9(6).
           03 DR-MANDATE-REF PIC X(18).
           03 DR-AMOUNT PIC 9(7)V99.
           03 DR-RESULT PIC X.
               88 DR-IS-PAID VALUE 'P'.
               88 DR-IS-RETURNED VALUE 'R'.
           03 DR-RESULT-DATE PIC 9(8).
           03 DR-REASON PIC X(4).
           03 FILLER PIC X(3).

       01 DD-RESPONSE-TRAILER-VIEW REDEFINES DD-RESPONSE-RECORD.
           03 FILLER PIC X.
           03 DRT-RECORD-COUNT PIC 9(6).
           03 DRT-AMOUNT-TOTAL PIC 9(11)V99.
           03 FILLER PIC X(30).
