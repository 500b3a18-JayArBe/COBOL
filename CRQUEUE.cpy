      ******************************************************************
      * CRQUEUE - shared credit-review queue record layout, keyed by
      * CRQ-KEY (queue number then line). COPY this into the FILE
      * SECTION under each program's FD CREDIT-QUEUE.
      *
      * InvoicePrint checks each customer's open aropen.dat balance
      * plus the night's invoice against CM-CREDIT-LIMIT before it
      * posts anything; an account on credit hold, or one the
      * invoice would take over its limit, has its priced lines
      * parked here instead of invoiced - one queue number per
      * customer per night, numbered off crqnum.dat the way
      * invnum.dat numbers invoices, one record per priced line.
      * CreditReview is credit control's release-or-cancel run: a
      * released entry's lines go to crrel.dat for the next
      * InvoicePrint run to invoice without a second check, a
      * cancelled one is never invoiced - its lines go to crcanc.dat
      * for that run to reverse the tax and sales they were posted
      * with the night they were priced.
      *
      *   CRQ-STATUS  'Q' queued - waiting on credit control
      *               'R' released to invoicing
      *               'X' cancelled by credit control
      *   CRQ-REASON  'HD' account on credit hold
      *               'OL' over its credit limit
      *
      * CRQ-OPEN-BALANCE and CRQ-CREDIT-LIMIT are the figures the
      * check saw the night the lines were queued, home currency.
      * CRQ-PRICED-DETAIL is the priced line whole, in the
      * PRCDETL.cpy layout
      ******************************************************************
       01 CREDIT-QUEUE-RECORD.
         03 CRQ-KEY.
           05 CRQ-QUEUE-NO PIC 9(6).
           05 CRQ-LINE-NO PIC 9(3).
         03 CRQ-CUST-NUMBER PIC 9(6).
         03 CRQ-STATUS PIC X.
           88 CRQ-IS-QUEUED VALUE 'Q'.
           88 CRQ-IS-RELEASED VALUE 'R'.
           88 CRQ-IS-CANCELLED VALUE 'X'.
         03 CRQ-REASON PIC X(2).
           88 CRQ-ON-HOLD VALUE 'HD'.
           88 CRQ-OVER-LIMIT VALUE 'OL'.
         03 CRQ-QUEUED-RUN-ID PIC X(11).
         03 CRQ-QUEUED-DATE PIC 9(8).
         03 CRQ-OPEN-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
         03 CRQ-CREDIT-LIMIT PIC 9(9)V99.
         03 CRQ-DECIDED-BY PIC X(8).
         03 CRQ-DECIDED-DATE PIC 9(8).
         03 CRQ-PRICED-DETAIL PIC X(55).
