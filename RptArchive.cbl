
      * the reports the night produces - each filed if present,
      * quietly skipped if tonight didn't produce it
       77 REPORT-NAME-COUNT PIC 99 VALUE 43.
       01 REPORT-NAME-TABLE.
           03 FILLER PIC X(20) VALUE 'prcreg.rpt'.
           03 FILLER PIC X(20) VALUE 'invoice.rpt'.
           03 FILLER PIC X(20) VALUE 'bckorder.rpt'.
           03 FILLER PIC X(20) VALUE 'buyrpt.rpt'.
           03 FILLER PIC X(20) VALUE 'nightrpt.rpt'.
           03 FILLER PIC X(20) VALUE 'pomatch.rpt'.
           03 FILLER PIC X(20) VALUE 'poout.rpt'.
           03 FILLER PIC X(20) VALUE 'crhold.rpt'.
           03 FILLER PIC X(20) VALUE 'crrevw.rpt'.
           03 FILLER PIC X(20) VALUE 'crnote.rpt'.
           03 FILLER PIC X(20) VALUE 'stockval.rpt'.
           03 FILLER PIC X(20) VALUE 'apinv.rpt'.
           03 FILLER PIC X(20) VALUE 'apcred.rpt'.
           03 FILLER PIC X(20) VALUE 'appay.rpt'.
           03 FILLER PIC X(20) VALUE 'approp.rpt'.
           03 FILLER PIC X(20) VALUE 'dunlet.rpt'.
           03 FILLER PIC X(20) VALUE 'dunreg.rpt'.
           03 FILLER PIC X(20) VALUE 'arint.rpt'.
           03 FILLER PIC X(20) VALUE 'bankrec.rpt'.
           03 FILLER PIC X(20) VALUE 'dispnote.rpt'.
           03 FILLER PIC X(20) VALUE 'picklist.rpt'.
           03 FILLER PIC X(20) VALUE 'standgen.rpt'.
           03 FILLER PIC X(20) VALUE 'usage.rpt'.
           03 FILLER PIC X(20) VALUE 'usageacc.rpt'.
           03 FILLER PIC X(20) VALUE 'sales.rpt'.
           03 FILLER PIC X(20) VALUE 'yearend.rpt'.
           03 FILLER PIC X(20) VALUE 'glpost.rpt'.
           03 FILLER PIC X(20) VALUE 'einvoice.dat'.
           03 FILLER PIC X(20) VALUE 'commstmt.rpt'.
           03 FILLER PIC X(20) VALUE 'commpay.dat'.
           03 FILLER PIC X(20) VALUE 'ddcoll.rpt'.
           03 FILLER PIC X(20) VALUE 'ddbank.dat'.
           03 FILLER PIC X(20) VALUE 'ddrslt.rpt'.
           03 FILLER PIC X(20) VALUE 'woappr.rpt'.
           03 FILLER PIC X(20) VALUE 'wooff.rpt'.
           03 FILLER PIC X(20) VALUE 'kpitrend.rpt'.
           03 FILLER PIC X(20) VALUE 'mergecert.rpt'.
           03 FILLER PIC X(20) VALUE 'lotexp.rpt'.
       01 REPORT-NAME-LIST REDEFINES REPORT-NAME-TABLE.
           03 REPORT-NAME OCCURS 43 TIMES PIC X(20).

      * how many archived copies each report keeps - overridden by
      * an 'RAKP' record in runctl.dat, the same idea HighAndLow's
