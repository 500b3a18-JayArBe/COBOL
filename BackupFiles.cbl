      * the live files the night mutates - one slot per name, walked
      * in order. a file that doesn't exist yet (a fresh system has
      * no partbal.dat) is noted and skipped, not a failure
       77 BACKUP-FILE-COUNT PIC 99 VALUE 58.
       01 BACKUP-NAME-TABLE.
           03 FILLER PIC X(20) VALUE 'partmast.dat'.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'cashsusp.dat'.
           03 FILLER PIC X(20) VALUE 'hkarch.dat'.
           03 FILLER PIC X(20) VALUE 'rptindex.dat'.
           03 FILLER PIC X(20) VALUE 'pomast.dat'.
           03 FILLER PIC X(20) VALUE 'ponum.dat'.
           03 FILLER PIC X(20) VALUE 'crqueue.dat'.
           03 FILLER PIC X(20) VALUE 'crqnum.dat'.
           03 FILLER PIC X(20) VALUE 'crrel.dat'.
           03 FILLER PIC X(20) VALUE 'crcanc.dat'.
           03 FILLER PIC X(20) VALUE 'apopen.dat'.
           03 FILLER PIC X(20) VALUE 'aptran.dat'.
           03 FILLER PIC X(20) VALUE 'apnum.dat'.
           03 FILLER PIC X(20) VALUE 'approp.dat'.
           03 FILLER PIC X(20) VALUE 'dunhist.dat'.
           03 FILLER PIC X(20) VALUE 'arint.dat'.
           03 FILLER PIC X(20) VALUE 'rcpthist.dat'.
           03 FILLER PIC X(20) VALUE 'bankopen.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'ratemast.dat'.
           03 FILLER PIC X(20) VALUE 'contract.dat'.
           03 FILLER PIC X(20) VALUE 'taxrates.dat'.
           03 FILLER PIC X(20) VALUE 'fxrates.dat'.
           03 FILLER PIC X(20) VALUE 'glmap.dat'.
           03 FILLER PIC X(20) VALUE 'ratepend.dat'.
           03 FILLER PIC X(20) VALUE 'soorder.dat'.
           03 FILLER PIC X(20) VALUE 'sonum.dat'.
           03 FILLER PIC X(20) VALUE 'standord.dat'.
           03 FILLER PIC X(20) VALUE 'locbal.dat'.
           03 FILLER PIC X(20) VALUE 'runcal.dat'.
           03 FILLER PIC X(20) VALUE 'anonlog.dat'.
           03 FILLER PIC X(20) VALUE 'glbal.dat'.
           03 FILLER PIC X(20) VALUE 'glposted.dat'.
           03 FILLER PIC X(20) VALUE 'glsubl.dat'.
           03 FILLER PIC X(20) VALUE 'commrate.dat'.
           03 FILLER PIC X(20) VALUE 'ddmandate.dat'.
           03 FILLER PIC X(20) VALUE 'ddreg.dat'.
           03 FILLER PIC X(20) VALUE 'woqueue.dat'.
           03 FILLER PIC X(20) VALUE 'kpihist.dat'.
           03 FILLER PIC X(20) VALUE 'lotbal.dat'.
           03 FILLER PIC X(20) VALUE 'lotmove.dat'.
       01 BACKUP-NAME-LIST REDEFINES BACKUP-NAME-TABLE.
           03 BACKUP-FILE-NAME OCCURS 58 TIMES PIC X(20).

      * generation numbers and the names built from them
       01 BACKUP-CONTROLS.
