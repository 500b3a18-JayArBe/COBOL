
      * the same file list BackupFiles snapshots, restored in the
      * same order
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

      * arguments passed to OperAuth.cbl - overwriting the live
      * files with a past backup set is a supervisor's call
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl, and the shared files that
      * must not be mid-use while their live copies are overwritten -
      * every lock any program takes, the chain's own included
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 RESTORE-LOCK-COUNT PIC 99 VALUE 22.
       01 RESTORE-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'partmast.dat'.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'rejsusp.dat'.
           03 FILLER PIC X(20) VALUE 'tranhist.dat'.
           03 FILLER PIC X(20) VALUE 'dupsusp.dat'.
           03 FILLER PIC X(20) VALUE 'pomast.dat'.
           03 FILLER PIC X(20) VALUE 'crqueue.dat'.
           03 FILLER PIC X(20) VALUE 'apopen.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'ratemast.dat'.
           03 FILLER PIC X(20) VALUE 'contract.dat'.
           03 FILLER PIC X(20) VALUE 'taxrates.dat'.
           03 FILLER PIC X(20) VALUE 'fxrates.dat'.
           03 FILLER PIC X(20) VALUE 'glmap.dat'.
           03 FILLER PIC X(20) VALUE 'ratepend.dat'.
           03 FILLER PIC X(20) VALUE 'soorder.dat'.
           03 FILLER PIC X(20) VALUE 'standord.dat'.
           03 FILLER PIC X(20) VALUE 'locbal.dat'.
           03 FILLER PIC X(20) VALUE 'commrate.dat'.
           03 FILLER PIC X(20) VALUE 'ddmandate.dat'.
           03 FILLER PIC X(20) VALUE 'woqueue.dat'.
       01 RESTORE-LOCK-LIST REDEFINES RESTORE-LOCK-TABLE.
           03 RESTORE-LOCK-NAME OCCURS 22 TIMES PIC X(20).
       01 LOCK-IDX PIC 99 VALUE ZERO.

       01 RESTORE-CONTROLS.
           03 RESTORE-GENERATION PIC 9(4) VALUE ZERO.
