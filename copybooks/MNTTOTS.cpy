      *  Copybook.....: MNTTOTS
      *  Description..: Activity totals CUSTMNT leaves in the
      *  files-used text of its END event on RUNCTLF, shared by
      *  CUSTMNT (fills it in at the end of the run) and CMDELTA
      *  (checks the AUDJRNL records of a generation against it
      *  before releasing the change feed). The counts are the adds,
      *  changes, rollovers, deletes, and merges CUSTMNT applied;
      *  rejected transactions are not journaled and are left out.
       01  MAINTENANCE-ACTIVITY-TOTALS.
           05  FILLER                  PIC X(4)  VALUE "ADD ".
           05  MAT-ADD-COUNT           PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE " CHG ".
           05  MAT-CHANGE-COUNT        PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE " ROL ".
           05  MAT-ROLLOVER-COUNT      PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE " DEL ".
           05  MAT-DELETE-COUNT        PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE " MRG ".
           05  MAT-MERGE-COUNT         PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE SPACES.
