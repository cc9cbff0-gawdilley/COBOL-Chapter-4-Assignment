      *  Copybook.....: MRGREC
      *  Description..: Merge log record layout, shared by CUSTMNT
      *  (writes one record to MERGLOG for every merge it applies)
      *  and MRGHIST (re-keys the absorbed customer's INVHIST and
      *  CUSTHIST records to the survivor). The survivor's branch and
      *  region are carried so the moved history snapshots can be
      *  restated to the survivor's territory. The log belongs to one
      *  maintenance generation, like EDITTRAN.
       01  MERGE-LOG-RECORD.
           05  ML-ABSORBED-NUMBER      PIC 9(5).
           05  ML-SURVIVOR-NUMBER      PIC 9(5).
           05  ML-GENERATION           PIC X(8).
           05  ML-ABSORBED-NAME        PIC X(20).
           05  ML-SURVIVOR-BRANCH      PIC 9(2).
           05  ML-SURVIVOR-REGION      PIC 9(2).
           05  FILLER                  PIC X(38).
