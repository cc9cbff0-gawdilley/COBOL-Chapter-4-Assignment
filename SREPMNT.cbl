      *  SREPMAST on NEWSMAST and an activity listing on SMNTLIST.
      *  Transactions carrying a branch not on BRCHTBL are rejected,
      *  and before/after images of every change are journaled to
      *  SREPJRNL, stamped with the run generation for MSTRECOV.
      *  After the merge the program sweeps CUSTMAST and lists every
      *  customer whose CM-SALESREP-NUMBER does not resolve to a rep
      *  on the updated master, so RPT3100's "NOT ON SREPMAST - NO
      *  RATE APPLIED" count is known before statement day.

       ENVIRONMENT DIVISION.

       01  SMNTLIST-AREA               PIC X(80).

       FD  OUTPUT-SREPJRNL.
           COPY SJRNREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.
           MOVE SRT-TRANSACTION-CODE TO SJ-TRANSACTION-CODE
           MOVE BEFORE-MASTER-IMAGE TO SJ-BEFORE-IMAGE
           MOVE AFTER-MASTER-IMAGE TO SJ-AFTER-IMAGE
           MOVE RUN-GENERATION-X TO SJ-GENERATION
           WRITE SALESREP-JOURNAL-RECORD.

       950-RECORD-RUN-COMPLETION.
