      *  customer's last-YTD sales at year-end rollover, and deleting
      *  a closed account. Transactions edited by CUSTEDIT are read
      *  from EDITTRAN and applied to CUSTMAST, producing an updated
      *  CUSTMAST and an activity listing on MNTLIST. A merge (M)
      *  transaction folds a duplicate account into a surviving one:
      *  the match-merge writes the updated master to the work file
      *  CMWORK and tables each merge, a second pass over CMWORK finds
      *  both accounts as they stand after every other transaction in
      *  the run, and a third pass writes NEWCMAST with the absorbed
      *  account dropped and its this-YTD, last-YTD, units, and AR
      *  balance added into the survivor. A merge is rejected if
      *  either account is gone by then, if an account takes part in
      *  an earlier merge in the same run, or if the survivor's totals
      *  would overflow. Both images of every merge are journaled to
      *  AUDJRNL and each merged pair is logged to MERGLOG for MRGHIST,
      *  which moves the absorbed account's history to the survivor.
      *  Every add, change, rollover, and delete is journaled to
      *  AUDJRNL as well, each record stamped with the run generation,
      *  so MSTRECOV can roll a saved master forward or back one
      *  generation out, and with the operator ID carried on the
      *  transaction (for a merge, the operator who keyed it) so
      *  RPT3700 can list changes by operator. The END event logged on
      *  RUNCTLF carries the add, change, rollover, delete, and merge
      *  counts in its files-used text, which CMDELTA checks the
      *  journal against before it releases the change feed.

       ENVIRONMENT DIVISION.

           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT INPUT-CUSTTRAN  ASSIGN TO EDITTRAN.
           SELECT OUTPUT-CUSTMAST ASSIGN TO NEWCMAST.
           SELECT WORK-CUSTMAST   ASSIGN TO CMWORK.
           SELECT OUTPUT-MERGLOG  ASSIGN TO MERGLOG.
           SELECT OUTPUT-MNTLIST  ASSIGN TO MNTLIST.
           SELECT OUTPUT-AUDJRNL  ASSIGN TO AUDJRNL
               FILE STATUS IS AUDJRNL-FILE-STATUS.
               ==CM-SALES-LAST-YTD== BY ==NM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==NM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==NM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==NM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==NM-AR-BALANCE==.

       FD  WORK-CUSTMAST.
       01  WORK-MASTER-AREA            PIC X(130).

       FD  OUTPUT-MERGLOG.
           COPY MRGREC.

       FD  OUTPUT-MNTLIST.
       01  MNTLIST-AREA                PIC X(80).

       FD  OUTPUT-AUDJRNL.
           COPY AUDREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  CUSTTRAN-EOF-SWITCH     PIC X VALUE "N".
           05  CMWORK-EOF-SWITCH       PIC X VALUE "N".
           05  MATCH-SWITCH            PIC X VALUE " ".
               88  MASTER-LOW               VALUE "M".
               88  TRANSACTION-LOW          VALUE "T".
           05  AUDJRNL-FILE-STATUS     PIC XX VALUE "00".
           05  REFERENCE-OK-SWITCH     PIC X VALUE "Y".
               88  REFERENCE-FIELDS-OK      VALUE "Y".
           05  MERGE-CONFLICT-SWITCH   PIC X VALUE "N".
               88  MERGE-CONFLICT           VALUE "Y".
           05  MERGE-OVERFLOW-SWITCH   PIC X VALUE "N".
               88  MERGE-OVERFLOW           VALUE "Y".
           05  ABSORBED-RECORD-SWITCH  PIC X VALUE "N".
               88  ABSORBED-RECORD          VALUE "Y".
           05  SURVIVOR-RECORD-SWITCH  PIC X VALUE "N".
               88  SURVIVOR-RECORD          VALUE "Y".

       01  COUNT-FIELDS.
           05  ADD-COUNT               PIC S9(5) VALUE ZERO.
           05  CHANGE-COUNT            PIC S9(5) VALUE ZERO.
           05  ROLLOVER-COUNT          PIC S9(5) VALUE ZERO.
           05  DELETE-COUNT            PIC S9(5) VALUE ZERO.
           05  MERGE-COUNT             PIC S9(5) VALUE ZERO.
           05  REJECT-COUNT            PIC S9(5) VALUE ZERO.

           COPY CUSTREC REPLACING
               ==CM-SALES-LAST-YTD== BY ==AM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==AM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==AM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==AM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==AM-AR-BALANCE==.

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==WORK-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==WM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==WM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==WM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==WM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==WM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==WM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==WM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==WM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==WM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==WM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==WM-AR-BALANCE==.

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==MERGED-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==MM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==MM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==MM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==MM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==MM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==MM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==MM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==MM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==MM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==MM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==MM-AR-BALANCE==.

       01  MERGE-FIELDS.
           05  MERGE-ENTRY-COUNT       PIC S9(3) VALUE ZERO.
           05  MERGE-SUB               PIC S9(3) VALUE ZERO.
           05  PRIOR-SUB               PIC S9(3) VALUE ZERO.
           05  PROJECTED-THIS-YTD      PIC S9(5)V9(2).
           05  PROJECTED-LAST-YTD      PIC S9(5)V9(2).
           05  PROJECTED-UNITS-SOLD    PIC S9(5).
           05  PROJECTED-AR-BALANCE    PIC S9(7)V9(2).

       01  MERGE-TABLE.
           05  MERGE-ENTRY             OCCURS 99 TIMES.
               10  MT-ABSORBED-NUMBER  PIC 9(5).
               10  MT-SURVIVOR-NUMBER  PIC 9(5).
               10  MT-ENTRY-STATUS     PIC X.
                   88  MT-PENDING           VALUE "P".
                   88  MT-ACCEPTED          VALUE "A".
                   88  MT-REJECTED          VALUE "R".
               10  MT-ABSORBED-FOUND-SWITCH PIC X.
                   88  MT-ABSORBED-FOUND    VALUE "Y".
               10  MT-SURVIVOR-FOUND-SWITCH PIC X.
                   88  MT-SURVIVOR-FOUND    VALUE "Y".
               10  MT-ABSORBED-IMAGE   PIC X(130).
               10  MT-SURVIVOR-THIS-YTD PIC S9(5)V9(2).
               10  MT-SURVIVOR-LAST-YTD PIC S9(5)V9(2).
               10  MT-SURVIVOR-UNITS-SOLD PIC S9(5).
               10  MT-SURVIVOR-AR-BALANCE PIC S9(7)V9(2).
               10  MT-OPERATOR-ID      PIC X(8).

       01  BRANCH-VALID-TABLE.
           05  BVT-BRANCH-FLAG         OCCURS 99 TIMES PIC X.
       01  AUDIT-IMAGE-FIELDS.
           05  BEFORE-MASTER-IMAGE     PIC X(130).
           05  AFTER-MASTER-IMAGE      PIC X(130).
           05  SURVIVOR-BEFORE-IMAGE   PIC X(130).
           05  JOURNAL-OPERATOR-ID     PIC X(8).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.


           COPY RUNCTLQ.

           COPY MNTTOTS.

       01  ACTIVITY-LINE.
           05  AL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.

           OPEN INPUT  INPUT-CUSTMAST
                       INPUT-CUSTTRAN
                OUTPUT WORK-CUSTMAST
                       OUTPUT-MNTLIST
                       OUTPUT-MERGLOG

           OPEN EXTEND OUTPUT-AUDJRNL
           IF AUDJRNL-FILE-STATUS = "35"
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               AND   CUSTTRAN-EOF-SWITCH = "Y"

           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTTRAN
                 WORK-CUSTMAST

           IF MERGE-ENTRY-COUNT > ZERO
               PERFORM 600-LOCATE-MERGE-ACCOUNTS
               PERFORM 650-RESOLVE-MERGE-ENTRY
                   VARYING MERGE-SUB FROM 1 BY 1
                   UNTIL MERGE-SUB > MERGE-ENTRY-COUNT
           END-IF

           PERFORM 700-WRITE-NEW-MASTER

           PERFORM 900-PRINT-ACTIVITY-TOTALS

           CLOSE OUTPUT-MNTLIST
                 OUTPUT-AUDJRNL
                 OUTPUT-MERGLOG

           PERFORM 950-RECORD-RUN-COMPLETION
           STOP RUN.

           MOVE "START" TO RCR-FUNCTION
           MOVE "CUSTMNT" TO RCR-PROGRAM-NAME
           MOVE "CUSTMAST,EDITTRAN,NEWCMAST,MNTLIST,AUDJRNL,MERGLOG"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS

       300-WRITE-UNCHANGED-MASTER.

           MOVE CUSTOMER-MASTER-RECORD TO WORK-MASTER-AREA
           WRITE WORK-MASTER-AREA.

       400-APPLY-ADD-TRANSACTION.

                   MOVE CT-CREDIT-LIMIT TO AM-CREDIT-LIMIT
                   MOVE CT-YTD-UNITS-SOLD TO AM-YTD-UNITS-SOLD
                   MOVE CT-REGION-NUMBER TO AM-REGION-NUMBER
                   MOVE ZERO TO AM-AR-BALANCE
                   MOVE ADD-CUSTOMER-MASTER-RECORD
                       TO WORK-MASTER-AREA
                   WRITE WORK-MASTER-AREA
                   MOVE SPACES TO BEFORE-MASTER-IMAGE
                   MOVE ADD-CUSTOMER-MASTER-RECORD
                       TO AFTER-MASTER-IMAGE
                   PERFORM 940-WRITE-AUDIT-JOURNAL
                   MOVE "ADDED" TO AL-ACTION
                   MOVE AM-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
                   MOVE AM-CUSTOMER-NAME TO AL-CUSTOMER-NAME
                   PERFORM 520-APPLY-ROLLOVER-TRANSACTION
               WHEN CT-DELETE-TRANSACTION
                   PERFORM 530-APPLY-DELETE-TRANSACTION
               WHEN CT-MERGE-TRANSACTION
                   PERFORM 540-APPLY-MERGE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - DUPLICATE ADD" TO AL-ACTION
                   PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO DELETE-COUNT
           END-IF.

       540-APPLY-MERGE-TRANSACTION.

           MOVE "N" TO MERGE-CONFLICT-SWITCH
           PERFORM 545-CHECK-MERGE-CONFLICT
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT
               OR MERGE-CONFLICT

           IF MASTER-DELETED
               MOVE "REJECTED - MASTER DELETED" TO AL-ACTION
               PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO REJECT-COUNT
           ELSE
               IF MERGE-CONFLICT
                   MOVE "REJECTED - MERGE CONFLICT" TO AL-ACTION
                   PERFORM 910-WRITE-ACTIVITY-LINE
                   ADD 1 TO REJECT-COUNT
               ELSE
                   IF MERGE-ENTRY-COUNT = 99
                       MOVE "REJECTED - TOO MANY MERGES" TO AL-ACTION
                       PERFORM 910-WRITE-ACTIVITY-LINE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       ADD 1 TO MERGE-ENTRY-COUNT
                       MOVE CT-CUSTOMER-NUMBER
                           TO MT-ABSORBED-NUMBER (MERGE-ENTRY-COUNT)
                       MOVE CT-SURVIVOR-NUMBER
                           TO MT-SURVIVOR-NUMBER (MERGE-ENTRY-COUNT)
                       MOVE CT-OPERATOR-ID
                           TO MT-OPERATOR-ID (MERGE-ENTRY-COUNT)
                       SET MT-PENDING (MERGE-ENTRY-COUNT) TO TRUE
                       MOVE "N" TO MT-ABSORBED-FOUND-SWITCH
                                       (MERGE-ENTRY-COUNT)
                       MOVE "N" TO MT-SURVIVOR-FOUND-SWITCH
                                       (MERGE-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF.

       545-CHECK-MERGE-CONFLICT.

           IF MT-ABSORBED-NUMBER (MERGE-SUB) = CT-CUSTOMER-NUMBER
           OR MT-SURVIVOR-NUMBER (MERGE-SUB) = CT-CUSTOMER-NUMBER
           OR MT-ABSORBED-NUMBER (MERGE-SUB) = CT-SURVIVOR-NUMBER
               SET MERGE-CONFLICT TO TRUE
           END-IF.

       600-LOCATE-MERGE-ACCOUNTS.

           MOVE "N" TO CMWORK-EOF-SWITCH
           OPEN INPUT WORK-CUSTMAST
           PERFORM 610-READ-WORK-MASTER
           PERFORM 620-NOTE-MERGE-ACCOUNTS
               UNTIL CMWORK-EOF-SWITCH = "Y"
           CLOSE WORK-CUSTMAST.

       610-READ-WORK-MASTER.

           READ WORK-CUSTMAST INTO WORK-CUSTOMER-MASTER-RECORD
               AT END
                   MOVE "Y" TO CMWORK-EOF-SWITCH
           END-READ.

       620-NOTE-MERGE-ACCOUNTS.

           PERFORM 625-NOTE-ONE-MERGE-ENTRY
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           PERFORM 610-READ-WORK-MASTER.

       625-NOTE-ONE-MERGE-ENTRY.

           IF MT-ABSORBED-NUMBER (MERGE-SUB) = WM-CUSTOMER-NUMBER
               SET MT-ABSORBED-FOUND (MERGE-SUB) TO TRUE
               MOVE WORK-CUSTOMER-MASTER-RECORD
                   TO MT-ABSORBED-IMAGE (MERGE-SUB)
           END-IF

           IF MT-SURVIVOR-NUMBER (MERGE-SUB) = WM-CUSTOMER-NUMBER
               SET MT-SURVIVOR-FOUND (MERGE-SUB) TO TRUE
               MOVE WM-SALES-THIS-YTD
                   TO MT-SURVIVOR-THIS-YTD (MERGE-SUB)
               MOVE WM-SALES-LAST-YTD
                   TO MT-SURVIVOR-LAST-YTD (MERGE-SUB)
               MOVE WM-YTD-UNITS-SOLD
                   TO MT-SURVIVOR-UNITS-SOLD (MERGE-SUB)
               IF WM-AR-BALANCE IS NUMERIC
                   MOVE WM-AR-BALANCE
                       TO MT-SURVIVOR-AR-BALANCE (MERGE-SUB)
               ELSE
                   MOVE ZERO TO MT-SURVIVOR-AR-BALANCE (MERGE-SUB)
               END-IF
           END-IF.

       650-RESOLVE-MERGE-ENTRY.

           MOVE MT-ABSORBED-NUMBER (MERGE-SUB) TO AL-CUSTOMER-NUMBER
           MOVE SPACES TO AL-CUSTOMER-NAME

           IF NOT MT-ABSORBED-FOUND (MERGE-SUB)
               SET MT-REJECTED (MERGE-SUB) TO TRUE
               MOVE "REJECTED - MASTER DELETED" TO AL-ACTION
               PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE MT-ABSORBED-IMAGE (MERGE-SUB)
                   TO MERGED-CUSTOMER-MASTER-RECORD
               MOVE MM-CUSTOMER-NAME TO AL-CUSTOMER-NAME
               IF NOT MT-SURVIVOR-FOUND (MERGE-SUB)
                   SET MT-REJECTED (MERGE-SUB) TO TRUE
                   MOVE "REJECTED - NO SURVIVOR" TO AL-ACTION
                   PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
                   ADD 1 TO REJECT-COUNT
               ELSE
                   PERFORM 660-PROJECT-SURVIVOR-TOTALS
                   IF MERGE-OVERFLOW
                       SET MT-REJECTED (MERGE-SUB) TO TRUE
                       MOVE "REJECTED - TOTALS OVERFLOW" TO AL-ACTION
                       PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       SET MT-ACCEPTED (MERGE-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.

       660-PROJECT-SURVIVOR-TOTALS.

           MOVE "N" TO MERGE-OVERFLOW-SWITCH
           MOVE MT-SURVIVOR-THIS-YTD (MERGE-SUB) TO PROJECTED-THIS-YTD
           MOVE MT-SURVIVOR-LAST-YTD (MERGE-SUB) TO PROJECTED-LAST-YTD
           MOVE MT-SURVIVOR-UNITS-SOLD (MERGE-SUB)
               TO PROJECTED-UNITS-SOLD
           MOVE MT-SURVIVOR-AR-BALANCE (MERGE-SUB)
               TO PROJECTED-AR-BALANCE

           PERFORM 665-ADD-PRIOR-MERGE
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB >= MERGE-SUB

           MOVE MT-ABSORBED-IMAGE (MERGE-SUB)
               TO MERGED-CUSTOMER-MASTER-RECORD
           PERFORM 670-ADD-ABSORBED-AMOUNTS.

       665-ADD-PRIOR-MERGE.

           IF MT-ACCEPTED (PRIOR-SUB)
           AND MT-SURVIVOR-NUMBER (PRIOR-SUB)
                   = MT-SURVIVOR-NUMBER (MERGE-SUB)
               MOVE MT-ABSORBED-IMAGE (PRIOR-SUB)
                   TO MERGED-CUSTOMER-MASTER-RECORD
               PERFORM 670-ADD-ABSORBED-AMOUNTS
           END-IF.

       670-ADD-ABSORBED-AMOUNTS.

           ADD MM-SALES-THIS-YTD TO PROJECTED-THIS-YTD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           ADD MM-SALES-LAST-YTD TO PROJECTED-LAST-YTD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           ADD MM-YTD-UNITS-SOLD TO PROJECTED-UNITS-SOLD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           IF MM-AR-BALANCE IS NUMERIC
               ADD MM-AR-BALANCE TO PROJECTED-AR-BALANCE
                   ON SIZE ERROR
                       SET MERGE-OVERFLOW TO TRUE
               END-ADD
           END-IF.

       700-WRITE-NEW-MASTER.

           MOVE "N" TO CMWORK-EOF-SWITCH
           OPEN INPUT  WORK-CUSTMAST
                OUTPUT OUTPUT-CUSTMAST
           PERFORM 610-READ-WORK-MASTER
           PERFORM 710-COPY-ONE-WORK-MASTER
               UNTIL CMWORK-EOF-SWITCH = "Y"
           CLOSE WORK-CUSTMAST
                 OUTPUT-CUSTMAST.

       710-COPY-ONE-WORK-MASTER.

           MOVE "N" TO ABSORBED-RECORD-SWITCH
           MOVE "N" TO SURVIVOR-RECORD-SWITCH
           PERFORM 715-CHECK-MERGE-ROLE
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           IF NOT ABSORBED-RECORD
               IF SURVIVOR-RECORD
                   PERFORM 720-APPLY-MERGES-TO-SURVIVOR
               END-IF
               MOVE WORK-CUSTOMER-MASTER-RECORD
                   TO NEW-CUSTOMER-MASTER-RECORD
               WRITE NEW-CUSTOMER-MASTER-RECORD
           END-IF

           PERFORM 610-READ-WORK-MASTER.

       715-CHECK-MERGE-ROLE.

           IF MT-ACCEPTED (MERGE-SUB)
               IF MT-ABSORBED-NUMBER (MERGE-SUB) = WM-CUSTOMER-NUMBER
                   SET ABSORBED-RECORD TO TRUE
               END-IF
               IF MT-SURVIVOR-NUMBER (MERGE-SUB) = WM-CUSTOMER-NUMBER
                   SET SURVIVOR-RECORD TO TRUE
               END-IF
           END-IF.

       720-APPLY-MERGES-TO-SURVIVOR.

           MOVE WORK-CUSTOMER-MASTER-RECORD TO SURVIVOR-BEFORE-IMAGE
           IF WM-AR-BALANCE NOT NUMERIC
               MOVE ZERO TO WM-AR-BALANCE
           END-IF

           PERFORM 725-MERGE-ONE-ABSORBED
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           MOVE SURVIVOR-BEFORE-IMAGE TO BEFORE-MASTER-IMAGE
           MOVE WORK-CUSTOMER-MASTER-RECORD TO AFTER-MASTER-IMAGE
           MOVE "M" TO AJ-TRANSACTION-CODE
           PERFORM 945-WRITE-JOURNAL-RECORD.

       725-MERGE-ONE-ABSORBED.

           IF MT-ACCEPTED (MERGE-SUB)
           AND MT-SURVIVOR-NUMBER (MERGE-SUB) = WM-CUSTOMER-NUMBER
               MOVE MT-ABSORBED-IMAGE (MERGE-SUB)
                   TO MERGED-CUSTOMER-MASTER-RECORD
               MOVE MT-OPERATOR-ID (MERGE-SUB) TO JOURNAL-OPERATOR-ID
               ADD MM-SALES-THIS-YTD TO WM-SALES-THIS-YTD
               ADD MM-SALES-LAST-YTD TO WM-SALES-LAST-YTD
               ADD MM-YTD-UNITS-SOLD TO WM-YTD-UNITS-SOLD
               IF MM-AR-BALANCE IS NUMERIC
                   ADD MM-AR-BALANCE TO WM-AR-BALANCE
               END-IF

               MOVE MERGED-CUSTOMER-MASTER-RECORD
                   TO BEFORE-MASTER-IMAGE
               MOVE SPACES TO AFTER-MASTER-IMAGE
               MOVE "M" TO AJ-TRANSACTION-CODE
               PERFORM 945-WRITE-JOURNAL-RECORD

               MOVE SPACES TO MERGE-LOG-RECORD
               MOVE MM-CUSTOMER-NUMBER TO ML-ABSORBED-NUMBER
               MOVE WM-CUSTOMER-NUMBER TO ML-SURVIVOR-NUMBER
               MOVE RUN-GENERATION-X TO ML-GENERATION
               MOVE MM-CUSTOMER-NAME TO ML-ABSORBED-NAME
               MOVE WM-BRANCH-NUMBER TO ML-SURVIVOR-BRANCH
               MOVE WM-REGION-NUMBER TO ML-SURVIVOR-REGION
               WRITE MERGE-LOG-RECORD

               MOVE SPACES TO AL-ACTION
               STRING "MERGED INTO " DELIMITED BY SIZE
                       WM-CUSTOMER-NUMBER DELIMITED BY SIZE
                   INTO AL-ACTION
               MOVE MM-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
               MOVE MM-CUSTOMER-NAME TO AL-CUSTOMER-NAME
               PERFORM 920-WRITE-ACTIVITY-LINE-TRAN

               MOVE SPACES TO AL-ACTION
               STRING "ABSORBED " DELIMITED BY SIZE
                       MM-CUSTOMER-NUMBER DELIMITED BY SIZE
                   INTO AL-ACTION
               MOVE WM-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
               MOVE WM-CUSTOMER-NAME TO AL-CUSTOMER-NAME
               PERFORM 920-WRITE-ACTIVITY-LINE-TRAN

               ADD 1 TO MERGE-COUNT
           END-IF.

       900-PRINT-ACTIVITY-TOTALS.

           MOVE SPACES TO MNTLIST-AREA
               INTO MNTLIST-AREA
           WRITE MNTLIST-AREA

           STRING "MERGED.....: " DELIMITED BY SIZE
                   MERGE-COUNT    DELIMITED BY SIZE
               INTO MNTLIST-AREA
           WRITE MNTLIST-AREA

           STRING "REJECTED...: " DELIMITED BY SIZE
                   REJECT-COUNT   DELIMITED BY SIZE
               INTO MNTLIST-AREA

       940-WRITE-AUDIT-JOURNAL.

           MOVE CT-TRANSACTION-CODE TO AJ-TRANSACTION-CODE
           MOVE CT-OPERATOR-ID TO JOURNAL-OPERATOR-ID
           PERFORM 945-WRITE-JOURNAL-RECORD.

       945-WRITE-JOURNAL-RECORD.

           MOVE RUN-STAMP-DATE TO AJ-RUN-DATE
           MOVE RUN-STAMP-TIME TO AJ-RUN-TIME
           MOVE BEFORE-MASTER-IMAGE TO AJ-BEFORE-IMAGE
           MOVE AFTER-MASTER-IMAGE TO AJ-AFTER-IMAGE
           MOVE RUN-GENERATION-X TO AJ-GENERATION
           MOVE JOURNAL-OPERATOR-ID TO AJ-OPERATOR-ID
           WRITE AUDIT-JOURNAL-RECORD.

       950-RECORD-RUN-COMPLETION.
           MOVE "CUSTMNT" TO RCR-PROGRAM-NAME
           COMPUTE RCR-RECORD-COUNT =
               ADD-COUNT + CHANGE-COUNT + ROLLOVER-COUNT
                   + DELETE-COUNT + MERGE-COUNT + REJECT-COUNT
           MOVE ADD-COUNT TO MAT-ADD-COUNT
           MOVE CHANGE-COUNT TO MAT-CHANGE-COUNT
           MOVE ROLLOVER-COUNT TO MAT-ROLLOVER-COUNT
           MOVE DELETE-COUNT TO MAT-DELETE-COUNT
           MOVE MERGE-COUNT TO MAT-MERGE-COUNT
           MOVE MAINTENANCE-ACTIVITY-TOTALS TO RCR-FILES-USED
           MOVE "OK" TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
