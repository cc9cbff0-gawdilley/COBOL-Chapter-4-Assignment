      *  the same match-merge rules CUSTMNT uses (including the
      *  branch/region reference checks) to compute the expected new
      *  file totals of CM-SALES-THIS-YTD, CM-SALES-LAST-YTD, and
      *  CM-YTD-UNITS-SOLD plus the expected record count. Merge (M)
      *  transactions move amounts between two accounts without
      *  changing the file totals, so they only lower the expected
      *  record count; EDITTRAN is scanned first for the survivor
      *  numbers so each merge can be accepted or rejected by the same
      *  rules CUSTMNT applies (both accounts still on file at the end
      *  of the run, no account in two merges, no survivor total
      *  overflow), and the expected merges are listed. Those are
      *  compared field by field against the actual NEWCMAST totals
      *  on RECLIST, and the job is flagged failed (return code 8)
      *  on any out-of-balance condition.
               ==CM-SALES-LAST-YTD== BY ==NM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==NM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==NM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==NM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==NM-AR-BALANCE==.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.
               88  REFERENCE-FIELDS-OK      VALUE "Y".
           05  OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
               88  RUN-OUT-OF-BALANCE       VALUE "Y".
           05  MERGE-CONFLICT-SWITCH   PIC X VALUE "N".
               88  MERGE-CONFLICT           VALUE "Y".
           05  MERGE-OVERFLOW-SWITCH   PIC X VALUE "N".
               88  MERGE-OVERFLOW           VALUE "Y".
           05  SURVIVOR-FOUND-SWITCH   PIC X VALUE "N".
               88  SURVIVOR-FOUND           VALUE "Y".

       01  RECON-TOTALS.
           05  OLD-TOTAL-THIS-YTD      PIC S9(9)V9(2) VALUE ZERO.
           05  DIFF-AMOUNT             PIC S9(9)V9(2) VALUE ZERO.
           05  DIFF-UNITS              PIC S9(9) VALUE ZERO.

       01  MERGE-FIELDS.
           05  MERGE-ENTRY-COUNT       PIC S9(3) VALUE ZERO.
           05  MERGE-SUB               PIC S9(3) VALUE ZERO.
           05  PRIOR-SUB               PIC S9(3) VALUE ZERO.
           05  SURVIVOR-COUNT          PIC S9(4) VALUE ZERO.
           05  SURVIVOR-SUB            PIC S9(4) VALUE ZERO.
           05  MATCHED-SURVIVOR-SUB    PIC S9(4) VALUE ZERO.
           05  SEARCH-CUSTOMER-NUMBER  PIC 9(5) VALUE ZERO.
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
               10  MT-ABSORBED-THIS-YTD PIC S9(5)V9(2).
               10  MT-ABSORBED-LAST-YTD PIC S9(5)V9(2).
               10  MT-ABSORBED-UNITS-SOLD PIC S9(5).
               10  MT-ABSORBED-AR-BALANCE PIC S9(7)V9(2).

       01  SURVIVOR-TABLE.
           05  SURVIVOR-ENTRY          OCCURS 999 TIMES.
               10  ST-SURVIVOR-NUMBER  PIC 9(5).
               10  ST-FOUND-SWITCH     PIC X.
                   88  ST-FOUND             VALUE "Y".
               10  ST-THIS-YTD         PIC S9(5)V9(2).
               10  ST-LAST-YTD         PIC S9(5)V9(2).
               10  ST-UNITS-SOLD       PIC S9(5).
               10  ST-AR-BALANCE       PIC S9(7)V9(2).

       01  RECON-COUNTS.
           05  OLD-RECORD-COUNT        PIC S9(7) VALUE ZERO.
           05  TRAN-RECORD-COUNT       PIC S9(7) VALUE ZERO.
           05  NEW-RECORD-COUNT        PIC S9(7) VALUE ZERO.
           05  EXP-RECORD-COUNT        PIC S9(7) VALUE ZERO.
           05  EXP-MERGE-COUNT         PIC S9(7) VALUE ZERO.

       01  BRANCH-VALID-TABLE.
           05  BVT-BRANCH-FLAG         OCCURS 99 TIMES PIC X.

       000-RECONCILE-MAINTENANCE-RUN.

           PERFORM 050-SCAN-MERGE-SURVIVORS

           OPEN INPUT  INPUT-CUSTMAST
                       INPUT-CUSTTRAN
                       INPUT-NEWCMAST
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               AND   CUSTTRAN-EOF-SWITCH = "Y"

           PERFORM 550-RESOLVE-MERGE-ENTRY
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           PERFORM 610-READ-NEW-MASTER
           PERFORM 600-TOTAL-NEW-MASTER
               UNTIL NEWCMAST-EOF-SWITCH = "Y"
           END-IF
           STOP RUN.

       050-SCAN-MERGE-SURVIVORS.

           OPEN INPUT INPUT-CUSTTRAN
           PERFORM 060-READ-SCAN-TRANSACTION
           PERFORM 070-NOTE-MERGE-SURVIVOR
               UNTIL CUSTTRAN-EOF-SWITCH = "Y"
           CLOSE INPUT-CUSTTRAN
           MOVE "N" TO CUSTTRAN-EOF-SWITCH.

       060-READ-SCAN-TRANSACTION.

           READ INPUT-CUSTTRAN
               AT END
                   MOVE "Y" TO CUSTTRAN-EOF-SWITCH
           END-READ.

       070-NOTE-MERGE-SURVIVOR.

           IF CT-MERGE-TRANSACTION
               MOVE CT-SURVIVOR-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 560-FIND-SURVIVOR
               IF NOT SURVIVOR-FOUND
                   IF SURVIVOR-COUNT = 999
                       DISPLAY "CMRECON - MORE THAN 999 MERGE "
                           "SURVIVORS, MERGES CANNOT BE PROVED"
                       SET RUN-OUT-OF-BALANCE TO TRUE
                   ELSE
                       ADD 1 TO SURVIVOR-COUNT
                       MOVE CT-SURVIVOR-NUMBER
                           TO ST-SURVIVOR-NUMBER (SURVIVOR-COUNT)
                       MOVE "N" TO ST-FOUND-SWITCH (SURVIVOR-COUNT)
                   END-IF
               END-IF
           END-IF

           PERFORM 060-READ-SCAN-TRANSACTION.

       100-MATCH-MASTER-AND-TRANSACTION.

           PERFORM 110-SET-MATCH-SWITCH
           ADD 1 TO EXP-RECORD-COUNT
           ADD CM-SALES-THIS-YTD TO EXP-TOTAL-THIS-YTD
           ADD CM-SALES-LAST-YTD TO EXP-TOTAL-LAST-YTD
           ADD CM-YTD-UNITS-SOLD TO EXP-TOTAL-UNITS

           PERFORM 310-NOTE-MERGE-ABSORBED
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           MOVE CM-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
           PERFORM 560-FIND-SURVIVOR
           IF SURVIVOR-FOUND
               SET ST-FOUND (MATCHED-SURVIVOR-SUB) TO TRUE
               MOVE CM-SALES-THIS-YTD
                   TO ST-THIS-YTD (MATCHED-SURVIVOR-SUB)
               MOVE CM-SALES-LAST-YTD
                   TO ST-LAST-YTD (MATCHED-SURVIVOR-SUB)
               MOVE CM-YTD-UNITS-SOLD
                   TO ST-UNITS-SOLD (MATCHED-SURVIVOR-SUB)
               IF CM-AR-BALANCE IS NUMERIC
                   MOVE CM-AR-BALANCE
                       TO ST-AR-BALANCE (MATCHED-SURVIVOR-SUB)
               ELSE
                   MOVE ZERO TO ST-AR-BALANCE (MATCHED-SURVIVOR-SUB)
               END-IF
           END-IF.

       310-NOTE-MERGE-ABSORBED.

           IF MT-ABSORBED-NUMBER (MERGE-SUB) = CM-CUSTOMER-NUMBER
               SET MT-ABSORBED-FOUND (MERGE-SUB) TO TRUE
               MOVE CM-SALES-THIS-YTD
                   TO MT-ABSORBED-THIS-YTD (MERGE-SUB)
               MOVE CM-SALES-LAST-YTD
                   TO MT-ABSORBED-LAST-YTD (MERGE-SUB)
               MOVE CM-YTD-UNITS-SOLD
                   TO MT-ABSORBED-UNITS-SOLD (MERGE-SUB)
               IF CM-AR-BALANCE IS NUMERIC
                   MOVE CM-AR-BALANCE
                       TO MT-ABSORBED-AR-BALANCE (MERGE-SUB)
               ELSE
                   MOVE ZERO TO MT-ABSORBED-AR-BALANCE (MERGE-SUB)
               END-IF
           END-IF.

       400-ACCUMULATE-EXPECTED-ADD.

                   ADD 1 TO EXP-RECORD-COUNT
                   ADD CT-SALES-THIS-YTD TO EXP-TOTAL-THIS-YTD
                   ADD CT-YTD-UNITS-SOLD TO EXP-TOTAL-UNITS
                   PERFORM 410-NOTE-ADDED-SURVIVOR
               END-IF
           END-IF.

       410-NOTE-ADDED-SURVIVOR.

           MOVE CT-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
           PERFORM 560-FIND-SURVIVOR
           IF SURVIVOR-FOUND
               SET ST-FOUND (MATCHED-SURVIVOR-SUB) TO TRUE
               MOVE CT-SALES-THIS-YTD
                   TO ST-THIS-YTD (MATCHED-SURVIVOR-SUB)
               MOVE ZERO TO ST-LAST-YTD (MATCHED-SURVIVOR-SUB)
               MOVE CT-YTD-UNITS-SOLD
                   TO ST-UNITS-SOLD (MATCHED-SURVIVOR-SUB)
               MOVE ZERO TO ST-AR-BALANCE (MATCHED-SURVIVOR-SUB)
           END-IF.

       450-CHECK-BRANCH-AND-REGION.

           MOVE "Y" TO REFERENCE-OK-SWITCH
                   PERFORM 520-APPLY-ROLLOVER-TRANSACTION
               WHEN CT-DELETE-TRANSACTION
                   PERFORM 530-APPLY-DELETE-TRANSACTION
               WHEN CT-MERGE-TRANSACTION
                   PERFORM 540-APPLY-MERGE-TRANSACTION
           END-EVALUATE

           PERFORM 220-READ-CUSTOMER-TRANSACTION
               SET MASTER-DELETED TO TRUE
           END-IF.

       540-APPLY-MERGE-TRANSACTION.

           MOVE "N" TO MERGE-CONFLICT-SWITCH
           PERFORM 545-CHECK-MERGE-CONFLICT
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT
               OR MERGE-CONFLICT

           IF NOT MASTER-DELETED
           AND NOT MERGE-CONFLICT
           AND MERGE-ENTRY-COUNT < 99
               ADD 1 TO MERGE-ENTRY-COUNT
               MOVE CT-CUSTOMER-NUMBER
                   TO MT-ABSORBED-NUMBER (MERGE-ENTRY-COUNT)
               MOVE CT-SURVIVOR-NUMBER
                   TO MT-SURVIVOR-NUMBER (MERGE-ENTRY-COUNT)
               SET MT-PENDING (MERGE-ENTRY-COUNT) TO TRUE
               MOVE "N" TO MT-ABSORBED-FOUND-SWITCH (MERGE-ENTRY-COUNT)
           END-IF.

       545-CHECK-MERGE-CONFLICT.

           IF MT-ABSORBED-NUMBER (MERGE-SUB) = CT-CUSTOMER-NUMBER
           OR MT-SURVIVOR-NUMBER (MERGE-SUB) = CT-CUSTOMER-NUMBER
           OR MT-ABSORBED-NUMBER (MERGE-SUB) = CT-SURVIVOR-NUMBER
               SET MERGE-CONFLICT TO TRUE
           END-IF.

       550-RESOLVE-MERGE-ENTRY.

           SET MT-REJECTED (MERGE-SUB) TO TRUE

           MOVE MT-SURVIVOR-NUMBER (MERGE-SUB) TO SEARCH-CUSTOMER-NUMBER
           PERFORM 560-FIND-SURVIVOR

           IF MT-ABSORBED-FOUND (MERGE-SUB)
           AND SURVIVOR-FOUND
               IF ST-FOUND (MATCHED-SURVIVOR-SUB)
                   PERFORM 570-PROJECT-SURVIVOR-TOTALS
                   IF NOT MERGE-OVERFLOW
                       SET MT-ACCEPTED (MERGE-SUB) TO TRUE
                       SUBTRACT 1 FROM EXP-RECORD-COUNT
                       ADD 1 TO EXP-MERGE-COUNT
                   END-IF
               END-IF
           END-IF.

       560-FIND-SURVIVOR.

           MOVE "N" TO SURVIVOR-FOUND-SWITCH
           PERFORM 565-MATCH-ONE-SURVIVOR
               VARYING SURVIVOR-SUB FROM 1 BY 1
               UNTIL SURVIVOR-SUB > SURVIVOR-COUNT
               OR SURVIVOR-FOUND.

       565-MATCH-ONE-SURVIVOR.

           IF ST-SURVIVOR-NUMBER (SURVIVOR-SUB) = SEARCH-CUSTOMER-NUMBER
               SET SURVIVOR-FOUND TO TRUE
               MOVE SURVIVOR-SUB TO MATCHED-SURVIVOR-SUB
           END-IF.

       570-PROJECT-SURVIVOR-TOTALS.

           MOVE "N" TO MERGE-OVERFLOW-SWITCH
           MOVE ST-THIS-YTD (MATCHED-SURVIVOR-SUB) TO PROJECTED-THIS-YTD
           MOVE ST-LAST-YTD (MATCHED-SURVIVOR-SUB) TO PROJECTED-LAST-YTD
           MOVE ST-UNITS-SOLD (MATCHED-SURVIVOR-SUB)
               TO PROJECTED-UNITS-SOLD
           MOVE ST-AR-BALANCE (MATCHED-SURVIVOR-SUB)
               TO PROJECTED-AR-BALANCE

           PERFORM 575-ADD-PRIOR-MERGE
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB >= MERGE-SUB

           MOVE MERGE-SUB TO PRIOR-SUB
           PERFORM 580-ADD-ABSORBED-AMOUNTS.

       575-ADD-PRIOR-MERGE.

           IF MT-ACCEPTED (PRIOR-SUB)
           AND MT-SURVIVOR-NUMBER (PRIOR-SUB)
                   = MT-SURVIVOR-NUMBER (MERGE-SUB)
               PERFORM 580-ADD-ABSORBED-AMOUNTS
           END-IF.

       580-ADD-ABSORBED-AMOUNTS.

           ADD MT-ABSORBED-THIS-YTD (PRIOR-SUB) TO PROJECTED-THIS-YTD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           ADD MT-ABSORBED-LAST-YTD (PRIOR-SUB) TO PROJECTED-LAST-YTD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           ADD MT-ABSORBED-UNITS-SOLD (PRIOR-SUB)
               TO PROJECTED-UNITS-SOLD
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD
           ADD MT-ABSORBED-AR-BALANCE (PRIOR-SUB)
               TO PROJECTED-AR-BALANCE
               ON SIZE ERROR
                   SET MERGE-OVERFLOW TO TRUE
           END-ADD.

       600-TOTAL-NEW-MASTER.

           ADD 1 TO NEW-RECORD-COUNT
               INTO RECLIST-AREA
           WRITE RECLIST-AREA

           STRING "EXPECTED MERGES.....: " DELIMITED BY SIZE
                   EXP-MERGE-COUNT        DELIMITED BY SIZE
               INTO RECLIST-AREA
           WRITE RECLIST-AREA

           STRING "EXPECTED NEW RECORDS: " DELIMITED BY SIZE
                   EXP-RECORD-COUNT       DELIMITED BY SIZE
               INTO RECLIST-AREA
