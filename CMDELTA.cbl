       IDENTIFICATION DIVISION.

       PROGRAM-ID. CMDELTA.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program builds the customer change feed
      *  CUSTDLTA for the CRM and billing systems from the AUDJRNL
      *  records CUSTMNT wrote for one generation. Only the records
      *  of the last CUSTMNT run of the generation (the latest journal
      *  run date and time) are used; records left by an abandoned run
      *  that was restarted under the same generation are ignored and
      *  counted on DLTALIST. Journal records are sorted by customer
      *  and journal order and netted to one detail record per
      *  customer: added, changed, rolled over (year-end
      *  rollover only), realigned (territory changes made by
      *  TERRALGN only), deleted, or merged away into a surviving
      *  account. A customer added and deleted in the same run, or
      *  changed back to where it started, produces no detail. Each
      *  detail flags the master fields that changed and carries the
      *  customer as it stands after the run (as it stood before it
      *  for a delete or a merge). The file has a header and a
      *  trailer with the count for each action and the hash total of
      *  the customer numbers. Before anything is written the journal
      *  counts for the generation are checked against the activity
      *  totals CUSTMNT logged on its RUNCTLF END event; when they do
      *  not agree, or the totals are not there, CUSTDLTA is left
      *  empty, the feed is listed as withheld on DLTALIST, and the
      *  run ends with return code 8. The parameters are the
      *  generation (YYYYMMDD, default today) and REGEN, which
      *  recreates the feed for a generation already produced. Run
      *  control requires CUSTMNT to have completed for the
      *  generation and stops a second feed unless REGEN is given.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-AUDJRNL   ASSIGN TO AUDJRNL.
           SELECT INPUT-RUNCTLF   ASSIGN TO RUNCTLF
                                  FILE STATUS IS RUNCTLF-FILE-STATUS.
           SELECT OUTPUT-CUSTDLTA ASSIGN TO CUSTDLTA.
           SELECT OUTPUT-DLTALIST ASSIGN TO DLTALIST.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-AUDJRNL.
           COPY AUDREC.

       FD  INPUT-RUNCTLF.
           COPY RUNCTLR.

       FD  OUTPUT-CUSTDLTA.
           COPY DLTAREC.

       FD  OUTPUT-DLTALIST.
       01  DLTALIST-AREA               PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-JOURNAL-SEQUENCE     PIC 9(7).
           05  SR-TRANSACTION-CODE     PIC X.
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-MERGED-INTO-NUMBER   PIC 9(5).
           05  SR-BEFORE-IMAGE         PIC X(130).
           05  SR-AFTER-IMAGE          PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH      PIC X VALUE "N".
           05  RUNCTLF-EOF-SWITCH      PIC X VALUE "N".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  RUNCTLF-FILE-STATUS     PIC X(2).
           05  RUNCTLF-OPEN-SWITCH     PIC X VALUE "N".
               88  RUNCTLF-OPEN             VALUE "Y".
           05  REGENERATE-PARAMETER    PIC X(10) VALUE SPACES.
               88  REGENERATE-REQUESTED     VALUE "REGEN".
           05  TOTALS-FOUND-SWITCH     PIC X VALUE "N".
               88  ACTIVITY-TOTALS-FOUND    VALUE "Y".
           05  FEED-BALANCE-SWITCH     PIC X VALUE "N".
               88  FEED-IN-BALANCE          VALUE "Y".
           05  ALL-ROLLOVER-SWITCH     PIC X VALUE "N".
               88  ONLY-ROLLED-OVER         VALUE "Y".
           05  ALL-REALIGN-SWITCH      PIC X VALUE "N".
               88  ONLY-REALIGNED           VALUE "Y".
           05  DELTA-WRITE-SWITCH      PIC X VALUE "N".
               88  DELTA-TO-WRITE           VALUE "Y".

       01  COUNT-FIELDS.
           05  JOURNAL-READ-COUNT      PIC S9(7) VALUE ZERO.
           05  JOURNAL-USED-COUNT      PIC S9(7) VALUE ZERO.
           05  ABANDONED-RUN-COUNT     PIC S9(7) VALUE ZERO.
           05  JOURNAL-ADD-COUNT       PIC S9(7) VALUE ZERO.
           05  JOURNAL-CHANGE-COUNT    PIC S9(7) VALUE ZERO.
           05  JOURNAL-ROLLOVER-COUNT  PIC S9(7) VALUE ZERO.
           05  JOURNAL-DELETE-COUNT    PIC S9(7) VALUE ZERO.
           05  JOURNAL-MERGE-COUNT     PIC S9(7) VALUE ZERO.
           05  JOURNAL-SURVIVOR-COUNT  PIC S9(7) VALUE ZERO.
           05  JOURNAL-OTHER-COUNT     PIC S9(7) VALUE ZERO.
           05  NO-NET-CHANGE-COUNT     PIC S9(7) VALUE ZERO.
           05  JOURNAL-SEQUENCE        PIC 9(7)  VALUE ZERO.

       01  FEED-TOTALS.
           05  FEED-DETAIL-COUNT       PIC 9(7)  VALUE ZERO.
           05  FEED-ADD-COUNT          PIC 9(7)  VALUE ZERO.
           05  FEED-CHANGE-COUNT       PIC 9(7)  VALUE ZERO.
           05  FEED-ROLLOVER-COUNT     PIC 9(7)  VALUE ZERO.
           05  FEED-REALIGN-COUNT      PIC 9(7)  VALUE ZERO.
           05  FEED-DELETE-COUNT       PIC 9(7)  VALUE ZERO.
           05  FEED-MERGE-COUNT        PIC 9(7)  VALUE ZERO.
           05  FEED-HASH-TOTAL         PIC 9(12) VALUE ZERO.

           COPY MNTTOTS.

       01  PENDING-ABSORBED-TABLE.
           05  PENDING-COUNT           PIC S9(3) VALUE ZERO.
           05  PENDING-SUB             PIC S9(3).
           05  PENDING-ENTRY           OCCURS 99 TIMES.
               10  PA-JOURNAL-SEQUENCE PIC 9(7).
               10  PA-OPERATOR-ID      PIC X(8).
               10  PA-BEFORE-IMAGE     PIC X(130).

       01  LATEST-JOURNAL-RUN.
           05  LATEST-RUN-DATE         PIC 9(8) VALUE ZERO.
           05  LATEST-RUN-TIME         PIC 9(6) VALUE ZERO.

       01  JOURNAL-RUN.
           05  JOURNAL-RUN-DATE        PIC 9(8).
           05  JOURNAL-RUN-TIME        PIC 9(6).

       01  SURVIVOR-NUMBER             PIC 9(5) VALUE ZERO.

       01  CUSTOMER-CHANGE.
           05  CC-CUSTOMER-NUMBER      PIC 9(5).
           05  CC-FIRST-BEFORE-IMAGE   PIC X(130).
           05  CC-LAST-BEFORE-IMAGE    PIC X(130).
           05  CC-LAST-AFTER-IMAGE     PIC X(130).
           05  CC-LAST-TRANSACTION-CODE PIC X.
           05  CC-MERGED-INTO-NUMBER   PIC 9(5).
           05  CC-LAST-OPERATOR-ID     PIC X(8).

       01  REALIGN-OPERATOR-ID         PIC X(8) VALUE "TERRALGN".

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==BEFORE-CUSTOMER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==BC-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==BC-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==BC-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==BC-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==BC-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD==  BY ==BC-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD==  BY ==BC-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==    BY ==BC-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD==  BY ==BC-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==   BY ==BC-REGION-NUMBER==,
               ==CM-AR-BALANCE==      BY ==BC-AR-BALANCE==.

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==AFTER-CUSTOMER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==AC-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==AC-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==AC-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==AC-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==AC-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD==  BY ==AC-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD==  BY ==AC-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==    BY ==AC-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD==  BY ==AC-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==   BY ==AC-REGION-NUMBER==,
               ==CM-AR-BALANCE==      BY ==AC-AR-BALANCE==.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  RUN-STAMP-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-WORK         PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

           COPY RUNCTLQ.

       01  FEED-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(14) VALUE "ACTION".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(16) VALUE "FIELDS CHANGED".
           05  FILLER                  PIC X(18) VALUE "MERGED INTO".

       01  FEED-DETAIL-LINE.
           05  FDL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FDL-ACTION              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FDL-CHANGE-FLAGS        PIC X(9).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FDL-MERGED-INTO         PIC X(5).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  RECONCILE-COLUMN-LINE.
           05  FILLER                  PIC X(22) VALUE "ACTIVITY".
           05  FILLER                  PIC X(10) VALUE "   CUSTMNT".
           05  FILLER                  PIC X(10) VALUE "   JOURNAL".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  RECONCILE-LINE.
           05  RCL-LABEL               PIC X(22).
           05  RCL-CUSTMNT-COUNT       PIC X(10).
           05  RCL-JOURNAL-COUNT       PIC ZZZZZZZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RCL-RESULT              PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  CUSTMNT-COUNT-EDIT          PIC ZZZZZZZZ9-.

       01  CONTROL-COUNT-LINE.
           05  CCL-LABEL               PIC X(22).
           05  CCL-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRODUCE-CHANGE-FEED.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 100-FIND-ACTIVITY-TOTALS

           OPEN OUTPUT OUTPUT-CUSTDLTA
                       OUTPUT-DLTALIST
           PERFORM 700-PRINT-FEED-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
                                SR-JOURNAL-SEQUENCE
               INPUT PROCEDURE 300-SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE 400-WRITE-CHANGE-FEED

           PERFORM 800-PRINT-FEED-CONTROLS

           CLOSE OUTPUT-CUSTDLTA
                 OUTPUT-DLTALIST

           PERFORM 950-RECORD-RUN-COMPLETION

           IF NOT FEED-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY ALL SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           MOVE PARM-TOKEN-1 TO PARM-TOKEN-WORK
           PERFORM 045-CLASSIFY-ONE-TOKEN
           MOVE PARM-TOKEN-2 TO PARM-TOKEN-WORK
           PERFORM 045-CLASSIFY-ONE-TOKEN

           IF RUN-GENERATION-X = SPACES
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           END-IF.

       045-CLASSIFY-ONE-TOKEN.

           EVALUATE TRUE
               WHEN PARM-TOKEN-WORK = SPACES
                   CONTINUE
               WHEN PARM-TOKEN-WORK = "REGEN"
                   MOVE PARM-TOKEN-WORK TO REGENERATE-PARAMETER
               WHEN PARM-TOKEN-WORK (1:8) IS NUMERIC
               AND  PARM-TOKEN-WORK (9:2) = SPACES
                   MOVE PARM-TOKEN-WORK (1:8) TO RUN-GENERATION-X
               WHEN OTHER
                   DISPLAY "CMDELTA - INVALID PARAMETER "
                       PARM-TOKEN-WORK
                   DISPLAY "CMDELTA - SUPPLY THE 8-DIGIT GENERATION "
                       "AND OPTIONALLY REGEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           IF REGENERATE-REQUESTED
               DISPLAY "CMDELTA - FEED FOR GENERATION " RCR-GENERATION
                   " REGENERATED BY REGEN"
           ELSE
               MOVE "CHECK" TO RCR-FUNCTION
               MOVE "CMDELTA" TO RCR-PROGRAM-NAME
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
               IF RCR-RUN-FOUND
                   DISPLAY "CMDELTA - GENERATION " RCR-GENERATION
                       " CHANGE FEED ALREADY PRODUCED"
                   DISPLAY "CMDELTA - DUPLICATE RUN STOPPED BY "
                       "RUN CONTROL - RERUN WITH REGEN TO RECREATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "CUSTMNT" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-NOT-FOUND
               DISPLAY "CMDELTA - CUSTMNT HAS NOT COMPLETED FOR "
                   "GENERATION " RCR-GENERATION
               DISPLAY "CMDELTA - NO CHANGES TO FEED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "CMDELTA" TO RCR-PROGRAM-NAME
           MOVE "AUDJRNL,RUNCTLF,CUSTDLTA,DLTALIST" TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-FIND-ACTIVITY-TOTALS.

           OPEN INPUT INPUT-RUNCTLF
           IF RUNCTLF-FILE-STATUS NOT = "00"
               MOVE "Y" TO RUNCTLF-EOF-SWITCH
           ELSE
               SET RUNCTLF-OPEN TO TRUE
               PERFORM 110-READ-RUN-CONTROL-RECORD
           END-IF

           PERFORM 120-CHECK-ONE-RUN-EVENT
               UNTIL RUNCTLF-EOF-SWITCH = "Y"

           IF RUNCTLF-OPEN
               CLOSE INPUT-RUNCTLF
           END-IF.

       110-READ-RUN-CONTROL-RECORD.

           READ INPUT-RUNCTLF
               AT END
                   MOVE "Y" TO RUNCTLF-EOF-SWITCH
           END-READ.

       120-CHECK-ONE-RUN-EVENT.

           IF RC-PROGRAM-NAME = "CUSTMNT"
           AND RC-EVENT = "END"
           AND RC-GENERATION = RUN-GENERATION-X
           AND RC-STATUS = "OK"
               MOVE "N" TO TOTALS-FOUND-SWITCH
               IF RC-FILES-USED (1:4) = "ADD "
                   MOVE RC-FILES-USED TO MAINTENANCE-ACTIVITY-TOTALS
                   IF MAT-ADD-COUNT IS NUMERIC
                   AND MAT-CHANGE-COUNT IS NUMERIC
                   AND MAT-ROLLOVER-COUNT IS NUMERIC
                   AND MAT-DELETE-COUNT IS NUMERIC
                   AND MAT-MERGE-COUNT IS NUMERIC
                       SET ACTIVITY-TOTALS-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 110-READ-RUN-CONTROL-RECORD.

       300-SELECT-JOURNAL-ENTRIES.

           OPEN INPUT INPUT-AUDJRNL
           PERFORM 302-READ-FOR-LATEST-RUN
           PERFORM 304-NOTE-JOURNAL-RUN
               UNTIL JOURNAL-EOF-SWITCH = "Y"
           CLOSE INPUT-AUDJRNL

           MOVE "N" TO JOURNAL-EOF-SWITCH
           OPEN INPUT INPUT-AUDJRNL

           PERFORM 310-READ-JOURNAL-RECORD
           PERFORM 320-SELECT-ONE-ENTRY
               UNTIL JOURNAL-EOF-SWITCH = "Y"

           MOVE ZERO TO SURVIVOR-NUMBER
           PERFORM 340-RELEASE-PENDING-ABSORBED

           CLOSE INPUT-AUDJRNL.

       302-READ-FOR-LATEST-RUN.

           READ INPUT-AUDJRNL
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH
           END-READ.

       304-NOTE-JOURNAL-RUN.

           IF AJ-GENERATION = RUN-GENERATION-X
               MOVE AJ-RUN-DATE TO JOURNAL-RUN-DATE
               MOVE AJ-RUN-TIME TO JOURNAL-RUN-TIME
               IF JOURNAL-RUN > LATEST-JOURNAL-RUN
                   MOVE JOURNAL-RUN TO LATEST-JOURNAL-RUN
               END-IF
           END-IF

           PERFORM 302-READ-FOR-LATEST-RUN.

       310-READ-JOURNAL-RECORD.

           READ INPUT-AUDJRNL
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO JOURNAL-READ-COUNT
           END-READ.

       320-SELECT-ONE-ENTRY.

           MOVE AJ-RUN-DATE TO JOURNAL-RUN-DATE
           MOVE AJ-RUN-TIME TO JOURNAL-RUN-TIME
           IF AJ-GENERATION = RUN-GENERATION-X
           AND JOURNAL-RUN NOT = LATEST-JOURNAL-RUN
               ADD 1 TO ABANDONED-RUN-COUNT
           END-IF

           IF AJ-GENERATION = RUN-GENERATION-X
           AND JOURNAL-RUN = LATEST-JOURNAL-RUN
               ADD 1 TO JOURNAL-SEQUENCE
               ADD 1 TO JOURNAL-USED-COUNT
               EVALUATE AJ-TRANSACTION-CODE
                   WHEN "A"
                       ADD 1 TO JOURNAL-ADD-COUNT
                       PERFORM 330-RELEASE-JOURNAL-ENTRY
                   WHEN "C"
                       ADD 1 TO JOURNAL-CHANGE-COUNT
                       PERFORM 330-RELEASE-JOURNAL-ENTRY
                   WHEN "R"
                       ADD 1 TO JOURNAL-ROLLOVER-COUNT
                       PERFORM 330-RELEASE-JOURNAL-ENTRY
                   WHEN "D"
                       ADD 1 TO JOURNAL-DELETE-COUNT
                       PERFORM 330-RELEASE-JOURNAL-ENTRY
                   WHEN "M"
                       PERFORM 325-SELECT-MERGE-ENTRY
                   WHEN OTHER
                       ADD 1 TO JOURNAL-OTHER-COUNT
               END-EVALUATE
           END-IF

           PERFORM 310-READ-JOURNAL-RECORD.

       325-SELECT-MERGE-ENTRY.

           IF AJ-AFTER-IMAGE = SPACES
               ADD 1 TO JOURNAL-MERGE-COUNT
               IF PENDING-COUNT = 99
                   MOVE ZERO TO SURVIVOR-NUMBER
                   PERFORM 340-RELEASE-PENDING-ABSORBED
               END-IF
               ADD 1 TO PENDING-COUNT
               MOVE JOURNAL-SEQUENCE
                   TO PA-JOURNAL-SEQUENCE (PENDING-COUNT)
               MOVE AJ-OPERATOR-ID TO PA-OPERATOR-ID (PENDING-COUNT)
               MOVE AJ-BEFORE-IMAGE TO PA-BEFORE-IMAGE (PENDING-COUNT)
           ELSE
               ADD 1 TO JOURNAL-SURVIVOR-COUNT
               MOVE AJ-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
               MOVE AC-CUSTOMER-NUMBER TO SURVIVOR-NUMBER
               PERFORM 340-RELEASE-PENDING-ABSORBED
               PERFORM 330-RELEASE-JOURNAL-ENTRY
           END-IF.

       330-RELEASE-JOURNAL-ENTRY.

           IF AJ-AFTER-IMAGE NOT = SPACES
               MOVE AJ-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
           ELSE
               MOVE AJ-BEFORE-IMAGE TO AFTER-CUSTOMER-RECORD
           END-IF

           MOVE AC-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE JOURNAL-SEQUENCE TO SR-JOURNAL-SEQUENCE
           MOVE AJ-TRANSACTION-CODE TO SR-TRANSACTION-CODE
           MOVE AJ-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE ZERO TO SR-MERGED-INTO-NUMBER
           MOVE AJ-BEFORE-IMAGE TO SR-BEFORE-IMAGE
           MOVE AJ-AFTER-IMAGE TO SR-AFTER-IMAGE
           RELEASE SORT-RECORD.

       340-RELEASE-PENDING-ABSORBED.

           PERFORM 345-RELEASE-ONE-ABSORBED
               VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > PENDING-COUNT

           MOVE ZERO TO PENDING-COUNT.

       345-RELEASE-ONE-ABSORBED.

           MOVE PA-BEFORE-IMAGE (PENDING-SUB) TO AFTER-CUSTOMER-RECORD

           MOVE AC-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE PA-JOURNAL-SEQUENCE (PENDING-SUB)
               TO SR-JOURNAL-SEQUENCE
           MOVE "M" TO SR-TRANSACTION-CODE
           MOVE PA-OPERATOR-ID (PENDING-SUB) TO SR-OPERATOR-ID
           MOVE SURVIVOR-NUMBER TO SR-MERGED-INTO-NUMBER
           MOVE PA-BEFORE-IMAGE (PENDING-SUB) TO SR-BEFORE-IMAGE
           MOVE SPACES TO SR-AFTER-IMAGE
           RELEASE SORT-RECORD.

       400-WRITE-CHANGE-FEED.

           PERFORM 410-CHECK-JOURNAL-AGAINST-TOTALS

           IF FEED-IN-BALANCE
               PERFORM 420-WRITE-FEED-HEADER
               PERFORM 430-RETURN-SORTED-ENTRY
               PERFORM 440-BUILD-CUSTOMER-CHANGE
                   UNTIL SORT-EOF-SWITCH = "Y"
               PERFORM 480-WRITE-FEED-TRAILER
           END-IF.

       410-CHECK-JOURNAL-AGAINST-TOTALS.

           IF ACTIVITY-TOTALS-FOUND
           AND JOURNAL-ADD-COUNT = MAT-ADD-COUNT
           AND JOURNAL-CHANGE-COUNT = MAT-CHANGE-COUNT
           AND JOURNAL-ROLLOVER-COUNT = MAT-ROLLOVER-COUNT
           AND JOURNAL-DELETE-COUNT = MAT-DELETE-COUNT
           AND JOURNAL-MERGE-COUNT = MAT-MERGE-COUNT
           AND JOURNAL-OTHER-COUNT = ZERO
               SET FEED-IN-BALANCE TO TRUE
           ELSE
               MOVE "N" TO FEED-BALANCE-SWITCH
           END-IF.

       420-WRITE-FEED-HEADER.

           MOVE SPACES TO DELTA-HEADER-RECORD
           SET DH-HEADER-LINE TO TRUE
           MOVE RUN-GENERATION-X TO DH-GENERATION
           MOVE RUN-STAMP-DATE TO DH-CREATED-DATE
           MOVE RUN-STAMP-TIME TO DH-CREATED-TIME
           MOVE "CMDELTA" TO DH-SOURCE-PROGRAM
           IF REGENERATE-REQUESTED
               SET DH-REGENERATED TO TRUE
           ELSE
               MOVE "N" TO DH-REGENERATED-SWITCH
           END-IF
           WRITE DELTA-HEADER-RECORD.

       430-RETURN-SORTED-ENTRY.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       440-BUILD-CUSTOMER-CHANGE.

           MOVE SR-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER
           MOVE SR-BEFORE-IMAGE TO CC-FIRST-BEFORE-IMAGE
           MOVE ZERO TO CC-MERGED-INTO-NUMBER
           SET ONLY-ROLLED-OVER TO TRUE
           SET ONLY-REALIGNED TO TRUE

           PERFORM 445-ADD-ENTRY-TO-CHANGE
               UNTIL SORT-EOF-SWITCH = "Y"
               OR SR-CUSTOMER-NUMBER NOT = CC-CUSTOMER-NUMBER

           PERFORM 450-SET-DELTA-ACTION
           IF DELTA-TO-WRITE
               PERFORM 460-WRITE-DELTA-DETAIL
           END-IF.

       445-ADD-ENTRY-TO-CHANGE.

           MOVE SR-BEFORE-IMAGE TO CC-LAST-BEFORE-IMAGE
           MOVE SR-AFTER-IMAGE TO CC-LAST-AFTER-IMAGE
           MOVE SR-TRANSACTION-CODE TO CC-LAST-TRANSACTION-CODE
           MOVE SR-OPERATOR-ID TO CC-LAST-OPERATOR-ID
           IF SR-MERGED-INTO-NUMBER NOT = ZERO
               MOVE SR-MERGED-INTO-NUMBER TO CC-MERGED-INTO-NUMBER
           END-IF

           IF SR-TRANSACTION-CODE NOT = "R"
               MOVE "N" TO ALL-ROLLOVER-SWITCH
           END-IF
           IF SR-TRANSACTION-CODE NOT = "C"
           OR SR-OPERATOR-ID NOT = REALIGN-OPERATOR-ID
               MOVE "N" TO ALL-REALIGN-SWITCH
           END-IF

           PERFORM 430-RETURN-SORTED-ENTRY.

       450-SET-DELTA-ACTION.

           SET DELTA-TO-WRITE TO TRUE
           MOVE SPACES TO DELTA-DETAIL-RECORD
           MOVE CC-FIRST-BEFORE-IMAGE TO BEFORE-CUSTOMER-RECORD

           EVALUATE TRUE
               WHEN CC-FIRST-BEFORE-IMAGE = SPACES
               AND  CC-LAST-AFTER-IMAGE = SPACES
                   MOVE "N" TO DELTA-WRITE-SWITCH
               WHEN CC-FIRST-BEFORE-IMAGE = CC-LAST-AFTER-IMAGE
                   MOVE "N" TO DELTA-WRITE-SWITCH
               WHEN CC-FIRST-BEFORE-IMAGE = SPACES
                   SET DL-ADDED TO TRUE
                   MOVE "ADDED" TO FDL-ACTION
                   MOVE CC-LAST-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
                   MOVE ALL "Y" TO DL-CHANGE-FLAGS
               WHEN CC-LAST-AFTER-IMAGE = SPACES
                   IF CC-LAST-TRANSACTION-CODE = "M"
                       SET DL-MERGED-AWAY TO TRUE
                       MOVE "MERGED AWAY" TO FDL-ACTION
                   ELSE
                       SET DL-DELETED TO TRUE
                       MOVE "DELETED" TO FDL-ACTION
                   END-IF
                   MOVE CC-LAST-BEFORE-IMAGE TO AFTER-CUSTOMER-RECORD
                   MOVE ALL "N" TO DL-CHANGE-FLAGS
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ONLY-ROLLED-OVER
                           SET DL-ROLLED-OVER TO TRUE
                           MOVE "ROLLED OVER" TO FDL-ACTION
                       WHEN ONLY-REALIGNED
                           SET DL-REALIGNED TO TRUE
                           MOVE "REALIGNED" TO FDL-ACTION
                       WHEN OTHER
                           SET DL-CHANGED TO TRUE
                           MOVE "CHANGED" TO FDL-ACTION
                   END-EVALUATE
                   MOVE CC-LAST-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
                   PERFORM 455-SET-CHANGE-FLAGS
           END-EVALUATE

           IF NOT DELTA-TO-WRITE
               ADD 1 TO NO-NET-CHANGE-COUNT
           END-IF.

       455-SET-CHANGE-FLAGS.

           MOVE ALL "N" TO DL-CHANGE-FLAGS
           IF BC-BRANCH-NUMBER NOT = AC-BRANCH-NUMBER
               MOVE "Y" TO DL-BRANCH-CHANGED
           END-IF
           IF BC-SALESREP-NUMBER NOT = AC-SALESREP-NUMBER
               MOVE "Y" TO DL-SALESREP-CHANGED
           END-IF
           IF BC-CUSTOMER-NAME NOT = AC-CUSTOMER-NAME
               MOVE "Y" TO DL-NAME-CHANGED
           END-IF
           IF BC-SALES-THIS-YTD NOT = AC-SALES-THIS-YTD
               MOVE "Y" TO DL-THIS-YTD-CHANGED
           END-IF
           IF BC-SALES-LAST-YTD NOT = AC-SALES-LAST-YTD
               MOVE "Y" TO DL-LAST-YTD-CHANGED
           END-IF
           IF BC-CREDIT-LIMIT NOT = AC-CREDIT-LIMIT
               MOVE "Y" TO DL-CREDIT-LIMIT-CHANGED
           END-IF
           IF BC-YTD-UNITS-SOLD NOT = AC-YTD-UNITS-SOLD
               MOVE "Y" TO DL-UNITS-CHANGED
           END-IF
           IF BC-REGION-NUMBER NOT = AC-REGION-NUMBER
               MOVE "Y" TO DL-REGION-CHANGED
           END-IF
           IF BC-AR-BALANCE NOT = AC-AR-BALANCE
               MOVE "Y" TO DL-AR-BALANCE-CHANGED
           END-IF.

       460-WRITE-DELTA-DETAIL.

           SET DL-DETAIL-LINE TO TRUE
           MOVE RUN-GENERATION-X TO DL-GENERATION
           MOVE CC-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
           MOVE CC-MERGED-INTO-NUMBER TO DL-MERGED-INTO-NUMBER
           MOVE AC-BRANCH-NUMBER TO DL-BRANCH-NUMBER
           MOVE AC-SALESREP-NUMBER TO DL-SALESREP-NUMBER
           MOVE AC-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE AC-SALES-THIS-YTD TO DL-SALES-THIS-YTD
           MOVE AC-SALES-LAST-YTD TO DL-SALES-LAST-YTD
           MOVE AC-CREDIT-LIMIT TO DL-CREDIT-LIMIT
           MOVE AC-YTD-UNITS-SOLD TO DL-YTD-UNITS-SOLD
           MOVE AC-REGION-NUMBER TO DL-REGION-NUMBER
           IF AC-AR-BALANCE IS NUMERIC
               MOVE AC-AR-BALANCE TO DL-AR-BALANCE
           ELSE
               MOVE ZERO TO DL-AR-BALANCE
           END-IF
           MOVE CC-LAST-OPERATOR-ID TO DL-OPERATOR-ID
           WRITE DELTA-DETAIL-RECORD

           ADD 1 TO FEED-DETAIL-COUNT
           ADD CC-CUSTOMER-NUMBER TO FEED-HASH-TOTAL
           EVALUATE TRUE
               WHEN DL-ADDED
                   ADD 1 TO FEED-ADD-COUNT
               WHEN DL-CHANGED
                   ADD 1 TO FEED-CHANGE-COUNT
               WHEN DL-ROLLED-OVER
                   ADD 1 TO FEED-ROLLOVER-COUNT
               WHEN DL-REALIGNED
                   ADD 1 TO FEED-REALIGN-COUNT
               WHEN DL-DELETED
                   ADD 1 TO FEED-DELETE-COUNT
               WHEN DL-MERGED-AWAY
                   ADD 1 TO FEED-MERGE-COUNT
           END-EVALUATE

           PERFORM 470-PRINT-DELTA-LINE.

       470-PRINT-DELTA-LINE.

           MOVE CC-CUSTOMER-NUMBER TO FDL-CUSTOMER-NUMBER
           MOVE AC-CUSTOMER-NAME TO FDL-CUSTOMER-NAME
           MOVE DL-CHANGE-FLAGS TO FDL-CHANGE-FLAGS
           IF DL-MERGED-AWAY
           AND CC-MERGED-INTO-NUMBER NOT = ZERO
               MOVE CC-MERGED-INTO-NUMBER TO FDL-MERGED-INTO
           ELSE
               MOVE SPACES TO FDL-MERGED-INTO
           END-IF
           MOVE FEED-DETAIL-LINE TO DLTALIST-AREA
           WRITE DLTALIST-AREA.

       480-WRITE-FEED-TRAILER.

           MOVE SPACES TO DELTA-TRAILER-RECORD
           SET DT-TRAILER-LINE TO TRUE
           MOVE RUN-GENERATION-X TO DT-GENERATION
           MOVE FEED-DETAIL-COUNT TO DT-DETAIL-COUNT
           MOVE FEED-ADD-COUNT TO DT-ADD-COUNT
           MOVE FEED-CHANGE-COUNT TO DT-CHANGE-COUNT
           MOVE FEED-ROLLOVER-COUNT TO DT-ROLLOVER-COUNT
           MOVE FEED-REALIGN-COUNT TO DT-REALIGN-COUNT
           MOVE FEED-DELETE-COUNT TO DT-DELETE-COUNT
           MOVE FEED-MERGE-COUNT TO DT-MERGE-COUNT
           MOVE FEED-HASH-TOTAL TO DT-HASH-TOTAL
           WRITE DELTA-TRAILER-RECORD.

       700-PRINT-FEED-HEADING.

           MOVE SPACES TO DLTALIST-AREA
           STRING "CUSTOMER CHANGE FEED - GENERATION "
                       DELIMITED BY SIZE
                   RUN-GENERATION-X DELIMITED BY SIZE
               INTO DLTALIST-AREA
           WRITE DLTALIST-AREA

           MOVE SPACES TO DLTALIST-AREA
           IF REGENERATE-REQUESTED
               MOVE "FEED REGENERATED ON REQUEST" TO DLTALIST-AREA
           END-IF
           WRITE DLTALIST-AREA

           MOVE FEED-COLUMN-LINE TO DLTALIST-AREA
           WRITE DLTALIST-AREA.

       800-PRINT-FEED-CONTROLS.

           MOVE SPACES TO DLTALIST-AREA
           WRITE DLTALIST-AREA

           MOVE RECONCILE-COLUMN-LINE TO DLTALIST-AREA
           WRITE DLTALIST-AREA

           MOVE "ADDS................: " TO RCL-LABEL
           MOVE MAT-ADD-COUNT TO CUSTMNT-COUNT-EDIT
           MOVE JOURNAL-ADD-COUNT TO RCL-JOURNAL-COUNT
           PERFORM 810-WRITE-RECONCILE-LINE

           MOVE "CHANGES.............: " TO RCL-LABEL
           MOVE MAT-CHANGE-COUNT TO CUSTMNT-COUNT-EDIT
           MOVE JOURNAL-CHANGE-COUNT TO RCL-JOURNAL-COUNT
           PERFORM 810-WRITE-RECONCILE-LINE

           MOVE "ROLLOVERS...........: " TO RCL-LABEL
           MOVE MAT-ROLLOVER-COUNT TO CUSTMNT-COUNT-EDIT
           MOVE JOURNAL-ROLLOVER-COUNT TO RCL-JOURNAL-COUNT
           PERFORM 810-WRITE-RECONCILE-LINE

           MOVE "DELETES.............: " TO RCL-LABEL
           MOVE MAT-DELETE-COUNT TO CUSTMNT-COUNT-EDIT
           MOVE JOURNAL-DELETE-COUNT TO RCL-JOURNAL-COUNT
           PERFORM 810-WRITE-RECONCILE-LINE

           MOVE "ACCOUNTS MERGED.....: " TO RCL-LABEL
           MOVE MAT-MERGE-COUNT TO CUSTMNT-COUNT-EDIT
           MOVE JOURNAL-MERGE-COUNT TO RCL-JOURNAL-COUNT
           PERFORM 810-WRITE-RECONCILE-LINE

           IF NOT ACTIVITY-TOTALS-FOUND
               MOVE SPACES TO DLTALIST-AREA
               STRING "NO CUSTMNT ACTIVITY TOTALS ON RUNCTLF FOR "
                           DELIMITED BY SIZE
                       "GENERATION " DELIMITED BY SIZE
                       RUN-GENERATION-X DELIMITED BY SIZE
                   INTO DLTALIST-AREA
               WRITE DLTALIST-AREA
           END-IF

           MOVE SPACES TO DLTALIST-AREA
           WRITE DLTALIST-AREA

           MOVE "JOURNAL RECORDS READ: " TO CCL-LABEL
           MOVE JOURNAL-READ-COUNT TO CCL-COUNT
           PERFORM 820-WRITE-CONTROL-LINE

           MOVE "JOURNAL RECORDS USED: " TO CCL-LABEL
           MOVE JOURNAL-USED-COUNT TO CCL-COUNT
           PERFORM 820-WRITE-CONTROL-LINE

           MOVE "ABANDONED RUN RECS..: " TO CCL-LABEL
           MOVE ABANDONED-RUN-COUNT TO CCL-COUNT
           PERFORM 820-WRITE-CONTROL-LINE

           MOVE "MERGE SURVIVORS.....: " TO CCL-LABEL
           MOVE JOURNAL-SURVIVOR-COUNT TO CCL-COUNT
           PERFORM 820-WRITE-CONTROL-LINE

           MOVE "UNKNOWN CODES.......: " TO CCL-LABEL
           MOVE JOURNAL-OTHER-COUNT TO CCL-COUNT
           PERFORM 820-WRITE-CONTROL-LINE

           IF FEED-IN-BALANCE
               MOVE "NO NET CHANGE.......: " TO CCL-LABEL
               MOVE NO-NET-CHANGE-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED ADDED..........: " TO CCL-LABEL
               MOVE FEED-ADD-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED CHANGED........: " TO CCL-LABEL
               MOVE FEED-CHANGE-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED ROLLED OVER....: " TO CCL-LABEL
               MOVE FEED-ROLLOVER-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED REALIGNED......: " TO CCL-LABEL
               MOVE FEED-REALIGN-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED DELETED........: " TO CCL-LABEL
               MOVE FEED-DELETE-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED MERGED AWAY....: " TO CCL-LABEL
               MOVE FEED-MERGE-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "FEED DETAIL RECORDS.: " TO CCL-LABEL
               MOVE FEED-DETAIL-COUNT TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE

               MOVE "CUSTOMER HASH TOTAL.: " TO CCL-LABEL
               MOVE FEED-HASH-TOTAL TO CCL-COUNT
               PERFORM 820-WRITE-CONTROL-LINE
           END-IF

           MOVE SPACES TO DLTALIST-AREA
           WRITE DLTALIST-AREA

           IF FEED-IN-BALANCE
               MOVE "*** CHANGE FEED RELEASED ***" TO DLTALIST-AREA
           ELSE
               MOVE "*** COUNTS DO NOT MATCH - CHANGE FEED WITHHELD ***"
                   TO DLTALIST-AREA
           END-IF
           WRITE DLTALIST-AREA.

       810-WRITE-RECONCILE-LINE.

           IF ACTIVITY-TOTALS-FOUND
               MOVE CUSTMNT-COUNT-EDIT TO RCL-CUSTMNT-COUNT
               IF CUSTMNT-COUNT-EDIT = RCL-JOURNAL-COUNT
                   MOVE SPACES TO RCL-RESULT
               ELSE
                   MOVE "*** DOES NOT MATCH" TO RCL-RESULT
               END-IF
           ELSE
               MOVE "       N/A" TO RCL-CUSTMNT-COUNT
               MOVE SPACES TO RCL-RESULT
           END-IF

           MOVE RECONCILE-LINE TO DLTALIST-AREA
           WRITE DLTALIST-AREA.

       820-WRITE-CONTROL-LINE.

           MOVE CONTROL-COUNT-LINE TO DLTALIST-AREA
           WRITE DLTALIST-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "CMDELTA" TO RCR-PROGRAM-NAME
           MOVE FEED-DETAIL-COUNT TO RCR-RECORD-COUNT
           IF FEED-IN-BALANCE
               MOVE "OK" TO RCR-STATUS
           ELSE
               MOVE "FAIL" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
