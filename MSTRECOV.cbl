       IDENTIFICATION DIVISION.

       PROGRAM-ID. MSTRECOV.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program recovers CUSTMAST or SREPMAST from
      *  the maintenance journals. In a FORWARD run the master read on
      *  CUSTMAST (SREPMAST) is a saved, known-good copy of the master
      *  as it stood after the named generation; every AUDJRNL
      *  (SREPJRNL) record from a later generation, up to an optional
      *  stop date and time, is applied to it, so the master is
      *  rebuilt to that point. In a BACKOUT run the master read is
      *  the current one and every journal record of the named
      *  generation is undone by putting back its before image; a
      *  record changed again by a later generation is left alone and
      *  listed as an exception. Journal records are sorted by key and
      *  journal order, so a record touched more than once is rolled
      *  to its last after image, or backed out to its first before
      *  image. The rebuilt master is written to NEWCMAST (NEWSMAST),
      *  which replaces the master the way CUSTMNT's output does.
      *  Every record restored, added, deleted, or reversed is listed
      *  on RCVLIST with record and dollar control totals (sales this
      *  YTD for customers, annual quota for salesreps). Postings made
      *  by SALESPST and PAYPST are not journaled, so after a FORWARD
      *  run they must be posted again from the saved generation on.
      *  The parameters are the master (CUST or SREP), the mode
      *  (FORWARD or BACKOUT), the generation, and for FORWARD an
      *  optional stop date (YYYYMMDD) and stop time (HHMMSS). Run
      *  control logs the run as CMRECOV or SMRECOV so one generation
      *  of a master cannot be recovered twice. The run ends with
      *  return code 4 when exceptions are listed and 8 when it is out
      *  of balance.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT OUTPUT-CUSTMAST ASSIGN TO NEWCMAST.
           SELECT INPUT-AUDJRNL   ASSIGN TO AUDJRNL.
           SELECT INPUT-SREPMAST  ASSIGN TO SREPMAST.
           SELECT OUTPUT-SREPMAST ASSIGN TO NEWSMAST.
           SELECT INPUT-SREPJRNL  ASSIGN TO SREPJRNL.
           SELECT OUTPUT-RCVLIST  ASSIGN TO RCVLIST.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  OUTPUT-CUSTMAST.
       01  NEW-CUSTOMER-MASTER-AREA    PIC X(130).

       FD  INPUT-AUDJRNL.
           COPY AUDREC.

       FD  INPUT-SREPMAST.
           COPY SREPREC.

       FD  OUTPUT-SREPMAST.
       01  NEW-SALESREP-MASTER-AREA    PIC X(80).

       FD  INPUT-SREPJRNL.
           COPY SJRNREC.

       FD  OUTPUT-RCVLIST.
       01  RCVLIST-AREA                PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-MASTER-KEY           PIC 9(5).
           05  SR-JOURNAL-SEQUENCE     PIC 9(7).
           05  SR-GENERATION           PIC X(8).
           05  SR-TRANSACTION-CODE     PIC X.
           05  SR-BEFORE-IMAGE         PIC X(130).
           05  SR-AFTER-IMAGE          PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  MASTER-EOF-SWITCH       PIC X VALUE "N".
           05  JOURNAL-EOF-SWITCH      PIC X VALUE "N".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  NET-CHANGE-EOF-SWITCH   PIC X VALUE "N".
           05  MASTER-TYPE-SWITCH      PIC X VALUE " ".
               88  CUSTOMER-RECOVERY        VALUE "C".
               88  SALESREP-RECOVERY        VALUE "S".
           05  RECOVERY-MODE-SWITCH    PIC X VALUE " ".
               88  ROLL-FORWARD-RUN         VALUE "F".
               88  BACK-OUT-RUN             VALUE "B".
           05  MASTER-PRESENT-SWITCH   PIC X VALUE "N".
               88  MASTER-PRESENT           VALUE "Y".
           05  CURRENT-MATCH-SWITCH    PIC X VALUE "N".
               88  CURRENT-MATCHES-JOURNAL  VALUE "Y".
           05  OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
               88  RUN-OUT-OF-BALANCE       VALUE "Y".

       01  COUNT-FIELDS.
           05  MASTER-IN-COUNT         PIC S9(7) VALUE ZERO.
           05  MASTER-OUT-COUNT        PIC S9(7) VALUE ZERO.
           05  JOURNAL-READ-COUNT      PIC S9(7) VALUE ZERO.
           05  JOURNAL-USED-COUNT      PIC S9(7) VALUE ZERO.
           05  RESTORED-COUNT          PIC S9(7) VALUE ZERO.
           05  ADDED-COUNT             PIC S9(7) VALUE ZERO.
           05  DELETED-COUNT           PIC S9(7) VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(7) VALUE ZERO.
           05  BALANCE-WORK-COUNT      PIC S9(7) VALUE ZERO.
           05  JOURNAL-SEQUENCE        PIC 9(7)  VALUE ZERO.

       01  AMOUNT-FIELDS.
           05  MASTER-IN-AMOUNT        PIC S9(11)V9(2) VALUE ZERO.
           05  MASTER-OUT-AMOUNT       PIC S9(11)V9(2) VALUE ZERO.
           05  NET-CHANGE-AMOUNT       PIC S9(11)V9(2) VALUE ZERO.
           05  BALANCE-WORK-AMOUNT     PIC S9(11)V9(2) VALUE ZERO.

       01  STOP-POINT.
           05  STOP-DATE               PIC 9(8) VALUE 99999999.
           05  STOP-TIME               PIC 9(6) VALUE 235959.

       01  JOURNAL-POINT.
           05  JOURNAL-DATE            PIC 9(8).
           05  JOURNAL-TIME            PIC 9(6).

       01  JOURNAL-ENTRY.
           05  JE-GENERATION           PIC X(8).
           05  JE-TRANSACTION-CODE     PIC X.
           05  JE-BEFORE-IMAGE         PIC X(130).
           05  JE-AFTER-IMAGE          PIC X(130).

       01  CURRENT-MASTER.
           05  MASTER-KEY              PIC 9(5).
           05  MASTER-IMAGE            PIC X(130).

       01  NET-CHANGE.
           05  NC-MASTER-KEY           PIC 9(5).
           05  NC-FIRST-BEFORE-IMAGE   PIC X(130).
           05  NC-LAST-AFTER-IMAGE     PIC X(130).
           05  NC-LAST-GENERATION      PIC X(8).
           05  NC-ENTRY-COUNT          PIC S9(5).

       01  NEXT-ENTRY-KEY              PIC 9(5) VALUE ZERO.

       01  OUTPUT-IMAGE                PIC X(130).

       01  IMAGE-FIELDS.
           05  EXTRACT-IMAGE           PIC X(130).
           05  IMAGE-KEY               PIC 9(5).
           05  IMAGE-NAME              PIC X(20).
           05  IMAGE-AMOUNT            PIC S9(7)V9(2).

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==IMAGE-CUSTOMER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==IC-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==IC-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==IC-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==IC-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==IC-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD==  BY ==IC-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD==  BY ==IC-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==    BY ==IC-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD==  BY ==IC-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==   BY ==IC-REGION-NUMBER==,
               ==CM-AR-BALANCE==      BY ==IC-AR-BALANCE==.

           COPY SREPREC REPLACING
               ==SALESREP-MASTER-RECORD==
                   BY ==IMAGE-SALESREP-RECORD==,
               ==SM-SALESREP-NUMBER== BY ==IS-SALESREP-NUMBER==,
               ==SM-SALESREP-NAME==   BY ==IS-SALESREP-NAME==,
               ==SM-BRANCH-NUMBER==   BY ==IS-BRANCH-NUMBER==,
               ==SM-COMMISSION-RATE== BY ==IS-COMMISSION-RATE==,
               ==SM-ANNUAL-QUOTA==    BY ==IS-ANNUAL-QUOTA==.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-3            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-4            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-5            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

       01  RECOVERY-CONTROL-FIELDS.
           05  RECOVERY-PROGRAM-NAME   PIC X(8).
           05  MAINTENANCE-PROGRAM-NAME PIC X(8).
           05  RECOVERY-FILES-USED     PIC X(54).
           05  RECOVERY-TITLE          PIC X(40).

           COPY RUNCTLQ.

       01  RECOVERY-COLUMN-LINE.
           05  FILLER                  PIC X(7)  VALUE "KEY".
           05  FILLER                  PIC X(30) VALUE "ACTION".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "GENERATION".
           05  FILLER                  PIC X(4)  VALUE "JRNL".
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  RECOVERY-DETAIL-LINE.
           05  RDL-MASTER-KEY          PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RDL-ACTION              PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RDL-NAME                PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RDL-GENERATION          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RDL-ENTRY-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  CONTROL-COUNT-LINE.
           05  CCL-LABEL               PIC X(22).
           05  CCL-COUNT               PIC ZZZZZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CCL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       000-RECOVER-MASTER-FILE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 100-OPEN-MASTER-FILES

           SORT SORT-FILE
               ON ASCENDING KEY SR-MASTER-KEY
                                SR-JOURNAL-SEQUENCE
               INPUT PROCEDURE 300-SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE 400-APPLY-NET-CHANGES

           PERFORM 800-PROVE-CONTROL-TOTALS

           PERFORM 900-CLOSE-MASTER-FILES

           PERFORM 950-RECORD-RUN-COMPLETION

           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY ALL SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2 PARM-TOKEN-3
                    PARM-TOKEN-4 PARM-TOKEN-5
           END-UNSTRING

           EVALUATE PARM-TOKEN-1
               WHEN "CUST"
                   SET CUSTOMER-RECOVERY TO TRUE
                   MOVE "CMRECOV" TO RECOVERY-PROGRAM-NAME
                   MOVE "CUSTMNT" TO MAINTENANCE-PROGRAM-NAME
                   MOVE "CUSTMAST,AUDJRNL,NEWCMAST,RCVLIST"
                       TO RECOVERY-FILES-USED
               WHEN "SREP"
                   SET SALESREP-RECOVERY TO TRUE
                   MOVE "SMRECOV" TO RECOVERY-PROGRAM-NAME
                   MOVE "SREPMNT" TO MAINTENANCE-PROGRAM-NAME
                   MOVE "SREPMAST,SREPJRNL,NEWSMAST,RCVLIST"
                       TO RECOVERY-FILES-USED
               WHEN OTHER
                   DISPLAY "MSTRECOV - INVALID MASTER PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "MSTRECOV - SUPPLY CUST OR SREP"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           EVALUATE PARM-TOKEN-2
               WHEN "FORWARD"
                   SET ROLL-FORWARD-RUN TO TRUE
               WHEN "BACKOUT"
                   SET BACK-OUT-RUN TO TRUE
               WHEN OTHER
                   DISPLAY "MSTRECOV - INVALID MODE PARAMETER "
                       PARM-TOKEN-2
                   DISPLAY "MSTRECOV - SUPPLY FORWARD OR BACKOUT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF PARM-TOKEN-3 (1:8) IS NUMERIC
           AND PARM-TOKEN-3 (9:2) = SPACES
               MOVE PARM-TOKEN-3 (1:8) TO RUN-GENERATION-X
           ELSE
               DISPLAY "MSTRECOV - INVALID GENERATION PARAMETER "
                   PARM-TOKEN-3
               DISPLAY "MSTRECOV - SUPPLY THE 8-DIGIT GENERATION "
                   "TO RECOVER FROM OR BACK OUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLL-FORWARD-RUN
               PERFORM 045-PARSE-STOP-POINT
           ELSE
               IF PARM-TOKEN-4 NOT = SPACES
                   DISPLAY "MSTRECOV - A STOP POINT APPLIES TO A "
                       "FORWARD RUN ONLY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       045-PARSE-STOP-POINT.

           IF PARM-TOKEN-4 NOT = SPACES
               IF PARM-TOKEN-4 (1:8) IS NUMERIC
               AND PARM-TOKEN-4 (9:2) = SPACES
                   MOVE PARM-TOKEN-4 (1:8) TO STOP-DATE
               ELSE
                   DISPLAY "MSTRECOV - INVALID STOP DATE PARAMETER "
                       PARM-TOKEN-4
                   DISPLAY "MSTRECOV - SUPPLY YYYYMMDD OR LEAVE BLANK "
                       "TO APPLY THE WHOLE JOURNAL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-5 NOT = SPACES
               IF PARM-TOKEN-5 (1:6) IS NUMERIC
               AND PARM-TOKEN-5 (7:4) = SPACES
                   MOVE PARM-TOKEN-5 (1:6) TO STOP-TIME
               ELSE
                   DISPLAY "MSTRECOV - INVALID STOP TIME PARAMETER "
                       PARM-TOKEN-5
                   DISPLAY "MSTRECOV - SUPPLY HHMMSS OR LEAVE BLANK "
                       "FOR THE END OF THE STOP DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE RECOVERY-PROGRAM-NAME TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "MSTRECOV - GENERATION " RCR-GENERATION
                   " ALREADY RECOVERED UNDER " RECOVERY-PROGRAM-NAME
               DISPLAY "MSTRECOV - DUPLICATE RUN STOPPED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE MAINTENANCE-PROGRAM-NAME TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-NOT-FOUND
               DISPLAY "MSTRECOV - " MAINTENANCE-PROGRAM-NAME
                   " HAS NOT COMPLETED FOR GENERATION " RCR-GENERATION
               DISPLAY "MSTRECOV - NOTHING TO RECOVER FROM OR BACK OUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE RECOVERY-PROGRAM-NAME TO RCR-PROGRAM-NAME
           MOVE RECOVERY-FILES-USED TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-OPEN-MASTER-FILES.

           IF CUSTOMER-RECOVERY
               OPEN INPUT  INPUT-CUSTMAST
                    OUTPUT OUTPUT-CUSTMAST
               MOVE "CUSTMAST RECOVERY" TO RECOVERY-TITLE
           ELSE
               OPEN INPUT  INPUT-SREPMAST
                    OUTPUT OUTPUT-SREPMAST
               MOVE "SREPMAST RECOVERY" TO RECOVERY-TITLE
           END-IF

           OPEN OUTPUT OUTPUT-RCVLIST.

       210-READ-MASTER-RECORD.

           IF CUSTOMER-RECOVERY
               READ INPUT-CUSTMAST
                   AT END
                       MOVE "Y" TO MASTER-EOF-SWITCH
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-IMAGE
               END-READ
           ELSE
               READ INPUT-SREPMAST
                   AT END
                       MOVE "Y" TO MASTER-EOF-SWITCH
                   NOT AT END
                       MOVE SALESREP-MASTER-RECORD TO MASTER-IMAGE
               END-READ
           END-IF

           IF MASTER-EOF-SWITCH = "Y"
               MOVE 99999 TO MASTER-KEY
           ELSE
               MOVE MASTER-IMAGE TO EXTRACT-IMAGE
               PERFORM 520-EXTRACT-IMAGE-FIELDS
               MOVE IMAGE-KEY TO MASTER-KEY
               ADD 1 TO MASTER-IN-COUNT
               ADD IMAGE-AMOUNT TO MASTER-IN-AMOUNT
           END-IF.

       300-SELECT-JOURNAL-ENTRIES.

           IF CUSTOMER-RECOVERY
               OPEN INPUT INPUT-AUDJRNL
           ELSE
               OPEN INPUT INPUT-SREPJRNL
           END-IF

           PERFORM 310-READ-JOURNAL-RECORD
           PERFORM 320-RELEASE-ONE-ENTRY
               UNTIL JOURNAL-EOF-SWITCH = "Y"

           IF CUSTOMER-RECOVERY
               CLOSE INPUT-AUDJRNL
           ELSE
               CLOSE INPUT-SREPJRNL
           END-IF.

       310-READ-JOURNAL-RECORD.

           IF CUSTOMER-RECOVERY
               READ INPUT-AUDJRNL
                   AT END
                       MOVE "Y" TO JOURNAL-EOF-SWITCH
                   NOT AT END
                       MOVE AJ-RUN-DATE TO JOURNAL-DATE
                       MOVE AJ-RUN-TIME TO JOURNAL-TIME
                       MOVE AJ-GENERATION TO JE-GENERATION
                       MOVE AJ-TRANSACTION-CODE TO JE-TRANSACTION-CODE
                       MOVE AJ-BEFORE-IMAGE TO JE-BEFORE-IMAGE
                       MOVE AJ-AFTER-IMAGE TO JE-AFTER-IMAGE
               END-READ
           ELSE
               READ INPUT-SREPJRNL
                   AT END
                       MOVE "Y" TO JOURNAL-EOF-SWITCH
                   NOT AT END
                       MOVE SJ-RUN-DATE TO JOURNAL-DATE
                       MOVE SJ-RUN-TIME TO JOURNAL-TIME
                       MOVE SJ-GENERATION TO JE-GENERATION
                       MOVE SJ-TRANSACTION-CODE TO JE-TRANSACTION-CODE
                       MOVE SJ-BEFORE-IMAGE TO JE-BEFORE-IMAGE
                       MOVE SJ-AFTER-IMAGE TO JE-AFTER-IMAGE
               END-READ
           END-IF

           IF JOURNAL-EOF-SWITCH NOT = "Y"
               ADD 1 TO JOURNAL-READ-COUNT
               ADD 1 TO JOURNAL-SEQUENCE
           END-IF.

       320-RELEASE-ONE-ENTRY.

           IF ROLL-FORWARD-RUN
               IF JE-GENERATION > RUN-GENERATION-X
               AND JOURNAL-POINT NOT > STOP-POINT
                   PERFORM 330-RELEASE-JOURNAL-ENTRY
               END-IF
           ELSE
               IF JE-GENERATION = RUN-GENERATION-X
                   PERFORM 330-RELEASE-JOURNAL-ENTRY
               END-IF
           END-IF

           PERFORM 310-READ-JOURNAL-RECORD.

       330-RELEASE-JOURNAL-ENTRY.

           IF JE-BEFORE-IMAGE NOT = SPACES
               MOVE JE-BEFORE-IMAGE TO EXTRACT-IMAGE
           ELSE
               MOVE JE-AFTER-IMAGE TO EXTRACT-IMAGE
           END-IF
           PERFORM 520-EXTRACT-IMAGE-FIELDS

           MOVE IMAGE-KEY TO SR-MASTER-KEY
           MOVE JOURNAL-SEQUENCE TO SR-JOURNAL-SEQUENCE
           MOVE JE-GENERATION TO SR-GENERATION
           MOVE JE-TRANSACTION-CODE TO SR-TRANSACTION-CODE
           MOVE JE-BEFORE-IMAGE TO SR-BEFORE-IMAGE
           MOVE JE-AFTER-IMAGE TO SR-AFTER-IMAGE
           RELEASE SORT-RECORD
           ADD 1 TO JOURNAL-USED-COUNT.

       400-APPLY-NET-CHANGES.

           PERFORM 700-PRINT-RECOVERY-HEADING

           PERFORM 410-RETURN-SORTED-ENTRY
           PERFORM 420-BUILD-NET-CHANGE
           PERFORM 210-READ-MASTER-RECORD

           PERFORM 430-MATCH-MASTER-AND-CHANGE
               UNTIL MASTER-EOF-SWITCH = "Y"
               AND   NET-CHANGE-EOF-SWITCH = "Y".

       410-RETURN-SORTED-ENTRY.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
                   MOVE 99999 TO NEXT-ENTRY-KEY
               NOT AT END
                   MOVE SR-MASTER-KEY TO NEXT-ENTRY-KEY
           END-RETURN.

       420-BUILD-NET-CHANGE.

           IF SORT-EOF-SWITCH = "Y"
               MOVE "Y" TO NET-CHANGE-EOF-SWITCH
               MOVE 99999 TO NC-MASTER-KEY
           ELSE
               MOVE NEXT-ENTRY-KEY TO NC-MASTER-KEY
               MOVE SR-BEFORE-IMAGE TO NC-FIRST-BEFORE-IMAGE
               MOVE ZERO TO NC-ENTRY-COUNT
               PERFORM 425-ADD-ENTRY-TO-NET-CHANGE
                   UNTIL NEXT-ENTRY-KEY NOT = NC-MASTER-KEY
           END-IF.

       425-ADD-ENTRY-TO-NET-CHANGE.

           MOVE SR-AFTER-IMAGE TO NC-LAST-AFTER-IMAGE
           MOVE SR-GENERATION TO NC-LAST-GENERATION
           ADD 1 TO NC-ENTRY-COUNT

           PERFORM 410-RETURN-SORTED-ENTRY.

       430-MATCH-MASTER-AND-CHANGE.

           IF MASTER-KEY < NC-MASTER-KEY
               MOVE MASTER-IMAGE TO OUTPUT-IMAGE
               PERFORM 500-WRITE-MASTER-IMAGE
               PERFORM 210-READ-MASTER-RECORD
           ELSE
               IF MASTER-KEY > NC-MASTER-KEY
                   MOVE "N" TO MASTER-PRESENT-SWITCH
                   PERFORM 440-APPLY-NET-CHANGE
                   PERFORM 420-BUILD-NET-CHANGE
               ELSE
                   MOVE "Y" TO MASTER-PRESENT-SWITCH
                   PERFORM 440-APPLY-NET-CHANGE
                   PERFORM 210-READ-MASTER-RECORD
                   PERFORM 420-BUILD-NET-CHANGE
               END-IF
           END-IF.

       440-APPLY-NET-CHANGE.

           IF ROLL-FORWARD-RUN
               PERFORM 450-ROLL-FORWARD-RECORD
           ELSE
               PERFORM 470-BACK-OUT-RECORD
           END-IF

           PERFORM 600-WRITE-DETAIL-LINE.

       450-ROLL-FORWARD-RECORD.

           IF NC-LAST-AFTER-IMAGE = SPACES
               IF MASTER-PRESENT
                   PERFORM 530-TAKE-OUT-CURRENT-RECORD
                   MOVE "DELETED" TO RDL-ACTION
                   ADD 1 TO DELETED-COUNT
               ELSE
                   MOVE "DELETED - NOT ON MASTER" TO RDL-ACTION
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           ELSE
               IF MASTER-PRESENT
                   PERFORM 530-TAKE-OUT-CURRENT-RECORD
                   IF NC-FIRST-BEFORE-IMAGE = SPACES
                       MOVE "ADDED - ALREADY ON MASTER" TO RDL-ACTION
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
                       MOVE "RESTORED" TO RDL-ACTION
                   END-IF
                   ADD 1 TO RESTORED-COUNT
               ELSE
                   IF NC-FIRST-BEFORE-IMAGE = SPACES
                       MOVE "ADDED" TO RDL-ACTION
                   ELSE
                       MOVE "RESTORED - NOT ON MASTER" TO RDL-ACTION
                       ADD 1 TO EXCEPTION-COUNT
                   END-IF
                   ADD 1 TO ADDED-COUNT
               END-IF
               MOVE NC-LAST-AFTER-IMAGE TO OUTPUT-IMAGE
               PERFORM 540-WRITE-NEW-IMAGE
           END-IF.

       470-BACK-OUT-RECORD.

           MOVE "N" TO CURRENT-MATCH-SWITCH
           IF MASTER-PRESENT
               IF MASTER-IMAGE = NC-LAST-AFTER-IMAGE
                   SET CURRENT-MATCHES-JOURNAL TO TRUE
               END-IF
           ELSE
               IF NC-LAST-AFTER-IMAGE = SPACES
                   SET CURRENT-MATCHES-JOURNAL TO TRUE
               END-IF
           END-IF

           IF NOT CURRENT-MATCHES-JOURNAL
               MOVE "NOT REVERSED - CHANGED SINCE" TO RDL-ACTION
               ADD 1 TO EXCEPTION-COUNT
               IF MASTER-PRESENT
                   MOVE MASTER-IMAGE TO OUTPUT-IMAGE
                   PERFORM 500-WRITE-MASTER-IMAGE
               END-IF
           ELSE
               IF NC-FIRST-BEFORE-IMAGE = SPACES
                   PERFORM 480-BACK-OUT-ADDED-RECORD
               ELSE
                   PERFORM 490-PUT-BACK-BEFORE-IMAGE
               END-IF
           END-IF.

       480-BACK-OUT-ADDED-RECORD.

           IF MASTER-PRESENT
               PERFORM 530-TAKE-OUT-CURRENT-RECORD
               MOVE "REVERSED - ADD REMOVED" TO RDL-ACTION
               ADD 1 TO DELETED-COUNT
           ELSE
               MOVE "NO NET CHANGE" TO RDL-ACTION
           END-IF.

       490-PUT-BACK-BEFORE-IMAGE.

           IF MASTER-PRESENT
               PERFORM 530-TAKE-OUT-CURRENT-RECORD
               MOVE "REVERSED" TO RDL-ACTION
               ADD 1 TO RESTORED-COUNT
           ELSE
               MOVE "REVERSED - DELETE UNDONE" TO RDL-ACTION
               ADD 1 TO ADDED-COUNT
           END-IF

           MOVE NC-FIRST-BEFORE-IMAGE TO OUTPUT-IMAGE
           PERFORM 540-WRITE-NEW-IMAGE.

       500-WRITE-MASTER-IMAGE.

           IF CUSTOMER-RECOVERY
               MOVE OUTPUT-IMAGE TO NEW-CUSTOMER-MASTER-AREA
               WRITE NEW-CUSTOMER-MASTER-AREA
           ELSE
               MOVE OUTPUT-IMAGE TO NEW-SALESREP-MASTER-AREA
               WRITE NEW-SALESREP-MASTER-AREA
           END-IF

           MOVE OUTPUT-IMAGE TO EXTRACT-IMAGE
           PERFORM 520-EXTRACT-IMAGE-FIELDS
           ADD 1 TO MASTER-OUT-COUNT
           ADD IMAGE-AMOUNT TO MASTER-OUT-AMOUNT.

       520-EXTRACT-IMAGE-FIELDS.

           IF CUSTOMER-RECOVERY
               MOVE EXTRACT-IMAGE TO IMAGE-CUSTOMER-RECORD
               MOVE IC-CUSTOMER-NUMBER TO IMAGE-KEY
               MOVE IC-CUSTOMER-NAME TO IMAGE-NAME
               MOVE IC-SALES-THIS-YTD TO IMAGE-AMOUNT
           ELSE
               MOVE EXTRACT-IMAGE TO IMAGE-SALESREP-RECORD
               MOVE IS-SALESREP-NUMBER TO IMAGE-KEY
               MOVE IS-SALESREP-NAME TO IMAGE-NAME
               MOVE IS-ANNUAL-QUOTA TO IMAGE-AMOUNT
           END-IF.

       530-TAKE-OUT-CURRENT-RECORD.

           MOVE MASTER-IMAGE TO EXTRACT-IMAGE
           PERFORM 520-EXTRACT-IMAGE-FIELDS
           SUBTRACT IMAGE-AMOUNT FROM NET-CHANGE-AMOUNT.

       540-WRITE-NEW-IMAGE.

           MOVE OUTPUT-IMAGE TO EXTRACT-IMAGE
           PERFORM 520-EXTRACT-IMAGE-FIELDS
           ADD IMAGE-AMOUNT TO NET-CHANGE-AMOUNT

           PERFORM 500-WRITE-MASTER-IMAGE.

       600-WRITE-DETAIL-LINE.

           IF NC-LAST-AFTER-IMAGE NOT = SPACES
               MOVE NC-LAST-AFTER-IMAGE TO EXTRACT-IMAGE
           ELSE
               MOVE NC-FIRST-BEFORE-IMAGE TO EXTRACT-IMAGE
           END-IF
           PERFORM 520-EXTRACT-IMAGE-FIELDS

           MOVE NC-MASTER-KEY TO RDL-MASTER-KEY
           MOVE IMAGE-NAME TO RDL-NAME
           MOVE NC-LAST-GENERATION TO RDL-GENERATION
           MOVE NC-ENTRY-COUNT TO RDL-ENTRY-COUNT
           MOVE RECOVERY-DETAIL-LINE TO RCVLIST-AREA
           WRITE RCVLIST-AREA.

       700-PRINT-RECOVERY-HEADING.

           MOVE SPACES TO RCVLIST-AREA
           IF ROLL-FORWARD-RUN
               STRING RECOVERY-TITLE DELIMITED BY "  "
                       " - ROLL FORWARD" DELIMITED BY SIZE
                   INTO RCVLIST-AREA
           ELSE
               STRING RECOVERY-TITLE DELIMITED BY "  "
                       " - BACK OUT" DELIMITED BY SIZE
                   INTO RCVLIST-AREA
           END-IF
           WRITE RCVLIST-AREA

           MOVE SPACES TO RCVLIST-AREA
           IF ROLL-FORWARD-RUN
               IF STOP-DATE = 99999999
                   STRING "SAVED MASTER GENERATION: " DELIMITED BY SIZE
                           RUN-GENERATION-X DELIMITED BY SIZE
                           "  JOURNAL THROUGH: END" DELIMITED BY SIZE
                       INTO RCVLIST-AREA
               ELSE
                   STRING "SAVED MASTER GENERATION: " DELIMITED BY SIZE
                           RUN-GENERATION-X DELIMITED BY SIZE
                           "  JOURNAL THROUGH: " DELIMITED BY SIZE
                           STOP-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STOP-TIME DELIMITED BY SIZE
                       INTO RCVLIST-AREA
               END-IF
           ELSE
               STRING "GENERATION BACKED OUT..: " DELIMITED BY SIZE
                       RUN-GENERATION-X DELIMITED BY SIZE
                   INTO RCVLIST-AREA
           END-IF
           WRITE RCVLIST-AREA

           MOVE SPACES TO RCVLIST-AREA
           WRITE RCVLIST-AREA

           MOVE RECOVERY-COLUMN-LINE TO RCVLIST-AREA
           WRITE RCVLIST-AREA.

       800-PROVE-CONTROL-TOTALS.

           MOVE SPACES TO RCVLIST-AREA
           WRITE RCVLIST-AREA

           MOVE "MASTER RECORDS IN...: " TO CCL-LABEL
           MOVE MASTER-IN-COUNT TO CCL-COUNT
           MOVE MASTER-IN-AMOUNT TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "JOURNAL RECORDS READ: " TO CCL-LABEL
           MOVE JOURNAL-READ-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "JOURNAL RECORDS USED: " TO CCL-LABEL
           MOVE JOURNAL-USED-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           IF ROLL-FORWARD-RUN
               MOVE "RECORDS RESTORED....: " TO CCL-LABEL
           ELSE
               MOVE "RECORDS REVERSED....: " TO CCL-LABEL
           END-IF
           MOVE RESTORED-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "RECORDS ADDED.......: " TO CCL-LABEL
           MOVE ADDED-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "RECORDS DELETED.....: " TO CCL-LABEL
           MOVE DELETED-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "EXCEPTIONS..........: " TO CCL-LABEL
           MOVE EXCEPTION-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "NET AMOUNT CHANGE...: " TO CCL-LABEL
           MOVE ZERO TO CCL-COUNT
           MOVE NET-CHANGE-AMOUNT TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           MOVE "MASTER RECORDS OUT..: " TO CCL-LABEL
           MOVE MASTER-OUT-COUNT TO CCL-COUNT
           MOVE MASTER-OUT-AMOUNT TO CCL-AMOUNT
           PERFORM 810-WRITE-CONTROL-LINE

           COMPUTE BALANCE-WORK-COUNT =
               MASTER-IN-COUNT + ADDED-COUNT - DELETED-COUNT
           COMPUTE BALANCE-WORK-AMOUNT =
               MASTER-IN-AMOUNT + NET-CHANGE-AMOUNT
           IF BALANCE-WORK-COUNT NOT = MASTER-OUT-COUNT
           OR BALANCE-WORK-AMOUNT NOT = MASTER-OUT-AMOUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE SPACES TO RCVLIST-AREA
           WRITE RCVLIST-AREA

           IF RUN-OUT-OF-BALANCE
               MOVE "*** RECOVERY IS OUT OF BALANCE - JOB FAILED ***"
                   TO RCVLIST-AREA
           ELSE
               IF EXCEPTION-COUNT > ZERO
                   MOVE "*** RECOVERY IS IN BALANCE - REVIEW EXCEPTIONS"
                       TO RCVLIST-AREA
               ELSE
                   MOVE "*** RECOVERY IS IN BALANCE ***"
                       TO RCVLIST-AREA
               END-IF
           END-IF
           WRITE RCVLIST-AREA.

       810-WRITE-CONTROL-LINE.

           MOVE CONTROL-COUNT-LINE TO RCVLIST-AREA
           WRITE RCVLIST-AREA.

       900-CLOSE-MASTER-FILES.

           IF CUSTOMER-RECOVERY
               CLOSE INPUT-CUSTMAST
                     OUTPUT-CUSTMAST
           ELSE
               CLOSE INPUT-SREPMAST
                     OUTPUT-SREPMAST
           END-IF

           CLOSE OUTPUT-RCVLIST.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE RECOVERY-PROGRAM-NAME TO RCR-PROGRAM-NAME
           MOVE JOURNAL-USED-COUNT TO RCR-RECORD-COUNT
           IF RUN-OUT-OF-BALANCE
               MOVE "FAIL" TO RCR-STATUS
           ELSE
               MOVE "OK" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
