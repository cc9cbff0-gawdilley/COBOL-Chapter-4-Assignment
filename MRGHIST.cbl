       IDENTIFICATION DIVISION.

       PROGRAM-ID. MRGHIST.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program is the companion step to a CUSTMNT
      *  run that merged customers. It reads the merged pairs CUSTMNT
      *  logged to MERGLOG and moves the absorbed account's history to
      *  the survivor, so RPT3400 statements and the RPT3300 trend
      *  show the combined account. Every INVHIST record for an
      *  absorbed customer is re-keyed to the survivor and the file is
      *  rewritten to NEWIHIST; the invoice keeps the branch it was
      *  booked to. CUSTHIST is sorted by customer and period end with
      *  the absorbed snapshots re-keyed and restated to the
      *  survivor's branch and region, and where the survivor already
      *  has a snapshot for the same period end the two are combined
      *  into one (the survivor's own territory is kept), so period
      *  over period differences stay true. The result is written to
      *  NEWCHIST. NEWIHIST and NEWCHIST replace INVHIST and CUSTHIST
      *  the way NEWCMAST replaces CUSTMAST. The run proves itself on
      *  MRGLIST with record, dollar, and unit control totals for both
      *  files and ends with return code 8 on any out-of-balance
      *  condition. The command-line parameter is the run generation,
      *  the same one CUSTMNT ran under; blank means the current date.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-MERGLOG   ASSIGN TO MERGLOG.
           SELECT INPUT-INVHIST   ASSIGN TO INVHIST.
           SELECT OUTPUT-INVHIST  ASSIGN TO NEWIHIST.
           SELECT INPUT-CUSTHIST  ASSIGN TO CUSTHIST.
           SELECT OUTPUT-NEWCHIST ASSIGN TO NEWCHIST.
           SELECT OUTPUT-MRGLIST  ASSIGN TO MRGLIST.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-MERGLOG.
           COPY MRGREC.

       FD  INPUT-INVHIST.
           COPY INVHREC.

       FD  OUTPUT-INVHIST.
       01  NEW-INVOICE-HISTORY-AREA    PIC X(80).

       FD  INPUT-CUSTHIST.
           COPY HISTREC.

       FD  OUTPUT-NEWCHIST.
       01  NEW-CUSTOMER-HISTORY-AREA   PIC X(80).

       FD  OUTPUT-MRGLIST.
       01  MRGLIST-AREA                PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-PERIOD-END-DATE      PIC 9(8).
           05  SR-SOURCE-CODE          PIC 9.
           05  SR-HISTORY-IMAGE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  MERGLOG-EOF-SWITCH      PIC X VALUE "N".
           05  INVHIST-EOF-SWITCH      PIC X VALUE "N".
           05  CUSTHIST-EOF-SWITCH     PIC X VALUE "N".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  HELD-RECORD-SWITCH      PIC X VALUE "N".
               88  HISTORY-RECORD-HELD      VALUE "Y".
           05  MERGE-FOUND-SWITCH      PIC X VALUE "N".
               88  MERGE-FOUND              VALUE "Y".
           05  OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
               88  RUN-OUT-OF-BALANCE       VALUE "Y".

       01  MERGE-FIELDS.
           05  MERGE-ENTRY-COUNT       PIC S9(3) VALUE ZERO.
           05  MERGE-SUB               PIC S9(3) VALUE ZERO.
           05  MATCHED-MERGE-SUB       PIC S9(3) VALUE ZERO.
           05  SEARCH-CUSTOMER-NUMBER  PIC 9(5) VALUE ZERO.

       01  MERGE-TABLE.
           05  MERGE-ENTRY             OCCURS 99 TIMES.
               10  MT-ABSORBED-NUMBER  PIC 9(5).
               10  MT-SURVIVOR-NUMBER  PIC 9(5).
               10  MT-ABSORBED-NAME    PIC X(20).
               10  MT-SURVIVOR-BRANCH  PIC 9(2).
               10  MT-SURVIVOR-REGION  PIC 9(2).
               10  MT-INVOICE-COUNT    PIC S9(7).
               10  MT-SNAPSHOT-COUNT   PIC S9(7).

       01  MERGE-COUNTS.
           05  INVOICE-IN-COUNT        PIC S9(7) VALUE ZERO.
           05  INVOICE-OUT-COUNT       PIC S9(7) VALUE ZERO.
           05  INVOICE-REKEYED-COUNT   PIC S9(7) VALUE ZERO.
           05  SNAPSHOT-IN-COUNT       PIC S9(7) VALUE ZERO.
           05  SNAPSHOT-OUT-COUNT      PIC S9(7) VALUE ZERO.
           05  SNAPSHOT-REKEYED-COUNT  PIC S9(7) VALUE ZERO.
           05  SNAPSHOT-COMBINED-COUNT PIC S9(7) VALUE ZERO.

       01  MERGE-TOTALS.
           05  INVOICE-IN-SALES        PIC S9(11)V9(2) VALUE ZERO.
           05  INVOICE-OUT-SALES       PIC S9(11)V9(2) VALUE ZERO.
           05  INVOICE-REKEYED-SALES   PIC S9(11)V9(2) VALUE ZERO.
           05  INVOICE-IN-UNITS        PIC S9(11) VALUE ZERO.
           05  INVOICE-OUT-UNITS       PIC S9(11) VALUE ZERO.
           05  INVOICE-REKEYED-UNITS   PIC S9(11) VALUE ZERO.
           05  SNAPSHOT-IN-SALES       PIC S9(11)V9(2) VALUE ZERO.
           05  SNAPSHOT-OUT-SALES      PIC S9(11)V9(2) VALUE ZERO.
           05  SNAPSHOT-REKEYED-SALES  PIC S9(11)V9(2) VALUE ZERO.
           05  SNAPSHOT-IN-UNITS       PIC S9(11) VALUE ZERO.
           05  SNAPSHOT-OUT-UNITS      PIC S9(11) VALUE ZERO.
           05  SNAPSHOT-REKEYED-UNITS  PIC S9(11) VALUE ZERO.
           05  BALANCE-WORK-COUNT      PIC S9(7) VALUE ZERO.

           COPY HISTREC REPLACING
               ==CUSTOMER-HISTORY-RECORD==
                   BY ==HELD-HISTORY-RECORD==,
               ==CH-CUSTOMER-NUMBER== BY ==HH-CUSTOMER-NUMBER==,
               ==CH-BRANCH-NUMBER==   BY ==HH-BRANCH-NUMBER==,
               ==CH-REGION-NUMBER==   BY ==HH-REGION-NUMBER==,
               ==CH-PERIOD-END-DATE== BY ==HH-PERIOD-END-DATE==,
               ==CH-PERIOD-SALES==    BY ==HH-PERIOD-SALES==,
               ==CH-PERIOD-UNITS==    BY ==HH-PERIOD-UNITS==.

           COPY HISTREC REPLACING
               ==CUSTOMER-HISTORY-RECORD==
                   BY ==SORTED-HISTORY-RECORD==,
               ==CH-CUSTOMER-NUMBER== BY ==SH-CUSTOMER-NUMBER==,
               ==CH-BRANCH-NUMBER==   BY ==SH-BRANCH-NUMBER==,
               ==CH-REGION-NUMBER==   BY ==SH-REGION-NUMBER==,
               ==CH-PERIOD-END-DATE== BY ==SH-PERIOD-END-DATE==,
               ==CH-PERIOD-SALES==    BY ==SH-PERIOD-SALES==,
               ==CH-PERIOD-UNITS==    BY ==SH-PERIOD-UNITS==.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

           COPY RUNCTLQ.

       01  MERGE-DETAIL-LINE.
           05  FILLER                  PIC X(9)  VALUE "ABSORBED ".
           05  MDL-ABSORBED-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MDL-ABSORBED-NAME       PIC X(20).
           05  FILLER                  PIC X(6)  VALUE " INTO ".
           05  MDL-SURVIVOR-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  MDL-INVOICE-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  MDL-SNAPSHOT-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  MERGE-COLUMN-LINE.
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "INVOICES".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "SNAPSHOTS".
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  CONTROL-COUNT-LINE.
           05  CCL-LABEL               PIC X(22).
           05  CCL-COUNT               PIC ZZZZZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CCL-SALES               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CCL-UNITS               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MERGE-CUSTOMER-HISTORY.

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 100-LOAD-MERGE-LOG

           OPEN INPUT  INPUT-INVHIST
                       INPUT-CUSTHIST
                OUTPUT OUTPUT-INVHIST
                       OUTPUT-NEWCHIST
                       OUTPUT-MRGLIST

           PERFORM 210-READ-INVOICE-HISTORY
           PERFORM 200-COPY-ONE-INVOICE
               UNTIL INVHIST-EOF-SWITCH = "Y"

           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
                                SR-PERIOD-END-DATE
                                SR-SOURCE-CODE
               INPUT PROCEDURE 300-RELEASE-HISTORY-RECORDS
               OUTPUT PROCEDURE 400-WRITE-MERGED-HISTORY

           PERFORM 800-PROVE-CONTROL-TOTALS

           CLOSE INPUT-INVHIST
                 INPUT-CUSTHIST
                 OUTPUT-INVHIST
                 OUTPUT-NEWCHIST
                 OUTPUT-MRGLIST

           PERFORM 950-RECORD-RUN-COMPLETION

           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO RUN-GENERATION-X
               ELSE
                   DISPLAY "MRGHIST - INVALID GENERATION PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "MRGHIST - SUPPLY AN 8-DIGIT GENERATION "
                       "OR LEAVE BLANK FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "MRGHIST" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "MRGHIST - GENERATION " RCR-GENERATION
                   " ALREADY PROCESSED"
               DISPLAY "MRGHIST - DUPLICATE RUN STOPPED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "CUSTMNT" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-NOT-FOUND
               DISPLAY "MRGHIST - CUSTMNT HAS NOT COMPLETED FOR "
                   "GENERATION " RCR-GENERATION
               DISPLAY "MRGHIST - RUN CUSTMNT FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "MRGHIST" TO RCR-PROGRAM-NAME
           MOVE "MERGLOG,INVHIST,NEWIHIST,CUSTHIST,NEWCHIST,MRGLIST"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-LOAD-MERGE-LOG.

           OPEN INPUT INPUT-MERGLOG
           PERFORM 110-READ-MERGE-LOG
           PERFORM 120-LOAD-ONE-MERGE-ENTRY
               UNTIL MERGLOG-EOF-SWITCH = "Y"
           CLOSE INPUT-MERGLOG.

       110-READ-MERGE-LOG.

           READ INPUT-MERGLOG
               AT END
                   MOVE "Y" TO MERGLOG-EOF-SWITCH
           END-READ.

       120-LOAD-ONE-MERGE-ENTRY.

           IF ML-GENERATION NOT = RUN-GENERATION-X
               DISPLAY "MRGHIST - MERGLOG IS FOR GENERATION "
                   ML-GENERATION ", NOT " RUN-GENERATION-X
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MERGE-ENTRY-COUNT = 99
               DISPLAY "MRGHIST - MORE THAN 99 MERGES ON MERGLOG"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO MERGE-ENTRY-COUNT
           MOVE ML-ABSORBED-NUMBER
               TO MT-ABSORBED-NUMBER (MERGE-ENTRY-COUNT)
           MOVE ML-SURVIVOR-NUMBER
               TO MT-SURVIVOR-NUMBER (MERGE-ENTRY-COUNT)
           MOVE ML-ABSORBED-NAME
               TO MT-ABSORBED-NAME (MERGE-ENTRY-COUNT)
           MOVE ML-SURVIVOR-BRANCH
               TO MT-SURVIVOR-BRANCH (MERGE-ENTRY-COUNT)
           MOVE ML-SURVIVOR-REGION
               TO MT-SURVIVOR-REGION (MERGE-ENTRY-COUNT)
           MOVE ZERO TO MT-INVOICE-COUNT (MERGE-ENTRY-COUNT)
           MOVE ZERO TO MT-SNAPSHOT-COUNT (MERGE-ENTRY-COUNT)

           PERFORM 110-READ-MERGE-LOG.

       200-COPY-ONE-INVOICE.

           MOVE IH-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
           PERFORM 250-FIND-MERGE-ENTRY
           IF MERGE-FOUND
               MOVE MT-SURVIVOR-NUMBER (MATCHED-MERGE-SUB)
                   TO IH-CUSTOMER-NUMBER
               ADD 1 TO MT-INVOICE-COUNT (MATCHED-MERGE-SUB)
               ADD 1 TO INVOICE-REKEYED-COUNT
               ADD IH-SALE-AMOUNT TO INVOICE-REKEYED-SALES
               ADD IH-UNITS-SOLD TO INVOICE-REKEYED-UNITS
           END-IF

           MOVE INVOICE-HISTORY-RECORD TO NEW-INVOICE-HISTORY-AREA
           WRITE NEW-INVOICE-HISTORY-AREA
           ADD 1 TO INVOICE-OUT-COUNT
           ADD IH-SALE-AMOUNT TO INVOICE-OUT-SALES
           ADD IH-UNITS-SOLD TO INVOICE-OUT-UNITS

           PERFORM 210-READ-INVOICE-HISTORY.

       210-READ-INVOICE-HISTORY.

           READ INPUT-INVHIST
               AT END
                   MOVE "Y" TO INVHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INVOICE-IN-COUNT
                   ADD IH-SALE-AMOUNT TO INVOICE-IN-SALES
                   ADD IH-UNITS-SOLD TO INVOICE-IN-UNITS
           END-READ.

       250-FIND-MERGE-ENTRY.

           MOVE "N" TO MERGE-FOUND-SWITCH
           PERFORM 255-MATCH-ONE-MERGE-ENTRY
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT
               OR MERGE-FOUND.

       255-MATCH-ONE-MERGE-ENTRY.

           IF MT-ABSORBED-NUMBER (MERGE-SUB) = SEARCH-CUSTOMER-NUMBER
               SET MERGE-FOUND TO TRUE
               MOVE MERGE-SUB TO MATCHED-MERGE-SUB
           END-IF.

       300-RELEASE-HISTORY-RECORDS.

           PERFORM 310-READ-HISTORY-RECORD
           PERFORM 320-RELEASE-ONE-SNAPSHOT
               UNTIL CUSTHIST-EOF-SWITCH = "Y".

       310-READ-HISTORY-RECORD.

           READ INPUT-CUSTHIST
               AT END
                   MOVE "Y" TO CUSTHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SNAPSHOT-IN-COUNT
                   ADD CH-PERIOD-SALES TO SNAPSHOT-IN-SALES
                   ADD CH-PERIOD-UNITS TO SNAPSHOT-IN-UNITS
           END-READ.

       320-RELEASE-ONE-SNAPSHOT.

           MOVE 1 TO SR-SOURCE-CODE
           MOVE CH-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
           PERFORM 250-FIND-MERGE-ENTRY
           IF MERGE-FOUND
               MOVE 2 TO SR-SOURCE-CODE
               MOVE MT-SURVIVOR-NUMBER (MATCHED-MERGE-SUB)
                   TO CH-CUSTOMER-NUMBER
               MOVE MT-SURVIVOR-BRANCH (MATCHED-MERGE-SUB)
                   TO CH-BRANCH-NUMBER
               MOVE MT-SURVIVOR-REGION (MATCHED-MERGE-SUB)
                   TO CH-REGION-NUMBER
               ADD 1 TO MT-SNAPSHOT-COUNT (MATCHED-MERGE-SUB)
               ADD 1 TO SNAPSHOT-REKEYED-COUNT
               ADD CH-PERIOD-SALES TO SNAPSHOT-REKEYED-SALES
               ADD CH-PERIOD-UNITS TO SNAPSHOT-REKEYED-UNITS
           END-IF

           MOVE CH-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE CH-PERIOD-END-DATE TO SR-PERIOD-END-DATE
           MOVE CUSTOMER-HISTORY-RECORD TO SR-HISTORY-IMAGE
           RELEASE SORT-RECORD

           PERFORM 310-READ-HISTORY-RECORD.

       400-WRITE-MERGED-HISTORY.

           PERFORM 410-RETURN-SORTED-SNAPSHOT
           PERFORM 420-COMBINE-OR-WRITE-SNAPSHOT
               UNTIL SORT-EOF-SWITCH = "Y"

           IF HISTORY-RECORD-HELD
               PERFORM 430-WRITE-HELD-SNAPSHOT
           END-IF.

       410-RETURN-SORTED-SNAPSHOT.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   MOVE SR-HISTORY-IMAGE TO SORTED-HISTORY-RECORD
           END-RETURN.

       420-COMBINE-OR-WRITE-SNAPSHOT.

           IF HISTORY-RECORD-HELD
           AND SH-CUSTOMER-NUMBER = HH-CUSTOMER-NUMBER
           AND SH-PERIOD-END-DATE = HH-PERIOD-END-DATE
               ADD SH-PERIOD-SALES TO HH-PERIOD-SALES
                   ON SIZE ERROR
                       PERFORM 440-REPORT-COMBINE-OVERFLOW
               END-ADD
               ADD SH-PERIOD-UNITS TO HH-PERIOD-UNITS
                   ON SIZE ERROR
                       PERFORM 440-REPORT-COMBINE-OVERFLOW
               END-ADD
               ADD 1 TO SNAPSHOT-COMBINED-COUNT
           ELSE
               IF HISTORY-RECORD-HELD
                   PERFORM 430-WRITE-HELD-SNAPSHOT
               END-IF
               MOVE SORTED-HISTORY-RECORD TO HELD-HISTORY-RECORD
               SET HISTORY-RECORD-HELD TO TRUE
           END-IF

           PERFORM 410-RETURN-SORTED-SNAPSHOT.

       430-WRITE-HELD-SNAPSHOT.

           MOVE HELD-HISTORY-RECORD TO NEW-CUSTOMER-HISTORY-AREA
           WRITE NEW-CUSTOMER-HISTORY-AREA
           ADD 1 TO SNAPSHOT-OUT-COUNT
           ADD HH-PERIOD-SALES TO SNAPSHOT-OUT-SALES
           ADD HH-PERIOD-UNITS TO SNAPSHOT-OUT-UNITS.

       440-REPORT-COMBINE-OVERFLOW.

           DISPLAY "MRGHIST - COMBINED SNAPSHOT OVERFLOWS FOR "
               "CUSTOMER " HH-CUSTOMER-NUMBER " PERIOD "
               HH-PERIOD-END-DATE
           SET RUN-OUT-OF-BALANCE TO TRUE.

       800-PROVE-CONTROL-TOTALS.

           MOVE "CUSTOMER MERGE HISTORY TRANSFER" TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE SPACES TO MRGLIST-AREA
           STRING "GENERATION: " DELIMITED BY SIZE
                   RUN-GENERATION-X DELIMITED BY SIZE
               INTO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE SPACES TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE MERGE-COLUMN-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           PERFORM 810-PRINT-MERGE-LINE
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-ENTRY-COUNT

           MOVE SPACES TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "INVOICES IN.........: " TO CCL-LABEL
           MOVE INVOICE-IN-COUNT TO CCL-COUNT
           MOVE INVOICE-IN-SALES TO CCL-SALES
           MOVE INVOICE-IN-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "INVOICES RE-KEYED...: " TO CCL-LABEL
           MOVE INVOICE-REKEYED-COUNT TO CCL-COUNT
           MOVE INVOICE-REKEYED-SALES TO CCL-SALES
           MOVE INVOICE-REKEYED-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "INVOICES OUT........: " TO CCL-LABEL
           MOVE INVOICE-OUT-COUNT TO CCL-COUNT
           MOVE INVOICE-OUT-SALES TO CCL-SALES
           MOVE INVOICE-OUT-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE SPACES TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "SNAPSHOTS IN........: " TO CCL-LABEL
           MOVE SNAPSHOT-IN-COUNT TO CCL-COUNT
           MOVE SNAPSHOT-IN-SALES TO CCL-SALES
           MOVE SNAPSHOT-IN-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "SNAPSHOTS RE-KEYED..: " TO CCL-LABEL
           MOVE SNAPSHOT-REKEYED-COUNT TO CCL-COUNT
           MOVE SNAPSHOT-REKEYED-SALES TO CCL-SALES
           MOVE SNAPSHOT-REKEYED-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "SNAPSHOTS COMBINED..: " TO CCL-LABEL
           MOVE SNAPSHOT-COMBINED-COUNT TO CCL-COUNT
           MOVE ZERO TO CCL-SALES
           MOVE ZERO TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           MOVE "SNAPSHOTS OUT.......: " TO CCL-LABEL
           MOVE SNAPSHOT-OUT-COUNT TO CCL-COUNT
           MOVE SNAPSHOT-OUT-SALES TO CCL-SALES
           MOVE SNAPSHOT-OUT-UNITS TO CCL-UNITS
           MOVE CONTROL-COUNT-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           IF INVOICE-OUT-COUNT NOT = INVOICE-IN-COUNT
           OR INVOICE-OUT-SALES NOT = INVOICE-IN-SALES
           OR INVOICE-OUT-UNITS NOT = INVOICE-IN-UNITS
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF

           COMPUTE BALANCE-WORK-COUNT =
               SNAPSHOT-OUT-COUNT + SNAPSHOT-COMBINED-COUNT
           IF BALANCE-WORK-COUNT NOT = SNAPSHOT-IN-COUNT
           OR SNAPSHOT-OUT-SALES NOT = SNAPSHOT-IN-SALES
           OR SNAPSHOT-OUT-UNITS NOT = SNAPSHOT-IN-UNITS
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE SPACES TO MRGLIST-AREA
           WRITE MRGLIST-AREA

           IF RUN-OUT-OF-BALANCE
               MOVE "*** TRANSFER IS OUT OF BALANCE - JOB FAILED ***"
                   TO MRGLIST-AREA
           ELSE
               MOVE "*** TRANSFER IS IN BALANCE ***" TO MRGLIST-AREA
           END-IF
           WRITE MRGLIST-AREA.

       810-PRINT-MERGE-LINE.

           MOVE MT-ABSORBED-NUMBER (MERGE-SUB) TO MDL-ABSORBED-NUMBER
           MOVE MT-ABSORBED-NAME (MERGE-SUB) TO MDL-ABSORBED-NAME
           MOVE MT-SURVIVOR-NUMBER (MERGE-SUB) TO MDL-SURVIVOR-NUMBER
           MOVE MT-INVOICE-COUNT (MERGE-SUB) TO MDL-INVOICE-COUNT
           MOVE MT-SNAPSHOT-COUNT (MERGE-SUB) TO MDL-SNAPSHOT-COUNT
           MOVE MERGE-DETAIL-LINE TO MRGLIST-AREA
           WRITE MRGLIST-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "MRGHIST" TO RCR-PROGRAM-NAME
           COMPUTE RCR-RECORD-COUNT =
               INVOICE-IN-COUNT + SNAPSHOT-IN-COUNT
           IF RUN-OUT-OF-BALANCE
               MOVE "FAIL" TO RCR-STATUS
           ELSE
               MOVE "OK" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
