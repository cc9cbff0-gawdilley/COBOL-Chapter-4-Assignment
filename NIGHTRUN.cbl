       IDENTIFICATION DIVISION.

       PROGRAM-ID. NIGHTRUN.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program drives the nightly stream in
      *  order - SALESEDT, SALESPST, promotion of the posted master,
      *  CUSTEDIT, CUSTMNT, CMRECON, promotion of the maintained
      *  master, CMLOAD, and RPT3000 - and stops at the first step
      *  that ends with a nonzero return code. Each step is logged on
      *  RUNCTLF through the RUNCTL service under its own step name
      *  (NIGHT01 through NIGHT09) with the program's return code in
      *  the files-used text, and only a step that ended with return
      *  code zero is logged as OK. Rerun for the same generation,
      *  the stream skips every step already logged OK and picks up
      *  at the step that failed. A promotion copies NEWCMAST over
      *  CUSTMAST only when the step before it balanced - SALESPST
      *  for the posted master, CMRECON for the maintained master -
      *  and first rolls the current CUSTMAST into the numbered
      *  backups CMBKUP1 (newest) through CMBKUPn, dropping the
      *  oldest. RPT3000 is started with FORCE because its stale
      *  master check cannot see the promotion; the step log keeps
      *  it from running twice. The step summary NIGHTLST lists
      *  every step with its action, return code, and times. The
      *  parameters are the generation (YYYYMMDD, passed to
      *  SALESEDT, CUSTEDIT, and CUSTMNT; blank means the current
      *  date) and the number of backups to keep (1-9, default 5).
      *  The driver ends with the failing step's return code.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COPY-INPUT      ASSIGN USING COPY-INPUT-NAME
               FILE STATUS IS COPY-INPUT-STATUS.
           SELECT COPY-OUTPUT     ASSIGN USING COPY-OUTPUT-NAME
               FILE STATUS IS COPY-OUTPUT-STATUS.
           SELECT OUTPUT-NIGHTLST ASSIGN TO NIGHTLST.

       DATA DIVISION.

       FILE SECTION.

       FD  COPY-INPUT.
       01  COPY-INPUT-RECORD           PIC X(130).

       FD  COPY-OUTPUT.
       01  COPY-OUTPUT-RECORD          PIC X(130).

       FD  OUTPUT-NIGHTLST.
       01  NIGHTLST-AREA               PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  COPY-INPUT-EOF-SWITCH   PIC X VALUE "N".
           05  COPY-INPUT-STATUS       PIC XX VALUE "00".
           05  COPY-OUTPUT-STATUS      PIC XX VALUE "00".
           05  STREAM-STOPPED-SWITCH   PIC X VALUE "N".
               88  STREAM-STOPPED           VALUE "Y".
           05  COPY-FAILED-SWITCH      PIC X VALUE "N".
               88  COPY-FAILED              VALUE "Y".

       01  COUNT-FIELDS.
           05  STEP-SUB                PIC S9(3) VALUE ZERO.
           05  BACKUP-SUB              PIC S9(3) VALUE ZERO.
           05  BACKUP-LIMIT            PIC 9 VALUE 5.
           05  STEPS-COMPLETED         PIC S9(3) VALUE ZERO.
           05  COPY-RECORD-COUNT       PIC S9(7) VALUE ZERO.
           05  PROMOTED-RECORD-COUNT   PIC S9(7) VALUE ZERO.
           05  STEP-RETURN-CODE        PIC S9(4) VALUE ZERO.
           05  STREAM-RETURN-CODE      PIC S9(4) VALUE ZERO.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  RUN-STAMP-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  STEP-DATE-AND-TIME.
           05  STEP-STAMP-DATE         PIC 9(8).
           05  STEP-STAMP-TIME         PIC 9(6).
           05  FILLER                  PIC X(7).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

       01  STEP-COMMAND                PIC X(80) VALUE SPACES.

       01  COPY-FILE-NAMES.
           05  COPY-INPUT-NAME         PIC X(8) VALUE SPACES.
           05  COPY-OUTPUT-NAME        PIC X(8) VALUE SPACES.
           05  BACKUP-NAME.
               10  FILLER              PIC X(6) VALUE "CMBKUP".
               10  BACKUP-NUMBER       PIC 9.
               10  FILLER              PIC X VALUE SPACE.

       01  STEP-DEFINITION-TABLE.
           05  FILLER                  PIC X(18)
               VALUE "NIGHT01 SALESEDTRG".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT02 SALESPSTR ".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT03 PROMOTE P ".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT04 CUSTEDITRG".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT05 CUSTMNT RG".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT06 CMRECON R ".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT07 PROMOTE P ".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT08 CMLOAD  R ".
           05  FILLER                  PIC X(18)
               VALUE "NIGHT09 RPT3000 RF".
       01  STEP-DEFINITION-LIST REDEFINES STEP-DEFINITION-TABLE.
           05  STEP-DEFINITION         OCCURS 9 TIMES.
               10  SD-LOG-NAME         PIC X(8).
               10  SD-PROGRAM-NAME     PIC X(8).
               10  SD-STEP-TYPE        PIC X.
                   88  SD-RUN-PROGRAM       VALUE "R".
                   88  SD-PROMOTE-MASTER    VALUE "P".
               10  SD-PARAMETER-TYPE   PIC X.
                   88  SD-PASS-GENERATION   VALUE "G".
                   88  SD-PASS-FORCE        VALUE "F".

       01  STEP-RESULT-TABLE.
           05  STEP-RESULT             OCCURS 9 TIMES.
               10  SRT-ACTION          PIC X(24).
               10  SRT-RETURN-CODE     PIC S9(4).
               10  SRT-START-TIME      PIC 9(6).
               10  SRT-END-TIME        PIC 9(6).

           COPY RUNCTLQ.

       01  NIGHTLST-HEADING-LINE.
           05  FILLER                  PIC X(28)
               VALUE "NIGHTLY STREAM - GENERATION ".
           05  NHL-GENERATION          PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "   RUN: ".
           05  NHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NHL-RUN-TIME            PIC 9(6).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  NIGHTLST-COLUMN-LINE.
           05  FILLER PIC X(10) VALUE "STEP".
           05  FILLER PIC X(10) VALUE "PROGRAM".
           05  FILLER PIC X(26) VALUE "ACTION".
           05  FILLER PIC X(7)  VALUE "   RC".
           05  FILLER PIC X(10) VALUE "START".
           05  FILLER PIC X(10) VALUE "END".
           05  FILLER PIC X(7)  VALUE SPACES.

       01  NIGHTLST-DETAIL-LINE.
           05  NDL-LOG-NAME            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NDL-PROGRAM-NAME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NDL-ACTION              PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NDL-RETURN-CODE         PIC ZZZ9-.
           05  NDL-RETURN-CODE-X       REDEFINES NDL-RETURN-CODE
                                       PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NDL-START-TIME          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NDL-END-TIME            PIC X(8).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  FORMATTED-TIME.
           05  FT-HOURS                PIC 9(2).
           05  FILLER                  PIC X     VALUE ":".
           05  FT-MINUTES              PIC 9(2).
           05  FILLER                  PIC X     VALUE ":".
           05  FT-SECONDS              PIC 9(2).

       01  TIME-PARTS-WORK.
           05  TPW-HOURS               PIC 9(2).
           05  TPW-MINUTES             PIC 9(2).
           05  TPW-SECONDS             PIC 9(2).

       01  RETURN-CODE-EDIT            PIC ZZZ9-.

       01  RECORD-COUNT-EDIT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-RUN-NIGHTLY-STREAM.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 100-INITIALIZE-STEP-RESULT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 9

           PERFORM 200-RUN-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 9
               OR STREAM-STOPPED

           OPEN OUTPUT OUTPUT-NIGHTLST
           PERFORM 800-PRINT-STEP-SUMMARY
           CLOSE OUTPUT-NIGHTLST

           PERFORM 950-RECORD-RUN-COMPLETION

           MOVE STREAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO RUN-GENERATION-X
               ELSE
                   DISPLAY "NIGHTRUN - INVALID GENERATION PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "NIGHTRUN - SUPPLY AN 8-DIGIT GENERATION "
                       "OR LEAVE BLANK FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-2 NOT = SPACES
               IF PARM-TOKEN-2 (1:1) IS NUMERIC
               AND PARM-TOKEN-2 (1:1) NOT = "0"
               AND PARM-TOKEN-2 (2:9) = SPACES
                   MOVE PARM-TOKEN-2 (1:1) TO BACKUP-LIMIT
               ELSE
                   DISPLAY "NIGHTRUN - INVALID BACKUP COUNT PARAMETER "
                       PARM-TOKEN-2
                   DISPLAY "NIGHTRUN - SUPPLY 1 THROUGH 9 OR LEAVE "
                       "BLANK FOR 5"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "NIGHTRUN" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "NIGHTRUN - GENERATION " RCR-GENERATION
                   " ALREADY COMPLETED"
               DISPLAY "NIGHTRUN - DUPLICATE STREAM STOPPED BY "
                   "RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "NIGHTRUN" TO RCR-PROGRAM-NAME
           MOVE "NEWCMAST,CUSTMAST,CMBKUP1-9,NIGHTLST"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-INITIALIZE-STEP-RESULT.

           MOVE "NOT RUN" TO SRT-ACTION (STEP-SUB)
           MOVE ZERO TO SRT-RETURN-CODE (STEP-SUB)
           MOVE ZERO TO SRT-START-TIME (STEP-SUB)
           MOVE ZERO TO SRT-END-TIME (STEP-SUB).

       200-RUN-ONE-STEP.

           MOVE RUN-GENERATION-X TO RCR-GENERATION
           MOVE "CHECK" TO RCR-FUNCTION
           MOVE SD-LOG-NAME (STEP-SUB) TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST

           IF RCR-RUN-FOUND
               MOVE "SKIPPED - DONE EARLIER" TO SRT-ACTION (STEP-SUB)
               ADD 1 TO STEPS-COMPLETED
           ELSE
               PERFORM 210-START-STEP-LOG
               MOVE FUNCTION CURRENT-DATE TO STEP-DATE-AND-TIME
               MOVE STEP-STAMP-TIME TO SRT-START-TIME (STEP-SUB)
               MOVE ZERO TO PROMOTED-RECORD-COUNT
               IF SD-PROMOTE-MASTER (STEP-SUB)
                   PERFORM 400-PROMOTE-NEW-MASTER
               ELSE
                   PERFORM 300-RUN-STEP-PROGRAM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO STEP-DATE-AND-TIME
               MOVE STEP-STAMP-TIME TO SRT-END-TIME (STEP-SUB)
               MOVE STEP-RETURN-CODE TO SRT-RETURN-CODE (STEP-SUB)
               IF STEP-RETURN-CODE = ZERO
                   MOVE "COMPLETED" TO SRT-ACTION (STEP-SUB)
                   ADD 1 TO STEPS-COMPLETED
               ELSE
                   MOVE "FAILED - STREAM STOPPED" TO SRT-ACTION
                       (STEP-SUB)
                   MOVE STEP-RETURN-CODE TO STREAM-RETURN-CODE
                   SET STREAM-STOPPED TO TRUE
               END-IF
               PERFORM 220-END-STEP-LOG
           END-IF.

       210-START-STEP-LOG.

           MOVE "START" TO RCR-FUNCTION
           MOVE SD-LOG-NAME (STEP-SUB) TO RCR-PROGRAM-NAME
           MOVE SD-PROGRAM-NAME (STEP-SUB) TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       220-END-STEP-LOG.

           MOVE STEP-RETURN-CODE TO RETURN-CODE-EDIT
           MOVE SPACES TO RCR-FILES-USED
           STRING SD-PROGRAM-NAME (STEP-SUB) DELIMITED BY SPACE
                   " RC " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
               INTO RCR-FILES-USED

           MOVE "END" TO RCR-FUNCTION
           MOVE SD-LOG-NAME (STEP-SUB) TO RCR-PROGRAM-NAME
           MOVE PROMOTED-RECORD-COUNT TO RCR-RECORD-COUNT
           IF STEP-RETURN-CODE = ZERO
               MOVE "OK" TO RCR-STATUS
           ELSE
               MOVE "FAIL" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       300-RUN-STEP-PROGRAM.

           MOVE SPACES TO STEP-COMMAND
           EVALUATE TRUE
               WHEN SD-PASS-GENERATION (STEP-SUB)
                   STRING SD-PROGRAM-NAME (STEP-SUB) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           RUN-GENERATION-X DELIMITED BY SIZE
                       INTO STEP-COMMAND
               WHEN SD-PASS-FORCE (STEP-SUB)
                   STRING SD-PROGRAM-NAME (STEP-SUB) DELIMITED BY SPACE
                           " FORCE" DELIMITED BY SIZE
                       INTO STEP-COMMAND
               WHEN OTHER
                   MOVE SD-PROGRAM-NAME (STEP-SUB) TO STEP-COMMAND
           END-EVALUATE

           DISPLAY "NIGHTRUN - " SD-LOG-NAME (STEP-SUB) "STARTING "
               STEP-COMMAND

           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING STEP-COMMAND
           IF RETURN-CODE > 255
               DIVIDE RETURN-CODE BY 256 GIVING STEP-RETURN-CODE
           ELSE
               MOVE RETURN-CODE TO STEP-RETURN-CODE
           END-IF
           MOVE ZERO TO RETURN-CODE.

       400-PROMOTE-NEW-MASTER.

           MOVE ZERO TO STEP-RETURN-CODE

           MOVE "NEWCMAST" TO COPY-INPUT-NAME
           OPEN INPUT COPY-INPUT
           IF COPY-INPUT-STATUS NOT = "00"
               DISPLAY "NIGHTRUN - NEWCMAST OPEN FAILED, STATUS "
                   COPY-INPUT-STATUS
               DISPLAY "NIGHTRUN - CUSTMAST NOT PROMOTED"
               MOVE 12 TO STEP-RETURN-CODE
           ELSE
               CLOSE COPY-INPUT
               PERFORM 410-ROLL-ONE-BACKUP
                   VARYING BACKUP-SUB FROM BACKUP-LIMIT BY -1
                   UNTIL BACKUP-SUB < 2
                   OR COPY-FAILED
               IF NOT COPY-FAILED
                   MOVE 1 TO BACKUP-NUMBER
                   MOVE "CUSTMAST" TO COPY-INPUT-NAME
                   MOVE BACKUP-NAME TO COPY-OUTPUT-NAME
                   PERFORM 500-COPY-MASTER-FILE
               END-IF
               IF NOT COPY-FAILED
                   MOVE "NEWCMAST" TO COPY-INPUT-NAME
                   MOVE "CUSTMAST" TO COPY-OUTPUT-NAME
                   PERFORM 500-COPY-MASTER-FILE
                   MOVE COPY-RECORD-COUNT TO PROMOTED-RECORD-COUNT
               END-IF
               IF COPY-FAILED
                   DISPLAY "NIGHTRUN - PROMOTION FAILED COPYING "
                       COPY-INPUT-NAME " TO " COPY-OUTPUT-NAME
                   MOVE 12 TO STEP-RETURN-CODE
               ELSE
                   MOVE PROMOTED-RECORD-COUNT TO RECORD-COUNT-EDIT
                   DISPLAY "NIGHTRUN - " SD-LOG-NAME (STEP-SUB)
                       "NEWCMAST PROMOTED TO CUSTMAST, "
                       RECORD-COUNT-EDIT " RECORDS"
               END-IF
           END-IF.

       410-ROLL-ONE-BACKUP.

           COMPUTE BACKUP-NUMBER = BACKUP-SUB - 1
           MOVE BACKUP-NAME TO COPY-INPUT-NAME
           MOVE BACKUP-SUB TO BACKUP-NUMBER
           MOVE BACKUP-NAME TO COPY-OUTPUT-NAME
           PERFORM 500-COPY-MASTER-FILE.

       500-COPY-MASTER-FILE.

           MOVE ZERO TO COPY-RECORD-COUNT
           MOVE "N" TO COPY-INPUT-EOF-SWITCH

           OPEN INPUT COPY-INPUT
           IF COPY-INPUT-STATUS = "35"
               CONTINUE
           ELSE
               IF COPY-INPUT-STATUS NOT = "00"
                   SET COPY-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT COPY-OUTPUT
                   IF COPY-OUTPUT-STATUS NOT = "00"
                       SET COPY-FAILED TO TRUE
                   ELSE
                       PERFORM 510-READ-COPY-INPUT
                       PERFORM 520-COPY-ONE-RECORD
                           UNTIL COPY-INPUT-EOF-SWITCH = "Y"
                           OR COPY-FAILED
                       CLOSE COPY-OUTPUT
                   END-IF
                   CLOSE COPY-INPUT
               END-IF
           END-IF.

       510-READ-COPY-INPUT.

           READ COPY-INPUT
               AT END
                   MOVE "Y" TO COPY-INPUT-EOF-SWITCH
           END-READ.

       520-COPY-ONE-RECORD.

           WRITE COPY-OUTPUT-RECORD FROM COPY-INPUT-RECORD
           IF COPY-OUTPUT-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
           ELSE
               ADD 1 TO COPY-RECORD-COUNT
               PERFORM 510-READ-COPY-INPUT
           END-IF.

       800-PRINT-STEP-SUMMARY.

           MOVE RUN-GENERATION-X TO NHL-GENERATION
           MOVE RUN-STAMP-DATE TO NHL-RUN-DATE
           MOVE RUN-STAMP-TIME TO NHL-RUN-TIME
           MOVE NIGHTLST-HEADING-LINE TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           MOVE SPACES TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           MOVE NIGHTLST-COLUMN-LINE TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           PERFORM 810-PRINT-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 9

           MOVE SPACES TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           MOVE SPACES TO NIGHTLST-AREA
           STRING "STEPS COMPLETE......: " DELIMITED BY SIZE
                   STEPS-COMPLETED DELIMITED BY SIZE
                   " OF 9" DELIMITED BY SIZE
               INTO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           MOVE SPACES TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA

           IF STREAM-STOPPED
               MOVE STREAM-RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO NIGHTLST-AREA
               STRING "*** STREAM STOPPED, RC " DELIMITED BY SIZE
                       RETURN-CODE-EDIT DELIMITED BY SIZE
                       " - CORRECT AND RERUN THE SAME GENERATION ***"
                           DELIMITED BY SIZE
                   INTO NIGHTLST-AREA
           ELSE
               MOVE "*** STREAM COMPLETE ***" TO NIGHTLST-AREA
           END-IF
           WRITE NIGHTLST-AREA.

       810-PRINT-ONE-STEP.

           MOVE SD-LOG-NAME (STEP-SUB) TO NDL-LOG-NAME
           MOVE SD-PROGRAM-NAME (STEP-SUB) TO NDL-PROGRAM-NAME
           MOVE SRT-ACTION (STEP-SUB) TO NDL-ACTION
           MOVE SPACES TO NDL-START-TIME
           MOVE SPACES TO NDL-END-TIME

           IF SRT-START-TIME (STEP-SUB) = ZERO
               MOVE SPACES TO NDL-RETURN-CODE-X
           ELSE
               MOVE SRT-RETURN-CODE (STEP-SUB) TO NDL-RETURN-CODE
               MOVE SRT-START-TIME (STEP-SUB) TO TIME-PARTS-WORK
               PERFORM 820-FORMAT-TIME
               MOVE FORMATTED-TIME TO NDL-START-TIME
               MOVE SRT-END-TIME (STEP-SUB) TO TIME-PARTS-WORK
               PERFORM 820-FORMAT-TIME
               MOVE FORMATTED-TIME TO NDL-END-TIME
           END-IF

           MOVE NIGHTLST-DETAIL-LINE TO NIGHTLST-AREA
           WRITE NIGHTLST-AREA.

       820-FORMAT-TIME.

           MOVE TPW-HOURS TO FT-HOURS
           MOVE TPW-MINUTES TO FT-MINUTES
           MOVE TPW-SECONDS TO FT-SECONDS.

       950-RECORD-RUN-COMPLETION.

           MOVE RUN-GENERATION-X TO RCR-GENERATION
           MOVE "END" TO RCR-FUNCTION
           MOVE "NIGHTRUN" TO RCR-PROGRAM-NAME
           MOVE "NEWCMAST,CUSTMAST,CMBKUP1-9,NIGHTLST"
               TO RCR-FILES-USED
           MOVE STEPS-COMPLETED TO RCR-RECORD-COUNT
           IF STREAM-STOPPED
               MOVE "FAIL" TO RCR-STATUS
           ELSE
               MOVE "OK" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
