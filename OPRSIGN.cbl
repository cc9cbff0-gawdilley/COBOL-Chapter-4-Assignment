       IDENTIFICATION DIVISION.

       PROGRAM-ID. OPRSIGN.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This subprogram is the shared operator sign-on
      *  service for the interactive programs. Callers pass a request
      *  area (copybook OPRSGNQ) naming the calling program. The
      *  operator is prompted for an operator ID and password, and
      *  the pair is looked up on the operator file OPERFILE. A
      *  match returns the operator's ID, name, and authority level
      *  (I inquiry, M maintenance, C credit) with result 00; three
      *  failed attempts return result 10, and an operator file that
      *  cannot be opened returns result 99. The caller decides what
      *  each authority level may do.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-OPERFILE ASSIGN TO OPERFILE
               FILE STATUS IS OPERFILE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-OPERFILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  OPERFILE-EOF-SWITCH     PIC X VALUE "N".
           05  OPERFILE-FILE-STATUS    PIC XX VALUE "00".
           05  OPERATOR-FOUND-SWITCH   PIC X VALUE "N".
               88  OPERATOR-FOUND           VALUE "Y".

       01  COUNT-FIELDS.
           05  ATTEMPT-COUNT           PIC 9 VALUE ZERO.

       01  ENTRY-FIELDS.
           05  ENTRY-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  ENTRY-PASSWORD          PIC X(8) VALUE SPACES.

       LINKAGE SECTION.

           COPY OPRSGNQ.

       PROCEDURE DIVISION USING OPERATOR-SIGN-ON-REQUEST.

       000-SIGN-ON-OPERATOR.

           MOVE SPACES TO OSR-OPERATOR-ID
           MOVE SPACES TO OSR-OPERATOR-NAME
           MOVE SPACES TO OSR-AUTHORITY-LEVEL
           MOVE "10" TO OSR-RESULT
           MOVE ZERO TO ATTEMPT-COUNT

           PERFORM 100-TRY-ONE-SIGN-ON
               UNTIL OSR-SIGNED-ON
               OR OSR-OPERFILE-ERROR
               OR ATTEMPT-COUNT NOT < 3

           IF OSR-SIGN-ON-REFUSED
               DISPLAY OSR-PROGRAM-NAME " - SIGN-ON REFUSED AFTER "
                   ATTEMPT-COUNT " ATTEMPTS"
           END-IF

           GOBACK.

       100-TRY-ONE-SIGN-ON.

           ADD 1 TO ATTEMPT-COUNT

           MOVE SPACES TO ENTRY-OPERATOR-ID
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT ENTRY-OPERATOR-ID
           MOVE SPACES TO ENTRY-PASSWORD
           DISPLAY "ENTER PASSWORD:"
           ACCEPT ENTRY-PASSWORD

           PERFORM 200-FIND-OPERATOR

           IF OPERATOR-FOUND
               MOVE OP-OPERATOR-ID TO OSR-OPERATOR-ID
               MOVE OP-OPERATOR-NAME TO OSR-OPERATOR-NAME
               MOVE OP-AUTHORITY-LEVEL TO OSR-AUTHORITY-LEVEL
               MOVE "00" TO OSR-RESULT
               DISPLAY "SIGNED ON: " OSR-OPERATOR-ID " "
                   OSR-OPERATOR-NAME " LEVEL " OSR-AUTHORITY-LEVEL
           ELSE
               IF NOT OSR-OPERFILE-ERROR
                   DISPLAY "OPERATOR ID OR PASSWORD NOT VALID"
               END-IF
           END-IF.

       200-FIND-OPERATOR.

           MOVE "N" TO OPERATOR-FOUND-SWITCH
           MOVE "N" TO OPERFILE-EOF-SWITCH

           OPEN INPUT INPUT-OPERFILE
           IF OPERFILE-FILE-STATUS NOT = "00"
               DISPLAY OSR-PROGRAM-NAME " - OPERFILE OPEN FAILED, "
                   "STATUS " OPERFILE-FILE-STATUS
               MOVE "99" TO OSR-RESULT
           ELSE
               PERFORM 220-READ-OPERATOR-RECORD
               PERFORM 210-CHECK-ONE-OPERATOR
                   UNTIL OPERFILE-EOF-SWITCH = "Y"
                   OR OPERATOR-FOUND
               CLOSE INPUT-OPERFILE
           END-IF.

       210-CHECK-ONE-OPERATOR.

           IF OP-OPERATOR-ID = ENTRY-OPERATOR-ID
           AND OP-PASSWORD = ENTRY-PASSWORD
           AND ENTRY-OPERATOR-ID NOT = SPACES
           AND (OP-INQUIRY-LEVEL
                OR OP-MAINTENANCE-LEVEL
                OR OP-CREDIT-LEVEL)
               SET OPERATOR-FOUND TO TRUE
           ELSE
               PERFORM 220-READ-OPERATOR-RECORD
           END-IF.

       220-READ-OPERATOR-RECORD.

           READ INPUT-OPERFILE
               AT END
                   MOVE "Y" TO OPERFILE-EOF-SWITCH
           END-READ.
