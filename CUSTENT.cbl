      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program is the interactive front door for
      *  customer maintenance transactions, in the style of CUSTINQ.
      *  The operator keys an A/C/R/D/M transaction at the terminal and
      *  each field is validated immediately with the same rules
      *  CUSTEDIT applies, so a fat-fingered field is corrected at
      *  entry time instead of on the next morning's EDITLIST. The
      *  by CMLOAD - an add for a customer already on file or a
      *  change/rollover/delete for one that is not is caught before
      *  anything is written, and the current master values are
      *  echoed for confirmation. A merge (M) is keyed against the
      *  absorbed customer and prompts for the surviving customer,
      *  which must also be on CUSTMIDX and is echoed the same way
      *  before the operator confirms. Accepted entries are appended to
      *  CUSTTRAN for the normal CUSTEDIT/CUSTMNT batch stream.
      *  Keying X (or a blank line) at the code prompt ends the
      *  session. The operator must first sign on through OPRSIGN;
      *  inquiry-level operators are turned away, only credit-level
      *  operators may key a delete or a merge or set a credit limit,
      *  and every transaction written carries the operator ID.

       ENVIRONMENT DIVISION.

               ==CM-SALES-LAST-YTD== BY ==IM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==IM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==IM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==IM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==IM-AR-BALANCE==.

       FD  OUTPUT-CUSTTRAN.
           COPY CUSTTRN.
           05  ENTRY-5-X               PIC X(5) VALUE SPACES.
           05  ENTRY-5                 REDEFINES ENTRY-5-X
                                       PIC 9(5).
           05  SURVIVOR-NUMBER-X       PIC X(5) VALUE SPACES.
           05  SURVIVOR-NUMBER         REDEFINES SURVIVOR-NUMBER-X
                                       PIC 9(5).
           05  CONFIRM-REPLY           PIC X VALUE SPACE.

       01  PROMPT-FIELDS.
           05  PROMPT-TEXT             PIC X(45) VALUE SPACES.

           COPY OPRSGNQ.

       01  DISPLAY-FIELDS.
           05  DF-SALES-THIS-YTD       PIC ZZ,ZZ9.99-.
           05  DF-SALES-LAST-YTD       PIC ZZ,ZZ9.99-.

       000-ENTER-CUSTOMER-TRANS.

           MOVE "CUSTENT" TO OSR-PROGRAM-NAME
           CALL "OPRSIGN" USING OPERATOR-SIGN-ON-REQUEST
           IF NOT OSR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OSR-INQUIRY-LEVEL
               DISPLAY "CUSTENT - OPERATOR " OSR-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR MAINTENANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INPUT-CUSTMIDX

           IF CUSTMIDX-FILE-STATUS NOT = "00"
       100-PROCESS-ONE-ENTRY.

           MOVE SPACE TO ENTRY-CODE
           DISPLAY "ENTER TRANSACTION CODE A/C/R/D/M (X TO END):"
           ACCEPT ENTRY-CODE

           EVALUATE ENTRY-CODE
               WHEN "A"
               WHEN "C"
               WHEN "R"
                   PERFORM 110-BUILD-ONE-TRANSACTION
               WHEN "D"
               WHEN "M"
                   IF OSR-CREDIT-LEVEL
                       PERFORM 110-BUILD-ONE-TRANSACTION
                   ELSE
                       DISPLAY ENTRY-CODE " REQUIRES CREDIT AUTHORITY"
                   END-IF
               WHEN OTHER
                   DISPLAY "CODE NOT A, C, R, D, OR M"
           END-EVALUATE.

       110-BUILD-ONE-TRANSACTION.
               MOVE ZERO TO CT-SALES-THIS-YTD
               MOVE ZERO TO CT-CREDIT-LIMIT
               MOVE ZERO TO CT-YTD-UNITS-SOLD
               MOVE ZERO TO CT-SURVIVOR-NUMBER
               MOVE SPACES TO CT-CUSTOMER-NAME
               MOVE OSR-OPERATOR-ID TO CT-OPERATOR-ID

               EVALUATE ENTRY-CODE
                   WHEN "A"
                       PERFORM 200-GET-ADD-FIELDS
                   WHEN "C"
                       PERFORM 300-GET-CHANGE-FIELDS
                   WHEN "M"
                       PERFORM 400-GET-MERGE-FIELDS
               END-EVALUATE
           END-IF

           IF TRANSACTION-OK
               PERFORM 800-CONFIRM-AND-WRITE
           END-IF.

           PERFORM 260-GET-AMOUNT-FIELD
           MOVE ENTRY-7 TO CT-SALES-THIS-YTD

           IF OSR-CREDIT-LEVEL
               MOVE "ENTER CREDIT LIMIT (7 DIGITS OR BLANK):"
                   TO PROMPT-TEXT
               PERFORM 260-GET-AMOUNT-FIELD
               MOVE ENTRY-7 TO CT-CREDIT-LIMIT
           ELSE
               DISPLAY "CREDIT LIMIT REQUIRES CREDIT AUTHORITY - "
                   "NOT CHANGED"
               MOVE ZERO TO CT-CREDIT-LIMIT
           END-IF

           PERFORM 270-GET-UNITS-FIELD
           MOVE ENTRY-5 TO CT-YTD-UNITS-SOLD.

           PERFORM 250-GET-AMOUNT-FIELDS.

       400-GET-MERGE-FIELDS.

           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM 410-PROMPT-SURVIVOR-NUMBER
               UNTIL FIELD-OK

           MOVE SURVIVOR-NUMBER TO IM-CUSTOMER-NUMBER
           READ INPUT-CUSTMIDX
               INVALID KEY
                   MOVE "N" TO TRANSACTION-OK-SWITCH
                   DISPLAY "SURVIVOR " SURVIVOR-NUMBER
                       " NOT ON FILE - M REJECTED"
               NOT INVALID KEY
                   DISPLAY "SURVIVING CUSTOMER " SURVIVOR-NUMBER
                   PERFORM 150-ECHO-MASTER-RECORD
                   MOVE SURVIVOR-NUMBER TO CT-SURVIVOR-NUMBER
           END-READ.

       410-PROMPT-SURVIVOR-NUMBER.

           MOVE SPACES TO SURVIVOR-NUMBER-X
           DISPLAY "ENTER SURVIVING CUSTOMER NUMBER (00001-99998):"
           ACCEPT SURVIVOR-NUMBER-X

           IF SURVIVOR-NUMBER-X NOT NUMERIC
               DISPLAY "SURVIVOR NUMBER MUST BE NUMERIC"
           ELSE
               IF SURVIVOR-NUMBER < 1
               OR SURVIVOR-NUMBER > 99998
                   DISPLAY "NOT IN RANGE 00001-99998"
               ELSE
                   IF SURVIVOR-NUMBER = ENTRY-NUMBER
                       DISPLAY "SURVIVOR MUST DIFFER FROM THE "
                           "ABSORBED CUSTOMER"
                   ELSE
                       SET FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       800-CONFIRM-AND-WRITE.

           MOVE SPACE TO CONFIRM-REPLY
           IF ENTRY-CODE = "M"
               DISPLAY "MERGE CUSTOMER " CT-CUSTOMER-NUMBER
                   " INTO CUSTOMER " CT-SURVIVOR-NUMBER "? (Y/N):"
           ELSE
               DISPLAY "WRITE THIS " ENTRY-CODE " TRANSACTION FOR "
                   "CUSTOMER " CT-CUSTOMER-NUMBER "? (Y/N):"
           END-IF
           ACCEPT CONFIRM-REPLY

           IF CONFIRM-REPLY = "Y" OR CONFIRM-REPLY = "y"
