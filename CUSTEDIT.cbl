      *  Rejected transactions are listed on EDITLIST with one reason
      *  line per field in error. Blank numeric fields on accepted
      *  transactions are normalized to zero before they are written.
      *  A merge (M) transaction names the absorbed customer in the
      *  customer number and the surviving customer in the survivor
      *  number; the two must be different valid customer numbers.
      *  The operator ID on each transaction is passed through to
      *  EDITTRAN unchanged so CUSTMNT can journal who keyed it.

       ENVIRONMENT DIVISION.

           05  RT-REGION-NUMBER-X      PIC X(2).
           05  RT-REGION-NUMBER        REDEFINES RT-REGION-NUMBER-X
                                       PIC 9(2).
           05  RT-SURVIVOR-NUMBER-X    PIC X(5).
           05  RT-SURVIVOR-NUMBER      REDEFINES RT-SURVIVOR-NUMBER-X
                                       PIC 9(5).
           05  RT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(60).

       FD  OUTPUT-EDITTRAN.
           COPY CUSTTRN.
           MOVE RT-CREDIT-LIMIT TO CT-CREDIT-LIMIT
           MOVE RT-YTD-UNITS-SOLD TO CT-YTD-UNITS-SOLD
           MOVE RT-REGION-NUMBER TO CT-REGION-NUMBER
           MOVE RT-SURVIVOR-NUMBER TO CT-SURVIVOR-NUMBER
           MOVE RT-OPERATOR-ID TO CT-OPERATOR-ID

           MOVE CT-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           ADD 1 TO ENTRY-SEQUENCE
           AND RT-TRANSACTION-CODE NOT = "C"
           AND RT-TRANSACTION-CODE NOT = "R"
           AND RT-TRANSACTION-CODE NOT = "D"
           AND RT-TRANSACTION-CODE NOT = "M"
               MOVE "TRANSACTION CODE" TO EL-FIELD-NAME
               MOVE "CODE NOT A, C, R, D, OR M" TO EL-MESSAGE
               PERFORM 400-WRITE-EDIT-LINE
           END-IF

               WHEN "R"
               WHEN "D"
                   PERFORM 340-CLEAR-UNUSED-FIELDS
               WHEN "M"
                   PERFORM 350-VALIDATE-MERGE-FIELDS
           END-EVALUATE.

       310-VALIDATE-ADD-FIELDS.
               PERFORM 400-WRITE-EDIT-LINE
           END-IF

           MOVE ZERO TO RT-SURVIVOR-NUMBER

           PERFORM 330-VALIDATE-AMOUNT-FIELDS.

       320-VALIDATE-CHANGE-FIELDS.
               END-IF
           END-IF

           MOVE ZERO TO RT-SURVIVOR-NUMBER

           PERFORM 330-VALIDATE-AMOUNT-FIELDS.

       330-VALIDATE-AMOUNT-FIELDS.
           MOVE ZERO TO RT-REGION-NUMBER
           MOVE ZERO TO RT-SALES-THIS-YTD
           MOVE ZERO TO RT-CREDIT-LIMIT
           MOVE ZERO TO RT-YTD-UNITS-SOLD
           MOVE ZERO TO RT-SURVIVOR-NUMBER.

       350-VALIDATE-MERGE-FIELDS.

           IF RT-SURVIVOR-NUMBER-X NOT NUMERIC
               MOVE "SURVIVOR NUMBER" TO EL-FIELD-NAME
               MOVE "NOT NUMERIC" TO EL-MESSAGE
               PERFORM 400-WRITE-EDIT-LINE
           ELSE
               IF RT-SURVIVOR-NUMBER < 1
               OR RT-SURVIVOR-NUMBER > 99998
                   MOVE "SURVIVOR NUMBER" TO EL-FIELD-NAME
                   MOVE "NOT IN RANGE 00001-99998" TO EL-MESSAGE
                   PERFORM 400-WRITE-EDIT-LINE
               ELSE
                   IF RT-SURVIVOR-NUMBER-X = RT-CUSTOMER-NUMBER-X
                       MOVE "SURVIVOR NUMBER" TO EL-FIELD-NAME
                       MOVE "SAME AS ABSORBED CUSTOMER" TO EL-MESSAGE
                       PERFORM 400-WRITE-EDIT-LINE
                   END-IF
               END-IF
           END-IF

           IF NOT TRANSACTION-HAS-ERRORS
               MOVE SPACES TO RT-CUSTOMER-NAME
               MOVE ZERO TO RT-BRANCH-NUMBER
               MOVE ZERO TO RT-SALESREP-NUMBER
               MOVE ZERO TO RT-REGION-NUMBER
               MOVE ZERO TO RT-SALES-THIS-YTD
               MOVE ZERO TO RT-CREDIT-LIMIT
               MOVE ZERO TO RT-YTD-UNITS-SOLD
           END-IF.

       400-WRITE-EDIT-LINE.

