      *  of SALESPST, the way CUSTEDIT fronts CUSTMNT. Each record on
      *  SALESTRN is checked for a numeric customer number in range
      *  that is on CUSTMAST, a plausible invoice date, numeric
      *  amount and units, a valid credit indicator, and an item code
      *  that is on the item master ITEMMAST. The amount must also be
      *  within a tolerance of the units at the item's standard unit
      *  price (third command-line parameter, a percentage, default
      *  50) so a keying slip in either field is caught. Clean
      *  records are sorted into customer sequence and written to
      *  EDITSLS, the file SALESPST posts from. Rejects go to the
      *  suspense file NEWSUSP with the reason and the date they
           SELECT INPUT-SLSSUSP   ASSIGN TO SLSSUSP
               FILE STATUS IS SLSSUSP-FILE-STATUS.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT INPUT-ITEMMAST  ASSIGN TO ITEMMAST.
           SELECT OUTPUT-EDITSLS  ASSIGN TO EDITSLS.
           SELECT OUTPUT-NEWSUSP  ASSIGN TO NEWSUSP.
           SELECT OUTPUT-SLSELIST ASSIGN TO SLSELIST.
       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-ITEMMAST.
           COPY ITEMREC.

       FD  OUTPUT-EDITSLS.
           COPY SLSTRN.

           05  SR-SALE-AMOUNT          PIC S9(5)V9(2).
           05  SR-UNITS-SOLD           PIC S9(5).
           05  SR-CREDIT-INDICATOR     PIC X.
           05  SR-ITEM-CODE            PIC X(8).
           05  FILLER                  PIC X(46).

       WORKING-STORAGE SECTION.

           05  RECYCLE-SWITCH          PIC X VALUE "N".
               88  RECYCLING-SUSPENSE       VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  ITEMMAST-EOF-SWITCH     PIC X VALUE "N".
           05  ITEM-FOUND-SWITCH       PIC X VALUE "N".
               88  ITEM-FOUND               VALUE "Y".
           05  PRICE-OVERFLOW-SWITCH   PIC X VALUE "N".
               88  PRICE-CHECK-OVERFLOW     VALUE "Y".

       01  COUNT-FIELDS.
           05  ACCEPTED-COUNT          PIC S9(5) VALUE ZERO.
           05  EW-UNITS-SOLD           REDEFINES EW-UNITS-SOLD-X
                                       PIC 9(5).
           05  EW-CREDIT-INDICATOR     PIC X.
           05  EW-ITEM-CODE            PIC X(8).
           05  FILLER                  PIC X(46).

       01  SUSPENSE-WORK-FIELDS.
           05  SUSPENSE-REASON         PIC X(30) VALUE SPACES.
           05  RUN-DAY-INTEGER         PIC S9(9) VALUE ZERO.
           05  SUSP-DAY-INTEGER        PIC S9(9) VALUE ZERO.

       01  PRICE-CHECK-FIELDS.
           05  PRICE-TOLERANCE-PCT     PIC S9(3) VALUE 50.
           05  STANDARD-EXTENSION      PIC S9(10)V9(2) VALUE ZERO.
           05  LOW-PRICE-LIMIT         PIC S9(10)V9(2) VALUE ZERO.
           05  HIGH-PRICE-LIMIT        PIC S9(10)V9(2) VALUE ZERO.
           05  ITEM-SUB                PIC S9(4) VALUE ZERO.
           05  MATCHED-ITEM-SUB        PIC S9(4) VALUE ZERO.
           05  ITEM-COUNT              PIC S9(4) VALUE ZERO.

       01  ITEM-TABLE.
           05  ITEM-ENTRY              OCCURS 999 TIMES.
               10  ITT-ITEM-CODE       PIC X(8).
               10  ITT-STANDARD-PRICE  PIC 9(5)V9(2).

       01  CUSTOMER-VALID-TABLE.
           05  CVT-CUSTOMER-FLAG       OCCURS 99998 TIMES PIC X.
               88  CVT-VALID-CUSTOMER       VALUE "Y".
               FUNCTION INTEGER-OF-DATE (RUN-GENERATION-DATE)

           PERFORM 150-LOAD-CUSTOMER-REFERENCE
           PERFORM 180-LOAD-ITEM-REFERENCE

           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-3 NOT = SPACES
               IF PARM-TOKEN-3 (1:3) IS NUMERIC
               AND PARM-TOKEN-3 (4:7) = SPACES
                   MOVE PARM-TOKEN-3 (1:3) TO PRICE-TOLERANCE-PCT
               ELSE
                   DISPLAY "SALESEDT - INVALID PRICE TOLERANCE "
                       PARM-TOKEN-3
                   DISPLAY "SALESEDT - SUPPLY 3 DIGITS OF PERCENT "
                       "OR LEAVE BLANK FOR 50"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE "START" TO RCR-FUNCTION
           MOVE "SALESEDT" TO RCR-PROGRAM-NAME
           MOVE "SALESTRN,SLSSUSP,ITEMMAST,EDITSLS,NEWSUSP"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS

           PERFORM 160-READ-CUSTOMER-MASTER.

       180-LOAD-ITEM-REFERENCE.

           MOVE ZERO TO ITEM-COUNT

           OPEN INPUT INPUT-ITEMMAST
           PERFORM 190-READ-ITEM-MASTER
           PERFORM 195-LOAD-ONE-ITEM
               UNTIL ITEMMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-ITEMMAST.

       190-READ-ITEM-MASTER.

           READ INPUT-ITEMMAST
               AT END
                   MOVE "Y" TO ITEMMAST-EOF-SWITCH
           END-READ.

       195-LOAD-ONE-ITEM.

           IF IT-ITEM-CODE NOT = SPACES
               IF ITEM-COUNT < 999
                   ADD 1 TO ITEM-COUNT
                   MOVE IT-ITEM-CODE TO ITT-ITEM-CODE (ITEM-COUNT)
                   IF IT-STANDARD-PRICE IS NUMERIC
                       MOVE IT-STANDARD-PRICE
                           TO ITT-STANDARD-PRICE (ITEM-COUNT)
                   ELSE
                       MOVE ZERO TO ITT-STANDARD-PRICE (ITEM-COUNT)
                   END-IF
               ELSE
                   DISPLAY "SALESEDT - ITEM MASTER HAS MORE THAN "
                       "999 ITEMS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 190-READ-ITEM-MASTER.

       210-READ-RAW-TRANSACTION.

           READ INPUT-SALESTRN
               MOVE "CREDIT INDICATOR" TO EL-FIELD-NAME
               MOVE "NOT BLANK OR C" TO EL-MESSAGE
               PERFORM 410-WRITE-EDIT-LINE
           END-IF

           PERFORM 320-VALIDATE-ITEM-CODE.

       310-VALIDATE-INVOICE-DATE.

               END-IF
           END-IF.

       320-VALIDATE-ITEM-CODE.

           IF EW-ITEM-CODE = SPACES
               MOVE "ITEM CODE" TO EL-FIELD-NAME
               MOVE "MISSING" TO EL-MESSAGE
               PERFORM 410-WRITE-EDIT-LINE
           ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               MOVE ZERO TO MATCHED-ITEM-SUB
               PERFORM 325-MATCH-ONE-ITEM
                   VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-COUNT
                   OR ITEM-FOUND
               IF NOT ITEM-FOUND
                   MOVE "ITEM CODE" TO EL-FIELD-NAME
                   MOVE "NOT ON ITEM MASTER" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               ELSE
                   IF EW-SALE-AMOUNT-X IS NUMERIC
                   AND EW-UNITS-SOLD-X IS NUMERIC
                       PERFORM 330-CHECK-STANDARD-PRICE
                   END-IF
               END-IF
           END-IF.

       325-MATCH-ONE-ITEM.

           IF EW-ITEM-CODE = ITT-ITEM-CODE (ITEM-SUB)
               SET ITEM-FOUND TO TRUE
               MOVE ITEM-SUB TO MATCHED-ITEM-SUB
           END-IF.

       330-CHECK-STANDARD-PRICE.

           IF EW-UNITS-SOLD > ZERO
           AND ITT-STANDARD-PRICE (MATCHED-ITEM-SUB) > ZERO
               MOVE "N" TO PRICE-OVERFLOW-SWITCH
               COMPUTE STANDARD-EXTENSION =
                   EW-UNITS-SOLD * ITT-STANDARD-PRICE (MATCHED-ITEM-SUB)
                   ON SIZE ERROR
                       SET PRICE-CHECK-OVERFLOW TO TRUE
               END-COMPUTE
               COMPUTE LOW-PRICE-LIMIT ROUNDED =
                   STANDARD-EXTENSION * (100 - PRICE-TOLERANCE-PCT)
                   / 100
                   ON SIZE ERROR
                       SET PRICE-CHECK-OVERFLOW TO TRUE
               END-COMPUTE
               COMPUTE HIGH-PRICE-LIMIT ROUNDED =
                   STANDARD-EXTENSION * (100 + PRICE-TOLERANCE-PCT)
                   / 100
                   ON SIZE ERROR
                       SET PRICE-CHECK-OVERFLOW TO TRUE
               END-COMPUTE
               IF PRICE-CHECK-OVERFLOW
               OR EW-SALE-AMOUNT < LOW-PRICE-LIMIT
               OR EW-SALE-AMOUNT > HIGH-PRICE-LIMIT
                   MOVE "SALE AMOUNT" TO EL-FIELD-NAME
                   MOVE "FAR OFF ITEM STANDARD PRICE" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
           END-IF.

       400-RELEASE-EDITED-TRANSACTION.

           MOVE SPACES TO SORT-RECORD
           MOVE EW-SALE-AMOUNT TO SR-SALE-AMOUNT
           MOVE EW-UNITS-SOLD TO SR-UNITS-SOLD
           MOVE EW-CREDIT-INDICATOR TO SR-CREDIT-INDICATOR
           MOVE EW-ITEM-CODE TO SR-ITEM-CODE
           RELEASE SORT-RECORD.

       410-WRITE-EDIT-LINE.
