      *  salesrep number narrows the browse to one rep and an
      *  optional customer number sets the starting point. Long
      *  lists pause every fifteen lines. Keying 00000 (or pressing
      *  enter on a blank line) ends the session. The operator must
      *  first sign on through OPRSIGN; any authority level may
      *  inquire.

       ENVIRONMENT DIVISION.

               ==CM-SALES-LAST-YTD== BY ==IM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==IM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==IM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==IM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==IM-AR-BALANCE==.

       WORKING-STORAGE SECTION.

           05  MATCH-COUNT             PIC S9(5) VALUE ZERO.
           05  PAGE-REPLY              PIC X VALUE SPACE.

           COPY OPRSGNQ.

       01  DISPLAY-FIELDS.
           05  DF-SALES-THIS-YTD       PIC ZZ,ZZ9.99-.
           05  DF-SALES-LAST-YTD       PIC ZZ,ZZ9.99-.

       000-INQUIRE-CUSTOMER-MASTER.

           MOVE "CUSTINQ" TO OSR-PROGRAM-NAME
           CALL "OPRSIGN" USING OPERATOR-SIGN-ON-REQUEST
           IF NOT OSR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INPUT-CUSTMIDX

           IF CUSTMIDX-FILE-STATUS NOT = "00"
