      *  Copybook.....: OPRSGNQ
      *  Description..: Request area for the OPRSIGN sign-on
      *  service, shared by the interactive programs. The caller
      *  passes its program name; OPRSIGN prompts for an operator ID
      *  and password, checks them against OPERFILE, and returns the
      *  operator's ID, name, and authority level. An operator who
      *  fails three attempts, or an OPERFILE that cannot be read,
      *  comes back not signed on.
       01  OPERATOR-SIGN-ON-REQUEST.
           05  OSR-PROGRAM-NAME        PIC X(8).
           05  OSR-OPERATOR-ID         PIC X(8).
           05  OSR-OPERATOR-NAME       PIC X(20).
           05  OSR-AUTHORITY-LEVEL     PIC X.
               88  OSR-INQUIRY-LEVEL        VALUE "I".
               88  OSR-MAINTENANCE-LEVEL    VALUE "M".
               88  OSR-CREDIT-LEVEL         VALUE "C".
           05  OSR-RESULT              PIC X(2).
               88  OSR-SIGNED-ON            VALUE "00".
               88  OSR-SIGN-ON-REFUSED      VALUE "10".
               88  OSR-OPERFILE-ERROR       VALUE "99".
