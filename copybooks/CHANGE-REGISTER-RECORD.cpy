      *> Program change-control register, CHANGE-REGISTER.DAT, one row
      *> per promotion of a registered program into production,
      *> written by PROGRAM-PROMOTE. CG-MODULE-SIZE and CG-CHECKSUM are
      *> the fingerprint of the load module as promoted (see
      *> PROGRAM-FINGERPRINT). The last row for a program is the
      *> version approved to run; earlier rows are its history.
       01 CHANGE-REGISTER-REC.
          05 CG-PROGRAM-NAME     PIC X(20).
          05 FILLER              PIC X(1).
          05 CG-MODULE-SIZE      PIC 9(9).
          05 FILLER              PIC X(1).
          05 CG-CHECKSUM         PIC 9(10).
          05 FILLER              PIC X(1).
          05 CG-TICKET           PIC X(10).
          05 FILLER              PIC X(1).
          05 CG-APPROVER         PIC X(30).
          05 FILLER              PIC X(1).
          05 CG-PROMOTED-BY      PIC X(30).
          05 FILLER              PIC X(1).
          05 CG-PROMOTED-DATE    PIC 9(8).
          05 FILLER              PIC X(1).
          05 CG-PROMOTED-TIME    PIC 9(8).
