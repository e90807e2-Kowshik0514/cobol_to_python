      *> A named dependent on a family pass, one line per person in
      *> MEMBER-DEPENDENTS.DAT, kept by FAMILY-PASS-MAINT. MD-MEMBER-ID
      *> is the primary member holding the pass; the dependent carries
      *> their own card number MD-DEPENDENT-ID and is admitted on the
      *> primary's tier, expiry and standing.
       01 MEMBER-DEPENDENT-REC.
          05 MD-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 MD-DEPENDENT-ID    PIC X(6).
          05 FILLER             PIC X(1).
          05 MD-NAME            PIC X(20).
