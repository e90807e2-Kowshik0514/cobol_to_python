      *> One season-pass sale or renewal in PASS-DEFERRAL.DAT, its price
      *> held in deferred pass revenue (240000) and released to
      *> admissions revenue over the term by PASS-REVENUE-RELEASE.
      *> Raised by MEMBER-RENEWAL-APPLY; MEMBER-TIER-CHANGE re-tiers the
      *> open lines and adds an upgrade charge to, or takes a downgrade
      *> credit from, the amount still to release. PD-THROUGH-DATE is
      *> the day revenue has been released up to - the start date
      *> until the first release. Status O releasing, C fully released.
       01 PASS-DEFERRAL-REC.
          05 PD-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 PD-TIER            PIC X(1).
          05 FILLER             PIC X(1).
          05 PD-START-DATE      PIC 9(8).
          05 FILLER             PIC X(1).
          05 PD-END-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 PD-TOTAL           PIC 9(9).
          05 FILLER             PIC X(1).
          05 PD-RELEASED        PIC 9(9).
          05 FILLER             PIC X(1).
          05 PD-THROUGH-DATE    PIC 9(8).
          05 FILLER             PIC X(1).
          05 PD-STATUS          PIC X(1).
