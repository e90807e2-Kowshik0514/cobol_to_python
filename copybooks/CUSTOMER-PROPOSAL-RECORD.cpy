      *> Proposed customer links, CUSTOMER-MATCH-PROPOSALS.DAT, written
      *> afresh by each CUSTOMER-MATCH run for CUSTOMER-LINK to put
      *> before a clerk. Rows sharing CP-GROUP are believed to be the
      *> same customer: CP-CUSTOMER-NO is the existing customer they
      *> would join, zero for a new customer to be named
      *> CP-GROUP-NAME. CP-SYSTEM and CP-KEY are as on the
      *> cross-reference; CP-REASON is why the row was put in the group.
       01 CUSTOMER-PROPOSAL-REC.
          05 CP-GROUP            PIC 9(5).
          05 FILLER              PIC X(1).
          05 CP-CUSTOMER-NO      PIC 9(6).
          05 FILLER              PIC X(1).
          05 CP-SYSTEM           PIC X(1).
          05 FILLER              PIC X(1).
          05 CP-KEY              PIC X(45).
          05 FILLER              PIC X(1).
          05 CP-NAME             PIC X(30).
          05 FILLER              PIC X(1).
          05 CP-REASON           PIC X(10).
          05 FILLER              PIC X(1).
          05 CP-GROUP-NAME       PIC X(30).
