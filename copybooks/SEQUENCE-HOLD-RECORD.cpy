      *> One line in SEQUENCE-HOLDS.DAT for each accession whose
      *> strands failed the quality thresholds. Its complement feed was
      *> moved to COMPLEMENT-FEED-HELD.DAT and not released downstream;
      *> SH-REASON is the first threshold it failed.
       01 SEQUENCE-HOLD-REC.
          05 SH-ACCESSION-NO    PIC 9(6).
          05 FILLER             PIC X(1).
          05 SH-HELD-DATE       PIC 9(8).
          05 FILLER             PIC X(1).
          05 SH-SUBMITTER       PIC X(20).
          05 FILLER             PIC X(1).
          05 SH-REASON          PIC X(30).
          05 FILLER             PIC X(1).
          05 SH-FEED-RECORDS    PIC 9(7).
