      *> Shared accession disposal record, one per accession destroyed,
      *> in ACCESSION-DISPOSALS.DAT: written by ACCESSION-DISPOSE with
      *> the operator who destroyed the material and the witness who
      *> saw it done. An accession on this file is no longer held.
       01 ACCESSION-DISPOSAL-REC.
          05 AD-ACCESSION-NO    PIC 9(6).
          05 FILLER             PIC X(1).
          05 AD-DISPOSED-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 AD-DISPOSED-TIME   PIC 9(8).
          05 FILLER             PIC X(1).
          05 AD-OPERATOR        PIC X(20).
          05 FILLER             PIC X(1).
          05 AD-WITNESS         PIC X(20).
