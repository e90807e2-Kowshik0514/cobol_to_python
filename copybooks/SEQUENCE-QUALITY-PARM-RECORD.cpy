      *> Release thresholds for SEQUENCE-QUALITY, one line in
      *> SEQUENCE-QUALITY-PARM.DAT. Strands shorter than SQ-MIN-LENGTH
      *> bases are short; every other limit is a whole percentage -
      *> of strands for short and duplicate strands, of all characters
      *> for characters outside A/T/G/C, and of the valid bases for GC.
       01 SEQUENCE-QUALITY-PARM-REC.
          05 SQ-MIN-LENGTH      PIC 9(2).
          05 FILLER             PIC X(1).
          05 SQ-MAX-SHORT-PCT   PIC 9(3).
          05 FILLER             PIC X(1).
          05 SQ-GC-MIN-PCT      PIC 9(3).
          05 FILLER             PIC X(1).
          05 SQ-GC-MAX-PCT      PIC 9(3).
          05 FILLER             PIC X(1).
          05 SQ-MAX-INVALID-PCT PIC 9(3).
          05 FILLER             PIC X(1).
          05 SQ-MAX-DUP-PCT     PIC 9(3).
