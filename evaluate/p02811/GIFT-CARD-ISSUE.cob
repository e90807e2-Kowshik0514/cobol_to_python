       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GIFT-CARD-ISSUE.

   05 GC-ISSUE-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 GC-LAST-ACTIVITY   PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-BREAKAGE        PIC 9(7).

FD CARD-NUMBER-FILE.
01 CARD-NUMBER-REC.
    MOVE WS-CARD-VALUE TO GC-BALANCE.
    MOVE WS-RH-RUN-DATE TO GC-ISSUE-DATE.
    MOVE 'A' TO GC-STATUS.
    MOVE WS-RH-RUN-DATE TO GC-LAST-ACTIVITY.
    MOVE 0 TO GC-BREAKAGE.
    OPEN EXTEND CARD-MASTER-FILE.
    WRITE CARD-MASTER-REC.
    CLOSE CARD-MASTER-FILE.
