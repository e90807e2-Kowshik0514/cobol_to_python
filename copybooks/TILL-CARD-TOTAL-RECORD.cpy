      *> Card takings per till per business day, appended by 173A-RECON
      *> to TILL-CARD-TOTALS.DAT from the CD (card) lines of the till
      *> feed. CARD-SETTLE-RECON sets CT-STATUS from O (open) to S once
      *> the processor's settlement batch for that till and day has
      *> been matched, with the date it was matched.
       01 TILL-CARD-TOTAL-REC.
          05 CT-BUSINESS-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 CT-SITE            PIC X(2).
          05 FILLER             PIC X(1).
          05 CT-TILL-ID         PIC X(2).
          05 FILLER             PIC X(1).
          05 CT-CARD-COUNT      PIC 9(7).
          05 FILLER             PIC X(1).
          05 CT-CARD-TOTAL      PIC 9(9).
          05 FILLER             PIC X(1).
          05 CT-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 CT-SETTLED-DATE    PIC 9(8).
