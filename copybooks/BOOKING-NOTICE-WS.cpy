      *> Body lines of the notice a booking party receives through
      *> EMAIL-OUTBOX.DAT when the booking is made, amended or about
      *> to fall due. The writer fills the fields and writes the TO:
      *> line, its SUBJECT: line, then these lines in order.
       01 BN-REFERENCE-LINE.
          05 BN-HEADING         PIC X(26).
          05 BN-REFERENCE       PIC X(7).
       01 BN-VISIT-LINE.
          05 FILLER             PIC X(11) VALUE "VISIT DATE ".
          05 BN-VISIT-DATE      PIC 9(8).
          05 FILLER             PIC X(12) VALUE " ENTRY SLOT ".
          05 BN-SLOT-HOUR       PIC 9(2).
          05 FILLER             PIC X(3) VALUE ":00".
       01 BN-PARTY-LINE.
          05 FILLER             PIC X(7) VALUE "ADULTS ".
          05 BN-NA              PIC ZZ9.
          05 FILLER             PIC X(10) VALUE " CHILDREN ".
          05 BN-NC              PIC ZZ9.
          05 FILLER             PIC X(9) VALUE " SENIORS ".
          05 BN-NS              PIC ZZ9.
       01 BN-CONTACT-LINE.
          05 FILLER             PIC X(14) VALUE "PARTY CONTACT ".
          05 BN-CONTACT         PIC X(20).
       01 BN-QUOTE-LINE         PIC X(60)
          VALUE "QUOTE THE BOOKING REFERENCE TO AMEND OR CANCEL".
