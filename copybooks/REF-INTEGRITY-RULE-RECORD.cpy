      *> One parent/child key pair in REF-INTEGRITY-RULES.DAT, checked
      *> weekly by REF-INTEGRITY-SWEEP: every non-blank key in the child
      *> file must be present as a key in the parent file. RR-CHILD-MODE
      *> P takes the child key at RR-CHILD-POS for RR-KEY-LEN bytes; W
      *> takes word number RR-CHILD-POS of a space-separated record (the
      *> shipment master is kept that way). The parent key is always at
      *> RR-PARENT-POS for RR-KEY-LEN bytes.
       01 REF-INTEGRITY-RULE-REC.
          05 RR-RULE-ID          PIC X(8).
          05 FILLER              PIC X(1).
          05 RR-CHILD-FILE       PIC X(30).
          05 FILLER              PIC X(1).
          05 RR-CHILD-MODE       PIC X(1).
          05 FILLER              PIC X(1).
          05 RR-CHILD-POS        PIC 9(3).
          05 FILLER              PIC X(1).
          05 RR-KEY-LEN          PIC 9(2).
          05 FILLER              PIC X(1).
          05 RR-PARENT-FILE      PIC X(30).
          05 FILLER              PIC X(1).
          05 RR-PARENT-POS       PIC 9(3).
