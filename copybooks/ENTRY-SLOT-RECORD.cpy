      *> One hourly entry slot in ENTRY-SLOTS.DAT: the hour the party
      *> comes through the gate and the heads that hour can take.
      *> Advance bookings and the waitlist are held per slot against
      *> these capacities, and a day's capacity is the sum of its
      *> slots. Bookings taken before slots existed count against the
      *> earliest slot, which is when those parties arrived.
       01 ENTRY-SLOT-REC.
          05 ES-SLOT-HOUR       PIC 9(2).
          05 FILLER             PIC X(1).
          05 ES-CAPACITY        PIC 9(5).
