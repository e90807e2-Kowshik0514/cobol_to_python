      *> One forecast day in ATTENDANCE-FORECAST.DAT, written nightly by
      *> ATTENDANCE-FORECAST for the 28 days after the run date and
      *> replaced in full each night. Heads are by visitor type; AF-
      *> MEMBERS is pass holders scanned at the gate. AF-BOOKED is the
      *> advance-booked heads already on the books for the day, which
      *> the forecast never falls below. AF-HOLIDAY is Y when the day
      *> is on HOLIDAY-CALENDAR.DAT and carries the holiday uplift.
       01 ATTENDANCE-FORECAST-REC.
          05 AF-FORECAST-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 AF-DOW             PIC 9(1).
          05 FILLER             PIC X(1).
          05 AF-ADULTS          PIC 9(5).
          05 FILLER             PIC X(1).
          05 AF-CHILDREN        PIC 9(5).
          05 FILLER             PIC X(1).
          05 AF-SENIORS         PIC 9(5).
          05 FILLER             PIC X(1).
          05 AF-MEMBERS         PIC 9(5).
          05 FILLER             PIC X(1).
          05 AF-TOTAL           PIC 9(6).
          05 FILLER             PIC X(1).
          05 AF-BOOKED          PIC 9(5).
          05 FILLER             PIC X(1).
          05 AF-HOLIDAY         PIC X(1).
          05 FILLER             PIC X(1).
          05 AF-MADE-DATE       PIC 9(8).
