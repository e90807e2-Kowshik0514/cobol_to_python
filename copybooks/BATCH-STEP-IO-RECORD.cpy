      *> What each scheduled batch step consumes and produces, one line
      *> per item in BATCH-STEP-IO.DAT, for the impact analysis.
      *> SI-TYPE F = expected feed consumed (name as on
      *> EXPECTED-FEEDS.DAT), I = file read that another step writes,
      *> O = output file, R = report. SI-REPORT-TITLE is the title the
      *> report goes out under on DISTRIBUTION-LISTS.DAT, blank for a
      *> report that is filed rather than sent.
       01 STEP-IO-REC.
          05 SI-PROGRAM-NAME    PIC X(20).
          05 FILLER             PIC X(1).
          05 SI-TYPE            PIC X(1).
          05 FILLER             PIC X(1).
          05 SI-ITEM-NAME       PIC X(30).
          05 FILLER             PIC X(1).
          05 SI-REPORT-TITLE    PIC X(35).
