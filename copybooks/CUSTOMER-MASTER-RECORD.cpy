      *> Single customer master, CUSTOMER-MASTER.DAT, one row per
      *> family, school or company we deal with under any subsystem.
      *> Rows are raised by CUSTOMER-LINK when a clerk confirms a new
      *> customer proposed by CUSTOMER-MATCH; the subsystem keys that
      *> belong to the customer are on CUSTOMER-XREF.DAT.
       01 CUSTOMER-MASTER-REC.
          05 CU-CUSTOMER-NO      PIC 9(6).
          05 FILLER              PIC X(1).
          05 CU-NAME             PIC X(30).
          05 FILLER              PIC X(1).
          05 CU-CREATED-BY       PIC X(30).
          05 FILLER              PIC X(1).
          05 CU-CREATED-DATE     PIC 9(8).
