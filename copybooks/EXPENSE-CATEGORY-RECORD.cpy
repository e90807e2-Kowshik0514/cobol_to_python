      *> Expense claim categories in EXPENSE-CATEGORIES.DAT: the most
      *> a single claim in the category may be for, and the GL
      *> expense account EXPENSE-REIMBURSE charges when it is paid.
       01 EXPENSE-CATEGORY-REC.
          05 EC-CATEGORY         PIC X(4).
          05 FILLER              PIC X(1).
          05 EC-DESCRIPTION      PIC X(30).
          05 FILLER              PIC X(1).
          05 EC-CLAIM-LIMIT      PIC 9(7)V99.
          05 FILLER              PIC X(1).
          05 EC-GL-ACCOUNT       PIC 9(6).
