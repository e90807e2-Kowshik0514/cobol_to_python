      *> Erasure register kept for the regulator, ERASURE-REGISTER.DAT,
      *> appended by ERASURE-APPLY: one row per file (live or archived
      *> generation) in which records were anonymised for an erasure,
      *> and a closing row with EG-FILE-NAME "ERASURE COMPLETE" and the
      *> total. It names no one: the subject is known only by erasure
      *> number and the pseudonym ERASED Ennnnn now in their records.
       01 ERASURE-REGISTER-REC.
          05 EG-ERASURE-NO       PIC 9(5).
          05 FILLER              PIC X(1).
          05 EG-RUN-DATE         PIC 9(8).
          05 FILLER              PIC X(1).
          05 EG-FILE-NAME        PIC X(50).
          05 FILLER              PIC X(1).
          05 EG-RECORDS          PIC 9(7).
          05 FILLER              PIC X(1).
          05 EG-REQUEST-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 EG-REQUESTED-BY     PIC X(30).
          05 FILLER              PIC X(1).
          05 EG-APPROVER         PIC X(30).
