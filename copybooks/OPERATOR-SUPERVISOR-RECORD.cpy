      *> Reporting line for operator IDs, one row per operator in
      *> OPERATOR-SUPERVISORS.DAT, naming the supervisor who answers
      *> for that operator's access at the quarterly recertification.
      *> An operator with no row is reviewed by any supervisor.
       01 OPERATOR-SUPERVISOR-REC.
          05 SV-OPERATOR-NAME    PIC X(30).
          05 FILLER              PIC X(1).
          05 SV-SUPERVISOR-NAME  PIC X(30).
