      *> Season-pass instalment terms, one line in INSTALMENT-PARM.DAT:
      *> how many monthly instalments a pass bought on the plan is split
      *> into, and how many days a raised instalment may stand unpaid
      *> before the member is suspended at the gate.
       01 INSTALMENT-PARM-REC.
          05 IP-INSTALMENTS     PIC 9(2).
          05 FILLER             PIC X(1).
          05 IP-OVERDUE-DAYS    PIC 9(3).
