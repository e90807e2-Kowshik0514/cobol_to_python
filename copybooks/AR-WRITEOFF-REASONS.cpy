      *> The reasons a customer debt may be written off, as the credit
      *> controller keys them and the approver sees them.
       01 WS-WO-REASON-VALUES.
          05 FILLER PIC X(32) VALUE "BKINSOLVENT OR BANKRUPT".
          05 FILLER PIC X(32) VALUE "GAGONE AWAY - UNTRACEABLE".
          05 FILLER PIC X(32) VALUE "UEUNECONOMIC TO PURSUE".
          05 FILLER PIC X(32) VALUE "SBSMALL BALANCE".
          05 FILLER PIC X(32) VALUE "DSDISPUTE CONCEDED".
          05 FILLER PIC X(32) VALUE "TBTIME-BARRED".
       01 WS-WO-REASON-TABLE REDEFINES WS-WO-REASON-VALUES.
          05 WS-WO-REASON-ENTRY OCCURS 6 TIMES.
             10 WS-WO-REASON-CODE  PIC X(2).
             10 WS-WO-REASON-TEXT  PIC X(30).
       01 WS-WO-REASON-COUNT    PIC 9(1) VALUE 6.
       01 WS-WO-REASON-IDX      PIC 9(1).
       01 WS-WO-REASON-HIT      PIC 9(1).
