       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FORECAST-REORDER.

   05 IV-REORDER-POINT   PIC 9(10).

FD USAGE-HISTORY-FILE.
COPY "SUPPLY-USAGE-RECORD.cpy".

FD HOLIDAY-CALENDAR.
01 HOLIDAY-REC           PIC X(8).
