       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-AGED-DEBTORS.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT AGED-TOTALS-FILE ASSIGN TO "AR-AGED-TOTALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "PRINT-ROUTE-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD AGED-TOTALS-FILE.
COPY "AR-AGED-TOTALS-RECORD.cpy".

COPY "PRINT-ROUTE-FD.cpy".

01 WS-CUST-HIT           PIC 9(3).

01 WS-TOTAL-OUTSTANDING  PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-CURRENT      PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-OVER30       PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-OVER60       PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-OVER90       PIC 9(11)V99 VALUE 0.

01 WS-DEBTOR-LINE.
   05 WS-DB-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(5) VALUE " 90+=".
   05 WS-DB-OVER90       PIC ZZZ,ZZ9.99.

01 WS-BAND-LINE.
   05 FILLER             PIC X(6) VALUE "TOTALS".
   05 FILLER             PIC X(5) VALUE " CUR=".
   05 WS-BL-CURRENT      PIC ZZZ,ZZ9.99.
   05 FILLER             PIC X(5) VALUE " 30+=".
   05 WS-BL-OVER30       PIC ZZZ,ZZ9.99.
   05 FILLER             PIC X(5) VALUE " 60+=".
   05 WS-BL-OVER60       PIC ZZZ,ZZ9.99.
   05 FILLER             PIC X(5) VALUE " 90+=".
   05 WS-BL-OVER90       PIC ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(22) VALUE "TOTAL OUTSTANDING    :".
   05 WS-TL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
        PERFORM PRINT-DEBTOR-LINE
    END-PERFORM.

    MOVE WS-TOTAL-CURRENT TO WS-BL-CURRENT.
    MOVE WS-TOTAL-OVER30 TO WS-BL-OVER30.
    MOVE WS-TOTAL-OVER60 TO WS-BL-OVER60.
    MOVE WS-TOTAL-OVER90 TO WS-BL-OVER90.
    MOVE WS-BAND-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    MOVE WS-TOTAL-OUTSTANDING TO WS-TL-TOTAL.
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    IF WS-PRINT-ROUTE = "E"
        CLOSE EMAIL-OUTBOX-FILE
    END-IF.
    PERFORM SAVE-AGED-TOTALS.
    GOBACK.

*> Open balances bucket by invoice age; on-account cash shows as a
*> credit the collector can offer against the oldest invoice.
AGE-OPEN-ITEM.
    IF AR-STATUS = 'C' OR AR-STATUS = 'W' OR AR-STATUS = 'S'
        CONTINUE
    ELSE
        PERFORM FIND-CUSTOMER-SLOT
    MOVE WS-CU-OVER30(WS-CUST-IDX) TO WS-DB-OVER30.
    MOVE WS-CU-OVER60(WS-CUST-IDX) TO WS-DB-OVER60.
    MOVE WS-CU-OVER90(WS-CUST-IDX) TO WS-DB-OVER90.
    ADD WS-CU-CURRENT(WS-CUST-IDX) TO WS-TOTAL-CURRENT.
    ADD WS-CU-OVER30(WS-CUST-IDX) TO WS-TOTAL-OVER30.
    ADD WS-CU-OVER60(WS-CUST-IDX) TO WS-TOTAL-OVER60.
    ADD WS-CU-OVER90(WS-CUST-IDX) TO WS-TOTAL-OVER90.
    MOVE WS-DEBTOR-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    IF WS-CU-ONACCOUNT(WS-CUST-IDX) > 0
            WS-CU-ONACCOUNT(WS-CUST-IDX)
    END-IF.

*> The band totals are kept for the month-end doubtful-debt
*> provision, which works from this report rather than re-ageing.
SAVE-AGED-TOTALS.
    OPEN OUTPUT AGED-TOTALS-FILE.
    MOVE SPACES TO AGED-TOTALS-REC.
    MOVE WS-RH-RUN-DATE TO AG-RUN-DATE.
    MOVE WS-TOTAL-CURRENT TO AG-CURRENT.
    MOVE WS-TOTAL-OVER30 TO AG-OVER30.
    MOVE WS-TOTAL-OVER60 TO AG-OVER60.
    MOVE WS-TOTAL-OVER90 TO AG-OVER90.
    WRITE AGED-TOTALS-REC.
    CLOSE AGED-TOTALS-FILE.

COPY "PRINT-SPOOL-HEADER.cpy".
