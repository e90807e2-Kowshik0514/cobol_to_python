       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSFER-AGEING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "STOCK-TRANSFERS-ALL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSFER-STATUS.
    SELECT AGEING-REPORT ASSIGN TO "TRANSFER-AGEING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TRANSFER-FILE.
COPY "STOCK-TRANSFER-RECORD.cpy".

FD AGEING-REPORT.
01 AGEING-LINE           PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-TRANSFER-STATUS    PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-AGE-DAYS           PIC S9(5).
01 WS-IN-DAYS            PIC X(3).
01 WS-EDIT-VALID         PIC X.
01 WS-OVERDUE-DAYS       PIC 9(3) VALUE 7.
01 WS-TRANSIT-COUNT      PIC 9(5) VALUE 0.
01 WS-TRANSIT-VALUE      PIC 9(11) VALUE 0.
01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
01 WS-OVERDUE-VALUE      PIC 9(11) VALUE 0.
01 WS-MISSING-QTY        PIC 9(7).
01 WS-MISSING-VALUE      PIC 9(11).

*> One entry per transfer number from both sides' events: what was
*> sent, and what the receiving site has confirmed so far.
01 WS-TRANSFER-COUNT     PIC 9(4) VALUE 0.
01 WS-TRANSFER-TABLE.
   05 WS-TRANSFER-ENTRY OCCURS 5000 TIMES.
      10 WS-TR-NO            PIC X(8).
      10 WS-TR-FROM          PIC X(2).
      10 WS-TR-TO            PIC X(2).
      10 WS-TR-ITEM          PIC X(6).
      10 WS-TR-SENT-DATE     PIC 9(8).
      10 WS-TR-SENT-QTY      PIC 9(7).
      10 WS-TR-SENT-VALUE    PIC 9(9).
      10 WS-TR-RECEIVED-QTY  PIC 9(7).
      10 WS-TR-RECEIVED-VALUE PIC 9(9).
01 WS-TRANSFER-IDX       PIC 9(4).
01 WS-TRANSFER-HIT       PIC 9(4).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(33)
      VALUE "TRANSFERS STILL IN TRANSIT AFTER ".
   05 WS-TL-DAYS         PIC ZZ9.
   05 FILLER             PIC X(5) VALUE " DAYS".

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "TRANSFER FR TO ITEM   SENT      SENT QTY     MISSING       VALUE    AGE".

01 WS-DETAIL-LINE.
   05 WS-DL-NO           PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FROM         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-TO           PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ITEM         PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SENT-DATE    PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SENT-QTY     PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-DL-MISSING-QTY  PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-MISSING-VALUE PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-AGE          PIC ZZZZ9.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(24).
   05 WS-TOT-COUNT       PIC ZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-TOT-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "TRANSFER-AGEING" TO WS-RH-JOB-NAME.
    MOVE 117 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    DISPLAY "DAYS IN TRANSIT BEFORE FLAGGED (BLANK=7): "
        WITH NO ADVANCING.
    ACCEPT WS-IN-DAYS.
    IF WS-IN-DAYS NOT = SPACES
        CALL "NUMERIC-EDIT" USING WS-IN-DAYS WS-EDIT-VALID
        IF WS-EDIT-VALID = 'Y'
            MOVE FUNCTION NUMVAL(WS-IN-DAYS) TO WS-OVERDUE-DAYS
        ELSE
            DISPLAY "DAYS MUST BE NUMERIC - 7 USED"
        END-IF
    END-IF.

    OPEN INPUT TRANSFER-FILE.
    IF WS-TRANSFER-STATUS NOT = "00"
        DISPLAY "STOCK-TRANSFERS-ALL.DAT NOT PRESENT - "
            "RUN HEAD-OFFICE-CONSOL FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TRANSFER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM TALLY-TRANSFER-EVENT
        END-READ
    END-PERFORM.
    CLOSE TRANSFER-FILE.

    OPEN OUTPUT AGEING-REPORT.
    MOVE WS-OVERDUE-DAYS TO WS-TL-DAYS.
    WRITE AGEING-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE AGEING-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-TRANSFER-IDX FROM 1 BY 1
            UNTIL WS-TRANSFER-IDX > WS-TRANSFER-COUNT
        PERFORM AGE-TRANSFER
    END-PERFORM.
    MOVE "STILL IN TRANSIT" TO WS-TOT-LABEL.
    MOVE WS-TRANSIT-COUNT TO WS-TOT-COUNT.
    MOVE WS-TRANSIT-VALUE TO WS-TOT-VALUE.
    WRITE AGEING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    MOVE "OVERDUE - CHASE" TO WS-TOT-LABEL.
    MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT.
    MOVE WS-OVERDUE-VALUE TO WS-TOT-VALUE.
    WRITE AGEING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE AGEING-REPORT.
    IF WS-OVERDUE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

TALLY-TRANSFER-EVENT.
    MOVE 0 TO WS-TRANSFER-HIT.
    PERFORM VARYING WS-TRANSFER-IDX FROM 1 BY 1
            UNTIL WS-TRANSFER-IDX > WS-TRANSFER-COUNT
        IF WS-TR-NO(WS-TRANSFER-IDX) = ST-TRANSFER-NO
            MOVE WS-TRANSFER-IDX TO WS-TRANSFER-HIT
        END-IF
    END-PERFORM.
    IF WS-TRANSFER-HIT = 0
        IF WS-TRANSFER-COUNT >= 5000
            DISPLAY "TRANSFER TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-TRANSFER-COUNT
        MOVE WS-TRANSFER-COUNT TO WS-TRANSFER-HIT
        MOVE ST-TRANSFER-NO TO WS-TR-NO(WS-TRANSFER-HIT)
        MOVE ST-FROM-SITE TO WS-TR-FROM(WS-TRANSFER-HIT)
        MOVE ST-TO-SITE TO WS-TR-TO(WS-TRANSFER-HIT)
        MOVE ST-ITEM-ID TO WS-TR-ITEM(WS-TRANSFER-HIT)
        MOVE 0 TO WS-TR-SENT-DATE(WS-TRANSFER-HIT)
        MOVE 0 TO WS-TR-SENT-QTY(WS-TRANSFER-HIT)
        MOVE 0 TO WS-TR-SENT-VALUE(WS-TRANSFER-HIT)
        MOVE 0 TO WS-TR-RECEIVED-QTY(WS-TRANSFER-HIT)
        MOVE 0 TO WS-TR-RECEIVED-VALUE(WS-TRANSFER-HIT)
    END-IF.
    IF ST-EVENT = 'S'
        MOVE ST-EVENT-DATE TO WS-TR-SENT-DATE(WS-TRANSFER-HIT)
        MOVE ST-QTY TO WS-TR-SENT-QTY(WS-TRANSFER-HIT)
        MOVE ST-VALUE TO WS-TR-SENT-VALUE(WS-TRANSFER-HIT)
    ELSE
        ADD ST-QTY TO WS-TR-RECEIVED-QTY(WS-TRANSFER-HIT)
        ADD ST-VALUE TO WS-TR-RECEIVED-VALUE(WS-TRANSFER-HIT)
    END-IF.

*> A transfer is in transit while the receiving site has confirmed
*> less than was sent; past the day limit it is listed to be chased.
*> Arrivals whose send has not come in yet are left for a later run.
AGE-TRANSFER.
    IF WS-TR-SENT-DATE(WS-TRANSFER-IDX) > 0
            AND WS-TR-RECEIVED-QTY(WS-TRANSFER-IDX)
                < WS-TR-SENT-QTY(WS-TRANSFER-IDX)
        COMPUTE WS-MISSING-QTY = WS-TR-SENT-QTY(WS-TRANSFER-IDX)
            - WS-TR-RECEIVED-QTY(WS-TRANSFER-IDX)
        COMPUTE WS-MISSING-VALUE = WS-TR-SENT-VALUE(WS-TRANSFER-IDX)
            - WS-TR-RECEIVED-VALUE(WS-TRANSFER-IDX)
        ADD 1 TO WS-TRANSIT-COUNT
        ADD WS-MISSING-VALUE TO WS-TRANSIT-VALUE
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-TR-SENT-DATE(WS-TRANSFER-IDX))
        IF WS-AGE-DAYS < 0
            MOVE 0 TO WS-AGE-DAYS
        END-IF
        IF WS-AGE-DAYS > WS-OVERDUE-DAYS
            ADD 1 TO WS-OVERDUE-COUNT
            ADD WS-MISSING-VALUE TO WS-OVERDUE-VALUE
            MOVE WS-TR-NO(WS-TRANSFER-IDX) TO WS-DL-NO
            MOVE WS-TR-FROM(WS-TRANSFER-IDX) TO WS-DL-FROM
            MOVE WS-TR-TO(WS-TRANSFER-IDX) TO WS-DL-TO
            MOVE WS-TR-ITEM(WS-TRANSFER-IDX) TO WS-DL-ITEM
            MOVE WS-TR-SENT-DATE(WS-TRANSFER-IDX) TO WS-DL-SENT-DATE
            MOVE WS-TR-SENT-QTY(WS-TRANSFER-IDX) TO WS-DL-SENT-QTY
            MOVE WS-MISSING-QTY TO WS-DL-MISSING-QTY
            MOVE WS-MISSING-VALUE TO WS-DL-MISSING-VALUE
            MOVE WS-AGE-DAYS TO WS-DL-AGE
            WRITE AGEING-LINE FROM WS-DETAIL-LINE
            DISPLAY WS-DETAIL-LINE
        END-IF
    END-IF.
