       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-RETURN-OPEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RETURN-FILE ASSIGN TO "VENDOR-RETURNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AP-OPEN-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-RETURNS-REPORT ASSIGN TO "VENDOR-RETURN-OPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RETURN-FILE.
COPY "VENDOR-RETURN-RECORD.cpy".

FD OPEN-ITEM-FILE.
COPY "AP-OPEN-ITEM-RECORD.cpy".

FD OPEN-RETURNS-REPORT.
01 REPORT-LINE           PIC X(90).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-ITEM-EOF           PIC X VALUE 'N'.
01 WS-DAYS-OPEN          PIC 9(5).
01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
01 WS-OLD-COUNT          PIC 9(5) VALUE 0.
01 WS-OPEN-VALUE         PIC 9(11)V99 VALUE 0.

*> A return still waiting on its credit after this many days is
*> flagged for the buyer to chase with the vendor.
01 WS-CHASE-DAYS         PIC 9(3) VALUE 30.

*> The debit memos AP has not yet taken in full, by memo number.
01 WS-MEMO-COUNT         PIC 9(4) VALUE 0.
01 WS-MEMO-TABLE.
   05 WS-MEMO-ENTRY OCCURS 2000 TIMES.
      10 WS-MM-INVOICE    PIC X(10).
      10 WS-MM-OUTSTANDING PIC 9(9)V99.
01 WS-MEMO-IDX           PIC 9(4).
01 WS-MEMO-HIT           PIC 9(4).

01 WS-DEBIT-MEMO-NO.
   05 FILLER             PIC X(2) VALUE "RA".
   05 WS-DM-RA-NO        PIC 9(6).
   05 FILLER             PIC X(2) VALUE SPACES.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "OPEN VENDOR RETURNS - GOODS SENT BACK AWAITING CREDIT".

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "RA NO  RA DATE  VENDR PO NO  ITEM      ".
   05 FILLER             PIC X(39)
      VALUE "  QTY         VALUE      AWAITING  DAYS".

01 WS-DETAIL-LINE.
   05 WS-DL-RA-NO        PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RA-DATE      PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-VENDOR       PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-PO-NO        PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ITEM         PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-QTY          PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-VALUE        PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-AWAITING     PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DAYS         PIC ZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FLAG         PIC X(8).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(14) VALUE "OPEN RETURNS  ".
   05 WS-TL-OPEN         PIC ZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE "  CHASE  ".
   05 WS-TL-OLD          PIC ZZ,ZZ9.
   05 FILLER             PIC X(12) VALUE "  AWAITING  ".
   05 WS-TL-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "VENDOR-RETURN-OPEN" TO WS-RH-JOB-NAME.
    MOVE 160 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "VENDOR-RETURN-OPEN" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-OPEN-MEMOS.

    OPEN INPUT RETURN-FILE.
    OPEN OUTPUT OPEN-RETURNS-REPORT.
    WRITE REPORT-LINE FROM WS-TITLE-LINE.
    WRITE REPORT-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-TITLE-LINE.

    PERFORM UNTIL WS-EOF = 'Y'
        READ RETURN-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM REPORT-IF-AWAITING
        END-READ
    END-PERFORM.

    MOVE WS-OPEN-COUNT TO WS-TL-OPEN.
    MOVE WS-OLD-COUNT TO WS-TL-OLD.
    MOVE WS-OPEN-VALUE TO WS-TL-VALUE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE RETURN-FILE.
    CLOSE OPEN-RETURNS-REPORT.

    MOVE WS-OPEN-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-OLD-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-OPEN-MEMOS.
    OPEN INPUT OPEN-ITEM-FILE.
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF AP-STATUS = 'D'
                    PERFORM NOTE-OPEN-MEMO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.

NOTE-OPEN-MEMO.
    IF WS-MEMO-COUNT >= 2000
        DISPLAY "DEBIT MEMO TABLE FULL AT " AP-INVOICE-NO
            " - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-MEMO-COUNT.
    MOVE AP-INVOICE-NO TO WS-MM-INVOICE(WS-MEMO-COUNT).
    COMPUTE WS-MM-OUTSTANDING(WS-MEMO-COUNT) = AP-AMOUNT - AP-PAID.

*> A return is awaiting credit for as long as its debit memo is
*> still open in AP; once a payment run has taken the memo in full
*> the vendor has given the money back and the return drops off.
REPORT-IF-AWAITING.
    MOVE VR-RA-NO TO WS-DM-RA-NO.
    MOVE 0 TO WS-MEMO-HIT.
    PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
            UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
        IF WS-MM-INVOICE(WS-MEMO-IDX) = WS-DEBIT-MEMO-NO
            MOVE WS-MEMO-IDX TO WS-MEMO-HIT
        END-IF
    END-PERFORM.
    IF WS-MEMO-HIT > 0
        ADD 1 TO WS-OPEN-COUNT
        ADD WS-MM-OUTSTANDING(WS-MEMO-HIT) TO WS-OPEN-VALUE
        COMPUTE WS-DAYS-OPEN =
            FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(VR-RA-DATE)
        MOVE VR-RA-NO TO WS-DL-RA-NO
        MOVE VR-RA-DATE TO WS-DL-RA-DATE
        MOVE VR-VENDOR-ID TO WS-DL-VENDOR
        MOVE VR-PO-NO TO WS-DL-PO-NO
        MOVE VR-ITEM-ID TO WS-DL-ITEM
        MOVE VR-QTY TO WS-DL-QTY
        MOVE VR-VALUE TO WS-DL-VALUE
        MOVE WS-MM-OUTSTANDING(WS-MEMO-HIT) TO WS-DL-AWAITING
        MOVE WS-DAYS-OPEN TO WS-DL-DAYS
        IF WS-DAYS-OPEN > WS-CHASE-DAYS
            ADD 1 TO WS-OLD-COUNT
            MOVE "*CHASE*" TO WS-DL-FLAG
        ELSE
            MOVE SPACES TO WS-DL-FLAG
        END-IF
        WRITE REPORT-LINE FROM WS-DETAIL-LINE
        DISPLAY WS-DETAIL-LINE
    END-IF.
