       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TILL-EDIT.

   05 RT-TILL-ID         PIC X(2).
   05 FILLER             PIC X(1).
   05 RT-AMOUNT          PIC X(5).
   05 FILLER             PIC X(1).
   05 RT-TENDER          PIC X(2).

FD CLEAN-TILL-FILE.
01 CLEAN-TILL-REC        PIC X(30).
01 REJECT-REC.
   05 RJ-REASON-CODE     PIC X(2).
   05 FILLER             PIC X(1).
   05 RJ-RAW-LINE        PIC X(11).

FD LIMIT-FILE.
01 LIMIT-REC.
   05 CL-TILL-ID         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 CL-AMOUNT          PIC 9(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 CL-TENDER          PIC X(2).

*> Control-total trailer verified by 173A-RECON before it processes.
01 WS-TRAILER-LINE.
   05 FILLER             PIC X(7) VALUE "REJECT ".
   05 WK-REASON          PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WK-RAW             PIC X(11).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WK-REASON-TEXT     PIC X(30).

    GOBACK.

*> Reason codes: 01 till id not numeric, 02 amount not numeric,
*> 03 amount over per-transaction ceiling, 04 tender not CA (cash)
*> or CD (card). A line with no tender is a cash sale, as every line
*> was before card takings came onto the feed.
EDIT-TILL-LINE.
    ADD 1 TO WS-READ-COUNT.
    CALL "NUMERIC-EDIT" USING RT-TILL-ID WS-EDIT-VALID.
                MOVE "AMOUNT OVER CEILING" TO WK-REASON-TEXT
                PERFORM REJECT-TILL-LINE
            ELSE
                IF RT-TENDER = SPACES
                    MOVE "CA" TO RT-TENDER
                END-IF
                IF RT-TENDER NOT = "CA" AND RT-TENDER NOT = "CD"
                    MOVE "04" TO WS-REASON-CODE
                    MOVE "TENDER NOT CA OR CD" TO WK-REASON-TEXT
                    PERFORM REJECT-TILL-LINE
                ELSE
                    PERFORM WRITE-CLEAN-LINE
                END-IF
            END-IF
        END-IF
    END-IF.
    ADD WS-AMOUNT TO WS-HASH-TOTAL.
    MOVE RT-TILL-ID TO CL-TILL-ID.
    MOVE WS-AMOUNT TO CL-AMOUNT.
    MOVE RT-TENDER TO CL-TENDER.
    WRITE CLEAN-TILL-REC FROM WS-CLEAN-LINE.

REJECT-TILL-LINE.
