       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TILL-ASSIGN-MAINT.

01 WS-IN-OPERATOR        PIC X(30).
01 WS-IN-EFF-FROM        PIC X(8).
01 WS-IN-EFF-TO          PIC X(8).
01 WS-IN-POST            PIC X(1).

*> One row per till and shift: the operator on that drawer for the
*> effective date range. 99999999 is an open-ended assignment.
*> The post is T for a till drawer or G for a gate lane, numbered
*> separately; rows written before gate staff were rostered here
*> have a blank post and are tills.
01 WS-ROW.
   05 WS-TA-TILL-ID      PIC X(2).
   05 FILLER             PIC X(1).
   05 WS-TA-EFF-FROM     PIC 9(8).
   05 FILLER             PIC X(1).
   05 WS-TA-EFF-TO       PIC 9(8).
   05 FILLER             PIC X(1).
   05 WS-TA-POST         PIC X(1).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "TILL-ASSIGN-MAINT".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
    ACCEPT WS-IN-SHIFT.
    DISPLAY "EFFECTIVE FROM YYYYMMDD: " WITH NO ADVANCING.
    ACCEPT WS-IN-EFF-FROM.
    DISPLAY "POST (T=TILL, G=GATE, BLANK=TILL): " WITH NO ADVANCING.
    MOVE SPACE TO WS-IN-POST.
    ACCEPT WS-IN-POST.
    IF WS-IN-POST = 'g'
        MOVE 'G' TO WS-IN-POST
    END-IF.
    IF WS-IN-POST NOT = 'G'
        MOVE 'T' TO WS-IN-POST
    END-IF.

ADD-ASSIGNMENT.
    PERFORM ACCEPT-ASSIGNMENT-KEY.
        MOVE WS-IN-OPERATOR TO WS-TA-OPERATOR
        MOVE WS-IN-EFF-FROM TO WS-TA-EFF-FROM
        MOVE WS-IN-EFF-TO TO WS-TA-EFF-TO
        MOVE WS-IN-POST TO WS-TA-POST
        OPEN EXTEND ASSIGNMENT-FILE
        IF WS-FILE-STATUS = "35"
            OPEN OUTPUT ASSIGNMENT-FILE
        MOVE "TILLASG" TO WS-EVENT-TYPE
        CALL "LOG-OPERATOR-EVENT" USING WS-IN-OPERATOR
            WS-EVENT-TYPE
        IF WS-IN-POST = 'G'
            DISPLAY "OPERATOR ASSIGNED TO GATE " WS-IN-TILL-ID
        ELSE
            DISPLAY "OPERATOR ASSIGNED TO TILL " WS-IN-TILL-ID
        END-IF
    END-IF.

*> Rows are identified by post, till, shift, and effective-from; the
*> matching row is end-dated so a drawer handover mid-season keeps
*> the old operator accountable for their dates.
END-DATE-ASSIGNMENT.
    IF WS-ROW-FOUND = 'Y'
        DISPLAY "ASSIGNMENT END-DATED"
    ELSE
        DISPLAY "NO ROW MATCHES POST/TILL/SHIFT/EFFECTIVE-FROM"
    END-IF.

PASS-OR-END-DATE-ROW.
    MOVE SPACES TO WS-ROW.
    MOVE ASSIGNMENT-REC TO WS-ROW.
    IF WS-TA-POST NOT = 'G'
        MOVE 'T' TO WS-TA-POST
    END-IF.
    IF WS-ROW-FOUND = 'N'
            AND WS-TA-POST = WS-IN-POST
            AND WS-TA-TILL-ID = WS-IN-TILL-ID(1:2)
            AND WS-TA-SHIFT = WS-IN-SHIFT(1:1)
            AND WS-TA-EFF-FROM = WS-IN-EFF-FROM(1:8)
