       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OUTBOX-DISPATCHER.

01 DIST-LIST-REC.
   05 DL-SUBJECT-KEY     PIC X(35).
   05 FILLER             PIC X(1).
   05 DL-RECIPIENT       PIC X(40).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
*> A message runs from its TO: line to the line before the next
*> TO: line. The whole message is held, resolved against the
*> distribution lists by its SUBJECT: line, and either delivered to
*> EMAIL-SENT.DAT or kept in the outbox with its retry count. A
*> distribution entry of =TO sends the message to the address on
*> its own TO: line - guest and vendor mail, whose recipient differs
*> message by message.
01 WS-MESSAGE-LINE-COUNT PIC 9(3) VALUE 0.
01 WS-MESSAGE-BODY.
   05 WS-MESSAGE-LINE OCCURS 100 TIMES PIC X(60).
01 WS-MESSAGE-SUBJECT    PIC X(51).
01 WS-MESSAGE-RETRIES    PIC 9(2).
01 WS-HAVE-MESSAGE       PIC X VALUE 'N'.
01 WS-MESSAGE-ADDRESS    PIC X(40).
01 WS-RECIPIENT          PIC X(40).
01 WS-RESOLVED           PIC X.

01 WS-DIST-COUNT         PIC 9(3) VALUE 0.
01 WS-DIST-TABLE.
   05 WS-DIST-ENTRY OCCURS 50 TIMES.
      10 WS-DL-SUBJECT    PIC X(35).
      10 WS-DL-RECIPIENT  PIC X(40).
01 WS-DIST-IDX           PIC 9(3).

01 WS-SENT-COUNT         PIC 9(5) VALUE 0.
   05 FILLER             PIC X(1) VALUE "-".
   05 WS-SH-TIME         PIC 9(8).
   05 FILLER             PIC X(4) VALUE " TO ".
   05 WS-SH-RECIPIENT    PIC X(40).

01 WS-RETRY-LINE.
   05 FILLER             PIC X(6) VALUE "RETRY ".
        MOVE 0 TO WS-MESSAGE-LINE-COUNT
        MOVE SPACES TO WS-MESSAGE-SUBJECT
        MOVE 0 TO WS-MESSAGE-RETRIES
        MOVE OUTBOX-LINE(5:40) TO WS-MESSAGE-ADDRESS
    END-IF.
    IF WS-HAVE-MESSAGE = 'Y'
        EVALUATE TRUE
            MOVE 'Y' TO WS-RESOLVED
        END-IF
    END-PERFORM.
    IF WS-RESOLVED = 'Y' AND WS-RECIPIENT = "=TO"
        MOVE WS-MESSAGE-ADDRESS TO WS-RECIPIENT
        IF WS-RECIPIENT = SPACES
            MOVE 'N' TO WS-RESOLVED
        END-IF
    END-IF.

DELIVER-MESSAGE.
    ADD 1 TO WS-SENT-COUNT.
