       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-DISPUTE-FLAG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DISPUTE-FILE
        ASSIGN TO "AR-CUSTOMER-DISPUTES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DISPUTE-FILE.
01 DISPUTE-REC.
   05 DP-CUSTOMER        PIC X(6).
   05 FILLER             PIC X(1).
   05 DP-SUPERVISOR      PIC X(30).
   05 FILLER             PIC X(1).
   05 DP-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 DP-REASON          PIC X(30).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-MAINTAINING        PIC X VALUE 'Y'.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "AR-DISPUTE-FLAG".
01 WS-AUTH-RESULT        PIC X.
01 WS-CUSTOMER           PIC X(6).
01 WS-REASON             PIC X(30).
01 WS-ANSWER             PIC X.
01 WS-ADDED-COUNT        PIC 9(3) VALUE 0.
01 WS-LIFTED-COUNT       PIC 9(3) VALUE 0.

01 WS-DISPUTE-COUNT      PIC 9(3) VALUE 0.
01 WS-DISPUTE-TABLE.
   05 WS-DISPUTE-ENTRY OCCURS 200 TIMES.
      10 WS-DP-LINE       PIC X(77).
      10 WS-DP-ACTIVE     PIC X.
01 WS-DISPUTE-IDX        PIC 9(3).
01 WS-DISPUTE-HIT        PIC 9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-DISPUTE-FLAG" TO WS-RH-JOB-NAME.
    MOVE 125 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Holding a customer out of the dunning run is a supervisor's
*> decision; the name on the flag must be one holding that
*> authority, whoever happens to be at the keyboard.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-DISPUTES.
    PERFORM UNTIL WS-MAINTAINING = 'N'
        PERFORM TAKE-CUSTOMER
    END-PERFORM.
    PERFORM SAVE-DISPUTES.

    DISPLAY "DISPUTES FLAGGED: " WS-ADDED-COUNT.
    DISPLAY "DISPUTES LIFTED : " WS-LIFTED-COUNT.
    GOBACK.

*> A customer already in dispute is offered for lifting; any other
*> customer is flagged with the reason the supervisor gives.
TAKE-CUSTOMER.
    DISPLAY "CUSTOMER CODE (ENTER TO FINISH): " WITH NO ADVANCING.
    MOVE SPACES TO WS-CUSTOMER.
    ACCEPT WS-CUSTOMER.
    IF WS-CUSTOMER = SPACES
        MOVE 'N' TO WS-MAINTAINING
    ELSE
        IF WS-CUSTOMER = "ONACCT"
            DISPLAY "ONACCT IS THE HOUSE CODE - NOT A CUSTOMER"
        ELSE
            PERFORM FIND-DISPUTE
            IF WS-DISPUTE-HIT > 0
                MOVE WS-DP-LINE(WS-DISPUTE-HIT) TO DISPUTE-REC
                DISPLAY "IN DISPUTE SINCE " DP-DATE " BY "
                    DP-SUPERVISOR
                DISPLAY "  " DP-REASON
                DISPLAY "LIFT THIS DISPUTE (Y/N): " WITH NO ADVANCING
                MOVE SPACE TO WS-ANSWER
                ACCEPT WS-ANSWER
                IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                    MOVE 'N' TO WS-DP-ACTIVE(WS-DISPUTE-HIT)
                    ADD 1 TO WS-LIFTED-COUNT
                    DISPLAY "DISPUTE LIFTED FOR " WS-CUSTOMER
                END-IF
            ELSE
                PERFORM ADD-DISPUTE
            END-IF
        END-IF
    END-IF.

ADD-DISPUTE.
    IF WS-DISPUTE-COUNT >= 200
        DISPLAY "DISPUTE TABLE FULL - LIFT OLD DISPUTES FIRST"
    ELSE
        DISPLAY "DISPUTE REASON: " WITH NO ADVANCING
        MOVE SPACES TO WS-REASON
        ACCEPT WS-REASON
        MOVE SPACES TO DISPUTE-REC
        MOVE WS-CUSTOMER TO DP-CUSTOMER
        MOVE WS-SUPERVISOR-NAME TO DP-SUPERVISOR
        MOVE WS-RH-RUN-DATE TO DP-DATE
        MOVE WS-REASON TO DP-REASON
        ADD 1 TO WS-DISPUTE-COUNT
        MOVE DISPUTE-REC TO WS-DP-LINE(WS-DISPUTE-COUNT)
        MOVE 'Y' TO WS-DP-ACTIVE(WS-DISPUTE-COUNT)
        ADD 1 TO WS-ADDED-COUNT
        DISPLAY "CUSTOMER " WS-CUSTOMER " HELD OUT OF DUNNING"
    END-IF.

FIND-DISPUTE.
    MOVE 0 TO WS-DISPUTE-HIT.
    PERFORM VARYING WS-DISPUTE-IDX FROM 1 BY 1
            UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
        IF WS-DP-LINE(WS-DISPUTE-IDX)(1:6) = WS-CUSTOMER
                AND WS-DP-ACTIVE(WS-DISPUTE-IDX) = 'Y'
            MOVE WS-DISPUTE-IDX TO WS-DISPUTE-HIT
        END-IF
    END-PERFORM.

LOAD-DISPUTES.
    OPEN INPUT DISPUTE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DISPUTE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-DISPUTE-COUNT < 200
                    ADD 1 TO WS-DISPUTE-COUNT
                    MOVE DISPUTE-REC
                        TO WS-DP-LINE(WS-DISPUTE-COUNT)
                    MOVE 'Y' TO WS-DP-ACTIVE(WS-DISPUTE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISPUTE-FILE.

SAVE-DISPUTES.
    OPEN OUTPUT DISPUTE-FILE.
    PERFORM VARYING WS-DISPUTE-IDX FROM 1 BY 1
            UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
        IF WS-DP-ACTIVE(WS-DISPUTE-IDX) = 'Y'
            MOVE WS-DP-LINE(WS-DISPUTE-IDX) TO DISPUTE-REC
            WRITE DISPUTE-REC
        END-IF
    END-PERFORM.
    CLOSE DISPUTE-FILE.
