       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-PAYMENT-EXCLUDE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXCLUSION-FILE
        ASSIGN TO "AP-PAYMENT-EXCLUSIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EXCLUSION-FILE.
01 EXCLUSION-REC.
   05 EX-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 EX-SUPERVISOR      PIC X(30).
   05 FILLER             PIC X(1).
   05 EX-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 EX-REASON          PIC X(30).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-MAINTAINING        PIC X VALUE 'Y'.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "AP-PAYMENT-EXCLUDE".
01 WS-AUTH-RESULT        PIC X.
01 WS-VENDOR-ID          PIC X(5).
01 WS-REASON             PIC X(30).
01 WS-ANSWER             PIC X.
01 WS-ADDED-COUNT        PIC 9(3) VALUE 0.
01 WS-LIFTED-COUNT       PIC 9(3) VALUE 0.

01 WS-EXCLUDE-COUNT      PIC 9(3) VALUE 0.
01 WS-EXCLUDE-TABLE.
   05 WS-EXCLUDE-ENTRY OCCURS 200 TIMES.
      10 WS-EX-LINE       PIC X(75).
      10 WS-EX-ACTIVE     PIC X.
01 WS-EXCLUDE-IDX        PIC 9(3).
01 WS-EXCLUDE-HIT        PIC 9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "AP-PAYMENT-EXCLUDE" TO WS-RH-JOB-NAME.
    MOVE 111 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Stopping payment to a vendor is a supervisor's decision, and the
*> name recorded against the exclusion must be one that holds that
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

    PERFORM LOAD-EXCLUSIONS.
    PERFORM UNTIL WS-MAINTAINING = 'N'
        PERFORM TAKE-VENDOR
    END-PERFORM.
    PERFORM SAVE-EXCLUSIONS.

    DISPLAY "EXCLUSIONS ADDED : " WS-ADDED-COUNT.
    DISPLAY "EXCLUSIONS LIFTED: " WS-LIFTED-COUNT.
    GOBACK.

*> A vendor already excluded is offered for lifting; any other
*> vendor is excluded with the dispute reason the supervisor gives.
TAKE-VENDOR.
    DISPLAY "VENDOR ID (ENTER TO FINISH): " WITH NO ADVANCING.
    MOVE SPACES TO WS-VENDOR-ID.
    ACCEPT WS-VENDOR-ID.
    IF WS-VENDOR-ID = SPACES
        MOVE 'N' TO WS-MAINTAINING
    ELSE
        PERFORM FIND-EXCLUSION
        IF WS-EXCLUDE-HIT > 0
            MOVE WS-EX-LINE(WS-EXCLUDE-HIT) TO EXCLUSION-REC
            DISPLAY "EXCLUDED " EX-DATE " BY " EX-SUPERVISOR
            DISPLAY "  " EX-REASON
            DISPLAY "LIFT THIS EXCLUSION (Y/N): " WITH NO ADVANCING
            MOVE SPACE TO WS-ANSWER
            ACCEPT WS-ANSWER
            IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                MOVE 'N' TO WS-EX-ACTIVE(WS-EXCLUDE-HIT)
                ADD 1 TO WS-LIFTED-COUNT
                DISPLAY "EXCLUSION LIFTED FOR " WS-VENDOR-ID
            END-IF
        ELSE
            PERFORM ADD-EXCLUSION
        END-IF
    END-IF.

ADD-EXCLUSION.
    IF WS-EXCLUDE-COUNT >= 200
        DISPLAY "EXCLUSION TABLE FULL - LIFT OLD EXCLUSIONS FIRST"
    ELSE
        DISPLAY "DISPUTE REASON: " WITH NO ADVANCING
        MOVE SPACES TO WS-REASON
        ACCEPT WS-REASON
        MOVE SPACES TO EXCLUSION-REC
        MOVE WS-VENDOR-ID TO EX-VENDOR-ID
        MOVE WS-SUPERVISOR-NAME TO EX-SUPERVISOR
        MOVE WS-RH-RUN-DATE TO EX-DATE
        MOVE WS-REASON TO EX-REASON
        ADD 1 TO WS-EXCLUDE-COUNT
        MOVE EXCLUSION-REC TO WS-EX-LINE(WS-EXCLUDE-COUNT)
        MOVE 'Y' TO WS-EX-ACTIVE(WS-EXCLUDE-COUNT)
        ADD 1 TO WS-ADDED-COUNT
        DISPLAY "VENDOR " WS-VENDOR-ID " EXCLUDED FROM PAYMENT RUNS"
    END-IF.

FIND-EXCLUSION.
    MOVE 0 TO WS-EXCLUDE-HIT.
    PERFORM VARYING WS-EXCLUDE-IDX FROM 1 BY 1
            UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
        IF WS-EX-LINE(WS-EXCLUDE-IDX)(1:5) = WS-VENDOR-ID
                AND WS-EX-ACTIVE(WS-EXCLUDE-IDX) = 'Y'
            MOVE WS-EXCLUDE-IDX TO WS-EXCLUDE-HIT
        END-IF
    END-PERFORM.

LOAD-EXCLUSIONS.
    OPEN INPUT EXCLUSION-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ EXCLUSION-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-EXCLUDE-COUNT < 200
                    ADD 1 TO WS-EXCLUDE-COUNT
                    MOVE EXCLUSION-REC
                        TO WS-EX-LINE(WS-EXCLUDE-COUNT)
                    MOVE 'Y' TO WS-EX-ACTIVE(WS-EXCLUDE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXCLUSION-FILE.

SAVE-EXCLUSIONS.
    OPEN OUTPUT EXCLUSION-FILE.
    PERFORM VARYING WS-EXCLUDE-IDX FROM 1 BY 1
            UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
        IF WS-EX-ACTIVE(WS-EXCLUDE-IDX) = 'Y'
            MOVE WS-EX-LINE(WS-EXCLUDE-IDX) TO EXCLUSION-REC
            WRITE EXCLUSION-REC
        END-IF
    END-PERFORM.
    CLOSE EXCLUSION-FILE.
