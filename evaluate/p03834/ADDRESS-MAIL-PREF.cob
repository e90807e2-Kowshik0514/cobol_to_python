       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRESS-MAIL-PREF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT MASTER-WORK-FILE ASSIGN TO "ADDRESS-MASTER-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> AM-MAIL-FLAG is M once mail has come back with no forwarding
*> address and O when the household has asked for no marketing
*> mail; blank is mailable.
FD MASTER-FILE.
01 MASTER-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD MASTER-WORK-FILE.
01 MASTER-WORK-REC       PIC X(69).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-FOUND              PIC X VALUE 'N'.
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-OPERATOR-NAME      PIC X(20).
01 WS-EVENT-NAME         PIC X(30).
01 WS-EVENT-TYPE         PIC X(7) VALUE "MAILPRF".

01 WS-IN-STREET          PIC X(40).
01 WS-IN-POSTAL          PIC X(5).
01 WS-NEW-FLAG           PIC X.

PROCEDURE DIVISION.
MAIN.
    MOVE "ADDRESS-MAIL-PREF" TO WS-RH-JOB-NAME.
    MOVE 149 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "SIGN-ON DESK OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    MOVE WS-OPERATOR-NAME TO WS-EVENT-NAME.

    DISPLAY "(O)PT OUT OF MAILINGS, (R)ESTORE MAILINGS: "
        WITH NO ADVANCING.
    ACCEPT WS-ACTION.
    EVALUATE WS-ACTION
        WHEN 'O'
        WHEN 'o'
            MOVE 'O' TO WS-NEW-FLAG
        WHEN 'R'
        WHEN 'r'
            MOVE SPACE TO WS-NEW-FLAG
        WHEN OTHER
            DISPLAY "NO ACTION TAKEN"
            GOBACK
    END-EVALUATE.

    DISPLAY "STREET AS ON FILE: " WITH NO ADVANCING.
    ACCEPT WS-IN-STREET.
    DISPLAY "POSTAL CODE: " WITH NO ADVANCING.
    ACCEPT WS-IN-POSTAL.
    CALL "NUMERIC-EDIT" USING WS-IN-POSTAL WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR WS-IN-POSTAL = SPACES
        DISPLAY "POSTAL CODE MUST BE NUMERIC - NO CHANGE MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "ADDRESS-MASTER.DAT NOT PRESENT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT MASTER-WORK-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ MASTER-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END PERFORM PASS-OR-CHANGE-MASTER
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
    CLOSE MASTER-WORK-FILE.
    IF WS-FOUND = 'N'
        DISPLAY "NO ADDRESS ON FILE FOR " WS-IN-STREET " " WS-IN-POSTAL
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM COPY-MASTER-BACK.
    CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE.
    GOBACK.

*> Restoring clears an opt-out only: a moved-no-forwarding flag
*> stands until a change of address brings the new address in.
PASS-OR-CHANGE-MASTER.
    IF WS-FOUND = 'N' AND AM-STREET = WS-IN-STREET
            AND AM-POSTAL-CODE = FUNCTION NUMVAL(WS-IN-POSTAL)
        MOVE 'Y' TO WS-FOUND
        IF WS-NEW-FLAG = 'O'
            IF AM-MAIL-FLAG NOT = 'M'
                MOVE 'O' TO AM-MAIL-FLAG
            END-IF
            DISPLAY "OPTED OUT OF MAILINGS: " AM-STREET
        ELSE
            IF AM-MAIL-FLAG = 'O'
                MOVE SPACE TO AM-MAIL-FLAG
                DISPLAY "MAILINGS RESTORED: " AM-STREET
            ELSE
                IF AM-MAIL-FLAG = 'M'
                    DISPLAY "MOVED - NO FORWARDING ADDRESS - "
                        "RECORD THE CHANGE OF ADDRESS FIRST"
                ELSE
                    DISPLAY "ADDRESS WAS NOT OPTED OUT"
                END-IF
            END-IF
        END-IF
    END-IF.
    WRITE MASTER-WORK-REC FROM MASTER-REC.

COPY-MASTER-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT MASTER-WORK-FILE.
    OPEN OUTPUT MASTER-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ MASTER-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE MASTER-WORK-REC TO MASTER-REC
                WRITE MASTER-REC
        END-READ
    END-PERFORM.
    CLOSE MASTER-WORK-FILE.
    CLOSE MASTER-FILE.
