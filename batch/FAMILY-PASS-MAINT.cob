       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FAMILY-PASS-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT OPTIONAL DEPENDENT-FILE ASSIGN TO "MEMBER-DEPENDENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DEPENDENT-WORK-FILE ASSIGN TO "MEMBER-DEPENDENTS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CONFIRMED-FILE ASSIGN TO "HOUSEHOLD-CONFIRMED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> MM-HOUSEHOLD is the household key the mailroom confirmed through
*> ADDRESS-HOUSEHOLD, zero or blank when none; MM-PASS-KIND is F for
*> a family pass carrying named dependents, blank for one person.
FD MEMBER-MASTER-FILE.
01 MEMBER-MASTER-REC.
   05 MM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD DEPENDENT-FILE.
COPY "MEMBER-DEPENDENT-RECORD.cpy".

FD DEPENDENT-WORK-FILE.
01 DEPENDENT-WORK-REC    PIC X(34).

FD CONFIRMED-FILE.
01 CONFIRMED-REC.
   05 CF-HOUSEHOLD-KEY   PIC 9(4).
   05 FILLER             PIC X(1).
   05 CF-MATCH-KEY       PIC X(45).
   05 FILLER             PIC X(1).
   05 CF-MEMBER-COUNT    PIC 9(3).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-FOUND              PIC X.
01 WS-OPERATOR-NAME      PIC X(20).
01 WS-EVENT-NAME         PIC X(30).
01 WS-EVENT-TYPE         PIC X(7) VALUE "FAMPASS".

01 WS-IN-MEMBER-ID       PIC X(6).
01 WS-IN-DEPENDENT-ID    PIC X(6).
01 WS-IN-NAME            PIC X(20).
01 WS-IN-HOUSEHOLD       PIC X(4).
01 WS-HOUSEHOLD          PIC 9(4).

*> What the primary member's master row holds, read before a change.
01 WS-PRIMARY-FOUND      PIC X.
01 WS-PRIMARY-HOUSEHOLD  PIC 9(4).
01 WS-ID-IN-USE          PIC X.
01 WS-CHANGE             PIC X.
01 WS-DEPENDENT-COUNT    PIC 9(3).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "FAMILY-PASS-MAINT".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "FAMILY-PASS-MAINT" TO WS-RH-JOB-NAME.
    MOVE 145 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "SIGN-ON DESK OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    MOVE WS-OPERATOR-NAME TO WS-EVENT-NAME.

    DISPLAY "(L)IST, (H)OUSEHOLD LINK, (A)DD DEPENDENT, "
        "(R)EMOVE DEPENDENT: " WITH NO ADVANCING.
    ACCEPT WS-ACTION.

    EVALUATE WS-ACTION
        WHEN 'L'
        WHEN 'l'
            PERFORM LIST-FAMILY-PASS
        WHEN 'H'
        WHEN 'h'
            PERFORM LINK-HOUSEHOLD
        WHEN 'A'
        WHEN 'a'
            PERFORM ADD-DEPENDENT
        WHEN 'R'
        WHEN 'r'
            PERFORM REMOVE-DEPENDENT
        WHEN OTHER
            DISPLAY "NO ACTION TAKEN"
    END-EVALUATE.
    GOBACK.

LIST-FAMILY-PASS.
    DISPLAY "PRIMARY MEMBER ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-MEMBER-ID.
    PERFORM READ-PRIMARY.
    IF WS-PRIMARY-FOUND = 'N'
        DISPLAY "MEMBER NOT ON MASTER: " WS-IN-MEMBER-ID
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "HOUSEHOLD " WS-PRIMARY-HOUSEHOLD.
    MOVE 0 TO WS-DEPENDENT-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MD-MEMBER-ID = WS-IN-MEMBER-ID
                    ADD 1 TO WS-DEPENDENT-COUNT
                    DISPLAY "  DEPENDENT " MD-DEPENDENT-ID " "
                        MD-NAME
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.
    DISPLAY "DEPENDENTS ON PASS: " WS-DEPENDENT-COUNT.

*> Only a household the mailroom has confirmed can be linked; the
*> renewal notice run writes once to each linked household.
LINK-HOUSEHOLD.
    DISPLAY "MEMBER ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-MEMBER-ID.
    DISPLAY "CONFIRMED HOUSEHOLD KEY (4 DIGITS, 0000=UNLINK): "
        WITH NO ADVANCING.
    ACCEPT WS-IN-HOUSEHOLD.
    CALL "NUMERIC-EDIT" USING WS-IN-HOUSEHOLD WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "HOUSEHOLD KEY MUST BE NUMERIC - NO CHANGE MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-IN-HOUSEHOLD TO WS-HOUSEHOLD.
    IF WS-HOUSEHOLD > 0
        PERFORM FIND-CONFIRMED-HOUSEHOLD
        IF WS-FOUND = 'N'
            DISPLAY "HOUSEHOLD " WS-HOUSEHOLD
                " NOT CONFIRMED - NO CHANGE MADE"
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    MOVE 'H' TO WS-CHANGE.
    PERFORM REWRITE-PRIMARY.
    IF WS-PRIMARY-FOUND = 'N'
        DISPLAY "MEMBER NOT ON MASTER: " WS-IN-MEMBER-ID
        MOVE 1 TO RETURN-CODE
    ELSE
        CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE
        DISPLAY "MEMBER " WS-IN-MEMBER-ID " LINKED TO HOUSEHOLD "
            WS-HOUSEHOLD
    END-IF.

*> A dependent rides on a primary pass already linked to its
*> household, and carries a card number no member or other
*> dependent holds, so the gate can only resolve it one way.
ADD-DEPENDENT.
    DISPLAY "PRIMARY MEMBER ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-MEMBER-ID.
    PERFORM READ-PRIMARY.
    IF WS-PRIMARY-FOUND = 'N'
        DISPLAY "MEMBER NOT ON MASTER: " WS-IN-MEMBER-ID
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-PRIMARY-HOUSEHOLD = 0
        DISPLAY "LINK THE PASS TO A CONFIRMED HOUSEHOLD FIRST - "
            "NO CHANGE MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "DEPENDENT CARD ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-DEPENDENT-ID.
    DISPLAY "DEPENDENT NAME: " WITH NO ADVANCING.
    ACCEPT WS-IN-NAME.
    IF WS-IN-DEPENDENT-ID = SPACES OR WS-IN-NAME = SPACES
        DISPLAY "CARD ID AND NAME REQUIRED - NO CHANGE MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHECK-CARD-IN-USE.
    IF WS-ID-IN-USE = 'Y'
        DISPLAY "CARD " WS-IN-DEPENDENT-ID
            " ALREADY ISSUED - NO CHANGE MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO MEMBER-DEPENDENT-REC.
    MOVE WS-IN-MEMBER-ID TO MD-MEMBER-ID.
    MOVE WS-IN-DEPENDENT-ID TO MD-DEPENDENT-ID.
    MOVE WS-IN-NAME TO MD-NAME.
    OPEN EXTEND DEPENDENT-FILE.
    WRITE MEMBER-DEPENDENT-REC.
    CLOSE DEPENDENT-FILE.
    MOVE 'F' TO WS-CHANGE.
    PERFORM REWRITE-PRIMARY.
    CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE.
    DISPLAY WS-IN-NAME " ADDED TO FAMILY PASS " WS-IN-MEMBER-ID.

REMOVE-DEPENDENT.
    DISPLAY "DEPENDENT CARD ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-DEPENDENT-ID.
    MOVE 'N' TO WS-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DEPENDENT-FILE.
    OPEN OUTPUT DEPENDENT-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MD-DEPENDENT-ID = WS-IN-DEPENDENT-ID
                    MOVE 'Y' TO WS-FOUND
                    DISPLAY MD-NAME " REMOVED FROM FAMILY PASS "
                        MD-MEMBER-ID
                ELSE
                    WRITE DEPENDENT-WORK-REC
                        FROM MEMBER-DEPENDENT-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.
    CLOSE DEPENDENT-WORK-FILE.
    IF WS-FOUND = 'N'
        DISPLAY "NO DEPENDENT WITH CARD " WS-IN-DEPENDENT-ID
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM COPY-DEPENDENT-WORK-BACK
        CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE
    END-IF.

READ-PRIMARY.
    MOVE 'N' TO WS-PRIMARY-FOUND.
    MOVE 0 TO WS-PRIMARY-HOUSEHOLD.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-IN-MEMBER-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-PRIMARY-FOUND
            IF MM-HOUSEHOLD IS NUMERIC
                MOVE MM-HOUSEHOLD TO WS-PRIMARY-HOUSEHOLD
            END-IF
    END-READ.
    CLOSE MEMBER-MASTER-FILE.

*> A card is in use if it is a member number or already issued to a
*> dependent on any pass.
CHECK-CARD-IN-USE.
    MOVE 'N' TO WS-ID-IN-USE.
    OPEN INPUT MEMBER-MASTER-FILE.
    MOVE WS-IN-DEPENDENT-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO WS-ID-IN-USE
    END-READ.
    CLOSE MEMBER-MASTER-FILE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MD-DEPENDENT-ID = WS-IN-DEPENDENT-ID
                    MOVE 'Y' TO WS-ID-IN-USE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.

FIND-CONFIRMED-HOUSEHOLD.
    MOVE 'N' TO WS-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CONFIRMED-FILE.
    PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
        READ CONFIRMED-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CF-HOUSEHOLD-KEY = WS-HOUSEHOLD
                    MOVE 'Y' TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONFIRMED-FILE.

*> The member is read by member ID and rewritten in place;
*> WS-CHANGE H sets the household link, F marks the pass a family
*> pass.
REWRITE-PRIMARY.
    MOVE 'N' TO WS-PRIMARY-FOUND.
    OPEN I-O MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-IN-MEMBER-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM CHANGE-MEMBER
    END-READ.
    CLOSE MEMBER-MASTER-FILE.

CHANGE-MEMBER.
    MOVE 'Y' TO WS-PRIMARY-FOUND.
    IF WS-CHANGE = 'H'
        IF MM-HOUSEHOLD IS NUMERIC
            MOVE MM-HOUSEHOLD TO WS-AUDIT-OLD-VALUE
        ELSE
            MOVE 0 TO WS-AUDIT-OLD-VALUE
        END-IF
        MOVE WS-HOUSEHOLD TO MM-HOUSEHOLD
    ELSE
        MOVE 'F' TO MM-PASS-KIND
        IF MM-HOUSEHOLD IS NOT NUMERIC
            MOVE 0 TO MM-HOUSEHOLD
        END-IF
    END-IF.
    REWRITE MEMBER-MASTER-REC
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR " MM-MEMBER-ID
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            IF WS-CHANGE = 'H'
                MOVE WS-HOUSEHOLD TO WS-AUDIT-NEW-VALUE
                MOVE "MM-HOUSE" TO WS-AUDIT-FIELD-NAME
                CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                    WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
                    WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
            END-IF
    END-REWRITE.

COPY-DEPENDENT-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT DEPENDENT-WORK-FILE.
    OPEN OUTPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ DEPENDENT-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE DEPENDENT-WORK-REC TO MEMBER-DEPENDENT-REC
                WRITE MEMBER-DEPENDENT-REC
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-WORK-FILE.
    CLOSE DEPENDENT-FILE.
