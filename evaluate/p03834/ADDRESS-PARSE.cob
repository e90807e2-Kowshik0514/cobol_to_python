       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRESS-PARSE.

        FILE STATUS IS WS-CLEAN-STATUS.
    SELECT MASTER-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO "ADDRESS-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTAL-CODE-FILE ASSIGN TO "POSTAL-CODES.DAT"
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD OLD-MASTER-FILE.
01 OLD-MASTER-REC.
   05 OM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 OM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 OM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 OM-MAIL-FLAG       PIC X(1).

FD REJECT-FILE.
01 REJECT-REC.
01 WS-PARSED-COUNT       PIC 9(7) VALUE 0.
01 WS-REJECT-COUNT       PIC 9(7) VALUE 0.

*> Mailing preferences set on the master by ADDRESS-COA and
*> ADDRESS-MAIL-PREF, carried over to the rebuilt master by street
*> and postal code.
01 WS-FLAG-COUNT         PIC 9(4) VALUE 0.
01 WS-FLAG-TABLE.
   05 WS-FLAG-ENTRY OCCURS 1000 TIMES.
      10 WS-FL-STREET     PIC X(40).
      10 WS-FL-POSTAL     PIC 9(5).
      10 WS-FL-FLAG       PIC X(1).
01 WS-FLAG-IDX           PIC 9(4).
01 WS-FLAG-FULL          PIC X VALUE 'N'.
01 WS-OLD-EOF            PIC X VALUE 'N'.
01 WS-FLAG-KEPT-COUNT    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "ADDRESS-PARSE" TO WS-RH-JOB-NAME.
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-MAIL-FLAGS.
    IF WS-FLAG-FULL = 'Y'
        DISPLAY "MAIL PREFERENCE TABLE FULL - ADDRESS-MASTER.DAT "
            "NOT REBUILT"
        CLOSE CLEAN-FILE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT MASTER-FILE.
    OPEN OUTPUT REJECT-FILE.

    DISPLAY "ADDRESSES PARSED : " WS-PARSED-COUNT.
    DISPLAY "ADDRESSES REJECTED: " WS-REJECT-COUNT.
    DISPLAY "CITIES CORRECTED : " WS-CITY-FIXED-COUNT.
    DISPLAY "MAIL PREFS KEPT  : " WS-FLAG-KEPT-COUNT.

    CLOSE CLEAN-FILE.
    CLOSE MASTER-FILE.
    MOVE WS-STREET TO AM-STREET.
    MOVE WS-CITY TO AM-CITY.
    MOVE WS-POSTAL-TOKEN(1:5) TO AM-POSTAL-CODE.
    PERFORM RESTORE-MAIL-FLAG.
    WRITE MASTER-REC.

RESTORE-MAIL-FLAG.
    PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
            UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
        IF WS-FL-STREET(WS-FLAG-IDX) = AM-STREET
                AND WS-FL-POSTAL(WS-FLAG-IDX) = AM-POSTAL-CODE
                AND AM-MAIL-FLAG = SPACE
            MOVE WS-FL-FLAG(WS-FLAG-IDX) TO AM-MAIL-FLAG
            ADD 1 TO WS-FLAG-KEPT-COUNT
        END-IF
    END-PERFORM.

*> The master is rebuilt from scratch, so the preferences on the
*> one it replaces are taken first. A table too small for them
*> stops the run before the old master is overwritten.
LOAD-MAIL-FLAGS.
    OPEN INPUT OLD-MASTER-FILE.
    PERFORM UNTIL WS-OLD-EOF = 'Y'
        READ OLD-MASTER-FILE
            AT END MOVE 'Y' TO WS-OLD-EOF
            NOT AT END
                IF OM-MAIL-FLAG NOT = SPACE
                    IF WS-FLAG-COUNT < 1000
                        ADD 1 TO WS-FLAG-COUNT
                        MOVE OM-STREET TO WS-FL-STREET(WS-FLAG-COUNT)
                        MOVE OM-POSTAL-CODE
                            TO WS-FL-POSTAL(WS-FLAG-COUNT)
                        MOVE OM-MAIL-FLAG TO WS-FL-FLAG(WS-FLAG-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-FLAG-FULL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OLD-MASTER-FILE.

REJECT-ADDRESS.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-REC.
