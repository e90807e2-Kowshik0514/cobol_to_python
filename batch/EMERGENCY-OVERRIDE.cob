       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EMERGENCY-OVERRIDE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRY-FILE ASSIGN TO "PROGRAM-REGISTRY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.
    SELECT OPTIONAL CHANGE-REGISTER-FILE
        ASSIGN TO "CHANGE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHANGE-OVERRIDE-FILE
        ASSIGN TO "CHANGE-OVERRIDE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REGISTRY-FILE.
COPY "PROGRAM-REGISTRY-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

FD CHANGE-REGISTER-FILE.
COPY "CHANGE-REGISTER-RECORD.cpy".

FD CHANGE-OVERRIDE-FILE.
COPY "CHANGE-OVERRIDE-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-REGISTRY-STATUS    PIC X(2).
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-EOF                PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-SUPERVISOR-PASS    PIC X(10).
01 WS-SUPERVISOR-OK      PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "EMERGENCY-OVERRIDE".
01 WS-AUTH-RESULT        PIC X.
01 WS-EVENT-TYPE         PIC X(7).
01 WS-CONFIRM            PIC X.
01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "EMERGENCY-OVERRI".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-PROGRAM-NAME       PIC X(20).
01 WS-REGISTERED         PIC X.
01 WS-REASON             PIC X(30).
01 WS-PENDING            PIC X.

01 WS-MODULE-SIZE        PIC 9(9).
01 WS-CHECKSUM           PIC 9(10).
01 WS-MODULE-FOUND       PIC X.

*> The version now approved, if any, shown beside the one to be run.
01 WS-PRIOR-FOUND        PIC X.
01 WS-PRIOR-SIZE         PIC 9(9).
01 WS-PRIOR-CHECKSUM     PIC 9(10).
01 WS-PRIOR-TICKET       PIC X(10).

01 WS-FINGERPRINT-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-FL-LABEL        PIC X(10).
   05 FILLER             PIC X(6) VALUE "BYTES=".
   05 WS-FL-SIZE         PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " CHECKSUM=".
   05 WS-FL-CHECKSUM     PIC 9(10).
   05 FILLER             PIC X(8) VALUE " TICKET=".
   05 WS-FL-TICKET       PIC X(10).

*> Places a one-shot emergency override on CHANGE-OVERRIDE.DAT so the
*> overnight driver will run a module that differs from its promoted
*> version. Only a supervisor, proving their identity against the
*> password file, may place one; it names the supervisor and the
*> reason, and is logged to the operator log when placed as well as
*> when the driver uses it.
PROCEDURE DIVISION.
MAIN.
    MOVE "EMERGENCY-OVERRIDE" TO WS-RH-JOB-NAME.
    MOVE 186 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPERVISOR-OK = 'N'
        DISPLAY "SUPERVISOR NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED TO OVERRIDE CHANGE CONTROL - "
            "NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "PROGRAM NAME: " WITH NO ADVANCING.
    ACCEPT WS-PROGRAM-NAME.
    PERFORM CHECK-REGISTERED.
    IF WS-REGISTERED = 'N'
        DISPLAY "NOT IN PROGRAM REGISTRY: " WS-PROGRAM-NAME
            " - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    CALL "PROGRAM-FINGERPRINT" USING WS-PROGRAM-NAME WS-MODULE-SIZE
        WS-CHECKSUM WS-MODULE-FOUND.
    IF WS-MODULE-FOUND = 'N'
        DISPLAY "NO LOAD MODULE FOUND FOR " WS-PROGRAM-NAME
            " - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM FIND-PRIOR-PROMOTION.
    IF WS-PRIOR-FOUND = 'Y'
        MOVE "IN PROD   " TO WS-FL-LABEL
        MOVE WS-PRIOR-SIZE TO WS-FL-SIZE
        MOVE WS-PRIOR-CHECKSUM TO WS-FL-CHECKSUM
        MOVE WS-PRIOR-TICKET TO WS-FL-TICKET
        DISPLAY WS-FINGERPRINT-LINE
        IF WS-PRIOR-SIZE = WS-MODULE-SIZE
                AND WS-PRIOR-CHECKSUM = WS-CHECKSUM
            DISPLAY "MODULE MATCHES ITS PROMOTED VERSION - "
                "NO OVERRIDE NEEDED"
            GOBACK
        END-IF
    ELSE
        DISPLAY "  NO EARLIER PROMOTION ON THE CHANGE REGISTER"
    END-IF.
    MOVE "TO RUN    " TO WS-FL-LABEL.
    MOVE WS-MODULE-SIZE TO WS-FL-SIZE.
    MOVE WS-CHECKSUM TO WS-FL-CHECKSUM.
    MOVE SPACES TO WS-FL-TICKET.
    DISPLAY WS-FINGERPRINT-LINE.

    PERFORM CHECK-PENDING-OVERRIDE.
    IF WS-PENDING = 'Y'
        DISPLAY "AN UNUSED OVERRIDE IS ALREADY IN PLACE FOR "
            WS-PROGRAM-NAME " - NO CHANGES MADE"
        GOBACK
    END-IF.

    DISPLAY "REASON: " WITH NO ADVANCING.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACES
        DISPLAY "A REASON IS REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "ALLOW ONE OVERNIGHT RUN OF THIS MODULE (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "NO OVERRIDE PLACED - NO CHANGES MADE"
        GOBACK
    END-IF.

    PERFORM WRITE-OVERRIDE-ROW.
    DISPLAY "OVERRIDE PLACED: " WS-PROGRAM-NAME " BY "
        WS-SUPERVISOR-NAME.
    GOBACK.

*> The supervisor proves their identity against the password file;
*> CHECK-AUTHORITY then applies the role the registry requires.
VERIFY-SUPERVISOR.
    MOVE 'N' TO WS-SUPERVISOR-OK.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-PASS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PASSWORD-FILE.
    IF WS-PASSWORD-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ PASSWORD-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PW-NAME = WS-SUPERVISOR-NAME
                            AND PW-PASSWORD = WS-SUPERVISOR-PASS
                            AND PW-LOCKED NOT = 'Y'
                        MOVE 'Y' TO WS-SUPERVISOR-OK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASSWORD-FILE
    END-IF.
    IF WS-SUPERVISOR-OK = 'N'
        MOVE "PW-PASSWORD" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-SUPERVISOR-NAME TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    END-IF.

CHECK-REGISTERED.
    MOVE 'N' TO WS-REGISTERED.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REGISTRY-FILE.
    IF WS-REGISTRY-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ REGISTRY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PR-PROGRAM-NAME = WS-PROGRAM-NAME
                        MOVE 'Y' TO WS-REGISTERED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGISTRY-FILE
    END-IF.

FIND-PRIOR-PROMOTION.
    MOVE 'N' TO WS-PRIOR-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CHANGE-REGISTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CHANGE-REGISTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CG-PROGRAM-NAME = WS-PROGRAM-NAME
                    MOVE 'Y' TO WS-PRIOR-FOUND
                    MOVE CG-MODULE-SIZE TO WS-PRIOR-SIZE
                    MOVE CG-CHECKSUM TO WS-PRIOR-CHECKSUM
                    MOVE CG-TICKET TO WS-PRIOR-TICKET
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-REGISTER-FILE.

*> The driver uses a program's override once and then removes it, so
*> a row still on the file has not been used yet.
CHECK-PENDING-OVERRIDE.
    MOVE 'N' TO WS-PENDING.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CHANGE-OVERRIDE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CHANGE-OVERRIDE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CO-PROGRAM-NAME = WS-PROGRAM-NAME
                    MOVE 'Y' TO WS-PENDING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-OVERRIDE-FILE.

WRITE-OVERRIDE-ROW.
    MOVE SPACES TO CHANGE-OVERRIDE-REC.
    MOVE WS-PROGRAM-NAME TO CO-PROGRAM-NAME.
    MOVE WS-SUPERVISOR-NAME TO CO-SUPERVISOR-NAME.
    MOVE WS-REASON TO CO-REASON.
    OPEN EXTEND CHANGE-OVERRIDE-FILE.
    WRITE CHANGE-OVERRIDE-REC.
    CLOSE CHANGE-OVERRIDE-FILE.

    MOVE "OVRDSET" TO WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-SUPERVISOR-NAME WS-EVENT-TYPE.
    MOVE "EMERGENCY-OVRD" TO WS-SYSERR-FIELD.
    MOVE SPACES TO WS-SYSERR-VALUE.
    MOVE WS-PROGRAM-NAME TO WS-SYSERR-VALUE.
    CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
        WS-SYSERR-FIELD WS-SYSERR-VALUE.
