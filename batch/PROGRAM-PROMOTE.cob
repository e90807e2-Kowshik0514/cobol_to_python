       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROGRAM-PROMOTE.

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
    SELECT CONTROL-FILE ASSIGN TO "DAILY-BATCH-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD REGISTRY-FILE.
COPY "PROGRAM-REGISTRY-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

FD CHANGE-REGISTER-FILE.
COPY "CHANGE-REGISTER-RECORD.cpy".

FD CONTROL-FILE.
01 CONTROL-REC.
   05 CB-PROGRAM-NAME    PIC X(20).
   05 FILLER             PIC X(11).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-REGISTRY-STATUS    PIC X(2).
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-CONTROL-STATUS     PIC X(2).
01 WS-EOF                PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "PROGRAM-PROMOTE".
01 WS-AUTH-RESULT        PIC X.
01 WS-EVENT-TYPE         PIC X(7).
01 WS-CONFIRM            PIC X.
01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "PROGRAM-PROMOTE".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-PROGRAM-NAME       PIC X(20).
01 WS-REGISTERED         PIC X.
01 WS-TICKET             PIC X(10).
01 WS-APPROVER-NAME      PIC X(30).
01 WS-APPROVER-PASS      PIC X(10).
01 WS-APPROVER-OK        PIC X.

01 WS-MODULE-SIZE        PIC 9(9).
01 WS-CHECKSUM           PIC 9(10).
01 WS-MODULE-FOUND       PIC X.

*> The version now approved, if any, shown beside the new one.
01 WS-PRIOR-FOUND        PIC X.
01 WS-PRIOR-SIZE         PIC 9(9).
01 WS-PRIOR-CHECKSUM     PIC 9(10).
01 WS-PRIOR-TICKET       PIC X(10).
01 WS-PRIOR-DATE         PIC 9(8).

*> Baseline: every program on the daily schedule with no row on the
*> change register yet, registered as it stands under one ticket.
01 WS-BASELINE-KEY       PIC X(20) VALUE "*BASELINE".
01 WS-BASE-EOF           PIC X.
01 WS-BASE-COUNT         PIC 9(3) VALUE 0.
01 WS-BASE-TABLE.
   05 WS-BASE-ENTRY OCCURS 300 TIMES.
      10 WS-BS-PROGRAM   PIC X(20).
      10 WS-BS-SIZE      PIC 9(9).
      10 WS-BS-CHECKSUM  PIC 9(10).
01 WS-BASE-IDX           PIC 9(3).
01 WS-BASE-HIT           PIC 9(3).
01 WS-BASE-MISSING       PIC 9(3) VALUE 0.

01 WS-FINGERPRINT-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-FL-LABEL        PIC X(10).
   05 FILLER             PIC X(6) VALUE "BYTES=".
   05 WS-FL-SIZE         PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " CHECKSUM=".
   05 WS-FL-CHECKSUM     PIC 9(10).
   05 FILLER             PIC X(8) VALUE " TICKET=".
   05 WS-FL-TICKET       PIC X(10).

PROCEDURE DIVISION.
MAIN.
    MOVE "PROGRAM-PROMOTE" TO WS-RH-JOB-NAME.
    MOVE 169 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED TO PROMOTE PROGRAMS - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "PROGRAM NAME (*BASELINE FOR THE SCHEDULE): "
        WITH NO ADVANCING.
    ACCEPT WS-PROGRAM-NAME.
    IF WS-PROGRAM-NAME = WS-BASELINE-KEY
        PERFORM PROMOTE-BASELINE
        GOBACK
    END-IF.
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
            DISPLAY "MODULE UNCHANGED SINCE PROMOTION ON "
                WS-PRIOR-DATE " - NO CHANGES MADE"
            GOBACK
        END-IF
    ELSE
        DISPLAY "  NO EARLIER PROMOTION ON THE CHANGE REGISTER"
    END-IF.

    DISPLAY "CHANGE TICKET: " WITH NO ADVANCING.
    ACCEPT WS-TICKET.
    IF WS-TICKET = SPACES
        DISPLAY "A CHANGE TICKET IS REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM VERIFY-APPROVER.
    IF WS-APPROVER-OK = 'N'
        DISPLAY "APPROVER NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE "PROMOTED  " TO WS-FL-LABEL.
    MOVE WS-MODULE-SIZE TO WS-FL-SIZE.
    MOVE WS-CHECKSUM TO WS-FL-CHECKSUM.
    MOVE WS-TICKET TO WS-FL-TICKET.
    DISPLAY WS-FINGERPRINT-LINE.
    DISPLAY "PROMOTE THIS MODULE TO PRODUCTION (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "NOT PROMOTED - NO CHANGES MADE"
        GOBACK
    END-IF.

    PERFORM WRITE-REGISTER-ROW.
    DISPLAY "PROMOTED: " WS-PROGRAM-NAME " UNDER TICKET " WS-TICKET.
    GOBACK.

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
                    MOVE CG-PROMOTED-DATE TO WS-PRIOR-DATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-REGISTER-FILE.

*> Going live takes two people: the approver proves their identity
*> against the password file, must hold supervisor authority, and
*> may not be the operator promoting the change.
VERIFY-APPROVER.
    MOVE 'N' TO WS-APPROVER-OK.
    DISPLAY "APPROVER ID: " WITH NO ADVANCING.
    ACCEPT WS-APPROVER-NAME.
    DISPLAY "APPROVER PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-APPROVER-PASS.
    IF WS-APPROVER-NAME = WS-OPERATOR-NAME
        DISPLAY "AN OPERATOR MAY NOT APPROVE THEIR OWN PROMOTION"
        MOVE "CG-APPROVER" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-OPERATOR-NAME TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    ELSE
        MOVE 'N' TO WS-EOF
        OPEN INPUT PASSWORD-FILE
        IF WS-PASSWORD-STATUS = "00"
            PERFORM UNTIL WS-EOF = 'Y'
                READ PASSWORD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PW-NAME = WS-APPROVER-NAME
                                AND PW-PASSWORD = WS-APPROVER-PASS
                                AND PW-LOCKED NOT = 'Y'
                            IF PW-ROLE = 3
                                MOVE 'Y' TO WS-APPROVER-OK
                            ELSE
                                DISPLAY "APPROVER LACKS SUPERVISOR "
                                    "AUTHORITY"
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSWORD-FILE
        END-IF
    END-IF.

*> Change control is brought in over programs already running in
*> production, and the driver refuses any program with no approved
*> version. The baseline registers the version of each scheduled
*> program that is live now, under one ticket and the same
*> two-person approval as a promotion. A program already on the
*> register is passed by - a change to it still needs a promotion
*> of its own - and one with no load module is reported and left
*> unregistered, so the driver still refuses it.
PROMOTE-BASELINE.
    MOVE 'N' TO WS-BASE-EOF.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "DAILY-BATCH-CONTROL.DAT NOT PRESENT - NO CHANGES MADE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-BASE-EOF = 'Y'
        READ CONTROL-FILE
            AT END MOVE 'Y' TO WS-BASE-EOF
            NOT AT END PERFORM NOTE-BASELINE-PROGRAM
        END-READ
    END-PERFORM.
    CLOSE CONTROL-FILE.

    IF WS-BASE-COUNT = 0
        DISPLAY "NO SCHEDULED PROGRAM NEEDS A BASELINE - "
            "NO CHANGES MADE"
        GOBACK
    END-IF.
    DISPLAY "PROGRAMS TO BASELINE: " WS-BASE-COUNT
        "  WITHOUT A LOAD MODULE: " WS-BASE-MISSING.

    DISPLAY "CHANGE TICKET: " WITH NO ADVANCING.
    ACCEPT WS-TICKET.
    IF WS-TICKET = SPACES
        DISPLAY "A CHANGE TICKET IS REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM VERIFY-APPROVER.
    IF WS-APPROVER-OK = 'N'
        DISPLAY "APPROVER NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "REGISTER THESE " WS-BASE-COUNT
        " MODULES AS APPROVED (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "NOT REGISTERED - NO CHANGES MADE"
        GOBACK
    END-IF.

    OPEN EXTEND CHANGE-REGISTER-FILE.
    PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
            UNTIL WS-BASE-IDX > WS-BASE-COUNT
        MOVE WS-BS-PROGRAM(WS-BASE-IDX) TO WS-PROGRAM-NAME
        MOVE WS-BS-SIZE(WS-BASE-IDX) TO WS-MODULE-SIZE
        MOVE WS-BS-CHECKSUM(WS-BASE-IDX) TO WS-CHECKSUM
        PERFORM WRITE-REGISTER-REC
    END-PERFORM.
    CLOSE CHANGE-REGISTER-FILE.
    PERFORM LOG-PROMOTION-EVENTS.
    DISPLAY "BASELINED: " WS-BASE-COUNT " PROGRAMS UNDER TICKET "
        WS-TICKET.

*> A program on the schedule more than once is taken once.
NOTE-BASELINE-PROGRAM.
    MOVE CB-PROGRAM-NAME TO WS-PROGRAM-NAME.
    MOVE 0 TO WS-BASE-HIT.
    PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
            UNTIL WS-BASE-IDX > WS-BASE-COUNT
        IF WS-BS-PROGRAM(WS-BASE-IDX) = WS-PROGRAM-NAME
            MOVE WS-BASE-IDX TO WS-BASE-HIT
        END-IF
    END-PERFORM.
    IF WS-BASE-HIT = 0 AND WS-PROGRAM-NAME NOT = SPACES
        PERFORM CHECK-REGISTERED
        PERFORM FIND-PRIOR-PROMOTION
        IF WS-REGISTERED = 'Y' AND WS-PRIOR-FOUND = 'N'
            PERFORM TAKE-BASELINE-FINGERPRINT
        END-IF
    END-IF.

TAKE-BASELINE-FINGERPRINT.
    CALL "PROGRAM-FINGERPRINT" USING WS-PROGRAM-NAME WS-MODULE-SIZE
        WS-CHECKSUM WS-MODULE-FOUND.
    IF WS-MODULE-FOUND = 'N'
        ADD 1 TO WS-BASE-MISSING
        DISPLAY "NO LOAD MODULE FOUND FOR " WS-PROGRAM-NAME
            " - NOT BASELINED"
    ELSE
        IF WS-BASE-COUNT >= 300
            DISPLAY "BASELINE TABLE FULL - NO CHANGES MADE"
            CLOSE CONTROL-FILE
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-BASE-COUNT
        MOVE WS-PROGRAM-NAME TO WS-BS-PROGRAM(WS-BASE-COUNT)
        MOVE WS-MODULE-SIZE TO WS-BS-SIZE(WS-BASE-COUNT)
        MOVE WS-CHECKSUM TO WS-BS-CHECKSUM(WS-BASE-COUNT)
        MOVE "BASELINE  " TO WS-FL-LABEL
        MOVE WS-MODULE-SIZE TO WS-FL-SIZE
        MOVE WS-CHECKSUM TO WS-FL-CHECKSUM
        MOVE SPACES TO WS-FL-TICKET
        DISPLAY WS-PROGRAM-NAME
        DISPLAY WS-FINGERPRINT-LINE
    END-IF.

WRITE-REGISTER-ROW.
    OPEN EXTEND CHANGE-REGISTER-FILE.
    PERFORM WRITE-REGISTER-REC.
    CLOSE CHANGE-REGISTER-FILE.
    PERFORM LOG-PROMOTION-EVENTS.

WRITE-REGISTER-REC.
    MOVE SPACES TO CHANGE-REGISTER-REC.
    MOVE WS-PROGRAM-NAME TO CG-PROGRAM-NAME.
    MOVE WS-MODULE-SIZE TO CG-MODULE-SIZE.
    MOVE WS-CHECKSUM TO CG-CHECKSUM.
    MOVE WS-TICKET TO CG-TICKET.
    MOVE WS-APPROVER-NAME TO CG-APPROVER.
    MOVE WS-OPERATOR-NAME TO CG-PROMOTED-BY.
    MOVE WS-RH-RUN-DATE TO CG-PROMOTED-DATE.
    ACCEPT CG-PROMOTED-TIME FROM TIME.
    WRITE CHANGE-REGISTER-REC.

LOG-PROMOTION-EVENTS.
    MOVE "PROMOTE" TO WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-OPERATOR-NAME WS-EVENT-TYPE.
    MOVE "PRMAPPR" TO WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-APPROVER-NAME WS-EVENT-TYPE.
