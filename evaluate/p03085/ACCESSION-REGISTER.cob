       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESSION-REGISTER.

    SELECT CURRENT-ACCESSION-FILE
        ASSIGN TO "ACCESSION-CURRENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "SUBMITTER-AGREEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DISPOSAL-FILE ASSIGN TO "ACCESSION-DISPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMPLEMENT-FEED-FILE.
01 COMPLEMENT-FEED-REC   PIC X(80).

FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD ACCESSION-NUMBER-FILE.
01 ACCESSION-NUMBER-REC.
01 CURRENT-ACCESSION-REC.
   05 CA-ACCESSION-NO    PIC 9(6).

FD AGREEMENT-FILE.
COPY "SUBMITTER-AGREEMENT-RECORD.cpy".

FD DISPOSAL-FILE.
COPY "ACCESSION-DISPOSAL-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SOURCE-STATUS      PIC X(2).
01 WS-OPERATOR-NAME      PIC X(20).
01 WS-STRAND-COUNT       PIC 9(7) VALUE 0.

*> Where the physical material goes: freezer, rack, box and the
*> position in the box, laid out as AC-LOCATION holds it.
01 WS-LOCATION.
   05 WS-FREEZER         PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RACK            PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-BOX             PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-POSITION        PIC X(3).

*> Accessions ever stored at the position asked for; the position
*> is free only if every one of them has since been disposed of.
01 WS-OCCUPANT-COUNT     PIC 9(3) VALUE 0.
01 WS-OCCUPANT-TABLE.
   05 WS-OCCUPANT-NO OCCURS 100 TIMES PIC 9(6).
01 WS-OCCUPANT-IDX       PIC 9(3).
01 WS-HELD-COUNT         PIC 9(3).

01 WS-DEFAULT-RETENTION-DAYS PIC 9(5) VALUE 1825.
01 WS-RETENTION-DAYS     PIC 9(5).
01 WS-RETAIN-UNTIL       PIC 9(8).

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESSION-REGISTER" TO WS-RH-JOB-NAME.
    DISPLAY "RECEIVING OPERATOR: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.

    PERFORM ACCEPT-STORAGE-LOCATION.
    PERFORM FIND-RETENTION-DAYS.
    COMPUTE WS-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE) + WS-RETENTION-DAYS).

    PERFORM READ-LAST-ACCESSION-NUMBER.
    ADD 1 TO WS-ACCESSION-NO.

    ACCEPT AC-RECEIVED-TIME FROM TIME.
    MOVE WS-OPERATOR-NAME TO AC-OPERATOR.
    MOVE WS-STRAND-COUNT TO AC-RECORD-COUNT.
    MOVE WS-LOCATION TO AC-LOCATION.
    MOVE WS-RETAIN-UNTIL TO AC-RETAIN-UNTIL.
    OPEN EXTEND ACCESSION-LOG-FILE.
    WRITE ACCESSION-LOG-REC.
    CLOSE ACCESSION-LOG-FILE.

    DISPLAY "ACCESSION " WS-ACCESSION-NO " REGISTERED - "
        WS-STRAND-COUNT " STRANDS FROM " WS-SUBMITTER.
    DISPLAY "STORED AT " WS-LOCATION " - RETAIN UNTIL "
        WS-RETAIN-UNTIL.
    GOBACK.

*> Every submission is put away somewhere before it is registered,
*> and never into a position still holding material not yet
*> disposed of.
ACCEPT-STORAGE-LOCATION.
    DISPLAY "FREEZER: " WITH NO ADVANCING.
    ACCEPT WS-FREEZER.
    DISPLAY "RACK: " WITH NO ADVANCING.
    ACCEPT WS-RACK.
    DISPLAY "BOX: " WITH NO ADVANCING.
    ACCEPT WS-BOX.
    DISPLAY "POSITION: " WITH NO ADVANCING.
    ACCEPT WS-POSITION.
    IF WS-FREEZER = SPACES OR WS-RACK = SPACES
            OR WS-BOX = SPACES OR WS-POSITION = SPACES
        DISPLAY "FREEZER, RACK, BOX AND POSITION ARE ALL REQUIRED - "
            "NOT REGISTERED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM FIND-LOCATION-OCCUPANTS.
    IF WS-HELD-COUNT > 0
        DISPLAY "POSITION " WS-LOCATION " STILL HOLDS AN ACCESSION - "
            "NOT REGISTERED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

FIND-LOCATION-OCCUPANTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ACCESSION-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-LOCATION = WS-LOCATION
                        AND WS-OCCUPANT-COUNT < 100
                    ADD 1 TO WS-OCCUPANT-COUNT
                    MOVE AC-ACCESSION-NO
                        TO WS-OCCUPANT-NO(WS-OCCUPANT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCESSION-LOG-FILE.
    MOVE WS-OCCUPANT-COUNT TO WS-HELD-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DISPOSAL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DISPOSAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-OCCUPANT-IDX FROM 1 BY 1
                        UNTIL WS-OCCUPANT-IDX > WS-OCCUPANT-COUNT
                    IF WS-OCCUPANT-NO(WS-OCCUPANT-IDX) = AD-ACCESSION-NO
                        SUBTRACT 1 FROM WS-HELD-COUNT
                        MOVE 0 TO WS-OCCUPANT-NO(WS-OCCUPANT-IDX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE DISPOSAL-FILE.
    MOVE 'N' TO WS-EOF.

*> The retention period comes from the submitter's agreement.
FIND-RETENTION-DAYS.
    MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AGREEMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AGREEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SA-SUBMITTER = WS-SUBMITTER
                        AND SA-RETENTION-DAYS IS NUMERIC
                    MOVE SA-RETENTION-DAYS TO WS-RETENTION-DAYS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGREEMENT-FILE.
    MOVE 'N' TO WS-EOF.

COUNT-STRAND-RECORDS.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STRAND-SOURCE-FILE
