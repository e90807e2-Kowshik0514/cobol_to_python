       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TEST-SCRUBBER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-IN-STATUS.
    SELECT TEST-MEMBER-FILE ASSIGN TO "TEST-MEMBER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DEPENDENT-FILE ASSIGN TO "MEMBER-DEPENDENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TEST-DEPENDENT-FILE ASSIGN TO "TEST-MEMBER-DEPENDENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-VISITS-FILE ASSIGN TO "MEMBER-VISITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TEST-VISITS-FILE ASSIGN TO "TEST-MEMBER-VISITS.DAT"
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD TEST-MEMBER-FILE.
01 TEST-MEMBER-REC       PIC X(46).

FD DEPENDENT-FILE.
COPY "MEMBER-DEPENDENT-RECORD.cpy".

FD TEST-DEPENDENT-FILE.
01 TEST-DEPENDENT-REC    PIC X(34).

FD MEMBER-VISITS-FILE.
01 MEMBER-VISIT-REC.
01 TEST-ZERO-REC         PIC X(20).

FD QC-RESULTS-FILE.
01 QC-RESULTS-REC        PIC X(26).

FD TEST-QC-FILE.
01 TEST-QC-REC           PIC X(26).

FD CARD-MASTER-FILE.
01 CARD-MASTER-REC.
   05 GC-ISSUE-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 GC-LAST-ACTIVITY   PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-BREAKAGE        PIC 9(7).

FD TEST-CARD-FILE.
01 TEST-CARD-REC         PIC X(43).

FD PARM-FILE.
01 PARM-REC.
    PERFORM READ-SCALE-PARM.

    PERFORM SCRUB-MEMBER-MASTER.
    PERFORM SCRUB-MEMBER-DEPENDENTS.
    PERFORM SCRUB-MEMBER-VISITS.
    PERFORM SCRUB-PASSWORD-FILE.
    PERFORM SCRUB-ZERO-RESULTS.
    WRITE TEST-MEMBER-REC FROM MEMBER-MASTER-REC.
    ADD 1 TO WS-RECORDS-OUT.

*> Dependents on a family pass are named the same way as members,
*> both card numbers transformed so the family still hangs together.
SCRUB-MEMBER-DEPENDENTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DEPENDENT-FILE.
    OPEN OUTPUT TEST-DEPENDENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-WORK-FIELD
                MOVE MD-MEMBER-ID TO WS-WORK-FIELD(1:6)
                PERFORM TRANSFORM-IDENTIFIER
                MOVE WS-WORK-FIELD(1:6) TO MD-MEMBER-ID
                MOVE SPACES TO WS-WORK-FIELD
                MOVE MD-DEPENDENT-ID TO WS-WORK-FIELD(1:6)
                PERFORM TRANSFORM-IDENTIFIER
                MOVE WS-WORK-FIELD(1:6) TO MD-DEPENDENT-ID
                MOVE SPACES TO MD-NAME
                STRING "DEPENDENT " DELIMITED BY SIZE
                    MD-DEPENDENT-ID DELIMITED BY SIZE
                    INTO MD-NAME
                WRITE TEST-DEPENDENT-REC FROM MEMBER-DEPENDENT-REC
                ADD 1 TO WS-RECORDS-OUT
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.
    CLOSE TEST-DEPENDENT-FILE.

SCRUB-MEMBER-VISITS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-VISITS-FILE.
                PERFORM RESTAMP-CARD-CHECK-DIGIT
                COMPUTE GC-BALANCE ROUNDED =
                    GC-BALANCE * WS-SCALE-PCT / 100
                IF GC-BREAKAGE IS NUMERIC
                    COMPUTE GC-BREAKAGE ROUNDED =
                        GC-BREAKAGE * WS-SCALE-PCT / 100
                END-IF
                WRITE TEST-CARD-REC FROM CARD-MASTER-REC
                ADD 1 TO WS-RECORDS-OUT
        END-READ
