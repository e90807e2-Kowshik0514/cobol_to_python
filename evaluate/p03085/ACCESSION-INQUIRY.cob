       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESSION-INQUIRY.

        FILE STATUS IS WS-LOG-STATUS.
    SELECT OPTIONAL RECON-FILE ASSIGN TO "COMPLEMENT-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DISPOSAL-FILE ASSIGN TO "ACCESSION-DISPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD RECON-FILE.
01 RECON-LINE            PIC X(80).

FD DISPOSAL-FILE.
COPY "ACCESSION-DISPOSAL-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-LOG-STATUS         PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-RECON-EOF          PIC X VALUE 'N'.
01 WS-DISPOSAL-EOF       PIC X VALUE 'N'.
01 WS-ANSWER             PIC X(6).
01 WS-EDIT-VALID         PIC X.
01 WS-WANT-ACCESSION     PIC 9(6).
        GOBACK
    END-IF.

    PERFORM SHOW-DISPOSAL.
    PERFORM SHOW-RECON-LINES.
    DISPLAY "RECONCILIATION LINES FOUND: " WS-FAULT-LINES.
    GOBACK.
    MOVE AC-OPERATOR TO WS-CU-OPERATOR.
    DISPLAY WS-CUSTODY-LINE.
    DISPLAY "  STRANDS RECEIVED: " AC-RECORD-COUNT.
    IF AC-LOCATION NOT = SPACES
        DISPLAY "  STORED AT FREEZER " AC-FREEZER " RACK " AC-RACK
            " BOX " AC-BOX " POSITION " AC-POSITION
    END-IF.
    IF AC-RETAIN-UNTIL IS NUMERIC
        DISPLAY "  RETAIN UNTIL: " AC-RETAIN-UNTIL
    END-IF.

SHOW-DISPOSAL.
    OPEN INPUT DISPOSAL-FILE.
    PERFORM UNTIL WS-DISPOSAL-EOF = 'Y'
        READ DISPOSAL-FILE
            AT END MOVE 'Y' TO WS-DISPOSAL-EOF
            NOT AT END
                IF AD-ACCESSION-NO = WS-WANT-ACCESSION
                    DISPLAY "  DISPOSED " AD-DISPOSED-DATE " BY "
                        AD-OPERATOR " WITNESS " AD-WITNESS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISPOSAL-FILE.

*> Every reconciliation line stamped with the accession comes back,
*> so a pairing fault found days later names its submission.
