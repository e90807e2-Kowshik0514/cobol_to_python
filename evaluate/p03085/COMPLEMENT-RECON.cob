       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPLEMENT-RECON.

    SELECT OPTIONAL CURRENT-ACCESSION-FILE
        ASSIGN TO "ACCESSION-CURRENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO "SEQUENCE-HOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
01 CURRENT-ACCESSION-REC.
   05 CA-ACCESSION-NO    PIC 9(6).

FD HOLD-FILE.
COPY "SEQUENCE-HOLD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SOURCE-STATUS      PIC X(2).
*> accession step existed.
01 WS-ACCESSION-EOF      PIC X VALUE 'N'.
01 WS-ACCESSION-NO       PIC 9(6) VALUE 0.
01 WS-HOLD-EOF           PIC X VALUE 'N'.
01 WS-FEED-HELD          PIC X VALUE 'N'.
01 WS-HELD-LINE.
   05 FILLER             PIC X(10) VALUE "ACCESSION ".
   05 WS-HD-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(47)
      VALUE " HELD ON SEQUENCE QUALITY - FEED NOT RECONCILED".

01 WS-ACCESSION-HEADER.
   05 FILLER             PIC X(10) VALUE "ACCESSION ".
   05 WS-AH-ACCESSION    PIC 9(6).
    MOVE WS-RH-RUN-DATE TO WS-AH-DATE.
    WRITE RECON-LINE FROM WS-ACCESSION-HEADER.

*> A batch held back on sequence quality has had its feed withdrawn,
*> so there is nothing released to prove against the source.
    PERFORM CHECK-FEED-HELD.
    IF WS-FEED-HELD = 'Y'
        MOVE WS-ACCESSION-NO TO WS-HD-ACCESSION
        WRITE RECON-LINE FROM WS-HELD-LINE
        DISPLAY WS-HELD-LINE
        CLOSE STRAND-SOURCE-FILE
        CLOSE COMPLEMENT-FEED-FILE
        CLOSE RECON-REPORT
        GOBACK
    END-IF.

    PERFORM UNTIL WS-SOURCE-EOF = 'Y' AND WS-FEED-EOF = 'Y'
        PERFORM READ-BOTH-FILES
        IF WS-SOURCE-EOF = 'N' OR WS-FEED-EOF = 'N'
    END-IF.
    CLOSE CURRENT-ACCESSION-FILE.

CHECK-FEED-HELD.
    IF WS-ACCESSION-NO > 0
        OPEN INPUT HOLD-FILE
        PERFORM UNTIL WS-HOLD-EOF = 'Y'
            READ HOLD-FILE
                AT END MOVE 'Y' TO WS-HOLD-EOF
                NOT AT END
                    IF SH-ACCESSION-NO = WS-ACCESSION-NO
                        MOVE 'Y' TO WS-FEED-HELD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

WRITE-FAULT.
    ADD 1 TO WS-FAULT-COUNT.
    MOVE WS-RECORD-NO TO WS-FL-RECORD.
