       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESSION-LOCATIONS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCESSION-LOG-FILE ASSIGN TO "ACCESSION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DISPOSAL-FILE ASSIGN TO "ACCESSION-DISPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOCATION-REPORT ASSIGN TO "ACCESSION-LOCATIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "ACCESSION-LOCATIONS-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD DISPOSAL-FILE.
COPY "ACCESSION-DISPOSAL-RECORD.cpy".

FD LOCATION-REPORT.
01 LOCATION-LINE         PIC X(80).

SD SORT-WORK.
01 SORT-REC.
   05 SR-FREEZER         PIC X(4).
   05 SR-RACK            PIC X(2).
   05 SR-BOX             PIC X(3).
   05 SR-POSITION        PIC X(3).
   05 SR-ACCESSION-NO    PIC 9(6).
   05 SR-SUBMITTER       PIC X(20).
   05 SR-RECEIVED-DATE   PIC 9(8).
   05 SR-RETAIN-UNTIL    PIC X(8).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-DISPOSAL-EOF       PIC X VALUE 'N'.
01 WS-SORT-EOF           PIC X VALUE 'N'.
01 WS-FREEZER-OPEN       PIC X VALUE 'N'.
01 WS-CURRENT-FREEZER    PIC X(4).
01 WS-FREEZER-HELD       PIC 9(5) VALUE 0.
01 WS-FREEZER-COUNT      PIC 9(3) VALUE 0.
01 WS-TOTAL-HELD         PIC 9(5) VALUE 0.
01 WS-UNLOCATED-COUNT    PIC 9(5) VALUE 0.

*> Accessions already destroyed, which no longer take up a position.
01 WS-DISPOSED-COUNT     PIC 9(5) VALUE 0.
01 WS-DISPOSED-TABLE.
   05 WS-DISPOSED-NO OCCURS 5000 TIMES PIC 9(6).
01 WS-DISPOSED-IDX       PIC 9(5).
01 WS-DISPOSED-HIT       PIC X.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "ACCESSION STORAGE - LOCATION INVENTORY BY FREEZER".

01 WS-FREEZER-LINE.
   05 FILLER             PIC X(8) VALUE "FREEZER ".
   05 WS-FL-FREEZER      PIC X(9).

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "  RACK BOX POS  ACC NO SUBMITTER        ".
   05 FILLER             PIC X(22)
      VALUE "    RECEIVED RETAIN TO".

01 WS-DETAIL-LINE.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-DL-RACK         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-BOX          PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-POSITION     PIC X(3).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SUBMITTER    PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RECEIVED     PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RETAIN       PIC X(8).

01 WS-FREEZER-TOTAL-LINE.
   05 FILLER             PIC X(18) VALUE "  HELD IN FREEZER ".
   05 WS-FT-FREEZER      PIC X(9).
   05 FILLER             PIC X(2) VALUE ": ".
   05 WS-FT-HELD         PIC ZZ,ZZ9.

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(10) VALUE "FREEZERS  ".
   05 WS-TL-FREEZERS     PIC ZZ9.
   05 FILLER             PIC X(18) VALUE "  ACCESSIONS HELD ".
   05 WS-TL-HELD         PIC ZZ,ZZ9.
   05 FILLER             PIC X(13) VALUE "  UNLOCATED  ".
   05 WS-TL-UNLOCATED    PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESSION-LOCATIONS" TO WS-RH-JOB-NAME.
    MOVE 161 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "ACCESSION-LOCATIONS" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-DISPOSALS.

    OPEN OUTPUT LOCATION-REPORT.
    WRITE LOCATION-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    SORT SORT-WORK
        ON ASCENDING KEY SR-FREEZER SR-RACK SR-BOX SR-POSITION
        INPUT PROCEDURE IS RELEASE-HELD-ACCESSIONS
        OUTPUT PROCEDURE IS REPORT-SORTED-LOCATIONS.

    MOVE WS-FREEZER-COUNT TO WS-TL-FREEZERS.
    MOVE WS-TOTAL-HELD TO WS-TL-HELD.
    MOVE WS-UNLOCATED-COUNT TO WS-TL-UNLOCATED.
    MOVE SPACES TO LOCATION-LINE.
    WRITE LOCATION-LINE.
    WRITE LOCATION-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE LOCATION-REPORT.

    MOVE WS-TOTAL-HELD TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-UNLOCATED-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-DISPOSALS.
    OPEN INPUT DISPOSAL-FILE.
    PERFORM UNTIL WS-DISPOSAL-EOF = 'Y'
        READ DISPOSAL-FILE
            AT END MOVE 'Y' TO WS-DISPOSAL-EOF
            NOT AT END
                IF WS-DISPOSED-COUNT >= 5000
                    DISPLAY "DISPOSAL TABLE FULL - REPORT ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DISPOSED-COUNT
                MOVE AD-ACCESSION-NO TO WS-DISPOSED-NO(WS-DISPOSED-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DISPOSAL-FILE.

RELEASE-HELD-ACCESSIONS.
    OPEN INPUT ACCESSION-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM RELEASE-ONE-ACCESSION
        END-READ
    END-PERFORM.
    CLOSE ACCESSION-LOG-FILE.

*> Material taken in before storage was recorded sorts to the top
*> under its own heading, so it can be found and given a position.
RELEASE-ONE-ACCESSION.
    MOVE 'N' TO WS-DISPOSED-HIT.
    PERFORM VARYING WS-DISPOSED-IDX FROM 1 BY 1
            UNTIL WS-DISPOSED-IDX > WS-DISPOSED-COUNT
        IF WS-DISPOSED-NO(WS-DISPOSED-IDX) = AC-ACCESSION-NO
            MOVE 'Y' TO WS-DISPOSED-HIT
        END-IF
    END-PERFORM.
    IF WS-DISPOSED-HIT = 'N'
        MOVE AC-FREEZER TO SR-FREEZER
        MOVE AC-RACK TO SR-RACK
        MOVE AC-BOX TO SR-BOX
        MOVE AC-POSITION TO SR-POSITION
        MOVE AC-ACCESSION-NO TO SR-ACCESSION-NO
        MOVE AC-SUBMITTER TO SR-SUBMITTER
        MOVE AC-RECEIVED-DATE TO SR-RECEIVED-DATE
        MOVE AC-RETAIN-UNTIL TO SR-RETAIN-UNTIL
        RELEASE SORT-REC
    END-IF.

REPORT-SORTED-LOCATIONS.
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        RETURN SORT-WORK
            AT END
                MOVE 'Y' TO WS-SORT-EOF
                PERFORM CLOSE-FREEZER-BREAK
            NOT AT END PERFORM LIST-SORTED-LOCATION
        END-RETURN
    END-PERFORM.

LIST-SORTED-LOCATION.
    IF WS-FREEZER-OPEN = 'Y' AND SR-FREEZER NOT = WS-CURRENT-FREEZER
        PERFORM CLOSE-FREEZER-BREAK
    END-IF.
    IF WS-FREEZER-OPEN = 'N'
        MOVE SR-FREEZER TO WS-CURRENT-FREEZER
        MOVE 0 TO WS-FREEZER-HELD
        MOVE 'Y' TO WS-FREEZER-OPEN
        IF SR-FREEZER = SPACES
            MOVE "UNLOCATED" TO WS-FL-FREEZER
        ELSE
            MOVE SR-FREEZER TO WS-FL-FREEZER
            ADD 1 TO WS-FREEZER-COUNT
        END-IF
        MOVE SPACES TO LOCATION-LINE
        WRITE LOCATION-LINE
        WRITE LOCATION-LINE FROM WS-FREEZER-LINE
        WRITE LOCATION-LINE FROM WS-COLUMN-LINE
        DISPLAY WS-FREEZER-LINE
    END-IF.
    ADD 1 TO WS-FREEZER-HELD.
    ADD 1 TO WS-TOTAL-HELD.
    IF SR-FREEZER = SPACES
        ADD 1 TO WS-UNLOCATED-COUNT
    END-IF.
    MOVE SR-RACK TO WS-DL-RACK.
    MOVE SR-BOX TO WS-DL-BOX.
    MOVE SR-POSITION TO WS-DL-POSITION.
    MOVE SR-ACCESSION-NO TO WS-DL-ACCESSION.
    MOVE SR-SUBMITTER TO WS-DL-SUBMITTER.
    MOVE SR-RECEIVED-DATE TO WS-DL-RECEIVED.
    MOVE SR-RETAIN-UNTIL TO WS-DL-RETAIN.
    WRITE LOCATION-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.

CLOSE-FREEZER-BREAK.
    IF WS-FREEZER-OPEN = 'Y'
        MOVE WS-FL-FREEZER TO WS-FT-FREEZER
        MOVE WS-FREEZER-HELD TO WS-FT-HELD
        WRITE LOCATION-LINE FROM WS-FREEZER-TOTAL-LINE
        DISPLAY WS-FREEZER-TOTAL-LINE
        MOVE 'N' TO WS-FREEZER-OPEN
    END-IF.
