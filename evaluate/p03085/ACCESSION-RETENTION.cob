       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESSION-RETENTION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCESSION-LOG-FILE ASSIGN TO "ACCESSION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DISPOSAL-FILE ASSIGN TO "ACCESSION-DISPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "SUBMITTER-AGREEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUE-REPORT ASSIGN TO "ACCESSION-RETENTION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD DISPOSAL-FILE.
COPY "ACCESSION-DISPOSAL-RECORD.cpy".

FD AGREEMENT-FILE.
COPY "SUBMITTER-AGREEMENT-RECORD.cpy".

FD DUE-REPORT.
01 DUE-LINE              PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-DISPOSAL-EOF       PIC X VALUE 'N'.
01 WS-AGREEMENT-EOF      PIC X VALUE 'N'.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-DUE-COUNT          PIC 9(5) VALUE 0.
01 WS-RETAIN-UNTIL       PIC 9(8).
01 WS-DAYS-PAST          PIC 9(5).

01 WS-DISPOSED-COUNT     PIC 9(5) VALUE 0.
01 WS-DISPOSED-TABLE.
   05 WS-DISPOSED-NO OCCURS 5000 TIMES PIC 9(6).
01 WS-DISPOSED-IDX       PIC 9(5).
01 WS-DISPOSED-HIT       PIC X.

*> Accessions taken in before the retain-until date was recorded
*> are held for their submitter's agreed period from receipt.
01 WS-DEFAULT-RETENTION-DAYS PIC 9(5) VALUE 1825.
01 WS-RETENTION-DAYS     PIC 9(5).
01 WS-AGREEMENT-COUNT    PIC 9(3) VALUE 0.
01 WS-AGREEMENT-TABLE.
   05 WS-AGREEMENT-ENTRY OCCURS 200 TIMES.
      10 WS-AG-SUBMITTER  PIC X(20).
      10 WS-AG-DAYS       PIC 9(5).
01 WS-AGREEMENT-IDX      PIC 9(3).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "ACCESSIONS PAST RETENTION - DUE FOR DISPOSAL".

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "ACC NO SUBMITTER            RECEIVED RET".
   05 FILLER             PIC X(35)
      VALUE "AIN TO  OVER     FRZR    RK BOX POS".

01 WS-DETAIL-LINE.
   05 WS-DL-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SUBMITTER    PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RECEIVED     PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RETAIN       PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DAYS-PAST    PIC ZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE SPACES.
   05 WS-DL-FREEZER      PIC X(4).
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-DL-RACK         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-BOX          PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-POSITION     PIC X(3).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(17) VALUE "ACCESSIONS HELD  ".
   05 WS-TL-HELD         PIC ZZ,ZZ9.
   05 FILLER             PIC X(25) VALUE "  DUE FOR DISPOSAL       ".
   05 WS-TL-DUE          PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESSION-RETENTION" TO WS-RH-JOB-NAME.
    MOVE 162 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "ACCESSION-RETENTION" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-DISPOSALS.
    PERFORM LOAD-AGREEMENTS.

    OPEN INPUT ACCESSION-LOG-FILE.
    OPEN OUTPUT DUE-REPORT.
    WRITE DUE-LINE FROM WS-TITLE-LINE.
    WRITE DUE-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-TITLE-LINE.

    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM JUDGE-ACCESSION
        END-READ
    END-PERFORM.

    MOVE WS-HELD-COUNT TO WS-TL-HELD.
    MOVE WS-DUE-COUNT TO WS-TL-DUE.
    MOVE SPACES TO DUE-LINE.
    WRITE DUE-LINE.
    WRITE DUE-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE ACCESSION-LOG-FILE.
    CLOSE DUE-REPORT.

    MOVE WS-HELD-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-DUE-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-DISPOSALS.
    OPEN INPUT DISPOSAL-FILE.
    PERFORM UNTIL WS-DISPOSAL-EOF = 'Y'
        READ DISPOSAL-FILE
            AT END MOVE 'Y' TO WS-DISPOSAL-EOF
            NOT AT END
                IF WS-DISPOSED-COUNT >= 5000
                    DISPLAY "DISPOSAL TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DISPOSED-COUNT
                MOVE AD-ACCESSION-NO TO WS-DISPOSED-NO(WS-DISPOSED-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DISPOSAL-FILE.

LOAD-AGREEMENTS.
    OPEN INPUT AGREEMENT-FILE.
    PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
        READ AGREEMENT-FILE
            AT END MOVE 'Y' TO WS-AGREEMENT-EOF
            NOT AT END
                IF SA-RETENTION-DAYS IS NUMERIC
                        AND WS-AGREEMENT-COUNT < 200
                    ADD 1 TO WS-AGREEMENT-COUNT
                    MOVE SA-SUBMITTER
                        TO WS-AG-SUBMITTER(WS-AGREEMENT-COUNT)
                    MOVE SA-RETENTION-DAYS
                        TO WS-AG-DAYS(WS-AGREEMENT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGREEMENT-FILE.

*> Material is due once the run date has passed the last day it may
*> be kept; the list is the month's pull sheet for the freezers, so
*> the run always ends clean.
JUDGE-ACCESSION.
    MOVE 'N' TO WS-DISPOSED-HIT.
    PERFORM VARYING WS-DISPOSED-IDX FROM 1 BY 1
            UNTIL WS-DISPOSED-IDX > WS-DISPOSED-COUNT
        IF WS-DISPOSED-NO(WS-DISPOSED-IDX) = AC-ACCESSION-NO
            MOVE 'Y' TO WS-DISPOSED-HIT
        END-IF
    END-PERFORM.
    IF WS-DISPOSED-HIT = 'N'
        ADD 1 TO WS-HELD-COUNT
        IF AC-RETAIN-UNTIL IS NUMERIC
            MOVE AC-RETAIN-UNTIL TO WS-RETAIN-UNTIL
        ELSE
            PERFORM DERIVE-RETAIN-UNTIL
        END-IF
        IF WS-RETAIN-UNTIL < WS-RH-RUN-DATE
            PERFORM LIST-DUE-ACCESSION
        END-IF
    END-IF.

DERIVE-RETAIN-UNTIL.
    MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS.
    PERFORM VARYING WS-AGREEMENT-IDX FROM 1 BY 1
            UNTIL WS-AGREEMENT-IDX > WS-AGREEMENT-COUNT
        IF WS-AG-SUBMITTER(WS-AGREEMENT-IDX) = AC-SUBMITTER
            MOVE WS-AG-DAYS(WS-AGREEMENT-IDX) TO WS-RETENTION-DAYS
        END-IF
    END-PERFORM.
    COMPUTE WS-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(AC-RECEIVED-DATE) + WS-RETENTION-DAYS).

LIST-DUE-ACCESSION.
    ADD 1 TO WS-DUE-COUNT.
    COMPUTE WS-DAYS-PAST =
        FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-RETAIN-UNTIL).
    MOVE AC-ACCESSION-NO TO WS-DL-ACCESSION.
    MOVE AC-SUBMITTER TO WS-DL-SUBMITTER.
    MOVE AC-RECEIVED-DATE TO WS-DL-RECEIVED.
    MOVE WS-RETAIN-UNTIL TO WS-DL-RETAIN.
    MOVE WS-DAYS-PAST TO WS-DL-DAYS-PAST.
    MOVE AC-FREEZER TO WS-DL-FREEZER.
    MOVE AC-RACK TO WS-DL-RACK.
    MOVE AC-BOX TO WS-DL-BOX.
    MOVE AC-POSITION TO WS-DL-POSITION.
    WRITE DUE-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.
