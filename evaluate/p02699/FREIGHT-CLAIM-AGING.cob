       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FREIGHT-CLAIM-AGING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLAIM-FILE ASSIGN TO "FREIGHT-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AGING-REPORT ASSIGN TO "FREIGHT-CLAIM-AGING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "FREIGHT-CLAIM-RECORD.cpy".

FD AGING-REPORT.
01 AGING-LINE            PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-DAYS-OVER          PIC S9(5).
01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
01 WS-UNFILED-COUNT      PIC 9(5) VALUE 0.
01 WS-OPEN-VALUE         PIC 9(9)V99 VALUE 0.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "OPEN FREIGHT CLAIMS - AGED AGAINST CARRIER RESPONSE DATE".

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "CLAIM  SHIP   CARR  T S      CLAIMED FIL".
   05 FILLER             PIC X(33)
      VALUE "ED    RESP DUE  OVER".

*> Days over is counted from the response date for a filed or
*> acknowledged claim, and from the day it was proposed for one not
*> yet filed, which is the claims desk's own backlog.
01 WS-DETAIL-LINE.
   05 WS-DL-CLAIM-NO     PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SHIP-ID      PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-CARRIER      PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-TYPE         PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-STATUS       PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-CLAIMED      PIC Z,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FILED        PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DUE          PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DAYS-OVER    PIC ----9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FLAG         PIC X(12).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(12) VALUE "OPEN CLAIMS ".
   05 WS-TL-OPEN         PIC ZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE "  OVERDUE ".
   05 WS-TL-OVERDUE      PIC ZZ,ZZ9.
   05 FILLER             PIC X(12) VALUE "  NOT FILED ".
   05 WS-TL-UNFILED      PIC ZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE "  VALUE  ".
   05 WS-TL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "FREIGHT-CLAIM-AGING" TO WS-RH-JOB-NAME.
    MOVE 157 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "FREIGHT-CLAIM-AGING" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT CLAIM-FILE.
    OPEN OUTPUT AGING-REPORT.
    WRITE AGING-LINE FROM WS-TITLE-LINE.
    WRITE AGING-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-TITLE-LINE.

    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF FC-STATUS = 'N' OR FC-STATUS = 'F' OR FC-STATUS = 'A'
                    PERFORM AGE-OPEN-CLAIM
                END-IF
        END-READ
    END-PERFORM.

    MOVE WS-OPEN-COUNT TO WS-TL-OPEN.
    MOVE WS-OVERDUE-COUNT TO WS-TL-OVERDUE.
    MOVE WS-UNFILED-COUNT TO WS-TL-UNFILED.
    MOVE WS-OPEN-VALUE TO WS-TL-VALUE.
    MOVE SPACES TO AGING-LINE.
    WRITE AGING-LINE.
    WRITE AGING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE CLAIM-FILE.
    CLOSE AGING-REPORT.

    MOVE WS-OPEN-COUNT TO WS-OPS-RECORDS-PROCESSED.
    COMPUTE WS-OPS-EXCEPTIONS = WS-OVERDUE-COUNT + WS-UNFILED-COUNT.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

*> A carrier past its response date is chased; the report is the
*> claims desk's worklist, so the run itself always ends clean.
AGE-OPEN-CLAIM.
    ADD 1 TO WS-OPEN-COUNT.
    ADD FC-CLAIMED TO WS-OPEN-VALUE.
    MOVE FC-CLAIM-NO TO WS-DL-CLAIM-NO.
    MOVE FC-SHIP-ID TO WS-DL-SHIP-ID.
    MOVE FC-CARRIER TO WS-DL-CARRIER.
    MOVE FC-CLAIM-TYPE TO WS-DL-TYPE.
    MOVE FC-STATUS TO WS-DL-STATUS.
    MOVE FC-CLAIMED TO WS-DL-CLAIMED.
    MOVE FC-FILING-DATE TO WS-DL-FILED.
    MOVE FC-RESPONSE-DUE TO WS-DL-DUE.
    IF FC-STATUS = 'N'
        ADD 1 TO WS-UNFILED-COUNT
        COMPUTE WS-DAYS-OVER =
            FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(FC-RAISED-DATE)
        MOVE "*NOT FILED*" TO WS-DL-FLAG
    ELSE
        COMPUTE WS-DAYS-OVER =
            FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(FC-RESPONSE-DUE)
        IF WS-DAYS-OVER > 0
            ADD 1 TO WS-OVERDUE-COUNT
            MOVE "*CHASE*" TO WS-DL-FLAG
        ELSE
            MOVE SPACES TO WS-DL-FLAG
        END-IF
    END-IF.
    MOVE WS-DAYS-OVER TO WS-DL-DAYS-OVER.
    WRITE AGING-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.
