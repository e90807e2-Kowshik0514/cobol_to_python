       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-REVOKE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT OPTIONAL REVIEW-FILE ASSIGN TO "ACCESS-REVIEW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REVOKE-REPORT ASSIGN TO "ACCESS-REVOKE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

FD REVIEW-FILE.
COPY "ACCESS-REVIEW-RECORD.cpy".

FD REVOKE-REPORT.
01 REVOKE-LINE           PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-FILE-STATUS        PIC X(2).
01 WS-EOF                PIC X.
01 WS-EVENT-TYPE         PIC X(7).
01 WS-ROWS-READ          PIC 9(5) VALUE 0.
01 WS-REVOKED-COUNT      PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.

*> Review rows to close this run: revoked by their supervisor, or
*> still undecided after the review's deadline.
01 WS-TARGET-COUNT       PIC 9(3) VALUE 0.
01 WS-TARGET-TABLE.
   05 WS-TARGET-ENTRY OCCURS 500 TIMES.
      10 WS-TG-REVIEW-ID PIC X(6).
      10 WS-TG-NAME      PIC X(30).
      10 WS-TG-DECISION  PIC X(1).
      10 WS-TG-BY        PIC X(30).
      10 WS-TG-DEADLINE  PIC 9(8).
      10 WS-TG-LOCKED    PIC X(1).
01 WS-TARGET-IDX         PIC 9(3).
01 WS-TARGET-HIT         PIC 9(3).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "ACCESS RECERTIFICATION - OPERATOR IDS DISABLED".

01 WS-DETAIL-LINE.
   05 WS-DL-NAME         PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REVIEW-ID    PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REASON       PIC X(42).

01 WS-REVOKED-REASON.
   05 FILLER             PIC X(11) VALUE "REVOKED BY ".
   05 WS-RR-BY           PIC X(30).

01 WS-EXPIRED-REASON.
   05 FILLER             PIC X(24) VALUE "NOT ATTESTED BY DEADLINE".
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-ER-DEADLINE     PIC 9(8).

01 WS-NOT-ON-FILE-LINE.
   05 WS-NF-NAME         PIC X(30).
   05 FILLER             PIC X(35)
      VALUE " *** NOT ON PASSWORD FILE - NO ID".

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(8) VALUE "REVOKED ".
   05 WS-TL-REVOKED      PIC ZZ,ZZ9.
   05 FILLER             PIC X(28)
      VALUE "  EXPIRED WITHOUT DECISION ".
   05 WS-TL-EXPIRED      PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESS-REVOKE" TO WS-RH-JOB-NAME.
    MOVE 168 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "ACCESS-REVOKE" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT PASSWORD-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "NO PASSWORD FILE PRESENT - NO IDS DISABLED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE PASSWORD-FILE.

    PERFORM COLLECT-TARGETS.
    OPEN OUTPUT REVOKE-REPORT.
    WRITE REVOKE-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    IF WS-TARGET-COUNT > 0
        PERFORM DISABLE-OPERATOR-IDS
        PERFORM CLOSE-REVIEW-ROWS
        PERFORM REPORT-TARGETS
    END-IF.

    MOVE WS-REVOKED-COUNT TO WS-TL-REVOKED.
    MOVE WS-EXPIRED-COUNT TO WS-TL-EXPIRED.
    MOVE SPACES TO REVOKE-LINE.
    WRITE REVOKE-LINE.
    WRITE REVOKE-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE REVOKE-REPORT.

    MOVE WS-ROWS-READ TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-EXPIRED-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
*> An ID lost for want of a decision is an exception for the desk to
*> follow up; a supervisor's own revoke is the review working.
    IF WS-EXPIRED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

COLLECT-TARGETS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-READ
                IF RC-DISABLED-DATE = SPACES
                    IF RC-DECISION = 'R'
                            OR (RC-DECISION = SPACE
                                AND WS-RH-RUN-DATE > RC-DEADLINE)
                        PERFORM ADD-TARGET
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

ADD-TARGET.
    IF WS-TARGET-COUNT >= 500
        DISPLAY "REVOKE TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-TARGET-COUNT.
    MOVE RC-REVIEW-ID TO WS-TG-REVIEW-ID(WS-TARGET-COUNT).
    MOVE RC-OPERATOR-NAME TO WS-TG-NAME(WS-TARGET-COUNT).
    MOVE RC-DECISION TO WS-TG-DECISION(WS-TARGET-COUNT).
    MOVE RC-DECIDED-BY TO WS-TG-BY(WS-TARGET-COUNT).
    MOVE RC-DEADLINE TO WS-TG-DEADLINE(WS-TARGET-COUNT).
    MOVE 'N' TO WS-TG-LOCKED(WS-TARGET-COUNT).

*> The ID is locked and its role taken to zero, so a later unlock
*> for a forgotten password cannot hand the old access back; access
*> is restored only by an administrator granting a role afresh.
DISABLE-OPERATOR-IDS.
    MOVE 'N' TO WS-EOF.
    OPEN I-O PASSWORD-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PASSWORD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM DISABLE-ONE-ID
        END-READ
    END-PERFORM.
    CLOSE PASSWORD-FILE.

DISABLE-ONE-ID.
    MOVE 0 TO WS-TARGET-HIT.
    PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
            UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
        IF WS-TG-NAME(WS-TARGET-IDX) = PW-NAME
            MOVE WS-TARGET-IDX TO WS-TARGET-HIT
            MOVE 'Y' TO WS-TG-LOCKED(WS-TARGET-IDX)
        END-IF
    END-PERFORM.
    IF WS-TARGET-HIT > 0
        MOVE 'Y' TO PW-LOCKED
        MOVE 0 TO PW-ROLE
        REWRITE PW-RECORD
        MOVE "REVOKED" TO WS-EVENT-TYPE
        CALL "LOG-OPERATOR-EVENT" USING PW-NAME WS-EVENT-TYPE
    END-IF.

*> Undecided rows are marked expired; every row closed here carries
*> the date its ID was disabled, which keeps it out of later runs.
CLOSE-REVIEW-ROWS.
    MOVE 'N' TO WS-EOF.
    OPEN I-O REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM CLOSE-ONE-REVIEW-ROW
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

CLOSE-ONE-REVIEW-ROW.
    MOVE 0 TO WS-TARGET-HIT.
    PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
            UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
        IF WS-TG-REVIEW-ID(WS-TARGET-IDX) = RC-REVIEW-ID
                AND WS-TG-NAME(WS-TARGET-IDX) = RC-OPERATOR-NAME
            MOVE WS-TARGET-IDX TO WS-TARGET-HIT
        END-IF
    END-PERFORM.
    IF WS-TARGET-HIT > 0 AND RC-DISABLED-DATE = SPACES
        IF RC-DECISION = SPACE
            MOVE 'X' TO RC-DECISION
            MOVE WS-RH-RUN-DATE TO RC-DECIDED-DATE
        END-IF
        MOVE WS-RH-RUN-DATE TO RC-DISABLED-DATE
        REWRITE ACCESS-REVIEW-REC
    END-IF.

REPORT-TARGETS.
    PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
            UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
        MOVE WS-TG-NAME(WS-TARGET-IDX) TO WS-DL-NAME
        MOVE WS-TG-REVIEW-ID(WS-TARGET-IDX) TO WS-DL-REVIEW-ID
        IF WS-TG-DECISION(WS-TARGET-IDX) = 'R'
            ADD 1 TO WS-REVOKED-COUNT
            MOVE WS-TG-BY(WS-TARGET-IDX) TO WS-RR-BY
            MOVE WS-REVOKED-REASON TO WS-DL-REASON
        ELSE
            ADD 1 TO WS-EXPIRED-COUNT
            MOVE WS-TG-DEADLINE(WS-TARGET-IDX) TO WS-ER-DEADLINE
            MOVE WS-EXPIRED-REASON TO WS-DL-REASON
        END-IF
        WRITE REVOKE-LINE FROM WS-DETAIL-LINE
        DISPLAY WS-DETAIL-LINE
        IF WS-TG-LOCKED(WS-TARGET-IDX) = 'N'
            MOVE WS-TG-NAME(WS-TARGET-IDX) TO WS-NF-NAME
            WRITE REVOKE-LINE FROM WS-NOT-ON-FILE-LINE
            DISPLAY WS-NOT-ON-FILE-LINE
        END-IF
    END-PERFORM.
