       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SEQUENCE-QUALITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STRAND-SOURCE-FILE ASSIGN TO "STRAND-SOURCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT COMPLEMENT-FEED-FILE ASSIGN TO "COMPLEMENT-FEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT OPTIONAL HELD-FEED-FILE ASSIGN TO "COMPLEMENT-FEED-HELD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CURRENT-ACCESSION-FILE
        ASSIGN TO "ACCESSION-CURRENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ACCESSION-LOG-FILE ASSIGN TO "ACCESSION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "SEQUENCE-QUALITY-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO "SEQUENCE-HOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT QUALITY-REPORT ASSIGN TO "SEQUENCE-QUALITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD STRAND-SOURCE-FILE.
01 STRAND-SOURCE-REC     PIC X(80).

FD COMPLEMENT-FEED-FILE.
01 COMPLEMENT-FEED-REC   PIC X(80).

FD HELD-FEED-FILE.
01 HELD-FEED-REC.
   05 HF-ACCESSION-NO    PIC 9(6).
   05 FILLER             PIC X(1).
   05 HF-SEQUENCE        PIC X(80).

FD CURRENT-ACCESSION-FILE.
01 CURRENT-ACCESSION-REC.
   05 CA-ACCESSION-NO    PIC 9(6).

FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD PARM-FILE.
COPY "SEQUENCE-QUALITY-PARM-RECORD.cpy".

FD HOLD-FILE.
COPY "SEQUENCE-HOLD-RECORD.cpy".

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

FD QUALITY-REPORT.
01 QUALITY-LINE          PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-SOURCE-STATUS      PIC X(2).
01 WS-FEED-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-ACCESSION-EOF      PIC X VALUE 'N'.
01 WS-ACCESSION-NO       PIC 9(6) VALUE 0.
01 WS-SUBMITTER          PIC X(20) VALUE SPACES.
01 WS-RECEIVED-DATE      PIC 9(8) VALUE 0.
01 WS-ALREADY-HELD       PIC X VALUE 'N'.

*> Used when SEQUENCE-QUALITY-PARM.DAT is missing or holds a bad value.
01 WS-MIN-LENGTH         PIC 9(2) VALUE 8.
01 WS-MAX-SHORT-PCT      PIC 9(3) VALUE 5.
01 WS-GC-MIN-PCT         PIC 9(3) VALUE 30.
01 WS-GC-MAX-PCT         PIC 9(3) VALUE 70.
01 WS-MAX-INVALID-PCT    PIC 9(3) VALUE 1.
01 WS-MAX-DUP-PCT        PIC 9(3) VALUE 10.

01 WS-STRAND             PIC X(80).
01 WS-STRAND-LEN         PIC 9(3).
01 WS-STRAND-COUNT       PIC 9(7) VALUE 0.
01 WS-SHORT-COUNT        PIC 9(7) VALUE 0.
01 WS-DUP-COUNT          PIC 9(7) VALUE 0.
01 WS-MIN-LEN            PIC 9(3) VALUE 999.
01 WS-MAX-LEN            PIC 9(3) VALUE 0.
01 WS-MEAN-LEN           PIC 9(3)V9 VALUE 0.
01 WS-TOTAL-CHARS        PIC 9(9) VALUE 0.
01 WS-A-COUNT            PIC 9(9) VALUE 0.
01 WS-T-COUNT            PIC 9(9) VALUE 0.
01 WS-G-COUNT            PIC 9(9) VALUE 0.
01 WS-C-COUNT            PIC 9(9) VALUE 0.
01 WS-VALID-COUNT        PIC 9(9) VALUE 0.
01 WS-INVALID-COUNT      PIC 9(9) VALUE 0.
01 WS-SHORT-PCT          PIC 9(3)V9 VALUE 0.
01 WS-GC-PCT             PIC 9(3)V9 VALUE 0.
01 WS-INVALID-PCT        PIC 9(3)V9 VALUE 0.
01 WS-DUP-PCT            PIC 9(3)V9 VALUE 0.

*> Strands by length in tens of bases; empty lines counted apart.
01 WS-EMPTY-COUNT        PIC 9(7) VALUE 0.
01 WS-LENGTH-TABLE.
   05 WS-LENGTH-BAND OCCURS 8 TIMES PIC 9(7).
01 WS-BAND-IDX           PIC 9(2).

*> Each distinct strand seen so far; a strand matching one already
*> here is a duplicate of it.
01 WS-DISTINCT-COUNT     PIC 9(5) VALUE 0.
01 WS-DISTINCT-TABLE.
   05 WS-DISTINCT-STRAND OCCURS 5000 TIMES PIC X(80).
01 WS-DISTINCT-IDX       PIC 9(5).
01 WS-DUP-HIT            PIC X.

01 WS-BASE-COUNT         PIC 9(9).
01 WS-BASE-PCT           PIC 9(3)V9.

*> Every threshold the batch failed, for the report and the notice.
01 WS-FAIL-COUNT         PIC 9(2) VALUE 0.
01 WS-FAIL-TABLE.
   05 WS-FAIL-REASON OCCURS 6 TIMES PIC X(30).
01 WS-FAIL-IDX           PIC 9(2).
01 WS-REASON             PIC X(30).
01 WS-FEED-MOVED         PIC 9(7) VALUE 0.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "SEQUENCE QUALITY REPORT".

01 WS-ACCESSION-LINE.
   05 FILLER             PIC X(10) VALUE "ACCESSION ".
   05 WS-AL-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(12) VALUE "  SUBMITTER ".
   05 WS-AL-SUBMITTER    PIC X(20).
   05 FILLER             PIC X(11) VALUE "  RECEIVED ".
   05 WS-AL-RECEIVED     PIC 9(8).

01 WS-HEADING-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-HL-TEXT         PIC X(40).

01 WS-STAT-LINE.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-SL-LABEL        PIC X(24).
   05 WS-SL-COUNT        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-PCT-AREA.
      10 WS-SL-PCT       PIC ZZ9.9.
      10 WS-SL-PCT-SIGN  PIC X(1).

01 WS-LENGTH-LINE.
   05 FILLER             PIC X(8) VALUE "    MIN ".
   05 WS-LL-MIN          PIC ZZ9.
   05 FILLER             PIC X(6) VALUE "  MAX ".
   05 WS-LL-MAX          PIC ZZ9.
   05 FILLER             PIC X(7) VALUE "  MEAN ".
   05 WS-LL-MEAN         PIC ZZ9.9.

01 WS-BAND-LABEL.
   05 FILLER             PIC X(7) VALUE "LENGTH ".
   05 WS-BL-LOW          PIC Z9.
   05 FILLER             PIC X(1) VALUE "-".
   05 WS-BL-HIGH         PIC Z9.

01 WS-FAIL-LINE.
   05 FILLER             PIC X(10) VALUE "  FAILED: ".
   05 WS-FL-REASON       PIC X(30).
   05 FILLER             PIC X(8) VALUE " LIMIT ".
   05 WS-FL-LIMIT        PIC ZZ9.
   05 WS-FL-LIMIT-SIGN   PIC X(1).

01 WS-RESULT-LINE        PIC X(60).

01 WS-NOTICE-LINE.
   05 FILLER             PIC X(10) VALUE "ACCESSION ".
   05 WS-NL-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(11) VALUE " SUBMITTER ".
   05 WS-NL-SUBMITTER    PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "SEQUENCE-QUALITY" TO WS-RH-JOB-NAME.
    MOVE 164 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "SEQUENCE-QUALITY" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT STRAND-SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = "00"
        DISPLAY "STRAND SOURCE NOT PRESENT - NOTHING TO CHECK"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM READ-SEQUENCE-PARM.
    PERFORM READ-CURRENT-ACCESSION.
    PERFORM FIND-ACCESSION-DETAILS.
    PERFORM CHECK-ALREADY-HELD.

    PERFORM UNTIL WS-EOF = 'Y'
        READ STRAND-SOURCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PROFILE-STRAND
        END-READ
    END-PERFORM.
    CLOSE STRAND-SOURCE-FILE.

    PERFORM COMPUTE-PERCENTAGES.
    OPEN OUTPUT QUALITY-REPORT.
    PERFORM WRITE-PROFILE.
    PERFORM CHECK-THRESHOLDS.

    EVALUATE TRUE
        WHEN WS-FAIL-COUNT = 0
            MOVE "RESULT: PASSED - FEED RELEASED" TO WS-RESULT-LINE
        WHEN WS-ALREADY-HELD = 'Y'
            MOVE "RESULT: FAILED - FEED ALREADY HELD" TO WS-RESULT-LINE
        WHEN OTHER
            PERFORM HOLD-COMPLEMENT-FEED
            PERFORM WRITE-HOLD-NOTICE
            MOVE "RESULT: FAILED - FEED HELD, SUBMITTER NOTIFIED"
                TO WS-RESULT-LINE
    END-EVALUATE.
    MOVE SPACES TO QUALITY-LINE.
    WRITE QUALITY-LINE.
    WRITE QUALITY-LINE FROM WS-RESULT-LINE.
    DISPLAY WS-RESULT-LINE.
    CLOSE QUALITY-REPORT.

    MOVE WS-STRAND-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-FAIL-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    IF WS-FAIL-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-SEQUENCE-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF SQ-MIN-LENGTH IS NUMERIC
                MOVE SQ-MIN-LENGTH TO WS-MIN-LENGTH
            END-IF
            IF SQ-MAX-SHORT-PCT IS NUMERIC AND SQ-MAX-SHORT-PCT <= 100
                MOVE SQ-MAX-SHORT-PCT TO WS-MAX-SHORT-PCT
            END-IF
            IF SQ-GC-MIN-PCT IS NUMERIC AND SQ-GC-MAX-PCT IS NUMERIC
                    AND SQ-GC-MIN-PCT <= SQ-GC-MAX-PCT
                    AND SQ-GC-MAX-PCT <= 100
                MOVE SQ-GC-MIN-PCT TO WS-GC-MIN-PCT
                MOVE SQ-GC-MAX-PCT TO WS-GC-MAX-PCT
            END-IF
            IF SQ-MAX-INVALID-PCT IS NUMERIC
                    AND SQ-MAX-INVALID-PCT <= 100
                MOVE SQ-MAX-INVALID-PCT TO WS-MAX-INVALID-PCT
            END-IF
            IF SQ-MAX-DUP-PCT IS NUMERIC AND SQ-MAX-DUP-PCT <= 100
                MOVE SQ-MAX-DUP-PCT TO WS-MAX-DUP-PCT
            END-IF
    END-READ.
    CLOSE PARM-FILE.

READ-CURRENT-ACCESSION.
    OPEN INPUT CURRENT-ACCESSION-FILE.
    READ CURRENT-ACCESSION-FILE
        AT END MOVE 'Y' TO WS-ACCESSION-EOF
    END-READ.
    IF WS-ACCESSION-EOF = 'N'
        MOVE CA-ACCESSION-NO TO WS-ACCESSION-NO
    END-IF.
    CLOSE CURRENT-ACCESSION-FILE.

FIND-ACCESSION-DETAILS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ACCESSION-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-ACCESSION-NO = WS-ACCESSION-NO
                    MOVE AC-SUBMITTER TO WS-SUBMITTER
                    MOVE AC-RECEIVED-DATE TO WS-RECEIVED-DATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCESSION-LOG-FILE.
    MOVE 'N' TO WS-EOF.

*> A rerun for an accession already held must not move the feed a
*> second time or write to the submitter again.
CHECK-ALREADY-HELD.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT HOLD-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ HOLD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SH-ACCESSION-NO = WS-ACCESSION-NO
                    MOVE 'Y' TO WS-ALREADY-HELD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOLD-FILE.
    MOVE 'N' TO WS-EOF.

PROFILE-STRAND.
    ADD 1 TO WS-STRAND-COUNT.
    MOVE STRAND-SOURCE-REC TO WS-STRAND.
    IF WS-STRAND = SPACES
        MOVE 0 TO WS-STRAND-LEN
        ADD 1 TO WS-EMPTY-COUNT
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STRAND TRAILING))
            TO WS-STRAND-LEN
        COMPUTE WS-BAND-IDX = (WS-STRAND-LEN - 1) / 10 + 1
        ADD 1 TO WS-LENGTH-BAND(WS-BAND-IDX)
        ADD WS-STRAND-LEN TO WS-TOTAL-CHARS
        INSPECT WS-STRAND(1:WS-STRAND-LEN)
            TALLYING WS-A-COUNT FOR ALL 'A'
                     WS-T-COUNT FOR ALL 'T'
                     WS-G-COUNT FOR ALL 'G'
                     WS-C-COUNT FOR ALL 'C'
    END-IF.
    IF WS-STRAND-LEN < WS-MIN-LEN
        MOVE WS-STRAND-LEN TO WS-MIN-LEN
    END-IF.
    IF WS-STRAND-LEN > WS-MAX-LEN
        MOVE WS-STRAND-LEN TO WS-MAX-LEN
    END-IF.
    IF WS-STRAND-LEN < WS-MIN-LENGTH
        ADD 1 TO WS-SHORT-COUNT
    END-IF.
    PERFORM CHECK-DUPLICATE-STRAND.

CHECK-DUPLICATE-STRAND.
    MOVE 'N' TO WS-DUP-HIT.
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
                OR WS-DUP-HIT = 'Y'
        IF WS-DISTINCT-STRAND(WS-DISTINCT-IDX) = WS-STRAND
            MOVE 'Y' TO WS-DUP-HIT
        END-IF
    END-PERFORM.
    IF WS-DUP-HIT = 'Y'
        ADD 1 TO WS-DUP-COUNT
    ELSE
        IF WS-DISTINCT-COUNT >= 5000
            DISPLAY "STRAND TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-DISTINCT-COUNT
        MOVE WS-STRAND TO WS-DISTINCT-STRAND(WS-DISTINCT-COUNT)
    END-IF.

*> GC content is taken over the valid bases only, so a batch with
*> a few unreadable positions is not also pushed out on GC.
COMPUTE-PERCENTAGES.
    COMPUTE WS-VALID-COUNT =
        WS-A-COUNT + WS-T-COUNT + WS-G-COUNT + WS-C-COUNT.
    COMPUTE WS-INVALID-COUNT = WS-TOTAL-CHARS - WS-VALID-COUNT.
    IF WS-MIN-LEN = 999
        MOVE 0 TO WS-MIN-LEN
    END-IF.
    IF WS-STRAND-COUNT > 0
        COMPUTE WS-MEAN-LEN ROUNDED = WS-TOTAL-CHARS / WS-STRAND-COUNT
        COMPUTE WS-SHORT-PCT ROUNDED =
            WS-SHORT-COUNT * 100 / WS-STRAND-COUNT
        COMPUTE WS-DUP-PCT ROUNDED = WS-DUP-COUNT * 100 / WS-STRAND-COUNT
    END-IF.
    IF WS-TOTAL-CHARS > 0
        COMPUTE WS-INVALID-PCT ROUNDED =
            WS-INVALID-COUNT * 100 / WS-TOTAL-CHARS
    END-IF.
    IF WS-VALID-COUNT > 0
        COMPUTE WS-GC-PCT ROUNDED =
            (WS-G-COUNT + WS-C-COUNT) * 100 / WS-VALID-COUNT
    END-IF.

WRITE-PROFILE.
    WRITE QUALITY-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE WS-ACCESSION-NO TO WS-AL-ACCESSION.
    MOVE WS-SUBMITTER TO WS-AL-SUBMITTER.
    MOVE WS-RECEIVED-DATE TO WS-AL-RECEIVED.
    WRITE QUALITY-LINE FROM WS-ACCESSION-LINE.
    DISPLAY WS-ACCESSION-LINE.

    MOVE "STRANDS" TO WS-HL-TEXT.
    PERFORM WRITE-HEADING.
    MOVE "STRANDS RECEIVED" TO WS-SL-LABEL.
    MOVE WS-STRAND-COUNT TO WS-SL-COUNT.
    PERFORM WRITE-COUNT-ONLY.
    MOVE "DUPLICATE STRANDS" TO WS-SL-LABEL.
    MOVE WS-DUP-COUNT TO WS-SL-COUNT.
    MOVE WS-DUP-PCT TO WS-SL-PCT.
    PERFORM WRITE-COUNT-AND-PCT.
    MOVE "SHORT STRANDS" TO WS-SL-LABEL.
    MOVE WS-SHORT-COUNT TO WS-SL-COUNT.
    MOVE WS-SHORT-PCT TO WS-SL-PCT.
    PERFORM WRITE-COUNT-AND-PCT.

    MOVE "LENGTH DISTRIBUTION" TO WS-HL-TEXT.
    PERFORM WRITE-HEADING.
    MOVE WS-MIN-LEN TO WS-LL-MIN.
    MOVE WS-MAX-LEN TO WS-LL-MAX.
    MOVE WS-MEAN-LEN TO WS-LL-MEAN.
    WRITE QUALITY-LINE FROM WS-LENGTH-LINE.
    DISPLAY WS-LENGTH-LINE.
    IF WS-EMPTY-COUNT > 0
        MOVE "EMPTY LINES" TO WS-SL-LABEL
        MOVE WS-EMPTY-COUNT TO WS-SL-COUNT
        PERFORM WRITE-COUNT-ONLY
    END-IF.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 8
        IF WS-LENGTH-BAND(WS-BAND-IDX) > 0
            COMPUTE WS-BL-LOW = WS-BAND-IDX * 10 - 9
            COMPUTE WS-BL-HIGH = WS-BAND-IDX * 10
            MOVE WS-BAND-LABEL TO WS-SL-LABEL
            MOVE WS-LENGTH-BAND(WS-BAND-IDX) TO WS-SL-COUNT
            PERFORM WRITE-COUNT-ONLY
        END-IF
    END-PERFORM.

    MOVE "BASE COMPOSITION" TO WS-HL-TEXT.
    PERFORM WRITE-HEADING.
    MOVE "A" TO WS-SL-LABEL.
    MOVE WS-A-COUNT TO WS-BASE-COUNT.
    PERFORM WRITE-BASE-SHARE.
    MOVE "T" TO WS-SL-LABEL.
    MOVE WS-T-COUNT TO WS-BASE-COUNT.
    PERFORM WRITE-BASE-SHARE.
    MOVE "G" TO WS-SL-LABEL.
    MOVE WS-G-COUNT TO WS-BASE-COUNT.
    PERFORM WRITE-BASE-SHARE.
    MOVE "C" TO WS-SL-LABEL.
    MOVE WS-C-COUNT TO WS-BASE-COUNT.
    PERFORM WRITE-BASE-SHARE.
    MOVE "OUTSIDE A/T/G/C" TO WS-SL-LABEL.
    MOVE WS-INVALID-COUNT TO WS-SL-COUNT.
    MOVE WS-INVALID-PCT TO WS-SL-PCT.
    PERFORM WRITE-COUNT-AND-PCT.
    MOVE "GC CONTENT" TO WS-SL-LABEL.
    COMPUTE WS-BASE-COUNT = WS-G-COUNT + WS-C-COUNT.
    MOVE WS-BASE-COUNT TO WS-SL-COUNT.
    MOVE WS-GC-PCT TO WS-SL-PCT.
    PERFORM WRITE-COUNT-AND-PCT.

WRITE-BASE-SHARE.
    MOVE 0 TO WS-BASE-PCT.
    IF WS-TOTAL-CHARS > 0
        COMPUTE WS-BASE-PCT ROUNDED =
            WS-BASE-COUNT * 100 / WS-TOTAL-CHARS
    END-IF.
    MOVE WS-BASE-COUNT TO WS-SL-COUNT.
    MOVE WS-BASE-PCT TO WS-SL-PCT.
    PERFORM WRITE-COUNT-AND-PCT.

WRITE-HEADING.
    MOVE SPACES TO QUALITY-LINE.
    WRITE QUALITY-LINE.
    WRITE QUALITY-LINE FROM WS-HEADING-LINE.
    DISPLAY WS-HEADING-LINE.

WRITE-COUNT-ONLY.
    MOVE SPACES TO WS-SL-PCT-AREA.
    WRITE QUALITY-LINE FROM WS-STAT-LINE.
    DISPLAY WS-STAT-LINE.

WRITE-COUNT-AND-PCT.
    MOVE "%" TO WS-SL-PCT-SIGN.
    WRITE QUALITY-LINE FROM WS-STAT-LINE.
    DISPLAY WS-STAT-LINE.

*> Every limit is checked so the report shows all the reasons a
*> batch failed, not only the first.
CHECK-THRESHOLDS.
    MOVE "THRESHOLDS" TO WS-HL-TEXT.
    PERFORM WRITE-HEADING.
    MOVE "%" TO WS-FL-LIMIT-SIGN.
    IF WS-STRAND-COUNT = 0
        MOVE "NO STRANDS RECEIVED" TO WS-REASON
        MOVE 0 TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-SHORT-PCT > WS-MAX-SHORT-PCT
        MOVE "TOO MANY SHORT STRANDS" TO WS-REASON
        MOVE WS-MAX-SHORT-PCT TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-VALID-COUNT > 0 AND WS-GC-PCT < WS-GC-MIN-PCT
        MOVE "GC CONTENT BELOW RANGE" TO WS-REASON
        MOVE WS-GC-MIN-PCT TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-GC-PCT > WS-GC-MAX-PCT
        MOVE "GC CONTENT ABOVE RANGE" TO WS-REASON
        MOVE WS-GC-MAX-PCT TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-INVALID-PCT > WS-MAX-INVALID-PCT
        MOVE "CHARACTERS OUTSIDE A/T/G/C" TO WS-REASON
        MOVE WS-MAX-INVALID-PCT TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-DUP-PCT > WS-MAX-DUP-PCT
        MOVE "TOO MANY DUPLICATE STRANDS" TO WS-REASON
        MOVE WS-MAX-DUP-PCT TO WS-FL-LIMIT
        PERFORM NOTE-FAILURE
    END-IF.
    IF WS-FAIL-COUNT = 0
        MOVE "  ALL THRESHOLDS MET" TO QUALITY-LINE
        WRITE QUALITY-LINE
        DISPLAY QUALITY-LINE
    END-IF.

NOTE-FAILURE.
    ADD 1 TO WS-FAIL-COUNT.
    MOVE WS-REASON TO WS-FAIL-REASON(WS-FAIL-COUNT).
    MOVE WS-REASON TO WS-FL-REASON.
    WRITE QUALITY-LINE FROM WS-FAIL-LINE.
    DISPLAY WS-FAIL-LINE.

*> The feed for a failed batch is taken out of COMPLEMENT-FEED.DAT
*> so nothing downstream picks it up; the strands are kept, stamped
*> with the accession, in the held file for the lab to review.
HOLD-COMPLEMENT-FEED.
    OPEN INPUT COMPLEMENT-FEED-FILE.
    IF WS-FEED-STATUS = "00"
        OPEN EXTEND HELD-FEED-FILE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ COMPLEMENT-FEED-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SPACES TO HELD-FEED-REC
                    MOVE WS-ACCESSION-NO TO HF-ACCESSION-NO
                    MOVE COMPLEMENT-FEED-REC TO HF-SEQUENCE
                    WRITE HELD-FEED-REC
                    ADD 1 TO WS-FEED-MOVED
            END-READ
        END-PERFORM
        CLOSE HELD-FEED-FILE
        CLOSE COMPLEMENT-FEED-FILE
        OPEN OUTPUT COMPLEMENT-FEED-FILE
        CLOSE COMPLEMENT-FEED-FILE
    END-IF.
    MOVE SPACES TO SEQUENCE-HOLD-REC.
    MOVE WS-ACCESSION-NO TO SH-ACCESSION-NO.
    MOVE WS-RH-RUN-DATE TO SH-HELD-DATE.
    MOVE WS-SUBMITTER TO SH-SUBMITTER.
    MOVE WS-FAIL-REASON(1) TO SH-REASON.
    MOVE WS-FEED-MOVED TO SH-FEED-RECORDS.
    OPEN EXTEND HOLD-FILE.
    WRITE SEQUENCE-HOLD-REC.
    CLOSE HOLD-FILE.

*> The lab desk forwards the notice to the submitter named in it,
*> with the quality report attached.
WRITE-HOLD-NOTICE.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE "TO: LAB-DESK@SITE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: SUBMISSION HELD - SEQUENCE QUALITY"
        TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-ACCESSION-NO TO WS-NL-ACCESSION.
    MOVE WS-SUBMITTER TO WS-NL-SUBMITTER.
    WRITE EMAIL-OUTBOX-LINE FROM WS-NOTICE-LINE.
    MOVE "YOUR SUBMISSION DID NOT MEET OUR SEQUENCE QUALITY"
        TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "THRESHOLDS AND HAS BEEN HELD BACK FROM PROCESSING:"
        TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
            UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
        MOVE SPACES TO EMAIL-OUTBOX-LINE
        STRING "  " WS-FAIL-REASON(WS-FAIL-IDX) DELIMITED BY SIZE
            INTO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
    END-PERFORM.
    CLOSE EMAIL-OUTBOX-FILE.
