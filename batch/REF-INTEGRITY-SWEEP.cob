       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REF-INTEGRITY-SWEEP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULE-FILE ASSIGN TO "REF-INTEGRITY-RULES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-STATUS.
    SELECT OPTIONAL PARENT-FILE ASSIGN TO DYNAMIC WS-PARENT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARENT-STATUS.
    SELECT OPTIONAL CHILD-FILE ASSIGN TO DYNAMIC WS-CHILD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHILD-STATUS.
    SELECT AR-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-CHILD-STATUS.
    SELECT OPTIONAL TREND-FILE ASSIGN TO "REF-INTEGRITY-TREND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SWEEP-REPORT ASSIGN TO "REF-INTEGRITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RULE-FILE.
COPY "REF-INTEGRITY-RULE-RECORD.cpy".

FD PARENT-FILE.
01 PARENT-REC            PIC X(200).

FD CHILD-FILE.
01 CHILD-REC             PIC X(200).

FD AR-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD TREND-FILE.
COPY "REF-INTEGRITY-TREND-RECORD.cpy".

FD SWEEP-REPORT.
01 SWEEP-LINE            PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-RULE-STATUS        PIC X(2).
01 WS-PARENT-STATUS      PIC X(2).
01 WS-CHILD-STATUS       PIC X(2).
01 WS-PARENT-NAME        PIC X(30).
01 WS-CHILD-NAME         PIC X(30).
01 WS-EOF                PIC X.
01 WS-RULE-EOF           PIC X VALUE 'N'.
01 WS-RULE-OK            PIC X.
01 WS-SKIP-REASON        PIC X(40).
01 WS-TOTAL-CHECKED      PIC 9(9) VALUE 0.
01 WS-TOTAL-ORPHANS      PIC 9(9) VALUE 0.

01 WS-CHILD-POSITION     PIC 9(7).
01 WS-CHILD-KEY          PIC X(30).
01 WS-WORD               PIC X(30).
01 WS-WORD-IDX           PIC 9(3).
01 WS-WORD-PTR           PIC 9(3).
01 WS-PARENT-KEY         PIC X(30).
01 WS-KEY-FOUND          PIC X.

*> Every distinct key in the current rule's parent file.
01 WS-KEY-COUNT          PIC 9(5) VALUE 0.
01 WS-KEY-TABLE.
   05 WS-KEY-VALUE OCCURS 5000 TIMES PIC X(30).
01 WS-KEY-IDX            PIC 9(5).

*> This run's result for each rule, and the latest earlier run's
*> orphan count to compare it with.
01 WS-RESULT-COUNT       PIC 9(3) VALUE 0.
01 WS-RESULT-TABLE.
   05 WS-RESULT-ENTRY OCCURS 100 TIMES.
      10 WS-RS-RULE-ID   PIC X(8).
      10 WS-RS-STATUS    PIC X(1).
      10 WS-RS-CHECKED   PIC 9(7).
      10 WS-RS-ORPHANS   PIC 9(7).
      10 WS-RS-PRIOR-DATE PIC 9(8).
      10 WS-RS-PRIOR-ORPHANS PIC 9(7).
01 WS-RESULT-IDX         PIC 9(3).
01 WS-CURRENT            PIC 9(3).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "REFERENTIAL INTEGRITY SWEEP - ORPHANED KEYS".

01 WS-RULE-HEADER.
   05 FILLER             PIC X(5) VALUE "RULE ".
   05 WS-RHD-RULE-ID     PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RHD-CHILD       PIC X(30).
   05 FILLER             PIC X(4) VALUE " -> ".
   05 WS-RHD-PARENT      PIC X(30).

01 WS-ORPHAN-LINE.
   05 FILLER             PIC X(9) VALUE "  ORPHAN ".
   05 WS-OL-FILE         PIC X(30).
   05 FILLER             PIC X(5) VALUE " REC=".
   05 WS-OL-POSITION     PIC 9(7).
   05 FILLER             PIC X(5) VALUE " KEY=".
   05 WS-OL-KEY          PIC X(30).

01 WS-SKIP-LINE.
   05 FILLER             PIC X(20) VALUE "  RULE NOT CHECKED: ".
   05 WS-SL-REASON       PIC X(40).

01 WS-RULE-TOTAL-LINE.
   05 FILLER             PIC X(11) VALUE "  CHECKED= ".
   05 WS-RT-CHECKED      PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " ORPHANS= ".
   05 WS-RT-ORPHANS      PIC Z,ZZZ,ZZ9.

01 WS-TREND-TITLE        PIC X(60)
   VALUE "ORPHANS PER RULE - THIS RUN AGAINST THE LAST RUN".

01 WS-TREND-HEADING      PIC X(64)
   VALUE "RULE       CHECKED   ORPHANS  LAST RUN   ORPHANS    CHANGE TREND".

01 WS-TREND-LINE.
   05 WS-TL-RULE-ID      PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-CHECKED      PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-ORPHANS      PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TL-PRIOR-DATE   PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-PRIOR        PIC X(9).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-CHANGE       PIC X(9).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-TREND        PIC X(11).
01 WS-EDIT-COUNT         PIC Z,ZZZ,ZZ9.
01 WS-EDIT-CHANGE        PIC +,+++,++9.
01 WS-CHANGE             PIC S9(7).

01 WS-GRAND-TOTAL-LINE.
   05 FILLER             PIC X(19) VALUE "ALL RULES CHECKED= ".
   05 WS-GT-CHECKED      PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " ORPHANS= ".
   05 WS-GT-ORPHANS      PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "REF-INTEGRITY-SWEEP" TO WS-RH-JOB-NAME.
    MOVE 170 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "REF-INTEGRITY-SWEEP" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT RULE-FILE.
    IF WS-RULE-STATUS NOT = "00"
        DISPLAY "REF-INTEGRITY-RULES.DAT NOT PRESENT - NOTHING SWEPT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT SWEEP-REPORT.
    WRITE SWEEP-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    PERFORM UNTIL WS-RULE-EOF = 'Y'
        READ RULE-FILE
            AT END MOVE 'Y' TO WS-RULE-EOF
            NOT AT END
                IF RR-RULE-ID NOT = SPACES
                    PERFORM SWEEP-ONE-RULE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RULE-FILE.

    PERFORM LOAD-PRIOR-COUNTS.
    PERFORM REPORT-TREND.
    PERFORM APPEND-TREND-HISTORY.

    MOVE WS-TOTAL-CHECKED TO WS-GT-CHECKED.
    MOVE WS-TOTAL-ORPHANS TO WS-GT-ORPHANS.
    MOVE SPACES TO SWEEP-LINE.
    WRITE SWEEP-LINE.
    WRITE SWEEP-LINE FROM WS-GRAND-TOTAL-LINE.
    DISPLAY WS-GRAND-TOTAL-LINE.
    CLOSE SWEEP-REPORT.

*> Like the check-digit sweep this is an exception report, not a
*> gate: the orphans are its content and the window carries on.
    MOVE WS-TOTAL-CHECKED TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-TOTAL-ORPHANS TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

SWEEP-ONE-RULE.
    IF WS-RESULT-COUNT >= 100
        DISPLAY "RULE TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-RESULT-COUNT.
    MOVE WS-RESULT-COUNT TO WS-CURRENT.
    MOVE RR-RULE-ID TO WS-RS-RULE-ID(WS-CURRENT).
    MOVE SPACE TO WS-RS-STATUS(WS-CURRENT).
    MOVE 0 TO WS-RS-CHECKED(WS-CURRENT).
    MOVE 0 TO WS-RS-ORPHANS(WS-CURRENT).
    MOVE 0 TO WS-RS-PRIOR-DATE(WS-CURRENT).
    MOVE 0 TO WS-RS-PRIOR-ORPHANS(WS-CURRENT).

    MOVE SPACES TO SWEEP-LINE.
    WRITE SWEEP-LINE.
    MOVE RR-RULE-ID TO WS-RHD-RULE-ID.
    MOVE RR-CHILD-FILE TO WS-RHD-CHILD.
    MOVE RR-PARENT-FILE TO WS-RHD-PARENT.
    WRITE SWEEP-LINE FROM WS-RULE-HEADER.
    DISPLAY WS-RULE-HEADER.

    PERFORM VALIDATE-RULE.
    IF WS-RULE-OK = 'Y'
        PERFORM LOAD-PARENT-KEYS
    END-IF.
    IF WS-RULE-OK = 'Y'
        PERFORM CHECK-CHILD-KEYS
    END-IF.

    IF WS-RULE-OK = 'Y'
        MOVE WS-RS-CHECKED(WS-CURRENT) TO WS-RT-CHECKED
        MOVE WS-RS-ORPHANS(WS-CURRENT) TO WS-RT-ORPHANS
        WRITE SWEEP-LINE FROM WS-RULE-TOTAL-LINE
        DISPLAY WS-RULE-TOTAL-LINE
        ADD WS-RS-CHECKED(WS-CURRENT) TO WS-TOTAL-CHECKED
        ADD WS-RS-ORPHANS(WS-CURRENT) TO WS-TOTAL-ORPHANS
    ELSE
        MOVE 'S' TO WS-RS-STATUS(WS-CURRENT)
        MOVE WS-SKIP-REASON TO WS-SL-REASON
        WRITE SWEEP-LINE FROM WS-SKIP-LINE
        DISPLAY WS-SKIP-LINE
    END-IF.

*> A rule that cannot be read sensibly is reported and passed over
*> rather than guessed at.
VALIDATE-RULE.
    MOVE 'Y' TO WS-RULE-OK.
    IF RR-CHILD-MODE = SPACE
        MOVE 'P' TO RR-CHILD-MODE
    END-IF.
    EVALUATE TRUE
        WHEN RR-CHILD-FILE = SPACES OR RR-PARENT-FILE = SPACES
            MOVE "RULE NAMES NO FILE" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-CHILD-MODE NOT = 'P' AND RR-CHILD-MODE NOT = 'W'
            MOVE "CHILD MODE MUST BE P OR W" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-CHILD-POS IS NOT NUMERIC
                OR RR-PARENT-POS IS NOT NUMERIC
                OR RR-KEY-LEN IS NOT NUMERIC
            MOVE "POSITION OR LENGTH NOT NUMERIC" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-KEY-LEN < 1 OR RR-KEY-LEN > 30
            MOVE "KEY LENGTH MUST BE 1 TO 30" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-CHILD-POS < 1 OR RR-PARENT-POS < 1
            MOVE "POSITION MUST BE 1 OR MORE" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-PARENT-POS + RR-KEY-LEN - 1 > 200
            MOVE "PARENT KEY BEYOND RECORD" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN RR-CHILD-MODE = 'P'
                AND RR-CHILD-POS + RR-KEY-LEN - 1 > 200
            MOVE "CHILD KEY BEYOND RECORD" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LOAD-PARENT-KEYS.
    MOVE 0 TO WS-KEY-COUNT.
    MOVE RR-PARENT-FILE TO WS-PARENT-NAME.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PARENT-FILE.
    IF WS-PARENT-STATUS NOT = "00"
        MOVE "PARENT FILE NOT PRESENT" TO WS-SKIP-REASON
        MOVE 'N' TO WS-RULE-OK
    ELSE
        PERFORM UNTIL WS-EOF = 'Y'
            READ PARENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM ADD-PARENT-KEY
            END-READ
        END-PERFORM
    END-IF.
    CLOSE PARENT-FILE.

ADD-PARENT-KEY.
    MOVE SPACES TO WS-PARENT-KEY.
    MOVE PARENT-REC(RR-PARENT-POS:RR-KEY-LEN) TO WS-PARENT-KEY.
    IF WS-PARENT-KEY NOT = SPACES
        PERFORM FIND-KEY
        IF WS-KEY-FOUND = 'N'
            IF WS-KEY-COUNT >= 5000
                DISPLAY "PARENT KEY TABLE FULL - RUN ABORTED: "
                    RR-PARENT-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-KEY-COUNT
            MOVE WS-PARENT-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
        END-IF
    END-IF.

FIND-KEY.
    MOVE 'N' TO WS-KEY-FOUND.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-FOUND = 'Y'
        IF WS-KEY-VALUE(WS-KEY-IDX) = WS-PARENT-KEY
            MOVE 'Y' TO WS-KEY-FOUND
        END-IF
    END-PERFORM.

*> The record position is the record's number in the child file, so
*> the owner can find the line without a key of its own.
CHECK-CHILD-KEYS.
    MOVE RR-CHILD-FILE TO WS-CHILD-NAME.
    MOVE 0 TO WS-CHILD-POSITION.
    MOVE 'N' TO WS-EOF.
    IF RR-CHILD-FILE = "AR-OPEN-ITEMS.DAT"
        PERFORM CHECK-AR-ITEM-KEYS
    ELSE
        OPEN INPUT CHILD-FILE
        IF WS-CHILD-STATUS NOT = "00"
            MOVE "CHILD FILE NOT PRESENT" TO WS-SKIP-REASON
            MOVE 'N' TO WS-RULE-OK
        ELSE
            PERFORM UNTIL WS-EOF = 'Y'
                READ CHILD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHILD-POSITION
                        PERFORM CHECK-ONE-CHILD
                END-READ
            END-PERFORM
        END-IF
        CLOSE CHILD-FILE
    END-IF.

*> The open items are indexed on invoice number, so they are read in
*> that order and the position counts records in invoice order;
*> each is laid out as its flat line for the rule's key position.
CHECK-AR-ITEM-KEYS.
    OPEN INPUT AR-ITEM-FILE.
    IF WS-CHILD-STATUS NOT = "00"
        MOVE "CHILD FILE NOT PRESENT" TO WS-SKIP-REASON
        MOVE 'N' TO WS-RULE-OK
    ELSE
        PERFORM UNTIL WS-EOF = 'Y'
            READ AR-ITEM-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE OPEN-ITEM-REC TO CHILD-REC
                    ADD 1 TO WS-CHILD-POSITION
                    PERFORM CHECK-ONE-CHILD
            END-READ
        END-PERFORM
        CLOSE AR-ITEM-FILE
    END-IF.

*> A blank key is an optional reference left empty, not an orphan.
CHECK-ONE-CHILD.
    MOVE SPACES TO WS-CHILD-KEY.
    IF RR-CHILD-MODE = 'P'
        MOVE CHILD-REC(RR-CHILD-POS:RR-KEY-LEN) TO WS-CHILD-KEY
    ELSE
        PERFORM FIND-CHILD-WORD
    END-IF.
    IF WS-CHILD-KEY NOT = SPACES
        ADD 1 TO WS-RS-CHECKED(WS-CURRENT)
        MOVE WS-CHILD-KEY TO WS-PARENT-KEY
        PERFORM FIND-KEY
        IF WS-KEY-FOUND = 'N'
            ADD 1 TO WS-RS-ORPHANS(WS-CURRENT)
            MOVE RR-CHILD-FILE TO WS-OL-FILE
            MOVE WS-CHILD-POSITION TO WS-OL-POSITION
            MOVE WS-CHILD-KEY TO WS-OL-KEY
            WRITE SWEEP-LINE FROM WS-ORPHAN-LINE
            DISPLAY WS-ORPHAN-LINE
        END-IF
    END-IF.

FIND-CHILD-WORD.
    MOVE 1 TO WS-WORD-PTR.
    PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
            UNTIL WS-WORD-IDX > RR-CHILD-POS OR WS-WORD-PTR > 200
        MOVE SPACES TO WS-WORD
        UNSTRING CHILD-REC DELIMITED BY ALL SPACE
            INTO WS-WORD
            WITH POINTER WS-WORD-PTR
        END-UNSTRING
    END-PERFORM.
    IF WS-WORD-IDX > RR-CHILD-POS
        MOVE WS-WORD(1:RR-KEY-LEN) TO WS-CHILD-KEY
    END-IF.

*> The comparison is with the latest run before today, so a rerun
*> of the sweep still measures against the previous week.
LOAD-PRIOR-COUNTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT TREND-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TREND-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RT-RUN-DATE < WS-RH-RUN-DATE AND RT-STATUS = SPACE
                    PERFORM NOTE-PRIOR-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TREND-FILE.

NOTE-PRIOR-COUNT.
    PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
            UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
        IF WS-RS-RULE-ID(WS-RESULT-IDX) = RT-RULE-ID
                AND RT-RUN-DATE >= WS-RS-PRIOR-DATE(WS-RESULT-IDX)
            MOVE RT-RUN-DATE TO WS-RS-PRIOR-DATE(WS-RESULT-IDX)
            MOVE RT-ORPHANS TO WS-RS-PRIOR-ORPHANS(WS-RESULT-IDX)
        END-IF
    END-PERFORM.

REPORT-TREND.
    MOVE SPACES TO SWEEP-LINE.
    WRITE SWEEP-LINE.
    WRITE SWEEP-LINE FROM WS-TREND-TITLE.
    DISPLAY WS-TREND-TITLE.
    WRITE SWEEP-LINE FROM WS-TREND-HEADING.
    DISPLAY WS-TREND-HEADING.
    PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
            UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
        PERFORM FORMAT-TREND-LINE
        WRITE SWEEP-LINE FROM WS-TREND-LINE
        DISPLAY WS-TREND-LINE
    END-PERFORM.

FORMAT-TREND-LINE.
    MOVE SPACES TO WS-TREND-LINE.
    MOVE WS-RS-RULE-ID(WS-RESULT-IDX) TO WS-TL-RULE-ID.
    IF WS-RS-STATUS(WS-RESULT-IDX) = 'S'
        MOVE "NOT CHECKED" TO WS-TL-TREND
    ELSE
        MOVE WS-RS-CHECKED(WS-RESULT-IDX) TO WS-TL-CHECKED
        MOVE WS-RS-ORPHANS(WS-RESULT-IDX) TO WS-TL-ORPHANS
        IF WS-RS-PRIOR-DATE(WS-RESULT-IDX) = 0
            MOVE "NONE" TO WS-TL-PRIOR-DATE
            MOVE "FIRST RUN" TO WS-TL-TREND
        ELSE
            MOVE WS-RS-PRIOR-DATE(WS-RESULT-IDX) TO WS-TL-PRIOR-DATE
            MOVE WS-RS-PRIOR-ORPHANS(WS-RESULT-IDX) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO WS-TL-PRIOR
            COMPUTE WS-CHANGE = WS-RS-ORPHANS(WS-RESULT-IDX)
                - WS-RS-PRIOR-ORPHANS(WS-RESULT-IDX)
            MOVE WS-CHANGE TO WS-EDIT-CHANGE
            MOVE WS-EDIT-CHANGE TO WS-TL-CHANGE
            EVALUATE TRUE
                WHEN WS-CHANGE < 0
                    MOVE "BETTER" TO WS-TL-TREND
                WHEN WS-CHANGE > 0
                    MOVE "WORSE" TO WS-TL-TREND
                WHEN OTHER
                    MOVE "SAME" TO WS-TL-TREND
            END-EVALUATE
        END-IF
    END-IF.

APPEND-TREND-HISTORY.
    OPEN EXTEND TREND-FILE.
    PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
            UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
        MOVE SPACES TO REF-INTEGRITY-TREND-REC
        MOVE WS-RH-RUN-DATE TO RT-RUN-DATE
        MOVE WS-RS-RULE-ID(WS-RESULT-IDX) TO RT-RULE-ID
        MOVE WS-RS-STATUS(WS-RESULT-IDX) TO RT-STATUS
        MOVE WS-RS-CHECKED(WS-RESULT-IDX) TO RT-CHECKED
        MOVE WS-RS-ORPHANS(WS-RESULT-IDX) TO RT-ORPHANS
        WRITE REF-INTEGRITY-TREND-REC
    END-PERFORM.
    CLOSE TREND-FILE.
