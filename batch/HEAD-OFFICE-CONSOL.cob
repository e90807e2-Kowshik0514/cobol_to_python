       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HEAD-OFFICE-CONSOL.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUMMARY-REPORT ASSIGN TO "HEAD-OFFICE-SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ELIMINATION-FILE
        ASSIGN TO "CONSOL-ELIMINATIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SUMMARY-REPORT.
01 SUMMARY-LINE          PIC X(80).

FD ELIMINATION-FILE.
01 ELIMINATION-REC.
   05 EL-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 EL-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 EL-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 EL-POST-DATE       PIC 9(8).
   05 FILLER             PIC X(52).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SITE-LIST-STATUS   PIC X(2).
   05 FILLER PIC X(30) VALUE "MEMBER-VISITS".
   05 FILLER PIC X(30) VALUE "TILL-VARIANCE-HISTORY".
   05 FILLER PIC X(30) VALUE "ADMISSIONS-JOURNAL".
   05 FILLER PIC X(30) VALUE "STOCK-TRANSFERS".
01 WS-BASE-TABLE REDEFINES WS-BASE-NAMES.
   05 WS-BASE-NAME OCCURS 5 TIMES PIC X(30).

*> The VALUE column is the figure the head-office reader wants per
*> site: records processed for the ops stats, admissions for the
*> visit log, the signed over/short sum for the till history, and
*> the journal detail value for the admissions feed, and the net
*> inter-site balance raised for the stock transfers (sent less
*> received).
01 WS-SUMMARY-DETAIL.
   05 FILLER             PIC X(5) VALUE "SITE ".
   05 WS-SD-SITE         PIC X(2).
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-SD-VALUE        PIC -ZZZ,ZZZ,ZZ9.

*> Inter-site stock transfers: every site's due-from (stock sent)
*> and due-to (stock received) merged this run. What was received
*> on both sides is eliminated from the group ledger; the balance
*> left on due-from is stock still on the road.
01 WS-DUE-FROM-RAISED    PIC 9(11) VALUE 0.
01 WS-DUE-TO-RAISED      PIC 9(11) VALUE 0.
01 WS-DUE-FROM-ACCOUNT   PIC 9(6) VALUE 150000.
01 WS-DUE-TO-ACCOUNT     PIC 9(6) VALUE 250000.

01 WS-ELIMINATION-LINE.
   05 WS-EL-LABEL        PIC X(30).
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-EL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "HEAD-OFFICE-CONSOL" TO WS-RH-JOB-NAME.
        END-READ
    END-PERFORM.

    PERFORM ELIMINATE-INTER-SITE.
    CLOSE SITE-LIST-FILE.
    CLOSE SUMMARY-REPORT.
    GOBACK.

*> Due-to raised at the receiving sites is matched by the due-from
*> the sending sites raised for the same stock; the pair comes out
*> of the group figures dated the run date.
ELIMINATE-INTER-SITE.
    MOVE "INTER-SITE DUE-FROM RAISED" TO WS-EL-LABEL.
    MOVE WS-DUE-FROM-RAISED TO WS-EL-VALUE.
    WRITE SUMMARY-LINE FROM WS-ELIMINATION-LINE.
    DISPLAY WS-ELIMINATION-LINE.
    MOVE "INTER-SITE DUE-TO ELIMINATED" TO WS-EL-LABEL.
    MOVE WS-DUE-TO-RAISED TO WS-EL-VALUE.
    WRITE SUMMARY-LINE FROM WS-ELIMINATION-LINE.
    DISPLAY WS-ELIMINATION-LINE.
    IF WS-DUE-TO-RAISED > 0
        OPEN EXTEND ELIMINATION-FILE
        MOVE SPACES TO ELIMINATION-REC
        MOVE WS-DUE-TO-ACCOUNT TO EL-ACCOUNT
        MOVE "DR" TO EL-DR-CR
        MOVE WS-DUE-TO-RAISED TO EL-AMOUNT
        MOVE WS-RH-RUN-DATE TO EL-POST-DATE
        WRITE ELIMINATION-REC
        MOVE SPACES TO ELIMINATION-REC
        MOVE WS-DUE-FROM-ACCOUNT TO EL-ACCOUNT
        MOVE "CR" TO EL-DR-CR
        MOVE WS-DUE-TO-RAISED TO EL-AMOUNT
        MOVE WS-RH-RUN-DATE TO EL-POST-DATE
        WRITE ELIMINATION-REC
        CLOSE ELIMINATION-FILE
    END-IF.

CONSOLIDATE-ONE-SITE.
    PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
            UNTIL WS-FILE-IDX > 5
        PERFORM MERGE-ONE-SITE-FILE
    END-PERFORM.

                ADD FUNCTION NUMVAL(SITE-FILE-REC(17:9))
                    TO WS-SITE-VALUE
            END-IF
        WHEN 5
            IF SITE-FILE-REC(45:9) IS NUMERIC
                IF SITE-FILE-REC(10:1) = 'S'
                    ADD FUNCTION NUMVAL(SITE-FILE-REC(45:9))
                        TO WS-SITE-VALUE WS-DUE-FROM-RAISED
                END-IF
                IF SITE-FILE-REC(10:1) = 'R'
                    SUBTRACT FUNCTION NUMVAL(SITE-FILE-REC(45:9))
                        FROM WS-SITE-VALUE
                    ADD FUNCTION NUMVAL(SITE-FILE-REC(45:9))
                        TO WS-DUE-TO-RAISED
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
