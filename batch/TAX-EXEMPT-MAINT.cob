       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-EXEMPT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXEMPTION-FILE ASSIGN TO "TAX-EXEMPTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TAX-TABLE-FILE ASSIGN TO "TAX-JURISDICTION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EXEMPTION-FILE.
COPY "TAX-EXEMPTION-RECORD.cpy".

FD TAX-TABLE-FILE.
01 TAX-TABLE-REC.
   05 TX-JURISDICTION    PIC X(3).
   05 FILLER             PIC X(1).
   05 TX-RATE-PCT        PIC 9(2)V9(2).
   05 FILLER             PIC X(1).
   05 TX-TAXABLE         PIC X(1).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-TAX-EOF            PIC X VALUE 'N'.
01 WS-MAINTAINING        PIC X VALUE 'Y'.
01 WS-EDIT-VALID         PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "TAX-EXEMPT-MAINT".
01 WS-AUTH-RESULT        PIC X.
01 WS-CUSTOMER           PIC X(6).
01 WS-IN-NAME            PIC X(30).
01 WS-IN-CERT-NO         PIC X(12).
01 WS-IN-JURIS           PIC X(3).
01 WS-IN-EXPIRY          PIC X(8).
01 WS-ENTRY-VALID        PIC X.
01 WS-OLD-CERT-NO        PIC X(12).
01 WS-OLD-JURIS          PIC X(3).
01 WS-OLD-EXPIRY         PIC 9(8).
01 WS-ADDED-COUNT        PIC 9(3) VALUE 0.
01 WS-CHANGED-COUNT      PIC 9(3) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "TAX-EXEMPT-MAINT".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 WS-EXEMPT-COUNT       PIC 9(3) VALUE 0.
01 WS-EXEMPT-TABLE.
   05 WS-EXEMPT-ENTRY OCCURS 300 TIMES.
      10 WS-EX-LINE       PIC X(103).
01 WS-EXEMPT-IDX         PIC 9(3).
01 WS-EXEMPT-HIT         PIC 9(3).

*> A certificate names the jurisdiction it was issued under, so
*> only codes the tax table knows are accepted.
01 WS-JURIS-COUNT        PIC 9(2) VALUE 0.
01 WS-JURIS-TABLE.
   05 WS-JR-CODE         PIC X(3) OCCURS 20 TIMES.
01 WS-JURIS-IDX          PIC 9(2).
01 WS-JURIS-FOUND        PIC X.

PROCEDURE DIVISION.
MAIN.
    MOVE "TAX-EXEMPT-MAINT" TO WS-RH-JOB-NAME.
    MOVE 132 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Granting an exemption takes tax off every invoice the customer
*> is sent, so it is a supervisor's decision and every change of
*> certificate or expiry goes on the audit trail.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-JURISDICTIONS.
    PERFORM LOAD-EXEMPTIONS.
    PERFORM UNTIL WS-MAINTAINING = 'N'
        PERFORM TAKE-CUSTOMER
    END-PERFORM.
    PERFORM SAVE-EXEMPTIONS.

    DISPLAY "EXEMPTIONS GRANTED: " WS-ADDED-COUNT.
    DISPLAY "EXEMPTIONS CHANGED: " WS-CHANGED-COUNT.
    GOBACK.

TAKE-CUSTOMER.
    DISPLAY "CUSTOMER CODE (ENTER TO FINISH): " WITH NO ADVANCING.
    MOVE SPACES TO WS-CUSTOMER.
    ACCEPT WS-CUSTOMER.
    IF WS-CUSTOMER = SPACES
        MOVE 'N' TO WS-MAINTAINING
    ELSE
        IF WS-CUSTOMER = "ONACCT"
            DISPLAY "ONACCT IS THE HOUSE CODE - NOT A CUSTOMER"
        ELSE
            PERFORM FIND-EXEMPTION
            IF WS-EXEMPT-HIT > 0
                PERFORM CHANGE-EXEMPTION
            ELSE
                PERFORM GRANT-EXEMPTION
            END-IF
        END-IF
    END-IF.

GRANT-EXEMPTION.
    IF WS-EXEMPT-COUNT >= 300
        DISPLAY "EXEMPTION TABLE FULL - NOTHING GRANTED"
    ELSE
        DISPLAY "NEW EXEMPTION - CUSTOMER NAME: " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-NAME
        ACCEPT WS-IN-NAME
        DISPLAY "CERTIFICATE NUMBER: " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-CERT-NO
        ACCEPT WS-IN-CERT-NO
        DISPLAY "JURISDICTION: " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-JURIS
        ACCEPT WS-IN-JURIS
        DISPLAY "EXPIRY DATE YYYYMMDD: " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-EXPIRY
        ACCEPT WS-IN-EXPIRY
        MOVE 'Y' TO WS-ENTRY-VALID
        IF WS-IN-CERT-NO = SPACES
            DISPLAY "CERTIFICATE NUMBER IS REQUIRED"
            MOVE 'N' TO WS-ENTRY-VALID
        END-IF
        PERFORM CHECK-JURISDICTION
        IF WS-JURIS-FOUND = 'N'
            DISPLAY "JURISDICTION NOT IN TAX TABLE: " WS-IN-JURIS
            MOVE 'N' TO WS-ENTRY-VALID
        END-IF
        IF WS-IN-EXPIRY IS NOT NUMERIC
            DISPLAY "EXPIRY MUST BE AN 8-DIGIT DATE"
            MOVE 'N' TO WS-ENTRY-VALID
        ELSE
            IF WS-IN-EXPIRY < WS-RH-RUN-DATE
                DISPLAY "CERTIFICATE HAS ALREADY EXPIRED"
                MOVE 'N' TO WS-ENTRY-VALID
            END-IF
        END-IF
        IF WS-ENTRY-VALID = 'N'
            DISPLAY "NO EXEMPTION GRANTED FOR " WS-CUSTOMER
        ELSE
            MOVE SPACES TO TAX-EXEMPTION-REC
            MOVE WS-CUSTOMER TO TE-CUSTOMER
            MOVE WS-IN-NAME TO TE-NAME
            MOVE WS-IN-CERT-NO TO TE-CERT-NO
            MOVE WS-IN-JURIS TO TE-JURISDICTION
            MOVE WS-IN-EXPIRY TO TE-EXPIRY
            MOVE WS-SUPERVISOR-NAME TO TE-UPDATED-BY
            MOVE WS-RH-RUN-DATE TO TE-UPDATED-DATE
            ADD 1 TO WS-EXEMPT-COUNT
            MOVE TAX-EXEMPTION-REC TO WS-EX-LINE(WS-EXEMPT-COUNT)
            ADD 1 TO WS-ADDED-COUNT
            MOVE "TX-EXEMPT" TO WS-AUDIT-FIELD-NAME
            MOVE 0 TO WS-AUDIT-OLD-VALUE
            MOVE 1 TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-EXEMPTION-CHANGE
            MOVE "TX-EXPIRY" TO WS-AUDIT-FIELD-NAME
            MOVE 0 TO WS-AUDIT-OLD-VALUE
            MOVE TE-EXPIRY TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-EXEMPTION-CHANGE
            DISPLAY "EXEMPTION GRANTED FOR " WS-CUSTOMER
        END-IF
    END-IF.

*> Blank answers keep what is on file. A renewed certificate comes
*> in as a new number and a later expiry; bringing the expiry
*> forward to a past date withdraws the exemption from then on.
CHANGE-EXEMPTION.
    MOVE WS-EX-LINE(WS-EXEMPT-HIT) TO TAX-EXEMPTION-REC.
    MOVE TE-CERT-NO TO WS-OLD-CERT-NO.
    MOVE TE-JURISDICTION TO WS-OLD-JURIS.
    MOVE TE-EXPIRY TO WS-OLD-EXPIRY.
    DISPLAY TE-NAME " CERT=" TE-CERT-NO " JURIS=" TE-JURISDICTION
        " EXPIRES " TE-EXPIRY.
    DISPLAY "LAST CHANGED " TE-UPDATED-DATE " BY " TE-UPDATED-BY.
    DISPLAY "NEW CERTIFICATE NUMBER (BLANK=KEEP): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CERT-NO.
    ACCEPT WS-IN-CERT-NO.
    IF WS-IN-CERT-NO NOT = SPACES
        MOVE WS-IN-CERT-NO TO TE-CERT-NO
    END-IF.
    DISPLAY "NEW JURISDICTION (BLANK=KEEP): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-JURIS.
    ACCEPT WS-IN-JURIS.
    IF WS-IN-JURIS NOT = SPACES
        PERFORM CHECK-JURISDICTION
        IF WS-JURIS-FOUND = 'N'
            DISPLAY "JURISDICTION NOT IN TAX TABLE - KEPT"
        ELSE
            MOVE WS-IN-JURIS TO TE-JURISDICTION
        END-IF
    END-IF.
    DISPLAY "NEW EXPIRY YYYYMMDD (BLANK=KEEP): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-EXPIRY.
    ACCEPT WS-IN-EXPIRY.
    IF WS-IN-EXPIRY NOT = SPACES
        IF WS-IN-EXPIRY IS NOT NUMERIC
            DISPLAY "EXPIRY MUST BE AN 8-DIGIT DATE - EXPIRY KEPT"
        ELSE
            MOVE WS-IN-EXPIRY TO TE-EXPIRY
        END-IF
    END-IF.
    IF TE-CERT-NO NOT = WS-OLD-CERT-NO
            OR TE-JURISDICTION NOT = WS-OLD-JURIS
            OR TE-EXPIRY NOT = WS-OLD-EXPIRY
        MOVE WS-SUPERVISOR-NAME TO TE-UPDATED-BY
        MOVE WS-RH-RUN-DATE TO TE-UPDATED-DATE
        MOVE TAX-EXEMPTION-REC TO WS-EX-LINE(WS-EXEMPT-HIT)
        ADD 1 TO WS-CHANGED-COUNT
        IF TE-CERT-NO NOT = WS-OLD-CERT-NO
                OR TE-JURISDICTION NOT = WS-OLD-JURIS
            MOVE "TX-CERT" TO WS-AUDIT-FIELD-NAME
            MOVE 1 TO WS-AUDIT-OLD-VALUE
            MOVE 1 TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-EXEMPTION-CHANGE
        END-IF
        IF TE-EXPIRY NOT = WS-OLD-EXPIRY
            MOVE "TX-EXPIRY" TO WS-AUDIT-FIELD-NAME
            MOVE WS-OLD-EXPIRY TO WS-AUDIT-OLD-VALUE
            MOVE TE-EXPIRY TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-EXEMPTION-CHANGE
        END-IF
        DISPLAY "EXEMPTION CHANGED FOR " WS-CUSTOMER
        IF TE-EXPIRY < WS-RH-RUN-DATE
            DISPLAY "CERTIFICATE NOW EXPIRED - TAX WILL BE CHARGED"
        END-IF
    END-IF.

AUDIT-EXEMPTION-CHANGE.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.

FIND-EXEMPTION.
    MOVE 0 TO WS-EXEMPT-HIT.
    PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
            UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
        IF WS-EX-LINE(WS-EXEMPT-IDX)(1:6) = WS-CUSTOMER
            MOVE WS-EXEMPT-IDX TO WS-EXEMPT-HIT
        END-IF
    END-PERFORM.

CHECK-JURISDICTION.
    MOVE 'N' TO WS-JURIS-FOUND.
    PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
            UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
        IF WS-JR-CODE(WS-JURIS-IDX) = WS-IN-JURIS
            MOVE 'Y' TO WS-JURIS-FOUND
        END-IF
    END-PERFORM.

LOAD-JURISDICTIONS.
    OPEN INPUT TAX-TABLE-FILE.
    PERFORM UNTIL WS-TAX-EOF = 'Y'
        READ TAX-TABLE-FILE
            AT END MOVE 'Y' TO WS-TAX-EOF
            NOT AT END
                IF WS-JURIS-COUNT < 20
                    ADD 1 TO WS-JURIS-COUNT
                    MOVE TX-JURISDICTION TO WS-JR-CODE(WS-JURIS-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TAX-TABLE-FILE.

LOAD-EXEMPTIONS.
    OPEN INPUT EXEMPTION-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ EXEMPTION-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-EXEMPT-COUNT >= 300
                    DISPLAY "EXEMPTION TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-EXEMPT-COUNT
                MOVE TAX-EXEMPTION-REC TO WS-EX-LINE(WS-EXEMPT-COUNT)
        END-READ
    END-PERFORM.
    CLOSE EXEMPTION-FILE.

SAVE-EXEMPTIONS.
    OPEN OUTPUT EXEMPTION-FILE.
    PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
            UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
        MOVE WS-EX-LINE(WS-EXEMPT-IDX) TO TAX-EXEMPTION-REC
        WRITE TAX-EXEMPTION-REC
    END-PERFORM.
    CLOSE EXEMPTION-FILE.
