       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESSION-DISPOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCESSION-LOG-FILE ASSIGN TO "ACCESSION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT OPTIONAL DISPOSAL-FILE ASSIGN TO "ACCESSION-DISPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "SUBMITTER-AGREEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CERTIFICATE-FILE
        ASSIGN TO "ACCESSION-DISPOSAL-CERTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD DISPOSAL-FILE.
COPY "ACCESSION-DISPOSAL-RECORD.cpy".

FD AGREEMENT-FILE.
COPY "SUBMITTER-AGREEMENT-RECORD.cpy".

FD CERTIFICATE-FILE.
01 CERTIFICATE-LINE      PIC X(70).

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-LOG-STATUS         PIC X(2).
01 WS-EOF                PIC X.
01 WS-RUNNING            PIC X VALUE 'Y'.
01 WS-ACTION             PIC X.
01 WS-CONFIRM            PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-WITNESS-NAME       PIC X(30).
01 WS-WITNESS-PASS       PIC X(10).
01 WS-WITNESS-OK         PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "ACCESSION-DISPOSE".
01 WS-AUTH-RESULT        PIC X.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "ACCESSION-DISPOS".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).
01 WS-DISPOSED-COUNT     PIC 9(5) VALUE 0.

01 WS-IN-ACCESSION       PIC X(6).
01 WS-ACCESSION-NO       PIC 9(6).
01 WS-ACCESSION-FOUND    PIC X.
01 WS-ALREADY-DISPOSED   PIC X.
01 WS-HELD-ROW           PIC X(99).
01 WS-RETAIN-UNTIL       PIC 9(8).
01 WS-DISPOSED-TIME      PIC 9(8).

01 WS-DEFAULT-RETENTION-DAYS PIC 9(5) VALUE 1825.
01 WS-RETENTION-DAYS     PIC 9(5).

01 WS-CERT-RULE          PIC X(70) VALUE ALL "=".
01 WS-CERT-TITLE         PIC X(70)
   VALUE "            CERTIFICATE OF DISPOSAL OF SUBMITTED MATERIAL".

01 WS-CERT-FIELD.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-CF-LABEL        PIC X(22).
   05 WS-CF-VALUE        PIC X(46).

01 WS-CERT-LOCATION.
   05 FILLER             PIC X(8) VALUE "FREEZER ".
   05 WS-CL-FREEZER      PIC X(4).
   05 FILLER             PIC X(6) VALUE " RACK ".
   05 WS-CL-RACK         PIC X(2).
   05 FILLER             PIC X(5) VALUE " BOX ".
   05 WS-CL-BOX          PIC X(3).
   05 FILLER             PIC X(10) VALUE " POSITION ".
   05 WS-CL-POSITION     PIC X(3).

01 WS-CERT-STATEMENT-1   PIC X(70)
   VALUE "  THE MATERIAL ABOVE WAS HELD FOR THE PERIOD AGREED WITH THE".
01 WS-CERT-STATEMENT-2   PIC X(70)
   VALUE "  SUBMITTER AND HAS BEEN DESTROYED IN THE PRESENCE OF A WITNESS.".

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESSION-DISPOSE" TO WS-RH-JOB-NAME.
    MOVE 163 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED TO DISPOSE OF ACCESSIONS - "
            "NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

*> Destruction is irreversible, so a second person sees it done and
*> is named on the record and the certificate.
    DISPLAY "WITNESS NAME: " WITH NO ADVANCING.
    ACCEPT WS-WITNESS-NAME.
    IF WS-WITNESS-NAME = SPACES OR WS-WITNESS-NAME = WS-OPERATOR-NAME
        DISPLAY "A WITNESS OTHER THAN THE OPERATOR IS REQUIRED - "
            "NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "WITNESS PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-WITNESS-PASS.
    PERFORM VERIFY-WITNESS.
    IF WS-WITNESS-OK = 'N'
        DISPLAY "WITNESS NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "(D)ISPOSE OF ACCESSION, (X)EXIT: " WITH NO ADVANCING
        ACCEPT WS-ACTION
        EVALUATE WS-ACTION
            WHEN 'D'
            WHEN 'd'
                PERFORM DISPOSE-ACCESSION
            WHEN OTHER
                MOVE 'N' TO WS-RUNNING
        END-EVALUATE
    END-PERFORM.

    DISPLAY "ACCESSIONS DISPOSED : " WS-DISPOSED-COUNT.
    GOBACK.

*> The witness proves their identity against the password file, so
*> the name on the disposal record and certificate is that of
*> someone who was there.
VERIFY-WITNESS.
    MOVE 'N' TO WS-WITNESS-OK.
    MOVE 'N' TO WS-PASSWORD-EOF.
    OPEN INPUT PASSWORD-FILE.
    IF WS-PASSWORD-STATUS = "00"
        PERFORM UNTIL WS-PASSWORD-EOF = 'Y'
            READ PASSWORD-FILE
                AT END MOVE 'Y' TO WS-PASSWORD-EOF
                NOT AT END
                    IF PW-NAME = WS-WITNESS-NAME
                            AND PW-PASSWORD = WS-WITNESS-PASS
                            AND PW-LOCKED NOT = 'Y'
                        MOVE 'Y' TO WS-WITNESS-OK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASSWORD-FILE
    END-IF.
    IF WS-WITNESS-OK = 'N'
        MOVE "PW-PASSWORD" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-WITNESS-NAME TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    END-IF.

*> Only material held past its retain-until date may be destroyed,
*> and only once.
DISPOSE-ACCESSION.
    DISPLAY "ACCESSION NUMBER: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-ACCESSION.
    ACCEPT WS-IN-ACCESSION.
    CALL "NUMERIC-EDIT" USING WS-IN-ACCESSION WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "ACCESSION NUMBER MUST BE NUMERIC - REJECTED"
    ELSE
        MOVE FUNCTION NUMVAL(WS-IN-ACCESSION) TO WS-ACCESSION-NO
        PERFORM FIND-ACCESSION
        PERFORM CHECK-DISPOSED
        EVALUATE TRUE
            WHEN WS-ACCESSION-FOUND = 'N'
                DISPLAY "ACCESSION " WS-ACCESSION-NO " NOT ON FILE"
            WHEN WS-ALREADY-DISPOSED = 'Y'
                DISPLAY "ACCESSION " WS-ACCESSION-NO
                    " ALREADY DISPOSED OF"
            WHEN OTHER
                PERFORM CONFIRM-DISPOSAL
        END-EVALUATE
    END-IF.

CONFIRM-DISPOSAL.
    MOVE WS-HELD-ROW TO ACCESSION-LOG-REC.
    IF AC-RETAIN-UNTIL IS NUMERIC
        MOVE AC-RETAIN-UNTIL TO WS-RETAIN-UNTIL
    ELSE
        PERFORM DERIVE-RETAIN-UNTIL
    END-IF.
    IF WS-RETAIN-UNTIL NOT < WS-RH-RUN-DATE
        DISPLAY "ACCESSION " WS-ACCESSION-NO " MUST BE KEPT UNTIL "
            WS-RETAIN-UNTIL " - NOT DISPOSED"
    ELSE
        DISPLAY "ACCESSION " AC-ACCESSION-NO " FROM " AC-SUBMITTER
        IF AC-LOCATION = SPACES
            DISPLAY "  NO STORAGE LOCATION RECORDED - DESTROYED? (Y/N): "
                WITH NO ADVANCING
        ELSE
            DISPLAY "  AT " AC-LOCATION " - DESTROYED? (Y/N): "
                WITH NO ADVANCING
        END-IF
        MOVE SPACE TO WS-CONFIRM
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
            PERFORM RECORD-DISPOSAL
            PERFORM WRITE-CERTIFICATE
            ADD 1 TO WS-DISPOSED-COUNT
            DISPLAY "DISPOSAL RECORDED - CERTIFICATE WRITTEN"
        ELSE
            DISPLAY "NOT DISPOSED"
        END-IF
    END-IF.

FIND-ACCESSION.
    MOVE 'N' TO WS-ACCESSION-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ACCESSION-LOG-FILE.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "NO ACCESSION LOG ON FILE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-ACCESSION-NO = WS-ACCESSION-NO
                    MOVE 'Y' TO WS-ACCESSION-FOUND
                    MOVE ACCESSION-LOG-REC TO WS-HELD-ROW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCESSION-LOG-FILE.

CHECK-DISPOSED.
    MOVE 'N' TO WS-ALREADY-DISPOSED.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DISPOSAL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DISPOSAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AD-ACCESSION-NO = WS-ACCESSION-NO
                    MOVE 'Y' TO WS-ALREADY-DISPOSED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISPOSAL-FILE.

*> An accession taken in before the retain-until date was recorded
*> is held for its submitter's agreed period from receipt.
DERIVE-RETAIN-UNTIL.
    MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AGREEMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AGREEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SA-SUBMITTER = AC-SUBMITTER
                        AND SA-RETENTION-DAYS IS NUMERIC
                    MOVE SA-RETENTION-DAYS TO WS-RETENTION-DAYS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGREEMENT-FILE.
    MOVE WS-HELD-ROW TO ACCESSION-LOG-REC.
    COMPUTE WS-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(AC-RECEIVED-DATE) + WS-RETENTION-DAYS).

RECORD-DISPOSAL.
    ACCEPT WS-DISPOSED-TIME FROM TIME.
    MOVE SPACES TO ACCESSION-DISPOSAL-REC.
    MOVE WS-ACCESSION-NO TO AD-ACCESSION-NO.
    MOVE WS-RH-RUN-DATE TO AD-DISPOSED-DATE.
    MOVE WS-DISPOSED-TIME TO AD-DISPOSED-TIME.
    MOVE WS-OPERATOR-NAME TO AD-OPERATOR.
    MOVE WS-WITNESS-NAME TO AD-WITNESS.
    OPEN EXTEND DISPOSAL-FILE.
    WRITE ACCESSION-DISPOSAL-REC.
    CLOSE DISPOSAL-FILE.

*> One certificate per accession, appended to the certificates file
*> for the lab office to sign and send to the submitter.
WRITE-CERTIFICATE.
    MOVE WS-HELD-ROW TO ACCESSION-LOG-REC.
    OPEN EXTEND CERTIFICATE-FILE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-RULE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-TITLE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-RULE.
    MOVE "SUBMITTER:" TO WS-CF-LABEL.
    MOVE AC-SUBMITTER TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "ACCESSION NUMBER:" TO WS-CF-LABEL.
    MOVE AC-ACCESSION-NO TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "RECEIVED:" TO WS-CF-LABEL.
    MOVE AC-RECEIVED-DATE TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "STRANDS:" TO WS-CF-LABEL.
    MOVE AC-RECORD-COUNT TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "RETAINED UNTIL:" TO WS-CF-LABEL.
    MOVE WS-RETAIN-UNTIL TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    IF AC-LOCATION NOT = SPACES
        MOVE AC-FREEZER TO WS-CL-FREEZER
        MOVE AC-RACK TO WS-CL-RACK
        MOVE AC-BOX TO WS-CL-BOX
        MOVE AC-POSITION TO WS-CL-POSITION
        MOVE "STORED AT:" TO WS-CF-LABEL
        MOVE WS-CERT-LOCATION TO WS-CF-VALUE
        WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD
    END-IF.
    MOVE "DESTROYED ON:" TO WS-CF-LABEL.
    MOVE SPACES TO WS-CF-VALUE.
    MOVE WS-RH-RUN-DATE TO WS-CF-VALUE(1:8).
    MOVE WS-DISPOSED-TIME(1:4) TO WS-CF-VALUE(10:4).
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "DESTROYED BY:" TO WS-CF-LABEL.
    MOVE WS-OPERATOR-NAME TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE "WITNESSED BY:" TO WS-CF-LABEL.
    MOVE WS-WITNESS-NAME TO WS-CF-VALUE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-FIELD.
    MOVE SPACES TO CERTIFICATE-LINE.
    WRITE CERTIFICATE-LINE.
    WRITE CERTIFICATE-LINE FROM WS-CERT-STATEMENT-1.
    WRITE CERTIFICATE-LINE FROM WS-CERT-STATEMENT-2.
    WRITE CERTIFICATE-LINE FROM WS-CERT-RULE.
    CLOSE CERTIFICATE-FILE.
