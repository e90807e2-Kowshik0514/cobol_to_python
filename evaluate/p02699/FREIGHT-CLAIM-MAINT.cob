       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FREIGHT-CLAIM-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLAIM-FILE ASSIGN TO "FREIGHT-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLAIM-WORK-FILE ASSIGN TO "FREIGHT-CLAIMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TERMS-FILE ASSIGN TO "CARRIER-CLAIM-TERMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHIPMENT-INDEX-FILE ASSIGN TO "SHIPMENT-WEIGHTS-IDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SI-SHIP-ID
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "FREIGHT-CLAIM-RECORD.cpy".

FD CLAIM-WORK-FILE.
01 CLAIM-WORK-REC        PIC X(79).

*> How many days each carrier allows itself to answer a claim.
FD TERMS-FILE.
01 TERMS-REC.
   05 CT-CARRIER         PIC X(5).
   05 FILLER             PIC X(1).
   05 CT-RESPONSE-DAYS   PIC 9(3).

FD SHIPMENT-INDEX-FILE.
01 SHIPMENT-INDEX-REC.
   05 SI-SHIP-ID         PIC X(6).
   05 SI-S               PIC 9(3).
   05 SI-W               PIC 9(3).
   05 SI-CARRIER         PIC X(5).

FD GL-POSTING-FILE.
01 GL-POSTING-REC.
   05 GP-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GP-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 GP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 GP-POST-DATE       PIC 9(8).
   05 FILLER             PIC X(52).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-INDEX-STATUS       PIC X(2).
01 WS-EOF                PIC X.
01 WS-WORK-EOF           PIC X.
01 WS-TERMS-EOF          PIC X VALUE 'N'.
01 WS-MODE               PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "FREIGHT-CLAIM-MAINT".
01 WS-AUTH-RESULT        PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-CLAIM-FOUND        PIC X.
01 WS-CLAIM-APPLIED      PIC X.
01 WS-OPEN-CLAIM-FOUND   PIC X.
01 WS-IN-CLAIM-NO        PIC X(6).
01 WS-IN-SHIP-ID         PIC X(6).
01 WS-IN-TYPE            PIC X(1).
01 WS-IN-AMOUNT          PIC X(7).
01 WS-CLAIM-NO           PIC 9(6).
01 WS-LAST-CLAIM-NO      PIC 9(6).
01 WS-AMOUNT             PIC 9(7)V99.
01 WS-WHOLE-UNITS        PIC 9(9).
01 WS-CARRIER            PIC X(5).
01 WS-RESPONSE-DAYS      PIC 9(3).
01 WS-RESPONSE-DUE       PIC 9(8).

*> A carrier with no terms on file is given thirty days to answer.
01 WS-DEFAULT-RESPONSE-DAYS PIC 9(3) VALUE 30.
01 WS-TERMS-COUNT        PIC 9(2) VALUE 0.
01 WS-TERMS-TABLE.
   05 WS-TERMS-ENTRY OCCURS 50 TIMES.
      10 WS-TM-CARRIER   PIC X(5).
      10 WS-TM-DAYS      PIC 9(3).
01 WS-TERMS-IDX          PIC 9(2).

*> A recovery from the carrier is cash in and income against the
*> freight already charged out.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.
01 WS-RECOVERY-ACCOUNT   PIC 9(6) VALUE 490300.

PROCEDURE DIVISION.
MAIN.
    MOVE "FREIGHT-CLAIM-MAINT" TO WS-RH-JOB-NAME.
    MOVE 156 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED FOR FREIGHT CLAIMS - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-CLAIM-TERMS.

    DISPLAY "MODE - (R)AISE, (F)ILE PROPOSED, (A)CKNOWLEDGED, "
        "(P)AID, (D)ENIED: " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    INSPECT WS-MODE CONVERTING "rfapd" TO "RFAPD".

    EVALUATE WS-MODE
        WHEN 'R'
            PERFORM RAISE-CLAIM
        WHEN 'F'
            PERFORM FILE-PROPOSED-CLAIM
        WHEN 'A'
        WHEN 'D'
            PERFORM ACCEPT-CLAIM-NO
            IF WS-EDIT-VALID = 'Y'
                PERFORM UPDATE-CLAIM
            END-IF
        WHEN 'P'
            PERFORM RECORD-PAYMENT
        WHEN OTHER
            DISPLAY "NO ACTION TAKEN"
    END-EVALUATE.
    GOBACK.

LOAD-CLAIM-TERMS.
    OPEN INPUT TERMS-FILE.
    PERFORM UNTIL WS-TERMS-EOF = 'Y'
        READ TERMS-FILE
            AT END MOVE 'Y' TO WS-TERMS-EOF
            NOT AT END
                IF CT-RESPONSE-DAYS IS NUMERIC AND WS-TERMS-COUNT < 50
                    ADD 1 TO WS-TERMS-COUNT
                    MOVE CT-CARRIER TO WS-TM-CARRIER(WS-TERMS-COUNT)
                    MOVE CT-RESPONSE-DAYS TO WS-TM-DAYS(WS-TERMS-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TERMS-FILE.

*> A damaged delivery, or a loss found before the aging run proposes
*> it, is raised and filed with the carrier in one step. One open
*> claim per shipment: a second is refused while the first stands.
RAISE-CLAIM.
    DISPLAY "SHIP ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-SHIP-ID.
    PERFORM ACCEPT-CLAIM-DETAIL.
    IF WS-EDIT-VALID = 'Y'
        PERFORM SCAN-CLAIMS
        MOVE WS-IN-SHIP-ID TO WS-CARRIER
        PERFORM LOOK-UP-CARRIER
        IF WS-OPEN-CLAIM-FOUND = 'Y'
            DISPLAY "SHIPMENT " WS-IN-SHIP-ID
                " ALREADY HAS AN OPEN CLAIM - NOT RAISED"
        ELSE
            IF WS-CARRIER = SPACES
                DISPLAY "SHIPMENT " WS-IN-SHIP-ID
                    " NOT ON SHIPMENT INDEX - NOT RAISED"
            ELSE
                PERFORM APPEND-RAISED-CLAIM
            END-IF
        END-IF
    END-IF.

APPEND-RAISED-CLAIM.
    PERFORM FIND-RESPONSE-DUE.
    ADD 1 TO WS-LAST-CLAIM-NO.
    MOVE SPACES TO FREIGHT-CLAIM-REC.
    MOVE WS-LAST-CLAIM-NO TO FC-CLAIM-NO.
    MOVE WS-IN-SHIP-ID TO FC-SHIP-ID.
    MOVE WS-CARRIER TO FC-CARRIER.
    MOVE WS-IN-TYPE TO FC-CLAIM-TYPE.
    MOVE 'F' TO FC-STATUS.
    MOVE WS-AMOUNT TO FC-CLAIMED.
    MOVE WS-RH-RUN-DATE TO FC-RAISED-DATE.
    MOVE WS-RH-RUN-DATE TO FC-FILING-DATE.
    MOVE WS-RESPONSE-DUE TO FC-RESPONSE-DUE.
    MOVE 0 TO FC-RECOVERED.
    MOVE 0 TO FC-SETTLED-DATE.
    OPEN EXTEND CLAIM-FILE.
    WRITE FREIGHT-CLAIM-REC.
    CLOSE CLAIM-FILE.
    DISPLAY "CLAIM " FC-CLAIM-NO " FILED AGAINST " FC-CARRIER
        " - RESPONSE DUE " FC-RESPONSE-DUE.

*> A claim the aging run proposed is valued and put to the carrier;
*> the response clock starts from today.
FILE-PROPOSED-CLAIM.
    PERFORM ACCEPT-CLAIM-NO.
    IF WS-EDIT-VALID = 'Y'
        PERFORM ACCEPT-CLAIM-DETAIL
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        PERFORM UPDATE-CLAIM
    END-IF.

RECORD-PAYMENT.
    PERFORM ACCEPT-CLAIM-NO.
    IF WS-EDIT-VALID = 'Y'
        DISPLAY "AMOUNT RECOVERED (WHOLE UNITS): " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-AMOUNT
        ACCEPT WS-IN-AMOUNT
        PERFORM EDIT-AMOUNT
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        PERFORM UPDATE-CLAIM
        IF WS-CLAIM-APPLIED = 'Y'
            PERFORM POST-RECOVERY-JOURNAL
        END-IF
    END-IF.

ACCEPT-CLAIM-NO.
    DISPLAY "CLAIM NUMBER: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CLAIM-NO.
    ACCEPT WS-IN-CLAIM-NO.
    CALL "NUMERIC-EDIT" USING WS-IN-CLAIM-NO WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-CLAIM-NO) TO WS-CLAIM-NO
    ELSE
        DISPLAY "CLAIM NUMBER MUST BE NUMERIC - REJECTED"
    END-IF.

ACCEPT-CLAIM-DETAIL.
    DISPLAY "CLAIM TYPE - (L)OST, (D)AMAGED: " WITH NO ADVANCING.
    MOVE SPACE TO WS-IN-TYPE.
    ACCEPT WS-IN-TYPE.
    INSPECT WS-IN-TYPE CONVERTING "ld" TO "LD".
    DISPLAY "AMOUNT CLAIMED (WHOLE UNITS): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-AMOUNT.
    ACCEPT WS-IN-AMOUNT.
    IF WS-IN-TYPE NOT = 'L' AND WS-IN-TYPE NOT = 'D'
        DISPLAY "CLAIM TYPE MUST BE L OR D - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        PERFORM EDIT-AMOUNT
    END-IF.

EDIT-AMOUNT.
    CALL "NUMERIC-EDIT" USING WS-IN-AMOUNT WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-AMOUNT) TO WS-AMOUNT
    ELSE
        MOVE 0 TO WS-AMOUNT
    END-IF.
    IF WS-EDIT-VALID = 'N' OR WS-AMOUNT = 0
        DISPLAY "AMOUNT MUST BE A WHOLE NUMBER ABOVE ZERO - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    END-IF.

*> Finds the highest claim number in use and whether the shipment
*> being raised already has a claim still open.
SCAN-CLAIMS.
    MOVE 0 TO WS-LAST-CLAIM-NO.
    MOVE 'N' TO WS-OPEN-CLAIM-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CLAIM-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM NOTE-SCANNED-CLAIM
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.

NOTE-SCANNED-CLAIM.
    IF FC-CLAIM-NO IS NUMERIC AND FC-CLAIM-NO > WS-LAST-CLAIM-NO
        MOVE FC-CLAIM-NO TO WS-LAST-CLAIM-NO
    END-IF.
    IF FC-SHIP-ID = WS-IN-SHIP-ID
            AND (FC-STATUS = 'N' OR FC-STATUS = 'F' OR FC-STATUS = 'A')
        MOVE 'Y' TO WS-OPEN-CLAIM-FOUND
    END-IF.

*> The carrier comes from the shipment index, so a claim always
*> names the carrier that actually moved the freight. WS-CARRIER
*> holds the ship id on the way in and the carrier on the way out.
LOOK-UP-CARRIER.
    MOVE WS-CARRIER TO SI-SHIP-ID.
    MOVE SPACES TO WS-CARRIER.
    OPEN INPUT SHIPMENT-INDEX-FILE.
    IF WS-INDEX-STATUS = "00"
        READ SHIPMENT-INDEX-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SI-CARRIER TO WS-CARRIER
        END-READ
        CLOSE SHIPMENT-INDEX-FILE
    END-IF.

FIND-RESPONSE-DUE.
    MOVE WS-DEFAULT-RESPONSE-DAYS TO WS-RESPONSE-DAYS.
    PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
            UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
        IF WS-TM-CARRIER(WS-TERMS-IDX) = WS-CARRIER
            MOVE WS-TM-DAYS(WS-TERMS-IDX) TO WS-RESPONSE-DAYS
        END-IF
    END-PERFORM.
    COMPUTE WS-RESPONSE-DUE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE) + WS-RESPONSE-DAYS).

*> The claim updates in place through a work file. Each step only
*> follows from the one before it: a proposal is filed, a filed
*> claim is acknowledged, and a filed or acknowledged claim is paid
*> or denied.
UPDATE-CLAIM.
    MOVE 'N' TO WS-CLAIM-FOUND.
    MOVE 'N' TO WS-CLAIM-APPLIED.
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT CLAIM-FILE.
    OPEN OUTPUT CLAIM-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-UPDATE-CLAIM
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.
    CLOSE CLAIM-WORK-FILE.
    IF WS-CLAIM-APPLIED = 'Y'
        PERFORM COPY-WORK-BACK
    END-IF.
    IF WS-CLAIM-FOUND = 'N'
        DISPLAY "CLAIM " WS-CLAIM-NO " NOT ON FILE"
    END-IF.

PASS-OR-UPDATE-CLAIM.
    IF FC-CLAIM-NO = WS-CLAIM-NO AND WS-CLAIM-FOUND = 'N'
        MOVE 'Y' TO WS-CLAIM-FOUND
        EVALUATE TRUE
            WHEN WS-MODE = 'F' AND FC-STATUS = 'N'
                PERFORM STAMP-FILED
            WHEN WS-MODE = 'A' AND FC-STATUS = 'F'
                MOVE 'A' TO FC-STATUS
                MOVE 'Y' TO WS-CLAIM-APPLIED
            WHEN WS-MODE = 'P'
                    AND (FC-STATUS = 'F' OR FC-STATUS = 'A')
                MOVE 'P' TO FC-STATUS
                MOVE WS-AMOUNT TO FC-RECOVERED
                MOVE WS-RH-RUN-DATE TO FC-SETTLED-DATE
                MOVE 'Y' TO WS-CLAIM-APPLIED
            WHEN WS-MODE = 'D'
                    AND (FC-STATUS = 'F' OR FC-STATUS = 'A')
                MOVE 'D' TO FC-STATUS
                MOVE WS-RH-RUN-DATE TO FC-SETTLED-DATE
                MOVE 'Y' TO WS-CLAIM-APPLIED
            WHEN OTHER
                DISPLAY "CLAIM " FC-CLAIM-NO " IS STATUS " FC-STATUS
                    " - NO CHANGE MADE"
        END-EVALUATE
        IF WS-CLAIM-APPLIED = 'Y'
            DISPLAY "CLAIM " FC-CLAIM-NO " SHIPMENT " FC-SHIP-ID
                " NOW STATUS " FC-STATUS
        END-IF
    END-IF.
    WRITE CLAIM-WORK-REC FROM FREIGHT-CLAIM-REC.

STAMP-FILED.
    IF FC-CARRIER = SPACES
        MOVE FC-SHIP-ID TO WS-CARRIER
        PERFORM LOOK-UP-CARRIER
        MOVE WS-CARRIER TO FC-CARRIER
    END-IF.
    IF FC-CARRIER = SPACES
        DISPLAY "SHIPMENT " FC-SHIP-ID
            " NOT ON SHIPMENT INDEX - NO CARRIER TO FILE WITH"
    ELSE
        MOVE FC-CARRIER TO WS-CARRIER
        PERFORM FIND-RESPONSE-DUE
        MOVE 'F' TO FC-STATUS
        MOVE WS-IN-TYPE TO FC-CLAIM-TYPE
        MOVE WS-AMOUNT TO FC-CLAIMED
        MOVE WS-RH-RUN-DATE TO FC-FILING-DATE
        MOVE WS-RESPONSE-DUE TO FC-RESPONSE-DUE
        MOVE 'Y' TO WS-CLAIM-APPLIED
        DISPLAY "RESPONSE DUE FROM " FC-CARRIER " BY " FC-RESPONSE-DUE
    END-IF.

*> The GL posting record carries whole units only; both legs take
*> the same rounded figure so the journal always balances.
POST-RECOVERY-JOURNAL.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-AMOUNT.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-CASH-ACCOUNT TO GP-ACCOUNT.
    MOVE "DR" TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-RECOVERY-ACCOUNT TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    CLOSE GL-POSTING-FILE.
    DISPLAY "RECOVERY POSTED TO GL: " WS-WHOLE-UNITS.

COPY-WORK-BACK.
    OPEN INPUT CLAIM-WORK-FILE.
    OPEN OUTPUT CLAIM-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ CLAIM-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE CLAIM-WORK-REC TO FREIGHT-CLAIM-REC
                WRITE FREIGHT-CLAIM-REC
        END-READ
    END-PERFORM.
    CLOSE CLAIM-WORK-FILE.
    CLOSE CLAIM-FILE.
