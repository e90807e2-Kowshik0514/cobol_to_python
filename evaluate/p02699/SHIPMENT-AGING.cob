       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPMENT-AGING.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LIMIT-FILE ASSIGN TO "SHIPMENT-AGING-LIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CLAIM-FILE ASSIGN TO "FREIGHT-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHIPMENT-INDEX-FILE ASSIGN TO "SHIPMENT-WEIGHTS-IDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SI-SHIP-ID
        FILE STATUS IS WS-INDEX-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIMIT-FILE.
01 LIMIT-REC.
   05 SL-MAX-OPEN-DAYS   PIC 9(3).
   05 FILLER             PIC X(1).
   05 SL-LOST-DAYS       PIC 9(3).

FD CLAIM-FILE.
COPY "FREIGHT-CLAIM-RECORD.cpy".

FD SHIPMENT-INDEX-FILE.
01 SHIPMENT-INDEX-REC.
   05 SI-SHIP-ID         PIC X(6).
   05 SI-S               PIC 9(3).
   05 SI-W               PIC 9(3).
   05 SI-CARRIER         PIC X(5).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.

*> Still unconfirmed this long after dispatch, the freight is taken
*> as lost and a claim is proposed against the carrier, once per
*> shipment.
01 WS-LOST-DAYS          PIC 9(3) VALUE 30.
01 WS-INDEX-STATUS       PIC X(2).
01 WS-INDEX-OPEN         PIC X VALUE 'N'.
01 WS-CLAIM-EOF          PIC X VALUE 'N'.
01 WS-CLAIMS-USABLE      PIC X VALUE 'Y'.
01 WS-HAS-CLAIM          PIC X.
01 WS-LAST-CLAIM-NO      PIC 9(6) VALUE 0.
01 WS-PROPOSED-COUNT     PIC 9(5) VALUE 0.
01 WS-CLAIMED-COUNT      PIC 9(4) VALUE 0.
01 WS-CLAIMED-TABLE.
   05 WS-CLAIMED-SHIP-ID PIC X(6) OCCURS 2000 TIMES.
01 WS-CLAIMED-IDX        PIC 9(4).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "OPEN SHIPMENTS - DISPATCHED BUT UNCONFIRMED".

    MOVE 77 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    PERFORM READ-AGING-LIMIT.
    PERFORM LOAD-CLAIMED-SHIPMENTS.

    OPEN INPUT STATUS-FILE.
    IF WS-STATUS-STATUS NOT = "00"
        GOBACK
    END-IF.
    OPEN OUTPUT AGING-REPORT.
    OPEN INPUT SHIPMENT-INDEX-FILE.
    IF WS-INDEX-STATUS = "00"
        MOVE 'Y' TO WS-INDEX-OPEN
    END-IF.
    WRITE AGING-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.


    CLOSE STATUS-FILE.
    CLOSE AGING-REPORT.
    IF WS-INDEX-OPEN = 'Y'
        CLOSE SHIPMENT-INDEX-FILE
    END-IF.
    DISPLAY "OPEN SHIPMENTS   : " WS-OPEN-COUNT.
    DISPLAY "OVERDUE SHIPMENTS: " WS-OVERDUE-COUNT.
    DISPLAY "CLAIMS PROPOSED  : " WS-PROPOSED-COUNT.
    IF WS-OVERDUE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-CLAIMS-USABLE = 'N'
        MOVE 12 TO RETURN-CODE
    END-IF.
    GOBACK.

AGE-OPEN-SHIPMENT.
    ELSE
        MOVE SPACES TO WS-AD-FLAG
    END-IF.
    IF WS-AGE-DAYS > WS-LOST-DAYS AND WS-CLAIMS-USABLE = 'Y'
        PERFORM PROPOSE-LOST-CLAIM
    END-IF.
    WRITE AGING-LINE FROM WS-AGING-DETAIL.
    DISPLAY WS-AGING-DETAIL.

        IF SL-MAX-OPEN-DAYS IS NUMERIC AND SL-MAX-OPEN-DAYS > 0
            MOVE SL-MAX-OPEN-DAYS TO WS-MAX-OPEN-DAYS
        END-IF
        IF SL-LOST-DAYS IS NUMERIC AND SL-LOST-DAYS > 0
            MOVE SL-LOST-DAYS TO WS-LOST-DAYS
        END-IF
    END-IF.
    CLOSE LIMIT-FILE.

*> Every shipment already carrying a claim, whatever its status, so
*> a lost shipment is proposed once and a denied claim is not raised
*> again. Claim numbers carry on from the highest on file.
LOAD-CLAIMED-SHIPMENTS.
    OPEN INPUT CLAIM-FILE.
    PERFORM UNTIL WS-CLAIM-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-CLAIM-EOF
            NOT AT END PERFORM NOTE-CLAIMED-SHIPMENT
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.

NOTE-CLAIMED-SHIPMENT.
    IF FC-CLAIM-NO IS NUMERIC AND FC-CLAIM-NO > WS-LAST-CLAIM-NO
        MOVE FC-CLAIM-NO TO WS-LAST-CLAIM-NO
    END-IF.
    IF WS-CLAIMED-COUNT < 2000
        ADD 1 TO WS-CLAIMED-COUNT
        MOVE FC-SHIP-ID TO WS-CLAIMED-SHIP-ID(WS-CLAIMED-COUNT)
    ELSE
        IF WS-CLAIMS-USABLE = 'Y'
            DISPLAY "FREIGHT CLAIM TABLE FULL - NO CLAIMS PROPOSED"
            MOVE 'N' TO WS-CLAIMS-USABLE
        END-IF
    END-IF.

*> The proposal carries no amount: the claims desk values the
*> freight and files the claim with the carrier from
*> FREIGHT-CLAIM-MAINT.
PROPOSE-LOST-CLAIM.
    MOVE 'N' TO WS-HAS-CLAIM.
    PERFORM VARYING WS-CLAIMED-IDX FROM 1 BY 1
            UNTIL WS-CLAIMED-IDX > WS-CLAIMED-COUNT
        IF WS-CLAIMED-SHIP-ID(WS-CLAIMED-IDX) = SS-SHIP-ID
            MOVE 'Y' TO WS-HAS-CLAIM
        END-IF
    END-PERFORM.
    IF WS-HAS-CLAIM = 'N'
        IF WS-CLAIMED-COUNT < 2000
            PERFORM WRITE-PROPOSED-CLAIM
        ELSE
            DISPLAY "FREIGHT CLAIM TABLE FULL - NO CLAIMS PROPOSED"
            MOVE 'N' TO WS-CLAIMS-USABLE
        END-IF
    END-IF.

WRITE-PROPOSED-CLAIM.
    ADD 1 TO WS-LAST-CLAIM-NO.
    MOVE SPACES TO FREIGHT-CLAIM-REC.
    MOVE WS-LAST-CLAIM-NO TO FC-CLAIM-NO.
    MOVE SS-SHIP-ID TO FC-SHIP-ID.
    IF WS-INDEX-OPEN = 'Y'
        MOVE SS-SHIP-ID TO SI-SHIP-ID
        READ SHIPMENT-INDEX-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SI-CARRIER TO FC-CARRIER
        END-READ
    END-IF.
    MOVE 'L' TO FC-CLAIM-TYPE.
    MOVE 'N' TO FC-STATUS.
    MOVE 0 TO FC-CLAIMED.
    MOVE WS-RH-RUN-DATE TO FC-RAISED-DATE.
    MOVE 0 TO FC-FILING-DATE.
    MOVE 0 TO FC-RESPONSE-DUE.
    MOVE 0 TO FC-RECOVERED.
    MOVE 0 TO FC-SETTLED-DATE.
    OPEN EXTEND CLAIM-FILE.
    WRITE FREIGHT-CLAIM-REC.
    CLOSE CLAIM-FILE.
    ADD 1 TO WS-CLAIMED-COUNT.
    MOVE SS-SHIP-ID TO WS-CLAIMED-SHIP-ID(WS-CLAIMED-COUNT).
    ADD 1 TO WS-PROPOSED-COUNT.
    MOVE "*LOST-CLAIM*" TO WS-AD-FLAG.
