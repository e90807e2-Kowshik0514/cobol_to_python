       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPATCH-DOCS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATUS-FILE ASSIGN TO "SHIPMENT-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHIPMENT-INDEX-FILE ASSIGN TO "SHIPMENT-WEIGHTS-IDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SI-SHIP-ID
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT OPTIONAL CONSIGNMENT-FILE
        ASSIGN TO "SHIPMENT-CONSIGNMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WEIGHT-LOG-FILE ASSIGN TO "SCALE-WEIGHT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADDRESS-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADDRESS-STATUS.
    SELECT DOCUMENT-FILE ASSIGN TO "DISPATCH-DOCUMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MANIFEST-FILE ASSIGN TO "CARRIER-MANIFEST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD STATUS-FILE.
01 STATUS-REC.
   05 SS-SHIP-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 SS-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 SS-DISPATCH-DATE   PIC 9(8).
   05 FILLER             PIC X(1).
   05 SS-POD-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 SS-POD-SIGNER      PIC X(20).

FD SHIPMENT-INDEX-FILE.
01 SHIPMENT-INDEX-REC.
   05 SI-SHIP-ID         PIC X(6).
   05 SI-S               PIC 9(3).
   05 SI-W               PIC 9(3).
   05 SI-CARRIER         PIC X(5).

FD CONSIGNMENT-FILE.
COPY "SHIPMENT-CONSIGNMENT-RECORD.cpy".

FD WEIGHT-LOG-FILE.
COPY "SCALE-WEIGHT-LOG-RECORD.cpy".

FD ADDRESS-FILE.
01 ADDRESS-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD DOCUMENT-FILE.
01 DOCUMENT-LINE         PIC X(80).

FD MANIFEST-FILE.
01 MANIFEST-LINE         PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-INDEX-STATUS       PIC X(2).
01 WS-ADDRESS-STATUS     PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.

*> Ship-to addresses keyed the way ADDRESS-HOUSEHOLD keys them:
*> upper-cased street with runs of blanks squeezed, plus the postal
*> code.
01 WS-MATCH-KEY          PIC X(45).
01 WS-NORM-STREET        PIC X(40).
01 WS-KEY-STREET         PIC X(40).
01 WS-KEY-POSTAL         PIC 9(5).
01 WS-PREV-SPACE         PIC X.
01 IDX                   PIC 9(3).
01 ODX                   PIC 9(3).
01 A                     PIC X.

01 WS-ADDR-TBL-COUNT     PIC 9(4) VALUE 0.
01 WS-ADDR-TABLE.
   05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
      10 WS-AD-KEY       PIC X(45).
      10 WS-AD-STREET    PIC X(40).
      10 WS-AD-CITY      PIC X(20).
      10 WS-AD-POSTAL    PIC 9(5).
01 WS-ADDR-IDX           PIC 9(4).
01 WS-ADDR-HIT           PIC 9(4).

*> Latest consignment line per shipment.
01 WS-CONS-COUNT         PIC 9(4) VALUE 0.
01 WS-CONS-TABLE.
   05 WS-CONS-ENTRY OCCURS 2000 TIMES.
      10 WS-CN-SHIP-ID    PIC X(6).
      10 WS-CN-CONSIGNEE  PIC X(20).
      10 WS-CN-STREET     PIC X(40).
      10 WS-CN-POSTAL     PIC 9(5).
      10 WS-CN-PIECES     PIC 9(3).
      10 WS-CN-CONTENTS   PIC X(30).
01 WS-CONS-IDX           PIC 9(4).
01 WS-CONS-HIT           PIC 9(4).

*> Declared weight from a shipment's first scale reading, verified
*> weight from its last.
01 WS-SCALE-COUNT        PIC 9(4) VALUE 0.
01 WS-SCALE-TABLE.
   05 WS-SCALE-ENTRY OCCURS 2000 TIMES.
      10 WS-SW-SHIP-ID    PIC X(6).
      10 WS-SW-DECLARED   PIC 9(3).
      10 WS-SW-SCALE      PIC 9(3).
01 WS-SCALE-IDX          PIC 9(4).
01 WS-SCALE-HIT          PIC 9(4).

*> Every shipment documented today, for the carrier manifests.
01 WS-SHIP-COUNT         PIC 9(3) VALUE 0.
01 WS-SHIP-TABLE.
   05 WS-SHIP-ENTRY OCCURS 500 TIMES.
      10 WS-SH-CARRIER    PIC X(5).
      10 WS-SH-SHIP-ID    PIC X(6).
      10 WS-SH-PIECES     PIC 9(3).
      10 WS-SH-WEIGHT     PIC 9(3).
      10 WS-SH-CONSIGNEE  PIC X(20).
01 WS-SHIP-IDX           PIC 9(3).
01 WS-CARRIER-COUNT      PIC 9(3) VALUE 0.
01 WS-CARRIER-TABLE.
   05 WS-CA-CARRIER OCCURS 500 TIMES PIC X(5).
01 WS-CARRIER-IDX        PIC 9(3).
01 WS-CARRIER-HIT        PIC 9(3).
01 WS-CARRIER-SHIPMENTS  PIC 9(3).
01 WS-CARRIER-PIECES     PIC 9(5).
01 WS-CARRIER-WEIGHT     PIC 9(7).

01 WS-DECLARED-WEIGHT    PIC 9(3).
01 WS-SCALE-WEIGHT       PIC 9(3).
01 WS-DOCUMENT-COUNT     PIC 9(5) VALUE 0.
01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.

01 WS-RULE-LINE          PIC X(80) VALUE ALL "=".
01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

01 WS-BOL-TITLE.
   05 FILLER             PIC X(40) VALUE "BILL OF LADING".
   05 FILLER             PIC X(9) VALUE "SHIPMENT ".
   05 WS-BT-SHIP-ID      PIC X(6).

01 WS-BOL-DISPATCH.
   05 FILLER             PIC X(14) VALUE "DISPATCH DATE ".
   05 WS-BD-DATE         PIC 9(8).
   05 FILLER             PIC X(11) VALUE "   CARRIER ".
   05 WS-BD-CARRIER      PIC X(5).

01 WS-BOL-CONSIGNEE.
   05 FILLER             PIC X(14) VALUE "CONSIGNEE     ".
   05 WS-BC-CONSIGNEE    PIC X(20).

01 WS-BOL-STREET.
   05 FILLER             PIC X(14) VALUE "SHIP TO       ".
   05 WS-BS-STREET       PIC X(40).

01 WS-BOL-CITY.
   05 FILLER             PIC X(14) VALUE SPACES.
   05 WS-BY-CITY         PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-BY-POSTAL       PIC 9(5).

01 WS-BOL-NOT-ON-MASTER  PIC X(80) VALUE
   "  ** SHIP-TO NOT ON ADDRESS MASTER - CONFIRM BEFORE RELEASE **".

01 WS-BOL-WEIGHTS.
   05 FILLER             PIC X(16) VALUE "DECLARED WEIGHT ".
   05 WS-BW-DECLARED     PIC ZZ9.
   05 FILLER             PIC X(25)
      VALUE "   SCALE-VERIFIED WEIGHT ".
   05 WS-BW-SCALE        PIC X(11).

01 WS-PACKING-TITLE      PIC X(80) VALUE "PACKING LIST".

01 WS-PACKING-LINE.
   05 FILLER             PIC X(7) VALUE "PIECES ".
   05 WS-PK-PIECES       PIC ZZ9.
   05 FILLER             PIC X(12) VALUE "   CONTENTS ".
   05 WS-PK-CONTENTS     PIC X(30).

01 WS-NO-CONSIGNMENT     PIC X(80) VALUE
   "  ** NO CONSIGNMENT DETAILS KEYED AT BOOKING **".

01 WS-SIGN-RECEIVED      PIC X(80) VALUE
   "RECEIVED IN APPARENT GOOD ORDER BY THE CARRIER NAMED ABOVE".
01 WS-SIGN-DRIVER        PIC X(80) VALUE
   "DRIVER SIGNATURE  ______________________________  DATE __________".
01 WS-SIGN-SHIPPER       PIC X(80) VALUE
   "SHIPPER SIGNATURE ______________________________  DATE __________".

01 WS-MANIFEST-TITLE.
   05 FILLER             PIC X(17) VALUE "CARRIER MANIFEST ".
   05 WS-MT-CARRIER      PIC X(5).
   05 FILLER             PIC X(14) VALUE "   DISPATCHED ".
   05 WS-MT-DATE         PIC 9(8).

01 WS-MANIFEST-DETAIL.
   05 FILLER             PIC X(9) VALUE "SHIPMENT ".
   05 WS-MD-SHIP-ID      PIC X(6).
   05 FILLER             PIC X(8) VALUE " PIECES ".
   05 WS-MD-PIECES       PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " WEIGHT ".
   05 WS-MD-WEIGHT       PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-MD-CONSIGNEE    PIC X(20).

01 WS-MANIFEST-TOTAL.
   05 FILLER             PIC X(10) VALUE "SHIPMENTS ".
   05 WS-MX-SHIPMENTS    PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " PIECES ".
   05 WS-MX-PIECES       PIC ZZ,ZZ9.
   05 FILLER             PIC X(8) VALUE " WEIGHT ".
   05 WS-MX-WEIGHT       PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "DISPATCH-DOCS" TO WS-RH-JOB-NAME.
    MOVE 155 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "DISPATCH-DOCS" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT SHIPMENT-INDEX-FILE.
    IF WS-INDEX-STATUS NOT = "00"
        DISPLAY "SHIPMENT INDEX NOT AVAILABLE - "
            "RUN 164A-LOOKUP (B)UILD FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-ADDRESSES.
    PERFORM LOAD-CONSIGNMENTS.
    PERFORM LOAD-SCALE-WEIGHTS.

    OPEN OUTPUT DOCUMENT-FILE.
    OPEN INPUT STATUS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STATUS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SS-STATUS = 'D'
                        AND SS-DISPATCH-DATE = WS-RH-RUN-DATE
                    PERFORM DOCUMENT-SHIPMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STATUS-FILE.
    CLOSE DOCUMENT-FILE.
    CLOSE SHIPMENT-INDEX-FILE.

    OPEN OUTPUT MANIFEST-FILE.
    PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
            UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
        PERFORM WRITE-CARRIER-MANIFEST
    END-PERFORM.
    CLOSE MANIFEST-FILE.

    DISPLAY "SHIPMENTS DOCUMENTED   : " WS-DOCUMENT-COUNT.
    DISPLAY "CARRIER MANIFESTS      : " WS-CARRIER-COUNT.
    DISPLAY "DOCUMENT EXCEPTIONS    : " WS-EXCEPTION-COUNT.

    MOVE WS-DOCUMENT-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-EXCEPTION-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

*> A dispatched shipment missing from the index has no carrier to
*> hand it to, so it gets no paperwork and is counted for the desk.
DOCUMENT-SHIPMENT.
    MOVE SS-SHIP-ID TO SI-SHIP-ID.
    READ SHIPMENT-INDEX-FILE
        INVALID KEY
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY "DISPATCHED SHIPMENT NOT ON INDEX: " SS-SHIP-ID
        NOT INVALID KEY
            PERFORM WRITE-DISPATCH-DOCUMENT
    END-READ.

WRITE-DISPATCH-DOCUMENT.
    PERFORM FIND-CONSIGNMENT.
    PERFORM FIND-SCALE-WEIGHT.
    ADD 1 TO WS-DOCUMENT-COUNT.

    MOVE SI-SHIP-ID TO WS-BT-SHIP-ID.
    WRITE DOCUMENT-LINE FROM WS-BOL-TITLE.
    MOVE SS-DISPATCH-DATE TO WS-BD-DATE.
    MOVE SI-CARRIER TO WS-BD-CARRIER.
    WRITE DOCUMENT-LINE FROM WS-BOL-DISPATCH.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.
    IF WS-CONS-HIT = 0
        WRITE DOCUMENT-LINE FROM WS-NO-CONSIGNMENT
        ADD 1 TO WS-EXCEPTION-COUNT
    ELSE
        PERFORM WRITE-SHIP-TO
    END-IF.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.
    MOVE WS-DECLARED-WEIGHT TO WS-BW-DECLARED.
    IF WS-SCALE-HIT = 0
        MOVE "NOT WEIGHED" TO WS-BW-SCALE
    ELSE
        MOVE SPACES TO WS-BW-SCALE
        MOVE WS-SCALE-WEIGHT TO WS-BW-SCALE(1:3)
    END-IF.
    WRITE DOCUMENT-LINE FROM WS-BOL-WEIGHTS.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.

    WRITE DOCUMENT-LINE FROM WS-PACKING-TITLE.
    IF WS-CONS-HIT > 0
        MOVE WS-CN-PIECES(WS-CONS-HIT) TO WS-PK-PIECES
        MOVE WS-CN-CONTENTS(WS-CONS-HIT) TO WS-PK-CONTENTS
        WRITE DOCUMENT-LINE FROM WS-PACKING-LINE
    END-IF.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.
    WRITE DOCUMENT-LINE FROM WS-SIGN-RECEIVED.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.
    WRITE DOCUMENT-LINE FROM WS-SIGN-DRIVER.
    WRITE DOCUMENT-LINE FROM WS-BLANK-LINE.
    WRITE DOCUMENT-LINE FROM WS-SIGN-SHIPPER.
    WRITE DOCUMENT-LINE FROM WS-RULE-LINE.

    PERFORM NOTE-MANIFEST-SHIPMENT.

*> The address prints as the master holds it; a ship-to the master
*> does not know prints as keyed, flagged for the dock to confirm.
WRITE-SHIP-TO.
    MOVE WS-CN-CONSIGNEE(WS-CONS-HIT) TO WS-BC-CONSIGNEE.
    WRITE DOCUMENT-LINE FROM WS-BOL-CONSIGNEE.
    MOVE WS-CN-STREET(WS-CONS-HIT) TO WS-KEY-STREET.
    MOVE WS-CN-POSTAL(WS-CONS-HIT) TO WS-KEY-POSTAL.
    PERFORM BUILD-MATCH-KEY.
    MOVE 0 TO WS-ADDR-HIT.
    PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
            UNTIL WS-ADDR-IDX > WS-ADDR-TBL-COUNT
               OR WS-ADDR-HIT > 0
        IF WS-AD-KEY(WS-ADDR-IDX) = WS-MATCH-KEY
            MOVE WS-ADDR-IDX TO WS-ADDR-HIT
        END-IF
    END-PERFORM.
    IF WS-ADDR-HIT > 0
        MOVE WS-AD-STREET(WS-ADDR-HIT) TO WS-BS-STREET
        MOVE WS-AD-CITY(WS-ADDR-HIT) TO WS-BY-CITY
        MOVE WS-AD-POSTAL(WS-ADDR-HIT) TO WS-BY-POSTAL
        WRITE DOCUMENT-LINE FROM WS-BOL-STREET
        WRITE DOCUMENT-LINE FROM WS-BOL-CITY
    ELSE
        MOVE WS-CN-STREET(WS-CONS-HIT) TO WS-BS-STREET
        MOVE SPACES TO WS-BY-CITY
        MOVE WS-CN-POSTAL(WS-CONS-HIT) TO WS-BY-POSTAL
        WRITE DOCUMENT-LINE FROM WS-BOL-STREET
        WRITE DOCUMENT-LINE FROM WS-BOL-CITY
        WRITE DOCUMENT-LINE FROM WS-BOL-NOT-ON-MASTER
        ADD 1 TO WS-EXCEPTION-COUNT
    END-IF.

FIND-CONSIGNMENT.
    MOVE 0 TO WS-CONS-HIT.
    PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
            UNTIL WS-CONS-IDX > WS-CONS-COUNT
        IF WS-CN-SHIP-ID(WS-CONS-IDX) = SI-SHIP-ID
            MOVE WS-CONS-IDX TO WS-CONS-HIT
        END-IF
    END-PERFORM.

*> A shipment never put on the dock scale shows the index weight as
*> declared.
FIND-SCALE-WEIGHT.
    MOVE 0 TO WS-SCALE-HIT.
    PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
            UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
        IF WS-SW-SHIP-ID(WS-SCALE-IDX) = SI-SHIP-ID
            MOVE WS-SCALE-IDX TO WS-SCALE-HIT
        END-IF
    END-PERFORM.
    IF WS-SCALE-HIT = 0
        MOVE SI-W TO WS-DECLARED-WEIGHT
        MOVE 0 TO WS-SCALE-WEIGHT
    ELSE
        MOVE WS-SW-DECLARED(WS-SCALE-HIT) TO WS-DECLARED-WEIGHT
        MOVE WS-SW-SCALE(WS-SCALE-HIT) TO WS-SCALE-WEIGHT
    END-IF.

NOTE-MANIFEST-SHIPMENT.
    IF WS-SHIP-COUNT >= 500
        DISPLAY "MANIFEST TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-SHIP-COUNT.
    MOVE SI-CARRIER TO WS-SH-CARRIER(WS-SHIP-COUNT).
    MOVE SI-SHIP-ID TO WS-SH-SHIP-ID(WS-SHIP-COUNT).
    IF WS-SCALE-HIT = 0
        MOVE WS-DECLARED-WEIGHT TO WS-SH-WEIGHT(WS-SHIP-COUNT)
    ELSE
        MOVE WS-SCALE-WEIGHT TO WS-SH-WEIGHT(WS-SHIP-COUNT)
    END-IF.
    IF WS-CONS-HIT = 0
        MOVE 0 TO WS-SH-PIECES(WS-SHIP-COUNT)
        MOVE SPACES TO WS-SH-CONSIGNEE(WS-SHIP-COUNT)
    ELSE
        MOVE WS-CN-PIECES(WS-CONS-HIT) TO WS-SH-PIECES(WS-SHIP-COUNT)
        MOVE WS-CN-CONSIGNEE(WS-CONS-HIT)
            TO WS-SH-CONSIGNEE(WS-SHIP-COUNT)
    END-IF.
    MOVE 0 TO WS-CARRIER-HIT.
    PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
            UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
        IF WS-CA-CARRIER(WS-CARRIER-IDX) = SI-CARRIER
            MOVE WS-CARRIER-IDX TO WS-CARRIER-HIT
        END-IF
    END-PERFORM.
    IF WS-CARRIER-HIT = 0
        ADD 1 TO WS-CARRIER-COUNT
        MOVE SI-CARRIER TO WS-CA-CARRIER(WS-CARRIER-COUNT)
    END-IF.

*> One manifest per carrier listing every shipment handed to it
*> today, with totals and a line for the driver to sign.
WRITE-CARRIER-MANIFEST.
    MOVE WS-CA-CARRIER(WS-CARRIER-IDX) TO WS-MT-CARRIER.
    MOVE WS-RH-RUN-DATE TO WS-MT-DATE.
    WRITE MANIFEST-LINE FROM WS-MANIFEST-TITLE.
    DISPLAY WS-MANIFEST-TITLE.
    MOVE 0 TO WS-CARRIER-SHIPMENTS.
    MOVE 0 TO WS-CARRIER-PIECES.
    MOVE 0 TO WS-CARRIER-WEIGHT.
    PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
            UNTIL WS-SHIP-IDX > WS-SHIP-COUNT
        IF WS-SH-CARRIER(WS-SHIP-IDX) = WS-CA-CARRIER(WS-CARRIER-IDX)
            MOVE WS-SH-SHIP-ID(WS-SHIP-IDX) TO WS-MD-SHIP-ID
            MOVE WS-SH-PIECES(WS-SHIP-IDX) TO WS-MD-PIECES
            MOVE WS-SH-WEIGHT(WS-SHIP-IDX) TO WS-MD-WEIGHT
            MOVE WS-SH-CONSIGNEE(WS-SHIP-IDX) TO WS-MD-CONSIGNEE
            WRITE MANIFEST-LINE FROM WS-MANIFEST-DETAIL
            ADD 1 TO WS-CARRIER-SHIPMENTS
            ADD WS-SH-PIECES(WS-SHIP-IDX) TO WS-CARRIER-PIECES
            ADD WS-SH-WEIGHT(WS-SHIP-IDX) TO WS-CARRIER-WEIGHT
        END-IF
    END-PERFORM.
    MOVE WS-CARRIER-SHIPMENTS TO WS-MX-SHIPMENTS.
    MOVE WS-CARRIER-PIECES TO WS-MX-PIECES.
    MOVE WS-CARRIER-WEIGHT TO WS-MX-WEIGHT.
    WRITE MANIFEST-LINE FROM WS-MANIFEST-TOTAL.
    DISPLAY WS-MANIFEST-TOTAL.
    WRITE MANIFEST-LINE FROM WS-BLANK-LINE.
    WRITE MANIFEST-LINE FROM WS-SIGN-DRIVER.
    WRITE MANIFEST-LINE FROM WS-RULE-LINE.

LOAD-ADDRESSES.
    OPEN INPUT ADDRESS-FILE.
    IF WS-ADDRESS-STATUS NOT = "00"
        DISPLAY "ADDRESS-MASTER.DAT NOT PRESENT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ADDRESS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-ADDR-TBL-COUNT >= 2000
                    DISPLAY "ADDRESS TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE AM-STREET TO WS-KEY-STREET
                MOVE AM-POSTAL-CODE TO WS-KEY-POSTAL
                PERFORM BUILD-MATCH-KEY
                ADD 1 TO WS-ADDR-TBL-COUNT
                MOVE WS-MATCH-KEY TO WS-AD-KEY(WS-ADDR-TBL-COUNT)
                MOVE AM-STREET TO WS-AD-STREET(WS-ADDR-TBL-COUNT)
                MOVE AM-CITY TO WS-AD-CITY(WS-ADDR-TBL-COUNT)
                MOVE AM-POSTAL-CODE TO WS-AD-POSTAL(WS-ADDR-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE ADDRESS-FILE.
    MOVE 'N' TO WS-EOF.

LOAD-CONSIGNMENTS.
    OPEN INPUT CONSIGNMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CONSIGNMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM NOTE-CONSIGNMENT
        END-READ
    END-PERFORM.
    CLOSE CONSIGNMENT-FILE.
    MOVE 'N' TO WS-EOF.

NOTE-CONSIGNMENT.
    MOVE 0 TO WS-CONS-HIT.
    PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
            UNTIL WS-CONS-IDX > WS-CONS-COUNT
        IF WS-CN-SHIP-ID(WS-CONS-IDX) = SN-SHIP-ID
            MOVE WS-CONS-IDX TO WS-CONS-HIT
        END-IF
    END-PERFORM.
    IF WS-CONS-HIT = 0
        IF WS-CONS-COUNT >= 2000
            DISPLAY "CONSIGNMENT TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CONS-COUNT
        MOVE WS-CONS-COUNT TO WS-CONS-HIT
        MOVE SN-SHIP-ID TO WS-CN-SHIP-ID(WS-CONS-HIT)
    END-IF.
    MOVE SN-CONSIGNEE TO WS-CN-CONSIGNEE(WS-CONS-HIT).
    MOVE SN-STREET TO WS-CN-STREET(WS-CONS-HIT).
    MOVE SN-POSTAL-CODE TO WS-CN-POSTAL(WS-CONS-HIT).
    MOVE SN-PIECES TO WS-CN-PIECES(WS-CONS-HIT).
    MOVE SN-CONTENTS TO WS-CN-CONTENTS(WS-CONS-HIT).

LOAD-SCALE-WEIGHTS.
    OPEN INPUT WEIGHT-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ WEIGHT-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM NOTE-SCALE-WEIGHT
        END-READ
    END-PERFORM.
    CLOSE WEIGHT-LOG-FILE.
    MOVE 'N' TO WS-EOF.

NOTE-SCALE-WEIGHT.
    MOVE 0 TO WS-SCALE-HIT.
    PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
            UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
        IF WS-SW-SHIP-ID(WS-SCALE-IDX) = SW-SHIP-ID
            MOVE WS-SCALE-IDX TO WS-SCALE-HIT
        END-IF
    END-PERFORM.
    IF WS-SCALE-HIT = 0
        IF WS-SCALE-COUNT >= 2000
            DISPLAY "SCALE WEIGHT TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-SCALE-COUNT
        MOVE WS-SCALE-COUNT TO WS-SCALE-HIT
        MOVE SW-SHIP-ID TO WS-SW-SHIP-ID(WS-SCALE-HIT)
        MOVE SW-DECLARED-WEIGHT TO WS-SW-DECLARED(WS-SCALE-HIT)
    END-IF.
    MOVE SW-SCALE-WEIGHT TO WS-SW-SCALE(WS-SCALE-HIT).

*> Upper-cased street with runs of blanks squeezed, plus the postal
*> code, exactly as ADDRESS-HOUSEHOLD builds it.
BUILD-MATCH-KEY.
    MOVE SPACES TO WS-NORM-STREET.
    MOVE 0 TO ODX.
    MOVE 'Y' TO WS-PREV-SPACE.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 40
        MOVE FUNCTION UPPER-CASE(WS-KEY-STREET(IDX:1)) TO A
        IF A = SPACE
            IF WS-PREV-SPACE = 'N'
                ADD 1 TO ODX
                MOVE A TO WS-NORM-STREET(ODX:1)
                MOVE 'Y' TO WS-PREV-SPACE
            END-IF
        ELSE
            ADD 1 TO ODX
            MOVE A TO WS-NORM-STREET(ODX:1)
            MOVE 'N' TO WS-PREV-SPACE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-MATCH-KEY.
    MOVE WS-NORM-STREET TO WS-MATCH-KEY(1:40).
    MOVE WS-KEY-POSTAL TO WS-MATCH-KEY(41:5).
