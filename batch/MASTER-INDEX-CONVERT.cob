       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-INDEX-CONVERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-PROBE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROBE-STATUS.
    SELECT MEMBER-FLAT ASSIGN TO "MEMBER-MASTER-SEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-STATUS.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT AR-PROBE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROBE-STATUS.
    SELECT AR-FLAT ASSIGN TO "AR-OPEN-ITEMS-SEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-STATUS.
    SELECT AR-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-INDEX-STATUS.
    SELECT OPTIONAL INVOICE-CONTROL
        ASSIGN TO "INVOICE-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MEMBER-PROBE.
01 MEMBER-PROBE-REC      PIC X(45).

FD MEMBER-FLAT.
01 MEMBER-FLAT-REC       PIC X(45).

FD MEMBER-MASTER-FILE.
01 MEMBER-MASTER-REC.
   05 MM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD AR-PROBE.
01 AR-PROBE-REC          PIC X(64).

FD AR-FLAT.
01 AR-FLAT-REC           PIC X(64).

FD AR-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 IC-LAST-NUMBER     PIC 9(6).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-PROBE-STATUS       PIC X(2).
01 WS-FLAT-STATUS        PIC X(2).
01 WS-INDEX-STATUS       PIC X(2).
01 WS-EOF                PIC X.
01 WS-CONTROL-EOF        PIC X VALUE 'N'.
01 WS-INVOICE-NO         PIC 9(6) VALUE 0.
01 WS-CONVERT            PIC X.
01 WS-FILE-RESULT        PIC 9(4) COMP.

01 WS-MEMBER-NAME        PIC X(30) VALUE "MEMBER-MASTER.DAT".
01 WS-MEMBER-FLAT-NAME   PIC X(30) VALUE "MEMBER-MASTER-SEQ.DAT".
01 WS-AR-NAME            PIC X(30) VALUE "AR-OPEN-ITEMS.DAT".
01 WS-AR-FLAT-NAME       PIC X(30) VALUE "AR-OPEN-ITEMS-SEQ.DAT".

*> Counts and money on each side of a load; the before side is the
*> flat copy as read, the after side the indexed file read back.
01 WS-BEFORE-COUNT       PIC 9(7).
01 WS-BEFORE-AMOUNT      PIC 9(11)V99.
01 WS-BEFORE-PAID        PIC 9(11)V99.
01 WS-AFTER-COUNT        PIC 9(7).
01 WS-AFTER-AMOUNT       PIC 9(11)V99.
01 WS-AFTER-PAID         PIC 9(11)V99.
01 WS-REJECT-COUNT       PIC 9(7).
01 WS-RENUMBER-COUNT     PIC 9(7).

01 WS-RECON-HEAD.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RCH-FILE        PIC X(20).
   05 FILLER             PIC X(20) VALUE "              BEFORE".
   05 FILLER             PIC X(20) VALUE "               AFTER".

01 WS-RECON-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-LABEL        PIC X(20).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-BEFORE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-AFTER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

01 WS-RECON-COUNT-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RC-LABEL        PIC X(20).
   05 FILLER             PIC X(5) VALUE SPACES.
   05 WS-RC-BEFORE       PIC Z(14)9.
   05 FILLER             PIC X(5) VALUE SPACES.
   05 WS-RC-AFTER        PIC Z(14)9.

*> One-off move of the member master and the AR open items from line
*> sequential to indexed files. Each flat file is first renamed to
*> its -SEQ.DAT copy and the indexed file loaded from that; the
*> counts, and for the open items the amounts and payments, are then
*> reconciled against the indexed file read back. A file that
*> reconciles loses its flat copy; one that does not keeps it, the
*> step ends RC 8, and a rerun loads again from the copy. A file that
*> already opens as indexed has nothing to convert.
PROCEDURE DIVISION.
MAIN.
    MOVE "MASTER-INDEX-CONVERT" TO WS-RH-JOB-NAME.
    MOVE 182 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM CONVERT-MEMBER-MASTER.
    PERFORM CONVERT-OPEN-ITEMS.
    GOBACK.

CONVERT-MEMBER-MASTER.
    MOVE 'N' TO WS-CONVERT.
    OPEN INPUT MEMBER-FLAT.
    IF WS-FLAT-STATUS = "00"
        CLOSE MEMBER-FLAT
        DISPLAY "RELOADING MEMBER MASTER FROM " WS-MEMBER-FLAT-NAME
        MOVE 'Y' TO WS-CONVERT
    ELSE
        PERFORM PROBE-MEMBER-MASTER
    END-IF.
    IF WS-CONVERT = 'Y'
        PERFORM LOAD-MEMBER-MASTER
        PERFORM RECONCILE-MEMBER-MASTER
    END-IF.

*> A file that opens as indexed is already converted; one that only
*> opens as a flat file is set aside as the -SEQ copy.
PROBE-MEMBER-MASTER.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-INDEX-STATUS = "00"
        CLOSE MEMBER-MASTER-FILE
        DISPLAY "MEMBER MASTER ALREADY INDEXED - NOTHING TO CONVERT"
    ELSE
        OPEN INPUT MEMBER-PROBE
        IF WS-PROBE-STATUS NOT = "00"
            DISPLAY "MEMBER MASTER NOT PRESENT - NOTHING TO CONVERT"
        ELSE
            CLOSE MEMBER-PROBE
            CALL "CBL_RENAME_FILE" USING WS-MEMBER-NAME
                WS-MEMBER-FLAT-NAME
                RETURNING WS-FILE-RESULT
            IF WS-FILE-RESULT NOT = 0
                DISPLAY "MEMBER MASTER COULD NOT BE RENAMED TO "
                    WS-MEMBER-FLAT-NAME
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'Y' TO WS-CONVERT
            END-IF
        END-IF
    END-IF.

LOAD-MEMBER-MASTER.
    MOVE 0 TO WS-BEFORE-COUNT.
    MOVE 0 TO WS-REJECT-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-FLAT.
    OPEN OUTPUT MEMBER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-FLAT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM LOAD-ONE-MEMBER
        END-READ
    END-PERFORM.
    CLOSE MEMBER-FLAT.
    CLOSE MEMBER-MASTER-FILE.

LOAD-ONE-MEMBER.
    ADD 1 TO WS-BEFORE-COUNT.
    MOVE MEMBER-FLAT-REC TO MEMBER-MASTER-REC.
    WRITE MEMBER-MASTER-REC
        INVALID KEY
            DISPLAY "MEMBER ID ALREADY ON FILE: " MM-MEMBER-ID
            ADD 1 TO WS-REJECT-COUNT
    END-WRITE.

RECONCILE-MEMBER-MASTER.
    MOVE 0 TO WS-AFTER-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-MASTER-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END ADD 1 TO WS-AFTER-COUNT
        END-READ
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.

    MOVE WS-MEMBER-NAME TO WS-RCH-FILE.
    DISPLAY WS-RECON-HEAD.
    MOVE "RECORDS" TO WS-RC-LABEL.
    MOVE WS-BEFORE-COUNT TO WS-RC-BEFORE.
    MOVE WS-AFTER-COUNT TO WS-RC-AFTER.
    DISPLAY WS-RECON-COUNT-LINE.
    DISPLAY "  DUPLICATE IDS REJECTED: " WS-REJECT-COUNT.

    IF WS-AFTER-COUNT = WS-BEFORE-COUNT AND WS-REJECT-COUNT = 0
        CALL "CBL_DELETE_FILE" USING WS-MEMBER-FLAT-NAME
            RETURNING WS-FILE-RESULT
        DISPLAY "MEMBER MASTER CONVERTED AND RECONCILED"
    ELSE
        DISPLAY "MEMBER MASTER DOES NOT RECONCILE - FLAT COPY KEPT IN "
            WS-MEMBER-FLAT-NAME
        MOVE 8 TO RETURN-CODE
    END-IF.

CONVERT-OPEN-ITEMS.
    MOVE 'N' TO WS-CONVERT.
    OPEN INPUT AR-FLAT.
    IF WS-FLAT-STATUS = "00"
        CLOSE AR-FLAT
        DISPLAY "RELOADING OPEN ITEMS FROM " WS-AR-FLAT-NAME
        MOVE 'Y' TO WS-CONVERT
    ELSE
        PERFORM PROBE-OPEN-ITEMS
    END-IF.
    IF WS-CONVERT = 'Y'
        PERFORM LOAD-OPEN-ITEMS
        PERFORM RECONCILE-OPEN-ITEMS
    END-IF.

PROBE-OPEN-ITEMS.
    OPEN INPUT AR-FILE.
    IF WS-INDEX-STATUS = "00"
        CLOSE AR-FILE
        DISPLAY "OPEN ITEMS ALREADY INDEXED - NOTHING TO CONVERT"
    ELSE
        OPEN INPUT AR-PROBE
        IF WS-PROBE-STATUS NOT = "00"
            DISPLAY "OPEN ITEMS NOT PRESENT - NOTHING TO CONVERT"
        ELSE
            CLOSE AR-PROBE
            CALL "CBL_RENAME_FILE" USING WS-AR-NAME
                WS-AR-FLAT-NAME
                RETURNING WS-FILE-RESULT
            IF WS-FILE-RESULT NOT = 0
                DISPLAY "OPEN ITEMS COULD NOT BE RENAMED TO "
                    WS-AR-FLAT-NAME
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'Y' TO WS-CONVERT
            END-IF
        END-IF
    END-IF.

*> On-account cash and credits were written with invoice number
*> zero; each now takes the next invoice number, as AR-CASH-APPLY
*> and CREDIT-NOTE-ISSUE number them from here on.
LOAD-OPEN-ITEMS.
    MOVE 0 TO WS-BEFORE-COUNT.
    MOVE 0 TO WS-BEFORE-AMOUNT.
    MOVE 0 TO WS-BEFORE-PAID.
    MOVE 0 TO WS-REJECT-COUNT.
    MOVE 0 TO WS-RENUMBER-COUNT.
    PERFORM READ-LAST-INVOICE-NUMBER.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AR-FLAT.
    OPEN OUTPUT AR-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AR-FLAT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM LOAD-ONE-ITEM
        END-READ
    END-PERFORM.
    CLOSE AR-FLAT.
    CLOSE AR-FILE.
    IF WS-RENUMBER-COUNT > 0
        PERFORM SAVE-LAST-INVOICE-NUMBER
    END-IF.

LOAD-ONE-ITEM.
    MOVE AR-FLAT-REC TO OPEN-ITEM-REC.
    ADD 1 TO WS-BEFORE-COUNT.
    IF AR-AMOUNT IS NUMERIC
        ADD AR-AMOUNT TO WS-BEFORE-AMOUNT
    END-IF.
    IF AR-PAID IS NUMERIC
        ADD AR-PAID TO WS-BEFORE-PAID
    END-IF.
    IF AR-INV-NO = 0
        ADD 1 TO WS-INVOICE-NO
        MOVE WS-INVOICE-NO TO AR-INV-NO
        ADD 1 TO WS-RENUMBER-COUNT
    END-IF.
    WRITE OPEN-ITEM-REC
        INVALID KEY
            DISPLAY "INVOICE NUMBER ALREADY ON FILE: " AR-INV-NO
            ADD 1 TO WS-REJECT-COUNT
    END-WRITE.

RECONCILE-OPEN-ITEMS.
    MOVE 0 TO WS-AFTER-COUNT.
    MOVE 0 TO WS-AFTER-AMOUNT.
    MOVE 0 TO WS-AFTER-PAID.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AR-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AR-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM TOTAL-ONE-ITEM
        END-READ
    END-PERFORM.
    CLOSE AR-FILE.

    MOVE WS-AR-NAME TO WS-RCH-FILE.
    DISPLAY WS-RECON-HEAD.
    MOVE "RECORDS" TO WS-RC-LABEL.
    MOVE WS-BEFORE-COUNT TO WS-RC-BEFORE.
    MOVE WS-AFTER-COUNT TO WS-RC-AFTER.
    DISPLAY WS-RECON-COUNT-LINE.
    MOVE "AMOUNT" TO WS-RL-LABEL.
    MOVE WS-BEFORE-AMOUNT TO WS-RL-BEFORE.
    MOVE WS-AFTER-AMOUNT TO WS-RL-AFTER.
    DISPLAY WS-RECON-LINE.
    MOVE "PAID" TO WS-RL-LABEL.
    MOVE WS-BEFORE-PAID TO WS-RL-BEFORE.
    MOVE WS-AFTER-PAID TO WS-RL-AFTER.
    DISPLAY WS-RECON-LINE.
    DISPLAY "  ON-ACCOUNT ITEMS NUMBERED: " WS-RENUMBER-COUNT.
    DISPLAY "  DUPLICATE INVOICES REJECTED: " WS-REJECT-COUNT.

    IF WS-AFTER-COUNT = WS-BEFORE-COUNT
            AND WS-AFTER-AMOUNT = WS-BEFORE-AMOUNT
            AND WS-AFTER-PAID = WS-BEFORE-PAID
            AND WS-REJECT-COUNT = 0
        CALL "CBL_DELETE_FILE" USING WS-AR-FLAT-NAME
            RETURNING WS-FILE-RESULT
        DISPLAY "OPEN ITEMS CONVERTED AND RECONCILED"
    ELSE
        DISPLAY "OPEN ITEMS DO NOT RECONCILE - FLAT COPY KEPT IN "
            WS-AR-FLAT-NAME
        MOVE 8 TO RETURN-CODE
    END-IF.

TOTAL-ONE-ITEM.
    ADD 1 TO WS-AFTER-COUNT.
    IF AR-AMOUNT IS NUMERIC
        ADD AR-AMOUNT TO WS-AFTER-AMOUNT
    END-IF.
    IF AR-PAID IS NUMERIC
        ADD AR-PAID TO WS-AFTER-PAID
    END-IF.

READ-LAST-INVOICE-NUMBER.
    OPEN INPUT INVOICE-CONTROL.
    READ INVOICE-CONTROL
        AT END MOVE 'Y' TO WS-CONTROL-EOF
    END-READ.
    IF WS-CONTROL-EOF = 'N'
        MOVE IC-LAST-NUMBER TO WS-INVOICE-NO
    END-IF.
    CLOSE INVOICE-CONTROL.

SAVE-LAST-INVOICE-NUMBER.
    OPEN OUTPUT INVOICE-CONTROL.
    MOVE WS-INVOICE-NO TO IC-LAST-NUMBER.
    WRITE INVOICE-CONTROL-REC.
    CLOSE INVOICE-CONTROL.
