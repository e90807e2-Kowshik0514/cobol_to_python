       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-DUNNING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL DISPUTE-FILE
        ASSIGN TO "AR-CUSTOMER-DISPUTES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

*> Customers a supervisor has put in dispute through
*> AR-DISPUTE-FLAG; nothing is sent to them until it is lifted.
FD DISPUTE-FILE.
01 DISPUTE-REC.
   05 DP-CUSTOMER        PIC X(6).
   05 FILLER             PIC X(1).
   05 DP-SUPERVISOR      PIC X(30).
   05 FILLER             PIC X(1).
   05 DP-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 DP-REASON          PIC X(30).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-DISPUTE-EOF        PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-AGE-DAYS           PIC S9(5).
01 WS-TARGET-LEVEL       PIC 9(1).
01 WS-OPEN-BALANCE       PIC 9(9)V99.
01 WS-LETTER-COUNT       PIC 9(5) VALUE 0.
01 WS-LEVEL-1-COUNT      PIC 9(5) VALUE 0.
01 WS-LEVEL-2-COUNT      PIC 9(5) VALUE 0.
01 WS-LEVEL-3-COUNT      PIC 9(5) VALUE 0.
01 WS-DISPUTE-SKIP-COUNT PIC 9(5) VALUE 0.
01 WS-UNALLOCATED-COUNT  PIC 9(5) VALUE 0.

01 WS-DISPUTE-COUNT      PIC 9(3) VALUE 0.
01 WS-DISPUTE-TABLE.
   05 WS-DP-CUSTOMER OCCURS 200 TIMES PIC X(6).
01 WS-DISPUTE-IDX        PIC 9(3).
01 WS-DISPUTE-HIT        PIC 9(3).

*> The reminder that goes at each stage of lateness; the subject
*> is what the dispatcher routes on.
01 WS-REMINDER-SUBJECTS.
   05 FILLER PIC X(45) VALUE
      "SUBJECT: PAYMENT REMINDER - FIRST NOTICE".
   05 FILLER PIC X(45) VALUE
      "SUBJECT: PAYMENT REMINDER - SECOND NOTICE".
   05 FILLER PIC X(45) VALUE
      "SUBJECT: PAYMENT REMINDER - FINAL NOTICE".
01 WS-REMINDER-TABLE REDEFINES WS-REMINDER-SUBJECTS.
   05 WS-REMINDER-SUBJECT OCCURS 3 TIMES PIC X(45).

01 WS-LETTER-LINE-1.
   05 FILLER             PIC X(9) VALUE "CUSTOMER ".
   05 WS-L1-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(9) VALUE " INVOICE ".
   05 WS-L1-INV-NO       PIC 9(6).
   05 FILLER             PIC X(7) VALUE " DATED ".
   05 WS-L1-INV-DATE     PIC 9(8).

01 WS-LETTER-LINE-2.
   05 FILLER             PIC X(12) VALUE "AMOUNT DUE  ".
   05 WS-L2-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(8) VALUE "  DAYS= ".
   05 WS-L2-DAYS         PIC ZZZZ9.
   05 FILLER             PIC X(8) VALUE "  LEVEL ".
   05 WS-L2-LEVEL        PIC 9(1).

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-DUNNING" TO WS-RH-JOB-NAME.
    MOVE 124 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    PERFORM LOAD-DISPUTES.

    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AR-OPEN-ITEMS.DAT NOT PRESENT - "
            "RUN AR-BUILD-OPEN-ITEMS FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM JUDGE-OPEN-ITEM
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
    CLOSE EMAIL-OUTBOX-FILE.

    DISPLAY "REMINDER LETTERS SENT : " WS-LETTER-COUNT.
    DISPLAY "  FIRST NOTICES       : " WS-LEVEL-1-COUNT.
    DISPLAY "  SECOND NOTICES      : " WS-LEVEL-2-COUNT.
    DISPLAY "  FINAL NOTICES       : " WS-LEVEL-3-COUNT.
    DISPLAY "SKIPPED IN DISPUTE    : " WS-DISPUTE-SKIP-COUNT.
    IF WS-UNALLOCATED-COUNT > 0
        DISPLAY "OVERDUE ON ONACCT - NO PAYER TO REMIND: "
            WS-UNALLOCATED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> An item is due the reminder for the stage of lateness it has
*> reached - 30, 60 or 90 days from the invoice date, the same
*> buckets the aged debtors report uses. It only goes if that
*> stage is beyond the last one sent, so a rerun, or an item that
*> sits in the same bucket for a month, never repeats a letter.
*> An item already past 90 days when first seen gets the final
*> notice straight away rather than three letters at once.
JUDGE-OPEN-ITEM.
    IF AR-DUN-LEVEL NOT NUMERIC
        MOVE 0 TO AR-DUN-LEVEL
        MOVE 0 TO AR-DUN-DATE
    END-IF.
    IF AR-STATUS = 'O' OR AR-STATUS = 'P'
        COMPUTE WS-AGE-DAYS =
            WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(AR-INV-DATE)
        EVALUATE TRUE
            WHEN WS-AGE-DAYS > 90
                MOVE 3 TO WS-TARGET-LEVEL
            WHEN WS-AGE-DAYS > 60
                MOVE 2 TO WS-TARGET-LEVEL
            WHEN WS-AGE-DAYS > 30
                MOVE 1 TO WS-TARGET-LEVEL
            WHEN OTHER
                MOVE 0 TO WS-TARGET-LEVEL
        END-EVALUATE
        IF WS-TARGET-LEVEL > AR-DUN-LEVEL
            IF AR-CUSTOMER = "ONACCT"
                ADD 1 TO WS-UNALLOCATED-COUNT
            ELSE
                PERFORM FIND-DISPUTE
                IF WS-DISPUTE-HIT > 0
                    ADD 1 TO WS-DISPUTE-SKIP-COUNT
                    DISPLAY "IN DISPUTE - NO REMINDER: " AR-CUSTOMER
                        " INVOICE " AR-INV-NO
                ELSE
                    PERFORM WRITE-REMINDER
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-REMINDER.
    COMPUTE WS-OPEN-BALANCE = AR-AMOUNT - AR-PAID.
    MOVE "TO: AR-DESK@HEAD-OFFICE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-REMINDER-SUBJECT(WS-TARGET-LEVEL) TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE AR-CUSTOMER TO WS-L1-CUSTOMER.
    MOVE AR-INV-NO TO WS-L1-INV-NO.
    MOVE AR-INV-DATE TO WS-L1-INV-DATE.
    WRITE EMAIL-OUTBOX-LINE FROM WS-LETTER-LINE-1.
    MOVE WS-OPEN-BALANCE TO WS-L2-BALANCE.
    MOVE WS-AGE-DAYS TO WS-L2-DAYS.
    MOVE WS-TARGET-LEVEL TO WS-L2-LEVEL.
    WRITE EMAIL-OUTBOX-LINE FROM WS-LETTER-LINE-2.
    DISPLAY WS-LETTER-LINE-1 " LEVEL " WS-TARGET-LEVEL.

    MOVE WS-TARGET-LEVEL TO AR-DUN-LEVEL.
    MOVE WS-RH-RUN-DATE TO AR-DUN-DATE.
    REWRITE OPEN-ITEM-REC
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR INVOICE " AR-INV-NO
    END-REWRITE.
    ADD 1 TO WS-LETTER-COUNT.
    EVALUATE WS-TARGET-LEVEL
        WHEN 1 ADD 1 TO WS-LEVEL-1-COUNT
        WHEN 2 ADD 1 TO WS-LEVEL-2-COUNT
        WHEN 3 ADD 1 TO WS-LEVEL-3-COUNT
    END-EVALUATE.

FIND-DISPUTE.
    MOVE 0 TO WS-DISPUTE-HIT.
    PERFORM VARYING WS-DISPUTE-IDX FROM 1 BY 1
            UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
        IF WS-DP-CUSTOMER(WS-DISPUTE-IDX) = AR-CUSTOMER
            MOVE WS-DISPUTE-IDX TO WS-DISPUTE-HIT
        END-IF
    END-PERFORM.

LOAD-DISPUTES.
    OPEN INPUT DISPUTE-FILE.
    PERFORM UNTIL WS-DISPUTE-EOF = 'Y'
        READ DISPUTE-FILE
            AT END MOVE 'Y' TO WS-DISPUTE-EOF
            NOT AT END
                IF WS-DISPUTE-COUNT >= 200
                    DISPLAY "DISPUTE TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DISPUTE-COUNT
                MOVE DP-CUSTOMER TO WS-DP-CUSTOMER(WS-DISPUTE-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DISPUTE-FILE.
