       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-CREDIT-EXPOSURE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN TO "AR-CREDIT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    COPY "PRINT-ROUTE-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD CREDIT-LIMIT-FILE.
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

COPY "PRINT-ROUTE-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "PRINT-SPOOL-WS.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-LIMIT-EOF          PIC X VALUE 'N'.
01 WS-USED-PCT           PIC 9(5).
01 WS-LISTED-COUNT       PIC 9(5) VALUE 0.
01 WS-OVER-COUNT         PIC 9(5) VALUE 0.

*> A customer is listed once their open balance reaches this share
*> of the limit, so the desk can chase before the next booking is
*> refused.
01 WS-NEAR-PCT           PIC 9(3) VALUE 80.

*> Credit accounts with the open balance each carries, net of any
*> cash they have on account.
01 WS-CUST-COUNT         PIC 9(3) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 300 TIMES.
      10 WS-CU-CUSTOMER   PIC X(6).
      10 WS-CU-LIMIT      PIC 9(9).
      10 WS-CU-HOLD       PIC X.
      10 WS-CU-OWED       PIC S9(11)V99.
01 WS-CUST-IDX           PIC 9(3).
01 WS-CUST-HIT           PIC 9(3).

01 WS-EXPOSURE-LINE.
   05 WS-EL-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(7) VALUE " LIMIT=".
   05 WS-EL-LIMIT        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(6) VALUE " OWED=".
   05 WS-EL-OWED         PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-EL-PCT          PIC ZZZZ9.
   05 FILLER             PIC X(2) VALUE "% ".
   05 WS-EL-FLAG         PIC X(5).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(22) VALUE "ACCOUNTS LISTED      :".
   05 WS-TL-LISTED       PIC ZZ,ZZ9.
   05 FILLER             PIC X(12) VALUE "  OVER/HOLD:".
   05 WS-TL-OVER         PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-CREDIT-EXPOSURE" TO WS-RH-JOB-NAME.
    MOVE 128 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "CREDIT EXPOSURE NEAR OR OVER LIMIT" TO WS-PRINT-REPORT-TITLE.

    DISPLAY "OUTPUT ROUTE (F=FILE/CONSOLE, P=PRINTER, E=EMAIL): "
        WITH NO ADVANCING.
    ACCEPT WS-PRINT-ROUTE.
    IF WS-PRINT-ROUTE = "P"
        OPEN OUTPUT PRINTER-QUEUE-FILE
    END-IF.
    IF WS-PRINT-ROUTE = "E"
        OPEN EXTEND EMAIL-OUTBOX-FILE
        MOVE "TO: AR-DESK@HEAD-OFFICE" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
        MOVE "SUBJECT: CREDIT EXPOSURE REPORT" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
    END-IF.

    PERFORM LOAD-CREDIT-LIMITS.

    OPEN INPUT OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ OPEN-ITEM-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM ADD-OPEN-ITEM
            END-READ
        END-PERFORM
        CLOSE OPEN-ITEM-FILE
    END-IF.

    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        PERFORM JUDGE-EXPOSURE
    END-PERFORM.

    MOVE WS-LISTED-COUNT TO WS-TL-LISTED.
    MOVE WS-OVER-COUNT TO WS-TL-OVER.
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    COPY "PRINT-SPOOL-FOOTER.cpy".

    IF WS-PRINT-ROUTE = "P"
        CLOSE PRINTER-QUEUE-FILE
    END-IF.
    IF WS-PRINT-ROUTE = "E"
        CLOSE EMAIL-OUTBOX-FILE
    END-IF.
    IF WS-OVER-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

ADD-OPEN-ITEM.
    PERFORM FIND-CUSTOMER-SLOT.
    IF WS-CUST-HIT > 0
        EVALUATE AR-STATUS
            WHEN 'O'
            WHEN 'P'
                ADD AR-AMOUNT TO WS-CU-OWED(WS-CUST-HIT)
                SUBTRACT AR-PAID FROM WS-CU-OWED(WS-CUST-HIT)
            WHEN 'A'
                SUBTRACT AR-PAID FROM WS-CU-OWED(WS-CUST-HIT)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Over the limit or on hold is flagged for action; near the limit
*> is listed as a warning; the rest are left off the report.
JUDGE-EXPOSURE.
    IF WS-CU-OWED(WS-CUST-IDX) < 0
        MOVE 0 TO WS-CU-OWED(WS-CUST-IDX)
    END-IF.
    IF WS-CU-LIMIT(WS-CUST-IDX) > 0
        COMPUTE WS-USED-PCT ROUNDED =
            WS-CU-OWED(WS-CUST-IDX) * 100 / WS-CU-LIMIT(WS-CUST-IDX)
            ON SIZE ERROR MOVE 99999 TO WS-USED-PCT
        END-COMPUTE
    ELSE
        IF WS-CU-OWED(WS-CUST-IDX) > 0
            MOVE 99999 TO WS-USED-PCT
        ELSE
            MOVE 0 TO WS-USED-PCT
        END-IF
    END-IF.
    MOVE SPACES TO WS-EL-FLAG.
    EVALUATE TRUE
        WHEN WS-CU-HOLD(WS-CUST-IDX) = 'Y'
            MOVE "HOLD" TO WS-EL-FLAG
        WHEN WS-CU-OWED(WS-CUST-IDX) > WS-CU-LIMIT(WS-CUST-IDX)
            MOVE "OVER" TO WS-EL-FLAG
        WHEN WS-USED-PCT >= WS-NEAR-PCT
            MOVE "NEAR" TO WS-EL-FLAG
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-EL-FLAG NOT = SPACES
        ADD 1 TO WS-LISTED-COUNT
        IF WS-EL-FLAG NOT = "NEAR"
            ADD 1 TO WS-OVER-COUNT
        END-IF
        PERFORM PRINT-EXPOSURE-LINE
    END-IF.

PRINT-EXPOSURE-LINE.
    MOVE WS-CU-CUSTOMER(WS-CUST-IDX) TO WS-EL-CUSTOMER.
    MOVE WS-CU-LIMIT(WS-CUST-IDX) TO WS-EL-LIMIT.
    MOVE WS-CU-OWED(WS-CUST-IDX) TO WS-EL-OWED.
    MOVE WS-USED-PCT TO WS-EL-PCT.
    MOVE WS-EXPOSURE-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

FIND-CUSTOMER-SLOT.
    MOVE 0 TO WS-CUST-HIT.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        IF WS-CU-CUSTOMER(WS-CUST-IDX) = AR-CUSTOMER
            MOVE WS-CUST-IDX TO WS-CUST-HIT
        END-IF
    END-PERFORM.

LOAD-CREDIT-LIMITS.
    OPEN INPUT CREDIT-LIMIT-FILE.
    PERFORM UNTIL WS-LIMIT-EOF = 'Y'
        READ CREDIT-LIMIT-FILE
            AT END MOVE 'Y' TO WS-LIMIT-EOF
            NOT AT END
                IF WS-CUST-COUNT >= 300
                    DISPLAY "CREDIT TABLE FULL - REPORT ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-CUST-COUNT
                MOVE CL-CUSTOMER TO WS-CU-CUSTOMER(WS-CUST-COUNT)
                IF CL-LIMIT IS NUMERIC
                    MOVE CL-LIMIT TO WS-CU-LIMIT(WS-CUST-COUNT)
                ELSE
                    MOVE 0 TO WS-CU-LIMIT(WS-CUST-COUNT)
                END-IF
                MOVE CL-HOLD TO WS-CU-HOLD(WS-CUST-COUNT)
                MOVE 0 TO WS-CU-OWED(WS-CUST-COUNT)
        END-READ
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.

COPY "PRINT-SPOOL-HEADER.cpy".
