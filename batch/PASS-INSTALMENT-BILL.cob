       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PASS-INSTALMENT-BILL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "INSTALMENT-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUSPENSION-FILE ASSIGN TO "MEMBER-SUSPENSIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD PARM-FILE.
COPY "INSTALMENT-PARM-RECORD.cpy".

FD SUSPENSION-FILE.
COPY "MEMBER-SUSPENSION-RECORD.cpy".

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
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-SUSP-EOF           PIC X VALUE 'N'.
01 WS-OVERDUE-DAYS       PIC 9(3) VALUE 14.
01 WS-TODAY-INT          PIC 9(8).
01 WS-DAYS-PAST-DUE      PIC S9(8).
01 WS-RAISED-COUNT       PIC 9(5) VALUE 0.
01 WS-RAISED-VALUE       PIC 9(9)V99 VALUE 0.
01 WS-SUSPENDED-COUNT    PIC 9(5) VALUE 0.
01 WS-NEW-SUSP-COUNT     PIC 9(5) VALUE 0.
01 WS-LIFTED-COUNT       PIC 9(5) VALUE 0.

*> A raised instalment is the member's debt from its due date: DR
*> the AR control account, CR the deferred pass revenue the price
*> was held in when the pass was renewed.
01 WS-AR-CONTROL-ACCOUNT PIC 9(6) VALUE 110000.
01 WS-DEFERRED-ACCOUNT   PIC 9(6) VALUE 240000.
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-POST-AMOUNT        PIC 9(9).

*> Members on the suspension file before tonight, so a member still
*> in arrears keeps the date they were first suspended.
01 WS-PRIOR-COUNT        PIC 9(3) VALUE 0.
01 WS-PRIOR-TABLE.
   05 WS-PRIOR-ENTRY OCCURS 500 TIMES.
      10 WS-PR-MEMBER     PIC X(6).
      10 WS-PR-DATE       PIC 9(8).
      10 WS-PR-KEPT       PIC X(1).
01 WS-PRIOR-IDX          PIC 9(3).
01 WS-PRIOR-HIT          PIC 9(3).

*> Members with an instalment more than the allowed days past due,
*> with the oldest such instalment.
01 WS-ARREARS-COUNT      PIC 9(3) VALUE 0.
01 WS-ARREARS-TABLE.
   05 WS-ARREARS-ENTRY OCCURS 500 TIMES.
      10 WS-AA-MEMBER     PIC X(6).
      10 WS-AA-INV-NO     PIC 9(6).
      10 WS-AA-DUE-DATE   PIC 9(8).
01 WS-ARREARS-IDX        PIC 9(3).
01 WS-ARREARS-HIT        PIC 9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "PASS-INSTALMENT-BILL" TO WS-RH-JOB-NAME.
    MOVE 144 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-INSTALMENT-PARM.
    PERFORM LOAD-PRIOR-SUSPENSIONS.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AR-OPEN-ITEMS.DAT NOT PRESENT - "
            "RUN AR-BUILD-OPEN-ITEMS FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-RAISE-ITEM
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.

    IF WS-RAISED-VALUE > 0
        PERFORM POST-RAISED-INSTALMENTS
    END-IF.
    PERFORM WRITE-SUSPENSIONS.

    DISPLAY "INSTALMENTS RAISED : " WS-RAISED-COUNT.
    DISPLAY "VALUE RAISED       : " WS-RAISED-VALUE.
    DISPLAY "MEMBERS SUSPENDED  : " WS-SUSPENDED-COUNT.
    DISPLAY "  NEW TONIGHT      : " WS-NEW-SUSP-COUNT.
    DISPLAY "SUSPENSIONS LIFTED : " WS-LIFTED-COUNT.
    GOBACK.

*> A scheduled instalment is raised once its due date has come,
*> dated that due date so it ages and is dunned from when it was
*> owed even if the batch did not run that night. A raised one
*> still unpaid past the allowed days puts the member in arrears.
PASS-OR-RAISE-ITEM.
    IF AR-ITEM-TYPE = 'I'
        IF AR-STATUS = 'S' AND AR-INV-DATE <= WS-RH-RUN-DATE
            MOVE 'O' TO AR-STATUS
            REWRITE OPEN-ITEM-REC
                INVALID KEY
                    DISPLAY "REWRITE FAILED FOR INVOICE " AR-INV-NO
            END-REWRITE
            ADD 1 TO WS-RAISED-COUNT
            ADD AR-AMOUNT TO WS-RAISED-VALUE
            DISPLAY "INSTALMENT " AR-INV-NO " RAISED FOR " AR-CUSTOMER
                " DUE " AR-INV-DATE " AMOUNT " AR-AMOUNT
        END-IF
        IF AR-STATUS = 'O' OR AR-STATUS = 'P'
            COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(AR-INV-DATE)
            IF WS-DAYS-PAST-DUE > WS-OVERDUE-DAYS
                PERFORM NOTE-ARREARS
            END-IF
        END-IF
    END-IF.

NOTE-ARREARS.
    MOVE 0 TO WS-ARREARS-HIT.
    PERFORM VARYING WS-ARREARS-IDX FROM 1 BY 1
            UNTIL WS-ARREARS-IDX > WS-ARREARS-COUNT
        IF WS-AA-MEMBER(WS-ARREARS-IDX) = AR-CUSTOMER
            MOVE WS-ARREARS-IDX TO WS-ARREARS-HIT
        END-IF
    END-PERFORM.
    IF WS-ARREARS-HIT = 0
        IF WS-ARREARS-COUNT >= 500
            DISPLAY "ARREARS TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-ARREARS-COUNT
        MOVE WS-ARREARS-COUNT TO WS-ARREARS-HIT
        MOVE AR-CUSTOMER TO WS-AA-MEMBER(WS-ARREARS-HIT)
        MOVE AR-INV-NO TO WS-AA-INV-NO(WS-ARREARS-HIT)
        MOVE AR-INV-DATE TO WS-AA-DUE-DATE(WS-ARREARS-HIT)
    ELSE
        IF AR-INV-DATE < WS-AA-DUE-DATE(WS-ARREARS-HIT)
            MOVE AR-INV-NO TO WS-AA-INV-NO(WS-ARREARS-HIT)
            MOVE AR-INV-DATE TO WS-AA-DUE-DATE(WS-ARREARS-HIT)
        END-IF
    END-IF.

POST-RAISED-INSTALMENTS.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-RAISED-VALUE TO WS-POST-AMOUNT.
    MOVE WS-AR-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-DEFERRED-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

*> The file is rewritten whole each night from tonight's arrears:
*> a member still behind stays suspended, one newly behind is added,
*> and one whose arrears have gone - paid, credited or written off -
*> drops off.
WRITE-SUSPENSIONS.
    OPEN OUTPUT SUSPENSION-FILE.
    PERFORM VARYING WS-ARREARS-IDX FROM 1 BY 1
            UNTIL WS-ARREARS-IDX > WS-ARREARS-COUNT
        MOVE SPACES TO MEMBER-SUSPENSION-REC
        MOVE WS-AA-MEMBER(WS-ARREARS-IDX) TO MS-MEMBER-ID
        MOVE WS-AA-INV-NO(WS-ARREARS-IDX) TO MS-INV-NO
        MOVE WS-AA-DUE-DATE(WS-ARREARS-IDX) TO MS-DUE-DATE
        PERFORM FIND-PRIOR-SUSPENSION
        IF WS-PRIOR-HIT > 0
            MOVE WS-PR-DATE(WS-PRIOR-HIT) TO MS-SUSPENDED-DATE
            MOVE 'Y' TO WS-PR-KEPT(WS-PRIOR-HIT)
        ELSE
            MOVE WS-RH-RUN-DATE TO MS-SUSPENDED-DATE
            ADD 1 TO WS-NEW-SUSP-COUNT
            DISPLAY "MEMBER " MS-MEMBER-ID " SUSPENDED - INSTALMENT "
                MS-INV-NO " DUE " MS-DUE-DATE " UNPAID"
        END-IF
        WRITE MEMBER-SUSPENSION-REC
        ADD 1 TO WS-SUSPENDED-COUNT
    END-PERFORM.
    CLOSE SUSPENSION-FILE.
    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
            UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
        IF WS-PR-KEPT(WS-PRIOR-IDX) = 'N'
            ADD 1 TO WS-LIFTED-COUNT
            DISPLAY "MEMBER " WS-PR-MEMBER(WS-PRIOR-IDX)
                " NO LONGER IN ARREARS - SUSPENSION LIFTED"
        END-IF
    END-PERFORM.

FIND-PRIOR-SUSPENSION.
    MOVE 0 TO WS-PRIOR-HIT.
    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
            UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
        IF WS-PR-MEMBER(WS-PRIOR-IDX) = MS-MEMBER-ID
            MOVE WS-PRIOR-IDX TO WS-PRIOR-HIT
        END-IF
    END-PERFORM.

LOAD-PRIOR-SUSPENSIONS.
    OPEN INPUT SUSPENSION-FILE.
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSION-FILE
            AT END MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF WS-PRIOR-COUNT >= 500
                    DISPLAY "SUSPENSION TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-PRIOR-COUNT
                MOVE MS-MEMBER-ID TO WS-PR-MEMBER(WS-PRIOR-COUNT)
                MOVE MS-SUSPENDED-DATE TO WS-PR-DATE(WS-PRIOR-COUNT)
                MOVE 'N' TO WS-PR-KEPT(WS-PRIOR-COUNT)
        END-READ
    END-PERFORM.
    CLOSE SUSPENSION-FILE.

READ-INSTALMENT-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF
    END-READ.
    IF WS-PARM-EOF = 'N' AND IP-OVERDUE-DAYS IS NUMERIC
        MOVE IP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
    END-IF.
    CLOSE PARM-FILE.
