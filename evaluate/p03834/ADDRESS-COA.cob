       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRESS-COA.

FILE SECTION.
*> One change-of-address per line: effective date, the address as
*> it stands on the master, and the address it becomes. Returned
*> mail drives these the same way the desk does; mail returned with
*> no forwarding address comes through with the new address blank.
FD COA-FILE.
01 COA-REC.
   05 CT-EFF-DATE        PIC 9(8).
FD COA-WORK-FILE.
01 COA-WORK-REC          PIC X(123).

*> AM-MAIL-FLAG is M once mail has come back with no forwarding
*> address and O when the household has asked for no marketing
*> mail; blank is mailable. A real change of address clears M.
FD MASTER-FILE.
01 MASTER-REC.
   05 AM-STREET          PIC X(40).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD MASTER-WORK-FILE.
01 MASTER-WORK-REC       PIC X(69).

*> The prior address survives here, stamped with when and why it
*> stopped being current.
01 WS-FOUND              PIC X.
01 WS-POSTAL-VALID       PIC X.
01 WS-REASON-CODE        PIC X(2).
01 WS-NO-FORWARDING      PIC X VALUE 'N'.
01 WS-NO-FORWARD-COUNT   PIC 9(5) VALUE 0.
01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
    PERFORM REPLACE-COA-FILE.

    DISPLAY "CHANGES APPLIED     : " WS-APPLIED-COUNT.
    DISPLAY "NO FORWARDING FLAGS : " WS-NO-FORWARD-COUNT.
    DISPLAY "FUTURE-DATED HELD   : " WS-HELD-COUNT.
    DISPLAY "CHANGES REJECTED    : " WS-REJECT-COUNT.
    DISPLAY "CITIES CORRECTED    : " WS-CITY-FIXED-COUNT.
        WHEN COA-REC(1:8) IS NOT NUMERIC
            MOVE "05" TO WS-REASON-CODE
            PERFORM REJECT-COA
        WHEN CT-NEW-STREET = SPACES AND CT-NEW-POSTAL = SPACES
            IF CT-EFF-DATE > WS-RH-RUN-DATE
                ADD 1 TO WS-HELD-COUNT
                WRITE COA-WORK-REC FROM COA-REC
            ELSE
                MOVE 'Y' TO WS-NO-FORWARDING
                PERFORM APPLY-COA
                MOVE 'N' TO WS-NO-FORWARDING
            END-IF
        WHEN CT-NEW-POSTAL IS NOT NUMERIC
            MOVE "02" TO WS-REASON-CODE
            PERFORM REJECT-COA
    CLOSE MASTER-WORK-FILE.
    PERFORM COPY-MASTER-BACK.
    IF WS-FOUND = 'Y'
        IF WS-NO-FORWARDING = 'Y'
            ADD 1 TO WS-NO-FORWARD-COUNT
        ELSE
            ADD 1 TO WS-APPLIED-COUNT
        END-IF
    ELSE
        MOVE "06" TO WS-REASON-CODE
        PERFORM REJECT-COA
    END-IF.

*> Mail returned with no forwarding address leaves the address as it
*> is and only flags it, so nothing more is mailed there.
PASS-OR-CHANGE-MASTER.
    IF WS-FOUND = 'N' AND WS-NO-FORWARDING = 'Y'
            AND AM-STREET = CT-OLD-STREET
            AND AM-POSTAL-CODE = FUNCTION NUMVAL(CT-OLD-POSTAL)
        MOVE 'Y' TO WS-FOUND
        MOVE 'M' TO AM-MAIL-FLAG
        DISPLAY "MOVED - NO FORWARDING ADDRESS: " AM-STREET
    END-IF.
    IF WS-FOUND = 'N'
            AND AM-STREET = CT-OLD-STREET
            AND AM-POSTAL-CODE = FUNCTION NUMVAL(CT-OLD-POSTAL)
        MOVE 'Y' TO WS-FOUND
        IF AM-MAIL-FLAG = 'M'
            MOVE SPACE TO AM-MAIL-FLAG
        END-IF
        MOVE SPACES TO HISTORY-REC
        MOVE CT-EFF-DATE TO AH-CHANGED-DATE
        MOVE AM-STREET TO AH-STREET
