       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GIFT-CARD-REDEEM.

   05 GC-ISSUE-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 GC-LAST-ACTIVITY   PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-BREAKAGE        PIC 9(7).

FD REDEMPTION-FILE.
01 REDEMPTION-REC        PIC X(20).
      10 WS-GC-BALANCE    PIC 9(7).
      10 WS-GC-ISSUE-DATE PIC 9(8).
      10 WS-GC-STATUS     PIC X(1).
      10 WS-GC-LAST-ACTIVITY PIC 9(8).
      10 WS-GC-BREAKAGE   PIC 9(7).
01 WS-CARD-IDX           PIC 9(3).
01 WS-CARD-HIT           PIC 9(3).

01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
01 WS-REDEEMED-VALUE     PIC 9(9) VALUE 0.
01 WS-REINSTATED-VALUE   PIC 9(9) VALUE 0.

*> Breakage GIFT-CARD-BREAKAGE took to income on a dormant card goes
*> back into the liability when the card turns up again.
01 WS-LIABILITY-ACCOUNT  PIC 9(6) VALUE 230100.
01 WS-BREAKAGE-ACCOUNT   PIC 9(6) VALUE 490200.
01 WS-LIABILITY          PIC 9(9).

01 WS-REGISTER-DETAIL.
            UNTIL WS-CARD-IDX > WS-CARD-COUNT
        IF WS-GC-STATUS(WS-CARD-IDX) = 'A'
            ADD WS-GC-BALANCE(WS-CARD-IDX) TO WS-LIABILITY
            SUBTRACT WS-GC-BREAKAGE(WS-CARD-IDX) FROM WS-LIABILITY
        END-IF
    END-PERFORM.
    OPEN OUTPUT LIABILITY-FILE.
    CLOSE REGISTER-FILE.
    CLOSE REJECT-FILE.

    IF WS-REINSTATED-VALUE > 0
        PERFORM POST-REINSTATEMENT-JOURNAL
    END-IF.
    IF WS-REDEEMED-VALUE > 0
        PERFORM POST-REDEMPTION-JOURNAL
    END-IF.
    CALL "CHECK-DIGIT" USING WS-CHECK-INPUT WS-CHECK-DIGIT.

APPROVE-REDEMPTION.
    IF WS-GC-BREAKAGE(WS-CARD-HIT) > 0
        ADD WS-GC-BREAKAGE(WS-CARD-HIT) TO WS-REINSTATED-VALUE
        DISPLAY "BREAKAGE REVERSED ON " WS-CARD-NO ": "
            WS-GC-BREAKAGE(WS-CARD-HIT)
        MOVE 0 TO WS-GC-BREAKAGE(WS-CARD-HIT)
    END-IF.
    MOVE WS-RH-RUN-DATE TO WS-GC-LAST-ACTIVITY(WS-CARD-HIT).
    SUBTRACT WS-AMOUNT FROM WS-GC-BALANCE(WS-CARD-HIT).
    IF WS-GC-BALANCE(WS-CARD-HIT) = 0
        MOVE 'C' TO WS-GC-STATUS(WS-CARD-HIT)
    WRITE GL-POSTING-REC.
    CLOSE GL-POSTING-FILE.

*> A dormant card presented again is owed in full, so the breakage
*> taken on it is reversed before the redemption draws it down:
*> DR breakage income, CR gift card liability.
POST-REINSTATEMENT-JOURNAL.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-BREAKAGE-ACCOUNT TO GP-ACCOUNT.
    MOVE "DR" TO GP-DR-CR.
    MOVE WS-REINSTATED-VALUE TO GP-AMOUNT.
    WRITE GL-POSTING-REC.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-LIABILITY-ACCOUNT TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-REINSTATED-VALUE TO GP-AMOUNT.
    WRITE GL-POSTING-REC.
    CLOSE GL-POSTING-FILE.

LOAD-CARD-MASTER.
    OPEN INPUT CARD-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
                            TO WS-GC-ISSUE-DATE(WS-CARD-COUNT)
                        MOVE GC-STATUS
                            TO WS-GC-STATUS(WS-CARD-COUNT)
                        PERFORM LOAD-CARD-ACTIVITY
                    ELSE
                        DISPLAY "CARD TABLE FULL - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
    END-IF.
    MOVE 'N' TO WS-EOF.

*> Cards issued before activity was kept have been idle since issue
*> and carry no breakage.
LOAD-CARD-ACTIVITY.
    IF GC-LAST-ACTIVITY IS NUMERIC
        MOVE GC-LAST-ACTIVITY TO WS-GC-LAST-ACTIVITY(WS-CARD-COUNT)
    ELSE
        MOVE GC-ISSUE-DATE TO WS-GC-LAST-ACTIVITY(WS-CARD-COUNT)
    END-IF.
    IF GC-BREAKAGE IS NUMERIC
        MOVE GC-BREAKAGE TO WS-GC-BREAKAGE(WS-CARD-COUNT)
    ELSE
        MOVE 0 TO WS-GC-BREAKAGE(WS-CARD-COUNT)
    END-IF.

SAVE-CARD-MASTER.
    OPEN OUTPUT CARD-MASTER-FILE.
    PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
        MOVE WS-GC-BALANCE(WS-CARD-IDX) TO GC-BALANCE
        MOVE WS-GC-ISSUE-DATE(WS-CARD-IDX) TO GC-ISSUE-DATE
        MOVE WS-GC-STATUS(WS-CARD-IDX) TO GC-STATUS
        MOVE WS-GC-LAST-ACTIVITY(WS-CARD-IDX) TO GC-LAST-ACTIVITY
        MOVE WS-GC-BREAKAGE(WS-CARD-IDX) TO GC-BREAKAGE
        WRITE CARD-MASTER-REC
    END-PERFORM.
    CLOSE CARD-MASTER-FILE.
