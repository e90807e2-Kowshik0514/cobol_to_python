       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RELEASE-APPROVAL.

        FILE STATUS IS WS-HELD-STATUS.
    SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FOLLOW-HELD-FILE ASSIGN TO DYNAMIC WS-FOLLOW-HELD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FOLLOW-STATUS.
    SELECT OPTIONAL FOLLOW-LIVE-FILE ASSIGN TO DYNAMIC WS-FOLLOW-LIVE
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FOLLOW-WORK-FILE ASSIGN TO "RELEASE-FOLLOW-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LIVE-FILE.
01 LIVE-REC              PIC X(100).

FD FOLLOW-HELD-FILE.
01 FOLLOW-HELD-REC       PIC X(200).

FD FOLLOW-LIVE-FILE.
01 FOLLOW-LIVE-REC       PIC X(200).

FD FOLLOW-WORK-FILE.
01 FOLLOW-WORK-REC       PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-PENDING-STATUS     PIC X(2).
01 WS-COPY-EOF           PIC X.
01 WS-DELETE-RESULT      PIC 9(4) COMP.

*> Files a run holds alongside its main output, applied only when
*> the run is released: A appends to the live file, R replaces it,
*> U lays each held record over the live record with the same key
*> (the first FO-KEY-LENGTH bytes).
01 WS-FOLLOW-COUNT       PIC 9(2) VALUE 0.
01 WS-FOLLOW-TABLE.
   05 WS-FOLLOW-ENTRY OCCURS 6 TIMES.
      10 WS-FO-HELD-NAME  PIC X(40).
      10 WS-FO-LIVE-NAME  PIC X(40).
      10 WS-FO-MODE       PIC X(1).
      10 WS-FO-KEY-LENGTH PIC 9(3).
01 WS-FOLLOW-IDX         PIC 9(2).
01 WS-FOLLOW-HELD        PIC X(40).
01 WS-FOLLOW-LIVE        PIC X(40).
01 WS-FOLLOW-STATUS      PIC X(2).
01 WS-FOLLOW-EOF         PIC X.
01 WS-FOLLOW-KEY-LENGTH  PIC 9(3).
01 WS-FOLLOW-COPIED      PIC 9(7).

01 WS-UPDATE-COUNT       PIC 9(4) VALUE 0.
01 WS-UPDATE-TABLE.
   05 WS-UPDATE-ENTRY OCCURS 5000 TIMES.
      10 WS-UP-RECORD     PIC X(200).
      10 WS-UP-APPLIED    PIC X(1).
01 WS-UPDATE-IDX         PIC 9(4).
01 WS-UPDATE-HIT         PIC 9(4).

01 WS-PENDING-RECORD.
   05 PR-ITEM            PIC X(14).
   05 FILLER             PIC X(1).
            ADD 1 TO WS-APPROVED-COUNT
            MOVE "RELAPPR" TO WS-EVENT-TYPE
            PERFORM LOG-BOTH-IDENTITIES
            PERFORM RELEASE-FOLLOW-ON-OUTPUTS
            PERFORM RELEASE-HELD-OUTPUT
        WHEN 'R'
        WHEN 'r'
            MOVE "RELREJT" TO WS-EVENT-TYPE
            PERFORM LOG-BOTH-IDENTITIES
            PERFORM DISCARD-HELD-OUTPUT
            PERFORM DISCARD-FOLLOW-ON-OUTPUTS
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-REVIEWING
        WHEN "STOCK-ADJUST  "
            MOVE "SUPPLY-ADJUST-PENDING.DAT" TO WS-HELD-NAME
            MOVE "SUPPLY-ADJUST-RELEASED.DAT" TO WS-LIVE-NAME
        WHEN "AP-PAYMENT-RUN"
            MOVE "AP-BANK-PAYMENT-PENDING.DAT" TO WS-HELD-NAME
            MOVE "AP-BANK-PAYMENT.DAT" TO WS-LIVE-NAME
        WHEN "EXPENSE-PAYMNT"
            MOVE "EXPENSE-PAYMENT-PENDING.DAT" TO WS-HELD-NAME
            MOVE "EXPENSE-PAYMENT.DAT" TO WS-LIVE-NAME
        WHEN "BANK-RECON    "
            MOVE "BANK-RECON-JOURNAL-PENDING.DAT" TO WS-HELD-NAME
            MOVE "BANK-RECON-JOURNAL.DAT" TO WS-LIVE-NAME
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
        DISPLAY "HELD OUTPUT DISCARDED FOR " PR-ITEM
    END-IF.

*> A payment run changes the ledger it pays from, the GL and what
*> the payee is told, none of which may happen before the money is
*> released; the card processor's fee journal is held the same way.
*> Each run's keyed update comes first, so a release that cannot
*> apply it stops before anything of the run has gone live.
LOCATE-FOLLOW-ON-OUTPUTS.
    MOVE 0 TO WS-FOLLOW-COUNT.
    EVALUATE PR-ITEM
        WHEN "AP-PAYMENT-RUN"
            MOVE "AP-OPEN-ITEMS-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "AP-OPEN-ITEMS.DAT" TO WS-FOLLOW-LIVE
            MOVE 25 TO WS-FOLLOW-KEY-LENGTH
            PERFORM ADD-UPDATE-FOLLOW-ON
            MOVE "AP-LAST-CHECK-NO-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "AP-LAST-CHECK-NUMBER.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-REPLACE-FOLLOW-ON
            MOVE "AP-CHECK-REGISTER-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "AP-CHECK-REGISTER.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
            MOVE "AP-REMITTANCE-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "EMAIL-OUTBOX.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
            MOVE "AP-GL-POSTING-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "GL-POSTING.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
        WHEN "EXPENSE-PAYMNT"
            MOVE "EXPENSE-CLAIMS-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "EXPENSE-CLAIMS.DAT" TO WS-FOLLOW-LIVE
            MOVE 6 TO WS-FOLLOW-KEY-LENGTH
            PERFORM ADD-UPDATE-FOLLOW-ON
            MOVE "EXPENSE-REGISTER-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "EXPENSE-PAYMENT-REGISTER.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
            MOVE "EXPENSE-GL-POSTING-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "GL-POSTING.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
        WHEN "CARD-FEES     "
            MOVE "CARD-FEE-GL-POSTING-PENDING.DAT" TO WS-FOLLOW-HELD
            MOVE "GL-POSTING.DAT" TO WS-FOLLOW-LIVE
            PERFORM ADD-APPEND-FOLLOW-ON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ADD-APPEND-FOLLOW-ON.
    ADD 1 TO WS-FOLLOW-COUNT.
    MOVE WS-FOLLOW-HELD TO WS-FO-HELD-NAME(WS-FOLLOW-COUNT).
    MOVE WS-FOLLOW-LIVE TO WS-FO-LIVE-NAME(WS-FOLLOW-COUNT).
    MOVE 'A' TO WS-FO-MODE(WS-FOLLOW-COUNT).
    MOVE 0 TO WS-FO-KEY-LENGTH(WS-FOLLOW-COUNT).

ADD-REPLACE-FOLLOW-ON.
    ADD 1 TO WS-FOLLOW-COUNT.
    MOVE WS-FOLLOW-HELD TO WS-FO-HELD-NAME(WS-FOLLOW-COUNT).
    MOVE WS-FOLLOW-LIVE TO WS-FO-LIVE-NAME(WS-FOLLOW-COUNT).
    MOVE 'R' TO WS-FO-MODE(WS-FOLLOW-COUNT).
    MOVE 0 TO WS-FO-KEY-LENGTH(WS-FOLLOW-COUNT).

ADD-UPDATE-FOLLOW-ON.
    ADD 1 TO WS-FOLLOW-COUNT.
    MOVE WS-FOLLOW-HELD TO WS-FO-HELD-NAME(WS-FOLLOW-COUNT).
    MOVE WS-FOLLOW-LIVE TO WS-FO-LIVE-NAME(WS-FOLLOW-COUNT).
    MOVE 'U' TO WS-FO-MODE(WS-FOLLOW-COUNT).
    MOVE WS-FOLLOW-KEY-LENGTH TO WS-FO-KEY-LENGTH(WS-FOLLOW-COUNT).

RELEASE-FOLLOW-ON-OUTPUTS.
    PERFORM LOCATE-FOLLOW-ON-OUTPUTS.
    PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
            UNTIL WS-FOLLOW-IDX > WS-FOLLOW-COUNT
        MOVE WS-FO-HELD-NAME(WS-FOLLOW-IDX) TO WS-FOLLOW-HELD
        MOVE WS-FO-LIVE-NAME(WS-FOLLOW-IDX) TO WS-FOLLOW-LIVE
        OPEN INPUT FOLLOW-HELD-FILE
        IF WS-FOLLOW-STATUS NOT = "00"
            CLOSE FOLLOW-HELD-FILE
        ELSE
            CLOSE FOLLOW-HELD-FILE
            EVALUATE WS-FO-MODE(WS-FOLLOW-IDX)
                WHEN 'A'
                    PERFORM APPEND-FOLLOW-ON
                WHEN 'R'
                    PERFORM REPLACE-FOLLOW-ON
                WHEN 'U'
                    MOVE WS-FO-KEY-LENGTH(WS-FOLLOW-IDX)
                        TO WS-FOLLOW-KEY-LENGTH
                    PERFORM UPDATE-FOLLOW-ON
            END-EVALUATE
            CALL "CBL_DELETE_FILE" USING WS-FOLLOW-HELD
                RETURNING WS-DELETE-RESULT
        END-IF
    END-PERFORM.

APPEND-FOLLOW-ON.
    MOVE 0 TO WS-FOLLOW-COPIED.
    MOVE 'N' TO WS-FOLLOW-EOF.
    OPEN INPUT FOLLOW-HELD-FILE.
    OPEN EXTEND FOLLOW-LIVE-FILE.
    PERFORM UNTIL WS-FOLLOW-EOF = 'Y'
        READ FOLLOW-HELD-FILE
            AT END MOVE 'Y' TO WS-FOLLOW-EOF
            NOT AT END
                WRITE FOLLOW-LIVE-REC FROM FOLLOW-HELD-REC
                ADD 1 TO WS-FOLLOW-COPIED
        END-READ
    END-PERFORM.
    CLOSE FOLLOW-LIVE-FILE.
    CLOSE FOLLOW-HELD-FILE.
    DISPLAY "ADDED TO " WS-FOLLOW-LIVE " : " WS-FOLLOW-COPIED.

REPLACE-FOLLOW-ON.
    MOVE 'N' TO WS-FOLLOW-EOF.
    OPEN INPUT FOLLOW-HELD-FILE.
    OPEN OUTPUT FOLLOW-LIVE-FILE.
    PERFORM UNTIL WS-FOLLOW-EOF = 'Y'
        READ FOLLOW-HELD-FILE
            AT END MOVE 'Y' TO WS-FOLLOW-EOF
            NOT AT END
                WRITE FOLLOW-LIVE-REC FROM FOLLOW-HELD-REC
        END-READ
    END-PERFORM.
    CLOSE FOLLOW-LIVE-FILE.
    CLOSE FOLLOW-HELD-FILE.
    DISPLAY "RELEASED TO " WS-FOLLOW-LIVE.

*> The live file may have moved on since the run was held - new
*> invoices matched, new claims entered - so it is not replaced:
*> only the records the run changed are laid over their originals.
*> A held record whose original has since gone is reported, not
*> added back.
UPDATE-FOLLOW-ON.
    MOVE 0 TO WS-UPDATE-COUNT.
    MOVE 0 TO WS-FOLLOW-COPIED.
    MOVE 'N' TO WS-FOLLOW-EOF.
    OPEN INPUT FOLLOW-HELD-FILE.
    PERFORM UNTIL WS-FOLLOW-EOF = 'Y'
        READ FOLLOW-HELD-FILE
            AT END MOVE 'Y' TO WS-FOLLOW-EOF
            NOT AT END
                IF WS-UPDATE-COUNT < 5000
                    ADD 1 TO WS-UPDATE-COUNT
                    MOVE FOLLOW-HELD-REC
                        TO WS-UP-RECORD(WS-UPDATE-COUNT)
                    MOVE 'N' TO WS-UP-APPLIED(WS-UPDATE-COUNT)
                ELSE
                    DISPLAY "HELD UPDATE TABLE FULL - "
                        WS-FOLLOW-HELD " NOT APPLIED, RUN STILL HELD"
                    MOVE 12 TO RETURN-CODE
                    CLOSE FOLLOW-HELD-FILE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FOLLOW-HELD-FILE.

    MOVE 'N' TO WS-FOLLOW-EOF.
    OPEN INPUT FOLLOW-LIVE-FILE.
    OPEN OUTPUT FOLLOW-WORK-FILE.
    PERFORM UNTIL WS-FOLLOW-EOF = 'Y'
        READ FOLLOW-LIVE-FILE
            AT END MOVE 'Y' TO WS-FOLLOW-EOF
            NOT AT END
                PERFORM FIND-HELD-UPDATE
                IF WS-UPDATE-HIT > 0
                    MOVE WS-UP-RECORD(WS-UPDATE-HIT) TO FOLLOW-LIVE-REC
                    MOVE 'Y' TO WS-UP-APPLIED(WS-UPDATE-HIT)
                    ADD 1 TO WS-FOLLOW-COPIED
                END-IF
                WRITE FOLLOW-WORK-REC FROM FOLLOW-LIVE-REC
        END-READ
    END-PERFORM.
    CLOSE FOLLOW-LIVE-FILE.
    CLOSE FOLLOW-WORK-FILE.

    MOVE 'N' TO WS-FOLLOW-EOF.
    OPEN INPUT FOLLOW-WORK-FILE.
    OPEN OUTPUT FOLLOW-LIVE-FILE.
    PERFORM UNTIL WS-FOLLOW-EOF = 'Y'
        READ FOLLOW-WORK-FILE
            AT END MOVE 'Y' TO WS-FOLLOW-EOF
            NOT AT END
                WRITE FOLLOW-LIVE-REC FROM FOLLOW-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE FOLLOW-WORK-FILE.
    CLOSE FOLLOW-LIVE-FILE.
    DISPLAY "UPDATED ON " WS-FOLLOW-LIVE " : " WS-FOLLOW-COPIED.

    PERFORM VARYING WS-UPDATE-IDX FROM 1 BY 1
            UNTIL WS-UPDATE-IDX > WS-UPDATE-COUNT
        IF WS-UP-APPLIED(WS-UPDATE-IDX) = 'N'
            DISPLAY "NO LONGER ON " WS-FOLLOW-LIVE " - "
                WS-UP-RECORD(WS-UPDATE-IDX)(1:WS-FOLLOW-KEY-LENGTH)
        END-IF
    END-PERFORM.

FIND-HELD-UPDATE.
    MOVE 0 TO WS-UPDATE-HIT.
    PERFORM VARYING WS-UPDATE-IDX FROM 1 BY 1
            UNTIL WS-UPDATE-IDX > WS-UPDATE-COUNT
                OR WS-UPDATE-HIT > 0
        IF WS-UP-RECORD(WS-UPDATE-IDX)(1:WS-FOLLOW-KEY-LENGTH)
                = FOLLOW-LIVE-REC(1:WS-FOLLOW-KEY-LENGTH)
            MOVE WS-UPDATE-IDX TO WS-UPDATE-HIT
        END-IF
    END-PERFORM.

DISCARD-FOLLOW-ON-OUTPUTS.
    PERFORM LOCATE-FOLLOW-ON-OUTPUTS.
    PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
            UNTIL WS-FOLLOW-IDX > WS-FOLLOW-COUNT
        MOVE WS-FO-HELD-NAME(WS-FOLLOW-IDX) TO WS-FOLLOW-HELD
        CALL "CBL_DELETE_FILE" USING WS-FOLLOW-HELD
            RETURNING WS-DELETE-RESULT
    END-PERFORM.

LOG-BOTH-IDENTITIES.
    CALL "LOG-OPERATOR-EVENT" USING WS-APPROVER-NAME WS-EVENT-TYPE.
    MOVE "RELPROD" TO WS-EVENT-TYPE.
