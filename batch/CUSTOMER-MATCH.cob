       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CUSTOMER-MASTER-FILE
        ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "CUSTOMER-XREF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL NOMATCH-FILE ASSIGN TO "CUSTOMER-NOMATCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN TO "AR-CREDIT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MEMBER-ID.
    SELECT OPTIONAL CONFIRMED-FILE ASSIGN TO "HOUSEHOLD-CONFIRMED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "COUPON-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ADDRESS-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROPOSAL-FILE ASSIGN TO "CUSTOMER-MATCH-PROPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER-FILE.
COPY "CUSTOMER-MASTER-RECORD.cpy".

FD XREF-FILE.
COPY "CUSTOMER-XREF-RECORD.cpy".

FD NOMATCH-FILE.
COPY "CUSTOMER-NOMATCH-RECORD.cpy".

FD CREDIT-LIMIT-FILE.
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

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

FD CONFIRMED-FILE.
01 CONFIRMED-REC.
   05 CF-HOUSEHOLD-KEY   PIC 9(4).
   05 FILLER             PIC X(1).
   05 CF-MATCH-KEY       PIC X(45).
   05 FILLER             PIC X(1).
   05 CF-MEMBER-COUNT    PIC 9(3).

FD BALANCE-FILE.
01 BALANCE-REC.
   05 CB-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1).
   05 CB-BALANCE         PIC 9(5).
   05 FILLER             PIC X(1).
   05 CB-EXPIRY-DATE     PIC X(8).

FD ADDRESS-FILE.
01 ADDRESS-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD PROPOSAL-FILE.
COPY "CUSTOMER-PROPOSAL-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X.

*> Customers already on the master, by cleansed name.
01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 3000 TIMES.
      10 WS-CM-NO        PIC 9(6).
      10 WS-CM-NAME-KEY  PIC X(30).
01 WS-CUST-IDX           PIC 9(4).

*> Subsystem keys already linked to a customer.
01 WS-XREF-COUNT         PIC 9(4) VALUE 0.
01 WS-XREF-TABLE.
   05 WS-XREF-ENTRY OCCURS 5000 TIMES.
      10 WS-XR-SYSTEM    PIC X(1).
      10 WS-XR-KEY       PIC X(45).
      10 WS-XR-CUSTOMER  PIC 9(6).
01 WS-XREF-IDX           PIC 9(4).

01 WS-NOMATCH-COUNT      PIC 9(4) VALUE 0.
01 WS-NOMATCH-TABLE.
   05 WS-NOMATCH-ENTRY OCCURS 2000 TIMES.
      10 WS-NM-SYSTEM    PIC X(1).
      10 WS-NM-KEY       PIC X(45).
      10 WS-NM-CUSTOMER  PIC 9(6).
01 WS-NOMATCH-IDX        PIC 9(4).

*> Confirmed households, so a member's household gives the cleansed
*> address the member lives at.
01 WS-HOUSE-COUNT        PIC 9(4) VALUE 0.
01 WS-HOUSE-TABLE.
   05 WS-HOUSE-ENTRY OCCURS 2000 TIMES.
      10 WS-HH-KEY       PIC 9(4).
      10 WS-HH-MATCH-KEY PIC X(45).
01 WS-HOUSE-IDX          PIC 9(4).

*> Every pass member, linked or not: a coupon holder whose id is a
*> member id is that member's coupon account.
01 WS-MEMBER-COUNT       PIC 9(4) VALUE 0.
01 WS-MEMBER-TABLE.
   05 WS-MEMBER-ENTRY OCCURS 5000 TIMES.
      10 WS-MB-ID        PIC X(6).
      10 WS-MB-NAME      PIC X(20).
      10 WS-MB-HOUSEHOLD PIC 9(4).
01 WS-MEMBER-IDX         PIC 9(4).
01 WS-MEMBER-HIT         PIC 9(4).

*> Each subsystem key not yet on the cross-reference.
01 WS-PARTY-COUNT        PIC 9(4) VALUE 0.
01 WS-PARTY-TABLE.
   05 WS-PARTY-ENTRY OCCURS 5000 TIMES.
      10 WS-PT-SYSTEM    PIC X(1).
      10 WS-PT-KEY       PIC X(45).
      10 WS-PT-NAME      PIC X(30).
      10 WS-PT-NAME-KEY  PIC X(30).
      10 WS-PT-ADDR-KEY  PIC X(45).
      10 WS-PT-GROUP     PIC 9(4).
      10 WS-PT-TARGET    PIC 9(6).
      10 WS-PT-REASON    PIC X(10).
      10 WS-PT-WRITTEN   PIC X(1).
01 WS-PARTY-IDX          PIC 9(4).
01 WS-OTHER-IDX          PIC 9(4).
01 WS-SCAN-IDX           PIC 9(4).
01 WS-OLD-GROUP          PIC 9(4).
01 WS-NEW-GROUP          PIC 9(4).
01 WS-JOIN-REASON        PIC X(10).

01 WS-GROUP-TARGET       PIC 9(6).
01 WS-GROUP-NAME         PIC X(30).
01 WS-GROUP-ROWS         PIC 9(4).
01 WS-OUT-GROUP          PIC 9(5) VALUE 0.
01 WS-EXISTING-GROUPS    PIC 9(5) VALUE 0.
01 WS-NEW-GROUPS         PIC 9(5) VALUE 0.
01 WS-PROPOSED-ROWS      PIC 9(5) VALUE 0.
01 WS-REFUSED            PIC X.
01 WS-CHECK-CUSTOMER     PIC 9(6).

01 WS-RAW-NAME           PIC X(40).
01 WS-NAME-KEY           PIC X(30).
01 WS-MATCH-KEY          PIC X(45).
01 WS-NORM-STREET        PIC X(40).
01 IDX                   PIC 9(3).
01 ODX                   PIC 9(3).
01 WS-PREV-SPACE         PIC X.
01 WS-CHAR               PIC X.

PROCEDURE DIVISION.
MAIN.
    MOVE "CUSTOMER-MATCH" TO WS-RH-JOB-NAME.
    MOVE 171 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "CUSTOMER-MATCH" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-CUSTOMERS.
    PERFORM LOAD-XREF.
    PERFORM LOAD-NOMATCH.
    PERFORM LOAD-HOUSEHOLDS.
    PERFORM LOAD-MEMBERS.

*> AR customers go in first: theirs is the name the customer is
*> invoiced under, so a new customer takes it in preference.
    PERFORM COLLECT-AR-CUSTOMERS.
    PERFORM COLLECT-MEMBERS.
    PERFORM COLLECT-COUPON-HOLDERS.
    PERFORM COLLECT-ADDRESSES.

    PERFORM MATCH-EXISTING-CUSTOMERS.
    PERFORM GROUP-UNLINKED-PARTIES.
    PERFORM WRITE-PROPOSALS.

    DISPLAY "UNLINKED SUBSYSTEM KEYS    : " WS-PARTY-COUNT.
    DISPLAY "GROUPS TO EXISTING CUSTOMER: " WS-EXISTING-GROUPS.
    DISPLAY "GROUPS AS NEW CUSTOMERS    : " WS-NEW-GROUPS.
    DISPLAY "LINKS PROPOSED             : " WS-PROPOSED-ROWS.

    MOVE WS-PARTY-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE 0 TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-CUSTOMERS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CUSTOMER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CUST-COUNT >= 3000
                    DISPLAY "CUSTOMER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-CUST-COUNT
                MOVE CU-CUSTOMER-NO TO WS-CM-NO(WS-CUST-COUNT)
                MOVE CU-NAME TO WS-RAW-NAME
                PERFORM BUILD-NAME-KEY
                MOVE WS-NAME-KEY TO WS-CM-NAME-KEY(WS-CUST-COUNT)
        END-READ
    END-PERFORM.
    CLOSE CUSTOMER-MASTER-FILE.

LOAD-XREF.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT XREF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-XREF-COUNT >= 5000
                    DISPLAY "CROSS-REFERENCE TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-XREF-COUNT
                MOVE CX-SYSTEM TO WS-XR-SYSTEM(WS-XREF-COUNT)
                MOVE CX-KEY TO WS-XR-KEY(WS-XREF-COUNT)
                MOVE CX-CUSTOMER-NO TO WS-XR-CUSTOMER(WS-XREF-COUNT)
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.

LOAD-NOMATCH.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT NOMATCH-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ NOMATCH-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-NOMATCH-COUNT >= 2000
                    DISPLAY "REFUSED-LINK TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-NOMATCH-COUNT
                MOVE CN-SYSTEM TO WS-NM-SYSTEM(WS-NOMATCH-COUNT)
                MOVE CN-KEY TO WS-NM-KEY(WS-NOMATCH-COUNT)
                MOVE CN-CUSTOMER-NO TO WS-NM-CUSTOMER(WS-NOMATCH-COUNT)
        END-READ
    END-PERFORM.
    CLOSE NOMATCH-FILE.

LOAD-HOUSEHOLDS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CONFIRMED-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CONFIRMED-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-HOUSE-COUNT >= 2000
                    DISPLAY "HOUSEHOLD TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-HOUSE-COUNT
                MOVE CF-HOUSEHOLD-KEY TO WS-HH-KEY(WS-HOUSE-COUNT)
                MOVE CF-MATCH-KEY TO WS-HH-MATCH-KEY(WS-HOUSE-COUNT)
        END-READ
    END-PERFORM.
    CLOSE CONFIRMED-FILE.

LOAD-MEMBERS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-MEMBER-COUNT >= 5000
                    DISPLAY "MEMBER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-MEMBER-COUNT
                MOVE MM-MEMBER-ID TO WS-MB-ID(WS-MEMBER-COUNT)
                MOVE MM-NAME TO WS-MB-NAME(WS-MEMBER-COUNT)
                MOVE 0 TO WS-MB-HOUSEHOLD(WS-MEMBER-COUNT)
                IF MM-HOUSEHOLD IS NUMERIC
                    MOVE MM-HOUSEHOLD
                        TO WS-MB-HOUSEHOLD(WS-MEMBER-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.

*> ONACCT is the house code for cash taken on account, not a
*> customer of its own.
COLLECT-AR-CUSTOMERS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CREDIT-LIMIT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CREDIT-LIMIT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CL-CUSTOMER NOT = SPACES
                        AND CL-CUSTOMER NOT = "ONACCT"
                    MOVE SPACES TO WS-MATCH-KEY
                    MOVE CL-CUSTOMER TO WS-MATCH-KEY
                    MOVE CL-NAME TO WS-RAW-NAME
                    MOVE 'A' TO WS-CHAR
                    PERFORM ADD-PARTY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.

COLLECT-MEMBERS.
    PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
        MOVE SPACES TO WS-MATCH-KEY
        MOVE WS-MB-ID(WS-MEMBER-IDX) TO WS-MATCH-KEY
        MOVE WS-MB-NAME(WS-MEMBER-IDX) TO WS-RAW-NAME
        MOVE 'M' TO WS-CHAR
        PERFORM ADD-PARTY
        IF WS-PARTY-IDX > 0
            PERFORM FIND-MEMBER-ADDRESS
        END-IF
    END-PERFORM.

FIND-MEMBER-ADDRESS.
    IF WS-MB-HOUSEHOLD(WS-MEMBER-IDX) > 0
        PERFORM VARYING WS-HOUSE-IDX FROM 1 BY 1
                UNTIL WS-HOUSE-IDX > WS-HOUSE-COUNT
            IF WS-HH-KEY(WS-HOUSE-IDX) = WS-MB-HOUSEHOLD(WS-MEMBER-IDX)
                MOVE WS-HH-MATCH-KEY(WS-HOUSE-IDX)
                    TO WS-PT-ADDR-KEY(WS-PARTY-IDX)
            END-IF
        END-PERFORM
    END-IF.

*> A coupon account carries no name; one opened under a member id
*> (loyalty conversions, win-back offers) is that member's.
COLLECT-COUPON-HOLDERS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BALANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BALANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM COLLECT-ONE-COUPON-HOLDER
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.

COLLECT-ONE-COUPON-HOLDER.
    MOVE 0 TO WS-MEMBER-HIT.
    PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
        IF WS-MB-ID(WS-MEMBER-IDX) = CB-CUSTOMER-ID
            MOVE WS-MEMBER-IDX TO WS-MEMBER-HIT
        END-IF
    END-PERFORM.
    IF WS-MEMBER-HIT > 0
        MOVE SPACES TO WS-MATCH-KEY
        MOVE CB-CUSTOMER-ID TO WS-MATCH-KEY
        MOVE WS-MB-NAME(WS-MEMBER-HIT) TO WS-RAW-NAME
        MOVE 'C' TO WS-CHAR
        PERFORM ADD-PARTY
    END-IF.

*> An address has no name either; it is proposed only alongside the
*> members whose confirmed household it is.
COLLECT-ADDRESSES.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ADDRESS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ADDRESS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM BUILD-MATCH-KEY
                MOVE SPACES TO WS-RAW-NAME
                MOVE 'D' TO WS-CHAR
                PERFORM ADD-PARTY
                IF WS-PARTY-IDX > 0
                    MOVE WS-MATCH-KEY TO WS-PT-ADDR-KEY(WS-PARTY-IDX)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ADDRESS-FILE.

*> Adds the key in WS-MATCH-KEY for system WS-CHAR unless it is
*> already linked or already collected, or its name or address has
*> been erased at the holder's request; WS-PARTY-IDX is the new
*> entry, or zero when none was added.
ADD-PARTY.
    MOVE 0 TO WS-PARTY-IDX.
    MOVE 'N' TO WS-REFUSED.
    IF WS-RAW-NAME(1:8) = "ERASED E" OR WS-MATCH-KEY(1:8) = "ERASED E"
        MOVE 'Y' TO WS-REFUSED
    END-IF.
    PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
            UNTIL WS-XREF-IDX > WS-XREF-COUNT
        IF WS-XR-SYSTEM(WS-XREF-IDX) = WS-CHAR
                AND WS-XR-KEY(WS-XREF-IDX) = WS-MATCH-KEY
            MOVE 'Y' TO WS-REFUSED
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-PARTY-COUNT
        IF WS-PT-SYSTEM(WS-SCAN-IDX) = WS-CHAR
                AND WS-PT-KEY(WS-SCAN-IDX) = WS-MATCH-KEY
            MOVE 'Y' TO WS-REFUSED
        END-IF
    END-PERFORM.
    IF WS-REFUSED = 'N'
        IF WS-PARTY-COUNT >= 5000
            DISPLAY "PARTY TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-PARTY-COUNT
        MOVE WS-PARTY-COUNT TO WS-PARTY-IDX
        MOVE WS-CHAR TO WS-PT-SYSTEM(WS-PARTY-IDX)
        MOVE WS-MATCH-KEY TO WS-PT-KEY(WS-PARTY-IDX)
        MOVE WS-RAW-NAME TO WS-PT-NAME(WS-PARTY-IDX)
        PERFORM BUILD-NAME-KEY
        MOVE WS-NAME-KEY TO WS-PT-NAME-KEY(WS-PARTY-IDX)
        MOVE SPACES TO WS-PT-ADDR-KEY(WS-PARTY-IDX)
        MOVE 0 TO WS-PT-GROUP(WS-PARTY-IDX)
        MOVE 0 TO WS-PT-TARGET(WS-PARTY-IDX)
        MOVE SPACES TO WS-PT-REASON(WS-PARTY-IDX)
        MOVE 'N' TO WS-PT-WRITTEN(WS-PARTY-IDX)
    END-IF.

*> A key joins a customer already on the master when its cleansed
*> name is the customer's, when it is the address of one of the
*> customer's members, or when it is the coupon account of a member
*> already linked - unless a clerk has refused that link before.
MATCH-EXISTING-CUSTOMERS.
    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
            UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
        IF WS-PT-NAME-KEY(WS-PARTY-IDX) NOT = SPACES
            PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-PT-TARGET(WS-PARTY-IDX) > 0
                IF WS-CM-NAME-KEY(WS-CUST-IDX)
                        = WS-PT-NAME-KEY(WS-PARTY-IDX)
                    MOVE WS-CM-NO(WS-CUST-IDX) TO WS-CHECK-CUSTOMER
                    MOVE "NAME" TO WS-JOIN-REASON
                    PERFORM TRY-EXISTING-TARGET
                END-IF
            END-PERFORM
        END-IF
        IF WS-PT-TARGET(WS-PARTY-IDX) = 0
            PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                    UNTIL WS-XREF-IDX > WS-XREF-COUNT
                       OR WS-PT-TARGET(WS-PARTY-IDX) > 0
                IF WS-PT-ADDR-KEY(WS-PARTY-IDX) NOT = SPACES
                        AND WS-XR-SYSTEM(WS-XREF-IDX) = 'D'
                        AND WS-XR-KEY(WS-XREF-IDX)
                            = WS-PT-ADDR-KEY(WS-PARTY-IDX)
                    MOVE WS-XR-CUSTOMER(WS-XREF-IDX)
                        TO WS-CHECK-CUSTOMER
                    MOVE "ADDRESS" TO WS-JOIN-REASON
                    PERFORM TRY-EXISTING-TARGET
                END-IF
                IF WS-PT-SYSTEM(WS-PARTY-IDX) = 'C'
                        AND WS-XR-SYSTEM(WS-XREF-IDX) = 'M'
                        AND WS-XR-KEY(WS-XREF-IDX)
                            = WS-PT-KEY(WS-PARTY-IDX)
                    MOVE WS-XR-CUSTOMER(WS-XREF-IDX)
                        TO WS-CHECK-CUSTOMER
                    MOVE "SAME ID" TO WS-JOIN-REASON
                    PERFORM TRY-EXISTING-TARGET
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

TRY-EXISTING-TARGET.
    PERFORM CHECK-REFUSED.
    IF WS-REFUSED = 'N'
        MOVE WS-CHECK-CUSTOMER TO WS-PT-TARGET(WS-PARTY-IDX)
        MOVE WS-JOIN-REASON TO WS-PT-REASON(WS-PARTY-IDX)
    END-IF.

CHECK-REFUSED.
    MOVE 'N' TO WS-REFUSED.
    PERFORM VARYING WS-NOMATCH-IDX FROM 1 BY 1
            UNTIL WS-NOMATCH-IDX > WS-NOMATCH-COUNT
        IF WS-NM-SYSTEM(WS-NOMATCH-IDX) = WS-PT-SYSTEM(WS-PARTY-IDX)
                AND WS-NM-KEY(WS-NOMATCH-IDX) = WS-PT-KEY(WS-PARTY-IDX)
                AND WS-NM-CUSTOMER(WS-NOMATCH-IDX) = WS-CHECK-CUSTOMER
            MOVE 'Y' TO WS-REFUSED
        END-IF
    END-PERFORM.

*> Keys still unlinked are grouped with each other: the same
*> cleansed name, the same cleansed address (a family shares its
*> household), or a coupon account under a member's id. Two keys
*> already bound for different customers are never put together.
GROUP-UNLINKED-PARTIES.
    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
            UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
        MOVE WS-PARTY-IDX TO WS-PT-GROUP(WS-PARTY-IDX)
        PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                UNTIL WS-OTHER-IDX >= WS-PARTY-IDX
            MOVE SPACES TO WS-JOIN-REASON
            EVALUATE TRUE
                WHEN WS-PT-SYSTEM(WS-PARTY-IDX) = 'C'
                        AND WS-PT-SYSTEM(WS-OTHER-IDX) = 'M'
                        AND WS-PT-KEY(WS-PARTY-IDX)
                            = WS-PT-KEY(WS-OTHER-IDX)
                    MOVE "SAME ID" TO WS-JOIN-REASON
                WHEN WS-PT-NAME-KEY(WS-PARTY-IDX) NOT = SPACES
                        AND WS-PT-NAME-KEY(WS-PARTY-IDX)
                            = WS-PT-NAME-KEY(WS-OTHER-IDX)
                    MOVE "NAME" TO WS-JOIN-REASON
                WHEN WS-PT-ADDR-KEY(WS-PARTY-IDX) NOT = SPACES
                        AND WS-PT-ADDR-KEY(WS-PARTY-IDX)
                            = WS-PT-ADDR-KEY(WS-OTHER-IDX)
                    MOVE "ADDRESS" TO WS-JOIN-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-JOIN-REASON NOT = SPACES
                PERFORM JOIN-PARTY-GROUPS
            END-IF
        END-PERFORM
    END-PERFORM.

JOIN-PARTY-GROUPS.
    MOVE WS-PT-GROUP(WS-OTHER-IDX) TO WS-NEW-GROUP.
    MOVE WS-PT-GROUP(WS-PARTY-IDX) TO WS-OLD-GROUP.
    IF WS-NEW-GROUP NOT = WS-OLD-GROUP
        PERFORM FIND-GROUP-TARGETS
        IF WS-GROUP-TARGET NOT = 999999
            IF WS-PT-REASON(WS-PARTY-IDX) = SPACES
                MOVE WS-JOIN-REASON TO WS-PT-REASON(WS-PARTY-IDX)
            END-IF
            IF WS-PT-REASON(WS-OTHER-IDX) = SPACES
                MOVE WS-JOIN-REASON TO WS-PT-REASON(WS-OTHER-IDX)
            END-IF
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-PARTY-IDX
                IF WS-PT-GROUP(WS-SCAN-IDX) = WS-OLD-GROUP
                    MOVE WS-NEW-GROUP TO WS-PT-GROUP(WS-SCAN-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

*> 999999 in WS-GROUP-TARGET means the two groups are each bound for
*> a different existing customer and must stay apart.
FIND-GROUP-TARGETS.
    MOVE 0 TO WS-GROUP-TARGET.
    MOVE 0 TO WS-CHECK-CUSTOMER.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-PARTY-IDX
        IF WS-PT-GROUP(WS-SCAN-IDX) = WS-NEW-GROUP
                AND WS-PT-TARGET(WS-SCAN-IDX) > 0
            MOVE WS-PT-TARGET(WS-SCAN-IDX) TO WS-GROUP-TARGET
        END-IF
        IF WS-PT-GROUP(WS-SCAN-IDX) = WS-OLD-GROUP
                AND WS-PT-TARGET(WS-SCAN-IDX) > 0
            MOVE WS-PT-TARGET(WS-SCAN-IDX) TO WS-CHECK-CUSTOMER
        END-IF
    END-PERFORM.
    IF WS-GROUP-TARGET > 0 AND WS-CHECK-CUSTOMER > 0
            AND WS-GROUP-TARGET NOT = WS-CHECK-CUSTOMER
        MOVE 999999 TO WS-GROUP-TARGET
    END-IF.

*> One block of rows per group. A group with nothing but an address
*> in it has no one to belong to and is left out; so is any key the
*> clerk has refused for the customer the group would join.
WRITE-PROPOSALS.
    OPEN OUTPUT PROPOSAL-FILE.
    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
            UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
        IF WS-PT-WRITTEN(WS-PARTY-IDX) = 'N'
            PERFORM WRITE-ONE-GROUP
        END-IF
    END-PERFORM.
    CLOSE PROPOSAL-FILE.

WRITE-ONE-GROUP.
    MOVE WS-PT-GROUP(WS-PARTY-IDX) TO WS-OLD-GROUP.
    MOVE 0 TO WS-GROUP-TARGET.
    MOVE SPACES TO WS-GROUP-NAME.
    PERFORM VARYING WS-SCAN-IDX FROM WS-PARTY-IDX BY 1
            UNTIL WS-SCAN-IDX > WS-PARTY-COUNT
        IF WS-PT-GROUP(WS-SCAN-IDX) = WS-OLD-GROUP
            MOVE 'Y' TO WS-PT-WRITTEN(WS-SCAN-IDX)
            IF WS-PT-TARGET(WS-SCAN-IDX) > 0 AND WS-GROUP-TARGET = 0
                MOVE WS-PT-TARGET(WS-SCAN-IDX) TO WS-GROUP-TARGET
            END-IF
            IF WS-PT-NAME(WS-SCAN-IDX) NOT = SPACES
                    AND WS-GROUP-NAME = SPACES
                MOVE WS-PT-NAME(WS-SCAN-IDX) TO WS-GROUP-NAME
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GROUP-NAME NOT = SPACES
        ADD 1 TO WS-OUT-GROUP
        MOVE 0 TO WS-GROUP-ROWS
        PERFORM VARYING WS-SCAN-IDX FROM WS-PARTY-IDX BY 1
                UNTIL WS-SCAN-IDX > WS-PARTY-COUNT
            IF WS-PT-GROUP(WS-SCAN-IDX) = WS-OLD-GROUP
                PERFORM WRITE-ONE-PROPOSAL
            END-IF
        END-PERFORM
        IF WS-GROUP-ROWS > 0
            IF WS-GROUP-TARGET > 0
                ADD 1 TO WS-EXISTING-GROUPS
            ELSE
                ADD 1 TO WS-NEW-GROUPS
            END-IF
        END-IF
    END-IF.

WRITE-ONE-PROPOSAL.
    MOVE WS-SCAN-IDX TO WS-OTHER-IDX.
    MOVE WS-PARTY-IDX TO WS-MEMBER-IDX.
    MOVE WS-SCAN-IDX TO WS-PARTY-IDX.
    MOVE WS-GROUP-TARGET TO WS-CHECK-CUSTOMER.
    PERFORM CHECK-REFUSED.
    MOVE WS-MEMBER-IDX TO WS-PARTY-IDX.
    IF WS-REFUSED = 'N'
        MOVE SPACES TO CUSTOMER-PROPOSAL-REC
        MOVE WS-OUT-GROUP TO CP-GROUP
        MOVE WS-GROUP-TARGET TO CP-CUSTOMER-NO
        MOVE WS-PT-SYSTEM(WS-OTHER-IDX) TO CP-SYSTEM
        MOVE WS-PT-KEY(WS-OTHER-IDX) TO CP-KEY
        MOVE WS-PT-NAME(WS-OTHER-IDX) TO CP-NAME
        MOVE WS-PT-REASON(WS-OTHER-IDX) TO CP-REASON
        IF CP-REASON = SPACES
            MOVE "NEW" TO CP-REASON
        END-IF
        MOVE WS-GROUP-NAME TO CP-GROUP-NAME
        WRITE CUSTOMER-PROPOSAL-REC
        ADD 1 TO WS-GROUP-ROWS
        ADD 1 TO WS-PROPOSED-ROWS
    END-IF.

*> Upper-cased name with punctuation dropped and runs of blanks
*> squeezed, so "St. Mary's  School" and "ST MARYS SCHOOL" agree.
BUILD-NAME-KEY.
    MOVE SPACES TO WS-NAME-KEY.
    MOVE 0 TO ODX.
    MOVE 'Y' TO WS-PREV-SPACE.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 40 OR ODX >= 30
        MOVE FUNCTION UPPER-CASE(WS-RAW-NAME(IDX:1)) TO WS-CHAR
        EVALUATE TRUE
            WHEN WS-CHAR = "." OR WS-CHAR = "," OR WS-CHAR = "'"
                CONTINUE
            WHEN WS-CHAR = SPACE OR WS-CHAR = "-"
                IF WS-PREV-SPACE = 'N'
                    ADD 1 TO ODX
                    MOVE SPACE TO WS-NAME-KEY(ODX:1)
                    MOVE 'Y' TO WS-PREV-SPACE
                END-IF
            WHEN OTHER
                ADD 1 TO ODX
                MOVE WS-CHAR TO WS-NAME-KEY(ODX:1)
                MOVE 'N' TO WS-PREV-SPACE
        END-EVALUATE
    END-PERFORM.

*> Upper-cased street with runs of blanks squeezed, plus the postal
*> code, exactly as ADDRESS-HOUSEHOLD builds it.
BUILD-MATCH-KEY.
    MOVE SPACES TO WS-NORM-STREET.
    MOVE 0 TO ODX.
    MOVE 'Y' TO WS-PREV-SPACE.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 40
        MOVE FUNCTION UPPER-CASE(AM-STREET(IDX:1)) TO WS-CHAR
        IF WS-CHAR = SPACE
            IF WS-PREV-SPACE = 'N'
                ADD 1 TO ODX
                MOVE WS-CHAR TO WS-NORM-STREET(ODX:1)
                MOVE 'Y' TO WS-PREV-SPACE
            END-IF
        ELSE
            ADD 1 TO ODX
            MOVE WS-CHAR TO WS-NORM-STREET(ODX:1)
            MOVE 'N' TO WS-PREV-SPACE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-MATCH-KEY.
    MOVE WS-NORM-STREET TO WS-MATCH-KEY(1:40).
    MOVE AM-POSTAL-CODE TO WS-MATCH-KEY(41:5).
