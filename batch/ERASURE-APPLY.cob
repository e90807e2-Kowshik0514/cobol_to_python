       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ERASURE-APPLY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DATA-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATA-STATUS.
    SELECT MEMBER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MB-MEMBER-ID
        FILE STATUS IS WS-MEMBER-STATUS.
    SELECT WORK-FILE ASSIGN TO "ERASURE-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "GENERATION-MANIFEST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CERTIFICATE-FILE
        ASSIGN TO "ERASURE-CERTIFICATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REGISTER-FILE ASSIGN TO "ERASURE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REQUEST-FILE.
COPY "ERASURE-REQUEST-RECORD.cpy".

*> Every customer file, live or an archived generation of it, is
*> read and rewritten through this one record; the layouts below in
*> working storage give the view of each.
FD DATA-FILE.
01 DATA-REC              PIC X(200).

*> The live member master is indexed on the member id and is erased
*> in place; its archived generations are flat copies and go through
*> DATA-FILE like the rest.
FD MEMBER-FILE.
01 MEMBER-FILE-REC.
   05 MB-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(39).

FD WORK-FILE.
01 WORK-REC              PIC X(200).

FD MANIFEST-FILE.
01 MANIFEST-REC.
   05 MF-GEN-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 MF-GEN-TIME        PIC 9(8).
   05 FILLER             PIC X(1).
   05 MF-FILE-NAME       PIC X(30).
   05 FILLER             PIC X(1).
   05 MF-GEN-NAME        PIC X(50).
   05 FILLER             PIC X(1).
   05 MF-RECORD-COUNT    PIC 9(7).

FD CERTIFICATE-FILE.
01 CERTIFICATE-REC       PIC X(100).

FD REGISTER-FILE.
COPY "ERASURE-REGISTER-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
COPY "CUSTOMER-MASTER-RECORD.cpy".
COPY "CUSTOMER-XREF-RECORD.cpy".
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

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

01 ADDRESS-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

01 ADDRESS-HISTORY-REC.
   05 AH-CHANGED-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 AH-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AH-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AH-POSTAL-CODE     PIC 9(5).

01 CONFIRMED-REC.
   05 CF-HOUSEHOLD-KEY   PIC 9(4).
   05 FILLER             PIC X(1).
   05 CF-MATCH-KEY       PIC X(45).
   05 FILLER             PIC X(1).
   05 CF-MEMBER-COUNT    PIC 9(3).

01 WAITLIST-REC.
   05 WL-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 WL-NA              PIC 9(3).
   05 FILLER             PIC X(1).
   05 WL-NC              PIC 9(3).
   05 FILLER             PIC X(1).
   05 WL-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 WL-QUEUED-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 WL-QUEUED-TIME     PIC 9(8).
   05 FILLER             PIC X(1).
   05 WL-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 WL-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 WL-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 WL-SLOT-HOUR       PIC 9(2).

01 BOOKING-REC.
   05 BK-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 BK-NA              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NC              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 BK-SLOT-HOUR       PIC 9(2).
   05 FILLER             PIC X(1).
   05 BK-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 BK-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 BK-EMAIL           PIC X(40).
   05 FILLER             PIC X(1).
   05 BK-PRICE-BAND      PIC X(1).

01 WS-DATA-NAME          PIC X(50).
01 WS-DATA-STATUS        PIC X(2).
01 WS-MEMBER-STATUS      PIC X(2).
01 WS-EOF                PIC X.
01 WS-WORK-EOF           PIC X.
01 WS-MANIFEST-EOF       PIC X.

*> The files that hold a customer's name, address or contact
*> details. Invoices, open items, AR history and GL postings are not
*> here: they keep the customer's account code, which once the name
*> behind it is erased is a pseudonymous key and nothing more. The
*> address feed and its cleansed copy are here because ADDRESS-PARSE
*> rebuilds the address master from them.
01 WS-ERASE-FILES.
   05 FILLER PIC X(30) VALUE "MEMBER-MASTER.DAT".
   05 FILLER PIC X(30) VALUE "ADDRESS-MASTER.DAT".
   05 FILLER PIC X(30) VALUE "HOUSEHOLD-CONFIRMED.DAT".
   05 FILLER PIC X(30) VALUE "BOOKING-WAITLIST.DAT".
   05 FILLER PIC X(30) VALUE "BOOKINGS.DAT".
   05 FILLER PIC X(30) VALUE "AR-CREDIT-LIMITS.DAT".
   05 FILLER PIC X(30) VALUE "CUSTOMER-MASTER.DAT".
   05 FILLER PIC X(30) VALUE "CUSTOMER-XREF.DAT".
   05 FILLER PIC X(30) VALUE "ADDRESS-FILE.DAT".
   05 FILLER PIC X(30) VALUE "ADDRESS-FILE-CLEAN.DAT".
   05 FILLER PIC X(30) VALUE "ADDRESS-HISTORY.DAT".
01 WS-ERASE-TABLE REDEFINES WS-ERASE-FILES.
   05 WS-EF-NAME OCCURS 11 TIMES PIC X(30).
01 WS-FILE-IDX           PIC 9(2).

01 WS-REQ-COUNT          PIC 9(3) VALUE 0.
01 WS-REQ-TABLE.
   05 WS-REQ-LINE OCCURS 500 TIMES PIC X(144).
01 WS-REQ-IDX            PIC 9(3).
01 WS-ERASED-COUNT       PIC 9(3) VALUE 0.

*> What the subject is erased to: ERASED Ennnnn in place of a name
*> or street, and the match key such a street builds, so the
*> household and cross-reference rows still agree with the address.
01 WS-PSEUDONYM.
   05 FILLER             PIC X(8) VALUE "ERASED E".
   05 WS-PS-ERASURE-NO   PIC 9(5).
01 WS-ERASED-MATCH-KEY   PIC X(45).

*> The subject's subsystem keys.
01 WS-KEY-COUNT          PIC 9(3).
01 WS-KEY-TABLE.
   05 WS-KEY-ENTRY OCCURS 100 TIMES.
      10 WS-KY-SYSTEM    PIC X(1).
      10 WS-KY-KEY       PIC X(45).
01 WS-KEY-IDX            PIC 9(3).
01 WS-KEY-HIT            PIC X.
01 WS-LOOK-SYSTEM        PIC X(1).
01 WS-LOOK-KEY           PIC X(45).

*> Names the subject is held under, upper-cased, for finding their
*> waitlist and booking contacts.
01 WS-NAME-COUNT         PIC 9(3).
01 WS-NAME-TABLE.
   05 WS-NAME-ENTRY OCCURS 50 TIMES PIC X(30).
01 WS-NAME-IDX           PIC 9(3).
01 WS-NAME-HIT           PIC X.
01 WS-LOOK-NAME          PIC X(30).

*> The subject's households, and those at the subject's linked
*> addresses: an address shared with a member who has not asked to
*> be erased is theirs too and is left alone.
01 WS-HOUSE-COUNT        PIC 9(3).
01 WS-HOUSE-TABLE.
   05 WS-HOUSE-ENTRY OCCURS 50 TIMES.
      10 WS-HH-KEY       PIC 9(4).
      10 WS-HH-MATCH-KEY PIC X(45).
      10 WS-HH-SHARED    PIC X(1).
01 WS-HOUSE-IDX          PIC 9(3).

*> Cleansed match keys of the subject's addresses.
01 WS-ADDR-COUNT         PIC 9(3).
01 WS-ADDR-TABLE.
   05 WS-ADDR-ENTRY OCCURS 50 TIMES PIC X(45).
01 WS-ADDR-IDX           PIC 9(3).
01 WS-ADDR-HIT           PIC X.

01 WS-RECORD-CHANGED     PIC X.
01 WS-FILE-CHANGED       PIC 9(7).
01 WS-FILES-TOUCHED      PIC 9(3).
01 WS-SUBJECT-TOTAL      PIC 9(7).
01 WS-RUN-TOTAL          PIC 9(7) VALUE 0.

01 WS-MATCH-KEY          PIC X(45).
01 WS-NORM-STREET        PIC X(40).
01 IDX                   PIC 9(3).
01 ODX                   PIC 9(3).
01 WS-PREV-SPACE         PIC X.
01 WS-CHAR               PIC X.

01 WS-ADDRESS-LINE       PIC X(100).
01 WS-LINE-LEN           PIC 9(3).
01 WS-LAST-SPACE         PIC 9(3).
01 WS-PREV-WORD          PIC 9(3).
01 WS-POSTAL-TOKEN       PIC X(20).

01 WS-CERT-HEAD-LINE.
   05 FILLER             PIC X(8) VALUE "ERASURE ".
   05 WS-CH-ERASURE-NO   PIC 9(5).
   05 FILLER             PIC X(5) VALUE " RUN ".
   05 WS-CH-DATE         PIC 9(8).
   05 FILLER             PIC X(10) VALUE " CUSTOMER ".
   05 WS-CH-CUSTOMER     PIC 9(6).
   05 FILLER             PIC X(5) VALUE " KEY ".
   05 WS-CH-SYSTEM       PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CH-KEY          PIC X(6).
   05 FILLER             PIC X(10) VALUE " APPROVED ".
   05 WS-CH-APPROVER     PIC X(20).

01 WS-CERT-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-CT-FILE         PIC X(50).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CT-RESULT       PIC X(30).

01 WS-CERT-COUNT.
   05 FILLER             PIC X(11) VALUE "ANONYMISED=".
   05 WS-CC-COUNT        PIC ZZZ,ZZ9.

01 WS-CERT-KEPT-LINE.
   05 FILLER             PIC X(27)
      VALUE "  ADDRESS KEPT - HOUSEHOLD ".
   05 WS-CK-HOUSEHOLD    PIC 9(4).
   05 FILLER             PIC X(40)
      VALUE " STILL HAS A MEMBER NOT BEING ERASED".

01 WS-CERT-END-LINE.
   05 FILLER             PIC X(8) VALUE "ERASURE ".
   05 WS-CE-ERASURE-NO   PIC 9(5).
   05 FILLER             PIC X(25)
      VALUE " COMPLETE  FILES TOUCHED=".
   05 WS-CE-FILES        PIC ZZ9.
   05 FILLER             PIC X(9) VALUE " RECORDS=".
   05 WS-CE-RECORDS      PIC ZZZ,ZZ9.
   05 FILLER             PIC X(4) VALUE " AS ".
   05 WS-CE-PSEUDONYM    PIC X(13).

PROCEDURE DIVISION.
MAIN.
    MOVE "ERASURE-APPLY" TO WS-RH-JOB-NAME.
    MOVE 176 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "ERASURE-APPLY" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-REQUESTS.
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
        MOVE WS-REQ-LINE(WS-REQ-IDX) TO ERASURE-REQUEST-REC
        IF ER-STATUS = 'A'
            PERFORM ERASE-ONE-SUBJECT
            MOVE 'C' TO ER-STATUS
            MOVE WS-RH-RUN-DATE TO ER-COMPLETED-DATE
            MOVE ERASURE-REQUEST-REC TO WS-REQ-LINE(WS-REQ-IDX)
            ADD 1 TO WS-ERASED-COUNT
        END-IF
    END-PERFORM.
    IF WS-ERASED-COUNT > 0
        PERFORM SAVE-REQUESTS
    END-IF.

    DISPLAY "ERASURES COMPLETED : " WS-ERASED-COUNT.
    DISPLAY "RECORDS ANONYMISED : " WS-RUN-TOTAL.

    MOVE WS-RUN-TOTAL TO WS-OPS-RECORDS-PROCESSED.
    MOVE 0 TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-REQUESTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REQUEST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REQUEST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-REQ-COUNT >= 500
                    DISPLAY "ERASURE REQUEST TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-REQ-COUNT
                MOVE ERASURE-REQUEST-REC TO WS-REQ-LINE(WS-REQ-COUNT)
        END-READ
    END-PERFORM.
    CLOSE REQUEST-FILE.

SAVE-REQUESTS.
    OPEN OUTPUT REQUEST-FILE.
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
        MOVE WS-REQ-LINE(WS-REQ-IDX) TO ERASURE-REQUEST-REC
        WRITE ERASURE-REQUEST-REC
    END-PERFORM.
    CLOSE REQUEST-FILE.

ERASE-ONE-SUBJECT.
    MOVE ER-ERASURE-NO TO WS-PS-ERASURE-NO.
    MOVE SPACES TO WS-ERASED-MATCH-KEY.
    MOVE WS-PSEUDONYM TO WS-ERASED-MATCH-KEY(1:40).
    MOVE "00000" TO WS-ERASED-MATCH-KEY(41:5).
    MOVE 0 TO WS-FILES-TOUCHED.
    MOVE 0 TO WS-SUBJECT-TOTAL.

    MOVE ER-ERASURE-NO TO WS-CH-ERASURE-NO.
    MOVE WS-RH-RUN-DATE TO WS-CH-DATE.
    MOVE ER-CUSTOMER-NO TO WS-CH-CUSTOMER.
    MOVE ER-SYSTEM TO WS-CH-SYSTEM.
    MOVE ER-KEY TO WS-CH-KEY.
    MOVE ER-APPROVER TO WS-CH-APPROVER.
    OPEN EXTEND CERTIFICATE-FILE.
    WRITE CERTIFICATE-REC FROM WS-CERT-HEAD-LINE.
    CLOSE CERTIFICATE-FILE.
    DISPLAY WS-CERT-HEAD-LINE.

    PERFORM COLLECT-SUBJECT-KEYS.
    PERFORM COLLECT-SUBJECT-NAMES.
    PERFORM COLLECT-SUBJECT-ADDRESSES.

    PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX > 11
        MOVE WS-EF-NAME(WS-FILE-IDX) TO WS-DATA-NAME
        IF WS-FILE-IDX = 1
            PERFORM ERASE-MEMBER-MASTER
        ELSE
            PERFORM ERASE-ONE-FILE
        END-IF
        PERFORM ERASE-GENERATIONS
    END-PERFORM.

    MOVE SPACES TO ERASURE-REGISTER-REC.
    MOVE "ERASURE COMPLETE" TO EG-FILE-NAME.
    MOVE WS-SUBJECT-TOTAL TO EG-RECORDS.
    PERFORM WRITE-REGISTER-ROW.

    MOVE ER-ERASURE-NO TO WS-CE-ERASURE-NO.
    MOVE WS-FILES-TOUCHED TO WS-CE-FILES.
    MOVE WS-SUBJECT-TOTAL TO WS-CE-RECORDS.
    MOVE WS-PSEUDONYM TO WS-CE-PSEUDONYM.
    OPEN EXTEND CERTIFICATE-FILE.
    WRITE CERTIFICATE-REC FROM WS-CERT-END-LINE.
    CLOSE CERTIFICATE-FILE.
    DISPLAY WS-CERT-END-LINE.
    ADD WS-SUBJECT-TOTAL TO WS-RUN-TOTAL.

*> A customer's keys are all those on the cross-reference; a subject
*> not yet on the customer master has just the key the request names.
COLLECT-SUBJECT-KEYS.
    MOVE 0 TO WS-KEY-COUNT.
    IF ER-CUSTOMER-NO > 0
        MOVE "CUSTOMER-XREF.DAT" TO WS-DATA-NAME
        MOVE 'N' TO WS-EOF
        OPEN INPUT DATA-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ DATA-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE DATA-REC TO CUSTOMER-XREF-REC
                    IF CX-CUSTOMER-NO = ER-CUSTOMER-NO
                            AND WS-KEY-COUNT < 100
                        ADD 1 TO WS-KEY-COUNT
                        MOVE CX-SYSTEM TO WS-KY-SYSTEM(WS-KEY-COUNT)
                        MOVE CX-KEY TO WS-KY-KEY(WS-KEY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DATA-FILE
    ELSE
        ADD 1 TO WS-KEY-COUNT
        MOVE ER-SYSTEM TO WS-KY-SYSTEM(WS-KEY-COUNT)
        MOVE SPACES TO WS-KY-KEY(WS-KEY-COUNT)
        MOVE ER-KEY TO WS-KY-KEY(WS-KEY-COUNT)
    END-IF.

*> The names on the subject's member, credit and customer records,
*> and the households their memberships belong to.
COLLECT-SUBJECT-NAMES.
    MOVE 0 TO WS-NAME-COUNT.
    MOVE 0 TO WS-HOUSE-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-FILE.
    IF WS-MEMBER-STATUS NOT = "00"
        MOVE 'Y' TO WS-EOF
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-FILE NEXT RECORD INTO MEMBER-MASTER-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'M' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE MM-MEMBER-ID TO WS-LOOK-KEY
                PERFORM CHECK-SUBJECT-KEY
                IF WS-KEY-HIT = 'Y'
                    MOVE MM-NAME TO WS-LOOK-NAME
                    PERFORM ADD-SUBJECT-NAME
                    IF MM-HOUSEHOLD IS NUMERIC AND MM-HOUSEHOLD > 0
                            AND WS-HOUSE-COUNT < 50
                        ADD 1 TO WS-HOUSE-COUNT
                        MOVE MM-HOUSEHOLD TO WS-HH-KEY(WS-HOUSE-COUNT)
                        MOVE SPACES TO WS-HH-MATCH-KEY(WS-HOUSE-COUNT)
                        MOVE 'N' TO WS-HH-SHARED(WS-HOUSE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-MEMBER-STATUS NOT = "35"
        CLOSE MEMBER-FILE
    END-IF.

    MOVE "AR-CREDIT-LIMITS.DAT" TO WS-DATA-NAME.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DATA-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DATA-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE DATA-REC TO CREDIT-LIMIT-REC
                MOVE 'A' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE CL-CUSTOMER TO WS-LOOK-KEY
                PERFORM CHECK-SUBJECT-KEY
                IF WS-KEY-HIT = 'Y'
                    MOVE CL-NAME TO WS-LOOK-NAME
                    PERFORM ADD-SUBJECT-NAME
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DATA-FILE.

    IF ER-CUSTOMER-NO > 0
        MOVE "CUSTOMER-MASTER.DAT" TO WS-DATA-NAME
        MOVE 'N' TO WS-EOF
        OPEN INPUT DATA-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ DATA-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE DATA-REC TO CUSTOMER-MASTER-REC
                    IF CU-CUSTOMER-NO = ER-CUSTOMER-NO
                        MOVE CU-NAME TO WS-LOOK-NAME
                        PERFORM ADD-SUBJECT-NAME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DATA-FILE
    END-IF.

ADD-SUBJECT-NAME.
    MOVE FUNCTION UPPER-CASE(WS-LOOK-NAME) TO WS-LOOK-NAME.
    PERFORM CHECK-SUBJECT-NAME.
    IF WS-LOOK-NAME NOT = SPACES AND WS-NAME-HIT = 'N'
            AND WS-NAME-COUNT < 50
        ADD 1 TO WS-NAME-COUNT
        MOVE WS-LOOK-NAME TO WS-NAME-ENTRY(WS-NAME-COUNT)
    END-IF.

*> The subject's addresses are those linked on the cross-reference
*> and the confirmed addresses of their households, less any that a
*> member who is not being erased still lives at.
COLLECT-SUBJECT-ADDRESSES.
    MOVE 0 TO WS-ADDR-COUNT.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT
        IF WS-KY-SYSTEM(WS-KEY-IDX) = 'D' AND WS-ADDR-COUNT < 50
            ADD 1 TO WS-ADDR-COUNT
            MOVE WS-KY-KEY(WS-KEY-IDX) TO WS-ADDR-ENTRY(WS-ADDR-COUNT)
        END-IF
    END-PERFORM.
    PERFORM FIND-ADDRESS-HOUSEHOLDS.
    IF WS-HOUSE-COUNT > 0
        PERFORM FIND-SHARED-HOUSEHOLDS
        PERFORM VARYING WS-HOUSE-IDX FROM 1 BY 1
                UNTIL WS-HOUSE-IDX > WS-HOUSE-COUNT
            IF WS-HH-MATCH-KEY(WS-HOUSE-IDX) NOT = SPACES
                MOVE WS-HH-MATCH-KEY(WS-HOUSE-IDX) TO WS-MATCH-KEY
                PERFORM CHECK-SUBJECT-ADDRESS
                IF WS-HH-SHARED(WS-HOUSE-IDX) = 'Y'
                    PERFORM KEEP-SHARED-ADDRESS
                ELSE
                    IF WS-ADDR-HIT = 'N' AND WS-ADDR-COUNT < 50
                        ADD 1 TO WS-ADDR-COUNT
                        MOVE WS-MATCH-KEY TO WS-ADDR-ENTRY(WS-ADDR-COUNT)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> Gives each of the subject's households its confirmed address, and
*> adds the household confirmed at each of the subject's addresses.
FIND-ADDRESS-HOUSEHOLDS.
    MOVE "HOUSEHOLD-CONFIRMED.DAT" TO WS-DATA-NAME.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DATA-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DATA-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE DATA-REC TO CONFIRMED-REC
                MOVE 'N' TO WS-ADDR-HIT
                PERFORM VARYING WS-HOUSE-IDX FROM 1 BY 1
                        UNTIL WS-HOUSE-IDX > WS-HOUSE-COUNT
                    IF WS-HH-KEY(WS-HOUSE-IDX) = CF-HOUSEHOLD-KEY
                        MOVE CF-MATCH-KEY
                            TO WS-HH-MATCH-KEY(WS-HOUSE-IDX)
                        MOVE 'Y' TO WS-ADDR-HIT
                    END-IF
                END-PERFORM
                IF WS-ADDR-HIT = 'N'
                    MOVE CF-MATCH-KEY TO WS-MATCH-KEY
                    PERFORM CHECK-SUBJECT-ADDRESS
                    IF WS-ADDR-HIT = 'Y' AND WS-HOUSE-COUNT < 50
                        ADD 1 TO WS-HOUSE-COUNT
                        MOVE CF-HOUSEHOLD-KEY TO WS-HH-KEY(WS-HOUSE-COUNT)
                        MOVE CF-MATCH-KEY
                            TO WS-HH-MATCH-KEY(WS-HOUSE-COUNT)
                        MOVE 'N' TO WS-HH-SHARED(WS-HOUSE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DATA-FILE.

FIND-SHARED-HOUSEHOLDS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-FILE.
    IF WS-MEMBER-STATUS NOT = "00"
        MOVE 'Y' TO WS-EOF
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-FILE NEXT RECORD INTO MEMBER-MASTER-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'M' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE MM-MEMBER-ID TO WS-LOOK-KEY
                PERFORM CHECK-SUBJECT-KEY
                IF WS-KEY-HIT = 'N' AND MM-HOUSEHOLD IS NUMERIC
                    PERFORM VARYING WS-HOUSE-IDX FROM 1 BY 1
                            UNTIL WS-HOUSE-IDX > WS-HOUSE-COUNT
                        IF WS-HH-KEY(WS-HOUSE-IDX) = MM-HOUSEHOLD
                            MOVE 'Y' TO WS-HH-SHARED(WS-HOUSE-IDX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    IF WS-MEMBER-STATUS NOT = "35"
        CLOSE MEMBER-FILE
    END-IF.

*> The certificate says why the address was not erased.
KEEP-SHARED-ADDRESS.
    PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
            UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
        IF WS-ADDR-ENTRY(WS-ADDR-IDX) = WS-MATCH-KEY
            MOVE SPACES TO WS-ADDR-ENTRY(WS-ADDR-IDX)
        END-IF
    END-PERFORM.
    MOVE WS-HH-KEY(WS-HOUSE-IDX) TO WS-CK-HOUSEHOLD.
    OPEN EXTEND CERTIFICATE-FILE.
    WRITE CERTIFICATE-REC FROM WS-CERT-KEPT-LINE.
    CLOSE CERTIFICATE-FILE.
    DISPLAY WS-CERT-KEPT-LINE.

*> Archived generations of the file are erased the same way, so a
*> restore cannot bring the subject's details back.
ERASE-GENERATIONS.
    MOVE 'N' TO WS-MANIFEST-EOF.
    OPEN INPUT MANIFEST-FILE.
    PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
        READ MANIFEST-FILE
            AT END MOVE 'Y' TO WS-MANIFEST-EOF
            NOT AT END
                IF MF-FILE-NAME = WS-EF-NAME(WS-FILE-IDX)
                    MOVE MF-GEN-NAME TO WS-DATA-NAME
                    PERFORM ERASE-ONE-FILE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MANIFEST-FILE.

*> The file named in WS-DATA-NAME is copied to the work file with
*> the subject's records anonymised, then copied back if any were.
ERASE-ONE-FILE.
    MOVE 0 TO WS-FILE-CHANGED.
    MOVE 'N' TO WS-EOF.
    MOVE WS-DATA-NAME TO WS-CT-FILE.
    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = "00"
        CLOSE DATA-FILE
        MOVE "NOT PRESENT" TO WS-CT-RESULT
    ELSE
        OPEN OUTPUT WORK-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ DATA-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM ANONYMISE-RECORD
                    WRITE WORK-REC FROM DATA-REC
            END-READ
        END-PERFORM
        CLOSE DATA-FILE
        CLOSE WORK-FILE
        IF WS-FILE-CHANGED > 0
            PERFORM COPY-WORK-BACK
            PERFORM REGISTER-FILE-ERASED
        END-IF
        MOVE WS-FILE-CHANGED TO WS-CC-COUNT
        MOVE WS-CERT-COUNT TO WS-CT-RESULT
    END-IF.
    PERFORM WRITE-CERTIFICATE-LINE.

*> The member master is read through in key order and each of the
*> subject's members rewritten where it stands.
ERASE-MEMBER-MASTER.
    MOVE 0 TO WS-FILE-CHANGED.
    MOVE 'N' TO WS-EOF.
    MOVE WS-DATA-NAME TO WS-CT-FILE.
    OPEN I-O MEMBER-FILE.
    IF WS-MEMBER-STATUS NOT = "00"
        MOVE "NOT PRESENT" TO WS-CT-RESULT
    ELSE
        PERFORM UNTIL WS-EOF = 'Y'
            READ MEMBER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM ERASE-MEMBER-RECORD
            END-READ
        END-PERFORM
        CLOSE MEMBER-FILE
        IF WS-FILE-CHANGED > 0
            PERFORM REGISTER-FILE-ERASED
        END-IF
        MOVE WS-FILE-CHANGED TO WS-CC-COUNT
        MOVE WS-CERT-COUNT TO WS-CT-RESULT
    END-IF.
    PERFORM WRITE-CERTIFICATE-LINE.

ERASE-MEMBER-RECORD.
    MOVE MEMBER-FILE-REC TO DATA-REC.
    PERFORM ANONYMISE-RECORD.
    IF WS-RECORD-CHANGED = 'Y'
        REWRITE MEMBER-FILE-REC FROM DATA-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR " MB-MEMBER-ID
                SUBTRACT 1 FROM WS-FILE-CHANGED
        END-REWRITE
    END-IF.

REGISTER-FILE-ERASED.
    ADD 1 TO WS-FILES-TOUCHED.
    ADD WS-FILE-CHANGED TO WS-SUBJECT-TOTAL.
    MOVE SPACES TO ERASURE-REGISTER-REC.
    MOVE WS-DATA-NAME TO EG-FILE-NAME.
    MOVE WS-FILE-CHANGED TO EG-RECORDS.
    PERFORM WRITE-REGISTER-ROW.

WRITE-CERTIFICATE-LINE.
    OPEN EXTEND CERTIFICATE-FILE.
    WRITE CERTIFICATE-REC FROM WS-CERT-LINE.
    CLOSE CERTIFICATE-FILE.
    DISPLAY WS-CERT-LINE.

ANONYMISE-RECORD.
    MOVE 'N' TO WS-RECORD-CHANGED.
    EVALUATE WS-FILE-IDX
        WHEN 1 PERFORM ERASE-MEMBER
        WHEN 2 PERFORM ERASE-ADDRESS
        WHEN 3 PERFORM ERASE-HOUSEHOLD
        WHEN 4 PERFORM ERASE-WAITLIST
        WHEN 5 PERFORM ERASE-BOOKING
        WHEN 6 PERFORM ERASE-CREDIT-NAME
        WHEN 7 PERFORM ERASE-CUSTOMER-NAME
        WHEN 8 PERFORM ERASE-XREF-ADDRESS
        WHEN 9 PERFORM ERASE-ADDRESS-LINE
        WHEN 10 PERFORM ERASE-ADDRESS-LINE
        WHEN 11 PERFORM ERASE-ADDRESS-HISTORY
    END-EVALUATE.
    IF WS-RECORD-CHANGED = 'Y'
        ADD 1 TO WS-FILE-CHANGED
    END-IF.

*> The member id stays: admissions and renewals are held against it.
ERASE-MEMBER.
    MOVE DATA-REC TO MEMBER-MASTER-REC.
    MOVE 'M' TO WS-LOOK-SYSTEM.
    MOVE SPACES TO WS-LOOK-KEY.
    MOVE MM-MEMBER-ID TO WS-LOOK-KEY.
    PERFORM CHECK-SUBJECT-KEY.
    IF WS-KEY-HIT = 'Y' AND MM-NAME NOT = WS-PSEUDONYM
        MOVE WS-PSEUDONYM TO MM-NAME
        MOVE MEMBER-MASTER-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

*> An erased address is marked opted out so nothing is ever mailed
*> to what is left of it.
ERASE-ADDRESS.
    MOVE DATA-REC TO ADDRESS-REC.
    PERFORM BUILD-MATCH-KEY.
    PERFORM CHECK-SUBJECT-ADDRESS.
    IF WS-ADDR-HIT = 'Y'
        MOVE WS-PSEUDONYM TO AM-STREET
        MOVE SPACES TO AM-CITY
        MOVE 0 TO AM-POSTAL-CODE
        MOVE 'O' TO AM-MAIL-FLAG
        MOVE ADDRESS-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

ERASE-HOUSEHOLD.
    MOVE DATA-REC TO CONFIRMED-REC.
    MOVE CF-MATCH-KEY TO WS-MATCH-KEY.
    PERFORM CHECK-SUBJECT-ADDRESS.
    IF WS-ADDR-HIT = 'Y'
        MOVE WS-ERASED-MATCH-KEY TO CF-MATCH-KEY
        MOVE CONFIRMED-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

*> A waitlist or booking entry is the subject's when it is on one of
*> their accounts, or when it has no account and the contact is one
*> of their names.
ERASE-WAITLIST.
    MOVE DATA-REC TO WAITLIST-REC.
    MOVE 'A' TO WS-LOOK-SYSTEM.
    MOVE SPACES TO WS-LOOK-KEY.
    MOVE WL-ACCOUNT TO WS-LOOK-KEY.
    PERFORM CHECK-SUBJECT-KEY.
    IF WL-ACCOUNT = SPACES
        MOVE FUNCTION UPPER-CASE(WL-CONTACT) TO WS-LOOK-NAME
        PERFORM CHECK-SUBJECT-NAME
        MOVE WS-NAME-HIT TO WS-KEY-HIT
    END-IF.
    IF WS-KEY-HIT = 'Y' AND WL-CONTACT NOT = WS-PSEUDONYM
        MOVE WS-PSEUDONYM TO WL-CONTACT
        MOVE WAITLIST-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

ERASE-BOOKING.
    MOVE DATA-REC TO BOOKING-REC.
    MOVE 'A' TO WS-LOOK-SYSTEM.
    MOVE SPACES TO WS-LOOK-KEY.
    MOVE BK-ACCOUNT TO WS-LOOK-KEY.
    PERFORM CHECK-SUBJECT-KEY.
    IF BK-ACCOUNT = SPACES
        MOVE FUNCTION UPPER-CASE(BK-CONTACT) TO WS-LOOK-NAME
        PERFORM CHECK-SUBJECT-NAME
        MOVE WS-NAME-HIT TO WS-KEY-HIT
    END-IF.
    IF WS-KEY-HIT = 'Y'
            AND (BK-CONTACT NOT = WS-PSEUDONYM OR BK-EMAIL NOT = SPACES)
        MOVE WS-PSEUDONYM TO BK-CONTACT
        MOVE SPACES TO BK-EMAIL
        MOVE BOOKING-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

ERASE-CREDIT-NAME.
    MOVE DATA-REC TO CREDIT-LIMIT-REC.
    MOVE 'A' TO WS-LOOK-SYSTEM.
    MOVE SPACES TO WS-LOOK-KEY.
    MOVE CL-CUSTOMER TO WS-LOOK-KEY.
    PERFORM CHECK-SUBJECT-KEY.
    IF WS-KEY-HIT = 'Y' AND CL-NAME NOT = WS-PSEUDONYM
        MOVE WS-PSEUDONYM TO CL-NAME
        MOVE CREDIT-LIMIT-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

ERASE-CUSTOMER-NAME.
    MOVE DATA-REC TO CUSTOMER-MASTER-REC.
    IF ER-CUSTOMER-NO > 0 AND CU-CUSTOMER-NO = ER-CUSTOMER-NO
            AND CU-NAME NOT = WS-PSEUDONYM
        MOVE WS-PSEUDONYM TO CU-NAME
        MOVE CUSTOMER-MASTER-REC TO DATA-REC
        MOVE 'Y' TO WS-RECORD-CHANGED
    END-IF.

ERASE-XREF-ADDRESS.
    MOVE DATA-REC TO CUSTOMER-XREF-REC.
    IF CX-SYSTEM = 'D'
        MOVE CX-KEY TO WS-MATCH-KEY
        PERFORM CHECK-SUBJECT-ADDRESS
        IF WS-ADDR-HIT = 'Y'
            MOVE WS-ERASED-MATCH-KEY TO CX-KEY
            MOVE CUSTOMER-XREF-REC TO DATA-REC
            MOVE 'Y' TO WS-RECORD-CHANGED
        END-IF
    END-IF.

*> The feed holds each address as one line - street, city, postal
*> code - split here as ADDRESS-PARSE splits it. A line at one of the
*> subject's addresses is left holding the pseudonym alone, which the
*> parse rejects, so the address is not rebuilt on the master.
ERASE-ADDRESS-LINE.
    MOVE DATA-REC(1:100) TO WS-ADDRESS-LINE.
    INSPECT WS-ADDRESS-LINE REPLACING ALL "," BY SPACE
        ALL ";" BY SPACE ALL X"09" BY SPACE.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ADDRESS-LINE)) TO WS-LINE-LEN.
    MOVE 0 TO WS-LAST-SPACE.
    MOVE 0 TO WS-PREV-WORD.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LINE-LEN
        IF WS-ADDRESS-LINE(IDX:1) = SPACE
            MOVE WS-LAST-SPACE TO WS-PREV-WORD
            MOVE IDX TO WS-LAST-SPACE
        END-IF
    END-PERFORM.
    IF WS-PREV-WORD > 1 AND WS-LAST-SPACE < WS-LINE-LEN
        MOVE SPACES TO ADDRESS-REC
        MOVE WS-ADDRESS-LINE(1:WS-PREV-WORD - 1) TO AM-STREET
        MOVE SPACES TO WS-POSTAL-TOKEN
        COMPUTE IDX = WS-LINE-LEN - WS-LAST-SPACE
        MOVE WS-ADDRESS-LINE(WS-LAST-SPACE + 1:IDX) TO WS-POSTAL-TOKEN
        IF WS-POSTAL-TOKEN(1:5) IS NUMERIC
                AND WS-POSTAL-TOKEN(6:15) = SPACES
            MOVE WS-POSTAL-TOKEN(1:5) TO AM-POSTAL-CODE
            PERFORM BUILD-MATCH-KEY
            PERFORM CHECK-SUBJECT-ADDRESS
            IF WS-ADDR-HIT = 'Y'
                MOVE SPACES TO DATA-REC
                MOVE WS-PSEUDONYM TO DATA-REC
                MOVE 'Y' TO WS-RECORD-CHANGED
            END-IF
        END-IF
    END-IF.

*> A former address of the subject's keeps only its change date.
ERASE-ADDRESS-HISTORY.
    MOVE DATA-REC TO ADDRESS-HISTORY-REC.
    IF AH-POSTAL-CODE IS NUMERIC
        MOVE SPACES TO ADDRESS-REC
        MOVE AH-STREET TO AM-STREET
        MOVE AH-POSTAL-CODE TO AM-POSTAL-CODE
        PERFORM BUILD-MATCH-KEY
        PERFORM CHECK-SUBJECT-ADDRESS
        IF WS-ADDR-HIT = 'Y'
            MOVE WS-PSEUDONYM TO AH-STREET
            MOVE SPACES TO AH-CITY
            MOVE 0 TO AH-POSTAL-CODE
            MOVE ADDRESS-HISTORY-REC TO DATA-REC
            MOVE 'Y' TO WS-RECORD-CHANGED
        END-IF
    END-IF.

CHECK-SUBJECT-KEY.
    MOVE 'N' TO WS-KEY-HIT.
    IF WS-LOOK-KEY NOT = SPACES
        PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > WS-KEY-COUNT
            IF WS-KY-SYSTEM(WS-KEY-IDX) = WS-LOOK-SYSTEM
                    AND WS-KY-KEY(WS-KEY-IDX) = WS-LOOK-KEY
                MOVE 'Y' TO WS-KEY-HIT
            END-IF
        END-PERFORM
    END-IF.

CHECK-SUBJECT-NAME.
    MOVE 'N' TO WS-NAME-HIT.
    IF WS-LOOK-NAME NOT = SPACES
        PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                UNTIL WS-NAME-IDX > WS-NAME-COUNT
            IF WS-NAME-ENTRY(WS-NAME-IDX) = WS-LOOK-NAME
                MOVE 'Y' TO WS-NAME-HIT
            END-IF
        END-PERFORM
    END-IF.

CHECK-SUBJECT-ADDRESS.
    MOVE 'N' TO WS-ADDR-HIT.
    PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
            UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
        IF WS-ADDR-ENTRY(WS-ADDR-IDX) = WS-MATCH-KEY
            MOVE 'Y' TO WS-ADDR-HIT
        END-IF
    END-PERFORM.

WRITE-REGISTER-ROW.
    MOVE ER-ERASURE-NO TO EG-ERASURE-NO.
    MOVE WS-RH-RUN-DATE TO EG-RUN-DATE.
    MOVE ER-REQUEST-DATE TO EG-REQUEST-DATE.
    MOVE ER-REQUESTED-BY TO EG-REQUESTED-BY.
    MOVE ER-APPROVER TO EG-APPROVER.
    OPEN EXTEND REGISTER-FILE.
    WRITE ERASURE-REGISTER-REC.
    CLOSE REGISTER-FILE.

COPY-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT WORK-FILE.
    OPEN OUTPUT DATA-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE WORK-REC TO DATA-REC
                WRITE DATA-REC
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE DATA-FILE.

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
