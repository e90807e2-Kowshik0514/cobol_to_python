       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P02811-BATCH.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLAIM-FILE ASSIGN TO "EXPENSE-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLAIM-STATUS.
    SELECT CLAIM-WORK-FILE ASSIGN TO "EXPENSE-CLAIMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUMMARY-REPORT ASSIGN TO "EXPENSE-SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CATEGORY-FILE ASSIGN TO "EXPENSE-CATEGORIES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUPERVISOR-FILE ASSIGN TO "OPERATOR-SUPERVISORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "EXPENSE-CLAIM-RECORD.cpy".

FD CLAIM-WORK-FILE.
01 CLAIM-WORK-REC  PIC X(175).

FD SUMMARY-REPORT.
01 SUMMARY-LINE    PIC X(40).

FD CATEGORY-FILE.
COPY "EXPENSE-CATEGORY-RECORD.cpy".

FD SUPERVISOR-FILE.
COPY "OPERATOR-SUPERVISOR-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-CLAIM-STATUS PIC X(2).
01 WS-EOF          PIC X VALUE 'N'.
01 WS-WORK-EOF     PIC X VALUE 'N'.
01 WS-CATEGORY-EOF PIC X VALUE 'N'.
01 WS-SUPERVISOR-EOF PIC X VALUE 'N'.

01 WS-APPROVED-TOTAL    PIC 9(9)V99 VALUE 0.
01 WS-REJECTED-TOTAL    PIC 9(9)V99 VALUE 0.
01 WS-APPROVED-COUNT    PIC 9(7) VALUE 0.
01 WS-REJECTED-COUNT    PIC 9(7) VALUE 0.
01 WS-DUPLICATE-COUNT   PIC 9(7) VALUE 0.
01 WS-NO-MANAGER-COUNT  PIC 9(7) VALUE 0.

*> The most one claim may be for, category by category; a category
*> not on file has no limit to pass and the claim is rejected.
01 WS-CATEGORY-COUNT    PIC 9(3) VALUE 0.
01 WS-CATEGORY-TABLE.
   05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
      10 WS-CT-CATEGORY  PIC X(4).
      10 WS-CT-LIMIT     PIC 9(7)V99.
01 WS-CATEGORY-IDX      PIC 9(3).
01 WS-CATEGORY-HIT      PIC 9(3).

01 WS-MANAGED-COUNT     PIC 9(3) VALUE 0.
01 WS-MANAGED-TABLE.
   05 WS-MG-OPERATOR OCCURS 500 TIMES PIC X(30).
01 WS-MANAGED-IDX       PIC 9(3).
01 WS-MANAGED-HIT       PIC 9(3).

*> Every receipt already standing behind a claim - waiting, approved
*> or paid - so a second claim for it, by anyone, is caught.
01 WS-RECEIPT-COUNT     PIC 9(5) VALUE 0.
01 WS-RECEIPT-TABLE.
   05 WS-RECEIPT-ENTRY OCCURS 5000 TIMES.
      10 WS-RC-RECEIPT   PIC X(15).
      10 WS-RC-CLAIM-NO  PIC 9(6).
01 WS-RECEIPT-IDX       PIC 9(5).
01 WS-RECEIPT-HIT       PIC 9(5).

01 WS-APPROVED-LINE.
   05 FILLER         PIC X(22) VALUE "TOTAL PASSED AMOUNT  :".
   05 WS-A-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
01 WS-REJECTED-LINE.
   05 FILLER         PIC X(22) VALUE "TOTAL REJECTED AMOUNT:".
   05 WS-R-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
01 WS-APPROVED-CNT-LINE.
   05 FILLER         PIC X(22) VALUE "PASSED CLAIM COUNT   :".
   05 WS-A-COUNT      PIC ZZZ,ZZ9.
01 WS-REJECTED-CNT-LINE.
   05 FILLER         PIC X(22) VALUE "REJECTED CLAIM COUNT :".
   05 WS-R-COUNT      PIC ZZZ,ZZ9.
01 WS-DUPLICATE-CNT-LINE.
   05 FILLER         PIC X(22) VALUE "DUPLICATE RECEIPTS   :".
   05 WS-D-COUNT      PIC ZZZ,ZZ9.
01 WS-NO-MANAGER-CNT-LINE.
   05 FILLER         PIC X(22) VALUE "NO MANAGER ON FILE   :".
   05 WS-M-COUNT      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
  MOVE "P02811-BATCH" TO WS-RH-JOB-NAME.
  MOVE 179 TO WS-RH-SEQ-NO.
  COPY "RUN-HEADER-PRINT.cpy".
  MOVE "P02811-BATCH" TO WS-OPS-PROGRAM-NAME.
  ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
  ACCEPT WS-OPS-START-TIME FROM TIME.

  PERFORM LOAD-CATEGORIES.
  PERFORM LOAD-MANAGED-OPERATORS.

  OPEN INPUT CLAIM-FILE.
  IF WS-CLAIM-STATUS NOT = "00"
      DISPLAY "EXPENSE-CLAIMS.DAT NOT PRESENT - NOTHING TO CHECK"
      MOVE 8 TO RETURN-CODE
      GOBACK
  END-IF.
  OPEN OUTPUT CLAIM-WORK-FILE.

  PERFORM UNTIL WS-EOF = 'Y'
      READ CLAIM-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END PERFORM CHECK-CLAIM
      END-READ
  END-PERFORM.

  CLOSE CLAIM-FILE.
  CLOSE CLAIM-WORK-FILE.
  PERFORM COPY-CLAIM-WORK-BACK.

  OPEN OUTPUT SUMMARY-REPORT.
  MOVE WS-APPROVED-TOTAL TO WS-A-AMOUNT.
  MOVE WS-REJECTED-TOTAL TO WS-R-AMOUNT.
  MOVE WS-APPROVED-COUNT TO WS-A-COUNT.
  MOVE WS-REJECTED-COUNT TO WS-R-COUNT.
  MOVE WS-DUPLICATE-COUNT TO WS-D-COUNT.
  MOVE WS-NO-MANAGER-COUNT TO WS-M-COUNT.

  WRITE SUMMARY-LINE FROM WS-APPROVED-LINE.
  WRITE SUMMARY-LINE FROM WS-REJECTED-LINE.
  WRITE SUMMARY-LINE FROM WS-APPROVED-CNT-LINE.
  WRITE SUMMARY-LINE FROM WS-REJECTED-CNT-LINE.
  WRITE SUMMARY-LINE FROM WS-DUPLICATE-CNT-LINE.
  WRITE SUMMARY-LINE FROM WS-NO-MANAGER-CNT-LINE.

  DISPLAY WS-APPROVED-LINE.
  DISPLAY WS-REJECTED-LINE.
  DISPLAY WS-APPROVED-CNT-LINE.
  DISPLAY WS-REJECTED-CNT-LINE.
  DISPLAY WS-DUPLICATE-CNT-LINE.
  DISPLAY WS-NO-MANAGER-CNT-LINE.

  CLOSE SUMMARY-REPORT.

  COMPUTE WS-OPS-RECORDS-PROCESSED =
      WS-APPROVED-COUNT + WS-REJECTED-COUNT.
  COMPUTE WS-OPS-EXCEPTIONS =
      WS-REJECTED-COUNT + WS-NO-MANAGER-COUNT.
  COPY "OPS-STATS-LOG.cpy".
  IF WS-OPS-EXCEPTIONS > 0
      MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

*> Newly submitted claims are screened in claim order. A receipt
*> already standing behind an earlier claim rejects the claim as a
*> duplicate; a claim over its category limit is rejected; the rest
*> go to the claimant's manager. A claimant with no manager on file
*> is counted so the reporting line can be put right - the claim
*> waits, since nobody else may approve it.
CHECK-CLAIM.
  IF XC-STATUS = 'S'
      PERFORM FIND-RECEIPT
      PERFORM FIND-CATEGORY
      EVALUATE TRUE
          WHEN WS-RECEIPT-HIT > 0
              MOVE 'D' TO XC-STATUS
              ADD 1 TO WS-DUPLICATE-COUNT
              ADD 1 TO WS-REJECTED-COUNT
              ADD XC-AMOUNT TO WS-REJECTED-TOTAL
              DISPLAY "CLAIM " XC-CLAIM-NO " RECEIPT " XC-RECEIPT-REF
                  " ALREADY ON CLAIM " WS-RC-CLAIM-NO(WS-RECEIPT-HIT)
          WHEN WS-CATEGORY-HIT = 0
              MOVE 'L' TO XC-STATUS
              ADD 1 TO WS-REJECTED-COUNT
              ADD XC-AMOUNT TO WS-REJECTED-TOTAL
              DISPLAY "CLAIM " XC-CLAIM-NO " CATEGORY " XC-CATEGORY
                  " NOT ON FILE"
          WHEN XC-AMOUNT > WS-CT-LIMIT(WS-CATEGORY-HIT)
              MOVE 'L' TO XC-STATUS
              ADD 1 TO WS-REJECTED-COUNT
              ADD XC-AMOUNT TO WS-REJECTED-TOTAL
          WHEN OTHER
              MOVE 'P' TO XC-STATUS
              ADD 1 TO WS-APPROVED-COUNT
              ADD XC-AMOUNT TO WS-APPROVED-TOTAL
              PERFORM NOTE-RECEIPT
      END-EVALUATE
  ELSE
      IF XC-STATUS = 'P' OR XC-STATUS = 'A' OR XC-STATUS = 'Y'
          PERFORM NOTE-RECEIPT
      END-IF
  END-IF.
  IF XC-STATUS = 'P'
      PERFORM FIND-MANAGED-OPERATOR
      IF WS-MANAGED-HIT = 0
          ADD 1 TO WS-NO-MANAGER-COUNT
          DISPLAY "CLAIM " XC-CLAIM-NO " " XC-CLAIMANT
              " HAS NO MANAGER ON FILE"
      END-IF
  END-IF.
  WRITE CLAIM-WORK-REC FROM EXPENSE-CLAIM-REC.

FIND-RECEIPT.
  MOVE 0 TO WS-RECEIPT-HIT.
  PERFORM VARYING WS-RECEIPT-IDX FROM 1 BY 1
          UNTIL WS-RECEIPT-IDX > WS-RECEIPT-COUNT
      IF WS-RC-RECEIPT(WS-RECEIPT-IDX) = XC-RECEIPT-REF
          MOVE WS-RECEIPT-IDX TO WS-RECEIPT-HIT
      END-IF
  END-PERFORM.

NOTE-RECEIPT.
  IF WS-RECEIPT-COUNT >= 5000
      DISPLAY "RECEIPT TABLE FULL - RUN ABORTED"
      CLOSE CLAIM-FILE
      CLOSE CLAIM-WORK-FILE
      MOVE 12 TO RETURN-CODE
      GOBACK
  END-IF.
  ADD 1 TO WS-RECEIPT-COUNT.
  MOVE XC-RECEIPT-REF TO WS-RC-RECEIPT(WS-RECEIPT-COUNT).
  MOVE XC-CLAIM-NO TO WS-RC-CLAIM-NO(WS-RECEIPT-COUNT).

FIND-CATEGORY.
  MOVE 0 TO WS-CATEGORY-HIT.
  PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
          UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
      IF WS-CT-CATEGORY(WS-CATEGORY-IDX) = XC-CATEGORY
          MOVE WS-CATEGORY-IDX TO WS-CATEGORY-HIT
      END-IF
  END-PERFORM.

FIND-MANAGED-OPERATOR.
  MOVE 0 TO WS-MANAGED-HIT.
  PERFORM VARYING WS-MANAGED-IDX FROM 1 BY 1
          UNTIL WS-MANAGED-IDX > WS-MANAGED-COUNT
      IF WS-MG-OPERATOR(WS-MANAGED-IDX) = XC-CLAIMANT
          MOVE WS-MANAGED-IDX TO WS-MANAGED-HIT
      END-IF
  END-PERFORM.

LOAD-CATEGORIES.
  OPEN INPUT CATEGORY-FILE.
  PERFORM UNTIL WS-CATEGORY-EOF = 'Y'
      READ CATEGORY-FILE
          AT END MOVE 'Y' TO WS-CATEGORY-EOF
          NOT AT END
              IF WS-CATEGORY-COUNT < 50 AND EC-CLAIM-LIMIT IS NUMERIC
                  ADD 1 TO WS-CATEGORY-COUNT
                  MOVE EC-CATEGORY TO WS-CT-CATEGORY(WS-CATEGORY-COUNT)
                  MOVE EC-CLAIM-LIMIT TO WS-CT-LIMIT(WS-CATEGORY-COUNT)
              END-IF
      END-READ
  END-PERFORM.
  CLOSE CATEGORY-FILE.

LOAD-MANAGED-OPERATORS.
  OPEN INPUT SUPERVISOR-FILE.
  PERFORM UNTIL WS-SUPERVISOR-EOF = 'Y'
      READ SUPERVISOR-FILE
          AT END MOVE 'Y' TO WS-SUPERVISOR-EOF
          NOT AT END
              IF WS-MANAGED-COUNT < 500
                      AND SV-SUPERVISOR-NAME NOT = SPACES
                  ADD 1 TO WS-MANAGED-COUNT
                  MOVE SV-OPERATOR-NAME
                      TO WS-MG-OPERATOR(WS-MANAGED-COUNT)
              END-IF
      END-READ
  END-PERFORM.
  CLOSE SUPERVISOR-FILE.

COPY-CLAIM-WORK-BACK.
  OPEN INPUT CLAIM-WORK-FILE.
  OPEN OUTPUT CLAIM-FILE.
  PERFORM UNTIL WS-WORK-EOF = 'Y'
      READ CLAIM-WORK-FILE
          AT END MOVE 'Y' TO WS-WORK-EOF
          NOT AT END
              MOVE CLAIM-WORK-REC TO EXPENSE-CLAIM-REC
              WRITE EXPENSE-CLAIM-REC
      END-READ
  END-PERFORM.
  CLOSE CLAIM-WORK-FILE.
  CLOSE CLAIM-FILE.
