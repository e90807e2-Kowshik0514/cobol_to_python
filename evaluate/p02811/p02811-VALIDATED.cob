       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P02811-VALIDATED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CATEGORY-FILE ASSIGN TO "EXPENSE-CATEGORIES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CATEGORY-FILE.
COPY "EXPENSE-CATEGORY-RECORD.cpy".

WORKING-STORAGE SECTION.
01 LN             PIC X(20).
01 C-IN           PIC X(4).
01 X-IN           PIC X(7).
01 X              PIC 9(7).
01 L              PIC 9(7)V99.
01 WS-EOF         PIC X VALUE 'N'.
01 WS-FOUND       PIC X VALUE 'N'.

01 LS-PROGRAM-NAME PIC X(16) VALUE "P02811-VALIDATED".
01 LS-FIELD-NAME   PIC X(16).
01 LS-BAD-VALUE    PIC X(20).
01 WS-EDIT-VALID   PIC X.

*> Input is a claim category and a whole amount; the answer is
*> whether the amount is within that category's claim limit.
PROCEDURE DIVISION.
  ACCEPT LN.
  UNSTRING LN DELIMITED BY ALL SPACE INTO C-IN X-IN.
  MOVE FUNCTION UPPER-CASE(C-IN) TO C-IN.
  PERFORM FIND-LIMIT.

  IF WS-FOUND = 'N'
      MOVE "CATEGORY" TO LS-FIELD-NAME
      MOVE C-IN TO LS-BAD-VALUE
      CALL "LOG-SYSERR" USING LS-PROGRAM-NAME LS-FIELD-NAME
          LS-BAD-VALUE
      DISPLAY "INVALID INPUT - SEE SYSERR.DAT"
              LS-BAD-VALUE
          DISPLAY "INVALID INPUT - SEE SYSERR.DAT"
      ELSE
          COMPUTE X = FUNCTION NUMVAL(X-IN)
          IF X <= L
              DISPLAY "Yes"
          ELSE
              DISPLAY "No"
      END-IF
  END-IF.
  STOP RUN.

FIND-LIMIT.
  OPEN INPUT CATEGORY-FILE.
  PERFORM UNTIL WS-EOF = 'Y'
      READ CATEGORY-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
              IF EC-CATEGORY = C-IN AND EC-CLAIM-LIMIT IS NUMERIC
                  MOVE 'Y' TO WS-FOUND
                  MOVE EC-CLAIM-LIMIT TO L
              END-IF
      END-READ
  END-PERFORM.
  CLOSE CATEGORY-FILE.
