       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-MENU.

   05 FILLER PIC X(38) VALUE "32ADMIN     GENERATION-MANAGER".
   05 FILLER PIC X(38) VALUE "33ADMIN     RUN-LOCK-UTILITY".
   05 FILLER PIC X(38) VALUE "34ADMIN     OPERATOR-UNLOCK".
   05 FILLER PIC X(38) VALUE "35FINANCE   AP-PAYMENT-EXCLUDE".
   05 FILLER PIC X(38) VALUE "36FINANCE   PO-BUDGET-OVERRIDE".
   05 FILLER PIC X(38) VALUE "37FINANCE   AR-DISPUTE-FLAG".
   05 FILLER PIC X(38) VALUE "38FINANCE   AR-CREDIT-MAINT".
   05 FILLER PIC X(38) VALUE "39FINANCE   CREDIT-OVERRIDE".
   05 FILLER PIC X(38) VALUE "40FINANCE   AR-WRITEOFF-REQUEST".
   05 FILLER PIC X(38) VALUE "41FINANCE   AR-WRITEOFF-APPROVE".
   05 FILLER PIC X(38) VALUE "42FINANCE   TAX-EXEMPT-MAINT".
   05 FILLER PIC X(38) VALUE "43FINANCE   GL-ACCRUAL-ENTRY".
   05 FILLER PIC X(38) VALUE "44FINANCE   GL-ACCRUAL-REPORT".
   05 FILLER PIC X(38) VALUE "45FINANCE   SUBLEDGER-EXPLAIN".
   05 FILLER PIC X(38) VALUE "46FINANCE   EXPENSE-CLAIM-ENTRY".
   05 FILLER PIC X(38) VALUE "47FINANCE   EXPENSE-APPROVE".
   05 FILLER PIC X(38) VALUE "48FINANCE   AR-CREDIT-EXPOSURE".
   05 FILLER PIC X(38) VALUE "49FINANCE   AUDIT-SAMPLE".
   05 FILLER PIC X(38) VALUE "50FINANCE   YEAR-END-CLOSE".
   05 FILLER PIC X(38) VALUE "51SHIPMENTS FREIGHT-CLAIM-MAINT".
   05 FILLER PIC X(38) VALUE "52STORES    STOCK-TRANSFER".
   05 FILLER PIC X(38) VALUE "53STORES    TRANSFER-AGEING".
   05 FILLER PIC X(38) VALUE "54STORES    VENDOR-RETURN-ENTRY".
   05 FILLER PIC X(38) VALUE "55TILL      TILL-PICKUP".
   05 FILLER PIC X(38) VALUE "56TILL      SAFE-ENTRY".
   05 FILLER PIC X(38) VALUE "57ADMISSION FAMILY-PASS-MAINT".
   05 FILLER PIC X(38) VALUE "58ADMISSION LOYALTY-CONVERT".
   05 FILLER PIC X(38) VALUE "59SALES     CUSTOMER-LINK".
   05 FILLER PIC X(38) VALUE "60SALES     CUSTOMER-360".
   05 FILLER PIC X(38) VALUE "61MAILROOM  ADDRESS-MAIL-PREF".
   05 FILLER PIC X(38) VALUE "62QC        ACCESSION-DISPOSE".
   05 FILLER PIC X(38) VALUE "63REPORTS   IMPACT-INQUIRY".
   05 FILLER PIC X(38) VALUE "64ADMIN     ERASURE-REQUEST".
   05 FILLER PIC X(38) VALUE "65ADMIN     ERASURE-APPROVE".
   05 FILLER PIC X(38) VALUE "66ADMIN     ACCESS-ATTEST".
   05 FILLER PIC X(38) VALUE "67ADMIN     PROGRAM-PROMOTE".
   05 FILLER PIC X(38) VALUE "68ADMIN     EMERGENCY-OVERRIDE".
01 WS-MENU-TABLE REDEFINES WS-MENU-ITEMS.
   05 WS-MENU-ENTRY OCCURS 68 TIMES.
      10 WS-ME-NUMBER    PIC 9(2).
      10 WS-ME-AREA      PIC X(10).
      10 WS-ME-PROGRAM   PIC X(26).
SHOW-MENU.
    MOVE SPACES TO WS-LAST-AREA.
    PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
            UNTIL WS-MENU-IDX > 68
        IF WS-ME-AREA(WS-MENU-IDX) NOT = WS-LAST-AREA
            MOVE WS-ME-AREA(WS-MENU-IDX) TO WS-AH-AREA
            MOVE WS-ME-AREA(WS-MENU-IDX) TO WS-LAST-AREA
                MOVE WS-ANSWER(1:1) TO WS-CHOICE
            END-IF
        END-IF
        IF WS-CHOICE > 0 AND WS-CHOICE <= 68
            PERFORM LAUNCH-SELECTION
        ELSE
            DISPLAY "UNRECOGNIZED SELECTION: " WS-ANSWER
