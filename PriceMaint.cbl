*> or SWEEP), action, product code, effective date and the old and new
*> unit prices, so "who changed this price and when" can always be
*> answered from PRCAUDIT.DAT.
*>
*> Each dated price also carries the product's sales tax class, which
*> Multiplier uses with the branch's jurisdiction to find the rate on
*> TAXRATE.DAT (see TaxMaint). A blank class is the standard class
*> "STD". The class is keyed on the screen and carried on the delta
*> record after the price; a change rewrites price and class
*> together, and the audit record carries the old and new class
*> alongside the old and new price.
*>
*> Each dated price also carries the product's unit cost, the cost
*> of goods SalesRpt sets against the revenue to show the margin by
*> product and by branch. It is keyed on the screen and carried on
*> the delta record after the tax class; a blank cost on a delta is
*> taken as zero, which SalesRpt reports as cost not known. A change
*> rewrites the cost with the price and class, and the audit record
*> carries the old and new cost too.

ENVIRONMENT DIVISION.

        10  PRC-PRODUCT-CODE               PIC X(6).
        10  PRC-EFFECTIVE-DATE             PIC 9(8).
    05  PRC-UNIT-PRICE                     PIC S9(7)V99 COMP-3.
    05  PRC-TAX-CLASS                      PIC X(3).
    05  PRC-UNIT-COST                      PIC S9(7)V99 COMP-3.

FD  PRICE-DELTA-FILE.
01  PRICE-DELTA-RECORD.
    05  PDL-PRODUCT-CODE                   PIC X(6).
    05  PDL-EFFECTIVE-DATE                 PIC 9(8).
    05  PDL-NEW-PRICE                      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  PDL-TAX-CLASS                      PIC X(3).
    05  PDL-UNIT-COST                      PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  PRICE-AUDIT-FILE.
01  PRICE-AUDIT-RECORD.
    05  PAU-EFFECTIVE-DATE                 PIC 9(8).
    05  PAU-OLD-PRICE                      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  PAU-NEW-PRICE                      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  PAU-OLD-TAX-CLASS                  PIC X(3).
    05  PAU-NEW-TAX-CLASS                  PIC X(3).
    05  PAU-OLD-COST                       PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  PAU-NEW-COST                       PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  MAINT-REPORT.
01  MAINT-REPORT-LINE                      PIC X(80).
                                             VALUE ZERO.
01  WS-CHG-OLD-PRICE                    PIC S9(7)V99 SIGN LEADING SEPARATE
                                             VALUE ZERO.
01  WS-CHG-TAX-CLASS                    PIC X(3) VALUE SPACES.
01  WS-CHG-OLD-TAX-CLASS                PIC X(3) VALUE SPACES.
01  WS-CHG-UNIT-COST                    PIC S9(7)V99 SIGN LEADING SEPARATE
                                             VALUE ZERO.
01  WS-CHG-OLD-COST                     PIC S9(7)V99 SIGN LEADING SEPARATE
                                             VALUE ZERO.
01  WS-CHANGE-SOURCE                    PIC X(6) VALUE "SCREEN".
01  WS-MAINT-MESSAGE                    PIC X(40) VALUE SPACES.

    88  PRIOR-PRICE-HELD                VALUE "Y".
01  WS-HELD-EFFECTIVE-DATE              PIC 9(8) VALUE ZERO.
01  WS-HELD-UNIT-PRICE                  PIC S9(7)V99 VALUE ZERO.
01  WS-HELD-TAX-CLASS                   PIC X(3) VALUE SPACES.
01  WS-HELD-UNIT-COST                   PIC S9(7)V99 VALUE ZERO.
01  WS-RETIRE-COUNT                     PIC 9(3) VALUE ZERO.
01  WS-RETIRE-SUB                       PIC 9(3) VALUE ZERO.
01  WS-RETIRE-TABLE.
        10  RET-PRODUCT-CODE            PIC X(6).
        10  RET-EFFECTIVE-DATE          PIC 9(8).
        10  RET-UNIT-PRICE              PIC S9(7)V99.
        10  RET-TAX-CLASS               PIC X(3).
        10  RET-UNIT-COST               PIC S9(7)V99.
01  WS-RETIRE-FULL-SW                   PIC X VALUE "N".
    88  RETIRE-TABLE-FULL               VALUE "Y".
01  WS-SCANNED-COUNT                    PIC 9(6) VALUE ZERO.
    05  LINE 5  COLUMN 1  VALUE "New Unit Price : ".
    05  LINE 5  COLUMN 20 PIC S9(7)V99 SIGN LEADING SEPARATE
                                        USING WS-CHG-NEW-PRICE.
    05  LINE 6  COLUMN 1  VALUE "Tax Class      : ".
    05  LINE 6  COLUMN 20 PIC X(3)       USING WS-CHG-TAX-CLASS.
    05  LINE 7  COLUMN 1  VALUE "Unit Cost      : ".
    05  LINE 7  COLUMN 20 PIC S9(7)V99 SIGN LEADING SEPARATE
                                        USING WS-CHG-UNIT-COST.
    05  LINE 8  COLUMN 1
        VALUE "Action (A=Add, C=Change, D=Delete, Q=Quit) : ".
    05  LINE 8  COLUMN 47 PIC X         USING WS-CHG-ACTION.
    05  LINE 10 COLUMN 1  PIC X(40)     FROM WS-MAINT-MESSAGE.

PROCEDURE DIVISION.
MAIN-LOGIC.
        MOVE SPACES TO WS-CHG-PRODUCT-CODE
        MOVE ZERO TO WS-CHG-EFFECTIVE-DATE
        MOVE ZERO TO WS-CHG-NEW-PRICE
        MOVE SPACES TO WS-CHG-TAX-CLASS
        MOVE ZERO TO WS-CHG-UNIT-COST
        MOVE SPACE TO WS-CHG-ACTION
        DISPLAY PRICE-MAINT-SCREEN
        ACCEPT PRICE-MAINT-SCREEN
                ELSE
                    MOVE ZERO TO WS-CHG-NEW-PRICE
                END-IF
                MOVE PDL-TAX-CLASS TO WS-CHG-TAX-CLASS
                IF PDL-UNIT-COST NUMERIC
                    MOVE PDL-UNIT-COST TO WS-CHG-UNIT-COST
                ELSE
                    MOVE ZERO TO WS-CHG-UNIT-COST
                END-IF
                EVALUATE TRUE
                    WHEN PDL-ACTION NOT = "D" AND PDL-NEW-PRICE NOT NUMERIC
                        MOVE "Price not numeric." TO WS-MAINT-MESSAGE
                        PERFORM REJECT-THIS-DELTA
                    WHEN PDL-ACTION NOT = "D" AND PDL-UNIT-COST NOT NUMERIC
                         AND PDL-UNIT-COST NOT = SPACES
                        MOVE "Cost not numeric." TO WS-MAINT-MESSAGE
                        PERFORM REJECT-THIS-DELTA
                    WHEN OTHER
                        PERFORM APPLY-PRICE-CHANGE
                        IF CHANGE-APPLIED
                            ADD 1 TO WS-DELTAS-APPLIED
                        ELSE
                            PERFORM REJECT-THIS-DELTA
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM.
    IF WS-DELTA-STATUS NOT = "35"
    READ PRICE-MASTER
        INVALID KEY
            MOVE ZERO TO WS-CHG-OLD-PRICE
            MOVE SPACES TO WS-CHG-OLD-TAX-CLASS
            MOVE ZERO TO WS-CHG-OLD-COST
            MOVE WS-CHG-PRODUCT-CODE TO PRC-PRODUCT-CODE
            MOVE WS-CHG-EFFECTIVE-DATE TO PRC-EFFECTIVE-DATE
            MOVE WS-CHG-NEW-PRICE TO PRC-UNIT-PRICE
            MOVE WS-CHG-TAX-CLASS TO PRC-TAX-CLASS
            MOVE WS-CHG-UNIT-COST TO PRC-UNIT-COST
            WRITE PRICE-MASTER-RECORD
                INVALID KEY
                    MOVE "Price master write error." TO WS-MAINT-MESSAGE
                TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE PRC-UNIT-PRICE TO WS-CHG-OLD-PRICE
            MOVE PRC-TAX-CLASS TO WS-CHG-OLD-TAX-CLASS
            MOVE PRC-UNIT-COST TO WS-CHG-OLD-COST
            MOVE WS-CHG-NEW-PRICE TO PRC-UNIT-PRICE
            MOVE WS-CHG-TAX-CLASS TO PRC-TAX-CLASS
            MOVE WS-CHG-UNIT-COST TO PRC-UNIT-COST
            REWRITE PRICE-MASTER-RECORD
                INVALID KEY
                    MOVE "Price master rewrite error." TO WS-MAINT-MESSAGE
            MOVE "Price not on file for date." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE PRC-UNIT-PRICE TO WS-CHG-OLD-PRICE
            MOVE PRC-TAX-CLASS TO WS-CHG-OLD-TAX-CLASS
            MOVE PRC-UNIT-COST TO WS-CHG-OLD-COST
            MOVE ZERO TO WS-CHG-NEW-PRICE
            MOVE SPACES TO WS-CHG-TAX-CLASS
            MOVE ZERO TO WS-CHG-UNIT-COST
            DELETE PRICE-MASTER RECORD
                INVALID KEY
                    MOVE "Price master delete error." TO WS-MAINT-MESSAGE
                    TO RET-EFFECTIVE-DATE (WS-RETIRE-COUNT)
                MOVE WS-HELD-UNIT-PRICE
                    TO RET-UNIT-PRICE (WS-RETIRE-COUNT)
                MOVE WS-HELD-TAX-CLASS
                    TO RET-TAX-CLASS (WS-RETIRE-COUNT)
                MOVE WS-HELD-UNIT-COST
                    TO RET-UNIT-COST (WS-RETIRE-COUNT)
            ELSE
                SET RETIRE-TABLE-FULL TO TRUE
            END-IF
        MOVE "Y" TO WS-HELD-PRICE-SW
        MOVE PRC-EFFECTIVE-DATE TO WS-HELD-EFFECTIVE-DATE
        MOVE PRC-UNIT-PRICE TO WS-HELD-UNIT-PRICE
        MOVE PRC-TAX-CLASS TO WS-HELD-TAX-CLASS
        MOVE PRC-UNIT-COST TO WS-HELD-UNIT-COST
    END-IF.

RETIRE-ONE-PRICE.
            MOVE RET-EFFECTIVE-DATE (WS-RETIRE-SUB)
                TO WS-CHG-EFFECTIVE-DATE
            MOVE RET-UNIT-PRICE (WS-RETIRE-SUB) TO WS-CHG-OLD-PRICE
            MOVE RET-TAX-CLASS (WS-RETIRE-SUB) TO WS-CHG-OLD-TAX-CLASS
            MOVE RET-UNIT-COST (WS-RETIRE-SUB) TO WS-CHG-OLD-COST
            MOVE ZERO TO WS-CHG-NEW-PRICE
            MOVE SPACES TO WS-CHG-TAX-CLASS
            MOVE ZERO TO WS-CHG-UNIT-COST
            PERFORM WRITE-PRICE-AUDIT-RECORD
            MOVE SPACES TO WS-REPORT-LINE
            STRING "RETIRED " WS-CHG-PRODUCT-CODE
    MOVE WS-CHG-EFFECTIVE-DATE TO PAU-EFFECTIVE-DATE.
    MOVE WS-CHG-OLD-PRICE TO PAU-OLD-PRICE.
    MOVE WS-CHG-NEW-PRICE TO PAU-NEW-PRICE.
    MOVE WS-CHG-OLD-TAX-CLASS TO PAU-OLD-TAX-CLASS.
    MOVE WS-CHG-TAX-CLASS TO PAU-NEW-TAX-CLASS.
    MOVE WS-CHG-OLD-COST TO PAU-OLD-COST.
    MOVE WS-CHG-UNIT-COST TO PAU-NEW-COST.
    WRITE PRICE-AUDIT-RECORD.

PRINT-MAINT-HEADING.
