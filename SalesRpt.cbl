      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SalesRpt.
AUTHOR.  Michael Coughlan.
*> Monthly product sales and margin analysis off the posted ledger
*> LEDGER.DAT. Multiplier carries on every ledger row the product it
*> sold and where its price came from - "M" priced from PRICE-MASTER
*> at posting, "K" keyed by the branch (or on the REVIEW screen) - so
*> the month's sales can be analysed by what was sold, not just by
*> who sold it.
*>
*> SALES.RPT has four sections over the month's ledger rows:
*>
*>   - Sales by product: quantity (Num1, with the sign of the Result
*>     so a reversal takes it back off however it was keyed), revenue
*>     (the base-currency Result), cost and margin, one line per
*>     product code. Cost is the quantity at the unit cost on the
*>     price master in effect on the row's business date - the
*>     original business date for a row rolled forward out of a
*>     closed period. Rows with no product, or
*>     whose product has no cost on the master that day, carry no cost
*>     and their line is flagged "*": that margin is overstated.
*>   - Sales by branch: the same figures by source code; both sections
*>     are over the same rows and show the same totals.
*>   - Movers: the products whose revenue rose and fell most against
*>     the prior month, with the change and the change as a percentage
*>     of the prior month ("NEW" where the product did not sell then).
*>   - Price variance: every keyed Num2 on a named product that differs
*>     from the master price in effect on that business date, with the
*>     value of the difference at the quantity sold (negative = sold
*>     below the master price), followed by the count and value by
*>     branch with the branch's name from BRANCH.DAT. Only base-
*>     currency rows are compared - a foreign-currency Num2 is not in
*>     the master's currency - and keyed rows that cannot be compared
*>     (no product named, foreign currency, no master price in effect)
*>     are counted under the totals.
*>
*> A row sits in the month it posted in, as it does on the GL and on
*> TAXSUM.RPT. Rows loaded before the product was carried on the
*> ledger have no product and no price source.
*>
*> 1st command-line argument is the report month (yyyymm); if omitted
*> or unusable, the current month is used. The step ends with
*> RETURN-CODE 8 when the ledger cannot be read, and 4 when the price
*> master is missing (no costs, no variance) or a table filled.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT PRICE-MASTER ASSIGN TO "PRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRC-KEY
        FILE STATUS IS WS-PRICE-STATUS.

    SELECT BRANCH-MASTER ASSIGN TO "BRANCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BRM-SOURCE-CODE
        FILE STATUS IS WS-BRANCH-STATUS.

    SELECT SALES-REPORT ASSIGN TO "SALES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  LEDGER-FILE.
01  LEDGER-RECORD.
    05  LGR-KEY.
        10  LGR-BUSINESS-DATE              PIC 9(8).
        10  LGR-SOURCE-CODE                PIC X(3).
        10  LGR-RUN-ID                     PIC 9(6).
        10  LGR-SEQ-NO                     PIC 9(6).
    05  LGR-RUN-MODE                       PIC X(6).
    05  LGR-NUM1                           PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-NUM2                           PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-RESULT                         PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-CURRENCY-CODE                  PIC X(3).
    05  LGR-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-LOADED-TS                      PIC X(21).
    05  LGR-ROLLED-FROM-DATE               PIC 9(8).
    05  LGR-JURISDICTION                   PIC X(3).
    05  LGR-TAX-CLASS                      PIC X(3).
    05  LGR-TAX-RATE                       PIC 9(2)V9(4).
    05  LGR-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-PRODUCT-CODE                   PIC X(6).
    05  LGR-PRICE-SOURCE                   PIC X(1).
        88  LGR-PRICED-FROM-MASTER         VALUE "M".
        88  LGR-PRICE-KEYED                VALUE "K".

FD  PRICE-MASTER.
01  PRICE-MASTER-RECORD.
    05  PRC-KEY.
        10  PRC-PRODUCT-CODE               PIC X(6).
        10  PRC-EFFECTIVE-DATE             PIC 9(8).
    05  PRC-UNIT-PRICE                     PIC S9(7)V99 COMP-3.
    05  PRC-TAX-CLASS                      PIC X(3).
    05  PRC-UNIT-COST                      PIC S9(7)V99 COMP-3.

FD  BRANCH-MASTER.
01  BRANCH-MASTER-RECORD.
    05  BRM-SOURCE-CODE                    PIC X(3).
    05  BRM-BRANCH-NAME                    PIC X(30).
    05  BRM-CONTACT-NAME                   PIC X(20).
    05  BRM-CONTACT-PHONE                  PIC X(15).
    05  BRM-STATUS                         PIC X(1).
        88  BRM-ACTIVE                     VALUE "A".
        88  BRM-SUSPENDED                  VALUE "S".
        88  BRM-CLOSED                     VALUE "C".
    05  BRM-TRADING-DAYS                   PIC X(5).
    05  BRM-MAX-NUM1                       PIC 9(7)V99 COMP-3.
    05  BRM-MAX-RESULT                     PIC 9(9)V99 COMP-3.
    05  BRM-TARIFF                         PIC 9(3)V99 COMP-3.
    05  BRM-DEFAULT-CURRENCY               PIC X(3).
    05  BRM-TAX-JURISDICTION               PIC X(3).

FD  SALES-REPORT.
01  SALES-REPORT-LINE                      PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-MONTH-PARM                       PIC X(6) VALUE SPACES.
01  WS-BASE-CURRENCY                    PIC X(3) VALUE "USD".

01  WS-LEDGER-STATUS                    PIC XX VALUE "00".
01  WS-LEDGER-EOF-SW                    PIC X VALUE "N".
    88  LEDGER-EOF                      VALUE "Y".
01  WS-PRICE-STATUS                     PIC XX VALUE "00".
01  WS-PRICE-OK-SW                      PIC X VALUE "N".
    88  PRICE-MASTER-AVAILABLE          VALUE "Y".
01  WS-BRANCH-STATUS                    PIC XX VALUE "00".
01  WS-BRANCH-OK-SW                     PIC X VALUE "N".
    88  BRANCH-MASTER-AVAILABLE         VALUE "Y".

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE.
    05  WS-TODAY-YYYYMM                 PIC 9(6).
    05  FILLER                          PIC X(15).

01  WS-REPORT-MONTH                     PIC 9(6) VALUE ZERO.
01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
    05  WS-RPT-MONTH-YYYY               PIC 9(4).
    05  WS-RPT-MONTH-MM                 PIC 9(2).
01  WS-PRIOR-MONTH                      PIC 9(6) VALUE ZERO.
01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
    05  WS-PRI-MONTH-YYYY               PIC 9(4).
    05  WS-PRI-MONTH-MM                 PIC 9(2).
01  WS-SCAN-START                       PIC 9(8) VALUE ZERO.
01  WS-SCAN-END                         PIC 9(8) VALUE ZERO.
01  WS-SCAN-MONTH-SW                    PIC X VALUE "C".
    88  SCANNING-REPORT-MONTH           VALUE "C".
    88  SCANNING-PRIOR-MONTH            VALUE "P".

01  WS-READ-COUNT                       PIC 9(6) VALUE ZERO.
01  WS-PRIOR-READ-COUNT                 PIC 9(6) VALUE ZERO.
01  WS-NO-PRODUCT-COUNT                 PIC 9(6) VALUE ZERO.
01  WS-NO-COST-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-DROPPED-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-PRIOR-DROPPED-COUNT              PIC 9(6) VALUE ZERO.
01  WS-SHIFT-SUB                        PIC 9(3) VALUE ZERO.

*> The price and cost in effect for one product on one date - the
*> same as-of lookup Multiplier prices with. The last lookup is kept,
*> as consecutive rows are often the same product on the same day.
01  WS-LOOKUP-PRODUCT                   PIC X(6) VALUE SPACES.
01  WS-PRICE-ASOF-DATE                  PIC 9(8) VALUE ZERO.
01  WS-LAST-LOOKUP-PRODUCT              PIC X(6) VALUE SPACES.
01  WS-LAST-LOOKUP-DATE                 PIC 9(8) VALUE ZERO.
01  WS-PRICE-FOUND-SW                   PIC X VALUE "N".
    88  PRICE-IN-EFFECT                 VALUE "Y".
01  WS-EFFECTIVE-PRICE                  PIC S9(7)V99 VALUE ZERO.
01  WS-EFFECTIVE-COST                   PIC S9(7)V99 VALUE ZERO.

*> A reversal posts the negated Result, but whether it was keyed as a
*> negative Num1 or a negative Num2 is up to the branch; the row's
*> quantity and keyed price are therefore taken unsigned and the
*> quantity given the sign of the Result, so a reversal comes off the
*> quantity, the cost and the variance as well as off the revenue.
01  WS-ROW-QUANTITY                     PIC S9(7)V99 VALUE ZERO.
01  WS-ROW-KEYED-PRICE                  PIC S9(7)V99 VALUE ZERO.
01  WS-ROW-COST                         PIC S9(11)V99 VALUE ZERO.
01  WS-ROW-COST-SW                      PIC X VALUE "N".
    88  ROW-COST-KNOWN                  VALUE "Y".
01  WS-ROW-VARIANCE                     PIC S9(11)V99 VALUE ZERO.

*> Product analysis: one entry per product code, held in code order
*> as entries are inserted so the report prints without a sort. The
*> prior month's revenue is accumulated into the same entries for the
*> movers; a blank product code is the rows with no product.
01  WS-PRD-KEY                          PIC X(6) VALUE SPACES.
01  WS-PRD-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-PRD-SUB                          PIC 9(3) VALUE ZERO.
01  WS-PRD-FOUND-SW                     PIC X VALUE "N".
    88  PRD-ENTRY-FOUND                 VALUE "Y".
01  WS-PRD-FULL-SW                      PIC X VALUE "N".
    88  PRD-TABLE-FULL                  VALUE "Y".
01  WS-PRODUCT-TABLE.
    05  WS-PRD-ENTRY OCCURS 500.
        10  PRD-PRODUCT-CODE            PIC X(6).
        10  PRD-ROW-COUNT               PIC 9(7).
        10  PRD-QUANTITY                PIC S9(11)V99.
        10  PRD-REVENUE                 PIC S9(11)V99.
        10  PRD-COST                    PIC S9(11)V99.
        10  PRD-NO-COST-COUNT           PIC 9(7).
        10  PRD-PRIOR-REVENUE           PIC S9(11)V99.
        10  PRD-MOVER-SW                PIC X.
01  WS-HOLD-PRD-ENTRY                   PIC X(73).

*> Branch analysis: one entry per source code, in code order, with
*> the branch's keyed-price variance alongside.
01  WS-BRS-KEY                          PIC X(3) VALUE SPACES.
01  WS-BRS-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-BRS-SUB                          PIC 9(3) VALUE ZERO.
01  WS-BRS-FOUND-SW                     PIC X VALUE "N".
    88  BRS-ENTRY-FOUND                 VALUE "Y".
01  WS-BRS-FULL-SW                      PIC X VALUE "N".
    88  BRS-TABLE-FULL                  VALUE "Y".
01  WS-BRANCH-SALES-TABLE.
    05  WS-BRS-ENTRY OCCURS 100.
        10  BRS-SOURCE-CODE             PIC X(3).
        10  BRS-ROW-COUNT               PIC 9(7).
        10  BRS-QUANTITY                PIC S9(11)V99.
        10  BRS-REVENUE                 PIC S9(11)V99.
        10  BRS-COST                    PIC S9(11)V99.
        10  BRS-NO-COST-COUNT           PIC 9(7).
        10  BRS-VAR-COUNT               PIC 9(7).
        10  BRS-VAR-VALUE               PIC S9(11)V99.
01  WS-HOLD-BRS-ENTRY                   PIC X(76).

*> Price variance lines, in ledger order (business date, branch).
01  WS-VAR-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-VAR-SUB                          PIC 9(3) VALUE ZERO.
01  WS-VAR-FOUND-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-VAR-FOUND-VALUE                  PIC S9(11)V99 VALUE ZERO.
01  WS-VAR-UNLISTED-COUNT               PIC 9(6) VALUE ZERO.
01  WS-VARIANCE-TABLE.
    05  WS-VAR-ENTRY OCCURS 300.
        10  VAR-BUSINESS-DATE           PIC 9(8).
        10  VAR-SOURCE-CODE             PIC X(3).
        10  VAR-PRODUCT-CODE            PIC X(6).
        10  VAR-QUANTITY                PIC S9(7)V99.
        10  VAR-KEYED-PRICE             PIC S9(7)V99.
        10  VAR-MASTER-PRICE            PIC S9(7)V99.
        10  VAR-VALUE                   PIC S9(11)V99.
01  WS-KEYED-COUNT                      PIC 9(6) VALUE ZERO.
01  WS-KEYED-NO-PRODUCT-COUNT           PIC 9(6) VALUE ZERO.
01  WS-KEYED-FOREIGN-COUNT              PIC 9(6) VALUE ZERO.
01  WS-KEYED-NO-MASTER-COUNT            PIC 9(6) VALUE ZERO.

*> Movers: the top and bottom few products on revenue change.
01  WS-MOVER-LIMIT                      PIC 9(2) VALUE 5.
01  WS-MOVER-RANK                       PIC 9(2) VALUE ZERO.
01  WS-MOVERS-PRINTED                   PIC 9(2) VALUE ZERO.
01  WS-MOVER-SUB                        PIC 9(3) VALUE ZERO.
01  WS-MOVER-DONE-SW                    PIC X VALUE "N".
    88  MOVERS-DONE                     VALUE "Y".
01  WS-MOVER-CHANGE                     PIC S9(11)V99 VALUE ZERO.
01  WS-BEST-CHANGE                      PIC S9(11)V99 VALUE ZERO.
01  WS-CHANGE-PCT                       PIC S9(4)V9 VALUE ZERO.

*> One analysis line - product or branch - and the section totals.
01  WS-LINE-QUANTITY                    PIC S9(11)V99 VALUE ZERO.
01  WS-LINE-REVENUE                     PIC S9(11)V99 VALUE ZERO.
01  WS-LINE-COST                        PIC S9(11)V99 VALUE ZERO.
01  WS-LINE-NO-COST                     PIC 9(7) VALUE ZERO.
01  WS-LINE-MARGIN                      PIC S9(11)V99 VALUE ZERO.
01  WS-MARGIN-PCT                       PIC S9(4)V9 VALUE ZERO.
01  WS-TOTAL-QUANTITY                   PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-REVENUE                    PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-COST                       PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-NO-COST                    PIC 9(7) VALUE ZERO.
01  WS-FLAGGED-SW                       PIC X VALUE "N".
    88  NO-COST-LINE-PRINTED            VALUE "Y".

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-KEY                           PIC X(6).
01  WS-ED-COST-FLAG                     PIC X.
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
01  WS-ED-QUANTITY                      PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-REVENUE                       PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-COST                          PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-MARGIN                        PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-PCT                           PIC ZZZ9.9-.
01  WS-ED-PCT-TEXT                      PIC X(7).
01  WS-ED-PRIOR                         PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-CHANGE                        PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-VAR-QUANTITY                  PIC ZZZ,ZZ9.99-.
01  WS-ED-KEYED-PRICE                   PIC Z,ZZZ,ZZ9.99-.
01  WS-ED-MASTER-PRICE                  PIC Z,ZZZ,ZZ9.99-.
01  WS-ED-VALUE                         PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-BRANCH-NAME                   PIC X(30).
01  WS-ED-YEAR                          PIC 9999.
01  WS-ED-MONTH                         PIC 99.
01  WS-ED-DAY                           PIC 99.
01  WS-ED-REPORT-DATE                   PIC X(10).
01  WS-REPORT-YYYY                      PIC 9(4) VALUE ZERO.
01  WS-REPORT-MM                        PIC 99 VALUE ZERO.
01  WS-REPORT-DD                        PIC 99 VALUE ZERO.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-MONTH-PARM.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    MOVE WS-TODAY-YYYYMM TO WS-REPORT-MONTH.
    IF WS-MONTH-PARM NUMERIC
        MOVE WS-MONTH-PARM TO WS-REPORT-MONTH
        IF WS-RPT-MONTH-MM < 1 OR WS-RPT-MONTH-MM > 12
            DISPLAY "Report month " WS-MONTH-PARM
                " is not a valid month - current month used."
            MOVE WS-TODAY-YYYYMM TO WS-REPORT-MONTH
        END-IF
    END-IF.
    MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH.
    IF WS-PRI-MONTH-MM = 1
        SUBTRACT 1 FROM WS-PRI-MONTH-YYYY
        MOVE 12 TO WS-PRI-MONTH-MM
    ELSE
        SUBTRACT 1 FROM WS-PRI-MONTH-MM
    END-IF.
    PERFORM OPEN-PRICE-MASTER.
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "Posted ledger not available, status = "
            WS-LEDGER-STATUS " - nothing to report."
        MOVE 8 TO RETURN-CODE
    ELSE
        SET SCANNING-REPORT-MONTH TO TRUE
        MOVE WS-REPORT-MONTH TO WS-SCAN-START (1:6)
        PERFORM SCAN-LEDGER-MONTH
        SET SCANNING-PRIOR-MONTH TO TRUE
        MOVE WS-PRIOR-MONTH TO WS-SCAN-START (1:6)
        PERFORM SCAN-LEDGER-MONTH
        CLOSE LEDGER-FILE
    END-IF.
    IF PRICE-MASTER-AVAILABLE
        CLOSE PRICE-MASTER
    END-IF.
    PERFORM OPEN-BRANCH-MASTER.
    PERFORM PRINT-SALES-REPORT.
    IF BRANCH-MASTER-AVAILABLE
        CLOSE BRANCH-MASTER
    END-IF.
    IF PRD-TABLE-FULL OR BRS-TABLE-FULL
        DISPLAY "Sales analysis table full - " WS-DROPPED-COUNT
            " ledger rows not reported."
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    IF NOT PRICE-MASTER-AVAILABLE AND RETURN-CODE = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-PRICE-MASTER.
    *> Without the price master there is no cost and no master price:
    *> the quantities and revenue still report, loudly.
    MOVE "Y" TO WS-PRICE-OK-SW.
    OPEN INPUT PRICE-MASTER.
    IF WS-PRICE-STATUS NOT = "00"
        MOVE "N" TO WS-PRICE-OK-SW
        DISPLAY "Price master not available, status = "
            WS-PRICE-STATUS " - no cost or price variance reported."
    END-IF.

OPEN-BRANCH-MASTER.
    MOVE "Y" TO WS-BRANCH-OK-SW.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRANCH-STATUS NOT = "00"
        MOVE "N" TO WS-BRANCH-OK-SW
        DISPLAY "Branch master not available, status = "
            WS-BRANCH-STATUS " - branch names not shown."
    END-IF.

SCAN-LEDGER-MONTH.
    *> The ledger is keyed by business date first: position on the 1st
    *> of the month and read forward until the date leaves the month.
    MOVE "01" TO WS-SCAN-START (7:2).
    MOVE WS-SCAN-START TO WS-SCAN-END.
    MOVE "31" TO WS-SCAN-END (7:2).
    MOVE "N" TO WS-LEDGER-EOF-SW.
    MOVE LOW-VALUES TO LGR-KEY.
    MOVE WS-SCAN-START TO LGR-BUSINESS-DATE.
    START LEDGER-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET LEDGER-EOF TO TRUE
    END-START.
    PERFORM UNTIL LEDGER-EOF
        READ LEDGER-FILE NEXT RECORD
            AT END
                SET LEDGER-EOF TO TRUE
            NOT AT END
                IF LGR-BUSINESS-DATE > WS-SCAN-END
                    SET LEDGER-EOF TO TRUE
                ELSE
                    IF SCANNING-REPORT-MONTH
                        ADD 1 TO WS-READ-COUNT
                        PERFORM ACCUMULATE-ONE-ROW
                    ELSE
                        ADD 1 TO WS-PRIOR-READ-COUNT
                        PERFORM ACCUMULATE-PRIOR-ROW
                    END-IF
                END-IF
        END-READ
        IF WS-LEDGER-STATUS NOT = "00" AND NOT LEDGER-EOF
            SET LEDGER-EOF TO TRUE
        END-IF
    END-PERFORM.

ACCUMULATE-ONE-ROW.
    *> A row is only counted once both tables can take it, so the
    *> product and branch sections always agree.
    IF LGR-PRODUCT-CODE = SPACES
        ADD 1 TO WS-NO-PRODUCT-COUNT
    END-IF.
    MOVE LGR-PRODUCT-CODE TO WS-PRD-KEY.
    PERFORM FIND-PRODUCT-ENTRY.
    MOVE LGR-SOURCE-CODE TO WS-BRS-KEY.
    PERFORM FIND-BRANCH-ENTRY.
    IF PRD-ENTRY-FOUND AND BRS-ENTRY-FOUND
        PERFORM SIGN-ROW-QUANTITY
        PERFORM COST-THIS-ROW
        ADD 1 TO PRD-ROW-COUNT (WS-PRD-SUB)
        ADD WS-ROW-QUANTITY TO PRD-QUANTITY (WS-PRD-SUB)
        ADD LGR-RESULT TO PRD-REVENUE (WS-PRD-SUB)
        ADD 1 TO BRS-ROW-COUNT (WS-BRS-SUB)
        ADD WS-ROW-QUANTITY TO BRS-QUANTITY (WS-BRS-SUB)
        ADD LGR-RESULT TO BRS-REVENUE (WS-BRS-SUB)
        IF ROW-COST-KNOWN
            ADD WS-ROW-COST TO PRD-COST (WS-PRD-SUB)
            ADD WS-ROW-COST TO BRS-COST (WS-BRS-SUB)
        ELSE
            ADD 1 TO WS-NO-COST-COUNT
            ADD 1 TO PRD-NO-COST-COUNT (WS-PRD-SUB)
            ADD 1 TO BRS-NO-COST-COUNT (WS-BRS-SUB)
        END-IF
        IF LGR-PRICE-KEYED
            PERFORM CHECK-KEYED-PRICE
        END-IF
    ELSE
        ADD 1 TO WS-DROPPED-COUNT
    END-IF.

SIGN-ROW-QUANTITY.
    MOVE LGR-NUM1 TO WS-ROW-QUANTITY.
    IF WS-ROW-QUANTITY < ZERO
        COMPUTE WS-ROW-QUANTITY = ZERO - WS-ROW-QUANTITY
    END-IF.
    IF LGR-RESULT < ZERO
        COMPUTE WS-ROW-QUANTITY = ZERO - WS-ROW-QUANTITY
    END-IF.
    MOVE LGR-NUM2 TO WS-ROW-KEYED-PRICE.
    IF WS-ROW-KEYED-PRICE < ZERO
        COMPUTE WS-ROW-KEYED-PRICE = ZERO - WS-ROW-KEYED-PRICE
    END-IF.

ACCUMULATE-PRIOR-ROW.
    *> The prior month only feeds the movers: revenue by product.
    IF LGR-PRODUCT-CODE NOT = SPACES
        MOVE LGR-PRODUCT-CODE TO WS-PRD-KEY
        PERFORM FIND-PRODUCT-ENTRY
        IF PRD-ENTRY-FOUND
            ADD LGR-RESULT TO PRD-PRIOR-REVENUE (WS-PRD-SUB)
        ELSE
            ADD 1 TO WS-PRIOR-DROPPED-COUNT
        END-IF
    END-IF.

COST-THIS-ROW.
    *> The cost is the unit cost in effect when the sale was made - on
    *> the original business date for a row rolled forward out of a
    *> closed period. A zero cost on the master is a cost not known.
    *> It is at the signed quantity, so a reversal takes it back off.
    MOVE "N" TO WS-ROW-COST-SW.
    MOVE ZERO TO WS-ROW-COST.
    IF LGR-PRODUCT-CODE NOT = SPACES
        PERFORM LOOKUP-ROW-PRICE
        IF PRICE-IN-EFFECT AND WS-EFFECTIVE-COST NOT = ZERO
            SET ROW-COST-KNOWN TO TRUE
            COMPUTE WS-ROW-COST ROUNDED =
                WS-ROW-QUANTITY * WS-EFFECTIVE-COST
        END-IF
    END-IF.

LOOKUP-ROW-PRICE.
    MOVE LGR-PRODUCT-CODE TO WS-LOOKUP-PRODUCT.
    MOVE LGR-BUSINESS-DATE TO WS-PRICE-ASOF-DATE.
    IF LGR-ROLLED-FROM-DATE NUMERIC
        IF LGR-ROLLED-FROM-DATE > ZERO
            MOVE LGR-ROLLED-FROM-DATE TO WS-PRICE-ASOF-DATE
        END-IF
    END-IF.
    IF WS-LOOKUP-PRODUCT NOT = WS-LAST-LOOKUP-PRODUCT
      OR WS-PRICE-ASOF-DATE NOT = WS-LAST-LOOKUP-DATE
        PERFORM LOOKUP-PRICE-ASOF
        MOVE WS-LOOKUP-PRODUCT TO WS-LAST-LOOKUP-PRODUCT
        MOVE WS-PRICE-ASOF-DATE TO WS-LAST-LOOKUP-DATE
    END-IF.

LOOKUP-PRICE-ASOF.
    *> The dated record with the highest effective date not after the
    *> as-of date, as Multiplier's LOOKUP-PRICE-ASOF finds it; a record
    *> for a different product there means none was in effect.
    MOVE "N" TO WS-PRICE-FOUND-SW.
    MOVE ZERO TO WS-EFFECTIVE-PRICE.
    MOVE ZERO TO WS-EFFECTIVE-COST.
    IF PRICE-MASTER-AVAILABLE
        MOVE WS-LOOKUP-PRODUCT TO PRC-PRODUCT-CODE
        MOVE WS-PRICE-ASOF-DATE TO PRC-EFFECTIVE-DATE
        START PRICE-MASTER KEY IS NOT GREATER THAN PRC-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ PRICE-MASTER NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PRC-PRODUCT-CODE = WS-LOOKUP-PRODUCT
                            SET PRICE-IN-EFFECT TO TRUE
                            MOVE PRC-UNIT-PRICE TO WS-EFFECTIVE-PRICE
                            IF PRC-UNIT-COST NUMERIC
                                MOVE PRC-UNIT-COST TO WS-EFFECTIVE-COST
                            END-IF
                        END-IF
                END-READ
        END-START
    END-IF.

CHECK-KEYED-PRICE.
    *> A keyed Num2 is compared with the master price in effect on the
    *> business date; COST-THIS-ROW has just looked that price up. The
    *> value of the difference is at the quantity sold, negative when
    *> the branch sold below the master price. The keyed price is
    *> compared unsigned and the value taken at the signed quantity, so
    *> the reversal of a sale at a variance shows the variance reversed
    *> and not as a fresh one at twice the price.
    ADD 1 TO WS-KEYED-COUNT.
    EVALUATE TRUE
        WHEN LGR-PRODUCT-CODE = SPACES
            ADD 1 TO WS-KEYED-NO-PRODUCT-COUNT
        WHEN LGR-CURRENCY-CODE NOT = SPACES
          AND LGR-CURRENCY-CODE NOT = WS-BASE-CURRENCY
            ADD 1 TO WS-KEYED-FOREIGN-COUNT
        WHEN NOT PRICE-IN-EFFECT
            ADD 1 TO WS-KEYED-NO-MASTER-COUNT
        WHEN WS-ROW-KEYED-PRICE NOT = WS-EFFECTIVE-PRICE
            COMPUTE WS-ROW-VARIANCE ROUNDED =
                (WS-ROW-KEYED-PRICE - WS-EFFECTIVE-PRICE)
                    * WS-ROW-QUANTITY
            ADD 1 TO WS-VAR-FOUND-COUNT
            ADD WS-ROW-VARIANCE TO WS-VAR-FOUND-VALUE
            ADD 1 TO BRS-VAR-COUNT (WS-BRS-SUB)
            ADD WS-ROW-VARIANCE TO BRS-VAR-VALUE (WS-BRS-SUB)
            IF WS-VAR-COUNT < 300
                ADD 1 TO WS-VAR-COUNT
                MOVE LGR-BUSINESS-DATE TO VAR-BUSINESS-DATE (WS-VAR-COUNT)
                MOVE LGR-SOURCE-CODE TO VAR-SOURCE-CODE (WS-VAR-COUNT)
                MOVE LGR-PRODUCT-CODE TO VAR-PRODUCT-CODE (WS-VAR-COUNT)
                MOVE WS-ROW-QUANTITY TO VAR-QUANTITY (WS-VAR-COUNT)
                MOVE WS-ROW-KEYED-PRICE
                    TO VAR-KEYED-PRICE (WS-VAR-COUNT)
                MOVE WS-EFFECTIVE-PRICE TO VAR-MASTER-PRICE (WS-VAR-COUNT)
                MOVE WS-ROW-VARIANCE TO VAR-VALUE (WS-VAR-COUNT)
            ELSE
                ADD 1 TO WS-VAR-UNLISTED-COUNT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-PRODUCT-ENTRY.
    *> Leaves WS-PRD-SUB on the entry for WS-PRD-KEY, inserting a new
    *> one in sequence if there is none yet.
    MOVE "N" TO WS-PRD-FOUND-SW.
    MOVE 1 TO WS-PRD-SUB.
    PERFORM UNTIL WS-PRD-SUB > WS-PRD-COUNT
        OR PRD-PRODUCT-CODE (WS-PRD-SUB) >= WS-PRD-KEY
        ADD 1 TO WS-PRD-SUB
    END-PERFORM.
    IF WS-PRD-SUB <= WS-PRD-COUNT
      AND PRD-PRODUCT-CODE (WS-PRD-SUB) = WS-PRD-KEY
        SET PRD-ENTRY-FOUND TO TRUE
    ELSE
        IF WS-PRD-COUNT < 500
            PERFORM INSERT-PRODUCT-ENTRY
            SET PRD-ENTRY-FOUND TO TRUE
        ELSE
            SET PRD-TABLE-FULL TO TRUE
        END-IF
    END-IF.

INSERT-PRODUCT-ENTRY.
    ADD 1 TO WS-PRD-COUNT.
    PERFORM VARYING WS-SHIFT-SUB FROM WS-PRD-COUNT BY -1
        UNTIL WS-SHIFT-SUB <= WS-PRD-SUB
        MOVE WS-PRD-ENTRY (WS-SHIFT-SUB - 1) TO WS-HOLD-PRD-ENTRY
        MOVE WS-HOLD-PRD-ENTRY TO WS-PRD-ENTRY (WS-SHIFT-SUB)
    END-PERFORM.
    MOVE WS-PRD-KEY TO PRD-PRODUCT-CODE (WS-PRD-SUB).
    MOVE ZERO TO PRD-ROW-COUNT (WS-PRD-SUB).
    MOVE ZERO TO PRD-QUANTITY (WS-PRD-SUB).
    MOVE ZERO TO PRD-REVENUE (WS-PRD-SUB).
    MOVE ZERO TO PRD-COST (WS-PRD-SUB).
    MOVE ZERO TO PRD-NO-COST-COUNT (WS-PRD-SUB).
    MOVE ZERO TO PRD-PRIOR-REVENUE (WS-PRD-SUB).
    MOVE "N" TO PRD-MOVER-SW (WS-PRD-SUB).

FIND-BRANCH-ENTRY.
    MOVE "N" TO WS-BRS-FOUND-SW.
    MOVE 1 TO WS-BRS-SUB.
    PERFORM UNTIL WS-BRS-SUB > WS-BRS-COUNT
        OR BRS-SOURCE-CODE (WS-BRS-SUB) >= WS-BRS-KEY
        ADD 1 TO WS-BRS-SUB
    END-PERFORM.
    IF WS-BRS-SUB <= WS-BRS-COUNT
      AND BRS-SOURCE-CODE (WS-BRS-SUB) = WS-BRS-KEY
        SET BRS-ENTRY-FOUND TO TRUE
    ELSE
        IF WS-BRS-COUNT < 100
            PERFORM INSERT-BRANCH-ENTRY
            SET BRS-ENTRY-FOUND TO TRUE
        ELSE
            SET BRS-TABLE-FULL TO TRUE
        END-IF
    END-IF.

INSERT-BRANCH-ENTRY.
    ADD 1 TO WS-BRS-COUNT.
    PERFORM VARYING WS-SHIFT-SUB FROM WS-BRS-COUNT BY -1
        UNTIL WS-SHIFT-SUB <= WS-BRS-SUB
        MOVE WS-BRS-ENTRY (WS-SHIFT-SUB - 1) TO WS-HOLD-BRS-ENTRY
        MOVE WS-HOLD-BRS-ENTRY TO WS-BRS-ENTRY (WS-SHIFT-SUB)
    END-PERFORM.
    MOVE WS-BRS-KEY TO BRS-SOURCE-CODE (WS-BRS-SUB).
    MOVE ZERO TO BRS-ROW-COUNT (WS-BRS-SUB).
    MOVE ZERO TO BRS-QUANTITY (WS-BRS-SUB).
    MOVE ZERO TO BRS-REVENUE (WS-BRS-SUB).
    MOVE ZERO TO BRS-COST (WS-BRS-SUB).
    MOVE ZERO TO BRS-NO-COST-COUNT (WS-BRS-SUB).
    MOVE ZERO TO BRS-VAR-COUNT (WS-BRS-SUB).
    MOVE ZERO TO BRS-VAR-VALUE (WS-BRS-SUB).

PRINT-SALES-REPORT.
    OPEN OUTPUT SALES-REPORT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SALESRPT - MONTHLY PRODUCT SALES AND MARGIN ANALYSIS"
        TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Sales month " WS-RPT-MONTH-YYYY "-" WS-RPT-MONTH-MM
        " against " WS-PRI-MONTH-YYYY "-" WS-PRI-MONTH-MM
        " (posted ledger, base currency)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE "N" TO WS-FLAGGED-SW.
    PERFORM PRINT-PRODUCT-SECTION.
    PERFORM PRINT-BRANCH-SECTION.
    PERFORM PRINT-MOVERS-SECTION.
    PERFORM PRINT-VARIANCE-SECTION.
    PERFORM PRINT-REPORT-TOTALS.
    CLOSE SALES-REPORT.

PRINT-PRODUCT-SECTION.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SALES BY PRODUCT" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PRODUCT       QUANTITY         REVENUE            COST"
        "          MARGIN    MGN%"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM CLEAR-SECTION-TOTALS.
    PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
        UNTIL WS-PRD-SUB > WS-PRD-COUNT
        IF PRD-ROW-COUNT (WS-PRD-SUB) > ZERO
            IF PRD-PRODUCT-CODE (WS-PRD-SUB) = SPACES
                MOVE "*NONE*" TO WS-ED-KEY
            ELSE
                MOVE PRD-PRODUCT-CODE (WS-PRD-SUB) TO WS-ED-KEY
            END-IF
            MOVE PRD-QUANTITY (WS-PRD-SUB) TO WS-LINE-QUANTITY
            MOVE PRD-REVENUE (WS-PRD-SUB) TO WS-LINE-REVENUE
            MOVE PRD-COST (WS-PRD-SUB) TO WS-LINE-COST
            MOVE PRD-NO-COST-COUNT (WS-PRD-SUB) TO WS-LINE-NO-COST
            PERFORM PRINT-ANALYSIS-LINE
        END-IF
    END-PERFORM.
    PERFORM PRINT-SECTION-TOTAL.

PRINT-BRANCH-SECTION.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SALES BY BRANCH" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BRANCH        QUANTITY         REVENUE            COST"
        "          MARGIN    MGN%"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM CLEAR-SECTION-TOTALS.
    PERFORM VARYING WS-BRS-SUB FROM 1 BY 1
        UNTIL WS-BRS-SUB > WS-BRS-COUNT
        MOVE BRS-SOURCE-CODE (WS-BRS-SUB) TO WS-ED-KEY
        MOVE BRS-QUANTITY (WS-BRS-SUB) TO WS-LINE-QUANTITY
        MOVE BRS-REVENUE (WS-BRS-SUB) TO WS-LINE-REVENUE
        MOVE BRS-COST (WS-BRS-SUB) TO WS-LINE-COST
        MOVE BRS-NO-COST-COUNT (WS-BRS-SUB) TO WS-LINE-NO-COST
        PERFORM PRINT-ANALYSIS-LINE
    END-PERFORM.
    PERFORM PRINT-SECTION-TOTAL.

CLEAR-SECTION-TOTALS.
    MOVE ZERO TO WS-TOTAL-QUANTITY.
    MOVE ZERO TO WS-TOTAL-REVENUE.
    MOVE ZERO TO WS-TOTAL-COST.
    MOVE ZERO TO WS-TOTAL-NO-COST.

PRINT-ANALYSIS-LINE.
    *> WS-ED-KEY and the WS-LINE- figures describe the line; a line
    *> with rows that carried no cost is flagged - its margin is
    *> overstated by their cost.
    ADD WS-LINE-QUANTITY TO WS-TOTAL-QUANTITY.
    ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE.
    ADD WS-LINE-COST TO WS-TOTAL-COST.
    ADD WS-LINE-NO-COST TO WS-TOTAL-NO-COST.
    PERFORM FORMAT-ANALYSIS-FIGURES.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-ED-KEY WS-ED-COST-FLAG " " WS-ED-QUANTITY " "
        WS-ED-REVENUE " " WS-ED-COST " " WS-ED-MARGIN " " WS-ED-PCT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-SECTION-TOTAL.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE "TOTAL " TO WS-ED-KEY.
    MOVE WS-TOTAL-QUANTITY TO WS-LINE-QUANTITY.
    MOVE WS-TOTAL-REVENUE TO WS-LINE-REVENUE.
    MOVE WS-TOTAL-COST TO WS-LINE-COST.
    MOVE WS-TOTAL-NO-COST TO WS-LINE-NO-COST.
    PERFORM FORMAT-ANALYSIS-FIGURES.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-ED-KEY WS-ED-COST-FLAG " " WS-ED-QUANTITY " "
        WS-ED-REVENUE " " WS-ED-COST " " WS-ED-MARGIN " " WS-ED-PCT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

FORMAT-ANALYSIS-FIGURES.
    SUBTRACT WS-LINE-COST FROM WS-LINE-REVENUE GIVING WS-LINE-MARGIN.
    MOVE ZERO TO WS-MARGIN-PCT.
    IF WS-LINE-REVENUE NOT = ZERO
        COMPUTE WS-MARGIN-PCT ROUNDED =
            WS-LINE-MARGIN * 100 / WS-LINE-REVENUE
            ON SIZE ERROR
                MOVE ZERO TO WS-MARGIN-PCT
        END-COMPUTE
    END-IF.
    MOVE SPACE TO WS-ED-COST-FLAG.
    IF WS-LINE-NO-COST > ZERO
        MOVE "*" TO WS-ED-COST-FLAG
        SET NO-COST-LINE-PRINTED TO TRUE
    END-IF.
    MOVE WS-LINE-QUANTITY TO WS-ED-QUANTITY.
    MOVE WS-LINE-REVENUE TO WS-ED-REVENUE.
    MOVE WS-LINE-COST TO WS-ED-COST.
    MOVE WS-LINE-MARGIN TO WS-ED-MARGIN.
    MOVE WS-MARGIN-PCT TO WS-ED-PCT.

PRINT-MOVERS-SECTION.
    *> Revenue change by product against the prior month: the biggest
    *> rises first, then the biggest falls. Rows with no product are
    *> not a product and never move.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "MOVERS AGAINST " WS-PRI-MONTH-YYYY "-" WS-PRI-MONTH-MM
        " (REVENUE BY PRODUCT)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PRODUCT    PRIOR REVENUE    THIS REVENUE          CHANGE"
        "    CHG%"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "TOP MOVERS" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE "N" TO WS-MOVER-DONE-SW.
    MOVE ZERO TO WS-MOVERS-PRINTED.
    PERFORM VARYING WS-MOVER-RANK FROM 1 BY 1
        UNTIL WS-MOVER-RANK > WS-MOVER-LIMIT OR MOVERS-DONE
        MOVE ZERO TO WS-MOVER-SUB
        MOVE ZERO TO WS-BEST-CHANGE
        PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
            UNTIL WS-PRD-SUB > WS-PRD-COUNT
            IF PRD-PRODUCT-CODE (WS-PRD-SUB) NOT = SPACES
              AND PRD-MOVER-SW (WS-PRD-SUB) = "N"
                SUBTRACT PRD-PRIOR-REVENUE (WS-PRD-SUB)
                    FROM PRD-REVENUE (WS-PRD-SUB)
                    GIVING WS-MOVER-CHANGE
                IF WS-MOVER-CHANGE > WS-BEST-CHANGE
                    MOVE WS-MOVER-CHANGE TO WS-BEST-CHANGE
                    MOVE WS-PRD-SUB TO WS-MOVER-SUB
                END-IF
            END-IF
        END-PERFORM
        IF WS-MOVER-SUB = ZERO
            SET MOVERS-DONE TO TRUE
        ELSE
            MOVE "T" TO PRD-MOVER-SW (WS-MOVER-SUB)
            PERFORM PRINT-MOVER-LINE
        END-IF
    END-PERFORM.
    IF WS-MOVERS-PRINTED = ZERO
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "  NO PRODUCT'S REVENUE ROSE" TO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "BOTTOM MOVERS" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE "N" TO WS-MOVER-DONE-SW.
    MOVE ZERO TO WS-MOVERS-PRINTED.
    PERFORM VARYING WS-MOVER-RANK FROM 1 BY 1
        UNTIL WS-MOVER-RANK > WS-MOVER-LIMIT OR MOVERS-DONE
        MOVE ZERO TO WS-MOVER-SUB
        MOVE ZERO TO WS-BEST-CHANGE
        PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
            UNTIL WS-PRD-SUB > WS-PRD-COUNT
            IF PRD-PRODUCT-CODE (WS-PRD-SUB) NOT = SPACES
              AND PRD-MOVER-SW (WS-PRD-SUB) = "N"
                SUBTRACT PRD-PRIOR-REVENUE (WS-PRD-SUB)
                    FROM PRD-REVENUE (WS-PRD-SUB)
                    GIVING WS-MOVER-CHANGE
                IF WS-MOVER-CHANGE < WS-BEST-CHANGE
                    MOVE WS-MOVER-CHANGE TO WS-BEST-CHANGE
                    MOVE WS-PRD-SUB TO WS-MOVER-SUB
                END-IF
            END-IF
        END-PERFORM
        IF WS-MOVER-SUB = ZERO
            SET MOVERS-DONE TO TRUE
        ELSE
            MOVE "B" TO PRD-MOVER-SW (WS-MOVER-SUB)
            PERFORM PRINT-MOVER-LINE
        END-IF
    END-PERFORM.
    IF WS-MOVERS-PRINTED = ZERO
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "  NO PRODUCT'S REVENUE FELL" TO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-MOVER-LINE.
    ADD 1 TO WS-MOVERS-PRINTED.
    MOVE PRD-PRIOR-REVENUE (WS-MOVER-SUB) TO WS-ED-PRIOR.
    MOVE PRD-REVENUE (WS-MOVER-SUB) TO WS-ED-REVENUE.
    MOVE WS-BEST-CHANGE TO WS-ED-CHANGE.
    IF PRD-PRIOR-REVENUE (WS-MOVER-SUB) = ZERO
        MOVE "    NEW" TO WS-ED-PCT-TEXT
    ELSE
        COMPUTE WS-CHANGE-PCT ROUNDED =
            WS-BEST-CHANGE * 100 / PRD-PRIOR-REVENUE (WS-MOVER-SUB)
            ON SIZE ERROR
                MOVE 9999.9 TO WS-CHANGE-PCT
        END-COMPUTE
        MOVE WS-CHANGE-PCT TO WS-ED-PCT
        MOVE WS-ED-PCT TO WS-ED-PCT-TEXT
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING PRD-PRODUCT-CODE (WS-MOVER-SUB) "    " WS-ED-PRIOR " "
        WS-ED-REVENUE " " WS-ED-CHANGE " " WS-ED-PCT-TEXT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-VARIANCE-SECTION.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "PRICE VARIANCE - KEYED PRICE AGAINST MASTER PRICE IN EFFECT"
        TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "DATE     SRC PRODUCT  QUANTITY         KEYED        MASTER"
        "           VALUE"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
        UNTIL WS-VAR-SUB > WS-VAR-COUNT
        MOVE VAR-QUANTITY (WS-VAR-SUB) TO WS-ED-VAR-QUANTITY
        MOVE VAR-KEYED-PRICE (WS-VAR-SUB) TO WS-ED-KEYED-PRICE
        MOVE VAR-MASTER-PRICE (WS-VAR-SUB) TO WS-ED-MASTER-PRICE
        MOVE VAR-VALUE (WS-VAR-SUB) TO WS-ED-VALUE
        MOVE SPACES TO WS-REPORT-LINE
        STRING VAR-BUSINESS-DATE (WS-VAR-SUB) " "
            VAR-SOURCE-CODE (WS-VAR-SUB) " "
            VAR-PRODUCT-CODE (WS-VAR-SUB) " " WS-ED-VAR-QUANTITY " "
            WS-ED-KEYED-PRICE " " WS-ED-MASTER-PRICE " " WS-ED-VALUE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-VAR-FOUND-COUNT TO WS-ED-COUNT.
    MOVE WS-VAR-FOUND-VALUE TO WS-ED-VALUE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "TOTAL VARIANCES     " WS-ED-COUNT
        "                                 " WS-ED-VALUE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    IF WS-VAR-UNLISTED-COUNT > ZERO
        MOVE WS-VAR-UNLISTED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "VARIANCES NOT LISTED (TABLE FULL) : " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "PRICE VARIANCE BY BRANCH" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SRC BRANCH NAME                      COUNT          VALUE"
        TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-BRS-SUB FROM 1 BY 1
        UNTIL WS-BRS-SUB > WS-BRS-COUNT
        IF BRS-VAR-COUNT (WS-BRS-SUB) > ZERO
            PERFORM PRINT-BRANCH-VARIANCE-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-BRANCH-VARIANCE-LINE.
    MOVE SPACES TO WS-ED-BRANCH-NAME.
    IF BRANCH-MASTER-AVAILABLE
        MOVE BRS-SOURCE-CODE (WS-BRS-SUB) TO BRM-SOURCE-CODE
        READ BRANCH-MASTER
            INVALID KEY
                MOVE "(NOT ON BRANCH MASTER)" TO WS-ED-BRANCH-NAME
            NOT INVALID KEY
                MOVE BRM-BRANCH-NAME TO WS-ED-BRANCH-NAME
        END-READ
    END-IF.
    MOVE BRS-VAR-COUNT (WS-BRS-SUB) TO WS-ED-COUNT.
    MOVE BRS-VAR-VALUE (WS-BRS-SUB) TO WS-ED-VALUE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING BRS-SOURCE-CODE (WS-BRS-SUB) " " WS-ED-BRANCH-NAME " "
        WS-ED-COUNT " " WS-ED-VALUE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-REPORT-TOTALS.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.
    IF NO-COST-LINE-PRINTED
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "* INCLUDES ROWS WITH NO UNIT COST - MARGIN OVERSTATED"
            TO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    IF NOT PRICE-MASTER-AVAILABLE
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "*** PRICE MASTER NOT AVAILABLE - NO COST OR VARIANCE ***"
            TO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

    MOVE WS-READ-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Ledger rows in month          : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-PRIOR-READ-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Ledger rows in prior month    : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-NO-PRODUCT-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Rows with no product          : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-NO-COST-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Rows with no unit cost        : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-KEYED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Keyed-price rows              : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-KEYED-NO-PRODUCT-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  not compared - no product   : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-KEYED-FOREIGN-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  not compared - currency     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-KEYED-NO-MASTER-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  not compared - no price     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE.

    IF WS-DROPPED-COUNT > ZERO OR WS-PRIOR-DROPPED-COUNT > ZERO
        ADD WS-PRIOR-DROPPED-COUNT TO WS-DROPPED-COUNT
        MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS NOT REPORTED (TABLE FULL): " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE SALES-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

BUILD-RUN-DATE-LINE.
    MOVE WS-CURRENT-DATE (1:4) TO WS-REPORT-YYYY.
    MOVE WS-CURRENT-DATE (5:2) TO WS-REPORT-MM.
    MOVE WS-CURRENT-DATE (7:2) TO WS-REPORT-DD.
    MOVE WS-REPORT-YYYY TO WS-ED-YEAR.
    MOVE WS-REPORT-MM   TO WS-ED-MONTH.
    MOVE WS-REPORT-DD   TO WS-ED-DAY.
    STRING WS-ED-YEAR "-" WS-ED-MONTH "-" WS-ED-DAY
        DELIMITED BY SIZE INTO WS-ED-REPORT-DATE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Run date : " WS-ED-REPORT-DATE "   Page : 1"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
