      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  TaxRpt.
AUTHOR.  Michael Coughlan.
*> Monthly sales tax summary off the posted ledger LEDGER.DAT, for the
*> tax filing. Multiplier taxes every extension as it posts and carries
*> the jurisdiction, tax class, rate and tax amount on each ledger row,
*> so the month's liability is read straight from the book of record
*> rather than worked up by hand from CONTROL.RPT.
*>
*> TAXSUM.RPT has two sections over the same ledger rows. The filing
*> summary carries one line per jurisdiction, class and rate with the
*> posting count, the taxable amount (base-currency Result) and the
*> tax, subtotalled by jurisdiction. The GL tie-out carries the same
*> tax by source code and currency, which is the grain of the "TAX"
*> lines on the GL extracts, counting only the rows that drew tax as
*> the extracts do, and splits it by whether the run that posted the
*> row has its extract on the GL. Each row's run is looked up on the
*> run registry RUNCTL.DAT and judged as PeriodClose judges it: a
*> batch run still RUNNING, or whose extract is PENDING, REJECTED or
*> UNMAPPED, and any run whose extract was never cut for want of a GL
*> mapping, has not reached the GL; every other run has - a batch run
*> the GL system has ACKNOWLEDGED, a CORR run whose adjustment
*> extract was cut (it has no acknowledgment), an abended run whose
*> postings were journalled by its RESTART run. A run not on the
*> registry, or every run when the registry cannot be read, counts as
*> not on the GL. The tax filed is then compared with the tax on the
*> GL: the filing AGREES with the GL only when none of the month's
*> tax is still waiting on it, and otherwise DOES NOT AGREE by the
*> tax not yet on the GL, which is listed by branch and currency so
*> it can be chased before the return is filed.
*>
*> A row posted before tax was carried on the ledger has no tax fields
*> and a row posted with no rate in effect has no jurisdiction; both
*> are counted under the totals rather than filed. A row rolled forward
*> out of a closed period sits in the month it posted in, as it does on
*> the GL.
*>
*> 1st command-line argument is the report month (yyyymm); if omitted
*> or unusable, the current month is used. The step ends with
*> RETURN-CODE 8 when the ledger cannot be read, and 4 when the filing
*> does not agree with the GL, a row posted untaxed or a table filled.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-RUN-ID
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT TAX-REPORT ASSIGN TO "TAXSUM.RPT"
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

FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
    05  RCT-RUN-ID                         PIC 9(6).
    05  RCT-RUN-MODE                       PIC X(6).
    05  RCT-OPERATOR-ID                    PIC X(8).
    05  RCT-START-TIMESTAMP                PIC X(21).
    05  RCT-END-TIMESTAMP                  PIC X(21).
    05  RCT-STATUS                         PIC X(1).
        88  RCT-RUNNING                    VALUE "R".
        88  RCT-COMPLETED                  VALUE "C".
        88  RCT-ABENDED                    VALUE "A".
    05  RCT-GL-ACK-STATUS                  PIC X(1).
        88  RCT-GL-ACK-PENDING             VALUE "P".
        88  RCT-GL-ACKNOWLEDGED            VALUE "A".
        88  RCT-GL-REJECTED                VALUE "R".
        88  RCT-GL-UNMAPPED                VALUE "U".
    05  RCT-GL-ACK-TS                      PIC X(21).

FD  TAX-REPORT.
01  TAX-REPORT-LINE                        PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-MONTH-PARM                       PIC X(6) VALUE SPACES.

01  WS-LEDGER-STATUS                    PIC XX VALUE "00".
01  WS-LEDGER-EOF-SW                    PIC X VALUE "N".
    88  LEDGER-EOF                      VALUE "Y".
01  WS-RUNCTL-STATUS                    PIC XX VALUE "00".
01  WS-RUNCTL-OK-SW                     PIC X VALUE "N".
    88  RUNCTL-AVAILABLE                VALUE "Y".

*> Whether the run that posted the row has its extract on the GL; the
*> last run looked up is kept, the ledger being in run order within
*> each business date and source.
01  WS-LAST-RUN-ID                      PIC 9(6) VALUE ZERO.
01  WS-RUN-ON-GL-SW                     PIC X VALUE "N".
    88  RUN-ON-GL                       VALUE "Y".

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE.
    05  WS-TODAY-YYYYMM                 PIC 9(6).
    05  FILLER                          PIC X(15).

01  WS-REPORT-MONTH                     PIC 9(6) VALUE ZERO.
01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
    05  WS-RPT-MONTH-YYYY               PIC 9(4).
    05  WS-RPT-MONTH-MM                 PIC 9(2).
01  WS-MONTH-START                      PIC 9(8) VALUE ZERO.
01  WS-MONTH-END                        PIC 9(8) VALUE ZERO.

01  WS-READ-COUNT                       PIC 9(6) VALUE ZERO.
01  WS-PRE-TAX-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-UNTAXED-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-UNTAXED-AMOUNT                   PIC S9(11)V99 VALUE ZERO.
01  WS-DROPPED-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-SHIFT-SUB                        PIC 9(3) VALUE ZERO.

*> Filing summary: one entry per jurisdiction/class/rate, held in key
*> order as entries are inserted so the report prints without a sort.
01  WS-TXS-KEY.
    05  WS-TXS-KEY-JURISDICTION         PIC X(3).
    05  WS-TXS-KEY-TAX-CLASS            PIC X(3).
    05  WS-TXS-KEY-TAX-RATE             PIC 9(2)V9(4).
01  WS-TXS-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-TXS-SUB                          PIC 9(3) VALUE ZERO.
01  WS-TXS-FOUND-SW                     PIC X VALUE "N".
    88  TXS-ENTRY-FOUND                 VALUE "Y".
01  WS-TXS-FULL-SW                      PIC X VALUE "N".
    88  TXS-TABLE-FULL                  VALUE "Y".
01  WS-TAX-SUMMARY-TABLE.
    05  WS-TXS-ENTRY OCCURS 200.
        10  TXS-KEY.
            15  TXS-JURISDICTION        PIC X(3).
            15  TXS-TAX-CLASS           PIC X(3).
            15  TXS-TAX-RATE            PIC 9(2)V9(4).
        10  TXS-POST-COUNT              PIC 9(7).
        10  TXS-TAXABLE-AMOUNT          PIC S9(11)V99.
        10  TXS-TAX-AMOUNT              PIC S9(11)V99.
01  WS-HOLD-TXS-ENTRY                   PIC X(45).

*> Tie-out: one entry per source/currency, the GL "TAX" line grain,
*> the base tax split by whether the posting run is on the GL.
01  WS-TIE-KEY.
    05  WS-TIE-KEY-SOURCE-CODE          PIC X(3).
    05  WS-TIE-KEY-CURRENCY-CODE        PIC X(3).
01  WS-TIE-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-TIE-SUB                          PIC 9(3) VALUE ZERO.
01  WS-TIE-FOUND-SW                     PIC X VALUE "N".
    88  TIE-ENTRY-FOUND                 VALUE "Y".
01  WS-TIE-FULL-SW                      PIC X VALUE "N".
    88  TIE-TABLE-FULL                  VALUE "Y".
01  WS-TIE-OUT-TABLE.
    05  WS-TIE-ENTRY OCCURS 200.
        10  TIE-KEY.
            15  TIE-SOURCE-CODE         PIC X(3).
            15  TIE-CURRENCY-CODE       PIC X(3).
        10  TIE-POST-COUNT              PIC 9(7).
        10  TIE-ON-GL-TAX               PIC S9(11)V99.
        10  TIE-NOT-ON-GL-TAX           PIC S9(11)V99.
        10  TIE-ORIG-TAX-AMOUNT         PIC S9(11)V99.
01  WS-HOLD-TIE-ENTRY                   PIC X(52).

01  WS-LAST-JURISDICTION                PIC X(3) VALUE SPACES.
01  WS-JUR-COUNT                        PIC 9(7) VALUE ZERO.
01  WS-JUR-TAXABLE                      PIC S9(11)V99 VALUE ZERO.
01  WS-JUR-TAX                          PIC S9(11)V99 VALUE ZERO.
01  WS-FILED-COUNT                      PIC 9(7) VALUE ZERO.
01  WS-FILED-TAXABLE                    PIC S9(11)V99 VALUE ZERO.
01  WS-FILED-TAX                        PIC S9(11)V99 VALUE ZERO.
01  WS-TIE-TOTAL-COUNT                  PIC 9(7) VALUE ZERO.
01  WS-TIE-ON-GL-TAX                    PIC S9(11)V99 VALUE ZERO.
01  WS-TIE-NOT-ON-GL-TAX                PIC S9(11)V99 VALUE ZERO.
01  WS-TIE-DIFFERENCE                   PIC S9(11)V99 VALUE ZERO.
01  WS-TIE-AGREE-SW                     PIC X VALUE "Y".
    88  FILING-AGREES-TO-GL             VALUE "Y".

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
01  WS-ED-RATE                          PIC Z9.9999.
01  WS-ED-TAXABLE                       PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-TAX                           PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-NOT-ON-GL-TAX                 PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-ORIG-TAX                      PIC ZZZ,ZZZ,ZZ9.99-.
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
    MOVE WS-REPORT-MONTH TO WS-MONTH-START (1:6).
    MOVE "01" TO WS-MONTH-START (7:2).
    MOVE WS-REPORT-MONTH TO WS-MONTH-END (1:6).
    MOVE "31" TO WS-MONTH-END (7:2).
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "Posted ledger not available, status = "
            WS-LEDGER-STATUS " - nothing to report."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "Y" TO WS-RUNCTL-OK-SW
        OPEN INPUT RUN-CONTROL-FILE
        IF WS-RUNCTL-STATUS NOT = "00"
            MOVE "N" TO WS-RUNCTL-OK-SW
            DISPLAY "Run registry not available, status = "
                WS-RUNCTL-STATUS " - no tax shown as on the GL."
        END-IF
        PERFORM ACCUMULATE-MONTH-TAX
        CLOSE LEDGER-FILE
        IF RUNCTL-AVAILABLE
            CLOSE RUN-CONTROL-FILE
        END-IF
    END-IF.
    PERFORM PRINT-TAX-REPORT.
    IF TXS-TABLE-FULL OR TIE-TABLE-FULL
        DISPLAY "Tax summary table full - " WS-DROPPED-COUNT
            " ledger rows not reported."
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-UNTAXED-COUNT > ZERO AND RETURN-CODE = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF NOT FILING-AGREES-TO-GL AND RETURN-CODE = ZERO
        DISPLAY "Tax filed does not agree with the GL - "
            "tax not yet on the GL is listed on TAXSUM.RPT."
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

ACCUMULATE-MONTH-TAX.
    *> The ledger is keyed by business date first: position on the 1st
    *> of the month and read forward until the date leaves the month.
    MOVE "N" TO WS-LEDGER-EOF-SW.
    MOVE LOW-VALUES TO LGR-KEY.
    MOVE WS-MONTH-START TO LGR-BUSINESS-DATE.
    START LEDGER-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET LEDGER-EOF TO TRUE
    END-START.
    PERFORM UNTIL LEDGER-EOF
        READ LEDGER-FILE NEXT RECORD
            AT END
                SET LEDGER-EOF TO TRUE
            NOT AT END
                IF LGR-BUSINESS-DATE > WS-MONTH-END
                    SET LEDGER-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    PERFORM ACCUMULATE-ONE-ROW
                END-IF
        END-READ
        IF WS-LEDGER-STATUS NOT = "00" AND NOT LEDGER-EOF
            SET LEDGER-EOF TO TRUE
        END-IF
    END-PERFORM.

ACCUMULATE-ONE-ROW.
    IF LGR-TAX-AMOUNT NOT NUMERIC OR LGR-TAX-RATE NOT NUMERIC
        ADD 1 TO WS-PRE-TAX-COUNT
    ELSE
        IF LGR-JURISDICTION = SPACES
            ADD 1 TO WS-UNTAXED-COUNT
            ADD LGR-RESULT TO WS-UNTAXED-AMOUNT
        ELSE
            *> A zero-rated row is filed but puts no "TAX" line on the
            *> GL extract, so it has no place in the GL breakdown.
            PERFORM FIND-SUMMARY-ENTRY
            MOVE "Y" TO WS-TIE-FOUND-SW
            IF LGR-TAX-AMOUNT NOT = ZERO
                PERFORM FIND-TIE-OUT-ENTRY
                PERFORM JUDGE-ROW-RUN
            END-IF
            IF TXS-ENTRY-FOUND AND TIE-ENTRY-FOUND
                ADD 1 TO TXS-POST-COUNT (WS-TXS-SUB)
                ADD LGR-RESULT TO TXS-TAXABLE-AMOUNT (WS-TXS-SUB)
                ADD LGR-TAX-AMOUNT TO TXS-TAX-AMOUNT (WS-TXS-SUB)
                IF LGR-TAX-AMOUNT NOT = ZERO
                    ADD 1 TO TIE-POST-COUNT (WS-TIE-SUB)
                    IF RUN-ON-GL
                        ADD LGR-TAX-AMOUNT TO TIE-ON-GL-TAX (WS-TIE-SUB)
                    ELSE
                        ADD LGR-TAX-AMOUNT
                            TO TIE-NOT-ON-GL-TAX (WS-TIE-SUB)
                    END-IF
                    ADD LGR-ORIG-TAX-AMOUNT
                        TO TIE-ORIG-TAX-AMOUNT (WS-TIE-SUB)
                END-IF
            ELSE
                ADD 1 TO WS-DROPPED-COUNT
            END-IF
        END-IF
    END-IF.

JUDGE-ROW-RUN.
    *> The run is judged as PeriodClose's JUDGE-ONE-RUN judges it: only
    *> a run that would hold the close is off the GL.
    IF LGR-RUN-ID NOT = WS-LAST-RUN-ID OR WS-LAST-RUN-ID = ZERO
        MOVE LGR-RUN-ID TO WS-LAST-RUN-ID
        MOVE "N" TO WS-RUN-ON-GL-SW
        IF RUNCTL-AVAILABLE
            MOVE LGR-RUN-ID TO RCT-RUN-ID
            READ RUN-CONTROL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET RUN-ON-GL TO TRUE
                    IF RCT-RUN-MODE = "BATCH"
                        IF RCT-RUNNING OR RCT-GL-ACK-PENDING
                          OR RCT-GL-REJECTED OR RCT-GL-UNMAPPED
                            MOVE "N" TO WS-RUN-ON-GL-SW
                        END-IF
                    ELSE
                        IF RCT-GL-UNMAPPED
                            MOVE "N" TO WS-RUN-ON-GL-SW
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-IF.

FIND-SUMMARY-ENTRY.
    *> Leaves WS-TXS-SUB on the entry for this row's jurisdiction,
    *> class and rate, inserting a new one in sequence if there is
    *> none yet. A row is only counted once both tables can take it,
    *> so neither section leaves out a row the other carries.
    MOVE LGR-JURISDICTION TO WS-TXS-KEY-JURISDICTION.
    MOVE LGR-TAX-CLASS TO WS-TXS-KEY-TAX-CLASS.
    MOVE LGR-TAX-RATE TO WS-TXS-KEY-TAX-RATE.
    MOVE "N" TO WS-TXS-FOUND-SW.
    MOVE 1 TO WS-TXS-SUB.
    PERFORM UNTIL WS-TXS-SUB > WS-TXS-COUNT
        OR TXS-KEY (WS-TXS-SUB) >= WS-TXS-KEY
        ADD 1 TO WS-TXS-SUB
    END-PERFORM.
    IF WS-TXS-SUB <= WS-TXS-COUNT
      AND TXS-KEY (WS-TXS-SUB) = WS-TXS-KEY
        SET TXS-ENTRY-FOUND TO TRUE
    ELSE
        IF WS-TXS-COUNT < 200
            PERFORM INSERT-SUMMARY-ENTRY
            SET TXS-ENTRY-FOUND TO TRUE
        ELSE
            SET TXS-TABLE-FULL TO TRUE
        END-IF
    END-IF.

INSERT-SUMMARY-ENTRY.
    ADD 1 TO WS-TXS-COUNT.
    PERFORM VARYING WS-SHIFT-SUB FROM WS-TXS-COUNT BY -1
        UNTIL WS-SHIFT-SUB <= WS-TXS-SUB
        MOVE WS-TXS-ENTRY (WS-SHIFT-SUB - 1) TO WS-HOLD-TXS-ENTRY
        MOVE WS-HOLD-TXS-ENTRY TO WS-TXS-ENTRY (WS-SHIFT-SUB)
    END-PERFORM.
    MOVE WS-TXS-KEY TO TXS-KEY (WS-TXS-SUB).
    MOVE ZERO TO TXS-POST-COUNT (WS-TXS-SUB).
    MOVE ZERO TO TXS-TAXABLE-AMOUNT (WS-TXS-SUB).
    MOVE ZERO TO TXS-TAX-AMOUNT (WS-TXS-SUB).

FIND-TIE-OUT-ENTRY.
    MOVE LGR-SOURCE-CODE TO WS-TIE-KEY-SOURCE-CODE.
    MOVE LGR-CURRENCY-CODE TO WS-TIE-KEY-CURRENCY-CODE.
    MOVE "N" TO WS-TIE-FOUND-SW.
    MOVE 1 TO WS-TIE-SUB.
    PERFORM UNTIL WS-TIE-SUB > WS-TIE-COUNT
        OR TIE-KEY (WS-TIE-SUB) >= WS-TIE-KEY
        ADD 1 TO WS-TIE-SUB
    END-PERFORM.
    IF WS-TIE-SUB <= WS-TIE-COUNT
      AND TIE-KEY (WS-TIE-SUB) = WS-TIE-KEY
        SET TIE-ENTRY-FOUND TO TRUE
    ELSE
        IF WS-TIE-COUNT < 200
            PERFORM INSERT-TIE-OUT-ENTRY
            SET TIE-ENTRY-FOUND TO TRUE
        ELSE
            SET TIE-TABLE-FULL TO TRUE
        END-IF
    END-IF.

INSERT-TIE-OUT-ENTRY.
    ADD 1 TO WS-TIE-COUNT.
    PERFORM VARYING WS-SHIFT-SUB FROM WS-TIE-COUNT BY -1
        UNTIL WS-SHIFT-SUB <= WS-TIE-SUB
        MOVE WS-TIE-ENTRY (WS-SHIFT-SUB - 1) TO WS-HOLD-TIE-ENTRY
        MOVE WS-HOLD-TIE-ENTRY TO WS-TIE-ENTRY (WS-SHIFT-SUB)
    END-PERFORM.
    MOVE WS-TIE-KEY TO TIE-KEY (WS-TIE-SUB).
    MOVE ZERO TO TIE-POST-COUNT (WS-TIE-SUB).
    MOVE ZERO TO TIE-ON-GL-TAX (WS-TIE-SUB).
    MOVE ZERO TO TIE-NOT-ON-GL-TAX (WS-TIE-SUB).
    MOVE ZERO TO TIE-ORIG-TAX-AMOUNT (WS-TIE-SUB).

PRINT-TAX-REPORT.
    OPEN OUTPUT TAX-REPORT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "TAXRPT - MONTHLY SALES TAX SUMMARY" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Tax month " WS-RPT-MONTH-YYYY "-" WS-RPT-MONTH-MM
        " (posted ledger, base currency)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM PRINT-FILING-SECTION.
    PERFORM PRINT-TIE-OUT-SECTION.
    PERFORM PRINT-REPORT-TOTALS.
    CLOSE TAX-REPORT.

PRINT-FILING-SECTION.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "FILING SUMMARY BY JURISDICTION AND RATE" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "JUR CLS    RATE   COUNT         TAXABLE             TAX"
        TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-LAST-JURISDICTION.
    PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
        UNTIL WS-TXS-SUB > WS-TXS-COUNT
        IF TXS-JURISDICTION (WS-TXS-SUB) NOT = WS-LAST-JURISDICTION
          AND WS-LAST-JURISDICTION NOT = SPACES
            PERFORM PRINT-JURISDICTION-TOTAL
        END-IF
        MOVE TXS-JURISDICTION (WS-TXS-SUB) TO WS-LAST-JURISDICTION
        PERFORM PRINT-SUMMARY-LINE
    END-PERFORM.
    IF WS-LAST-JURISDICTION NOT = SPACES
        PERFORM PRINT-JURISDICTION-TOTAL
    END-IF.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-FILED-COUNT TO WS-ED-COUNT.
    MOVE WS-FILED-TAXABLE TO WS-ED-TAXABLE.
    MOVE WS-FILED-TAX TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "TOTAL TAX FILED     " WS-ED-COUNT " " WS-ED-TAXABLE " "
        WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-SUMMARY-LINE.
    MOVE TXS-TAX-RATE (WS-TXS-SUB) TO WS-ED-RATE.
    MOVE TXS-POST-COUNT (WS-TXS-SUB) TO WS-ED-COUNT.
    MOVE TXS-TAXABLE-AMOUNT (WS-TXS-SUB) TO WS-ED-TAXABLE.
    MOVE TXS-TAX-AMOUNT (WS-TXS-SUB) TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING TXS-JURISDICTION (WS-TXS-SUB) " "
        TXS-TAX-CLASS (WS-TXS-SUB) " " WS-ED-RATE " "
        WS-ED-COUNT " " WS-ED-TAXABLE " " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    ADD TXS-POST-COUNT (WS-TXS-SUB) TO WS-JUR-COUNT.
    ADD TXS-TAXABLE-AMOUNT (WS-TXS-SUB) TO WS-JUR-TAXABLE.
    ADD TXS-TAX-AMOUNT (WS-TXS-SUB) TO WS-JUR-TAX.

PRINT-JURISDICTION-TOTAL.
    MOVE WS-JUR-COUNT TO WS-ED-COUNT.
    MOVE WS-JUR-TAXABLE TO WS-ED-TAXABLE.
    MOVE WS-JUR-TAX TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-LAST-JURISDICTION " TOTAL         " WS-ED-COUNT " "
        WS-ED-TAXABLE " " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    ADD WS-JUR-COUNT TO WS-FILED-COUNT.
    ADD WS-JUR-TAXABLE TO WS-FILED-TAXABLE.
    ADD WS-JUR-TAX TO WS-FILED-TAX.
    MOVE ZERO TO WS-JUR-COUNT.
    MOVE ZERO TO WS-JUR-TAXABLE.
    MOVE ZERO TO WS-JUR-TAX.

PRINT-TIE-OUT-SECTION.
    *> The taxed rows again by source and currency, the base tax split
    *> between runs whose extract is on the GL and runs whose extract
    *> is not there yet. The filing agrees with the GL when the tax
    *> filed is all on it; otherwise the difference is the tax still
    *> to reach it, and the lines carrying some say where.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "GL TIE-OUT BY SOURCE AND CURRENCY (GL CLASS TAX)"
        TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    IF NOT RUNCTL-AVAILABLE
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "RUN REGISTRY UNAVAILABLE - NO TAX SHOWN AS ON THE GL"
            TO WS-REPORT-LINE
        WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SRC CUR   COUNT       TAX ON GL   TAX NOT ON GL        ORIG TAX"
        TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-TIE-SUB FROM 1 BY 1
        UNTIL WS-TIE-SUB > WS-TIE-COUNT
        PERFORM PRINT-TIE-OUT-LINE
    END-PERFORM.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-TIE-TOTAL-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Taxed postings                     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-TIE-ON-GL-TAX TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Tax on GL-acknowledged extracts    : " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-TIE-NOT-ON-GL-TAX TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Tax not yet on the GL              : " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-FILED-TAX TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Total tax filed                    : " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    COMPUTE WS-TIE-DIFFERENCE = WS-FILED-TAX - WS-TIE-ON-GL-TAX.
    MOVE WS-TIE-DIFFERENCE TO WS-ED-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Difference, filed less on the GL   : " WS-ED-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-TIE-DIFFERENCE = ZERO
        MOVE "Y" TO WS-TIE-AGREE-SW
        MOVE "TAX FILED AGREES WITH THE GL" TO WS-REPORT-LINE
    ELSE
        MOVE "N" TO WS-TIE-AGREE-SW
        MOVE "TAX FILED DOES NOT AGREE WITH THE GL" TO WS-REPORT-LINE
    END-IF.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-TIE-OUT-LINE.
    MOVE TIE-POST-COUNT (WS-TIE-SUB) TO WS-ED-COUNT.
    MOVE TIE-ON-GL-TAX (WS-TIE-SUB) TO WS-ED-TAX.
    MOVE TIE-NOT-ON-GL-TAX (WS-TIE-SUB) TO WS-ED-NOT-ON-GL-TAX.
    MOVE TIE-ORIG-TAX-AMOUNT (WS-TIE-SUB) TO WS-ED-ORIG-TAX.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING TIE-SOURCE-CODE (WS-TIE-SUB) " "
        TIE-CURRENCY-CODE (WS-TIE-SUB) " "
        WS-ED-COUNT " " WS-ED-TAX " " WS-ED-NOT-ON-GL-TAX " "
        WS-ED-ORIG-TAX
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.
    ADD TIE-POST-COUNT (WS-TIE-SUB) TO WS-TIE-TOTAL-COUNT.
    ADD TIE-ON-GL-TAX (WS-TIE-SUB) TO WS-TIE-ON-GL-TAX.
    ADD TIE-NOT-ON-GL-TAX (WS-TIE-SUB) TO WS-TIE-NOT-ON-GL-TAX.

PRINT-REPORT-TOTALS.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-READ-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Ledger rows in month        : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE.

    IF WS-UNTAXED-COUNT > ZERO
        MOVE WS-UNTAXED-COUNT TO WS-ED-COUNT
        MOVE WS-UNTAXED-AMOUNT TO WS-ED-TAXABLE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "POSTED UNTAXED (NO RATE)    : " WS-ED-COUNT " "
            WS-ED-TAXABLE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    IF WS-PRE-TAX-COUNT > ZERO
        MOVE WS-PRE-TAX-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Rows posted before tax      : " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    IF WS-DROPPED-COUNT > ZERO
        MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS NOT REPORTED (TABLE FULL): " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TAX-REPORT-LINE FROM WS-REPORT-LINE
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
