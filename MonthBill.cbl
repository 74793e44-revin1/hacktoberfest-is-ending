*> omitted, the current month is used. 2nd command-line argument is
*> the per-calculation tariff in currency units (default 0.25).
*>
*> A branch with its own tariff on the branch master BRANCH.DAT (see
*> BranchMaint) is billed at that tariff; a branch whose master
*> tariff is zero, or that is not on the master, is billed at the
*> command-line or default tariff. Each statement carries the
*> branch's name from the master.
*>
*> The sweep covers the whole retained audit trail the way
*> AuditInquiry's search does - every archive generation listed on
*> AUDGENS.DAT (oldest first, opened by name) and then the live
*> sweep needs the archives.
*>
*> The statements and the control page are printed on STMTBILL.RPT.
*>
*> A run for a month that has ended stamps that month's record on the
*> period-control file PERIOD.DAT (creating it, open, if the month has
*> none yet) with the time the statements were produced. PeriodClose
*> will not close a month without that stamp, nor while any run in
*> the month ended after it - statements produced before the last
*> posting are statements that need rerunning. A closed month's
*> statements can still be reprinted; its record is left as the close
*> left it.

ENVIRONMENT DIVISION.

    SELECT STATEMENT-REPORT ASSIGN TO "STMTBILL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PER-MONTH
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT BRANCH-MASTER ASSIGN TO "BRANCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BRM-SOURCE-CODE
        FILE STATUS IS WS-BRANCH-STATUS.

DATA DIVISION.

FILE SECTION.
    05  AUD-CURRENCY-CODE                  PIC X(3).
    05  AUD-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-BUSINESS-DATE                  PIC 9(8).
    05  AUD-JURISDICTION                   PIC X(3).
    05  AUD-TAX-CLASS                      PIC X(3).
    05  AUD-TAX-RATE                       PIC 9(2)V9(4).
    05  AUD-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  ARCHIVE-FILE.
01  ARCHIVE-AUDIT-RECORD                   PIC X(127).

FD  GENERATION-FILE.
01  GENERATION-RECORD.
    05  EXC-RESOLVED-TS                    PIC X(21).
    05  EXC-RESOLVED-BY                    PIC X(8).
    05  EXC-SOURCE-CODE                    PIC X(3).
    05  EXC-PRODUCT-CODE                   PIC X(6).
    05  EXC-TAX-CLASS                      PIC X(3).
    05  EXC-RUN-ID                         PIC 9(6).

FD  EXCHIST-FILE.
01  EXCHIST-RECORD.
FD  STATEMENT-REPORT.
01  STATEMENT-REPORT-LINE                  PIC X(80).

FD  PERIOD-FILE.
01  PERIOD-RECORD.
    05  PER-MONTH                          PIC 9(6).
    05  PER-STATUS                         PIC X(1).
        88  PER-OPEN                       VALUE "O".
        88  PER-CLOSED                     VALUE "C".
    05  PER-LATE-POLICY                    PIC X(1).
        88  PER-REFUSE-LATE                VALUE "R".
        88  PER-ROLL-LATE                  VALUE "F".
    05  PER-STMT-TS                        PIC X(21).
    05  PER-CLOSED-TS                      PIC X(21).
    05  PER-CLOSED-BY                      PIC X(8).
    05  PER-REOPENED-TS                    PIC X(21).
    05  PER-REOPENED-BY                    PIC X(8).

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

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-MONTH-PARM                       PIC X(6) VALUE SPACES.
01  WS-EXCHIST-STATUS                   PIC XX VALUE "00".
01  WS-EXCHIST-EOF-SW                   PIC X VALUE "N".
    88  EXCHIST-EOF                     VALUE "Y".
01  WS-PERIOD-STATUS                    PIC XX VALUE "00".
01  WS-BRANCH-STATUS                    PIC XX VALUE "00".
01  WS-BRANCH-AVAILABLE-SW              PIC X VALUE "Y".
    88  BRANCH-MASTER-AVAILABLE         VALUE "Y".
01  WS-BRANCH-NAME                      PIC X(30) VALUE SPACES.
01  WS-BILL-TARIFF                      PIC 9(3)V99 VALUE ZERO.

01  WS-ARCHIVE-NAME                     PIC X(20) VALUE SPACES.
01  WS-GEN-COUNT                        PIC 9(3) VALUE ZERO.
    05  CND-CURRENCY-CODE               PIC X(3).
    05  CND-ORIG-RESULT                 PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  CND-BUSINESS-DATE               PIC 9(8).
    05  CND-JURISDICTION                PIC X(3).
    05  CND-TAX-CLASS                   PIC X(3).
    05  CND-TAX-RATE                    PIC 9(2)V9(4).
    05  CND-TAX-AMOUNT                  PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  CND-ORIG-TAX-AMOUNT             PIC S9(7)V99 SIGN LEADING SEPARATE.

01  WS-CAND-DATE                        PIC X(8) VALUE SPACES.
01  WS-CAND-MONTH                       PIC 9(6) VALUE ZERO.
01  WS-CAND-DAY                         PIC 9(2) VALUE ZERO.

01  WS-SOURCE-COUNT                     PIC 9(3) VALUE ZERO.
01  WS-SOURCE-SUB                       PIC 9(3) VALUE ZERO.
01  WS-DAY-SUB                          PIC 9(2) VALUE ZERO.
01  WS-SOURCE-FOUND-SW                  PIC X VALUE "N".
    88  SOURCE-FOUND                    VALUE "Y".
01  WS-BILLING-TABLE.
    05  WS-BILLING-ENTRY OCCURS 100.
        10  BIL-SOURCE-CODE             PIC X(3).
        10  BIL-CALC-COUNT              PIC 9(6).
        10  BIL-VALUE-TOTAL             PIC S9(11)V99.
        DISPLAY "No postings found for month " WS-STMT-MONTH
            " - empty statement run."
    END-IF.
    IF WS-STMT-MONTH < WS-CURRENT-DATE (1:6)
        PERFORM STAMP-PERIOD-STATEMENTS
    END-IF.
    STOP RUN.

STAMP-PERIOD-STATEMENTS.
    *> Create-on-first-use, the same pattern as the other masters; a
    *> month with no record yet is written as open.
    OPEN I-O PERIOD-FILE.
    IF WS-PERIOD-STATUS = "35"
        OPEN OUTPUT PERIOD-FILE
        CLOSE PERIOD-FILE
        OPEN I-O PERIOD-FILE
    END-IF.
    IF WS-PERIOD-STATUS NOT = "00"
        DISPLAY "Period control file not available, status = "
            WS-PERIOD-STATUS " - statements not recorded for close."
    ELSE
        MOVE WS-STMT-MONTH TO PER-MONTH
        READ PERIOD-FILE
            INVALID KEY
                MOVE WS-STMT-MONTH TO PER-MONTH
                MOVE "O" TO PER-STATUS
                MOVE SPACE TO PER-LATE-POLICY
                MOVE FUNCTION CURRENT-DATE TO PER-STMT-TS
                MOVE SPACES TO PER-CLOSED-TS
                MOVE SPACES TO PER-CLOSED-BY
                MOVE SPACES TO PER-REOPENED-TS
                MOVE SPACES TO PER-REOPENED-BY
                WRITE PERIOD-RECORD
                    INVALID KEY
                        DISPLAY "Period control write error, month = "
                            WS-STMT-MONTH
                END-WRITE
            NOT INVALID KEY
                IF PER-CLOSED
                    DISPLAY "Period " WS-STMT-MONTH " is closed - "
                        "statements reprinted only."
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO PER-STMT-TS
                    REWRITE PERIOD-RECORD
                        INVALID KEY
                            DISPLAY "Period control rewrite error, "
                                "month = " WS-STMT-MONTH
                    END-REWRITE
                END-IF
        END-READ
        CLOSE PERIOD-FILE
    END-IF.

SWEEP-AUDIT-TRAIL.
    *> One sweep of the whole retained trail - each archive generation
    *> on AUDGENS.DAT (oldest first), then the live file - tallying
    IF SOURCE-FOUND
        SUBTRACT 1 FROM WS-SOURCE-SUB
    ELSE
        IF WS-SOURCE-COUNT < 100
            ADD 1 TO WS-SOURCE-COUNT
            MOVE WS-SOURCE-COUNT TO WS-SOURCE-SUB
            MOVE CND-SOURCE-CODE TO BIL-SOURCE-CODE (WS-SOURCE-SUB)
    *> number upward - so a row whose sequence number does not move
    *> past the highest already billed for its source and day is the
    *> replay, and is dropped; the same forward-moving rule
    *> Multiplier's BUILD-GL-JOURNAL applies when it builds the
    *> extract, which is what keeps the statement tying back to
    *> it. Screen work carries sequence number zero on every row and
    *> is never deduplicated.
    MOVE "N" TO WS-REPLAY-ROW-SW.

PRINT-STATEMENTS.
    OPEN OUTPUT STATEMENT-REPORT.
    PERFORM OPEN-BRANCH-MASTER.
    PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
        PERFORM PRINT-ONE-STATEMENT
    END-PERFORM.
    IF BRANCH-MASTER-AVAILABLE
        CLOSE BRANCH-MASTER
    END-IF.
    PERFORM PRINT-CONTROL-PAGE.
    CLOSE STATEMENT-REPORT.

OPEN-BRANCH-MASTER.
    *> Without the master every branch bills at the run's tariff.
    MOVE "Y" TO WS-BRANCH-AVAILABLE-SW.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRANCH-STATUS NOT = "00"
        MOVE "N" TO WS-BRANCH-AVAILABLE-SW
        DISPLAY "Branch master not available, status = "
            WS-BRANCH-STATUS " - every branch billed at "
            "the run tariff."
    END-IF.

LOOKUP-STATEMENT-BRANCH.
    MOVE WS-TARIFF TO WS-BILL-TARIFF.
    MOVE SPACES TO WS-BRANCH-NAME.
    IF BRANCH-MASTER-AVAILABLE
        MOVE BIL-SOURCE-CODE (WS-SOURCE-SUB) TO BRM-SOURCE-CODE
        READ BRANCH-MASTER
            INVALID KEY
                MOVE "NOT ON BRANCH MASTER" TO WS-BRANCH-NAME
            NOT INVALID KEY
                MOVE BRM-BRANCH-NAME TO WS-BRANCH-NAME
                IF BRM-TARIFF > ZERO
                    MOVE BRM-TARIFF TO WS-BILL-TARIFF
                END-IF
        END-READ
    END-IF.

PRINT-ONE-STATEMENT.
    PERFORM LOOKUP-STATEMENT-BRANCH.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "MONTHBILL - STATEMENT - SOURCE "
        BIL-SOURCE-CODE (WS-SOURCE-SUB)
    WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Branch : " WS-BRANCH-NAME
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

    *> Billing: the posted calculations at the branch's tariff, plus
    *> the month's exceptions charged back at the same tariff.
    MULTIPLY BIL-CALC-COUNT (WS-SOURCE-SUB) BY WS-BILL-TARIFF
        GIVING WS-CALC-CHARGE ROUNDED.
    MULTIPLY BIL-EXC-COUNT (WS-SOURCE-SUB) BY WS-BILL-TARIFF
        GIVING WS-EXC-CHARGE ROUNDED.
    ADD WS-CALC-CHARGE WS-EXC-CHARGE GIVING WS-TOTAL-CHARGE.
    ADD WS-TOTAL-CHARGE TO WS-GRAND-CHARGE.
    ADD BIL-VALUE-TOTAL (WS-SOURCE-SUB) TO WS-GRAND-VALUE-TOTAL.
    ADD BIL-EXC-COUNT (WS-SOURCE-SUB) TO WS-GRAND-EXC-COUNT.

    MOVE WS-BILL-TARIFF TO WS-ED-TARIFF.
    MOVE WS-CALC-CHARGE TO WS-ED-CHARGE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Calculation charge @ " WS-ED-TARIFF " : " WS-ED-CHARGE
    IF WS-TABLE-FULL-COUNT > ZERO
        MOVE WS-TABLE-FULL-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS NOT BILLED (OVER 100 SOURCES) : " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
