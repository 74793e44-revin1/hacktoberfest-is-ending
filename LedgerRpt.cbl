      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  LedgerRpt.
AUTHOR.  Michael Coughlan.
*> Balance report off the posted ledger LEDGER.DAT, the book of record
*> Multiplier's BATCH and CORR runs load once their posting is done.
*> RESULT.DAT only ever holds the day's posting and the audit trail is
*> an activity log spread over archive generations, so this is where
*> "what has branch X posted this month" is answered.
*>
*> LEDGER.RPT carries one line per source code and currency with the
*> day, month-to-date and year-to-date balances (base-currency Result,
*> the figure the GL carries) as of the report date, the year-to-date
*> posting count, and a grand total line. The day column is the as-of
*> business date alone; month-to-date runs from the 1st of its month
*> and year-to-date from 1 January, both up to and including it. The
*> ledger is keyed by business date first, so only the current year's
*> postings are read.
*>
*> A row Multiplier rolled forward out of a closed accounting period
*> sits under the date it posted in, not its own business date, and
*> carries the date it was rolled from; the year-to-date count of such
*> rows is printed under the totals.
*>
*> 1st command-line argument is the as-of business date (yyyymmdd);
*> if omitted or unusable, today's date is used.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT LEDGER-REPORT ASSIGN TO "LEDGER.RPT"
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

FD  LEDGER-REPORT.
01  LEDGER-REPORT-LINE                     PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-ASOF-PARM                        PIC X(8) VALUE SPACES.

01  WS-LEDGER-STATUS                    PIC XX VALUE "00".
01  WS-LEDGER-EOF-SW                    PIC X VALUE "N".
    88  LEDGER-EOF                      VALUE "Y".

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE.
    05  WS-TODAY-YYYYMMDD               PIC 9(8).
    05  FILLER                          PIC X(13).

01  WS-ASOF-DATE                        PIC 9(8) VALUE ZERO.
01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
    05  WS-ASOF-YYYY                    PIC 9(4).
    05  WS-ASOF-MM                      PIC 9(2).
    05  WS-ASOF-DD                      PIC 9(2).
01  WS-MONTH-START                      PIC 9(8) VALUE ZERO.
01  WS-YEAR-START                       PIC 9(8) VALUE ZERO.

01  WS-READ-COUNT                       PIC 9(6) VALUE ZERO.
01  WS-BAL-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-BAL-SUB                          PIC 9(3) VALUE ZERO.
01  WS-SHIFT-SUB                        PIC 9(3) VALUE ZERO.
01  WS-BAL-FOUND-SW                     PIC X VALUE "N".
    88  BALANCE-FOUND                   VALUE "Y".
01  WS-BAL-FULL-SW                      PIC X VALUE "N".
    88  BALANCE-TABLE-FULL              VALUE "Y".
01  WS-BAL-DROPPED-COUNT                PIC 9(6) VALUE ZERO.
*> One entry per source/currency pair, kept in source-then-currency
*> order as entries are added so the report prints without a sort.
01  WS-BALANCE-TABLE.
    05  WS-BALANCE-ENTRY OCCURS 200.
        10  BAL-SOURCE-CODE             PIC X(3).
        10  BAL-CURRENCY-CODE           PIC X(3).
        10  BAL-DAY-AMOUNT              PIC S9(11)V99.
        10  BAL-MTD-AMOUNT              PIC S9(11)V99.
        10  BAL-YTD-AMOUNT              PIC S9(11)V99.
        10  BAL-YTD-COUNT               PIC 9(7).
01  WS-HOLD-ENTRY                       PIC X(52).

01  WS-TOTAL-DAY                        PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-MTD                        PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-YTD                        PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-COUNT                      PIC 9(7) VALUE ZERO.
01  WS-ROLLED-COUNT                     PIC 9(6) VALUE ZERO.

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
01  WS-ED-DAY-AMT                       PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-MTD-AMT                       PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-ED-YTD-AMT                       PIC ZZZ,ZZZ,ZZ9.99-.
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
        INTO WS-ASOF-PARM.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    MOVE WS-TODAY-YYYYMMDD TO WS-ASOF-DATE.
    IF WS-ASOF-PARM NUMERIC
        MOVE WS-ASOF-PARM TO WS-ASOF-DATE
        IF FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) = ZERO
            DISPLAY "As-of date " WS-ASOF-PARM
                " is not a valid date - today used."
            MOVE WS-TODAY-YYYYMMDD TO WS-ASOF-DATE
        END-IF
    END-IF.
    MOVE WS-ASOF-DATE TO WS-MONTH-START.
    MOVE "01" TO WS-MONTH-START (7:2).
    MOVE WS-ASOF-DATE TO WS-YEAR-START.
    MOVE "0101" TO WS-YEAR-START (5:4).
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "Posted ledger not available, status = "
            WS-LEDGER-STATUS " - nothing to report."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM ACCUMULATE-LEDGER-BALANCES
        CLOSE LEDGER-FILE
    END-IF.
    PERFORM PRINT-LEDGER-REPORT.
    IF BALANCE-TABLE-FULL
        DISPLAY "Balance table full - " WS-BAL-DROPPED-COUNT
            " ledger rows not reported."
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

ACCUMULATE-LEDGER-BALANCES.
    *> Position on the first key of the as-of year and read forward
    *> until the business date passes the as-of date.
    MOVE "N" TO WS-LEDGER-EOF-SW.
    MOVE LOW-VALUES TO LGR-KEY.
    MOVE WS-YEAR-START TO LGR-BUSINESS-DATE.
    START LEDGER-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET LEDGER-EOF TO TRUE
    END-START.
    PERFORM UNTIL LEDGER-EOF
        READ LEDGER-FILE NEXT RECORD
            AT END
                SET LEDGER-EOF TO TRUE
            NOT AT END
                IF LGR-BUSINESS-DATE > WS-ASOF-DATE
                    SET LEDGER-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    IF LGR-ROLLED-FROM-DATE NUMERIC
                      AND LGR-ROLLED-FROM-DATE > ZERO
                        ADD 1 TO WS-ROLLED-COUNT
                    END-IF
                    PERFORM FIND-BALANCE-ENTRY
                    IF BALANCE-FOUND
                        PERFORM ADD-TO-BALANCE-ENTRY
                    END-IF
                END-IF
        END-READ
        IF WS-LEDGER-STATUS NOT = "00" AND NOT LEDGER-EOF
            SET LEDGER-EOF TO TRUE
        END-IF
    END-PERFORM.

FIND-BALANCE-ENTRY.
    *> Leaves WS-BAL-SUB on the entry for this row's source and
    *> currency, inserting a new one in sequence if there is none yet.
    MOVE "N" TO WS-BAL-FOUND-SW.
    MOVE 1 TO WS-BAL-SUB.
    PERFORM UNTIL WS-BAL-SUB > WS-BAL-COUNT
        OR BAL-SOURCE-CODE (WS-BAL-SUB) > LGR-SOURCE-CODE
        OR (BAL-SOURCE-CODE (WS-BAL-SUB) = LGR-SOURCE-CODE
            AND BAL-CURRENCY-CODE (WS-BAL-SUB) >= LGR-CURRENCY-CODE)
        ADD 1 TO WS-BAL-SUB
    END-PERFORM.
    IF WS-BAL-SUB <= WS-BAL-COUNT
      AND BAL-SOURCE-CODE (WS-BAL-SUB) = LGR-SOURCE-CODE
      AND BAL-CURRENCY-CODE (WS-BAL-SUB) = LGR-CURRENCY-CODE
        SET BALANCE-FOUND TO TRUE
    ELSE
        IF WS-BAL-COUNT < 200
            PERFORM INSERT-BALANCE-ENTRY
            SET BALANCE-FOUND TO TRUE
        ELSE
            SET BALANCE-TABLE-FULL TO TRUE
            ADD 1 TO WS-BAL-DROPPED-COUNT
        END-IF
    END-IF.

INSERT-BALANCE-ENTRY.
    ADD 1 TO WS-BAL-COUNT.
    PERFORM VARYING WS-SHIFT-SUB FROM WS-BAL-COUNT BY -1
        UNTIL WS-SHIFT-SUB <= WS-BAL-SUB
        MOVE WS-BALANCE-ENTRY (WS-SHIFT-SUB - 1) TO WS-HOLD-ENTRY
        MOVE WS-HOLD-ENTRY TO WS-BALANCE-ENTRY (WS-SHIFT-SUB)
    END-PERFORM.
    MOVE LGR-SOURCE-CODE TO BAL-SOURCE-CODE (WS-BAL-SUB).
    MOVE LGR-CURRENCY-CODE TO BAL-CURRENCY-CODE (WS-BAL-SUB).
    MOVE ZERO TO BAL-DAY-AMOUNT (WS-BAL-SUB).
    MOVE ZERO TO BAL-MTD-AMOUNT (WS-BAL-SUB).
    MOVE ZERO TO BAL-YTD-AMOUNT (WS-BAL-SUB).
    MOVE ZERO TO BAL-YTD-COUNT (WS-BAL-SUB).

ADD-TO-BALANCE-ENTRY.
    ADD LGR-RESULT TO BAL-YTD-AMOUNT (WS-BAL-SUB).
    ADD 1 TO BAL-YTD-COUNT (WS-BAL-SUB).
    IF LGR-BUSINESS-DATE >= WS-MONTH-START
        ADD LGR-RESULT TO BAL-MTD-AMOUNT (WS-BAL-SUB)
    END-IF.
    IF LGR-BUSINESS-DATE = WS-ASOF-DATE
        ADD LGR-RESULT TO BAL-DAY-AMOUNT (WS-BAL-SUB)
    END-IF.

PRINT-LEDGER-REPORT.
    OPEN OUTPUT LEDGER-REPORT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "LEDGERRPT - POSTED LEDGER BALANCES" TO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Balances as of business date " WS-ASOF-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SRC CUR             DAY             MTD             YTD YTD CNT"
        TO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
        UNTIL WS-BAL-SUB > WS-BAL-COUNT
        PERFORM PRINT-BALANCE-LINE
    END-PERFORM.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-TOTAL-DAY TO WS-ED-DAY-AMT.
    MOVE WS-TOTAL-MTD TO WS-ED-MTD-AMT.
    MOVE WS-TOTAL-YTD TO WS-ED-YTD-AMT.
    MOVE WS-TOTAL-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "TOTAL   " WS-ED-DAY-AMT " " WS-ED-MTD-AMT " " WS-ED-YTD-AMT
        " " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    IF BALANCE-TABLE-FULL
        MOVE WS-BAL-DROPPED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS NOT REPORTED (TABLE FULL): " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    IF WS-ROLLED-COUNT > ZERO
        MOVE WS-ROLLED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS ROLLED FORWARD OUT OF A CLOSED PERIOD (YTD): "
            WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    CLOSE LEDGER-REPORT.

PRINT-BALANCE-LINE.
    MOVE BAL-DAY-AMOUNT (WS-BAL-SUB) TO WS-ED-DAY-AMT.
    MOVE BAL-MTD-AMOUNT (WS-BAL-SUB) TO WS-ED-MTD-AMT.
    MOVE BAL-YTD-AMOUNT (WS-BAL-SUB) TO WS-ED-YTD-AMT.
    MOVE BAL-YTD-COUNT (WS-BAL-SUB) TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING BAL-SOURCE-CODE (WS-BAL-SUB) " "
        BAL-CURRENCY-CODE (WS-BAL-SUB) " "
        WS-ED-DAY-AMT " " WS-ED-MTD-AMT " " WS-ED-YTD-AMT
        " " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE LEDGER-REPORT-LINE FROM WS-REPORT-LINE.
    ADD BAL-DAY-AMOUNT (WS-BAL-SUB) TO WS-TOTAL-DAY.
    ADD BAL-MTD-AMOUNT (WS-BAL-SUB) TO WS-TOTAL-MTD.
    ADD BAL-YTD-AMOUNT (WS-BAL-SUB) TO WS-TOTAL-YTD.
    ADD BAL-YTD-COUNT (WS-BAL-SUB) TO WS-TOTAL-COUNT.

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
