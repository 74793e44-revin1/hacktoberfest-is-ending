      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  RevRpt.
AUTHOR.  Michael Coughlan.
*> Nightly reversal report. Multiplier's BATCH posting matches every
*> reversal (a detail with a negative extension) to the posting it
*> quotes and keeps what each original has had reversed so far on the
*> reversal tracking file REVTRK.DAT; reversals it could not match are
*> rejected and written to the reversal log REVLOG.DAT, as is every
*> one of those a supervisor later forced through on the REVIEW
*> screen.
*>
*> REVERSAL.RPT has two sections:
*>   - open partially reversed items: every original with some but not
*>     all of its amount reversed, with the original, reversed and
*>     remaining amounts in the original's own currency. A fully
*>     reversed original has nothing left open and is only counted.
*>   - reversals forced by a supervisor on the report date, with the
*>     original reference the reversal quoted when it was rejected -
*>     or, where the original was found, its full ledger key.
*>
*> 1st command-line argument is the report date (yyyymmdd); if omitted
*> or unusable, today's date is used.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVTRK-FILE ASSIGN TO "REVTRK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RVT-ORIG-KEY
        FILE STATUS IS WS-REVTRK-STATUS.

    SELECT REVLOG-FILE ASSIGN TO "REVLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVLOG-STATUS.

    SELECT REVERSAL-REPORT ASSIGN TO "REVERSAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  REVTRK-FILE.
01  REVTRK-RECORD.
    05  RVT-ORIG-KEY.
        10  RVT-ORIG-BUSINESS-DATE         PIC 9(8).
        10  RVT-ORIG-SOURCE-CODE           PIC X(3).
        10  RVT-ORIG-RUN-ID                PIC 9(6).
        10  RVT-ORIG-SEQ-NO                PIC 9(6).
    05  RVT-CURRENCY-CODE                  PIC X(3).
    05  RVT-ORIG-AMOUNT                    PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVT-REVERSED-AMOUNT                PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVT-REVERSAL-COUNT                 PIC 9(4).
    05  RVT-LAST-RUN-ID                    PIC 9(6).
    05  RVT-LAST-SEQ-NO                    PIC 9(6).
    05  RVT-LAST-TS                        PIC X(21).

FD  REVLOG-FILE.
01  REVLOG-RECORD.
    05  RVL-TIMESTAMP                      PIC X(21).
    05  RVL-EVENT                          PIC X(1).
        88  RVL-REJECTED                   VALUE "J".
        88  RVL-FORCED                     VALUE "F".
    05  RVL-EXC-SEQ-NO                     PIC 9(6).
    05  RVL-RUN-ID                         PIC 9(6).
    05  RVL-SOURCE-CODE                    PIC X(3).
    05  RVL-BUSINESS-DATE                  PIC 9(8).
    05  RVL-REVERSAL-REF.
        10  RVL-REV-BUSINESS-DATE          PIC X(8).
        10  RVL-REV-SOURCE-CODE            PIC X(3).
        10  RVL-REV-RUN-ID                 PIC X(6).
        10  RVL-REV-SEQ-NO                 PIC X(6).
    05  RVL-AMOUNT                         PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVL-CURRENCY-CODE                  PIC X(3).
    05  RVL-REASON-CODE                    PIC X(2).
    05  RVL-OPERATOR-ID                    PIC X(8).

FD  REVERSAL-REPORT.
01  REVERSAL-REPORT-LINE                   PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-ASOF-PARM                        PIC X(8) VALUE SPACES.

01  WS-REVTRK-STATUS                    PIC XX VALUE "00".
01  WS-REVLOG-STATUS                    PIC XX VALUE "00".
01  WS-REVTRK-EOF-SW                    PIC X VALUE "N".
    88  REVTRK-EOF                      VALUE "Y".
01  WS-REVLOG-EOF-SW                    PIC X VALUE "N".
    88  REVLOG-EOF                      VALUE "Y".
01  WS-REVLOG-OK-SW                     PIC X VALUE "N".
    88  REVLOG-AVAILABLE                VALUE "Y".

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE.
    05  WS-TODAY-YYYYMMDD               PIC 9(8).
    05  FILLER                          PIC X(13).

01  WS-ASOF-DATE                        PIC 9(8) VALUE ZERO.

01  WS-REMAINING                        PIC S9(9)V99 VALUE ZERO.
01  WS-OPEN-COUNT                       PIC 9(6) VALUE ZERO.
01  WS-FULL-COUNT                       PIC 9(6) VALUE ZERO.
01  WS-FORCED-COUNT                     PIC 9(6) VALUE ZERO.

*> The report date's forced reversals, held in log order so each can
*> be shown with the reference it quoted when it was rejected: the
*> latest rejection under its exception number logged before it was
*> forced. Only the one day's events are held, however long the log.
01  WS-FRC-COUNT                        PIC 9(4) VALUE ZERO.
01  WS-FRC-SUB                          PIC 9(4) VALUE ZERO.
01  WS-FRC-DROPPED-COUNT                PIC 9(6) VALUE ZERO.
01  WS-FORCED-TABLE.
    05  WS-FORCED-ENTRY OCCURS 500.
        10  FRC-EXC-SEQ-NO              PIC 9(6).
        10  FRC-TIMESTAMP               PIC X(21).
        10  FRC-SOURCE-CODE             PIC X(3).
        10  FRC-AMOUNT                  PIC S9(9)V99.
        10  FRC-CURRENCY-CODE           PIC X(3).
        10  FRC-REASON-CODE             PIC X(2).
        10  FRC-OPERATOR-ID             PIC X(8).
        10  FRC-REJ-TIMESTAMP           PIC X(21).
        10  FRC-REVERSAL-REF            PIC X(23).
01  WS-FORCED-REF.
    05  WS-FORCED-REF-DATE              PIC X(8).
    05  WS-FORCED-REF-SOURCE            PIC X(3).
    05  WS-FORCED-REF-RUN               PIC X(6).
    05  WS-FORCED-REF-SEQ               PIC X(6).

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
01  WS-ED-ORIG-AMT                      PIC Z,ZZZ,ZZ9.99-.
01  WS-ED-REV-AMT                       PIC Z,ZZZ,ZZ9.99-.
01  WS-ED-REM-AMT                       PIC Z,ZZZ,ZZ9.99-.
01  WS-ED-REV-COUNT                     PIC ZZZ9.
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
            DISPLAY "Report date " WS-ASOF-PARM
                " is not a valid date - today used."
            MOVE WS-TODAY-YYYYMMDD TO WS-ASOF-DATE
        END-IF
    END-IF.
    OPEN OUTPUT REVERSAL-REPORT.
    PERFORM PRINT-REPORT-HEADING.
    PERFORM PRINT-OPEN-REVERSALS.
    PERFORM PRINT-FORCED-REVERSALS.
    CLOSE REVERSAL-REPORT.
    IF WS-FRC-DROPPED-COUNT > ZERO
        DISPLAY "Forced reversal table full - " WS-FRC-DROPPED-COUNT
            " forced reversals not listed."
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

PRINT-REPORT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "REVRPT - REVERSALS OPEN AND FORCED" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Report date " WS-ASOF-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-OPEN-REVERSALS.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "PARTIALLY REVERSED ORIGINALS - OPEN BALANCE (ORIGINAL CURRENCY)"
        TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "ORIG DT  SRC RUN ID SEQ NO CUR   ORIG AMOUNT      REVERSED     REMAINING  CNT"
        TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    OPEN INPUT REVTRK-FILE.
    IF WS-REVTRK-STATUS NOT = "00"
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "No reversal tracking file - no reversals matched yet."
            TO WS-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
    ELSE
        MOVE "N" TO WS-REVTRK-EOF-SW
        PERFORM UNTIL REVTRK-EOF
            READ REVTRK-FILE NEXT RECORD
                AT END
                    SET REVTRK-EOF TO TRUE
                NOT AT END
                    PERFORM REPORT-TRACKED-ORIGINAL
            END-READ
            IF WS-REVTRK-STATUS NOT = "00" AND NOT REVTRK-EOF
                SET REVTRK-EOF TO TRUE
            END-IF
        END-PERFORM
        CLOSE REVTRK-FILE
    END-IF.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-OPEN-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Originals partially reversed : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-FULL-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Originals fully reversed     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.

REPORT-TRACKED-ORIGINAL.
    COMPUTE WS-REMAINING = RVT-ORIG-AMOUNT - RVT-REVERSED-AMOUNT.
    IF WS-REMAINING NOT > ZERO
        ADD 1 TO WS-FULL-COUNT
    ELSE
        ADD 1 TO WS-OPEN-COUNT
        MOVE RVT-ORIG-AMOUNT TO WS-ED-ORIG-AMT
        MOVE RVT-REVERSED-AMOUNT TO WS-ED-REV-AMT
        MOVE WS-REMAINING TO WS-ED-REM-AMT
        MOVE RVT-REVERSAL-COUNT TO WS-ED-REV-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING RVT-ORIG-BUSINESS-DATE " " RVT-ORIG-SOURCE-CODE " "
            RVT-ORIG-RUN-ID " " RVT-ORIG-SEQ-NO " "
            RVT-CURRENCY-CODE " " WS-ED-ORIG-AMT " " WS-ED-REV-AMT " "
            WS-ED-REM-AMT " " WS-ED-REV-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

PRINT-FORCED-REVERSALS.
    *> Two passes over the log: the first holds the report date's
    *> forced reversals, the second finds for each the rejection it
    *> forced - the latest one under the same exception number logged
    *> no later than the force, since exception numbers are reused once
    *> the exception file is purged - and the held reversals are then
    *> printed with the reference each one's rejection quoted.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "REVERSALS FORCED THROUGH BY A SUPERVISOR" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "EXC NO SRC ORIG DT  SRC RUN ID SEQ NO        AMOUNT CUR RC OPERATOR"
        TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE "Y" TO WS-REVLOG-OK-SW.
    OPEN INPUT REVLOG-FILE.
    IF WS-REVLOG-STATUS NOT = "00"
        MOVE "N" TO WS-REVLOG-OK-SW
    ELSE
        MOVE "N" TO WS-REVLOG-EOF-SW
        PERFORM UNTIL REVLOG-EOF
            READ REVLOG-FILE
                AT END
                    SET REVLOG-EOF TO TRUE
                NOT AT END
                    IF RVL-FORCED
                      AND RVL-TIMESTAMP (1:8) = WS-ASOF-DATE
                        PERFORM HOLD-FORCED-REVERSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REVLOG-FILE
        IF WS-FRC-COUNT > ZERO
            OPEN INPUT REVLOG-FILE
            MOVE "N" TO WS-REVLOG-EOF-SW
            PERFORM UNTIL REVLOG-EOF
                READ REVLOG-FILE
                    AT END
                        SET REVLOG-EOF TO TRUE
                    NOT AT END
                        IF RVL-REJECTED
                            PERFORM MATCH-REJECTED-REVERSAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REVLOG-FILE
        END-IF
        PERFORM VARYING WS-FRC-SUB FROM 1 BY 1
            UNTIL WS-FRC-SUB > WS-FRC-COUNT
            PERFORM REPORT-FORCED-REVERSAL
        END-PERFORM
    END-IF.
    IF NOT REVLOG-AVAILABLE
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "No reversal log - no reversals rejected or forced yet."
            TO WS-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-FORCED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Reversals forced on report date : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.
    IF WS-FRC-DROPPED-COUNT > ZERO
        MOVE WS-FRC-DROPPED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  of which NOT LISTED (table full): " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

HOLD-FORCED-REVERSAL.
    ADD 1 TO WS-FORCED-COUNT.
    IF WS-FRC-COUNT < 500
        ADD 1 TO WS-FRC-COUNT
        MOVE RVL-EXC-SEQ-NO TO FRC-EXC-SEQ-NO (WS-FRC-COUNT)
        MOVE RVL-TIMESTAMP TO FRC-TIMESTAMP (WS-FRC-COUNT)
        MOVE RVL-SOURCE-CODE TO FRC-SOURCE-CODE (WS-FRC-COUNT)
        MOVE RVL-AMOUNT TO FRC-AMOUNT (WS-FRC-COUNT)
        MOVE RVL-CURRENCY-CODE TO FRC-CURRENCY-CODE (WS-FRC-COUNT)
        MOVE RVL-REASON-CODE TO FRC-REASON-CODE (WS-FRC-COUNT)
        MOVE RVL-OPERATOR-ID TO FRC-OPERATOR-ID (WS-FRC-COUNT)
        MOVE SPACES TO FRC-REJ-TIMESTAMP (WS-FRC-COUNT)
        MOVE SPACES TO FRC-REVERSAL-REF (WS-FRC-COUNT)
    ELSE
        ADD 1 TO WS-FRC-DROPPED-COUNT
    END-IF.

MATCH-REJECTED-REVERSAL.
    *> A rejection is the one forced when it carries the forced
    *> reversal's exception number, was logged no later than the force
    *> and is later than any such rejection already matched to it.
    PERFORM VARYING WS-FRC-SUB FROM 1 BY 1
        UNTIL WS-FRC-SUB > WS-FRC-COUNT
        IF FRC-EXC-SEQ-NO (WS-FRC-SUB) = RVL-EXC-SEQ-NO
          AND RVL-TIMESTAMP NOT > FRC-TIMESTAMP (WS-FRC-SUB)
          AND RVL-TIMESTAMP NOT < FRC-REJ-TIMESTAMP (WS-FRC-SUB)
            MOVE RVL-TIMESTAMP TO FRC-REJ-TIMESTAMP (WS-FRC-SUB)
            MOVE RVL-REVERSAL-REF TO FRC-REVERSAL-REF (WS-FRC-SUB)
        END-IF
    END-PERFORM.

REPORT-FORCED-REVERSAL.
    MOVE FRC-REVERSAL-REF (WS-FRC-SUB) TO WS-FORCED-REF.
    IF WS-FORCED-REF = SPACES
        MOVE "NO REF" TO WS-FORCED-REF-DATE
    END-IF.
    MOVE FRC-AMOUNT (WS-FRC-SUB) TO WS-ED-ORIG-AMT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING FRC-EXC-SEQ-NO (WS-FRC-SUB) " " FRC-SOURCE-CODE (WS-FRC-SUB) " "
        WS-FORCED-REF-DATE " " WS-FORCED-REF-SOURCE " "
        WS-FORCED-REF-RUN " " WS-FORCED-REF-SEQ " " WS-ED-ORIG-AMT " "
        FRC-CURRENCY-CODE (WS-FRC-SUB) " " FRC-REASON-CODE (WS-FRC-SUB) " "
        FRC-OPERATOR-ID (WS-FRC-SUB)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE.

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
