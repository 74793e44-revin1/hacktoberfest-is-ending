      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PeriodClose.
AUTHOR.  Michael Coughlan.
*> Month-end close and reopen for the accounting periods on
*> PERIOD-FILE (PERIOD.DAT), the indexed period-control file keyed by
*> month (yyyymm). A month with no record has never been closed and
*> is open. Once finance has billed a month and the GL has taken every
*> feed for it, the month is closed here, and from then on nothing
*> posts into it: Multiplier (BATCH and CORR) and HoldRelease look up
*> the business date of every posting on this file and either refuse
*> it or roll it forward into the first open period under a visible
*> flag, whichever the close asked for. A late posting can therefore
*> no longer move a statement STMTBILL.RPT has already tied to the GL.
*>
*> 1st command-line argument is the action:
*>   "CLOSE" (the default) closes the month given as the 2nd argument
*>   (yyyymm; the previous calendar month when omitted). The month
*>   must have ended, and it is closed only when
*>     - MonthBill has produced the month's statements (MonthBill
*>       stamps the period record every time it runs for a month that
*>       has ended) after the last run that posted in the month ended,
*>       and
*>     - every batch run in the month is GL-ACKNOWLEDGED on RUNCTL.DAT:
*>       no run still RUNNING, PENDING, REJECTED or UNMAPPED. A batch
*>       run belongs to the month when it started in the month or when
*>       any of its postings on the ledger LEDGER.DAT carry a business
*>       date in it, so the morning run that posts the last business
*>       day of the month is counted with that month. A run rejected
*>       by balancing cut no extract and needs no acknowledgment; an
*>       abended run's postings were journalled by its RESTART run. A
*>       CORR run whose adjustment extract was never cut for want of
*>       a GL mapping holds the close as well.
*>   Every outstanding condition is listed on PERIOD.RPT and the step
*>   ends with RETURN-CODE 8. The 4th argument "ROLLFWD" sets the
*>   closed month's late-posting policy to roll forward; without it
*>   late postings for the month are refused.
*>
*>   "REOPEN" reopens the closed month given as the 2nd argument. It
*>   needs the security-administration authority on OPERMAST.DAT, and
*>   it clears the statements-produced stamp - whatever posts while
*>   the month is open again means its statements must be rerun
*>   before it can be closed a second time.
*>
*> 3rd command-line argument is the operator ID: "BATCH" when omitted
*> for a close (the scheduler runs it), prompted for on a reopen. A
*> close needs the batch-operation authority. A refused sign-on is
*> logged to SECLOG.DAT; every close and reopen, done or refused, is
*> logged to the period log PERLOG.DAT with the operator, the month
*> and the outcome.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PER-MONTH
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT PERIOD-LOG ASSIGN TO "PERLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERLOG-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-RUN-ID
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OPM-OPERATOR-ID
        FILE STATUS IS WS-OPERMAST-STATUS.

    SELECT SECURITY-LOG ASSIGN TO "SECLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

    SELECT PERIOD-REPORT ASSIGN TO "PERIOD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
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

FD  PERIOD-LOG.
01  PERIOD-LOG-RECORD.
    05  PLG-TIMESTAMP                      PIC X(21).
    05  PLG-OPERATOR-ID                    PIC X(8).
    05  PLG-ACTION                         PIC X(6).
    05  PLG-MONTH                          PIC 9(6).
    05  PLG-OUTCOME                        PIC X(8).
    05  PLG-LATE-POLICY                    PIC X(1).
    05  PLG-REASON                         PIC X(40).

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

FD  OPERATOR-MASTER.
01  OPERATOR-MASTER-RECORD.
    05  OPM-OPERATOR-ID                    PIC X(8).
    05  OPM-OPERATOR-NAME                  PIC X(20).
    05  OPM-AUTH-EXCEPTION                 PIC X(1).
    05  OPM-AUTH-PRICE                     PIC X(1).
    05  OPM-AUTH-INQUIRY                   PIC X(1).
    05  OPM-AUTH-BATCH                     PIC X(1).
    05  OPM-AUTH-SECURITY                  PIC X(1).
    05  OPM-STATUS                         PIC X(1).
        88  OPM-ACTIVE                     VALUE "A".
        88  OPM-DISABLED                   VALUE "D".

FD  SECURITY-LOG.
01  SECURITY-LOG-RECORD.
    05  SEC-TIMESTAMP                      PIC X(21).
    05  SEC-OPERATOR-ID                    PIC X(8).
    05  SEC-PROGRAM                        PIC X(12).
    05  SEC-FUNCTION                       PIC X(12).
    05  SEC-OUTCOME                        PIC X(8).

FD  PERIOD-REPORT.
01  PERIOD-REPORT-LINE                     PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-ACTION                           PIC X(6) VALUE SPACES.
01  WS-MONTH-PARM                       PIC X(6) VALUE SPACES.
01  WS-OPERATOR-ID                      PIC X(8) VALUE SPACES.
01  WS-POLICY-PARM                      PIC X(7) VALUE SPACES.

01  WS-PERIOD-STATUS                    PIC XX VALUE "00".
01  WS-PERLOG-STATUS                    PIC XX VALUE "00".
01  WS-RUNCTL-STATUS                    PIC XX VALUE "00".
01  WS-LEDGER-STATUS                    PIC XX VALUE "00".
01  WS-OPERMAST-STATUS                  PIC XX VALUE "00".
01  WS-SECLOG-STATUS                    PIC XX VALUE "00".
01  WS-RUNCTL-EOF-SW                    PIC X VALUE "N".
    88  RUNCTL-EOF                      VALUE "Y".
01  WS-LEDGER-EOF-SW                    PIC X VALUE "N".
    88  LEDGER-EOF                      VALUE "Y".
01  WS-LEDGER-OPEN-SW                   PIC X VALUE "N".
    88  LEDGER-FILE-OPEN                VALUE "Y".

01  WS-AUTH-OK-SW                       PIC X VALUE "Y".
    88  OPERATOR-AUTHORIZED             VALUE "Y".
01  WS-AUTH-FUNCTION                    PIC X(12) VALUE SPACES.
01  WS-AUTH-OUTCOME                     PIC X(8) VALUE SPACES.
01  WS-PERIOD-OK-SW                     PIC X VALUE "Y".
    88  PERIOD-FILE-AVAILABLE           VALUE "Y".
01  WS-PERIOD-FOUND-SW                  PIC X VALUE "N".
    88  PERIOD-ON-FILE                  VALUE "Y".

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-CURRENT-MONTH                    PIC 9(6) VALUE ZERO.
01  WS-CLOSE-MONTH                      PIC 9(6) VALUE ZERO.
01  WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
    05  WS-CLOSE-YYYY                   PIC 9(4).
    05  WS-CLOSE-MM                     PIC 9(2).
01  WS-MONTH-FIRST-DATE                 PIC 9(8) VALUE ZERO.
01  WS-MONTH-LAST-DATE                  PIC 9(8) VALUE ZERO.

01  WS-RUN-IN-MONTH-SW                  PIC X VALUE "N".
    88  RUN-IN-MONTH                    VALUE "Y".
01  WS-LEDGER-RUN-COUNT                 PIC 9(3) VALUE ZERO.
01  WS-LEDGER-RUN-SUB                   PIC 9(3) VALUE ZERO.
01  WS-LEDGER-RUN-FULL-SW               PIC X VALUE "N".
    88  LEDGER-RUN-TABLE-FULL           VALUE "Y".
01  WS-LEDGER-RUN-TABLE.
    05  WS-LEDGER-RUN-ID                PIC 9(6) OCCURS 200.
01  WS-MONTH-RUN-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-ACKED-RUN-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-BLOCKER-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-RUN-BLOCKER-COUNT                PIC 9(6) VALUE ZERO.
01  WS-BLOCKER-TEXT                     PIC X(30) VALUE SPACES.
01  WS-LOG-OUTCOME                      PIC X(8) VALUE SPACES.
01  WS-LOG-REASON                       PIC X(40) VALUE SPACES.

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
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
        INTO WS-ACTION WS-MONTH-PARM WS-OPERATOR-ID WS-POLICY-PARM.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    MOVE WS-CURRENT-DATE (1:6) TO WS-CURRENT-MONTH.
    IF WS-ACTION = SPACES
        MOVE "CLOSE" TO WS-ACTION
    END-IF.
    IF WS-ACTION NOT = "CLOSE" AND WS-ACTION NOT = "REOPEN"
        DISPLAY "Unknown action " WS-ACTION
            " - use CLOSE or REOPEN."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SET-PERIOD-MONTH.
    IF WS-CLOSE-MONTH = ZERO
        DISPLAY "Period " WS-MONTH-PARM " is not a valid month "
            "(yyyymm) - nothing done."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-OPERATOR-ID = SPACES
        IF WS-ACTION = "CLOSE"
            MOVE "BATCH" TO WS-OPERATOR-ID
        ELSE
            DISPLAY "Enter operator ID   : " WITH NO ADVANCING
            ACCEPT WS-OPERATOR-ID
        END-IF
    END-IF.
    PERFORM CHECK-OPERATOR-AUTHORITY.
    IF NOT OPERATOR-AUTHORIZED
        DISPLAY "Operator " WS-OPERATOR-ID " not authorized for "
            "period " WS-ACTION " - run refused."
        MOVE "REFUSED" TO WS-LOG-OUTCOME
        MOVE "OPERATOR NOT AUTHORIZED" TO WS-LOG-REASON
        PERFORM WRITE-PERIOD-LOG-RECORD
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PERIOD-REPORT.
    PERFORM PRINT-PERIOD-HEADING.
    PERFORM OPEN-PERIOD-FILE.
    IF NOT PERIOD-FILE-AVAILABLE
        DISPLAY "Period control file not available, status = "
            WS-PERIOD-STATUS " - nothing done."
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "PERIOD CONTROL FILE UNAVAILABLE - NOTHING DONE"
            TO WS-REPORT-LINE
        WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-ACTION = "CLOSE"
            PERFORM CLOSE-PERIOD
        ELSE
            PERFORM REOPEN-PERIOD
        END-IF
        CLOSE PERIOD-FILE
    END-IF.
    CLOSE PERIOD-REPORT.
    STOP RUN.

SET-PERIOD-MONTH.
    *> A close defaults to the month just ended; a reopen must name
    *> the month it reopens. Anything that is not a real yyyymm leaves
    *> the month zero and the run stops.
    MOVE ZERO TO WS-CLOSE-MONTH.
    IF WS-MONTH-PARM = SPACES
        IF WS-ACTION = "CLOSE"
            MOVE WS-CURRENT-MONTH TO WS-CLOSE-MONTH
            IF WS-CLOSE-MM = 1
                SUBTRACT 1 FROM WS-CLOSE-YYYY
                MOVE 12 TO WS-CLOSE-MM
            ELSE
                SUBTRACT 1 FROM WS-CLOSE-MM
            END-IF
        END-IF
    ELSE
        IF WS-MONTH-PARM NUMERIC
            MOVE WS-MONTH-PARM TO WS-CLOSE-MONTH
            IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                MOVE ZERO TO WS-CLOSE-MONTH
            END-IF
        END-IF
    END-IF.
    COMPUTE WS-MONTH-FIRST-DATE = WS-CLOSE-MONTH * 100 + 1.
    COMPUTE WS-MONTH-LAST-DATE = WS-CLOSE-MONTH * 100 + 31.

CHECK-OPERATOR-AUTHORITY.
    *> A close is an operations job and needs the batch-operation
    *> authority; a reopen undoes a finance control and needs the
    *> security-administration authority. An unknown or unauthorized
    *> ID is refused and logged to the security log; a missing master
    *> bypasses the check with a loud warning.
    MOVE "Y" TO WS-AUTH-OK-SW.
    IF WS-ACTION = "REOPEN"
        MOVE "SECURITY" TO WS-AUTH-FUNCTION
    ELSE
        MOVE "BATCH" TO WS-AUTH-FUNCTION
    END-IF.
    OPEN INPUT OPERATOR-MASTER.
    IF WS-OPERMAST-STATUS NOT = "00"
        DISPLAY "Operator master not available, status = "
            WS-OPERMAST-STATUS " - sign-on check bypassed."
    ELSE
        MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
        READ OPERATOR-MASTER
            INVALID KEY
                MOVE "N" TO WS-AUTH-OK-SW
                MOVE "UNKNOWN" TO WS-AUTH-OUTCOME
            NOT INVALID KEY
                MOVE "REFUSED" TO WS-AUTH-OUTCOME
                IF NOT OPM-ACTIVE
                    MOVE "N" TO WS-AUTH-OK-SW
                END-IF
                IF WS-AUTH-FUNCTION = "SECURITY"
                  AND OPM-AUTH-SECURITY NOT = "Y"
                    MOVE "N" TO WS-AUTH-OK-SW
                END-IF
                IF WS-AUTH-FUNCTION = "BATCH"
                  AND OPM-AUTH-BATCH NOT = "Y"
                    MOVE "N" TO WS-AUTH-OK-SW
                END-IF
        END-READ
        CLOSE OPERATOR-MASTER
        IF NOT OPERATOR-AUTHORIZED
            PERFORM LOG-SECURITY-REFUSAL
        END-IF
    END-IF.

LOG-SECURITY-REFUSAL.
    OPEN EXTEND SECURITY-LOG.
    IF WS-SECLOG-STATUS = "35"
        OPEN OUTPUT SECURITY-LOG
    END-IF.
    IF WS-SECLOG-STATUS = "00"
        MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
        MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
        MOVE "PERIODCLOSE" TO SEC-PROGRAM
        MOVE WS-AUTH-FUNCTION TO SEC-FUNCTION
        MOVE WS-AUTH-OUTCOME TO SEC-OUTCOME
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG
    END-IF.

OPEN-PERIOD-FILE.
    *> Create-on-first-use, the same pattern as the other masters.
    MOVE "Y" TO WS-PERIOD-OK-SW.
    OPEN I-O PERIOD-FILE.
    IF WS-PERIOD-STATUS = "35"
        OPEN OUTPUT PERIOD-FILE
        CLOSE PERIOD-FILE
        OPEN I-O PERIOD-FILE
    END-IF.
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE "N" TO WS-PERIOD-OK-SW
    END-IF.

READ-PERIOD-RECORD.
    *> A month with no record has never been closed; the record is
    *> set up as open so that the close can write it.
    MOVE "N" TO WS-PERIOD-FOUND-SW.
    MOVE WS-CLOSE-MONTH TO PER-MONTH.
    READ PERIOD-FILE
        INVALID KEY
            MOVE WS-CLOSE-MONTH TO PER-MONTH
            MOVE "O" TO PER-STATUS
            MOVE SPACE TO PER-LATE-POLICY
            MOVE SPACES TO PER-STMT-TS
            MOVE SPACES TO PER-CLOSED-TS
            MOVE SPACES TO PER-CLOSED-BY
            MOVE SPACES TO PER-REOPENED-TS
            MOVE SPACES TO PER-REOPENED-BY
        NOT INVALID KEY
            SET PERIOD-ON-FILE TO TRUE
    END-READ.

CLOSE-PERIOD.
    PERFORM READ-PERIOD-RECORD.
    MOVE ZERO TO WS-BLOCKER-COUNT.
    EVALUATE TRUE
        WHEN PER-CLOSED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "PERIOD " WS-CLOSE-MONTH " IS ALREADY CLOSED (BY "
                PER-CLOSED-BY " ON " PER-CLOSED-TS (1:8) ")"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
            MOVE 4 TO RETURN-CODE
        WHEN WS-CLOSE-MONTH NOT < WS-CURRENT-MONTH
            MOVE SPACES TO WS-REPORT-LINE
            STRING "PERIOD " WS-CLOSE-MONTH " HAS NOT ENDED - NOT CLOSED"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
            MOVE "REFUSED" TO WS-LOG-OUTCOME
            MOVE "PERIOD HAS NOT ENDED" TO WS-LOG-REASON
            PERFORM WRITE-PERIOD-LOG-RECORD
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            PERFORM CHECK-STATEMENTS-PRODUCED
            PERFORM CHECK-MONTH-BATCH-RUNS
            IF WS-BLOCKER-COUNT = ZERO
                PERFORM MARK-PERIOD-CLOSED
            ELSE
                PERFORM REPORT-CLOSE-REFUSED
            END-IF
    END-EVALUATE.

CHECK-STATEMENTS-PRODUCED.
    MOVE SPACES TO WS-REPORT-LINE.
    IF PER-STMT-TS = SPACES
        ADD 1 TO WS-BLOCKER-COUNT
        STRING "STATEMENTS NOT PRODUCED - RUN MONTHBILL FOR "
            WS-CLOSE-MONTH
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "Statements produced " PER-STMT-TS (1:8) " "
            PER-STMT-TS (9:6)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.

CHECK-MONTH-BATCH-RUNS.
    *> Every run with a posting dated in the month is gathered off
    *> the ledger first; the registry scan then judges those runs and
    *> every batch run that started in the month.
    PERFORM LOAD-MONTH-LEDGER-RUNS.
    MOVE ZERO TO WS-MONTH-RUN-COUNT.
    MOVE ZERO TO WS-ACKED-RUN-COUNT.
    MOVE ZERO TO WS-RUN-BLOCKER-COUNT.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "RUNS IN THE PERIOD HOLDING THE CLOSE" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-STATUS NOT = "00"
        ADD 1 TO WS-BLOCKER-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "RUN REGISTRY UNAVAILABLE - GL ACKNOWLEDGMENT NOT PROVEN"
            TO WS-REPORT-LINE
        WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
    ELSE
        MOVE ZERO TO RCT-RUN-ID
        MOVE "N" TO WS-RUNCTL-EOF-SW
        START RUN-CONTROL-FILE KEY IS NOT LESS THAN RCT-RUN-ID
            INVALID KEY
                SET RUNCTL-EOF TO TRUE
        END-START
        PERFORM UNTIL RUNCTL-EOF
            READ RUN-CONTROL-FILE NEXT RECORD
                AT END
                    SET RUNCTL-EOF TO TRUE
                NOT AT END
                    PERFORM JUDGE-ONE-RUN
            END-READ
            IF WS-RUNCTL-STATUS NOT = "00"
                SET RUNCTL-EOF TO TRUE
            END-IF
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
        IF WS-RUN-BLOCKER-COUNT = ZERO
            MOVE SPACES TO WS-REPORT-LINE
            MOVE "  (none)" TO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        END-IF
    END-IF.
    MOVE WS-MONTH-RUN-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Batch runs in the period     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-ACKED-RUN-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "GL-acknowledged              : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.

LOAD-MONTH-LEDGER-RUNS.
    *> The ledger is keyed by business date first, so the month's
    *> postings are one contiguous stretch. Without the ledger the
    *> runs are judged by start date alone - loudly, since a run
    *> started after month-end for the last business day is then
    *> missed.
    MOVE ZERO TO WS-LEDGER-RUN-COUNT.
    MOVE "N" TO WS-LEDGER-RUN-FULL-SW.
    MOVE "N" TO WS-LEDGER-EOF-SW.
    MOVE "N" TO WS-LEDGER-OPEN-SW.
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "Posted ledger not available, status = "
            WS-LEDGER-STATUS " - runs judged by start date only."
        SET LEDGER-EOF TO TRUE
    ELSE
        SET LEDGER-FILE-OPEN TO TRUE
        MOVE LOW-VALUES TO LGR-KEY
        MOVE WS-MONTH-FIRST-DATE TO LGR-BUSINESS-DATE
        START LEDGER-FILE KEY IS NOT LESS THAN LGR-KEY
            INVALID KEY
                SET LEDGER-EOF TO TRUE
        END-START
    END-IF.
    PERFORM UNTIL LEDGER-EOF
        READ LEDGER-FILE NEXT RECORD
            AT END
                SET LEDGER-EOF TO TRUE
            NOT AT END
                IF LGR-BUSINESS-DATE > WS-MONTH-LAST-DATE
                    SET LEDGER-EOF TO TRUE
                ELSE
                    PERFORM NOTE-LEDGER-RUN
                END-IF
        END-READ
        IF WS-LEDGER-STATUS NOT = "00" AND NOT LEDGER-EOF
            SET LEDGER-EOF TO TRUE
        END-IF
    END-PERFORM.
    IF LEDGER-FILE-OPEN
        CLOSE LEDGER-FILE
    END-IF.
    IF LEDGER-RUN-TABLE-FULL
        DISPLAY "More than 200 runs posted in the period - later "
            "runs judged by start date only."
    END-IF.

NOTE-LEDGER-RUN.
    MOVE "N" TO WS-RUN-IN-MONTH-SW.
    PERFORM VARYING WS-LEDGER-RUN-SUB FROM 1 BY 1
        UNTIL WS-LEDGER-RUN-SUB > WS-LEDGER-RUN-COUNT OR RUN-IN-MONTH
        IF WS-LEDGER-RUN-ID (WS-LEDGER-RUN-SUB) = LGR-RUN-ID
            SET RUN-IN-MONTH TO TRUE
        END-IF
    END-PERFORM.
    IF NOT RUN-IN-MONTH
        IF WS-LEDGER-RUN-COUNT < 200
            ADD 1 TO WS-LEDGER-RUN-COUNT
            MOVE LGR-RUN-ID TO WS-LEDGER-RUN-ID (WS-LEDGER-RUN-COUNT)
        ELSE
            SET LEDGER-RUN-TABLE-FULL TO TRUE
        END-IF
    END-IF.

JUDGE-ONE-RUN.
    MOVE "N" TO WS-RUN-IN-MONTH-SW.
    IF RCT-START-TIMESTAMP (1:6) = WS-CLOSE-MONTH
        SET RUN-IN-MONTH TO TRUE
    END-IF.
    PERFORM VARYING WS-LEDGER-RUN-SUB FROM 1 BY 1
        UNTIL WS-LEDGER-RUN-SUB > WS-LEDGER-RUN-COUNT OR RUN-IN-MONTH
        IF WS-LEDGER-RUN-ID (WS-LEDGER-RUN-SUB) = RCT-RUN-ID
            SET RUN-IN-MONTH TO TRUE
        END-IF
    END-PERFORM.
    IF RUN-IN-MONTH
        MOVE SPACES TO WS-BLOCKER-TEXT
        IF RCT-RUN-MODE = "BATCH"
            ADD 1 TO WS-MONTH-RUN-COUNT
            EVALUATE TRUE
                WHEN RCT-RUNNING
                    MOVE "STILL MARKED RUNNING" TO WS-BLOCKER-TEXT
                WHEN RCT-GL-ACK-PENDING
                    MOVE "GL ACK PENDING" TO WS-BLOCKER-TEXT
                WHEN RCT-GL-REJECTED
                    MOVE "GL FEED REJECTED" TO WS-BLOCKER-TEXT
                WHEN RCT-GL-UNMAPPED
                    MOVE "GL EXTRACT NEVER CUT" TO WS-BLOCKER-TEXT
                WHEN RCT-GL-ACKNOWLEDGED
                    ADD 1 TO WS-ACKED-RUN-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        ELSE
            IF RCT-GL-UNMAPPED
                MOVE "GL EXTRACT NEVER CUT" TO WS-BLOCKER-TEXT
            END-IF
        END-IF
        *> Statements produced before a posting run finished do not
        *> include all of its postings.
        IF WS-BLOCKER-TEXT = SPACES
          AND (RCT-RUN-MODE = "BATCH" OR RCT-RUN-MODE = "CORR")
          AND PER-STMT-TS NOT = SPACES
          AND RCT-END-TIMESTAMP (1:14) > PER-STMT-TS (1:14)
            MOVE "ENDED AFTER STATEMENTS" TO WS-BLOCKER-TEXT
        END-IF
        IF WS-BLOCKER-TEXT NOT = SPACES
            ADD 1 TO WS-BLOCKER-COUNT
            ADD 1 TO WS-RUN-BLOCKER-COUNT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "RUN " RCT-RUN-ID " " RCT-RUN-MODE
                " STARTED " RCT-START-TIMESTAMP (1:8) "  "
                WS-BLOCKER-TEXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        END-IF
    END-IF.

MARK-PERIOD-CLOSED.
    MOVE "C" TO PER-STATUS.
    IF WS-POLICY-PARM = "ROLLFWD"
        MOVE "F" TO PER-LATE-POLICY
    ELSE
        MOVE "R" TO PER-LATE-POLICY
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO PER-CLOSED-TS.
    MOVE WS-OPERATOR-ID TO PER-CLOSED-BY.
    IF PERIOD-ON-FILE
        REWRITE PERIOD-RECORD
            INVALID KEY
                MOVE "N" TO WS-PERIOD-OK-SW
        END-REWRITE
    ELSE
        WRITE PERIOD-RECORD
            INVALID KEY
                MOVE "N" TO WS-PERIOD-OK-SW
        END-WRITE
    END-IF.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF NOT PERIOD-FILE-AVAILABLE
        DISPLAY "Period control write error, status = "
            WS-PERIOD-STATUS " - period not closed."
        STRING "PERIOD " WS-CLOSE-MONTH
            " NOT CLOSED - PERIOD CONTROL WRITE ERROR"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        MOVE "REFUSED" TO WS-LOG-OUTCOME
        MOVE "PERIOD CONTROL WRITE ERROR" TO WS-LOG-REASON
        PERFORM WRITE-PERIOD-LOG-RECORD
        MOVE 8 TO RETURN-CODE
    ELSE
        IF PER-ROLL-LATE
            STRING "PERIOD " WS-CLOSE-MONTH " CLOSED - LATE POSTINGS "
                "ROLL FORWARD TO THE NEXT OPEN PERIOD"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        ELSE
            STRING "PERIOD " WS-CLOSE-MONTH " CLOSED - LATE POSTINGS "
                "ARE REFUSED"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-IF
        WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        DISPLAY "Period " WS-CLOSE-MONTH " closed."
        MOVE "CLOSED" TO WS-LOG-OUTCOME
        MOVE SPACES TO WS-LOG-REASON
        PERFORM WRITE-PERIOD-LOG-RECORD
    END-IF.

REPORT-CLOSE-REFUSED.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-BLOCKER-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PERIOD " WS-CLOSE-MONTH " NOT CLOSED - " WS-ED-COUNT
        " CONDITION(S) OUTSTANDING"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    DISPLAY "Period " WS-CLOSE-MONTH " not closed - see PERIOD.RPT.".
    MOVE "REFUSED" TO WS-LOG-OUTCOME.
    MOVE SPACES TO WS-LOG-REASON.
    STRING WS-ED-COUNT " CONDITION(S) OUTSTANDING"
        DELIMITED BY SIZE INTO WS-LOG-REASON.
    PERFORM WRITE-PERIOD-LOG-RECORD.
    MOVE 8 TO RETURN-CODE.

REOPEN-PERIOD.
    *> Reopening clears the statements-produced stamp: whatever posts
    *> while the month is open again changes its statements, so the
    *> month cannot be closed again until MonthBill has been rerun.
    PERFORM READ-PERIOD-RECORD.
    MOVE SPACES TO WS-REPORT-LINE.
    IF NOT PER-CLOSED
        STRING "PERIOD " WS-CLOSE-MONTH " IS NOT CLOSED - NOTHING TO "
            "REOPEN"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
        MOVE "REFUSED" TO WS-LOG-OUTCOME
        MOVE "PERIOD NOT CLOSED" TO WS-LOG-REASON
        PERFORM WRITE-PERIOD-LOG-RECORD
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE "O" TO PER-STATUS
        MOVE SPACES TO PER-STMT-TS
        MOVE FUNCTION CURRENT-DATE TO PER-REOPENED-TS
        MOVE WS-OPERATOR-ID TO PER-REOPENED-BY
        REWRITE PERIOD-RECORD
            INVALID KEY
                MOVE "N" TO WS-PERIOD-OK-SW
        END-REWRITE
        IF PERIOD-FILE-AVAILABLE
            STRING "PERIOD " WS-CLOSE-MONTH " REOPENED BY "
                WS-OPERATOR-ID " - STATEMENTS MUST BE RERUN"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
            DISPLAY "Period " WS-CLOSE-MONTH " reopened."
            MOVE "REOPENED" TO WS-LOG-OUTCOME
            MOVE SPACES TO WS-LOG-REASON
        ELSE
            DISPLAY "Period control rewrite error, status = "
                WS-PERIOD-STATUS " - period not reopened."
            STRING "PERIOD " WS-CLOSE-MONTH
                " NOT REOPENED - PERIOD CONTROL WRITE ERROR"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE
            MOVE "REFUSED" TO WS-LOG-OUTCOME
            MOVE "PERIOD CONTROL WRITE ERROR" TO WS-LOG-REASON
            MOVE 8 TO RETURN-CODE
        END-IF
        PERFORM WRITE-PERIOD-LOG-RECORD
    END-IF.

WRITE-PERIOD-LOG-RECORD.
    OPEN EXTEND PERIOD-LOG.
    IF WS-PERLOG-STATUS = "35"
        OPEN OUTPUT PERIOD-LOG
    END-IF.
    IF WS-PERLOG-STATUS = "00"
        MOVE FUNCTION CURRENT-DATE TO PLG-TIMESTAMP
        MOVE WS-OPERATOR-ID TO PLG-OPERATOR-ID
        MOVE WS-ACTION TO PLG-ACTION
        MOVE WS-CLOSE-MONTH TO PLG-MONTH
        MOVE WS-LOG-OUTCOME TO PLG-OUTCOME
        IF WS-LOG-OUTCOME = "CLOSED"
            MOVE PER-LATE-POLICY TO PLG-LATE-POLICY
        ELSE
            MOVE SPACE TO PLG-LATE-POLICY
        END-IF
        MOVE WS-LOG-REASON TO PLG-REASON
        WRITE PERIOD-LOG-RECORD
        CLOSE PERIOD-LOG
    ELSE
        DISPLAY "Period log not available, status = "
            WS-PERLOG-STATUS " - action not logged."
    END-IF.

PRINT-PERIOD-HEADING.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "PERIODCLOSE - ACCOUNTING PERIOD CONTROL" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Action : " WS-ACTION "   Period : " WS-CLOSE-MONTH
        "   Operator : " WS-OPERATOR-ID
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE FROM WS-REPORT-LINE.

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
