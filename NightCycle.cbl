      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  NightCycle.
AUTHOR.  Michael Coughlan.
*> Nightly cycle controller. The night is a chain of programs -
*> RateMaint BATCH, PriceMaint BATCH, Multiplier BATCH, Reconcile, the
*> swap of Reconcile's cleaned files into place, GlConfirm, Multiplier
*> CORR, AuditArchive, ExcNightly AGING and PURGE, RunLog - and this
*> job runs it, judging each step's RETURN-CODE by the rules on the
*> step-definition file instead of by whoever is on shift.
*>
*> CYCSTEP.DAT holds one record per step, in the order they run:
*>   - the step number (ascending, unique - it keys the cycle status);
*>   - the step type: "P" runs a program, "S" swaps Reconcile's
*>     cleaned RESULTC.DAT/AUDITC.DAT in over RESULT.DAT/AUDIT.DAT;
*>   - the highest RETURN-CODE that lets the chain continue. A step
*>     ending at or below it is complete (a nonzero code is logged as
*>     a warning); a step ending above it stops the chain for operator
*>     attention;
*>   - the program to run and its command-line parameters, exactly as
*>     they would be keyed at the prompt.
*>
*> The cycle status file CYCSTAT.DAT carries one record per step -
*> pending, running, complete or failed, with its start and end
*> timestamps, last return code and number of attempts - under a
*> cycle record (step 000) saying whether the cycle as a whole is
*> running, complete or stopped. RUN-MODE "RUN" (1st command-line
*> argument, the default) starts a new cycle, and is refused while
*> the last one is unfinished. RUN-MODE "RESUME" picks a stopped
*> cycle up again: steps already complete are skipped, and the chain
*> restarts at the step that failed (or that was running when the
*> controller itself was lost). A step that must be rerun differently
*> - Multiplier BATCH after an abend wants RESTART - is resumed after
*> its parameters on CYCSTEP.DAT have been changed to suit.
*>
*> The swap step reads RECON.RPT and swaps only when the report ends
*> "FILES BALANCED"; otherwise the step fails with RETURN-CODE 8 and
*> the originals stay live, just as the manual swap would have been
*> held. The cleaned files are copied over the originals, so they are
*> still there afterwards for anyone checking the swap.
*>
*> The cycle log CYCLOG.RPT shows each step's start, end and return
*> code with the decision taken on it; a resumed cycle is appended to
*> the log of the cycle it resumes. The controller ends with
*> RETURN-CODE 0 when every step completed cleanly, 4 when the chain
*> completed with warnings, and 8 when it stopped.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-FILE ASSIGN TO "CYCSTEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STATUS.

    SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CYS-STEP-NO
        FILE STATUS IS WS-CYCSTAT-STATUS.

    SELECT CYCLE-LOG ASSIGN TO "CYCLOG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLOG-STATUS.

    SELECT RECON-REPORT ASSIGN TO "RECON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.

DATA DIVISION.

FILE SECTION.
FD  STEP-FILE.
01  STEP-RECORD.
    05  STP-STEP-NO                        PIC 9(3).
    05  STP-STEP-TYPE                      PIC X(1).
    05  STP-MAX-CONTINUE-RC                PIC 9(3).
    05  STP-PROGRAM                        PIC X(30).
    05  STP-PARAMETERS                     PIC X(40).

FD  CYCLE-STATUS-FILE.
01  CYCLE-STATUS-RECORD.
    05  CYS-STEP-NO                        PIC 9(3).
    05  CYS-PROGRAM                        PIC X(30).
    05  CYS-STATUS                         PIC X(1).
        88  CYS-PENDING                    VALUE "P".
        88  CYS-RUNNING                    VALUE "R".
        88  CYS-COMPLETE                   VALUE "C".
        88  CYS-FAILED                     VALUE "F".
    05  CYS-RETURN-CODE                    PIC 9(4).
    05  CYS-ATTEMPTS                       PIC 9(2).
    05  CYS-START-TS                       PIC X(21).
    05  CYS-END-TS                         PIC X(21).

FD  CYCLE-LOG.
01  CYCLE-LOG-LINE                         PIC X(80).

FD  RECON-REPORT.
01  RECON-REPORT-LINE                      PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-RUN-MODE                         PIC X(8) VALUE SPACES.

01  WS-STEP-STATUS                      PIC XX VALUE "00".
01  WS-CYCSTAT-STATUS                   PIC XX VALUE "00".
01  WS-CYCLOG-STATUS                    PIC XX VALUE "00".
01  WS-RECON-STATUS                     PIC XX VALUE "00".
01  WS-STEP-EOF-SW                      PIC X VALUE "N".
    88  STEP-EOF                        VALUE "Y".
01  WS-RECON-EOF-SW                     PIC X VALUE "N".
    88  RECON-EOF                       VALUE "Y".
01  WS-STEPS-OK-SW                      PIC X VALUE "Y".
    88  STEP-FILE-VALID                 VALUE "Y".
01  WS-CYCLE-OK-SW                      PIC X VALUE "Y".
    88  CYCLE-MAY-RUN                   VALUE "Y".
01  WS-CHAIN-STOPPED-SW                 PIC X VALUE "N".
    88  CHAIN-STOPPED                   VALUE "Y".
01  WS-RECON-BALANCED-SW                PIC X VALUE "N".
    88  RECON-BALANCED                  VALUE "Y".

*> The chain as CYCSTEP.DAT defines it, loaded whole and checked
*> before the first step runs, so a bad definition never leaves a
*> cycle half started.
01  WS-STEP-COUNT                       PIC 9(3) VALUE ZERO.
01  WS-STEP-SUB                         PIC 9(3) VALUE ZERO.
01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 50.
        10  STE-STEP-NO                 PIC 9(3).
        10  STE-STEP-TYPE               PIC X(1).
            88  STE-RUN-PROGRAM         VALUE "P".
            88  STE-RECON-SWAP          VALUE "S".
        10  STE-MAX-CONTINUE-RC         PIC 9(3).
        10  STE-PROGRAM                 PIC X(30).
        10  STE-PARAMETERS              PIC X(40).

01  WS-STEP-COMMAND                     PIC X(80) VALUE SPACES.
01  WS-STEP-RC                          PIC S9(9) VALUE ZERO.
01  WS-COPY-FROM                        PIC X(12) VALUE SPACES.
01  WS-COPY-TO                          PIC X(12) VALUE SPACES.
01  WS-COPY-RC                          PIC S9(9) VALUE ZERO.

01  WS-RUN-COUNT                        PIC 9(3) VALUE ZERO.
01  WS-SKIP-COUNT                       PIC 9(3) VALUE ZERO.
01  WS-WARNING-COUNT                    PIC 9(3) VALUE ZERO.
01  WS-FINAL-RC                         PIC 9(2) VALUE ZERO.

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-STAMP-SOURCE                     PIC X(21) VALUE SPACES.
01  WS-ED-STAMP                         PIC X(19) VALUE SPACES.
01  WS-ED-STEP-NO                       PIC 9(3).
01  WS-ED-RC                            PIC 9(4).
01  WS-ED-COUNT                         PIC ZZ9.
01  WS-STEP-DECISION                    PIC X(30) VALUE SPACES.
01  WS-REPORT-LINE                      PIC X(80).
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
        INTO WS-RUN-MODE.
    IF WS-RUN-MODE = SPACES
        MOVE "RUN" TO WS-RUN-MODE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    PERFORM LOAD-STEP-DEFINITIONS.
    IF NOT STEP-FILE-VALID
        DISPLAY "Cycle not started - step definitions unusable."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-CYCLE-STATUS.
    IF WS-CYCSTAT-STATUS NOT = "00"
        DISPLAY "Cycle status file open error, status = "
            WS-CYCSTAT-STATUS " - cycle not started."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    EVALUATE WS-RUN-MODE
        WHEN "RUN"
            PERFORM START-NEW-CYCLE
        WHEN "RESUME"
            PERFORM RESUME-STOPPED-CYCLE
        WHEN OTHER
            DISPLAY "Unknown run mode " WS-RUN-MODE
                " - use RUN or RESUME."
            MOVE "N" TO WS-CYCLE-OK-SW
    END-EVALUATE.
    IF NOT CYCLE-MAY-RUN
        CLOSE CYCLE-STATUS-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM RUN-CYCLE-STEPS.
    PERFORM FINISH-CYCLE.
    CLOSE CYCLE-STATUS-FILE.
    CLOSE CYCLE-LOG.
    MOVE WS-FINAL-RC TO RETURN-CODE.
    STOP RUN.

LOAD-STEP-DEFINITIONS.
    *> Step numbers must climb: they key the cycle status, and a
    *> duplicate would have two steps sharing one completion flag.
    MOVE "Y" TO WS-STEPS-OK-SW.
    MOVE ZERO TO WS-STEP-COUNT.
    MOVE "N" TO WS-STEP-EOF-SW.
    OPEN INPUT STEP-FILE.
    IF WS-STEP-STATUS NOT = "00"
        DISPLAY "Step-definition file not available, status = "
            WS-STEP-STATUS "."
        MOVE "N" TO WS-STEPS-OK-SW
    ELSE
        PERFORM UNTIL STEP-EOF OR NOT STEP-FILE-VALID
            READ STEP-FILE
                AT END
                    SET STEP-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-STEP
            END-READ
        END-PERFORM
        CLOSE STEP-FILE
        IF WS-STEP-COUNT = ZERO AND STEP-FILE-VALID
            DISPLAY "Step-definition file is empty."
            MOVE "N" TO WS-STEPS-OK-SW
        END-IF
    END-IF.

LOAD-ONE-STEP.
    EVALUATE TRUE
        WHEN STP-STEP-NO NOT NUMERIC OR STP-STEP-NO = ZERO
            DISPLAY "Step-definition error: bad step number "
                STP-STEP-NO "."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN WS-STEP-COUNT > ZERO
          AND STP-STEP-NO NOT > STE-STEP-NO (WS-STEP-COUNT)
            DISPLAY "Step-definition error: step " STP-STEP-NO
                " out of sequence."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN STP-STEP-TYPE NOT = "P" AND STP-STEP-TYPE NOT = "S"
            DISPLAY "Step-definition error: step " STP-STEP-NO
                " type must be P or S."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN STP-MAX-CONTINUE-RC NOT NUMERIC
            DISPLAY "Step-definition error: step " STP-STEP-NO
                " continue code not numeric."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN STP-STEP-TYPE = "P" AND STP-PROGRAM = SPACES
            DISPLAY "Step-definition error: step " STP-STEP-NO
                " names no program."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN WS-STEP-COUNT >= 50
            DISPLAY "Step-definition error: more than 50 steps."
            MOVE "N" TO WS-STEPS-OK-SW
        WHEN OTHER
            ADD 1 TO WS-STEP-COUNT
            MOVE STP-STEP-NO TO STE-STEP-NO (WS-STEP-COUNT)
            MOVE STP-STEP-TYPE TO STE-STEP-TYPE (WS-STEP-COUNT)
            MOVE STP-MAX-CONTINUE-RC
                TO STE-MAX-CONTINUE-RC (WS-STEP-COUNT)
            MOVE STP-PROGRAM TO STE-PROGRAM (WS-STEP-COUNT)
            IF STP-STEP-TYPE = "S" AND STP-PROGRAM = SPACES
                MOVE "RECON SWAP" TO STE-PROGRAM (WS-STEP-COUNT)
            END-IF
            MOVE STP-PARAMETERS TO STE-PARAMETERS (WS-STEP-COUNT)
    END-EVALUATE.

OPEN-CYCLE-STATUS.
    *> Created on first use, the same pattern Multiplier uses for
    *> EXCEPTION-FILE.
    OPEN I-O CYCLE-STATUS-FILE.
    IF WS-CYCSTAT-STATUS = "35"
        OPEN OUTPUT CYCLE-STATUS-FILE
        CLOSE CYCLE-STATUS-FILE
        OPEN I-O CYCLE-STATUS-FILE
    END-IF.

START-NEW-CYCLE.
    *> A new cycle may not start over an unfinished one - that would
    *> throw away the record of which steps of the stopped night have
    *> already run.
    MOVE "Y" TO WS-CYCLE-OK-SW.
    MOVE ZERO TO CYS-STEP-NO.
    READ CYCLE-STATUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NOT CYS-COMPLETE
                DISPLAY "Previous cycle started " CYS-START-TS
                    " is not complete - use RESUME."
                MOVE "N" TO WS-CYCLE-OK-SW
            END-IF
    END-READ.
    IF CYCLE-MAY-RUN
        CLOSE CYCLE-STATUS-FILE
        OPEN OUTPUT CYCLE-STATUS-FILE
        MOVE ZERO TO CYS-STEP-NO
        MOVE "CYCLE" TO CYS-PROGRAM
        SET CYS-RUNNING TO TRUE
        MOVE ZERO TO CYS-RETURN-CODE
        MOVE 1 TO CYS-ATTEMPTS
        MOVE WS-CURRENT-DATE TO CYS-START-TS
        MOVE SPACES TO CYS-END-TS
        WRITE CYCLE-STATUS-RECORD
        PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
            PERFORM WRITE-PENDING-STEP
        END-PERFORM
        CLOSE CYCLE-STATUS-FILE
        OPEN I-O CYCLE-STATUS-FILE
        OPEN OUTPUT CYCLE-LOG
        PERFORM PRINT-CYCLE-LOG-HEADING
        MOVE WS-CURRENT-DATE TO WS-STAMP-SOURCE
        PERFORM FORMAT-STAMP
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CYCLE STARTED " WS-ED-STAMP
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE
    END-IF.

WRITE-PENDING-STEP.
    MOVE STE-STEP-NO (WS-STEP-SUB) TO CYS-STEP-NO.
    MOVE STE-PROGRAM (WS-STEP-SUB) TO CYS-PROGRAM.
    SET CYS-PENDING TO TRUE.
    MOVE ZERO TO CYS-RETURN-CODE.
    MOVE ZERO TO CYS-ATTEMPTS.
    MOVE SPACES TO CYS-START-TS.
    MOVE SPACES TO CYS-END-TS.
    WRITE CYCLE-STATUS-RECORD.

RESUME-STOPPED-CYCLE.
    *> Only a cycle that has not completed can be resumed; the log is
    *> carried on from where the stopped cycle left it.
    MOVE "Y" TO WS-CYCLE-OK-SW.
    MOVE ZERO TO CYS-STEP-NO.
    READ CYCLE-STATUS-FILE
        INVALID KEY
            DISPLAY "No cycle on file - use RUN."
            MOVE "N" TO WS-CYCLE-OK-SW
        NOT INVALID KEY
            IF CYS-COMPLETE
                DISPLAY "Last cycle completed " CYS-END-TS
                    " - nothing to resume, use RUN."
                MOVE "N" TO WS-CYCLE-OK-SW
            END-IF
    END-READ.
    IF CYCLE-MAY-RUN
        SET CYS-RUNNING TO TRUE
        ADD 1 TO CYS-ATTEMPTS
        MOVE SPACES TO CYS-END-TS
        REWRITE CYCLE-STATUS-RECORD
        OPEN EXTEND CYCLE-LOG
        IF WS-CYCLOG-STATUS = "35"
            OPEN OUTPUT CYCLE-LOG
            PERFORM PRINT-CYCLE-LOG-HEADING
        END-IF
        MOVE WS-CURRENT-DATE TO WS-STAMP-SOURCE
        PERFORM FORMAT-STAMP
        MOVE SPACES TO WS-REPORT-LINE
        WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE
        STRING "CYCLE RESUMED " WS-ED-STAMP
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE
    END-IF.

RUN-CYCLE-STEPS.
    MOVE "N" TO WS-CHAIN-STOPPED-SW.
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT OR CHAIN-STOPPED
        PERFORM RUN-ONE-STEP
    END-PERFORM.

RUN-ONE-STEP.
    *> A step added to CYCSTEP.DAT since the cycle started has no
    *> status record yet and is simply pending.
    MOVE STE-STEP-NO (WS-STEP-SUB) TO CYS-STEP-NO.
    READ CYCLE-STATUS-FILE
        INVALID KEY
            PERFORM WRITE-PENDING-STEP
    END-READ.
    IF CYS-COMPLETE
        ADD 1 TO WS-SKIP-COUNT
        IF CYS-RETURN-CODE > ZERO
            ADD 1 TO WS-WARNING-COUNT
        END-IF
        PERFORM LOG-STEP-SKIPPED
    ELSE
        MOVE STE-PROGRAM (WS-STEP-SUB) TO CYS-PROGRAM
        SET CYS-RUNNING TO TRUE
        ADD 1 TO CYS-ATTEMPTS
        MOVE FUNCTION CURRENT-DATE TO CYS-START-TS
        MOVE SPACES TO CYS-END-TS
        REWRITE CYCLE-STATUS-RECORD
        PERFORM LOG-STEP-START
        IF STE-RECON-SWAP (WS-STEP-SUB)
            PERFORM SWAP-RECONCILED-FILES
        ELSE
            PERFORM EXECUTE-STEP-PROGRAM
        END-IF
        ADD 1 TO WS-RUN-COUNT
        PERFORM JUDGE-STEP-RETURN-CODE
        MOVE FUNCTION CURRENT-DATE TO CYS-END-TS
        REWRITE CYCLE-STATUS-RECORD
        PERFORM LOG-STEP-END
    END-IF.

EXECUTE-STEP-PROGRAM.
    *> The step runs exactly as it would from the prompt; its exit
    *> code comes back in RETURN-CODE, which is cleared again so this
    *> controller's own ending code is only what FINISH-CYCLE sets.
    *> Under UNIX that is the shell's wait status, with the exit code
    *> in its second byte - a step ending 4 reads 1024 - so it is
    *> brought back to the exit code before it is judged or logged.
    MOVE SPACES TO WS-STEP-COMMAND.
    STRING STE-PROGRAM (WS-STEP-SUB) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        STE-PARAMETERS (WS-STEP-SUB) DELIMITED BY SIZE
        INTO WS-STEP-COMMAND.
    DISPLAY "Step " STE-STEP-NO (WS-STEP-SUB) " : " WS-STEP-COMMAND.
    CALL "SYSTEM" USING WS-STEP-COMMAND.
    MOVE RETURN-CODE TO WS-STEP-RC.
    MOVE ZERO TO RETURN-CODE.
    IF WS-STEP-RC > 255
        DIVIDE 256 INTO WS-STEP-RC
    END-IF.

SWAP-RECONCILED-FILES.
    *> Reconcile leaves the originals alone and says on the last line
    *> of RECON.RPT whether the cleaned files balance. Only then are
    *> they copied in; a failed copy stops the chain with the
    *> originals' state unknown, which is for the operator to judge.
    PERFORM CHECK-RECON-BALANCED.
    IF NOT RECON-BALANCED
        MOVE 8 TO WS-STEP-RC
    ELSE
        MOVE "RESULTC.DAT" TO WS-COPY-FROM
        MOVE "RESULT.DAT" TO WS-COPY-TO
        PERFORM COPY-CLEANED-FILE
        IF WS-COPY-RC = ZERO
            MOVE "AUDITC.DAT" TO WS-COPY-FROM
            MOVE "AUDIT.DAT" TO WS-COPY-TO
            PERFORM COPY-CLEANED-FILE
        END-IF
        IF WS-COPY-RC = ZERO
            MOVE ZERO TO WS-STEP-RC
        ELSE
            MOVE 12 TO WS-STEP-RC
        END-IF
    END-IF.

CHECK-RECON-BALANCED.
    MOVE "N" TO WS-RECON-BALANCED-SW.
    MOVE "N" TO WS-RECON-EOF-SW.
    OPEN INPUT RECON-REPORT.
    IF WS-RECON-STATUS NOT = "00"
        DISPLAY "RECON.RPT not available, status = " WS-RECON-STATUS
            " - files not swapped."
    ELSE
        PERFORM UNTIL RECON-EOF
            READ RECON-REPORT
                AT END
                    SET RECON-EOF TO TRUE
                NOT AT END
                    IF RECON-REPORT-LINE = "FILES BALANCED"
                        SET RECON-BALANCED TO TRUE
                    ELSE
                        MOVE "N" TO WS-RECON-BALANCED-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECON-REPORT
        IF NOT RECON-BALANCED
            DISPLAY "RECON.RPT does not show the files balanced - "
                "files not swapped."
        END-IF
    END-IF.

COPY-CLEANED-FILE.
    CALL "CBL_COPY_FILE" USING WS-COPY-FROM WS-COPY-TO.
    MOVE RETURN-CODE TO WS-COPY-RC.
    MOVE ZERO TO RETURN-CODE.
    IF WS-COPY-RC NOT = ZERO
        DISPLAY "Copy of " WS-COPY-FROM " to " WS-COPY-TO
            " failed, code = " WS-COPY-RC "."
    ELSE
        DISPLAY "Copied " WS-COPY-FROM " to " WS-COPY-TO "."
    END-IF.

JUDGE-STEP-RETURN-CODE.
    *> A code the step definition allows completes the step (a nonzero
    *> one as a warning); anything higher stops the chain here, and a
    *> RESUME starts again at this step.
    IF WS-STEP-RC < ZERO OR WS-STEP-RC > 9999
        MOVE 9999 TO CYS-RETURN-CODE
    ELSE
        MOVE WS-STEP-RC TO CYS-RETURN-CODE
    END-IF.
    IF CYS-RETURN-CODE NOT > STE-MAX-CONTINUE-RC (WS-STEP-SUB)
        SET CYS-COMPLETE TO TRUE
        IF CYS-RETURN-CODE = ZERO
            MOVE "COMPLETE" TO WS-STEP-DECISION
        ELSE
            ADD 1 TO WS-WARNING-COUNT
            MOVE "WARNING - CHAIN CONTINUES" TO WS-STEP-DECISION
        END-IF
    ELSE
        SET CYS-FAILED TO TRUE
        SET CHAIN-STOPPED TO TRUE
        MOVE "FAILED - OPERATOR ATTENTION" TO WS-STEP-DECISION
    END-IF.

FINISH-CYCLE.
    MOVE ZERO TO CYS-STEP-NO.
    READ CYCLE-STATUS-FILE
        INVALID KEY
            CONTINUE
    END-READ.
    MOVE FUNCTION CURRENT-DATE TO CYS-END-TS.
    IF CHAIN-STOPPED
        SET CYS-FAILED TO TRUE
        MOVE 8 TO WS-FINAL-RC
    ELSE
        SET CYS-COMPLETE TO TRUE
        IF WS-WARNING-COUNT > ZERO
            MOVE 4 TO WS-FINAL-RC
        ELSE
            MOVE ZERO TO WS-FINAL-RC
        END-IF
    END-IF.
    MOVE WS-FINAL-RC TO CYS-RETURN-CODE.
    REWRITE CYCLE-STATUS-RECORD.
    PERFORM PRINT-CYCLE-SUMMARY.

PRINT-CYCLE-LOG-HEADING.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "NIGHTCYCLE - NIGHTLY CYCLE LOG" TO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.

LOG-STEP-SKIPPED.
    MOVE STE-STEP-NO (WS-STEP-SUB) TO WS-ED-STEP-NO.
    MOVE CYS-RETURN-CODE TO WS-ED-RC.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Step " WS-ED-STEP-NO " " STE-PROGRAM (WS-STEP-SUB)
        " already complete, RC " WS-ED-RC " - skipped"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.

LOG-STEP-START.
    MOVE STE-STEP-NO (WS-STEP-SUB) TO WS-ED-STEP-NO.
    MOVE CYS-START-TS TO WS-STAMP-SOURCE.
    PERFORM FORMAT-STAMP.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Step " WS-ED-STEP-NO " " STE-PROGRAM (WS-STEP-SUB)
        " " STE-PARAMETERS (WS-STEP-SUB)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "         started " WS-ED-STAMP
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.

LOG-STEP-END.
    MOVE CYS-END-TS TO WS-STAMP-SOURCE.
    PERFORM FORMAT-STAMP.
    MOVE CYS-RETURN-CODE TO WS-ED-RC.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "         ended   " WS-ED-STAMP " RC " WS-ED-RC " "
        WS-STEP-DECISION
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.

PRINT-CYCLE-SUMMARY.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE WS-RUN-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Steps run          : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE WS-SKIP-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Steps skipped      : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE WS-WARNING-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Steps with warnings: " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    MOVE CYS-END-TS TO WS-STAMP-SOURCE.
    PERFORM FORMAT-STAMP.
    MOVE SPACES TO WS-REPORT-LINE.
    IF CHAIN-STOPPED
        STRING "CYCLE STOPPED " WS-ED-STAMP
            " - correct and rerun with RESUME"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "CYCLE COMPLETE " WS-ED-STAMP
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    WRITE CYCLE-LOG-LINE FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.

FORMAT-STAMP.
    *> CURRENT-DATE layout in, "yyyy-mm-dd hh:mm:ss" out.
    MOVE SPACES TO WS-ED-STAMP.
    STRING WS-STAMP-SOURCE (1:4) "-" WS-STAMP-SOURCE (5:2) "-"
        WS-STAMP-SOURCE (7:2) " " WS-STAMP-SOURCE (9:2) ":"
        WS-STAMP-SOURCE (11:2) ":" WS-STAMP-SOURCE (13:2)
        DELIMITED BY SIZE INTO WS-ED-STAMP.

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
