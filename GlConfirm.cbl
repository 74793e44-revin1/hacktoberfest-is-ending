*> runs remain unconfirmed, so the scheduler sees the state of the
*> conversation. Multiplier refuses (under HOLDGL) or warns before
*> overwriting an extract this job has not yet confirmed.
*>
*> The extract's detail lines are the mapped journal lines - a debit
*> and a credit per branch, currency and posting class - but its
*> identity for matching is unchanged. Runs marked UNMAPPED (posted,
*> extract held back for a missing GL account mapping) never reach
*> the GL side until Multiplier GLCUT cuts them, so they are listed
*> with the unconfirmed runs and keep the step at RETURN-CODE 4.

ENVIRONMENT DIVISION.

    05  GLX-BUSINESS-DATE                  PIC 9(8).
    05  GLX-RECORD-COUNT                   PIC 9(6).
    05  GLX-AMOUNT                         PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  GLX-SOURCE-CODE                    PIC X(3).
    05  GLX-CURRENCY-CODE                  PIC X(3).
    05  GLX-GL-ACCOUNT                     PIC X(10).
    05  GLX-COST-CENTRE                    PIC X(6).
    05  GLX-ORIG-AMOUNT                    PIC S9(9)V99 SIGN LEADING SEPARATE.
01  GL-EXTRACT-TRAILER.
    05  GLT-RECORD-TYPE                    PIC X(1).
    05  GLT-LINE-COUNT                     PIC 9(6).
        88  RCT-GL-ACK-PENDING             VALUE "P".
        88  RCT-GL-ACKNOWLEDGED            VALUE "A".
        88  RCT-GL-REJECTED                VALUE "R".
        88  RCT-GL-UNMAPPED                VALUE "U".
    05  RCT-GL-ACK-TS                      PIC X(21).

FD  ACK-REPORT.
01  WS-VERDICT                          PIC X(1) VALUE SPACE.
01  WS-PENDING-COUNT                    PIC 9(3) VALUE ZERO.
01  WS-REJECTED-COUNT                   PIC 9(3) VALUE ZERO.
01  WS-UNMAPPED-COUNT                   PIC 9(3) VALUE ZERO.

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-REPORT-LINE                      PIC X(80).
    MOVE SPACE TO WS-TARGET-PRIOR-STATUS.
    MOVE ZERO TO WS-PENDING-COUNT.
    MOVE ZERO TO WS-REJECTED-COUNT.
    MOVE ZERO TO WS-UNMAPPED-COUNT.
    MOVE ZERO TO RCT-RUN-ID.
    MOVE "N" TO WS-RUNCTL-EOF-SW.
    START RUN-CONTROL-FILE KEY IS NOT LESS THAN RCT-RUN-ID
                    MOVE RCT-RUN-ID TO WS-REJECTED-RUN-ID
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
                IF RCT-GL-UNMAPPED
                    ADD 1 TO WS-UNMAPPED-COUNT
                END-IF
        END-READ
        IF WS-RUNCTL-STATUS NOT = "00"
            SET RUNCTL-EOF TO TRUE
    END-IF.

LIST-UNCONFIRMED-RUNS.
    *> Everything still pending, rejected or never cut for want of a
    *> GL account mapping keeps appearing here until it is resolved -
    *> a feed that was never acknowledged must not fade quietly from
    *> view.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
            AT END
                SET RUNCTL-EOF TO TRUE
            NOT AT END
                IF (RCT-RUN-MODE = "BATCH"
                  AND (RCT-GL-ACK-PENDING OR RCT-GL-REJECTED))
                  OR RCT-GL-UNMAPPED
                    PERFORM PRINT-UNCONFIRMED-LINE
                END-IF
        END-READ
        END-IF
    END-PERFORM.
    IF WS-PENDING-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
      AND WS-UNMAPPED-COUNT = ZERO
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "  (none)" TO WS-REPORT-LINE
        WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
