PROGRAM-ID.  HoldRelease.
AUTHOR.  Michael Coughlan.
*> Supervisor release screen for the large-value hold queue. A batch
*> detail over its branch's posting limit on the branch master
*> BRANCH.DAT is valid but suspicious, so Multiplier writes it to
*> HELD.DAT instead of posting it; this
*> screen pages through the held ("H") records in the style of
*> Multiplier's EXCEPTION-REVIEW-SCREEN and lets a supervisor approve
*> each one to post or return it to the branch.
*> "R" (released) or "B" (returned to branch), stamped with the
*> resolving supervisor and timestamp, and rewritten in place.
*>
*> A held record whose business date falls in a closed accounting
*> period (PERIOD.DAT, see PeriodClose) follows that period's policy
*> for late postings: where late postings are refused, approval is
*> refused and the record stays held (returning it to the branch is
*> still allowed); where they roll forward, it is approved and the
*> capture carries the business date it is rolled from, so the CORR
*> run flags the posting on RESULT-FILE, the ledger and its control
*> report.
*>
*> A record returned to the branch is registered on the returns
*> register RETURNS.DAT under reference "H" and its hold number, with
*> its hold reason and the values the branch sent; Multiplier's next
*> batch run cuts it to that branch's return file RTNsss.DAT.
*>
*> The held record carries the sales tax class the detail was priced
*> under and an approval passes it on to the capture, so the CORR run
*> taxes the released extension the way the batch would have.
*> Its product code and price source go across the same way, so a
*> released hold turns up in SalesRpt under the product it sold.
*> A held reversal carries the ledger key of the original Multiplier
*> matched it to, and the capture passes that on too, so the CORR run
*> can count the release against the original on REVTRK.DAT.
*>
*> The screen shows the branch's name and status from the branch
*> master. A branch suspended or closed since the hold may not have
*> anything approved into the books - the record stays held until the
*> branch is reinstated, or is returned. With no master on file every
*> branch is treated as active.
*>
*> 1st command-line argument is the supervisor's operator ID; if
*> omitted, the program prompts for it. Release is correction work by
*> another name, so it rides on the exception-correction authority of
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

    SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PER-MONTH
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT RETURNS-FILE ASSIGN TO "RETURNS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTN-REFERENCE
        FILE STATUS IS WS-RETURNS-STATUS.

    SELECT BRANCH-MASTER ASSIGN TO "BRANCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BRM-SOURCE-CODE
        FILE STATUS IS WS-BRANCH-STATUS.

DATA DIVISION.

FILE SECTION.
    05  HLD-CREATED-TS                     PIC X(21).
    05  HLD-RESOLVED-TS                    PIC X(21).
    05  HLD-RESOLVED-BY                    PIC X(8).
    05  HLD-TAX-CLASS                      PIC X(3).
    05  HLD-PRODUCT-CODE                   PIC X(6).
    05  HLD-PRICE-SOURCE                   PIC X(1).
    05  HLD-RUN-ID                         PIC 9(6).
    05  HLD-DETAIL-SEQ-NO                  PIC 9(6).
    05  HLD-REV-ORIG-KEY                   PIC X(23).

FD  RATES-FILE.
01  RATES-RECORD.
    05  CPO-SOURCE-CODE                    PIC X(3).
    05  CPO-OPERATOR-ID                    PIC X(8).
    05  CPO-TIMESTAMP                      PIC X(21).
    05  CPO-ROLLED-FROM-DATE               PIC 9(8).
    05  CPO-TAX-CLASS                      PIC X(3).
    05  CPO-PRODUCT-CODE                   PIC X(6).
    05  CPO-PRICE-SOURCE                   PIC X(1).
    05  CPO-REV-ORIG-KEY                   PIC X(23).

FD  OPERATOR-MASTER.
01  OPERATOR-MASTER-RECORD.
    05  SEC-FUNCTION                       PIC X(12).
    05  SEC-OUTCOME                        PIC X(8).

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

FD  RETURNS-FILE.
01  RETURNS-RECORD.
    05  RTN-REFERENCE.
        10  RTN-REF-TYPE                   PIC X(1).
            88  RTN-FROM-EXCEPTION         VALUE "E".
            88  RTN-FROM-BLOCK             VALUE "B".
            88  RTN-FROM-HOLD              VALUE "H".
        10  RTN-REF-RUN-ID                 PIC 9(6).
        10  RTN-REF-SEQ                    PIC 9(6).
    05  RTN-SOURCE-CODE                    PIC X(3).
    05  RTN-BUSINESS-DATE                  PIC 9(8).
    05  RTN-REASON-CODE                    PIC X(2).
    05  RTN-REASON-TEXT                    PIC X(20).
    05  RTN-RAW-NUM1                       PIC X(10).
    05  RTN-RAW-NUM2                       PIC X(10).
    05  RTN-CURRENCY-CODE                  PIC X(3).
    05  RTN-STATUS                         PIC X(1).
        88  RTN-PENDING                    VALUE "P".
        88  RTN-SENT                       VALUE "S".
        88  RTN-RESUBMITTED                VALUE "R".
        88  RTN-CORRECTED                  VALUE "C".
    05  RTN-CREATED-TS                     PIC X(21).
    05  RTN-CUT-TS                         PIC X(21).
    05  RTN-RESUB-TS                       PIC X(21).
    05  RTN-RESUB-RUN-ID                   PIC 9(6).

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
01  WS-OPERATOR-ID                      PIC X(8) VALUE SPACES.
01  WS-CORRPOST-STATUS                  PIC XX VALUE "00".
01  WS-OPERMAST-STATUS                  PIC XX VALUE "00".
01  WS-SECLOG-STATUS                    PIC XX VALUE "00".
01  WS-PERIOD-STATUS                    PIC XX VALUE "00".
01  WS-RETURNS-STATUS                   PIC XX VALUE "00".
01  WS-BRANCH-STATUS                    PIC XX VALUE "00".

01  WS-AUTH-OK-SW                       PIC X VALUE "Y".
    88  OPERATOR-AUTHORIZED             VALUE "Y".
01  WS-AUTH-OUTCOME                     PIC X(8) VALUE SPACES.
01  WS-RATES-AVAILABLE-SW               PIC X VALUE "Y".
    88  RATES-FILE-AVAILABLE            VALUE "Y".
01  WS-PERIOD-AVAILABLE-SW              PIC X VALUE "Y".
    88  PERIOD-FILE-AVAILABLE           VALUE "Y".
01  WS-HELD-DATE                        PIC 9(8) VALUE ZERO.
01  WS-HELD-DATE-PARTS REDEFINES WS-HELD-DATE.
    05  WS-HELD-MONTH                   PIC 9(6).
    05  FILLER                          PIC 9(2).
01  WS-ROLLED-FROM-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RETURNS-AVAILABLE-SW             PIC X VALUE "Y".
    88  RETURNS-REGISTER-AVAILABLE      VALUE "Y".
01  WS-BRANCH-AVAILABLE-SW              PIC X VALUE "Y".
    88  BRANCH-MASTER-AVAILABLE         VALUE "Y".
01  WS-BRANCH-NAME                      PIC X(30) VALUE SPACES.
01  WS-BRANCH-STATE                     PIC X(1) VALUE "A".
    88  HELD-BRANCH-ACTIVE              VALUE "A".
    88  HELD-BRANCH-SUSPENDED           VALUE "S".
    88  HELD-BRANCH-CLOSED              VALUE "C".
01  WS-BRANCH-STATE-TEXT                PIC X(9) VALUE SPACES.
01  WS-RETURN-NUM-SIGNED                PIC S9(7)V99 SIGN LEADING SEPARATE
                                             VALUE ZERO.
01  WS-RETURN-NUM-ALPHA REDEFINES WS-RETURN-NUM-SIGNED
                                        PIC X(10).

01  WS-RELEASE-DONE-SW                  PIC X VALUE "N".
    88  RELEASE-DONE                    VALUE "Y".
    05  LINE 3  COLUMN 20 PIC 9(6)       FROM HLD-SEQ-NO.
    05  LINE 4  COLUMN 1  VALUE "Source         : ".
    05  LINE 4  COLUMN 20 PIC X(3)       FROM HLD-SOURCE-CODE.
    05  LINE 4  COLUMN 25 PIC X(30)      FROM WS-BRANCH-NAME.
    05  LINE 4  COLUMN 57 PIC X(9)       FROM WS-BRANCH-STATE-TEXT.
    05  LINE 5  COLUMN 1  VALUE "Business Date  : ".
    05  LINE 5  COLUMN 20 PIC 9(8)       FROM HLD-BUSINESS-DATE.
    05  LINE 6  COLUMN 1  VALUE "Num1           : ".
        STOP RUN
    END-IF.
    PERFORM OPEN-RATES-FILE.
    PERFORM OPEN-PERIOD-FILE.
    PERFORM OPEN-RETURNS-REGISTER.
    PERFORM OPEN-BRANCH-MASTER.
    OPEN EXTEND CORR-POST-FILE.
    IF WS-CORRPOST-STATUS = "35"
        OPEN OUTPUT CORR-POST-FILE
    IF RATES-FILE-AVAILABLE
        CLOSE RATES-FILE
    END-IF.
    IF PERIOD-FILE-AVAILABLE
        CLOSE PERIOD-FILE
    END-IF.
    IF RETURNS-REGISTER-AVAILABLE
        CLOSE RETURNS-FILE
    END-IF.
    IF BRANCH-MASTER-AVAILABLE
        CLOSE BRANCH-MASTER
    END-IF.
    DISPLAY "Released " WS-RELEASED-COUNT
        ", returned " WS-RETURNED-COUNT "."
    DISPLAY "Run Multiplier CORR to post the released transactions.".
        MOVE "N" TO WS-RATES-AVAILABLE-SW
    END-IF.

OPEN-PERIOD-FILE.
    *> With no period file no month has ever been closed.
    MOVE "Y" TO WS-PERIOD-AVAILABLE-SW.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE "N" TO WS-PERIOD-AVAILABLE-SW
        DISPLAY "Period control file not available, status = "
            WS-PERIOD-STATUS " - every period treated as open."
    END-IF.

OPEN-RETURNS-REGISTER.
    *> Created the first time anything is returned. Without it a
    *> record cannot be returned at all - it would never reach the
    *> branch - so it stays held.
    MOVE "Y" TO WS-RETURNS-AVAILABLE-SW.
    OPEN I-O RETURNS-FILE.
    IF WS-RETURNS-STATUS = "35"
        OPEN OUTPUT RETURNS-FILE
        CLOSE RETURNS-FILE
        OPEN I-O RETURNS-FILE
    END-IF.
    IF WS-RETURNS-STATUS NOT = "00"
        MOVE "N" TO WS-RETURNS-AVAILABLE-SW
        DISPLAY "Returns register not available, status = "
            WS-RETURNS-STATUS " - records cannot be returned."
    END-IF.

OPEN-BRANCH-MASTER.
    *> With no branch master every branch is treated as active.
    MOVE "Y" TO WS-BRANCH-AVAILABLE-SW.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRANCH-STATUS NOT = "00"
        MOVE "N" TO WS-BRANCH-AVAILABLE-SW
        DISPLAY "Branch master not available, status = "
            WS-BRANCH-STATUS " - branch status not checked."
    END-IF.

RELEASE-HELD-RECORDS.
    MOVE "N" TO WS-RELEASE-DONE-SW.
    MOVE ZERO TO HLD-SEQ-NO.
        IF HELD-RECORD-FOUND
            MOVE SPACES TO WS-RELEASE-MESSAGE
            MOVE SPACE TO WS-RELEASE-ACTION
            PERFORM LOOKUP-HELD-BRANCH
            DISPLAY HOLD-RELEASE-SCREEN
            ACCEPT HOLD-RELEASE-SCREEN
            PERFORM PROCESS-RELEASE-ACTION
        END-READ
    END-PERFORM.

LOOKUP-HELD-BRANCH.
    *> A source code missing from the master is shown as such but not
    *> blocked - the master decides only what it knows about.
    MOVE SPACES TO WS-BRANCH-NAME.
    MOVE "A" TO WS-BRANCH-STATE.
    MOVE SPACES TO WS-BRANCH-STATE-TEXT.
    IF BRANCH-MASTER-AVAILABLE
        MOVE HLD-SOURCE-CODE TO BRM-SOURCE-CODE
        READ BRANCH-MASTER
            INVALID KEY
                MOVE "NOT ON BRANCH MASTER" TO WS-BRANCH-NAME
            NOT INVALID KEY
                MOVE BRM-BRANCH-NAME TO WS-BRANCH-NAME
                MOVE BRM-STATUS TO WS-BRANCH-STATE
        END-READ
    END-IF.
    EVALUATE TRUE
        WHEN HELD-BRANCH-SUSPENDED
            MOVE "SUSPENDED" TO WS-BRANCH-STATE-TEXT
        WHEN HELD-BRANCH-CLOSED
            MOVE "CLOSED" TO WS-BRANCH-STATE-TEXT
        WHEN OTHER
            MOVE "ACTIVE" TO WS-BRANCH-STATE-TEXT
    END-EVALUATE.

PROCESS-RELEASE-ACTION.
    EVALUATE WS-RELEASE-ACTION
        WHEN "Q"
        WHEN "A"
            PERFORM APPROVE-HELD-RECORD
        WHEN "B"
            IF RETURNS-REGISTER-AVAILABLE
                MOVE "B" TO HLD-STATUS
                MOVE FUNCTION CURRENT-DATE TO HLD-RESOLVED-TS
                MOVE WS-OPERATOR-ID TO HLD-RESOLVED-BY
                REWRITE HELD-RECORD
                PERFORM REGISTER-HELD-RETURN
                ADD 1 TO WS-RETURNED-COUNT
                DISPLAY "Returned to branch - seq " HLD-SEQ-NO
            ELSE
                DISPLAY "Returns register not available - record "
                    "left held."
            END-IF
        WHEN OTHER
            DISPLAY "Skipped - record left held."
    END-EVALUATE.

REGISTER-HELD-RETURN.
    *> The values go back in the same signed layout the branch sent
    *> them on TRANS-FILE, with the hold reason as the return reason.
    MOVE "H" TO RTN-REF-TYPE.
    MOVE ZERO TO RTN-REF-RUN-ID.
    MOVE HLD-SEQ-NO TO RTN-REF-SEQ.
    MOVE HLD-SOURCE-CODE TO RTN-SOURCE-CODE.
    MOVE HLD-BUSINESS-DATE TO RTN-BUSINESS-DATE.
    MOVE HLD-LIMIT-REASON TO RTN-REASON-CODE.
    MOVE "RETURNED BY SUPERVSR" TO RTN-REASON-TEXT.
    MOVE HLD-NUM1 TO WS-RETURN-NUM-SIGNED.
    MOVE WS-RETURN-NUM-ALPHA TO RTN-RAW-NUM1.
    MOVE HLD-NUM2 TO WS-RETURN-NUM-SIGNED.
    MOVE WS-RETURN-NUM-ALPHA TO RTN-RAW-NUM2.
    MOVE HLD-CURRENCY-CODE TO RTN-CURRENCY-CODE.
    SET RTN-PENDING TO TRUE.
    MOVE FUNCTION CURRENT-DATE TO RTN-CREATED-TS.
    MOVE SPACES TO RTN-CUT-TS.
    MOVE SPACES TO RTN-RESUB-TS.
    MOVE ZERO TO RTN-RESUB-RUN-ID.
    WRITE RETURNS-RECORD
        INVALID KEY
            DISPLAY "Returns register write error, hold seq = "
                HLD-SEQ-NO
    END-WRITE.

APPROVE-HELD-RECORD.
    *> The extension is recomputed here exactly as the batch would
    *> have computed it, conversion included; the capture then rides
    *> the corrections posting route so the transaction reaches
    *> RESULT-FILE, the audit trail and the GL adjustment extract
    *> under a registered run.
    MOVE "Y" TO WS-RELEASE-OK-SW.
    MOVE ZERO TO WS-ROLLED-FROM-DATE.
    IF NOT HELD-BRANCH-ACTIVE
        MOVE "N" TO WS-RELEASE-OK-SW
        MOVE "Branch not active - record left held."
            TO WS-RELEASE-MESSAGE
    ELSE
        PERFORM CHECK-RELEASE-PERIOD
    END-IF.
    IF RELEASE-CALCULATED
        PERFORM CALCULATE-RELEASE-RESULT
    END-IF.
    IF RELEASE-CALCULATED
        PERFORM WRITE-RELEASE-POSTING
        MOVE "R" TO HLD-STATUS
        MOVE WS-OPERATOR-ID TO HLD-RESOLVED-BY
        REWRITE HELD-RECORD
        ADD 1 TO WS-RELEASED-COUNT
        IF WS-ROLLED-FROM-DATE > ZERO
            DISPLAY "Approved to post - seq " HLD-SEQ-NO
                " - period closed, rolled forward"
        ELSE
            DISPLAY "Approved to post - seq " HLD-SEQ-NO
        END-IF
    ELSE
        DISPLAY "Not released - " WS-RELEASE-MESSAGE
    END-IF.

CHECK-RELEASE-PERIOD.
    *> The held record's own business date decides: a closed month
    *> refusing late postings keeps it held, one rolling them forward
    *> lets it post flagged with the date it came from.
    MOVE ZERO TO WS-ROLLED-FROM-DATE.
    IF PERIOD-FILE-AVAILABLE
        MOVE HLD-BUSINESS-DATE TO WS-HELD-DATE
        MOVE WS-HELD-MONTH TO PER-MONTH
        READ PERIOD-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PER-CLOSED
                    IF PER-ROLL-LATE
                        MOVE HLD-BUSINESS-DATE TO WS-ROLLED-FROM-DATE
                    ELSE
                        MOVE "N" TO WS-RELEASE-OK-SW
                        MOVE "Period closed - record left held."
                            TO WS-RELEASE-MESSAGE
                    END-IF
                END-IF
        END-READ
    END-IF.

CALCULATE-RELEASE-RESULT.
    MOVE "Y" TO WS-RELEASE-OK-SW.
    MULTIPLY HLD-NUM1 BY HLD-NUM2 GIVING WS-RESULT ROUNDED
    MOVE HLD-SOURCE-CODE TO CPO-SOURCE-CODE.
    MOVE WS-OPERATOR-ID TO CPO-OPERATOR-ID.
    MOVE FUNCTION CURRENT-DATE TO CPO-TIMESTAMP.
    MOVE WS-ROLLED-FROM-DATE TO CPO-ROLLED-FROM-DATE.
    MOVE HLD-TAX-CLASS TO CPO-TAX-CLASS.
    MOVE HLD-PRODUCT-CODE TO CPO-PRODUCT-CODE.
    MOVE HLD-PRICE-SOURCE TO CPO-PRICE-SOURCE.
    MOVE HLD-REV-ORIG-KEY TO CPO-REV-ORIG-KEY.
    WRITE CORR-POST-RECORD.
