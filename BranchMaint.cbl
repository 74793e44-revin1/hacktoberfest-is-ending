      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BranchMaint.
AUTHOR.  Michael Coughlan.
*> Maintenance program for BRANCH-MASTER, the indexed branch master
*> BRANCH.DAT that Multiplier, HoldRelease and MonthBill read. One
*> record per source code carries everything known about the branch:
*> its name, contact name and telephone, its status (A=active,
*> S=suspended, C=closed), the weekdays it trades (five Y/N bytes,
*> Monday to Friday), its posting limits (the largest Num1 and the
*> largest base-currency Result it may post without a supervisor's
*> release, zero meaning no limit), its billing tariff per
*> calculation (zero meaning MonthBill's run tariff), its default
*> currency for details sent without one (blank meaning the base
*> currency) and its sales tax jurisdiction (blank meaning the
*> default jurisdiction, the "***" record on TAXJUR.DAT). The master
*> is the only place Multiplier looks for a branch's jurisdiction.
*>
*> Multiplier expects a block from every active branch on each of its
*> trading days and rejects a suspended or closed branch's block, or
*> one from a code not on the master, at balancing. Suspending rather
*> than deleting is the usual way to stop a branch posting - the
*> ledger and the audit trails keep pointing at a real record, and
*> a closed branch stays on file for its statement history.
*>
*> The screen works one branch at a time in the style of OperMaint's
*> maintenance screen (A=Add, C=Change, D=Delete, Q=Quit). 1st
*> command-line argument is the operator ID; if omitted, the screen
*> prompts for it. The branch master is security custody, so the
*> operator must hold the security-administration authority on the
*> operator master; a refusal is logged to the security log.
*>
*> Every successful add/change/delete writes a BRNAUDIT.DAT record
*> carrying the timestamp, the maintaining operator, the action, the
*> branch code and the before/after images of the branch's details,
*> so "who suspended this branch, or raised its limit, and when" can
*> always be answered, as OPRAUDIT.DAT answers it for operators.
*>
*> 2nd command-line argument CONVERT seeds the master, without the
*> screen, from the branch lists that came before it: EXPSRC.DAT
*> (the branches expected every business day - they trade Monday to
*> Friday), LIMITS.DAT (their Num1/Result limits) and TAXJUR.DAT
*> (their tax jurisdictions). Every code found is added active; a
*> code not on EXPSRC.DAT is added trading no days, so it may post
*> but is not chased when it sends nothing. A code already on the
*> master is left as it is, so the conversion can be rerun. Names
*> and contacts are then keyed on the screen. Each branch added is
*> audited under action "A" like a screen add.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-MASTER ASSIGN TO "BRANCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BRM-SOURCE-CODE
        FILE STATUS IS WS-BRANCH-STATUS.

    SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRNAUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRNAUDIT-STATUS.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OPM-OPERATOR-ID
        FILE STATUS IS WS-OPERMAST-STATUS.

    SELECT SECURITY-LOG ASSIGN TO "SECLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

    SELECT EXPSRC-FILE ASSIGN TO "EXPSRC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPSRC-STATUS.

    SELECT LIMITS-FILE ASSIGN TO "LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIMITS-STATUS.

    SELECT TAXJUR-FILE ASSIGN TO "TAXJUR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAXJUR-STATUS.

DATA DIVISION.

FILE SECTION.
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

FD  BRANCH-AUDIT-FILE.
01  BRANCH-AUDIT-RECORD.
    05  BAU-TIMESTAMP                      PIC X(21).
    05  BAU-OPERATOR-ID                    PIC X(8).
    05  BAU-ACTION                         PIC X(1).
    05  BAU-SOURCE-CODE                    PIC X(3).
    05  BAU-OLD-IMAGE                      PIC X(102).
    05  BAU-NEW-IMAGE                      PIC X(102).

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

FD  EXPSRC-FILE.
01  EXPSRC-RECORD.
    05  EXP-SOURCE-CODE                    PIC X(3).

FD  LIMITS-FILE.
01  LIMITS-RECORD.
    05  LIM-SOURCE-CODE                    PIC X(3).
    05  LIM-MAX-NUM1                       PIC 9(7)V99.
    05  LIM-MAX-RESULT                     PIC 9(9)V99.

FD  TAXJUR-FILE.
01  TAXJUR-RECORD.
    05  TXJ-REC-SOURCE-CODE                PIC X(3).
    05  TXJ-REC-JURISDICTION               PIC X(3).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-OPERATOR-ID                      PIC X(8) VALUE SPACES.
01  WS-RUN-MODE                         PIC X(8) VALUE SPACES.

01  WS-BRANCH-STATUS                    PIC XX VALUE "00".
01  WS-BRNAUDIT-STATUS                  PIC XX VALUE "00".
01  WS-MASTER-OK-SW                     PIC X VALUE "Y".
    88  MASTER-AVAILABLE                VALUE "Y".
01  WS-OPERMAST-STATUS                  PIC XX VALUE "00".
01  WS-SECLOG-STATUS                    PIC XX VALUE "00".
01  WS-AUTH-OK-SW                       PIC X VALUE "Y".
    88  OPERATOR-AUTHORIZED             VALUE "Y".
01  WS-AUTH-OUTCOME                     PIC X(8) VALUE SPACES.
01  WS-MAINT-DONE-SW                    PIC X VALUE "N".
    88  MAINT-DONE                      VALUE "Y".
01  WS-DAY-TALLY                        PIC 9(2) VALUE ZERO.

01  WS-EXPSRC-STATUS                    PIC XX VALUE "00".
01  WS-LIMITS-STATUS                    PIC XX VALUE "00".
01  WS-TAXJUR-STATUS                    PIC XX VALUE "00".
01  WS-CONVERT-EOF-SW                   PIC X VALUE "N".
    88  CONVERT-EOF                     VALUE "Y".
01  WS-CONVERT-CODE                     PIC X(3) VALUE SPACES.
01  WS-CONVERT-COUNT                    PIC 9(3) VALUE ZERO.
01  WS-CONVERT-SUB                      PIC 9(3) VALUE ZERO.
01  WS-CONVERT-FOUND-SW                 PIC X VALUE "N".
    88  CONVERT-ENTRY-FOUND             VALUE "Y".
01  WS-CONVERT-ADDED                    PIC 9(3) VALUE ZERO.
01  WS-CONVERT-KEPT                     PIC 9(3) VALUE ZERO.
01  WS-CONVERT-DROPPED                  PIC 9(3) VALUE ZERO.
*> The branches the old lists know about, gathered before any is
*> written so a code on all three files becomes one record.
01  WS-CONVERT-TABLE.
    05  WS-CONVERT-ENTRY OCCURS 100.
        10  CNV-SOURCE-CODE             PIC X(3).
        10  CNV-TRADING-DAYS            PIC X(5).
        10  CNV-MAX-NUM1                PIC 9(7)V99.
        10  CNV-MAX-RESULT              PIC 9(9)V99.
        10  CNV-TAX-JURISDICTION        PIC X(3).

01  WS-CHG-ACTION                       PIC X VALUE SPACE.
01  WS-CHG-SOURCE-CODE                  PIC X(3) VALUE SPACES.
*> The branch image is every field after the key in the order it
*> sits on the record, but with the packed amounts unpacked, so the
*> audit row shows a readable before/after picture in 102 bytes.
01  WS-CHG-NEW-IMAGE.
    05  WS-CHG-BRANCH-NAME              PIC X(30) VALUE SPACES.
    05  WS-CHG-CONTACT-NAME             PIC X(20) VALUE SPACES.
    05  WS-CHG-CONTACT-PHONE            PIC X(15) VALUE SPACES.
    05  WS-CHG-STATUS                   PIC X(1) VALUE "A".
        88  CHG-STATUS-VALID            VALUE "A" "S" "C".
    05  WS-CHG-TRADING-DAYS             PIC X(5) VALUE "YYYYY".
    05  WS-CHG-MAX-NUM1                 PIC 9(7)V99 VALUE ZERO.
    05  WS-CHG-MAX-RESULT               PIC 9(9)V99 VALUE ZERO.
    05  WS-CHG-TARIFF                   PIC 9(3)V99 VALUE ZERO.
    05  WS-CHG-DEFAULT-CURRENCY         PIC X(3) VALUE SPACES.
    05  WS-CHG-TAX-JURISDICTION         PIC X(3) VALUE SPACES.
01  WS-CHG-OLD-IMAGE                    PIC X(102) VALUE SPACES.
01  WS-MASTER-IMAGE.
    05  WS-IMG-BRANCH-NAME              PIC X(30).
    05  WS-IMG-CONTACT-NAME             PIC X(20).
    05  WS-IMG-CONTACT-PHONE            PIC X(15).
    05  WS-IMG-STATUS                   PIC X(1).
    05  WS-IMG-TRADING-DAYS             PIC X(5).
    05  WS-IMG-MAX-NUM1                 PIC 9(7)V99.
    05  WS-IMG-MAX-RESULT               PIC 9(9)V99.
    05  WS-IMG-TARIFF                   PIC 9(3)V99.
    05  WS-IMG-DEFAULT-CURRENCY         PIC X(3).
    05  WS-IMG-TAX-JURISDICTION         PIC X(3).
01  WS-MAINT-MESSAGE                    PIC X(40) VALUE SPACES.

SCREEN SECTION.
01  BRANCH-MAINT-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "BRANCH MASTER MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "Branch Code    : ".
    05  LINE 3  COLUMN 20 PIC X(3)       USING WS-CHG-SOURCE-CODE.
    05  LINE 4  COLUMN 1  VALUE "Name           : ".
    05  LINE 4  COLUMN 20 PIC X(30)      USING WS-CHG-BRANCH-NAME.
    05  LINE 5  COLUMN 1  VALUE "Contact        : ".
    05  LINE 5  COLUMN 20 PIC X(20)      USING WS-CHG-CONTACT-NAME.
    05  LINE 6  COLUMN 1  VALUE "Telephone      : ".
    05  LINE 6  COLUMN 20 PIC X(15)      USING WS-CHG-CONTACT-PHONE.
    05  LINE 7  COLUMN 1  VALUE "Status (A/S/C) : ".
    05  LINE 7  COLUMN 20 PIC X          USING WS-CHG-STATUS.
    05  LINE 8  COLUMN 1  VALUE "Trades M-F Y/N : ".
    05  LINE 8  COLUMN 20 PIC X(5)       USING WS-CHG-TRADING-DAYS.
    05  LINE 9  COLUMN 1  VALUE "Max Num1       : ".
    05  LINE 9  COLUMN 20 PIC 9(7)V99    USING WS-CHG-MAX-NUM1.
    05  LINE 10 COLUMN 1  VALUE "Max Result     : ".
    05  LINE 10 COLUMN 20 PIC 9(9)V99    USING WS-CHG-MAX-RESULT.
    05  LINE 11 COLUMN 1  VALUE "Tariff         : ".
    05  LINE 11 COLUMN 20 PIC 9(3)V99    USING WS-CHG-TARIFF.
    05  LINE 12 COLUMN 1  VALUE "Currency       : ".
    05  LINE 12 COLUMN 20 PIC X(3)       USING WS-CHG-DEFAULT-CURRENCY.
    05  LINE 13 COLUMN 1  VALUE "Jurisdiction   : ".
    05  LINE 13 COLUMN 20 PIC X(3)       USING WS-CHG-TAX-JURISDICTION.
    05  LINE 15 COLUMN 1
        VALUE "Action (A=Add, C=Change, D=Delete, Q=Quit) : ".
    05  LINE 15 COLUMN 47 PIC X         USING WS-CHG-ACTION.
    05  LINE 17 COLUMN 1  PIC X(40)     FROM WS-MAINT-MESSAGE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-OPERATOR-ID WS-RUN-MODE.
    IF WS-OPERATOR-ID = SPACES
        DISPLAY "Enter operator ID   : " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-IF.
    PERFORM CHECK-OPERATOR-AUTHORITY.
    IF NOT OPERATOR-AUTHORIZED
        DISPLAY "Operator " WS-OPERATOR-ID " not authorized for "
            "branch maintenance - run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-BRANCH-MASTER.
    IF NOT MASTER-AVAILABLE
        DISPLAY "Branch master open error, status = " WS-BRANCH-STATUS
            " - no changes applied."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND BRANCH-AUDIT-FILE.
    IF WS-BRNAUDIT-STATUS = "35"
        OPEN OUTPUT BRANCH-AUDIT-FILE
    END-IF.
    IF WS-RUN-MODE = "CONVERT"
        PERFORM CONVERT-BRANCH-LISTS
    ELSE
        PERFORM SCREEN-MAINTENANCE
    END-IF.
    CLOSE BRANCH-MASTER.
    CLOSE BRANCH-AUDIT-FILE.
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    *> Sign-on check against the operator master: the branch master
    *> decides who may post at all, so it rides on the security-
    *> administration authority, as the operator master does. An
    *> unknown or unauthorized ID is refused and logged to the security
    *> log; a missing master bypasses the check with a loud warning.
    MOVE "Y" TO WS-AUTH-OK-SW.
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
                IF NOT OPM-ACTIVE OR OPM-AUTH-SECURITY NOT = "Y"
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
        MOVE "BRANCHMAINT" TO SEC-PROGRAM
        MOVE "SECURITY" TO SEC-FUNCTION
        MOVE WS-AUTH-OUTCOME TO SEC-OUTCOME
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG
    END-IF.

OPEN-BRANCH-MASTER.
    *> Opened I-O for update, created on first use the way OperMaint
    *> creates OPERATOR-MASTER.
    MOVE "Y" TO WS-MASTER-OK-SW.
    OPEN I-O BRANCH-MASTER.
    IF WS-BRANCH-STATUS = "35"
        OPEN OUTPUT BRANCH-MASTER
        CLOSE BRANCH-MASTER
        OPEN I-O BRANCH-MASTER
    END-IF.
    IF WS-BRANCH-STATUS NOT = "00"
        MOVE "N" TO WS-MASTER-OK-SW
    END-IF.

SCREEN-MAINTENANCE.
    MOVE "N" TO WS-MAINT-DONE-SW.
    PERFORM UNTIL MAINT-DONE
        MOVE SPACES TO WS-CHG-SOURCE-CODE
        MOVE SPACES TO WS-CHG-BRANCH-NAME
        MOVE SPACES TO WS-CHG-CONTACT-NAME
        MOVE SPACES TO WS-CHG-CONTACT-PHONE
        MOVE "A" TO WS-CHG-STATUS
        MOVE "YYYYY" TO WS-CHG-TRADING-DAYS
        MOVE ZERO TO WS-CHG-MAX-NUM1
        MOVE ZERO TO WS-CHG-MAX-RESULT
        MOVE ZERO TO WS-CHG-TARIFF
        MOVE SPACES TO WS-CHG-DEFAULT-CURRENCY
        MOVE SPACES TO WS-CHG-TAX-JURISDICTION
        MOVE SPACE TO WS-CHG-ACTION
        DISPLAY BRANCH-MAINT-SCREEN
        ACCEPT BRANCH-MAINT-SCREEN
        IF WS-CHG-ACTION = "Q"
            SET MAINT-DONE TO TRUE
        ELSE
            PERFORM APPLY-BRANCH-CHANGE
        END-IF
    END-PERFORM.

APPLY-BRANCH-CHANGE.
    MOVE SPACES TO WS-MAINT-MESSAGE.
    MOVE ZERO TO WS-DAY-TALLY.
    INSPECT WS-CHG-TRADING-DAYS TALLYING WS-DAY-TALLY
        FOR ALL "Y" ALL "N".
    EVALUATE TRUE
        WHEN WS-CHG-SOURCE-CODE = SPACES
            MOVE "Branch code required." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-ACTION NOT = "D" AND NOT CHG-STATUS-VALID
            MOVE "Status must be A, S or C." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-ACTION NOT = "D" AND WS-DAY-TALLY NOT = 5
            MOVE "Trading days must be five Y/N flags."
                TO WS-MAINT-MESSAGE
        WHEN OTHER
            MOVE WS-CHG-SOURCE-CODE TO BRM-SOURCE-CODE
            EVALUATE WS-CHG-ACTION
                WHEN "A"
                    PERFORM ADD-BRANCH-RECORD
                WHEN "C"
                    PERFORM CHANGE-BRANCH-RECORD
                WHEN "D"
                    PERFORM DELETE-BRANCH-RECORD
                WHEN OTHER
                    MOVE "Invalid action - use A, C, D or Q."
                        TO WS-MAINT-MESSAGE
            END-EVALUATE
    END-EVALUATE.

ADD-BRANCH-RECORD.
    READ BRANCH-MASTER
        INVALID KEY
            MOVE SPACES TO WS-CHG-OLD-IMAGE
            PERFORM BUILD-MASTER-FROM-SCREEN
            WRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    MOVE "Branch master write error."
                        TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Branch added." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-BRANCH-AUDIT-RECORD
            END-WRITE
        NOT INVALID KEY
            MOVE "Branch already on file - use C."
                TO WS-MAINT-MESSAGE
    END-READ.

CHANGE-BRANCH-RECORD.
    READ BRANCH-MASTER
        INVALID KEY
            MOVE "Branch not on file - use A." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            PERFORM SAVE-OLD-IMAGE
            PERFORM BUILD-MASTER-FROM-SCREEN
            REWRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    MOVE "Branch master rewrite error."
                        TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Branch changed." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-BRANCH-AUDIT-RECORD
            END-REWRITE
    END-READ.

DELETE-BRANCH-RECORD.
    READ BRANCH-MASTER
        INVALID KEY
            MOVE "Branch not on file." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            PERFORM SAVE-OLD-IMAGE
            MOVE SPACES TO WS-CHG-NEW-IMAGE
            DELETE BRANCH-MASTER RECORD
                INVALID KEY
                    MOVE "Branch master delete error."
                        TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Branch deleted." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-BRANCH-AUDIT-RECORD
            END-DELETE
    END-READ.

BUILD-MASTER-FROM-SCREEN.
    MOVE WS-CHG-SOURCE-CODE TO BRM-SOURCE-CODE.
    MOVE WS-CHG-BRANCH-NAME TO BRM-BRANCH-NAME.
    MOVE WS-CHG-CONTACT-NAME TO BRM-CONTACT-NAME.
    MOVE WS-CHG-CONTACT-PHONE TO BRM-CONTACT-PHONE.
    MOVE WS-CHG-STATUS TO BRM-STATUS.
    MOVE WS-CHG-TRADING-DAYS TO BRM-TRADING-DAYS.
    MOVE WS-CHG-MAX-NUM1 TO BRM-MAX-NUM1.
    MOVE WS-CHG-MAX-RESULT TO BRM-MAX-RESULT.
    MOVE WS-CHG-TARIFF TO BRM-TARIFF.
    MOVE WS-CHG-DEFAULT-CURRENCY TO BRM-DEFAULT-CURRENCY.
    MOVE WS-CHG-TAX-JURISDICTION TO BRM-TAX-JURISDICTION.

SAVE-OLD-IMAGE.
    MOVE BRM-BRANCH-NAME TO WS-IMG-BRANCH-NAME.
    MOVE BRM-CONTACT-NAME TO WS-IMG-CONTACT-NAME.
    MOVE BRM-CONTACT-PHONE TO WS-IMG-CONTACT-PHONE.
    MOVE BRM-STATUS TO WS-IMG-STATUS.
    MOVE BRM-TRADING-DAYS TO WS-IMG-TRADING-DAYS.
    MOVE BRM-MAX-NUM1 TO WS-IMG-MAX-NUM1.
    MOVE BRM-MAX-RESULT TO WS-IMG-MAX-RESULT.
    MOVE BRM-TARIFF TO WS-IMG-TARIFF.
    MOVE BRM-DEFAULT-CURRENCY TO WS-IMG-DEFAULT-CURRENCY.
    MOVE BRM-TAX-JURISDICTION TO WS-IMG-TAX-JURISDICTION.
    MOVE WS-MASTER-IMAGE TO WS-CHG-OLD-IMAGE.

WRITE-BRANCH-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO BAU-TIMESTAMP.
    MOVE WS-OPERATOR-ID TO BAU-OPERATOR-ID.
    MOVE WS-CHG-ACTION TO BAU-ACTION.
    MOVE WS-CHG-SOURCE-CODE TO BAU-SOURCE-CODE.
    MOVE WS-CHG-OLD-IMAGE TO BAU-OLD-IMAGE.
    MOVE WS-CHG-NEW-IMAGE TO BAU-NEW-IMAGE.
    WRITE BRANCH-AUDIT-RECORD.

CONVERT-BRANCH-LISTS.
    *> One-off seeding from the old lists. Each file is optional - a
    *> shop that never had limits simply has none to bring across.
    MOVE ZERO TO WS-CONVERT-COUNT.
    MOVE ZERO TO WS-CONVERT-ADDED.
    MOVE ZERO TO WS-CONVERT-KEPT.
    MOVE ZERO TO WS-CONVERT-DROPPED.
    PERFORM LOAD-EXPECTED-SOURCES.
    PERFORM LOAD-SOURCE-LIMITS.
    PERFORM LOAD-SOURCE-JURISDICTIONS.
    PERFORM VARYING WS-CONVERT-SUB FROM 1 BY 1
        UNTIL WS-CONVERT-SUB > WS-CONVERT-COUNT
        PERFORM WRITE-CONVERTED-BRANCH
    END-PERFORM.
    DISPLAY "Branches added    : " WS-CONVERT-ADDED.
    DISPLAY "Already on master : " WS-CONVERT-KEPT.
    IF WS-CONVERT-DROPPED > ZERO
        DISPLAY "Not converted (over 100 branches) : "
            WS-CONVERT-DROPPED
        MOVE 4 TO RETURN-CODE
    END-IF.

LOAD-EXPECTED-SOURCES.
    MOVE "N" TO WS-CONVERT-EOF-SW.
    OPEN INPUT EXPSRC-FILE.
    IF WS-EXPSRC-STATUS = "00"
        PERFORM UNTIL CONVERT-EOF
            READ EXPSRC-FILE
                AT END
                    SET CONVERT-EOF TO TRUE
                NOT AT END
                    IF EXP-SOURCE-CODE NOT = SPACES
                        MOVE EXP-SOURCE-CODE TO WS-CONVERT-CODE
                        PERFORM FIND-CONVERT-ENTRY
                        IF CONVERT-ENTRY-FOUND
                            MOVE "YYYYY"
                                TO CNV-TRADING-DAYS (WS-CONVERT-SUB)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXPSRC-FILE
    ELSE
        DISPLAY "Expected-sources registry not available, status = "
            WS-EXPSRC-STATUS " - no trading days converted."
    END-IF.

LOAD-SOURCE-LIMITS.
    MOVE "N" TO WS-CONVERT-EOF-SW.
    OPEN INPUT LIMITS-FILE.
    IF WS-LIMITS-STATUS = "00"
        PERFORM UNTIL CONVERT-EOF
            READ LIMITS-FILE
                AT END
                    SET CONVERT-EOF TO TRUE
                NOT AT END
                    IF LIM-SOURCE-CODE NOT = SPACES
                      AND LIM-MAX-NUM1 NUMERIC
                      AND LIM-MAX-RESULT NUMERIC
                        MOVE LIM-SOURCE-CODE TO WS-CONVERT-CODE
                        PERFORM FIND-CONVERT-ENTRY
                        IF CONVERT-ENTRY-FOUND
                            MOVE LIM-MAX-NUM1
                                TO CNV-MAX-NUM1 (WS-CONVERT-SUB)
                            MOVE LIM-MAX-RESULT
                                TO CNV-MAX-RESULT (WS-CONVERT-SUB)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIMITS-FILE
    ELSE
        DISPLAY "Limits file not available, status = "
            WS-LIMITS-STATUS " - no limits converted."
    END-IF.

LOAD-SOURCE-JURISDICTIONS.
    *> Source "***" on TAXJUR.DAT is the default jurisdiction, not a
    *> branch, and stays where it is.
    MOVE "N" TO WS-CONVERT-EOF-SW.
    OPEN INPUT TAXJUR-FILE.
    IF WS-TAXJUR-STATUS = "00"
        PERFORM UNTIL CONVERT-EOF
            READ TAXJUR-FILE
                AT END
                    SET CONVERT-EOF TO TRUE
                NOT AT END
                    IF TXJ-REC-SOURCE-CODE NOT = SPACES
                      AND TXJ-REC-SOURCE-CODE NOT = "***"
                        MOVE TXJ-REC-SOURCE-CODE TO WS-CONVERT-CODE
                        PERFORM FIND-CONVERT-ENTRY
                        IF CONVERT-ENTRY-FOUND
                            MOVE TXJ-REC-JURISDICTION
                                TO CNV-TAX-JURISDICTION (WS-CONVERT-SUB)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TAXJUR-FILE
    ELSE
        DISPLAY "Tax jurisdiction file not available, status = "
            WS-TAXJUR-STATUS " - no jurisdictions converted."
    END-IF.

FIND-CONVERT-ENTRY.
    *> Leaves WS-CONVERT-SUB on WS-CONVERT-CODE's entry, adding one
    *> (trading no days, no limits) the first time a code is seen.
    MOVE "N" TO WS-CONVERT-FOUND-SW.
    PERFORM VARYING WS-CONVERT-SUB FROM 1 BY 1
        UNTIL WS-CONVERT-SUB > WS-CONVERT-COUNT OR CONVERT-ENTRY-FOUND
        IF CNV-SOURCE-CODE (WS-CONVERT-SUB) = WS-CONVERT-CODE
            SET CONVERT-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF CONVERT-ENTRY-FOUND
        SUBTRACT 1 FROM WS-CONVERT-SUB
    ELSE
        IF WS-CONVERT-COUNT < 100
            ADD 1 TO WS-CONVERT-COUNT
            MOVE WS-CONVERT-COUNT TO WS-CONVERT-SUB
            MOVE WS-CONVERT-CODE TO CNV-SOURCE-CODE (WS-CONVERT-SUB)
            MOVE "NNNNN" TO CNV-TRADING-DAYS (WS-CONVERT-SUB)
            MOVE ZERO TO CNV-MAX-NUM1 (WS-CONVERT-SUB)
            MOVE ZERO TO CNV-MAX-RESULT (WS-CONVERT-SUB)
            MOVE SPACES TO CNV-TAX-JURISDICTION (WS-CONVERT-SUB)
            SET CONVERT-ENTRY-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-CONVERT-DROPPED
        END-IF
    END-IF.

WRITE-CONVERTED-BRANCH.
    MOVE "A" TO WS-CHG-ACTION.
    MOVE CNV-SOURCE-CODE (WS-CONVERT-SUB) TO WS-CHG-SOURCE-CODE.
    MOVE SPACES TO WS-CHG-BRANCH-NAME.
    MOVE SPACES TO WS-CHG-CONTACT-NAME.
    MOVE SPACES TO WS-CHG-CONTACT-PHONE.
    MOVE "A" TO WS-CHG-STATUS.
    MOVE CNV-TRADING-DAYS (WS-CONVERT-SUB) TO WS-CHG-TRADING-DAYS.
    MOVE CNV-MAX-NUM1 (WS-CONVERT-SUB) TO WS-CHG-MAX-NUM1.
    MOVE CNV-MAX-RESULT (WS-CONVERT-SUB) TO WS-CHG-MAX-RESULT.
    MOVE ZERO TO WS-CHG-TARIFF.
    MOVE SPACES TO WS-CHG-DEFAULT-CURRENCY.
    MOVE CNV-TAX-JURISDICTION (WS-CONVERT-SUB)
        TO WS-CHG-TAX-JURISDICTION.
    MOVE SPACES TO WS-CHG-OLD-IMAGE.
    PERFORM BUILD-MASTER-FROM-SCREEN.
    WRITE BRANCH-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-CONVERT-KEPT
        NOT INVALID KEY
            ADD 1 TO WS-CONVERT-ADDED
            PERFORM WRITE-BRANCH-AUDIT-RECORD
    END-WRITE.
