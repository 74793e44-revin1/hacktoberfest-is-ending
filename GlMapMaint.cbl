      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GlMapMaint.
AUTHOR.  Michael Coughlan.
*> Maintenance program for GL-MAP-FILE, the indexed account mapping
*> that Multiplier reads when it cuts the GL extracts. Each mapping is
*> keyed by branch source code, posting class ("EXT" for extensions,
*> "REV" for reversals/adjustments, "TAX" for the sales tax on both -
*> debiting the account the tax is collected into and crediting the
*> tax liability) and currency code, and carries the
*> GL account the journal line debits, the GL account it credits and
*> the cost centre both lines are booked to. Multiplier writes one
*> balanced debit/credit pair per branch, currency and class from it;
*> a combination with no mapping stops the extract being cut, so a new
*> branch or a new currency is mapped here before it first posts.
*> Supports adding a mapping, changing one and deleting one from a
*> screen in the style of PriceMaint's maintenance screen.
*>
*> 1st command-line argument is the operator ID recorded on the
*> mapping audit file; if omitted, the screen prompts for it. The ID
*> needs the price (reference-data) authority on OPERMAST.DAT, the
*> same authority RateMaint and PriceMaint ask for.
*>
*> Every successful add/change/delete writes a GLMAP-AUDIT-FILE record
*> carrying the timestamp, operator ID, change source, action, the
*> mapping key and the old and new accounts and cost centre, so "who
*> re-pointed this branch's postings and when" can always be answered
*> from GLMAUDIT.DAT, the way PRCAUDIT.DAT answers it for prices.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-STATUS.

    SELECT GLMAP-AUDIT-FILE ASSIGN TO "GLMAUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OPM-OPERATOR-ID
        FILE STATUS IS WS-OPERMAST-STATUS.

    SELECT SECURITY-LOG ASSIGN TO "SECLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.

FILE SECTION.
FD  GL-MAP-FILE.
01  GL-MAP-RECORD.
    05  GLM-KEY.
        10  GLM-SOURCE-CODE                PIC X(3).
        10  GLM-POSTING-CLASS              PIC X(3).
        10  GLM-CURRENCY-CODE              PIC X(3).
    05  GLM-DEBIT-ACCOUNT                  PIC X(10).
    05  GLM-CREDIT-ACCOUNT                 PIC X(10).
    05  GLM-COST-CENTRE                    PIC X(6).

FD  GLMAP-AUDIT-FILE.
01  GLMAP-AUDIT-RECORD.
    05  GMA-TIMESTAMP                      PIC X(21).
    05  GMA-OPERATOR-ID                    PIC X(8).
    05  GMA-CHANGE-SOURCE                  PIC X(6).
    05  GMA-ACTION                         PIC X(1).
    05  GMA-SOURCE-CODE                    PIC X(3).
    05  GMA-POSTING-CLASS                  PIC X(3).
    05  GMA-CURRENCY-CODE                  PIC X(3).
    05  GMA-OLD-DEBIT-ACCOUNT              PIC X(10).
    05  GMA-OLD-CREDIT-ACCOUNT             PIC X(10).
    05  GMA-OLD-COST-CENTRE                PIC X(6).
    05  GMA-NEW-DEBIT-ACCOUNT              PIC X(10).
    05  GMA-NEW-CREDIT-ACCOUNT             PIC X(10).
    05  GMA-NEW-COST-CENTRE                PIC X(6).

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

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-OPERATOR-ID                      PIC X(8) VALUE SPACES.

01  WS-GLMAP-STATUS                     PIC XX VALUE "00".
01  WS-MASTER-OK-SW                     PIC X VALUE "Y".
    88  MASTER-AVAILABLE                VALUE "Y".
01  WS-OPERMAST-STATUS                  PIC XX VALUE "00".
01  WS-SECLOG-STATUS                    PIC XX VALUE "00".
01  WS-AUTH-OK-SW                       PIC X VALUE "Y".
    88  OPERATOR-AUTHORIZED             VALUE "Y".
01  WS-AUTH-OUTCOME                     PIC X(8) VALUE SPACES.
01  WS-MAINT-DONE-SW                    PIC X VALUE "N".
    88  MAINT-DONE                      VALUE "Y".

01  WS-CHG-ACTION                       PIC X VALUE SPACE.
01  WS-CHG-SOURCE-CODE                  PIC X(3) VALUE SPACES.
01  WS-CHG-POSTING-CLASS                PIC X(3) VALUE SPACES.
    88  POSTING-CLASS-VALID             VALUE "EXT" "REV" "TAX".
01  WS-CHG-CURRENCY-CODE                PIC X(3) VALUE SPACES.
01  WS-CHG-NEW-MAPPING.
    05  WS-CHG-DEBIT-ACCOUNT            PIC X(10) VALUE SPACES.
    05  WS-CHG-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
    05  WS-CHG-COST-CENTRE              PIC X(6) VALUE SPACES.
01  WS-CHG-OLD-MAPPING.
    05  WS-CHG-OLD-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
    05  WS-CHG-OLD-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
    05  WS-CHG-OLD-COST-CENTRE          PIC X(6) VALUE SPACES.
01  WS-CHANGE-SOURCE                    PIC X(6) VALUE "SCREEN".
01  WS-MAINT-MESSAGE                    PIC X(40) VALUE SPACES.

SCREEN SECTION.
01  GLMAP-MAINT-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "GL ACCOUNT MAPPING MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "Source Code    : ".
    05  LINE 3  COLUMN 20 PIC X(3)       USING WS-CHG-SOURCE-CODE.
    05  LINE 4  COLUMN 1  VALUE "Posting Class  : ".
    05  LINE 4  COLUMN 20 PIC X(3)       USING WS-CHG-POSTING-CLASS.
    05  LINE 5  COLUMN 1  VALUE "Currency       : ".
    05  LINE 5  COLUMN 20 PIC X(3)       USING WS-CHG-CURRENCY-CODE.
    05  LINE 6  COLUMN 1  VALUE "Debit Account  : ".
    05  LINE 6  COLUMN 20 PIC X(10)      USING WS-CHG-DEBIT-ACCOUNT.
    05  LINE 7  COLUMN 1  VALUE "Credit Account : ".
    05  LINE 7  COLUMN 20 PIC X(10)      USING WS-CHG-CREDIT-ACCOUNT.
    05  LINE 8  COLUMN 1  VALUE "Cost Centre    : ".
    05  LINE 8  COLUMN 20 PIC X(6)       USING WS-CHG-COST-CENTRE.
    05  LINE 10 COLUMN 1
        VALUE "Action (A=Add, C=Change, D=Delete, Q=Quit) : ".
    05  LINE 10 COLUMN 47 PIC X         USING WS-CHG-ACTION.
    05  LINE 12 COLUMN 1  PIC X(40)     FROM WS-MAINT-MESSAGE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-OPERATOR-ID.
    IF WS-OPERATOR-ID = SPACES
        DISPLAY "Enter operator ID   : " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-IF.
    PERFORM CHECK-OPERATOR-AUTHORITY.
    IF NOT OPERATOR-AUTHORIZED
        DISPLAY "Operator " WS-OPERATOR-ID " not authorized for "
            "GL mapping maintenance - run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-GL-MAP-FILE.
    IF NOT MASTER-AVAILABLE
        DISPLAY "GL mapping file open error, status = "
            WS-GLMAP-STATUS " - no changes applied."
        STOP RUN
    END-IF.
    OPEN EXTEND GLMAP-AUDIT-FILE.
    PERFORM SCREEN-MAINTENANCE.
    CLOSE GL-MAP-FILE.
    CLOSE GLMAP-AUDIT-FILE.
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    *> The mapping is reference data like the price and rate masters
    *> and is guarded by the same price authority. An unknown or
    *> unauthorized ID is refused and logged to the security log; a
    *> missing master bypasses the check with a loud warning.
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
                IF NOT OPM-ACTIVE OR OPM-AUTH-PRICE NOT = "Y"
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
        MOVE "GLMAPMAINT" TO SEC-PROGRAM
        MOVE "PRICE" TO SEC-FUNCTION
        MOVE WS-AUTH-OUTCOME TO SEC-OUTCOME
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG
    END-IF.

OPEN-GL-MAP-FILE.
    *> The mapping is opened I-O for update; fall back to OUTPUT only
    *> the first time, when the file has not yet been created (the
    *> same create-on-first-use pattern PriceMaint uses).
    MOVE "Y" TO WS-MASTER-OK-SW.
    OPEN I-O GL-MAP-FILE.
    IF WS-GLMAP-STATUS = "35"
        OPEN OUTPUT GL-MAP-FILE
        CLOSE GL-MAP-FILE
        OPEN I-O GL-MAP-FILE
    END-IF.
    IF WS-GLMAP-STATUS NOT = "00"
        MOVE "N" TO WS-MASTER-OK-SW
    END-IF.

SCREEN-MAINTENANCE.
    MOVE "SCREEN" TO WS-CHANGE-SOURCE.
    MOVE "N" TO WS-MAINT-DONE-SW.
    PERFORM UNTIL MAINT-DONE
        MOVE SPACES TO WS-CHG-SOURCE-CODE
        MOVE SPACES TO WS-CHG-POSTING-CLASS
        MOVE SPACES TO WS-CHG-CURRENCY-CODE
        MOVE SPACES TO WS-CHG-NEW-MAPPING
        MOVE SPACE TO WS-CHG-ACTION
        DISPLAY GLMAP-MAINT-SCREEN
        ACCEPT GLMAP-MAINT-SCREEN
        IF WS-CHG-ACTION = "Q"
            SET MAINT-DONE TO TRUE
        ELSE
            PERFORM APPLY-MAPPING-CHANGE
        END-IF
    END-PERFORM.

APPLY-MAPPING-CHANGE.
    *> Both accounts are required on an add or change - a half-mapped
    *> combination would cut a journal line with nowhere to post.
    MOVE SPACES TO WS-MAINT-MESSAGE.
    EVALUATE TRUE
        WHEN WS-CHG-SOURCE-CODE = SPACES
            MOVE "Source code required." TO WS-MAINT-MESSAGE
        WHEN NOT POSTING-CLASS-VALID
            MOVE "Posting class must be EXT, REV or TAX." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-CURRENCY-CODE = SPACES
            MOVE "Currency code required." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-ACTION NOT = "D"
          AND (WS-CHG-DEBIT-ACCOUNT = SPACES
            OR WS-CHG-CREDIT-ACCOUNT = SPACES)
            MOVE "Debit and credit accounts required."
                TO WS-MAINT-MESSAGE
        WHEN OTHER
            MOVE WS-CHG-SOURCE-CODE TO GLM-SOURCE-CODE
            MOVE WS-CHG-POSTING-CLASS TO GLM-POSTING-CLASS
            MOVE WS-CHG-CURRENCY-CODE TO GLM-CURRENCY-CODE
            EVALUATE WS-CHG-ACTION
                WHEN "A"
                    PERFORM ADD-MAPPING-RECORD
                WHEN "C"
                    PERFORM CHANGE-MAPPING-RECORD
                WHEN "D"
                    PERFORM DELETE-MAPPING-RECORD
                WHEN OTHER
                    MOVE "Invalid action - use A, C, D or Q."
                        TO WS-MAINT-MESSAGE
            END-EVALUATE
    END-EVALUATE.

ADD-MAPPING-RECORD.
    READ GL-MAP-FILE
        INVALID KEY
            MOVE SPACES TO WS-CHG-OLD-MAPPING
            MOVE WS-CHG-SOURCE-CODE TO GLM-SOURCE-CODE
            MOVE WS-CHG-POSTING-CLASS TO GLM-POSTING-CLASS
            MOVE WS-CHG-CURRENCY-CODE TO GLM-CURRENCY-CODE
            MOVE WS-CHG-DEBIT-ACCOUNT TO GLM-DEBIT-ACCOUNT
            MOVE WS-CHG-CREDIT-ACCOUNT TO GLM-CREDIT-ACCOUNT
            MOVE WS-CHG-COST-CENTRE TO GLM-COST-CENTRE
            WRITE GL-MAP-RECORD
                INVALID KEY
                    MOVE "GL mapping write error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Mapping added." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-GLMAP-AUDIT-RECORD
            END-WRITE
        NOT INVALID KEY
            MOVE "Mapping already on file - use C."
                TO WS-MAINT-MESSAGE
    END-READ.

CHANGE-MAPPING-RECORD.
    READ GL-MAP-FILE
        INVALID KEY
            MOVE "Mapping not on file - use A." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE GLM-DEBIT-ACCOUNT TO WS-CHG-OLD-DEBIT-ACCOUNT
            MOVE GLM-CREDIT-ACCOUNT TO WS-CHG-OLD-CREDIT-ACCOUNT
            MOVE GLM-COST-CENTRE TO WS-CHG-OLD-COST-CENTRE
            MOVE WS-CHG-DEBIT-ACCOUNT TO GLM-DEBIT-ACCOUNT
            MOVE WS-CHG-CREDIT-ACCOUNT TO GLM-CREDIT-ACCOUNT
            MOVE WS-CHG-COST-CENTRE TO GLM-COST-CENTRE
            REWRITE GL-MAP-RECORD
                INVALID KEY
                    MOVE "GL mapping rewrite error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Mapping changed." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-GLMAP-AUDIT-RECORD
            END-REWRITE
    END-READ.

DELETE-MAPPING-RECORD.
    READ GL-MAP-FILE
        INVALID KEY
            MOVE "Mapping not on file." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE GLM-DEBIT-ACCOUNT TO WS-CHG-OLD-DEBIT-ACCOUNT
            MOVE GLM-CREDIT-ACCOUNT TO WS-CHG-OLD-CREDIT-ACCOUNT
            MOVE GLM-COST-CENTRE TO WS-CHG-OLD-COST-CENTRE
            MOVE SPACES TO WS-CHG-NEW-MAPPING
            DELETE GL-MAP-FILE RECORD
                INVALID KEY
                    MOVE "GL mapping delete error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    MOVE "Mapping deleted." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-GLMAP-AUDIT-RECORD
            END-DELETE
    END-READ.

WRITE-GLMAP-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO GMA-TIMESTAMP.
    MOVE WS-OPERATOR-ID TO GMA-OPERATOR-ID.
    MOVE WS-CHANGE-SOURCE TO GMA-CHANGE-SOURCE.
    MOVE WS-CHG-ACTION TO GMA-ACTION.
    MOVE WS-CHG-SOURCE-CODE TO GMA-SOURCE-CODE.
    MOVE WS-CHG-POSTING-CLASS TO GMA-POSTING-CLASS.
    MOVE WS-CHG-CURRENCY-CODE TO GMA-CURRENCY-CODE.
    MOVE WS-CHG-OLD-DEBIT-ACCOUNT TO GMA-OLD-DEBIT-ACCOUNT.
    MOVE WS-CHG-OLD-CREDIT-ACCOUNT TO GMA-OLD-CREDIT-ACCOUNT.
    MOVE WS-CHG-OLD-COST-CENTRE TO GMA-OLD-COST-CENTRE.
    MOVE WS-CHG-DEBIT-ACCOUNT TO GMA-NEW-DEBIT-ACCOUNT.
    MOVE WS-CHG-CREDIT-ACCOUNT TO GMA-NEW-CREDIT-ACCOUNT.
    MOVE WS-CHG-COST-CENTRE TO GMA-NEW-COST-CENTRE.
    WRITE GLMAP-AUDIT-RECORD.
