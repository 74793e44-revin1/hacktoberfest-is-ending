      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  TaxMaint.
AUTHOR.  Michael Coughlan.
*> Maintenance program for TAXRATE-FILE, the indexed sales tax rate
*> file that Multiplier's DETERMINE-TAX-RATE reads. Rates are keyed by
*> tax jurisdiction, tax class and effective date, the way RATES-FILE
*> is keyed by currency and rate date: the rate in effect on a business
*> date is the one with the latest effective date not after it, so a
*> rate change announced ahead of time is loaded ahead with its own
*> effective date and the earlier rate goes on applying until then.
*>
*> The jurisdiction is the code the branch master gives each branch
*> (the "***" default on TAXJUR.DAT where it gives none); the
*> class is the code carried on each PRICE-MASTER product ("STD" for
*> a product with none and for manually keyed prices). The rate is a
*> percentage to four decimal places; a zero rate is a genuine rate
*> (zero-rated or exempt goods), not a missing one, and posts with a
*> tax amount of zero rather than rejecting.
*>
*> The screen works one rate at a time in the style of RateMaint's
*> maintenance screen (A=Add, C=Change, D=Delete, Q=Quit). Command-line
*> argument is the operator ID recorded on the audit file; if omitted,
*> the screen prompts for it. Tax rates are price-file custody, so the
*> operator must hold the price authority on the operator master; a
*> refusal is logged to the security log.
*>
*> Every successful add/change/delete writes a TAX-AUDIT-FILE record
*> carrying the timestamp, operator ID, action, jurisdiction, class,
*> effective date and the old and new rates, so TAXAUDIT.DAT answers
*> "who changed this rate and when" as RATAUDIT.DAT does for exchange
*> rates.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAXRATE-FILE ASSIGN TO "TAXRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXR-KEY
        FILE STATUS IS WS-TAXRATE-STATUS.

    SELECT TAX-AUDIT-FILE ASSIGN TO "TAXAUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAXAUDIT-STATUS.

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
FD  TAXRATE-FILE.
01  TAXRATE-RECORD.
    05  TXR-KEY.
        10  TXR-JURISDICTION               PIC X(3).
        10  TXR-TAX-CLASS                  PIC X(3).
        10  TXR-EFFECTIVE-DATE             PIC 9(8).
    05  TXR-TAX-RATE                       PIC 9(2)V9(4) COMP-3.

FD  TAX-AUDIT-FILE.
01  TAX-AUDIT-RECORD.
    05  TAU-TIMESTAMP                      PIC X(21).
    05  TAU-OPERATOR-ID                    PIC X(8).
    05  TAU-ACTION                         PIC X(1).
    05  TAU-JURISDICTION                   PIC X(3).
    05  TAU-TAX-CLASS                      PIC X(3).
    05  TAU-EFFECTIVE-DATE                 PIC 9(8).
    05  TAU-OLD-RATE                       PIC 9(2)V9(4).
    05  TAU-NEW-RATE                       PIC 9(2)V9(4).

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

01  WS-TAXRATE-STATUS                   PIC XX VALUE "00".
01  WS-TAXAUDIT-STATUS                  PIC XX VALUE "00".
01  WS-MASTER-OK-SW                     PIC X VALUE "Y".
    88  MASTER-AVAILABLE                VALUE "Y".
01  WS-OPERMAST-STATUS                  PIC XX VALUE "00".
01  WS-SECLOG-STATUS                    PIC XX VALUE "00".
01  WS-AUTH-OK-SW                       PIC X VALUE "Y".
    88  OPERATOR-AUTHORIZED             VALUE "Y".
01  WS-AUTH-OUTCOME                     PIC X(8) VALUE SPACES.
01  WS-MAINT-DONE-SW                    PIC X VALUE "N".
    88  MAINT-DONE                      VALUE "Y".
01  WS-CHANGE-OK-SW                     PIC X VALUE "N".
    88  CHANGE-APPLIED                  VALUE "Y".

01  WS-CHG-ACTION                       PIC X VALUE SPACE.
01  WS-CHG-JURISDICTION                 PIC X(3) VALUE SPACES.
01  WS-CHG-TAX-CLASS                    PIC X(3) VALUE SPACES.
01  WS-CHG-EFFECTIVE-DATE               PIC 9(8) VALUE ZERO.
01  WS-CHG-NEW-RATE                     PIC 9(2)V9(4) VALUE ZERO.
01  WS-CHG-OLD-RATE                     PIC 9(2)V9(4) VALUE ZERO.
01  WS-MAINT-MESSAGE                    PIC X(50) VALUE SPACES.

SCREEN SECTION.
01  TAX-MAINT-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "SALES TAX RATE MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "Jurisdiction   : ".
    05  LINE 3  COLUMN 20 PIC X(3)       USING WS-CHG-JURISDICTION.
    05  LINE 4  COLUMN 1  VALUE "Tax Class      : ".
    05  LINE 4  COLUMN 20 PIC X(3)       USING WS-CHG-TAX-CLASS.
    05  LINE 5  COLUMN 1  VALUE "Effective Date : ".
    05  LINE 5  COLUMN 20 PIC 9(8)       USING WS-CHG-EFFECTIVE-DATE.
    05  LINE 6  COLUMN 1  VALUE "Rate (percent) : ".
    05  LINE 6  COLUMN 20 PIC 9(2)V9(4)  USING WS-CHG-NEW-RATE.
    05  LINE 7  COLUMN 1
        VALUE "Action (A=Add, C=Change, D=Delete, Q=Quit) : ".
    05  LINE 7  COLUMN 47 PIC X         USING WS-CHG-ACTION.
    05  LINE 9  COLUMN 1  PIC X(50)     FROM WS-MAINT-MESSAGE.

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
            "tax rate maintenance - run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-TAXRATE-MASTER.
    IF NOT MASTER-AVAILABLE
        DISPLAY "Tax rate file open error, status = " WS-TAXRATE-STATUS
            " - no changes applied."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND TAX-AUDIT-FILE.
    IF WS-TAXAUDIT-STATUS = "35"
        OPEN OUTPUT TAX-AUDIT-FILE
    END-IF.
    PERFORM SCREEN-MAINTENANCE.
    CLOSE TAXRATE-FILE.
    CLOSE TAX-AUDIT-FILE.
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    *> Sign-on check against the operator master: tax rates ride on the
    *> price authority, as exchange rates do. An unknown or unauthorized
    *> ID is refused and logged to the security log; a missing master
    *> bypasses the check with a loud warning.
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
        MOVE "TAXMAINT" TO SEC-PROGRAM
        MOVE "PRICE" TO SEC-FUNCTION
        MOVE WS-AUTH-OUTCOME TO SEC-OUTCOME
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG
    END-IF.

OPEN-TAXRATE-MASTER.
    *> Opened I-O for update, created on first use the way RateMaint
    *> creates RATES-FILE.
    MOVE "Y" TO WS-MASTER-OK-SW.
    OPEN I-O TAXRATE-FILE.
    IF WS-TAXRATE-STATUS = "35"
        OPEN OUTPUT TAXRATE-FILE
        CLOSE TAXRATE-FILE
        OPEN I-O TAXRATE-FILE
    END-IF.
    IF WS-TAXRATE-STATUS NOT = "00"
        MOVE "N" TO WS-MASTER-OK-SW
    END-IF.

SCREEN-MAINTENANCE.
    MOVE "N" TO WS-MAINT-DONE-SW.
    PERFORM UNTIL MAINT-DONE
        MOVE SPACES TO WS-CHG-JURISDICTION
        MOVE SPACES TO WS-CHG-TAX-CLASS
        MOVE ZERO TO WS-CHG-EFFECTIVE-DATE
        MOVE ZERO TO WS-CHG-NEW-RATE
        MOVE SPACE TO WS-CHG-ACTION
        DISPLAY TAX-MAINT-SCREEN
        ACCEPT TAX-MAINT-SCREEN
        IF WS-CHG-ACTION = "Q"
            SET MAINT-DONE TO TRUE
        ELSE
            PERFORM APPLY-TAX-RATE-CHANGE
        END-IF
    END-PERFORM.

APPLY-TAX-RATE-CHANGE.
    MOVE "N" TO WS-CHANGE-OK-SW.
    MOVE SPACES TO WS-MAINT-MESSAGE.
    EVALUATE TRUE
        WHEN WS-CHG-JURISDICTION = SPACES
            MOVE "Jurisdiction required." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-TAX-CLASS = SPACES
            MOVE "Tax class required." TO WS-MAINT-MESSAGE
        WHEN WS-CHG-EFFECTIVE-DATE = ZERO
            MOVE "Effective date required." TO WS-MAINT-MESSAGE
        WHEN FUNCTION INTEGER-OF-DATE(WS-CHG-EFFECTIVE-DATE) = ZERO
            MOVE "Effective date is not a valid date." TO WS-MAINT-MESSAGE
        WHEN OTHER
            MOVE WS-CHG-JURISDICTION TO TXR-JURISDICTION
            MOVE WS-CHG-TAX-CLASS TO TXR-TAX-CLASS
            MOVE WS-CHG-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE
            EVALUATE WS-CHG-ACTION
                WHEN "A"
                    PERFORM ADD-TAX-RATE-RECORD
                WHEN "C"
                    PERFORM CHANGE-TAX-RATE-RECORD
                WHEN "D"
                    PERFORM DELETE-TAX-RATE-RECORD
                WHEN OTHER
                    MOVE "Invalid action - use A, C, D or Q."
                        TO WS-MAINT-MESSAGE
            END-EVALUATE
    END-EVALUATE.

ADD-TAX-RATE-RECORD.
    READ TAXRATE-FILE
        INVALID KEY
            MOVE ZERO TO WS-CHG-OLD-RATE
            MOVE WS-CHG-JURISDICTION TO TXR-JURISDICTION
            MOVE WS-CHG-TAX-CLASS TO TXR-TAX-CLASS
            MOVE WS-CHG-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE
            MOVE WS-CHG-NEW-RATE TO TXR-TAX-RATE
            WRITE TAXRATE-RECORD
                INVALID KEY
                    MOVE "Tax rate file write error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    SET CHANGE-APPLIED TO TRUE
                    MOVE "Tax rate added." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-TAX-AUDIT-RECORD
            END-WRITE
        NOT INVALID KEY
            MOVE "Tax rate already on file - use C." TO WS-MAINT-MESSAGE
    END-READ.

CHANGE-TAX-RATE-RECORD.
    READ TAXRATE-FILE
        INVALID KEY
            MOVE "Tax rate not on file - use A." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE TXR-TAX-RATE TO WS-CHG-OLD-RATE
            MOVE WS-CHG-NEW-RATE TO TXR-TAX-RATE
            REWRITE TAXRATE-RECORD
                INVALID KEY
                    MOVE "Tax rate file rewrite error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    SET CHANGE-APPLIED TO TRUE
                    MOVE "Tax rate changed." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-TAX-AUDIT-RECORD
            END-REWRITE
    END-READ.

DELETE-TAX-RATE-RECORD.
    READ TAXRATE-FILE
        INVALID KEY
            MOVE "Tax rate not on file." TO WS-MAINT-MESSAGE
        NOT INVALID KEY
            MOVE TXR-TAX-RATE TO WS-CHG-OLD-RATE
            MOVE ZERO TO WS-CHG-NEW-RATE
            DELETE TAXRATE-FILE RECORD
                INVALID KEY
                    MOVE "Tax rate file delete error." TO WS-MAINT-MESSAGE
                NOT INVALID KEY
                    SET CHANGE-APPLIED TO TRUE
                    MOVE "Tax rate deleted." TO WS-MAINT-MESSAGE
                    PERFORM WRITE-TAX-AUDIT-RECORD
            END-DELETE
    END-READ.

WRITE-TAX-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO TAU-TIMESTAMP.
    MOVE WS-OPERATOR-ID TO TAU-OPERATOR-ID.
    MOVE WS-CHG-ACTION TO TAU-ACTION.
    MOVE WS-CHG-JURISDICTION TO TAU-JURISDICTION.
    MOVE WS-CHG-TAX-CLASS TO TAU-TAX-CLASS.
    MOVE WS-CHG-EFFECTIVE-DATE TO TAU-EFFECTIVE-DATE.
    MOVE WS-CHG-OLD-RATE TO TAU-OLD-RATE.
    MOVE WS-CHG-NEW-RATE TO TAU-NEW-RATE.
    WRITE TAX-AUDIT-RECORD.
