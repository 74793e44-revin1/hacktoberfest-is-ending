*> calculations stay findable after the nightly cutover has emptied the
*> live file. The operator then pages through the matches -
*> Num1, Num2, the base and original-currency Results, timestamp, run
*> ID and source, and the sales tax charged with its jurisdiction and
*> class, are all shown - and can print any of them to the
*> dispute-evidence report DISPUTE.RPT, which accumulates across
*> sessions so a dispute's evidence can be gathered over several
*> sittings. The first 200 matches are held; a wider search than that
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
    05  CND-CURRENCY-CODE               PIC X(3).
    05  CND-ORIG-RESULT                 PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  CND-BUSINESS-DATE               PIC 9(8).
    05  CND-JURISDICTION                PIC X(3).
    05  CND-TAX-CLASS                   PIC X(3).
    05  CND-TAX-RATE                    PIC 9(2)V9(4).
    05  CND-TAX-AMOUNT                  PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  CND-ORIG-TAX-AMOUNT             PIC S9(7)V99 SIGN LEADING SEPARATE.
01  WS-INQUIRY-DONE-SW                  PIC X VALUE "N".
    88  INQUIRY-DONE                    VALUE "Y".
01  WS-BROWSE-DONE-SW                   PIC X VALUE "N".
01  WS-MATCH-SUB                        PIC 9(3) VALUE ZERO.
01  WS-OVERFLOW-MATCHES                 PIC 9(6) VALUE ZERO.
01  WS-MATCH-TABLE.
    05  WS-MATCH-ENTRY                  PIC X(127) OCCURS 200.

01  WS-BROWSE-ACTION                    PIC X VALUE SPACE.
01  WS-SHOW-RECORD.
    05  SHW-CURRENCY-CODE               PIC X(3).
    05  SHW-ORIG-RESULT                 PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  SHW-BUSINESS-DATE               PIC 9(8).
    05  SHW-JURISDICTION                PIC X(3).
    05  SHW-TAX-CLASS                   PIC X(3).
    05  SHW-TAX-RATE                    PIC 9(2)V9(4).
    05  SHW-TAX-AMOUNT                  PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  SHW-ORIG-TAX-AMOUNT             PIC S9(7)V99 SIGN LEADING SEPARATE.

01  WS-CURRENT-DATE                     PIC X(21) VALUE SPACES.
01  WS-REPORT-LINE                      PIC X(100).
    05  LINE 12 COLUMN 20 PIC X(3)      FROM SHW-SOURCE-CODE.
    05  LINE 13 COLUMN 1  VALUE "Business date  : ".
    05  LINE 13 COLUMN 20 PIC 9(8)      FROM SHW-BUSINESS-DATE.
    05  LINE 14 COLUMN 1  VALUE "Tax (base)     : ".
    05  LINE 14 COLUMN 20 PIC S9(7)V99 SIGN LEADING SEPARATE
                                        FROM SHW-TAX-AMOUNT.
    05  LINE 15 COLUMN 1  VALUE "Tax juris/class: ".
    05  LINE 15 COLUMN 20 PIC X(3)      FROM SHW-JURISDICTION.
    05  LINE 15 COLUMN 24 PIC X(3)      FROM SHW-TAX-CLASS.
    05  LINE 16 COLUMN 1
        VALUE "Action (N=Next, B=Back, P=Print, A=Again, Q=Quit) : ".
    05  LINE 16 COLUMN 54 PIC X         USING WS-BROWSE-ACTION.

PROCEDURE DIVISION.
MAIN-LOGIC.
        " ORIG " SHW-ORIG-RESULT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE DISPUTE-REPORT-LINE FROM WS-REPORT-LINE.
    IF SHW-TAX-AMOUNT NUMERIC
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    TAX " SHW-TAX-AMOUNT
            " ORIG " SHW-ORIG-TAX-AMOUNT
            " JURISDICTION " SHW-JURISDICTION
            " CLASS " SHW-TAX-CLASS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE DISPUTE-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

OPEN-DISPUTE-REPORT.
    *> The evidence report accumulates across sessions (EXTEND, created
