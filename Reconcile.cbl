*>     earlier runs on the EXTEND-accumulated file - passes through
*>     untouched. The cleaned trail is written to AUDITC.DAT.
*>   - The surviving batch rows are then matched one for one on sequence
*>     number, and the Num1/Num2/Result values and the sales tax
*>     charged compared. Anything that
*>     does not balance - a result row with no audit row, an audit row
*>     with no result row, or values that differ - is listed on the
*>     discrepancy report RECON.RPT and the step ends with RETURN-CODE 8.
*>
*> The originals are left untouched; the cleaned files are swapped in
*> once the report shows the run balanced - by NightCycle's swap step,
*> which reads the final "FILES BALANCED" line of RECON.RPT before it
*> copies anything.

ENVIRONMENT DIVISION.

    05  OUT-SOURCE-CODE                    PIC X(3).
    05  OUT-CURRENCY-CODE                  PIC X(3).
    05  OUT-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  OUT-BUSINESS-DATE                  PIC 9(8).
    05  OUT-ROLLED-FROM-DATE               PIC 9(8).
    05  OUT-JURISDICTION                   PIC X(3).
    05  OUT-TAX-CLASS                      PIC X(3).
    05  OUT-TAX-RATE                       PIC 9(2)V9(4).
    05  OUT-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  OUT-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  OUT-PRODUCT-CODE                   PIC X(6).
    05  OUT-PRICE-SOURCE                   PIC X(1).

FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUD-CURRENCY-CODE                  PIC X(3).
    05  AUD-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-BUSINESS-DATE                  PIC 9(8).
    05  AUD-JURISDICTION                   PIC X(3).
    05  AUD-TAX-CLASS                      PIC X(3).
    05  AUD-TAX-RATE                       PIC 9(2)V9(4).
    05  AUD-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  RESULT-CLEAN-FILE.
01  RESULT-CLEAN-RECORD                    PIC X(113).

FD  AUDIT-CLEAN-FILE.
01  AUDIT-CLEAN-RECORD                     PIC X(127).

FD  AUDIT-MATCH-FILE.
01  AUDIT-MATCH-RECORD.
    05  AMT-CURRENCY-CODE                  PIC X(3).
    05  AMT-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AMT-BUSINESS-DATE                  PIC 9(8).
    05  AMT-JURISDICTION                   PIC X(3).
    05  AMT-TAX-CLASS                      PIC X(3).
    05  AMT-TAX-RATE                       PIC 9(2)V9(4).
    05  AMT-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AMT-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  RECON-REPORT.
01  RECON-REPORT-LINE                      PIC X(80).
SD  RESULT-SORT-FILE.
01  RESULT-SORT-RECORD.
    05  RSR-SEQ-NO                         PIC 9(6).
    05  FILLER                             PIC X(107).

SD  AUDIT-SORT-FILE.
01  AUDIT-SORT-RECORD.
    05  ASR-SEQ-NO                         PIC 9(6).
    05  FILLER                             PIC X(121).

WORKING-STORAGE SECTION.
01  WS-RESULT-EOF-SW                    PIC X VALUE "N".
01  WS-RUN-ID-SUB                       PIC 9(2) VALUE ZERO.
01  WS-TEST-RUN-ID                      PIC 9(6) VALUE ZERO.

01  WS-HELD-RESULT                      PIC X(113) VALUE SPACES.
01  WS-HELD-AUDIT                       PIC X(127) VALUE SPACES.
01  WS-HELD-SEQ-NO                      PIC 9(6) VALUE ZERO.

01  WS-RES-READ-COUNT                   PIC 9(6) VALUE ZERO.
    05  WMR-SOURCE-CODE                 PIC X(3).
    05  WMR-CURRENCY-CODE               PIC X(3).
    05  WMR-ORIG-RESULT                 PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  WMR-BUSINESS-DATE               PIC 9(8).
    05  WMR-ROLLED-FROM-DATE            PIC 9(8).
    05  WMR-JURISDICTION                PIC X(3).
    05  WMR-TAX-CLASS                   PIC X(3).
    05  WMR-TAX-RATE                    PIC 9(2)V9(4).
    05  WMR-TAX-AMOUNT                  PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  WMR-ORIG-TAX-AMOUNT             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  WMR-PRODUCT-CODE                PIC X(6).
    05  WMR-PRICE-SOURCE                PIC X(1).

01  WS-CURRENT-DATE                      PIC X(21) VALUE SPACES.
01  WS-REPORT-DATE REDEFINES WS-CURRENT-DATE.
                IF WMR-NUM1 = AMT-NUM1
                  AND WMR-NUM2 = AMT-NUM2
                  AND WMR-RESULT = AMT-RESULT
                  AND WMR-TAX-AMOUNT = AMT-TAX-AMOUNT
                    ADD 1 TO WS-MATCHED-COUNT
                ELSE
                    ADD 1 TO WS-VALUE-DIFF-COUNT
