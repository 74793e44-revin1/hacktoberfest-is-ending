    05  AUD-CURRENCY-CODE                  PIC X(3).
    05  AUD-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-BUSINESS-DATE                  PIC 9(8).
    05  AUD-JURISDICTION                   PIC X(3).
    05  AUD-TAX-CLASS                      PIC X(3).
    05  AUD-TAX-RATE                       PIC 9(2)V9(4).
    05  AUD-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  AUD-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD                         PIC X(127).

FD  GENERATION-FILE.
01  GENERATION-RECORD.
