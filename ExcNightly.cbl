*> days (default 90). Corrected records still inside retention, and
*> all open records, are left alone. The purge summary is printed on
*> EXCPURGE.RPT.
*>
*> RUN-MODE "RETURNS" reports on the returns register RETURNS.DAT
*> instead: every item cut to a branch's return file by Multiplier
*> and never resubmitted, with its reference, reason and age in days
*> since the cut, then a summary by source across the same age
*> buckets, so the branches that do not answer their returns can be
*> chased. Items registered but not yet cut are counted separately.
*> The report is printed on RTNOPEN.RPT.

ENVIRONMENT DIVISION.

    SELECT PURGE-REPORT ASSIGN TO "EXCPURGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RETURNS-FILE ASSIGN TO "RETURNS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTN-REFERENCE
        FILE STATUS IS WS-RETURNS-STATUS.

    SELECT RETURNS-REPORT ASSIGN TO "RTNOPEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
    05  EXC-RESOLVED-TS                    PIC X(21).
    05  EXC-RESOLVED-BY                    PIC X(8).
    05  EXC-SOURCE-CODE                    PIC X(3).
    05  EXC-PRODUCT-CODE                   PIC X(6).
    05  EXC-TAX-CLASS                      PIC X(3).
    05  EXC-RUN-ID                         PIC 9(6).

FD  EXCHIST-FILE.
01  EXCHIST-RECORD.
FD  PURGE-REPORT.
01  PURGE-REPORT-LINE                      PIC X(80).

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

FD  RETURNS-REPORT.
01  RETURNS-REPORT-LINE                    PIC X(80).

WORKING-STORAGE SECTION.
01  WS-COMMAND-LINE                     PIC X(80) VALUE SPACES.
01  WS-RUN-MODE                         PIC X(7) VALUE SPACES.
01  WS-RETENTION-PARM                   PIC X(4) VALUE SPACES.
01  WS-RETENTION-DAYS                   PIC 9(4) VALUE 90.

01  WS-EXCEPTION-STATUS                 PIC XX VALUE "00".
01  WS-EXCHIST-STATUS                   PIC XX VALUE "00".
01  WS-RETURNS-STATUS                   PIC XX VALUE "00".
01  WS-RETURNS-EOF-SW                   PIC X VALUE "N".
    88  RETURNS-EOF                     VALUE "Y".
01  WS-EXCEPTION-EOF-SW                 PIC X VALUE "N".
    88  EXCEPTION-EOF                   VALUE "Y".

        10  RSN-BUCKET-COUNT            PIC 9(5) OCCURS 4.
        10  RSN-TOTAL                   PIC 9(5).

01  WS-UNANSWERED-COUNT                 PIC 9(6) VALUE ZERO.
01  WS-UNCUT-COUNT                      PIC 9(6) VALUE ZERO.
01  WS-RTN-SOURCE-COUNT                 PIC 9(3) VALUE ZERO.
01  WS-RTN-SOURCE-SUB                   PIC 9(3) VALUE ZERO.
01  WS-RTN-SOURCE-FOUND-SW              PIC X VALUE "N".
    88  RTN-SOURCE-FOUND                VALUE "Y".
01  WS-RTN-SOURCE-TABLE.
    05  WS-RTN-SOURCE-ENTRY OCCURS 100.
        10  RSC-CODE                    PIC X(3).
        10  RSC-BUCKET-COUNT            PIC 9(5) OCCURS 4.
        10  RSC-TOTAL                   PIC 9(5).

01  WS-REPORT-LINE                      PIC X(80).
01  WS-ED-COUNT                         PIC ZZZ,ZZ9.
01  WS-ED-AGE                           PIC ZZZ9.
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) TO WS-TODAY-INT.
    IF WS-RUN-MODE = "RETURNS"
        PERFORM PRINT-OPEN-RETURNS-REPORT
    ELSE
        PERFORM OPEN-EXCEPTION-FILE
        IF WS-EXCEPTION-STATUS = "00"
            IF WS-RUN-MODE = "PURGE"
                PERFORM PURGE-CORRECTED-RECORDS
            ELSE
                PERFORM PRINT-AGING-REPORT
            END-IF
            CLOSE EXCEPTION-FILE
        ELSE
            DISPLAY "Exception file not available, status = "
                WS-EXCEPTION-STATUS " - nothing done."
        END-IF
    END-IF.
    STOP RUN.

    WRITE PURGE-REPORT-LINE FROM WS-REPORT-LINE.
    CLOSE PURGE-REPORT.

PRINT-OPEN-RETURNS-REPORT.
    *> A register that was never created means nothing has ever been
    *> returned - the report says so rather than failing.
    MOVE ZERO TO WS-UNANSWERED-COUNT.
    MOVE ZERO TO WS-UNCUT-COUNT.
    MOVE ZERO TO WS-RTN-SOURCE-COUNT.
    OPEN OUTPUT RETURNS-REPORT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "EXCNIGHTLY - RETURNS NOT RESUBMITTED BY THE BRANCH"
        TO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM BUILD-RUN-DATE-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    OPEN INPUT RETURNS-FILE.
    IF WS-RETURNS-STATUS NOT = "00"
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "RETURNS REGISTER NOT AVAILABLE - NOTHING HAS BEEN RETURNED"
            TO WS-REPORT-LINE
        WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
    ELSE
        MOVE "N" TO WS-RETURNS-EOF-SW
        MOVE LOW-VALUES TO RTN-REFERENCE
        START RETURNS-FILE KEY IS NOT LESS THAN RTN-REFERENCE
            INVALID KEY
                SET RETURNS-EOF TO TRUE
        END-START
        PERFORM UNTIL RETURNS-EOF
            READ RETURNS-FILE NEXT RECORD
                AT END
                    SET RETURNS-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN RTN-SENT
                            PERFORM REPORT-UNANSWERED-RETURN
                        WHEN RTN-PENDING
                            ADD 1 TO WS-UNCUT-COUNT
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE RETURNS-FILE
        PERFORM PRINT-RETURNS-MATRIX
    END-IF.
    CLOSE RETURNS-REPORT.

REPORT-UNANSWERED-RETURN.
    ADD 1 TO WS-UNANSWERED-COUNT.
    MOVE RTN-CUT-TS (1:8) TO WS-STAMP-DATE.
    PERFORM COMPUTE-STAMP-AGE.
    PERFORM BUCKET-THIS-AGE.
    PERFORM TALLY-RETURN-SOURCE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF AGE-KNOWN
        MOVE WS-AGE-DAYS TO WS-ED-AGE
        STRING "SRC " RTN-SOURCE-CODE
            " REF " RTN-REFERENCE
            " " RTN-REASON-CODE " " RTN-REASON-TEXT
            " CUT " RTN-CUT-TS (1:8)
            " AGE " WS-ED-AGE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "SRC " RTN-SOURCE-CODE
            " REF " RTN-REFERENCE
            " " RTN-REASON-CODE " " RTN-REASON-TEXT
            " CUT (NOT STAMPED)"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

TALLY-RETURN-SOURCE.
    MOVE "N" TO WS-RTN-SOURCE-FOUND-SW.
    PERFORM VARYING WS-RTN-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-RTN-SOURCE-SUB > WS-RTN-SOURCE-COUNT
           OR RTN-SOURCE-FOUND
        IF RSC-CODE (WS-RTN-SOURCE-SUB) = RTN-SOURCE-CODE
            SET RTN-SOURCE-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF RTN-SOURCE-FOUND
        SUBTRACT 1 FROM WS-RTN-SOURCE-SUB
    ELSE
        IF WS-RTN-SOURCE-COUNT < 100
            ADD 1 TO WS-RTN-SOURCE-COUNT
            MOVE WS-RTN-SOURCE-COUNT TO WS-RTN-SOURCE-SUB
            MOVE RTN-SOURCE-CODE TO RSC-CODE (WS-RTN-SOURCE-SUB)
            MOVE ZERO TO RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 1)
            MOVE ZERO TO RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 2)
            MOVE ZERO TO RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 3)
            MOVE ZERO TO RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 4)
            MOVE ZERO TO RSC-TOTAL (WS-RTN-SOURCE-SUB)
        ELSE
            MOVE 1 TO WS-RTN-SOURCE-SUB
        END-IF
    END-IF.
    ADD 1 TO RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB WS-BUCKET).
    ADD 1 TO RSC-TOTAL (WS-RTN-SOURCE-SUB).

PRINT-RETURNS-MATRIX.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SOURCE    0-7   8-30  31-90    90+  TOTAL" TO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-RTN-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-RTN-SOURCE-SUB > WS-RTN-SOURCE-COUNT
        MOVE RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 1) TO WS-ED-CELL-1
        MOVE RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 2) TO WS-ED-CELL-2
        MOVE RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 3) TO WS-ED-CELL-3
        MOVE RSC-BUCKET-COUNT (WS-RTN-SOURCE-SUB 4) TO WS-ED-CELL-4
        MOVE RSC-TOTAL (WS-RTN-SOURCE-SUB) TO WS-ED-CELL-T
        MOVE SPACES TO WS-REPORT-LINE
        STRING RSC-CODE (WS-RTN-SOURCE-SUB) "   "
            WS-ED-CELL-1 " " WS-ED-CELL-2 " "
            WS-ED-CELL-3 " " WS-ED-CELL-4 " " WS-ED-CELL-T
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM.
    MOVE WS-UNANSWERED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Returns not resubmitted : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-UNCUT-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Registered, not yet cut : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

BUILD-RUN-DATE-LINE.
    MOVE WS-CURRENT-DATE (1:4) TO WS-REPORT-YYYY.
    MOVE WS-CURRENT-DATE (5:2) TO WS-REPORT-MM.
