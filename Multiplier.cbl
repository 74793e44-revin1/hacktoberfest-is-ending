*> and bills separately.
*>
*> After a batch run posts, GL-EXTRACT-FILE is cut in the fixed format
*> the general-ledger system ingests: balanced double-entry journal
*> lines per branch, currency and posting class - "EXT" for normal
*> extensions, "REV" for the negative reversal/adjustment results,
*> "TAX" for the sales tax charged on both (netted, so a day of
*> reversals that refunds more tax than it charges posts the other
*> way round) - each class posted as a debit line and a matching
*> credit line to the
*> accounts and cost centre GL-MAP-FILE (GLMAP.DAT, maintained by
*> GlMapMaint) gives for that source code, class and currency. Every
*> line carries the business date, record count, base-currency amount,
*> branch, currency, GL account, cost centre and original-currency
*> amount; the trailer carries the line count and the net amount of
*> the postings so the GL side can balance the feed before posting. A
*> run that posts nothing still cuts an empty-but-balanced extract (a
*> zero "EXT" debit and "REV" credit) so the GL scheduler is never
*> left waiting; a run rejected by balancing cuts no extract at all.
*>
*> A branch/class/currency combination with no mapping is never
*> posted to a suspense account: the extract is not cut at all, the
*> unmapped combinations are listed on the control report, the step
*> ends with RETURN-CODE 8 and the run is marked GL-ack UNMAPPED on
*> its run-control record. Once the mapping has been keyed, RUN-MODE
*> "GLCUT" rebuilds the journal for the latest UNMAPPED run from
*> RESULT-FILE and cuts it - GLEXTR.DAT for a batch run (which then
*> waits on GlConfirm as PENDING like any other), GLADJ.DAT for a
*> CORR run. A batch run warns while an UNMAPPED run is outstanding -
*> it recreates RESULT-FILE, after which GLCUT can no longer rebuild
*> that journal - and refuses under HOLDGL.
*>
*> The feed is a conversation, not a broadcast: a batch run that cuts
*> an extract is marked GL-ack PENDING on its run-control record, and
*>
*> Balancing proves that every block that arrived is intact; the
*> processing-calendar controls prove that what arrived is what should
*> have arrived. Every active branch on the branch master is expected
*> on each of its trading days - an expected source with no block on
*> TRANS-FILE is reported on the control report and the step ends
*> with RETURN-CODE 4 so the missing file is chased the same morning. CALENDAR-FILE lists
*> the holiday dates; a block whose TRH-BUSINESS-DATE falls on a
*> weekend or a listed holiday is rejected like any other balancing
*> failure. And each block's date is checked against the source's
*> latest date on PROCDATE-FILE: a date beyond the next business day
*> means an intervening day never arrived (posted the 12th and the
*> 14th but never the 13th), which is flagged on the control report -
*> the block itself still posts. A missing branch master or calendar
*> file just drops that control, with a loud warning.
*>
*> Every run registers itself on RUN-CONTROL-FILE: it is assigned the
*> next run ID and a record carrying mode, operator, start/end timestamps
*> the trailer hash is on TRANS-NUM1 and balances either way.
*>
*> Valid-but-suspicious has its own queue, separate from the broken
*> records on EXCEPTION-FILE: the branch master carries each source's
*> largest permitted Num1 and (base-currency) Result, and a batch
*> detail over its source's limit is not posted and not rejected -
*> it is written to the hold queue HELD.DAT with reason "L1" (Num1
*> over limit) or "LR" (result over limit), listed on the control
*> report, and waits for HoldRelease's supervisor screen to approve
*> it to post or return it to the branch. A zero limit on the master
*> is no limit, and everything posts unchecked when the branch master
*> is missing - loudly.
*>
*> RUN-MODE "REVIEW" opens a maintenance screen that pages through the
*> open exception records on EXCEPTION-FILE, shows the rejected raw
*> RESULT-FILE under its own run ID, with matching audit rows,
*> numbered above the highest sequence number already on RESULT-FILE
*> so Reconcile's sequence-keyed dedup and match still hold. It then
*> cuts the GL adjustment extract GLADJ.DAT - the same mapped journal
*> lines in the same fixed format as GLEXTR.DAT with its own control
*> totals -
*> and then empties CORRPOST.DAT so nothing posts twice. A corrected
*> transaction therefore finishes its life on RESULT-FILE and in the
*> general ledger instead of on the screen.
*>
*> RESULT-FILE is recreated by every fresh batch run, so it is the
*> day's posting file, not the book of record. That is the posted
*> ledger LEDGER.DAT: an indexed master keyed by business date, source
*> code, run ID and sequence number, loaded by every BATCH and CORR
*> run once its posting is done (a supervisor's hold release rides the
*> CORR run and so lands there too). Each RESULT-RECORD carries the
*> business date it posted under, so the ledger and the GL journal
*> date every row the same way. The load reads the run's rows
*> back off RESULT-FILE with the same forward-moving sequence dedup as
*> the GL extract, so a RESTART run's replayed rows are loaded once; a
*> key already on the ledger is a load being repeated and is skipped.
*> LedgerRpt reports day, month-to-date and year-to-date balances
*> from it.
*>
*> Nothing posts into a closed accounting period. PERIOD-FILE
*> (PERIOD.DAT, closed and reopened by PeriodClose) marks each month
*> open or closed, and each closed month carries the policy the close
*> set for late postings. A batch block whose business date falls in
*> a closed month is either rejected at balancing with reason "PERIOD
*> CLOSED", like any other failed block, or posted under the first
*> day of the first open month after it. A CORR run posts under the
*> posting date, so it is that month that is checked: when it is
*> closed the whole run is either refused - nothing posted, RETURN-
*> CODE 8, CORRPOST.DAT kept for the next run - or rolled forward the
*> same way. A rolled posting keeps its own business date for the
*> exchange-rate and price lookups but posts, bills and journals under
*> the later date, and carries the business date it was rolled from
*> on RESULT-FILE and the ledger; the control report lists every
*> rolled block. A supervisor's hold release from a closed month is
*> refused or flagged the same way by HoldRelease before it ever
*> reaches CORRPOST.DAT. With no period file every month is open.
*>
*> Nothing a branch sent is simply lost in the back office. Every
*> batch exception, every detail of a block rejected at balancing and
*> every held item a supervisor returns through HoldRelease is
*> registered on the returns register RETURNS.DAT under a reference -
*> "E" and the run ID and exception number, "B" and the run ID and the
*> detail's position on TRANS-FILE, "H" and the hold number - with the
*> reason, the values as the branch sent them and the business date.
*> Exception numbers are reused once ExcNightly purges the exception
*> file, so an exception carries the run that raised it and its
*> reference is only ever matched to the exception of that run. An
*> item that cannot be registered fails the run (return code 8). At the
*> end of every batch run each branch's pending items are cut to its
*> own return file RTNsss.DAT, laid out like TRANS-FILE: a header
*> ("H": cut date and source), one detail per item ("D") and a trailer
*> ("T": item count and a hash total of the returned Num1), and a
*> branch that sent a block with nothing coming back still gets an
*> empty but balanced file. A branch resubmits an item by quoting its
*> reference in the return-reference field of the TRANS detail; the
*> posting pass marks the register entry resubmitted and closes the
*> exception it came from, and ExcNightly's RETURNS mode lists the
*> returns that were never resubmitted. An exception corrected in
*> house on the review screen is marked corrected on the register, and
*> is never cut at all if it had not been already.
*>
*> PROCDATE-FILE catches a whole block sent twice; the duplicate-check
*> file DUPCHK.DAT catches a single detail keyed twice. Every posted
*> batch detail leaves a fingerprint there - source, Num1, Num2 or
*> product code, currency and business date, with the run ID and
*> sequence number it posted under - and every new detail is checked
*> against the fingerprints of the same source dated within the look-
*> back window: its own business date and the N business days before
*> it, N being the single figure on DUPWIN.DAT (5 when the file is
*> missing). A match is not posted but rejected to EXCEPTION-FILE
*> with reason "DP" and listed on the control report against the
*> original's run ID and sequence number; one that proves genuine is
*> corrected and resubmitted through the REVIEW screen like any other
*> exception, or resubmitted by the branch quoting the reference it
*> was returned under, which vouches for it: that resubmission is not
*> checked against the fingerprints again, only fingerprinted as it
*> posts. A resubmitted return whose exception was meanwhile
*> corrected in house is the same item twice and is rejected "DP"
*> the same way. Fingerprints older than the window are dropped as
*> the run finishes. A RESTART run does not mistake its own replayed
*> details for duplicates. A detail held over its branch limit is
*> fingerprinted as it is held, so the same line keyed again is
*> caught whether or not the hold has yet been released; the held
*> detail itself, returned to the branch and resubmitted, is not.
*>
*> A reversal - a batch detail whose extension is negative - must say
*> what it reverses: the original's business date, source code, run
*> ID and sequence number - the posted ledger's own key - carried in
*> the reversal-reference field of the TRANS detail. The run ID may be
*> left blank when date, source and sequence number alone pick out
*> one posting; where they fit more than one (a CORR run posts under
*> the day's date and source too, and sequence numbers start again
*> every run) the reversal is rejected until the run ID is quoted.
*> A branch reverses only its own postings, so the quoted source must
*> be the block's own. A block rolled forward out of a closed period
*> posted under the first day of a later month; a reversal may quote
*> it by the business date the branch sent it under all the same.
*> Posting checks the reference against the posted ledger: the
*> original must be there, must be a positive posting in the same
*> currency, and must not already be fully reversed, and the reversal
*> must not exceed what is left of it (both in the original currency).
*> A reversal with no reference or no such original rejects to
*> EXCEPTION-FILE with reason "RV", one that is over the remaining
*> amount with reason "RX". What each original has had reversed so
*> far is kept on the reversal tracking file REVTRK.DAT, and every
*> rejected reversal is written to the reversal log REVLOG.DAT with
*> the reference it quoted. A supervisor who corrects and resubmits
*> an "RV"/"RX" exception on the REVIEW screen forces the reversal
*> through; that is logged to REVLOG.DAT too, and RevRpt reports the
*> forced reversals alongside the open balance of every partially
*> reversed original. The ledger is loaded after posting, so an
*> original must have posted in an earlier run than its reversal.
*> A matched reversal held over its branch limit carries the
*> original's ledger key on HELD.DAT and, once released, on
*> CORRPOST.DAT, as does a forced "RX" reversal; the CORR run adds
*> both to REVTRK.DAT as they post. Being already approved they post
*> even when the original has meanwhile been reversed further, and
*> are counted on the control report (return code 4). A forced "RV"
*> reversal never found its original and is not tracked.
*>
*> Every extension is taxed as it posts. Each product on PRICE-MASTER
*> carries a tax class (blank reads as "STD", as does a manually
*> keyed Num2); each branch's tax jurisdiction is on the branch
*> master, the "***" record on TAXJUR.DAT naming the default
*> jurisdiction for a branch the master gives none, for a source not
*> on the master and for screen entries; and TAXRATE.DAT (maintained by
*> TaxMaint) holds the percentage rate by jurisdiction and class,
*> keyed like RATES-FILE with an effective date so a rate change can
*> be loaded ahead. The rate in effect on the business date (today on
*> the screen and in a CORR run) is applied to the base-currency
*> Result and to the original-currency result, and the jurisdiction,
*> class, rate and both tax amounts are carried on RESULT-FILE,
*> AUDIT-FILE and the posted ledger. A batch or screen entry with no
*> rate in effect rejects to EXCEPTION-FILE with reason "TX"; a CORR
*> posting, already approved, posts untaxed and is counted on the
*> control report. With no TAXRATE.DAT at all everything posts
*> untaxed, loudly, and the step ends with RETURN-CODE 4. REVIEW
*> corrections and hold releases are taxed by the CORR run that
*> posts them - a review correction at the "STD" class. TaxRpt
*> summarises a month's tax from the ledger for filing.
*>
*> What is known about a branch is kept on the indexed branch master
*> BRANCH.DAT, maintained by BranchMaint: its name and contact, its
*> status (active, suspended or closed), the weekdays it trades, its
*> posting limits, its billing tariff, its default currency and its
*> tax jurisdiction. BATCH and CORR runs load it once at the start.
*> A block from a suspended or closed branch, or from a source code
*> not on the master at all, is rejected at balancing like any other
*> failed block and returned to the branch. A detail with a blank
*> currency code is in its branch's default currency (the base
*> currency when the master gives none), and a branch's jurisdiction
*> is taken from the master alone - TAXJUR.DAT is read only for the
*> default jurisdiction, its per-branch records having been carried
*> onto the master by BranchMaint's conversion. A run takes up to
*> 100 source blocks and the master up to 100 branches.
*>
*> Every posting carries the product it sold and where its price came
*> from through to RESULT-FILE and the posted ledger, for SalesRpt's
*> monthly product and margin analysis: a detail priced from
*> PRICE-MASTER is price source "M", one whose Num2 was keyed by the
*> branch is "K". A keyed detail may still name its product in
*> TRANS-KEYED-PRODUCT so the keyed price can be checked against the
*> master price in effect; blank there, the product is not known. The
*> product and source ride on HELD.DAT and CORRPOST.DAT the way the
*> tax class does, so a hold release keeps them, and a REVIEW
*> correction - its Num2 keyed on the screen - is "K" under the
*> product the rejected detail named, if any.

ENVIRONMENT DIVISION.

    SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BRANCH-MASTER ASSIGN TO "BRANCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BRM-SOURCE-CODE
        FILE STATUS IS WS-BRANCH-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        RECORD KEY IS RAT-KEY
        FILE STATUS IS WS-RATES-STATUS.

    SELECT HELD-FILE ASSIGN TO "HELD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

    SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-STATUS.

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

    SELECT RETURN-FILE ASSIGN USING WS-RETURN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-FILE-STATUS.

    SELECT DUPCHK-FILE ASSIGN TO "DUPCHK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DUP-KEY
        FILE STATUS IS WS-DUPCHK-STATUS.

    SELECT DUPWIN-FILE ASSIGN TO "DUPWIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPWIN-STATUS.

    SELECT REVTRK-FILE ASSIGN TO "REVTRK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RVT-ORIG-KEY
        FILE STATUS IS WS-REVTRK-STATUS.

    SELECT REVLOG-FILE ASSIGN TO "REVLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVLOG-STATUS.

    SELECT TAXRATE-FILE ASSIGN TO "TAXRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXR-KEY
        FILE STATUS IS WS-TAXRATE-STATUS.

    SELECT TAXJUR-FILE ASSIGN TO "TAXJUR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAXJUR-STATUS.

DATA DIVISION.

FILE SECTION.
        10  TRANS-PRODUCT-CODE             PIC X(6).
        10  FILLER                         PIC X(3).
    05  TRANS-CURRENCY                     PIC X(3).
    *> A resubmitted return quotes the reference it was returned
    *> under (RTD-REFERENCE on the branch's RTNsss.DAT); blank on an
    *> ordinary detail.
    05  TRANS-RETURN-REF                   PIC X(13).
    *> A reversal (negative extension) quotes the posting it undoes
    *> as the ledger knows it: business date, source code, run ID and
    *> the sequence number it posted under. The run ID may be blank.
    05  TRANS-REVERSAL-REF.
        10  TRANS-REV-BUSINESS-DATE        PIC 9(8).
        10  TRANS-REV-SOURCE-CODE          PIC X(3).
        10  TRANS-REV-RUN-ID               PIC 9(6).
        10  TRANS-REV-RUN-ID-X REDEFINES TRANS-REV-RUN-ID
                                           PIC X(6).
        10  TRANS-REV-SEQ-NO               PIC 9(6).
    *> A detail with a keyed-in Num2 may name the product it prices,
    *> so the keyed price can be compared with the master; blank when
    *> the branch does not say, and unused on a product-priced detail.
    05  TRANS-KEYED-PRODUCT                PIC X(6).
01  TRANS-HEADER-RECORD.
    05  FILLER                             PIC X(1).
    05  TRH-BUSINESS-DATE                  PIC 9(8).
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

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    05  EXC-RESOLVED-TS                    PIC X(21).
    05  EXC-RESOLVED-BY                    PIC X(8).
    05  EXC-SOURCE-CODE                    PIC X(3).
    *> The product the detail named and the tax class it was priced
    *> under, so a correction keeps both through to posting.
    05  EXC-PRODUCT-CODE                   PIC X(6).
    05  EXC-TAX-CLASS                      PIC X(3).
    *> The run that raised the exception - with the exception number,
    *> its reference on the returns register.
    05  EXC-RUN-ID                         PIC 9(6).

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

FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD.
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
    05  GLT-NET-AMOUNT                     PIC S9(9)V99 SIGN LEADING SEPARATE.

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

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CPO-SOURCE-CODE                    PIC X(3).
    05  CPO-OPERATOR-ID                    PIC X(8).
    05  CPO-TIMESTAMP                      PIC X(21).
    05  CPO-ROLLED-FROM-DATE               PIC 9(8).
    05  CPO-TAX-CLASS                      PIC X(3).
    05  CPO-PRODUCT-CODE                   PIC X(6).
    05  CPO-PRICE-SOURCE                   PIC X(1).
    *> Ledger key of the original a reversal was matched to; blank
    *> for anything else.
    05  CPO-REV-ORIG-KEY                   PIC X(23).

FD  GL-ADJ-FILE.
01  GL-ADJ-RECORD.
    05  GAJ-BUSINESS-DATE                  PIC 9(8).
    05  GAJ-RECORD-COUNT                   PIC 9(6).
    05  GAJ-AMOUNT                         PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  GAJ-SOURCE-CODE                    PIC X(3).
    05  GAJ-CURRENCY-CODE                  PIC X(3).
    05  GAJ-GL-ACCOUNT                     PIC X(10).
    05  GAJ-COST-CENTRE                    PIC X(6).
    05  GAJ-ORIG-AMOUNT                    PIC S9(9)V99 SIGN LEADING SEPARATE.
01  GL-ADJ-TRAILER.
    05  GAT-RECORD-TYPE                    PIC X(1).
    05  GAT-LINE-COUNT                     PIC 9(6).
        88  RCT-GL-ACK-PENDING             VALUE "P".
        88  RCT-GL-ACKNOWLEDGED            VALUE "A".
        88  RCT-GL-REJECTED                VALUE "R".
        88  RCT-GL-UNMAPPED                VALUE "U".
    05  RCT-GL-ACK-TS                      PIC X(21).

FD  PROCDATE-FILE.
        10  PRC-PRODUCT-CODE               PIC X(6).
        10  PRC-EFFECTIVE-DATE             PIC 9(8).
    05  PRC-UNIT-PRICE                     PIC S9(7)V99 COMP-3.
    05  PRC-TAX-CLASS                      PIC X(3).
    05  PRC-UNIT-COST                      PIC S9(7)V99 COMP-3.

FD  RATES-FILE.
01  RATES-RECORD.
        10  RAT-RATE-DATE                  PIC 9(8).
    05  RAT-EXCHANGE-RATE                  PIC 9(3)V9(6) COMP-3.

FD  HELD-FILE.
01  HELD-RECORD.
    05  HLD-SEQ-NO                         PIC 9(6).
    05  HLD-CREATED-TS                     PIC X(21).
    05  HLD-RESOLVED-TS                    PIC X(21).
    05  HLD-RESOLVED-BY                    PIC X(8).
    05  HLD-TAX-CLASS                      PIC X(3).
    05  HLD-PRODUCT-CODE                   PIC X(6).
    05  HLD-PRICE-SOURCE                   PIC X(1).
    *> The run and TRANS-FILE position the detail was held from - the
    *> key of its fingerprint on DUPCHK.DAT - and, for a reversal, the
    *> ledger key of the original it was matched to.
    05  HLD-RUN-ID                         PIC 9(6).
    05  HLD-DETAIL-SEQ-NO                  PIC 9(6).
    05  HLD-REV-ORIG-KEY                   PIC X(23).

FD  OPERATOR-MASTER.
01  OPERATOR-MASTER-RECORD.
    05  SEC-FUNCTION                       PIC X(12).
    05  SEC-OUTCOME                        PIC X(8).

FD  LEDGER-FILE.
01  LEDGER-RECORD.
    05  LGR-KEY.
        10  LGR-BUSINESS-DATE              PIC 9(8).
        10  LGR-SOURCE-CODE                PIC X(3).
        10  LGR-RUN-ID                     PIC 9(6).
        10  LGR-SEQ-NO                     PIC 9(6).
    05  LGR-RUN-MODE                       PIC X(6).
    05  LGR-NUM1                           PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-NUM2                           PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-RESULT                         PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-CURRENCY-CODE                  PIC X(3).
    05  LGR-ORIG-RESULT                    PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-LOADED-TS                      PIC X(21).
    05  LGR-ROLLED-FROM-DATE               PIC 9(8).
    05  LGR-JURISDICTION                   PIC X(3).
    05  LGR-TAX-CLASS                      PIC X(3).
    05  LGR-TAX-RATE                       PIC 9(2)V9(4).
    05  LGR-TAX-AMOUNT                     PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-ORIG-TAX-AMOUNT                PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  LGR-PRODUCT-CODE                   PIC X(6).
    05  LGR-PRICE-SOURCE                   PIC X(1).

FD  GL-MAP-FILE.
01  GL-MAP-RECORD.
    05  GLM-KEY.
        10  GLM-SOURCE-CODE                PIC X(3).
        10  GLM-POSTING-CLASS              PIC X(3).
        10  GLM-CURRENCY-CODE              PIC X(3).
    05  GLM-DEBIT-ACCOUNT                  PIC X(10).
    05  GLM-CREDIT-ACCOUNT                 PIC X(10).
    05  GLM-COST-CENTRE                    PIC X(6).

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

FD  RETURN-FILE.
01  RETURN-DETAIL-RECORD.
    05  RTD-RECORD-TYPE                    PIC X(1).
    05  RTD-REFERENCE                      PIC X(13).
    05  RTD-BUSINESS-DATE                  PIC 9(8).
    05  RTD-REASON-CODE                    PIC X(2).
    05  RTD-REASON-TEXT                    PIC X(20).
    05  RTD-RAW-NUM1                       PIC X(10).
    05  RTD-RAW-NUM2                       PIC X(10).
    05  RTD-CURRENCY-CODE                  PIC X(3).
01  RETURN-HEADER-RECORD.
    05  RTH-RECORD-TYPE                    PIC X(1).
    05  RTH-CUT-DATE                       PIC 9(8).
    05  RTH-SOURCE-CODE                    PIC X(3).
01  RETURN-TRAILER-RECORD.
    05  RTT-RECORD-TYPE                    PIC X(1).
    05  RTT-RECORD-COUNT                   PIC 9(6).
    05  RTT-HASH-TOTAL                     PIC S9(11)V99 SIGN LEADING SEPARATE.

FD  DUPCHK-FILE.
01  DUPCHK-RECORD.
    05  DUP-KEY.
        10  DUP-FINGERPRINT.
            15  DUP-SOURCE-CODE            PIC X(3).
            15  DUP-NUM1                   PIC X(10).
            15  DUP-NUM2-OR-PRODUCT        PIC X(10).
            15  DUP-CURRENCY-CODE          PIC X(3).
        10  DUP-BUSINESS-DATE              PIC 9(8).
        10  DUP-RUN-ID                     PIC 9(6).
        10  DUP-SEQ-NO                     PIC 9(6).
    05  DUP-POSTED-TS                      PIC X(21).

FD  DUPWIN-FILE.
01  DUPWIN-RECORD.
    05  DWN-LOOKBACK-DAYS                  PIC 9(3).

FD  REVTRK-FILE.
01  REVTRK-RECORD.
    05  RVT-ORIG-KEY.
        10  RVT-ORIG-BUSINESS-DATE         PIC 9(8).
        10  RVT-ORIG-SOURCE-CODE           PIC X(3).
        10  RVT-ORIG-RUN-ID                PIC 9(6).
        10  RVT-ORIG-SEQ-NO                PIC 9(6).
    05  RVT-CURRENCY-CODE                  PIC X(3).
    05  RVT-ORIG-AMOUNT                    PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVT-REVERSED-AMOUNT                PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVT-REVERSAL-COUNT                 PIC 9(4).
    05  RVT-LAST-RUN-ID                    PIC 9(6).
    05  RVT-LAST-SEQ-NO                    PIC 9(6).
    05  RVT-LAST-TS                        PIC X(21).

FD  REVLOG-FILE.
01  REVLOG-RECORD.
    05  RVL-TIMESTAMP                      PIC X(21).
    05  RVL-EVENT                          PIC X(1).
        88  RVL-REJECTED                   VALUE "J".
        88  RVL-FORCED                     VALUE "F".
    05  RVL-EXC-SEQ-NO                     PIC 9(6).
    05  RVL-RUN-ID                         PIC 9(6).
    05  RVL-SOURCE-CODE                    PIC X(3).
    05  RVL-BUSINESS-DATE                  PIC 9(8).
    05  RVL-REVERSAL-REF                   PIC X(23).
    05  RVL-AMOUNT                         PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RVL-CURRENCY-CODE                  PIC X(3).
    05  RVL-REASON-CODE                    PIC X(2).
    05  RVL-OPERATOR-ID                    PIC X(8).

FD  TAXRATE-FILE.
01  TAXRATE-RECORD.
    05  TXR-KEY.
        10  TXR-JURISDICTION               PIC X(3).
        10  TXR-TAX-CLASS                  PIC X(3).
        10  TXR-EFFECTIVE-DATE             PIC 9(8).
    05  TXR-TAX-RATE                       PIC 9(2)V9(4) COMP-3.

FD  TAXJUR-FILE.
01  TAXJUR-RECORD.
    05  TXJ-REC-SOURCE-CODE                PIC X(3).
    05  TXJ-REC-JURISDICTION               PIC X(3).

WORKING-STORAGE SECTION.
01  Num1                                PIC S9(7)V99 VALUE ZEROS.
01  WS-NUM1-ALPHA REDEFINES Num1        PIC X(9).
01  WS-UNACKED-ACK-STATUS                PIC X VALUE SPACE.
01  WS-GL-EXTRACT-CUT-SW                 PIC X VALUE "N".
    88  GL-EXTRACT-CUT                   VALUE "Y".
01  WS-UNMAPPED-RUN-ID                   PIC 9(6) VALUE ZERO.
01  WS-UNMAPPED-RUN-MODE                 PIC X(6) VALUE SPACES.

01  WS-PROCDATE-STATUS                   PIC XX VALUE "00".
01  WS-PROCDATE-EOF-SW                   PIC X VALUE "N".
01  WS-BUSINESS-DATE                     PIC 9(8) VALUE ZERO.
01  WS-ACTIVE-SOURCE-CODE                PIC X(3) VALUE SPACES.

01  WS-SOURCE-COUNT                      PIC 9(3) VALUE ZERO.
01  WS-VALID-SOURCE-COUNT                PIC 9(3) VALUE ZERO.
01  WS-CUR-SOURCE                        PIC 9(3) VALUE ZERO.
01  WS-SOURCE-SUB                        PIC 9(3) VALUE ZERO.
01  WS-DUP-SUB                           PIC 9(3) VALUE ZERO.
01  WS-SOURCE-TABLE.
    05  WS-SOURCE-ENTRY OCCURS 100.
        10  SRC-CODE                     PIC X(3).
        10  SRC-BUSINESS-DATE            PIC 9(8).
        10  SRC-TRAILER-SEEN-SW          PIC X.
        10  SRC-POSTED-SUM               PIC S9(9)V99.
        10  SRC-GAP-SW                   PIC X.
        10  SRC-GAP-EXPECTED             PIC 9(8).
        10  SRC-POSTING-DATE             PIC 9(8).
        10  SRC-ROLLED-FROM-DATE         PIC 9(8).
01  WS-RUN-REJECTED-SW                   PIC X VALUE "N".
    88  RUN-REJECTED                     VALUE "Y".

01  WS-BRANCH-STATUS                     PIC XX VALUE "00".
01  WS-BRANCH-EOF-SW                     PIC X VALUE "N".
    88  BRANCH-EOF                       VALUE "Y".
01  WS-BRANCH-OK-SW                      PIC X VALUE "N".
    88  BRANCH-MASTER-LOADED             VALUE "Y".
01  WS-BRANCH-FOUND-SW                   PIC X VALUE "N".
    88  BRANCH-ON-FILE                   VALUE "Y".
01  WS-BRANCH-COUNT                      PIC 9(3) VALUE ZERO.
01  WS-BRANCH-SUB                        PIC 9(3) VALUE ZERO.
01  WS-BRANCH-SEARCH-CODE                PIC X(3) VALUE SPACES.
*> The branch master, loaded once per run; zero limits mean none.
01  WS-BRANCH-TABLE.
    05  WS-BRANCH-ENTRY OCCURS 100.
        10  BRN-SOURCE-CODE              PIC X(3).
        10  BRN-STATUS                   PIC X(1).
        10  BRN-TRADING-DAYS             PIC X(5).
        10  BRN-MAX-NUM1                 PIC 9(7)V99.
        10  BRN-MAX-RESULT               PIC 9(9)V99.
        10  BRN-DEFAULT-CURRENCY         PIC X(3).
        10  BRN-TAX-JURISDICTION         PIC X(3).
01  WS-CALENDAR-STATUS                   PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW                   PIC X VALUE "N".
    88  CALENDAR-EOF                     VALUE "Y".
01  WS-EXPECTED-COUNT                    PIC 9(3) VALUE ZERO.
01  WS-EXPECTED-SUB                      PIC 9(3) VALUE ZERO.
01  WS-EXPECTED-DATE                     PIC 9(8) VALUE ZERO.
01  WS-EXPECTED-TABLE.
    05  WS-EXPECTED-ENTRY OCCURS 100.
        10  EXS-CODE                     PIC X(3).
        10  EXS-ARRIVED-SW               PIC X.
01  WS-MISSING-COUNT                     PIC 9(3) VALUE ZERO.
01  WS-HOLIDAY-COUNT                     PIC 9(3) VALUE ZERO.
01  WS-HOLIDAY-SUB                       PIC 9(3) VALUE ZERO.
01  WS-HOLIDAY-TABLE.
01  WS-NEXT-BUS-DATE                     PIC 9(8) VALUE ZERO.
01  WS-STEP-COUNT                        PIC 9(2) VALUE ZERO.
01  WS-GAP-COUNT                         PIC 9(2) VALUE ZERO.
01  WS-GL-NET-AMOUNT                     PIC S9(9)V99 VALUE ZERO.
01  WS-GL-MAX-SEQ                        PIC 9(6) VALUE ZERO.
01  WS-GL-EOF-SW                         PIC X VALUE "N".
    88  GL-RESULT-EOF                    VALUE "Y".

*> GL journal work: RESULT-FILE rows are summed by branch, currency
*> and business date into a group, each group holding one bucket per
*> posting class; the mapping for every bucket that has rows is
*> looked up before a single line is written, so an unmapped
*> combination stops the extract before any of it is on disk.
01  WS-GLMAP-STATUS                      PIC XX VALUE "00".
01  WS-GL-HELD-SW                        PIC X VALUE "N".
    88  GL-EXTRACT-HELD                  VALUE "Y".
01  WS-GL-TABLE-FULL-SW                  PIC X VALUE "N".
    88  GL-JOURNAL-TABLE-FULL            VALUE "Y".
01  WS-GL-OUTPUT-SW                      PIC X VALUE "X".
    88  GL-TO-EXTRACT                    VALUE "X".
    88  GL-TO-ADJUSTMENT                 VALUE "A".
01  WS-GL-TARGET-RUN-ID                  PIC 9(6) VALUE ZERO.
01  WS-GL-TARGET-MODE                    PIC X(6) VALUE SPACES.
01  WS-GL-JOURNAL-DATE                   PIC 9(8) VALUE ZERO.
01  WS-GL-RUN-ROWS                       PIC 9(6) VALUE ZERO.
01  WS-GL-FIRST-RUN-ID                   PIC 9(6) VALUE ZERO.
01  WS-GL-LINE-COUNT                     PIC 9(6) VALUE ZERO.
01  WS-GL-ABS-AMOUNT                     PIC S9(9)V99 VALUE ZERO.
01  WS-GL-ABS-ORIG                       PIC S9(9)V99 VALUE ZERO.
01  WS-GL-DEBIT-ACCOUNT                  PIC X(10) VALUE SPACES.
01  WS-GL-CREDIT-ACCOUNT                 PIC X(10) VALUE SPACES.
01  WS-GL-CLASS-NAMES.
    05  FILLER                           PIC X(3) VALUE "EXT".
    05  FILLER                           PIC X(3) VALUE "REV".
    05  FILLER                           PIC X(3) VALUE "TAX".
01  WS-GL-CLASS-TABLE REDEFINES WS-GL-CLASS-NAMES.
    05  WS-GL-CLASS-NAME                 PIC X(3) OCCURS 3.
01  WS-GL-CLASS-COUNT                    PIC 9(1) VALUE 3.
01  WS-GL-CLASS-SUB                      PIC 9(1) VALUE ZERO.
01  WS-GL-GROUP-FOUND-SW                 PIC X VALUE "N".
    88  GL-GROUP-FOUND                   VALUE "Y".
01  WS-GL-GROUP-COUNT                    PIC 9(3) VALUE ZERO.
01  WS-GL-GROUP-SUB                      PIC 9(3) VALUE ZERO.
01  WS-GL-GROUP-TABLE.
    05  WS-GL-GROUP OCCURS 100.
        10  GLG-SOURCE-CODE              PIC X(3).
        10  GLG-CURRENCY-CODE            PIC X(3).
        10  GLG-BUSINESS-DATE            PIC 9(8).
        10  GLG-CLASS OCCURS 3.
            15  GLG-COUNT                PIC 9(6).
            15  GLG-AMOUNT               PIC S9(9)V99.
            15  GLG-ORIG-AMOUNT          PIC S9(9)V99.
            15  GLG-DEBIT-ACCOUNT        PIC X(10).
            15  GLG-CREDIT-ACCOUNT       PIC X(10).
            15  GLG-COST-CENTRE          PIC X(6).
01  WS-GL-UNMAPPED-COUNT                 PIC 9(2) VALUE ZERO.
01  WS-GL-UNMAPPED-SUB                   PIC 9(2) VALUE ZERO.
01  WS-GL-UNMAPPED-TABLE.
    05  WS-GL-UNMAPPED-ENTRY OCCURS 50.
        10  GLU-SOURCE-CODE              PIC X(3).
        10  GLU-POSTING-CLASS            PIC X(3).
        10  GLU-CURRENCY-CODE            PIC X(3).
01  WS-GL-JOURNAL-LINE.
    05  GLJ-RECORD-TYPE                  PIC X(1).
    05  GLJ-POSTING-CLASS                PIC X(3).
    05  GLJ-DC-INDICATOR                 PIC X(1).
    05  GLJ-BUSINESS-DATE                PIC 9(8).
    05  GLJ-RECORD-COUNT                 PIC 9(6).
    05  GLJ-AMOUNT                       PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  GLJ-SOURCE-CODE                  PIC X(3).
    05  GLJ-CURRENCY-CODE                PIC X(3).
    05  GLJ-GL-ACCOUNT                   PIC X(10).
    05  GLJ-COST-CENTRE                  PIC X(6).
    05  GLJ-ORIG-AMOUNT                  PIC S9(9)V99 SIGN LEADING SEPARATE.
01  WS-GL-JOURNAL-TRAILER.
    05  GJT-RECORD-TYPE                  PIC X(1).
    05  GJT-LINE-COUNT                   PIC 9(6).
    05  GJT-NET-AMOUNT                   PIC S9(9)V99 SIGN LEADING SEPARATE.

01  WS-CURRENT-DATE                      PIC X(21) VALUE SPACES.
01  WS-REPORT-DATE REDEFINES WS-CURRENT-DATE.
    05  WS-REPORT-YYYY                   PIC 9(4).
01  WS-REPORT-SUM                         PIC S9(9)V99 VALUE ZERO.
01  WS-REPORT-HIGH                        PIC S9(7)V99 VALUE -9999999.99.
01  WS-REPORT-LOW                         PIC S9(7)V99 VALUE 9999999.99.
01  WS-REPORT-TAX-SUM                     PIC S9(9)V99 VALUE ZERO.

01  WS-REPORT-LINE                        PIC X(80).

01  WS-PRICE-AVAILABLE-SW                 PIC X VALUE "Y".
    88  PRICE-FILE-AVAILABLE              VALUE "Y".
01  WS-PRICE-ASOF-DATE                    PIC 9(8) VALUE ZERO.
01  WS-POSTED-PRODUCT                     PIC X(6) VALUE SPACES.
01  WS-PRICE-SOURCE                       PIC X VALUE "K".
    88  PRICED-FROM-MASTER                VALUE "M".
    88  PRICE-KEYED                       VALUE "K".
01  WS-PRICE-FOUND-SW                     PIC X VALUE "N".
    88  PRICE-IN-EFFECT                   VALUE "Y".
01  WS-EFFECTIVE-PRICE                    PIC S9(7)V99 VALUE ZERO.
01  WS-EFFECTIVE-TAX-CLASS                PIC X(3) VALUE "STD".
01  WS-DETAIL-PRICE-OK-SW                 PIC X VALUE "Y".
    88  DETAIL-PRICE-OK                   VALUE "Y".

01  WS-ORIG-RESULT                        PIC S9(7)V99 VALUE ZERO.
01  WS-EXCHANGE-RATE                      PIC 9(3)V9(6) VALUE ZERO.
01  WS-ACTIVE-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
01  WS-POSTING-DATE                       PIC 9(8) VALUE ZERO.
01  WS-ROLLED-FROM-DATE                   PIC 9(8) VALUE ZERO.
01  WS-HELD-STATUS                        PIC XX VALUE "00".
01  WS-RECORD-HELD-SW                     PIC X VALUE "N".
    88  RECORD-HELD-OVER-LIMIT            VALUE "Y".
01  WS-HELD-SEQ-NO                        PIC 9(6) VALUE ZERO.
01  WS-CORR-POSTED-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-CORR-BASE-SEQ                      PIC 9(6) VALUE ZERO.

01  WS-LEDGER-STATUS                      PIC XX VALUE "00".
01  WS-LEDGER-OK-SW                       PIC X VALUE "Y".
    88  LEDGER-AVAILABLE                  VALUE "Y".
01  WS-LEDGER-MAX-SEQ                     PIC 9(6) VALUE ZERO.
01  WS-LEDGER-LOADED-COUNT                PIC 9(6) VALUE ZERO.
01  WS-LEDGER-ON-FILE-COUNT               PIC 9(6) VALUE ZERO.

01  WS-PERIOD-STATUS                      PIC XX VALUE "00".
01  WS-PERIOD-OK-SW                       PIC X VALUE "Y".
    88  PERIOD-FILE-AVAILABLE             VALUE "Y".
01  WS-PERIOD-CLOSED-SW                   PIC X VALUE "N".
    88  POSTING-PERIOD-CLOSED             VALUE "Y".
01  WS-PERIOD-OPEN-FOUND-SW               PIC X VALUE "N".
    88  OPEN-PERIOD-FOUND                 VALUE "Y".
01  WS-PERIOD-CHECK-DATE                  PIC 9(8) VALUE ZERO.
01  WS-PERIOD-CHECK-PARTS REDEFINES WS-PERIOD-CHECK-DATE.
    05  WS-PERIOD-CHECK-MONTH             PIC 9(6).
    05  FILLER                            PIC 9(2).
01  WS-PERIOD-NEXT-MONTH                  PIC 9(6) VALUE ZERO.
01  WS-PERIOD-NEXT-PARTS REDEFINES WS-PERIOD-NEXT-MONTH.
    05  WS-PERIOD-NEXT-YYYY               PIC 9(4).
    05  WS-PERIOD-NEXT-MM                 PIC 9(2).
01  WS-PERIOD-POSTING-DATE                PIC 9(8) VALUE ZERO.
01  WS-PERIOD-ROLLED-FROM                 PIC 9(8) VALUE ZERO.
01  WS-CORR-RUN-ROLLED-FROM               PIC 9(8) VALUE ZERO.
01  WS-ROLLED-SOURCE-COUNT                PIC 9(3) VALUE ZERO.
01  WS-ROLLED-CORR-COUNT                  PIC 9(6) VALUE ZERO.

*> Returns to branches: the register is open for the whole batch (or
*> review) run; the return files are cut one branch at a time from
*> the branch list built in WS-RETURN-SOURCE-TABLE.
01  WS-RETURNS-STATUS                     PIC XX VALUE "00".
01  WS-RETURNS-OK-SW                      PIC X VALUE "N".
    88  RETURNS-REGISTER-AVAILABLE        VALUE "Y".
01  WS-RETURNS-EOF-SW                     PIC X VALUE "N".
    88  RETURNS-EOF                       VALUE "Y".
01  WS-RETURN-FILE-NAME                   PIC X(12) VALUE SPACES.
01  WS-RETURN-FILE-STATUS                 PIC XX VALUE "00".
01  WS-RETURN-POSITION                    PIC 9(6) VALUE ZERO.
01  WS-RETURN-REASON-CODE                 PIC X(2) VALUE SPACES.
01  WS-RETURN-REASON-TEXT                 PIC X(20) VALUE SPACES.
01  WS-RETURN-RAW-NUM1                    PIC X(10) VALUE SPACES.
01  WS-RETURN-NUM1-SIGNED REDEFINES WS-RETURN-RAW-NUM1
                                          PIC S9(7)V99 SIGN LEADING SEPARATE.
01  WS-RETURN-HASH-TOTAL                  PIC S9(11)V99 VALUE ZERO.
01  WS-RETURN-ITEM-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-RETURN-REGISTERED-COUNT            PIC 9(6) VALUE ZERO.
01  WS-RETURN-REG-ERROR-COUNT             PIC 9(6) VALUE ZERO.
01  WS-RESUB-MATCHED-COUNT                PIC 9(6) VALUE ZERO.
01  WS-RESUB-UNKNOWN-COUNT                PIC 9(6) VALUE ZERO.
01  WS-RETURN-SOURCE-FOUND-SW             PIC X VALUE "N".
    88  RETURN-SOURCE-FOUND               VALUE "Y".
01  WS-RETURN-SOURCE-COUNT                PIC 9(3) VALUE ZERO.
01  WS-RETURN-SOURCE-SUB                  PIC 9(3) VALUE ZERO.
01  WS-RETURN-SOURCE-TABLE.
    05  WS-RETURN-SOURCE-ENTRY OCCURS 100.
        10  RTS-SOURCE-CODE              PIC X(3).
        10  RTS-ITEM-COUNT               PIC 9(6).
        10  RTS-HASH-TOTAL               PIC S9(11)V99.
        10  RTS-CUT-SW                   PIC X.

*> Duplicate detection: the fingerprint of the detail in hand is built
*> in WS-DUP-FINGERPRINT and looked up on DUPCHK-FILE from the start
*> of its source's look-back window.
01  WS-DUPCHK-STATUS                      PIC XX VALUE "00".
01  WS-DUPWIN-STATUS                      PIC XX VALUE "00".
01  WS-DUPCHK-OK-SW                       PIC X VALUE "N".
    88  DUPCHK-FILE-AVAILABLE             VALUE "Y".
01  WS-DUPCHK-EOF-SW                      PIC X VALUE "N".
    88  DUPCHK-EOF                        VALUE "Y".
01  WS-DUP-FOUND-SW                       PIC X VALUE "N".
    88  DUPLICATE-SUSPECTED               VALUE "Y".
01  WS-RESUB-CORRECTED-SW                 PIC X VALUE "N".
    88  RESUB-ALREADY-CORRECTED           VALUE "Y".
01  WS-RESUB-GENUINE-SW                   PIC X VALUE "N".
    88  RESUB-DECLARED-GENUINE            VALUE "Y".
01  WS-RESUB-HOLD-RUN-ID                  PIC 9(6) VALUE ZERO.
01  WS-RESUB-HOLD-SEQ-NO                  PIC 9(6) VALUE ZERO.
01  WS-DUP-LOOKBACK-DAYS                  PIC 9(3) VALUE 5.
01  WS-DUP-WINDOW-START                   PIC 9(8) VALUE ZERO.
01  WS-DUP-PURGE-BEFORE                   PIC 9(8) VALUE ZERO.
01  WS-DUP-DAYS-FOUND                     PIC 9(3) VALUE ZERO.
01  WS-DUP-STEP-COUNT                     PIC 9(4) VALUE ZERO.
01  WS-DUP-FINGERPRINT.
    05  WS-DUP-SOURCE-CODE                PIC X(3).
    05  WS-DUP-NUM1                       PIC X(10).
    05  WS-DUP-NUM2-OR-PRODUCT            PIC X(10).
    05  WS-DUP-CURRENCY-CODE              PIC X(3).
01  WS-DUP-NUM-SIGNED                     PIC S9(7)V99 SIGN LEADING SEPARATE
                                               VALUE ZERO.
01  WS-DUP-NUM-ALPHA REDEFINES WS-DUP-NUM-SIGNED
                                          PIC X(10).
01  WS-DUP-ORIG-TYPE                      PIC X VALUE SPACE.
01  WS-DUP-ORIG-RUN-ID                    PIC 9(6) VALUE ZERO.
01  WS-DUP-ORIG-SEQ-NO                    PIC 9(6) VALUE ZERO.
01  WS-DUP-ORIG-DATE                      PIC 9(8) VALUE ZERO.
01  WS-DUP-TOTAL-COUNT                    PIC 9(6) VALUE ZERO.
01  WS-DUP-PURGED-COUNT                   PIC 9(6) VALUE ZERO.
01  WS-DUP-RPT-COUNT                      PIC 9(2) VALUE ZERO.
01  WS-DUP-RPT-SUB                        PIC 9(2) VALUE ZERO.
01  WS-DUP-RPT-TABLE.
    05  WS-DUP-RPT-ENTRY OCCURS 50.
        10  DRP-EXC-SEQ-NO               PIC 9(6).
        10  DRP-SOURCE-CODE              PIC X(3).
        10  DRP-NUM1                     PIC S9(7)V99.
        10  DRP-ORIG-TYPE                PIC X.
        10  DRP-ORIG-RUN-ID              PIC 9(6).
        10  DRP-ORIG-SEQ-NO              PIC 9(6).
        10  DRP-ORIG-DATE                PIC 9(8).

*> Reversal matching: WS-REV-ORIG-KEY is the ledger key of the
*> original a reversal detail quoted, kept from the check until the
*> reversal has posted and REVTRK-FILE can be updated.
01  WS-REVTRK-STATUS                      PIC XX VALUE "00".
01  WS-REVLOG-STATUS                      PIC XX VALUE "00".
01  WS-REVTRK-OK-SW                       PIC X VALUE "N".
    88  REVTRK-FILE-AVAILABLE             VALUE "Y".
01  WS-REV-LEDGER-OK-SW                   PIC X VALUE "N".
    88  REV-LEDGER-AVAILABLE              VALUE "Y".
01  WS-REV-LEDGER-EOF-SW                  PIC X VALUE "N".
    88  REV-LEDGER-EOF                    VALUE "Y".
01  WS-DETAIL-REVERSAL-SW                 PIC X VALUE "N".
    88  DETAIL-IS-REVERSAL                VALUE "Y".
01  WS-REV-ORIG-FOUND-SW                  PIC X VALUE "N".
    88  REVERSAL-ORIGINAL-FOUND           VALUE "Y".
01  WS-REV-REPLAY-SW                      PIC X VALUE "N".
    88  REVERSAL-ALREADY-TRACKED          VALUE "Y".
01  WS-REV-ORIG-KEY.
    05  WS-REV-ORIG-BUSINESS-DATE         PIC 9(8).
    05  WS-REV-ORIG-SOURCE-CODE           PIC X(3).
    05  WS-REV-ORIG-RUN-ID                PIC 9(6).
    05  WS-REV-ORIG-SEQ-NO                PIC 9(6).
01  WS-REV-ORIG-AMOUNT                    PIC S9(9)V99 VALUE ZERO.
01  WS-REV-ORIG-CURRENCY                  PIC X(3) VALUE SPACES.
01  WS-REV-AMOUNT                         PIC S9(9)V99 VALUE ZERO.
01  WS-REV-REVERSED-SO-FAR                PIC S9(9)V99 VALUE ZERO.
01  WS-REV-REMAINING                      PIC S9(9)V99 VALUE ZERO.
01  WS-REV-MATCHED-COUNT                  PIC 9(6) VALUE ZERO.
01  WS-REV-REJECTED-COUNT                 PIC 9(6) VALUE ZERO.
01  WS-REV-OVERRIDE-COUNT                 PIC 9(6) VALUE ZERO.
01  WS-REV-RUN-QUOTED-SW                  PIC X VALUE "N".
    88  REV-RUN-ID-QUOTED                 VALUE "Y".
01  WS-REV-FIT-COUNT                      PIC 9(4) VALUE ZERO.
01  WS-REV-SCAN-DATE                      PIC 9(8) VALUE ZERO.
01  WS-REV-ROLL-MONTH                     PIC 9(6) VALUE ZERO.
01  WS-REV-ROLL-PARTS REDEFINES WS-REV-ROLL-MONTH.
    05  WS-REV-ROLL-YYYY                  PIC 9(4).
    05  WS-REV-ROLL-MM                    PIC 9(2).
01  WS-REV-LAST-MONTH                     PIC 9(6) VALUE ZERO.
01  WS-REV-ROLL-STEPS                     PIC 9(3) VALUE ZERO.
01  WS-REVLOG-EOF-SW                      PIC X VALUE "N".
    88  REVLOG-EOF                        VALUE "Y".
01  WS-REVIEW-ORIG-REASON                 PIC X(2) VALUE SPACES.

*> Sales tax: WS-TAX-CLASS is set from the product (or "STD") before
*> VALIDATE-INPUT runs, the branch's jurisdiction comes off the branch
*> master (the TAXJUR.DAT default where it gives none), and the rate
*> in effect is read off TAXRATE-FILE
*> as of the business date, the last one read being cached.
01  WS-TAXRATE-STATUS                     PIC XX VALUE "00".
01  WS-TAXJUR-STATUS                      PIC XX VALUE "00".
01  WS-TAXRATE-OK-SW                      PIC X VALUE "N".
    88  TAXRATE-FILE-AVAILABLE            VALUE "Y".
01  WS-TAXJUR-EOF-SW                      PIC X VALUE "N".
    88  TAXJUR-EOF                        VALUE "Y".
01  WS-TAX-FOUND-SW                       PIC X VALUE "N".
    88  TAX-RATE-FOUND                    VALUE "Y".
01  WS-DEFAULT-JURISDICTION               PIC X(3) VALUE SPACES.
01  WS-TAX-JURISDICTION                   PIC X(3) VALUE SPACES.
01  WS-TAX-CLASS                          PIC X(3) VALUE "STD".
01  WS-TAX-ASOF-DATE                      PIC 9(8) VALUE ZERO.
01  WS-TAX-RATE                           PIC 9(2)V9(4) VALUE ZERO.
01  WS-TAX-AMOUNT                         PIC S9(7)V99 VALUE ZERO.
01  WS-ORIG-TAX-AMOUNT                    PIC S9(7)V99 VALUE ZERO.
01  WS-LAST-TAX-JURISDICTION              PIC X(3) VALUE SPACES.
01  WS-LAST-TAX-CLASS                     PIC X(3) VALUE SPACES.
01  WS-LAST-TAX-DATE                      PIC 9(8) VALUE ZERO.
01  WS-LAST-TAX-RATE                      PIC 9(2)V9(4) VALUE ZERO.
01  WS-UNTAXED-COUNT                      PIC 9(6) VALUE ZERO.

SCREEN SECTION.
01  EXCEPTION-REVIEW-SCREEN.
    05  BLANK SCREEN.
        MOVE "N" TO WS-ROUND-MODE
    END-IF.
    IF WS-OPERATOR-ID = SPACES
        IF WS-RUN-MODE = "BATCH" OR WS-RUN-MODE = "GLCUT"
            MOVE "BATCH" TO WS-OPERATOR-ID
        ELSE
            DISPLAY "Enter operator ID   : " WITH NO ADVANCING
        WHEN "CORR"
            PERFORM CORRECTIONS-POSTING-RUN
            PERFORM PRINT-CONTROL-REPORT
        WHEN "GLCUT"
            PERFORM RECUT-GL-EXTRACT
            PERFORM PRINT-CONTROL-REPORT
        WHEN OTHER
            PERFORM OPEN-EXCEPTION-FILE
            OPEN EXTEND AUDIT-FILE
            PERFORM OPEN-PRICE-MASTER
            PERFORM OPEN-RATES-FILE
            PERFORM OPEN-TAX-FILES
            IF WS-RUN-MODE = "BATCH"
                PERFORM BATCH-RUN
            ELSE
            CLOSE AUDIT-FILE
            CLOSE PRICE-MASTER
            CLOSE RATES-FILE
            IF TAXRATE-FILE-AVAILABLE
                CLOSE TAXRATE-FILE
            END-IF
            PERFORM PRINT-CONTROL-REPORT
    END-EVALUATE.
    PERFORM COMPLETE-RUN.

INTERACTIVE-RUN.
    MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE.
    MOVE "STD" TO WS-TAX-CLASS.
    MOVE SPACES TO WS-POSTED-PRODUCT.
    SET PRICE-KEYED TO TRUE.
    DISPLAY "Enter first number  : " WITH NO ADVANCING.
    ACCEPT Num1.
    DISPLAY "Enter product code (blank for manual price) : "
            DISPLAY "Result overflow - transaction flagged and logged to exception file."
        ELSE
            DISPLAY "Result is = ", Result
            DISPLAY "Tax is    = ", WS-TAX-AMOUNT
        END-IF
    ELSE
        DISPLAY "Invalid numeric entry - logged to exception file."
    *> must be caught before RESULT-FILE is touched, not discovered
    *> afterwards. One branch failing rejects only that branch; the run
    *> as a whole is abandoned only when nothing at all can post.
    PERFORM LOAD-BRANCH-MASTER.
    PERFORM LOAD-PROCESSING-CALENDAR.
    PERFORM OPEN-PERIOD-FILE.
    PERFORM BALANCE-TRANS-FILE.
    IF PERIOD-FILE-AVAILABLE
        CLOSE PERIOD-FILE
    END-IF.
    PERFORM CHECK-EXPECTED-SOURCES.
    PERFORM OPEN-RETURNS-REGISTER.
    IF NOT STRUCT-ERROR
      AND WS-VALID-SOURCE-COUNT < WS-SOURCE-COUNT
      AND WS-RESTART-PARM NOT = "RESTART"
        PERFORM RETURN-REJECTED-BLOCKS
    END-IF.
    IF NOT TRANS-FILE-BALANCED
        SET RUN-REJECTED TO TRUE
        DISPLAY "Batch run rejected - TRANS-FILE failed balancing; "
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM POST-TRANS-FILE
        PERFORM LOAD-POSTED-LEDGER
        PERFORM WRITE-GL-EXTRACT
        PERFORM RECORD-PROCESSED-DATE
        IF WS-VALID-SOURCE-COUNT < WS-SOURCE-COUNT
                "see control report."
            MOVE 4 TO RETURN-CODE
        END-IF
        IF WS-UNTAXED-COUNT > ZERO AND RETURN-CODE = ZERO
            DISPLAY "Batch run posted extensions without tax - "
                "see control report."
            MOVE 4 TO RETURN-CODE
        END-IF
        IF GL-EXTRACT-HELD
            DISPLAY "Batch run posted but GL extract NOT cut - "
                "unmapped GL accounts, see control report."
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.
    IF RETURNS-REGISTER-AVAILABLE
        PERFORM CUT-RETURN-FILES
        CLOSE RETURNS-FILE
    END-IF.
    IF WS-RETURN-REG-ERROR-COUNT > ZERO
        DISPLAY "Items NOT registered for return to their branch: "
            WS-RETURN-REG-ERROR-COUNT " - see control report."
        MOVE 8 TO RETURN-CODE
    END-IF.

POST-TRANS-FILE.
    IF WS-RESTART-PARM = "RESTART"
        PERFORM READ-LAST-CHECKPOINT
    END-IF.
    PERFORM OPEN-HELD-FILE.
    PERFORM OPEN-DUPCHK-FILE.
    PERFORM OPEN-REVERSAL-FILES.
    OPEN INPUT TRANS-FILE.
    IF WS-RESTART-PARM = "RESTART"
        OPEN EXTEND RESULT-FILE
    CLOSE RESULT-FILE.
    CLOSE CHECKPOINT-FILE.
    CLOSE HELD-FILE.
    IF DUPCHK-FILE-AVAILABLE
        PERFORM PURGE-EXPIRED-FINGERPRINTS
        CLOSE DUPCHK-FILE
    END-IF.
    IF REV-LEDGER-AVAILABLE
        CLOSE LEDGER-FILE
    END-IF.
    IF REVTRK-FILE-AVAILABLE
        CLOSE REVTRK-FILE
    END-IF.
    MOVE SPACES TO WS-ACTIVE-SOURCE-CODE.

POST-ONE-RECORD.
            MOVE SRC-CODE (WS-CUR-SOURCE) TO WS-ACTIVE-SOURCE-CODE
            MOVE SRC-BUSINESS-DATE (WS-CUR-SOURCE)
                TO WS-ACTIVE-BUSINESS-DATE
            MOVE SRC-POSTING-DATE (WS-CUR-SOURCE) TO WS-POSTING-DATE
            MOVE SRC-ROLLED-FROM-DATE (WS-CUR-SOURCE)
                TO WS-ROLLED-FROM-DATE
            IF SRC-VALID-SW (WS-CUR-SOURCE) = "Y"
                PERFORM FIND-DUP-WINDOW-START
            END-IF
        WHEN TRANS-DETAIL-REC
            ADD 1 TO WS-RECORDS-PROCESSED
            IF WS-RECORDS-PROCESSED > WS-RESTART-POINT
                IF SRC-VALID-SW (WS-CUR-SOURCE) = "Y"
                    MOVE "N" TO WS-RESUB-CORRECTED-SW
                    MOVE "N" TO WS-RESUB-GENUINE-SW
                    MOVE ZERO TO WS-RESUB-HOLD-RUN-ID
                    MOVE ZERO TO WS-RESUB-HOLD-SEQ-NO
                    IF TRANS-RETURN-REF NOT = SPACES
                        PERFORM NOTE-RESUBMISSION
                    END-IF
                    MOVE TRANS-NUM1 TO Num1
                    MOVE "Y" TO WS-DETAIL-PRICE-OK-SW
                    MOVE "STD" TO WS-TAX-CLASS
                    IF TRANS-PRICED-AT-POSTING
                        PERFORM PRICE-DETAIL-AT-POSTING
                    ELSE
                        MOVE TRANS-NUM2 TO Num2
                        MOVE TRANS-KEYED-PRODUCT TO WS-POSTED-PRODUCT
                        SET PRICE-KEYED TO TRUE
                    END-IF
                    IF TRANS-CURRENCY = SPACES
                        PERFORM SET-BRANCH-DEFAULT-CURRENCY
                    ELSE
                        MOVE TRANS-CURRENCY TO WS-CURRENCY-CODE
                    END-IF
                    IF DETAIL-PRICE-OK
                        PERFORM VALIDATE-INPUT
                        IF VALID-ENTRY
                            PERFORM CHECK-DUPLICATE-DETAIL
                        END-IF
                        IF VALID-ENTRY
                            PERFORM CHECK-REVERSAL-DETAIL
                        END-IF
                        IF VALID-ENTRY
                            PERFORM CHECK-SOURCE-LIMITS
                            IF RECORD-HELD-OVER-LIMIT
                                PERFORM WRITE-HELD-RECORD
                                PERFORM RECORD-DETAIL-FINGERPRINT
                            ELSE
                                PERFORM CALCULATE-RESULT
                                IF NOT OVERFLOW-OCCURRED
                                    PERFORM WRITE-RESULT-RECORD
                                    PERFORM RECORD-DETAIL-FINGERPRINT
                                    IF DETAIL-IS-REVERSAL
                                        PERFORM RECORD-REVERSAL-MATCH
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
            CONTINUE
    END-EVALUATE.

NOTE-RESUBMISSION.
    *> A detail quoting a return reference is the branch's answer to
    *> an item sent back to it. The register entry is marked
    *> resubmitted whatever becomes of the detail now - a detail that
    *> fails again is simply returned again under a new reference -
    *> and a still-open exception it came from is closed, since the
    *> branch, not the review screen, has dealt with it. A returned
    *> hold left its fingerprint on DUPCHK.DAT when it was held; the
    *> held record says which, so the resubmission is not taken for a
    *> duplicate of itself. A suspected duplicate ("DP") the branch
    *> sends back is the branch saying it is genuine, so it is not
    *> checked against the fingerprints again - the first time only;
    *> the same reference quoted once more is checked like any other
    *> detail (a RESTART run's replay of the first time excepted). A
    *> reference the register does not know is counted on the control
    *> report.
    IF NOT RETURNS-REGISTER-AVAILABLE
        ADD 1 TO WS-RESUB-UNKNOWN-COUNT
    ELSE
        MOVE TRANS-RETURN-REF TO RTN-REFERENCE
        READ RETURNS-FILE
            INVALID KEY
                ADD 1 TO WS-RESUB-UNKNOWN-COUNT
            NOT INVALID KEY
                IF RTN-CORRECTED
                    SET RESUB-ALREADY-CORRECTED TO TRUE
                    MOVE RTN-REF-SEQ TO WS-DUP-ORIG-SEQ-NO
                END-IF
                IF RTN-FROM-EXCEPTION AND RTN-REASON-CODE = "DP"
                  AND NOT RTN-CORRECTED
                    IF NOT RTN-RESUBMITTED
                        SET RESUB-DECLARED-GENUINE TO TRUE
                    END-IF
                    IF RTN-RESUBMITTED
                      AND WS-RESTART-PARM = "RESTART"
                      AND RTN-RESUB-RUN-ID = WS-STALE-RUN-ID
                        SET RESUB-DECLARED-GENUINE TO TRUE
                    END-IF
                END-IF
                IF NOT RTN-RESUBMITTED AND NOT RTN-CORRECTED
                    SET RTN-RESUBMITTED TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO RTN-RESUB-TS
                    MOVE WS-RUN-ID TO RTN-RESUB-RUN-ID
                    REWRITE RETURNS-RECORD
                    ADD 1 TO WS-RESUB-MATCHED-COUNT
                    IF RTN-FROM-EXCEPTION
                        PERFORM CLOSE-RESUBMITTED-EXCEPTION
                    END-IF
                END-IF
                IF RTN-FROM-HOLD
                    PERFORM FIND-RESUBMITTED-HOLD
                END-IF
        END-READ
    END-IF.

FIND-RESUBMITTED-HOLD.
    MOVE RTN-REF-SEQ TO HLD-SEQ-NO.
    READ HELD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF HLD-RUN-ID NUMERIC AND HLD-DETAIL-SEQ-NO NUMERIC
                MOVE HLD-RUN-ID TO WS-RESUB-HOLD-RUN-ID
                MOVE HLD-DETAIL-SEQ-NO TO WS-RESUB-HOLD-SEQ-NO
            END-IF
    END-READ.

OPEN-DUPCHK-FILE.
    *> The fingerprints carry across runs, so the file is opened I-O
    *> and created only the first time. The look-back window is the one
    *> figure on DUPWIN.DAT. Without the fingerprint file nothing is
    *> checked or recorded - loudly.
    MOVE 5 TO WS-DUP-LOOKBACK-DAYS.
    OPEN INPUT DUPWIN-FILE.
    IF WS-DUPWIN-STATUS = "00"
        READ DUPWIN-FILE
            AT END
                CONTINUE
            NOT AT END
                IF DWN-LOOKBACK-DAYS NUMERIC
                    MOVE DWN-LOOKBACK-DAYS TO WS-DUP-LOOKBACK-DAYS
                END-IF
        END-READ
        CLOSE DUPWIN-FILE
    END-IF.
    MOVE ZERO TO WS-DUP-PURGE-BEFORE.
    MOVE "Y" TO WS-DUPCHK-OK-SW.
    OPEN I-O DUPCHK-FILE.
    IF WS-DUPCHK-STATUS = "35"
        OPEN OUTPUT DUPCHK-FILE
        CLOSE DUPCHK-FILE
        OPEN I-O DUPCHK-FILE
    END-IF.
    IF WS-DUPCHK-STATUS NOT = "00"
        MOVE "N" TO WS-DUPCHK-OK-SW
        DISPLAY "Duplicate-check file not available, status = "
            WS-DUPCHK-STATUS " - duplicate detection not in force."
    END-IF.

FIND-DUP-WINDOW-START.
    *> The earliest business date in the block's look-back window:
    *> its own business date stepped back over WS-DUP-LOOKBACK-DAYS
    *> business days, skipping weekends and listed holidays as
    *> FIND-NEXT-BUSINESS-DATE does going forward. The earliest window
    *> start of the run is also the point before which fingerprints
    *> can no longer match anything and are dropped.
    MOVE WS-ACTIVE-BUSINESS-DATE TO WS-DUP-WINDOW-START.
    MOVE FUNCTION INTEGER-OF-DATE(WS-ACTIVE-BUSINESS-DATE)
        TO WS-TEST-DATE-INT.
    IF WS-TEST-DATE-INT > ZERO
        MOVE ZERO TO WS-DUP-DAYS-FOUND
        MOVE ZERO TO WS-DUP-STEP-COUNT
        PERFORM UNTIL WS-DUP-DAYS-FOUND >= WS-DUP-LOOKBACK-DAYS
                   OR WS-DUP-STEP-COUNT > 999
            SUBTRACT 1 FROM WS-TEST-DATE-INT
            ADD 1 TO WS-DUP-STEP-COUNT
            MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
                TO WS-TEST-DATE
            PERFORM CHECK-DATE-IS-BUSINESS-DAY
            IF DATE-IS-BUSINESS-DAY
                ADD 1 TO WS-DUP-DAYS-FOUND
                MOVE WS-TEST-DATE TO WS-DUP-WINDOW-START
            END-IF
        END-PERFORM
    END-IF.
    IF WS-DUP-PURGE-BEFORE = ZERO
      OR WS-DUP-WINDOW-START < WS-DUP-PURGE-BEFORE
        MOVE WS-DUP-WINDOW-START TO WS-DUP-PURGE-BEFORE
    END-IF.

BUILD-DETAIL-FINGERPRINT.
    *> Num1 and a keyed Num2 are held in their signed display form; a
    *> detail priced at posting is fingerprinted on its product code,
    *> since the price it drew may differ from day to day.
    MOVE WS-ACTIVE-SOURCE-CODE TO WS-DUP-SOURCE-CODE.
    MOVE Num1 TO WS-DUP-NUM-SIGNED.
    MOVE WS-DUP-NUM-ALPHA TO WS-DUP-NUM1.
    IF TRANS-PRICED-AT-POSTING
        MOVE SPACES TO WS-DUP-NUM2-OR-PRODUCT
        MOVE "P" TO WS-DUP-NUM2-OR-PRODUCT (1:1)
        MOVE TRANS-PRODUCT-CODE TO WS-DUP-NUM2-OR-PRODUCT (2:6)
    ELSE
        MOVE Num2 TO WS-DUP-NUM-SIGNED
        MOVE WS-DUP-NUM-ALPHA TO WS-DUP-NUM2-OR-PRODUCT
    END-IF.
    MOVE WS-CURRENCY-CODE TO WS-DUP-CURRENCY-CODE.

CHECK-DUPLICATE-DETAIL.
    *> A fingerprint of the same source dated from the window start up
    *> to this detail's own business date is a suspected duplicate -
    *> unless, on a RESTART run, it is this very detail as posted by
    *> the abended run before its last checkpoint, or it is the hold
    *> this detail resubmits. A returned "DP" resubmitted as genuine
    *> is not looked up at all.
    MOVE "N" TO WS-DUP-FOUND-SW.
    IF RESUB-ALREADY-CORRECTED
        SET DUPLICATE-SUSPECTED TO TRUE
        MOVE "E" TO WS-DUP-ORIG-TYPE
        MOVE ZERO TO WS-DUP-ORIG-RUN-ID
        MOVE ZERO TO WS-DUP-ORIG-DATE
    END-IF.
    IF DUPCHK-FILE-AVAILABLE AND NOT DUPLICATE-SUSPECTED
      AND NOT RESUB-DECLARED-GENUINE
        PERFORM BUILD-DETAIL-FINGERPRINT
        MOVE WS-DUP-FINGERPRINT TO DUP-FINGERPRINT
        MOVE WS-DUP-WINDOW-START TO DUP-BUSINESS-DATE
        MOVE ZERO TO DUP-RUN-ID
        MOVE ZERO TO DUP-SEQ-NO
        MOVE "N" TO WS-DUPCHK-EOF-SW
        START DUPCHK-FILE KEY IS NOT LESS THAN DUP-KEY
            INVALID KEY
                SET DUPCHK-EOF TO TRUE
        END-START
        PERFORM UNTIL DUPCHK-EOF OR DUPLICATE-SUSPECTED
            READ DUPCHK-FILE NEXT RECORD
                AT END
                    SET DUPCHK-EOF TO TRUE
                NOT AT END
                    IF DUP-FINGERPRINT NOT = WS-DUP-FINGERPRINT
                      OR DUP-BUSINESS-DATE > WS-ACTIVE-BUSINESS-DATE
                        SET DUPCHK-EOF TO TRUE
                    ELSE
                        IF (WS-RESTART-PARM = "RESTART"
                          AND DUP-RUN-ID = WS-STALE-RUN-ID
                          AND DUP-SEQ-NO = WS-RECORDS-PROCESSED)
                          OR (DUP-RUN-ID = WS-RESUB-HOLD-RUN-ID
                          AND DUP-SEQ-NO = WS-RESUB-HOLD-SEQ-NO)
                            CONTINUE
                        ELSE
                            SET DUPLICATE-SUSPECTED TO TRUE
                            MOVE "P" TO WS-DUP-ORIG-TYPE
                            MOVE DUP-RUN-ID TO WS-DUP-ORIG-RUN-ID
                            MOVE DUP-SEQ-NO TO WS-DUP-ORIG-SEQ-NO
                            MOVE DUP-BUSINESS-DATE TO WS-DUP-ORIG-DATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF DUPLICATE-SUSPECTED
        MOVE "N" TO WS-VALID-ENTRY-SW
        MOVE "DP" TO EXC-REASON-CODE
        PERFORM WRITE-EXCEPTION-RECORD
        ADD 1 TO WS-DUP-TOTAL-COUNT
        IF WS-DUP-RPT-COUNT < 50
            ADD 1 TO WS-DUP-RPT-COUNT
            MOVE EXC-SEQ-NO TO DRP-EXC-SEQ-NO (WS-DUP-RPT-COUNT)
            MOVE WS-ACTIVE-SOURCE-CODE
                TO DRP-SOURCE-CODE (WS-DUP-RPT-COUNT)
            MOVE Num1 TO DRP-NUM1 (WS-DUP-RPT-COUNT)
            MOVE WS-DUP-ORIG-TYPE TO DRP-ORIG-TYPE (WS-DUP-RPT-COUNT)
            MOVE WS-DUP-ORIG-RUN-ID
                TO DRP-ORIG-RUN-ID (WS-DUP-RPT-COUNT)
            MOVE WS-DUP-ORIG-SEQ-NO
                TO DRP-ORIG-SEQ-NO (WS-DUP-RPT-COUNT)
            MOVE WS-DUP-ORIG-DATE TO DRP-ORIG-DATE (WS-DUP-RPT-COUNT)
        END-IF
    END-IF.

RECORD-DETAIL-FINGERPRINT.
    *> Posted and held details alike. A RESTART replay of a detail
    *> already fingerprinted by the abended run adds a second
    *> fingerprint under the new run ID, which the self-match rule
    *> above never reports.
    IF DUPCHK-FILE-AVAILABLE
        PERFORM BUILD-DETAIL-FINGERPRINT
        MOVE WS-DUP-FINGERPRINT TO DUP-FINGERPRINT
        MOVE WS-ACTIVE-BUSINESS-DATE TO DUP-BUSINESS-DATE
        MOVE WS-RUN-ID TO DUP-RUN-ID
        MOVE WS-RECORDS-PROCESSED TO DUP-SEQ-NO
        MOVE FUNCTION CURRENT-DATE TO DUP-POSTED-TS
        WRITE DUPCHK-RECORD
            INVALID KEY
                DISPLAY "Duplicate-check write error, seq = "
                    WS-RECORDS-PROCESSED
        END-WRITE
    END-IF.

PURGE-EXPIRED-FINGERPRINTS.
    *> Keeps the file rolling: a fingerprint dated before the earliest
    *> window any block of this run looked back to is dropped.
    MOVE ZERO TO WS-DUP-PURGED-COUNT.
    IF WS-DUP-PURGE-BEFORE > ZERO
        MOVE LOW-VALUES TO DUP-KEY
        MOVE "N" TO WS-DUPCHK-EOF-SW
        START DUPCHK-FILE KEY IS NOT LESS THAN DUP-KEY
            INVALID KEY
                SET DUPCHK-EOF TO TRUE
        END-START
        PERFORM UNTIL DUPCHK-EOF
            READ DUPCHK-FILE NEXT RECORD
                AT END
                    SET DUPCHK-EOF TO TRUE
                NOT AT END
                    IF DUP-BUSINESS-DATE < WS-DUP-PURGE-BEFORE
                        DELETE DUPCHK-FILE RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-DUP-PURGED-COUNT
                        END-DELETE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

OPEN-REVERSAL-FILES.
    *> The ledger is only read here - LOAD-POSTED-LEDGER opens it I-O
    *> once posting is done. A ledger that is not there yet means
    *> nothing has ever posted, so no reversal can find its original.
    MOVE "Y" TO WS-REV-LEDGER-OK-SW.
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        MOVE "N" TO WS-REV-LEDGER-OK-SW
    END-IF.
    MOVE "Y" TO WS-REVTRK-OK-SW.
    OPEN I-O REVTRK-FILE.
    IF WS-REVTRK-STATUS = "35"
        OPEN OUTPUT REVTRK-FILE
        CLOSE REVTRK-FILE
        OPEN I-O REVTRK-FILE
    END-IF.
    IF WS-REVTRK-STATUS NOT = "00"
        MOVE "N" TO WS-REVTRK-OK-SW
        DISPLAY "Reversal tracking file not available, status = "
            WS-REVTRK-STATUS " - reversals checked against the "
            "ledger only."
    END-IF.

CHECK-REVERSAL-DETAIL.
    *> Only a detail whose extension will come out negative is a
    *> reversal; anything else posts as it always has, whatever is in
    *> its reversal-reference field. The amounts compared are in the
    *> original currency, before conversion to base.
    MOVE "N" TO WS-DETAIL-REVERSAL-SW.
    MOVE "N" TO WS-REV-REPLAY-SW.
    MOVE "N" TO WS-REV-ORIG-FOUND-SW.
    MOVE SPACES TO WS-REV-ORIG-KEY.
    IF (Num1 < ZERO AND Num2 > ZERO)
      OR (Num1 > ZERO AND Num2 < ZERO)
        SET DETAIL-IS-REVERSAL TO TRUE
        COMPUTE WS-REV-AMOUNT ROUNDED = ZERO - (Num1 * Num2)
        MOVE SPACES TO EXC-REASON-CODE
        IF TRANS-REVERSAL-REF = SPACES
          OR TRANS-REV-BUSINESS-DATE NOT NUMERIC
          OR TRANS-REV-SEQ-NO NOT NUMERIC
          OR TRANS-REV-SOURCE-CODE NOT = WS-ACTIVE-SOURCE-CODE
          OR (TRANS-REV-RUN-ID-X NOT = SPACES
          AND TRANS-REV-RUN-ID-X NOT NUMERIC)
            MOVE "RV" TO EXC-REASON-CODE
        ELSE
            MOVE "N" TO WS-REV-RUN-QUOTED-SW
            IF TRANS-REV-RUN-ID-X NUMERIC
                IF TRANS-REV-RUN-ID > ZERO
                    SET REV-RUN-ID-QUOTED TO TRUE
                END-IF
            END-IF
            PERFORM FIND-REVERSAL-ORIGINAL
            IF NOT REVERSAL-ORIGINAL-FOUND
              OR WS-REV-ORIG-AMOUNT NOT > ZERO
              OR WS-REV-ORIG-CURRENCY NOT = WS-CURRENCY-CODE
                MOVE "RV" TO EXC-REASON-CODE
            ELSE
                PERFORM READ-REVERSAL-TRACKING
                IF NOT REVERSAL-ALREADY-TRACKED
                    COMPUTE WS-REV-REMAINING
                        = WS-REV-ORIG-AMOUNT - WS-REV-REVERSED-SO-FAR
                    IF WS-REV-AMOUNT > WS-REV-REMAINING
                        MOVE "RX" TO EXC-REASON-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
        IF EXC-REASON-CODE NOT = SPACES
            MOVE "N" TO WS-VALID-ENTRY-SW
            MOVE "N" TO WS-DETAIL-REVERSAL-SW
            ADD 1 TO WS-REV-REJECTED-COUNT
            PERFORM WRITE-EXCEPTION-RECORD
            PERFORM LOG-REJECTED-REVERSAL
        END-IF
    END-IF.

FIND-REVERSAL-ORIGINAL.
    *> The ledger is keyed business date, source, run ID, sequence
    *> number. Sequence numbers start again every run and a CORR run
    *> posts under the same date and source as that day's batch, so a
    *> reference quoted without its run ID can fit more than one
    *> posting; it is then taken to fit none, and the reversal is
    *> rejected to be quoted again with the run ID. A block rolled
    *> forward out of a closed period is on the ledger under the first
    *> day of a later month, with the date it was sent under as its
    *> rolled-from date, so a reference that fits nothing on the date
    *> it quotes is looked for there.
    MOVE "N" TO WS-REV-ORIG-FOUND-SW.
    MOVE ZERO TO WS-REV-FIT-COUNT.
    IF REV-LEDGER-AVAILABLE
        MOVE TRANS-REV-BUSINESS-DATE TO WS-REV-SCAN-DATE
        PERFORM SCAN-REVERSAL-ORIGINALS
        IF WS-REV-FIT-COUNT = ZERO
            PERFORM FIND-ROLLED-REVERSAL-ORIGINAL
        END-IF
        IF WS-REV-FIT-COUNT = 1
            SET REVERSAL-ORIGINAL-FOUND TO TRUE
        END-IF
    END-IF.

FIND-ROLLED-REVERSAL-ORIGINAL.
    *> Each month after the quoted date's, up to the month this block
    *> posts in, is tried on its first day - a roll always lands on
    *> the first day of the first month then open. Two years of closed
    *> months in a row is as far as any roll is looked for.
    DIVIDE TRANS-REV-BUSINESS-DATE BY 100 GIVING WS-REV-ROLL-MONTH.
    DIVIDE WS-POSTING-DATE BY 100 GIVING WS-REV-LAST-MONTH.
    MOVE ZERO TO WS-REV-ROLL-STEPS.
    PERFORM UNTIL WS-REV-FIT-COUNT > ZERO
               OR WS-REV-ROLL-MONTH NOT < WS-REV-LAST-MONTH
               OR WS-REV-ROLL-STEPS NOT < 24
        ADD 1 TO WS-REV-ROLL-STEPS
        IF WS-REV-ROLL-MM = 12
            ADD 1 TO WS-REV-ROLL-YYYY
            MOVE 1 TO WS-REV-ROLL-MM
        ELSE
            ADD 1 TO WS-REV-ROLL-MM
        END-IF
        COMPUTE WS-REV-SCAN-DATE = WS-REV-ROLL-MONTH * 100 + 1
        PERFORM SCAN-REVERSAL-ORIGINALS
    END-PERFORM.

SCAN-REVERSAL-ORIGINALS.
    *> Every posting under WS-REV-SCAN-DATE and the quoted source that
    *> the reference fits is counted and the first one kept; there is
    *> no need to read on once a second has been found.
    MOVE WS-REV-SCAN-DATE TO LGR-BUSINESS-DATE.
    MOVE TRANS-REV-SOURCE-CODE TO LGR-SOURCE-CODE.
    MOVE ZERO TO LGR-RUN-ID.
    MOVE ZERO TO LGR-SEQ-NO.
    MOVE "N" TO WS-REV-LEDGER-EOF-SW.
    START LEDGER-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET REV-LEDGER-EOF TO TRUE
    END-START.
    PERFORM UNTIL REV-LEDGER-EOF OR WS-REV-FIT-COUNT > 1
        READ LEDGER-FILE NEXT RECORD
            AT END
                SET REV-LEDGER-EOF TO TRUE
            NOT AT END
                IF LGR-BUSINESS-DATE NOT = WS-REV-SCAN-DATE
                  OR LGR-SOURCE-CODE NOT = TRANS-REV-SOURCE-CODE
                    SET REV-LEDGER-EOF TO TRUE
                ELSE
                    IF LGR-SEQ-NO = TRANS-REV-SEQ-NO
                      AND (NOT REV-RUN-ID-QUOTED
                       OR LGR-RUN-ID = TRANS-REV-RUN-ID)
                      AND (WS-REV-SCAN-DATE = TRANS-REV-BUSINESS-DATE
                       OR LGR-ROLLED-FROM-DATE = TRANS-REV-BUSINESS-DATE)
                        ADD 1 TO WS-REV-FIT-COUNT
                        IF WS-REV-FIT-COUNT = 1
                            MOVE LGR-KEY TO WS-REV-ORIG-KEY
                            MOVE LGR-ORIG-RESULT TO WS-REV-ORIG-AMOUNT
                            MOVE LGR-CURRENCY-CODE
                                TO WS-REV-ORIG-CURRENCY
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

READ-REVERSAL-TRACKING.
    *> What the original has had reversed so far. On a RESTART run the
    *> replay of a reversal the abended run already tracked is let
    *> through unchecked and not counted twice.
    MOVE ZERO TO WS-REV-REVERSED-SO-FAR.
    IF REVTRK-FILE-AVAILABLE
        MOVE WS-REV-ORIG-KEY TO RVT-ORIG-KEY
        READ REVTRK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RVT-REVERSED-AMOUNT TO WS-REV-REVERSED-SO-FAR
                IF WS-RESTART-PARM = "RESTART"
                  AND RVT-LAST-RUN-ID = WS-STALE-RUN-ID
                  AND RVT-LAST-SEQ-NO = WS-RECORDS-PROCESSED
                    SET REVERSAL-ALREADY-TRACKED TO TRUE
                END-IF
        END-READ
    END-IF.

RECORD-REVERSAL-MATCH.
    ADD 1 TO WS-REV-MATCHED-COUNT.
    IF REVTRK-FILE-AVAILABLE AND NOT REVERSAL-ALREADY-TRACKED
        MOVE WS-REV-ORIG-KEY TO RVT-ORIG-KEY
        READ REVTRK-FILE
            INVALID KEY
                MOVE WS-REV-ORIG-CURRENCY TO RVT-CURRENCY-CODE
                MOVE WS-REV-ORIG-AMOUNT TO RVT-ORIG-AMOUNT
                MOVE WS-REV-AMOUNT TO RVT-REVERSED-AMOUNT
                MOVE 1 TO RVT-REVERSAL-COUNT
                MOVE WS-RUN-ID TO RVT-LAST-RUN-ID
                MOVE WS-RECORDS-PROCESSED TO RVT-LAST-SEQ-NO
                MOVE FUNCTION CURRENT-DATE TO RVT-LAST-TS
                WRITE REVTRK-RECORD
                    INVALID KEY
                        DISPLAY "Reversal tracking write error, seq = "
                            WS-RECORDS-PROCESSED
                END-WRITE
            NOT INVALID KEY
                ADD WS-REV-AMOUNT TO RVT-REVERSED-AMOUNT
                ADD 1 TO RVT-REVERSAL-COUNT
                MOVE WS-RUN-ID TO RVT-LAST-RUN-ID
                MOVE WS-RECORDS-PROCESSED TO RVT-LAST-SEQ-NO
                MOVE FUNCTION CURRENT-DATE TO RVT-LAST-TS
                REWRITE REVTRK-RECORD
        END-READ
    END-IF.

LOG-REJECTED-REVERSAL.
    *> The exception record has no room for the reference the reversal
    *> quoted, so the log keeps it against the exception number - a
    *> supervisor who later forces the reversal is matched back to it.
    *> Where the original was found (an "RX", or an "RV" for amount or
    *> currency) it is logged by its full ledger key instead.
    MOVE "J" TO RVL-EVENT.
    MOVE EXC-SEQ-NO TO RVL-EXC-SEQ-NO.
    MOVE WS-RUN-ID TO RVL-RUN-ID.
    MOVE WS-ACTIVE-SOURCE-CODE TO RVL-SOURCE-CODE.
    MOVE WS-ACTIVE-BUSINESS-DATE TO RVL-BUSINESS-DATE.
    IF REVERSAL-ORIGINAL-FOUND
        MOVE WS-REV-ORIG-KEY TO RVL-REVERSAL-REF
    ELSE
        MOVE TRANS-REVERSAL-REF TO RVL-REVERSAL-REF
    END-IF.
    MOVE WS-REV-AMOUNT TO RVL-AMOUNT.
    MOVE WS-CURRENCY-CODE TO RVL-CURRENCY-CODE.
    MOVE EXC-REASON-CODE TO RVL-REASON-CODE.
    MOVE WS-OPERATOR-ID TO RVL-OPERATOR-ID.
    PERFORM WRITE-REVLOG-RECORD.

LOG-FORCED-REVERSAL.
    MOVE "F" TO RVL-EVENT.
    MOVE EXC-SEQ-NO TO RVL-EXC-SEQ-NO.
    MOVE WS-RUN-ID TO RVL-RUN-ID.
    MOVE EXC-SOURCE-CODE TO RVL-SOURCE-CODE.
    MOVE ZERO TO RVL-BUSINESS-DATE.
    MOVE SPACES TO RVL-REVERSAL-REF.
    COMPUTE RVL-AMOUNT = ZERO - WS-ORIG-RESULT.
    MOVE WS-CURRENCY-CODE TO RVL-CURRENCY-CODE.
    MOVE WS-REVIEW-ORIG-REASON TO RVL-REASON-CODE.
    MOVE WS-OPERATOR-ID TO RVL-OPERATOR-ID.
    PERFORM WRITE-REVLOG-RECORD.

FIND-FORCED-REVERSAL-ORIGINAL.
    *> The original an "RX" exception was measured against is on its
    *> rejection in the reversal log. Exception numbers are reused once
    *> the exception file is purged, so the latest rejection under the
    *> number is the one being forced.
    MOVE "N" TO WS-REVLOG-EOF-SW.
    OPEN INPUT REVLOG-FILE.
    IF WS-REVLOG-STATUS NOT = "00"
        SET REVLOG-EOF TO TRUE
    END-IF.
    PERFORM UNTIL REVLOG-EOF
        READ REVLOG-FILE
            AT END
                SET REVLOG-EOF TO TRUE
            NOT AT END
                IF RVL-REJECTED
                  AND RVL-EXC-SEQ-NO = EXC-SEQ-NO
                  AND RVL-REASON-CODE = "RX"
                    MOVE RVL-REVERSAL-REF TO CPO-REV-ORIG-KEY
                END-IF
        END-READ
    END-PERFORM.
    IF WS-REVLOG-STATUS NOT = "35"
        CLOSE REVLOG-FILE
    END-IF.

WRITE-REVLOG-RECORD.
    OPEN EXTEND REVLOG-FILE.
    IF WS-REVLOG-STATUS = "35"
        OPEN OUTPUT REVLOG-FILE
    END-IF.
    IF WS-REVLOG-STATUS = "00"
        MOVE FUNCTION CURRENT-DATE TO RVL-TIMESTAMP
        WRITE REVLOG-RECORD
        CLOSE REVLOG-FILE
    ELSE
        DISPLAY "Reversal log not available, status = "
            WS-REVLOG-STATUS " - exception " EXC-SEQ-NO " not logged."
    END-IF.

CLOSE-RESUBMITTED-EXCEPTION.
    *> The exception now under the number may be a later one that
    *> reused it; only the one raised by the run on the reference is
    *> closed. A reference registered before the run was carried has a
    *> zero run ID and matches an exception that has none either.
    MOVE RTN-REF-SEQ TO EXC-SEQ-NO.
    READ EXCEPTION-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EXC-RUN-ID NOT NUMERIC
                MOVE ZERO TO EXC-RUN-ID
            END-IF
            IF EXC-STATUS = "O"
              AND EXC-RUN-ID = RTN-REF-RUN-ID
                MOVE "C" TO EXC-STATUS
                MOVE FUNCTION CURRENT-DATE TO EXC-RESOLVED-TS
                MOVE "RESUBMIT" TO EXC-RESOLVED-BY
                REWRITE EXCEPTION-RECORD
            END-IF
    END-READ.

OPEN-RETURNS-REGISTER.
    *> RETURNS.DAT carries returned items across runs until the branch
    *> resubmits them, so it is opened I-O and created only the first
    *> time. Without it nothing is registered or cut - loudly.
    MOVE "Y" TO WS-RETURNS-OK-SW.
    OPEN I-O RETURNS-FILE.
    IF WS-RETURNS-STATUS = "35"
        OPEN OUTPUT RETURNS-FILE
        CLOSE RETURNS-FILE
        OPEN I-O RETURNS-FILE
    END-IF.
    IF WS-RETURNS-STATUS NOT = "00"
        MOVE "N" TO WS-RETURNS-OK-SW
        DISPLAY "Returns register not available, status = "
            WS-RETURNS-STATUS " - no returns registered or cut."
    END-IF.

RETURN-REJECTED-BLOCKS.
    *> A rejected block posts nothing, so every one of its details goes
    *> back to the branch, referenced by this run's ID and the detail's
    *> position on TRANS-FILE (the same count the checkpoint uses) and
    *> carrying the block's balancing reject reason. A RESTART run
    *> does not repeat this - the original run already returned them.
    IF RETURNS-REGISTER-AVAILABLE
        MOVE ZERO TO WS-CUR-SOURCE
        MOVE ZERO TO WS-RETURN-POSITION
        MOVE "N" TO WS-BAL-EOF-SW
        OPEN INPUT TRANS-FILE
        PERFORM UNTIL BAL-EOF
            READ TRANS-FILE
                AT END
                    SET BAL-EOF TO TRUE
                NOT AT END
                    PERFORM RETURN-ONE-BLOCK-RECORD
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        MOVE ZERO TO WS-CUR-SOURCE
    END-IF.

RETURN-ONE-BLOCK-RECORD.
    EVALUATE TRUE
        WHEN TRANS-HEADER-REC
            ADD 1 TO WS-CUR-SOURCE
        WHEN TRANS-DETAIL-REC
            ADD 1 TO WS-RETURN-POSITION
            IF SRC-VALID-SW (WS-CUR-SOURCE) = "N"
                MOVE "B" TO RTN-REF-TYPE
                MOVE WS-RUN-ID TO RTN-REF-RUN-ID
                MOVE WS-RETURN-POSITION TO RTN-REF-SEQ
                MOVE SRC-CODE (WS-CUR-SOURCE) TO RTN-SOURCE-CODE
                MOVE SRC-BUSINESS-DATE (WS-CUR-SOURCE)
                    TO RTN-BUSINESS-DATE
                MOVE "RJ" TO RTN-REASON-CODE
                MOVE SRC-REJECT-REASON (WS-CUR-SOURCE)
                    TO RTN-REASON-TEXT
                PERFORM REGISTER-TRANS-RETURN
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

REGISTER-EXCEPTION-RETURN.
    *> A batch exception goes back to its branch as well as onto the
    *> review queue - whichever side deals with it first closes the
    *> other (see NOTE-RESUBMISSION and MARK-RETURN-CORRECTED).
    MOVE "E" TO RTN-REF-TYPE.
    MOVE EXC-RUN-ID TO RTN-REF-RUN-ID.
    MOVE EXC-SEQ-NO TO RTN-REF-SEQ.
    MOVE EXC-SOURCE-CODE TO RTN-SOURCE-CODE.
    MOVE WS-ACTIVE-BUSINESS-DATE TO RTN-BUSINESS-DATE.
    MOVE EXC-REASON-CODE TO RTN-REASON-CODE.
    EVALUATE EXC-REASON-CODE
        WHEN "N1"
            MOVE "NUM1 NOT NUMERIC" TO RTN-REASON-TEXT
        WHEN "N2"
            MOVE "NUM2 NOT NUMERIC" TO RTN-REASON-TEXT
        WHEN "NB"
            MOVE "NUM1/NUM2 NOT NUMERIC" TO RTN-REASON-TEXT
        WHEN "OF"
            MOVE "RESULT OVERFLOW" TO RTN-REASON-TEXT
        WHEN "FX"
            MOVE "NO EXCHANGE RATE" TO RTN-REASON-TEXT
        WHEN "PR"
            MOVE "NO PRICE IN EFFECT" TO RTN-REASON-TEXT
        WHEN "DP"
            MOVE "SUSPECTED DUPLICATE" TO RTN-REASON-TEXT
        WHEN "RV"
            MOVE "REVERSAL NO ORIGINAL" TO RTN-REASON-TEXT
        WHEN "RX"
            MOVE "REVERSAL OVER ORIG" TO RTN-REASON-TEXT
        WHEN "TX"
            MOVE "NO TAX RATE" TO RTN-REASON-TEXT
        WHEN OTHER
            MOVE "REJECTED" TO RTN-REASON-TEXT
    END-EVALUATE.
    PERFORM REGISTER-TRANS-RETURN.

REGISTER-TRANS-RETURN.
    *> The values go back exactly as the branch sent them - the bytes
    *> of the TRANS detail, not this system's reading of them - so the
    *> branch can find and correct its own record.
    MOVE TRANS-RECORD (2:10) TO RTN-RAW-NUM1.
    MOVE TRANS-RECORD (12:10) TO RTN-RAW-NUM2.
    MOVE TRANS-CURRENCY TO RTN-CURRENCY-CODE.
    SET RTN-PENDING TO TRUE.
    MOVE FUNCTION CURRENT-DATE TO RTN-CREATED-TS.
    MOVE SPACES TO RTN-CUT-TS.
    MOVE SPACES TO RTN-RESUB-TS.
    MOVE ZERO TO RTN-RESUB-RUN-ID.
    WRITE RETURNS-RECORD
        INVALID KEY
            DISPLAY "Returns register write error, reference = "
                RTN-REFERENCE
            ADD 1 TO WS-RETURN-REG-ERROR-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-RETURN-REGISTERED-COUNT
    END-WRITE.

CUT-RETURN-FILES.
    *> One return file per branch: every branch that sent a block in
    *> this run, plus any branch with items still pending from
    *> earlier (a hold returned by a supervisor, say). Each file is a
    *> complete header/detail/trailer set; cut items are marked sent.
    MOVE ZERO TO WS-RETURN-SOURCE-COUNT.
    PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
        MOVE SRC-CODE (WS-SOURCE-SUB) TO RTN-SOURCE-CODE
        PERFORM NOTE-RETURN-SOURCE
    END-PERFORM.
    MOVE LOW-VALUES TO RTN-REFERENCE.
    MOVE "N" TO WS-RETURNS-EOF-SW.
    START RETURNS-FILE KEY IS NOT LESS THAN RTN-REFERENCE
        INVALID KEY
            SET RETURNS-EOF TO TRUE
    END-START.
    PERFORM UNTIL RETURNS-EOF
        READ RETURNS-FILE NEXT RECORD
            AT END
                SET RETURNS-EOF TO TRUE
            NOT AT END
                IF RTN-PENDING
                    PERFORM NOTE-RETURN-SOURCE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM VARYING WS-RETURN-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-RETURN-SOURCE-SUB > WS-RETURN-SOURCE-COUNT
        PERFORM CUT-ONE-RETURN-FILE
    END-PERFORM.

NOTE-RETURN-SOURCE.
    IF RTN-SOURCE-CODE NOT = SPACES
        MOVE "N" TO WS-RETURN-SOURCE-FOUND-SW
        PERFORM VARYING WS-RETURN-SOURCE-SUB FROM 1 BY 1
            UNTIL WS-RETURN-SOURCE-SUB > WS-RETURN-SOURCE-COUNT
               OR RETURN-SOURCE-FOUND
            IF RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB) = RTN-SOURCE-CODE
                SET RETURN-SOURCE-FOUND TO TRUE
            END-IF
        END-PERFORM
        IF NOT RETURN-SOURCE-FOUND
            IF WS-RETURN-SOURCE-COUNT >= 100
                DISPLAY "Return file table full - source "
                    RTN-SOURCE-CODE " not cut this run."
            ELSE
                ADD 1 TO WS-RETURN-SOURCE-COUNT
                MOVE RTN-SOURCE-CODE
                    TO RTS-SOURCE-CODE (WS-RETURN-SOURCE-COUNT)
                MOVE ZERO TO RTS-ITEM-COUNT (WS-RETURN-SOURCE-COUNT)
                MOVE ZERO TO RTS-HASH-TOTAL (WS-RETURN-SOURCE-COUNT)
                MOVE "N" TO RTS-CUT-SW (WS-RETURN-SOURCE-COUNT)
            END-IF
        END-IF
    END-IF.

CUT-ONE-RETURN-FILE.
    MOVE SPACES TO WS-RETURN-FILE-NAME.
    STRING "RTN" RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB) ".DAT"
        DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME.
    OPEN OUTPUT RETURN-FILE.
    IF WS-RETURN-FILE-STATUS NOT = "00"
        DISPLAY "Return file " WS-RETURN-FILE-NAME
            " could not be opened, status = " WS-RETURN-FILE-STATUS
            " - items left pending."
    ELSE
        MOVE ZERO TO WS-RETURN-ITEM-COUNT
        MOVE ZERO TO WS-RETURN-HASH-TOTAL
        MOVE SPACES TO RETURN-HEADER-RECORD
        MOVE "H" TO RTH-RECORD-TYPE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO RTH-CUT-DATE
        MOVE RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB) TO RTH-SOURCE-CODE
        WRITE RETURN-HEADER-RECORD
        MOVE LOW-VALUES TO RTN-REFERENCE
        MOVE "N" TO WS-RETURNS-EOF-SW
        START RETURNS-FILE KEY IS NOT LESS THAN RTN-REFERENCE
            INVALID KEY
                SET RETURNS-EOF TO TRUE
        END-START
        PERFORM UNTIL RETURNS-EOF
            READ RETURNS-FILE NEXT RECORD
                AT END
                    SET RETURNS-EOF TO TRUE
                NOT AT END
                    IF RTN-PENDING
                      AND RTN-SOURCE-CODE
                        = RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB)
                        PERFORM WRITE-RETURN-DETAIL
                    END-IF
            END-READ
        END-PERFORM
        MOVE SPACES TO RETURN-TRAILER-RECORD
        MOVE "T" TO RTT-RECORD-TYPE
        MOVE WS-RETURN-ITEM-COUNT TO RTT-RECORD-COUNT
        MOVE WS-RETURN-HASH-TOTAL TO RTT-HASH-TOTAL
        WRITE RETURN-TRAILER-RECORD
        CLOSE RETURN-FILE
        MOVE WS-RETURN-ITEM-COUNT
            TO RTS-ITEM-COUNT (WS-RETURN-SOURCE-SUB)
        MOVE WS-RETURN-HASH-TOTAL
            TO RTS-HASH-TOTAL (WS-RETURN-SOURCE-SUB)
        MOVE "Y" TO RTS-CUT-SW (WS-RETURN-SOURCE-SUB)
    END-IF.

WRITE-RETURN-DETAIL.
    *> Only a Num1 that passes the NUMERIC test is hashed - the same
    *> rule the branch's own TRANS trailer is balanced by.
    MOVE SPACES TO RETURN-DETAIL-RECORD.
    MOVE "D" TO RTD-RECORD-TYPE.
    MOVE RTN-REFERENCE TO RTD-REFERENCE.
    MOVE RTN-BUSINESS-DATE TO RTD-BUSINESS-DATE.
    MOVE RTN-REASON-CODE TO RTD-REASON-CODE.
    MOVE RTN-REASON-TEXT TO RTD-REASON-TEXT.
    MOVE RTN-RAW-NUM1 TO RTD-RAW-NUM1.
    MOVE RTN-RAW-NUM2 TO RTD-RAW-NUM2.
    MOVE RTN-CURRENCY-CODE TO RTD-CURRENCY-CODE.
    WRITE RETURN-DETAIL-RECORD.
    ADD 1 TO WS-RETURN-ITEM-COUNT.
    MOVE RTN-RAW-NUM1 TO WS-RETURN-RAW-NUM1.
    IF WS-RETURN-NUM1-SIGNED NUMERIC
        ADD WS-RETURN-NUM1-SIGNED TO WS-RETURN-HASH-TOTAL
    END-IF.
    SET RTN-SENT TO TRUE.
    MOVE FUNCTION CURRENT-DATE TO RTN-CUT-TS.
    REWRITE RETURNS-RECORD.

MARK-RETURN-CORRECTED.
    *> Corrected in house: an item not yet cut is never sent, and one
    *> already with the branch is no longer waiting on it.
    IF RETURNS-REGISTER-AVAILABLE
        MOVE "E" TO RTN-REF-TYPE
        IF EXC-RUN-ID NUMERIC
            MOVE EXC-RUN-ID TO RTN-REF-RUN-ID
        ELSE
            MOVE ZERO TO RTN-REF-RUN-ID
        END-IF
        MOVE EXC-SEQ-NO TO RTN-REF-SEQ
        READ RETURNS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RTN-PENDING OR RTN-SENT
                    SET RTN-CORRECTED TO TRUE
                    REWRITE RETURNS-RECORD
                END-IF
        END-READ
    END-IF.

BALANCE-TRANS-FILE.
    *> First pass over TRANS-FILE: prove every source block carries both
    *> its header and trailer, that each block's detail count and
                MOVE "TRAILER MISSING"
                    TO SRC-REJECT-REASON (WS-CUR-SOURCE)
            END-IF
            IF WS-SOURCE-COUNT >= 100
                SET STRUCT-ERROR TO TRUE
                DISPLAY "Balancing error: more than 100 source blocks."
            ELSE
                ADD 1 TO WS-SOURCE-COUNT
                MOVE WS-SOURCE-COUNT TO WS-CUR-SOURCE
                MOVE ZERO TO SRC-POSTED-SUM (WS-CUR-SOURCE)
                MOVE "N" TO SRC-GAP-SW (WS-CUR-SOURCE)
                MOVE ZERO TO SRC-GAP-EXPECTED (WS-CUR-SOURCE)
                MOVE TRH-BUSINESS-DATE
                    TO SRC-POSTING-DATE (WS-CUR-SOURCE)
                MOVE ZERO TO SRC-ROLLED-FROM-DATE (WS-CUR-SOURCE)
                PERFORM CHECK-DUPLICATE-SOURCE
            END-IF
        WHEN TRANS-TRAILER-REC
VALIDATE-ONE-SOURCE.
    *> Entry WS-SOURCE-SUB: apply the per-block checks in severity order
    *> and keep the first reason that fails; a block that survives them
    *> all is cleared to post, and the first such block's posting date
    *> becomes the run's date for the GL extract.
    IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
        IF SRC-TRAILER-SEEN-SW (WS-SOURCE-SUB) = "N"
                    MOVE "HASH MISMATCH"
                        TO SRC-REJECT-REASON (WS-SOURCE-SUB)
                ELSE
                    PERFORM CHECK-BRANCH-STATUS
                    IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
                        PERFORM CHECK-CALENDAR-DATE
                    END-IF
                    IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
                        PERFORM CHECK-BUSINESS-DATE
                    END-IF
                    IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
                        PERFORM CHECK-SOURCE-PERIOD
                    END-IF
                END-IF
            END-IF
        END-IF
    IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
        ADD 1 TO WS-VALID-SOURCE-COUNT
        IF WS-BUSINESS-DATE = ZERO
            MOVE SRC-POSTING-DATE (WS-SOURCE-SUB) TO WS-BUSINESS-DATE
        END-IF
    ELSE
        DISPLAY "Source " SRC-CODE (WS-SOURCE-SUB) " rejected - "
            SRC-REJECT-REASON (WS-SOURCE-SUB)
    END-IF.

CHECK-BRANCH-STATUS.
    *> Only an active branch on the master may post. A suspended or
    *> closed branch's block is turned back whole, and so is a block
    *> from a source code nobody has set up - it has no limits, no
    *> tariff and no jurisdiction to post under.
    IF BRANCH-MASTER-LOADED
        MOVE SRC-CODE (WS-SOURCE-SUB) TO WS-BRANCH-SEARCH-CODE
        PERFORM FIND-BRANCH-ENTRY
        IF NOT BRANCH-ON-FILE
            MOVE "N" TO SRC-VALID-SW (WS-SOURCE-SUB)
            MOVE "BRANCH NOT ON MASTER"
                TO SRC-REJECT-REASON (WS-SOURCE-SUB)
        ELSE
            EVALUATE BRN-STATUS (WS-BRANCH-SUB)
                WHEN "A"
                    CONTINUE
                WHEN "S"
                    MOVE "N" TO SRC-VALID-SW (WS-SOURCE-SUB)
                    MOVE "BRANCH SUSPENDED"
                        TO SRC-REJECT-REASON (WS-SOURCE-SUB)
                WHEN OTHER
                    MOVE "N" TO SRC-VALID-SW (WS-SOURCE-SUB)
                    MOVE "BRANCH CLOSED"
                        TO SRC-REJECT-REASON (WS-SOURCE-SUB)
            END-EVALUATE
        END-IF
    END-IF.

CHECK-SOURCE-PERIOD.
    *> A block dated in a closed accounting period is rejected or
    *> rolled forward as that period's close decided.
    MOVE SRC-BUSINESS-DATE (WS-SOURCE-SUB) TO WS-PERIOD-CHECK-DATE.
    PERFORM CHECK-POSTING-PERIOD.
    IF POSTING-PERIOD-CLOSED
        MOVE "N" TO SRC-VALID-SW (WS-SOURCE-SUB)
        MOVE "PERIOD CLOSED" TO SRC-REJECT-REASON (WS-SOURCE-SUB)
    ELSE
        MOVE WS-PERIOD-POSTING-DATE TO SRC-POSTING-DATE (WS-SOURCE-SUB)
        MOVE WS-PERIOD-ROLLED-FROM
            TO SRC-ROLLED-FROM-DATE (WS-SOURCE-SUB)
        IF WS-PERIOD-ROLLED-FROM > ZERO
            ADD 1 TO WS-ROLLED-SOURCE-COUNT
            DISPLAY "Source " SRC-CODE (WS-SOURCE-SUB)
                " business date " SRC-BUSINESS-DATE (WS-SOURCE-SUB)
                " is in a closed period - posted under "
                WS-PERIOD-POSTING-DATE
        END-IF
    END-IF.

CHECK-BUSINESS-DATE.
    *> PROCDATE-FILE lists every business date this system has posted,
    *> by source; the block's date found there for the same source means
        END-IF
    END-IF.

LOAD-BRANCH-MASTER.
    *> The branch master is a control, not an input - a run can post
    *> without it, but then nobody is watching for the branch that
    *> never transmitted, the suspended branch or the absurd amount,
    *> so the degradation is loud.
    MOVE "N" TO WS-BRANCH-OK-SW.
    MOVE ZERO TO WS-BRANCH-COUNT.
    MOVE "N" TO WS-BRANCH-EOF-SW.
    OPEN INPUT BRANCH-MASTER.
    IF WS-BRANCH-STATUS = "00"
        MOVE "Y" TO WS-BRANCH-OK-SW
        PERFORM UNTIL BRANCH-EOF
            READ BRANCH-MASTER NEXT RECORD
                AT END
                    SET BRANCH-EOF TO TRUE
                NOT AT END
                    IF WS-BRANCH-COUNT < 100
                        PERFORM LOAD-ONE-BRANCH
                    ELSE
                        DISPLAY "Branch table full - branch "
                            BRM-SOURCE-CODE " not loaded."
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-MASTER
    ELSE
        DISPLAY "Branch master not available, status = "
            WS-BRANCH-STATUS " - completeness, branch status and "
            "limit checks not in force."
    END-IF.

LOAD-ONE-BRANCH.
    ADD 1 TO WS-BRANCH-COUNT.
    MOVE BRM-SOURCE-CODE TO BRN-SOURCE-CODE (WS-BRANCH-COUNT).
    MOVE BRM-STATUS TO BRN-STATUS (WS-BRANCH-COUNT).
    MOVE BRM-TRADING-DAYS TO BRN-TRADING-DAYS (WS-BRANCH-COUNT).
    MOVE BRM-MAX-NUM1 TO BRN-MAX-NUM1 (WS-BRANCH-COUNT).
    MOVE BRM-MAX-RESULT TO BRN-MAX-RESULT (WS-BRANCH-COUNT).
    MOVE BRM-DEFAULT-CURRENCY TO BRN-DEFAULT-CURRENCY (WS-BRANCH-COUNT).
    MOVE BRM-TAX-JURISDICTION TO BRN-TAX-JURISDICTION (WS-BRANCH-COUNT).

FIND-BRANCH-ENTRY.
    *> Leaves WS-BRANCH-SUB on WS-BRANCH-SEARCH-CODE's entry.
    MOVE "N" TO WS-BRANCH-FOUND-SW.
    PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT OR BRANCH-ON-FILE
        IF BRN-SOURCE-CODE (WS-BRANCH-SUB) = WS-BRANCH-SEARCH-CODE
            SET BRANCH-ON-FILE TO TRUE
        END-IF
    END-PERFORM.
    IF BRANCH-ON-FILE
        SUBTRACT 1 FROM WS-BRANCH-SUB
    END-IF.

SET-BRANCH-DEFAULT-CURRENCY.
    *> A detail sent without a currency code is in its branch's
    *> default currency; with none on the master it is base currency.
    MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE.
    MOVE WS-ACTIVE-SOURCE-CODE TO WS-BRANCH-SEARCH-CODE.
    PERFORM FIND-BRANCH-ENTRY.
    IF BRANCH-ON-FILE
        IF BRN-DEFAULT-CURRENCY (WS-BRANCH-SUB) NOT = SPACES
            MOVE BRN-DEFAULT-CURRENCY (WS-BRANCH-SUB)
                TO WS-CURRENCY-CODE
        END-IF
    END-IF.

LOAD-PROCESSING-CALENDAR.
    *> The holiday calendar is a control, not an input - a run can
    *> post without it, but then weekday holidays go unchecked, so
    *> the degradation is loud.
    MOVE ZERO TO WS-HOLIDAY-COUNT.
    MOVE "N" TO WS-CALENDAR-EOF-SW.
    OPEN INPUT CALENDAR-FILE.
        END-PERFORM
    END-IF.

OPEN-PERIOD-FILE.
    MOVE "Y" TO WS-PERIOD-OK-SW.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE "N" TO WS-PERIOD-OK-SW
        DISPLAY "Period control file not available, status = "
            WS-PERIOD-STATUS " - every period treated as open."
    END-IF.

CHECK-POSTING-PERIOD.
    *> WS-PERIOD-CHECK-DATE's month looked up on PERIOD-FILE. An open
    *> month, or one never closed, posts under the date itself; a
    *> closed month refusing late postings sets POSTING-PERIOD-CLOSED;
    *> a closed month rolling them forward posts them under the first
    *> day of the first open month after it, with the original date
    *> kept in WS-PERIOD-ROLLED-FROM.
    MOVE WS-PERIOD-CHECK-DATE TO WS-PERIOD-POSTING-DATE.
    MOVE ZERO TO WS-PERIOD-ROLLED-FROM.
    MOVE "N" TO WS-PERIOD-CLOSED-SW.
    IF PERIOD-FILE-AVAILABLE
        MOVE WS-PERIOD-CHECK-MONTH TO PER-MONTH
        READ PERIOD-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PER-CLOSED
                    IF PER-ROLL-LATE
                        PERFORM FIND-NEXT-OPEN-PERIOD
                    ELSE
                        SET POSTING-PERIOD-CLOSED TO TRUE
                    END-IF
                END-IF
        END-READ
    END-IF.

FIND-NEXT-OPEN-PERIOD.
    *> Months are stepped forward until one is not closed; a month
    *> with no record has never been closed, so the search always ends.
    MOVE WS-PERIOD-CHECK-MONTH TO WS-PERIOD-NEXT-MONTH.
    MOVE "N" TO WS-PERIOD-OPEN-FOUND-SW.
    PERFORM UNTIL OPEN-PERIOD-FOUND
        IF WS-PERIOD-NEXT-MM = 12
            ADD 1 TO WS-PERIOD-NEXT-YYYY
            MOVE 1 TO WS-PERIOD-NEXT-MM
        ELSE
            ADD 1 TO WS-PERIOD-NEXT-MM
        END-IF
        MOVE WS-PERIOD-NEXT-MONTH TO PER-MONTH
        READ PERIOD-FILE
            INVALID KEY
                SET OPEN-PERIOD-FOUND TO TRUE
            NOT INVALID KEY
                IF NOT PER-CLOSED
                    SET OPEN-PERIOD-FOUND TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    COMPUTE WS-PERIOD-POSTING-DATE = WS-PERIOD-NEXT-MONTH * 100 + 1.
    MOVE WS-PERIOD-CHECK-DATE TO WS-PERIOD-ROLLED-FROM.

CHECK-EXPECTED-SOURCES.
    *> Balancing proves every block that arrived is intact; this proves
    *> every branch that should have transmitted did. A block counts as
    *> arrived even when balancing rejected it - that failure is
    *> already reported under its own reason.
    MOVE ZERO TO WS-MISSING-COUNT.
    PERFORM BUILD-EXPECTED-SOURCES.
    PERFORM VARYING WS-EXPECTED-SUB FROM 1 BY 1
        UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
        PERFORM CHECK-ONE-EXPECTED-SOURCE
    END-PERFORM.

BUILD-EXPECTED-SOURCES.
    *> An active branch is expected on the run's business date when
    *> it trades on that weekday (Monday to Friday, in that order on
    *> the master); nobody is expected on a weekend or holiday. With
    *> no block balanced the date is today's.
    MOVE ZERO TO WS-EXPECTED-COUNT.
    IF WS-BUSINESS-DATE > ZERO
        MOVE WS-BUSINESS-DATE TO WS-EXPECTED-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO WS-EXPECTED-DATE
    END-IF.
    MOVE WS-EXPECTED-DATE TO WS-TEST-DATE.
    PERFORM CHECK-DATE-IS-BUSINESS-DAY.
    IF DATE-IS-BUSINESS-DAY
        PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
            IF BRN-STATUS (WS-BRANCH-SUB) = "A"
              AND BRN-TRADING-DAYS (WS-BRANCH-SUB) (WS-DAY-OF-WEEK:1)
                  = "Y"
                ADD 1 TO WS-EXPECTED-COUNT
                MOVE BRN-SOURCE-CODE (WS-BRANCH-SUB)
                    TO EXS-CODE (WS-EXPECTED-COUNT)
                MOVE "N" TO EXS-ARRIVED-SW (WS-EXPECTED-COUNT)
            END-IF
        END-PERFORM
    END-IF.

CHECK-ONE-EXPECTED-SOURCE.
    MOVE "N" TO EXS-ARRIVED-SW (WS-EXPECTED-SUB).
    PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
    END-IF.

WRITE-GL-EXTRACT.
    *> The journal is built from RESULT-FILE itself rather than
    *> accumulated while posting, so a RESTART run's extract still covers
    *> the records the abended run had already posted. Nothing is
    *> written until every branch/class/currency with postings has a
    *> GL account mapping - an unmapped combination holds the whole
    *> extract back for GLCUT to cut once the mapping is keyed.
    MOVE WS-RUN-ID TO WS-GL-TARGET-RUN-ID.
    MOVE "BATCH" TO WS-GL-TARGET-MODE.
    MOVE WS-BUSINESS-DATE TO WS-GL-JOURNAL-DATE.
    PERFORM BUILD-GL-JOURNAL.
    IF NOT GL-EXTRACT-HELD
        SET GL-TO-EXTRACT TO TRUE
        OPEN OUTPUT GL-EXTRACT-FILE
        PERFORM WRITE-GL-JOURNAL
        CLOSE GL-EXTRACT-FILE
        SET GL-EXTRACT-CUT TO TRUE
    END-IF.

BUILD-GL-JOURNAL.
    *> Gather the target run's rows off RESULT-FILE into branch/
    *> currency/date groups. A replayed row always carries a sequence
    *> number at or below the highest one already read (and recomputes
    *> identical values), so rows are only taken when the sequence
    *> number moves forward. A batch journal takes every row up to its
    *> own run ID (a RESTART run's file starts with the abended run's
    *> rows); a CORR journal takes only its own run's rows. The first
    *> run ID on the file is kept so GLCUT can tell when a later batch
    *> has recreated the file under the target run.
    MOVE "N" TO WS-GL-HELD-SW.
    MOVE "N" TO WS-GL-TABLE-FULL-SW.
    MOVE ZERO TO WS-GL-GROUP-COUNT.
    MOVE ZERO TO WS-GL-UNMAPPED-COUNT.
    MOVE ZERO TO WS-GL-RUN-ROWS.
    MOVE ZERO TO WS-GL-FIRST-RUN-ID.
    MOVE ZERO TO WS-GL-NET-AMOUNT.
    MOVE ZERO TO WS-GL-MAX-SEQ.
    MOVE "N" TO WS-GL-EOF-SW.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS NOT = "00"
        SET GL-RESULT-EOF TO TRUE
    END-IF.
    PERFORM UNTIL GL-RESULT-EOF
        READ RESULT-FILE
            AT END
                SET GL-RESULT-EOF TO TRUE
            NOT AT END
                IF WS-GL-FIRST-RUN-ID = ZERO
                    MOVE OUT-RUN-ID TO WS-GL-FIRST-RUN-ID
                END-IF
                IF OUT-SEQ-NO > WS-GL-MAX-SEQ
                    MOVE OUT-SEQ-NO TO WS-GL-MAX-SEQ
                    IF OUT-RUN-ID = WS-GL-TARGET-RUN-ID
                      OR (WS-GL-TARGET-MODE = "BATCH"
                        AND OUT-RUN-ID < WS-GL-TARGET-RUN-ID)
                        PERFORM ADD-ROW-TO-GL-JOURNAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-RESULT-STATUS NOT = "35"
        CLOSE RESULT-FILE
    END-IF.
    PERFORM RESOLVE-GL-MAPPINGS.

ADD-ROW-TO-GL-JOURNAL.
    *> A negative result is a reversal/adjustment ("REV"), anything
    *> else an extension ("EXT"). The trailer's net amount is the
    *> signed total of every row, exactly as before the lines were
    *> split by branch.
    ADD 1 TO WS-GL-RUN-ROWS.
    ADD OUT-RESULT TO WS-GL-NET-AMOUNT.
    IF OUT-RESULT < ZERO
        MOVE 2 TO WS-GL-CLASS-SUB
    ELSE
        MOVE 1 TO WS-GL-CLASS-SUB
    END-IF.
    MOVE "N" TO WS-GL-GROUP-FOUND-SW.
    PERFORM VARYING WS-GL-GROUP-SUB FROM 1 BY 1
        UNTIL WS-GL-GROUP-SUB > WS-GL-GROUP-COUNT OR GL-GROUP-FOUND
        IF GLG-SOURCE-CODE (WS-GL-GROUP-SUB) = OUT-SOURCE-CODE
          AND GLG-CURRENCY-CODE (WS-GL-GROUP-SUB) = OUT-CURRENCY-CODE
          AND GLG-BUSINESS-DATE (WS-GL-GROUP-SUB) = OUT-BUSINESS-DATE
            SET GL-GROUP-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF GL-GROUP-FOUND
        SUBTRACT 1 FROM WS-GL-GROUP-SUB
    ELSE
        IF WS-GL-GROUP-COUNT < 100
            ADD 1 TO WS-GL-GROUP-COUNT
            MOVE WS-GL-GROUP-COUNT TO WS-GL-GROUP-SUB
            INITIALIZE WS-GL-GROUP (WS-GL-GROUP-SUB)
            MOVE OUT-SOURCE-CODE TO GLG-SOURCE-CODE (WS-GL-GROUP-SUB)
            MOVE OUT-CURRENCY-CODE TO GLG-CURRENCY-CODE (WS-GL-GROUP-SUB)
            MOVE OUT-BUSINESS-DATE TO GLG-BUSINESS-DATE (WS-GL-GROUP-SUB)
            SET GL-GROUP-FOUND TO TRUE
        ELSE
            SET GL-JOURNAL-TABLE-FULL TO TRUE
            SET GL-EXTRACT-HELD TO TRUE
        END-IF
    END-IF.
    IF GL-GROUP-FOUND
        ADD 1 TO GLG-COUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        ADD OUT-RESULT TO GLG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        ADD OUT-ORIG-RESULT
            TO GLG-ORIG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
    END-IF.
    *> The row's tax goes to the group's "TAX" bucket and into the
    *> net. A row written before tax was carried has no tax fields.
    IF OUT-TAX-AMOUNT NUMERIC
        IF OUT-TAX-AMOUNT NOT = ZERO
            ADD OUT-TAX-AMOUNT TO WS-GL-NET-AMOUNT
            IF GL-GROUP-FOUND
                MOVE 3 TO WS-GL-CLASS-SUB
                ADD 1 TO GLG-COUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
                ADD OUT-TAX-AMOUNT
                    TO GLG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
                ADD OUT-ORIG-TAX-AMOUNT
                    TO GLG-ORIG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
            END-IF
        END-IF
    END-IF.

RESOLVE-GL-MAPPINGS.
    *> Every bucket with rows needs its source/class/currency on
    *> GL-MAP-FILE. A missing mapping file leaves every combination
    *> unmapped - nothing is posted to an account nobody chose.
    OPEN INPUT GL-MAP-FILE.
    IF WS-GLMAP-STATUS NOT = "00"
        DISPLAY "GL account mapping not available, status = "
            WS-GLMAP-STATUS " - no journal line can be mapped."
    END-IF.
    PERFORM VARYING WS-GL-GROUP-SUB FROM 1 BY 1
        UNTIL WS-GL-GROUP-SUB > WS-GL-GROUP-COUNT
        PERFORM VARYING WS-GL-CLASS-SUB FROM 1 BY 1
            UNTIL WS-GL-CLASS-SUB > WS-GL-CLASS-COUNT
            IF GLG-COUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB) > ZERO
                PERFORM LOOKUP-GL-MAPPING
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-GLMAP-STATUS NOT = "35"
        CLOSE GL-MAP-FILE
    END-IF.

LOOKUP-GL-MAPPING.
    MOVE GLG-SOURCE-CODE (WS-GL-GROUP-SUB) TO GLM-SOURCE-CODE.
    MOVE WS-GL-CLASS-NAME (WS-GL-CLASS-SUB) TO GLM-POSTING-CLASS.
    MOVE GLG-CURRENCY-CODE (WS-GL-GROUP-SUB) TO GLM-CURRENCY-CODE.
    IF WS-GLMAP-STATUS = "00"
        READ GL-MAP-FILE
            INVALID KEY
                PERFORM NOTE-UNMAPPED-COMBINATION
            NOT INVALID KEY
                MOVE GLM-DEBIT-ACCOUNT
                    TO GLG-DEBIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
                MOVE GLM-CREDIT-ACCOUNT
                    TO GLG-CREDIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
                MOVE GLM-COST-CENTRE
                    TO GLG-COST-CENTRE (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        END-READ
    ELSE
        PERFORM NOTE-UNMAPPED-COMBINATION
    END-IF.

NOTE-UNMAPPED-COMBINATION.
    SET GL-EXTRACT-HELD TO TRUE.
    MOVE "N" TO WS-GL-GROUP-FOUND-SW.
    PERFORM VARYING WS-GL-UNMAPPED-SUB FROM 1 BY 1
        UNTIL WS-GL-UNMAPPED-SUB > WS-GL-UNMAPPED-COUNT
        IF GLU-SOURCE-CODE (WS-GL-UNMAPPED-SUB) = GLM-SOURCE-CODE
          AND GLU-POSTING-CLASS (WS-GL-UNMAPPED-SUB) = GLM-POSTING-CLASS
          AND GLU-CURRENCY-CODE (WS-GL-UNMAPPED-SUB) = GLM-CURRENCY-CODE
            SET GL-GROUP-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF NOT GL-GROUP-FOUND AND WS-GL-UNMAPPED-COUNT < 50
        ADD 1 TO WS-GL-UNMAPPED-COUNT
        MOVE GLM-SOURCE-CODE TO GLU-SOURCE-CODE (WS-GL-UNMAPPED-COUNT)
        MOVE GLM-POSTING-CLASS
            TO GLU-POSTING-CLASS (WS-GL-UNMAPPED-COUNT)
        MOVE GLM-CURRENCY-CODE
            TO GLU-CURRENCY-CODE (WS-GL-UNMAPPED-COUNT)
        DISPLAY "No GL mapping for source " GLM-SOURCE-CODE
            " class " GLM-POSTING-CLASS " currency " GLM-CURRENCY-CODE
    END-IF.

WRITE-GL-JOURNAL.
    *> One debit line and one matching credit line per branch,
    *> currency, date and class with postings, both for the absolute
    *> amount - the "D"/"C" indicator supplies the direction, so every
    *> pair balances on its own. A journal with nothing in it still
    *> cuts the zero "EXT" debit and "REV" credit the GL side has
    *> always received for a quiet day. The trailer carries the lines
    *> written and the net of debits against credits.
    MOVE ZERO TO WS-GL-LINE-COUNT.
    PERFORM VARYING WS-GL-GROUP-SUB FROM 1 BY 1
        UNTIL WS-GL-GROUP-SUB > WS-GL-GROUP-COUNT
        PERFORM VARYING WS-GL-CLASS-SUB FROM 1 BY 1
            UNTIL WS-GL-CLASS-SUB > WS-GL-CLASS-COUNT
            IF GLG-COUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB) > ZERO
                PERFORM WRITE-GL-JOURNAL-PAIR
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-GL-LINE-COUNT = ZERO
        PERFORM WRITE-EMPTY-GL-JOURNAL
    END-IF.
    MOVE "T" TO GJT-RECORD-TYPE.
    MOVE WS-GL-LINE-COUNT TO GJT-LINE-COUNT.
    MOVE WS-GL-NET-AMOUNT TO GJT-NET-AMOUNT.
    IF GL-TO-EXTRACT
        WRITE GL-EXTRACT-TRAILER FROM WS-GL-JOURNAL-TRAILER
    ELSE
        WRITE GL-ADJ-TRAILER FROM WS-GL-JOURNAL-TRAILER
    END-IF.

WRITE-GL-JOURNAL-PAIR.
    MOVE GLG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO WS-GL-ABS-AMOUNT.
    MOVE GLG-ORIG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO WS-GL-ABS-ORIG.
    IF WS-GL-ABS-AMOUNT < ZERO
        MULTIPLY WS-GL-ABS-AMOUNT BY -1 GIVING WS-GL-ABS-AMOUNT
    END-IF.
    IF WS-GL-ABS-ORIG < ZERO
        MULTIPLY WS-GL-ABS-ORIG BY -1 GIVING WS-GL-ABS-ORIG
    END-IF.
    *> The "TAX" bucket is the net of the tax charged on extensions
    *> and refunded on reversals; a net refund debits the account the
    *> mapping credits and credits the one it debits.
    MOVE GLG-DEBIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO WS-GL-DEBIT-ACCOUNT.
    MOVE GLG-CREDIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO WS-GL-CREDIT-ACCOUNT.
    IF WS-GL-CLASS-NAME (WS-GL-CLASS-SUB) = "TAX"
      AND GLG-AMOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB) < ZERO
        MOVE GLG-CREDIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
            TO WS-GL-DEBIT-ACCOUNT
        MOVE GLG-DEBIT-ACCOUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
            TO WS-GL-CREDIT-ACCOUNT
    END-IF.
    MOVE SPACES TO WS-GL-JOURNAL-LINE.
    MOVE "D" TO GLJ-RECORD-TYPE.
    MOVE WS-GL-CLASS-NAME (WS-GL-CLASS-SUB) TO GLJ-POSTING-CLASS.
    MOVE GLG-BUSINESS-DATE (WS-GL-GROUP-SUB) TO GLJ-BUSINESS-DATE.
    MOVE GLG-COUNT (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO GLJ-RECORD-COUNT.
    MOVE WS-GL-ABS-AMOUNT TO GLJ-AMOUNT.
    MOVE GLG-SOURCE-CODE (WS-GL-GROUP-SUB) TO GLJ-SOURCE-CODE.
    MOVE GLG-CURRENCY-CODE (WS-GL-GROUP-SUB) TO GLJ-CURRENCY-CODE.
    MOVE GLG-COST-CENTRE (WS-GL-GROUP-SUB WS-GL-CLASS-SUB)
        TO GLJ-COST-CENTRE.
    MOVE WS-GL-ABS-ORIG TO GLJ-ORIG-AMOUNT.
    MOVE "D" TO GLJ-DC-INDICATOR.
    MOVE WS-GL-DEBIT-ACCOUNT TO GLJ-GL-ACCOUNT.
    PERFORM WRITE-GL-JOURNAL-LINE.
    MOVE "C" TO GLJ-DC-INDICATOR.
    MOVE WS-GL-CREDIT-ACCOUNT TO GLJ-GL-ACCOUNT.
    PERFORM WRITE-GL-JOURNAL-LINE.

WRITE-EMPTY-GL-JOURNAL.
    MOVE SPACES TO WS-GL-JOURNAL-LINE.
    MOVE "D" TO GLJ-RECORD-TYPE.
    MOVE "EXT" TO GLJ-POSTING-CLASS.
    MOVE "D" TO GLJ-DC-INDICATOR.
    MOVE WS-GL-JOURNAL-DATE TO GLJ-BUSINESS-DATE.
    MOVE ZERO TO GLJ-RECORD-COUNT.
    MOVE ZERO TO GLJ-AMOUNT.
    MOVE ZERO TO GLJ-ORIG-AMOUNT.
    PERFORM WRITE-GL-JOURNAL-LINE.
    MOVE "REV" TO GLJ-POSTING-CLASS.
    MOVE "C" TO GLJ-DC-INDICATOR.
    PERFORM WRITE-GL-JOURNAL-LINE.

WRITE-GL-JOURNAL-LINE.
    IF GL-TO-EXTRACT
        WRITE GL-EXTRACT-RECORD FROM WS-GL-JOURNAL-LINE
    ELSE
        WRITE GL-ADJ-RECORD FROM WS-GL-JOURNAL-LINE
    END-IF.
    ADD 1 TO WS-GL-LINE-COUNT.

RECORD-PROCESSED-DATE.
    OPEN EXTEND PROCDATE-FILE.
    END-PERFORM.
    CLOSE PROCDATE-FILE.

OPEN-HELD-FILE.
    *> Held transactions carry across runs until the supervisor
    *> release screen resolves them, so the queue is opened I-O with
    *> the ordinary way.
    MOVE "N" TO WS-RECORD-HELD-SW.
    MOVE SPACES TO WS-HOLD-REASON.
    MOVE WS-ACTIVE-SOURCE-CODE TO WS-BRANCH-SEARCH-CODE.
    PERFORM FIND-BRANCH-ENTRY.
    IF BRANCH-ON-FILE
        MOVE Num1 TO WS-ABS-NUM1
        IF BRN-MAX-NUM1 (WS-BRANCH-SUB) > ZERO
          AND WS-ABS-NUM1 > BRN-MAX-NUM1 (WS-BRANCH-SUB)
            MOVE "Y" TO WS-RECORD-HELD-SW
            MOVE "L1" TO WS-HOLD-REASON
        END-IF
        IF NOT RECORD-HELD-OVER-LIMIT
          AND BRN-MAX-RESULT (WS-BRANCH-SUB) > ZERO
            MULTIPLY Num1 BY Num2 GIVING WS-TRIAL-RESULT
                ON SIZE ERROR
                    MOVE ZERO TO WS-TRIAL-RESULT
                END-MULTIPLY
            END-IF
            MOVE WS-TRIAL-RESULT TO WS-ABS-TRIAL
            IF WS-ABS-TRIAL > BRN-MAX-RESULT (WS-BRANCH-SUB)
                MOVE "Y" TO WS-RECORD-HELD-SW
                MOVE "LR" TO WS-HOLD-REASON
            END-IF
    MOVE FUNCTION CURRENT-DATE TO HLD-CREATED-TS.
    MOVE SPACES TO HLD-RESOLVED-TS.
    MOVE SPACES TO HLD-RESOLVED-BY.
    MOVE WS-TAX-CLASS TO HLD-TAX-CLASS.
    MOVE WS-POSTED-PRODUCT TO HLD-PRODUCT-CODE.
    MOVE WS-PRICE-SOURCE TO HLD-PRICE-SOURCE.
    MOVE WS-RUN-ID TO HLD-RUN-ID.
    MOVE WS-RECORDS-PROCESSED TO HLD-DETAIL-SEQ-NO.
    IF DETAIL-IS-REVERSAL
        MOVE WS-REV-ORIG-KEY TO HLD-REV-ORIG-KEY
    ELSE
        MOVE SPACES TO HLD-REV-ORIG-KEY
    END-IF.
    WRITE HELD-RECORD
        INVALID KEY
            DISPLAY "Held file write error, seq = " WS-HELD-SEQ-NO
    IF WS-CORRPOST-STATUS NOT = "00"
        DISPLAY "No corrections pending - nothing posted."
    ELSE
        *> Corrections have no block business date of their own; they
        *> post - and bill - under the posting date, the same date the
        *> GL adjustment extract carries, so it is the posting date's
        *> period that must be open.
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO WS-ACTIVE-BUSINESS-DATE
        PERFORM CHECK-CORRECTION-PERIOD
        IF POSTING-PERIOD-CLOSED
            CLOSE CORR-POST-FILE
            DISPLAY "Posting period " WS-PERIOD-CHECK-MONTH
                " is closed - corrections NOT posted, CORRPOST.DAT "
                "kept."
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM FIND-MAX-RESULT-SEQ
            OPEN EXTEND RESULT-FILE
            OPEN EXTEND AUDIT-FILE
            PERFORM LOAD-BRANCH-MASTER
            PERFORM OPEN-TAX-FILES
            PERFORM OPEN-REVERSAL-FILES
            MOVE "N" TO WS-CORRPOST-EOF-SW
            PERFORM UNTIL CORRPOST-EOF
                READ CORR-POST-FILE
                    AT END
                        SET CORRPOST-EOF TO TRUE
                    NOT AT END
                        PERFORM POST-ONE-CORRECTION
                END-READ
            END-PERFORM
            CLOSE CORR-POST-FILE
            CLOSE RESULT-FILE
            CLOSE AUDIT-FILE
            IF TAXRATE-FILE-AVAILABLE
                CLOSE TAXRATE-FILE
            END-IF
            IF REV-LEDGER-AVAILABLE
                CLOSE LEDGER-FILE
            END-IF
            IF REVTRK-FILE-AVAILABLE
                CLOSE REVTRK-FILE
            END-IF
            PERFORM LOAD-POSTED-LEDGER
            PERFORM WRITE-GL-ADJ-EXTRACT
            PERFORM EMPTY-CORR-POST-FILE
            DISPLAY "Corrections posted: " WS-CORR-POSTED-COUNT
            IF WS-UNTAXED-COUNT > ZERO AND RETURN-CODE = ZERO
                DISPLAY "Corrections posted without tax: "
                    WS-UNTAXED-COUNT " - see control report."
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-REV-OVERRIDE-COUNT > ZERO AND RETURN-CODE = ZERO
                DISPLAY "Reversals posted past their original's "
                    "remaining amount: " WS-REV-OVERRIDE-COUNT
                    " - see control report."
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

CHECK-CORRECTION-PERIOD.
    MOVE WS-ACTIVE-BUSINESS-DATE TO WS-PERIOD-CHECK-DATE.
    PERFORM OPEN-PERIOD-FILE.
    PERFORM CHECK-POSTING-PERIOD.
    IF PERIOD-FILE-AVAILABLE
        CLOSE PERIOD-FILE
    END-IF.
    MOVE WS-PERIOD-POSTING-DATE TO WS-POSTING-DATE.
    MOVE WS-PERIOD-ROLLED-FROM TO WS-CORR-RUN-ROLLED-FROM.
    IF WS-CORR-RUN-ROLLED-FROM > ZERO
        DISPLAY "Posting period " WS-PERIOD-CHECK-MONTH
            " is closed - corrections posted under " WS-POSTING-DATE
    END-IF.

FIND-MAX-RESULT-SEQ.
    MOVE CPO-CURRENCY-CODE TO WS-CURRENCY-CODE.
    MOVE CPO-ORIG-RESULT TO WS-ORIG-RESULT.
    MOVE CPO-SOURCE-CODE TO WS-ACTIVE-SOURCE-CODE.
    *> A release HoldRelease rolled out of a closed period carries the
    *> business date it came from; a run rolled as a whole carries the
    *> posting date it was rolled from. Records captured before the
    *> field was carried read as spaces and are not rolled.
    MOVE WS-CORR-RUN-ROLLED-FROM TO WS-ROLLED-FROM-DATE.
    IF CPO-ROLLED-FROM-DATE NUMERIC
        IF CPO-ROLLED-FROM-DATE > ZERO
            MOVE CPO-ROLLED-FROM-DATE TO WS-ROLLED-FROM-DATE
        END-IF
    END-IF.
    IF WS-ROLLED-FROM-DATE > ZERO
        ADD 1 TO WS-ROLLED-CORR-COUNT
    END-IF.
    *> A correction was approved on the screen and is not turned back
    *> here for want of a tax rate: it posts untaxed and is counted.
    *> A hold release carries the held detail's tax class and a
    *> review correction the class on the exception it corrects; a
    *> record captured before the class was carried has none and is
    *> taxed at "STD".
    MOVE CPO-TAX-CLASS TO WS-TAX-CLASS.
    MOVE CPO-PRODUCT-CODE TO WS-POSTED-PRODUCT.
    MOVE CPO-PRICE-SOURCE TO WS-PRICE-SOURCE.
    PERFORM DETERMINE-TAX-RATE.
    PERFORM COMPUTE-EXTENSION-TAX.
    PERFORM WRITE-AUDIT-RECORD.
    PERFORM WRITE-RESULT-RECORD.
    PERFORM ACCUMULATE-REPORT-TOTALS.
    IF CPO-REV-ORIG-KEY NOT = SPACES
      AND CPO-ORIG-RESULT < ZERO
        PERFORM TRACK-CORRECTION-REVERSAL
    END-IF.

TRACK-CORRECTION-REVERSAL.
    *> A released hold or forced "RX" reversal was approved against
    *> the original on its capture, and posts whatever has happened to
    *> that original since; what it takes off the original goes onto
    *> REVTRK.DAT as any reversal's does. One that now goes past what
    *> is left of the original - or whose original is no longer on the
    *> ledger in the same currency - is counted for the control report.
    MOVE "N" TO WS-REV-REPLAY-SW.
    MOVE CPO-REV-ORIG-KEY TO WS-REV-ORIG-KEY.
    COMPUTE WS-REV-AMOUNT = ZERO - CPO-ORIG-RESULT.
    MOVE "N" TO WS-REV-ORIG-FOUND-SW.
    IF REV-LEDGER-AVAILABLE
        MOVE WS-REV-ORIG-KEY TO LGR-KEY
        READ LEDGER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LGR-CURRENCY-CODE = WS-CURRENCY-CODE
                    SET REVERSAL-ORIGINAL-FOUND TO TRUE
                    MOVE LGR-ORIG-RESULT TO WS-REV-ORIG-AMOUNT
                    MOVE LGR-CURRENCY-CODE TO WS-REV-ORIG-CURRENCY
                END-IF
        END-READ
    END-IF.
    IF REVERSAL-ORIGINAL-FOUND
        PERFORM READ-REVERSAL-TRACKING
        COMPUTE WS-REV-REMAINING
            = WS-REV-ORIG-AMOUNT - WS-REV-REVERSED-SO-FAR
        IF WS-REV-AMOUNT > WS-REV-REMAINING
            ADD 1 TO WS-REV-OVERRIDE-COUNT
        END-IF
        PERFORM RECORD-REVERSAL-MATCH
    ELSE
        ADD 1 TO WS-REV-OVERRIDE-COUNT
    END-IF.

WRITE-GL-ADJ-EXTRACT.
    *> Same mapped journal lines and fixed format as the main extract,
    *> but to its own file with its own control totals, so the GL side
    *> balances the adjustments separately from the day's postings.
    *> Only this run's own rows are journalled; they carry the posting
    *> date the corrections posted under.
    MOVE WS-RUN-ID TO WS-GL-TARGET-RUN-ID.
    MOVE "CORR" TO WS-GL-TARGET-MODE.
    MOVE WS-POSTING-DATE TO WS-GL-JOURNAL-DATE.
    PERFORM BUILD-GL-JOURNAL.
    IF GL-EXTRACT-HELD
        DISPLAY "GL adjustment extract NOT cut - unmapped GL accounts, "
            "see control report."
        MOVE 8 TO RETURN-CODE
    ELSE
        SET GL-TO-ADJUSTMENT TO TRUE
        OPEN OUTPUT GL-ADJ-FILE
        PERFORM WRITE-GL-JOURNAL
        CLOSE GL-ADJ-FILE
    END-IF.

RECUT-GL-EXTRACT.
    *> RUN-MODE "GLCUT": the latest run marked GL-ack UNMAPPED posted
    *> but had its extract held back. Its rows are still on RESULT-FILE
    *> until the next batch recreates the file, so the journal is
    *> rebuilt from there exactly as the posting run would have built
    *> it, now that the mapping has been keyed. A file whose first row
    *> belongs to a later run no longer holds the target's posting and
    *> the recut is refused - that journal has to be raised by hand
    *> from the posted ledger.
    IF WS-UNMAPPED-RUN-ID = ZERO
        DISPLAY "No run is waiting on an uncut GL extract - "
            "nothing to cut."
    ELSE
        MOVE WS-UNMAPPED-RUN-ID TO WS-GL-TARGET-RUN-ID
        MOVE WS-UNMAPPED-RUN-MODE TO WS-GL-TARGET-MODE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO WS-GL-JOURNAL-DATE
        PERFORM BUILD-GL-JOURNAL
        EVALUATE TRUE
            WHEN WS-GL-RUN-ROWS = ZERO
              OR WS-GL-FIRST-RUN-ID > WS-GL-TARGET-RUN-ID
                DISPLAY "GL extract of run " WS-GL-TARGET-RUN-ID
                    " cannot be recut - its rows are no longer on "
                    "RESULT.DAT."
                MOVE 8 TO RETURN-CODE
            WHEN GL-EXTRACT-HELD
                DISPLAY "GL extract of run " WS-GL-TARGET-RUN-ID
                    " still NOT cut - unmapped GL accounts, see "
                    "control report."
                MOVE 8 TO RETURN-CODE
            WHEN WS-GL-TARGET-MODE = "BATCH"
                SET GL-TO-EXTRACT TO TRUE
                OPEN OUTPUT GL-EXTRACT-FILE
                PERFORM WRITE-GL-JOURNAL
                CLOSE GL-EXTRACT-FILE
                PERFORM MARK-TARGET-RUN-CUT
            WHEN OTHER
                SET GL-TO-ADJUSTMENT TO TRUE
                OPEN OUTPUT GL-ADJ-FILE
                PERFORM WRITE-GL-JOURNAL
                CLOSE GL-ADJ-FILE
                PERFORM MARK-TARGET-RUN-CUT
        END-EVALUATE
    END-IF.

MARK-TARGET-RUN-CUT.
    *> A batch extract now waits on GlConfirm like any other; an
    *> adjustment extract has no acknowledgment conversation, so the
    *> CORR run simply goes back to having no GL-ack status.
    MOVE WS-GL-TARGET-RUN-ID TO RCT-RUN-ID.
    READ RUN-CONTROL-FILE
        INVALID KEY
            DISPLAY "Run control read error, run = " WS-GL-TARGET-RUN-ID
        NOT INVALID KEY
            IF WS-GL-TARGET-MODE = "BATCH"
                MOVE "P" TO RCT-GL-ACK-STATUS
            ELSE
                MOVE SPACE TO RCT-GL-ACK-STATUS
            END-IF
            MOVE FUNCTION CURRENT-DATE TO RCT-GL-ACK-TS
            REWRITE RUN-CONTROL-RECORD
                INVALID KEY
                    DISPLAY "Run control rewrite error, run = "
                        WS-GL-TARGET-RUN-ID
            END-REWRITE
            DISPLAY "GL extract of run " WS-GL-TARGET-RUN-ID " cut."
    END-READ.

EMPTY-CORR-POST-FILE.
    OPEN OUTPUT CORR-POST-FILE.
    CLOSE CORR-POST-FILE.

LOAD-POSTED-LEDGER.
    *> RESULT-FILE only ever holds the current day's posting, so once a
    *> run has posted, its rows are carried onto the posted ledger,
    *> which keeps them for good. The rows are read back with the same
    *> forward-moving sequence dedup as BUILD-GL-JOURNAL, so a
    *> RESTART run's replays load once. A batch run loads everything
    *> on the file (it recreated it); a CORR run loads only its own
    *> rows, which sit above everything earlier. A missing ledger is
    *> created on first use; one that cannot be opened at all leaves
    *> the posting standing, with a loud warning.
    MOVE ZERO TO WS-LEDGER-LOADED-COUNT.
    MOVE ZERO TO WS-LEDGER-ON-FILE-COUNT.
    PERFORM OPEN-LEDGER-FILE.
    IF LEDGER-AVAILABLE
        MOVE ZERO TO WS-LEDGER-MAX-SEQ
        MOVE "N" TO WS-GL-EOF-SW
        OPEN INPUT RESULT-FILE
        IF WS-RESULT-STATUS NOT = "00"
            SET GL-RESULT-EOF TO TRUE
        END-IF
        PERFORM UNTIL GL-RESULT-EOF
            READ RESULT-FILE
                AT END
                    SET GL-RESULT-EOF TO TRUE
                NOT AT END
                    IF OUT-SEQ-NO > WS-LEDGER-MAX-SEQ
                        MOVE OUT-SEQ-NO TO WS-LEDGER-MAX-SEQ
                        IF WS-RUN-MODE = "BATCH"
                          OR OUT-RUN-ID = WS-RUN-ID
                            PERFORM WRITE-LEDGER-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF WS-RESULT-STATUS NOT = "35"
            CLOSE RESULT-FILE
        END-IF
        CLOSE LEDGER-FILE
        DISPLAY "Posted ledger loaded: " WS-LEDGER-LOADED-COUNT
            ", already on ledger: " WS-LEDGER-ON-FILE-COUNT
    END-IF.

OPEN-LEDGER-FILE.
    MOVE "Y" TO WS-LEDGER-OK-SW.
    OPEN I-O LEDGER-FILE.
    IF WS-LEDGER-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
        CLOSE LEDGER-FILE
        OPEN I-O LEDGER-FILE
    END-IF.
    IF WS-LEDGER-STATUS NOT = "00"
        MOVE "N" TO WS-LEDGER-OK-SW
        DISPLAY "Posted ledger not available, status = "
            WS-LEDGER-STATUS " - run not loaded to the ledger."
    END-IF.

WRITE-LEDGER-RECORD.
    MOVE OUT-BUSINESS-DATE TO LGR-BUSINESS-DATE.
    MOVE OUT-SOURCE-CODE TO LGR-SOURCE-CODE.
    MOVE OUT-RUN-ID TO LGR-RUN-ID.
    MOVE OUT-SEQ-NO TO LGR-SEQ-NO.
    MOVE WS-RUN-MODE TO LGR-RUN-MODE.
    MOVE OUT-NUM1 TO LGR-NUM1.
    MOVE OUT-NUM2 TO LGR-NUM2.
    MOVE OUT-RESULT TO LGR-RESULT.
    MOVE OUT-CURRENCY-CODE TO LGR-CURRENCY-CODE.
    MOVE OUT-ORIG-RESULT TO LGR-ORIG-RESULT.
    MOVE OUT-ROLLED-FROM-DATE TO LGR-ROLLED-FROM-DATE.
    MOVE OUT-JURISDICTION TO LGR-JURISDICTION.
    MOVE OUT-TAX-CLASS TO LGR-TAX-CLASS.
    MOVE OUT-TAX-RATE TO LGR-TAX-RATE.
    MOVE OUT-TAX-AMOUNT TO LGR-TAX-AMOUNT.
    MOVE OUT-ORIG-TAX-AMOUNT TO LGR-ORIG-TAX-AMOUNT.
    MOVE OUT-PRODUCT-CODE TO LGR-PRODUCT-CODE.
    MOVE OUT-PRICE-SOURCE TO LGR-PRICE-SOURCE.
    MOVE FUNCTION CURRENT-DATE TO LGR-LOADED-TS.
    WRITE LEDGER-RECORD
        INVALID KEY
            ADD 1 TO WS-LEDGER-ON-FILE-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-LEDGER-LOADED-COUNT
    END-WRITE.

READ-LAST-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CHECKPOINT-STATUS = "00"
    MOVE ZERO TO WS-MAX-RUN-ID.
    MOVE ZERO TO WS-STALE-RUN-ID.
    MOVE ZERO TO WS-UNACKED-RUN-ID.
    MOVE ZERO TO WS-UNMAPPED-RUN-ID.
    MOVE SPACES TO WS-UNMAPPED-RUN-MODE.
    MOVE ZERO TO RCT-RUN-ID.
    MOVE "N" TO WS-RUNCTL-EOF-SW.
    START RUN-CONTROL-FILE KEY IS NOT LESS THAN RCT-RUN-ID
                    MOVE RCT-RUN-ID TO WS-UNACKED-RUN-ID
                    MOVE RCT-GL-ACK-STATUS TO WS-UNACKED-ACK-STATUS
                END-IF
                IF RCT-GL-UNMAPPED
                    MOVE RCT-RUN-ID TO WS-UNMAPPED-RUN-ID
                    MOVE RCT-RUN-MODE TO WS-UNMAPPED-RUN-MODE
                END-IF
        END-READ
        IF WS-RUNCTL-STATUS NOT = "00"
            SET RUNCTL-EOF TO TRUE
            DISPLAY "Batch run refused (HOLDGL in force)."
        END-IF
    END-IF.
    *> A run whose extract was held back for an unmapped account can
    *> only be recut from RESULT-FILE, which a new batch recreates.
    IF WS-UNMAPPED-RUN-ID > ZERO AND WS-RUN-MODE = "BATCH"
      AND NOT RUN-BLOCKED
        DISPLAY "WARNING: GL extract of run " WS-UNMAPPED-RUN-ID
            " was never cut (unmapped GL accounts)."
        DISPLAY "A new batch run replaces RESULT.DAT - map the "
            "accounts and run GLCUT first."
        IF WS-HOLDGL-PARM = "HOLDGL"
            MOVE "Y" TO WS-RUN-BLOCKED-SW
            DISPLAY "Batch run refused (HOLDGL in force)."
        END-IF
    END-IF.
    IF NOT RUN-BLOCKED
        ADD 1 TO WS-MAX-RUN-ID GIVING WS-RUN-ID
        MOVE WS-RUN-ID TO RCT-RUN-ID
                    *> when the acknowledgment arrives and matches.
                    MOVE "P" TO RCT-GL-ACK-STATUS
                END-IF
                IF GL-EXTRACT-HELD AND WS-RUN-MODE NOT = "GLCUT"
                    *> Posted, but the extract was held back for an
                    *> unmapped account; GLCUT looks for this flag.
                    MOVE "U" TO RCT-GL-ACK-STATUS
                END-IF
                REWRITE RUN-CONTROL-RECORD
                    INVALID KEY
                        DISPLAY "Run control rewrite error, run = "
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO WS-PRICE-ASOF-DATE
        PERFORM LOOKUP-PRICE-ASOF
        MOVE WS-PRODUCT-CODE TO WS-POSTED-PRODUCT
        IF PRICE-IN-EFFECT
            MOVE WS-EFFECTIVE-PRICE TO Num2
            MOVE WS-EFFECTIVE-TAX-CLASS TO WS-TAX-CLASS
            SET PRICED-FROM-MASTER TO TRUE
        ELSE
            DISPLAY "No price in effect for product - enter price "
                "manually."
    *> N1/N2/FX/OF; the trailer hash is on TRANS-NUM1 and still
    *> balances regardless.
    MOVE TRANS-PRODUCT-CODE TO WS-PRODUCT-CODE.
    MOVE TRANS-PRODUCT-CODE TO WS-POSTED-PRODUCT.
    SET PRICED-FROM-MASTER TO TRUE.
    MOVE "N" TO WS-PRICE-FOUND-SW.
    IF PRICE-FILE-AVAILABLE
        MOVE WS-ACTIVE-BUSINESS-DATE TO WS-PRICE-ASOF-DATE
    END-IF.
    IF PRICE-IN-EFFECT
        MOVE WS-EFFECTIVE-PRICE TO Num2
        MOVE WS-EFFECTIVE-TAX-CLASS TO WS-TAX-CLASS
    ELSE
        MOVE "N" TO WS-DETAIL-PRICE-OK-SW
        MOVE ZERO TO Num2
    *> effect at all.
    MOVE "N" TO WS-PRICE-FOUND-SW.
    MOVE ZERO TO WS-EFFECTIVE-PRICE.
    MOVE "STD" TO WS-EFFECTIVE-TAX-CLASS.
    MOVE WS-PRODUCT-CODE TO PRC-PRODUCT-CODE.
    MOVE WS-PRICE-ASOF-DATE TO PRC-EFFECTIVE-DATE.
    START PRICE-MASTER KEY IS NOT GREATER THAN PRC-KEY
                    IF PRC-PRODUCT-CODE = WS-PRODUCT-CODE
                        SET PRICE-IN-EFFECT TO TRUE
                        MOVE PRC-UNIT-PRICE TO WS-EFFECTIVE-PRICE
                        IF PRC-TAX-CLASS NOT = SPACES
                            MOVE PRC-TAX-CLASS TO WS-EFFECTIVE-TAX-CLASS
                        END-IF
                    END-IF
            END-READ
    END-START.

OPEN-TAX-FILES.
    *> With no rate file nothing can be taxed, but the day's postings
    *> are not held back for it: they post untaxed, are counted, and
    *> the step says so.
    PERFORM LOAD-TAX-JURISDICTIONS.
    MOVE "Y" TO WS-TAXRATE-OK-SW.
    MOVE SPACES TO WS-LAST-TAX-JURISDICTION.
    OPEN INPUT TAXRATE-FILE.
    IF WS-TAXRATE-STATUS NOT = "00"
        MOVE "N" TO WS-TAXRATE-OK-SW
        DISPLAY "Tax rate file not available, status = "
            WS-TAXRATE-STATUS " - extensions posted WITHOUT tax."
    END-IF.

LOAD-TAX-JURISDICTIONS.
    *> Only the "***" record is read: it is the jurisdiction of a
    *> branch the master gives none, of a source not on the master and
    *> of screen entries. Any per-branch records still on the file
    *> were carried onto the master by BranchMaint's conversion and are
    *> not looked at - the master is where a branch's jurisdiction is
    *> kept.
    MOVE SPACES TO WS-DEFAULT-JURISDICTION.
    MOVE "N" TO WS-TAXJUR-EOF-SW.
    OPEN INPUT TAXJUR-FILE.
    IF WS-TAXJUR-STATUS = "00"
        PERFORM UNTIL TAXJUR-EOF
            READ TAXJUR-FILE
                AT END
                    SET TAXJUR-EOF TO TRUE
                NOT AT END
                    IF TXJ-REC-SOURCE-CODE = "***"
                        MOVE TXJ-REC-JURISDICTION
                            TO WS-DEFAULT-JURISDICTION
                        SET TAXJUR-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TAXJUR-FILE
    ELSE
        DISPLAY "Tax jurisdiction file not available, status = "
            WS-TAXJUR-STATUS " - no default jurisdiction."
    END-IF.

DETERMINE-TAX-RATE.
    *> The rate in effect for the branch's jurisdiction and the
    *> extension's tax class on the business date - today's date for
    *> screen entries, which have none.
    MOVE "N" TO WS-TAX-FOUND-SW.
    MOVE ZERO TO WS-TAX-RATE.
    IF WS-TAX-CLASS = SPACES
        MOVE "STD" TO WS-TAX-CLASS
    END-IF.
    MOVE SPACES TO WS-TAX-JURISDICTION.
    IF WS-ACTIVE-SOURCE-CODE NOT = SPACES
        MOVE WS-ACTIVE-SOURCE-CODE TO WS-BRANCH-SEARCH-CODE
        PERFORM FIND-BRANCH-ENTRY
        IF BRANCH-ON-FILE
            MOVE BRN-TAX-JURISDICTION (WS-BRANCH-SUB)
                TO WS-TAX-JURISDICTION
        END-IF
    END-IF.
    IF WS-TAX-JURISDICTION = SPACES
        MOVE WS-DEFAULT-JURISDICTION TO WS-TAX-JURISDICTION
    END-IF.
    IF WS-ACTIVE-BUSINESS-DATE > ZERO
        MOVE WS-ACTIVE-BUSINESS-DATE TO WS-TAX-ASOF-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE (1:8) TO WS-TAX-ASOF-DATE
    END-IF.
    IF TAXRATE-FILE-AVAILABLE
        IF WS-TAX-JURISDICTION = WS-LAST-TAX-JURISDICTION
          AND WS-TAX-CLASS = WS-LAST-TAX-CLASS
          AND WS-TAX-ASOF-DATE = WS-LAST-TAX-DATE
            SET TAX-RATE-FOUND TO TRUE
            MOVE WS-LAST-TAX-RATE TO WS-TAX-RATE
        ELSE
            PERFORM LOOKUP-TAX-RATE-ASOF
        END-IF
    END-IF.

LOOKUP-TAX-RATE-ASOF.
    *> Same positioning as LOOKUP-PRICE-ASOF: the highest key not
    *> greater than (jurisdiction, class, as-of date) is the rate in
    *> effect, provided it belongs to the same jurisdiction and class.
    MOVE WS-TAX-JURISDICTION TO TXR-JURISDICTION.
    MOVE WS-TAX-CLASS TO TXR-TAX-CLASS.
    MOVE WS-TAX-ASOF-DATE TO TXR-EFFECTIVE-DATE.
    START TAXRATE-FILE KEY IS NOT GREATER THAN TXR-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ TAXRATE-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF TXR-JURISDICTION = WS-TAX-JURISDICTION
                      AND TXR-TAX-CLASS = WS-TAX-CLASS
                        SET TAX-RATE-FOUND TO TRUE
                        MOVE TXR-TAX-RATE TO WS-TAX-RATE
                        MOVE WS-TAX-JURISDICTION
                            TO WS-LAST-TAX-JURISDICTION
                        MOVE WS-TAX-CLASS TO WS-LAST-TAX-CLASS
                        MOVE WS-TAX-ASOF-DATE TO WS-LAST-TAX-DATE
                        MOVE TXR-TAX-RATE TO WS-LAST-TAX-RATE
                    END-IF
            END-READ
    END-START.

COMPUTE-EXTENSION-TAX.
    *> Tax is charged on the extension in both currencies, each
    *> rounded on its own; a reversal's negative extension refunds
    *> tax the same way.
    IF TAX-RATE-FOUND
        COMPUTE WS-TAX-AMOUNT ROUNDED = Result * WS-TAX-RATE / 100
        COMPUTE WS-ORIG-TAX-AMOUNT ROUNDED =
            WS-ORIG-RESULT * WS-TAX-RATE / 100
    ELSE
        MOVE ZERO TO WS-TAX-AMOUNT
        MOVE ZERO TO WS-ORIG-TAX-AMOUNT
        IF NOT IN-REVIEW-MODE
            ADD 1 TO WS-UNTAXED-COUNT
        END-IF
    END-IF.

REVIEW-EXCEPTIONS.
    MOVE "Y" TO WS-REVIEW-MODE-SW.
    PERFORM OPEN-EXCEPTION-FILE.
    PERFORM OPEN-RETURNS-REGISTER.
    OPEN EXTEND AUDIT-FILE.
    OPEN EXTEND CORR-POST-FILE.
    IF WS-CORRPOST-STATUS = "35"
    CLOSE EXCEPTION-FILE.
    CLOSE AUDIT-FILE.
    CLOSE CORR-POST-FILE.
    IF RETURNS-REGISTER-AVAILABLE
        CLOSE RETURNS-FILE
    END-IF.

FIND-MAX-EXCEPTION-SEQ.
    *> Position on the highest existing key so new exception records
        WHEN "Q"
            SET REVIEW-DONE TO TRUE
        WHEN "R"
            MOVE EXC-REASON-CODE TO WS-REVIEW-ORIG-REASON
            MOVE WS-CORR-NUM1 TO Num1
            MOVE WS-CORR-NUM2 TO Num2
            MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
                    MOVE FUNCTION CURRENT-DATE TO EXC-RESOLVED-TS
                    MOVE WS-OPERATOR-ID TO EXC-RESOLVED-BY
                    REWRITE EXCEPTION-RECORD
                    PERFORM MARK-RETURN-CORRECTED
                    PERFORM WRITE-CORRECTION-POSTING
                    IF (WS-REVIEW-ORIG-REASON = "RV"
                      OR WS-REVIEW-ORIG-REASON = "RX")
                      AND Result < ZERO
                        PERFORM LOG-FORCED-REVERSAL
                    END-IF
                    DISPLAY "Transaction corrected and resubmitted. Result = "
                        Result
                ELSE
    MOVE EXC-SOURCE-CODE TO CPO-SOURCE-CODE.
    MOVE WS-OPERATOR-ID TO CPO-OPERATOR-ID.
    MOVE FUNCTION CURRENT-DATE TO CPO-TIMESTAMP.
    MOVE ZERO TO CPO-ROLLED-FROM-DATE.
    *> The corrected Num2 was keyed on the screen, but the product
    *> the rejected detail named and its tax class are kept from the
    *> exception, for the sales analysis and so the CORR run taxes the
    *> correction at the product's own rate. An exception written
    *> before those were carried has neither; one rejected "PR" still
    *> shows its product as "P" and the code in the raw Num2, and the
    *> class is left blank to be taxed at "STD".
    MOVE EXC-PRODUCT-CODE TO CPO-PRODUCT-CODE.
    MOVE EXC-TAX-CLASS TO CPO-TAX-CLASS.
    IF CPO-PRODUCT-CODE = SPACES AND EXC-RAW-NUM2 (1:1) = "P"
        MOVE EXC-RAW-NUM2 (2:6) TO CPO-PRODUCT-CODE
    END-IF.
    MOVE "K" TO CPO-PRICE-SOURCE.
    MOVE SPACES TO CPO-REV-ORIG-KEY.
    IF WS-REVIEW-ORIG-REASON = "RX" AND Result < ZERO
        PERFORM FIND-FORCED-REVERSAL-ORIGINAL
    END-IF.
    WRITE CORR-POST-RECORD.

VALIDATE-INPUT.
    MOVE "Y" TO WS-VALID-ENTRY-SW.
    MOVE SPACES TO EXC-REASON-CODE.
    MOVE "N" TO WS-TAX-FOUND-SW.
    MOVE ZERO TO WS-TAX-RATE.
    MOVE SPACES TO WS-TAX-JURISDICTION.
    IF Num1 NOT NUMERIC
        MOVE "N" TO WS-VALID-ENTRY-SW
        MOVE "N1" TO EXC-REASON-CODE
            MOVE "FX" TO EXC-REASON-CODE
        END-IF
    END-IF.
    *> No tax is worked out on the review screen - the CORR run that
    *> posts the correction taxes it.
    IF VALID-ENTRY AND NOT IN-REVIEW-MODE
        PERFORM DETERMINE-TAX-RATE
        IF NOT TAX-RATE-FOUND AND TAXRATE-FILE-AVAILABLE
            MOVE "N" TO WS-VALID-ENTRY-SW
            MOVE "TX" TO EXC-REASON-CODE
        END-IF
    END-IF.
    IF NOT VALID-ENTRY
        IF IN-REVIEW-MODE
            PERFORM REWRITE-CURRENT-EXCEPTION
    MOVE SPACES TO EXC-RESOLVED-TS.
    MOVE SPACES TO EXC-RESOLVED-BY.
    MOVE WS-ACTIVE-SOURCE-CODE TO EXC-SOURCE-CODE.
    MOVE WS-POSTED-PRODUCT TO EXC-PRODUCT-CODE.
    MOVE WS-TAX-CLASS TO EXC-TAX-CLASS.
    MOVE WS-RUN-ID TO EXC-RUN-ID.
    WRITE EXCEPTION-RECORD
        INVALID KEY
            DISPLAY "Exception file write error, seq = " WS-EXC-SEQ-NO
        NOT INVALID KEY
            IF WS-RUN-MODE = "BATCH"
              AND EXC-SOURCE-CODE NOT = SPACES
              AND RETURNS-REGISTER-AVAILABLE
                PERFORM REGISTER-EXCEPTION-RETURN
            END-IF
    END-WRITE.

REWRITE-CURRENT-EXCEPTION.
    END-REWRITE.

SET-EXCEPTION-RAW-VALUES.
    *> Reasons "OF" (MULTIPLY overflow), "FX" (no usable exchange
    *> rate) and "TX" (no tax rate in effect) - like the duplicate
    *> and reversal reasons - mean Num1/Num2 are valid signed
    *> numbers, so capture them
    *> through a SIGN LEADING SEPARATE intermediate for a readable
    *> value. Reason "PR" (no price in effect for the product) has a
    *> valid Num1 but no Num2 at all - the raw field bytes carry the
    *> what was typed.
    EVALUATE TRUE
        WHEN EXC-REASON-CODE = "OF" OR EXC-REASON-CODE = "FX"
          OR EXC-REASON-CODE = "DP" OR EXC-REASON-CODE = "RV"
          OR EXC-REASON-CODE = "RX" OR EXC-REASON-CODE = "TX"
            MOVE Num1 TO WS-EXC-NUM1-SIGNED
            MOVE Num2 TO WS-EXC-NUM2-SIGNED
            MOVE WS-EXC-NUM1-SIGNED TO EXC-RAW-NUM1
        END-IF
    END-IF.
    IF NOT OVERFLOW-OCCURRED
        PERFORM COMPUTE-EXTENSION-TAX
        PERFORM WRITE-AUDIT-RECORD
        PERFORM ACCUMULATE-REPORT-TOTALS
    END-IF.
ACCUMULATE-REPORT-TOTALS.
    ADD 1 TO WS-REPORT-RECORD-COUNT.
    ADD Result TO WS-REPORT-SUM.
    ADD WS-TAX-AMOUNT TO WS-REPORT-TAX-SUM.
    IF Result > WS-REPORT-HIGH
        MOVE Result TO WS-REPORT-HIGH
    END-IF.
    MOVE WS-CURRENCY-CODE TO AUD-CURRENCY-CODE.
    MOVE WS-ORIG-RESULT TO AUD-ORIG-RESULT.
    *> The business date the posting belongs to - the block's date in
    *> batch, the posting date in a CORR run, zero for screen work,
    *> and the first day of the next open period for a posting rolled
    *> out of a closed one. MonthBill bills by this date so a file
    *> posted the morning after its business date still bills into
    *> the right month.
    MOVE WS-POSTING-DATE TO AUD-BUSINESS-DATE.
    MOVE WS-TAX-JURISDICTION TO AUD-JURISDICTION.
    MOVE WS-TAX-CLASS TO AUD-TAX-CLASS.
    MOVE WS-TAX-RATE TO AUD-TAX-RATE.
    MOVE WS-TAX-AMOUNT TO AUD-TAX-AMOUNT.
    MOVE WS-ORIG-TAX-AMOUNT TO AUD-ORIG-TAX-AMOUNT.
    WRITE AUDIT-RECORD.

WRITE-RESULT-RECORD.
    MOVE WS-ACTIVE-SOURCE-CODE TO OUT-SOURCE-CODE.
    MOVE WS-CURRENCY-CODE TO OUT-CURRENCY-CODE.
    MOVE WS-ORIG-RESULT TO OUT-ORIG-RESULT.
    MOVE WS-POSTING-DATE TO OUT-BUSINESS-DATE.
    MOVE WS-ROLLED-FROM-DATE TO OUT-ROLLED-FROM-DATE.
    MOVE WS-TAX-JURISDICTION TO OUT-JURISDICTION.
    MOVE WS-TAX-CLASS TO OUT-TAX-CLASS.
    MOVE WS-TAX-RATE TO OUT-TAX-RATE.
    MOVE WS-TAX-AMOUNT TO OUT-TAX-AMOUNT.
    MOVE WS-ORIG-TAX-AMOUNT TO OUT-ORIG-TAX-AMOUNT.
    MOVE WS-POSTED-PRODUCT TO OUT-PRODUCT-CODE.
    MOVE WS-PRICE-SOURCE TO OUT-PRICE-SOURCE.
    WRITE RESULT-RECORD.
    IF WS-CUR-SOURCE > ZERO
        ADD 1 TO SRC-POSTED-COUNT (WS-CUR-SOURCE)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

    MOVE WS-REPORT-TAX-SUM TO WS-ED-SUM.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Tax on Results    : " WS-ED-SUM
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

    IF WS-REPORT-RECORD-COUNT = ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Highest Result    : N/A" DELIMITED BY SIZE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

    IF WS-UNTAXED-COUNT > ZERO
        MOVE WS-UNTAXED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Posted untaxed     : " WS-ED-COUNT
            " (no tax rate in effect)"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

    IF WS-SOURCE-COUNT > ZERO
        MOVE ALL "-" TO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    IF WS-HELD-TOTAL-COUNT > ZERO
        PERFORM PRINT-HELD-TRANSACTIONS
    END-IF.
    IF WS-DUP-TOTAL-COUNT > ZERO
        PERFORM PRINT-SUSPECTED-DUPLICATES
    END-IF.
    IF WS-REV-MATCHED-COUNT > ZERO OR WS-REV-REJECTED-COUNT > ZERO
      OR WS-REV-OVERRIDE-COUNT > ZERO
        PERFORM PRINT-REVERSAL-MATCHING
    END-IF.
    IF GL-EXTRACT-HELD
        PERFORM PRINT-GL-UNMAPPED
    END-IF.
    IF WS-ROLLED-SOURCE-COUNT > ZERO OR WS-ROLLED-CORR-COUNT > ZERO
        PERFORM PRINT-ROLLED-FORWARD
    END-IF.
    IF WS-RETURN-SOURCE-COUNT > ZERO
      OR WS-RESUB-MATCHED-COUNT > ZERO
      OR WS-RESUB-UNKNOWN-COUNT > ZERO
      OR WS-RETURN-REG-ERROR-COUNT > ZERO
        PERFORM PRINT-RETURNS-TO-BRANCHES
    END-IF.
    CLOSE CONTROL-REPORT.

PRINT-RETURNS-TO-BRANCHES.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "RETURNS TO BRANCHES" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-RETURN-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-RETURN-SOURCE-SUB > WS-RETURN-SOURCE-COUNT
        PERFORM PRINT-RETURN-FILE-LINE
    END-PERFORM.
    MOVE WS-RETURN-REGISTERED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Items returned this run   : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-RESUB-MATCHED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Resubmissions recognised  : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    IF WS-RESUB-UNKNOWN-COUNT > ZERO
        MOVE WS-RESUB-UNKNOWN-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "UNKNOWN RETURN REFERENCES : " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    IF WS-RETURN-REG-ERROR-COUNT > ZERO
        MOVE WS-RETURN-REG-ERROR-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NOT REGISTERED (KEY ERROR): " WS-ED-COUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

PRINT-RETURN-FILE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF RTS-CUT-SW (WS-RETURN-SOURCE-SUB) = "Y"
        MOVE RTS-ITEM-COUNT (WS-RETURN-SOURCE-SUB) TO WS-ED-COUNT
        MOVE RTS-HASH-TOTAL (WS-RETURN-SOURCE-SUB) TO WS-ED-SUM
        STRING "Source " RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB)
            " RTN" RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB) ".DAT"
            " items " WS-ED-COUNT
            " hash " WS-ED-SUM
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "Source " RTS-SOURCE-CODE (WS-RETURN-SOURCE-SUB)
            " RETURN FILE NOT CUT - ITEMS LEFT PENDING"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-ROLLED-FORWARD.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "POSTED INTO A LATER PERIOD - BUSINESS DATE IN A CLOSED PERIOD"
        TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
        UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
        IF SRC-VALID-SW (WS-SOURCE-SUB) = "Y"
          AND SRC-ROLLED-FROM-DATE (WS-SOURCE-SUB) > ZERO
            MOVE SRC-POSTED-COUNT (WS-SOURCE-SUB) TO WS-ED-COUNT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "Source " SRC-CODE (WS-SOURCE-SUB)
                " date " SRC-ROLLED-FROM-DATE (WS-SOURCE-SUB)
                " posted " WS-ED-COUNT
                " under " SRC-POSTING-DATE (WS-SOURCE-SUB)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-ROLLED-CORR-COUNT > ZERO
        MOVE WS-ROLLED-CORR-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Corrections/releases posted " WS-ED-COUNT
            " under " WS-POSTING-DATE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

PRINT-GL-UNMAPPED.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "GL EXTRACT NOT CUT - UNMAPPED GL ACCOUNTS" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-GL-UNMAPPED-SUB FROM 1 BY 1
        UNTIL WS-GL-UNMAPPED-SUB > WS-GL-UNMAPPED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Source " GLU-SOURCE-CODE (WS-GL-UNMAPPED-SUB)
            " class " GLU-POSTING-CLASS (WS-GL-UNMAPPED-SUB)
            " currency " GLU-CURRENCY-CODE (WS-GL-UNMAPPED-SUB)
            " NO GL ACCOUNT MAPPING"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM.
    IF GL-JOURNAL-TABLE-FULL
        MOVE SPACES TO WS-REPORT-LINE
        MOVE "JOURNAL TABLE FULL - OVER 100 BRANCH/CURRENCY/DATE GROUPS"
            TO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "Key the mappings with GlMapMaint, then run Multiplier GLCUT."
        TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-HELD-TRANSACTIONS.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-SUSPECTED-DUPLICATES.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "SUSPECTED DUPLICATES - NOT POSTED (EXCEPTION REASON DP)"
        TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    PERFORM VARYING WS-DUP-RPT-SUB FROM 1 BY 1
        UNTIL WS-DUP-RPT-SUB > WS-DUP-RPT-COUNT
        PERFORM PRINT-ONE-DUPLICATE-LINE
    END-PERFORM.
    MOVE WS-DUP-TOTAL-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Suspected duplicates : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-REVERSAL-MATCHING.
    MOVE ALL "-" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE "REVERSALS MATCHED TO POSTED ORIGINALS" TO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-REV-MATCHED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Reversals posted     : " WS-ED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    MOVE WS-REV-REJECTED-COUNT TO WS-ED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "Reversals rejected   : " WS-ED-COUNT
        " (exception reasons RV/RX)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.
    IF WS-REV-OVERRIDE-COUNT > ZERO
        MOVE WS-REV-OVERRIDE-COUNT TO WS-ED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Approved past check  : " WS-ED-COUNT
            " (past remaining or original not matched)"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

PRINT-ONE-DUPLICATE-LINE.
    MOVE DRP-NUM1 (WS-DUP-RPT-SUB) TO WS-ED-HIGH.
    MOVE SPACES TO WS-REPORT-LINE.
    IF DRP-ORIG-TYPE (WS-DUP-RPT-SUB) = "P"
        STRING "EXC " DRP-EXC-SEQ-NO (WS-DUP-RPT-SUB)
            " SRC " DRP-SOURCE-CODE (WS-DUP-RPT-SUB)
            " NUM1 " WS-ED-HIGH
            " ORIG RUN " DRP-ORIG-RUN-ID (WS-DUP-RPT-SUB)
            " SEQ " DRP-ORIG-SEQ-NO (WS-DUP-RPT-SUB)
            " " DRP-ORIG-DATE (WS-DUP-RPT-SUB)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "EXC " DRP-EXC-SEQ-NO (WS-DUP-RPT-SUB)
            " SRC " DRP-SOURCE-CODE (WS-DUP-RPT-SUB)
            " NUM1 " WS-ED-HIGH
            " RESUBMIT OF EXC " DRP-ORIG-SEQ-NO (WS-DUP-RPT-SUB)
            " CORRECTED IN REVIEW"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-ONE-HELD-LINE.
    MOVE HRP-NUM1 (WS-HOLD-RPT-SUB) TO WS-ED-HIGH.
    MOVE SPACES TO WS-REPORT-LINE.
