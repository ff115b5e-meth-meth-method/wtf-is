       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  RunCancel.
AUTHOR.  Meth Meth Method
*> Whole-run cancellation and backout. The correction path replaces
*> one batch and deliberately does not touch PERIOD.DAT, so when a
*> whole night's run had to be thrown away (the wrong FACTORS.DAT
*> promoted, a department resending the previous day's file) someone
*> hand-edited PERIOD.DAT and phoned billing. This backs out a named
*> run completely, under the same dual control as a correction: the
*> menu stages the request in PENDING.DAT, a second level-2 operator
*> approves it, and approval writes CANCEL.DAT with both identities
*> for this program to act on. A request without an approver
*> different from the stager is refused.
*>
*> The cancellation is issued under its own RunID off RUNSEQ.DAT and
*> the business date off RUNCTL.DAT, the way Multiplier mints one:
*>   billing  a reversal ("V", zero Product) goes to BILLING.DAT for
*>            every extract of the run still in effect - each
*>            original extract, or where a batch was since corrected
*>            the rebill that replaced it - naming that extract's run
*>            in Billing-OrigRunID, so BillPricing negates exactly
*>            what was invoiced and BillTransmit sends it on;
*>   period   the run's postings are backed out of PM-PTD-Total and
*>            PM-RunCount, PM-FirstRunID and PM-LastRunID are moved
*>            to the next and previous runs still standing on the
*>            run history, and a Batch-ID the run alone posted is
*>            dropped from the master;
*>   history  the run header archived in RPTHX.DAT is marked
*>            cancelled with the business date, so ReportPrint shows
*>            CANCELLED on any reprint and later readers skip it.
*>
*> Nothing is written until the run has been proved cancellable: it
*> must be on RPTHX.DAT (ReportArchive has run), not a correction run
*> (a correction is undone by another correction), not already
*> cancelled, every batch's posting must still be in the open period,
*> and every batch Product on the run must have its original extract
*> on BILLING.DAT. The run's exceptions on EXCEPTHX.DAT say which
*> postings Multiplier only half made: on PTO (period total overflow)
*> the total was left as it was and only the run counted, so only
*> the count comes off; from the PTF (period table full) batch on,
*> a new Batch-ID was never posted at all. A run whose period has
*> closed is finance's to adjust, as a correction is. A cancellation
*> staged while CHECKPT.DAT holds an interrupted run is refused the
*> way a correction is - the resumed run would rewrite PERIOD.DAT
*> from its own table over the backout.
*>
*> BACKOUT.DAT, cut fresh each time, lists every reversal and every
*> period backout and closes with RunBalance-style legs: the run's
*> Products against the original extracts found, the extracts in
*> effect against the reversals written and read back, and the
*> Products posted against what came off PERIOD.DAT as read back.
*> Each leg must net to zero. RETURN-CODE is 8 for a refusal or any
*> leg out of balance, so the job stream holds the billing hand-off;
*> 4 when a batch's first or last run could not be found on the run
*> history or a batch had never posted; 0 otherwise. CANCEL.DAT is
*> cleared when the request has been acted on or refused, the way
*> Multiplier clears RERUN.DAT.
*>
*> Maintenance history
*> 2026-09-21  Created so a whole run can be thrown away through a
*>             reviewed, balanced backout instead of a hand-edited
*>             PERIOD.DAT and a phone call to billing.
*> 2026-09-23  The cancellation's RunID follows Multiplier's cycle
*>             layout (business date, cycle, five-digit sequence)
*>             and its reversals carry the cycle in Billing-Cycle.
*> 2026-10-15  The run's PTO and PTF exceptions are read back off
*>             EXCEPTHX.DAT. A batch whose period total overflowed
*>             only had its run counted, so only the count is backed
*>             out; a new batch dropped because the period table was
*>             full never posted, and no longer refuses the
*>             cancellation as if its period had closed.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT CancelRequestFile ASSIGN TO "CANCEL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CancelRequestFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.
    SELECT RunSeqFile ASSIGN TO "RUNSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunSeqFileStatus.
    SELECT CheckpointFile ASSIGN TO "CHECKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointFileStatus.
    SELECT ReportHistoryFile ASSIGN TO "RPTHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RX-KEY
        FILE STATUS IS ReportHistoryFileStatus.
    SELECT BillingExtractFile ASSIGN TO "BILLING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BillingExtractFileStatus.
    SELECT PeriodFile ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.
    SELECT ExceptionHistoryFile ASSIGN TO "EXCEPTHX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionHistoryFileStatus.
    SELECT BackoutReportFile ASSIGN TO "BACKOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackoutReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  CancelRequestFile.
01  CancelRequestRecord.
    05  CX-RunID                          PIC X(14).
    05  FILLER                            PIC X(01).
    05  CX-StagedBy                       PIC X(08).
    05  FILLER                            PIC X(01).
    05  CX-ApprovedBy                     PIC X(08).

FD  RunControlFile.
    COPY RUNCTL.

FD  RunSeqFile.
01  RunSeqRecord.
    05  RS-LastSequence                   PIC 9(06).

FD  CheckpointFile.
    COPY CHKPREC.

FD  ReportHistoryFile.
    COPY RPTHREC.

FD  BillingExtractFile.
    COPY BILLREC.

FD  PeriodFile.
    COPY PERDREC.

FD  ExceptionHistoryFile.
    COPY EXCHREC.

FD  BackoutReportFile.
01  BackoutReportRecord                   PIC X(80).

WORKING-STORAGE SECTION.
*>  The archived image is restored here so the run's records are read
*>  through the same layouts REPORT.DAT was written with.
    COPY BATCHREC.

01  CancelRequestFileStatus               PIC XX.
01  RunControlFileStatus                  PIC XX.
01  RunSeqFileStatus                      PIC XX.
01  CheckpointFileStatus                  PIC XX.
01  ReportHistoryFileStatus               PIC XX.
01  BillingExtractFileStatus              PIC XX.
01  PeriodFileStatus                      PIC XX.
01  ExceptionHistoryFileStatus            PIC XX.
01  BackoutReportFileStatus               PIC XX.
01  EndOfHistoryFile                      PIC X(01) VALUE "N".
    88  HistoryFileEOF                    VALUE "Y".
01  EndOfExtractFile                      PIC X(01) VALUE "N".
    88  ExtractFileEOF                    VALUE "Y".
01  EndOfPeriodFile                       PIC X(01) VALUE "N".
    88  PeriodFileEOF                     VALUE "Y".
01  EndOfExceptionFile                    PIC X(01) VALUE "N".
    88  ExceptionFileEOF                  VALUE "Y".
01  RequestFlag                           PIC X(01) VALUE "N".
    88  HaveCancelRequest                 VALUE "Y".
01  RefusedFlag                           PIC X(01) VALUE "N".
    88  CancelRefused                     VALUE "Y".
01  RefusalText                           PIC X(80) VALUE SPACES.
01  LegsFlag                              PIC X(01) VALUE "N".
    88  LegsComputed                      VALUE "Y".
01  AppliedFlag                           PIC X(01) VALUE "N".
    88  CancellationApplied               VALUE "Y".
01  HistoryOpenFlag                       PIC X(01) VALUE "N".
    88  HistoryIsOpen                     VALUE "Y".
01  TargetRunID                           PIC X(14) VALUE SPACES.
01  TargetRunDate                         PIC X(08) VALUE SPACES.
01  StagedBy                              PIC X(08) VALUE SPACES.
01  ApprovedBy                            PIC X(08) VALUE SPACES.
01  HeaderFoundFlag                       PIC X(01) VALUE "N".
    88  HeaderFound                       VALUE "Y".
01  HeaderSequence                        PIC 9(07) VALUE ZEROS.
01  BusinessDate                          PIC X(08).
01  RunSequence                           PIC 9(06) VALUE ZEROS.
01  BusinessCycle                         PIC X(01) VALUE "1".
    88  BusinessCycleIsValid              VALUE "1" THRU "9".
01  CancelRunID                           PIC X(14) VALUE SPACES.
01  ScanRunID                             PIC X(14) VALUE SPACES.
01  ScanRunSkipFlag                       PIC X(01) VALUE "N".
    88  ScanRunSkipped                    VALUE "Y".
01  EarliestFirstRunID                    PIC X(14) VALUE SPACES.
01  RecordScale                           PIC X(01).
01  ScaleDigit                            PIC 9(01) VALUE ZEROS.
01  ScaleDivisor                          PIC 9(05) VALUE 1.
01  WholeAmount                           PIC S9(15) VALUE ZEROS.
01  RawDifference                         PIC S9(17) VALUE ZEROS.
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.

01  MaxBatches                            PIC 9(05) VALUE 1000.
01  BatchEntryCount                       PIC 9(05) VALUE ZEROS.
01  BatchIdx                              PIC 9(05) VALUE ZEROS.
01  BatchMatchIdx                         PIC 9(05) VALUE ZEROS.
01  BatchMatchFlag                        PIC X(01) VALUE "N".
    88  BatchEntryMatched                 VALUE "Y".
01  LookupBatchID                         PIC X(10).
01  BatchTable.
    05  BatchEntry OCCURS 1000 TIMES.
        10  CB-BatchID                    PIC X(10).
        10  CB-Product                    PIC S9(15).
        10  CB-Scale                      PIC X(01).
        10  CB-PeriodIdx                  PIC 9(05).
        10  CB-PostStatus                 PIC X(01).
            88  CB-Posted                 VALUE "P".
            88  CB-NeverPosted            VALUE "S".
            88  CB-TableFullDropped       VALUE "F".
            88  CB-OutsidePeriod          VALUE "N".
        10  CB-OverflowFlag               PIC X(01).
            88  CB-TotalOverflowed        VALUE "Y".
01  TableFullBatchIdx                     PIC 9(05) VALUE ZEROS.
01  OpenPeriodFlag                        PIC X(01) VALUE "N".
    88  RunInOpenPeriod                   VALUE "Y".
01  TotalOverflowCount                    PIC 9(05) VALUE ZEROS.

01  MaxPeriodEntries                      PIC 9(05) VALUE 1000.
01  PeriodEntryCount                      PIC 9(05) VALUE ZEROS.
01  PeriodIdx                             PIC 9(05) VALUE ZEROS.
01  PeriodMatchIdx                        PIC 9(05) VALUE ZEROS.
01  PeriodMatchFlag                       PIC X(01) VALUE "N".
    88  PeriodEntryMatched                VALUE "Y".
01  PeriodOverflowFlag                    PIC X(01) VALUE "N".
    88  PeriodTableOverflowed             VALUE "Y".
01  PeriodTable.
    05  PeriodEntry OCCURS 1000 TIMES.
        10  PE-BatchID                    PIC X(10).
        10  PE-PTD-Total                  PIC S9(15).
        10  PE-RunCount                   PIC 9(05).
        10  PE-FirstRunID                 PIC X(14).
        10  PE-LastRunID                  PIC X(14).
        10  PE-Scale                      PIC X(01).
        10  PE-CompareScale               PIC X(01).
        10  PE-TouchedFlag                PIC X(01).
            88  PE-Touched                VALUE "Y".
        10  PE-RemovedFlag                PIC X(01).
            88  PE-Removed                VALUE "Y".
        10  PE-OrigPTD-Total              PIC S9(15).
        10  PE-OrigRunCount               PIC 9(05).
        10  PE-PostedSum                  PIC S9(17).
        10  PE-PostedRuns                 PIC 9(05).
        10  PE-NewFirstRunID              PIC X(14).
        10  PE-NewLastRunID               PIC X(14).
        10  PE-VerifiedFlag               PIC X(01).
            88  PE-Verified               VALUE "Y".
        10  PE-RangeFlag                  PIC X(01).
            88  PE-RangeRepaired          VALUE "R".
            88  PE-RangeNotRepaired       VALUE "M".

01  MaxChainEntries                       PIC 9(05) VALUE 5000.
01  ChainEntryCount                       PIC 9(05) VALUE ZEROS.
01  ChainIdx                              PIC 9(05) VALUE ZEROS.
01  ChainMatchIdx                         PIC 9(05) VALUE ZEROS.
01  ChainMatchFlag                        PIC X(01) VALUE "N".
    88  ChainEntryMatched                 VALUE "Y".
01  ChainOverflowFlag                     PIC X(01) VALUE "N".
    88  ChainTableOverflowed              VALUE "Y".
01  LookupRunID                           PIC X(14).
01  LiveOnlyFlag                          PIC X(01) VALUE "N".
    88  LiveOnly                          VALUE "Y".
01  ExtractTranCode                       PIC X(01).
01  ChainTable.
    05  ChainEntry OCCURS 5000 TIMES.
        10  CE-RunID                      PIC X(14).
        10  CE-BatchID                    PIC X(10).
        10  CE-TranCode                   PIC X(01).
        10  CE-Product                    PIC S9(15).
        10  CE-Operation                  PIC X(01).
        10  CE-Scale                      PIC X(01).
        10  CE-LiveFlag                   PIC X(01).
            88  CE-InEffect               VALUE "Y".

01  RunProductCount                       PIC 9(05) VALUE ZEROS.
01  RunProductTotal                       PIC S9(17) VALUE ZEROS.
01  OriginalExtractCount                  PIC 9(05) VALUE ZEROS.
01  OriginalExtractTotal                  PIC S9(17) VALUE ZEROS.
01  InEffectCount                         PIC 9(05) VALUE ZEROS.
01  InEffectTotal                         PIC S9(17) VALUE ZEROS.
01  ReversalCount                         PIC 9(05) VALUE ZEROS.
01  ReversalTotal                         PIC S9(17) VALUE ZEROS.
01  ReversalReadBack                      PIC 9(05) VALUE ZEROS.
01  PostedBatchCount                      PIC 9(05) VALUE ZEROS.
01  PostedTotal                           PIC S9(17) VALUE ZEROS.
01  BackedOutTotal                        PIC S9(17) VALUE ZEROS.
01  RunsBackedOut                         PIC 9(05) VALUE ZEROS.
01  NeverPostedCount                      PIC 9(05) VALUE ZEROS.
01  EntriesRemoved                        PIC 9(05) VALUE ZEROS.
01  RepairsMissing                        PIC 9(05) VALUE ZEROS.
01  PeriodReadBackBreaks                  PIC 9(05) VALUE ZEROS.
01  NetAmount                             PIC S9(17) VALUE ZEROS.
01  BreakCount                            PIC 9(05) VALUE ZEROS.

01  ReportHeadingLine.
    05  FILLER                            PIC X(32)
            VALUE "RUN CANCELLATION BACKOUT REPORT ".
    05  FILLER                            PIC X(04) VALUE "RUN ".
    05  BO-RunID                          PIC X(14).
    05  FILLER                            PIC X(07) VALUE "  DATE ".
    05  BO-RunDate                        PIC X(08).
    05  FILLER                            PIC X(15) VALUE SPACES.
01  CancelInfoLine.
    05  FILLER                            PIC X(20)
            VALUE "CANCELLED UNDER RUN ".
    05  CI-CancelRunID                    PIC X(14).
    05  FILLER                            PIC X(15)
            VALUE " BUSINESS DATE ".
    05  CI-BusinessDate                   PIC X(08).
    05  FILLER                            PIC X(23) VALUE SPACES.
01  ApprovalLine.
    05  FILLER                            PIC X(10) VALUE "STAGED BY ".
    05  AP-StagedBy                       PIC X(08).
    05  FILLER                            PIC X(14)
            VALUE "  APPROVED BY ".
    05  AP-ApprovedBy                     PIC X(08).
    05  FILLER                            PIC X(40) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ReversalColumnLine.
    05  FILLER                            PIC X(40)
            VALUE "BATCH ID    REVERSES RUN    EXTRACT     ".
    05  FILLER                            PIC X(40)
            VALUE "    WHOLE UNITS                         ".
01  ReversalDetailLine.
    05  RV-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RV-OrigRunID                      PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RV-TranText                       PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RV-Product                        PIC -(15)9.
    05  FILLER                            PIC X(26) VALUE SPACES.
01  PeriodColumnLine.
    05  FILLER                            PIC X(40)
            VALUE "BATCH ID       RUN PRODUCT       PTD BEF".
    05  FILLER                            PIC X(40)
            VALUE "ORE        PTD AFTER  RUNS RESULT       ".
01  PeriodDetailLine.
    05  PB-BatchID                        PIC X(10).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PB-RunProduct                     PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PB-PTDBefore                      PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PB-PTDAfter                       PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PB-RunsAfter                      PIC ZZZZ9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PB-ResultText                     PIC X(12).
01  PeriodRepairLine.
    05  FILLER                            PIC X(12) VALUE SPACES.
    05  FILLER                            PIC X(14)
            VALUE "FIRST RUN NOW ".
    05  PR-FirstRunID                     PIC X(14).
    05  FILLER                            PIC X(15)
            VALUE "  LAST RUN NOW ".
    05  PR-LastRunID                      PIC X(14).
    05  FILLER                            PIC X(11) VALUE SPACES.
01  LegAmountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  Leg-LabelText                     PIC X(32).
    05  Leg-Amount                        PIC -(16)9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  Leg-Verdict                       PIC X(14).
    05  FILLER                            PIC X(13) VALUE SPACES.
01  LegCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LegC-LabelText                    PIC X(32).
    05  LegC-CountValue                   PIC ZZZZZZZZZZZZZZZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LegC-Verdict                      PIC X(14).
    05  FILLER                            PIC X(13) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    PERFORM LOAD-CANCEL-REQUEST-PARA.
    IF NOT HaveCancelRequest
        DISPLAY "No run cancellation staged in CANCEL.DAT, nothing to",
            " do"
        MOVE ZEROS TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "CANCELLATION - backing out run ", TargetRunID,
        ", staged by ", StagedBy, ", approved by ", ApprovedBy.
    PERFORM LOAD-BUSINESS-DATE-PARA.
    PERFORM CHECK-APPROVAL-PARA.
    IF NOT CancelRefused
        PERFORM CHECK-CHECKPOINT-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM LOAD-CANCELLED-RUN-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM LOAD-RUN-EXCEPTIONS-PARA
        PERFORM LOAD-PERIOD-MASTER-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM MATCH-PERIOD-ENTRIES-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM LOAD-EXTRACT-CHAIN-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM PROVE-EXTRACTS-PARA
    END-IF.
    IF NOT CancelRefused
        PERFORM FIND-REPLACEMENT-RUNS-PARA
        PERFORM BACK-OUT-PERIOD-TABLE-PARA
        PERFORM NEXT-RUN-SEQUENCE-PARA
        STRING BusinessDate DELIMITED BY SIZE
               BusinessCycle DELIMITED BY SIZE
               RunSequence(2:5) DELIMITED BY SIZE
            INTO CancelRunID
        PERFORM WRITE-REVERSALS-PARA
        PERFORM SAVE-PERIOD-MASTER-PARA
        PERFORM MARK-RUN-CANCELLED-PARA
        SET CancellationApplied TO TRUE
        PERFORM READ-BACK-REVERSALS-PARA
        PERFORM READ-BACK-PERIOD-PARA
    END-IF.
    IF HistoryIsOpen
        CLOSE ReportHistoryFile
    END-IF.
    PERFORM WRITE-BACKOUT-REPORT-PARA.
    PERFORM CLEAR-CANCEL-REQUEST-PARA.
    EVALUATE TRUE
        WHEN CancelRefused
            DISPLAY "CANCELLATION REFUSED - ", RefusalText
            DISPLAY "Nothing was reversed or backed out; the request",
                " is cleared and must be staged again"
            MOVE 8 TO ReturnSeverity
        WHEN BreakCount NOT = ZEROS
            DISPLAY "HOLD - run ", TargetRunID, " was cancelled under",
                " run ", CancelRunID, " but the backout is out of",
                " balance, see BACKOUT.DAT"
            MOVE 8 TO ReturnSeverity
        WHEN OTHER
            DISPLAY "Run ", TargetRunID, " cancelled under run ",
                CancelRunID, ": ", ReversalCount, " reversal(s), ",
                RunsBackedOut, " period posting(s) backed out"
            IF RepairsMissing NOT = ZEROS OR NeverPostedCount NOT = ZEROS
                MOVE 4 TO ReturnSeverity
            END-IF
    END-EVALUATE.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

    LOAD-CANCEL-REQUEST-PARA.
    OPEN INPUT CancelRequestFile.
    IF CancelRequestFileStatus = "00"
        READ CancelRequestFile
            AT END
                CONTINUE
            NOT AT END
                IF CX-RunID NOT = SPACES
                    SET HaveCancelRequest TO TRUE
                    MOVE CX-RunID TO TargetRunID
                    MOVE CX-StagedBy TO StagedBy
                    MOVE CX-ApprovedBy TO ApprovedBy
                END-IF
        END-READ
        CLOSE CancelRequestFile
    END-IF.

*>  The cancellation is stamped with the business date off RUNCTL.DAT
*>  like every run; the clock is the fallback where none is set up.
    LOAD-BUSINESS-DATE-PARA.
    ACCEPT BusinessDate FROM DATE YYYYMMDD.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus = "00"
        READ RunControlFile
            AT END
                CONTINUE
            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    MOVE RC-BusinessDate TO BusinessDate
                    MOVE RC-CycleNumber TO BusinessCycle
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.
    IF NOT BusinessCycleIsValid
        MOVE "1" TO BusinessCycle
    END-IF.

    CHECK-APPROVAL-PARA.
    IF ApprovedBy = SPACES OR ApprovedBy = StagedBy
        SET CancelRefused TO TRUE
        MOVE "NOT APPROVED - A SECOND OPERATOR MUST APPROVE THE REQUEST"
            TO RefusalText
    END-IF.

    CHECK-CHECKPOINT-PARA.
    OPEN INPUT CheckpointFile.
    IF CheckpointFileStatus = "00"
        READ CheckpointFile
            AT END
                CONTINUE
            NOT AT END
                IF CP-RunID NOT = SPACES
                    SET CancelRefused TO TRUE
                    STRING "RUN " DELIMITED BY SIZE
                           CP-RunID DELIMITED BY SIZE
                           " IS INTERRUPTED - RESUME IT TO COMPLETION"
                               DELIMITED BY SIZE
                           " FIRST" DELIMITED BY SIZE
                        INTO RefusalText
                END-IF
        END-READ
        CLOSE CheckpointFile
    END-IF.

*>  The run's own records come off the history key: the header says
*>  whether it can be cancelled at all, and each batch Product record
*>  is one posting to back out. Correction product records are never
*>  found here - a correction run is refused on its header.
    LOAD-CANCELLED-RUN-PARA.
    OPEN I-O ReportHistoryFile.
    IF ReportHistoryFileStatus NOT = "00"
        SET CancelRefused TO TRUE
        STRING "RPTHX.DAT COULD NOT BE OPENED, FILE STATUS "
                   DELIMITED BY SIZE
               ReportHistoryFileStatus DELIMITED BY SIZE
            INTO RefusalText
    ELSE
        SET HistoryIsOpen TO TRUE
        MOVE "N" TO EndOfHistoryFile
        MOVE SPACES TO ReportHistoryRecord
        MOVE TargetRunID TO RX-RunID
        MOVE ZEROS TO RX-Sequence
        START ReportHistoryFile KEY IS NOT LESS THAN RX-KEY
            INVALID KEY
                MOVE "Y" TO EndOfHistoryFile
        END-START
        PERFORM LOAD-ONE-RUN-RECORD-PARA
            UNTIL HistoryFileEOF OR CancelRefused
        IF NOT CancelRefused AND NOT HeaderFound
            SET CancelRefused TO TRUE
            STRING "RUN " DELIMITED BY SIZE
                   TargetRunID DELIMITED BY SIZE
                   " IS NOT ON RPTHX.DAT - RUN REPORTARCHIVE FIRST"
                       DELIMITED BY SIZE
                INTO RefusalText
        END-IF
    END-IF.

    LOAD-ONE-RUN-RECORD-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfHistoryFile
        NOT AT END
            IF RX-RunID NOT = TargetRunID
                MOVE "Y" TO EndOfHistoryFile
            ELSE
                MOVE RX-Image TO BATCH-RECORD
                EVALUATE TRUE
                    WHEN BR-RUN-HEADER
                        PERFORM CHECK-RUN-HEADER-PARA
                    WHEN BR-BATCH-PRODUCT
                        PERFORM ADD-RUN-BATCH-PARA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

    CHECK-RUN-HEADER-PARA.
    SET HeaderFound TO TRUE.
    MOVE RX-Sequence TO HeaderSequence.
    MOVE RH-RUN-DATE TO TargetRunDate.
    EVALUATE TRUE
        WHEN RH-RUN-CANCELLED
            SET CancelRefused TO TRUE
            STRING "RUN WAS ALREADY CANCELLED ON " DELIMITED BY SIZE
                   RH-CANCELLED-DATE DELIMITED BY SIZE
                INTO RefusalText
        WHEN RH-ORIG-RUN-ID NOT = SPACES
            SET CancelRefused TO TRUE
            STRING "RUN IS A CORRECTION OF " DELIMITED BY SIZE
                   RH-ORIG-RUN-ID DELIMITED BY SIZE
                   " - UNDO IT WITH ANOTHER CORRECTION"
                       DELIMITED BY SIZE
                INTO RefusalText
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    ADD-RUN-BATCH-PARA.
    IF BatchEntryCount < MaxBatches
        ADD 1 TO BatchEntryCount
        MOVE BP-BATCH-ID TO CB-BatchID(BatchEntryCount)
        MOVE BP-PRODUCT TO CB-Product(BatchEntryCount)
        IF BP-SCALE IS NUMERIC AND BP-SCALE NOT > "4"
            MOVE BP-SCALE TO CB-Scale(BatchEntryCount)
        ELSE
            MOVE "0" TO CB-Scale(BatchEntryCount)
        END-IF
        MOVE ZEROS TO CB-PeriodIdx(BatchEntryCount)
        MOVE SPACES TO CB-PostStatus(BatchEntryCount)
        MOVE "N" TO CB-OverflowFlag(BatchEntryCount)
        ADD 1 TO RunProductCount
        MOVE CB-Scale(BatchEntryCount) TO RecordScale
        MOVE CB-Product(BatchEntryCount) TO WholeAmount
        PERFORM ROUND-TO-WHOLE-PARA
        ADD WholeAmount TO RunProductTotal
    ELSE
        SET CancelRefused TO TRUE
        STRING "RUN CARRIES MORE THAN " DELIMITED BY SIZE
               MaxBatches DELIMITED BY SIZE
               " BATCH PRODUCTS - TABLE LIMIT" DELIMITED BY SIZE
            INTO RefusalText
    END-IF.

*>  Multiplier writes a PTO for every batch whose period total could
*>  not take its Product, and a PTF once, for the first new Batch-ID
*>  the full table turned away - every new Batch-ID after it on the
*>  run was turned away too.
    LOAD-RUN-EXCEPTIONS-PARA.
    MOVE "N" TO EndOfExceptionFile.
    OPEN INPUT ExceptionHistoryFile.
    IF ExceptionHistoryFileStatus = "00"
        PERFORM LOAD-ONE-RUN-EXCEPTION-PARA UNTIL ExceptionFileEOF
        CLOSE ExceptionHistoryFile
    END-IF.

    LOAD-ONE-RUN-EXCEPTION-PARA.
    READ ExceptionHistoryFile
        AT END
            MOVE "Y" TO EndOfExceptionFile
        NOT AT END
            IF EH-RunID = TargetRunID
                MOVE EH-BatchID TO LookupBatchID
                EVALUATE EH-ReasonCode
                    WHEN "PTO"
                        PERFORM FIND-RUN-BATCH-PARA
                        IF BatchEntryMatched
                            MOVE "Y" TO CB-OverflowFlag(BatchMatchIdx)
                        END-IF
                    WHEN "PTF"
                        PERFORM FIND-RUN-BATCH-PARA
                        IF BatchEntryMatched
                            IF TableFullBatchIdx = ZEROS
                                    OR BatchMatchIdx < TableFullBatchIdx
                                MOVE BatchMatchIdx TO TableFullBatchIdx
                            END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

*>  Rounded to whole units per record, the same rounding Multiplier
*>  applies per batch before accumulating the trailer's grand total.
    ROUND-TO-WHOLE-PARA.
    IF RecordScale IS NUMERIC AND RecordScale NOT > "4"
        MOVE RecordScale TO ScaleDigit
    ELSE
        MOVE ZEROS TO ScaleDigit
    END-IF.
    COMPUTE ScaleDivisor = 10 ** ScaleDigit.
    COMPUTE WholeAmount ROUNDED = WholeAmount / ScaleDivisor.

*>  A master that does not fit the table cannot be rewritten without
*>  losing the records past it, so the cancellation is refused
*>  before anything is touched.
    LOAD-PERIOD-MASTER-PARA.
    MOVE "N" TO EndOfPeriodFile.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        PERFORM LOAD-ONE-PERIOD-ENTRY-PARA UNTIL PeriodFileEOF
        CLOSE PeriodFile
    END-IF.
    IF PeriodTableOverflowed
        SET CancelRefused TO TRUE
        STRING "PERIOD.DAT HOLDS MORE THAN " DELIMITED BY SIZE
               MaxPeriodEntries DELIMITED BY SIZE
               " BATCH IDS - TABLE LIMIT" DELIMITED BY SIZE
            INTO RefusalText
    END-IF.

    LOAD-ONE-PERIOD-ENTRY-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            IF PeriodEntryCount < MaxPeriodEntries
                ADD 1 TO PeriodEntryCount
                MOVE PM-BatchID TO PE-BatchID(PeriodEntryCount)
                MOVE PM-PTD-Total TO PE-PTD-Total(PeriodEntryCount)
                MOVE PM-RunCount TO PE-RunCount(PeriodEntryCount)
                MOVE PM-FirstRunID TO PE-FirstRunID(PeriodEntryCount)
                MOVE PM-LastRunID TO PE-LastRunID(PeriodEntryCount)
                MOVE PM-Scale TO PE-Scale(PeriodEntryCount)
                IF PM-Scale IS NUMERIC
                    MOVE PM-Scale TO PE-CompareScale(PeriodEntryCount)
                ELSE
                    MOVE "0" TO PE-CompareScale(PeriodEntryCount)
                END-IF
                MOVE SPACES TO PE-RangeFlag(PeriodEntryCount)
                MOVE "N" TO PE-TouchedFlag(PeriodEntryCount)
                MOVE "N" TO PE-RemovedFlag(PeriodEntryCount)
                MOVE "N" TO PE-VerifiedFlag(PeriodEntryCount)
                MOVE PM-PTD-Total TO PE-OrigPTD-Total(PeriodEntryCount)
                MOVE PM-RunCount TO PE-OrigRunCount(PeriodEntryCount)
                MOVE ZEROS TO PE-PostedSum(PeriodEntryCount)
                MOVE ZEROS TO PE-PostedRuns(PeriodEntryCount)
                MOVE SPACES TO PE-NewFirstRunID(PeriodEntryCount)
                MOVE SPACES TO PE-NewLastRunID(PeriodEntryCount)
            ELSE
                SET PeriodTableOverflowed TO TRUE
                MOVE "Y" TO EndOfPeriodFile
            END-IF
    END-READ.

*>  A batch's posting is in the open period when its Batch-ID's
*>  master record spans the run. A record at a different scale means
*>  Multiplier refused the posting (PSC) and there is nothing to back
*>  out; so does no record for a batch at or after the run's PTF, as
*>  long as the open period reaches back to the run. Otherwise no
*>  record, or one that does not span the run, means the run's
*>  period has been closed - that is finance's to adjust. On a PTO
*>  the Product never reached the total, so only the run comes off.
    MATCH-PERIOD-ENTRIES-PARA.
    PERFORM NOTE-OPEN-PERIOD-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount OR RunInOpenPeriod.
    PERFORM MATCH-RUN-BATCH-PERIOD-PARA VARYING BatchIdx FROM 1 BY 1
        UNTIL BatchIdx > BatchEntryCount OR CancelRefused.

    NOTE-OPEN-PERIOD-PARA.
    IF PE-FirstRunID(PeriodIdx) NOT > TargetRunID
        SET RunInOpenPeriod TO TRUE
    END-IF.

    MATCH-RUN-BATCH-PERIOD-PARA.
    MOVE CB-BatchID(BatchIdx) TO LookupBatchID.
    PERFORM FIND-PERIOD-ENTRY-PARA.
    EVALUATE TRUE
        WHEN NOT PeriodEntryMatched AND RunInOpenPeriod
                AND TableFullBatchIdx NOT = ZEROS
                AND BatchIdx NOT < TableFullBatchIdx
            MOVE "F" TO CB-PostStatus(BatchIdx)
            ADD 1 TO NeverPostedCount
        WHEN NOT PeriodEntryMatched
            MOVE "N" TO CB-PostStatus(BatchIdx)
        WHEN PE-CompareScale(PeriodMatchIdx) NOT = CB-Scale(BatchIdx)
            MOVE "S" TO CB-PostStatus(BatchIdx)
            MOVE PeriodMatchIdx TO CB-PeriodIdx(BatchIdx)
            ADD 1 TO NeverPostedCount
        WHEN PE-FirstRunID(PeriodMatchIdx) > TargetRunID
                OR PE-LastRunID(PeriodMatchIdx) < TargetRunID
            MOVE "N" TO CB-PostStatus(BatchIdx)
        WHEN OTHER
            MOVE "P" TO CB-PostStatus(BatchIdx)
            MOVE PeriodMatchIdx TO CB-PeriodIdx(BatchIdx)
            MOVE "Y" TO PE-TouchedFlag(PeriodMatchIdx)
            IF CB-TotalOverflowed(BatchIdx)
                ADD 1 TO TotalOverflowCount
            ELSE
                ADD CB-Product(BatchIdx) TO PE-PostedSum(PeriodMatchIdx)
            END-IF
            ADD 1 TO PE-PostedRuns(PeriodMatchIdx)
            ADD 1 TO PostedBatchCount
    END-EVALUATE.
    IF CB-OutsidePeriod(BatchIdx)
        SET CancelRefused TO TRUE
        STRING "BATCH " DELIMITED BY SIZE
               CB-BatchID(BatchIdx) DELIMITED BY SPACE
               " POSTED TO A CLOSED PERIOD - FINANCE MUST ADJUST"
                   DELIMITED BY SIZE
            INTO RefusalText
    END-IF.

    FIND-PERIOD-ENTRY-PARA.
    MOVE "N" TO PeriodMatchFlag.
    MOVE ZEROS TO PeriodMatchIdx.
    PERFORM MATCH-ONE-PERIOD-ENTRY-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount OR PeriodEntryMatched.

    MATCH-ONE-PERIOD-ENTRY-PARA.
    IF PE-BatchID(PeriodIdx) = LookupBatchID
        SET PeriodEntryMatched TO TRUE
        MOVE PeriodIdx TO PeriodMatchIdx
    END-IF.

*>  Every extract that still carries the run's Products: the run's
*>  originals, plus any rebill a correction issued against one of
*>  them (or against an earlier rebill), each live until a reversal
*>  names it. BILLING.DAT is read in the order it was written, so a
*>  reversal always follows the extract it backs out. Only extracts
*>  written under the run or later can belong to it.
    LOAD-EXTRACT-CHAIN-PARA.
    MOVE "N" TO EndOfExtractFile.
    OPEN INPUT BillingExtractFile.
    IF BillingExtractFileStatus = "00"
        PERFORM LOAD-ONE-EXTRACT-PARA UNTIL ExtractFileEOF
        CLOSE BillingExtractFile
    END-IF.
    IF ChainTableOverflowed
        SET CancelRefused TO TRUE
        STRING "MORE THAN " DELIMITED BY SIZE
               MaxChainEntries DELIMITED BY SIZE
               " EXTRACTS CARRY THE RUN - TABLE LIMIT"
                   DELIMITED BY SIZE
            INTO RefusalText
    END-IF.

    LOAD-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
            MOVE "Y" TO EndOfExtractFile
        NOT AT END
            IF Billing-RunID NOT < TargetRunID
                MOVE Billing-BatchID TO LookupBatchID
                PERFORM FIND-RUN-BATCH-PARA
                IF BatchEntryMatched
                    PERFORM CHAIN-ONE-EXTRACT-PARA
                END-IF
            END-IF
    END-READ.

    CHAIN-ONE-EXTRACT-PARA.
    IF Billing-TranCode = SPACES
        MOVE "O" TO ExtractTranCode
    ELSE
        MOVE Billing-TranCode TO ExtractTranCode
    END-IF.
    EVALUATE ExtractTranCode
        WHEN "O"
            IF Billing-RunID = TargetRunID
                PERFORM ADD-CHAIN-ENTRY-PARA
                ADD 1 TO OriginalExtractCount
                MOVE Billing-Scale TO RecordScale
                MOVE Billing-Product TO WholeAmount
                PERFORM ROUND-TO-WHOLE-PARA
                ADD WholeAmount TO OriginalExtractTotal
            END-IF
        WHEN "C"
            MOVE Billing-OrigRunID TO LookupRunID
            MOVE "N" TO LiveOnlyFlag
            PERFORM FIND-CHAIN-ENTRY-PARA
            IF ChainEntryMatched
                PERFORM ADD-CHAIN-ENTRY-PARA
            END-IF
        WHEN "V"
            MOVE Billing-OrigRunID TO LookupRunID
            MOVE "Y" TO LiveOnlyFlag
            PERFORM FIND-CHAIN-ENTRY-PARA
            IF ChainEntryMatched
                MOVE "N" TO CE-LiveFlag(ChainMatchIdx)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    ADD-CHAIN-ENTRY-PARA.
    IF ChainEntryCount < MaxChainEntries
        ADD 1 TO ChainEntryCount
        MOVE Billing-RunID TO CE-RunID(ChainEntryCount)
        MOVE Billing-BatchID TO CE-BatchID(ChainEntryCount)
        MOVE ExtractTranCode TO CE-TranCode(ChainEntryCount)
        MOVE Billing-Product TO CE-Product(ChainEntryCount)
        MOVE Billing-Operation TO CE-Operation(ChainEntryCount)
        MOVE Billing-Scale TO CE-Scale(ChainEntryCount)
        MOVE "Y" TO CE-LiveFlag(ChainEntryCount)
    ELSE
        SET ChainTableOverflowed TO TRUE
    END-IF.

*>  The latest chain entry for the batch under the named run wins,
*>  so the search runs from the end of the table backwards. A
*>  correction writes its reversal ahead of its rebill, both naming
*>  the same run, so a rebill joins the chain whether or not the
*>  extract it replaces is still in effect; a reversal only backs
*>  out one that is.
    FIND-CHAIN-ENTRY-PARA.
    MOVE "N" TO ChainMatchFlag.
    MOVE ZEROS TO ChainMatchIdx.
    PERFORM MATCH-ONE-CHAIN-ENTRY-PARA
        VARYING ChainIdx FROM ChainEntryCount BY -1
        UNTIL ChainIdx < 1 OR ChainEntryMatched.

    MATCH-ONE-CHAIN-ENTRY-PARA.
    IF CE-RunID(ChainIdx) = LookupRunID
            AND CE-BatchID(ChainIdx) = Billing-BatchID
            AND (CE-InEffect(ChainIdx) OR NOT LiveOnly)
        SET ChainEntryMatched TO TRUE
        MOVE ChainIdx TO ChainMatchIdx
    END-IF.

    FIND-RUN-BATCH-PARA.
    MOVE "N" TO BatchMatchFlag.
    MOVE ZEROS TO BatchMatchIdx.
    PERFORM MATCH-ONE-RUN-BATCH-PARA VARYING BatchIdx FROM 1 BY 1
        UNTIL BatchIdx > BatchEntryCount OR BatchEntryMatched.

    MATCH-ONE-RUN-BATCH-PARA.
    IF CB-BatchID(BatchIdx) = LookupBatchID
        SET BatchEntryMatched TO TRUE
        MOVE BatchIdx TO BatchMatchIdx
    END-IF.

*>  Every batch Product on the run must have its original extract on
*>  BILLING.DAT, or a reversal would be missing for whatever billing
*>  holds that was not found here. This is the first leg of the
*>  backout report, proved before anything is written.
    PROVE-EXTRACTS-PARA.
    SET LegsComputed TO TRUE.
    PERFORM TALLY-ONE-CHAIN-ENTRY-PARA VARYING ChainIdx FROM 1 BY 1
        UNTIL ChainIdx > ChainEntryCount.
    IF OriginalExtractCount NOT = RunProductCount
            OR OriginalExtractTotal NOT = RunProductTotal
        SET CancelRefused TO TRUE
        MOVE "THE RUN'S ORIGINAL EXTRACTS DO NOT MATCH ITS PRODUCTS"
            TO RefusalText
    END-IF.

    TALLY-ONE-CHAIN-ENTRY-PARA.
    IF CE-InEffect(ChainIdx)
        ADD 1 TO InEffectCount
        MOVE CE-Scale(ChainIdx) TO RecordScale
        MOVE CE-Product(ChainIdx) TO WholeAmount
        PERFORM ROUND-TO-WHOLE-PARA
        ADD WholeAmount TO InEffectTotal
    END-IF.

*>  A batch whose first or last posting was this run needs the next
*>  or previous run still standing in its place. The run history is
*>  walked in RunID order from the earliest first run affected; runs
*>  already cancelled, correction runs and this run itself are
*>  passed over, as is a Product at another scale.
    FIND-REPLACEMENT-RUNS-PARA.
    MOVE HIGH-VALUES TO EarliestFirstRunID.
    PERFORM NOTE-EARLIEST-FIRST-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount.
    IF EarliestFirstRunID NOT = HIGH-VALUES
        MOVE "N" TO EndOfHistoryFile
        MOVE SPACES TO ScanRunID
        MOVE "Y" TO ScanRunSkipFlag
        MOVE SPACES TO ReportHistoryRecord
        MOVE EarliestFirstRunID TO RX-RunID
        MOVE ZEROS TO RX-Sequence
        START ReportHistoryFile KEY IS NOT LESS THAN RX-KEY
            INVALID KEY
                MOVE "Y" TO EndOfHistoryFile
        END-START
        PERFORM SCAN-ONE-HISTORY-RECORD-PARA UNTIL HistoryFileEOF
    END-IF.

    NOTE-EARLIEST-FIRST-PARA.
    IF PE-Touched(PeriodIdx)
            AND PE-RunCount(PeriodIdx) > PE-PostedRuns(PeriodIdx)
            AND (PE-FirstRunID(PeriodIdx) = TargetRunID
                OR PE-LastRunID(PeriodIdx) = TargetRunID)
        IF PE-FirstRunID(PeriodIdx) < EarliestFirstRunID
            MOVE PE-FirstRunID(PeriodIdx) TO EarliestFirstRunID
        END-IF
    END-IF.

    SCAN-ONE-HISTORY-RECORD-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfHistoryFile
        NOT AT END
            MOVE RX-Image TO BATCH-RECORD
            EVALUATE TRUE
                WHEN BR-RUN-HEADER
                    MOVE RX-RunID TO ScanRunID
                    IF RH-RUN-CANCELLED OR RH-ORIG-RUN-ID NOT = SPACES
                            OR RX-RunID = TargetRunID
                        MOVE "Y" TO ScanRunSkipFlag
                    ELSE
                        MOVE "N" TO ScanRunSkipFlag
                    END-IF
                WHEN BR-BATCH-PRODUCT
                    IF NOT ScanRunSkipped AND RX-RunID = ScanRunID
                        PERFORM NOTE-STANDING-RUN-PARA
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

    NOTE-STANDING-RUN-PARA.
    MOVE BP-BATCH-ID TO LookupBatchID.
    PERFORM FIND-PERIOD-ENTRY-PARA.
    IF PeriodEntryMatched
        IF BP-SCALE IS NUMERIC AND BP-SCALE NOT > "4"
            MOVE BP-SCALE TO RecordScale
        ELSE
            MOVE "0" TO RecordScale
        END-IF
        IF PE-Touched(PeriodMatchIdx)
                AND RecordScale = PE-CompareScale(PeriodMatchIdx)
                AND ScanRunID NOT < PE-FirstRunID(PeriodMatchIdx)
                AND ScanRunID NOT > PE-LastRunID(PeriodMatchIdx)
            IF PE-NewFirstRunID(PeriodMatchIdx) = SPACES
                MOVE ScanRunID TO PE-NewFirstRunID(PeriodMatchIdx)
            END-IF
            MOVE ScanRunID TO PE-NewLastRunID(PeriodMatchIdx)
        END-IF
    END-IF.

*>  The backout itself, still in the table: the run's Products come
*>  off the total and its postings off the count. A Batch-ID left
*>  with no postings is dropped; otherwise a first or last run that
*>  was this run moves to its replacement, and if none was found on
*>  the history it is left as it was and reported.
    BACK-OUT-PERIOD-TABLE-PARA.
    PERFORM BACK-OUT-ONE-PERIOD-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount.

    BACK-OUT-ONE-PERIOD-PARA.
    IF PE-Touched(PeriodIdx)
        SUBTRACT PE-PostedSum(PeriodIdx) FROM PE-PTD-Total(PeriodIdx)
            ON SIZE ERROR
                ADD 1 TO BreakCount
                DISPLAY "OVERFLOW - period total for batch ",
                    PE-BatchID(PeriodIdx), " cannot take the backout,",
                    " left unchanged"
        END-SUBTRACT
        IF PE-RunCount(PeriodIdx) > PE-PostedRuns(PeriodIdx)
            SUBTRACT PE-PostedRuns(PeriodIdx)
                FROM PE-RunCount(PeriodIdx)
            PERFORM REPAIR-RUN-RANGE-PARA
        ELSE
            MOVE ZEROS TO PE-RunCount(PeriodIdx)
            MOVE "Y" TO PE-RemovedFlag(PeriodIdx)
            ADD 1 TO EntriesRemoved
        END-IF
        ADD PE-PostedRuns(PeriodIdx) TO RunsBackedOut
    END-IF.

    REPAIR-RUN-RANGE-PARA.
    IF PE-FirstRunID(PeriodIdx) = TargetRunID
        IF PE-NewFirstRunID(PeriodIdx) = SPACES
            MOVE "M" TO PE-RangeFlag(PeriodIdx)
        ELSE
            MOVE PE-NewFirstRunID(PeriodIdx) TO PE-FirstRunID(PeriodIdx)
            IF NOT PE-RangeNotRepaired(PeriodIdx)
                MOVE "R" TO PE-RangeFlag(PeriodIdx)
            END-IF
        END-IF
    END-IF.
    IF PE-LastRunID(PeriodIdx) = TargetRunID
        IF PE-NewLastRunID(PeriodIdx) = SPACES
            MOVE "M" TO PE-RangeFlag(PeriodIdx)
        ELSE
            MOVE PE-NewLastRunID(PeriodIdx) TO PE-LastRunID(PeriodIdx)
            IF NOT PE-RangeNotRepaired(PeriodIdx)
                MOVE "R" TO PE-RangeFlag(PeriodIdx)
            END-IF
        END-IF
    END-IF.
    IF PE-RangeNotRepaired(PeriodIdx)
        ADD 1 TO RepairsMissing
    END-IF.

    NEXT-RUN-SEQUENCE-PARA.
    MOVE ZEROS TO RunSequence.
    OPEN INPUT RunSeqFile.
    IF RunSeqFileStatus = "00"
        READ RunSeqFile
            AT END
                CONTINUE
            NOT AT END
                MOVE RS-LastSequence TO RunSequence
        END-READ
    END-IF.
    CLOSE RunSeqFile.
    ADD 1 TO RunSequence.
    IF RunSequence > 99999
        MOVE 1 TO RunSequence
    END-IF.
    OPEN OUTPUT RunSeqFile.
    MOVE RunSequence TO RS-LastSequence.
    WRITE RunSeqRecord.
    CLOSE RunSeqFile.

*>  The reversal carries a zero Product and names the extract's own
*>  run, exactly as a correction's reversal does, so BillPricing
*>  negates the priced line it backs out.
    WRITE-REVERSALS-PARA.
    OPEN EXTEND BillingExtractFile.
    IF BillingExtractFileStatus = "35"
        OPEN OUTPUT BillingExtractFile
    END-IF.
    PERFORM WRITE-ONE-REVERSAL-PARA VARYING ChainIdx FROM 1 BY 1
        UNTIL ChainIdx > ChainEntryCount.
    CLOSE BillingExtractFile.

    WRITE-ONE-REVERSAL-PARA.
    IF CE-InEffect(ChainIdx)
        MOVE SPACES TO BillingExtractRecord
        MOVE CancelRunID TO Billing-RunID
        MOVE CE-BatchID(ChainIdx) TO Billing-BatchID
        MOVE ZEROS TO Billing-Product
        MOVE BusinessDate TO Billing-RunDate
        MOVE "V" TO Billing-TranCode
        MOVE CE-Operation(ChainIdx) TO Billing-Operation
        MOVE CE-Scale(ChainIdx) TO Billing-Scale
        MOVE BusinessCycle TO Billing-Cycle
        MOVE CE-RunID(ChainIdx) TO Billing-OrigRunID
        WRITE BillingExtractRecord
        ADD 1 TO ReversalCount
        MOVE CE-Scale(ChainIdx) TO RecordScale
        MOVE CE-Product(ChainIdx) TO WholeAmount
        PERFORM ROUND-TO-WHOLE-PARA
        ADD WholeAmount TO ReversalTotal
    END-IF.

    SAVE-PERIOD-MASTER-PARA.
    OPEN OUTPUT PeriodFile.
    PERFORM SAVE-ONE-PERIOD-ENTRY-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount.
    CLOSE PeriodFile.

    SAVE-ONE-PERIOD-ENTRY-PARA.
    IF NOT PE-Removed(PeriodIdx)
        MOVE SPACES TO PeriodMasterRecord
        MOVE PE-BatchID(PeriodIdx) TO PM-BatchID
        MOVE PE-PTD-Total(PeriodIdx) TO PM-PTD-Total
        MOVE PE-RunCount(PeriodIdx) TO PM-RunCount
        MOVE PE-FirstRunID(PeriodIdx) TO PM-FirstRunID
        MOVE PE-LastRunID(PeriodIdx) TO PM-LastRunID
        MOVE PE-Scale(PeriodIdx) TO PM-Scale
        WRITE PeriodMasterRecord
    END-IF.

*>  Only the header's cancellation bytes change; the rest of the
*>  archived run stays exactly as the run wrote it.
    MARK-RUN-CANCELLED-PARA.
    MOVE SPACES TO ReportHistoryRecord.
    MOVE TargetRunID TO RX-RunID.
    MOVE HeaderSequence TO RX-Sequence.
    READ ReportHistoryFile
        INVALID KEY
            ADD 1 TO BreakCount
            DISPLAY "NOT MARKED - run header for ", TargetRunID,
                " could not be read back from RPTHX.DAT"
        NOT INVALID KEY
            MOVE RX-Image TO BATCH-RECORD
            MOVE "X" TO RH-CANCELLED-FLAG
            MOVE BusinessDate TO RH-CANCELLED-DATE
            MOVE BATCH-RECORD TO RX-Image
            REWRITE ReportHistoryRecord
                INVALID KEY
                    ADD 1 TO BreakCount
                    DISPLAY "NOT MARKED - run header for ",
                        TargetRunID, " could not be rewritten on",
                        " RPTHX.DAT"
            END-REWRITE
    END-READ.

*>  The files are read back after writing, the way RunBalance reads
*>  what the run wrote rather than what it meant to write.
    READ-BACK-REVERSALS-PARA.
    MOVE "N" TO EndOfExtractFile.
    OPEN INPUT BillingExtractFile.
    IF BillingExtractFileStatus = "00"
        PERFORM READ-BACK-ONE-EXTRACT-PARA UNTIL ExtractFileEOF
        CLOSE BillingExtractFile
    END-IF.

    READ-BACK-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
            MOVE "Y" TO EndOfExtractFile
        NOT AT END
            IF Billing-RunID = CancelRunID AND Billing-Reversal
                ADD 1 TO ReversalReadBack
            END-IF
    END-READ.

    READ-BACK-PERIOD-PARA.
    MOVE "N" TO EndOfPeriodFile.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        PERFORM READ-BACK-ONE-PERIOD-PARA UNTIL PeriodFileEOF
        CLOSE PeriodFile
    END-IF.
    PERFORM SETTLE-ONE-PERIOD-ENTRY-PARA VARYING PeriodIdx FROM 1 BY 1
        UNTIL PeriodIdx > PeriodEntryCount.

    READ-BACK-ONE-PERIOD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            MOVE PM-BatchID TO LookupBatchID
            PERFORM FIND-PERIOD-ENTRY-PARA
            IF PeriodEntryMatched
                IF PE-Touched(PeriodMatchIdx)
                    MOVE "Y" TO PE-VerifiedFlag(PeriodMatchIdx)
                    IF PE-Removed(PeriodMatchIdx)
                            OR PM-PTD-Total
                                NOT = PE-PTD-Total(PeriodMatchIdx)
                            OR PM-RunCount
                                NOT = PE-RunCount(PeriodMatchIdx)
                        ADD 1 TO PeriodReadBackBreaks
                    ELSE
                        COMPUTE RawDifference =
                            PE-OrigPTD-Total(PeriodMatchIdx)
                                - PM-PTD-Total
                        PERFORM ADD-BACKED-OUT-PARA
                    END-IF
                END-IF
            END-IF
    END-READ.

*>  A dropped Batch-ID is right only if it is really gone from the
*>  file; its whole original total is what came off.
    SETTLE-ONE-PERIOD-ENTRY-PARA.
    IF PE-Touched(PeriodIdx)
        IF PE-Removed(PeriodIdx)
            IF PE-Verified(PeriodIdx)
                ADD 1 TO PeriodReadBackBreaks
            ELSE
                MOVE PE-OrigPTD-Total(PeriodIdx) TO RawDifference
                MOVE PeriodIdx TO PeriodMatchIdx
                PERFORM ADD-BACKED-OUT-PARA
            END-IF
        ELSE
            IF NOT PE-Verified(PeriodIdx)
                ADD 1 TO PeriodReadBackBreaks
            END-IF
        END-IF
    END-IF.

    ADD-BACKED-OUT-PARA.
    MOVE PE-CompareScale(PeriodMatchIdx) TO RecordScale.
    MOVE RawDifference TO WholeAmount.
    PERFORM ROUND-TO-WHOLE-PARA.
    ADD WholeAmount TO BackedOutTotal.
    MOVE PE-PostedSum(PeriodMatchIdx) TO WholeAmount.
    PERFORM ROUND-TO-WHOLE-PARA.
    ADD WholeAmount TO PostedTotal.

    WRITE-BACKOUT-REPORT-PARA.
    OPEN OUTPUT BackoutReportFile.
    MOVE TargetRunID TO BO-RunID.
    MOVE TargetRunDate TO BO-RunDate.
    MOVE ReportHeadingLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    IF CancellationApplied
        MOVE CancelRunID TO CI-CancelRunID
        MOVE BusinessDate TO CI-BusinessDate
        MOVE CancelInfoLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    MOVE StagedBy TO AP-StagedBy.
    MOVE ApprovedBy TO AP-ApprovedBy.
    MOVE ApprovalLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE ReportRuleLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    IF CancelRefused
        MOVE "CANCELLATION REFUSED" TO BackoutReportRecord
        WRITE BackoutReportRecord
        MOVE RefusalText TO BackoutReportRecord
        WRITE BackoutReportRecord
        PERFORM WRITE-BLANK-LINE-PARA
    ELSE
        PERFORM WRITE-REVERSAL-SECTION-PARA
        PERFORM WRITE-PERIOD-SECTION-PARA
    END-IF.
    IF LegsComputed
        PERFORM WRITE-EXTRACT-LEG-PARA
    END-IF.
    IF CancellationApplied
        PERFORM WRITE-REVERSAL-LEG-PARA
        PERFORM WRITE-PERIOD-LEG-PARA
    END-IF.
    MOVE ReportRuleLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    EVALUATE TRUE
        WHEN CancelRefused
            MOVE "** CANCELLATION REFUSED - NOTHING REVERSED OR BACKED OUT **"
                TO BackoutReportRecord
        WHEN BreakCount NOT = ZEROS
            MOVE "** BACKOUT IS OUT OF BALANCE - BILLING HAND-OFF HELD **"
                TO BackoutReportRecord
        WHEN OTHER
            MOVE "RUN CANCELLED - BACKOUT NETS TO ZERO"
                TO BackoutReportRecord
    END-EVALUATE.
    WRITE BackoutReportRecord.
    CLOSE BackoutReportFile.

    WRITE-REVERSAL-SECTION-PARA.
    MOVE "BILLING REVERSALS WRITTEN" TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE ReversalColumnLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    PERFORM WRITE-ONE-REVERSAL-LINE-PARA VARYING ChainIdx FROM 1 BY 1
        UNTIL ChainIdx > ChainEntryCount.
    IF ReversalCount = ZEROS
        MOVE "  NO EXTRACTS OF THE RUN WERE STILL IN EFFECT"
            TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.

    WRITE-ONE-REVERSAL-LINE-PARA.
    IF CE-InEffect(ChainIdx)
        MOVE SPACES TO ReversalDetailLine
        MOVE CE-BatchID(ChainIdx) TO RV-BatchID
        MOVE CE-RunID(ChainIdx) TO RV-OrigRunID
        IF CE-TranCode(ChainIdx) = "C"
            MOVE "REBILL" TO RV-TranText
        ELSE
            MOVE "ORIGINAL" TO RV-TranText
        END-IF
        MOVE CE-Scale(ChainIdx) TO RecordScale
        MOVE CE-Product(ChainIdx) TO WholeAmount
        PERFORM ROUND-TO-WHOLE-PARA
        MOVE WholeAmount TO RV-Product
        MOVE ReversalDetailLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.

    WRITE-PERIOD-SECTION-PARA.
    MOVE "PERIOD MASTER BACKOUT (RAW, AT EACH BATCH'S SCALE)"
        TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE PeriodColumnLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    PERFORM WRITE-ONE-PERIOD-LINE-PARA VARYING BatchIdx FROM 1 BY 1
        UNTIL BatchIdx > BatchEntryCount.
    IF BatchEntryCount = ZEROS
        MOVE "  THE RUN CARRIED NO BATCH PRODUCTS"
            TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.

    WRITE-ONE-PERIOD-LINE-PARA.
    MOVE SPACES TO PeriodDetailLine.
    MOVE CB-BatchID(BatchIdx) TO PB-BatchID.
    MOVE CB-Product(BatchIdx) TO PB-RunProduct.
    MOVE CB-PeriodIdx(BatchIdx) TO PeriodIdx.
    EVALUATE TRUE
        WHEN CB-TableFullDropped(BatchIdx)
            MOVE ZEROS TO PB-PTDBefore
            MOVE ZEROS TO PB-PTDAfter
            MOVE ZEROS TO PB-RunsAfter
            MOVE "NOT POSTED" TO PB-ResultText
        WHEN CB-NeverPosted(BatchIdx)
            MOVE PE-OrigPTD-Total(PeriodIdx) TO PB-PTDBefore
            MOVE PE-OrigPTD-Total(PeriodIdx) TO PB-PTDAfter
            MOVE PE-OrigRunCount(PeriodIdx) TO PB-RunsAfter
            MOVE "NOT POSTED" TO PB-ResultText
        WHEN OTHER
            MOVE PE-OrigPTD-Total(PeriodIdx) TO PB-PTDBefore
            MOVE PE-PTD-Total(PeriodIdx) TO PB-PTDAfter
            MOVE PE-RunCount(PeriodIdx) TO PB-RunsAfter
            EVALUATE TRUE
                WHEN PE-Removed(PeriodIdx)
                    MOVE "REMOVED" TO PB-ResultText
                WHEN CB-TotalOverflowed(BatchIdx)
                    MOVE "COUNT ONLY" TO PB-ResultText
                WHEN OTHER
                    MOVE "BACKED OUT" TO PB-ResultText
            END-EVALUATE
    END-EVALUATE.
    MOVE PeriodDetailLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    IF CB-Posted(BatchIdx)
        EVALUATE TRUE
            WHEN PE-RangeRepaired(PeriodIdx)
                MOVE PE-FirstRunID(PeriodIdx) TO PR-FirstRunID
                MOVE PE-LastRunID(PeriodIdx) TO PR-LastRunID
                MOVE PeriodRepairLine TO BackoutReportRecord
                WRITE BackoutReportRecord
            WHEN PE-RangeNotRepaired(PeriodIdx)
                MOVE "            FIRST OR LAST RUN NOT FOUND ON RPTHX.DAT - LEFT AS IT WAS"
                    TO BackoutReportRecord
                WRITE BackoutReportRecord
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>  Leg 1: every batch Product on the run has its original extract.
    WRITE-EXTRACT-LEG-PARA.
    MOVE "LEG 1 - RUN PRODUCTS VS ORIGINAL EXTRACTS"
        TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "BATCH PRODUCTS ON THE RUN" TO LegC-LabelText.
    MOVE RunProductCount TO LegC-CountValue.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "ORIGINAL EXTRACTS FOUND" TO LegC-LabelText.
    MOVE OriginalExtractCount TO LegC-CountValue.
    IF OriginalExtractCount = RunProductCount
        MOVE "MATCH" TO LegC-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO LegC-Verdict
    END-IF.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "RUN PRODUCTS TOTAL" TO Leg-LabelText.
    MOVE RunProductTotal TO Leg-Amount.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "ORIGINAL EXTRACTS TOTAL" TO Leg-LabelText.
    MOVE OriginalExtractTotal TO Leg-Amount.
    IF OriginalExtractTotal = RunProductTotal
        MOVE "MATCH" TO Leg-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO Leg-Verdict
    END-IF.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.

*>  Leg 2: everything billing still holds for the run is reversed,
*>  and the reversals are on BILLING.DAT as read back.
    WRITE-REVERSAL-LEG-PARA.
    MOVE "LEG 2 - EXTRACTS IN EFFECT VS REVERSALS"
        TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "EXTRACTS IN EFFECT" TO LegC-LabelText.
    MOVE InEffectCount TO LegC-CountValue.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "REVERSALS ON BILLING.DAT" TO LegC-LabelText.
    MOVE ReversalReadBack TO LegC-CountValue.
    IF ReversalReadBack = InEffectCount
            AND ReversalCount = InEffectCount
        MOVE "MATCH" TO LegC-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO LegC-Verdict
        ADD 1 TO BreakCount
    END-IF.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "EXTRACTS IN EFFECT TOTAL" TO Leg-LabelText.
    MOVE InEffectTotal TO Leg-Amount.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "REVERSED TOTAL" TO Leg-LabelText.
    MOVE ReversalTotal TO Leg-Amount.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    COMPUTE NetAmount = InEffectTotal - ReversalTotal.
    MOVE SPACES TO LegAmountLine.
    MOVE "NET LEFT IN BILLING" TO Leg-LabelText.
    MOVE NetAmount TO Leg-Amount.
    IF NetAmount = ZEROS
        MOVE "NETS TO ZERO" TO Leg-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO Leg-Verdict
        ADD 1 TO BreakCount
    END-IF.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.

*>  Leg 3: what the run posted is exactly what came off PERIOD.DAT as
*>  read back, and the runs removed are the run's postings.
    WRITE-PERIOD-LEG-PARA.
    MOVE "LEG 3 - PERIOD POSTINGS VS PERIOD BACKOUT"
        TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "BATCH PRODUCTS POSTED BY RUN" TO LegC-LabelText.
    MOVE PostedBatchCount TO LegC-CountValue.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegCountLine.
    MOVE "PERIOD POSTINGS BACKED OUT" TO LegC-LabelText.
    MOVE RunsBackedOut TO LegC-CountValue.
    IF RunsBackedOut = PostedBatchCount
        MOVE "MATCH" TO LegC-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO LegC-Verdict
        ADD 1 TO BreakCount
    END-IF.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "PRODUCTS POSTED TOTAL" TO Leg-LabelText.
    MOVE PostedTotal TO Leg-Amount.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    MOVE SPACES TO LegAmountLine.
    MOVE "PERIOD TOTALS BACKED OUT" TO Leg-LabelText.
    MOVE BackedOutTotal TO Leg-Amount.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    COMPUTE NetAmount = PostedTotal - BackedOutTotal.
    MOVE SPACES TO LegAmountLine.
    MOVE "NET LEFT IN THE PERIOD" TO Leg-LabelText.
    MOVE NetAmount TO Leg-Amount.
    IF NetAmount = ZEROS AND PeriodReadBackBreaks = ZEROS
        MOVE "NETS TO ZERO" TO Leg-Verdict
    ELSE
        MOVE "OUT-OF-BALANCE" TO Leg-Verdict
        ADD 1 TO BreakCount
    END-IF.
    MOVE LegAmountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    IF PeriodReadBackBreaks NOT = ZEROS
        MOVE SPACES TO LegCountLine
        MOVE "PERIOD RECORDS NOT AS WRITTEN" TO LegC-LabelText
        MOVE PeriodReadBackBreaks TO LegC-CountValue
        MOVE "OUT-OF-BALANCE" TO LegC-Verdict
        MOVE LegCountLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    MOVE SPACES TO LegCountLine.
    MOVE "BATCH IDS DROPPED FROM PERIOD" TO LegC-LabelText.
    MOVE EntriesRemoved TO LegC-CountValue.
    MOVE LegCountLine TO BackoutReportRecord.
    WRITE BackoutReportRecord.
    IF NeverPostedCount NOT = ZEROS
        MOVE SPACES TO LegCountLine
        MOVE "PRODUCTS NEVER POSTED" TO LegC-LabelText
        MOVE NeverPostedCount TO LegC-CountValue
        MOVE "NOTED" TO LegC-Verdict
        MOVE LegCountLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    IF TotalOverflowCount NOT = ZEROS
        MOVE SPACES TO LegCountLine
        MOVE "RUNS COUNTED, TOTAL OVERFLOWED" TO LegC-LabelText
        MOVE TotalOverflowCount TO LegC-CountValue
        MOVE "NOTED" TO LegC-Verdict
        MOVE LegCountLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    IF RepairsMissing NOT = ZEROS
        MOVE SPACES TO LegCountLine
        MOVE "FIRST/LAST RUNS NOT REPLACED" TO LegC-LabelText
        MOVE RepairsMissing TO LegC-CountValue
        MOVE "NOTED" TO LegC-Verdict
        MOVE LegCountLine TO BackoutReportRecord
        WRITE BackoutReportRecord
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.

    CLEAR-CANCEL-REQUEST-PARA.
    OPEN OUTPUT CancelRequestFile.
    CLOSE CancelRequestFile.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO BackoutReportRecord.
    WRITE BackoutReportRecord.
