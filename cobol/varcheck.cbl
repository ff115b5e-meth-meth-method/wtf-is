       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  VarianceCheck.
AUTHOR.  Meth Meth Method
*> Pre-billing Product variance check, run after Multiplier and
*> ahead of the billing hand-off. Multiplier will extract a batch
*> Product a hundred times last month's when a department keys an
*> extra zero into a factor that passes every edit, and nobody
*> noticed until the invoice was disputed. This compares every
*> batch Product (and correction Product) on tonight's REPORT.DAT
*> with that Batch-ID's history: its average Product per run, taken
*> over the current period on PERIOD.DAT (less tonight's own posting)
*> and the last three closed periods' PH-PTD-Total and PH-RunCount
*> on PERDHIST.DAT. Only history at the same scale as tonight's
*> Product is used - raw totals at different scales do not compare.
*>
*> The band is a percentage either side of the average, from
*> VARTOL.DAT (VARTREC.CPY): the Batch-ID's own record, or the "*"
*> site default, or 50% with at least three prior runs where the
*> file sets no default. A batch with fewer prior runs than that is
*> reported NO BASELINE and not flagged. A batch outside its band is
*> flagged: a VAR exception goes to EXCEPT.DAT and EXCEPTHX.DAT
*> alongside Multiplier's, and a pending hold to VARHOLD.DAT
*> (VARHREC.CPY), where a level-2 operator confirms the batch or
*> releases the run from the menu. A rerun of the same run honors
*> the decisions already recorded and does not flag a batch twice.
*> Every batch checked is listed on VARRPT.DAT, cut fresh each run.
*>
*> RETURN-CODE is 8 while any flagged batch on the run is still
*> pending, so the job stream holds the billing hand-off exactly as
*> it does for a RunBalance break; the stream's rerun after the
*> review picks up here. It is 4 when nothing is pending but some
*> batch had no baseline, and 0 otherwise. A batch table overflow
*> also grades 8 - an unchecked batch must not bill unseen.
*>
*> Maintenance history
*> 2026-09-16  Created so a Product wildly out of line with its
*>             batch's history is held for review before it is
*>             billed, not discovered when the invoice is disputed.
*> 2026-09-30  The PERDHIST.DAT layout moved to PERDHREC.CPY, shared
*>             with PeriodClose and PeriodVerify.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT ReportFile ASSIGN TO "REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.
    SELECT PeriodFile ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.
    SELECT PeriodHistoryFile ASSIGN TO "PERDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodHistoryFileStatus.
    SELECT VarianceToleranceFile ASSIGN TO "VARTOL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VarianceToleranceFileStatus.
    SELECT VarianceHoldFile ASSIGN TO "VARHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VarianceHoldFileStatus.
    SELECT ExceptionFile ASSIGN TO "EXCEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionFileStatus.
    SELECT ExceptionHistoryFile ASSIGN TO "EXCEPTHX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionHistoryFileStatus.
    SELECT VarianceReportFile ASSIGN TO "VARRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VarianceReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  ReportFile.
    COPY BATCHREC.

FD  PeriodFile.
    COPY PERDREC.

FD  PeriodHistoryFile.
    COPY PERDHREC.

FD  VarianceToleranceFile.
    COPY VARTREC.

FD  VarianceHoldFile.
    COPY VARHREC.

FD  ExceptionFile.
01  ExceptionRecord.
    05  Exc-RunID                         PIC X(14).
    05  FILLER                            PIC X(01).
    05  Exc-BatchID                       PIC X(10).
    05  FILLER                            PIC X(01).
    05  Exc-Severity                      PIC X(01).
    05  FILLER                            PIC X(01).
    05  Exc-ReasonCode                    PIC X(03).
    05  FILLER                            PIC X(01).
    05  Exc-Data                          PIC X(30).
    05  FILLER                            PIC X(01).
    05  Exc-StagedBy                      PIC X(08).
    05  FILLER                            PIC X(01).
    05  Exc-ApprovedBy                    PIC X(08).

FD  ExceptionHistoryFile.
    COPY EXCHREC.

FD  VarianceReportFile.
01  VarianceReportRecord                  PIC X(80).

WORKING-STORAGE SECTION.
01  ReportFileStatus                      PIC XX.
01  PeriodFileStatus                      PIC XX.
01  PeriodHistoryFileStatus               PIC XX.
01  VarianceToleranceFileStatus           PIC XX.
01  VarianceHoldFileStatus                PIC XX.
01  ExceptionFileStatus                   PIC XX.
01  ExceptionHistoryFileStatus            PIC XX.
01  VarianceReportFileStatus              PIC XX.
01  EndOfReportFile                       PIC X(01) VALUE "N".
    88  ReportFileEOF                     VALUE "Y".
01  EndOfPeriodFile                       PIC X(01) VALUE "N".
    88  PeriodFileEOF                     VALUE "Y".
01  EndOfHistoryFile                      PIC X(01) VALUE "N".
    88  HistoryFileEOF                    VALUE "Y".
01  EndOfToleranceFile                    PIC X(01) VALUE "N".
    88  ToleranceFileEOF                  VALUE "Y".
01  EndOfHoldFile                         PIC X(01) VALUE "N".
    88  HoldFileEOF                       VALUE "Y".
01  CheckDate                             PIC X(08).
01  RunID                                 PIC X(14) VALUE SPACES.
01  RunDate                               PIC X(08) VALUE SPACES.
01  DefaultTolerancePct                   PIC 9(05) VALUE 50.
01  DefaultMinBaselineRuns                PIC 9(03) VALUE 3.
01  MaxHistoryPeriods                     PIC 9(01) VALUE 3.
01  MaxToleranceEntries                   PIC 9(05) VALUE 1000.
01  ToleranceEntryCount                   PIC 9(05) VALUE ZEROS.
01  ToleranceIdx                          PIC 9(05) VALUE ZEROS.
01  ToleranceMatchFlag                    PIC X(01) VALUE "N".
    88  ToleranceEntryMatched             VALUE "Y".
01  ToleranceTable.
    05  ToleranceEntry OCCURS 1000 TIMES.
        10  TT-BatchID                    PIC X(10).
        10  TT-TolerancePct               PIC 9(05).
        10  TT-MinBaselineRuns            PIC 9(03).
01  MaxBatchEntries                       PIC 9(05) VALUE 2000.
01  BatchEntryCount                       PIC 9(05) VALUE ZEROS.
01  BatchIdx                              PIC 9(05) VALUE ZEROS.
01  BatchOverflowFlag                     PIC X(01) VALUE "N".
    88  BatchTableOverflowed              VALUE "Y".
01  BatchTable.
    05  BatchEntry OCCURS 2000 TIMES.
        10  VB-BatchID                    PIC X(10).
        10  VB-RecordType                 PIC X(01).
        10  VB-Product                    PIC S9(15).
        10  VB-Scale                      PIC X(01).
        10  VB-OverflowFlag               PIC X(01).
        10  VB-PeriodTotal                PIC S9(17).
        10  VB-PeriodRuns                 PIC 9(05).
        10  VB-HistNext                   PIC 9(01).
        10  VB-HistSlot OCCURS 3 TIMES.
            15  VB-HistTotal              PIC S9(15).
            15  VB-HistRuns               PIC 9(05).
01  HistIdx                               PIC 9(01) VALUE ZEROS.
01  RecordScale                           PIC X(01).
01  BaselineTotal                         PIC S9(18) VALUE ZEROS.
01  BaselineRuns                          PIC 9(07) VALUE ZEROS.
01  BaselineAverage                       PIC S9(15) VALUE ZEROS.
01  BaselineMagnitude                     PIC 9(15) VALUE ZEROS.
01  VariancePct                           PIC S9(07) VALUE ZEROS.
01  VarianceMagnitude                     PIC 9(07) VALUE ZEROS.
01  AppliedTolerancePct                   PIC 9(05) VALUE ZEROS.
01  AppliedMinBaselineRuns                PIC 9(03) VALUE ZEROS.
01  CheckResult                           PIC X(01).
    88  ResultWithin                      VALUE "W".
    88  ResultNoBaseline                  VALUE "N".
    88  ResultFlagged                     VALUE "F".
    88  ResultNotChecked                  VALUE "X".
01  MaxHoldEntries                        PIC 9(05) VALUE 2000.
01  HoldEntryCount                        PIC 9(05) VALUE ZEROS.
01  HoldIdx                               PIC 9(05) VALUE ZEROS.
01  HoldMatchIdx                          PIC 9(05) VALUE ZEROS.
01  HoldMatchFlag                         PIC X(01) VALUE "N".
    88  HoldEntryMatched                  VALUE "Y".
01  HoldTable.
    05  HoldEntry OCCURS 2000 TIMES.
        10  HT-BatchID                    PIC X(10).
        10  HT-Status                     PIC X(01).
        10  HT-DecidedBy                  PIC X(08).
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.
01  BatchesChecked                        PIC 9(05) VALUE ZEROS.
01  BatchesWithin                         PIC 9(05) VALUE ZEROS.
01  BatchesNoBaseline                     PIC 9(05) VALUE ZEROS.
01  BatchesNotChecked                     PIC 9(05) VALUE ZEROS.
01  BatchesFlagged                        PIC 9(05) VALUE ZEROS.
01  BatchesNewlyFlagged                   PIC 9(05) VALUE ZEROS.
01  BatchesPending                        PIC 9(05) VALUE ZEROS.
01  BatchesCleared                        PIC 9(05) VALUE ZEROS.
01  EditedAverage                         PIC -(12)9.
01  EditedPct                             PIC -(6)9.

01  ReportHeadingLine.
    05  FILLER                            PIC X(30)
            VALUE "PRODUCT VARIANCE CHECK FOR RUN".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-RunID                          PIC X(14).
    05  FILLER                            PIC X(09) VALUE " DATED   ".
    05  RH-CheckDate                      PIC X(08).
    05  FILLER                            PIC X(18) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ColumnHeadingLine.
    05  FILLER                            PIC X(40)
            VALUE "BATCH ID            PRODUCT  AVG PER RUN".
    05  FILLER                            PIC X(40)
            VALUE "  RUNS   VAR %  BAND  RESULT            ".
01  VarianceDetailLine.
    05  VD-BatchID                        PIC X(10).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  VD-Product                        PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  VD-Average                        PIC -(11)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  VD-Runs                           PIC ZZZZ9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  VD-VariancePct                    PIC -(6)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  VD-Band                           PIC ZZZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  VD-ResultText                     PIC X(18).
01  SummaryCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SM-LabelText                      PIC X(30).
    05  SM-CountValue                     PIC ZZZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    ACCEPT CheckDate FROM DATE YYYYMMDD.
    PERFORM LOAD-TONIGHTS-BATCHES-PARA.
    IF RunID = SPACES
        DISPLAY "NOTE - REPORT.DAT holds no run, nothing to check"
        GOBACK
    END-IF.
    IF BatchTableOverflowed
        DISPLAY "ABORT - REPORT.DAT holds more than ", MaxBatchEntries,
            " batches; an unchecked batch must not bill unseen,",
            " billing hand-off held"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-TOLERANCE-TABLE-PARA.
    PERFORM LOAD-PERIOD-MASTER-PARA.
    PERFORM LOAD-PERIOD-HISTORY-PARA.
    PERFORM LOAD-HOLD-TABLE-PARA.
    OPEN OUTPUT VarianceReportFile.
    MOVE RunID TO RH-RunID.
    MOVE CheckDate TO RH-CheckDate.
    MOVE ReportHeadingLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.
    MOVE ReportRuleLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ColumnHeadingLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    OPEN EXTEND VarianceHoldFile.
    IF VarianceHoldFileStatus = "35"
        OPEN OUTPUT VarianceHoldFile
    END-IF.
    OPEN EXTEND ExceptionFile.
    IF ExceptionFileStatus = "35"
        OPEN OUTPUT ExceptionFile
    END-IF.
    OPEN EXTEND ExceptionHistoryFile.
    IF ExceptionHistoryFileStatus = "35"
        OPEN OUTPUT ExceptionHistoryFile
    END-IF.
    PERFORM CHECK-ONE-BATCH-PARA VARYING BatchIdx FROM 1 BY 1
        UNTIL BatchIdx > BatchEntryCount.
    CLOSE VarianceHoldFile.
    CLOSE ExceptionFile.
    CLOSE ExceptionHistoryFile.
    PERFORM WRITE-SUMMARY-SECTION-PARA.
    CLOSE VarianceReportFile.
    DISPLAY "Batches checked:       ", BatchesChecked.
    DISPLAY "Within band:           ", BatchesWithin.
    DISPLAY "No baseline:           ", BatchesNoBaseline.
    DISPLAY "Flagged:               ", BatchesFlagged,
        " (pending review ", BatchesPending, ")".
    EVALUATE TRUE
        WHEN BatchesPending NOT = ZEROS
            DISPLAY "HOLD - ", BatchesPending, " flagged batch(es)",
                " await review; confirm or release them from the menu",
                " to resume the billing hand-off"
            MOVE 8 TO ReturnSeverity
        WHEN BatchesNoBaseline NOT = ZEROS
            MOVE 4 TO ReturnSeverity
    END-EVALUATE.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

*>  The run header names the run; each batch Product and correction
*>  Product is a Product about to be billed.
    LOAD-TONIGHTS-BATCHES-PARA.
    OPEN INPUT ReportFile.
    IF ReportFileStatus = "00"
        PERFORM LOAD-ONE-REPORT-RECORD-PARA UNTIL ReportFileEOF
        CLOSE ReportFile
    END-IF.

    LOAD-ONE-REPORT-RECORD-PARA.
    READ ReportFile
        AT END
            MOVE "Y" TO EndOfReportFile
        NOT AT END
            EVALUATE TRUE
                WHEN BR-RUN-HEADER
                    MOVE RH-RUN-ID TO RunID
                    MOVE RH-RUN-DATE TO RunDate
                WHEN BR-BATCH-PRODUCT
                    PERFORM ADD-BATCH-ENTRY-PARA
                    IF NOT BatchTableOverflowed
                        MOVE BP-BATCH-ID TO VB-BatchID(BatchEntryCount)
                        MOVE BP-PRODUCT TO VB-Product(BatchEntryCount)
                        MOVE BP-SCALE TO VB-Scale(BatchEntryCount)
                        MOVE BP-OVERFLOW-FLAG
                            TO VB-OverflowFlag(BatchEntryCount)
                    END-IF
                WHEN BR-CORRECTION-PRODUCT
                    PERFORM ADD-BATCH-ENTRY-PARA
                    IF NOT BatchTableOverflowed
                        MOVE CR-BATCH-ID TO VB-BatchID(BatchEntryCount)
                        MOVE CR-PRODUCT TO VB-Product(BatchEntryCount)
                        MOVE CR-SCALE TO VB-Scale(BatchEntryCount)
                        MOVE CR-OVERFLOW-FLAG
                            TO VB-OverflowFlag(BatchEntryCount)
                    END-IF
            END-EVALUATE
            IF (BR-BATCH-PRODUCT OR BR-CORRECTION-PRODUCT)
                    AND NOT BatchTableOverflowed
                    AND VB-Scale(BatchEntryCount) = SPACES
                MOVE "0" TO VB-Scale(BatchEntryCount)
            END-IF
    END-READ.

    ADD-BATCH-ENTRY-PARA.
    IF BatchEntryCount < MaxBatchEntries
        ADD 1 TO BatchEntryCount
        MOVE BR-RECORD-TYPE TO VB-RecordType(BatchEntryCount)
        MOVE ZEROS TO VB-PeriodTotal(BatchEntryCount)
        MOVE ZEROS TO VB-PeriodRuns(BatchEntryCount)
        MOVE 1 TO VB-HistNext(BatchEntryCount)
        PERFORM CLEAR-ONE-HIST-SLOT-PARA VARYING HistIdx FROM 1 BY 1
            UNTIL HistIdx > MaxHistoryPeriods
    ELSE
        SET BatchTableOverflowed TO TRUE
        MOVE "Y" TO EndOfReportFile
    END-IF.

    CLEAR-ONE-HIST-SLOT-PARA.
    MOVE ZEROS TO VB-HistTotal(BatchEntryCount, HistIdx).
    MOVE ZEROS TO VB-HistRuns(BatchEntryCount, HistIdx).

*>  The "*" record, if any, replaces the built-in site default.
    LOAD-TOLERANCE-TABLE-PARA.
    OPEN INPUT VarianceToleranceFile.
    IF VarianceToleranceFileStatus = "00"
        PERFORM LOAD-ONE-TOLERANCE-PARA UNTIL ToleranceFileEOF
        CLOSE VarianceToleranceFile
    ELSE
        DISPLAY "NOTE - no VARTOL.DAT, every batch checked at the",
            " built-in band"
    END-IF.

    LOAD-ONE-TOLERANCE-PARA.
    READ VarianceToleranceFile
        AT END
            MOVE "Y" TO EndOfToleranceFile
        NOT AT END
            IF VT-TolerancePct IS NOT NUMERIC
                    OR VT-MinBaselineRuns IS NOT NUMERIC
                DISPLAY "WARNING - tolerance for ", VT-BatchID,
                    " is not numeric and is ignored"
            ELSE
                IF VT-SiteDefault
                    MOVE VT-TolerancePct TO DefaultTolerancePct
                    MOVE VT-MinBaselineRuns TO DefaultMinBaselineRuns
                ELSE
                    IF ToleranceEntryCount < MaxToleranceEntries
                        ADD 1 TO ToleranceEntryCount
                        MOVE VT-BatchID
                            TO TT-BatchID(ToleranceEntryCount)
                        MOVE VT-TolerancePct
                            TO TT-TolerancePct(ToleranceEntryCount)
                        MOVE VT-MinBaselineRuns
                            TO TT-MinBaselineRuns(ToleranceEntryCount)
                    ELSE
                        DISPLAY "WARNING - VARTOL.DAT holds more than ",
                            MaxToleranceEntries, " batch tolerances,",
                            " batches past the table use the default"
                        MOVE "Y" TO EndOfToleranceFile
                    END-IF
                END-IF
            END-IF
    END-READ.

*>  Tonight's own posting is already on the period master (its
*>  PM-LastRunID is this run) and is backed out of the baseline, so
*>  a batch is never compared with itself. A correction run does not
*>  post, so nothing is backed out for it.
    LOAD-PERIOD-MASTER-PARA.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        PERFORM LOAD-ONE-PERIOD-PARA UNTIL PeriodFileEOF
        CLOSE PeriodFile
    END-IF.

    LOAD-ONE-PERIOD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            PERFORM APPLY-PERIOD-TO-BATCH-PARA
                VARYING BatchIdx FROM 1 BY 1
                UNTIL BatchIdx > BatchEntryCount
    END-READ.

    APPLY-PERIOD-TO-BATCH-PARA.
    IF VB-BatchID(BatchIdx) = PM-BatchID
        MOVE PM-Scale TO RecordScale
        PERFORM NORMALIZE-SCALE-PARA
        IF RecordScale = VB-Scale(BatchIdx)
            MOVE PM-PTD-Total TO VB-PeriodTotal(BatchIdx)
            MOVE PM-RunCount TO VB-PeriodRuns(BatchIdx)
            IF PM-LastRunID = RunID AND VB-RecordType(BatchIdx) = "P"
                    AND VB-PeriodRuns(BatchIdx) > ZEROS
                SUBTRACT VB-Product(BatchIdx)
                    FROM VB-PeriodTotal(BatchIdx)
                SUBTRACT 1 FROM VB-PeriodRuns(BatchIdx)
            END-IF
        END-IF
    END-IF.

*>  A blank scale reads as zero, the same as everywhere else.
    NORMALIZE-SCALE-PARA.
    IF RecordScale = SPACES
        MOVE "0" TO RecordScale
    END-IF.

*>  PERDHIST.DAT is appended a period at a time in close order, so
*>  for each batch the slots cycle and end up holding its latest
*>  closed periods.
    LOAD-PERIOD-HISTORY-PARA.
    OPEN INPUT PeriodHistoryFile.
    IF PeriodHistoryFileStatus = "00"
        PERFORM LOAD-ONE-HISTORY-PARA UNTIL HistoryFileEOF
        CLOSE PeriodHistoryFile
    END-IF.

    LOAD-ONE-HISTORY-PARA.
    READ PeriodHistoryFile
        AT END
            MOVE "Y" TO EndOfHistoryFile
        NOT AT END
            PERFORM APPLY-HISTORY-TO-BATCH-PARA
                VARYING BatchIdx FROM 1 BY 1
                UNTIL BatchIdx > BatchEntryCount
    END-READ.

    APPLY-HISTORY-TO-BATCH-PARA.
    IF VB-BatchID(BatchIdx) = PH-BatchID
        MOVE PH-Scale TO RecordScale
        PERFORM NORMALIZE-SCALE-PARA
        IF RecordScale = VB-Scale(BatchIdx)
            MOVE VB-HistNext(BatchIdx) TO HistIdx
            MOVE PH-PTD-Total TO VB-HistTotal(BatchIdx, HistIdx)
            MOVE PH-RunCount TO VB-HistRuns(BatchIdx, HistIdx)
            IF HistIdx >= MaxHistoryPeriods
                MOVE 1 TO VB-HistNext(BatchIdx)
            ELSE
                ADD 1 TO VB-HistNext(BatchIdx)
            END-IF
        END-IF
    END-IF.

*>  Only this run's holds matter: a decision recorded on an earlier
*>  run of the night (the stream's rerun after the review) clears the
*>  batch; a hold still pending keeps the hand-off held without a
*>  second exception.
    LOAD-HOLD-TABLE-PARA.
    OPEN INPUT VarianceHoldFile.
    IF VarianceHoldFileStatus = "00"
        PERFORM LOAD-ONE-HOLD-PARA UNTIL HoldFileEOF
        CLOSE VarianceHoldFile
    END-IF.

    LOAD-ONE-HOLD-PARA.
    READ VarianceHoldFile
        AT END
            MOVE "Y" TO EndOfHoldFile
        NOT AT END
            IF VH-RunID = RunID AND HoldEntryCount < MaxHoldEntries
                ADD 1 TO HoldEntryCount
                MOVE VH-BatchID TO HT-BatchID(HoldEntryCount)
                MOVE VH-Status TO HT-Status(HoldEntryCount)
                MOVE VH-DecidedBy TO HT-DecidedBy(HoldEntryCount)
            END-IF
    END-READ.

    CHECK-ONE-BATCH-PARA.
    ADD 1 TO BatchesChecked.
    PERFORM FIND-TOLERANCE-PARA.
    MOVE ZEROS TO BaselineAverage.
    MOVE ZEROS TO VariancePct.
    COMPUTE BaselineTotal = VB-PeriodTotal(BatchIdx).
    MOVE VB-PeriodRuns(BatchIdx) TO BaselineRuns.
    PERFORM ADD-ONE-HIST-SLOT-PARA VARYING HistIdx FROM 1 BY 1
        UNTIL HistIdx > MaxHistoryPeriods.
    EVALUATE TRUE
        WHEN VB-OverflowFlag(BatchIdx) = "Y"
            SET ResultNotChecked TO TRUE
        WHEN BaselineRuns < AppliedMinBaselineRuns
                OR BaselineRuns = ZEROS
            SET ResultNoBaseline TO TRUE
        WHEN OTHER
            PERFORM COMPUTE-VARIANCE-PARA
    END-EVALUATE.
    MOVE SPACES TO VarianceDetailLine.
    MOVE VB-BatchID(BatchIdx) TO VD-BatchID.
    MOVE VB-Product(BatchIdx) TO VD-Product.
    MOVE BaselineRuns TO VD-Runs.
    MOVE AppliedTolerancePct TO VD-Band.
    EVALUATE TRUE
        WHEN ResultNotChecked
            ADD 1 TO BatchesNotChecked
            MOVE "OVERFLOWED" TO VD-ResultText
        WHEN ResultNoBaseline
            ADD 1 TO BatchesNoBaseline
            MOVE "NO BASELINE" TO VD-ResultText
        WHEN ResultWithin
            ADD 1 TO BatchesWithin
            MOVE BaselineAverage TO VD-Average
            MOVE VariancePct TO VD-VariancePct
            MOVE "WITHIN BAND" TO VD-ResultText
        WHEN ResultFlagged
            ADD 1 TO BatchesFlagged
            MOVE BaselineAverage TO VD-Average
            MOVE VariancePct TO VD-VariancePct
            PERFORM RECORD-FLAGGED-BATCH-PARA
    END-EVALUATE.
    MOVE VarianceDetailLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.

    ADD-ONE-HIST-SLOT-PARA.
    ADD VB-HistTotal(BatchIdx, HistIdx) TO BaselineTotal.
    ADD VB-HistRuns(BatchIdx, HistIdx) TO BaselineRuns.

    FIND-TOLERANCE-PARA.
    MOVE DefaultTolerancePct TO AppliedTolerancePct.
    MOVE DefaultMinBaselineRuns TO AppliedMinBaselineRuns.
    MOVE "N" TO ToleranceMatchFlag.
    PERFORM MATCH-ONE-TOLERANCE-PARA VARYING ToleranceIdx FROM 1 BY 1
        UNTIL ToleranceIdx > ToleranceEntryCount
            OR ToleranceEntryMatched.

    MATCH-ONE-TOLERANCE-PARA.
    IF TT-BatchID(ToleranceIdx) = VB-BatchID(BatchIdx)
        SET ToleranceEntryMatched TO TRUE
        MOVE TT-TolerancePct(ToleranceIdx) TO AppliedTolerancePct
        MOVE TT-MinBaselineRuns(ToleranceIdx)
            TO AppliedMinBaselineRuns
    END-IF.

*>  The variance is measured against the size of the average, so a
*>  batch whose Products run negative is banded the same way. An
*>  average of zero leaves no band: any non-zero Product is flagged,
*>  at the largest variance the field holds.
    COMPUTE-VARIANCE-PARA.
    COMPUTE BaselineAverage ROUNDED = BaselineTotal / BaselineRuns
        ON SIZE ERROR
            MOVE ZEROS TO BaselineAverage
    END-COMPUTE.
    IF BaselineAverage < ZEROS
        COMPUTE BaselineMagnitude = 0 - BaselineAverage
    ELSE
        MOVE BaselineAverage TO BaselineMagnitude
    END-IF.
    IF BaselineMagnitude = ZEROS
        IF VB-Product(BatchIdx) = ZEROS
            MOVE ZEROS TO VariancePct
        ELSE
            MOVE 9999999 TO VariancePct
        END-IF
    ELSE
        COMPUTE VariancePct ROUNDED =
            (VB-Product(BatchIdx) - BaselineAverage) * 100
                / BaselineMagnitude
            ON SIZE ERROR
                MOVE 9999999 TO VariancePct
        END-COMPUTE
    END-IF.
    IF VariancePct < ZEROS
        COMPUTE VarianceMagnitude = 0 - VariancePct
    ELSE
        MOVE VariancePct TO VarianceMagnitude
    END-IF.
    IF VarianceMagnitude > AppliedTolerancePct
        SET ResultFlagged TO TRUE
    ELSE
        SET ResultWithin TO TRUE
    END-IF.

    RECORD-FLAGGED-BATCH-PARA.
    MOVE "N" TO HoldMatchFlag.
    PERFORM MATCH-ONE-HOLD-PARA VARYING HoldIdx FROM 1 BY 1
        UNTIL HoldIdx > HoldEntryCount OR HoldEntryMatched.
    IF HoldEntryMatched
        EVALUATE HT-Status(HoldMatchIdx)
            WHEN "C"
                ADD 1 TO BatchesCleared
                MOVE "CONFIRMED" TO VD-ResultText
                MOVE HT-DecidedBy(HoldMatchIdx) TO VD-ResultText(11:8)
            WHEN "R"
                ADD 1 TO BatchesCleared
                MOVE "RELEASED" TO VD-ResultText
                MOVE HT-DecidedBy(HoldMatchIdx) TO VD-ResultText(10:8)
            WHEN OTHER
                ADD 1 TO BatchesPending
                MOVE "FLAGGED - PENDING" TO VD-ResultText
        END-EVALUATE
    ELSE
        ADD 1 TO BatchesPending
        ADD 1 TO BatchesNewlyFlagged
        MOVE "FLAGGED - PENDING" TO VD-ResultText
        PERFORM WRITE-VARIANCE-HOLD-PARA
        PERFORM WRITE-VARIANCE-EXCEPTION-PARA
        DISPLAY "FLAGGED - batch ", VB-BatchID(BatchIdx), " Product ",
            VD-Product, " is ", VD-VariancePct, "% from its average ",
            VD-Average, ", billing hand-off held for review"
    END-IF.

    MATCH-ONE-HOLD-PARA.
    IF HT-BatchID(HoldIdx) = VB-BatchID(BatchIdx)
        SET HoldEntryMatched TO TRUE
        MOVE HoldIdx TO HoldMatchIdx
    END-IF.

    WRITE-VARIANCE-HOLD-PARA.
    MOVE SPACES TO VarianceHoldRecord.
    MOVE RunID TO VH-RunID.
    MOVE VB-BatchID(BatchIdx) TO VH-BatchID.
    MOVE VB-Product(BatchIdx) TO VH-Product.
    MOVE VB-Scale(BatchIdx) TO VH-Scale.
    MOVE BaselineAverage TO VH-Baseline.
    MOVE VariancePct TO VH-VariancePct.
    MOVE CheckDate TO VH-FlaggedDate.
    SET VH-StatusPending TO TRUE.
    WRITE VarianceHoldRecord.

*>  Severity W: the batch is not structurally bad, it is unusual.
*>  The hold on billing comes from this step's own return code.
    WRITE-VARIANCE-EXCEPTION-PARA.
    MOVE BaselineAverage TO EditedAverage.
    MOVE VariancePct TO EditedPct.
    MOVE SPACES TO ExceptionRecord.
    MOVE RunID TO Exc-RunID.
    MOVE VB-BatchID(BatchIdx) TO Exc-BatchID.
    MOVE "W" TO Exc-Severity.
    MOVE "VAR" TO Exc-ReasonCode.
    STRING "AVG " DELIMITED BY SIZE
           EditedAverage DELIMITED BY SIZE
           " VAR " DELIMITED BY SIZE
           EditedPct DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO Exc-Data.
    WRITE ExceptionRecord.
    MOVE SPACES TO ExceptionHistoryRecord.
    MOVE RunID TO EH-RunID.
    MOVE RunDate TO EH-RunDate.
    MOVE Exc-BatchID TO EH-BatchID.
    MOVE Exc-Severity TO EH-Severity.
    MOVE Exc-ReasonCode TO EH-ReasonCode.
    MOVE Exc-Data TO EH-Data.
    WRITE ExceptionHistoryRecord.

    WRITE-SUMMARY-SECTION-PARA.
    IF BatchEntryCount = ZEROS
        MOVE "  NO BATCH PRODUCTS ON THIS RUN" TO VarianceReportRecord
        WRITE VarianceReportRecord
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ReportRuleLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.
    MOVE "BATCHES CHECKED" TO SM-LabelText.
    MOVE BatchesChecked TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "WITHIN BAND" TO SM-LabelText.
    MOVE BatchesWithin TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NO BASELINE (NOT FLAGGED)" TO SM-LabelText.
    MOVE BatchesNoBaseline TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "OVERFLOWED (NOT CHECKED)" TO SM-LabelText.
    MOVE BatchesNotChecked TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "FLAGGED OUTSIDE BAND" TO SM-LabelText.
    MOVE BatchesFlagged TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "  NEWLY FLAGGED THIS CHECK" TO SM-LabelText.
    MOVE BatchesNewlyFlagged TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "  CONFIRMED OR RELEASED" TO SM-LabelText.
    MOVE BatchesCleared TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "  PENDING REVIEW" TO SM-LabelText.
    MOVE BatchesPending TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.
    IF BatchesPending NOT = ZEROS
        MOVE "BILLING HAND-OFF HELD - FLAGGED BATCHES AWAIT REVIEW"
            TO VarianceReportRecord
    ELSE
        MOVE "BILLING HAND-OFF RELEASED" TO VarianceReportRecord
    END-IF.
    WRITE VarianceReportRecord.

    WRITE-SUMMARY-COUNT-PARA.
    MOVE SummaryCountLine TO VarianceReportRecord.
    WRITE VarianceReportRecord.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO VarianceReportRecord.
    WRITE VarianceReportRecord.
