       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  PeriodVerify.
AUTHOR.  Meth Meth Method
*> Period master verify-and-rebuild. PERIOD.DAT is rewritten in full
*> by every run, so a rewrite that died on a full disk, or a hand
*> edit, leaves the month-to-date figures wrong with nothing to say
*> so - RunBalance only proves tonight's run. This recomputes the
*> master from the run history instead: every run archived on
*> RPTHX.DAT since the last period closed on PERDHIST.DAT (its RunID
*> dated after that period; the whole history when nothing has been
*> closed yet) is replayed in RunID order with Multiplier's posting
*> rules - cancelled runs and correction runs are passed over, each
*> batch Product posts once, the first posting fixes the Batch-ID's
*> scale and a Product at another scale is not posted, the run count
*> and last RunID move with every posting, and a table already full
*> takes no new Batch-IDs. The recomputed PM-PTD-Total, PM-RunCount,
*> PM-FirstRunID, PM-LastRunID and PM-Scale are compared with
*> PERIOD.DAT field by field, and every difference - including a
*> Batch-ID on one side only, or on the master twice - is listed on
*> PERDVRPT.DAT, cut fresh each time.
*>
*> It acts when PERDREQ.DAT holds a request from the menu, and on its
*> own on the last processing day of a month (the next processing
*> day, skipping weekends and CALENDAR.DAT holidays, falls in another
*> month) - the night before the month-end close. Any other night
*> it does nothing. The verdict goes to PERDCHK.DAT (PCHKREC.CPY),
*> and PeriodClose will not close on a master the latest check found
*> wrong.
*>
*> Only a rebuild request, staged from the menu by a level-2
*> operator, writes PERIOD.DAT: the master found wrong is first
*> copied aside to PERIOD-yyyymmdd-hhmmss.OLD, then replaced by the
*> recomputed figures and read back. A business date still in
*> progress, or an interrupted run on CHECKPT.DAT, refuses the check
*> - the master is mid-flight and the run is not yet archived. So
*> does a completed cycle with no run on RPTHX.DAT, as when
*> ReportArchive was held: the run has posted but cannot be
*> replayed.
*>
*> RETURN-CODE is 4 when discrepancies are left on the master, the
*> check was refused or a rebuild did not read back clean; 0
*> otherwise. It is never 8: the period master does not feed the
*> billing hand-off, and it is PeriodClose that must not go ahead.
*>
*> Maintenance history
*> 2026-09-30  Created so a damaged period master is found and
*>             rebuilt from the run history before month-end, not
*>             after finance has closed on it.
*> 2026-10-15  The check is refused, not graded, when the business
*>             date's cycle is complete but none of its runs is on
*>             RPTHX.DAT yet - a held ReportArchive no longer reads
*>             as a master that differs from the run history.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT VerifyRequestFile ASSIGN TO "PERDREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VerifyRequestFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.
    SELECT CheckpointFile ASSIGN TO "CHECKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointFileStatus.
    SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CalendarFileStatus.
    SELECT PeriodHistoryFile ASSIGN TO "PERDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodHistoryFileStatus.
    SELECT ReportHistoryFile ASSIGN TO "RPTHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RX-KEY
        FILE STATUS IS ReportHistoryFileStatus.
    SELECT PeriodFile ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.
    SELECT PeriodAsideFile ASSIGN TO AsideFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodAsideFileStatus.
    SELECT PeriodCheckFile ASSIGN TO "PERDCHK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodCheckFileStatus.
    SELECT VerifyReportFile ASSIGN TO "PERDVRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VerifyReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  VerifyRequestFile.
01  VerifyRequestRecord.
    05  VQ-RequestType                    PIC X(01).
        88  VQ-VerifyRequested            VALUE "V".
        88  VQ-RebuildRequested           VALUE "R".
    05  FILLER                            PIC X(01).
    05  VQ-RequestedBy                    PIC X(08).
    05  FILLER                            PIC X(01).
    05  VQ-RequestedDate                  PIC X(08).

FD  RunControlFile.
    COPY RUNCTL.

FD  CheckpointFile.
    COPY CHKPREC.

FD  CalendarFile.
    COPY CALREC.

FD  PeriodHistoryFile.
    COPY PERDHREC.

FD  ReportHistoryFile.
    COPY RPTHREC.

FD  PeriodFile.
    COPY PERDREC.

FD  PeriodAsideFile.
01  PeriodAsideRecord                     PIC X(64).

FD  PeriodCheckFile.
    COPY PCHKREC.

FD  VerifyReportFile.
01  VerifyReportRecord                    PIC X(80).

WORKING-STORAGE SECTION.
*>  The archived image is restored here so the run's records are read
*>  through the same layouts REPORT.DAT was written with.
    COPY BATCHREC.

01  VerifyRequestFileStatus               PIC XX.
01  RunControlFileStatus                  PIC XX.
01  CheckpointFileStatus                  PIC XX.
01  CalendarFileStatus                    PIC XX.
01  PeriodHistoryFileStatus               PIC XX.
01  ReportHistoryFileStatus               PIC XX.
01  PeriodFileStatus                      PIC XX.
01  PeriodAsideFileStatus                 PIC XX.
01  PeriodCheckFileStatus                 PIC XX.
01  VerifyReportFileStatus                PIC XX.
01  EndOfHistoryFile                      PIC X(01) VALUE "N".
    88  HistoryFileEOF                    VALUE "Y".
01  EndOfPeriodHistory                    PIC X(01) VALUE "N".
    88  PeriodHistoryEOF                  VALUE "Y".
01  EndOfPeriodFile                       PIC X(01) VALUE "N".
    88  PeriodFileEOF                     VALUE "Y".
01  EndOfCalendarFile                     PIC X(01) VALUE "N".
    88  CalendarFileEOF                   VALUE "Y".
01  RequestFlag                           PIC X(01) VALUE "N".
    88  HaveVerifyRequest                 VALUE "Y".
01  RequestType                           PIC X(01) VALUE SPACES.
    88  RebuildRequested                  VALUE "R".
01  RequestedBy                           PIC X(08) VALUE SPACES.
01  MonthEndFlag                          PIC X(01) VALUE "N".
    88  MonthEndNight                     VALUE "Y".
01  RefusedFlag                           PIC X(01) VALUE "N".
    88  CheckRefused                      VALUE "Y".
01  RefusalText                           PIC X(80) VALUE SPACES.
01  RebuildRefusedFlag                    PIC X(01) VALUE "N".
    88  RebuildRefused                    VALUE "Y".
01  RebuildRefusalText                    PIC X(80) VALUE SPACES.
01  RebuiltFlag                           PIC X(01) VALUE "N".
    88  MasterRebuilt                     VALUE "Y".
01  BusinessDate                          PIC X(08).
01  BusinessCycle                         PIC X(01) VALUE "1".
    88  BusinessCycleIsValid              VALUE "1" THRU "9".
01  BusinessRunStatus                     PIC X(01) VALUE SPACES.
01  CheckTime                             PIC X(06).
01  LastClosedPeriodID                    PIC X(06) VALUE SPACES.
01  RunArchivedFlag                       PIC X(01) VALUE "N".
    88  CycleRunArchived                  VALUE "Y".
01  AsideFileName                         PIC X(30) VALUE SPACES.
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.

01  CandidateDate                         PIC X(08).
01  CandidateDateNumeric REDEFINES CandidateDate
                                          PIC 9(08).
01  CandidateInteger                      PIC 9(08) VALUE ZEROS.
01  DayOfWeekNumber                       PIC 9(01) VALUE ZEROS.
01  ProcessingDayFlag                     PIC X(01) VALUE "N".
    88  CandidateIsProcessingDay          VALUE "Y".
01  HolidayFoundFlag                      PIC X(01) VALUE "N".
    88  CandidateIsHoliday                VALUE "Y".
01  SearchDayCount                        PIC 9(03) VALUE ZEROS.
01  MaxSearchDays                         PIC 9(03) VALUE 60.

01  ScanRunID                             PIC X(14) VALUE SPACES.
01  ScanRunSkipFlag                       PIC X(01) VALUE "Y".
    88  ScanRunSkipped                    VALUE "Y".
01  PostingScale                          PIC X(01).
01  RunsReplayed                          PIC 9(07) VALUE ZEROS.
01  CorrectionRunsSkipped                 PIC 9(07) VALUE ZEROS.
01  CancelledRunsSkipped                  PIC 9(07) VALUE ZEROS.
01  PostingsReplayed                      PIC 9(07) VALUE ZEROS.
01  ScaleRefusals                         PIC 9(07) VALUE ZEROS.
01  TableFullRefusals                     PIC 9(07) VALUE ZEROS.
01  TotalOverflows                        PIC 9(07) VALUE ZEROS.

01  MaxPeriodEntries                      PIC 9(05) VALUE 1000.
01  LookupBatchID                         PIC X(10).

01  RecomputedCount                       PIC 9(05) VALUE ZEROS.
01  RecomputedIdx                         PIC 9(05) VALUE ZEROS.
01  RecomputedMatchIdx                    PIC 9(05) VALUE ZEROS.
01  RecomputedMatchFlag                   PIC X(01) VALUE "N".
    88  RecomputedEntryMatched            VALUE "Y".
01  RecomputedTable.
    05  RecomputedEntry OCCURS 1000 TIMES.
        10  RT-BatchID                    PIC X(10).
        10  RT-PTD-Total                  PIC S9(15).
        10  RT-RunCount                   PIC 9(05).
        10  RT-FirstRunID                 PIC X(14).
        10  RT-LastRunID                  PIC X(14).
        10  RT-Scale                      PIC X(01).

01  OnFileCount                           PIC 9(05) VALUE ZEROS.
01  OnFileIdx                             PIC 9(05) VALUE ZEROS.
01  OnFileMatchIdx                        PIC 9(05) VALUE ZEROS.
01  OnFileMatchFlag                       PIC X(01) VALUE "N".
    88  OnFileEntryMatched                VALUE "Y".
01  OnFileOverflowFlag                    PIC X(01) VALUE "N".
    88  OnFileTableOverflowed             VALUE "Y".
01  OnFileTable.
    05  OnFileEntry OCCURS 1000 TIMES.
        10  FT-BatchID                    PIC X(10).
        10  FT-PTD-Total                  PIC S9(15).
        10  FT-PTDValidFlag               PIC X(01).
            88  FT-PTDIsNumeric           VALUE "Y".
        10  FT-RunCount                   PIC 9(05).
        10  FT-RunCountValidFlag          PIC X(01).
            88  FT-RunCountIsNumeric      VALUE "Y".
        10  FT-FirstRunID                 PIC X(14).
        10  FT-LastRunID                  PIC X(14).
        10  FT-Scale                      PIC X(01).
        10  FT-DuplicateFlag              PIC X(01).
            88  FT-Duplicate              VALUE "Y".
        10  FT-MatchedFlag                PIC X(01).
            88  FT-Matched                VALUE "Y".

01  DiscrepancyCount                      PIC 9(05) VALUE ZEROS.
01  BatchesInDiscrepancy                  PIC 9(05) VALUE ZEROS.
01  BatchDiscrepancyFlag                  PIC X(01) VALUE "N".
    88  BatchHasDiscrepancy               VALUE "Y".
01  AsideCount                            PIC 9(05) VALUE ZEROS.
01  RebuiltCount                          PIC 9(05) VALUE ZEROS.
01  ReadBackCount                         PIC 9(05) VALUE ZEROS.
01  ReadBackBreaks                        PIC 9(05) VALUE ZEROS.
01  EditedAmount                          PIC -(15)9.
01  EditedRunCount                        PIC ZZZZ9.

01  ReportHeadingLine.
    05  FILLER                            PIC X(28)
            VALUE "PERIOD MASTER VERIFICATION  ".
    05  FILLER                            PIC X(14)
            VALUE "BUSINESS DATE ".
    05  VR-BusinessDate                   PIC X(08).
    05  FILLER                            PIC X(07) VALUE "  TIME ".
    05  VR-CheckTime                      PIC X(06).
    05  FILLER                            PIC X(17) VALUE SPACES.
01  ScopeLine.
    05  FILLER                            PIC X(42)
            VALUE "RUNS REPLAYED FROM RPTHX.DAT AFTER PERIOD ".
    05  SC-ClosedPeriodID                 PIC X(06).
    05  FILLER                            PIC X(32)
            VALUE " (LAST CLOSE ON PERDHIST.DAT)".
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  DiscrepancyColumnLine.
    05  FILLER                            PIC X(40)
            VALUE "BATCH ID    FIELD         ON PERIOD.DAT ".
    05  FILLER                            PIC X(40)
            VALUE "          RECOMPUTED FROM HISTORY       ".
01  DiscrepancyLine.
    05  DL-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  DL-FieldName                      PIC X(12).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  DL-OnFile                         PIC X(20).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  DL-Recomputed                     PIC X(20).
    05  FILLER                            PIC X(12) VALUE SPACES.
01  SummaryCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SM-LabelText                      PIC X(30).
    05  SM-CountValue                     PIC ZZZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    ACCEPT CheckTime FROM TIME.
    PERFORM LOAD-VERIFY-REQUEST-PARA.
    PERFORM LOAD-RUN-CONTROL-PARA.
    IF NOT HaveVerifyRequest
        PERFORM CHECK-MONTH-END-PARA
        IF NOT MonthEndNight
            DISPLAY "Business date ", BusinessDate, " is not the last",
                " processing day of its month and nothing is requested",
                " in PERDREQ.DAT, period master not checked"
            MOVE ZEROS TO RETURN-CODE
            GOBACK
        END-IF
        DISPLAY "MONTH-END - business date ", BusinessDate, " is the",
            " last processing day before ", CandidateDate,
            ", verifying the period master"
    ELSE
        IF RebuildRequested
            DISPLAY "REBUILD of the period master requested by ",
                RequestedBy
        ELSE
            DISPLAY "VERIFICATION of the period master requested by ",
                RequestedBy
        END-IF
    END-IF.
    PERFORM CHECK-RUN-SETTLED-PARA.
    IF NOT CheckRefused
        PERFORM FIND-LAST-CLOSE-PARA
        PERFORM LOAD-PERIOD-MASTER-PARA
    END-IF.
    IF NOT CheckRefused
        PERFORM REPLAY-RUN-HISTORY-PARA
    END-IF.
    IF NOT CheckRefused
        PERFORM COMPARE-MASTER-PARA
    END-IF.
    IF NOT CheckRefused AND RebuildRequested
            AND DiscrepancyCount NOT = ZEROS
        PERFORM REBUILD-MASTER-PARA
    END-IF.
    PERFORM WRITE-VERIFY-REPORT-PARA.
    PERFORM WRITE-CHECK-RECORD-PARA.
    IF HaveVerifyRequest
        PERFORM CLEAR-VERIFY-REQUEST-PARA
    END-IF.
    EVALUATE TRUE
        WHEN CheckRefused
            DISPLAY "NOT VERIFIED - ", RefusalText
            MOVE 4 TO ReturnSeverity
        WHEN MasterRebuilt AND ReadBackBreaks = ZEROS
            DISPLAY "PERIOD.DAT rebuilt from the run history: ",
                DiscrepancyCount, " discrepancy(ies) corrected, old",
                " master kept as ", AsideFileName
        WHEN MasterRebuilt
            DISPLAY "HOLD - PERIOD.DAT was rebuilt but did not read",
                " back as written, see PERDVRPT.DAT; old master kept",
                " as ", AsideFileName
            MOVE 4 TO ReturnSeverity
        WHEN DiscrepancyCount = ZEROS
            DISPLAY "PERIOD.DAT agrees with the run history: ",
                RecomputedCount, " batch ID(s) from ", RunsReplayed,
                " run(s)"
        WHEN OTHER
            DISPLAY "WARNING - PERIOD.DAT differs from the run history",
                " in ", DiscrepancyCount, " field(s) across ",
                BatchesInDiscrepancy, " batch ID(s), see PERDVRPT.DAT;",
                " PeriodClose will not close until it is rebuilt"
            IF RebuildRefused
                DISPLAY "REBUILD REFUSED - ", RebuildRefusalText
            END-IF
            MOVE 4 TO ReturnSeverity
    END-EVALUATE.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

    LOAD-VERIFY-REQUEST-PARA.
    OPEN INPUT VerifyRequestFile.
    IF VerifyRequestFileStatus = "00"
        READ VerifyRequestFile
            AT END
                CONTINUE
            NOT AT END
                IF VQ-VerifyRequested OR VQ-RebuildRequested
                    SET HaveVerifyRequest TO TRUE
                    MOVE VQ-RequestType TO RequestType
                    MOVE VQ-RequestedBy TO RequestedBy
                END-IF
        END-READ
        CLOSE VerifyRequestFile
    END-IF.

*>  The check is dated with the business date off RUNCTL.DAT like
*>  every run; the clock is the fallback where none is set up.
    LOAD-RUN-CONTROL-PARA.
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
                    MOVE RC-RunStatus TO BusinessRunStatus
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.
    IF NOT BusinessCycleIsValid
        MOVE "1" TO BusinessCycle
    END-IF.

*>  Tonight is the night before the month-end close when the next
*>  processing day - the one RunControlAdvance will roll to - is in
*>  another month. Weekends and holidays are skipped the same way
*>  RunControlAdvance skips them.
    CHECK-MONTH-END-PARA.
    MOVE SPACES TO CandidateDate.
    IF BusinessDate IS NUMERIC
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BusinessDate))
            TO CandidateInteger
        IF CandidateInteger NOT = ZEROS
            MOVE "N" TO ProcessingDayFlag
            MOVE ZEROS TO SearchDayCount
            PERFORM TRY-NEXT-DAY-PARA
                UNTIL CandidateIsProcessingDay
                    OR SearchDayCount >= MaxSearchDays
            IF CandidateIsProcessingDay
                    AND CandidateDate(1:6) NOT = BusinessDate(1:6)
                SET MonthEndNight TO TRUE
            END-IF
        END-IF
    END-IF.

    TRY-NEXT-DAY-PARA.
    ADD 1 TO SearchDayCount.
    ADD 1 TO CandidateInteger.
    MOVE FUNCTION DATE-OF-INTEGER(CandidateInteger)
        TO CandidateDateNumeric.
    COMPUTE DayOfWeekNumber = FUNCTION MOD(CandidateInteger, 7).
    IF DayOfWeekNumber = 6 OR DayOfWeekNumber = 0
        CONTINUE
    ELSE
        PERFORM SCAN-CALENDAR-FILE-PARA
        IF NOT CandidateIsHoliday
            SET CandidateIsProcessingDay TO TRUE
        END-IF
    END-IF.

    SCAN-CALENDAR-FILE-PARA.
    MOVE "N" TO HolidayFoundFlag.
    MOVE "N" TO EndOfCalendarFile.
    OPEN INPUT CalendarFile.
    IF CalendarFileStatus = "00"
        PERFORM READ-ONE-CALENDAR-PARA
            UNTIL CalendarFileEOF OR CandidateIsHoliday
        CLOSE CalendarFile
    END-IF.

    READ-ONE-CALENDAR-PARA.
    READ CalendarFile
        AT END
            MOVE "Y" TO EndOfCalendarFile
        NOT AT END
            IF CAL-Date = CandidateDate AND CAL-Holiday
                SET CandidateIsHoliday TO TRUE
            END-IF
    END-READ.

*>  A run in progress or interrupted has posted to PERIOD.DAT but is
*>  not on RPTHX.DAT yet, so the two cannot agree until it finishes.
    CHECK-RUN-SETTLED-PARA.
    IF BusinessRunStatus = "I"
        SET CheckRefused TO TRUE
        STRING "BUSINESS DATE " DELIMITED BY SIZE
               BusinessDate DELIMITED BY SIZE
               " CYCLE " DELIMITED BY SIZE
               BusinessCycle DELIMITED BY SIZE
               " IS STILL IN PROGRESS" DELIMITED BY SIZE
            INTO RefusalText
    ELSE
        OPEN INPUT CheckpointFile
        IF CheckpointFileStatus = "00"
            READ CheckpointFile
                AT END
                    CONTINUE
                NOT AT END
                    IF CP-RunID NOT = SPACES
                        SET CheckRefused TO TRUE
                        STRING "RUN " DELIMITED BY SIZE
                               CP-RunID DELIMITED BY SIZE
                               " IS INTERRUPTED - RESUME IT TO"
                                   DELIMITED BY SIZE
                               " COMPLETION FIRST" DELIMITED BY SIZE
                            INTO RefusalText
                    END-IF
            END-READ
            CLOSE CheckpointFile
        END-IF
    END-IF.
    IF NOT CheckRefused AND BusinessRunStatus = "C"
        PERFORM CHECK-CYCLE-ARCHIVED-PARA
    END-IF.

*>  A completed cycle's run has posted to PERIOD.DAT; until
*>  ReportArchive has put it on RPTHX.DAT the replay would come up
*>  short of the master. RunIDs begin with the business date and
*>  cycle, so the first key at or after them says whether one is
*>  there. A history that will not open is refused by the replay.
    CHECK-CYCLE-ARCHIVED-PARA.
    OPEN INPUT ReportHistoryFile.
    IF ReportHistoryFileStatus = "00"
        MOVE SPACES TO ReportHistoryRecord
        STRING BusinessDate DELIMITED BY SIZE
               BusinessCycle DELIMITED BY SIZE
               "00000" DELIMITED BY SIZE
            INTO RX-RunID
        MOVE ZEROS TO RX-Sequence
        START ReportHistoryFile KEY IS NOT LESS THAN RX-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ ReportHistoryFile NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF RX-RunID(1:8) = BusinessDate
                                AND RX-RunID(9:1) = BusinessCycle
                            SET CycleRunArchived TO TRUE
                        END-IF
                END-READ
        END-START
        CLOSE ReportHistoryFile
        IF NOT CycleRunArchived
            SET CheckRefused TO TRUE
            STRING "BUSINESS DATE " DELIMITED BY SIZE
                   BusinessDate DELIMITED BY SIZE
                   " CYCLE " DELIMITED BY SIZE
                   BusinessCycle DELIMITED BY SIZE
                   " HAS NO RUN ON RPTHX.DAT - ARCHIVE IT FIRST"
                       DELIMITED BY SIZE
                INTO RefusalText
        END-IF
    END-IF.

*>  The open period starts after the latest period on PERDHIST.DAT.
*>  With no history at all nothing has been closed yet and the whole
*>  run history belongs to the master.
    FIND-LAST-CLOSE-PARA.
    MOVE "N" TO EndOfPeriodHistory.
    OPEN INPUT PeriodHistoryFile.
    IF PeriodHistoryFileStatus = "00"
        PERFORM SCAN-ONE-CLOSED-ROW-PARA UNTIL PeriodHistoryEOF
        CLOSE PeriodHistoryFile
    END-IF.

    SCAN-ONE-CLOSED-ROW-PARA.
    READ PeriodHistoryFile
        AT END
            MOVE "Y" TO EndOfPeriodHistory
        NOT AT END
            IF PH-PeriodID IS NUMERIC
                    AND PH-PeriodID > LastClosedPeriodID
                MOVE PH-PeriodID TO LastClosedPeriodID
            END-IF
    END-READ.

*>  Each field is held as found. A total or count that is not numeric
*>  (a hand edit) is itself a discrepancy, and a Batch-ID on the file
*>  twice is reported rather than merged. Blank or unreadable scale
*>  reads as zero, as Multiplier reads it.
    LOAD-PERIOD-MASTER-PARA.
    MOVE "N" TO EndOfPeriodFile.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        PERFORM LOAD-ONE-MASTER-RECORD-PARA UNTIL PeriodFileEOF
        CLOSE PeriodFile
    END-IF.
    IF OnFileTableOverflowed
        SET CheckRefused TO TRUE
        STRING "PERIOD.DAT HOLDS MORE THAN " DELIMITED BY SIZE
               MaxPeriodEntries DELIMITED BY SIZE
               " RECORDS - TABLE LIMIT" DELIMITED BY SIZE
            INTO RefusalText
    END-IF.

    LOAD-ONE-MASTER-RECORD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            IF OnFileCount < MaxPeriodEntries
                MOVE PM-BatchID TO LookupBatchID
                PERFORM FIND-ON-FILE-ENTRY-PARA
                ADD 1 TO OnFileCount
                PERFORM HOLD-MASTER-RECORD-PARA
                IF OnFileEntryMatched
                    MOVE "Y" TO FT-DuplicateFlag(OnFileCount)
                END-IF
            ELSE
                SET OnFileTableOverflowed TO TRUE
                MOVE "Y" TO EndOfPeriodFile
            END-IF
    END-READ.

    HOLD-MASTER-RECORD-PARA.
    MOVE PM-BatchID TO FT-BatchID(OnFileCount).
    IF PM-PTD-Total IS NUMERIC
        MOVE PM-PTD-Total TO FT-PTD-Total(OnFileCount)
        MOVE "Y" TO FT-PTDValidFlag(OnFileCount)
    ELSE
        MOVE ZEROS TO FT-PTD-Total(OnFileCount)
        MOVE "N" TO FT-PTDValidFlag(OnFileCount)
    END-IF.
    IF PM-RunCount IS NUMERIC
        MOVE PM-RunCount TO FT-RunCount(OnFileCount)
        MOVE "Y" TO FT-RunCountValidFlag(OnFileCount)
    ELSE
        MOVE ZEROS TO FT-RunCount(OnFileCount)
        MOVE "N" TO FT-RunCountValidFlag(OnFileCount)
    END-IF.
    MOVE PM-FirstRunID TO FT-FirstRunID(OnFileCount).
    MOVE PM-LastRunID TO FT-LastRunID(OnFileCount).
    IF PM-Scale IS NUMERIC
        MOVE PM-Scale TO FT-Scale(OnFileCount)
    ELSE
        MOVE "0" TO FT-Scale(OnFileCount)
    END-IF.
    MOVE "N" TO FT-DuplicateFlag(OnFileCount).
    MOVE "N" TO FT-MatchedFlag(OnFileCount).

    FIND-ON-FILE-ENTRY-PARA.
    MOVE "N" TO OnFileMatchFlag.
    MOVE ZEROS TO OnFileMatchIdx.
    PERFORM MATCH-ONE-ON-FILE-PARA VARYING OnFileIdx FROM 1 BY 1
        UNTIL OnFileIdx > OnFileCount OR OnFileEntryMatched.

    MATCH-ONE-ON-FILE-PARA.
    IF FT-BatchID(OnFileIdx) = LookupBatchID
            AND NOT FT-Duplicate(OnFileIdx)
        SET OnFileEntryMatched TO TRUE
        MOVE OnFileIdx TO OnFileMatchIdx
    END-IF.

*>  The history is walked in key order from the first RunID dated
*>  after the last closed period - RunID order is the order the runs
*>  posted in. A run's header comes first under its RunID, so it
*>  decides whether the Products that follow are replayed.
    REPLAY-RUN-HISTORY-PARA.
    OPEN INPUT ReportHistoryFile.
    IF ReportHistoryFileStatus NOT = "00"
        SET CheckRefused TO TRUE
        STRING "RPTHX.DAT COULD NOT BE OPENED, FILE STATUS "
                   DELIMITED BY SIZE
               ReportHistoryFileStatus DELIMITED BY SIZE
            INTO RefusalText
    ELSE
        MOVE "N" TO EndOfHistoryFile
        MOVE SPACES TO ReportHistoryRecord
        IF LastClosedPeriodID = SPACES
            MOVE ZEROS TO RX-Sequence
            START ReportHistoryFile KEY IS NOT LESS THAN RX-KEY
                INVALID KEY
                    MOVE "Y" TO EndOfHistoryFile
            END-START
        ELSE
            MOVE ALL "9" TO RX-RunID
            MOVE LastClosedPeriodID TO RX-RunID(1:6)
            MOVE 9999999 TO RX-Sequence
            START ReportHistoryFile KEY IS GREATER THAN RX-KEY
                INVALID KEY
                    MOVE "Y" TO EndOfHistoryFile
            END-START
        END-IF
        PERFORM REPLAY-ONE-HISTORY-RECORD-PARA UNTIL HistoryFileEOF
        CLOSE ReportHistoryFile
    END-IF.

    REPLAY-ONE-HISTORY-RECORD-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfHistoryFile
        NOT AT END
            MOVE RX-Image TO BATCH-RECORD
            EVALUATE TRUE
                WHEN BR-RUN-HEADER
                    PERFORM CHECK-REPLAY-HEADER-PARA
                WHEN BR-BATCH-PRODUCT
                    IF NOT ScanRunSkipped AND RX-RunID = ScanRunID
                        PERFORM REPLAY-POSTING-PARA
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*>  A correction run never posts (Multiplier's rule), and a cancelled
*>  run's postings were backed out by RunCancel.
    CHECK-REPLAY-HEADER-PARA.
    MOVE RX-RunID TO ScanRunID.
    EVALUATE TRUE
        WHEN RH-RUN-CANCELLED
            MOVE "Y" TO ScanRunSkipFlag
            ADD 1 TO CancelledRunsSkipped
        WHEN RH-ORIG-RUN-ID NOT = SPACES
            MOVE "Y" TO ScanRunSkipFlag
            ADD 1 TO CorrectionRunsSkipped
        WHEN OTHER
            MOVE "N" TO ScanRunSkipFlag
            ADD 1 TO RunsReplayed
    END-EVALUATE.

*>  Multiplier's POST-PERIOD-MASTER-PARA, applied to the recomputed
*>  table: same scale adds to the total (left as it was on overflow,
*>  the run still counted), another scale is not posted, a new
*>  Batch-ID opens an entry while the table has room.
    REPLAY-POSTING-PARA.
    IF BP-SCALE IS NUMERIC
        MOVE BP-SCALE TO PostingScale
    ELSE
        MOVE "0" TO PostingScale
    END-IF.
    MOVE BP-BATCH-ID TO LookupBatchID.
    PERFORM FIND-RECOMPUTED-ENTRY-PARA.
    EVALUATE TRUE
        WHEN RecomputedEntryMatched
                AND RT-Scale(RecomputedMatchIdx) NOT = PostingScale
            ADD 1 TO ScaleRefusals
        WHEN RecomputedEntryMatched
            ADD BP-PRODUCT TO RT-PTD-Total(RecomputedMatchIdx)
                ON SIZE ERROR
                    COMPUTE TotalOverflows = TotalOverflows + 1
            END-ADD
            ADD 1 TO RT-RunCount(RecomputedMatchIdx)
            MOVE ScanRunID TO RT-LastRunID(RecomputedMatchIdx)
            ADD 1 TO PostingsReplayed
        WHEN RecomputedCount < MaxPeriodEntries
            ADD 1 TO RecomputedCount
            MOVE BP-BATCH-ID TO RT-BatchID(RecomputedCount)
            MOVE BP-PRODUCT TO RT-PTD-Total(RecomputedCount)
            MOVE 1 TO RT-RunCount(RecomputedCount)
            MOVE ScanRunID TO RT-FirstRunID(RecomputedCount)
            MOVE ScanRunID TO RT-LastRunID(RecomputedCount)
            MOVE PostingScale TO RT-Scale(RecomputedCount)
            ADD 1 TO PostingsReplayed
        WHEN OTHER
            ADD 1 TO TableFullRefusals
    END-EVALUATE.

    FIND-RECOMPUTED-ENTRY-PARA.
    MOVE "N" TO RecomputedMatchFlag.
    MOVE ZEROS TO RecomputedMatchIdx.
    PERFORM MATCH-ONE-RECOMPUTED-PARA VARYING RecomputedIdx FROM 1 BY 1
        UNTIL RecomputedIdx > RecomputedCount OR RecomputedEntryMatched.

    MATCH-ONE-RECOMPUTED-PARA.
    IF RT-BatchID(RecomputedIdx) = LookupBatchID
        SET RecomputedEntryMatched TO TRUE
        MOVE RecomputedIdx TO RecomputedMatchIdx
    END-IF.

*>  The differences are counted here and listed when the report is
*>  written, so the counts can head the verdict.
    COMPARE-MASTER-PARA.
    PERFORM COMPARE-ONE-RECOMPUTED-PARA
        VARYING RecomputedIdx FROM 1 BY 1
        UNTIL RecomputedIdx > RecomputedCount.
    PERFORM COMPARE-ONE-ON-FILE-PARA VARYING OnFileIdx FROM 1 BY 1
        UNTIL OnFileIdx > OnFileCount.

    COMPARE-ONE-RECOMPUTED-PARA.
    MOVE RT-BatchID(RecomputedIdx) TO LookupBatchID.
    PERFORM FIND-ON-FILE-ENTRY-PARA.
    IF NOT OnFileEntryMatched
        ADD 1 TO DiscrepancyCount
        ADD 1 TO BatchesInDiscrepancy
    ELSE
        MOVE "Y" TO FT-MatchedFlag(OnFileMatchIdx)
        MOVE "N" TO BatchDiscrepancyFlag
        IF NOT FT-PTDIsNumeric(OnFileMatchIdx)
                OR FT-PTD-Total(OnFileMatchIdx)
                    NOT = RT-PTD-Total(RecomputedIdx)
            ADD 1 TO DiscrepancyCount
            SET BatchHasDiscrepancy TO TRUE
        END-IF
        IF NOT FT-RunCountIsNumeric(OnFileMatchIdx)
                OR FT-RunCount(OnFileMatchIdx)
                    NOT = RT-RunCount(RecomputedIdx)
            ADD 1 TO DiscrepancyCount
            SET BatchHasDiscrepancy TO TRUE
        END-IF
        IF FT-FirstRunID(OnFileMatchIdx) NOT = RT-FirstRunID(RecomputedIdx)
            ADD 1 TO DiscrepancyCount
            SET BatchHasDiscrepancy TO TRUE
        END-IF
        IF FT-LastRunID(OnFileMatchIdx) NOT = RT-LastRunID(RecomputedIdx)
            ADD 1 TO DiscrepancyCount
            SET BatchHasDiscrepancy TO TRUE
        END-IF
        IF FT-Scale(OnFileMatchIdx) NOT = RT-Scale(RecomputedIdx)
            ADD 1 TO DiscrepancyCount
            SET BatchHasDiscrepancy TO TRUE
        END-IF
        IF BatchHasDiscrepancy
            ADD 1 TO BatchesInDiscrepancy
        END-IF
    END-IF.

    COMPARE-ONE-ON-FILE-PARA.
    IF FT-Duplicate(OnFileIdx) OR NOT FT-Matched(OnFileIdx)
        ADD 1 TO DiscrepancyCount
        ADD 1 TO BatchesInDiscrepancy
    END-IF.

*>  The master found wrong is copied aside record for record before
*>  anything is written, under a name carrying the date and time of
*>  the rebuild so an earlier copy is never overwritten. If it cannot
*>  be set aside the rebuild does not go ahead.
    REBUILD-MASTER-PARA.
    MOVE SPACES TO AsideFileName.
    STRING "PERIOD-" DELIMITED BY SIZE
           BusinessDate DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           CheckTime DELIMITED BY SIZE
           ".OLD" DELIMITED BY SIZE
        INTO AsideFileName.
    IF RequestedBy = SPACES
        SET RebuildRefused TO TRUE
        MOVE "NO REQUESTING OPERATOR ON PERDREQ.DAT" TO RebuildRefusalText
    ELSE
        PERFORM SET-MASTER-ASIDE-PARA
    END-IF.
    IF NOT RebuildRefused
        PERFORM WRITE-REBUILT-MASTER-PARA
        SET MasterRebuilt TO TRUE
        PERFORM READ-BACK-MASTER-PARA
    END-IF.

    SET-MASTER-ASIDE-PARA.
    OPEN OUTPUT PeriodAsideFile.
    IF PeriodAsideFileStatus NOT = "00"
        SET RebuildRefused TO TRUE
        STRING "OLD MASTER COULD NOT BE SET ASIDE, FILE STATUS "
                   DELIMITED BY SIZE
               PeriodAsideFileStatus DELIMITED BY SIZE
            INTO RebuildRefusalText
    ELSE
        MOVE "N" TO EndOfPeriodFile
        OPEN INPUT PeriodFile
        IF PeriodFileStatus = "00"
            PERFORM COPY-ONE-MASTER-RECORD-PARA UNTIL PeriodFileEOF
            CLOSE PeriodFile
        END-IF
        CLOSE PeriodAsideFile
    END-IF.

    COPY-ONE-MASTER-RECORD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            MOVE PeriodMasterRecord TO PeriodAsideRecord
            WRITE PeriodAsideRecord
            ADD 1 TO AsideCount
    END-READ.

    WRITE-REBUILT-MASTER-PARA.
    OPEN OUTPUT PeriodFile.
    PERFORM WRITE-ONE-REBUILT-RECORD-PARA
        VARYING RecomputedIdx FROM 1 BY 1
        UNTIL RecomputedIdx > RecomputedCount.
    CLOSE PeriodFile.

    WRITE-ONE-REBUILT-RECORD-PARA.
    MOVE SPACES TO PeriodMasterRecord.
    MOVE RT-BatchID(RecomputedIdx) TO PM-BatchID.
    MOVE RT-PTD-Total(RecomputedIdx) TO PM-PTD-Total.
    MOVE RT-RunCount(RecomputedIdx) TO PM-RunCount.
    MOVE RT-FirstRunID(RecomputedIdx) TO PM-FirstRunID.
    MOVE RT-LastRunID(RecomputedIdx) TO PM-LastRunID.
    MOVE RT-Scale(RecomputedIdx) TO PM-Scale.
    WRITE PeriodMasterRecord.
    ADD 1 TO RebuiltCount.

*>  The rebuilt file must hold exactly the recomputed table, record
*>  for record in the order it was written.
    READ-BACK-MASTER-PARA.
    MOVE "N" TO EndOfPeriodFile.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        PERFORM READ-BACK-ONE-RECORD-PARA UNTIL PeriodFileEOF
        CLOSE PeriodFile
    END-IF.
    IF ReadBackCount NOT = RecomputedCount
        ADD 1 TO ReadBackBreaks
    END-IF.

    READ-BACK-ONE-RECORD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfPeriodFile
        NOT AT END
            ADD 1 TO ReadBackCount
            IF ReadBackCount > RecomputedCount
                ADD 1 TO ReadBackBreaks
            ELSE
                IF PM-BatchID NOT = RT-BatchID(ReadBackCount)
                        OR PM-PTD-Total NOT = RT-PTD-Total(ReadBackCount)
                        OR PM-RunCount NOT = RT-RunCount(ReadBackCount)
                        OR PM-FirstRunID NOT = RT-FirstRunID(ReadBackCount)
                        OR PM-LastRunID NOT = RT-LastRunID(ReadBackCount)
                        OR PM-Scale NOT = RT-Scale(ReadBackCount)
                    ADD 1 TO ReadBackBreaks
                END-IF
            END-IF
    END-READ.

    WRITE-VERIFY-REPORT-PARA.
    OPEN OUTPUT VerifyReportFile.
    MOVE BusinessDate TO VR-BusinessDate.
    MOVE CheckTime TO VR-CheckTime.
    MOVE ReportHeadingLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    MOVE SPACES TO VerifyReportRecord.
    EVALUATE TRUE
        WHEN NOT HaveVerifyRequest
            STRING "SCHEDULED MONTH-END CHECK - NEXT PROCESSING DAY "
                       DELIMITED BY SIZE
                   CandidateDate DELIMITED BY SIZE
                INTO VerifyReportRecord
        WHEN RebuildRequested
            STRING "REBUILD REQUESTED BY " DELIMITED BY SIZE
                   RequestedBy DELIMITED BY SIZE
                INTO VerifyReportRecord
        WHEN OTHER
            STRING "VERIFICATION REQUESTED BY " DELIMITED BY SIZE
                   RequestedBy DELIMITED BY SIZE
                INTO VerifyReportRecord
    END-EVALUATE.
    WRITE VerifyReportRecord.
    IF NOT CheckRefused
        IF LastClosedPeriodID = SPACES
            MOVE "NO PERIOD CLOSED ON PERDHIST.DAT - THE WHOLE OF RPTHX.DAT REPLAYED"
                TO VerifyReportRecord
        ELSE
            MOVE LastClosedPeriodID TO SC-ClosedPeriodID
            MOVE ScopeLine TO VerifyReportRecord
        END-IF
        WRITE VerifyReportRecord
    END-IF.
    MOVE ReportRuleLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    IF CheckRefused
        MOVE "PERIOD MASTER NOT VERIFIED" TO VerifyReportRecord
        WRITE VerifyReportRecord
        MOVE RefusalText TO VerifyReportRecord
        WRITE VerifyReportRecord
        PERFORM WRITE-BLANK-LINE-PARA
    ELSE
        PERFORM WRITE-DISCREPANCY-SECTION-PARA
        PERFORM WRITE-REPLAY-SUMMARY-PARA
    END-IF.
    IF RebuildRequested AND NOT CheckRefused
        PERFORM WRITE-REBUILD-SECTION-PARA
    END-IF.
    MOVE ReportRuleLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    EVALUATE TRUE
        WHEN CheckRefused
            MOVE "** PERIOD MASTER NOT VERIFIED - RUN THE CHECK AGAIN ONCE THE RUN IS SETTLED **"
                TO VerifyReportRecord
        WHEN MasterRebuilt AND ReadBackBreaks = ZEROS
            MOVE "PERIOD.DAT REBUILT FROM THE RUN HISTORY AND READ BACK CLEAN"
                TO VerifyReportRecord
        WHEN MasterRebuilt
            MOVE "** REBUILT PERIOD.DAT DID NOT READ BACK CLEAN - PERIODCLOSE WILL REFUSE **"
                TO VerifyReportRecord
        WHEN DiscrepancyCount = ZEROS
            MOVE "PERIOD.DAT AGREES WITH THE RUN HISTORY"
                TO VerifyReportRecord
        WHEN OTHER
            MOVE "** PERIOD.DAT IS WRONG - STAGE A REBUILD FROM THE MENU BEFORE PERIODCLOSE **"
                TO VerifyReportRecord
    END-EVALUATE.
    WRITE VerifyReportRecord.
    CLOSE VerifyReportFile.

    WRITE-DISCREPANCY-SECTION-PARA.
    MOVE "FIELD DISCREPANCIES" TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    MOVE DiscrepancyColumnLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    IF DiscrepancyCount = ZEROS
        MOVE "  NONE" TO VerifyReportRecord
        WRITE VerifyReportRecord
    ELSE
        PERFORM LIST-ONE-RECOMPUTED-PARA
            VARYING RecomputedIdx FROM 1 BY 1
            UNTIL RecomputedIdx > RecomputedCount
        PERFORM LIST-ONE-ON-FILE-PARA VARYING OnFileIdx FROM 1 BY 1
            UNTIL OnFileIdx > OnFileCount
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.

    LIST-ONE-RECOMPUTED-PARA.
    MOVE RT-BatchID(RecomputedIdx) TO LookupBatchID.
    PERFORM FIND-ON-FILE-ENTRY-PARA.
    IF NOT OnFileEntryMatched
        MOVE "RECORD" TO DL-FieldName
        MOVE "MISSING" TO DL-OnFile
        MOVE RT-RunCount(RecomputedIdx) TO EditedRunCount
        MOVE SPACES TO DL-Recomputed
        STRING EditedRunCount DELIMITED BY SIZE
               " RUN(S) POSTED" DELIMITED BY SIZE
            INTO DL-Recomputed
        PERFORM WRITE-DISCREPANCY-LINE-PARA
    ELSE
        IF NOT FT-PTDIsNumeric(OnFileMatchIdx)
                OR FT-PTD-Total(OnFileMatchIdx)
                    NOT = RT-PTD-Total(RecomputedIdx)
            MOVE "PTD-TOTAL" TO DL-FieldName
            IF FT-PTDIsNumeric(OnFileMatchIdx)
                MOVE FT-PTD-Total(OnFileMatchIdx) TO EditedAmount
                MOVE EditedAmount TO DL-OnFile
            ELSE
                MOVE "NOT NUMERIC" TO DL-OnFile
            END-IF
            MOVE RT-PTD-Total(RecomputedIdx) TO EditedAmount
            MOVE EditedAmount TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        END-IF
        IF NOT FT-RunCountIsNumeric(OnFileMatchIdx)
                OR FT-RunCount(OnFileMatchIdx)
                    NOT = RT-RunCount(RecomputedIdx)
            MOVE "RUN-COUNT" TO DL-FieldName
            IF FT-RunCountIsNumeric(OnFileMatchIdx)
                MOVE FT-RunCount(OnFileMatchIdx) TO EditedRunCount
                MOVE EditedRunCount TO DL-OnFile
            ELSE
                MOVE "NOT NUMERIC" TO DL-OnFile
            END-IF
            MOVE RT-RunCount(RecomputedIdx) TO EditedRunCount
            MOVE EditedRunCount TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        END-IF
        IF FT-FirstRunID(OnFileMatchIdx) NOT = RT-FirstRunID(RecomputedIdx)
            MOVE "FIRST-RUN-ID" TO DL-FieldName
            MOVE FT-FirstRunID(OnFileMatchIdx) TO DL-OnFile
            MOVE RT-FirstRunID(RecomputedIdx) TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        END-IF
        IF FT-LastRunID(OnFileMatchIdx) NOT = RT-LastRunID(RecomputedIdx)
            MOVE "LAST-RUN-ID" TO DL-FieldName
            MOVE FT-LastRunID(OnFileMatchIdx) TO DL-OnFile
            MOVE RT-LastRunID(RecomputedIdx) TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        END-IF
        IF FT-Scale(OnFileMatchIdx) NOT = RT-Scale(RecomputedIdx)
            MOVE "SCALE" TO DL-FieldName
            MOVE FT-Scale(OnFileMatchIdx) TO DL-OnFile
            MOVE RT-Scale(RecomputedIdx) TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        END-IF
    END-IF.

    LIST-ONE-ON-FILE-PARA.
    MOVE FT-BatchID(OnFileIdx) TO LookupBatchID.
    EVALUATE TRUE
        WHEN FT-Duplicate(OnFileIdx)
            MOVE "RECORD" TO DL-FieldName
            MOVE "DUPLICATE" TO DL-OnFile
            MOVE "ONE RECORD EXPECTED" TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        WHEN NOT FT-Matched(OnFileIdx)
            MOVE "RECORD" TO DL-FieldName
            MOVE "PRESENT" TO DL-OnFile
            MOVE "NO POSTINGS FOUND" TO DL-Recomputed
            PERFORM WRITE-DISCREPANCY-LINE-PARA
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    WRITE-DISCREPANCY-LINE-PARA.
    MOVE LookupBatchID TO DL-BatchID.
    MOVE DiscrepancyLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.

    WRITE-REPLAY-SUMMARY-PARA.
    MOVE "REPLAY SUMMARY" TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    MOVE "RUNS REPLAYED" TO SM-LabelText.
    MOVE RunsReplayed TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "CORRECTION RUNS PASSED OVER" TO SM-LabelText.
    MOVE CorrectionRunsSkipped TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "CANCELLED RUNS PASSED OVER" TO SM-LabelText.
    MOVE CancelledRunsSkipped TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "POSTINGS REPLAYED" TO SM-LabelText.
    MOVE PostingsReplayed TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NOT POSTED - SCALE MISMATCH" TO SM-LabelText.
    MOVE ScaleRefusals TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NOT POSTED - TABLE FULL" TO SM-LabelText.
    MOVE TableFullRefusals TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "TOTALS LEFT ON OVERFLOW" TO SM-LabelText.
    MOVE TotalOverflows TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "BATCH IDS RECOMPUTED" TO SM-LabelText.
    MOVE RecomputedCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "RECORDS ON PERIOD.DAT" TO SM-LabelText.
    MOVE OnFileCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "BATCH IDS IN DISCREPANCY" TO SM-LabelText.
    MOVE BatchesInDiscrepancy TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "FIELD DISCREPANCIES" TO SM-LabelText.
    MOVE DiscrepancyCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.

    WRITE-REBUILD-SECTION-PARA.
    MOVE "REBUILD" TO VerifyReportRecord.
    WRITE VerifyReportRecord.
    MOVE SPACES TO VerifyReportRecord.
    EVALUATE TRUE
        WHEN DiscrepancyCount = ZEROS
            MOVE "  NOT NEEDED - PERIOD.DAT LEFT AS IT WAS"
                TO VerifyReportRecord
        WHEN RebuildRefused
            STRING "  REFUSED - " DELIMITED BY SIZE
                   RebuildRefusalText DELIMITED BY SIZE
                INTO VerifyReportRecord
        WHEN OTHER
            STRING "  OLD MASTER KEPT AS " DELIMITED BY SIZE
                   AsideFileName DELIMITED BY SPACE
                INTO VerifyReportRecord
    END-EVALUATE.
    WRITE VerifyReportRecord.
    IF MasterRebuilt
        MOVE "RECORDS SET ASIDE" TO SM-LabelText
        MOVE AsideCount TO SM-CountValue
        PERFORM WRITE-SUMMARY-COUNT-PARA
        MOVE "RECORDS REBUILT" TO SM-LabelText
        MOVE RebuiltCount TO SM-CountValue
        PERFORM WRITE-SUMMARY-COUNT-PARA
        MOVE "RECORDS READ BACK" TO SM-LabelText
        MOVE ReadBackCount TO SM-CountValue
        PERFORM WRITE-SUMMARY-COUNT-PARA
        MOVE "READ-BACK BREAKS" TO SM-LabelText
        MOVE ReadBackBreaks TO SM-CountValue
        PERFORM WRITE-SUMMARY-COUNT-PARA
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.

*>  PERDCHK.DAT holds only the latest verdict; PeriodClose reads it
*>  and will not close on a master found wrong.
    WRITE-CHECK-RECORD-PARA.
    OPEN OUTPUT PeriodCheckFile.
    MOVE SPACES TO PeriodCheckRecord.
    MOVE BusinessDate TO PK-CheckDate.
    MOVE CheckTime TO PK-CheckTime.
    MOVE LastClosedPeriodID TO PK-ClosedPeriodID.
    EVALUATE TRUE
        WHEN CheckRefused
            SET PK-MasterNotVerified TO TRUE
        WHEN MasterRebuilt AND ReadBackBreaks = ZEROS
            SET PK-MasterRebuilt TO TRUE
        WHEN DiscrepancyCount = ZEROS
            SET PK-MasterAgrees TO TRUE
        WHEN OTHER
            SET PK-MasterDiffers TO TRUE
    END-EVALUATE.
    MOVE DiscrepancyCount TO PK-DiscrepancyCount.
    MOVE RequestedBy TO PK-RequestedBy.
    WRITE PeriodCheckRecord.
    CLOSE PeriodCheckFile.

    CLEAR-VERIFY-REQUEST-PARA.
    OPEN OUTPUT VerifyRequestFile.
    CLOSE VerifyRequestFile.

    WRITE-SUMMARY-COUNT-PARA.
    MOVE SummaryCountLine TO VerifyReportRecord.
    WRITE VerifyReportRecord.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO VerifyReportRecord.
    WRITE VerifyReportRecord.
