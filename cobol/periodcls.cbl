*> processing day. The run-control business date (system clock when
*> no run control is on file) is only the fallback for an empty
*> master. A business date still marked in-progress refuses the
*> close - that run's postings are mid-flight - and so does a master
*> PeriodVerify's latest check (PERDCHK.DAT) found differing from the
*> run history.
*>
*> The close also cuts the period's general ledger journal,
*> GLJRNL.DAT (GLJREC.CPY): a balanced debit and credit pair per
*> Batch-ID, grouped by department, posted to the accounts and cost
*> centre GLMAP.DAT maps the Batch-ID (or failing that its
*> BM-Department on BATCHMST.DAT) to, with a control trailer.
*> Batches that cannot be mapped are left out of the journal and
*> listed on GLEXCP.DAT, the trailer counts them, and the close
*> still rolls the period to history but exits 8 so the job stream
*> holds the GL hand-off (GLTransmit). Once the mapping is fixed, a
*> re-run of the close finds the incomplete journal still waiting in
*> GLJRNL.DAT and rebuilds it from that period's PERDHIST.DAT rows -
*> and does nothing else, so the new period's postings are not
*> closed early. A period already on the hand-off register
*> (GLJREG.DAT) never gets a second journal.
*>
*> Maintenance history
*> 2026-08-22  Created so finance gets one authoritative month-end
*>             forward, and the period grand total is accumulated in
*>             whole units (each batch total rounded first) so a sum
*>             across mixed-scale Batch-IDs still means one thing.
*> 2026-09-30  The close now refuses while PeriodVerify's latest
*>             check on PERDCHK.DAT found PERIOD.DAT differing from
*>             the run history, until the master is rebuilt or
*>             verified clean again. The PERDHIST.DAT layout moved
*>             to PERDHREC.CPY.
*> 2026-10-07  The close now cuts the period's GL journal
*>             (GLJRNL.DAT) from GLMAP.DAT, with the unmapped-batch
*>             listing on GLEXCP.DAT, and exits 8 when any batch is
*>             unmapped so the GL hand-off is held. A re-run rebuilds
*>             a journal still waiting from PERDHIST.DAT instead of
*>             closing, and no journal is cut for a period already
*>             handed off.

ENVIRONMENT DIVISION.

    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.
    SELECT PeriodCheckFile ASSIGN TO "PERDCHK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodCheckFileStatus.
    SELECT BatchMasterFile ASSIGN TO "BATCHMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchMasterFileStatus.
    SELECT GLMapFile ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLMapFileStatus.
    SELECT GLJournalFile ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLJournalFileStatus.
    SELECT GLRegisterFile ASSIGN TO "GLJREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLRegisterFileStatus.
    SELECT GLExceptionFile ASSIGN TO "GLEXCP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLExceptionFileStatus.

DATA DIVISION.

    COPY PERDREC.

FD  PeriodHistoryFile.
    COPY PERDHREC.

FD  PeriodReportFile.
01  PeriodReportRecord                    PIC X(80).
FD  RunControlFile.
    COPY RUNCTL.

FD  PeriodCheckFile.
    COPY PCHKREC.

FD  BatchMasterFile.
    COPY BATMREC.

FD  GLMapFile.
    COPY GLMREC.

FD  GLJournalFile.
    COPY GLJREC.

FD  GLRegisterFile.
    COPY GLRREC.

FD  GLExceptionFile.
01  GLExceptionRecord                     PIC X(80).

WORKING-STORAGE SECTION.
01  PeriodFileStatus                      PIC XX.
01  PeriodHistoryFileStatus               PIC XX.
01  PeriodReportFileStatus                PIC XX.
01  RunControlFileStatus                  PIC XX.
01  PeriodCheckFileStatus                 PIC XX.
01  EndOfPeriodFile                       PIC X(01) VALUE "N".
    88  PeriodFileEOF                     VALUE "Y".
01  ClosingDate                           PIC X(08).
    88  HistoryFileEOF                    VALUE "Y".
01  PeriodClosedFlag                      PIC X(01) VALUE "N".
    88  PeriodAlreadyInHistory            VALUE "Y".
01  LastClosedPeriodID                    PIC X(06) VALUE SPACES.
01  MasterCheckFlag                       PIC X(01) VALUE "N".
    88  MasterFoundWrong                  VALUE "Y".
    88  MasterNotVerified                 VALUE "U".
01  MasterCheckDate                       PIC X(08) VALUE SPACES.
01  MasterDiscrepancies                   PIC 9(05) VALUE ZEROS.
01  ClosedBatchCount                      PIC 9(05) VALUE ZEROS.
01  PeriodGrandTotal                      PIC S9(17) VALUE ZEROS.
01  RecordScale                           PIC 9(01) VALUE ZEROS.
01  DecimalTotalWork                      PIC S9(14)V9(04).
01  EditedWholeTotal                      PIC -(15)9.
01  EditedScaledTotal                     PIC -(13)9.9(04).
01  BatchMasterFileStatus                 PIC XX.
01  GLMapFileStatus                       PIC XX.
01  GLJournalFileStatus                   PIC XX.
01  GLRegisterFileStatus                  PIC XX.
01  GLExceptionFileStatus                 PIC XX.
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.
01  EndOfInputFile                        PIC X(01) VALUE "N".
    88  InputFileEOF                      VALUE "Y".
01  TodayDate                             PIC X(08).

*>  The journal still waiting in GLJRNL.DAT from an earlier close, and
*>  whether a period's journal is already on the hand-off register.
01  PendingJournalPeriodID                PIC X(06) VALUE SPACES.
01  JournalPeriodID                       PIC X(06) VALUE SPACES.
01  RegisterLookupPeriodID                PIC X(06) VALUE SPACES.
01  RegisteredFlag                        PIC X(01) VALUE "N".
    88  PeriodOnRegister                  VALUE "Y".
01  RegisteredDate                        PIC X(08) VALUE SPACES.
01  HistoryRowsFound                      PIC 9(05) VALUE ZEROS.

*>  Batch master departments and the GL mapping, loaded once.
01  MaxMasterEntries                      PIC 9(05) VALUE 1000.
01  MasterEntryCount                      PIC 9(05) VALUE ZEROS.
01  MasterIdx                             PIC 9(05) VALUE ZEROS.
01  MasterMatchFlag                       PIC X(01) VALUE "N".
    88  MasterEntryMatched                VALUE "Y".
01  MasterTable.
    05  MasterEntry OCCURS 1000 TIMES.
        10  MT-BatchID                    PIC X(10).
        10  MT-Department                 PIC X(10).
01  MaxMapEntries                         PIC 9(05) VALUE 2000.
01  MapEntryCount                         PIC 9(05) VALUE ZEROS.
01  MapIdx                                PIC 9(05) VALUE ZEROS.
01  MapMatchIdx                           PIC 9(05) VALUE ZEROS.
01  MapLookupType                         PIC X(01).
01  MapLookupKey                          PIC X(10).
01  MapTable.
    05  MapEntry OCCURS 2000 TIMES.
        10  MP-MapType                    PIC X(01).
        10  MP-MapKey                     PIC X(10).
        10  MP-DebitAccount               PIC X(10).
        10  MP-CreditAccount              PIC X(10).
        10  MP-CostCentre                 PIC X(06).

*>  One entry per Batch-ID with a non-zero period total, mapped or
*>  not; the journal is written from the mapped ones by department.
01  GLWorkBatchID                         PIC X(10).
01  GLWorkTotal                           PIC S9(15).
01  GLWorkScaleRaw                        PIC X(01).
01  GLWorkScale                           PIC 9(01) VALUE ZEROS.
01  GLWorkDivisor                         PIC 9(05) VALUE 1.
01  GLWorkDepartment                      PIC X(10).
01  MaxGLEntries                          PIC 9(05) VALUE 1000.
01  GLEntryCount                          PIC 9(05) VALUE ZEROS.
01  GLEntryIdx                            PIC 9(05) VALUE ZEROS.
01  GLTable.
    05  GLEntry OCCURS 1000 TIMES.
        10  GE-BatchID                    PIC X(10).
        10  GE-Department                 PIC X(10).
        10  GE-DebitAccount               PIC X(10).
        10  GE-CreditAccount              PIC X(10).
        10  GE-CostCentre                 PIC X(06).
        10  GE-Amount                     PIC S9(15)V9(04).
01  MaxDepartments                        PIC 9(05) VALUE 1000.
01  DepartmentCount                       PIC 9(05) VALUE ZEROS.
01  DepartmentIdx                         PIC 9(05) VALUE ZEROS.
01  DepartmentMatchFlag                   PIC X(01) VALUE "N".
    88  DepartmentListed                  VALUE "Y".
01  DepartmentTable.
    05  DepartmentEntry OCCURS 1000 TIMES.
        10  DT-Department                 PIC X(10).
01  UnmappedCount                         PIC 9(05) VALUE ZEROS.
01  JournalLineCount                      PIC 9(07) VALUE ZEROS.
01  JournalDebitTotal                     PIC 9(17)V9(04) VALUE ZEROS.
01  JournalCreditTotal                    PIC 9(17)V9(04) VALUE ZEROS.
01  JournalAmount                         PIC 9(15)V9(04) VALUE ZEROS.
01  JournalLineAccount                    PIC X(10) VALUE SPACES.
01  JournalLineSide                       PIC X(01) VALUE SPACES.
01  EditedJournalTotal                    PIC Z(16)9.9(04).

01  ReportHeadingLine.
    05  FILLER                            PIC X(31)
            VALUE "BATCH IDS    ".
    05  Total-BatchCount                  PIC ZZZZ9.
    05  FILLER                            PIC X(62) VALUE SPACES.
01  GLExceptionHeadingLine.
    05  FILLER                            PIC X(40)
            VALUE "GL JOURNAL UNMAPPED BATCHES FOR PERIOD".
    05  GH-PeriodID                       PIC X(06).
    05  FILLER                            PIC X(34) VALUE SPACES.
01  GLExceptionColumnLine.
    05  FILLER                            PIC X(80)
            VALUE "BATCH ID    DEPARTMENT         PERIOD TOTAL  REASON".
01  GLExceptionDetailLine.
    05  GX-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  GX-Department                     PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  GX-Amount                         PIC -(13)9.9(04).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  GX-Reason                         PIC X(30).
    05  FILLER                            PIC X(05) VALUE SPACES.
01  GLExceptionCountLine.
    05  FILLER                            PIC X(13)
            VALUE "UNMAPPED     ".
    05  GX-UnmappedCount                  PIC ZZZZ9.
    05  FILLER                            PIC X(62) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
            " run first"
        GOBACK
    END-IF.
    PERFORM FIND-PENDING-JOURNAL-PARA.
    IF PendingJournalPeriodID NOT = SPACES
        PERFORM REBUILD-PENDING-JOURNAL-PARA
        MOVE ReturnSeverity TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHECK-PERIOD-NOT-CLOSED-PARA.
    IF PeriodAlreadyInHistory
        DISPLAY "NOT CLOSED - PERDHIST.DAT already holds rows for",
            " close that did not finish); clear them before closing"
        GOBACK
    END-IF.
    PERFORM CHECK-MASTER-VERIFIED-PARA.
    IF MasterFoundWrong
        DISPLAY "NOT CLOSED - the period master check on ",
            MasterCheckDate, " found PERIOD.DAT differs from the run",
            " history in ", MasterDiscrepancies, " field(s), see",
            " PERDVRPT.DAT; rebuild it, or verify it again, first"
        GOBACK
    END-IF.
    IF MasterNotVerified
        DISPLAY "WARNING - the period master check on ",
            MasterCheckDate, " could not verify PERIOD.DAT, closing",
            " on the master as it stands"
    END-IF.
    PERFORM LOAD-GL-REFERENCE-PARA.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus NOT = "00"
        DISPLAY "NOT CLOSED - PERIOD.DAT could not be opened, file",
    WRITE PeriodReportRecord.
    CLOSE PeriodReportFile.
    CLOSE PeriodHistoryFile.
    IF ClosedBatchCount > ZEROS
        MOVE ClosingPeriodID TO JournalPeriodID
        MOVE ClosingPeriodID TO RegisterLookupPeriodID
        PERFORM FIND-REGISTER-ENTRY-PARA
        IF PeriodOnRegister
            DISPLAY "NOTE - a GL journal for period ", ClosingPeriodID,
                " was handed off on ", RegisteredDate, ", no second",
                " journal cut"
        ELSE
            PERFORM CUT-GL-JOURNAL-PARA
        END-IF
    END-IF.
*>  The reset only happens after the report and history writes above
*>  have completed cleanly, so an abend mid-close leaves the master
*>  intact to close again.
    CLOSE PeriodFile.
    DISPLAY "Period ", ClosingPeriodID, " closed: ", ClosedBatchCount,
        " batch ID(s) rolled to history, period master reset".
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

*>  The period being closed is the one the postings belong to: the
            IF PH-PeriodID = ClosingPeriodID
                SET PeriodAlreadyInHistory TO TRUE
            END-IF
            IF PH-PeriodID IS NUMERIC
                    AND PH-PeriodID > LastClosedPeriodID
                MOVE PH-PeriodID TO LastClosedPeriodID
            END-IF
    END-READ.

*>  PeriodVerify's latest verdict on PERDCHK.DAT. A master it found
*>  wrong is not closed until it has been rebuilt or verified clean
*>  again; a verdict taken before the last close is about a period
*>  already gone and is ignored, as is a missing file.
    CHECK-MASTER-VERIFIED-PARA.
    OPEN INPUT PeriodCheckFile.
    IF PeriodCheckFileStatus = "00"
        READ PeriodCheckFile
            AT END
                CONTINUE
            NOT AT END
                IF PK-ClosedPeriodID = LastClosedPeriodID
                    MOVE PK-CheckDate TO MasterCheckDate
                    EVALUATE TRUE
                        WHEN PK-MasterDiffers
                            SET MasterFoundWrong TO TRUE
                            MOVE PK-DiscrepancyCount
                                TO MasterDiscrepancies
                        WHEN PK-MasterNotVerified
                            SET MasterNotVerified TO TRUE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
        CLOSE PeriodCheckFile
    END-IF.

    SCAN-ONE-MASTER-DATE-PARA.
    READ PeriodFile
        AT END
            PERFORM SET-RECORD-SCALE-PARA
            PERFORM WRITE-BATCH-SUMMARY-PARA
            PERFORM WRITE-HISTORY-RECORD-PARA
            MOVE PM-BatchID TO GLWorkBatchID
            MOVE PM-PTD-Total TO GLWorkTotal
            MOVE PM-Scale TO GLWorkScaleRaw
            PERFORM ADD-GL-ENTRY-PARA
*>          The grand total is kept in whole units - each batch's raw
*>          total is rounded down to whole units first - so a sum
*>          across mixed-scale Batch-IDs still means one thing.
    MOVE PM-LastRunID TO PH-LastRunID.
    MOVE RecordScale TO PH-Scale.
    WRITE PeriodHistoryRecord.

*>  A journal still in GLJRNL.DAT has not been handed off: GLTransmit
*>  clears the file once the ledger has it. One already on the
*>  hand-off register is only a leftover and is cleared here.
    FIND-PENDING-JOURNAL-PARA.
    OPEN INPUT GLJournalFile.
    IF GLJournalFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM READ-PENDING-JOURNAL-PARA UNTIL InputFileEOF
        CLOSE GLJournalFile
    END-IF.
    IF PendingJournalPeriodID NOT = SPACES
        MOVE PendingJournalPeriodID TO RegisterLookupPeriodID
        PERFORM FIND-REGISTER-ENTRY-PARA
        IF PeriodOnRegister
            DISPLAY "NOTE - GLJRNL.DAT still held period ",
                PendingJournalPeriodID, "'s journal, handed off on ",
                RegisteredDate, "; cleared"
            OPEN OUTPUT GLJournalFile
            CLOSE GLJournalFile
            MOVE SPACES TO PendingJournalPeriodID
        END-IF
    END-IF.

    READ-PENDING-JOURNAL-PARA.
    READ GLJournalFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF GJ-PeriodID NOT = SPACES
                MOVE GJ-PeriodID TO PendingJournalPeriodID
            END-IF
    END-READ.

    FIND-REGISTER-ENTRY-PARA.
    MOVE "N" TO RegisteredFlag.
    MOVE SPACES TO RegisteredDate.
    OPEN INPUT GLRegisterFile.
    IF GLRegisterFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM READ-ONE-REGISTER-PARA
            UNTIL InputFileEOF OR PeriodOnRegister
        CLOSE GLRegisterFile
    END-IF.

    READ-ONE-REGISTER-PARA.
    READ GLRegisterFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF GR-PeriodID = RegisterLookupPeriodID
                SET PeriodOnRegister TO TRUE
                MOVE GR-SentDate TO RegisteredDate
            END-IF
    END-READ.

*>  The waiting journal is rebuilt from the period's history rows
*>  with the mapping as it stands now. Nothing else happens on this
*>  run: the master on file belongs to the next period, and closing it
*>  would both close that period early and overwrite the journal
*>  still waiting.
    REBUILD-PENDING-JOURNAL-PARA.
    DISPLAY "GLJRNL.DAT holds period ", PendingJournalPeriodID,
        "'s GL journal, not yet handed off - rebuilding it from",
        " PERDHIST.DAT; no period is closed on this run".
    PERFORM LOAD-GL-REFERENCE-PARA.
    MOVE PendingJournalPeriodID TO JournalPeriodID.
    OPEN INPUT PeriodHistoryFile.
    IF PeriodHistoryFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM REBUILD-ONE-HISTORY-ROW-PARA UNTIL InputFileEOF
        CLOSE PeriodHistoryFile
    END-IF.
    IF HistoryRowsFound = ZEROS
        DISPLAY "NOT REBUILT - PERDHIST.DAT holds no rows for period ",
            PendingJournalPeriodID, ", GLJRNL.DAT left as it is"
        MOVE 8 TO ReturnSeverity
    ELSE
        PERFORM CUT-GL-JOURNAL-PARA
    END-IF.

    REBUILD-ONE-HISTORY-ROW-PARA.
    READ PeriodHistoryFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF PH-PeriodID = PendingJournalPeriodID
                ADD 1 TO HistoryRowsFound
                MOVE PH-BatchID TO GLWorkBatchID
                MOVE PH-PTD-Total TO GLWorkTotal
                MOVE PH-Scale TO GLWorkScaleRaw
                PERFORM ADD-GL-ENTRY-PARA
            END-IF
    END-READ.

*>  Departments off the batch master and the GL mapping, loaded once.
*>  Entries past either table are ignored with a warning; the batches
*>  they would have mapped are then listed as unmapped, never guessed.
    LOAD-GL-REFERENCE-PARA.
    OPEN INPUT BatchMasterFile.
    IF BatchMasterFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-MASTER-PARA UNTIL InputFileEOF
        CLOSE BatchMasterFile
    END-IF.
    OPEN INPUT GLMapFile.
    IF GLMapFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-MAPPING-PARA UNTIL InputFileEOF
        CLOSE GLMapFile
    ELSE
        DISPLAY "WARNING - no GLMAP.DAT on file, no batch can be",
            " mapped to a GL account"
    END-IF.

    LOAD-ONE-MASTER-PARA.
    READ BatchMasterFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF MasterEntryCount < MaxMasterEntries
                ADD 1 TO MasterEntryCount
                MOVE BM-BatchID TO MT-BatchID(MasterEntryCount)
                MOVE BM-Department TO MT-Department(MasterEntryCount)
            ELSE
                DISPLAY "WARNING - BATCHMST.DAT holds more than ",
                    MaxMasterEntries, " entries, batches past the",
                    " table map by Batch-ID only"
                MOVE "Y" TO EndOfInputFile
            END-IF
    END-READ.

    LOAD-ONE-MAPPING-PARA.
    READ GLMapFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF MapEntryCount < MaxMapEntries
                ADD 1 TO MapEntryCount
                MOVE GM-MapType TO MP-MapType(MapEntryCount)
                MOVE GM-MapKey TO MP-MapKey(MapEntryCount)
                MOVE GM-DebitAccount TO MP-DebitAccount(MapEntryCount)
                MOVE GM-CreditAccount
                    TO MP-CreditAccount(MapEntryCount)
                MOVE GM-CostCentre TO MP-CostCentre(MapEntryCount)
            ELSE
                DISPLAY "WARNING - GLMAP.DAT holds more than ",
                    MaxMapEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfInputFile
            END-IF
    END-READ.

*>  A zero period total posts nothing and needs no mapping. A
*>  Batch-ID's own mapping wins over its department's.
    ADD-GL-ENTRY-PARA.
    IF GLWorkTotal NOT = ZEROS
        IF GLEntryCount < MaxGLEntries
            ADD 1 TO GLEntryCount
            IF GLWorkScaleRaw IS NUMERIC AND GLWorkScaleRaw NOT > "4"
                MOVE GLWorkScaleRaw TO GLWorkScale
            ELSE
                MOVE ZEROS TO GLWorkScale
            END-IF
            COMPUTE GLWorkDivisor = 10 ** GLWorkScale
            MOVE GLWorkBatchID TO GE-BatchID(GLEntryCount)
            COMPUTE GE-Amount(GLEntryCount) =
                GLWorkTotal / GLWorkDivisor
            PERFORM MAP-GL-ENTRY-PARA
        ELSE
            ADD 1 TO UnmappedCount
            DISPLAY "WARNING - more than ", MaxGLEntries, " batch IDs",
                " in the period, ", GLWorkBatchID, " left out of the",
                " journal"
        END-IF
    END-IF.

    MAP-GL-ENTRY-PARA.
    MOVE SPACES TO GLWorkDepartment.
    MOVE "N" TO MasterMatchFlag.
    PERFORM MATCH-ONE-MASTER-PARA VARYING MasterIdx FROM 1 BY 1
        UNTIL MasterIdx > MasterEntryCount OR MasterEntryMatched.
    MOVE "B" TO MapLookupType.
    MOVE GLWorkBatchID TO MapLookupKey.
    PERFORM FIND-MAP-ENTRY-PARA.
    IF MapMatchIdx = ZEROS AND GLWorkDepartment NOT = SPACES
        MOVE "D" TO MapLookupType
        MOVE GLWorkDepartment TO MapLookupKey
        PERFORM FIND-MAP-ENTRY-PARA
    END-IF.
    IF GLWorkDepartment = SPACES
        MOVE "UNASSIGNED" TO GE-Department(GLEntryCount)
    ELSE
        MOVE GLWorkDepartment TO GE-Department(GLEntryCount)
    END-IF.
    IF MapMatchIdx = ZEROS
        ADD 1 TO UnmappedCount
        MOVE SPACES TO GE-DebitAccount(GLEntryCount)
        MOVE SPACES TO GE-CreditAccount(GLEntryCount)
        MOVE SPACES TO GE-CostCentre(GLEntryCount)
    ELSE
        MOVE MP-DebitAccount(MapMatchIdx)
            TO GE-DebitAccount(GLEntryCount)
        MOVE MP-CreditAccount(MapMatchIdx)
            TO GE-CreditAccount(GLEntryCount)
        MOVE MP-CostCentre(MapMatchIdx) TO GE-CostCentre(GLEntryCount)
        PERFORM NOTE-DEPARTMENT-PARA
    END-IF.

    MATCH-ONE-MASTER-PARA.
    IF MT-BatchID(MasterIdx) = GLWorkBatchID
        SET MasterEntryMatched TO TRUE
        MOVE MT-Department(MasterIdx) TO GLWorkDepartment
    END-IF.

    FIND-MAP-ENTRY-PARA.
    MOVE ZEROS TO MapMatchIdx.
    PERFORM MATCH-ONE-MAPPING-PARA VARYING MapIdx FROM 1 BY 1
        UNTIL MapIdx > MapEntryCount OR MapMatchIdx NOT = ZEROS.

    MATCH-ONE-MAPPING-PARA.
    IF MP-MapType(MapIdx) = MapLookupType
            AND MP-MapKey(MapIdx) = MapLookupKey
        MOVE MapIdx TO MapMatchIdx
    END-IF.

*>  Departments are listed in the order they are first met so the
*>  journal can be written one department at a time.
    NOTE-DEPARTMENT-PARA.
    MOVE "N" TO DepartmentMatchFlag.
    PERFORM MATCH-ONE-DEPARTMENT-PARA
        VARYING DepartmentIdx FROM 1 BY 1
        UNTIL DepartmentIdx > DepartmentCount OR DepartmentListed.
    IF NOT DepartmentListed AND DepartmentCount < MaxDepartments
        ADD 1 TO DepartmentCount
        MOVE GE-Department(GLEntryCount) TO DT-Department(DepartmentCount)
    END-IF.

    MATCH-ONE-DEPARTMENT-PARA.
    IF DT-Department(DepartmentIdx) = GE-Department(GLEntryCount)
        SET DepartmentListed TO TRUE
    END-IF.

*>  An unmapped batch keeps the journal from the ledger: the trailer
*>  carries the count, GLTransmit will not hand off a journal with
*>  any, and the close exits 8 so the job stream holds the hand-off.
    CUT-GL-JOURNAL-PARA.
    PERFORM WRITE-GL-EXCEPTIONS-PARA.
    PERFORM WRITE-GL-JOURNAL-PARA.
    IF UnmappedCount > ZEROS
        DISPLAY "GL JOURNAL INCOMPLETE - ", UnmappedCount,
            " batch ID(s) for period ", JournalPeriodID, " have no GL",
            " mapping, see GLEXCP.DAT; the GL hand-off is held until",
            " GLMAP.DAT covers them and the close is re-run"
        MOVE 8 TO ReturnSeverity
    ELSE
        MOVE JournalDebitTotal TO EditedJournalTotal
        DISPLAY "GL journal for period ", JournalPeriodID, " cut to",
            " GLJRNL.DAT: ", JournalLineCount, " line(s), debits and",
            " credits ", EditedJournalTotal
    END-IF.

    WRITE-GL-EXCEPTIONS-PARA.
    OPEN OUTPUT GLExceptionFile.
    MOVE JournalPeriodID TO GH-PeriodID.
    MOVE GLExceptionHeadingLine TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    MOVE ReportRuleLine TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    MOVE GLExceptionColumnLine TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    PERFORM WRITE-ONE-GL-EXCEPTION-PARA
        VARYING GLEntryIdx FROM 1 BY 1
        UNTIL GLEntryIdx > GLEntryCount.
    MOVE SPACES TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    MOVE ReportRuleLine TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    MOVE UnmappedCount TO GX-UnmappedCount.
    MOVE GLExceptionCountLine TO GLExceptionRecord.
    WRITE GLExceptionRecord.
    CLOSE GLExceptionFile.

    WRITE-ONE-GL-EXCEPTION-PARA.
    IF GE-DebitAccount(GLEntryIdx) = SPACES
        MOVE GE-BatchID(GLEntryIdx) TO GX-BatchID
        MOVE GE-Department(GLEntryIdx) TO GX-Department
        MOVE GE-Amount(GLEntryIdx) TO GX-Amount
        IF GE-Department(GLEntryIdx) = "UNASSIGNED"
            MOVE "NOT ON BATCH MASTER" TO GX-Reason
        ELSE
            MOVE "NO BATCH OR DEPARTMENT MAPPING" TO GX-Reason
        END-IF
        MOVE GLExceptionDetailLine TO GLExceptionRecord
        WRITE GLExceptionRecord
    END-IF.

*>  Each mapped Batch-ID is one debit and one credit of the same
*>  amount, so every department - and the journal - balances by
*>  construction; the trailer totals let GLTransmit prove it.
    WRITE-GL-JOURNAL-PARA.
    MOVE ZEROS TO JournalLineCount.
    MOVE ZEROS TO JournalDebitTotal.
    MOVE ZEROS TO JournalCreditTotal.
    OPEN OUTPUT GLJournalFile.
    IF GLJournalFileStatus NOT = "00"
        DISPLAY "GL JOURNAL NOT WRITTEN - GLJRNL.DAT could not be",
            " opened, file status ", GLJournalFileStatus
        MOVE 8 TO ReturnSeverity
    ELSE
        PERFORM WRITE-DEPARTMENT-LINES-PARA
            VARYING DepartmentIdx FROM 1 BY 1
            UNTIL DepartmentIdx > DepartmentCount
        ACCEPT TodayDate FROM DATE YYYYMMDD
        MOVE SPACES TO GLJournalTrailer
        MOVE "T" TO GT-RecordType
        MOVE JournalPeriodID TO GT-PeriodID
        MOVE JournalLineCount TO GT-LineCount
        MOVE JournalDebitTotal TO GT-DebitTotal
        MOVE JournalCreditTotal TO GT-CreditTotal
        MOVE UnmappedCount TO GT-UnmappedCount
        MOVE TodayDate TO GT-CreatedDate
        WRITE GLJournalTrailer
        CLOSE GLJournalFile
    END-IF.

    WRITE-DEPARTMENT-LINES-PARA.
    PERFORM WRITE-ONE-ENTRY-PAIR-PARA
        VARYING GLEntryIdx FROM 1 BY 1
        UNTIL GLEntryIdx > GLEntryCount.

*>  A negative period total swaps the accounts rather than signing the
*>  amount.
    WRITE-ONE-ENTRY-PAIR-PARA.
    IF GE-DebitAccount(GLEntryIdx) NOT = SPACES
            AND GE-Department(GLEntryIdx) = DT-Department(DepartmentIdx)
        IF GE-Amount(GLEntryIdx) < ZEROS
            COMPUTE JournalAmount = ZEROS - GE-Amount(GLEntryIdx)
            MOVE GE-CreditAccount(GLEntryIdx) TO JournalLineAccount
            PERFORM WRITE-DEBIT-LINE-PARA
            MOVE GE-DebitAccount(GLEntryIdx) TO JournalLineAccount
            PERFORM WRITE-CREDIT-LINE-PARA
        ELSE
            MOVE GE-Amount(GLEntryIdx) TO JournalAmount
            MOVE GE-DebitAccount(GLEntryIdx) TO JournalLineAccount
            PERFORM WRITE-DEBIT-LINE-PARA
            MOVE GE-CreditAccount(GLEntryIdx) TO JournalLineAccount
            PERFORM WRITE-CREDIT-LINE-PARA
        END-IF
    END-IF.

    WRITE-DEBIT-LINE-PARA.
    MOVE "D" TO JournalLineSide.
    ADD JournalAmount TO JournalDebitTotal.
    PERFORM WRITE-JOURNAL-LINE-PARA.

    WRITE-CREDIT-LINE-PARA.
    MOVE "C" TO JournalLineSide.
    ADD JournalAmount TO JournalCreditTotal.
    PERFORM WRITE-JOURNAL-LINE-PARA.

*>  The account and side are set by the caller; the rest of the line
*>  comes from the entry.
    WRITE-JOURNAL-LINE-PARA.
    MOVE SPACES TO GLJournalRecord.
    MOVE "D" TO GJ-RecordType.
    MOVE JournalPeriodID TO GJ-PeriodID.
    MOVE JournalPeriodID TO GJ-RefPeriodID.
    MOVE GE-BatchID(GLEntryIdx) TO GJ-RefBatchID.
    MOVE GE-Department(GLEntryIdx) TO GJ-Department.
    MOVE JournalLineAccount TO GJ-Account.
    MOVE GE-CostCentre(GLEntryIdx) TO GJ-CostCentre.
    MOVE JournalLineSide TO GJ-DebitCredit.
    MOVE JournalAmount TO GJ-Amount.
    WRITE GLJournalRecord.
    ADD 1 TO JournalLineCount.
