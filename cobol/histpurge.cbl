       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  HistoryPurge.
AUTHOR.  Meth Meth Method
*> Controlled purge of the history files against the retention
*> policy in RETPOL.DAT (RETPREC.CPY): AUDITHX.DAT, RPTHX.DAT,
*> EXCEPTHX.DAT, PERDHIST.DAT, PENDHIST.DAT, SIGNLOG.DAT,
*> JOBLOG.DAT, BILLXREG.DAT and the numbered BTnnnnnn.DAT billing
*> transmission files. Each file keeps as many months as its policy
*> says, counted back from today; a record dated before that cutoff
*> is purged, a record that cannot be dated is kept, and a file with
*> no policy is counted but never purged. A transmission file goes
*> whole, by its header date, or not at all.
*>
*> Nothing is purged that is still wanted:
*>   - a Batch-ID or RunID on the legal-hold list LEGALHLD.DAT
*>     (LHLDREC.CPY) keeps every record naming it, and a held
*>     Batch-ID keeps every run whose report carries it;
*>   - a run still referenced by an unreconciled extract - one on
*>     BILLING.DAT that BillingRecon would list as unacknowledged or
*>     mismatched against BILLACK.DAT, as its own run or as the run
*>     it reverses - keeps every record of that run;
*>   - a BILLXREG.DAT entry whose run still has extracts on
*>     BILLING.DAT is kept, because BillTransmit would send an
*>     extract again the night its register entry disappeared.
*>
*> Every record purged is first written to the dated offline extract
*> PURGE-yyyymmdd.DAT, tagged with the file it came from, and the
*> extract is closed before that file is touched; should the extract
*> not take a record, nothing more is purged and the run exits 8.
*> A sequential file is rewritten from the kept records staged in
*> PURGEWRK.DAT; should a rewrite fail, its kept records are left in
*> PURGEWRK.DAT, no further sequential file is touched and the run
*> exits 8. The indexed archives have their purged records deleted
*> by key. The control report PURGERPT.DAT gives each
*> file's policy, cutoff and record counts before and after, with
*> how many records past their cutoff were kept and why.
*>
*> The purge only runs on a level-3 operator's approval, staged
*> from the menu in PURGEAPR.DAT and good for the day it was given.
*> The approval is used up as the purge starts. Any refusal - no
*> approval, a run in progress, or a hold list, acknowledgment file
*> or extract file too large to be honoured in full - purges
*> nothing and exits 8.
*>
*> Maintenance history
*> 2026-10-12  Created so the history files are kept for exactly as
*>             long as the retention policy says - seven years of
*>             billing evidence, thirteen months of sign-on and job
*>             logs - instead of growing without limit.
*> 2026-10-15  PURGEWRK.DAT staging and the rewrite of each
*>             sequential file are checked write by write; a file
*>             that cannot be staged is left as it was, and one that
*>             cannot be rewritten stops the sequential files there
*>             so PURGEWRK.DAT is not overwritten. An archive that
*>             will not open for the deletes is reported and the run
*>             exits 8.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.
    SELECT PurgeApprovalFile ASSIGN TO "PURGEAPR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PurgeApprovalFileStatus.
    SELECT RetentionPolicyFile ASSIGN TO "RETPOL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RetentionPolicyFileStatus.
    SELECT LegalHoldFile ASSIGN TO "LEGALHLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LegalHoldFileStatus.
    SELECT BillingExtractFile ASSIGN TO "BILLING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BillingExtractFileStatus.
    SELECT AckFile ASSIGN TO "BILLACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AckFileStatus.
    SELECT TransmissionSeqFile ASSIGN TO "BILLSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransmissionSeqFileStatus.
    SELECT AuditHistoryFile ASSIGN TO "AUDITHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-KEY
        ALTERNATE RECORD KEY IS AH-BatchID WITH DUPLICATES
        FILE STATUS IS AuditHistoryFileStatus.
    SELECT ReportHistoryFile ASSIGN TO "RPTHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RX-KEY
        FILE STATUS IS ReportHistoryFileStatus.
    SELECT HistoryFile ASSIGN TO HistoryFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistoryFileStatus.
    SELECT KeptRecordFile ASSIGN TO "PURGEWRK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KeptRecordFileStatus.
    SELECT PurgeExtractFile ASSIGN TO PurgeExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PurgeExtractFileStatus.
    SELECT PurgeReportFile ASSIGN TO "PURGERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PurgeReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  RunControlFile.
    COPY RUNCTL.

*>  Same layout as the menu writes it.
FD  PurgeApprovalFile.
01  PurgeApprovalRecord.
    05  PA-ApprovedBy                     PIC X(08).
    05  FILLER                            PIC X(01).
    05  PA-ApprovedDate                   PIC X(08).
    05  FILLER                            PIC X(01).
    05  PA-ApprovedTime                   PIC X(06).

FD  RetentionPolicyFile.
    COPY RETPREC.

FD  LegalHoldFile.
    COPY LHLDREC.

FD  BillingExtractFile.
    COPY BILLREC.

FD  AckFile.
    COPY ACKREC.

FD  TransmissionSeqFile.
01  TransmissionSeqRecord.
    05  TS-LastSequence                   PIC 9(06).

FD  AuditHistoryFile.
    COPY AUDHREC.

FD  ReportHistoryFile.
    COPY RPTHREC.

*>  Every line-sequential history file is read and rewritten through
*>  this one record and unpacked into its own layout below.
FD  HistoryFile.
01  HistoryRecord                         PIC X(100).

FD  KeptRecordFile.
01  KeptRecord                            PIC X(100).

FD  PurgeExtractFile.
01  PurgeExtractRecord.
    05  PX-SourceFile                     PIC X(12).
    05  FILLER                            PIC X(01).
    05  PX-PurgedDate                     PIC X(08).
    05  FILLER                            PIC X(01).
    05  PX-Image                          PIC X(100).

FD  PurgeReportFile.
01  PurgeReportRecord                     PIC X(80).

WORKING-STORAGE SECTION.
01  RunControlFileStatus                  PIC XX.
01  PurgeApprovalFileStatus               PIC XX.
01  RetentionPolicyFileStatus             PIC XX.
01  LegalHoldFileStatus                   PIC XX.
01  BillingExtractFileStatus              PIC XX.
01  AckFileStatus                         PIC XX.
01  TransmissionSeqFileStatus             PIC XX.
01  AuditHistoryFileStatus                PIC XX.
01  ReportHistoryFileStatus               PIC XX.
01  HistoryFileStatus                     PIC XX.
01  KeptRecordFileStatus                  PIC XX.
01  PurgeExtractFileStatus                PIC XX.
01  PurgeReportFileStatus                 PIC XX.

    COPY EXCHREC.
    COPY PERDHREC.
    COPY PENDREC.
    COPY SLOGREC.
    COPY JOBLREC.
    COPY BXREG.
    COPY BTXREC.
    COPY BATCHREC.

01  HistoryFileName                       PIC X(30).
01  PurgeExtractFileName                  PIC X(30).
01  TodayDate                             PIC X(08).
01  ApprovedBy                            PIC X(08) VALUE SPACES.
01  ApprovedDate                          PIC X(08) VALUE SPACES.
01  RefusalText                           PIC X(70) VALUE SPACES.
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.
01  EndOfInputFile                        PIC X(01) VALUE "N".
    88  InputFileEOF                      VALUE "Y".
01  FileCode                              PIC X(01).
    88  ExceptionHistoryCode              VALUE "E".
    88  PeriodHistoryCode                 VALUE "P".
    88  PendingHistoryCode                VALUE "Q".
    88  SignonLogCode                     VALUE "S".
    88  JobLogCode                        VALUE "J".
    88  TransmissionRegisterCode          VALUE "X".

01  MaxPolicies                           PIC 9(03) VALUE 20.
01  PolicyCount                           PIC 9(03) VALUE ZEROS.
01  PolicyIdx                             PIC 9(03) VALUE ZEROS.
01  PolicyTable.
    05  PolicyEntry OCCURS 20 TIMES.
        10  PO-FileName                   PIC X(12).
        10  PO-KeepMonths                 PIC 9(03).
01  PolicyLookupName                      PIC X(12).
01  PolicyFoundFlag                       PIC X(01) VALUE "N".
    88  PolicyFound                       VALUE "Y".
01  KeepMonths                            PIC 9(03) VALUE ZEROS.
01  CutoffDate                            PIC X(08).
01  CutoffNumeric                         PIC 9(08) VALUE ZEROS.
01  CutoffMonthCount                      PIC 9(06) VALUE ZEROS.
01  CutoffYear                            PIC 9(04) VALUE ZEROS.
01  CutoffMonth                           PIC 9(02) VALUE ZEROS.
01  CutoffDay                             PIC 9(02) VALUE ZEROS.

*>  Legal holds as loaded, plus every run found on RPTHX.DAT that
*>  carries a held Batch-ID.
01  MaxProtectEntries                     PIC 9(05) VALUE 5000.
01  ProtectCount                          PIC 9(05) VALUE ZEROS.
01  ProtectIdx                            PIC 9(05) VALUE ZEROS.
01  BatchHoldCount                        PIC 9(05) VALUE ZEROS.
01  ProtectOverflowFlag                   PIC X(01) VALUE "N".
    88  ProtectTableOverflowed            VALUE "Y".
01  ProtectTable.
    05  ProtectEntry OCCURS 5000 TIMES.
        10  PR-Type                       PIC X(01).
        10  PR-Key                        PIC X(14).
01  ProtectTypeLookup                     PIC X(01).
01  ProtectKeyLookup                      PIC X(14).
01  ProtectMatchFlag                      PIC X(01) VALUE "N".
    88  ProtectEntryMatched               VALUE "Y".

01  MaxAcks                               PIC 9(05) VALUE 10000.
01  AckCount                              PIC 9(05) VALUE ZEROS.
01  AckIdx                                PIC 9(05) VALUE ZEROS.
01  AckMatchIdx                           PIC 9(05) VALUE ZEROS.
01  AckOverflowFlag                       PIC X(01) VALUE "N".
    88  AckTableOverflowed                VALUE "Y".
01  AckTable.
    05  AckEntry OCCURS 10000 TIMES.
        10  AK-RunID                      PIC X(14).
        10  AK-BatchID                    PIC X(10).
        10  AK-Product                    PIC S9(15).
        10  AK-TranCode                   PIC X(01).
        10  AK-UsedFlag                   PIC X(01).
01  ExtractTranCode                       PIC X(01).

*>  Every run with an extract on BILLING.DAT, marked where one of its
*>  extracts (or a reversal of it) is not reconciled.
01  MaxExtractRuns                        PIC 9(05) VALUE 10000.
01  ExtractRunCount                       PIC 9(05) VALUE ZEROS.
01  ExtractRunIdx                         PIC 9(05) VALUE ZEROS.
01  ExtractRunMatchIdx                    PIC 9(05) VALUE ZEROS.
01  ExtractRunOverflowFlag                PIC X(01) VALUE "N".
    88  ExtractRunTableOverflowed         VALUE "Y".
01  ExtractRunTable.
    05  ExtractRunEntry OCCURS 10000 TIMES.
        10  ER-RunID                      PIC X(14).
        10  ER-UnreconciledFlag           PIC X(01).
01  ExtractRunLookup                      PIC X(14).
01  UnreconciledRunCount                  PIC 9(05) VALUE ZEROS.

01  PurgedImage                           PIC X(100).
01  ExtractWriteFlag                      PIC X(01) VALUE "N".
    88  ExtractWriteFailed                VALUE "Y".
01  KeptWriteFlag                         PIC X(01) VALUE "N".
    88  KeptWriteFailed                   VALUE "Y".
01  RewriteFailFlag                       PIC X(01) VALUE "N".
    88  SequentialRewriteFailed           VALUE "Y".
01  RewriteFailedFile                     PIC X(12) VALUE SPACES.
01  RewriteFileStatus                     PIC XX.
01  RecordDate                            PIC X(08).
01  CheckRunID                            PIC X(14).
01  CheckOrigRunID                        PIC X(14).
01  CheckBatchID                          PIC X(10).
01  RecordDisposition                     PIC X(01).
    88  RecordToPurge                     VALUE "P".
    88  RecordYoungEnough                 VALUE "K".
    88  RecordLegallyHeld                 VALUE "H".
    88  RecordBillingOpen                 VALUE "U" "B".
01  BeforeCount                           PIC 9(09) VALUE ZEROS.
01  PurgedCount                           PIC 9(09) VALUE ZEROS.
01  LegalKeptCount                        PIC 9(09) VALUE ZEROS.
01  BillingKeptCount                      PIC 9(09) VALUE ZEROS.
01  AfterCount                            PIC 9(09) VALUE ZEROS.
01  TotalPurgedCount                      PIC 9(09) VALUE ZEROS.

01  LastTransmission                      PIC 9(06) VALUE ZEROS.
01  TransmissionIdx                       PIC 9(06) VALUE ZEROS.
01  TransmissionNumber                    PIC X(06).
01  TransFileDate                         PIC X(08).
01  TransFileRecords                      PIC 9(07) VALUE ZEROS.
01  TransFileDisposition                  PIC X(01).
01  TransFilesRemoved                     PIC 9(06) VALUE ZEROS.
01  TransFilesKept                        PIC 9(06) VALUE ZEROS.

01  ReportHeadingLine.
    05  FILLER                            PIC X(29)
            VALUE "HISTORY PURGE CONTROL REPORT ".
    05  RH-PurgeDate                      PIC X(08).
    05  FILLER                            PIC X(14)
            VALUE "  APPROVED BY ".
    05  RH-ApprovedBy                     PIC X(08).
    05  FILLER                            PIC X(21) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ReportColumnLine.
    05  FILLER                            PIC X(80) VALUE
        "FILE         KEEP  CUTOFF       BEFORE    PURGED LEGALHOLD   BILLING     AFTER".
01  ReportDetailLine.
    05  PL-FileName                       PIC X(12).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PL-KeepMonths                     PIC ZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PL-Cutoff                         PIC X(09).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PL-BeforeCount                    PIC Z(08)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PL-PurgedCount                    PIC Z(08)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PL-LegalKeptCount                 PIC Z(08)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PL-BillingKeptCount               PIC Z(08)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PL-AfterCount                     PIC Z(08)9.
    05  FILLER                            PIC X(02) VALUE SPACES.
01  ReportCountLine.
    05  RC-LabelText                      PIC X(40).
    05  RC-CountValue                     PIC Z(08)9.
    05  FILLER                            PIC X(31) VALUE SPACES.
01  ReportExtractLine.
    05  FILLER                            PIC X(40)
            VALUE "PURGED RECORDS WRITTEN TO".
    05  RE-ExtractFileName                PIC X(30).
    05  FILLER                            PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    ACCEPT TodayDate FROM DATE YYYYMMDD.
    PERFORM CHECK-APPROVAL-PARA.
    IF RefusalText = SPACES
        PERFORM CHECK-RUN-CONTROL-PARA
    END-IF.
    IF RefusalText = SPACES
        PERFORM LOAD-POLICY-TABLE-PARA
        PERFORM LOAD-LEGAL-HOLDS-PARA
        PERFORM LOAD-ACK-TABLE-PARA
        PERFORM LOAD-EXTRACT-RUNS-PARA
        PERFORM FIND-HELD-BATCH-RUNS-PARA
        PERFORM CHECK-TABLES-PARA
    END-IF.
    IF RefusalText NOT = SPACES
        DISPLAY "PURGE REFUSED - ", RefusalText
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
*>  The approval is used up before anything is purged, so a purge
*>  that stops part-way needs a fresh approval to be run again.
    OPEN OUTPUT PurgeApprovalFile.
    CLOSE PurgeApprovalFile.
    MOVE SPACES TO PurgeExtractFileName.
    STRING "PURGE-" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
        INTO PurgeExtractFileName.
    OPEN OUTPUT PurgeReportFile.
    MOVE TodayDate TO RH-PurgeDate.
    MOVE ApprovedBy TO RH-ApprovedBy.
    MOVE ReportHeadingLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE ReportRuleLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE ReportColumnLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    PERFORM PURGE-AUDIT-HISTORY-PARA.
    PERFORM PURGE-REPORT-HISTORY-PARA.
    MOVE "EXCEPTHX.DAT" TO HistoryFileName.
    MOVE "E" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    MOVE "PERDHIST.DAT" TO HistoryFileName.
    MOVE "P" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    MOVE "PENDHIST.DAT" TO HistoryFileName.
    MOVE "Q" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    MOVE "SIGNLOG.DAT" TO HistoryFileName.
    MOVE "S" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    MOVE "JOBLOG.DAT" TO HistoryFileName.
    MOVE "J" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    MOVE "BILLXREG.DAT" TO HistoryFileName.
    MOVE "X" TO FileCode.
    PERFORM PURGE-SEQUENTIAL-FILE-PARA.
    PERFORM PURGE-TRANSMISSION-FILES-PARA.
    PERFORM WRITE-REPORT-FOOTER-PARA.
    CLOSE PurgeReportFile.
    DISPLAY "History purge approved by ", ApprovedBy, ": ",
        TotalPurgedCount, " record(s) purged to ",
        PurgeExtractFileName.
    DISPLAY "See PURGERPT.DAT for the counts per file".
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

*>  The approval must be today's; one left over from another day is
*>  not an approval of this purge.
    CHECK-APPROVAL-PARA.
    OPEN INPUT PurgeApprovalFile.
    IF PurgeApprovalFileStatus = "00"
        READ PurgeApprovalFile
            AT END
                CONTINUE
            NOT AT END
                MOVE PA-ApprovedBy TO ApprovedBy
                MOVE PA-ApprovedDate TO ApprovedDate
        END-READ
        CLOSE PurgeApprovalFile
    END-IF.
    EVALUATE TRUE
        WHEN ApprovedBy = SPACES
            MOVE "no level-3 approval on PURGEAPR.DAT, approve the purge from the menu"
                TO RefusalText
        WHEN ApprovedDate NOT = TodayDate
            STRING "the approval on PURGEAPR.DAT is dated "
                   DELIMITED BY SIZE
                   ApprovedDate DELIMITED BY SIZE
                   ", not today" DELIMITED BY SIZE
                INTO RefusalText
    END-EVALUATE.

*>  Rewriting a history file under a running job stream would lose
*>  whatever the stream appended in the meantime.
    CHECK-RUN-CONTROL-PARA.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus = "00"
        READ RunControlFile
            AT END
                CONTINUE
            NOT AT END
                IF RC-RunInProgress
                    STRING "business date " DELIMITED BY SIZE
                           RC-BusinessDate DELIMITED BY SIZE
                           " is still marked in progress"
                           DELIMITED BY SIZE
                        INTO RefusalText
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

*>  Entries past the table are ignored with a warning - the files
*>  they named are then simply not purged.
    LOAD-POLICY-TABLE-PARA.
    OPEN INPUT RetentionPolicyFile.
    IF RetentionPolicyFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-POLICY-PARA UNTIL InputFileEOF
        CLOSE RetentionPolicyFile
    ELSE
        DISPLAY "WARNING - no RETPOL.DAT on file, nothing has a",
            " retention policy and nothing will be purged"
    END-IF.

    LOAD-ONE-POLICY-PARA.
    READ RetentionPolicyFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF PolicyCount < MaxPolicies
                IF RP-FileName NOT = SPACES AND RP-KeepMonths IS NUMERIC
                    ADD 1 TO PolicyCount
                    MOVE RP-FileName TO PO-FileName(PolicyCount)
                    MOVE RP-KeepMonths TO PO-KeepMonths(PolicyCount)
                END-IF
            ELSE
                DISPLAY "WARNING - RETPOL.DAT holds more than ",
                    MaxPolicies, " policies, extras ignored"
                MOVE "Y" TO EndOfInputFile
            END-IF
    END-READ.

    LOAD-LEGAL-HOLDS-PARA.
    OPEN INPUT LegalHoldFile.
    IF LegalHoldFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-LEGAL-HOLD-PARA UNTIL InputFileEOF
        CLOSE LegalHoldFile
    END-IF.

    LOAD-ONE-LEGAL-HOLD-PARA.
    READ LegalHoldFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF (LH-BatchHold OR LH-RunHold) AND LH-HoldKey NOT = SPACES
                MOVE LH-HoldType TO ProtectTypeLookup
                MOVE LH-HoldKey TO ProtectKeyLookup
                PERFORM ADD-PROTECT-ENTRY-PARA
                IF LH-BatchHold
                    ADD 1 TO BatchHoldCount
                END-IF
            END-IF
    END-READ.

    ADD-PROTECT-ENTRY-PARA.
    PERFORM FIND-PROTECT-ENTRY-PARA.
    IF NOT ProtectEntryMatched
        IF ProtectCount < MaxProtectEntries
            ADD 1 TO ProtectCount
            MOVE ProtectTypeLookup TO PR-Type(ProtectCount)
            MOVE ProtectKeyLookup TO PR-Key(ProtectCount)
        ELSE
            SET ProtectTableOverflowed TO TRUE
        END-IF
    END-IF.

    MATCH-ONE-PROTECT-ENTRY-PARA.
    IF PR-Type(ProtectIdx) = ProtectTypeLookup
            AND PR-Key(ProtectIdx) = ProtectKeyLookup
        SET ProtectEntryMatched TO TRUE
    END-IF.

*>  Acknowledgments are matched to extracts exactly as BillingRecon
*>  matches them: run, batch and transaction code, a blank code
*>  reading as ordinary, each acknowledgment used once.
    LOAD-ACK-TABLE-PARA.
    OPEN INPUT AckFile.
    IF AckFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-ACK-PARA UNTIL InputFileEOF
        CLOSE AckFile
    END-IF.

    LOAD-ONE-ACK-PARA.
    READ AckFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF AckCount < MaxAcks
                ADD 1 TO AckCount
                MOVE Ack-RunID TO AK-RunID(AckCount)
                MOVE Ack-BatchID TO AK-BatchID(AckCount)
                MOVE Ack-Product TO AK-Product(AckCount)
                IF Ack-TranCode = SPACES
                    MOVE "O" TO AK-TranCode(AckCount)
                ELSE
                    MOVE Ack-TranCode TO AK-TranCode(AckCount)
                END-IF
                MOVE "N" TO AK-UsedFlag(AckCount)
            ELSE
                SET AckTableOverflowed TO TRUE
                MOVE "Y" TO EndOfInputFile
            END-IF
    END-READ.

    LOAD-EXTRACT-RUNS-PARA.
    OPEN INPUT BillingExtractFile.
    IF BillingExtractFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-EXTRACT-PARA UNTIL InputFileEOF
        CLOSE BillingExtractFile
    END-IF.

    LOAD-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            MOVE Billing-RunID TO ExtractRunLookup
            PERFORM ADD-EXTRACT-RUN-PARA
            PERFORM MATCH-EXTRACT-TO-ACK-PARA
            IF AckMatchIdx = ZEROS
                PERFORM MARK-UNRECONCILED-PARA
            ELSE
                IF AK-Product(AckMatchIdx) NOT = Billing-Product
                    PERFORM MARK-UNRECONCILED-PARA
                END-IF
            END-IF
    END-READ.

    MATCH-EXTRACT-TO-ACK-PARA.
    IF Billing-TranCode = SPACES
        MOVE "O" TO ExtractTranCode
    ELSE
        MOVE Billing-TranCode TO ExtractTranCode
    END-IF.
    MOVE ZEROS TO AckMatchIdx.
    PERFORM MATCH-ONE-ACK-PARA VARYING AckIdx FROM 1 BY 1
        UNTIL AckIdx > AckCount OR AckMatchIdx NOT = ZEROS.
    IF AckMatchIdx NOT = ZEROS
        MOVE "Y" TO AK-UsedFlag(AckMatchIdx)
    END-IF.

    MATCH-ONE-ACK-PARA.
    IF AK-UsedFlag(AckIdx) = "N"
            AND AK-RunID(AckIdx) = Billing-RunID
            AND AK-BatchID(AckIdx) = Billing-BatchID
            AND AK-TranCode(AckIdx) = ExtractTranCode
        MOVE AckIdx TO AckMatchIdx
    END-IF.

*>  An unreconciled reversal also keeps the run it reverses.
    MARK-UNRECONCILED-PARA.
    IF ExtractRunMatchIdx NOT = ZEROS
        MOVE "Y" TO ER-UnreconciledFlag(ExtractRunMatchIdx)
    END-IF.
    IF Billing-OrigRunID NOT = SPACES
        MOVE Billing-OrigRunID TO ExtractRunLookup
        PERFORM ADD-EXTRACT-RUN-PARA
        IF ExtractRunMatchIdx NOT = ZEROS
            MOVE "Y" TO ER-UnreconciledFlag(ExtractRunMatchIdx)
        END-IF
    END-IF.

    ADD-EXTRACT-RUN-PARA.
    PERFORM FIND-EXTRACT-RUN-PARA.
    IF ExtractRunMatchIdx = ZEROS
        IF ExtractRunCount < MaxExtractRuns
            ADD 1 TO ExtractRunCount
            MOVE ExtractRunLookup TO ER-RunID(ExtractRunCount)
            MOVE "N" TO ER-UnreconciledFlag(ExtractRunCount)
            MOVE ExtractRunCount TO ExtractRunMatchIdx
        ELSE
            SET ExtractRunTableOverflowed TO TRUE
        END-IF
    END-IF.

    FIND-EXTRACT-RUN-PARA.
    MOVE ZEROS TO ExtractRunMatchIdx.
    PERFORM MATCH-ONE-EXTRACT-RUN-PARA
        VARYING ExtractRunIdx FROM 1 BY 1
        UNTIL ExtractRunIdx > ExtractRunCount
            OR ExtractRunMatchIdx NOT = ZEROS.

    MATCH-ONE-EXTRACT-RUN-PARA.
    IF ER-RunID(ExtractRunIdx) = ExtractRunLookup
        MOVE ExtractRunIdx TO ExtractRunMatchIdx
    END-IF.

*>  A held Batch-ID keeps the whole of every run that reported it:
*>  RPTHX.DAT is a run's report, and half a report is no evidence.
    FIND-HELD-BATCH-RUNS-PARA.
    IF BatchHoldCount > ZEROS
        OPEN INPUT ReportHistoryFile
        IF ReportHistoryFileStatus = "00"
            MOVE "N" TO EndOfInputFile
            PERFORM SCAN-ONE-REPORT-RECORD-PARA UNTIL InputFileEOF
            CLOSE ReportHistoryFile
        END-IF
    END-IF.

    SCAN-ONE-REPORT-RECORD-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            MOVE RX-Image TO BATCH-RECORD
            MOVE SPACES TO ProtectKeyLookup
            EVALUATE TRUE
                WHEN BR-BATCH-HEADER
                    MOVE BH-BATCH-ID TO ProtectKeyLookup
                WHEN BR-BATCH-PRODUCT
                    MOVE BP-BATCH-ID TO ProtectKeyLookup
                WHEN BR-CORRECTION-PRODUCT
                    MOVE CR-BATCH-ID TO ProtectKeyLookup
            END-EVALUATE
            IF ProtectKeyLookup NOT = SPACES
                MOVE "B" TO ProtectTypeLookup
                PERFORM FIND-PROTECT-ENTRY-PARA
                IF ProtectEntryMatched
                    MOVE "R" TO ProtectTypeLookup
                    MOVE RX-RunID TO ProtectKeyLookup
                    PERFORM ADD-PROTECT-ENTRY-PARA
                END-IF
            END-IF
    END-READ.

    FIND-PROTECT-ENTRY-PARA.
    MOVE "N" TO ProtectMatchFlag.
    PERFORM MATCH-ONE-PROTECT-ENTRY-PARA VARYING ProtectIdx FROM 1 BY 1
        UNTIL ProtectIdx > ProtectCount OR ProtectEntryMatched.

*>  A table that could not hold everything cannot prove a record is
*>  free to go, so any overflow refuses the whole purge.
    CHECK-TABLES-PARA.
    EVALUATE TRUE
        WHEN ProtectTableOverflowed
            MOVE "the legal holds and held runs outgrow the 5000-entry table"
                TO RefusalText
        WHEN AckTableOverflowed
            MOVE "BILLACK.DAT outgrows the 10000-entry table, reconciliation unproven"
                TO RefusalText
        WHEN ExtractRunTableOverflowed
            MOVE "BILLING.DAT holds more than 10000 runs, reconciliation unproven"
                TO RefusalText
    END-EVALUATE.

*>  Cutoff = today less the policy's months, on the same day of the
*>  month or the last day of a shorter one. No policy leaves the
*>  cutoff at zeros, older than any record.
    START-FILE-PARA.
    MOVE ZEROS TO BeforeCount.
    MOVE ZEROS TO PurgedCount.
    MOVE ZEROS TO LegalKeptCount.
    MOVE ZEROS TO BillingKeptCount.
    MOVE "N" TO PolicyFoundFlag.
    PERFORM MATCH-ONE-POLICY-PARA VARYING PolicyIdx FROM 1 BY 1
        UNTIL PolicyIdx > PolicyCount OR PolicyFound.
    MOVE "00000000" TO CutoffDate.
    IF PolicyFound
        COMPUTE CutoffMonthCount =
            FUNCTION NUMVAL(TodayDate(1:4)) * 12
            + FUNCTION NUMVAL(TodayDate(5:2)) - 1 - KeepMonths
        DIVIDE CutoffMonthCount BY 12 GIVING CutoffYear
            REMAINDER CutoffMonth
        ADD 1 TO CutoffMonth
        MOVE TodayDate(7:2) TO CutoffDay
        COMPUTE CutoffNumeric =
            CutoffYear * 10000 + CutoffMonth * 100 + CutoffDay
        PERFORM BACK-OFF-CUTOFF-DAY-PARA
            UNTIL FUNCTION TEST-DATE-YYYYMMDD(CutoffNumeric) = ZEROS
        MOVE CutoffNumeric TO CutoffDate
    END-IF.

    MATCH-ONE-POLICY-PARA.
    IF PO-FileName(PolicyIdx) = PolicyLookupName
        SET PolicyFound TO TRUE
        MOVE PO-KeepMonths(PolicyIdx) TO KeepMonths
    END-IF.

    BACK-OFF-CUTOFF-DAY-PARA.
    SUBTRACT 1 FROM CutoffNumeric.

    OPEN-EXTRACT-PARA.
    OPEN EXTEND PurgeExtractFile.
    IF PurgeExtractFileStatus = "35"
        OPEN OUTPUT PurgeExtractFile
    END-IF.
    IF PurgeExtractFileStatus NOT = "00"
        PERFORM NOTE-EXTRACT-FAILURE-PARA
    END-IF.

*>  A record is only ever removed once it is safely on the extract.
*>  Once the extract cannot be written nothing more is purged, this
*>  file's candidates included, and the purge ends 8.
    NOTE-EXTRACT-FAILURE-PARA.
    IF NOT ExtractWriteFailed
        DISPLAY "ERROR - the purge extract could not be written,",
            " file status ", PurgeExtractFileStatus,
            "; nothing further is purged"
        SET ExtractWriteFailed TO TRUE
        MOVE 8 TO ReturnSeverity
    END-IF.

    CHECK-EXTRACT-WRITTEN-PARA.
    IF ExtractWriteFailed
        MOVE ZEROS TO PurgedCount
    END-IF.

*>  Sets RecordDisposition from RecordDate and the IDs the record
*>  names. A record too young, or with no readable date, is kept
*>  without further question.
    DECIDE-RECORD-PARA.
    IF RecordDate IS NOT NUMERIC OR RecordDate NOT < CutoffDate
        MOVE "K" TO RecordDisposition
    ELSE
        PERFORM CHECK-PROTECTION-PARA
    END-IF.

    CHECK-PROTECTION-PARA.
    MOVE "P" TO RecordDisposition.
    PERFORM MATCH-ONE-HOLD-PARA VARYING ProtectIdx FROM 1 BY 1
        UNTIL ProtectIdx > ProtectCount OR RecordLegallyHeld.
    IF RecordToPurge
        MOVE CheckRunID TO ExtractRunLookup
        PERFORM CHECK-UNRECONCILED-RUN-PARA
    END-IF.
    IF RecordToPurge AND CheckOrigRunID NOT = SPACES
        MOVE CheckOrigRunID TO ExtractRunLookup
        PERFORM CHECK-UNRECONCILED-RUN-PARA
    END-IF.

    MATCH-ONE-HOLD-PARA.
    EVALUATE TRUE
        WHEN PR-Type(ProtectIdx) = "R"
                AND (PR-Key(ProtectIdx) = CheckRunID
                    OR PR-Key(ProtectIdx) = CheckOrigRunID)
            MOVE "H" TO RecordDisposition
        WHEN PR-Type(ProtectIdx) = "B"
                AND PR-Key(ProtectIdx) = CheckBatchID
            MOVE "H" TO RecordDisposition
    END-EVALUATE.

    CHECK-UNRECONCILED-RUN-PARA.
    IF ExtractRunLookup NOT = SPACES
        PERFORM FIND-EXTRACT-RUN-PARA
        IF ExtractRunMatchIdx NOT = ZEROS
            IF ER-UnreconciledFlag(ExtractRunMatchIdx) = "Y"
                MOVE "U" TO RecordDisposition
            END-IF
        END-IF
    END-IF.

    TALLY-RECORD-PARA.
    ADD 1 TO BeforeCount.
    EVALUATE TRUE
        WHEN RecordToPurge
            ADD 1 TO PurgedCount
        WHEN RecordLegallyHeld
            ADD 1 TO LegalKeptCount
        WHEN RecordBillingOpen
            ADD 1 TO BillingKeptCount
    END-EVALUATE.

*>  AUDITHX.DAT: aged by the business date that opens the RunID.
*>  Every purged row is on the extract, closed, before the first
*>  delete.
    PURGE-AUDIT-HISTORY-PARA.
    MOVE "AUDITHX.DAT" TO PolicyLookupName.
    PERFORM START-FILE-PARA.
    OPEN INPUT AuditHistoryFile.
    IF AuditHistoryFileStatus = "00"
        PERFORM OPEN-EXTRACT-PARA
        MOVE "N" TO EndOfInputFile
        PERFORM EXTRACT-ONE-AUDIT-ROW-PARA UNTIL InputFileEOF
        CLOSE PurgeExtractFile
        CLOSE AuditHistoryFile
    END-IF.
    PERFORM CHECK-EXTRACT-WRITTEN-PARA.
    IF PurgedCount > ZEROS
        OPEN I-O AuditHistoryFile
        IF AuditHistoryFileStatus = "00"
            MOVE "N" TO EndOfInputFile
            PERFORM DELETE-ONE-AUDIT-ROW-PARA UNTIL InputFileEOF
            CLOSE AuditHistoryFile
        ELSE
            MOVE AuditHistoryFileStatus TO RewriteFileStatus
            PERFORM NOTE-DELETE-FAILURE-PARA
        END-IF
    END-IF.
    PERFORM WRITE-FILE-LINE-PARA.

    EXTRACT-ONE-AUDIT-ROW-PARA.
    READ AuditHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            PERFORM DECIDE-AUDIT-ROW-PARA
            PERFORM TALLY-RECORD-PARA
            IF RecordToPurge
                MOVE AuditHistoryRecord TO PurgedImage
                PERFORM WRITE-EXTRACT-RECORD-PARA
            END-IF
    END-READ.

    DELETE-ONE-AUDIT-ROW-PARA.
    READ AuditHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            PERFORM DECIDE-AUDIT-ROW-PARA
            IF RecordToPurge
                DELETE AuditHistoryFile RECORD
                    INVALID KEY
                        DISPLAY "WARNING - AUDITHX.DAT row ", AH-KEY,
                            " is on the extract but could not be",
                            " deleted"
                        IF ReturnSeverity < 4
                            MOVE 4 TO ReturnSeverity
                        END-IF
                END-DELETE
            END-IF
    END-READ.

    DECIDE-AUDIT-ROW-PARA.
    MOVE AH-RunID(1:8) TO RecordDate.
    MOVE AH-RunID TO CheckRunID.
    MOVE SPACES TO CheckOrigRunID.
    MOVE AH-BatchID TO CheckBatchID.
    PERFORM DECIDE-RECORD-PARA.

*>  RPTHX.DAT: a run's report records all share its RunID, so a run
*>  is purged or kept whole.
    PURGE-REPORT-HISTORY-PARA.
    MOVE "RPTHX.DAT" TO PolicyLookupName.
    PERFORM START-FILE-PARA.
    OPEN INPUT ReportHistoryFile.
    IF ReportHistoryFileStatus = "00"
        PERFORM OPEN-EXTRACT-PARA
        MOVE "N" TO EndOfInputFile
        PERFORM EXTRACT-ONE-REPORT-ROW-PARA UNTIL InputFileEOF
        CLOSE PurgeExtractFile
        CLOSE ReportHistoryFile
    END-IF.
    PERFORM CHECK-EXTRACT-WRITTEN-PARA.
    IF PurgedCount > ZEROS
        OPEN I-O ReportHistoryFile
        IF ReportHistoryFileStatus = "00"
            MOVE "N" TO EndOfInputFile
            PERFORM DELETE-ONE-REPORT-ROW-PARA UNTIL InputFileEOF
            CLOSE ReportHistoryFile
        ELSE
            MOVE ReportHistoryFileStatus TO RewriteFileStatus
            PERFORM NOTE-DELETE-FAILURE-PARA
        END-IF
    END-IF.
    PERFORM WRITE-FILE-LINE-PARA.

    EXTRACT-ONE-REPORT-ROW-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            PERFORM DECIDE-REPORT-ROW-PARA
            PERFORM TALLY-RECORD-PARA
            IF RecordToPurge
                MOVE ReportHistoryRecord TO PurgedImage
                PERFORM WRITE-EXTRACT-RECORD-PARA
            END-IF
    END-READ.

    DELETE-ONE-REPORT-ROW-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            PERFORM DECIDE-REPORT-ROW-PARA
            IF RecordToPurge
                DELETE ReportHistoryFile RECORD
                    INVALID KEY
                        DISPLAY "WARNING - RPTHX.DAT record ", RX-KEY,
                            " is on the extract but could not be",
                            " deleted"
                        IF ReturnSeverity < 4
                            MOVE 4 TO ReturnSeverity
                        END-IF
                END-DELETE
            END-IF
    END-READ.

    DECIDE-REPORT-ROW-PARA.
    MOVE RX-RunID(1:8) TO RecordDate.
    MOVE RX-RunID TO CheckRunID.
    MOVE SPACES TO CheckOrigRunID.
    MOVE SPACES TO CheckBatchID.
    PERFORM DECIDE-RECORD-PARA.

*>  The purged rows are already on the extract; an archive that will
*>  not open for the deletes keeps them all, and nothing is counted
*>  as purged from it.
    NOTE-DELETE-FAILURE-PARA.
    DISPLAY "ERROR - ", PolicyLookupName, " could not be opened to",
        " delete, file status ", RewriteFileStatus, "; its ",
        PurgedCount, " purged record(s) are on the extract but were",
        " not deleted".
    MOVE 8 TO ReturnSeverity.
    MOVE ZEROS TO PurgedCount.

*>  The line-sequential files: kept records are staged in
*>  PURGEWRK.DAT and purged ones go to the extract; only once both
*>  are closed is the file rewritten from the staged copy. A file
*>  whose kept records could not all be staged is left as it was.
*>  Should the rewrite itself fail, PURGEWRK.DAT holds the only full
*>  copy of what was kept, and the next file's staging would
*>  overwrite it - so no further sequential file is touched.
    PURGE-SEQUENTIAL-FILE-PARA.
    MOVE HistoryFileName TO PolicyLookupName.
    PERFORM START-FILE-PARA.
    IF SequentialRewriteFailed
        PERFORM WRITE-FILE-SKIPPED-PARA
    ELSE
        MOVE "N" TO KeptWriteFlag
        OPEN INPUT HistoryFile
        IF HistoryFileStatus = "00"
            OPEN OUTPUT KeptRecordFile
            IF KeptRecordFileStatus = "00"
                PERFORM OPEN-EXTRACT-PARA
                MOVE "N" TO EndOfInputFile
                PERFORM SORT-ONE-HISTORY-RECORD-PARA
                    UNTIL InputFileEOF OR KeptWriteFailed
                CLOSE PurgeExtractFile
                CLOSE KeptRecordFile
            ELSE
                PERFORM NOTE-KEPT-FAILURE-PARA
            END-IF
            CLOSE HistoryFile
        END-IF
        PERFORM CHECK-EXTRACT-WRITTEN-PARA
        IF KeptWriteFailed
            MOVE ZEROS TO PurgedCount
        END-IF
        IF PurgedCount > ZEROS
            PERFORM REWRITE-HISTORY-FILE-PARA
        END-IF
        PERFORM WRITE-FILE-LINE-PARA
    END-IF.

    SORT-ONE-HISTORY-RECORD-PARA.
    READ HistoryFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            PERFORM DECIDE-HISTORY-RECORD-PARA
            PERFORM TALLY-RECORD-PARA
            IF RecordToPurge
                MOVE HistoryRecord TO PurgedImage
                PERFORM WRITE-EXTRACT-RECORD-PARA
            ELSE
                MOVE HistoryRecord TO KeptRecord
                WRITE KeptRecord
                IF KeptRecordFileStatus NOT = "00"
                    PERFORM NOTE-KEPT-FAILURE-PARA
                END-IF
            END-IF
    END-READ.

*>  Any records of the file already on the extract stay there; the
*>  file itself is not rewritten.
    NOTE-KEPT-FAILURE-PARA.
    DISPLAY "ERROR - PURGEWRK.DAT could not be written for ",
        PolicyLookupName, ", file status ", KeptRecordFileStatus,
        "; ", PolicyLookupName, " is left as it was".
    SET KeptWriteFailed TO TRUE.
    MOVE 8 TO ReturnSeverity.

    REWRITE-HISTORY-FILE-PARA.
    OPEN INPUT KeptRecordFile.
    IF KeptRecordFileStatus = "00"
        OPEN OUTPUT HistoryFile
        IF HistoryFileStatus = "00"
            MOVE "N" TO EndOfInputFile
            PERFORM RESTORE-ONE-KEPT-RECORD-PARA
                UNTIL InputFileEOF OR SequentialRewriteFailed
            CLOSE HistoryFile
        ELSE
            MOVE HistoryFileStatus TO RewriteFileStatus
            PERFORM NOTE-REWRITE-FAILURE-PARA
        END-IF
        CLOSE KeptRecordFile
    ELSE
        DISPLAY "ERROR - PURGEWRK.DAT could not be read back for ",
            PolicyLookupName, ", file status ", KeptRecordFileStatus,
            "; ", PolicyLookupName, " is left as it was and no",
            " further sequential file is purged"
        SET SequentialRewriteFailed TO TRUE
        MOVE PolicyLookupName TO RewriteFailedFile
        MOVE 8 TO ReturnSeverity
        MOVE ZEROS TO PurgedCount
    END-IF.

    RESTORE-ONE-KEPT-RECORD-PARA.
    READ KeptRecordFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            MOVE KeptRecord TO HistoryRecord
            WRITE HistoryRecord
            IF HistoryFileStatus NOT = "00"
                MOVE HistoryFileStatus TO RewriteFileStatus
                PERFORM NOTE-REWRITE-FAILURE-PARA
            END-IF
    END-READ.

    NOTE-REWRITE-FAILURE-PARA.
    DISPLAY "ERROR - ", PolicyLookupName, " could not be rewritten,",
        " file status ", RewriteFileStatus, "; restore it from",
        " PURGEWRK.DAT, which holds every record it kept - no",
        " further sequential file is purged".
    SET SequentialRewriteFailed TO TRUE.
    MOVE PolicyLookupName TO RewriteFailedFile.
    MOVE 8 TO ReturnSeverity.

    WRITE-FILE-SKIPPED-PARA.
    MOVE SPACES TO PurgeReportRecord.
    STRING PolicyLookupName DELIMITED BY SPACE
           " NOT PURGED - THE REWRITE OF " DELIMITED BY SIZE
           RewriteFailedFile DELIMITED BY SPACE
           " FAILED, SEE THE JOB LOG" DELIMITED BY SIZE
        INTO PurgeReportRecord.
    WRITE PurgeReportRecord.

*>  Each file is unpacked into its own layout for its date and the
*>  IDs it names. A period history row is old once its whole period
*>  ended before the cutoff month.
    DECIDE-HISTORY-RECORD-PARA.
    MOVE SPACES TO RecordDate.
    MOVE SPACES TO CheckRunID.
    MOVE SPACES TO CheckOrigRunID.
    MOVE SPACES TO CheckBatchID.
    EVALUATE TRUE
        WHEN ExceptionHistoryCode
            MOVE HistoryRecord TO ExceptionHistoryRecord
            MOVE EH-RunDate TO RecordDate
            MOVE EH-RunID TO CheckRunID
            MOVE EH-BatchID TO CheckBatchID
        WHEN PeriodHistoryCode
            MOVE HistoryRecord TO PeriodHistoryRecord
            IF PH-PeriodID IS NUMERIC
                IF PH-PeriodID < CutoffDate(1:6)
                    MOVE "00000000" TO RecordDate
                ELSE
                    MOVE CutoffDate TO RecordDate
                END-IF
            END-IF
            MOVE PH-LastRunID TO CheckRunID
            MOVE PH-FirstRunID TO CheckOrigRunID
            MOVE PH-BatchID TO CheckBatchID
        WHEN PendingHistoryCode
            MOVE HistoryRecord TO PendingRecord
            MOVE PD-StagedDate TO RecordDate
            MOVE PD-OrigRunID TO CheckRunID
            MOVE PD-BatchID TO CheckBatchID
        WHEN SignonLogCode
            MOVE HistoryRecord TO SignonLogRecord
            MOVE SL-Date TO RecordDate
        WHEN JobLogCode
            MOVE HistoryRecord TO JobLogRecord
            MOVE JL-BusinessDate TO RecordDate
        WHEN TransmissionRegisterCode
            MOVE HistoryRecord TO TransmissionRegisterRecord
            MOVE BX-TransDate TO RecordDate
            MOVE BX-RunID TO CheckRunID
            MOVE BX-BatchID TO CheckBatchID
    END-EVALUATE.
    PERFORM DECIDE-RECORD-PARA.
    IF TransmissionRegisterCode AND RecordToPurge
        MOVE BX-RunID TO ExtractRunLookup
        PERFORM FIND-EXTRACT-RUN-PARA
        IF ExtractRunMatchIdx NOT = ZEROS
            MOVE "B" TO RecordDisposition
        END-IF
    END-IF.

*>  Transmission files numbered up to the last sequence BILLSEQ.DAT
*>  issued; a number with no file on disk is skipped. A file goes
*>  whole or not at all - dated by its header, and kept entirely if
*>  any extract in it is held or unreconciled.
    PURGE-TRANSMISSION-FILES-PARA.
    MOVE "BTNNNNNN.DAT" TO PolicyLookupName.
    PERFORM START-FILE-PARA.
    MOVE ZEROS TO LastTransmission.
    OPEN INPUT TransmissionSeqFile.
    IF TransmissionSeqFileStatus = "00"
        READ TransmissionSeqFile
            AT END
                CONTINUE
            NOT AT END
                IF TS-LastSequence IS NUMERIC
                    MOVE TS-LastSequence TO LastTransmission
                END-IF
        END-READ
        CLOSE TransmissionSeqFile
    END-IF.
    PERFORM PURGE-ONE-TRANSMISSION-PARA
        VARYING TransmissionIdx FROM 1 BY 1
        UNTIL TransmissionIdx > LastTransmission.
    MOVE "BTNNNNNN.DAT" TO HistoryFileName.
    PERFORM WRITE-FILE-LINE-PARA.

    PURGE-ONE-TRANSMISSION-PARA.
    MOVE TransmissionIdx TO TransmissionNumber.
    MOVE SPACES TO HistoryFileName.
    STRING "BT" DELIMITED BY SIZE
           TransmissionNumber DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
        INTO HistoryFileName.
    MOVE SPACES TO TransFileDate.
    MOVE ZEROS TO TransFileRecords.
    MOVE "P" TO TransFileDisposition.
    OPEN INPUT HistoryFile.
    IF HistoryFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM SCAN-ONE-TRANSMISSION-RECORD-PARA UNTIL InputFileEOF
        CLOSE HistoryFile
        PERFORM DECIDE-TRANSMISSION-FILE-PARA
    END-IF.

    SCAN-ONE-TRANSMISSION-RECORD-PARA.
    READ HistoryFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            ADD 1 TO TransFileRecords
            MOVE HistoryRecord TO TransmissionRecord
            IF TH-RECORD-TYPE = "H"
                MOVE TH-TransDate TO TransFileDate
            END-IF
            IF TD-RECORD-TYPE = "D" AND TransFileDisposition NOT = "H"
                MOVE TD-RunID TO CheckRunID
                MOVE TD-OrigRunID TO CheckOrigRunID
                MOVE TD-BatchID TO CheckBatchID
                PERFORM CHECK-PROTECTION-PARA
                IF NOT RecordToPurge
                    MOVE RecordDisposition TO TransFileDisposition
                END-IF
            END-IF
    END-READ.

    DECIDE-TRANSMISSION-FILE-PARA.
    ADD TransFileRecords TO BeforeCount.
    IF TransFileDate IS NOT NUMERIC OR TransFileDate NOT < CutoffDate
        MOVE "K" TO TransFileDisposition
    END-IF.
    EVALUATE TransFileDisposition
        WHEN "P"
            PERFORM OPEN-EXTRACT-PARA
            OPEN INPUT HistoryFile
            MOVE "N" TO EndOfInputFile
            PERFORM EXTRACT-ONE-TRANSMISSION-RECORD-PARA
                UNTIL InputFileEOF
            CLOSE HistoryFile
            CLOSE PurgeExtractFile
            IF ExtractWriteFailed
                ADD 1 TO TransFilesKept
            ELSE
                PERFORM REMOVE-TRANSMISSION-FILE-PARA
            END-IF
        WHEN "H"
            ADD TransFileRecords TO LegalKeptCount
            ADD 1 TO TransFilesKept
        WHEN "U"
            ADD TransFileRecords TO BillingKeptCount
            ADD 1 TO TransFilesKept
        WHEN OTHER
            ADD 1 TO TransFilesKept
    END-EVALUATE.

    REMOVE-TRANSMISSION-FILE-PARA.
    CALL "CBL_DELETE_FILE" USING HistoryFileName.
    IF RETURN-CODE = ZEROS
        ADD TransFileRecords TO PurgedCount
        ADD 1 TO TransFilesRemoved
    ELSE
        DISPLAY "WARNING - ", HistoryFileName, " is on the extract",
            " but could not be removed"
        IF ReturnSeverity < 4
            MOVE 4 TO ReturnSeverity
        END-IF
        ADD 1 TO TransFilesKept
    END-IF.

    EXTRACT-ONE-TRANSMISSION-RECORD-PARA.
    READ HistoryFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            MOVE HistoryRecord TO PurgedImage
            PERFORM WRITE-EXTRACT-RECORD-PARA
    END-READ.

    WRITE-EXTRACT-RECORD-PARA.
    IF NOT ExtractWriteFailed
        MOVE SPACES TO PurgeExtractRecord
        MOVE HistoryFileName TO PX-SourceFile
        IF PolicyLookupName NOT = "BTNNNNNN.DAT"
            MOVE PolicyLookupName TO PX-SourceFile
        END-IF
        MOVE TodayDate TO PX-PurgedDate
        MOVE PurgedImage TO PX-Image
        WRITE PurgeExtractRecord
        IF PurgeExtractFileStatus NOT = "00"
            PERFORM NOTE-EXTRACT-FAILURE-PARA
        END-IF
    END-IF.

    WRITE-FILE-LINE-PARA.
    COMPUTE AfterCount = BeforeCount - PurgedCount.
    ADD PurgedCount TO TotalPurgedCount.
    MOVE SPACES TO ReportDetailLine.
    MOVE PolicyLookupName TO PL-FileName.
    IF PolicyFound
        MOVE KeepMonths TO PL-KeepMonths
        MOVE CutoffDate TO PL-Cutoff
    ELSE
        MOVE "NO POLICY" TO PL-Cutoff
    END-IF.
    MOVE BeforeCount TO PL-BeforeCount.
    MOVE PurgedCount TO PL-PurgedCount.
    MOVE LegalKeptCount TO PL-LegalKeptCount.
    MOVE BillingKeptCount TO PL-BillingKeptCount.
    MOVE AfterCount TO PL-AfterCount.
    MOVE ReportDetailLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.

    WRITE-REPORT-FOOTER-PARA.
    MOVE SPACES TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE ReportRuleLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "TOTAL RECORDS PURGED" TO RC-LabelText.
    MOVE TotalPurgedCount TO RC-CountValue.
    MOVE ReportCountLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "TRANSMISSION FILES REMOVED" TO RC-LabelText.
    MOVE TransFilesRemoved TO RC-CountValue.
    MOVE ReportCountLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "TRANSMISSION FILES KEPT" TO RC-LabelText.
    MOVE TransFilesKept TO RC-CountValue.
    MOVE ReportCountLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE PurgeExtractFileName TO RE-ExtractFileName.
    MOVE ReportExtractLine TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE SPACES TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "KEEP IS IN MONTHS; RECORDS DATED BEFORE THE CUTOFF ARE PURGED UNLESS HELD."
        TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "LEGALHOLD: PAST CUTOFF, KEPT FOR A BATCH ID OR RUNID ON LEGALHLD.DAT."
        TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "BILLING: PAST CUTOFF, KEPT FOR A RUN WITH AN UNRECONCILED EXTRACT, OR A"
        TO PurgeReportRecord.
    WRITE PurgeReportRecord.
    MOVE "         REGISTER ENTRY WHOSE RUN IS STILL ON BILLING.DAT."
        TO PurgeReportRecord.
    WRITE PurgeReportRecord.
