*>             review session instead of rewriting from a partial
*>             load, and the OPERATOR.DAT and BATCHMST.DAT rewrites
*>             are guarded the same way.
*> 2026-09-09  Added rate master maintenance (option A, authorization
*>             level 2): browse RATEMST.DAT, add a Batch-ID or
*>             department rate with its effective-from date, and
*>             withdraw a rate that has not yet come into effect.
*>             A rate already in effect may have priced invoice
*>             lines, so it is never changed - a new rate with a
*>             later effective date supersedes it. BillPricing
*>             prices the billing extracts from this file.
*> 2026-09-16  Added the Product variance review (option B,
*>             authorization level 2). VarianceCheck holds the
*>             billing hand-off while a batch Product outside its
*>             historical band is pending on VARHOLD.DAT; the
*>             operator lists the pending batches, confirms one whose
*>             Product has been checked and stands, or releases every
*>             flagged batch on a run, and the job stream's rerun then
*>             lets billing through. The same option maintains the
*>             tolerance bands on VARTOL.DAT, per Batch-ID or the "*"
*>             site default.
*> 2026-09-21  Added whole-run cancellation (option C, authorization
*>             level 2). The operator names the RunID to be thrown
*>             away and the request is staged in PENDING.DAT like a
*>             correction; a second, different level-2 operator's
*>             approval writes CANCEL.DAT with both identities, and
*>             RunCancel reverses every extract of the run still in
*>             effect, backs its postings out of PERIOD.DAT and
*>             marks it cancelled on RPTHX.DAT. As with RERUN.DAT,
*>             a second cancellation is not approved over one that
*>             has not been processed yet.
*> 2026-09-23  Processing cycles. An override is staged for the
*>             business date and the cycle RUNCTL.DAT is on, and
*>             PENDING.DAT carries the cycle, so approval is refused
*>             once run control has moved on to another cycle as it
*>             already is once the date has moved. Approval now
*>             keeps the cycle number and the per-cycle statuses on
*>             the run control record instead of rebuilding it from
*>             the date and status alone.
*> 2026-09-30  Added the period master check (option D,
*>             authorization level 2). The operator sees the latest
*>             PeriodVerify verdict from PERDCHK.DAT and can have
*>             PERIOD.DAT verified against the run history at once,
*>             or request a rebuild from the history in PERDREQ.DAT,
*>             run now or left for the next job stream. Only that
*>             explicit request lets PeriodVerify rewrite the master.
*> 2026-10-05  Added the batch lifecycle inquiry (option E): the
*>             operator keys a Batch-ID and BatchLifecycle shows its
*>             registration, period to date, recent runs, extracts,
*>             transmissions, acknowledgments and open exceptions on
*>             one screen, with the audit trail of any listed run a
*>             keystroke away. Viewing-level authorization is enough,
*>             like the audit inquiry.
*> 2026-10-07  Added GL account mapping maintenance (option F,
*>             authorization level 2) for GLMAP.DAT, the Batch-ID or
*>             department to GL account and cost-centre mapping
*>             PeriodClose cuts the month-end GL journal from. A
*>             batch the close could not map is listed on GLEXCP.DAT;
*>             once it is mapped here, re-running the close rebuilds
*>             the held journal.
*> 2026-10-12  Added retention and the history purge (option G,
*>             authorization level 3): the operator sets how many
*>             months each history file keeps on RETPOL.DAT, places
*>             and lifts legal holds on Batch-IDs and RunIDs in
*>             LEGALHLD.DAT, and approves and runs HistoryPurge,
*>             the approval staged in PURGEAPR.DAT for it to check.
*>             The PENDHIST.DAT and SIGNLOG.DAT layouts moved to
*>             PENDREC.CPY and SLOGREC.CPY, shared with HistoryPurge.

ENVIRONMENT DIVISION.

    SELECT PendingHistFile ASSIGN TO "PENDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PendingHistFileStatus.
    SELECT RateMasterFile ASSIGN TO "RATEMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateMasterFileStatus.
    SELECT VarianceHoldFile ASSIGN TO "VARHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VarianceHoldFileStatus.
    SELECT VarianceToleranceFile ASSIGN TO "VARTOL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VarianceToleranceFileStatus.
    SELECT CancelRequestFile ASSIGN TO "CANCEL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CancelRequestFileStatus.
    SELECT VerifyRequestFile ASSIGN TO "PERDREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VerifyRequestFileStatus.
    SELECT PeriodCheckFile ASSIGN TO "PERDCHK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodCheckFileStatus.
    SELECT GLMapFile ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLMapFileStatus.
    SELECT RetentionPolicyFile ASSIGN TO "RETPOL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RetentionPolicyFileStatus.
    SELECT LegalHoldFile ASSIGN TO "LEGALHLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LegalHoldFileStatus.
    SELECT PurgeApprovalFile ASSIGN TO "PURGEAPR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PurgeApprovalFileStatus.

DATA DIVISION.

    05  FILLER                            PIC X(01).
    05  RR-ApprovedBy                     PIC X(08).

FD  CancelRequestFile.
01  CancelRequestRecord.
    05  CX-RunID                          PIC X(14).
    05  FILLER                            PIC X(01).
    05  CX-StagedBy                       PIC X(08).
    05  FILLER                            PIC X(01).
    05  CX-ApprovedBy                     PIC X(08).

FD  VerifyRequestFile.
01  VerifyRequestRecord.
    05  VQ-RequestType                    PIC X(01).
        88  VQ-VerifyRequested            VALUE "V".
        88  VQ-RebuildRequested           VALUE "R".
    05  FILLER                            PIC X(01).
    05  VQ-RequestedBy                    PIC X(08).
    05  FILLER                            PIC X(01).
    05  VQ-RequestedDate                  PIC X(08).

FD  PeriodCheckFile.
    COPY PCHKREC.

FD  PendingFile.
    COPY PENDREC.


*>  Same layout as PendingRecord; closed requests are rolled here
*>  when the working queue is rewritten, so the approval audit trail
*>  accumulates without the queue outgrowing the review table.
FD  PendingHistFile.
01  PendingHistRecord                     PIC X(76).

FD  RunControlFile.
    COPY RUNCTL.
FD  BatchMasterFile.
    COPY BATMREC.

FD  RateMasterFile.
    COPY RATEREC.

FD  VarianceHoldFile.
    COPY VARHREC.

FD  VarianceToleranceFile.
    COPY VARTREC.

FD  GLMapFile.
    COPY GLMREC.

FD  RetentionPolicyFile.
    COPY RETPREC.

FD  LegalHoldFile.
    COPY LHLDREC.

*>  Read back by HistoryPurge, which refuses to run without it.
FD  PurgeApprovalFile.
01  PurgeApprovalRecord.
    05  PA-ApprovedBy                     PIC X(08).
    05  FILLER                            PIC X(01).
    05  PA-ApprovedDate                   PIC X(08).
    05  FILLER                            PIC X(01).
    05  PA-ApprovedTime                   PIC X(06).

FD  PrintRequestFile.
01  PrintRequestRecord.
    05  PQ-RunID                          PIC X(14).

FD  SignonLogFile.
    COPY SLOGREC.

WORKING-STORAGE SECTION.
01  ReportFileStatus                      PIC XX.
01  RerunFileStatus                       PIC XX.
01  CancelRequestFileStatus               PIC XX.
01  CancelBusyFlag                        PIC X(01) VALUE "N".
    88  CancelStillStaged                 VALUE "Y".
01  VerifyRequestFileStatus               PIC XX.
01  PeriodCheckFileStatus                 PIC XX.
01  PeriodCheckChoice                     PIC X(01).
01  PeriodCheckVerdictText                PIC X(40).
01  StagedCancelRunID                     PIC X(14).
01  CancelRunID                           PIC X(14).
01  CancelConfirm                         PIC X(01).
01  RunControlFileStatus                  PIC XX.
01  OperatorFileStatus                    PIC XX.
01  SignonFileStatus                      PIC XX.
01  OverrideConfirm                       PIC X(01).
01  SavedBusinessDate                     PIC X(08).
01  SignonFlag                            PIC X(01) VALUE "N".
    88  OperatorSignedOn                  VALUE "Y".
01  EndOfOperatorFile                     PIC X(01) VALUE "N".
01  StagedBatchID                         PIC X(10).
01  StagedOrigRunID                       PIC X(14).
01  StagedBusinessDate                    PIC X(08).
01  StagedCycle                           PIC X(01) VALUE SPACES.
01  SavedCycle                            PIC X(01) VALUE "1".
    88  SavedCycleIsValid                 VALUE "1" THRU "9".
01  SavedRunControlRecord                 PIC X(42) VALUE SPACES.
01  PendingHistFileStatus                 PIC XX.
01  PendingOverflowFlag                   PIC X(01) VALUE "N".
    88  PendingOverflowed                 VALUE "Y".
    05  PW-ApprovedBy                     PIC X(08).
    05  FILLER                            PIC X(01).
    05  PW-ApprovedDate                   PIC X(08).
    05  FILLER                            PIC X(01).
    05  PW-Cycle                          PIC X(01).
01  PendingTable.
    05  PendingEntry OCCURS 100 TIMES.
        10  PT-RequestType                PIC X(01).
        10  PT-Status                     PIC X(01).
        10  PT-ApprovedBy                 PIC X(08).
        10  PT-ApprovedDate               PIC X(08).
        10  PT-Cycle                      PIC X(01).
01  EnteredAccessCode                     PIC X(08).
01  AttemptOutcome                        PIC X(01).
01  MaxOperatorFailures                   PIC 9(01) VALUE 3.
    05  Browse-Status                     PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  Browse-AllowedOperation           PIC X(01).
01  RateMasterFileStatus                  PIC XX.
01  EndOfRateFile                         PIC X(01) VALUE "N".
    88  RateFileEOF                       VALUE "Y".
01  MaxRateEntries                        PIC 9(05) VALUE 2000.
01  RateEntryCount                        PIC 9(05) VALUE ZEROS.
01  RateIdx                               PIC 9(05) VALUE ZEROS.
01  RateMatchIdx                          PIC 9(05) VALUE ZEROS.
01  RateMatchFlag                         PIC X(01) VALUE "N".
    88  RateEntryMatched                  VALUE "Y".
01  RateOverflowFlag                      PIC X(01) VALUE "N".
    88  RateTableOverflowed               VALUE "Y".
01  RateTable.
    05  RateEntry OCCURS 2000 TIMES.
        10  RE-RateType                   PIC X(01).
        10  RE-RateKey                    PIC X(10).
        10  RE-EffectiveDate              PIC X(08).
        10  RE-Rate                       PIC 9(07)V9(04).
        10  RE-EnteredBy                  PIC X(08).
        10  RE-EnteredDate                PIC X(08).
        10  RE-WithdrawnFlag              PIC X(01).
01  RateChoice                            PIC X(01).
01  RateExitFlag                          PIC X(01) VALUE "N".
    88  RateMaintDone                     VALUE "Y".
01  NewRateType                           PIC X(01).
    88  NewRateTypeValid                  VALUE "B" "D".
01  NewRateKey                            PIC X(10).
01  NewEffectiveDate                      PIC X(08).
01  NewRateText                           PIC X(12).
01  NewRate                               PIC 9(07)V9(04) VALUE ZEROS.
01  EffectiveDateInteger                  PIC 9(08) VALUE ZEROS.
01  RateBrowseLine.
    05  RB-RateType                       PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-RateKey                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-EffectiveDate                  PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-Rate                           PIC ZZZZZZ9.9999.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-EnteredBy                      PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-EnteredDate                    PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  RB-InEffectText                   PIC X(11).
01  VarianceHoldFileStatus                PIC XX.
01  EndOfHoldFile                         PIC X(01) VALUE "N".
    88  HoldFileEOF                       VALUE "Y".
01  MaxHoldEntries                        PIC 9(05) VALUE 5000.
01  HoldEntryCount                        PIC 9(05) VALUE ZEROS.
01  HoldIdx                               PIC 9(05) VALUE ZEROS.
01  HoldMatchIdx                          PIC 9(05) VALUE ZEROS.
01  HoldMatchFlag                         PIC X(01) VALUE "N".
    88  HoldEntryMatched                  VALUE "Y".
01  HoldOverflowFlag                      PIC X(01) VALUE "N".
    88  HoldTableOverflowed               VALUE "Y".
01  HoldTable.
    05  HoldEntry OCCURS 5000 TIMES.
        10  VE-RunID                      PIC X(14).
        10  VE-BatchID                    PIC X(10).
        10  VE-Product                    PIC S9(15).
        10  VE-Scale                      PIC X(01).
        10  VE-Baseline                   PIC S9(15).
        10  VE-VariancePct                PIC S9(07).
        10  VE-FlaggedDate                PIC X(08).
        10  VE-Status                     PIC X(01).
        10  VE-DecidedBy                  PIC X(08).
        10  VE-DecidedDate                PIC X(08).
01  HoldPendingCount                      PIC 9(05) VALUE ZEROS.
01  HoldDecidedCount                      PIC 9(05) VALUE ZEROS.
01  TargetRunID                           PIC X(14).
01  VarianceToleranceFileStatus           PIC XX.
01  EndOfToleranceFile                    PIC X(01) VALUE "N".
    88  ToleranceFileEOF                  VALUE "Y".
01  MaxToleranceEntries                   PIC 9(05) VALUE 1000.
01  ToleranceEntryCount                   PIC 9(05) VALUE ZEROS.
01  ToleranceIdx                          PIC 9(05) VALUE ZEROS.
01  ToleranceMatchIdx                     PIC 9(05) VALUE ZEROS.
01  ToleranceMatchFlag                    PIC X(01) VALUE "N".
    88  ToleranceEntryMatched             VALUE "Y".
01  ToleranceOverflowFlag                 PIC X(01) VALUE "N".
    88  ToleranceTableOverflowed          VALUE "Y".
01  ToleranceTable.
    05  ToleranceEntry OCCURS 1000 TIMES.
        10  TE-BatchID                    PIC X(10).
        10  TE-TolerancePct               PIC 9(05).
        10  TE-MinBaselineRuns            PIC 9(03).
        10  TE-SetBy                      PIC X(08).
        10  TE-SetDate                    PIC X(08).
01  VarianceChoice                        PIC X(01).
01  VarianceExitFlag                      PIC X(01) VALUE "N".
    88  VarianceReviewDone                VALUE "Y".
01  NewToleranceKey                       PIC X(10).
01  NewToleranceText                      PIC X(06).
01  NewMinRunsText                        PIC X(04).
01  HoldBrowseLine.
    05  HB-RunID                          PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  HB-BatchID                        PIC X(10).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  HB-Product                        PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  HB-Baseline                       PIC -(15)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  HB-VariancePct                    PIC -(6)9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  HB-FlaggedDate                    PIC X(08).
01  ToleranceBrowseLine.
    05  TB-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  TB-TolerancePct                   PIC ZZZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  TB-MinBaselineRuns                PIC ZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  TB-SetBy                          PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  TB-SetDate                        PIC X(08).
01  GLMapFileStatus                       PIC XX.
01  EndOfGLMapFile                        PIC X(01) VALUE "N".
    88  GLMapFileEOF                      VALUE "Y".
01  MaxGLMapEntries                       PIC 9(05) VALUE 2000.
01  GLMapEntryCount                       PIC 9(05) VALUE ZEROS.
01  GLMapIdx                              PIC 9(05) VALUE ZEROS.
01  GLMapMatchIdx                         PIC 9(05) VALUE ZEROS.
01  GLMapMatchFlag                        PIC X(01) VALUE "N".
    88  GLMapEntryMatched                 VALUE "Y".
01  GLMapOverflowFlag                     PIC X(01) VALUE "N".
    88  GLMapTableOverflowed              VALUE "Y".
01  GLMapTable.
    05  GLMapEntry OCCURS 2000 TIMES.
        10  ML-MapType                    PIC X(01).
        10  ML-MapKey                     PIC X(10).
        10  ML-DebitAccount               PIC X(10).
        10  ML-CreditAccount              PIC X(10).
        10  ML-CostCentre                 PIC X(06).
        10  ML-EnteredBy                  PIC X(08).
        10  ML-EnteredDate                PIC X(08).
        10  ML-RemovedFlag                PIC X(01).
01  GLMapChoice                           PIC X(01).
01  GLMapExitFlag                         PIC X(01) VALUE "N".
    88  GLMapMaintDone                    VALUE "Y".
01  NewMapType                            PIC X(01).
    88  NewMapTypeValid                   VALUE "B" "D".
01  NewMapKey                             PIC X(10).
01  NewDebitAccount                       PIC X(10).
01  NewCreditAccount                      PIC X(10).
01  NewCostCentre                         PIC X(06).
01  GLMapBrowseLine.
    05  MB-MapType                        PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-MapKey                         PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-DebitAccount                   PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-CreditAccount                  PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-CostCentre                     PIC X(06).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-EnteredBy                      PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  MB-EnteredDate                    PIC X(08).
01  RetentionPolicyFileStatus             PIC XX.
01  LegalHoldFileStatus                   PIC XX.
01  PurgeApprovalFileStatus               PIC XX.
01  EndOfRetentionFile                    PIC X(01) VALUE "N".
    88  RetentionFileEOF                  VALUE "Y".
01  MaxRetentionEntries                   PIC 9(03) VALUE 20.
01  RetentionEntryCount                   PIC 9(03) VALUE ZEROS.
01  RetentionIdx                          PIC 9(03) VALUE ZEROS.
01  RetentionMatchIdx                     PIC 9(03) VALUE ZEROS.
01  RetentionOverflowFlag                 PIC X(01) VALUE "N".
    88  RetentionTableOverflowed          VALUE "Y".
01  RetentionTable.
    05  RetentionEntry OCCURS 20 TIMES.
        10  RN-FileName                   PIC X(12).
        10  RN-KeepMonths                 PIC 9(03).
        10  RN-SetBy                      PIC X(08).
        10  RN-SetDate                    PIC X(08).
01  EndOfLegalHoldFile                    PIC X(01) VALUE "N".
    88  LegalHoldFileEOF                  VALUE "Y".
01  MaxLegalHolds                         PIC 9(05) VALUE 500.
01  LegalHoldCount                        PIC 9(05) VALUE ZEROS.
01  LegalHoldIdx                          PIC 9(05) VALUE ZEROS.
01  LegalHoldMatchIdx                     PIC 9(05) VALUE ZEROS.
01  LegalHoldOverflowFlag                 PIC X(01) VALUE "N".
    88  LegalHoldTableOverflowed          VALUE "Y".
01  LegalHoldTable.
    05  LegalHoldEntry OCCURS 500 TIMES.
        10  LG-HoldType                   PIC X(01).
        10  LG-HoldKey                    PIC X(14).
        10  LG-Matter                     PIC X(20).
        10  LG-PlacedBy                   PIC X(08).
        10  LG-PlacedDate                 PIC X(08).
        10  LG-LiftedFlag                 PIC X(01).
01  RetentionChoice                       PIC X(01).
01  RetentionExitFlag                     PIC X(01) VALUE "N".
    88  RetentionMaintDone                VALUE "Y".
01  NewPolicyFileName                     PIC X(12).
    88  NewPolicyFileKnown                VALUE "AUDITHX.DAT"
                                                "RPTHX.DAT"
                                                "EXCEPTHX.DAT"
                                                "PERDHIST.DAT"
                                                "PENDHIST.DAT"
                                                "SIGNLOG.DAT"
                                                "JOBLOG.DAT"
                                                "BILLXREG.DAT"
                                                "BTNNNNNN.DAT".
01  NewKeepMonthsText                     PIC X(04).
01  NewHoldType                           PIC X(01).
    88  NewHoldTypeValid                  VALUE "B" "R".
01  NewHoldKey                            PIC X(14).
01  NewHoldMatter                         PIC X(20).
01  ApprovalTime                          PIC X(06).
01  RetentionBrowseLine.
    05  PB-FileName                       PIC X(12).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PB-KeepMonths                     PIC ZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PB-SetBy                          PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PB-SetDate                        PIC X(08).
01  LegalHoldBrowseLine.
    05  LB-HoldType                       PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LB-HoldKey                        PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LB-Matter                         PIC X(20).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LB-PlacedBy                       PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  LB-PlacedDate                     PIC X(08).

PROCEDURE DIVISION.
    MENU-PARA.
                ELSE
                    PERFORM REVIEW-APPROVALS-PARA
                END-IF
            WHEN "A"
            WHEN "a"
                IF MenuAuthLevel < 2
                    DISPLAY "Not authorized - rate master maintenance",
                        " requires authorization level 2"
                ELSE
                    PERFORM RATE-MASTER-MENU-PARA
                END-IF
            WHEN "B"
            WHEN "b"
                IF MenuAuthLevel < 2
                    DISPLAY "Not authorized - variance review requires",
                        " authorization level 2"
                ELSE
                    PERFORM VARIANCE-REVIEW-MENU-PARA
                END-IF
            WHEN "C"
            WHEN "c"
                IF MenuAuthLevel < 2
                    DISPLAY "Not authorized - run cancellations",
                        " require authorization level 2"
                ELSE
                    PERFORM STAGE-CANCELLATION-PARA
                END-IF
            WHEN "D"
            WHEN "d"
                IF MenuAuthLevel < 2
                    DISPLAY "Not authorized - period master checks",
                        " require authorization level 2"
                ELSE
                    PERFORM PERIOD-MASTER-CHECK-PARA
                END-IF
            WHEN "E"
            WHEN "e"
                PERFORM BATCH-LIFECYCLE-PARA
            WHEN "F"
            WHEN "f"
                IF MenuAuthLevel < 2
                    DISPLAY "Not authorized - GL mapping maintenance",
                        " requires authorization level 2"
                ELSE
                    PERFORM GL-MAPPING-MENU-PARA
                END-IF
            WHEN "G"
            WHEN "g"
                IF MenuAuthLevel < 3
                    DISPLAY "Not authorized - retention and history",
                        " purge require authorization level 3"
                ELSE
                    PERFORM RETENTION-MENU-PARA
                END-IF
            WHEN "0"
                SET MenuDone TO TRUE
            WHEN OTHER
                DISPLAY "Invalid choice, please enter 1 through 9,",
                    " A through G, or 0 to exit"
        END-EVALUATE
    END-PERFORM.
    STOP RUN.
    DISPLAY "6. Maintain the batch master".
    DISPLAY "7. Reprint a past run's report".
    DISPLAY "8. Administer operators".
    DISPLAY "9. Review pending corrections, overrides and cancellations".
    DISPLAY "A. Maintain the rate master".
    DISPLAY "B. Review Product variance holds and tolerances".
    DISPLAY "C. Stage a whole-run cancellation (second operator approves)".
    DISPLAY "D. Verify or rebuild the period master".
    DISPLAY "E. Show a batch's whole story by Batch ID".
    DISPLAY "F. Maintain the GL account mapping".
    DISPLAY "G. Retention, legal holds and history purge".
    DISPLAY "0. Exit".
    DISPLAY "Enter choice: " WITH NO ADVANCING.

*>  inquiry in the same session starts from fresh WORKING-STORAGE.
    CANCEL "AuditInquiry".

    BATCH-LIFECYCLE-PARA.
    CALL "BatchLifecycle".
*>  CANCEL for the same reason as AuditInquiry above.
    CANCEL "BatchLifecycle".

    RUN-MULTIPLIER-PARA.
    PERFORM WRITE-SIGNON-PARA.
    CALL "Multiplier".
                CLOSE RunControlFile
            NOT AT END
                MOVE RC-BusinessDate TO SavedBusinessDate
                PERFORM SET-SAVED-CYCLE-PARA
                CLOSE RunControlFile
                DISPLAY "Stage one rerun of business date ",
                    SavedBusinessDate, " cycle ", SavedCycle,
                    " for approval? (Y/N): "
                    WITH NO ADVANCING
                ACCEPT OverrideConfirm
                IF OverrideConfirm = "Y" OR OverrideConfirm = "y"
                    MOVE SPACES TO StagedBatchID
                    MOVE SPACES TO StagedOrigRunID
                    MOVE SavedBusinessDate TO StagedBusinessDate
                    MOVE SavedCycle TO StagedCycle
                    PERFORM APPEND-PENDING-REQUEST-PARA
                    MOVE SPACES TO StagedCycle
                    DISPLAY "Override for ", SavedBusinessDate,
                        " cycle ", SavedCycle,
                        " staged - a second operator must approve it"
                ELSE
                    DISPLAY "Override abandoned"
        END-READ
    END-IF.

*>  Stages a pending cancellation of a whole run. A second, different
*>  level-2 operator must approve it - approval is what writes
*>  CANCEL.DAT for RunCancel to act on. Whether the run can be
*>  cancelled at all (archived, not a correction, still in the open
*>  period) is RunCancel's to decide against the files as they stand
*>  when it runs.
    STAGE-CANCELLATION-PARA.
    DISPLAY "RunID of the run to cancel: " WITH NO ADVANCING.
    ACCEPT CancelRunID.
    IF CancelRunID = SPACES
        DISPLAY "No RunID entered, cancellation abandoned"
    ELSE
        DISPLAY "Stage cancellation of every batch on run ", CancelRunID,
            " for approval? (Y/N): " WITH NO ADVANCING
        ACCEPT CancelConfirm
        IF CancelConfirm = "Y" OR CancelConfirm = "y"
            MOVE "X" TO StagedRequestType
            MOVE SPACES TO StagedBatchID
            MOVE CancelRunID TO StagedOrigRunID
            MOVE SPACES TO StagedBusinessDate
            PERFORM APPEND-PENDING-REQUEST-PARA
            DISPLAY "Cancellation of run ", CancelRunID,
                " staged - a second operator must approve it"
        ELSE
            DISPLAY "Cancellation abandoned"
        END-IF
    END-IF.

*>  The operator sees PeriodVerify's latest verdict, then either has
*>  PERIOD.DAT verified against the run history now, or asks for it
*>  to be rebuilt from the history. Only a rebuild request makes
*>  PeriodVerify write the master (the old one is kept aside); it can
*>  run now or be left in PERDREQ.DAT for the next job stream.
    PERIOD-MASTER-CHECK-PARA.
    PERFORM SHOW-PERIOD-CHECK-PARA.
    DISPLAY "V. Verify the period master against the run history now".
    DISPLAY "R. Rebuild the period master from the run history".
    DISPLAY "0. Return".
    DISPLAY "Enter choice: " WITH NO ADVANCING.
    ACCEPT PeriodCheckChoice.
    EVALUATE PeriodCheckChoice
        WHEN "V"
        WHEN "v"
            MOVE "V" TO PeriodCheckChoice
            PERFORM WRITE-VERIFY-REQUEST-PARA
            CALL "PeriodVerify"
            CANCEL "PeriodVerify"
            PERFORM SHOW-PERIOD-CHECK-PARA
        WHEN "R"
        WHEN "r"
            DISPLAY "Rebuild PERIOD.DAT from the run history where it",
                " differs? (Y/N): " WITH NO ADVANCING
            ACCEPT RunNowConfirm
            IF RunNowConfirm = "Y" OR RunNowConfirm = "y"
                MOVE "R" TO PeriodCheckChoice
                PERFORM WRITE-VERIFY-REQUEST-PARA
                DISPLAY "Rebuild requested in PERDREQ.DAT"
                DISPLAY "Run the rebuild now? (Y/N): " WITH NO ADVANCING
                ACCEPT RunNowConfirm
                IF RunNowConfirm = "Y" OR RunNowConfirm = "y"
                    CALL "PeriodVerify"
                    CANCEL "PeriodVerify"
                    PERFORM SHOW-PERIOD-CHECK-PARA
                ELSE
                    DISPLAY "Left staged - the next job stream will",
                        " process it"
                END-IF
            ELSE
                DISPLAY "Rebuild abandoned"
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    WRITE-VERIFY-REQUEST-PARA.
    ACCEPT TodayDate FROM DATE YYYYMMDD.
    OPEN OUTPUT VerifyRequestFile.
    MOVE SPACES TO VerifyRequestRecord.
    MOVE PeriodCheckChoice TO VQ-RequestType.
    MOVE MenuOperatorID TO VQ-RequestedBy.
    MOVE TodayDate TO VQ-RequestedDate.
    WRITE VerifyRequestRecord.
    CLOSE VerifyRequestFile.

    SHOW-PERIOD-CHECK-PARA.
    OPEN INPUT PeriodCheckFile.
    IF PeriodCheckFileStatus NOT = "00"
        DISPLAY "The period master has not been checked yet"
    ELSE
        READ PeriodCheckFile
            AT END
                DISPLAY "The period master has not been checked yet"
            NOT AT END
                EVALUATE TRUE
                    WHEN PK-MasterAgrees
                        MOVE "agrees with the run history"
                            TO PeriodCheckVerdictText
                    WHEN PK-MasterRebuilt
                        MOVE "was rebuilt from the run history"
                            TO PeriodCheckVerdictText
                    WHEN PK-MasterDiffers
                        MOVE "DIFFERS from the run history"
                            TO PeriodCheckVerdictText
                    WHEN OTHER
                        MOVE "could not be verified"
                            TO PeriodCheckVerdictText
                END-EVALUATE
                DISPLAY "Last period master check ", PK-CheckDate, " ",
                    PK-CheckTime, ": PERIOD.DAT ",
                    PeriodCheckVerdictText
                IF PK-MasterDiffers
                    DISPLAY "  ", PK-DiscrepancyCount, " field(s)",
                        " differ, see PERDVRPT.DAT - PeriodClose will",
                        " not close until it is rebuilt"
                END-IF
        END-READ
    END-IF.
    CLOSE PeriodCheckFile.

    APPEND-PENDING-REQUEST-PARA.
    ACCEPT TodayDate FROM DATE YYYYMMDD.
    OPEN EXTEND PendingFile.
    MOVE StagedBatchID TO PD-BatchID.
    MOVE StagedOrigRunID TO PD-OrigRunID.
    MOVE StagedBusinessDate TO PD-BusinessDate.
    MOVE StagedCycle TO PD-Cycle.
    MOVE MenuOperatorID TO PD-StagedBy.
    MOVE TodayDate TO PD-StagedDate.
    MOVE "P" TO PD-Status.
*>  requests are shown but cannot be approved or rejected by them -
*>  that is the whole point of the second pair of eyes. Approval
*>  acts immediately: a correction writes RERUN.DAT with both
*>  identities, an override sets the RUNCTL.DAT flag the same way,
*>  and a cancellation writes CANCEL.DAT.
*>  Closed requests roll to PENDHIST.DAT when the queue is saved. A
*>  queue that has outgrown the review table refuses the session -
*>  rewriting the file from a partial load would destroy the
                    TO PT-ApprovedBy(PendingEntryCount)
                MOVE PD-ApprovedDate
                    TO PT-ApprovedDate(PendingEntryCount)
                MOVE PD-Cycle TO PT-Cycle(PendingEntryCount)
                IF PD-Status = "P"
                    ADD 1 TO OpenPendingCount
                END-IF

    REVIEW-ONE-PENDING-PARA.
    IF PT-Status(PendingIdx) = "P"
        EVALUATE PT-RequestType(PendingIdx)
            WHEN "C"
                DISPLAY "PENDING CORRECTION - batch ",
                    PT-BatchID(PendingIdx), " of run ",
                    PT-OrigRunID(PendingIdx), ", staged by ",
                    PT-StagedBy(PendingIdx), " on ",
                    PT-StagedDate(PendingIdx)
            WHEN "X"
                DISPLAY "PENDING CANCELLATION - whole run ",
                    PT-OrigRunID(PendingIdx), ", staged by ",
                    PT-StagedBy(PendingIdx), " on ",
                    PT-StagedDate(PendingIdx)
            WHEN OTHER
                DISPLAY "PENDING OVERRIDE - business date ",
                    PT-BusinessDate(PendingIdx), " cycle ",
                    PT-Cycle(PendingIdx), ", staged by ",
                    PT-StagedBy(PendingIdx), " on ",
                    PT-StagedDate(PendingIdx)
        END-EVALUATE
        IF PT-StagedBy(PendingIdx) = MenuOperatorID
            DISPLAY "  Staged by you - a different operator must",
                " review it"
*>  later session instead of showing approved with nothing staged.
    APPROVE-PENDING-PARA.
    MOVE "N" TO ApprovalAppliedFlag.
    EVALUATE PT-RequestType(PendingIdx)
        WHEN "C"
            PERFORM APPLY-CORRECTION-APPROVAL-PARA
        WHEN "X"
            PERFORM APPLY-CANCELLATION-APPROVAL-PARA
        WHEN OTHER
            PERFORM APPLY-OVERRIDE-APPROVAL-PARA
    END-EVALUATE.
    IF ApprovalApplied
        MOVE "A" TO PT-Status(PendingIdx)
        MOVE MenuOperatorID TO PT-ApprovedBy(PendingIdx)
    END-IF.
    CLOSE RerunFile.

*>  CANCEL.DAT holds exactly one request and RunCancel clears it once
*>  it has acted on it or refused it, so as with RERUN.DAT a second
*>  approval is refused while an earlier one is still waiting.
    APPLY-CANCELLATION-APPROVAL-PARA.
    PERFORM CHECK-CANCEL-STAGED-PARA.
    IF CancelStillStaged
        DISPLAY "  NOT APPROVED - CANCEL.DAT already holds an",
            " approved cancellation of run ", StagedCancelRunID,
            " that has not been processed yet; request left pending"
    ELSE
        OPEN OUTPUT CancelRequestFile
        MOVE SPACES TO CancelRequestRecord
        MOVE PT-OrigRunID(PendingIdx) TO CX-RunID
        MOVE PT-StagedBy(PendingIdx) TO CX-StagedBy
        MOVE MenuOperatorID TO CX-ApprovedBy
        WRITE CancelRequestRecord
        CLOSE CancelRequestFile
        SET ApprovalApplied TO TRUE
        DISPLAY "  Cancellation approved and staged in CANCEL.DAT"
        DISPLAY "  Run the cancellation now? (Y/N): " WITH NO ADVANCING
        ACCEPT RunNowConfirm
        IF RunNowConfirm = "Y" OR RunNowConfirm = "y"
            CALL "RunCancel"
            CANCEL "RunCancel"
        ELSE
            DISPLAY "  Left staged - the next job stream will process",
                " it"
        END-IF
    END-IF.

    CHECK-CANCEL-STAGED-PARA.
    MOVE "N" TO CancelBusyFlag.
    MOVE SPACES TO StagedCancelRunID.
    OPEN INPUT CancelRequestFile.
    IF CancelRequestFileStatus = "00"
        READ CancelRequestFile
            AT END
                CONTINUE
            NOT AT END
                IF CX-RunID NOT = SPACES
                    SET CancelStillStaged TO TRUE
                    MOVE CX-RunID TO StagedCancelRunID
                END-IF
        END-READ
    END-IF.
    CLOSE CancelRequestFile.

*>  The flag is only set on the business date and cycle the request
*>  was staged for. If RunControlAdvance has moved either since,
*>  setting it now would authorize a rerun nobody reviewed, so the
*>  request is refused and left pending. A request staged before
*>  cycles existed carries no cycle and is taken as cycle 1. The
*>  rest of the record - run status, cycle number and the per-cycle
*>  statuses - is preserved; only the flag and the two identities
*>  change.
    APPLY-OVERRIDE-APPROVAL-PARA.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus NOT = "00"
                CLOSE RunControlFile
            NOT AT END
                MOVE RC-BusinessDate TO SavedBusinessDate
                MOVE RunControlRecord TO SavedRunControlRecord
                PERFORM SET-SAVED-CYCLE-PARA
                CLOSE RunControlFile
                IF PT-Cycle(PendingIdx) = SPACE
                    MOVE "1" TO PT-Cycle(PendingIdx)
                END-IF
                IF SavedBusinessDate
                        NOT = PT-BusinessDate(PendingIdx)
                    DISPLAY "  NOT APPROVED - request was staged for",
                        SavedBusinessDate, "; the date has moved on,",
                        " request left pending"
                ELSE
                    IF SavedCycle NOT = PT-Cycle(PendingIdx)
                        DISPLAY "  NOT APPROVED - request was staged",
                            " for cycle ", PT-Cycle(PendingIdx),
                            " but run control is now on cycle ",
                            SavedCycle, "; the cycle has moved on,",
                            " request left pending"
                    ELSE
                        OPEN OUTPUT RunControlFile
                        MOVE SavedRunControlRecord TO RunControlRecord
                        MOVE "Y" TO RC-OverrideFlag
                        MOVE PT-StagedBy(PendingIdx)
                            TO RC-OverrideStagedBy
                        MOVE MenuOperatorID TO RC-OverrideApprovedBy
                        WRITE RunControlRecord
                        CLOSE RunControlFile
                        SET ApprovalApplied TO TRUE
                        DISPLAY "  Override approved for ",
                            SavedBusinessDate, " cycle ", SavedCycle,
                            ", the next run will be allowed through"
                    END-IF
                END-IF
        END-READ
    END-IF.

*>  A run control record written before cycles existed is cycle 1.
    SET-SAVED-CYCLE-PARA.
    MOVE RC-CycleNumber TO SavedCycle.
    IF NOT SavedCycleIsValid
        MOVE "1" TO SavedCycle
    END-IF.

*>  Closed requests roll to the history file first, then the working
*>  queue is rewritten holding only the still-pending ones, so the
*>  audit trail accumulates in PENDHIST.DAT while PENDING.DAT stays
    MOVE PT-Status(PendingIdx) TO PW-Status.
    MOVE PT-ApprovedBy(PendingIdx) TO PW-ApprovedBy.
    MOVE PT-ApprovedDate(PendingIdx) TO PW-ApprovedDate.
    MOVE PT-Cycle(PendingIdx) TO PW-Cycle.

    VIEW-LAST-RESULT-PARA.
    MOVE "N" TO LastRunFoundFlag.
            DISPLAY "Operator ", TargetOperatorID, " released"
        END-IF
    END-IF.

*>  Maintenance for RATEMST.DAT, the rates BillPricing prices billing
*>  extracts from. A rate is never edited: a new rate with a later
*>  effective-from date supersedes the old one, so the rate that
*>  priced any past run stays on file. Only a rate not yet in effect
*>  - one nothing can have been priced at - may be withdrawn.
    RATE-MASTER-MENU-PARA.
    MOVE "N" TO RateExitFlag.
    PERFORM RATE-MASTER-CHOICE-PARA UNTIL RateMaintDone.

    RATE-MASTER-CHOICE-PARA.
    DISPLAY " ".
    DISPLAY "=== Rate Master Maintenance ===".
    DISPLAY "1. Browse rates".
    DISPLAY "2. Add a rate".
    DISPLAY "3. Withdraw a rate not yet in effect".
    DISPLAY "4. Return to the main menu".
    DISPLAY "Enter choice: " WITH NO ADVANCING.
    ACCEPT RateChoice.
    EVALUATE RateChoice
        WHEN "1"
            PERFORM BROWSE-RATE-MASTER-PARA
        WHEN "2"
            PERFORM ADD-RATE-PARA
        WHEN "3"
            PERFORM WITHDRAW-RATE-PARA
        WHEN "4"
            SET RateMaintDone TO TRUE
        WHEN OTHER
            DISPLAY "Invalid choice, please enter 1 through 4"
    END-EVALUATE.

    BROWSE-RATE-MASTER-PARA.
    PERFORM LOAD-RATE-TABLE-PARA.
    ACCEPT TodayDate FROM DATE YYYYMMDD.
    IF RateEntryCount = ZEROS
        DISPLAY "No rates on file"
    ELSE
        DISPLAY "T  KEY         EFFECTIVE         RATE  ENTERED BY",
            "  ON"
        PERFORM DISPLAY-ONE-RATE-PARA VARYING RateIdx FROM 1 BY 1
            UNTIL RateIdx > RateEntryCount
    END-IF.

    DISPLAY-ONE-RATE-PARA.
    MOVE SPACES TO RateBrowseLine.
    MOVE RE-RateType(RateIdx) TO RB-RateType.
    MOVE RE-RateKey(RateIdx) TO RB-RateKey.
    MOVE RE-EffectiveDate(RateIdx) TO RB-EffectiveDate.
    MOVE RE-Rate(RateIdx) TO RB-Rate.
    MOVE RE-EnteredBy(RateIdx) TO RB-EnteredBy.
    MOVE RE-EnteredDate(RateIdx) TO RB-EnteredDate.
    IF RE-EffectiveDate(RateIdx) > TodayDate
        MOVE "NOT YET" TO RB-InEffectText
    END-IF.
    DISPLAY RateBrowseLine.

    ADD-RATE-PARA.
    DISPLAY "Rate for a Batch ID or a department? (B/D): "
        WITH NO ADVANCING.
    ACCEPT NewRateType.
    IF NOT NewRateTypeValid
        DISPLAY "Rate type '", NewRateType, "' is not B or D,",
            " add abandoned"
    ELSE
        IF NewRateType = "B"
            DISPLAY "Batch ID: " WITH NO ADVANCING
        ELSE
            DISPLAY "Department: " WITH NO ADVANCING
        END-IF
        ACCEPT NewRateKey
        DISPLAY "Effective from (YYYYMMDD): " WITH NO ADVANCING
        ACCEPT NewEffectiveDate
        DISPLAY "Rate per whole unit of Product: " WITH NO ADVANCING
        ACCEPT NewRateText
        PERFORM EDIT-NEW-RATE-PARA
    END-IF.

*>  The effective date must be a real calendar date and the rate a
*>  non-negative number within the master's nine-and-four digits,
*>  checked before anything is loaded or rewritten.
    EDIT-NEW-RATE-PARA.
    MOVE ZEROS TO EffectiveDateInteger.
    IF NewEffectiveDate IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(NewEffectiveDate))
                = ZEROS
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(NewEffectiveDate))
                TO EffectiveDateInteger
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN NewRateKey = SPACES
            DISPLAY "No key entered, add abandoned"
        WHEN EffectiveDateInteger = ZEROS
            DISPLAY "Effective date '", NewEffectiveDate,
                "' is not a valid YYYYMMDD date, add abandoned"
        WHEN FUNCTION TEST-NUMVAL(NewRateText) NOT = ZEROS
            DISPLAY "Rate '", NewRateText, "' is not a number,",
                " add abandoned"
        WHEN FUNCTION NUMVAL(NewRateText) < ZEROS
                OR FUNCTION NUMVAL(NewRateText) > 9999999.9999
            DISPLAY "Rate '", NewRateText, "' is outside 0 to",
                " 9999999.9999, add abandoned"
        WHEN OTHER
            COMPUTE NewRate = FUNCTION NUMVAL(NewRateText)
            PERFORM STORE-NEW-RATE-PARA
    END-EVALUATE.

    STORE-NEW-RATE-PARA.
    PERFORM LOAD-RATE-TABLE-PARA.
    PERFORM FIND-RATE-ENTRY-PARA.
    IF RateEntryMatched
        DISPLAY "A ", NewRateType, " rate for ", NewRateKey,
            " effective ", NewEffectiveDate, " is already on file,",
            " add abandoned"
    ELSE
        IF RateEntryCount >= MaxRateEntries
            DISPLAY "Rate master is full (", MaxRateEntries,
                " entries), add abandoned"
        ELSE
            ACCEPT TodayDate FROM DATE YYYYMMDD
            ADD 1 TO RateEntryCount
            MOVE NewRateType TO RE-RateType(RateEntryCount)
            MOVE NewRateKey TO RE-RateKey(RateEntryCount)
            MOVE NewEffectiveDate TO RE-EffectiveDate(RateEntryCount)
            MOVE NewRate TO RE-Rate(RateEntryCount)
            MOVE MenuOperatorID TO RE-EnteredBy(RateEntryCount)
            MOVE TodayDate TO RE-EnteredDate(RateEntryCount)
            MOVE "N" TO RE-WithdrawnFlag(RateEntryCount)
            PERFORM SAVE-RATE-TABLE-PARA
            DISPLAY "Rate for ", NewRateKey, " effective ",
                NewEffectiveDate, " added"
            IF NewEffectiveDate < TodayDate
                DISPLAY "NOTE - the effective date is in the past;",
                    " extracts already priced keep the rate they",
                    " were priced at, held extracts price at this one"
            END-IF
        END-IF
    END-IF.

    WITHDRAW-RATE-PARA.
    DISPLAY "Rate type (B/D): " WITH NO ADVANCING.
    ACCEPT NewRateType.
    DISPLAY "Batch ID or department: " WITH NO ADVANCING.
    ACCEPT NewRateKey.
    DISPLAY "Effective from (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT NewEffectiveDate.
    PERFORM LOAD-RATE-TABLE-PARA.
    PERFORM FIND-RATE-ENTRY-PARA.
    ACCEPT TodayDate FROM DATE YYYYMMDD.
    IF NOT RateEntryMatched
        DISPLAY "No ", NewRateType, " rate for ", NewRateKey,
            " effective ", NewEffectiveDate, " is on file"
    ELSE
        IF RE-EffectiveDate(RateMatchIdx) NOT > TodayDate
            DISPLAY "NOT WITHDRAWN - the rate is already in effect and",
                " may have priced invoice lines; add a new rate with a",
                " later effective date instead"
        ELSE
            MOVE "Y" TO RE-WithdrawnFlag(RateMatchIdx)
            PERFORM SAVE-RATE-TABLE-PARA
            DISPLAY "Rate for ", NewRateKey, " effective ",
                NewEffectiveDate, " withdrawn"
        END-IF
    END-IF.

    FIND-RATE-ENTRY-PARA.
    MOVE "N" TO RateMatchFlag.
    MOVE ZEROS TO RateMatchIdx.
    PERFORM MATCH-ONE-RATE-PARA VARYING RateIdx FROM 1 BY 1
        UNTIL RateIdx > RateEntryCount OR RateEntryMatched.

    MATCH-ONE-RATE-PARA.
    IF RE-RateType(RateIdx) = NewRateType
            AND RE-RateKey(RateIdx) = NewRateKey
            AND RE-EffectiveDate(RateIdx) = NewEffectiveDate
        SET RateEntryMatched TO TRUE
        MOVE RateIdx TO RateMatchIdx
    END-IF.

*>  A missing RATEMST.DAT loads as an empty table; the first add
*>  creates the file.
    LOAD-RATE-TABLE-PARA.
    MOVE ZEROS TO RateEntryCount.
    MOVE "N" TO RateOverflowFlag.
    MOVE "N" TO EndOfRateFile.
    OPEN INPUT RateMasterFile.
    IF RateMasterFileStatus = "00"
        PERFORM LOAD-ONE-RATE-PARA UNTIL RateFileEOF
        CLOSE RateMasterFile
    END-IF.

    LOAD-ONE-RATE-PARA.
    READ RateMasterFile
        AT END
            MOVE "Y" TO EndOfRateFile
        NOT AT END
            IF RateEntryCount < MaxRateEntries
                ADD 1 TO RateEntryCount
                MOVE RT-RateType TO RE-RateType(RateEntryCount)
                MOVE RT-RateKey TO RE-RateKey(RateEntryCount)
                MOVE RT-EffectiveDate
                    TO RE-EffectiveDate(RateEntryCount)
                MOVE RT-Rate TO RE-Rate(RateEntryCount)
                MOVE RT-EnteredBy TO RE-EnteredBy(RateEntryCount)
                MOVE RT-EnteredDate TO RE-EnteredDate(RateEntryCount)
                MOVE "N" TO RE-WithdrawnFlag(RateEntryCount)
            ELSE
                SET RateTableOverflowed TO TRUE
                DISPLAY "WARNING - RATEMST.DAT holds more than ",
                    MaxRateEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfRateFile
            END-IF
    END-READ.

*>  Rewriting from a partial table would delete every rate past the
*>  table limit, so an overflowed load refuses the save. A withdrawn
*>  rate is simply not written back.
    SAVE-RATE-TABLE-PARA.
    IF RateTableOverflowed
        DISPLAY "NOT SAVED - RATEMST.DAT outgrew the ",
            MaxRateEntries, "-entry table; rewriting would delete",
            " the entries past it, change not persisted"
    ELSE
        OPEN OUTPUT RateMasterFile
        PERFORM SAVE-ONE-RATE-PARA VARYING RateIdx FROM 1 BY 1
            UNTIL RateIdx > RateEntryCount
        CLOSE RateMasterFile
    END-IF.

    SAVE-ONE-RATE-PARA.
    IF RE-WithdrawnFlag(RateIdx) NOT = "Y"
        MOVE SPACES TO RateMasterRecord
        MOVE RE-RateType(RateIdx) TO RT-RateType
        MOVE RE-RateKey(RateIdx) TO RT-RateKey
        MOVE RE-EffectiveDate(RateIdx) TO RT-EffectiveDate
        MOVE RE-Rate(RateIdx) TO RT-Rate
        MOVE RE-EnteredBy(RateIdx) TO RT-EnteredBy
        MOVE RE-EnteredDate(RateIdx) TO RT-EnteredDate
        WRITE RateMasterRecord
    END-IF.

*>  Maintenance for GLMAP.DAT, the GL accounts and cost centre each
*>  Batch-ID's period total is journalled to at the month-end close.
*>  A Batch-ID's own mapping wins over its department's. Unlike a
*>  rate, a mapping may be changed or removed at any time: a journal
*>  already handed off is on the ledger and is not cut again, and a
*>  held one is rebuilt with the mapping as it stands when the close
*>  is re-run.
    GL-MAPPING-MENU-PARA.
    MOVE "N" TO GLMapExitFlag.
    PERFORM GL-MAPPING-CHOICE-PARA UNTIL GLMapMaintDone.

    GL-MAPPING-CHOICE-PARA.
    DISPLAY " ".
    DISPLAY "=== GL Account Mapping Maintenance ===".
    DISPLAY "1. Browse mappings".
    DISPLAY "2. Add or change a mapping".
    DISPLAY "3. Remove a mapping".
    DISPLAY "4. Return to the main menu".
    DISPLAY "Enter choice: " WITH NO ADVANCING.
    ACCEPT GLMapChoice.
    EVALUATE GLMapChoice
        WHEN "1"
            PERFORM BROWSE-GL-MAPPING-PARA
        WHEN "2"
            PERFORM SET-GL-MAPPING-PARA
        WHEN "3"
            PERFORM REMOVE-GL-MAPPING-PARA
        WHEN "4"
            SET GLMapMaintDone TO TRUE
        WHEN OTHER
            DISPLAY "Invalid choice, please enter 1 through 4"
    END-EVALUATE.

    BROWSE-GL-MAPPING-PARA.
    PERFORM LOAD-GL-MAP-TABLE-PARA.
    IF GLMapEntryCount = ZEROS
        DISPLAY "No GL mappings on file"
    ELSE
        DISPLAY "T  KEY         DEBIT       CREDIT      CC      BY",
            "        ON"
        PERFORM DISPLAY-ONE-GL-MAPPING-PARA
            VARYING GLMapIdx FROM 1 BY 1
            UNTIL GLMapIdx > GLMapEntryCount
    END-IF.

    DISPLAY-ONE-GL-MAPPING-PARA.
    MOVE SPACES TO GLMapBrowseLine.
    MOVE ML-MapType(GLMapIdx) TO MB-MapType.
    MOVE ML-MapKey(GLMapIdx) TO MB-MapKey.
    MOVE ML-DebitAccount(GLMapIdx) TO MB-DebitAccount.
    MOVE ML-CreditAccount(GLMapIdx) TO MB-CreditAccount.
    MOVE ML-CostCentre(GLMapIdx) TO MB-CostCentre.
    MOVE ML-EnteredBy(GLMapIdx) TO MB-EnteredBy.
    MOVE ML-EnteredDate(GLMapIdx) TO MB-EnteredDate.
    DISPLAY GLMapBrowseLine.

*>  Both accounts are required and must differ - a line debited and
*>  credited to the same account would balance and post nothing.
    SET-GL-MAPPING-PARA.
    DISPLAY "Mapping for a Batch ID or a department? (B/D): "
        WITH NO ADVANCING.
    ACCEPT NewMapType.
    IF NOT NewMapTypeValid
        DISPLAY "Mapping type '", NewMapType, "' is not B or D,",
            " nothing set"
    ELSE
        IF NewMapType = "B"
            DISPLAY "Batch ID: " WITH NO ADVANCING
        ELSE
            DISPLAY "Department: " WITH NO ADVANCING
        END-IF
        ACCEPT NewMapKey
        DISPLAY "GL account to debit: " WITH NO ADVANCING
        ACCEPT NewDebitAccount
        DISPLAY "GL account to credit: " WITH NO ADVANCING
        ACCEPT NewCreditAccount
        DISPLAY "Cost centre: " WITH NO ADVANCING
        ACCEPT NewCostCentre
        EVALUATE TRUE
            WHEN NewMapKey = SPACES
                DISPLAY "No key entered, nothing set"
            WHEN NewDebitAccount = SPACES
                    OR NewCreditAccount = SPACES
                DISPLAY "Both GL accounts are required, nothing set"
            WHEN NewDebitAccount = NewCreditAccount
                DISPLAY "Debit and credit account are the same,",
                    " nothing set"
            WHEN OTHER
                PERFORM STORE-GL-MAPPING-PARA
        END-EVALUATE
    END-IF.

    STORE-GL-MAPPING-PARA.
    PERFORM LOAD-GL-MAP-TABLE-PARA.
    PERFORM FIND-GL-MAP-ENTRY-PARA.
    IF NOT GLMapEntryMatched
        IF GLMapEntryCount < MaxGLMapEntries
            ADD 1 TO GLMapEntryCount
            MOVE GLMapEntryCount TO GLMapMatchIdx
            MOVE NewMapType TO ML-MapType(GLMapMatchIdx)
            MOVE NewMapKey TO ML-MapKey(GLMapMatchIdx)
            MOVE "N" TO ML-RemovedFlag(GLMapMatchIdx)
        ELSE
            DISPLAY "GL mapping file is full (", MaxGLMapEntries,
                " entries), nothing set"
        END-IF
    END-IF.
    IF GLMapMatchIdx NOT = ZEROS
        ACCEPT TodayDate FROM DATE YYYYMMDD
        MOVE NewDebitAccount TO ML-DebitAccount(GLMapMatchIdx)
        MOVE NewCreditAccount TO ML-CreditAccount(GLMapMatchIdx)
        MOVE NewCostCentre TO ML-CostCentre(GLMapMatchIdx)
        MOVE MenuOperatorID TO ML-EnteredBy(GLMapMatchIdx)
        MOVE TodayDate TO ML-EnteredDate(GLMapMatchIdx)
        PERFORM SAVE-GL-MAP-TABLE-PARA
        IF NOT GLMapTableOverflowed
            DISPLAY "GL mapping for ", NewMapKey, " set"
        END-IF
    END-IF.

    REMOVE-GL-MAPPING-PARA.
    DISPLAY "Mapping type (B/D): " WITH NO ADVANCING.
    ACCEPT NewMapType.
    DISPLAY "Batch ID or department: " WITH NO ADVANCING.
    ACCEPT NewMapKey.
    PERFORM LOAD-GL-MAP-TABLE-PARA.
    PERFORM FIND-GL-MAP-ENTRY-PARA.
    IF NOT GLMapEntryMatched
        DISPLAY "No ", NewMapType, " mapping for ", NewMapKey,
            " is on file"
    ELSE
        MOVE "Y" TO ML-RemovedFlag(GLMapMatchIdx)
        PERFORM SAVE-GL-MAP-TABLE-PARA
        IF NOT GLMapTableOverflowed
            DISPLAY "GL mapping for ", NewMapKey, " removed"
        END-IF
    END-IF.

    FIND-GL-MAP-ENTRY-PARA.
    MOVE "N" TO GLMapMatchFlag.
    MOVE ZEROS TO GLMapMatchIdx.
    PERFORM MATCH-ONE-GL-MAPPING-PARA VARYING GLMapIdx FROM 1 BY 1
        UNTIL GLMapIdx > GLMapEntryCount OR GLMapEntryMatched.

    MATCH-ONE-GL-MAPPING-PARA.
    IF ML-MapType(GLMapIdx) = NewMapType
            AND ML-MapKey(GLMapIdx) = NewMapKey
        SET GLMapEntryMatched TO TRUE
        MOVE GLMapIdx TO GLMapMatchIdx
    END-IF.

*>  A missing GLMAP.DAT loads as an empty table; the first mapping
*>  set creates the file.
    LOAD-GL-MAP-TABLE-PARA.
    MOVE ZEROS TO GLMapEntryCount.
    MOVE "N" TO GLMapOverflowFlag.
    MOVE "N" TO EndOfGLMapFile.
    OPEN INPUT GLMapFile.
    IF GLMapFileStatus = "00"
        PERFORM LOAD-ONE-GL-MAPPING-PARA UNTIL GLMapFileEOF
        CLOSE GLMapFile
    END-IF.

    LOAD-ONE-GL-MAPPING-PARA.
    READ GLMapFile
        AT END
            MOVE "Y" TO EndOfGLMapFile
        NOT AT END
            IF GLMapEntryCount < MaxGLMapEntries
                ADD 1 TO GLMapEntryCount
                MOVE GM-MapType TO ML-MapType(GLMapEntryCount)
                MOVE GM-MapKey TO ML-MapKey(GLMapEntryCount)
                MOVE GM-DebitAccount
                    TO ML-DebitAccount(GLMapEntryCount)
                MOVE GM-CreditAccount
                    TO ML-CreditAccount(GLMapEntryCount)
                MOVE GM-CostCentre TO ML-CostCentre(GLMapEntryCount)
                MOVE GM-EnteredBy TO ML-EnteredBy(GLMapEntryCount)
                MOVE GM-EnteredDate TO ML-EnteredDate(GLMapEntryCount)
                MOVE "N" TO ML-RemovedFlag(GLMapEntryCount)
            ELSE
                SET GLMapTableOverflowed TO TRUE
                DISPLAY "WARNING - GLMAP.DAT holds more than ",
                    MaxGLMapEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfGLMapFile
            END-IF
    END-READ.

*>  Same refusal as the rate master: rewriting from a partial table
*>  would delete every mapping past the table limit. A removed
*>  mapping is simply not written back.
    SAVE-GL-MAP-TABLE-PARA.
    IF GLMapTableOverflowed
        DISPLAY "NOT SAVED - GLMAP.DAT outgrew the ",
            MaxGLMapEntries, "-entry table; rewriting would delete",
            " the entries past it, change not persisted"
    ELSE
        OPEN OUTPUT GLMapFile
        PERFORM SAVE-ONE-GL-MAPPING-PARA
            VARYING GLMapIdx FROM 1 BY 1
            UNTIL GLMapIdx > GLMapEntryCount
        CLOSE GLMapFile
    END-IF.

    SAVE-ONE-GL-MAPPING-PARA.
    IF ML-RemovedFlag(GLMapIdx) NOT = "Y"
        MOVE SPACES TO GLMapRecord
        MOVE ML-MapType(GLMapIdx) TO GM-MapType
        MOVE ML-MapKey(GLMapIdx) TO GM-MapKey
        MOVE ML-DebitAccount(GLMapIdx) TO GM-DebitAccount
        MOVE ML-CreditAccount(GLMapIdx) TO GM-CreditAccount
        MOVE ML-CostCentre(GLMapIdx) TO GM-CostCentre
        MOVE ML-EnteredBy(GLMapIdx) TO GM-EnteredBy
        MOVE ML-EnteredDate(GLMapIdx) TO GM-EnteredDate
        WRITE GLMapRecord
    END-IF.

*>  Retention policy and legal holds for the history files, and the
*>  level-3 approval HistoryPurge will not run without. Approving
*>  runs the purge there and then; the approval is good for today
*>  only, and the purge uses it up.
    RETENTION-MENU-PARA.
    MOVE "N" TO RetentionExitFlag.
    PERFORM RETENTION-CHOICE-PARA UNTIL RetentionMaintDone.

    RETENTION-CHOICE-PARA.
    DISPLAY " ".
    DISPLAY "=== Retention, Legal Holds and History Purge ===".
    DISPLAY "1. Show retention policies and legal holds".
    DISPLAY "2. Set a history file's retention".
    DISPLAY "3. Place a legal hold".
    DISPLAY "4. Lift a legal hold".
    DISPLAY "5. Approve and run the history purge now".
    DISPLAY "6. Return to the main menu".
    DISPLAY "Enter choice: " WITH NO ADVANCING.
    ACCEPT RetentionChoice.
    EVALUATE RetentionChoice
        WHEN "1"
            PERFORM SHOW-RETENTION-PARA
        WHEN "2"
            PERFORM SET-RETENTION-PARA
        WHEN "3"
            PERFORM PLACE-LEGAL-HOLD-PARA
        WHEN "4"
            PERFORM LIFT-LEGAL-HOLD-PARA
        WHEN "5"
            PERFORM APPROVE-PURGE-PARA
        WHEN "6"
            SET RetentionMaintDone TO TRUE
        WHEN OTHER
            DISPLAY "Invalid choice, please enter 1 through 6"
    END-EVALUATE.

    SHOW-RETENTION-PARA.
    PERFORM LOAD-RETENTION-TABLE-PARA.
    IF RetentionEntryCount = ZEROS
        DISPLAY "No retention policies on file - nothing will be",
            " purged"
    ELSE
        DISPLAY "FILE          KEEP  SET BY    ON"
        PERFORM DISPLAY-ONE-RETENTION-PARA
            VARYING RetentionIdx FROM 1 BY 1
            UNTIL RetentionIdx > RetentionEntryCount
    END-IF.
    PERFORM LOAD-LEGAL-HOLD-TABLE-PARA.
    IF LegalHoldCount = ZEROS
        DISPLAY "No legal holds on file"
    ELSE
        DISPLAY "T  KEY             MATTER                PLACED BY",
            " ON"
        PERFORM DISPLAY-ONE-LEGAL-HOLD-PARA
            VARYING LegalHoldIdx FROM 1 BY 1
            UNTIL LegalHoldIdx > LegalHoldCount
    END-IF.

    DISPLAY-ONE-RETENTION-PARA.
    MOVE SPACES TO RetentionBrowseLine.
    MOVE RN-FileName(RetentionIdx) TO PB-FileName.
    MOVE RN-KeepMonths(RetentionIdx) TO PB-KeepMonths.
    MOVE RN-SetBy(RetentionIdx) TO PB-SetBy.
    MOVE RN-SetDate(RetentionIdx) TO PB-SetDate.
    DISPLAY RetentionBrowseLine.

    DISPLAY-ONE-LEGAL-HOLD-PARA.
    MOVE SPACES TO LegalHoldBrowseLine.
    MOVE LG-HoldType(LegalHoldIdx) TO LB-HoldType.
    MOVE LG-HoldKey(LegalHoldIdx) TO LB-HoldKey.
    MOVE LG-Matter(LegalHoldIdx) TO LB-Matter.
    MOVE LG-PlacedBy(LegalHoldIdx) TO LB-PlacedBy.
    MOVE LG-PlacedDate(LegalHoldIdx) TO LB-PlacedDate.
    DISPLAY LegalHoldBrowseLine.

*>  Only the history files HistoryPurge knows can carry a policy;
*>  BTNNNNNN.DAT sets the one policy for every transmission file.
    SET-RETENTION-PARA.
    DISPLAY "History file (AUDITHX.DAT, RPTHX.DAT, EXCEPTHX.DAT,".
    DISPLAY "  PERDHIST.DAT, PENDHIST.DAT, SIGNLOG.DAT, JOBLOG.DAT,".
    DISPLAY "  BILLXREG.DAT or BTNNNNNN.DAT): " WITH NO ADVANCING.
    ACCEPT NewPolicyFileName.
    DISPLAY "Months to keep (1 to 999): " WITH NO ADVANCING.
    ACCEPT NewKeepMonthsText.
    EVALUATE TRUE
        WHEN NOT NewPolicyFileKnown
            DISPLAY "'", NewPolicyFileName, "' is not a history file",
                " the purge handles, nothing set"
        WHEN FUNCTION TEST-NUMVAL(NewKeepMonthsText) NOT = ZEROS
            DISPLAY "Months '", NewKeepMonthsText, "' is not a",
                " number, nothing set"
        WHEN FUNCTION NUMVAL(NewKeepMonthsText) < 1
                OR FUNCTION NUMVAL(NewKeepMonthsText) > 999
                OR FUNCTION NUMVAL(NewKeepMonthsText) NOT =
                    FUNCTION INTEGER(FUNCTION NUMVAL(NewKeepMonthsText))
            DISPLAY "Months '", NewKeepMonthsText, "' is not a whole",
                " number from 1 to 999, nothing set"
        WHEN OTHER
            PERFORM STORE-RETENTION-PARA
    END-EVALUATE.

    STORE-RETENTION-PARA.
    PERFORM LOAD-RETENTION-TABLE-PARA.
    MOVE ZEROS TO RetentionMatchIdx.
    PERFORM MATCH-ONE-RETENTION-PARA VARYING RetentionIdx FROM 1 BY 1
        UNTIL RetentionIdx > RetentionEntryCount
            OR RetentionMatchIdx NOT = ZEROS.
    IF RetentionMatchIdx = ZEROS
        IF RetentionEntryCount < MaxRetentionEntries
            ADD 1 TO RetentionEntryCount
            MOVE RetentionEntryCount TO RetentionMatchIdx
            MOVE NewPolicyFileName TO RN-FileName(RetentionMatchIdx)
        ELSE
            DISPLAY "Retention policy file is full (",
                MaxRetentionEntries, " entries), nothing set"
        END-IF
    END-IF.
    IF RetentionMatchIdx NOT = ZEROS
        ACCEPT TodayDate FROM DATE YYYYMMDD
        COMPUTE RN-KeepMonths(RetentionMatchIdx) =
            FUNCTION NUMVAL(NewKeepMonthsText)
        MOVE MenuOperatorID TO RN-SetBy(RetentionMatchIdx)
        MOVE TodayDate TO RN-SetDate(RetentionMatchIdx)
        PERFORM SAVE-RETENTION-TABLE-PARA
        IF NOT RetentionTableOverflowed
            DISPLAY NewPolicyFileName, " now keeps ",
                RN-KeepMonths(RetentionMatchIdx), " months"
        END-IF
    END-IF.

    MATCH-ONE-RETENTION-PARA.
    IF RN-FileName(RetentionIdx) = NewPolicyFileName
        MOVE RetentionIdx TO RetentionMatchIdx
    END-IF.

    PLACE-LEGAL-HOLD-PARA.
    DISPLAY "Hold a Batch ID or a RunID? (B/R): " WITH NO ADVANCING.
    ACCEPT NewHoldType.
    IF NOT NewHoldTypeValid
        DISPLAY "Hold type '", NewHoldType, "' is not B or R,",
            " nothing held"
    ELSE
        IF NewHoldType = "B"
            DISPLAY "Batch ID: " WITH NO ADVANCING
        ELSE
            DISPLAY "RunID: " WITH NO ADVANCING
        END-IF
        ACCEPT NewHoldKey
        DISPLAY "Matter held for: " WITH NO ADVANCING
        ACCEPT NewHoldMatter
        EVALUATE TRUE
            WHEN NewHoldKey = SPACES
                DISPLAY "No key entered, nothing held"
            WHEN NewHoldMatter = SPACES
                DISPLAY "A hold needs the matter it is for, nothing",
                    " held"
            WHEN OTHER
                PERFORM STORE-LEGAL-HOLD-PARA
        END-EVALUATE
    END-IF.

    STORE-LEGAL-HOLD-PARA.
    PERFORM LOAD-LEGAL-HOLD-TABLE-PARA.
    PERFORM FIND-LEGAL-HOLD-PARA.
    EVALUATE TRUE
        WHEN LegalHoldMatchIdx NOT = ZEROS
            DISPLAY NewHoldKey, " is already held for ",
                LG-Matter(LegalHoldMatchIdx)
        WHEN LegalHoldCount >= MaxLegalHolds
            DISPLAY "Legal hold file is full (", MaxLegalHolds,
                " entries), nothing held"
        WHEN OTHER
            ACCEPT TodayDate FROM DATE YYYYMMDD
            ADD 1 TO LegalHoldCount
            MOVE NewHoldType TO LG-HoldType(LegalHoldCount)
            MOVE NewHoldKey TO LG-HoldKey(LegalHoldCount)
            MOVE NewHoldMatter TO LG-Matter(LegalHoldCount)
            MOVE MenuOperatorID TO LG-PlacedBy(LegalHoldCount)
            MOVE TodayDate TO LG-PlacedDate(LegalHoldCount)
            MOVE "N" TO LG-LiftedFlag(LegalHoldCount)
            PERFORM SAVE-LEGAL-HOLD-TABLE-PARA
            IF NOT LegalHoldTableOverflowed
                DISPLAY NewHoldKey, " is now on legal hold"
            END-IF
    END-EVALUATE.

    LIFT-LEGAL-HOLD-PARA.
    DISPLAY "Hold type (B/R): " WITH NO ADVANCING.
    ACCEPT NewHoldType.
    DISPLAY "Batch ID or RunID: " WITH NO ADVANCING.
    ACCEPT NewHoldKey.
    PERFORM LOAD-LEGAL-HOLD-TABLE-PARA.
    PERFORM FIND-LEGAL-HOLD-PARA.
    IF LegalHoldMatchIdx = ZEROS
        DISPLAY "No ", NewHoldType, " hold on ", NewHoldKey,
            " is on file"
    ELSE
        MOVE "Y" TO LG-LiftedFlag(LegalHoldMatchIdx)
        PERFORM SAVE-LEGAL-HOLD-TABLE-PARA
        IF NOT LegalHoldTableOverflowed
            DISPLAY "Legal hold on ", NewHoldKey, " lifted"
        END-IF
    END-IF.

    FIND-LEGAL-HOLD-PARA.
    MOVE ZEROS TO LegalHoldMatchIdx.
    PERFORM MATCH-ONE-LEGAL-HOLD-PARA VARYING LegalHoldIdx FROM 1 BY 1
        UNTIL LegalHoldIdx > LegalHoldCount
            OR LegalHoldMatchIdx NOT = ZEROS.

    MATCH-ONE-LEGAL-HOLD-PARA.
    IF LG-HoldType(LegalHoldIdx) = NewHoldType
            AND LG-HoldKey(LegalHoldIdx) = NewHoldKey
        MOVE LegalHoldIdx TO LegalHoldMatchIdx
    END-IF.

*>  HistoryPurge prints the refusal itself if it will not run, and
*>  otherwise leaves its counts on PURGERPT.DAT.
    APPROVE-PURGE-PARA.
    DISPLAY "Purge every history record past its retention, to the",
        " dated offline extract, now? (Y/N): " WITH NO ADVANCING.
    ACCEPT RunNowConfirm.
    IF RunNowConfirm = "Y" OR RunNowConfirm = "y"
        ACCEPT TodayDate FROM DATE YYYYMMDD
        ACCEPT ApprovalTime FROM TIME
        OPEN OUTPUT PurgeApprovalFile
        MOVE SPACES TO PurgeApprovalRecord
        MOVE MenuOperatorID TO PA-ApprovedBy
        MOVE TodayDate TO PA-ApprovedDate
        MOVE ApprovalTime TO PA-ApprovedTime
        WRITE PurgeApprovalRecord
        CLOSE PurgeApprovalFile
        CALL "HistoryPurge"
        CANCEL "HistoryPurge"
    ELSE
        DISPLAY "Purge not approved, nothing purged"
    END-IF.

*>  A missing RETPOL.DAT loads as an empty table; the first policy
*>  set creates the file.
    LOAD-RETENTION-TABLE-PARA.
    MOVE ZEROS TO RetentionEntryCount.
    MOVE "N" TO RetentionOverflowFlag.
    MOVE "N" TO EndOfRetentionFile.
    OPEN INPUT RetentionPolicyFile.
    IF RetentionPolicyFileStatus = "00"
        PERFORM LOAD-ONE-RETENTION-PARA UNTIL RetentionFileEOF
        CLOSE RetentionPolicyFile
    END-IF.

    LOAD-ONE-RETENTION-PARA.
    READ RetentionPolicyFile
        AT END
            MOVE "Y" TO EndOfRetentionFile
        NOT AT END
            IF RetentionEntryCount < MaxRetentionEntries
                ADD 1 TO RetentionEntryCount
                MOVE RP-FileName TO RN-FileName(RetentionEntryCount)
                MOVE RP-KeepMonths
                    TO RN-KeepMonths(RetentionEntryCount)
                MOVE RP-SetBy TO RN-SetBy(RetentionEntryCount)
                MOVE RP-SetDate TO RN-SetDate(RetentionEntryCount)
            ELSE
                SET RetentionTableOverflowed TO TRUE
                DISPLAY "WARNING - RETPOL.DAT holds more than ",
                    MaxRetentionEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfRetentionFile
            END-IF
    END-READ.

*>  Same refusal as the rate master: rewriting from a partial table
*>  would delete every policy past the table limit.
    SAVE-RETENTION-TABLE-PARA.
    IF RetentionTableOverflowed
        DISPLAY "NOT SAVED - RETPOL.DAT outgrew the ",
            MaxRetentionEntries, "-entry table; rewriting would",
            " delete the entries past it, change not persisted"
    ELSE
        OPEN OUTPUT RetentionPolicyFile
        PERFORM SAVE-ONE-RETENTION-PARA
            VARYING RetentionIdx FROM 1 BY 1
            UNTIL RetentionIdx > RetentionEntryCount
        CLOSE RetentionPolicyFile
    END-IF.

    SAVE-ONE-RETENTION-PARA.
    MOVE SPACES TO RetentionPolicyRecord.
    MOVE RN-FileName(RetentionIdx) TO RP-FileName.
    MOVE RN-KeepMonths(RetentionIdx) TO RP-KeepMonths.
    MOVE RN-SetBy(RetentionIdx) TO RP-SetBy.
    MOVE RN-SetDate(RetentionIdx) TO RP-SetDate.
    WRITE RetentionPolicyRecord.

    LOAD-LEGAL-HOLD-TABLE-PARA.
    MOVE ZEROS TO LegalHoldCount.
    MOVE "N" TO LegalHoldOverflowFlag.
    MOVE "N" TO EndOfLegalHoldFile.
    OPEN INPUT LegalHoldFile.
    IF LegalHoldFileStatus = "00"
        PERFORM LOAD-ONE-LEGAL-HOLD-PARA UNTIL LegalHoldFileEOF
        CLOSE LegalHoldFile
    END-IF.

    LOAD-ONE-LEGAL-HOLD-PARA.
    READ LegalHoldFile
        AT END
            MOVE "Y" TO EndOfLegalHoldFile
        NOT AT END
            IF LegalHoldCount < MaxLegalHolds
                ADD 1 TO LegalHoldCount
                MOVE LH-HoldType TO LG-HoldType(LegalHoldCount)
                MOVE LH-HoldKey TO LG-HoldKey(LegalHoldCount)
                MOVE LH-Matter TO LG-Matter(LegalHoldCount)
                MOVE LH-PlacedBy TO LG-PlacedBy(LegalHoldCount)
                MOVE LH-PlacedDate TO LG-PlacedDate(LegalHoldCount)
                MOVE "N" TO LG-LiftedFlag(LegalHoldCount)
            ELSE
                SET LegalHoldTableOverflowed TO TRUE
                DISPLAY "WARNING - LEGALHLD.DAT holds more than ",
                    MaxLegalHolds, " entries, extras ignored"
                MOVE "Y" TO EndOfLegalHoldFile
            END-IF
    END-READ.

*>  A partial table must never be written back: the holds past it
*>  would be lifted without anyone deciding to lift them.
    SAVE-LEGAL-HOLD-TABLE-PARA.
    IF LegalHoldTableOverflowed
        DISPLAY "NOT SAVED - LEGALHLD.DAT outgrew the ",
            MaxLegalHolds, "-entry table; rewriting would lift",
            " the holds past it, change not persisted"
    ELSE
        OPEN OUTPUT LegalHoldFile
        PERFORM SAVE-ONE-LEGAL-HOLD-PARA
            VARYING LegalHoldIdx FROM 1 BY 1
            UNTIL LegalHoldIdx > LegalHoldCount
        CLOSE LegalHoldFile
    END-IF.

    SAVE-ONE-LEGAL-HOLD-PARA.
    IF LG-LiftedFlag(LegalHoldIdx) NOT = "Y"
        MOVE SPACES TO LegalHoldRecord
        MOVE LG-HoldType(LegalHoldIdx) TO LH-HoldType
        MOVE LG-HoldKey(LegalHoldIdx) TO LH-HoldKey
        MOVE LG-Matter(LegalHoldIdx) TO LH-Matter
        MOVE LG-PlacedBy(LegalHoldIdx) TO LH-PlacedBy
        MOVE LG-PlacedDate(LegalHoldIdx) TO LH-PlacedDate
        WRITE LegalHoldRecord
    END-IF.

*>  Review of the batches VarianceCheck flagged, and maintenance of
*>  the tolerance bands it flags them against. A pending hold keeps
*>  the billing hand-off held; confirming a batch says its Product
*>  has been checked and stands, releasing a run lets every batch
*>  still pending on it through. Either way the decision and who made
*>  it stay on VARHOLD.DAT, and the job stream's rerun picks it up.
    VARIANCE-REVIEW-MENU-PARA.
    MOVE "N" TO VarianceExitFlag.
    PERFORM VARIANCE-REVIEW-CHOICE-PARA UNTIL VarianceReviewDone.

    VARIANCE-REVIEW-CHOICE-PARA.
    DISPLAY " ".
    DISPLAY "=== Product Variance Review ===".
    DISPLAY "1. List flagged batches awaiting review".
    DISPLAY "2. Confirm a flagged batch".
    DISPLAY "3. Release every flagged batch on a run".
    DISPLAY "4. Browse tolerance bands".
    DISPLAY "5. Set a tolerance band".
    DISPLAY "6. Return to the main menu".
    DISPLAY "Enter choice: " WITH NO ADVANCING.
    ACCEPT VarianceChoice.
    EVALUATE VarianceChoice
        WHEN "1"
            PERFORM LIST-PENDING-HOLDS-PARA
        WHEN "2"
            PERFORM CONFIRM-HOLD-PARA
        WHEN "3"
            PERFORM RELEASE-RUN-HOLDS-PARA
        WHEN "4"
            PERFORM BROWSE-TOLERANCES-PARA
        WHEN "5"
            PERFORM SET-TOLERANCE-PARA
        WHEN "6"
            SET VarianceReviewDone TO TRUE
        WHEN OTHER
            DISPLAY "Invalid choice, please enter 1 through 6"
    END-EVALUATE.

    LIST-PENDING-HOLDS-PARA.
    PERFORM LOAD-HOLD-TABLE-PARA.
    MOVE ZEROS TO HoldPendingCount.
    DISPLAY "RUN ID          BATCH ID            PRODUCT",
        "  AVERAGE PER RUN   VAR %  FLAGGED".
    PERFORM DISPLAY-ONE-HOLD-PARA VARYING HoldIdx FROM 1 BY 1
        UNTIL HoldIdx > HoldEntryCount.
    IF HoldPendingCount = ZEROS
        DISPLAY "No flagged batches await review"
    END-IF.

    DISPLAY-ONE-HOLD-PARA.
    IF VE-Status(HoldIdx) = "P"
        ADD 1 TO HoldPendingCount
        MOVE SPACES TO HoldBrowseLine
        MOVE VE-RunID(HoldIdx) TO HB-RunID
        MOVE VE-BatchID(HoldIdx) TO HB-BatchID
        MOVE VE-Product(HoldIdx) TO HB-Product
        MOVE VE-Baseline(HoldIdx) TO HB-Baseline
        MOVE VE-VariancePct(HoldIdx) TO HB-VariancePct
        MOVE VE-FlaggedDate(HoldIdx) TO HB-FlaggedDate
        DISPLAY HoldBrowseLine
    END-IF.

    CONFIRM-HOLD-PARA.
    DISPLAY "RunID: " WITH NO ADVANCING.
    ACCEPT TargetRunID.
    DISPLAY "Batch ID: " WITH NO ADVANCING.
    ACCEPT TargetBatchID.
    PERFORM LOAD-HOLD-TABLE-PARA.
    MOVE "N" TO HoldMatchFlag.
    PERFORM MATCH-ONE-HOLD-PARA VARYING HoldIdx FROM 1 BY 1
        UNTIL HoldIdx > HoldEntryCount OR HoldEntryMatched.
    IF NOT HoldEntryMatched
        DISPLAY "Batch ", TargetBatchID, " is not awaiting review on",
            " run ", TargetRunID
    ELSE
        MOVE VE-Product(HoldMatchIdx) TO HB-Product
        MOVE VE-Baseline(HoldMatchIdx) TO HB-Baseline
        MOVE VE-VariancePct(HoldMatchIdx) TO HB-VariancePct
        DISPLAY "Product ", HB-Product, " against an average of ",
            HB-Baseline, " per run (", HB-VariancePct, "%)"
        DISPLAY "Confirm this Product stands and may be billed? (Y/N): "
            WITH NO ADVANCING
        ACCEPT OverrideConfirm
        IF OverrideConfirm = "Y" OR OverrideConfirm = "y"
            ACCEPT TodayDate FROM DATE YYYYMMDD
            MOVE "C" TO VE-Status(HoldMatchIdx)
            MOVE MenuOperatorID TO VE-DecidedBy(HoldMatchIdx)
            MOVE TodayDate TO VE-DecidedDate(HoldMatchIdx)
            PERFORM SAVE-HOLD-TABLE-PARA
            IF NOT HoldTableOverflowed
                DISPLAY "Batch ", TargetBatchID, " confirmed"
                PERFORM REPORT-RUN-PENDING-PARA
            END-IF
        ELSE
            DISPLAY "Not confirmed, batch still held"
        END-IF
    END-IF.

    MATCH-ONE-HOLD-PARA.
    IF VE-RunID(HoldIdx) = TargetRunID
            AND VE-BatchID(HoldIdx) = TargetBatchID
            AND VE-Status(HoldIdx) = "P"
        SET HoldEntryMatched TO TRUE
        MOVE HoldIdx TO HoldMatchIdx
    END-IF.

    RELEASE-RUN-HOLDS-PARA.
    DISPLAY "RunID: " WITH NO ADVANCING.
    ACCEPT TargetRunID.
    PERFORM LOAD-HOLD-TABLE-PARA.
    PERFORM REPORT-RUN-PENDING-PARA.
    IF HoldPendingCount NOT = ZEROS
        DISPLAY "Release all ", HoldPendingCount, " flagged batch(es)",
            " on run ", TargetRunID, " for billing? (Y/N): "
            WITH NO ADVANCING
        ACCEPT OverrideConfirm
        IF OverrideConfirm = "Y" OR OverrideConfirm = "y"
            ACCEPT TodayDate FROM DATE YYYYMMDD
            MOVE ZEROS TO HoldDecidedCount
            PERFORM RELEASE-ONE-HOLD-PARA VARYING HoldIdx FROM 1 BY 1
                UNTIL HoldIdx > HoldEntryCount
            PERFORM SAVE-HOLD-TABLE-PARA
            IF NOT HoldTableOverflowed
                DISPLAY HoldDecidedCount, " batch(es) released"
                PERFORM REPORT-RUN-PENDING-PARA
            END-IF
        ELSE
            DISPLAY "Not released, batches still held"
        END-IF
    END-IF.

    RELEASE-ONE-HOLD-PARA.
    IF VE-RunID(HoldIdx) = TargetRunID AND VE-Status(HoldIdx) = "P"
        MOVE "R" TO VE-Status(HoldIdx)
        MOVE MenuOperatorID TO VE-DecidedBy(HoldIdx)
        MOVE TodayDate TO VE-DecidedDate(HoldIdx)
        ADD 1 TO HoldDecidedCount
    END-IF.

*>  Tells the operator whether the run's hand-off is now clear; the
*>  held billing steps resume when the job stream is rerun.
    REPORT-RUN-PENDING-PARA.
    MOVE ZEROS TO HoldPendingCount.
    PERFORM COUNT-ONE-RUN-PENDING-PARA VARYING HoldIdx FROM 1 BY 1
        UNTIL HoldIdx > HoldEntryCount.
    IF HoldPendingCount = ZEROS
        DISPLAY "No flagged batches remain on run ", TargetRunID,
            " - rerun the job stream to resume the billing hand-off"
    ELSE
        DISPLAY HoldPendingCount, " flagged batch(es) still await",
            " review on run ", TargetRunID
    END-IF.

    COUNT-ONE-RUN-PENDING-PARA.
    IF VE-RunID(HoldIdx) = TargetRunID AND VE-Status(HoldIdx) = "P"
        ADD 1 TO HoldPendingCount
    END-IF.

    LOAD-HOLD-TABLE-PARA.
    MOVE ZEROS TO HoldEntryCount.
    MOVE "N" TO HoldOverflowFlag.
    MOVE "N" TO EndOfHoldFile.
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
            IF HoldEntryCount < MaxHoldEntries
                ADD 1 TO HoldEntryCount
                MOVE VH-RunID TO VE-RunID(HoldEntryCount)
                MOVE VH-BatchID TO VE-BatchID(HoldEntryCount)
                MOVE VH-Product TO VE-Product(HoldEntryCount)
                MOVE VH-Scale TO VE-Scale(HoldEntryCount)
                MOVE VH-Baseline TO VE-Baseline(HoldEntryCount)
                MOVE VH-VariancePct TO VE-VariancePct(HoldEntryCount)
                MOVE VH-FlaggedDate TO VE-FlaggedDate(HoldEntryCount)
                MOVE VH-Status TO VE-Status(HoldEntryCount)
                MOVE VH-DecidedBy TO VE-DecidedBy(HoldEntryCount)
                MOVE VH-DecidedDate TO VE-DecidedDate(HoldEntryCount)
            ELSE
                SET HoldTableOverflowed TO TRUE
                DISPLAY "WARNING - VARHOLD.DAT holds more than ",
                    MaxHoldEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfHoldFile
            END-IF
    END-READ.

*>  Rewriting from a partial table would delete every hold past the
*>  table limit, so an overflowed load refuses the save.
    SAVE-HOLD-TABLE-PARA.
    IF HoldTableOverflowed
        DISPLAY "NOT SAVED - VARHOLD.DAT outgrew the ",
            MaxHoldEntries, "-entry table; rewriting would delete",
            " the entries past it, decision not persisted"
    ELSE
        OPEN OUTPUT VarianceHoldFile
        PERFORM SAVE-ONE-HOLD-PARA VARYING HoldIdx FROM 1 BY 1
            UNTIL HoldIdx > HoldEntryCount
        CLOSE VarianceHoldFile
    END-IF.

    SAVE-ONE-HOLD-PARA.
    MOVE SPACES TO VarianceHoldRecord.
    MOVE VE-RunID(HoldIdx) TO VH-RunID.
    MOVE VE-BatchID(HoldIdx) TO VH-BatchID.
    MOVE VE-Product(HoldIdx) TO VH-Product.
    MOVE VE-Scale(HoldIdx) TO VH-Scale.
    MOVE VE-Baseline(HoldIdx) TO VH-Baseline.
    MOVE VE-VariancePct(HoldIdx) TO VH-VariancePct.
    MOVE VE-FlaggedDate(HoldIdx) TO VH-FlaggedDate.
    MOVE VE-Status(HoldIdx) TO VH-Status.
    MOVE VE-DecidedBy(HoldIdx) TO VH-DecidedBy.
    MOVE VE-DecidedDate(HoldIdx) TO VH-DecidedDate.
    WRITE VarianceHoldRecord.

    BROWSE-TOLERANCES-PARA.
    PERFORM LOAD-TOLERANCE-TABLE-PARA.
    IF ToleranceEntryCount = ZEROS
        DISPLAY "No tolerance bands on file - every batch is checked",
            " at the built-in 50% band with three prior runs"
    ELSE
        DISPLAY "BATCH ID     BAND%  RUNS  SET BY    ON"
        PERFORM DISPLAY-ONE-TOLERANCE-PARA
            VARYING ToleranceIdx FROM 1 BY 1
            UNTIL ToleranceIdx > ToleranceEntryCount
    END-IF.

    DISPLAY-ONE-TOLERANCE-PARA.
    MOVE SPACES TO ToleranceBrowseLine.
    MOVE TE-BatchID(ToleranceIdx) TO TB-BatchID.
    MOVE TE-TolerancePct(ToleranceIdx) TO TB-TolerancePct.
    MOVE TE-MinBaselineRuns(ToleranceIdx) TO TB-MinBaselineRuns.
    MOVE TE-SetBy(ToleranceIdx) TO TB-SetBy.
    MOVE TE-SetDate(ToleranceIdx) TO TB-SetDate.
    DISPLAY ToleranceBrowseLine.

*>  Setting a band for a key already on file replaces it; the band
*>  and the minimum run count must be whole numbers in range.
    SET-TOLERANCE-PARA.
    DISPLAY "Batch ID, or * for the site default: " WITH NO ADVANCING.
    ACCEPT NewToleranceKey.
    DISPLAY "Band, percent either side of the average: "
        WITH NO ADVANCING.
    ACCEPT NewToleranceText.
    DISPLAY "Fewest prior runs for a baseline: " WITH NO ADVANCING.
    ACCEPT NewMinRunsText.
    EVALUATE TRUE
        WHEN NewToleranceKey = SPACES
            DISPLAY "No key entered, nothing set"
        WHEN FUNCTION TEST-NUMVAL(NewToleranceText) NOT = ZEROS
            DISPLAY "Band '", NewToleranceText, "' is not a number,",
                " nothing set"
        WHEN FUNCTION NUMVAL(NewToleranceText) < 1
                OR FUNCTION NUMVAL(NewToleranceText) > 99999
            DISPLAY "Band '", NewToleranceText, "' is outside 1 to",
                " 99999 percent, nothing set"
        WHEN FUNCTION TEST-NUMVAL(NewMinRunsText) NOT = ZEROS
            DISPLAY "Run count '", NewMinRunsText, "' is not a number,",
                " nothing set"
        WHEN FUNCTION NUMVAL(NewMinRunsText) < 1
                OR FUNCTION NUMVAL(NewMinRunsText) > 999
            DISPLAY "Run count '", NewMinRunsText, "' is outside 1 to",
                " 999, nothing set"
        WHEN OTHER
            PERFORM STORE-TOLERANCE-PARA
    END-EVALUATE.

    STORE-TOLERANCE-PARA.
    PERFORM LOAD-TOLERANCE-TABLE-PARA.
    MOVE "N" TO ToleranceMatchFlag.
    MOVE ZEROS TO ToleranceMatchIdx.
    PERFORM MATCH-ONE-TOLERANCE-PARA VARYING ToleranceIdx FROM 1 BY 1
        UNTIL ToleranceIdx > ToleranceEntryCount
            OR ToleranceEntryMatched.
    IF NOT ToleranceEntryMatched
        IF ToleranceEntryCount < MaxToleranceEntries
            ADD 1 TO ToleranceEntryCount
            MOVE ToleranceEntryCount TO ToleranceMatchIdx
            MOVE NewToleranceKey TO TE-BatchID(ToleranceMatchIdx)
        ELSE
            DISPLAY "Tolerance file is full (", MaxToleranceEntries,
                " entries), nothing set"
        END-IF
    END-IF.
    IF ToleranceMatchIdx NOT = ZEROS
        ACCEPT TodayDate FROM DATE YYYYMMDD
        COMPUTE TE-TolerancePct(ToleranceMatchIdx) =
            FUNCTION NUMVAL(NewToleranceText)
        COMPUTE TE-MinBaselineRuns(ToleranceMatchIdx) =
            FUNCTION NUMVAL(NewMinRunsText)
        MOVE MenuOperatorID TO TE-SetBy(ToleranceMatchIdx)
        MOVE TodayDate TO TE-SetDate(ToleranceMatchIdx)
        PERFORM SAVE-TOLERANCE-TABLE-PARA
        IF NOT ToleranceTableOverflowed
            DISPLAY "Tolerance band for ", NewToleranceKey, " set"
        END-IF
    END-IF.

    MATCH-ONE-TOLERANCE-PARA.
    IF TE-BatchID(ToleranceIdx) = NewToleranceKey
        SET ToleranceEntryMatched TO TRUE
        MOVE ToleranceIdx TO ToleranceMatchIdx
    END-IF.

    LOAD-TOLERANCE-TABLE-PARA.
    MOVE ZEROS TO ToleranceEntryCount.
    MOVE "N" TO ToleranceOverflowFlag.
    MOVE "N" TO EndOfToleranceFile.
    OPEN INPUT VarianceToleranceFile.
    IF VarianceToleranceFileStatus = "00"
        PERFORM LOAD-ONE-TOLERANCE-PARA UNTIL ToleranceFileEOF
        CLOSE VarianceToleranceFile
    END-IF.

    LOAD-ONE-TOLERANCE-PARA.
    READ VarianceToleranceFile
        AT END
            MOVE "Y" TO EndOfToleranceFile
        NOT AT END
            IF ToleranceEntryCount < MaxToleranceEntries
                ADD 1 TO ToleranceEntryCount
                MOVE VT-BatchID TO TE-BatchID(ToleranceEntryCount)
                MOVE VT-TolerancePct
                    TO TE-TolerancePct(ToleranceEntryCount)
                MOVE VT-MinBaselineRuns
                    TO TE-MinBaselineRuns(ToleranceEntryCount)
                MOVE VT-SetBy TO TE-SetBy(ToleranceEntryCount)
                MOVE VT-SetDate TO TE-SetDate(ToleranceEntryCount)
            ELSE
                SET ToleranceTableOverflowed TO TRUE
                DISPLAY "WARNING - VARTOL.DAT holds more than ",
                    MaxToleranceEntries, " entries, extras ignored"
                MOVE "Y" TO EndOfToleranceFile
            END-IF
    END-READ.

    SAVE-TOLERANCE-TABLE-PARA.
    IF ToleranceTableOverflowed
        DISPLAY "NOT SAVED - VARTOL.DAT outgrew the ",
            MaxToleranceEntries, "-entry table; rewriting would",
            " delete the entries past it, change not persisted"
    ELSE
        OPEN OUTPUT VarianceToleranceFile
        PERFORM SAVE-ONE-TOLERANCE-PARA
            VARYING ToleranceIdx FROM 1 BY 1
            UNTIL ToleranceIdx > ToleranceEntryCount
        CLOSE VarianceToleranceFile
    END-IF.

    SAVE-ONE-TOLERANCE-PARA.
    MOVE SPACES TO VarianceToleranceRecord.
    MOVE TE-BatchID(ToleranceIdx) TO VT-BatchID.
    MOVE TE-TolerancePct(ToleranceIdx) TO VT-TolerancePct.
    MOVE TE-MinBaselineRuns(ToleranceIdx) TO VT-MinBaselineRuns.
    MOVE TE-SetBy(ToleranceIdx) TO VT-SetBy.
    MOVE TE-SetDate(ToleranceIdx) TO VT-SetDate.
    WRITE VarianceToleranceRecord.
