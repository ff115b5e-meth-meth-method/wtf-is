*>             stamped on the run header, the correction product
*>             record and a correction run's exception records, so
*>             the approval chain is reconstructible later.
*> 2026-09-23  Processing cycles. A business date can now carry a
*>             midday cycle as well as the overnight one, so the run
*>             processes the cycle RUNCTL.DAT is on: the duplicate-
*>             run refusal and the override apply to that cycle's
*>             status only (the next cycle needs no override, a
*>             rerun of the same cycle still does), the in-progress
*>             and complete marks keep the other cycles' statuses
*>             and the cycle number intact, and the cycle is the
*>             ninth character of the RunID - business date, cycle,
*>             then a five-digit sequence that wraps at 99999 - and
*>             rides every billing extract in Billing-Cycle.
*>             Correction runs take the cycle the date is on without
*>             the run-control checks, as before.

ENVIRONMENT DIVISION.

WORKING-STORAGE SECTION.
01  RunDate                               PIC X(08).
01  RunSequence                           PIC 9(06) VALUE ZEROS.
01  RunCycle                              PIC X(01) VALUE "1".
    88  RunCycleIsValid                   VALUE "1" THRU "9".
01  RunCycleNumber                        PIC 9(01) VALUE 1.
01  RunID                                 PIC X(14) VALUE SPACES.
01  BatchCount                            PIC 9(05) VALUE ZEROS.
01  CurrentBatchID                        PIC X(10).
01  RunControlFoundFlag                   PIC X(01) VALUE "N".
    88  HasRunControl                     VALUE "Y".
01  SavedRunStatus                        PIC X(01) VALUE "N".
01  SavedRunControlRecord                 PIC X(42) VALUE SPACES.
01  OverrideFlag                          PIC X(01) VALUE "N".
    88  OverrideInEffect                  VALUE "Y".
01  OverrideStagedBy                      PIC X(08) VALUE SPACES.
*>      interrupted run's partial report out from under its resume,
*>      so a pending checkpoint refuses the correction the same way
*>      PeriodClose refuses a business date still in progress.
        PERFORM LOAD-RUN-CYCLE-PARA
        PERFORM LOAD-CHECKPOINT-PARA
        IF HasCheckpoint
            DISPLAY "CORRECTION REFUSED - run ", CP-RunID,
    ELSE
        PERFORM NEXT-RUN-SEQUENCE-PARA
        STRING RunDate DELIMITED BY SIZE
               RunCycle DELIMITED BY SIZE
               RunSequence(2:5) DELIMITED BY SIZE
            INTO RunID
    END-IF.
    IF NOT CorrectionRun
    MOVE "O" TO Billing-TranCode.
    MOVE CurrentOperationCode TO Billing-Operation.
    MOVE CurrentScale TO Billing-Scale.
    MOVE RunCycle TO Billing-Cycle.
    WRITE BillingExtractRecord.

*>  The reversal names the run being backed out in Billing-OrigRunID
    MOVE "V" TO Billing-TranCode.
    MOVE CurrentOperationCode TO Billing-Operation.
    MOVE CurrentScale TO Billing-Scale.
    MOVE RunCycle TO Billing-Cycle.
    MOVE OriginalRunID TO Billing-OrigRunID.
    WRITE BillingExtractRecord.

    MOVE "C" TO Billing-TranCode.
    MOVE CurrentOperationCode TO Billing-Operation.
    MOVE CurrentScale TO Billing-Scale.
    MOVE RunCycle TO Billing-Cycle.
    MOVE OriginalRunID TO Billing-OrigRunID.
    WRITE BillingExtractRecord.

            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    SET HasRunControl TO TRUE
                    MOVE RunControlRecord TO SavedRunControlRecord
                    MOVE RC-BusinessDate TO RunDate
                    PERFORM SET-RUN-CYCLE-PARA
                    MOVE RC-RunStatus TO SavedRunStatus
                    MOVE RC-OverrideFlag TO OverrideFlag
                    MOVE RC-OverrideStagedBy TO OverrideStagedBy
        END-IF
    END-IF.

*>  RC-RunStatus is the status of the cycle the date is on; once
*>  RunControlAdvance moves the date to its next cycle the status is
*>  back to N, so only a rerun of the same cycle needs the override.
    CHECK-RUN-ALLOWED-PARA.
    IF HasRunControl AND SavedRunStatus = "C"
        IF OverrideInEffect
            DISPLAY "OVERRIDE - business date ", RunDate, " cycle ",
                RunCycle, " already ran to completion, rerunning on",
                " staged override"
        ELSE
            DISPLAY "REFUSED - business date ", RunDate, " cycle ",
                RunCycle, " already ran to completion; stage an",
                " override to rerun"
            SET RunRefused TO TRUE
            MOVE "E" TO ExceptionSeverity
            MOVE "DUP" TO ExceptionReason
            MOVE SPACES TO ExceptionData
            STRING "DUPLICATE RUN FOR " DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   " CYCLE " DELIMITED BY SIZE
                   RunCycle DELIMITED BY SIZE
                INTO ExceptionData
            PERFORM WRITE-EXCEPTION-PARA
        END-IF
            END-IF
    END-READ.

*>  A cycle number that is blank (a record written before cycles
*>  existed) or out of range is taken as cycle 1.
    SET-RUN-CYCLE-PARA.
    MOVE RC-CycleNumber TO RunCycle.
    IF NOT RunCycleIsValid
        MOVE "1" TO RunCycle
    END-IF.
    MOVE RunCycle TO RunCycleNumber.

*>  A correction skips the run-control checks but its RunID still
*>  names the cycle the business date is on.
    LOAD-RUN-CYCLE-PARA.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus = "00"
        READ RunControlFile
            AT END
                CONTINUE
            NOT AT END
                PERFORM SET-RUN-CYCLE-PARA
        END-READ
        CLOSE RunControlFile
    END-IF.

*>  The staged override is consumed here so it authorizes exactly one
*>  run instead of leaving the date permanently rerunnable. The
*>  record is rebuilt from the one read at start so the cycle number
*>  and the other cycles' statuses are carried through.
    MARK-RUN-IN-PROGRESS-PARA.
    OPEN OUTPUT RunControlFile.
    MOVE SavedRunControlRecord TO RunControlRecord.
    MOVE RunDate TO RC-BusinessDate.
    MOVE "I" TO RC-RunStatus.
    MOVE "N" TO RC-OverrideFlag.
    MOVE SPACES TO RC-OverrideStagedBy.
    MOVE SPACES TO RC-OverrideApprovedBy.
    MOVE RunCycle TO RC-CycleNumber.
    MOVE "I" TO RC-CycleStatus(RunCycleNumber).
    WRITE RunControlRecord.
    CLOSE RunControlFile.

    MARK-RUN-COMPLETE-PARA.
    OPEN OUTPUT RunControlFile.
    MOVE SavedRunControlRecord TO RunControlRecord.
    MOVE RunDate TO RC-BusinessDate.
    MOVE "C" TO RC-RunStatus.
    MOVE "N" TO RC-OverrideFlag.
    MOVE SPACES TO RC-OverrideStagedBy.
    MOVE SPACES TO RC-OverrideApprovedBy.
    MOVE RunCycle TO RC-CycleNumber.
    MOVE "C" TO RC-CycleStatus(RunCycleNumber).
    WRITE RunControlRecord.
    CLOSE RunControlFile.

    END-IF.
    CLOSE RunSeqFile.
    ADD 1 TO RunSequence.
    IF RunSequence > 99999
        MOVE 1 TO RunSequence
    END-IF.
    OPEN OUTPUT RunSeqFile.
