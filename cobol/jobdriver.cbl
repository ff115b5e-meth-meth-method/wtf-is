*> half-built window, including RunControlAdvance so a failed night
*> does not roll the business date past itself.
*>
*> On rerun for the same business date and cycle the driver resumes:
*> steps whose latest JOBLOG.DAT status for the cycle is C are
*> skipped, and the stream picks up at the first failed, held or
*> not-yet-run step instead of the top. Steps that refuse their own
*> reruns (Multiplier on a completed cycle, PeriodClose on a closed
*> period) keep their own protections - the driver never overrides
*> them.
*>
*> The driver's own RETURN-CODE is the worst step grade of the
*> night, so the scheduler needs to watch one exit code, not eight.
*>             balancing step, hold-on-error - the numbered billing
*>             transmission is exactly the hand-off an error-grade
*>             night must hold.
*> 2026-09-09  BillPricing added to the standard sequence just ahead
*>             of BillTransmit, hold-on-error - only priced extracts
*>             are transmitted, so pricing is part of the hand-off.
*> 2026-09-14  ReturnPackage added to the standard sequence right
*>             after Multiplier, not hold-on-error - a night that
*>             failed is exactly when the departments need their
*>             rejects back.
*> 2026-09-16  VarianceCheck added to the standard sequence after
*>             RunBalance, hold-on-error. A batch Product outside its
*>             historical band grades it 8, so the billing hand-off
*>             is held until an operator confirms or releases the
*>             flagged batches and the stream is rerun. ReturnPackage
*>             now follows it so variance exceptions reach the
*>             departments' packages.
*> 2026-09-21  RunCancel added to the standard sequence after
*>             ReturnPackage and ahead of BillPricing, not
*>             hold-on-error: an approved whole-run cancellation's
*>             reversals are priced and transmitted the same night,
*>             and a night that failed is often the run being thrown
*>             away. With nothing staged in CANCEL.DAT it does
*>             nothing; a refused or out-of-balance cancellation
*>             grades it 8 and holds the billing hand-off.
*> 2026-09-23  Processing cycles. The stream runs one cycle of the
*>             business date at a time - the cycle RUNCTL.DAT is on
*>             when the stream starts - and JOBLOG.DAT carries the
*>             cycle on every record, so the midday and overnight
*>             streams of one date are logged apart and a rerun
*>             resumes only from its own cycle's log. A log record
*>             written before the field existed reads as cycle 1.
*> 2026-09-28  JOBSTEPS.DAT and JOBLOG.DAT record layouts lifted into
*>             JOBSREC.CPY and JOBLREC.CPY so WindowSLA reads the
*>             step sequence and the job log with the same layouts.
*> 2026-09-30  PeriodVerify added to the standard sequence after
*>             RunCancel, not hold-on-error, so it checks the period
*>             master as the night's runs and cancellations left it.
*>             It only acts on the last processing day of a month
*>             (the night before the month-end close) or on a
*>             request staged from the menu, and grades 4 at worst -
*>             it is PeriodClose, not billing, that a bad master
*>             stops.
*> 2026-10-07  GLTransmit added to the standard sequence after
*>             BillTransmit, hold-on-error. It hands off the month's
*>             GL journal once PeriodClose has cut one and does
*>             nothing on other nights. A month-end JOBSTEPS.DAT that
*>             runs PeriodClose ahead of it holds the GL hand-off when
*>             the close exits 8 on unmapped batches.

ENVIRONMENT DIVISION.

FILE SECTION.

FD  JobStepsFile.
    COPY JOBSREC.

FD  JobLogFile.
    COPY JOBLREC.

FD  RunControlFile.
    COPY RUNCTL.
01  JobLogFileStatus                      PIC XX.
01  RunControlFileStatus                  PIC XX.
01  BusinessDate                          PIC X(08).
01  BusinessCycle                         PIC X(01) VALUE "1".
    88  BusinessCycleIsValid              VALUE "1" THRU "9".
01  LogCycle                              PIC X(01) VALUE "1".
01  EndOfStepsFile                        PIC X(01) VALUE "N".
    88  StepsFileEOF                      VALUE "Y".
01  EndOfLogFile                          PIC X(01) VALUE "N".
        GOBACK
    END-IF.
    PERFORM LOAD-PRIOR-LOG-PARA.
    DISPLAY "Job stream for business date ", BusinessDate, " cycle ",
        BusinessCycle, ", ", StepCount, " step(s)".
    PERFORM RUN-ONE-STEP-PARA VARYING StepIdx FROM 1 BY 1
        UNTIL StepIdx > StepCount.
    DISPLAY "Steps run ", StepsRun, ", skipped (already complete) ",
            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    MOVE RC-BusinessDate TO BusinessDate
                    MOVE RC-CycleNumber TO BusinessCycle
                END-IF
        END-READ
    ELSE
            " system clock"
    END-IF.
    CLOSE RunControlFile.
    IF NOT BusinessCycleIsValid
        MOVE "1" TO BusinessCycle
    END-IF.

*>  With no JOBSTEPS.DAT on file, the standard overnight sequence is
*>  used. The hold flag marks the steps that must not run once any
*>  earlier step has failed at error grade: everything that would
*>  process a half-built window, the billing hand-off, and the
*>  business-date advance. ReturnPackage, RunCancel, BillingRecon
*>  and AuditArchive are safe on any night and always run.
    LOAD-STEP-TABLE-PARA.
    MOVE "N" TO EndOfStepsFile.
    OPEN INPUT JobStepsFile.

    SEED-DEFAULT-STEPS-PARA.
    PERFORM SEED-ONE-STEP-PARA VARYING StepIdx FROM 1 BY 1
        UNTIL StepIdx > 17.
    MOVE 17 TO StepCount.
    MOVE "FactorIntake"      TO ST-ProgramName(1).
    MOVE "N"                 TO ST-HoldFlag(1).
    MOVE "FactorEdit"        TO ST-ProgramName(2).
    MOVE "Y"                 TO ST-HoldFlag(6).
    MOVE "RunBalance"        TO ST-ProgramName(7).
    MOVE "Y"                 TO ST-HoldFlag(7).
    MOVE "VarianceCheck"     TO ST-ProgramName(8).
    MOVE "Y"                 TO ST-HoldFlag(8).
    MOVE "ReturnPackage"     TO ST-ProgramName(9).
    MOVE "N"                 TO ST-HoldFlag(9).
    MOVE "RunCancel"         TO ST-ProgramName(10).
    MOVE "N"                 TO ST-HoldFlag(10).
    MOVE "PeriodVerify"      TO ST-ProgramName(11).
    MOVE "N"                 TO ST-HoldFlag(11).
    MOVE "BillPricing"       TO ST-ProgramName(12).
    MOVE "Y"                 TO ST-HoldFlag(12).
    MOVE "BillTransmit"      TO ST-ProgramName(13).
    MOVE "Y"                 TO ST-HoldFlag(13).
    MOVE "GLTransmit"        TO ST-ProgramName(14).
    MOVE "Y"                 TO ST-HoldFlag(14).
    MOVE "BillingRecon"      TO ST-ProgramName(15).
    MOVE "N"                 TO ST-HoldFlag(15).
    MOVE "AuditArchive"      TO ST-ProgramName(16).
    MOVE "N"                 TO ST-HoldFlag(16).
    MOVE "RunControlAdvance" TO ST-ProgramName(17).
    MOVE "Y"                 TO ST-HoldFlag(17).

    SEED-ONE-STEP-PARA.
    MOVE StepIdx TO ST-StepNumber(StepIdx).
    MOVE SPACES TO ST-PriorStatus(StepIdx).

*>  The latest JOBLOG.DAT status per step for this business date and
*>  cycle decides the resume point: a step already marked C is skipped, so
*>  a rerun picks up at the first failed, held or not-yet-run step.
    LOAD-PRIOR-LOG-PARA.
    MOVE "N" TO EndOfLogFile.
        AT END
            MOVE "Y" TO EndOfLogFile
        NOT AT END
            MOVE JL-Cycle TO LogCycle
            IF LogCycle = SPACE
                MOVE "1" TO LogCycle
            END-IF
            IF JL-BusinessDate = BusinessDate
                    AND LogCycle = BusinessCycle
                PERFORM NOTE-PRIOR-STATUS-PARA
                    VARYING LogScanIdx FROM 1 BY 1
                    UNTIL LogScanIdx > StepCount
        ADD 1 TO StepsSkipped
        DISPLAY "SKIP - step ", ST-StepNumber(StepIdx), " ",
            ST-ProgramName(StepIdx),
            " already completed for this business date and cycle"
    ELSE
        IF ST-HoldFlag(StepIdx) = "Y" AND MaxSeverity >= 8
            ADD 1 TO StepsHeld
    MOVE StepEndTime TO JL-EndTime.
    MOVE StepReturnCode TO JL-ReturnCode.
    MOVE StepStatus TO JL-Status.
    MOVE BusinessCycle TO JL-Cycle.
    WRITE JobLogRecord.
    CLOSE JobLogFile.
