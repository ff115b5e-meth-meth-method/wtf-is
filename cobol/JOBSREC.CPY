      *> JOBSREC.CPY
      *> Job stream step record for JOBSTEPS.DAT, one per step in run
      *> order: step number, the program CALLed, and whether the step
      *> is held once an earlier step has failed at error grade.
      *> Included under the FD for JobStepsFile in JobDriver (which
      *> runs the sequence) and WindowSLA (which reports each step's
      *> elapsed time), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-28  Lifted out of JobDriver's FD so WindowSLA can read
      *>             JOBSTEPS.DAT with the same layout.
       01  JobStepRecord.
           05  JS-StepNumber                     PIC 9(02).
           05  FILLER                            PIC X(01).
           05  JS-ProgramName                    PIC X(20).
           05  FILLER                            PIC X(01).
           05  JS-HoldFlag                       PIC X(01).
               88  JS-HoldOnError                VALUE "Y".
