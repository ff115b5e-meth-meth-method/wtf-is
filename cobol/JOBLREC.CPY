      *> JOBLREC.CPY
      *> Job log record for JOBLOG.DAT, one per step execution (or
      *> hold) of the job stream: business date and cycle, step
      *> number, program, start and end time (HHMMSS), the step's
      *> RETURN-CODE and its status - C completed, F failed, H held.
      *> Included under the FD for JobLogFile in JobDriver (which
      *> appends it) and WindowSLA (which reports elapsed times and
      *> the window against the billing cutoff), so both agree on one
      *> layout.
      *>
      *> Maintenance history
      *> 2026-09-28  Lifted out of JobDriver's FD so WindowSLA can read
      *>             JOBLOG.DAT with the same layout.
       01  JobLogRecord.
           05  JL-BusinessDate                   PIC X(08).
           05  FILLER                            PIC X(01).
           05  JL-StepNumber                     PIC 9(02).
           05  FILLER                            PIC X(01).
           05  JL-ProgramName                    PIC X(20).
           05  FILLER                            PIC X(01).
           05  JL-StartTime                      PIC X(06).
           05  FILLER                            PIC X(01).
           05  JL-EndTime                        PIC X(06).
           05  FILLER                            PIC X(01).
           05  JL-ReturnCode                     PIC 9(02).
           05  FILLER                            PIC X(01).
           05  JL-Status                         PIC X(01).
               88  JL-StepCompleted              VALUE "C".
               88  JL-StepFailed                 VALUE "F".
               88  JL-StepHeld                   VALUE "H".
           05  FILLER                            PIC X(01).
           05  JL-Cycle                          PIC X(01).
