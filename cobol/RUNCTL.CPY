      *>             only honors an override that carries an approver
      *>             different from the stager; the pair is stamped
      *>             on the run header of the run it authorizes.
      *> 2026-09-23  Added processing cycles. A business date can now
      *>             carry more than one cycle (a midday cycle for
      *>             the departments that deliver by 11:00 as well as
      *>             the overnight one). RC-CycleNumber is the cycle
      *>             the date is on and RC-CycleStatus holds each
      *>             cycle's N/I/C status; RC-RunStatus stays the
      *>             status of the current cycle so readers that only
      *>             know one run a day still see the run in hand.
      *>             Records written before the fields existed read
      *>             back blank and are taken as cycle 1.
       01  RunControlRecord.
           05  RC-BusinessDate                   PIC X(08).
           05  FILLER                            PIC X(01).
           05  RC-OverrideStagedBy               PIC X(08).
           05  FILLER                            PIC X(01).
           05  RC-OverrideApprovedBy             PIC X(08).
           05  FILLER                            PIC X(01).
           05  RC-CycleNumber                    PIC X(01).
           05  FILLER                            PIC X(01).
           05  RC-CycleStatusTable.
               10  RC-CycleStatus                PIC X(01)
                                                 OCCURS 9 TIMES.
