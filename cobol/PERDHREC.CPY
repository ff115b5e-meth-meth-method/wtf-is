      *> PERDHREC.CPY
      *> Period history record for PERDHIST.DAT, one per Batch-ID per
      *> closed period: the PERIOD.DAT record as it stood at the
      *> close, stamped with the period (YYYYMM) it was closed under.
      *> PH-Scale is always written as a digit. Included under the FD
      *> for PeriodHistoryFile in PeriodClose (which appends it),
      *> VarianceCheck (which takes prior periods' averages from it)
      *> and PeriodVerify (which replays the run history from the
      *> last period closed), so all three agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-30  Lifted out of PeriodClose's FD so PeriodVerify can
      *>             read PERDHIST.DAT with the same layout.
       01  PeriodHistoryRecord.
           05  PH-PeriodID                       PIC X(06).
           05  FILLER                            PIC X(01).
           05  PH-BatchID                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  PH-PTD-Total                      PIC S9(15).
           05  FILLER                            PIC X(01).
           05  PH-RunCount                       PIC 9(05).
           05  FILLER                            PIC X(01).
           05  PH-FirstRunID                     PIC X(14).
           05  FILLER                            PIC X(01).
           05  PH-LastRunID                      PIC X(14).
           05  FILLER                            PIC X(01).
           05  PH-Scale                          PIC X(01).
