      *> PCHKREC.CPY
      *> Period master check record for PERDCHK.DAT, one record,
      *> rewritten by PeriodVerify every time it verifies PERIOD.DAT
      *> against the run history: when it checked (business date and
      *> clock time), the last closed period it replayed from (blank
      *> when PERDHIST.DAT held none), the verdict and how many field
      *> discrepancies it found, and who asked for it (blank for the
      *> scheduled month-end check). Included under the FD for
      *> PeriodCheckFile in PeriodVerify (which writes it),
      *> PeriodClose (which will not close on a master the latest
      *> check found wrong) and the menu (which shows it before a
      *> verification or rebuild is requested), so all three agree on
      *> one layout.
      *>
      *> Maintenance history
      *> 2026-09-30  Created with the period master verify-and-rebuild.
       01  PeriodCheckRecord.
           05  PK-CheckDate                      PIC X(08).
           05  FILLER                            PIC X(01).
           05  PK-CheckTime                      PIC X(06).
           05  FILLER                            PIC X(01).
           05  PK-ClosedPeriodID                 PIC X(06).
           05  FILLER                            PIC X(01).
           05  PK-Verdict                        PIC X(01).
               88  PK-MasterAgrees               VALUE "A".
               88  PK-MasterDiffers              VALUE "D".
               88  PK-MasterRebuilt              VALUE "R".
               88  PK-MasterNotVerified          VALUE "U".
           05  FILLER                            PIC X(01).
           05  PK-DiscrepancyCount               PIC 9(05).
           05  FILLER                            PIC X(01).
           05  PK-RequestedBy                    PIC X(08).
