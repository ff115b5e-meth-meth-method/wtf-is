      *> VARHREC.CPY
      *> Product variance hold record for VARHOLD.DAT, one per batch
      *> VarianceCheck flagged on a run: the run and Batch-ID, the
      *> Product extracted, the historical average it was compared
      *> with and the variance from it, and the review status - P
      *> pending (the billing hand-off is held), C confirmed (an
      *> operator checked the batch and the Product stands) or R
      *> released (an operator released the whole run's hand-off) -
      *> with who decided and when. VarianceCheck appends a pending
      *> record the first time it flags a batch on a run, and on a
      *> rerun of the same run honors the decision already recorded
      *> instead of flagging the batch again. Included under the FD
      *> for VarianceHoldFile in VarianceCheck and MultiplierMenu
      *> (which records the decisions), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-16  Created with the pre-billing Product variance
      *>             check.
       01  VarianceHoldRecord.
           05  VH-RunID                          PIC X(14).
           05  FILLER                            PIC X(01).
           05  VH-BatchID                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  VH-Product                        PIC S9(15).
           05  FILLER                            PIC X(01).
           05  VH-Scale                          PIC X(01).
           05  FILLER                            PIC X(01).
           05  VH-Baseline                       PIC S9(15).
           05  FILLER                            PIC X(01).
           05  VH-VariancePct                    PIC S9(07).
           05  FILLER                            PIC X(01).
           05  VH-FlaggedDate                    PIC X(08).
           05  FILLER                            PIC X(01).
           05  VH-Status                         PIC X(01).
               88  VH-StatusPending              VALUE "P".
               88  VH-StatusConfirmed            VALUE "C".
               88  VH-StatusReleased             VALUE "R".
           05  FILLER                            PIC X(01).
           05  VH-DecidedBy                      PIC X(08).
           05  FILLER                            PIC X(01).
           05  VH-DecidedDate                    PIC X(08).
