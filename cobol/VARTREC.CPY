      *> VARTREC.CPY
      *> Product variance tolerance record for VARTOL.DAT: the band,
      *> as a percentage either side of a batch's historical average
      *> Product per run, inside which VarianceCheck lets tonight's
      *> Product through unflagged, and the fewest prior runs that
      *> make an average worth comparing against. A record keyed by a
      *> Batch-ID sets that batch's band; the record keyed "*" sets
      *> the site default for every other batch. Included under the
      *> FD for VarianceToleranceFile in VarianceCheck (which applies
      *> the bands) and MultiplierMenu (which maintains them), so both
      *> agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-16  Created with the pre-billing Product variance
      *>             check.
       01  VarianceToleranceRecord.
           05  VT-BatchID                        PIC X(10).
               88  VT-SiteDefault                VALUE "*".
           05  FILLER                            PIC X(01).
           05  VT-TolerancePct                   PIC 9(05).
           05  FILLER                            PIC X(01).
           05  VT-MinBaselineRuns                PIC 9(03).
           05  FILLER                            PIC X(01).
           05  VT-SetBy                          PIC X(08).
           05  FILLER                            PIC X(01).
           05  VT-SetDate                        PIC X(08).
