      *> RATEREC.CPY
      *> Rate master record for RATEMST.DAT, one per rate and
      *> effective date: the rate billed per whole unit of scaled
      *> Product, keyed either by a Batch-ID ("B") or by an owning
      *> department ("D", matched through BM-Department on the batch
      *> master) for batches with no rate of their own. A rate change
      *> is a new record with a later effective-from date, never an
      *> edit of the old one, so the rate that priced any past run
      *> stays on file. Included under the FD for RateMasterFile in
      *> BillPricing (which prices the billing extracts) and
      *> MultiplierMenu (which maintains the file), so both agree on
      *> one layout.
      *>
      *> Maintenance history
      *> 2026-09-09  Created so extracts are priced from one
      *>             maintained master instead of a spreadsheet of
      *>             per-batch rates that drifted out of date.
       01  RateMasterRecord.
           05  RT-RateType                       PIC X(01).
               88  RT-BatchRate                  VALUE "B".
               88  RT-DepartmentRate             VALUE "D".
           05  FILLER                            PIC X(01).
           05  RT-RateKey                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  RT-EffectiveDate                  PIC X(08).
           05  FILLER                            PIC X(01).
           05  RT-Rate                           PIC 9(07)V9(04).
           05  FILLER                            PIC X(01).
           05  RT-EnteredBy                      PIC X(08).
           05  FILLER                            PIC X(01).
           05  RT-EnteredDate                    PIC X(08).
