      *> GLMREC.CPY
      *> General ledger mapping record for GLMAP.DAT: the GL account
      *> to debit, the account to credit and the cost centre to
      *> charge for a Batch-ID's period total, keyed either by the
      *> Batch-ID itself ("B") or by an owning department ("D",
      *> matched through BM-Department on the batch master) for
      *> batches with no mapping of their own - the same two-level
      *> keying as the rate master. Included under the FD for
      *> GLMapFile in PeriodClose (which builds the month-end GL
      *> journal from it) and MultiplierMenu (which maintains the
      *> file), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-10-07  Created with the month-end GL journal so the
      *>             accounts a batch posts to are maintained data, not
      *>             finance's memory of where it went last month.
       01  GLMapRecord.
           05  GM-MapType                        PIC X(01).
               88  GM-BatchMap                   VALUE "B".
               88  GM-DepartmentMap              VALUE "D".
           05  FILLER                            PIC X(01).
           05  GM-MapKey                         PIC X(10).
           05  FILLER                            PIC X(01).
           05  GM-DebitAccount                   PIC X(10).
           05  FILLER                            PIC X(01).
           05  GM-CreditAccount                  PIC X(10).
           05  FILLER                            PIC X(01).
           05  GM-CostCentre                     PIC X(06).
           05  FILLER                            PIC X(01).
           05  GM-EnteredBy                      PIC X(08).
           05  FILLER                            PIC X(01).
           05  GM-EnteredDate                    PIC X(08).
