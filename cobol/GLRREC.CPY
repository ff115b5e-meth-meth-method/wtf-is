      *> GLRREC.CPY
      *> General ledger hand-off register record for GLJREG.DAT, one
      *> per period whose journal has gone to the ledger: the period,
      *> when it was handed off, the line count and totals it carried
      *> and the feed file it went out as. The register is what keeps
      *> a period's journal from reaching the ledger twice. Included
      *> under the FD for GLRegisterFile in GLTransmit (which appends
      *> it) and PeriodClose (which will not cut a journal for a
      *> period already on it), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-10-07  Created with the month-end GL journal.
       01  GLRegisterRecord.
           05  GR-PeriodID                       PIC X(06).
           05  FILLER                            PIC X(01).
           05  GR-SentDate                       PIC X(08).
           05  FILLER                            PIC X(01).
           05  GR-SentTime                       PIC X(06).
           05  FILLER                            PIC X(01).
           05  GR-LineCount                      PIC 9(07).
           05  FILLER                            PIC X(01).
           05  GR-DebitTotal                     PIC 9(17)V9(04).
           05  FILLER                            PIC X(01).
           05  GR-CreditTotal                    PIC 9(17)V9(04).
           05  FILLER                            PIC X(01).
           05  GR-FeedFileName                   PIC X(16).
