      *>             header, so billing applies 1.05 and not 105.
      *>             Blank means zero, so extracts written before the
      *>             field existed still read as whole numbers.
      *> 2026-09-23  Added the processing cycle (1-9) the extract was
      *>             cut in, so billing can tell a midday cycle's
      *>             extracts from the overnight cycle's for the same
      *>             business date. Blank means cycle 1.
       01  BillingExtractRecord.
           05  Billing-RunID                     PIC X(14).
           05  Billing-BatchID                   PIC X(10).
           05  Billing-OrigRunID                 PIC X(14).
           05  Billing-Operation                 PIC X(01).
           05  Billing-Scale                     PIC X(01).
           05  Billing-Cycle                     PIC X(01).
