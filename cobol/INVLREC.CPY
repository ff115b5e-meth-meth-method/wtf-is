      *> INVLREC.CPY
      *> Priced invoice line for INVOICE.DAT, one per billing extract
      *> BillPricing has priced: which extract (run ID, batch ID,
      *> transaction code, and for a reversal or rebill the run being
      *> corrected), the date whose rate applied, where the rate came
      *> from (the Batch-ID's own rate or its department's), the rate,
      *> the Product scaled to whole units, and the extended amount.
      *> A reversal carries the original line's rate with its scaled
      *> Product and amount negated, so it backs out exactly what was
      *> invoiced. The file is append-only; an extract with a line
      *> here has been priced and is eligible for transmission.
      *> Included under the FD for InvoiceLineFile in BillPricing
      *> (writer) and BillTransmit (which sends only priced extracts
      *> and carries the line with each), so all agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-09  Created with the pricing step so billing receives
      *>             priced lines instead of pricing every extract by
      *>             hand.
       01  InvoiceLineRecord.
           05  IL-RunID                          PIC X(14).
           05  FILLER                            PIC X(01).
           05  IL-BatchID                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  IL-TranCode                       PIC X(01).
           05  FILLER                            PIC X(01).
           05  IL-OrigRunID                      PIC X(14).
           05  FILLER                            PIC X(01).
           05  IL-RunDate                        PIC X(08).
           05  FILLER                            PIC X(01).
           05  IL-PricingDate                    PIC X(08).
           05  FILLER                            PIC X(01).
           05  IL-RateSource                     PIC X(01).
           05  FILLER                            PIC X(01).
           05  IL-Department                     PIC X(10).
           05  FILLER                            PIC X(01).
           05  IL-Rate                           PIC 9(07)V9(04).
           05  FILLER                            PIC X(01).
           05  IL-ScaledProduct                  PIC S9(15)V9(04).
           05  FILLER                            PIC X(01).
           05  IL-Amount                         PIC S9(15)V9(02).
           05  FILLER                            PIC X(01).
           05  IL-PricedDate                     PIC X(08).
