      *> BTXREC.CPY
      *> Billing transmission file record for the BTnnnnnn.DAT files
      *> BillTransmit cuts: a header ("H") with the transmission
      *> number and date, one detail ("D") per extract sent carrying
      *> the BILLREC.CPY image byte for byte, the priced line ("P")
      *> riding behind it, and a trailer ("T") with the record count,
      *> the Product hash total and the amount total. The run, batch
      *> and original run IDs are named inside the image so a reader
      *> need not unpack the whole extract. Included under the FD for
      *> TransmissionFile in BillTransmit (writer) and in
      *> HistoryPurge's working storage (which ages a transmission by
      *> its header date), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-10-12  Lifted out of BillTransmit's FD so HistoryPurge can
      *>             read the transmission files with the same layout.
       01  TransmissionRecord                    PIC X(80).
       01  TransmissionHeaderRecord REDEFINES TransmissionRecord.
           05  TH-RECORD-TYPE                    PIC X(01).
           05  TH-TransNumber                    PIC X(06).
           05  TH-TransDate                      PIC X(08).
           05  FILLER                            PIC X(65).
       01  TransmissionDetailRecord REDEFINES TransmissionRecord.
           05  TD-RECORD-TYPE                    PIC X(01).
           05  TD-ExtractImage.
               10  TD-RunID                      PIC X(14).
               10  TD-BatchID                    PIC X(10).
               10  FILLER                        PIC X(24).
               10  TD-OrigRunID                  PIC X(14).
               10  FILLER                        PIC X(03).
           05  FILLER                            PIC X(14).
       01  TransmissionPricedRecord REDEFINES TransmissionRecord.
           05  TP-RECORD-TYPE                    PIC X(01).
           05  TP-Rate                           PIC 9(07)V9(04).
           05  TP-ScaledProduct                  PIC S9(15)V9(04).
           05  TP-Amount                         PIC S9(15)V9(02).
           05  TP-RateSource                     PIC X(01).
           05  TP-PricingDate                    PIC X(08).
           05  FILLER                            PIC X(23).
       01  TransmissionTrailerRecord REDEFINES TransmissionRecord.
           05  TT-RECORD-TYPE                    PIC X(01).
           05  TT-RecordCount                    PIC 9(07).
           05  TT-HashTotal                      PIC 9(15).
           05  TT-AmountTotal                    PIC S9(15)V9(02).
           05  FILLER                            PIC X(40).
