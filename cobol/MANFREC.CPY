      *> MANFREC.CPY
      *> Delivery manifest record for MANIFEST.DAT, one per expected
      *> department file per business date and processing cycle:
      *> the department, the file it drops, and whether the delivery
      *> is mandatory. Included under the FD for ManifestFile in
      *> FactorIntake (which consolidates the cycle's deliveries) and
      *> RunControlAdvance (which reads the last cycle scheduled for
      *> the business date), so both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-09-23  Lifted out of FactorIntake's FD so
      *>             RunControlAdvance can read MANIFEST.DAT with the
      *>             same layout. Added the processing cycle (1-9) the
      *>             delivery belongs to; blank means cycle 1, so a
      *>             manifest cut before cycles existed still reads
      *>             as the single overnight cycle.
       01  ManifestRecord.
           05  MF-BusinessDate                   PIC X(08).
           05  FILLER                            PIC X(01).
           05  MF-Department                     PIC X(10).
           05  FILLER                            PIC X(01).
           05  MF-FileName                       PIC X(30).
           05  FILLER                            PIC X(01).
           05  MF-MandatoryFlag                  PIC X(01).
               88  MF-DeliveryMandatory          VALUE "Y".
           05  FILLER                            PIC X(01).
           05  MF-Cycle                          PIC X(01).
