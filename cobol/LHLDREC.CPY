      *> LHLDREC.CPY
      *> Legal hold record for LEGALHLD.DAT, one per Batch-ID ("B")
      *> or RunID ("R") that must never be purged, whatever its age:
      *> the key, the matter it is held for, and who placed the hold
      *> and when. A held Batch-ID keeps every history record that
      *> names it, and every run whose report carries it; a held RunID
      *> keeps every record of that run. Included under the FD for
      *> LegalHoldFile in MultiplierMenu (which places and lifts holds)
      *> and HistoryPurge (which honours them), so both agree on one
      *> layout.
      *>
      *> Maintenance history
      *> 2026-10-12  Created with the history retention purge.
       01  LegalHoldRecord.
           05  LH-HoldType                       PIC X(01).
               88  LH-BatchHold                  VALUE "B".
               88  LH-RunHold                    VALUE "R".
           05  FILLER                            PIC X(01).
           05  LH-HoldKey                        PIC X(14).
           05  FILLER                            PIC X(01).
           05  LH-Matter                         PIC X(20).
           05  FILLER                            PIC X(01).
           05  LH-PlacedBy                       PIC X(08).
           05  FILLER                            PIC X(01).
           05  LH-PlacedDate                     PIC X(08).
