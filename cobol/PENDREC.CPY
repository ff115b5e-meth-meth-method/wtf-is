      *> PENDREC.CPY
      *> Pending request record for PENDING.DAT, the queue of
      *> corrections, rerun overrides and whole-run cancellations
      *> staged from the menu for a second operator's decision, and
      *> for PENDHIST.DAT, where decided requests roll when the queue
      *> is rewritten. Included under the FD for PendingFile in
      *> MultiplierMenu and in HistoryPurge's working storage (which
      *> ages PENDHIST.DAT records by the date they were staged), so
      *> both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-10-12  Lifted out of MultiplierMenu's FD so HistoryPurge
      *>             can read PENDHIST.DAT with the same layout.
       01  PendingRecord.
           05  PD-RequestType                    PIC X(01).
               88  PD-CorrectionRequest          VALUE "C".
               88  PD-OverrideRequest            VALUE "O".
               88  PD-CancellationRequest        VALUE "X".
           05  FILLER                            PIC X(01).
           05  PD-BatchID                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  PD-OrigRunID                      PIC X(14).
           05  FILLER                            PIC X(01).
           05  PD-BusinessDate                   PIC X(08).
           05  FILLER                            PIC X(01).
           05  PD-StagedBy                       PIC X(08).
           05  FILLER                            PIC X(01).
           05  PD-StagedDate                     PIC X(08).
           05  FILLER                            PIC X(01).
           05  PD-Status                         PIC X(01).
               88  PD-StatusPending              VALUE "P".
               88  PD-StatusApproved             VALUE "A".
               88  PD-StatusRejected             VALUE "R".
           05  FILLER                            PIC X(01).
           05  PD-ApprovedBy                     PIC X(08).
           05  FILLER                            PIC X(01).
           05  PD-ApprovedDate                   PIC X(08).
           05  FILLER                            PIC X(01).
           05  PD-Cycle                          PIC X(01).
