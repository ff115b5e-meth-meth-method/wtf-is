      *> SLOGREC.CPY
      *> Sign-on log record for SIGNLOG.DAT, one per sign-on attempt
      *> at the menu: date, time, the operator ID keyed and the
      *> outcome. Included under the FD for SignonLogFile in
      *> MultiplierMenu (which appends it) and in HistoryPurge's
      *> working storage (which ages it by its date), so both agree on
      *> one layout.
      *>
      *> Maintenance history
      *> 2026-10-12  Lifted out of MultiplierMenu's FD so HistoryPurge
      *>             can read SIGNLOG.DAT with the same layout.
       01  SignonLogRecord.
           05  SL-Date                           PIC X(08).
           05  FILLER                            PIC X(01).
           05  SL-Time                           PIC X(06).
           05  FILLER                            PIC X(01).
           05  SL-OperatorID                     PIC X(08).
           05  FILLER                            PIC X(01).
           05  SL-Outcome                        PIC X(01).
