      *>             correction or override and who approved it.
      *>             Records cut at the old width read back with the
      *>             new bytes as spaces.
      *> 2026-09-21  The run header's spare bytes now carry the
      *>             cancellation mark: RunCancel sets the flag and the
      *>             business date of the cancellation on the archived
      *>             header in RPTHX.DAT when a whole run is backed out,
      *>             so every later reader and reprint knows the run no
      *>             longer stands. Blank on every run never cancelled.
       01  BATCH-RECORD.
           05  BR-RECORD-TYPE                PIC X(01).
               88  BR-RUN-HEADER                 VALUE "R".
           05  RH-OPERATOR-ID                PIC X(08).
           05  RH-STAGED-BY                  PIC X(08).
           05  RH-APPROVED-BY                PIC X(08).
           05  RH-CANCELLED-FLAG             PIC X(01).
               88  RH-RUN-CANCELLED               VALUE "X".
           05  RH-CANCELLED-DATE             PIC X(08).

       01  BATCH-HEADER-RECORD REDEFINES BATCH-RECORD.
           05  BH-RECORD-TYPE                PIC X(01).
