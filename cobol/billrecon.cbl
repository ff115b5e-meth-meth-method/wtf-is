*>             BillTransmit in the overnight stream, so tonight's
*>             transmission was tripping the flag every night and
*>             burying the real missing-transmission signal.
*> 2026-10-05  The BILLACK.DAT layout moved to ACKREC.CPY, shared
*>             with BatchLifecycle.

ENVIRONMENT DIVISION.

    COPY BILLREC.

FD  AckFile.
    COPY ACKREC.

FD  ReconReportFile.
01  ReconReportRecord                     PIC X(80).
