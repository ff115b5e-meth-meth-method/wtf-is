      *> GLJREC.CPY
      *> General ledger journal record for GLJRNL.DAT, the month-end
      *> journal PeriodClose cuts from the period it closes. Detail
      *> records ("D") come in balanced pairs per Batch-ID, grouped by
      *> department: the period total, scaled to its decimal places,
      *> debited to one account and credited to the other, each line
      *> carrying the period and a journal reference of the closed
      *> period ID and Batch-ID that finds the PERDHIST.DAT row it came
      *> from. A negative period total swaps the two accounts so the
      *> amount field is never signed. The trailer ("T") closes the
      *> file with the detail line count, the debit and credit totals
      *> and how many of the period's batches could not be mapped - a
      *> journal with any unmapped batch is incomplete and is not
      *> handed off. Included under the FD for GLJournalFile in
      *> PeriodClose (writer) and GLTransmit (which checks the trailer
      *> and hands the journal to the ledger), so both agree on one
      *> layout.
      *>
      *> Maintenance history
      *> 2026-10-07  Created so the month's totals reach the general
      *>             ledger as a balanced, self-checking file instead
      *>             of being re-keyed by hand from PERDRPT.DAT.
       01  GLJournalRecord.
           05  GJ-RecordType                     PIC X(01).
               88  GJ-DetailLine                 VALUE "D".
               88  GJ-TrailerLine                VALUE "T".
           05  FILLER                            PIC X(01).
           05  GJ-PeriodID                       PIC X(06).
           05  FILLER                            PIC X(01).
           05  GJ-JournalRef.
               10  GJ-RefPeriodID                PIC X(06).
               10  GJ-RefBatchID                 PIC X(10).
           05  FILLER                            PIC X(01).
           05  GJ-Department                     PIC X(10).
           05  FILLER                            PIC X(01).
           05  GJ-Account                        PIC X(10).
           05  FILLER                            PIC X(01).
           05  GJ-CostCentre                     PIC X(06).
           05  FILLER                            PIC X(01).
           05  GJ-DebitCredit                    PIC X(01).
               88  GJ-Debit                      VALUE "D".
               88  GJ-Credit                     VALUE "C".
           05  FILLER                            PIC X(01).
           05  GJ-Amount                         PIC 9(15)V9(04).
           05  FILLER                            PIC X(07).

       01  GLJournalTrailer REDEFINES GLJournalRecord.
           05  GT-RecordType                     PIC X(01).
           05  FILLER                            PIC X(01).
           05  GT-PeriodID                       PIC X(06).
           05  FILLER                            PIC X(01).
           05  GT-LineCount                      PIC 9(07).
           05  FILLER                            PIC X(01).
           05  GT-DebitTotal                     PIC 9(17)V9(04).
           05  FILLER                            PIC X(01).
           05  GT-CreditTotal                    PIC 9(17)V9(04).
           05  FILLER                            PIC X(01).
           05  GT-UnmappedCount                  PIC 9(05).
           05  FILLER                            PIC X(01).
           05  GT-CreatedDate                    PIC X(08).
           05  FILLER                            PIC X(08).
