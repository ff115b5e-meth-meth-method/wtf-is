      *> ACKREC.CPY
      *> Billing acknowledgment record for BILLACK.DAT, the file
      *> billing returns with one record per RunID/BatchID/transaction
      *> code they ingested, echoing the Product they applied and the
      *> date they took it in. A blank transaction code is an ordinary
      *> extract, as on BILLING.DAT. Included under the FD for AckFile
      *> in BillingRecon (which reconciles the whole file) and
      *> BatchLifecycle (which shows one batch's acknowledgments), so
      *> both agree on one layout.
      *>
      *> Maintenance history
      *> 2026-10-05  Lifted out of BillingRecon's FD so BatchLifecycle
      *>             can read BILLACK.DAT with the same layout.
       01  AckRecord.
           05  Ack-RunID                         PIC X(14).
           05  Ack-BatchID                       PIC X(10).
           05  Ack-Product                       PIC S9(15).
           05  Ack-Date                          PIC X(08).
           05  Ack-TranCode                      PIC X(01).
