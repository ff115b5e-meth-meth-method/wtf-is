      *> RETPREC.CPY
      *> Retention policy record for RETPOL.DAT, one per history file:
      *> the file's name as it is assigned (BTNNNNNN.DAT standing for
      *> every numbered billing transmission file), how many months of
      *> it are kept, and who last set the period and when. A history
      *> file with no policy is never purged. Included under the FD for
      *> RetentionPolicyFile in MultiplierMenu (which maintains it) and
      *> HistoryPurge (which purges against it), so both agree on one
      *> layout.
      *>
      *> Maintenance history
      *> 2026-10-12  Created with the history retention purge so how
      *>             long each file is kept is maintained data rather
      *>             than whoever last tidied the disk.
       01  RetentionPolicyRecord.
           05  RP-FileName                       PIC X(12).
           05  FILLER                            PIC X(01).
           05  RP-KeepMonths                     PIC 9(03).
           05  FILLER                            PIC X(01).
           05  RP-SetBy                          PIC X(08).
           05  FILLER                            PIC X(01).
           05  RP-SetDate                        PIC X(08).
