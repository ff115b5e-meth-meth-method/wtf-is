*> 2026-09-02  Created because supervisors ask for last Tuesday's
*>             report at least weekly and the only copy was whatever
*>             RPTPRINT.DAT happened to survive.
*> 2026-09-21  A stored run header that differs from REPORT.DAT's
*>             only by the cancellation mark RunCancel sets is the
*>             same record, already archived, not a conflict - so
*>             re-archiving the live report after the run it holds
*>             was cancelled neither reports a conflict nor clears
*>             the mark.

ENVIRONMENT DIVISION.


*>  Same bytes under the same key is an archive re-run after an
*>  interruption and is skipped; different bytes are reported and
*>  the stored history is left alone rather than overwritten. The
*>  cancellation mark sits in the run header's last nine bytes, after
*>  everything the run itself wrote, so a cancelled header still
*>  matches on the 82 bytes ahead of it.
    CHECK-HISTORY-DUPLICATE-PARA.
    READ ReportHistoryFile
        INVALID KEY
                " sequence ", RunSequence, " could not be read back,",
                " record not archived"
        NOT INVALID KEY
            MOVE RX-Image TO BATCH-RECORD
            IF ReportHistoryRecord = CandidateHistoryRecord
                    OR (BR-RUN-HEADER AND RH-RUN-CANCELLED
                        AND ReportHistoryRecord(1:82)
                            = CandidateHistoryRecord(1:82))
                ADD 1 TO RowsAlreadyArchived
            ELSE
                ADD 1 TO RowsConflicting
