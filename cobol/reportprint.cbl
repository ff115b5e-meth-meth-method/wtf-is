*>             on each record. Whole-number batches print exactly as
*>             they always have, and the summary grand total stays in
*>             whole units as the trailer carries it.
*> 2026-09-21  A run RunCancel has backed out carries the cancelled
*>             mark on its archived header. Every page heading of a
*>             reprint then says the run was cancelled and when, and
*>             the summary page repeats it under the grand total, so
*>             nobody reads a thrown-away run's figures as standing.

ENVIRONMENT DIVISION.

01  PrintRunDate                          PIC X(08).
01  PrintOrigRunID                        PIC X(14) VALUE SPACES.
01  PrintOperatorID                       PIC X(08) VALUE SPACES.
01  PrintCancelFlag                       PIC X(01) VALUE "N".
    88  PrintRunCancelled                 VALUE "Y".
01  PrintCancelledDate                    PIC X(08) VALUE SPACES.
01  PrintBatchID                          PIC X(10).
01  FactorSequence                        PIC 9(05) VALUE ZEROS.
01  TrailerBatchCount                     PIC 9(05).
            VALUE "CORRECTION OF RUN ".
    05  Note-OrigRunID                    PIC X(14).
    05  FILLER                            PIC X(48) VALUE SPACES.
01  CancelledNoteLine.
    05  FILLER                            PIC X(21)
            VALUE "*** RUN CANCELLED ON ".
    05  Note-CancelledDate                PIC X(08).
    05  FILLER                            PIC X(51)
            VALUE " - ALL ITS EXTRACTS REVERSED, NOT TO BE USED ***".
01  CorrectionPrintLine.
    05  FILLER                            PIC X(04) VALUE SPACES.
    05  FILLER                            PIC X(29)
                MOVE RH-RUN-DATE TO PrintRunDate
                MOVE RH-ORIG-RUN-ID TO PrintOrigRunID
                MOVE RH-OPERATOR-ID TO PrintOperatorID
                IF RH-RUN-CANCELLED
                    SET PrintRunCancelled TO TRUE
                    MOVE RH-CANCELLED-DATE TO PrintCancelledDate
                END-IF
                SET HaveRunInfo TO TRUE
                PERFORM START-NEW-PAGE-PARA
            WHEN BR-BATCH-HEADER
                TO PrintRecord
            PERFORM WRITE-PRINT-LINE-PARA
        END-IF
        IF PrintRunCancelled
            PERFORM WRITE-BLANK-LINE-PARA
            MOVE PrintCancelledDate TO Note-CancelledDate
            MOVE CancelledNoteLine TO PrintRecord
            PERFORM WRITE-PRINT-LINE-PARA
        END-IF
    ELSE
        MOVE "NO RUN TRAILER ON REPORT FILE - RUN MAY NOT HAVE COMPLETED"
            TO PrintRecord
        WRITE PrintRecord
        ADD 1 TO LineCount
    END-IF.
    IF PrintRunCancelled
        MOVE PrintCancelledDate TO Note-CancelledDate
        MOVE CancelledNoteLine TO PrintRecord
        WRITE PrintRecord
        ADD 1 TO LineCount
    END-IF.
    MOVE SPACES TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LineCount.
