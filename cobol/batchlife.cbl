       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  BatchLifecycle.
AUTHOR.  Meth Meth Method
*> One-screen answer to "what happened to my batch". The operator
*> keys a Batch-ID and gets, in one place, what used to take five:
*> the BATCHMST.DAT registration and department, the period to date
*> from PERIOD.DAT, the batch's most recent runs from the RPTHX.DAT
*> run history with Product, operation and decimal places (a
*> correction run says which run it corrected and who staged and
*> approved it, a cancelled run says so), every billing extract those
*> runs cut, and the reversal of a run since cancelled, with the
*> BTnnnnnn transmission it went out in from BILLXREG.DAT, billing's
*> acknowledgment from BILLACK.DAT with any Product billing applied
*> that differs from the one we sent, and the batch's open exceptions
*> from EXCEPTHX.DAT. An exception is open
*> until the batch next posts cleanly - a run that is not cancelled,
*> does not overflow and raises no error for the batch; that run's
*> own warnings stay on the list, and exceptions raised by a run
*> later cancelled are dropped with the run. The operator can then
*> pick any listed run and see its audit trail for the batch from
*> AUDITHX.DAT without leaving the screen. Reachable from the
*> MultiplierMenu at viewing level; nothing is written.
*>
*> Maintenance history
*> 2026-10-05  Created so a department's call about a batch is
*>             answered from one screen instead of BATCHMST.DAT, an
*>             audit inquiry, a reprint, BILLXREG.DAT and RECONRPT.DAT
*>             in turn.
*> 2026-10-15  A cancelled run's reversal extract, cut under the
*>             cancelling run's own RunID, is now listed under the
*>             run it backs out and matched to its transmission and
*>             acknowledgment by that RunID; a note says when more
*>             extracts were found than the screen lists.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT BatchMasterFile ASSIGN TO "BATCHMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchMasterFileStatus.
    SELECT PeriodFile ASSIGN TO "PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.
    SELECT ReportHistoryFile ASSIGN TO "RPTHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RX-KEY
        FILE STATUS IS ReportHistoryFileStatus.
    SELECT ExceptionHistoryFile ASSIGN TO "EXCEPTHX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionHistoryFileStatus.
    SELECT BillingExtractFile ASSIGN TO "BILLING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BillingExtractFileStatus.
    SELECT TransmissionRegisterFile ASSIGN TO "BILLXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransmissionRegisterFileStatus.
    SELECT AckFile ASSIGN TO "BILLACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AckFileStatus.
    SELECT AuditHistoryFile ASSIGN TO "AUDITHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-KEY
        ALTERNATE RECORD KEY IS AH-BatchID WITH DUPLICATES
        FILE STATUS IS AuditHistoryFileStatus.

DATA DIVISION.

FILE SECTION.

FD  BatchMasterFile.
    COPY BATMREC.

FD  PeriodFile.
    COPY PERDREC.

FD  ReportHistoryFile.
    COPY RPTHREC.

FD  ExceptionHistoryFile.
    COPY EXCHREC.

FD  BillingExtractFile.
    COPY BILLREC.

FD  TransmissionRegisterFile.
    COPY BXREG.

FD  AckFile.
    COPY ACKREC.

FD  AuditHistoryFile.
    COPY AUDHREC.

WORKING-STORAGE SECTION.
01  BatchMasterFileStatus                 PIC XX.
01  PeriodFileStatus                      PIC XX.
01  ReportHistoryFileStatus               PIC XX.
01  ExceptionHistoryFileStatus            PIC XX.
01  BillingExtractFileStatus              PIC XX.
01  TransmissionRegisterFileStatus        PIC XX.
01  AckFileStatus                         PIC XX.
01  AuditHistoryFileStatus                PIC XX.
01  InquiryBatchID                        PIC X(10).
01  EndOfInputFile                        PIC X(01) VALUE "N".
    88  InputFileEOF                      VALUE "Y".
01  RegisteredFlag                        PIC X(01) VALUE "N".
    88  BatchRegistered                   VALUE "Y".
01  PeriodFlag                            PIC X(01) VALUE "N".
    88  BatchInPeriod                     VALUE "Y".
01  HistoryFlag                           PIC X(01) VALUE "N".
    88  HistoryOnFile                     VALUE "Y".
01  BillingFlag                           PIC X(01) VALUE "N".
    88  BillingOnFile                     VALUE "Y".
01  AckFileFlag                           PIC X(01) VALUE "N".
    88  AcksOnFile                        VALUE "Y".
01  NoteText                              PIC X(80).
01  EditedRunCount                        PIC ZZZZ9.

*>  The run currently being read off RPTHX.DAT, from its run header.
01  CurrentRunID                          PIC X(14) VALUE SPACES.
01  CurrentRunDate                        PIC X(08) VALUE SPACES.
01  CurrentOperatorID                     PIC X(08) VALUE SPACES.
01  CurrentCancelFlag                     PIC X(01) VALUE "N".
    88  CurrentRunCancelled               VALUE "Y".
01  CurrentCancelledDate                  PIC X(08) VALUE SPACES.
01  PostingOverflowFlag                   PIC X(01) VALUE "N".
    88  PostingOverflowed                 VALUE "Y".

*>  The batch's most recent runs, oldest first. Once the table is
*>  full the oldest entry rolls off, so it always holds the latest.
01  MaxRuns                               PIC 9(03) VALUE 8.
01  RunCount                              PIC 9(03) VALUE ZEROS.
01  RunIdx                                PIC 9(03) VALUE ZEROS.
01  TotalRunsFound                        PIC 9(05) VALUE ZEROS.
01  TotalCorrectionsFound                 PIC 9(05) VALUE ZEROS.
01  LatestCorrectionRunID                 PIC X(14) VALUE SPACES.
01  LatestCorrectedRunID                  PIC X(14) VALUE SPACES.
01  LastCleanRunID                        PIC X(14) VALUE SPACES.
01  RunTable.
    05  RunEntry OCCURS 8 TIMES.
        10  RN-RunID                      PIC X(14).
        10  RN-RunDate                    PIC X(08).
        10  RN-OperatorID                 PIC X(08).
        10  RN-Kind                       PIC X(01).
            88  RN-CorrectionRun          VALUE "C".
        10  RN-OrigRunID                  PIC X(14).
        10  RN-StagedBy                   PIC X(08).
        10  RN-ApprovedBy                 PIC X(08).
        10  RN-Product                    PIC S9(15).
        10  RN-OverflowFlag               PIC X(01).
            88  RN-ProductOverflowed      VALUE "Y".
        10  RN-Operation                  PIC X(01).
        10  RN-Scale                      PIC X(01).
        10  RN-CancelFlag                 PIC X(01).
            88  RN-RunCancelled           VALUE "Y".
        10  RN-CancelledDate              PIC X(08).

*>  The batch's exceptions off EXCEPTHX.DAT, latest kept when there
*>  are more than the table holds. EC-CancelFlag is set while the run
*>  history is read, for exceptions raised by a run since cancelled.
01  MaxExceptions                         PIC 9(03) VALUE 100.
01  ExceptionCount                        PIC 9(03) VALUE ZEROS.
01  ExceptionIdx                          PIC 9(03) VALUE ZEROS.
01  OpenExceptionCount                    PIC 9(05) VALUE ZEROS.
01  ExceptionsDroppedFlag                 PIC X(01) VALUE "N".
    88  ExceptionsDropped                 VALUE "Y".
01  RunErrorFlag                          PIC X(01) VALUE "N".
    88  RunRaisedError                    VALUE "Y".
01  ExceptionTable.
    05  ExceptionEntry OCCURS 100 TIMES.
        10  EC-RunID                      PIC X(14).
        10  EC-RunDate                    PIC X(08).
        10  EC-Severity                   PIC X(01).
        10  EC-ReasonCode                 PIC X(03).
        10  EC-Data                       PIC X(30).
        10  EC-CancelFlag                 PIC X(01).
            88  EC-RunCancelled           VALUE "Y".

*>  Billing extracts cut by the listed runs, or reversing one of
*>  them, with their transmission and acknowledgment. XT-RunIdx points
*>  back into the run table at the run the extract is listed under;
*>  XT-RunID is the run that cut it, which for a RunCancel reversal is
*>  the cancelling run and not the listed one. Extracts past the
*>  table's end are counted, not kept.
01  MaxExtracts                           PIC 9(03) VALUE 24.
01  ExtractCount                          PIC 9(03) VALUE ZEROS.
01  ExtractIdx                            PIC 9(03) VALUE ZEROS.
01  ExtractTranCode                       PIC X(01).
01  ExtractRunIdx                         PIC 9(03) VALUE ZEROS.
01  ExtractRunLookup                      PIC X(14) VALUE SPACES.
01  ExtractsDropped                       PIC 9(05) VALUE ZEROS.
01  ExtractTable.
    05  ExtractEntry OCCURS 24 TIMES.
        10  XT-RunIdx                     PIC 9(03).
        10  XT-RunID                      PIC X(14).
        10  XT-TranCode                   PIC X(01).
            88  XT-Original               VALUE "O".
            88  XT-Reversal               VALUE "V".
            88  XT-Rebill                 VALUE "C".
        10  XT-Product                    PIC S9(15).
        10  XT-Scale                      PIC X(01).
        10  XT-TransNumber                PIC X(06).
        10  XT-TransDate                  PIC X(08).
        10  XT-AckFlag                    PIC X(01).
            88  XT-Acknowledged           VALUE "Y".
        10  XT-AckProduct                 PIC S9(15).
        10  XT-AckDate                    PIC X(08).

*>  Amount formatting, the way ReportPrint prints a scaled Product.
01  AmountValue                           PIC S9(15) VALUE ZEROS.
01  AmountScaleRaw                        PIC X(01) VALUE SPACES.
01  AmountScale                           PIC 9(01) VALUE ZEROS.
01  AmountScaleDivisor                    PIC 9(05) VALUE 1.
01  AmountText                            PIC X(19).
01  DecimalAmountWork                     PIC S9(14)V9(04).
01  EditedWholeAmount                     PIC -(15)9.
01  EditedScaledAmount                    PIC -(13)9.9(04).
01  SentAmountText                        PIC X(19).

*>  Drilling into a listed run's audit trail.
01  DrillChoice                           PIC X(02).
01  DrillNumber                           PIC 9(02) VALUE ZEROS.
01  DrillFlag                             PIC X(01) VALUE "N".
    88  DrillDone                         VALUE "Y".
01  DrillRunID                            PIC X(14).
01  EndOfAuditFlag                        PIC X(01) VALUE "N".
    88  AuditBrowseDone                   VALUE "Y".
01  AuditRowsDisplayed                    PIC 9(05) VALUE ZEROS.

    COPY BATCHREC.

01  RunHeadingLine.
    05  FILLER                            PIC X(03) VALUE "NO ".
    05  FILLER                            PIC X(15) VALUE "RUN ID".
    05  FILLER                            PIC X(09) VALUE "DATE".
    05  FILLER                            PIC X(09) VALUE "OPERATOR".
    05  FILLER                            PIC X(05) VALUE "TYPE".
    05  FILLER                            PIC X(05) VALUE "OPER".
    05  FILLER                            PIC X(02) VALUE "D".
    05  FILLER                            PIC X(20) VALUE
            "            PRODUCT".
    05  FILLER                            PIC X(08) VALUE "NOTE".

01  RunDetailLine.
    05  RL-LineNumber                     PIC Z9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-RunID                          PIC X(14).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-RunDate                        PIC X(08).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-OperatorID                     PIC X(08).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-KindText                       PIC X(04).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-OperationText                  PIC X(04).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-Scale                          PIC X(01).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-ProductText                    PIC X(19).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RL-NoteText                       PIC X(09).

01  ExtractDetailLine.
    05  FILLER                            PIC X(04) VALUE SPACES.
    05  FILLER                            PIC X(08) VALUE "EXTRACT ".
    05  XL-TranText                       PIC X(08).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  XL-TransText                      PIC X(27).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  XL-AckText                        PIC X(31).

01  MismatchDetailLine.
    05  FILLER                            PIC X(06) VALUE SPACES.
    05  FILLER                            PIC X(16)
            VALUE "BILLING APPLIED ".
    05  ML-AckProductText                 PIC X(19).
    05  FILLER                            PIC X(09) VALUE " AGAINST ".
    05  ML-SentProductText                PIC X(19).
    05  FILLER                            PIC X(05) VALUE " SENT".

01  ExceptionDetailLine.
    05  FILLER                            PIC X(03) VALUE SPACES.
    05  EL-RunID                          PIC X(14).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  EL-RunDate                        PIC X(08).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  EL-Severity                       PIC X(01).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  EL-ReasonCode                     PIC X(03).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  EL-Data                           PIC X(30).

01  AuditDetailLine.
    05  AL-RunID                          PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-Sequence                       PIC ZZZZ9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-Factor                         PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-Status                         PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-Timestamp                      PIC X(06).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  AL-Operator                       PIC X(08).

PROCEDURE DIVISION.
    MAIN-PARA.
    DISPLAY "Batch ID: " WITH NO ADVANCING.
    ACCEPT InquiryBatchID.
    IF InquiryBatchID = SPACES
        DISPLAY "Nothing to look up - enter a Batch ID"
        GOBACK
    END-IF.
    PERFORM LOAD-REGISTRATION-PARA.
    PERFORM LOAD-PERIOD-PARA.
    PERFORM LOAD-EXCEPTIONS-PARA.
    PERFORM SCAN-RUN-HISTORY-PARA.
    PERFORM LOAD-EXTRACTS-PARA.
    PERFORM MATCH-TRANSMISSIONS-PARA.
    PERFORM MATCH-ACKNOWLEDGMENTS-PARA.
    DISPLAY " ".
    DISPLAY "=== Batch ", InquiryBatchID, " ===".
    PERFORM SHOW-REGISTRATION-PARA.
    PERFORM SHOW-PERIOD-PARA.
    PERFORM SHOW-RUNS-PARA.
    PERFORM SHOW-EXCEPTIONS-PARA.
    IF RunCount > ZEROS
        PERFORM DRILL-DOWN-PARA UNTIL DrillDone
    END-IF.
    GOBACK.

    LOAD-REGISTRATION-PARA.
    OPEN INPUT BatchMasterFile.
    IF BatchMasterFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM FIND-REGISTRATION-PARA
            UNTIL InputFileEOF OR BatchRegistered
    END-IF.
    CLOSE BatchMasterFile.

    FIND-REGISTRATION-PARA.
    READ BatchMasterFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF BM-BatchID = InquiryBatchID
                SET BatchRegistered TO TRUE
            END-IF
    END-READ.

    LOAD-PERIOD-PARA.
    OPEN INPUT PeriodFile.
    IF PeriodFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM FIND-PERIOD-RECORD-PARA
            UNTIL InputFileEOF OR BatchInPeriod
    END-IF.
    CLOSE PeriodFile.

    FIND-PERIOD-RECORD-PARA.
    READ PeriodFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF PM-BatchID = InquiryBatchID
                SET BatchInPeriod TO TRUE
            END-IF
    END-READ.

*>  The batch's exceptions are loaded before the run history is read
*>  so each posting can be judged clean or not as it goes by.
    LOAD-EXCEPTIONS-PARA.
    OPEN INPUT ExceptionHistoryFile.
    IF ExceptionHistoryFileStatus = "00"
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-EXCEPTION-PARA UNTIL InputFileEOF
    END-IF.
    CLOSE ExceptionHistoryFile.

    LOAD-ONE-EXCEPTION-PARA.
    READ ExceptionHistoryFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF EH-BatchID = InquiryBatchID
                PERFORM STORE-EXCEPTION-PARA
            END-IF
    END-READ.

    STORE-EXCEPTION-PARA.
    IF ExceptionCount < MaxExceptions
        ADD 1 TO ExceptionCount
    ELSE
        SET ExceptionsDropped TO TRUE
        PERFORM SHIFT-ONE-EXCEPTION-PARA
            VARYING ExceptionIdx FROM 1 BY 1
            UNTIL ExceptionIdx >= MaxExceptions
    END-IF.
    MOVE EH-RunID TO EC-RunID(ExceptionCount).
    MOVE EH-RunDate TO EC-RunDate(ExceptionCount).
    MOVE EH-Severity TO EC-Severity(ExceptionCount).
    MOVE EH-ReasonCode TO EC-ReasonCode(ExceptionCount).
    MOVE EH-Data TO EC-Data(ExceptionCount).
    MOVE "N" TO EC-CancelFlag(ExceptionCount).

    SHIFT-ONE-EXCEPTION-PARA.
    MOVE ExceptionEntry(ExceptionIdx + 1) TO ExceptionEntry(ExceptionIdx).

*>  RPTHX.DAT is keyed by RunID alone, so the batch's runs are found
*>  by reading the history through in RunID order - oldest first,
*>  which is what lets the run table roll the oldest off.
    SCAN-RUN-HISTORY-PARA.
    OPEN INPUT ReportHistoryFile.
    IF ReportHistoryFileStatus = "00"
        SET HistoryOnFile TO TRUE
        MOVE "N" TO EndOfInputFile
        PERFORM SCAN-ONE-HISTORY-RECORD-PARA UNTIL InputFileEOF
        CLOSE ReportHistoryFile
    END-IF.

    SCAN-ONE-HISTORY-RECORD-PARA.
    READ ReportHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            MOVE RX-Image TO BATCH-RECORD
            EVALUATE TRUE
                WHEN BR-RUN-HEADER
                    PERFORM NOTE-RUN-HEADER-PARA
                WHEN BR-BATCH-PRODUCT
                    IF BP-BATCH-ID = InquiryBatchID
                        PERFORM NOTE-PRODUCT-POSTING-PARA
                    END-IF
                WHEN BR-CORRECTION-PRODUCT
                    IF CR-BATCH-ID = InquiryBatchID
                        PERFORM NOTE-CORRECTION-POSTING-PARA
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

    NOTE-RUN-HEADER-PARA.
    MOVE RH-RUN-ID TO CurrentRunID.
    MOVE RH-RUN-DATE TO CurrentRunDate.
    MOVE RH-OPERATOR-ID TO CurrentOperatorID.
    IF RH-RUN-CANCELLED
        SET CurrentRunCancelled TO TRUE
        MOVE RH-CANCELLED-DATE TO CurrentCancelledDate
        PERFORM MARK-CANCELLED-EXCEPTION-PARA
            VARYING ExceptionIdx FROM 1 BY 1
            UNTIL ExceptionIdx > ExceptionCount
    ELSE
        MOVE "N" TO CurrentCancelFlag
        MOVE SPACES TO CurrentCancelledDate
    END-IF.

    MARK-CANCELLED-EXCEPTION-PARA.
    IF EC-RunID(ExceptionIdx) = CurrentRunID
        MOVE "Y" TO EC-CancelFlag(ExceptionIdx)
    END-IF.

    NOTE-PRODUCT-POSTING-PARA.
    PERFORM ADD-RUN-ENTRY-PARA.
    MOVE "O" TO RN-Kind(RunCount).
    MOVE BP-PRODUCT TO RN-Product(RunCount).
    MOVE BP-OVERFLOW-FLAG TO RN-OverflowFlag(RunCount).
    MOVE BP-OPERATION-CODE TO RN-Operation(RunCount).
    MOVE BP-SCALE TO RN-Scale(RunCount).
    MOVE BP-OVERFLOW-FLAG TO PostingOverflowFlag.
    PERFORM JUDGE-POSTING-PARA.

    NOTE-CORRECTION-POSTING-PARA.
    PERFORM ADD-RUN-ENTRY-PARA.
    MOVE "C" TO RN-Kind(RunCount).
    MOVE CR-ORIG-RUN-ID TO RN-OrigRunID(RunCount).
    MOVE CR-STAGED-BY TO RN-StagedBy(RunCount).
    MOVE CR-APPROVED-BY TO RN-ApprovedBy(RunCount).
    MOVE CR-PRODUCT TO RN-Product(RunCount).
    MOVE CR-OVERFLOW-FLAG TO RN-OverflowFlag(RunCount).
    MOVE CR-OPERATION-CODE TO RN-Operation(RunCount).
    MOVE CR-SCALE TO RN-Scale(RunCount).
    MOVE CR-OVERFLOW-FLAG TO PostingOverflowFlag.
    ADD 1 TO TotalCorrectionsFound.
    MOVE CurrentRunID TO LatestCorrectionRunID.
    MOVE CR-ORIG-RUN-ID TO LatestCorrectedRunID.
    PERFORM JUDGE-POSTING-PARA.

    ADD-RUN-ENTRY-PARA.
    ADD 1 TO TotalRunsFound.
    IF RunCount < MaxRuns
        ADD 1 TO RunCount
    ELSE
        PERFORM SHIFT-ONE-RUN-PARA
            VARYING RunIdx FROM 1 BY 1
            UNTIL RunIdx >= MaxRuns
    END-IF.
    MOVE SPACES TO RunEntry(RunCount).
    MOVE ZEROS TO RN-Product(RunCount).
    MOVE CurrentRunID TO RN-RunID(RunCount).
    MOVE CurrentRunDate TO RN-RunDate(RunCount).
    MOVE CurrentOperatorID TO RN-OperatorID(RunCount).
    MOVE CurrentCancelFlag TO RN-CancelFlag(RunCount).
    MOVE CurrentCancelledDate TO RN-CancelledDate(RunCount).

    SHIFT-ONE-RUN-PARA.
    MOVE RunEntry(RunIdx + 1) TO RunEntry(RunIdx).

*>  A posting that is not cancelled, did not overflow and raised no
*>  error for the batch clears the exceptions that came before it.
    JUDGE-POSTING-PARA.
    MOVE "N" TO RunErrorFlag.
    PERFORM CHECK-RUN-ERROR-PARA
        VARYING ExceptionIdx FROM 1 BY 1
        UNTIL ExceptionIdx > ExceptionCount.
    IF NOT CurrentRunCancelled AND NOT PostingOverflowed
            AND NOT RunRaisedError
        MOVE CurrentRunID TO LastCleanRunID
    END-IF.

    CHECK-RUN-ERROR-PARA.
    IF EC-RunID(ExceptionIdx) = CurrentRunID
            AND EC-Severity(ExceptionIdx) = "E"
        SET RunRaisedError TO TRUE
    END-IF.

*>  Only the extracts cut by the listed runs are kept, and reversals
*>  naming a listed run in Billing-OrigRunID - RunCancel cuts those
*>  under its own CancelRunID, which is never on RPTHX.DAT. A blank
*>  transaction code is an ordinary extract, as in BillingRecon.
    LOAD-EXTRACTS-PARA.
    OPEN INPUT BillingExtractFile.
    IF BillingExtractFileStatus = "00"
        SET BillingOnFile TO TRUE
        MOVE "N" TO EndOfInputFile
        PERFORM LOAD-ONE-EXTRACT-PARA UNTIL InputFileEOF
    END-IF.
    CLOSE BillingExtractFile.

    LOAD-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF Billing-BatchID = InquiryBatchID
                MOVE Billing-RunID TO ExtractRunLookup
                PERFORM FIND-LISTED-RUN-PARA
                IF ExtractRunIdx = ZEROS AND Billing-Reversal
                    MOVE Billing-OrigRunID TO ExtractRunLookup
                    PERFORM FIND-LISTED-RUN-PARA
                END-IF
                IF ExtractRunIdx > ZEROS
                    PERFORM ADD-EXTRACT-ENTRY-PARA
                END-IF
            END-IF
    END-READ.

    FIND-LISTED-RUN-PARA.
    MOVE ZEROS TO ExtractRunIdx.
    PERFORM MATCH-LISTED-RUN-PARA
        VARYING RunIdx FROM 1 BY 1
        UNTIL RunIdx > RunCount OR ExtractRunIdx > ZEROS.

    MATCH-LISTED-RUN-PARA.
    IF RN-RunID(RunIdx) = ExtractRunLookup
        MOVE RunIdx TO ExtractRunIdx
    END-IF.

    ADD-EXTRACT-ENTRY-PARA.
    IF ExtractCount < MaxExtracts
        ADD 1 TO ExtractCount
        MOVE ExtractRunIdx TO XT-RunIdx(ExtractCount)
        MOVE Billing-RunID TO XT-RunID(ExtractCount)
        IF Billing-TranCode = SPACES
            MOVE "O" TO XT-TranCode(ExtractCount)
        ELSE
            MOVE Billing-TranCode TO XT-TranCode(ExtractCount)
        END-IF
        MOVE Billing-Product TO XT-Product(ExtractCount)
        MOVE Billing-Scale TO XT-Scale(ExtractCount)
        MOVE SPACES TO XT-TransNumber(ExtractCount)
        MOVE SPACES TO XT-TransDate(ExtractCount)
        MOVE "N" TO XT-AckFlag(ExtractCount)
        MOVE ZEROS TO XT-AckProduct(ExtractCount)
        MOVE SPACES TO XT-AckDate(ExtractCount)
    ELSE
        ADD 1 TO ExtractsDropped
    END-IF.

    MATCH-TRANSMISSIONS-PARA.
    IF ExtractCount > ZEROS
        OPEN INPUT TransmissionRegisterFile
        IF TransmissionRegisterFileStatus = "00"
            MOVE "N" TO EndOfInputFile
            PERFORM MATCH-ONE-REGISTER-ENTRY-PARA UNTIL InputFileEOF
        END-IF
        CLOSE TransmissionRegisterFile
    END-IF.

    MATCH-ONE-REGISTER-ENTRY-PARA.
    READ TransmissionRegisterFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF BX-BatchID = InquiryBatchID
                IF BX-TranCode = SPACES
                    MOVE "O" TO ExtractTranCode
                ELSE
                    MOVE BX-TranCode TO ExtractTranCode
                END-IF
                PERFORM MARK-TRANSMITTED-PARA
                    VARYING ExtractIdx FROM 1 BY 1
                    UNTIL ExtractIdx > ExtractCount
            END-IF
    END-READ.

    MARK-TRANSMITTED-PARA.
    IF XT-RunID(ExtractIdx) = BX-RunID
            AND XT-TranCode(ExtractIdx) = ExtractTranCode
        MOVE BX-TransNumber TO XT-TransNumber(ExtractIdx)
        MOVE BX-TransDate TO XT-TransDate(ExtractIdx)
    END-IF.

    MATCH-ACKNOWLEDGMENTS-PARA.
    OPEN INPUT AckFile.
    IF AckFileStatus = "00"
        SET AcksOnFile TO TRUE
        MOVE "N" TO EndOfInputFile
        PERFORM MATCH-ONE-ACK-PARA UNTIL InputFileEOF
    END-IF.
    CLOSE AckFile.

    MATCH-ONE-ACK-PARA.
    READ AckFile
        AT END
            MOVE "Y" TO EndOfInputFile
        NOT AT END
            IF Ack-BatchID = InquiryBatchID
                IF Ack-TranCode = SPACES
                    MOVE "O" TO ExtractTranCode
                ELSE
                    MOVE Ack-TranCode TO ExtractTranCode
                END-IF
                PERFORM MARK-ACKNOWLEDGED-PARA
                    VARYING ExtractIdx FROM 1 BY 1
                    UNTIL ExtractIdx > ExtractCount
            END-IF
    END-READ.

    MARK-ACKNOWLEDGED-PARA.
    IF XT-RunID(ExtractIdx) = Ack-RunID
            AND XT-TranCode(ExtractIdx) = ExtractTranCode
        MOVE "Y" TO XT-AckFlag(ExtractIdx)
        MOVE Ack-Product TO XT-AckProduct(ExtractIdx)
        MOVE Ack-Date TO XT-AckDate(ExtractIdx)
    END-IF.

    SHOW-REGISTRATION-PARA.
    IF BatchRegistered
        MOVE SPACES TO NoteText
        STRING "Registered to " DELIMITED BY SIZE
            BM-Department DELIMITED BY SIZE
            "  contact " DELIMITED BY SIZE
            BM-Contact DELIMITED BY SIZE
            INTO NoteText
        END-STRING
        DISPLAY NoteText
        MOVE SPACES TO NoteText
        EVALUATE TRUE
            WHEN BM-Active
                MOVE "Status ACTIVE" TO NoteText
            WHEN BM-Inactive
                MOVE "Status INACTIVE - FactorEdit quarantines it"
                    TO NoteText
            WHEN OTHER
                MOVE "Status UNKNOWN" TO NoteText
        END-EVALUATE
        EVALUATE TRUE
            WHEN BM-AllowMultiply
                MOVE "  may submit MULTIPLY only" TO NoteText(44:26)
            WHEN BM-AllowSum
                MOVE "  may submit SUM only" TO NoteText(44:21)
            WHEN OTHER
                MOVE "  may submit MULTIPLY or SUM" TO NoteText(44:28)
        END-EVALUATE
        DISPLAY NoteText
    ELSE
        DISPLAY "NOT REGISTERED on BATCHMST.DAT - FactorEdit",
            " quarantines this Batch ID"
    END-IF.

    SHOW-PERIOD-PARA.
    IF BatchInPeriod
        MOVE PM-PTD-Total TO AmountValue
        MOVE PM-Scale TO AmountScaleRaw
        PERFORM FORMAT-AMOUNT-PARA
        MOVE PM-RunCount TO EditedRunCount
        DISPLAY "Period to date ", AmountText, " from ",
            EditedRunCount, " run(s)"
        DISPLAY "  first run ", PM-FirstRunID, "  last run ",
            PM-LastRunID
    ELSE
        DISPLAY "Nothing posted for this batch in the current period"
    END-IF.

    SHOW-RUNS-PARA.
    DISPLAY " ".
    IF NOT HistoryOnFile
        DISPLAY "No run history on file (RPTHX.DAT status ",
            ReportHistoryFileStatus, "), run ReportArchive first"
    ELSE
        IF RunCount = ZEROS
            DISPLAY "No archived run posted this batch - if it ran",
                " tonight, ReportArchive has not run yet"
        ELSE
            MOVE TotalRunsFound TO EditedRunCount
            DISPLAY "Most recent runs (", EditedRunCount,
                " on the run history):"
            DISPLAY RunHeadingLine
            PERFORM SHOW-ONE-RUN-PARA
                VARYING RunIdx FROM 1 BY 1
                UNTIL RunIdx > RunCount
            PERFORM SHOW-CORRECTION-COUNT-PARA
        END-IF
        IF ExtractsDropped > ZEROS
            MOVE ExtractsDropped TO EditedRunCount
            DISPLAY "Extract list full - ", EditedRunCount,
                " further billing extract(s) for these runs not shown"
        END-IF
        IF NOT BillingOnFile
            DISPLAY "No BILLING.DAT on file - extracts not shown"
        END-IF
        IF NOT AcksOnFile
            DISPLAY "No BILLACK.DAT on file - acknowledgments not",
                " shown"
        END-IF
    END-IF.

    SHOW-ONE-RUN-PARA.
    MOVE SPACES TO RunDetailLine.
    MOVE RunIdx TO RL-LineNumber.
    MOVE RN-RunID(RunIdx) TO RL-RunID.
    MOVE RN-RunDate(RunIdx) TO RL-RunDate.
    MOVE RN-OperatorID(RunIdx) TO RL-OperatorID.
    IF RN-CorrectionRun(RunIdx)
        MOVE "CORR" TO RL-KindText
    ELSE
        MOVE "RUN" TO RL-KindText
    END-IF.
    IF RN-Operation(RunIdx) = "S"
        MOVE "SUM" TO RL-OperationText
    ELSE
        MOVE "MULT" TO RL-OperationText
    END-IF.
    MOVE RN-Scale(RunIdx) TO RL-Scale.
    MOVE RN-Product(RunIdx) TO AmountValue.
    MOVE RN-Scale(RunIdx) TO AmountScaleRaw.
    PERFORM FORMAT-AMOUNT-PARA.
    MOVE AmountText TO RL-ProductText.
    EVALUATE TRUE
        WHEN RN-RunCancelled(RunIdx)
            MOVE "CANCELLED" TO RL-NoteText
        WHEN RN-ProductOverflowed(RunIdx)
            MOVE "OVERFLOW" TO RL-NoteText
        WHEN OTHER
            MOVE SPACES TO RL-NoteText
    END-EVALUATE.
    DISPLAY RunDetailLine.
    IF RN-CorrectionRun(RunIdx)
        MOVE SPACES TO NoteText
        STRING "    corrects run " DELIMITED BY SIZE
            RN-OrigRunID(RunIdx) DELIMITED BY SIZE
            ", staged by " DELIMITED BY SIZE
            RN-StagedBy(RunIdx) DELIMITED BY SPACE
            ", approved by " DELIMITED BY SIZE
            RN-ApprovedBy(RunIdx) DELIMITED BY SPACE
            INTO NoteText
        END-STRING
        DISPLAY NoteText
    END-IF.
    IF RN-RunCancelled(RunIdx)
        DISPLAY "    cancelled on ", RN-CancelledDate(RunIdx),
            " - backed out, not counted in the period"
    END-IF.
    PERFORM SHOW-ONE-EXTRACT-PARA
        VARYING ExtractIdx FROM 1 BY 1
        UNTIL ExtractIdx > ExtractCount.

    SHOW-ONE-EXTRACT-PARA.
    IF XT-RunIdx(ExtractIdx) = RunIdx
        MOVE SPACES TO XL-TranText XL-TransText XL-AckText
        EVALUATE TRUE
            WHEN XT-Reversal(ExtractIdx)
                MOVE "REVERSAL" TO XL-TranText
            WHEN XT-Rebill(ExtractIdx)
                MOVE "REBILL" TO XL-TranText
            WHEN OTHER
                MOVE "ORIGINAL" TO XL-TranText
        END-EVALUATE
        IF XT-TransNumber(ExtractIdx) = SPACES
            MOVE "NOT YET TRANSMITTED" TO XL-TransText
        ELSE
            STRING "SENT BT" DELIMITED BY SIZE
                XT-TransNumber(ExtractIdx) DELIMITED BY SIZE
                " ON " DELIMITED BY SIZE
                XT-TransDate(ExtractIdx) DELIMITED BY SIZE
                INTO XL-TransText
            END-STRING
        END-IF
        EVALUATE TRUE
            WHEN XT-Acknowledged(ExtractIdx)
                    AND XT-AckProduct(ExtractIdx)
                        NOT = XT-Product(ExtractIdx)
                STRING "ACK " DELIMITED BY SIZE
                    XT-AckDate(ExtractIdx) DELIMITED BY SIZE
                    " PRODUCT MISMATCH" DELIMITED BY SIZE
                    INTO XL-AckText
                END-STRING
            WHEN XT-Acknowledged(ExtractIdx)
                STRING "ACKNOWLEDGED " DELIMITED BY SIZE
                    XT-AckDate(ExtractIdx) DELIMITED BY SIZE
                    INTO XL-AckText
                END-STRING
            WHEN XT-TransNumber(ExtractIdx) = SPACES
                MOVE "NO ACK EXPECTED YET" TO XL-AckText
            WHEN OTHER
                MOVE "AWAITING ACKNOWLEDGMENT" TO XL-AckText
        END-EVALUATE
        DISPLAY ExtractDetailLine
        IF XT-RunID(ExtractIdx) NOT = RN-RunID(RunIdx)
            DISPLAY "      cut under run ", XT-RunID(ExtractIdx)
        END-IF
        IF XT-Acknowledged(ExtractIdx)
                AND XT-AckProduct(ExtractIdx)
                    NOT = XT-Product(ExtractIdx)
            PERFORM SHOW-MISMATCH-PARA
        END-IF
    END-IF.

    SHOW-MISMATCH-PARA.
    MOVE XT-Scale(ExtractIdx) TO AmountScaleRaw.
    MOVE XT-Product(ExtractIdx) TO AmountValue.
    PERFORM FORMAT-AMOUNT-PARA.
    MOVE AmountText TO SentAmountText.
    MOVE XT-AckProduct(ExtractIdx) TO AmountValue.
    PERFORM FORMAT-AMOUNT-PARA.
    MOVE AmountText TO ML-AckProductText.
    MOVE SentAmountText TO ML-SentProductText.
    DISPLAY MismatchDetailLine.

    SHOW-CORRECTION-COUNT-PARA.
    IF TotalCorrectionsFound = ZEROS
        DISPLAY "No corrections on the run history"
    ELSE
        MOVE TotalCorrectionsFound TO EditedRunCount
        DISPLAY "Corrections on the run history: ", EditedRunCount,
            ", latest ", LatestCorrectionRunID, " correcting ",
            LatestCorrectedRunID
    END-IF.

    SHOW-EXCEPTIONS-PARA.
    DISPLAY " ".
    PERFORM COUNT-OPEN-EXCEPTION-PARA
        VARYING ExceptionIdx FROM 1 BY 1
        UNTIL ExceptionIdx > ExceptionCount.
    IF OpenExceptionCount = ZEROS
        IF LastCleanRunID = SPACES
            DISPLAY "No open exceptions"
        ELSE
            DISPLAY "No open exceptions - last clean posting in run ",
                LastCleanRunID
        END-IF
    ELSE
        MOVE OpenExceptionCount TO EditedRunCount
        IF LastCleanRunID = SPACES
            DISPLAY "Open exceptions: ", EditedRunCount,
                " (no clean posting on the run history)"
        ELSE
            DISPLAY "Open exceptions: ", EditedRunCount,
                " (since clean posting in run ", LastCleanRunID, ")"
        END-IF
        DISPLAY "   RUN ID         DATE     S RSN DATA"
        PERFORM SHOW-ONE-EXCEPTION-PARA
            VARYING ExceptionIdx FROM 1 BY 1
            UNTIL ExceptionIdx > ExceptionCount
        IF ExceptionsDropped
            DISPLAY "   (only the latest ", MaxExceptions,
                " exceptions for the batch were examined)"
        END-IF
    END-IF.

    COUNT-OPEN-EXCEPTION-PARA.
    IF NOT EC-RunCancelled(ExceptionIdx)
            AND EC-RunID(ExceptionIdx) NOT < LastCleanRunID
        ADD 1 TO OpenExceptionCount
    END-IF.

    SHOW-ONE-EXCEPTION-PARA.
    IF NOT EC-RunCancelled(ExceptionIdx)
            AND EC-RunID(ExceptionIdx) NOT < LastCleanRunID
        MOVE EC-RunID(ExceptionIdx) TO EL-RunID
        MOVE EC-RunDate(ExceptionIdx) TO EL-RunDate
        MOVE EC-Severity(ExceptionIdx) TO EL-Severity
        MOVE EC-ReasonCode(ExceptionIdx) TO EL-ReasonCode
        MOVE EC-Data(ExceptionIdx) TO EL-Data
        DISPLAY ExceptionDetailLine
    END-IF.

*>  Scaled amounts print with their decimal point; a whole-number
*>  amount moves straight to the edited field, since the decimal work
*>  field is a digit narrower than the record's full fifteen.
    FORMAT-AMOUNT-PARA.
    IF AmountScaleRaw IS NUMERIC AND AmountScaleRaw NOT > "4"
        MOVE AmountScaleRaw TO AmountScale
    ELSE
        MOVE ZEROS TO AmountScale
    END-IF.
    COMPUTE AmountScaleDivisor = 10 ** AmountScale.
    IF AmountScale = ZEROS
        MOVE AmountValue TO EditedWholeAmount
        MOVE EditedWholeAmount TO AmountText
    ELSE
        COMPUTE DecimalAmountWork = AmountValue / AmountScaleDivisor
        MOVE DecimalAmountWork TO EditedScaledAmount
        MOVE EditedScaledAmount TO AmountText
    END-IF.

*>  The operator picks a listed run by its line number and gets that
*>  run's audit trail for the batch by keyed read on RunID + BatchID,
*>  as AuditInquiry does.
    DRILL-DOWN-PARA.
    DISPLAY " ".
    DISPLAY "Line number of a run to see its audit trail",
        " (blank to finish): " WITH NO ADVANCING.
    MOVE SPACES TO DrillChoice.
    ACCEPT DrillChoice.
    IF DrillChoice = SPACES
        SET DrillDone TO TRUE
    ELSE
        IF DrillChoice(2:1) = SPACE
            MOVE DrillChoice(1:1) TO DrillChoice(2:1)
            MOVE "0" TO DrillChoice(1:1)
        END-IF
        IF DrillChoice IS NUMERIC
            MOVE DrillChoice TO DrillNumber
        ELSE
            MOVE ZEROS TO DrillNumber
        END-IF
        IF DrillNumber < 1 OR DrillNumber > RunCount
            DISPLAY "Enter one of the line numbers listed above"
        ELSE
            MOVE RN-RunID(DrillNumber) TO DrillRunID
            PERFORM SHOW-AUDIT-TRAIL-PARA
        END-IF
    END-IF.

    SHOW-AUDIT-TRAIL-PARA.
    OPEN INPUT AuditHistoryFile.
    IF AuditHistoryFileStatus NOT = "00"
        DISPLAY "No audit history on file yet (AUDITHX.DAT status ",
            AuditHistoryFileStatus, "), run AuditArchive first"
    ELSE
        MOVE ZEROS TO AuditRowsDisplayed
        MOVE "N" TO EndOfAuditFlag
        DISPLAY "RUN ID          BATCH ID      SEQ  FACTOR      S  TIME",
            "    OPERATOR"
        MOVE SPACES TO AuditHistoryRecord
        MOVE DrillRunID TO AH-RunID
        MOVE InquiryBatchID TO AH-BatchID
        MOVE ZEROS TO AH-Sequence
        START AuditHistoryFile KEY IS NOT LESS THAN AH-KEY
            INVALID KEY
                MOVE "Y" TO EndOfAuditFlag
        END-START
        PERFORM SHOW-ONE-AUDIT-ROW-PARA UNTIL AuditBrowseDone
        CLOSE AuditHistoryFile
        IF AuditRowsDisplayed = ZEROS
            DISPLAY "No archived audit rows for this run and batch -",
                " if the run is recent, it may still be in the live",
                " AUDIT.DAT"
        ELSE
            DISPLAY AuditRowsDisplayed, " audit row(s) shown"
        END-IF
    END-IF.

    SHOW-ONE-AUDIT-ROW-PARA.
    READ AuditHistoryFile NEXT RECORD
        AT END
            MOVE "Y" TO EndOfAuditFlag
        NOT AT END
            IF AH-RunID NOT = DrillRunID
                    OR AH-BatchID NOT = InquiryBatchID
                MOVE "Y" TO EndOfAuditFlag
            ELSE
                ADD 1 TO AuditRowsDisplayed
                MOVE AH-RunID TO AL-RunID
                MOVE AH-BatchID TO AL-BatchID
                MOVE AH-Sequence TO AL-Sequence
                MOVE AH-Factor-Raw TO AL-Factor
                MOVE AH-Status TO AL-Status
                MOVE AH-Timestamp TO AL-Timestamp
                MOVE AH-Operator TO AL-Operator
                DISPLAY AuditDetailLine
            END-IF
    END-READ.
