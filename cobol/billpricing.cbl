       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  BillPricing.
AUTHOR.  Meth Meth Method
*> Billing extract pricing step. BILLING.DAT carries only the raw
*> Billing-Product with its operation code and scale, and billing
*> priced every extract by hand from a spreadsheet of per-batch rates
*> that drifted out of date. This prices each extract not yet priced
*> and not yet transmitted from RATEMST.DAT (RATEREC.CPY) and appends
*> a priced invoice line to INVOICE.DAT (INVLREC.CPY): the rate
*> applied, the Product scaled to whole units, the extended amount,
*> and the extract's original/reversal/rebill transaction code.
*>
*> The rate is the one in effect on the extract's Billing-RunDate:
*> the latest rate for the Batch-ID whose effective-from date is on
*> or before it, or failing that the latest such rate for the
*> batch's owning department (BM-Department on BATCHMST.DAT). A
*> correction's reversal is priced at the original run's rate, not
*> today's: it takes the original extract's priced line and negates
*> its scaled Product and amount, so it backs out exactly what was
*> invoiced; an original priced before this step existed is looked
*> up at the rate in effect on the original run's date (the first
*> eight bytes of Billing-OrigRunID). The rebill is priced on its
*> own run date like any other extract.
*>
*> An extract with no rate in effect is held: it is listed on
*> UNPRICED.DAT, cut fresh each run, and gets no invoice line, so
*> BillTransmit will not send it. It is priced the first night a
*> rate covering its date is on file. Extracts already registered in
*> BILLXREG.DAT went out before pricing existed and are left alone.
*>
*> RETURN-CODE is 0 when everything priced, 4 when anything is held,
*> and 8 when a table overflowed - a partial invoice or register
*> table would price an extract twice and a partial rate or batch
*> master table would misprice one. A file that outgrows its table
*> on loading prices nothing; an invoice table that fills while
*> pricing stops the step at the line that filled it.
*>
*> Maintenance history
*> 2026-09-09  Created so every extract reaches billing priced from
*>             the rate master, and an extract nobody set a rate for
*>             is held in plain sight instead of priced by guesswork.
*> 2026-10-15  A BATCHMST.DAT too big for its table now stops the
*>             step like the other tables instead of warning, and an
*>             invoice table that fills mid-run stops pricing with
*>             RC 8 instead of leaving later reversals to miss the
*>             originals priced the same night.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT BillingExtractFile ASSIGN TO "BILLING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BillingExtractFileStatus.
    SELECT RateMasterFile ASSIGN TO "RATEMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateMasterFileStatus.
    SELECT BatchMasterFile ASSIGN TO "BATCHMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchMasterFileStatus.
    SELECT InvoiceLineFile ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InvoiceLineFileStatus.
    SELECT TransmissionRegisterFile ASSIGN TO "BILLXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransmissionRegisterFileStatus.
    SELECT UnpricedReportFile ASSIGN TO "UNPRICED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UnpricedReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  BillingExtractFile.
    COPY BILLREC.

FD  RateMasterFile.
    COPY RATEREC.

FD  BatchMasterFile.
    COPY BATMREC.

FD  InvoiceLineFile.
    COPY INVLREC.

FD  TransmissionRegisterFile.
    COPY BXREG.

FD  UnpricedReportFile.
01  UnpricedReportRecord                  PIC X(80).

WORKING-STORAGE SECTION.
01  BillingExtractFileStatus              PIC XX.
01  RateMasterFileStatus                  PIC XX.
01  BatchMasterFileStatus                 PIC XX.
01  InvoiceLineFileStatus                 PIC XX.
01  TransmissionRegisterFileStatus        PIC XX.
01  UnpricedReportFileStatus              PIC XX.
01  PricedDate                            PIC X(08).
01  EndOfExtractFile                      PIC X(01) VALUE "N".
    88  ExtractFileEOF                    VALUE "Y".
01  EndOfRateFile                         PIC X(01) VALUE "N".
    88  RateFileEOF                       VALUE "Y".
01  EndOfMasterFile                       PIC X(01) VALUE "N".
    88  MasterFileEOF                     VALUE "Y".
01  EndOfInvoiceFile                      PIC X(01) VALUE "N".
    88  InvoiceFileEOF                    VALUE "Y".
01  EndOfRegisterFile                     PIC X(01) VALUE "N".
    88  RegisterFileEOF                   VALUE "Y".
01  MaxRateEntries                        PIC 9(05) VALUE 2000.
01  RateEntryCount                        PIC 9(05) VALUE ZEROS.
01  RateIdx                               PIC 9(05) VALUE ZEROS.
01  RateOverflowFlag                      PIC X(01) VALUE "N".
    88  RateTableOverflowed               VALUE "Y".
01  RateTable.
    05  RateEntry OCCURS 2000 TIMES.
        10  RE-RateType                   PIC X(01).
        10  RE-RateKey                    PIC X(10).
        10  RE-EffectiveDate              PIC X(08).
        10  RE-Rate                       PIC 9(07)V9(04).
01  MaxMasterEntries                      PIC 9(05) VALUE 1000.
01  MasterEntryCount                      PIC 9(05) VALUE ZEROS.
01  MasterIdx                             PIC 9(05) VALUE ZEROS.
01  MasterMatchFlag                       PIC X(01) VALUE "N".
    88  MasterEntryMatched                VALUE "Y".
01  MasterOverflowFlag                    PIC X(01) VALUE "N".
    88  MasterTableOverflowed             VALUE "Y".
01  MasterTable.
    05  MasterEntry OCCURS 1000 TIMES.
        10  MT-BatchID                    PIC X(10).
        10  MT-Department                 PIC X(10).
01  MaxInvoiceEntries                     PIC 9(05) VALUE 10000.
01  InvoiceEntryCount                     PIC 9(05) VALUE ZEROS.
01  InvoiceIdx                            PIC 9(05) VALUE ZEROS.
01  InvoiceMatchIdx                       PIC 9(05) VALUE ZEROS.
01  InvoiceMatchFlag                      PIC X(01) VALUE "N".
    88  InvoiceEntryMatched               VALUE "Y".
01  InvoiceOverflowFlag                   PIC X(01) VALUE "N".
    88  InvoiceTableOverflowed            VALUE "Y".
01  InvoiceTable.
    05  InvoiceEntry OCCURS 10000 TIMES.
        10  IT-RunID                      PIC X(14).
        10  IT-BatchID                    PIC X(10).
        10  IT-TranCode                   PIC X(01).
        10  IT-PricingDate                PIC X(08).
        10  IT-RateSource                 PIC X(01).
        10  IT-Rate                       PIC 9(07)V9(04).
        10  IT-ScaledProduct              PIC S9(15)V9(04).
        10  IT-Amount                     PIC S9(15)V9(02).
01  MaxRegisterEntries                    PIC 9(05) VALUE 10000.
01  RegisterEntryCount                    PIC 9(05) VALUE ZEROS.
01  RegisterIdx                           PIC 9(05) VALUE ZEROS.
01  RegisterMatchFlag                     PIC X(01) VALUE "N".
    88  RegisterEntryMatched              VALUE "Y".
01  RegisterOverflowFlag                  PIC X(01) VALUE "N".
    88  RegisterOverflowed                VALUE "Y".
01  RegisterTable.
    05  RegisterEntry OCCURS 10000 TIMES.
        10  RG-RunID                      PIC X(14).
        10  RG-BatchID                    PIC X(10).
        10  RG-TranCode                   PIC X(01).
01  ExtractTranCode                       PIC X(01).
01  ExtractScale                          PIC X(01).
    88  ExtractScaleIsValid               VALUE "0" "1" "2" "3" "4"
                                                " ".
01  ScaleDigit                            PIC 9(01) VALUE ZEROS.
01  ScaleDivisor                          PIC 9(05) VALUE 1.
01  ExtractDepartment                     PIC X(10).
01  PricingDate                           PIC X(08).
01  RateFoundFlag                         PIC X(01) VALUE "N".
    88  RateFound                         VALUE "Y".
01  BestEffectiveDate                     PIC X(08).
01  RateSearchType                        PIC X(01).
01  RateSearchKey                         PIC X(10).
01  AppliedRateSource                     PIC X(01).
01  AppliedRate                           PIC 9(07)V9(04) VALUE ZEROS.
01  ScaledProduct                         PIC S9(15)V9(04) VALUE ZEROS.
01  ExtendedAmount                        PIC S9(15)V9(02) VALUE ZEROS.
01  PricedFlag                            PIC X(01) VALUE "N".
    88  ExtractPriced                     VALUE "Y".
01  HoldReason                            PIC X(19).
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.
01  ExtractsRead                          PIC 9(07) VALUE ZEROS.
01  ExtractsAlreadyPriced                 PIC 9(07) VALUE ZEROS.
01  ExtractsSentUnpriced                  PIC 9(07) VALUE ZEROS.
01  ExtractsPriced                        PIC 9(07) VALUE ZEROS.
01  ExtractsHeld                          PIC 9(07) VALUE ZEROS.
01  PricedAmountTotal                     PIC S9(15)V9(02) VALUE ZEROS.

01  ReportHeadingLine.
    05  FILLER                            PIC X(38)
            VALUE "UNPRICED BILLING EXTRACTS AS OF DATE ".
    05  RH-AsOfDate                       PIC X(08).
    05  FILLER                            PIC X(34) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ColumnHeadingLine.
    05  FILLER                            PIC X(40)
            VALUE "  RUN ID          BATCH ID    T         ".
    05  FILLER                            PIC X(40)
            VALUE "     PRODUCT  RATE DATE  REASON HELD    ".
01  UnpricedDetailLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-RunID                          PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-BatchID                        PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-TranCode                       PIC X(01).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-Product                        PIC -(15)9.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-PricingDate                    PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  UD-ReasonText                     PIC X(19).
01  SummaryCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SM-LabelText                      PIC X(30).
    05  SM-CountValue                     PIC ZZZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACES.
01  SummaryAmountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SA-LabelText                      PIC X(30).
    05  SA-AmountValue                    PIC -(15)9.99.
    05  FILLER                            PIC X(29) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    ACCEPT PricedDate FROM DATE YYYYMMDD.
    PERFORM LOAD-RATE-TABLE-PARA.
    PERFORM LOAD-MASTER-TABLE-PARA.
    PERFORM LOAD-INVOICE-TABLE-PARA.
    PERFORM LOAD-REGISTER-TABLE-PARA.
    IF RateTableOverflowed OR MasterTableOverflowed
            OR InvoiceTableOverflowed OR RegisterOverflowed
        DISPLAY "ABORT - RATEMST.DAT, BATCHMST.DAT, INVOICE.DAT or",
            " BILLXREG.DAT outgrew its table; pricing from a partial",
            " table could misprice or price an extract twice,",
            " nothing priced"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT BillingExtractFile.
    IF BillingExtractFileStatus NOT = "00"
        DISPLAY "NOTE - BILLING.DAT could not be opened, file",
            " status ", BillingExtractFileStatus, ", nothing to price"
        CLOSE BillingExtractFile
        GOBACK
    END-IF.
    OPEN EXTEND InvoiceLineFile.
    IF InvoiceLineFileStatus = "35"
        OPEN OUTPUT InvoiceLineFile
    END-IF.
    OPEN OUTPUT UnpricedReportFile.
    MOVE PricedDate TO RH-AsOfDate.
    MOVE ReportHeadingLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.
    MOVE ReportRuleLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ColumnHeadingLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    PERFORM PRICE-ONE-EXTRACT-PARA UNTIL ExtractFileEOF.
    CLOSE BillingExtractFile.
    CLOSE InvoiceLineFile.
    IF InvoiceTableOverflowed
        MOVE "  PRICING STOPPED - INVOICE TABLE FULL, EXTRACTS NOT YET READ ARE NOT PRICED"
            TO UnpricedReportRecord
        WRITE UnpricedReportRecord
    ELSE
        IF ExtractsHeld = ZEROS
            MOVE "  NONE - EVERY EXTRACT HAS A RATE IN EFFECT"
                TO UnpricedReportRecord
            WRITE UnpricedReportRecord
        END-IF
    END-IF.
    PERFORM WRITE-SUMMARY-SECTION-PARA.
    CLOSE UnpricedReportFile.
    DISPLAY "Extracts priced:       ", ExtractsPriced.
    DISPLAY "Extracts held unpriced:", ExtractsHeld.
    DISPLAY "Already priced:        ", ExtractsAlreadyPriced.
    IF ExtractsHeld NOT = ZEROS
        DISPLAY "WARNING - ", ExtractsHeld, " extract(s) held on",
            " UNPRICED.DAT with no rate in effect, not sent"
        MOVE 4 TO ReturnSeverity
    END-IF.
    IF InvoiceTableOverflowed
        MOVE 8 TO ReturnSeverity
    END-IF.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

    LOAD-RATE-TABLE-PARA.
    OPEN INPUT RateMasterFile.
    IF RateMasterFileStatus = "00"
        PERFORM LOAD-ONE-RATE-PARA UNTIL RateFileEOF
    ELSE
        DISPLAY "NOTE - no RATEMST.DAT, every extract will be held",
            " unpriced"
    END-IF.
    CLOSE RateMasterFile.

    LOAD-ONE-RATE-PARA.
    READ RateMasterFile
        AT END
            MOVE "Y" TO EndOfRateFile
        NOT AT END
            IF RateEntryCount < MaxRateEntries
                ADD 1 TO RateEntryCount
                MOVE RT-RateType TO RE-RateType(RateEntryCount)
                MOVE RT-RateKey TO RE-RateKey(RateEntryCount)
                MOVE RT-EffectiveDate
                    TO RE-EffectiveDate(RateEntryCount)
                IF RT-Rate IS NUMERIC
                    MOVE RT-Rate TO RE-Rate(RateEntryCount)
                ELSE
*>                  An unreadable rate is never applied: blanking the
*>                  type takes the entry out of every search.
                    MOVE SPACES TO RE-RateType(RateEntryCount)
                    MOVE ZEROS TO RE-Rate(RateEntryCount)
                    DISPLAY "WARNING - rate for ", RT-RateKey,
                        " effective ", RT-EffectiveDate,
                        " is not numeric and is ignored"
                END-IF
            ELSE
                SET RateTableOverflowed TO TRUE
                MOVE "Y" TO EndOfRateFile
            END-IF
    END-READ.

*>  Only the department is needed from the batch master; a Batch-ID
*>  not registered there has no department to fall back to.
    LOAD-MASTER-TABLE-PARA.
    OPEN INPUT BatchMasterFile.
    IF BatchMasterFileStatus = "00"
        PERFORM LOAD-ONE-MASTER-PARA UNTIL MasterFileEOF
    END-IF.
    CLOSE BatchMasterFile.

    LOAD-ONE-MASTER-PARA.
    READ BatchMasterFile
        AT END
            MOVE "Y" TO EndOfMasterFile
        NOT AT END
            IF MasterEntryCount < MaxMasterEntries
                ADD 1 TO MasterEntryCount
                MOVE BM-BatchID TO MT-BatchID(MasterEntryCount)
                MOVE BM-Department TO MT-Department(MasterEntryCount)
            ELSE
                SET MasterTableOverflowed TO TRUE
                MOVE "Y" TO EndOfMasterFile
            END-IF
    END-READ.

    LOAD-INVOICE-TABLE-PARA.
    OPEN INPUT InvoiceLineFile.
    IF InvoiceLineFileStatus = "00"
        PERFORM LOAD-ONE-INVOICE-PARA UNTIL InvoiceFileEOF
    END-IF.
    CLOSE InvoiceLineFile.

    LOAD-ONE-INVOICE-PARA.
    READ InvoiceLineFile
        AT END
            MOVE "Y" TO EndOfInvoiceFile
        NOT AT END
            IF InvoiceEntryCount < MaxInvoiceEntries
                ADD 1 TO InvoiceEntryCount
                MOVE IL-RunID TO IT-RunID(InvoiceEntryCount)
                MOVE IL-BatchID TO IT-BatchID(InvoiceEntryCount)
                MOVE IL-TranCode TO IT-TranCode(InvoiceEntryCount)
                MOVE IL-PricingDate
                    TO IT-PricingDate(InvoiceEntryCount)
                MOVE IL-RateSource TO IT-RateSource(InvoiceEntryCount)
                MOVE IL-Rate TO IT-Rate(InvoiceEntryCount)
                MOVE IL-ScaledProduct
                    TO IT-ScaledProduct(InvoiceEntryCount)
                MOVE IL-Amount TO IT-Amount(InvoiceEntryCount)
            ELSE
                SET InvoiceTableOverflowed TO TRUE
                MOVE "Y" TO EndOfInvoiceFile
            END-IF
    END-READ.

    LOAD-REGISTER-TABLE-PARA.
    OPEN INPUT TransmissionRegisterFile.
    IF TransmissionRegisterFileStatus = "00"
        PERFORM LOAD-ONE-REGISTER-PARA UNTIL RegisterFileEOF
    END-IF.
    CLOSE TransmissionRegisterFile.

    LOAD-ONE-REGISTER-PARA.
    READ TransmissionRegisterFile
        AT END
            MOVE "Y" TO EndOfRegisterFile
        NOT AT END
            IF RegisterEntryCount < MaxRegisterEntries
                ADD 1 TO RegisterEntryCount
                MOVE BX-RunID TO RG-RunID(RegisterEntryCount)
                MOVE BX-BatchID TO RG-BatchID(RegisterEntryCount)
                IF BX-TranCode = SPACES
                    MOVE "O" TO RG-TranCode(RegisterEntryCount)
                ELSE
                    MOVE BX-TranCode TO RG-TranCode(RegisterEntryCount)
                END-IF
            ELSE
                SET RegisterOverflowed TO TRUE
                MOVE "Y" TO EndOfRegisterFile
            END-IF
    END-READ.

*>  A blank transaction code reads as ordinary, the same way
*>  BillTransmit and BillingRecon treat extracts written before the
*>  field existed.
    PRICE-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
            MOVE "Y" TO EndOfExtractFile
        NOT AT END
            ADD 1 TO ExtractsRead
            IF Billing-TranCode = SPACES
                MOVE "O" TO ExtractTranCode
            ELSE
                MOVE Billing-TranCode TO ExtractTranCode
            END-IF
            PERFORM FIND-INVOICE-ENTRY-PARA
            IF InvoiceEntryMatched
                ADD 1 TO ExtractsAlreadyPriced
            ELSE
                PERFORM FIND-REGISTER-ENTRY-PARA
                IF RegisterEntryMatched
                    ADD 1 TO ExtractsSentUnpriced
                ELSE
                    PERFORM PRICE-EXTRACT-PARA
                END-IF
            END-IF
    END-READ.

    FIND-INVOICE-ENTRY-PARA.
    MOVE "N" TO InvoiceMatchFlag.
    MOVE ZEROS TO InvoiceMatchIdx.
    PERFORM MATCH-ONE-INVOICE-PARA VARYING InvoiceIdx FROM 1 BY 1
        UNTIL InvoiceIdx > InvoiceEntryCount OR InvoiceEntryMatched.

    MATCH-ONE-INVOICE-PARA.
    IF IT-RunID(InvoiceIdx) = Billing-RunID
            AND IT-BatchID(InvoiceIdx) = Billing-BatchID
            AND IT-TranCode(InvoiceIdx) = ExtractTranCode
        SET InvoiceEntryMatched TO TRUE
        MOVE InvoiceIdx TO InvoiceMatchIdx
    END-IF.

    FIND-REGISTER-ENTRY-PARA.
    MOVE "N" TO RegisterMatchFlag.
    PERFORM MATCH-ONE-REGISTER-PARA VARYING RegisterIdx FROM 1 BY 1
        UNTIL RegisterIdx > RegisterEntryCount
            OR RegisterEntryMatched.

    MATCH-ONE-REGISTER-PARA.
    IF RG-RunID(RegisterIdx) = Billing-RunID
            AND RG-BatchID(RegisterIdx) = Billing-BatchID
            AND RG-TranCode(RegisterIdx) = ExtractTranCode
        SET RegisterEntryMatched TO TRUE
    END-IF.

    PRICE-EXTRACT-PARA.
    MOVE "N" TO PricedFlag.
    MOVE SPACES TO HoldReason.
    MOVE SPACES TO PricingDate.
    MOVE Billing-Scale TO ExtractScale.
    PERFORM FIND-DEPARTMENT-PARA.
    IF NOT ExtractScaleIsValid
        MOVE Billing-RunDate TO PricingDate
        MOVE "INVALID SCALE" TO HoldReason
    ELSE
        IF ExtractScale = SPACES
            MOVE ZEROS TO ScaleDigit
        ELSE
            MOVE ExtractScale TO ScaleDigit
        END-IF
        COMPUTE ScaleDivisor = 10 ** ScaleDigit
        IF Billing-Reversal
            PERFORM PRICE-REVERSAL-PARA
        ELSE
            MOVE Billing-RunDate TO PricingDate
            PERFORM PRICE-AT-RATE-PARA
        END-IF
    END-IF.
    IF ExtractPriced
        PERFORM WRITE-INVOICE-LINE-PARA
    ELSE
        PERFORM WRITE-UNPRICED-LINE-PARA
    END-IF.

    FIND-DEPARTMENT-PARA.
    MOVE SPACES TO ExtractDepartment.
    MOVE "N" TO MasterMatchFlag.
    PERFORM MATCH-ONE-MASTER-PARA VARYING MasterIdx FROM 1 BY 1
        UNTIL MasterIdx > MasterEntryCount OR MasterEntryMatched.

    MATCH-ONE-MASTER-PARA.
    IF MT-BatchID(MasterIdx) = Billing-BatchID
        SET MasterEntryMatched TO TRUE
        MOVE MT-Department(MasterIdx) TO ExtractDepartment
    END-IF.

*>  The reversal carries a zero Product and names the run it backs
*>  out. Its price comes from that run, never from today's rate: the
*>  original extract's priced line (ordinary or rebill) is negated,
*>  so the reversal cancels exactly what was invoiced. An original
*>  that went out before pricing existed has no line; the reversal
*>  then carries the rate that was in effect on the original run's
*>  date with its own zero Product, and billing backs out whatever
*>  it applied, as before.
    PRICE-REVERSAL-PARA.
    MOVE "N" TO InvoiceMatchFlag.
    MOVE ZEROS TO InvoiceMatchIdx.
    PERFORM MATCH-ORIGINAL-LINE-PARA VARYING InvoiceIdx FROM 1 BY 1
        UNTIL InvoiceIdx > InvoiceEntryCount OR InvoiceEntryMatched.
    IF InvoiceEntryMatched
        MOVE IT-PricingDate(InvoiceMatchIdx) TO PricingDate
        MOVE IT-RateSource(InvoiceMatchIdx) TO AppliedRateSource
        MOVE IT-Rate(InvoiceMatchIdx) TO AppliedRate
        COMPUTE ScaledProduct = 0 - IT-ScaledProduct(InvoiceMatchIdx)
        COMPUTE ExtendedAmount = 0 - IT-Amount(InvoiceMatchIdx)
        SET ExtractPriced TO TRUE
    ELSE
        MOVE Billing-OrigRunID(1:8) TO PricingDate
        PERFORM PRICE-AT-RATE-PARA
    END-IF.

    MATCH-ORIGINAL-LINE-PARA.
    IF IT-RunID(InvoiceIdx) = Billing-OrigRunID
            AND IT-BatchID(InvoiceIdx) = Billing-BatchID
            AND (IT-TranCode(InvoiceIdx) = "O"
                OR IT-TranCode(InvoiceIdx) = "C")
        SET InvoiceEntryMatched TO TRUE
        MOVE InvoiceIdx TO InvoiceMatchIdx
    END-IF.

    PRICE-AT-RATE-PARA.
    PERFORM FIND-RATE-PARA.
    IF NOT RateFound
        MOVE "NO RATE IN EFFECT" TO HoldReason
    ELSE
        COMPUTE ScaledProduct = Billing-Product / ScaleDivisor
        COMPUTE ExtendedAmount ROUNDED = ScaledProduct * AppliedRate
            ON SIZE ERROR
                MOVE "AMOUNT OVERFLOW" TO HoldReason
            NOT ON SIZE ERROR
                SET ExtractPriced TO TRUE
        END-COMPUTE
    END-IF.

*>  The Batch-ID's own rate wins; the department's rate only applies
*>  to a batch with no rate of its own in effect on the date.
    FIND-RATE-PARA.
    MOVE "N" TO RateFoundFlag.
    MOVE "B" TO RateSearchType.
    MOVE Billing-BatchID TO RateSearchKey.
    PERFORM SEARCH-RATE-TABLE-PARA.
    IF NOT RateFound AND ExtractDepartment NOT = SPACES
        MOVE "D" TO RateSearchType
        MOVE ExtractDepartment TO RateSearchKey
        PERFORM SEARCH-RATE-TABLE-PARA
    END-IF.

*>  The rate in effect is the one with the latest effective-from date
*>  on or before the pricing date. Dates are YYYYMMDD, so they
*>  compare correctly as characters; a blank pricing date matches
*>  nothing and the extract is held.
    SEARCH-RATE-TABLE-PARA.
    MOVE SPACES TO BestEffectiveDate.
    PERFORM CHECK-ONE-RATE-PARA VARYING RateIdx FROM 1 BY 1
        UNTIL RateIdx > RateEntryCount.

    CHECK-ONE-RATE-PARA.
    IF RE-RateType(RateIdx) = RateSearchType
            AND RE-RateKey(RateIdx) = RateSearchKey
            AND RE-EffectiveDate(RateIdx) NOT > PricingDate
            AND PricingDate NOT = SPACES
        IF NOT RateFound
                OR RE-EffectiveDate(RateIdx) > BestEffectiveDate
            SET RateFound TO TRUE
            MOVE RE-EffectiveDate(RateIdx) TO BestEffectiveDate
            MOVE RE-Rate(RateIdx) TO AppliedRate
            MOVE RateSearchType TO AppliedRateSource
        END-IF
    END-IF.

*>  The new line also goes into the in-memory table, so a reversal
*>  later in the same file finds the original priced tonight. Once
*>  the table is full that can no longer be promised, so pricing
*>  stops there; the line just written stands.
    WRITE-INVOICE-LINE-PARA.
    MOVE SPACES TO InvoiceLineRecord.
    MOVE Billing-RunID TO IL-RunID.
    MOVE Billing-BatchID TO IL-BatchID.
    MOVE ExtractTranCode TO IL-TranCode.
    MOVE Billing-OrigRunID TO IL-OrigRunID.
    MOVE Billing-RunDate TO IL-RunDate.
    MOVE PricingDate TO IL-PricingDate.
    MOVE AppliedRateSource TO IL-RateSource.
    MOVE ExtractDepartment TO IL-Department.
    MOVE AppliedRate TO IL-Rate.
    MOVE ScaledProduct TO IL-ScaledProduct.
    MOVE ExtendedAmount TO IL-Amount.
    MOVE PricedDate TO IL-PricedDate.
    WRITE InvoiceLineRecord.
    ADD 1 TO ExtractsPriced.
    ADD ExtendedAmount TO PricedAmountTotal.
    IF InvoiceEntryCount < MaxInvoiceEntries
        ADD 1 TO InvoiceEntryCount
        MOVE Billing-RunID TO IT-RunID(InvoiceEntryCount)
        MOVE Billing-BatchID TO IT-BatchID(InvoiceEntryCount)
        MOVE ExtractTranCode TO IT-TranCode(InvoiceEntryCount)
        MOVE PricingDate TO IT-PricingDate(InvoiceEntryCount)
        MOVE AppliedRateSource TO IT-RateSource(InvoiceEntryCount)
        MOVE AppliedRate TO IT-Rate(InvoiceEntryCount)
        MOVE ScaledProduct TO IT-ScaledProduct(InvoiceEntryCount)
        MOVE ExtendedAmount TO IT-Amount(InvoiceEntryCount)
    ELSE
        DISPLAY "ABORT - INVOICE.DAT outgrew its table at ",
            MaxInvoiceEntries, " lines while pricing; a later",
            " reversal could miss its original, pricing stopped"
        SET InvoiceTableOverflowed TO TRUE
        MOVE "Y" TO EndOfExtractFile
    END-IF.

    WRITE-UNPRICED-LINE-PARA.
    ADD 1 TO ExtractsHeld.
    MOVE SPACES TO UnpricedDetailLine.
    MOVE Billing-RunID TO UD-RunID.
    MOVE Billing-BatchID TO UD-BatchID.
    MOVE ExtractTranCode TO UD-TranCode.
    MOVE Billing-Product TO UD-Product.
    MOVE PricingDate TO UD-PricingDate.
    MOVE HoldReason TO UD-ReasonText.
    MOVE UnpricedDetailLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.

    WRITE-SUMMARY-SECTION-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ReportRuleLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.
    MOVE "EXTRACTS READ" TO SM-LabelText.
    MOVE ExtractsRead TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "ALREADY PRICED" TO SM-LabelText.
    MOVE ExtractsAlreadyPriced TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "SENT BEFORE PRICING EXISTED" TO SM-LabelText.
    MOVE ExtractsSentUnpriced TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "PRICED THIS RUN" TO SM-LabelText.
    MOVE ExtractsPriced TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "HELD UNPRICED, NOT SENT" TO SM-LabelText.
    MOVE ExtractsHeld TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE SPACES TO SummaryAmountLine.
    MOVE "AMOUNT PRICED THIS RUN" TO SA-LabelText.
    MOVE PricedAmountTotal TO SA-AmountValue.
    MOVE SummaryAmountLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.

    WRITE-SUMMARY-COUNT-PARA.
    MOVE SummaryCountLine TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO UnpricedReportRecord.
    WRITE UnpricedReportRecord.
