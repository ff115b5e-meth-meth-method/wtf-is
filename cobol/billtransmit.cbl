*> 2026-09-02  Created so the billing hand-off is a numbered,
*>             self-verifying file instead of "billing copies
*>             BILLING.DAT".
*> 2026-09-09  Only priced extracts are sent. Each extract must have
*>             a priced invoice line on INVOICE.DAT (INVLREC.CPY),
*>             written by BillPricing, before it goes out; one with
*>             none is held - counted and left unregistered - so it
*>             goes in the first transmission after it is priced.
*>             Each detail is followed by a "P" record carrying its
*>             rate, scaled Product and extended amount, and the
*>             trailer adds the total of the extended amounts.
*> 2026-10-12  The BTnnnnnn.DAT layout moved to BTXREC.CPY, shared
*>             with HistoryPurge.

ENVIRONMENT DIVISION.

    SELECT TransmissionSeqFile ASSIGN TO "BILLSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransmissionSeqFileStatus.
    SELECT InvoiceLineFile ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InvoiceLineFileStatus.
    SELECT TransmissionFile ASSIGN TO TransmissionFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransmissionFileStatus.
FD  TransmissionRegisterFile.
    COPY BXREG.

FD  InvoiceLineFile.
    COPY INVLREC.

FD  TransmissionSeqFile.
01  TransmissionSeqRecord.
    05  TS-LastSequence                   PIC 9(06).

FD  TransmissionFile.
    COPY BTXREC.

WORKING-STORAGE SECTION.
01  BillingExtractFileStatus              PIC XX.
01  TransmissionRegisterFileStatus        PIC XX.
01  TransmissionSeqFileStatus             PIC XX.
01  TransmissionFileStatus                PIC XX.
01  InvoiceLineFileStatus                 PIC XX.
01  TransmissionFileName                  PIC X(30).
01  TransmissionDate                      PIC X(08).
01  TransmissionSequence                  PIC 9(06) VALUE ZEROS.
        10  RG-RunID                      PIC X(14).
        10  RG-BatchID                    PIC X(10).
        10  RG-TranCode                   PIC X(01).
01  EndOfInvoiceFile                      PIC X(01) VALUE "N".
    88  InvoiceFileEOF                    VALUE "Y".
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
        10  IT-Rate                       PIC 9(07)V9(04).
        10  IT-ScaledProduct              PIC S9(15)V9(04).
        10  IT-Amount                     PIC S9(15)V9(02).
        10  IT-RateSource                 PIC X(01).
        10  IT-PricingDate                PIC X(08).
01  ExtractTranCode                       PIC X(01).
01  UnsentCount                           PIC 9(07) VALUE ZEROS.
01  HeldUnpricedCount                     PIC 9(07) VALUE ZEROS.
01  AmountTotal                           PIC S9(15)V9(02) VALUE ZEROS.
01  SentCount                             PIC 9(07) VALUE ZEROS.
01  HashTotal                             PIC 9(15) VALUE ZEROS.
01  HashModulus                           PIC 9(16) VALUE 1000000000000000.
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-INVOICE-TABLE-PARA.
    IF InvoiceTableOverflowed
        DISPLAY "ABORT - INVOICE.DAT holds more than ",
            MaxInvoiceEntries, " priced lines; a partial table would",
            " hold priced extracts back as unpriced"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM COUNT-UNSENT-PARA.
    IF HeldUnpricedCount NOT = ZEROS
        DISPLAY "HELD - ", HeldUnpricedCount, " extract(s) have no",
            " priced invoice line (see UNPRICED.DAT) and are not sent"
    END-IF.
    IF UnsentCount = ZEROS
        DISPLAY "Nothing to transmit - every priced extract on",
            " BILLING.DAT is already registered as sent"
        GOBACK
    END-IF.
    PERFORM NEXT-TRANSMISSION-NUMBER-PARA.
    PERFORM CUT-TRANSMISSION-FILE-PARA.
    DISPLAY "Transmission ", TransmissionNumber, " cut to ",
        TransmissionFileName, ": ", SentCount, " extract(s), hash ",
        HashTotal, ", amount ", AmountTotal.
    GOBACK.

    LOAD-REGISTER-TABLE-PARA.
            END-IF
    END-READ.

*>  Priced lines are keyed like the register: run ID, batch ID and
*>  transaction code.
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
                MOVE IL-Rate TO IT-Rate(InvoiceEntryCount)
                MOVE IL-ScaledProduct
                    TO IT-ScaledProduct(InvoiceEntryCount)
                MOVE IL-Amount TO IT-Amount(InvoiceEntryCount)
                MOVE IL-RateSource TO IT-RateSource(InvoiceEntryCount)
                MOVE IL-PricingDate
                    TO IT-PricingDate(InvoiceEntryCount)
            ELSE
                SET InvoiceTableOverflowed TO TRUE
                MOVE "Y" TO EndOfInvoiceFile
            END-IF
    END-READ.

*>  First pass just counts: a night with nothing to transmit cuts no
*>  file and consumes no transmission number. An unsent extract with
*>  no priced line is held, not counted as sendable.
    COUNT-UNSENT-PARA.
    MOVE "N" TO EndOfExtractFile.
    OPEN INPUT BillingExtractFile.
        NOT AT END
            PERFORM FIND-REGISTER-ENTRY-PARA
            IF NOT RegisterEntryMatched
                PERFORM FIND-INVOICE-ENTRY-PARA
                IF InvoiceEntryMatched
                    ADD 1 TO UnsentCount
                ELSE
                    ADD 1 TO HeldUnpricedCount
                END-IF
            END-IF
    END-READ.

        SET RegisterEntryMatched TO TRUE
    END-IF.

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

    NEXT-TRANSMISSION-NUMBER-PARA.
    MOVE ZEROS TO TransmissionSequence.
    OPEN INPUT TransmissionSeqFile.
    MOVE "T" TO TT-RECORD-TYPE.
    MOVE SentCount TO TT-RecordCount.
    MOVE HashTotal TO TT-HashTotal.
    MOVE AmountTotal TO TT-AmountTotal.
    WRITE TransmissionRecord.
    CLOSE TransmissionFile.

*>  The detail goes out before the register entry is appended, so a
*>  crash between the two re-sends the extract next time - a visible
*>  duplicate at billing - rather than registering an extract as
*>  sent that never went. The priced line rides directly behind its
*>  detail; an extract with no priced line is held, not sent.
    TRANSMIT-ONE-EXTRACT-PARA.
    READ BillingExtractFile
        AT END
        NOT AT END
            PERFORM FIND-REGISTER-ENTRY-PARA
            IF NOT RegisterEntryMatched
                PERFORM FIND-INVOICE-ENTRY-PARA
            END-IF
            IF NOT RegisterEntryMatched AND InvoiceEntryMatched
                ADD 1 TO SentCount
                COMPUTE HashTotal =
                    FUNCTION MOD(HashTotal + Billing-Product,
                MOVE "D" TO TD-RECORD-TYPE
                MOVE BillingExtractRecord TO TD-ExtractImage
                WRITE TransmissionRecord
                PERFORM WRITE-PRICED-LINE-PARA
                PERFORM WRITE-REGISTER-ENTRY-PARA
            END-IF
    END-READ.

    WRITE-PRICED-LINE-PARA.
    MOVE SPACES TO TransmissionRecord.
    MOVE "P" TO TP-RECORD-TYPE.
    MOVE IT-Rate(InvoiceMatchIdx) TO TP-Rate.
    MOVE IT-ScaledProduct(InvoiceMatchIdx) TO TP-ScaledProduct.
    MOVE IT-Amount(InvoiceMatchIdx) TO TP-Amount.
    MOVE IT-RateSource(InvoiceMatchIdx) TO TP-RateSource.
    MOVE IT-PricingDate(InvoiceMatchIdx) TO TP-PricingDate.
    WRITE TransmissionRecord.
    ADD IT-Amount(InvoiceMatchIdx) TO AmountTotal.

    WRITE-REGISTER-ENTRY-PARA.
    MOVE SPACES TO TransmissionRegisterRecord.
    MOVE Billing-RunID TO BX-RunID.
