       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLTransmit.
AUTHOR.  Meth Meth Method
*> General ledger hand-off step. PeriodClose cuts the month's GL
*> journal to GLJRNL.DAT (GLJREC.CPY); this proves it before it goes
*> anywhere - a trailer present, the detail count agreeing with it,
*> debits equal to credits and both equal to the trailer's totals,
*> no unmapped batches, and the period not already on the hand-off
*> register GLJREG.DAT (GLRREC.CPY) - then copies it to a feed file
*> named for the period (GLJyyyymm.DAT) for the ledger to load,
*> registers the period and clears GLJRNL.DAT. The feed is written
*> before the register entry and the register entry before the
*> clear, so a crash part-way leaves either a journal still to send
*> or a leftover that the register marks as already sent; a period
*> never reaches the ledger twice.
*>
*> No journal waiting is the normal case on every night but the
*> month-end one and exits 0. A journal that fails any check is held
*> - left where it is, nothing cut - and exits 4: the step runs
*> ahead of RunControlAdvance, and a held GL hand-off is finance's
*> to clear (GLMAP.DAT and a re-run close), not a reason to stop the
*> business date moving on.
*>
*> Maintenance history
*> 2026-10-07  Created with the month-end GL journal.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT GLJournalFile ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLJournalFileStatus.
    SELECT GLRegisterFile ASSIGN TO "GLJREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLRegisterFileStatus.
    SELECT GLFeedFile ASSIGN TO GLFeedFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLFeedFileStatus.

DATA DIVISION.

FILE SECTION.

FD  GLJournalFile.
    COPY GLJREC.

FD  GLRegisterFile.
    COPY GLRREC.

FD  GLFeedFile.
01  GLFeedRecord                          PIC X(83).

WORKING-STORAGE SECTION.
01  GLJournalFileStatus                   PIC XX.
01  GLRegisterFileStatus                  PIC XX.
01  GLFeedFileStatus                      PIC XX.
01  GLFeedFileName                        PIC X(30).
01  SentDate                              PIC X(08).
01  SentTime                              PIC X(06).
01  EndOfJournalFile                      PIC X(01) VALUE "N".
    88  JournalFileEOF                    VALUE "Y".
01  EndOfRegisterFile                     PIC X(01) VALUE "N".
    88  RegisterFileEOF                   VALUE "Y".
01  JournalRecordCount                    PIC 9(07) VALUE ZEROS.
01  DetailLineCount                       PIC 9(07) VALUE ZEROS.
01  DebitTotal                            PIC 9(17)V9(04) VALUE ZEROS.
01  CreditTotal                           PIC 9(17)V9(04) VALUE ZEROS.
01  TrailerCount                          PIC 9(05) VALUE ZEROS.
01  RecordAfterTrailerFlag                PIC X(01) VALUE "N".
    88  RecordAfterTrailer                VALUE "Y".
01  BadLineCount                          PIC 9(07) VALUE ZEROS.
01  JournalPeriodID                       PIC X(06) VALUE SPACES.
01  TrailerLineCount                      PIC 9(07) VALUE ZEROS.
01  TrailerDebitTotal                     PIC 9(17)V9(04) VALUE ZEROS.
01  TrailerCreditTotal                    PIC 9(17)V9(04) VALUE ZEROS.
01  TrailerUnmappedCount                  PIC 9(05) VALUE ZEROS.
01  RegisteredFlag                        PIC X(01) VALUE "N".
    88  PeriodOnRegister                  VALUE "Y".
01  RegisteredDate                        PIC X(08) VALUE SPACES.
01  HoldReason                            PIC X(60) VALUE SPACES.
01  EditedTotal                           PIC Z(16)9.9(04).

PROCEDURE DIVISION.
    MAIN-PARA.
    ACCEPT SentDate FROM DATE YYYYMMDD.
    ACCEPT SentTime FROM TIME.
    PERFORM CHECK-JOURNAL-PARA.
    IF JournalRecordCount = ZEROS
        DISPLAY "Nothing to hand off - no GL journal waiting on",
            " GLJRNL.DAT"
        GOBACK
    END-IF.
    PERFORM PROVE-JOURNAL-PARA.
    IF HoldReason NOT = SPACES
        DISPLAY "HELD - GL journal on GLJRNL.DAT not handed off: ",
            HoldReason
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM FIND-REGISTER-ENTRY-PARA.
    IF PeriodOnRegister
        DISPLAY "NOTE - period ", JournalPeriodID, "'s GL journal was",
            " handed off on ", RegisteredDate, "; the copy left on",
            " GLJRNL.DAT is cleared, not sent again"
        PERFORM CLEAR-JOURNAL-PARA
        GOBACK
    END-IF.
    PERFORM CUT-FEED-FILE-PARA.
    IF GLFeedFileStatus NOT = "00"
        DISPLAY "HELD - feed file ", GLFeedFileName, " could not be",
            " written, file status ", GLFeedFileStatus
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM WRITE-REGISTER-ENTRY-PARA.
    PERFORM CLEAR-JOURNAL-PARA.
    MOVE DebitTotal TO EditedTotal.
    DISPLAY "GL journal for period ", JournalPeriodID, " handed off:",
        " ", DetailLineCount, " line(s), debits and credits ",
        EditedTotal, " as ", GLFeedFileName.
    GOBACK.

*>  One pass adds the journal up independently of its trailer.
    CHECK-JOURNAL-PARA.
    OPEN INPUT GLJournalFile.
    IF GLJournalFileStatus = "00"
        PERFORM CHECK-ONE-RECORD-PARA UNTIL JournalFileEOF
        CLOSE GLJournalFile
    END-IF.

    CHECK-ONE-RECORD-PARA.
    READ GLJournalFile
        AT END
            MOVE "Y" TO EndOfJournalFile
        NOT AT END
            ADD 1 TO JournalRecordCount
            IF TrailerCount > ZEROS
                SET RecordAfterTrailer TO TRUE
            END-IF
            EVALUATE TRUE
                WHEN GJ-DetailLine AND GJ-Debit
                        AND GJ-Amount IS NUMERIC
                    ADD 1 TO DetailLineCount
                    ADD GJ-Amount TO DebitTotal
                    MOVE GJ-PeriodID TO JournalPeriodID
                WHEN GJ-DetailLine AND GJ-Credit
                        AND GJ-Amount IS NUMERIC
                    ADD 1 TO DetailLineCount
                    ADD GJ-Amount TO CreditTotal
                    MOVE GJ-PeriodID TO JournalPeriodID
                WHEN GJ-TrailerLine
                    ADD 1 TO TrailerCount
                    MOVE GT-PeriodID TO JournalPeriodID
                    MOVE GT-LineCount TO TrailerLineCount
                    MOVE GT-DebitTotal TO TrailerDebitTotal
                    MOVE GT-CreditTotal TO TrailerCreditTotal
                    MOVE GT-UnmappedCount TO TrailerUnmappedCount
                WHEN OTHER
                    ADD 1 TO BadLineCount
            END-EVALUATE
    END-READ.

*>  The first failing check is the one reported.
    PROVE-JOURNAL-PARA.
    EVALUATE TRUE
        WHEN TrailerCount NOT = 1 OR RecordAfterTrailer
            MOVE "no single trailer closing the file" TO HoldReason
        WHEN BadLineCount NOT = ZEROS
            MOVE "unrecognised or non-numeric lines" TO HoldReason
        WHEN TrailerUnmappedCount NOT = ZEROS
            MOVE "unmapped batches - see GLEXCP.DAT, re-run the close"
                TO HoldReason
        WHEN DetailLineCount NOT = TrailerLineCount
            MOVE "line count disagrees with the trailer" TO HoldReason
        WHEN DebitTotal NOT = CreditTotal
            MOVE "debits and credits do not balance" TO HoldReason
        WHEN DebitTotal NOT = TrailerDebitTotal
                OR CreditTotal NOT = TrailerCreditTotal
            MOVE "totals disagree with the trailer" TO HoldReason
        WHEN OTHER
            MOVE SPACES TO HoldReason
    END-EVALUATE.

    FIND-REGISTER-ENTRY-PARA.
    OPEN INPUT GLRegisterFile.
    IF GLRegisterFileStatus = "00"
        PERFORM READ-ONE-REGISTER-PARA
            UNTIL RegisterFileEOF OR PeriodOnRegister
        CLOSE GLRegisterFile
    END-IF.

    READ-ONE-REGISTER-PARA.
    READ GLRegisterFile
        AT END
            MOVE "Y" TO EndOfRegisterFile
        NOT AT END
            IF GR-PeriodID = JournalPeriodID
                SET PeriodOnRegister TO TRUE
                MOVE GR-SentDate TO RegisteredDate
            END-IF
    END-READ.

*>  The feed is the proven journal, trailer and all, record for
*>  record.
    CUT-FEED-FILE-PARA.
    MOVE SPACES TO GLFeedFileName.
    STRING "GLJ" DELIMITED BY SIZE
           JournalPeriodID DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
        INTO GLFeedFileName.
    OPEN OUTPUT GLFeedFile.
    IF GLFeedFileStatus = "00"
        MOVE "N" TO EndOfJournalFile
        OPEN INPUT GLJournalFile
        PERFORM COPY-ONE-RECORD-PARA UNTIL JournalFileEOF
        CLOSE GLJournalFile
        CLOSE GLFeedFile
    END-IF.

    COPY-ONE-RECORD-PARA.
    READ GLJournalFile
        AT END
            MOVE "Y" TO EndOfJournalFile
        NOT AT END
            MOVE GLJournalRecord TO GLFeedRecord
            WRITE GLFeedRecord
    END-READ.

    WRITE-REGISTER-ENTRY-PARA.
    OPEN EXTEND GLRegisterFile.
    IF GLRegisterFileStatus = "35"
        OPEN OUTPUT GLRegisterFile
    END-IF.
    MOVE SPACES TO GLRegisterRecord.
    MOVE JournalPeriodID TO GR-PeriodID.
    MOVE SentDate TO GR-SentDate.
    MOVE SentTime TO GR-SentTime.
    MOVE DetailLineCount TO GR-LineCount.
    MOVE DebitTotal TO GR-DebitTotal.
    MOVE CreditTotal TO GR-CreditTotal.
    MOVE GLFeedFileName TO GR-FeedFileName.
    WRITE GLRegisterRecord.
    CLOSE GLRegisterFile.

    CLEAR-JOURNAL-PARA.
    OPEN OUTPUT GLJournalFile.
    CLOSE GLJournalFile.
