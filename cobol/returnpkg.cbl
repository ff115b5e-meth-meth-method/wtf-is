       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  ReturnPackage.
AUTHOR.  Meth Meth Method
*> Per-department return packages. FactorEdit writes one FACTREJ.DAT
*> and Multiplier one EXCEPT.DAT for the whole night, and operations
*> used to cut them up by hand to send each department its own
*> rejects. This runs after Multiplier and routes every quarantined
*> record and every exception row to its owning department through
*> BM-Department on BATCHMST.DAT, one return file per department and
*> processing cycle: RETURN-<department>-<cycle>.DAT, cut fresh each
*> cycle, with any blank in the department name carried as an
*> underscore. The cycle in the name keeps the midday cycle's packages
*> on hand after the overnight cycle has cut its own.
*>
*> Each package opens with a cover record - business date and cycle
*> (off RUNCTL.DAT), department, contact (BM-Contact of the department's
*> first registration), package status, the number of items returned
*> and the number of batches accepted onto REPORT.DAT - followed by
*> one count record per reason code with the reason spelled out,
*> then the returned items themselves: quarantined records ("Q") as
*> FactorEdit wrote them and exception rows ("E") as Multiplier wrote
*> them. A department with nothing returned gets the cover and an
*> "all accepted" notice, or a "no delivery" notice when none of its
*> batches reached REPORT.DAT either.
*>
*> A quarantined detail record belongs to the batch header ahead of
*> it. A record FactorEdit found out of place (RT), a run-level
*> exception with no Batch-ID, and any Batch-ID not registered on the
*> batch master cannot be routed to a department and go to the
*> unassigned package, RETURN-UNASSIGNED-<cycle>.DAT, for operations.
*> Every package written is listed on RETPKG.DAT with its cycle and
*> counts.
*>
*> RETURN-CODE is 0 when everything routed, and 4 when anything was
*> left for operations in the unassigned package or a table filled.
*> The packages are a report; they never hold the window.
*>
*> Maintenance history
*> 2026-09-14  Created so every department gets its own list of
*>             problems the same night without anyone hand-editing
*>             FACTREJ.DAT and EXCEPT.DAT.
*> 2026-09-16  VarianceCheck's VAR exception (a Product outside its
*>             batch's historical band) is spelled out on the cover.
*> 2026-10-15  The processing cycle (RC-CycleNumber) is carried on the
*>             cover, in the package name and on RETPKG.DAT, so a
*>             second cycle on the same business date no longer
*>             overwrites the first cycle's packages.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT RejectFile ASSIGN TO "FACTREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RejectFileStatus.
    SELECT ExceptionFile ASSIGN TO "EXCEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionFileStatus.
    SELECT ReportFile ASSIGN TO "REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.
    SELECT BatchMasterFile ASSIGN TO "BATCHMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchMasterFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.
    SELECT ReturnPackageFile ASSIGN TO PackageFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReturnPackageFileStatus.
    SELECT PackageIndexFile ASSIGN TO "RETPKG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PackageIndexFileStatus.

DATA DIVISION.

FILE SECTION.

FD  RejectFile.
01  RejectRecord.
    05  Reject-ReasonCode                 PIC X(02).
    05  FILLER                            PIC X(01).
    05  Reject-Image.
        10  Reject-ImageType              PIC X(01).
            88  Reject-ImageIsHeader      VALUE "H".
            88  Reject-ImageIsDetail      VALUE "D".
        10  Reject-ImageBatchID           PIC X(10).
        10  FILLER                        PIC X(59).

FD  ExceptionFile.
01  ExceptionRecord.
    05  Exc-RunID                         PIC X(14).
    05  FILLER                            PIC X(01).
    05  Exc-BatchID                       PIC X(10).
    05  FILLER                            PIC X(01).
    05  Exc-Severity                      PIC X(01).
    05  FILLER                            PIC X(01).
    05  Exc-ReasonCode                    PIC X(03).
    05  FILLER                            PIC X(01).
    05  Exc-Data                          PIC X(30).
    05  FILLER                            PIC X(01).
    05  Exc-StagedBy                      PIC X(08).
    05  FILLER                            PIC X(01).
    05  Exc-ApprovedBy                    PIC X(08).

FD  ReportFile.
    COPY BATCHREC.

FD  BatchMasterFile.
    COPY BATMREC.

FD  RunControlFile.
    COPY RUNCTL.

FD  ReturnPackageFile.
01  ReturnPackageRecord.
    05  PK-RecordType                     PIC X(01).
        88  PK-CoverRecord                VALUE "C".
        88  PK-ReasonCountRecord          VALUE "S".
        88  PK-NoticeRecord               VALUE "N".
        88  PK-QuarantinedRecord          VALUE "Q".
        88  PK-ExceptionRecord            VALUE "E".
    05  PK-RecordData                     PIC X(99).
01  PackageCoverRecord REDEFINES ReturnPackageRecord.
    05  PC-RecordType                     PIC X(01).
    05  FILLER                            PIC X(01).
    05  PC-BusinessDate                   PIC X(08).
    05  FILLER                            PIC X(01).
    05  PC-Department                     PIC X(10).
    05  FILLER                            PIC X(01).
    05  PC-Contact                        PIC X(20).
    05  FILLER                            PIC X(01).
    05  PC-PackageStatus                  PIC X(14).
    05  FILLER                            PIC X(01).
    05  PC-ItemsReturned                  PIC 9(07).
    05  FILLER                            PIC X(01).
    05  PC-BatchesAccepted                PIC 9(05).
    05  FILLER                            PIC X(01).
    05  PC-Cycle                          PIC X(01).
    05  FILLER                            PIC X(27).
01  PackageReasonCountRecord REDEFINES ReturnPackageRecord.
    05  PS-RecordType                     PIC X(01).
    05  FILLER                            PIC X(01).
    05  PS-ReasonCode                     PIC X(03).
    05  FILLER                            PIC X(01).
    05  PS-Count                          PIC 9(07).
    05  FILLER                            PIC X(01).
    05  PS-ReasonText                     PIC X(50).
    05  FILLER                            PIC X(36).
01  PackageNoticeRecord REDEFINES ReturnPackageRecord.
    05  PN-RecordType                     PIC X(01).
    05  FILLER                            PIC X(01).
    05  PN-NoticeText                     PIC X(70).
    05  FILLER                            PIC X(28).
01  PackageQuarantinedRecord REDEFINES ReturnPackageRecord.
    05  PQ-RecordType                     PIC X(01).
    05  FILLER                            PIC X(01).
    05  PQ-ReasonCode                     PIC X(03).
    05  FILLER                            PIC X(01).
    05  PQ-BatchID                        PIC X(10).
    05  FILLER                            PIC X(01).
    05  PQ-Image                          PIC X(70).
    05  FILLER                            PIC X(13).
01  PackageExceptionRecord REDEFINES ReturnPackageRecord.
    05  PE-RecordType                     PIC X(01).
    05  FILLER                            PIC X(01).
    05  PE-ReasonCode                     PIC X(03).
    05  FILLER                            PIC X(01).
    05  PE-BatchID                        PIC X(10).
    05  FILLER                            PIC X(01).
    05  PE-Severity                       PIC X(01).
    05  FILLER                            PIC X(01).
    05  PE-RunID                          PIC X(14).
    05  FILLER                            PIC X(01).
    05  PE-Data                           PIC X(30).
    05  FILLER                            PIC X(36).

FD  PackageIndexFile.
01  PackageIndexRecord                    PIC X(80).

WORKING-STORAGE SECTION.
01  RejectFileStatus                      PIC XX.
01  ExceptionFileStatus                   PIC XX.
01  ReportFileStatus                      PIC XX.
01  BatchMasterFileStatus                 PIC XX.
01  RunControlFileStatus                  PIC XX.
01  ReturnPackageFileStatus               PIC XX.
01  PackageIndexFileStatus                PIC XX.
01  PackageFileName                       PIC X(30).
01  DepartmentNameLength                  PIC 9(02) VALUE ZEROS.
01  BusinessDate                          PIC X(08).
01  BusinessCycle                         PIC X(01) VALUE "1".
    88  BusinessCycleIsValid              VALUE "1" THRU "9".
01  EndOfRejectFile                       PIC X(01) VALUE "N".
    88  RejectFileEOF                     VALUE "Y".
01  EndOfExceptionFile                    PIC X(01) VALUE "N".
    88  ExceptionFileEOF                  VALUE "Y".
01  EndOfReportFile                       PIC X(01) VALUE "N".
    88  ReportFileEOF                     VALUE "Y".
01  EndOfMasterFile                       PIC X(01) VALUE "N".
    88  MasterFileEOF                     VALUE "Y".
01  HasRejectFileFlag                     PIC X(01) VALUE "N".
    88  HasRejectFile                     VALUE "Y".
01  HasExceptionFileFlag                  PIC X(01) VALUE "N".
    88  HasExceptionFile                  VALUE "Y".
01  MaxMasterEntries                      PIC 9(05) VALUE 1000.
01  MasterEntryCount                      PIC 9(05) VALUE ZEROS.
01  MasterIdx                             PIC 9(05) VALUE ZEROS.
01  MasterMatchFlag                       PIC X(01) VALUE "N".
    88  MasterEntryMatched                VALUE "Y".
01  MasterTable.
    05  MasterEntry OCCURS 1000 TIMES.
        10  MT-BatchID                    PIC X(10).
        10  MT-DeptIdx                    PIC 9(03).
*>  Entry 1 is always the unassigned package; registered departments
*>  follow in the order the batch master first names them.
01  UnassignedDeptIdx                     PIC 9(03) VALUE 1.
01  MaxDeptEntries                        PIC 9(03) VALUE 300.
01  MaxReasonSlots                        PIC 9(02) VALUE 40.
01  DeptEntryCount                        PIC 9(03) VALUE ZEROS.
01  DeptIdx                               PIC 9(03) VALUE ZEROS.
01  DeptMatchIdx                          PIC 9(03) VALUE ZEROS.
01  DeptMatchFlag                         PIC X(01) VALUE "N".
    88  DeptEntryMatched                  VALUE "Y".
01  DeptTable.
    05  DeptEntry OCCURS 300 TIMES.
        10  DP-Department                 PIC X(10).
        10  DP-Contact                    PIC X(20).
        10  DP-ItemsReturned              PIC 9(07).
        10  DP-BatchesAccepted            PIC 9(05).
        10  DP-ReasonCount                PIC 9(02).
        10  DP-ReasonSlot OCCURS 40 TIMES.
            15  DR-ReasonCode             PIC X(03).
            15  DR-Count                  PIC 9(07).
01  ReasonIdx                             PIC 9(02) VALUE ZEROS.
01  ReasonMatchIdx                        PIC 9(02) VALUE ZEROS.
01  ReasonMatchFlag                       PIC X(01) VALUE "N".
    88  ReasonSlotMatched                 VALUE "Y".
01  TableFullFlag                         PIC X(01) VALUE "N".
    88  TableFilled                       VALUE "Y".
01  RouteBatchID                          PIC X(10).
01  RouteReasonCode                       PIC X(03).
01  RouteDeptIdx                          PIC 9(03) VALUE ZEROS.
01  CurrentRejectBatchID                  PIC X(10).
01  ReasonText                            PIC X(50).
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.
01  RejectsRead                           PIC 9(07) VALUE ZEROS.
01  ExceptionsRead                        PIC 9(07) VALUE ZEROS.
01  ItemsUnassigned                       PIC 9(07) VALUE ZEROS.
01  PackagesWritten                       PIC 9(05) VALUE ZEROS.
01  PackagesAllAccepted                   PIC 9(05) VALUE ZEROS.
01  PackagesWithReturns                   PIC 9(05) VALUE ZEROS.
01  PackagesNoDelivery                    PIC 9(05) VALUE ZEROS.

01  ReportHeadingLine.
    05  FILLER                            PIC X(38)
            VALUE "RETURN PACKAGES FOR BUSINESS DATE     ".
    05  RH-BusinessDate                   PIC X(08).
    05  FILLER                            PIC X(07) VALUE "  CYCLE".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-Cycle                          PIC X(01).
    05  FILLER                            PIC X(25) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ColumnHeadingLine.
    05  FILLER                            PIC X(40)
            VALUE "  DEPARTMENT  CONTACT               STAT".
    05  FILLER                            PIC X(40)
            VALUE "US          RETURNED  ACCEPTED  CYCLE   ".
01  PackageIndexLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PI-Department                     PIC X(10).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PI-Contact                        PIC X(20).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PI-PackageStatus                  PIC X(14).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PI-ItemsReturned                  PIC ZZZZZZ9.
    05  FILLER                            PIC X(03) VALUE SPACES.
    05  PI-BatchesAccepted                PIC ZZZZ9.
    05  FILLER                            PIC X(07) VALUE SPACES.
    05  PI-Cycle                          PIC X(01).
    05  FILLER                            PIC X(05) VALUE SPACES.
01  SummaryCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SM-LabelText                      PIC X(30).
    05  SM-CountValue                     PIC ZZZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
    MAIN-PARA.
    PERFORM LOAD-BUSINESS-DATE-PARA.
    MOVE 1 TO DeptEntryCount.
    MOVE "UNASSIGNED" TO DP-Department(UnassignedDeptIdx).
    MOVE "OPERATIONS" TO DP-Contact(UnassignedDeptIdx).
    MOVE ZEROS TO DP-ItemsReturned(UnassignedDeptIdx).
    MOVE ZEROS TO DP-BatchesAccepted(UnassignedDeptIdx).
    MOVE ZEROS TO DP-ReasonCount(UnassignedDeptIdx).
    PERFORM LOAD-MASTER-TABLE-PARA.
    PERFORM TALLY-REJECTS-PARA.
    PERFORM TALLY-EXCEPTIONS-PARA.
    PERFORM TALLY-ACCEPTED-PARA.
    OPEN OUTPUT PackageIndexFile.
    MOVE BusinessDate TO RH-BusinessDate.
    MOVE BusinessCycle TO RH-Cycle.
    MOVE ReportHeadingLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.
    MOVE ReportRuleLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ColumnHeadingLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    PERFORM WRITE-ONE-PACKAGE-PARA VARYING DeptIdx FROM 1 BY 1
        UNTIL DeptIdx > DeptEntryCount.
    PERFORM WRITE-SUMMARY-SECTION-PARA.
    CLOSE PackageIndexFile.
    DISPLAY "Return packages written: ", PackagesWritten.
    DISPLAY "  with items returned:   ", PackagesWithReturns.
    DISPLAY "  all accepted:          ", PackagesAllAccepted.
    DISPLAY "  no delivery:           ", PackagesNoDelivery.
    IF ItemsUnassigned NOT = ZEROS
        DISPLAY "WARNING - ", ItemsUnassigned, " item(s) could not be",
            " routed to a department, see RETURN-UNASSIGNED-",
            BusinessCycle, ".DAT"
        MOVE 4 TO ReturnSeverity
    END-IF.
    IF TableFilled
        MOVE 4 TO ReturnSeverity
    END-IF.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

*>  The business date and cycle come from RUNCTL.DAT like every step
*>  in the window; the clock and cycle 1 are the fallback where none
*>  is set up.
    LOAD-BUSINESS-DATE-PARA.
    ACCEPT BusinessDate FROM DATE YYYYMMDD.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus = "00"
        READ RunControlFile
            AT END
                CONTINUE
            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    MOVE RC-BusinessDate TO BusinessDate
                    MOVE RC-CycleNumber TO BusinessCycle
                END-IF
        END-READ
    END-IF.
    CLOSE RunControlFile.
    IF NOT BusinessCycleIsValid
        MOVE "1" TO BusinessCycle
    END-IF.

*>  Every department on the batch master gets a package, including
*>  one whose batches are all inactive - it is told nothing arrived.
    LOAD-MASTER-TABLE-PARA.
    OPEN INPUT BatchMasterFile.
    IF BatchMasterFileStatus = "00"
        PERFORM LOAD-ONE-MASTER-PARA UNTIL MasterFileEOF
    ELSE
        DISPLAY "NOTE - no BATCHMST.DAT, every item goes to the",
            " unassigned package"
    END-IF.
    CLOSE BatchMasterFile.

    LOAD-ONE-MASTER-PARA.
    READ BatchMasterFile
        AT END
            MOVE "Y" TO EndOfMasterFile
        NOT AT END
            IF MasterEntryCount < MaxMasterEntries
                PERFORM FIND-DEPARTMENT-PARA
                ADD 1 TO MasterEntryCount
                MOVE BM-BatchID TO MT-BatchID(MasterEntryCount)
                MOVE DeptMatchIdx TO MT-DeptIdx(MasterEntryCount)
            ELSE
                DISPLAY "WARNING - BATCHMST.DAT holds more than ",
                    MaxMasterEntries, " entries, batches past the",
                    " table go to the unassigned package"
                SET TableFilled TO TRUE
                MOVE "Y" TO EndOfMasterFile
            END-IF
    END-READ.

*>  A batch whose department does not fit the table is routed to the
*>  unassigned package rather than lost.
    FIND-DEPARTMENT-PARA.
    MOVE "N" TO DeptMatchFlag.
    MOVE UnassignedDeptIdx TO DeptMatchIdx.
    PERFORM MATCH-ONE-DEPARTMENT-PARA VARYING DeptIdx FROM 2 BY 1
        UNTIL DeptIdx > DeptEntryCount OR DeptEntryMatched.
    IF NOT DeptEntryMatched AND BM-Department NOT = SPACES
        IF DeptEntryCount < MaxDeptEntries
            ADD 1 TO DeptEntryCount
            MOVE BM-Department TO DP-Department(DeptEntryCount)
            MOVE BM-Contact TO DP-Contact(DeptEntryCount)
            MOVE ZEROS TO DP-ItemsReturned(DeptEntryCount)
            MOVE ZEROS TO DP-BatchesAccepted(DeptEntryCount)
            MOVE ZEROS TO DP-ReasonCount(DeptEntryCount)
            MOVE DeptEntryCount TO DeptMatchIdx
        ELSE
            DISPLAY "WARNING - more than ", MaxDeptEntries,
                " departments, batch ", BM-BatchID,
                " goes to the unassigned package"
            SET TableFilled TO TRUE
        END-IF
    END-IF.

    MATCH-ONE-DEPARTMENT-PARA.
    IF DP-Department(DeptIdx) = BM-Department
        SET DeptEntryMatched TO TRUE
        MOVE DeptIdx TO DeptMatchIdx
    END-IF.

*>  RouteBatchID in, RouteDeptIdx out. A blank or unregistered
*>  Batch-ID has no department and routes to the unassigned package.
    ROUTE-BATCH-PARA.
    MOVE UnassignedDeptIdx TO RouteDeptIdx.
    IF RouteBatchID NOT = SPACES
        MOVE "N" TO MasterMatchFlag
        PERFORM MATCH-ONE-MASTER-PARA VARYING MasterIdx FROM 1 BY 1
            UNTIL MasterIdx > MasterEntryCount OR MasterEntryMatched
    END-IF.

    MATCH-ONE-MASTER-PARA.
    IF MT-BatchID(MasterIdx) = RouteBatchID
        SET MasterEntryMatched TO TRUE
        MOVE MT-DeptIdx(MasterIdx) TO RouteDeptIdx
    END-IF.

*>  FactorEdit writes a quarantined batch header first and its
*>  details behind it, so a detail belongs to the last header seen. A
*>  record found out of place (RT) belongs to no batch at all.
    ROUTE-REJECT-PARA.
    MOVE Reject-ReasonCode TO RouteReasonCode.
    IF Reject-ReasonCode = "RT"
        MOVE SPACES TO CurrentRejectBatchID
        MOVE SPACES TO RouteBatchID
    ELSE
        IF Reject-ImageIsHeader
            MOVE Reject-ImageBatchID TO CurrentRejectBatchID
        END-IF
        MOVE CurrentRejectBatchID TO RouteBatchID
    END-IF.
    PERFORM ROUTE-BATCH-PARA.

    TALLY-REJECTS-PARA.
    MOVE SPACES TO CurrentRejectBatchID.
    OPEN INPUT RejectFile.
    IF RejectFileStatus = "00"
        SET HasRejectFile TO TRUE
        PERFORM TALLY-ONE-REJECT-PARA UNTIL RejectFileEOF
    ELSE
        DISPLAY "NOTE - no FACTREJ.DAT, no quarantined records to",
            " return"
    END-IF.
    CLOSE RejectFile.

    TALLY-ONE-REJECT-PARA.
    READ RejectFile
        AT END
            MOVE "Y" TO EndOfRejectFile
        NOT AT END
            ADD 1 TO RejectsRead
            PERFORM ROUTE-REJECT-PARA
            PERFORM TALLY-REASON-PARA
    END-READ.

    TALLY-EXCEPTIONS-PARA.
    OPEN INPUT ExceptionFile.
    IF ExceptionFileStatus = "00"
        SET HasExceptionFile TO TRUE
        PERFORM TALLY-ONE-EXCEPTION-PARA UNTIL ExceptionFileEOF
    ELSE
        DISPLAY "NOTE - no EXCEPT.DAT, no exceptions to return"
    END-IF.
    CLOSE ExceptionFile.

    TALLY-ONE-EXCEPTION-PARA.
    READ ExceptionFile
        AT END
            MOVE "Y" TO EndOfExceptionFile
        NOT AT END
            ADD 1 TO ExceptionsRead
            MOVE Exc-ReasonCode TO RouteReasonCode
            MOVE Exc-BatchID TO RouteBatchID
            PERFORM ROUTE-BATCH-PARA
            PERFORM TALLY-REASON-PARA
    END-READ.

    TALLY-REASON-PARA.
    ADD 1 TO DP-ItemsReturned(RouteDeptIdx).
    IF RouteDeptIdx = UnassignedDeptIdx
        ADD 1 TO ItemsUnassigned
    END-IF.
    MOVE "N" TO ReasonMatchFlag.
    PERFORM MATCH-ONE-REASON-PARA VARYING ReasonIdx FROM 1 BY 1
        UNTIL ReasonIdx > DP-ReasonCount(RouteDeptIdx)
            OR ReasonSlotMatched.
    IF ReasonSlotMatched
        ADD 1 TO DR-Count(RouteDeptIdx, ReasonMatchIdx)
    ELSE
        IF DP-ReasonCount(RouteDeptIdx) < MaxReasonSlots
            ADD 1 TO DP-ReasonCount(RouteDeptIdx)
            MOVE DP-ReasonCount(RouteDeptIdx) TO ReasonMatchIdx
            MOVE RouteReasonCode
                TO DR-ReasonCode(RouteDeptIdx, ReasonMatchIdx)
            MOVE 1 TO DR-Count(RouteDeptIdx, ReasonMatchIdx)
        ELSE
            DISPLAY "WARNING - more than ", MaxReasonSlots,
                " reason codes for department ",
                DP-Department(RouteDeptIdx), ", reason ",
                RouteReasonCode, " not counted on the cover"
            SET TableFilled TO TRUE
        END-IF
    END-IF.

    MATCH-ONE-REASON-PARA.
    IF DR-ReasonCode(RouteDeptIdx, ReasonIdx) = RouteReasonCode
        SET ReasonSlotMatched TO TRUE
        MOVE ReasonIdx TO ReasonMatchIdx
    END-IF.

*>  A batch Product (or correction Product) on REPORT.DAT is a batch
*>  the department delivered that went through the window.
    TALLY-ACCEPTED-PARA.
    OPEN INPUT ReportFile.
    IF ReportFileStatus = "00"
        PERFORM TALLY-ONE-ACCEPTED-PARA UNTIL ReportFileEOF
    END-IF.
    CLOSE ReportFile.

    TALLY-ONE-ACCEPTED-PARA.
    READ ReportFile
        AT END
            MOVE "Y" TO EndOfReportFile
        NOT AT END
            IF BR-BATCH-PRODUCT OR BR-CORRECTION-PRODUCT
                MOVE BP-BATCH-ID TO RouteBatchID
                PERFORM ROUTE-BATCH-PARA
                ADD 1 TO DP-BatchesAccepted(RouteDeptIdx)
            END-IF
    END-READ.

*>  The unassigned package is written every cycle, even empty, so
*>  operations always finds a current one and never acts on an
*>  earlier cycle's.
    WRITE-ONE-PACKAGE-PARA.
    MOVE SPACES TO PackageFileName.
    MOVE 10 TO DepartmentNameLength.
    PERFORM TRIM-DEPARTMENT-NAME-PARA
        UNTIL DepartmentNameLength = 1
            OR DP-Department(DeptIdx)(DepartmentNameLength:1) NOT = SPACE.
    STRING "RETURN-" DELIMITED BY SIZE
           DP-Department(DeptIdx)(1:DepartmentNameLength)
               DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           BusinessCycle DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
        INTO PackageFileName.
    INSPECT PackageFileName REPLACING ALL " " BY "_"
        BEFORE INITIAL ".DAT".
    OPEN OUTPUT ReturnPackageFile.
    IF ReturnPackageFileStatus NOT = "00"
        DISPLAY "WARNING - return package ", PackageFileName,
            " could not be opened, file status ",
            ReturnPackageFileStatus
        MOVE 4 TO ReturnSeverity
    ELSE
        PERFORM WRITE-PACKAGE-COVER-PARA
        IF DP-ItemsReturned(DeptIdx) NOT = ZEROS
            PERFORM WRITE-RETURNED-REJECTS-PARA
            PERFORM WRITE-RETURNED-EXCEPTIONS-PARA
        END-IF
        CLOSE ReturnPackageFile
        ADD 1 TO PackagesWritten
        PERFORM WRITE-INDEX-LINE-PARA
    END-IF.

*>  Trailing blanks are dropped from the department name before the
*>  cycle is appended; blanks inside it become underscores.
    TRIM-DEPARTMENT-NAME-PARA.
    SUBTRACT 1 FROM DepartmentNameLength.

    WRITE-PACKAGE-COVER-PARA.
    MOVE SPACES TO ReturnPackageRecord.
    SET PK-CoverRecord TO TRUE.
    MOVE BusinessDate TO PC-BusinessDate.
    MOVE BusinessCycle TO PC-Cycle.
    MOVE DP-Department(DeptIdx) TO PC-Department.
    MOVE DP-Contact(DeptIdx) TO PC-Contact.
    MOVE DP-ItemsReturned(DeptIdx) TO PC-ItemsReturned.
    MOVE DP-BatchesAccepted(DeptIdx) TO PC-BatchesAccepted.
    EVALUATE TRUE
        WHEN DP-ItemsReturned(DeptIdx) NOT = ZEROS
            MOVE "ITEMS RETURNED" TO PC-PackageStatus
            ADD 1 TO PackagesWithReturns
        WHEN DP-BatchesAccepted(DeptIdx) NOT = ZEROS
            MOVE "ALL ACCEPTED" TO PC-PackageStatus
            ADD 1 TO PackagesAllAccepted
        WHEN OTHER
            MOVE "NO DELIVERY" TO PC-PackageStatus
            ADD 1 TO PackagesNoDelivery
    END-EVALUATE.
    MOVE PC-PackageStatus TO PI-PackageStatus.
    WRITE ReturnPackageRecord.
    PERFORM WRITE-ONE-REASON-COUNT-PARA VARYING ReasonIdx FROM 1 BY 1
        UNTIL ReasonIdx > DP-ReasonCount(DeptIdx).
    MOVE SPACES TO ReturnPackageRecord.
    SET PK-NoticeRecord TO TRUE.
    EVALUATE TRUE
        WHEN DeptIdx = UnassignedDeptIdx
                AND DP-ItemsReturned(DeptIdx) = ZEROS
            MOVE "NOTHING UNASSIGNED - EVERY ITEM WAS ROUTED TO ITS DEPARTMENT"
                TO PN-NoticeText
        WHEN DeptIdx = UnassignedDeptIdx
            MOVE "ITEMS WITH NO REGISTERED DEPARTMENT - FOR OPERATIONS TO RESOLVE"
                TO PN-NoticeText
        WHEN DP-ItemsReturned(DeptIdx) NOT = ZEROS
            MOVE "THE ITEMS BELOW WERE NOT PROCESSED AS DELIVERED - PLEASE CORRECT"
                TO PN-NoticeText
        WHEN DP-BatchesAccepted(DeptIdx) NOT = ZEROS
            MOVE "ALL ACCEPTED - EVERY BATCH DELIVERED WAS PROCESSED CLEAN"
                TO PN-NoticeText
        WHEN OTHER
            MOVE "NO DELIVERY - NO BATCH FROM THIS DEPARTMENT WAS RECEIVED"
                TO PN-NoticeText
    END-EVALUATE.
    WRITE ReturnPackageRecord.

    WRITE-ONE-REASON-COUNT-PARA.
    MOVE SPACES TO ReturnPackageRecord.
    SET PK-ReasonCountRecord TO TRUE.
    MOVE DR-ReasonCode(DeptIdx, ReasonIdx) TO PS-ReasonCode.
    MOVE DR-Count(DeptIdx, ReasonIdx) TO PS-Count.
    MOVE DR-ReasonCode(DeptIdx, ReasonIdx) TO RouteReasonCode.
    PERFORM LOOKUP-REASON-TEXT-PARA.
    MOVE ReasonText TO PS-ReasonText.
    WRITE ReturnPackageRecord.

*>  FactorEdit's two-letter quarantine codes and the three-letter
*>  exception codes never collide, so one list serves both files.
    LOOKUP-REASON-TEXT-PARA.
    EVALUATE RouteReasonCode
        WHEN "RT"
            MOVE "RECORD OUT OF PLACE - NOT A BATCH HEADER"
                TO ReasonText
        WHEN "RG"
            MOVE "FACTOR COUNT ZERO, NOT NUMERIC OR OVER THE MAXIMUM"
                TO ReasonText
        WHEN "OP"
            MOVE "OPERATION CODE IS NOT MULTIPLY OR SUM"
                TO ReasonText
        WHEN "SC"
            MOVE "SCALE IS NOT 0 THROUGH 4" TO ReasonText
        WHEN "CT"
            MOVE "DETAIL RECORDS DO NOT MATCH THE HEADER COUNT"
                TO ReasonText
        WHEN "NN"
            MOVE "FACTOR IS NOT NUMERIC" TO ReasonText
        WHEN "DU"
            MOVE "BATCH ID DUPLICATES AN EARLIER BATCH IN THE FILE"
                TO ReasonText
        WHEN "IB"
            MOVE "GOOD RECORD RETURNED WITH ITS QUARANTINED BATCH"
                TO ReasonText
        WHEN "BM"
            MOVE "BATCH ID IS NOT REGISTERED ON THE BATCH MASTER"
                TO ReasonText
        WHEN "BI"
            MOVE "BATCH ID IS REGISTERED BUT INACTIVE" TO ReasonText
        WHEN "BO"
            MOVE "OPERATION IS NOT ALLOWED FOR THIS BATCH ID"
                TO ReasonText
        WHEN "PND"
            MOVE "CORRECTION REFUSED - RUN IS CHECKPOINTED MID-RUN"
                TO ReasonText
        WHEN "PER"
            MOVE "PERIOD MASTER COULD NOT BE LOADED - RUN STOPPED"
                TO ReasonText
        WHEN "FIL"
            MOVE "FACTOR FILE COULD NOT BE OPENED - RUN STOPPED"
                TO ReasonText
        WHEN "OVF"
            MOVE "PRODUCT OVERFLOWED ITS FIELD SIZE" TO ReasonText
        WHEN "COR"
            MOVE "CORRECTION NOT APPLIED - BATCH MISSING OR REJECTED"
                TO ReasonText
        WHEN "TYP"
            MOVE "RECORD OUT OF PLACE - BATCH HEADER EXPECTED"
                TO ReasonText
        WHEN "OPC"
            MOVE "OPERATION CODE NOT RECOGNIZED - BATCH SKIPPED"
                TO ReasonText
        WHEN "CNT"
            MOVE "FACTOR COUNT OUT OF RANGE - BATCH SKIPPED"
                TO ReasonText
        WHEN "SCL"
            MOVE "SCALE IS NOT 0 THROUGH 4 - BATCH SKIPPED"
                TO ReasonText
        WHEN "GTO"
            MOVE "RUN GRAND TOTAL WOULD OVERFLOW" TO ReasonText
        WHEN "EOF"
            MOVE "FILE ENDED BEFORE THE STATED FACTOR COUNT"
                TO ReasonText
        WHEN "EOB"
            MOVE "BATCH ENDED BEFORE THE STATED FACTOR COUNT"
                TO ReasonText
        WHEN "REJ"
            MOVE "FACTOR IS NOT NUMERIC - FACTOR SKIPPED" TO ReasonText
        WHEN "ZER"
            MOVE "ZERO FACTOR - BATCH PRODUCT IS ZERO" TO ReasonText
        WHEN "PSC"
            MOVE "SCALE DIFFERS FROM PERIOD TO DATE - NOT POSTED"
                TO ReasonText
        WHEN "PTO"
            MOVE "PERIOD TOTAL WOULD OVERFLOW - NOT POSTED"
                TO ReasonText
        WHEN "PTF"
            MOVE "PERIOD MASTER IS FULL - NOT POSTED" TO ReasonText
        WHEN "DUP"
            MOVE "BUSINESS DATE ALREADY RUN - RUN REFUSED"
                TO ReasonText
        WHEN "CAL"
            MOVE "NOT A PROCESSING DAY - RUN REFUSED" TO ReasonText
        WHEN "APP"
            MOVE "CORRECTION LACKS A SECOND OPERATOR'S APPROVAL"
                TO ReasonText
        WHEN "CHK"
            MOVE "CHECKPOINT RESTART FOUND AN UNEXPECTED RECORD"
                TO ReasonText
        WHEN "VAR"
            MOVE "PRODUCT OUTSIDE ITS HISTORICAL VARIANCE BAND"
                TO ReasonText
        WHEN OTHER
            MOVE "REASON CODE NOT ON THE STANDARD LIST" TO ReasonText
    END-EVALUATE.

*>  Each package rereads the night's files and keeps only its own
*>  items, so a package holds everything routed to it however many
*>  there are.
    WRITE-RETURNED-REJECTS-PARA.
    IF HasRejectFile
        MOVE SPACES TO CurrentRejectBatchID
        MOVE "N" TO EndOfRejectFile
        OPEN INPUT RejectFile
        PERFORM WRITE-ONE-RETURNED-REJECT-PARA UNTIL RejectFileEOF
        CLOSE RejectFile
    END-IF.

    WRITE-ONE-RETURNED-REJECT-PARA.
    READ RejectFile
        AT END
            MOVE "Y" TO EndOfRejectFile
        NOT AT END
            PERFORM ROUTE-REJECT-PARA
            IF RouteDeptIdx = DeptIdx
                MOVE SPACES TO ReturnPackageRecord
                SET PK-QuarantinedRecord TO TRUE
                MOVE Reject-ReasonCode TO PQ-ReasonCode
                MOVE RouteBatchID TO PQ-BatchID
                MOVE Reject-Image TO PQ-Image
                WRITE ReturnPackageRecord
            END-IF
    END-READ.

    WRITE-RETURNED-EXCEPTIONS-PARA.
    IF HasExceptionFile
        MOVE "N" TO EndOfExceptionFile
        OPEN INPUT ExceptionFile
        PERFORM WRITE-ONE-RETURNED-EXCEPTION-PARA
            UNTIL ExceptionFileEOF
        CLOSE ExceptionFile
    END-IF.

    WRITE-ONE-RETURNED-EXCEPTION-PARA.
    READ ExceptionFile
        AT END
            MOVE "Y" TO EndOfExceptionFile
        NOT AT END
            MOVE Exc-BatchID TO RouteBatchID
            PERFORM ROUTE-BATCH-PARA
            IF RouteDeptIdx = DeptIdx
                MOVE SPACES TO ReturnPackageRecord
                SET PK-ExceptionRecord TO TRUE
                MOVE Exc-ReasonCode TO PE-ReasonCode
                MOVE Exc-BatchID TO PE-BatchID
                MOVE Exc-Severity TO PE-Severity
                MOVE Exc-RunID TO PE-RunID
                MOVE Exc-Data TO PE-Data
                WRITE ReturnPackageRecord
            END-IF
    END-READ.

    WRITE-INDEX-LINE-PARA.
    MOVE DP-Department(DeptIdx) TO PI-Department.
    MOVE DP-Contact(DeptIdx) TO PI-Contact.
    MOVE DP-ItemsReturned(DeptIdx) TO PI-ItemsReturned.
    MOVE DP-BatchesAccepted(DeptIdx) TO PI-BatchesAccepted.
    MOVE BusinessCycle TO PI-Cycle.
    MOVE PackageIndexLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.

    WRITE-SUMMARY-SECTION-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ReportRuleLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.
    MOVE "QUARANTINED RECORDS READ" TO SM-LabelText.
    MOVE RejectsRead TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "EXCEPTION ROWS READ" TO SM-LabelText.
    MOVE ExceptionsRead TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "ITEMS LEFT UNASSIGNED" TO SM-LabelText.
    MOVE ItemsUnassigned TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "PACKAGES WRITTEN" TO SM-LabelText.
    MOVE PackagesWritten TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "PACKAGES WITH ITEMS RETURNED" TO SM-LabelText.
    MOVE PackagesWithReturns TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "PACKAGES ALL ACCEPTED" TO SM-LabelText.
    MOVE PackagesAllAccepted TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "PACKAGES WITH NO DELIVERY" TO SM-LabelText.
    MOVE PackagesNoDelivery TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.

    WRITE-SUMMARY-COUNT-PARA.
    MOVE SummaryCountLine TO PackageIndexRecord.
    WRITE PackageIndexRecord.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO PackageIndexRecord.
    WRITE PackageIndexRecord.
