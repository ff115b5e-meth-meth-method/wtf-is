*>             instead of an operator pasting files together, and a
*>             department that fails to deliver holds the window
*>             instead of surfacing as a missing invoice.
*> 2026-09-23  Processing cycles. The manifest record (now in
*>             MANFREC.CPY) names the cycle each delivery belongs
*>             to, and only the deliveries for the business date's
*>             current cycle in RUNCTL.DAT are consolidated and
*>             reported, so the midday cycle picks up the 11:00
*>             departments and the overnight cycle the rest. A
*>             blank manifest cycle is cycle 1; DELIVRPT.DAT shows
*>             the cycle in its heading.

ENVIRONMENT DIVISION.

FILE SECTION.

FD  ManifestFile.
    COPY MANFREC.

FD  DeliveryFile.
01  DeliveryRecord                        PIC X(70).
01  DeliveryReportFileStatus              PIC XX.
01  DeliveryFileName                      PIC X(30).
01  BusinessDate                          PIC X(08).
01  BusinessCycle                         PIC X(01) VALUE "1".
    88  BusinessCycleIsValid              VALUE "1" THRU "9".
01  ManifestCycle                         PIC X(01) VALUE "1".
01  EndOfManifestFile                     PIC X(01) VALUE "N".
    88  ManifestFileEOF                   VALUE "Y".
01  EndOfDeliveryFile                     PIC X(01) VALUE "N".
            VALUE "DEPARTMENT DELIVERY CONTROL  BUSINESS DATE".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-BusinessDate                   PIC X(08).
    05  FILLER                            PIC X(07) VALUE "  CYCLE".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-Cycle                          PIC X(01).
    05  FILLER                            PIC X(20) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  ReportColumnLine.
    OPEN OUTPUT FactorFile.
    OPEN OUTPUT DeliveryReportFile.
    MOVE BusinessDate TO RH-BusinessDate.
    MOVE BusinessCycle TO RH-Cycle.
    MOVE ReportHeadingLine TO DeliveryReportRecord.
    WRITE DeliveryReportRecord.
    MOVE ReportRuleLine TO DeliveryReportRecord.
    IF ExpectedCount = ZEROS
        MOVE SPACES TO DeliveryReportRecord
        WRITE DeliveryReportRecord
        MOVE "  NO DELIVERIES EXPECTED FOR THIS BUSINESS DATE AND CYCLE"
            TO DeliveryReportRecord
        WRITE DeliveryReportRecord
        DISPLAY "WARNING - MANIFEST.DAT holds no entries for business",
            " date ", BusinessDate, " cycle ", BusinessCycle
        IF ReturnSeverity < 4
            MOVE 4 TO ReturnSeverity
        END-IF
            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    MOVE RC-BusinessDate TO BusinessDate
                    MOVE RC-CycleNumber TO BusinessCycle
                END-IF
        END-READ
    ELSE
            " system clock"
    END-IF.
    CLOSE RunControlFile.
    IF NOT BusinessCycleIsValid
        MOVE "1" TO BusinessCycle
    END-IF.

*>  Manifest entries for other business dates and other cycles are
*>  read past without comment - the manifest can carry the whole
*>  week's expectations for every cycle.
    INTAKE-ONE-MANIFEST-PARA.
    READ ManifestFile
        AT END
            MOVE "Y" TO EndOfManifestFile
        NOT AT END
            MOVE MF-Cycle TO ManifestCycle
            IF ManifestCycle = SPACE
                MOVE "1" TO ManifestCycle
            END-IF
            IF MF-BusinessDate = BusinessDate
                    AND ManifestCycle = BusinessCycle
                ADD 1 TO ExpectedCount
                PERFORM CONSOLIDATE-ONE-DELIVERY-PARA
            END-IF
