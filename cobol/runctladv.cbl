*> day) so the first installation does not have to hand-build the
*> file.
*>
*> A business date can carry more than one processing cycle. The
*> last cycle scheduled for the date is the highest cycle MANIFEST.DAT
*> lists for it (cycle 1 when the manifest lists none). Until that
*> cycle is reached this step only moves the date on to its next
*> cycle, and only once the current cycle is complete; the date
*> itself rolls only after the last scheduled cycle is complete.
*>
*> Maintenance history
*> 2026-08-22  Created with the RUNCTL.DAT duplicate-run protection so
*>             the business date is advanced by a scheduled step
*>             weekend, making Multiplier's duplicate/calendar
*>             refusals unreachable and mis-stamping a month-end
*>             close that straddled the weekend.
*> 2026-09-23  Processing cycles. A completed cycle short of the
*>             last one MANIFEST.DAT schedules for the date advances
*>             RUNCTL.DAT to the next cycle of the same date (no
*>             clock check - the cycles are all today's); the date
*>             rolls, starting the new date at cycle 1, only once
*>             the last scheduled cycle is complete. A cycle that
*>             has not run is no longer rolled past.

ENVIRONMENT DIVISION.

    SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CalendarFileStatus.
    SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestFileStatus.

DATA DIVISION.

FD  CalendarFile.
    COPY CALREC.

FD  ManifestFile.
    COPY MANFREC.

WORKING-STORAGE SECTION.
01  RunControlFileStatus                  PIC XX.
01  CalendarFileStatus                    PIC XX.
01  ManifestFileStatus                    PIC XX.
01  EndOfManifestFile                     PIC X(01) VALUE "N".
    88  ManifestFileEOF                   VALUE "Y".
01  RunControlFoundFlag                   PIC X(01) VALUE "N".
    88  HasRunControl                     VALUE "Y".
01  EndOfCalendarFile                     PIC X(01) VALUE "N".
    88  CandidateIsHoliday                VALUE "Y".
01  CurrentBusinessDate                   PIC X(08).
01  CurrentRunStatus                      PIC X(01).
01  SavedRunControlRecord                 PIC X(42) VALUE SPACES.
01  CurrentCycle                          PIC X(01) VALUE "1".
    88  CurrentCycleIsValid               VALUE "1" THRU "9".
01  CurrentCycleNumber                    PIC 9(01) VALUE 1.
01  NextCycleNumber                       PIC 9(01) VALUE 1.
01  LastCycle                             PIC X(01) VALUE "1".
01  ManifestCycle                         PIC X(01) VALUE "1".
    88  ManifestCycleIsValid              VALUE "1" THRU "9".
01  TodayDate                             PIC X(08).
01  TodayInteger                          PIC 9(08) VALUE ZEROS.
01  SeededFlag                            PIC X(01) VALUE "N".
    PERFORM LOAD-RUN-CONTROL-PARA.
    IF HasRunControl AND CurrentRunStatus = "I"
        DISPLAY "NOT ADVANCED - business date ", CurrentBusinessDate,
            " cycle ", CurrentCycle, " is still marked in progress,",
            " resume or clean up that run first"
        GOBACK
    END-IF.
    IF HasRunControl
        PERFORM FIND-LAST-CYCLE-PARA
        IF CurrentRunStatus NOT = "C"
            DISPLAY "NOT ADVANCED - business date ",
                CurrentBusinessDate, " cycle ", CurrentCycle,
                " has not run to completion"
            GOBACK
        END-IF
        IF CurrentCycle < LastCycle
            PERFORM ADVANCE-CYCLE-PARA
            GOBACK
        END-IF
    END-IF.
    IF NOT HasRunControl
        MOVE TodayDate TO CurrentBusinessDate
        SET SeededFromClock TO TRUE
    MOVE CandidateDate TO RC-BusinessDate.
    MOVE "N" TO RC-RunStatus.
    MOVE "N" TO RC-OverrideFlag.
    MOVE "1" TO RC-CycleNumber.
    MOVE ALL "N" TO RC-CycleStatusTable.
    WRITE RunControlRecord.
    CLOSE RunControlFile.
    DISPLAY "Business date advanced from ", CurrentBusinessDate,
        " to ", CandidateDate.
    GOBACK.

*>  The next cycle of the same business date starts not-started with
*>  any leftover override cleared; the record read at start is kept
*>  so the earlier cycles' statuses stay on file.
    ADVANCE-CYCLE-PARA.
    COMPUTE NextCycleNumber = CurrentCycleNumber + 1.
    OPEN OUTPUT RunControlFile.
    MOVE SavedRunControlRecord TO RunControlRecord.
    MOVE "C" TO RC-CycleStatus(CurrentCycleNumber).
    MOVE NextCycleNumber TO RC-CycleNumber.
    MOVE "N" TO RC-RunStatus.
    MOVE "N" TO RC-CycleStatus(NextCycleNumber).
    MOVE "N" TO RC-OverrideFlag.
    MOVE SPACES TO RC-OverrideStagedBy.
    MOVE SPACES TO RC-OverrideApprovedBy.
    WRITE RunControlRecord.
    CLOSE RunControlFile.
    DISPLAY "Business date ", CurrentBusinessDate,
        " advanced from cycle ", CurrentCycle, " to cycle ",
        RC-CycleNumber, " of ", LastCycle.

*>  The last scheduled cycle is the highest one MANIFEST.DAT lists for
*>  the business date. A date with no manifest entries, or no
*>  manifest, has the one cycle; a cycle already past the last listed
*>  (run on an override) counts as the last.
    FIND-LAST-CYCLE-PARA.
    MOVE "1" TO LastCycle.
    MOVE "N" TO EndOfManifestFile.
    OPEN INPUT ManifestFile.
    IF ManifestFileStatus = "00"
        PERFORM READ-ONE-MANIFEST-PARA UNTIL ManifestFileEOF
        CLOSE ManifestFile
    END-IF.
    IF CurrentCycle > LastCycle
        MOVE CurrentCycle TO LastCycle
    END-IF.

    READ-ONE-MANIFEST-PARA.
    READ ManifestFile
        AT END
            MOVE "Y" TO EndOfManifestFile
        NOT AT END
            MOVE MF-Cycle TO ManifestCycle
            IF MF-BusinessDate = CurrentBusinessDate
                    AND ManifestCycleIsValid
                    AND ManifestCycle > LastCycle
                MOVE ManifestCycle TO LastCycle
            END-IF
    END-READ.

    LOAD-RUN-CONTROL-PARA.
    OPEN INPUT RunControlFile.
    IF RunControlFileStatus = "00"
            NOT AT END
                IF RC-BusinessDate NOT = SPACES
                    SET HasRunControl TO TRUE
                    MOVE RunControlRecord TO SavedRunControlRecord
                    MOVE RC-BusinessDate TO CurrentBusinessDate
                    MOVE RC-RunStatus TO CurrentRunStatus
                    MOVE RC-CycleNumber TO CurrentCycle
                    IF NOT CurrentCycleIsValid
                        MOVE "1" TO CurrentCycle
                    END-IF
                    MOVE CurrentCycle TO CurrentCycleNumber
                END-IF
        END-READ
    END-IF.
