       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  WindowSLA.
AUTHOR.  Meth Meth Method
*> Batch-window elapsed-time history and billing-cutoff report over
*> JOBLOG.DAT. JobDriver logs the start and end time, return code
*> and status of every step every night, but nobody read it unless
*> something failed - which is how FactorEdit crept from four minutes
*> to forty over six weeks before a late billing hand-off gave it
*> away. This reads the log and writes SLARPT.DAT in three parts:
*>
*>   steps    each step in JOBSTEPS.DAT (or, with none on file, each
*>            program the log shows) with its elapsed time tonight,
*>            its average over the history period and its worst run
*>            in it; a step more than the threshold percentage over
*>            its average tonight is flagged OVER.
*>   window   for each night of the period, when the window started
*>            and ended against the billing cutoff, the margin in
*>            minutes, and a least-squares trend line through the
*>            margins projecting the first night the window will
*>            end past the cutoff if the drift carries on.
*>   holds    every night in the period where a step was held (H) or
*>            failed (F), with the steps that ran after it.
*>
*> "Tonight" is the latest business date on the log, and its latest
*> cycle. The average is taken over the step's other executions in
*> the history period, so tonight is compared against what came
*> before it; held steps did not run and are not timed. A step that
*> ended past midnight is timed across it. The window is measured on
*> the last cycle of each business date - the one billing waits for.
*>
*> SLAPARM.DAT, when present, sets the billing cutoff (HHMMSS), the
*> over-average threshold percentage and the history period in days;
*> without it the cutoff is 06:00:00, the threshold 25% and the
*> period 30 days.
*>
*> The log table holds the latest 8000 job log records of the period
*> and the night table the latest 900 nights; a longer period loses
*> its earliest records, never tonight's, and says so on the report.
*>
*> The RETURN-CODE is 4 when a step is flagged, tonight's window
*> ended past the cutoff or the period did not fit the tables,
*> otherwise 0 - a report never holds the billing hand-off.
*>
*> Maintenance history
*> 2026-09-28  Created so the monthly operations review reads the
*>             batch window off numbers from the job log instead of
*>             anecdotes, and a creeping step shows up weeks before
*>             it costs a billing cutoff.
*> 2026-10-15  Log and night tables roll their earliest entries off
*>             when full instead of dropping the latest, so tonight
*>             is always reported; the log table is widened to 8000
*>             records and the night table to 900. A period cut
*>             short is noted on SLARPT.DAT and grades the run 4.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JobLogFileStatus.
    SELECT JobStepsFile ASSIGN TO "JOBSTEPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JobStepsFileStatus.
    SELECT SlaParameterFile ASSIGN TO "SLAPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SlaParameterFileStatus.
    SELECT SlaReportFile ASSIGN TO "SLARPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SlaReportFileStatus.

DATA DIVISION.

FILE SECTION.

FD  JobLogFile.
    COPY JOBLREC.

FD  JobStepsFile.
    COPY JOBSREC.

FD  SlaParameterFile.
01  SlaParameterRecord.
    05  SP-CutoffTime                     PIC X(06).
    05  FILLER                            PIC X(01).
    05  SP-OverPct                        PIC X(03).
    05  FILLER                            PIC X(01).
    05  SP-HistoryDays                    PIC X(03).

FD  SlaReportFile.
01  SlaReportRecord                       PIC X(80).

WORKING-STORAGE SECTION.
01  JobLogFileStatus                      PIC XX.
01  JobStepsFileStatus                    PIC XX.
01  SlaParameterFileStatus                PIC XX.
01  SlaReportFileStatus                   PIC XX.
01  EndOfLogFile                          PIC X(01) VALUE "N".
    88  LogFileEOF                        VALUE "Y".
01  EndOfStepsFile                        PIC X(01) VALUE "N".
    88  StepsFileEOF                      VALUE "Y".
01  ReturnSeverity                        PIC 9(02) VALUE ZEROS.

*>  Report parameters, overridden by SLAPARM.DAT when it is on file.
01  CutoffTime                            PIC X(06) VALUE "060000".
01  OverPct                               PIC 9(03) VALUE 25.
01  HistoryDays                           PIC 9(03) VALUE 30.

01  TonightDate                           PIC X(08) VALUE SPACES.
01  TonightCycle                          PIC X(01) VALUE SPACES.
01  TonightInteger                        PIC 9(08) VALUE ZEROS.
01  PeriodStartInteger                    PIC 9(08) VALUE ZEROS.
01  LogCycle                              PIC X(01) VALUE "1".
01  LogDateInteger                        PIC 9(08) VALUE ZEROS.

*>  HHMMSS clock times are turned into seconds past midnight through
*>  this view; a time that is not numeric counts as midnight.
01  TimeText                              PIC X(06).
01  TimeParts REDEFINES TimeText.
    05  TP-Hours                          PIC 9(02).
    05  TP-Minutes                        PIC 9(02).
    05  TP-Seconds                        PIC 9(02).
01  TimeSeconds                           PIC 9(06) VALUE ZEROS.
01  StartSeconds                          PIC 9(06) VALUE ZEROS.
01  EndSeconds                            PIC 9(06) VALUE ZEROS.
01  CutoffSeconds                         PIC 9(06) VALUE ZEROS.
01  SecondsPerDay                         PIC 9(06) VALUE 86400.

01  DurationSeconds                       PIC 9(06) VALUE ZEROS.
01  DurationHours                         PIC 9(02) VALUE ZEROS.
01  DurationRemainder                     PIC 9(06) VALUE ZEROS.
01  DurationMinutes                       PIC 9(02) VALUE ZEROS.
01  DurationSecondsPart                   PIC 9(02) VALUE ZEROS.
01  DurationText.
    05  DT-Hours                          PIC 9(02).
    05  FILLER                            PIC X(01) VALUE ":".
    05  DT-Minutes                        PIC 9(02).
    05  FILLER                            PIC X(01) VALUE ":".
    05  DT-Seconds                        PIC 9(02).
01  ClockText.
    05  CT-Hours                          PIC X(02).
    05  FILLER                            PIC X(01) VALUE ":".
    05  CT-Minutes                        PIC X(02).
    05  FILLER                            PIC X(01) VALUE ":".
    05  CT-Seconds                        PIC X(02).

*>  The job log for the history period, in log order.
01  MaxLogEntries                         PIC 9(05) VALUE 8000.
01  LogEntryCount                         PIC 9(05) VALUE ZEROS.
01  LogIdx                                PIC 9(05) VALUE ZEROS.
01  AfterIdx                              PIC 9(05) VALUE ZEROS.
01  LogOverflowFlag                       PIC X(01) VALUE "N".
    88  LogTableOverflowed                VALUE "Y".
01  LogEntriesDropped                     PIC 9(07) VALUE ZEROS.
01  LogTable.
    05  LogEntry OCCURS 8000 TIMES.
        10  LT-Date                       PIC X(08).
        10  LT-DateInteger                PIC 9(08).
        10  LT-Cycle                      PIC X(01).
        10  LT-StepNumber                 PIC 9(02).
        10  LT-ProgramName                PIC X(20).
        10  LT-StartTime                  PIC X(06).
        10  LT-EndTime                    PIC X(06).
        10  LT-ReturnCode                 PIC 9(02).
        10  LT-Status                     PIC X(01).
            88  LT-StepExecuted           VALUE "C" "F".
            88  LT-StepHeldOrFailed       VALUE "H" "F".
        10  LT-Elapsed                    PIC 9(06).
        10  LT-TonightFlag                PIC X(01).
            88  LT-Tonight                VALUE "Y".

*>  One entry per step reported, with its timings.
01  MaxSteps                              PIC 9(02) VALUE 20.
01  StepCount                             PIC 9(02) VALUE ZEROS.
01  StepIdx                               PIC 9(02) VALUE ZEROS.
01  StepMatchFlag                         PIC X(01) VALUE "N".
    88  StepMatched                       VALUE "Y".
01  StepTableFullWarned                   PIC X(01) VALUE "N".
01  StepsFromLogFlag                      PIC X(01) VALUE "N".
    88  StepsFromLog                      VALUE "Y".
01  StepTable.
    05  StepEntry OCCURS 20 TIMES.
        10  ST-StepNumber                 PIC 9(02).
        10  ST-ProgramName                PIC X(20).
        10  ST-TonightStatus              PIC X(01).
        10  ST-TonightElapsed             PIC 9(06).
        10  ST-BaseRuns                   PIC 9(05).
        10  ST-BaseTotal                  PIC 9(11).
        10  ST-AverageElapsed             PIC 9(06).
        10  ST-WorstElapsed               PIC 9(06).
        10  ST-WorstDate                  PIC X(08).
        10  ST-OverFlag                   PIC X(01).
            88  ST-OverAverage            VALUE "Y".
01  StepsOverCount                        PIC 9(05) VALUE ZEROS.
01  OverLimit                             PIC 9(09) VALUE ZEROS.

*>  One entry per business date and cycle in the period.
01  MaxNights                             PIC 9(03) VALUE 900.
01  NightCount                            PIC 9(03) VALUE ZEROS.
01  NightIdx                              PIC 9(03) VALUE ZEROS.
01  OtherNightIdx                         PIC 9(03) VALUE ZEROS.
01  NightMatchIdx                         PIC 9(03) VALUE ZEROS.
01  NightMatchFlag                        PIC X(01) VALUE "N".
    88  NightMatched                      VALUE "Y".
01  NightsDropped                         PIC 9(05) VALUE ZEROS.
01  NightTable.
    05  NightEntry OCCURS 900 TIMES.
        10  NT-Date                       PIC X(08).
        10  NT-DateInteger                PIC 9(08).
        10  NT-Cycle                      PIC X(01).
        10  NT-StartTime                  PIC X(06).
        10  NT-EndTime                    PIC X(06).
        10  NT-StartSeconds               PIC 9(06).
        10  NT-EndSeconds                 PIC 9(06).
        10  NT-ExecutedCount              PIC 9(03).
        10  NT-ProblemCount               PIC 9(03).
        10  NT-LastCycleFlag              PIC X(01).
            88  NT-LastCycle              VALUE "Y".
        10  NT-MarginSeconds              PIC S9(06).
01  NightEndSeconds                       PIC 9(06) VALUE ZEROS.
01  NightCutoffSeconds                    PIC 9(06) VALUE ZEROS.
01  MarginMinutes                         PIC S9(05) VALUE ZEROS.
01  NightsMeasured                        PIC 9(05) VALUE ZEROS.
01  NightsLate                            PIC 9(05) VALUE ZEROS.
01  ProblemNightCount                     PIC 9(05) VALUE ZEROS.
01  TonightLateFlag                       PIC X(01) VALUE "N".
    88  TonightPastCutoff                 VALUE "Y".
01  TonightMarginFlag                     PIC X(01) VALUE "N".
    88  TonightMeasured                   VALUE "Y".
01  TonightMarginMinutes                  PIC S9(05) VALUE ZEROS.

*>  Least-squares trend of the margin (minutes) against the day of
*>  the period: margin = TrendIntercept + TrendSlope * day.
01  TrendX                                PIC S9(05) VALUE ZEROS.
01  TrendY                                PIC S9(07)V9(04) VALUE ZEROS.
01  SumX                                  PIC S9(09) VALUE ZEROS.
01  SumY                                  PIC S9(11)V9(04) VALUE ZEROS.
01  SumXY                                 PIC S9(13)V9(04) VALUE ZEROS.
01  SumXX                                 PIC S9(11) VALUE ZEROS.
01  TrendDenominator                      PIC S9(15) VALUE ZEROS.
01  TrendSlope                            PIC S9(07)V9(06) VALUE ZEROS.
01  TrendIntercept                        PIC S9(09)V9(04) VALUE ZEROS.
01  AverageMargin                         PIC S9(07)V9(04) VALUE ZEROS.
01  DriftPerWeek                          PIC S9(07)V9(04) VALUE ZEROS.
01  CrossingDay                           PIC S9(09)V9(04) VALUE ZEROS.
01  CrossingInteger                       PIC 9(08) VALUE ZEROS.
01  CrossingDate                          PIC 9(08) VALUE ZEROS.
01  TonightX                              PIC S9(05) VALUE ZEROS.
01  TrendFlag                             PIC X(01) VALUE "N".
    88  TrendAvailable                    VALUE "Y".

01  ReportHeadingLine.
    05  FILLER                            PIC X(42)
            VALUE "BATCH WINDOW ELAPSED TIME AND SLA    NIGHT".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-TonightDate                    PIC X(08).
    05  FILLER                            PIC X(07) VALUE "  CYCLE".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  RH-TonightCycle                   PIC X(01).
    05  FILLER                            PIC X(20) VALUE SPACES.
01  ParameterLine.
    05  FILLER                            PIC X(15)
            VALUE "HISTORY PERIOD ".
    05  PL-HistoryDays                    PIC ZZ9.
    05  FILLER                            PIC X(24)
            VALUE " DAYS   OVER-AVERAGE AT ".
    05  PL-OverPct                        PIC ZZ9.
    05  FILLER                            PIC X(19)
            VALUE "%   BILLING CUTOFF ".
    05  PL-CutoffTime                     PIC X(08).
    05  FILLER                            PIC X(08) VALUE SPACES.
01  ReportRuleLine.
    05  FILLER                            PIC X(80) VALUE ALL "-".
01  StepColumnLine.
    05  FILLER                            PIC X(80)
            VALUE "STEP  PROGRAM              TONIGHT   AVERAGE   WORST     WORST ON".
01  StepDetailLine.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  SL-StepNumber                     PIC 99.
    05  FILLER                            PIC X(03) VALUE SPACES.
    05  SL-ProgramName                    PIC X(20).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  SL-Tonight                        PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SL-Average                        PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SL-Worst                          PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SL-WorstDate                      PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SL-Flag                           PIC X(13).
01  WindowColumnLine.
    05  FILLER                            PIC X(80)
            VALUE "DATE      CYCLE  STARTED   ENDED     MARGIN (MIN)".
01  WindowDetailLine.
    05  WL-Date                           PIC X(08).
    05  FILLER                            PIC X(04) VALUE SPACES.
    05  WL-Cycle                          PIC X(01).
    05  FILLER                            PIC X(03) VALUE SPACES.
    05  WL-Started                        PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  WL-Ended                          PIC X(08).
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  WL-Margin                         PIC -(5)9.
    05  FILLER                            PIC X(04) VALUE SPACES.
    05  WL-LateMark                       PIC X(16).
    05  FILLER                            PIC X(18) VALUE SPACES.
01  ProblemNightLine.
    05  FILLER                            PIC X(06) VALUE "NIGHT ".
    05  PN-Date                           PIC X(08).
    05  FILLER                            PIC X(07) VALUE "  CYCLE".
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PN-Cycle                          PIC X(01).
    05  FILLER                            PIC X(57) VALUE SPACES.
01  ProblemStepLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PS-StatusText                     PIC X(06).
    05  FILLER                            PIC X(06) VALUE " STEP ".
    05  PS-StepNumber                     PIC 99.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PS-ProgramName                    PIC X(20).
    05  FILLER                            PIC X(04) VALUE " RC ".
    05  PS-ReturnCode                     PIC Z9.
    05  FILLER                            PIC X(04) VALUE " AT ".
    05  PS-Time                           PIC X(08).
    05  FILLER                            PIC X(25) VALUE SPACES.
01  AfterStepLine.
    05  FILLER                            PIC X(10)
            VALUE "    THEN  ".
    05  AS-StepNumber                     PIC 99.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  AS-ProgramName                    PIC X(20).
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  AS-StatusText                     PIC X(06).
    05  FILLER                            PIC X(04) VALUE " RC ".
    05  AS-ReturnCode                     PIC Z9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  AS-Started                        PIC X(08).
    05  FILLER                            PIC X(01) VALUE "-".
    05  AS-Ended                          PIC X(08).
    05  FILLER                            PIC X(16) VALUE SPACES.
01  SummaryCountLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SM-LabelText                      PIC X(30).
    05  SM-CountValue                     PIC ZZZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACES.
01  SignedSummaryLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  SS-LabelText                      PIC X(30).
    05  SS-Value                          PIC -(5)9.9.
    05  FILLER                            PIC X(40) VALUE SPACES.
01  PeriodShortLine.
    05  FILLER                            PIC X(21)
            VALUE "** PERIOD CUT SHORT: ".
    05  PS-DroppedCount                   PIC Z(06)9.
    05  FILLER                            PIC X(01) VALUE SPACES.
    05  PS-DroppedText                    PIC X(51).
01  ProjectionLine.
    05  FILLER                            PIC X(02) VALUE SPACES.
    05  PR-Text                           PIC X(78).

PROCEDURE DIVISION.
    MAIN-PARA.
    PERFORM LOAD-PARAMETERS-PARA.
    PERFORM FIND-TONIGHT-PARA.
    IF TonightDate = SPACES
        DISPLAY "NOTHING TO REPORT - JOBLOG.DAT could not be read or",
            " holds no dated steps"
        GOBACK
    END-IF.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TonightDate))
        TO TonightInteger.
    COMPUTE PeriodStartInteger = TonightInteger - HistoryDays.
    PERFORM LOAD-LOG-TABLE-PARA.
    PERFORM LOAD-STEP-TABLE-PARA.
    PERFORM TIME-ONE-STEP-PARA VARYING StepIdx FROM 1 BY 1
        UNTIL StepIdx > StepCount.
    PERFORM BUILD-NIGHT-TABLE-PARA.
    PERFORM MEASURE-WINDOW-PARA.
    PERFORM WRITE-SLA-REPORT-PARA.
    DISPLAY "Night reported:        ", TonightDate, " cycle ",
        TonightCycle.
    DISPLAY "Steps over average:    ", StepsOverCount.
    DISPLAY "Nights past cutoff:    ", NightsLate, " of ",
        NightsMeasured.
    DISPLAY "Nights with H/F steps: ", ProblemNightCount.
    IF StepsOverCount > ZEROS OR TonightPastCutoff
            OR LogTableOverflowed OR NightsDropped > ZEROS
        MOVE 4 TO ReturnSeverity
    END-IF.
    MOVE ReturnSeverity TO RETURN-CODE.
    GOBACK.

*>  A parameter left blank or not numeric keeps its default.
    LOAD-PARAMETERS-PARA.
    OPEN INPUT SlaParameterFile.
    IF SlaParameterFileStatus = "00"
        READ SlaParameterFile
            AT END
                CONTINUE
            NOT AT END
                IF SP-CutoffTime IS NUMERIC
                    MOVE SP-CutoffTime TO CutoffTime
                END-IF
                IF SP-OverPct IS NUMERIC
                    MOVE SP-OverPct TO OverPct
                END-IF
                IF SP-HistoryDays IS NUMERIC
                        AND SP-HistoryDays NOT = "000"
                    MOVE SP-HistoryDays TO HistoryDays
                END-IF
        END-READ
        CLOSE SlaParameterFile
    ELSE
        DISPLAY "NOTE - no SLAPARM.DAT, cutoff 06:00:00, threshold",
            " 25%, period 30 days"
    END-IF.
    MOVE CutoffTime TO TimeText.
    PERFORM TIME-TO-SECONDS-PARA.
    MOVE TimeSeconds TO CutoffSeconds.

*>  Tonight is the latest business date on the log and, within it,
*>  the latest cycle. A record cut before cycles existed is cycle 1.
    FIND-TONIGHT-PARA.
    MOVE "N" TO EndOfLogFile.
    OPEN INPUT JobLogFile.
    IF JobLogFileStatus = "00"
        PERFORM SCAN-ONE-LOG-PARA UNTIL LogFileEOF
        CLOSE JobLogFile
    END-IF.

    SCAN-ONE-LOG-PARA.
    READ JobLogFile
        AT END
            MOVE "Y" TO EndOfLogFile
        NOT AT END
            IF JL-BusinessDate IS NUMERIC
                PERFORM SET-LOG-CYCLE-PARA
                IF JL-BusinessDate > TonightDate
                    MOVE JL-BusinessDate TO TonightDate
                    MOVE LogCycle TO TonightCycle
                ELSE
                    IF JL-BusinessDate = TonightDate
                            AND LogCycle > TonightCycle
                        MOVE LogCycle TO TonightCycle
                    END-IF
                END-IF
            END-IF
    END-READ.

    SET-LOG-CYCLE-PARA.
    MOVE JL-Cycle TO LogCycle.
    IF LogCycle = SPACE
        MOVE "1" TO LogCycle
    END-IF.

*>  Only the history period is kept: the days back from tonight the
*>  parameters call for, and tonight itself.
    LOAD-LOG-TABLE-PARA.
    MOVE "N" TO EndOfLogFile.
    OPEN INPUT JobLogFile.
    IF JobLogFileStatus = "00"
        PERFORM LOAD-ONE-LOG-PARA UNTIL LogFileEOF
        CLOSE JobLogFile
    END-IF.
    IF LogTableOverflowed
        DISPLAY "WARNING - more than ", MaxLogEntries, " job log",
            " records in the period, the earliest ", LogEntriesDropped,
            " are not reported"
    END-IF.

    LOAD-ONE-LOG-PARA.
    READ JobLogFile
        AT END
            MOVE "Y" TO EndOfLogFile
        NOT AT END
            IF JL-BusinessDate IS NUMERIC
                MOVE FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(JL-BusinessDate)) TO LogDateInteger
                IF LogDateInteger >= PeriodStartInteger
                        AND LogDateInteger <= TonightInteger
                    PERFORM ADD-LOG-ENTRY-PARA
                END-IF
            END-IF
    END-READ.

*>  A step whose end time is earlier than its start ran across
*>  midnight and is timed across it. The log is in date order, so a
*>  full table gives up its earliest entry to keep the latest.
    ADD-LOG-ENTRY-PARA.
    IF LogEntryCount < MaxLogEntries
        ADD 1 TO LogEntryCount
    ELSE
        SET LogTableOverflowed TO TRUE
        ADD 1 TO LogEntriesDropped
        PERFORM SHIFT-ONE-LOG-PARA VARYING LogIdx FROM 1 BY 1
            UNTIL LogIdx >= MaxLogEntries
    END-IF.
    PERFORM SET-LOG-CYCLE-PARA.
    MOVE JL-BusinessDate TO LT-Date(LogEntryCount).
    MOVE LogDateInteger TO LT-DateInteger(LogEntryCount).
    MOVE LogCycle TO LT-Cycle(LogEntryCount).
    MOVE JL-StepNumber TO LT-StepNumber(LogEntryCount).
    MOVE JL-ProgramName TO LT-ProgramName(LogEntryCount).
    MOVE JL-StartTime TO LT-StartTime(LogEntryCount).
    MOVE JL-EndTime TO LT-EndTime(LogEntryCount).
    MOVE JL-ReturnCode TO LT-ReturnCode(LogEntryCount).
    MOVE JL-Status TO LT-Status(LogEntryCount).
    MOVE JL-StartTime TO TimeText.
    PERFORM TIME-TO-SECONDS-PARA.
    MOVE TimeSeconds TO StartSeconds.
    MOVE JL-EndTime TO TimeText.
    PERFORM TIME-TO-SECONDS-PARA.
    MOVE TimeSeconds TO EndSeconds.
    IF EndSeconds < StartSeconds
        ADD SecondsPerDay TO EndSeconds
    END-IF.
    COMPUTE LT-Elapsed(LogEntryCount) = EndSeconds - StartSeconds.
    IF JL-BusinessDate = TonightDate AND LogCycle = TonightCycle
        MOVE "Y" TO LT-TonightFlag(LogEntryCount)
    ELSE
        MOVE "N" TO LT-TonightFlag(LogEntryCount)
    END-IF.

    SHIFT-ONE-LOG-PARA.
    MOVE LogEntry(LogIdx + 1) TO LogEntry(LogIdx).

    TIME-TO-SECONDS-PARA.
    IF TimeText IS NUMERIC
        COMPUTE TimeSeconds = TP-Hours * 3600 + TP-Minutes * 60
            + TP-Seconds
    ELSE
        MOVE ZEROS TO TimeSeconds
    END-IF.

*>  The steps reported are JOBSTEPS.DAT's; with no JOBSTEPS.DAT on
*>  file JobDriver runs its built-in sequence, so the steps are taken
*>  from the programs the log shows, in the order first logged.
    LOAD-STEP-TABLE-PARA.
    MOVE "N" TO EndOfStepsFile.
    OPEN INPUT JobStepsFile.
    IF JobStepsFileStatus = "00"
        PERFORM LOAD-ONE-STEP-PARA UNTIL StepsFileEOF
        CLOSE JobStepsFile
    ELSE
        SET StepsFromLog TO TRUE
        PERFORM ADD-LOGGED-STEP-PARA VARYING LogIdx FROM 1 BY 1
            UNTIL LogIdx > LogEntryCount
    END-IF.

    LOAD-ONE-STEP-PARA.
    READ JobStepsFile
        AT END
            MOVE "Y" TO EndOfStepsFile
        NOT AT END
            IF StepCount < MaxSteps
                ADD 1 TO StepCount
                PERFORM CLEAR-STEP-ENTRY-PARA
                IF JS-StepNumber IS NUMERIC
                    MOVE JS-StepNumber TO ST-StepNumber(StepCount)
                ELSE
                    MOVE StepCount TO ST-StepNumber(StepCount)
                END-IF
                MOVE JS-ProgramName TO ST-ProgramName(StepCount)
            ELSE
                DISPLAY "WARNING - more than ", MaxSteps, " steps in",
                    " JOBSTEPS.DAT, extras not reported"
                MOVE "Y" TO EndOfStepsFile
            END-IF
    END-READ.

    ADD-LOGGED-STEP-PARA.
    MOVE "N" TO StepMatchFlag.
    PERFORM MATCH-LOGGED-STEP-PARA VARYING StepIdx FROM 1 BY 1
        UNTIL StepIdx > StepCount OR StepMatched.
    IF NOT StepMatched
        IF StepCount < MaxSteps
            ADD 1 TO StepCount
            PERFORM CLEAR-STEP-ENTRY-PARA
            MOVE LT-StepNumber(LogIdx) TO ST-StepNumber(StepCount)
            MOVE LT-ProgramName(LogIdx) TO ST-ProgramName(StepCount)
        ELSE
            IF StepTableFullWarned = "N"
                MOVE "Y" TO StepTableFullWarned
                DISPLAY "WARNING - more than ", MaxSteps, " programs",
                    " on the job log, extras not reported"
            END-IF
        END-IF
    END-IF.

    MATCH-LOGGED-STEP-PARA.
    IF ST-ProgramName(StepIdx) = LT-ProgramName(LogIdx)
        SET StepMatched TO TRUE
    END-IF.

    CLEAR-STEP-ENTRY-PARA.
    MOVE SPACES TO ST-TonightStatus(StepCount).
    MOVE ZEROS TO ST-TonightElapsed(StepCount).
    MOVE ZEROS TO ST-BaseRuns(StepCount).
    MOVE ZEROS TO ST-BaseTotal(StepCount).
    MOVE ZEROS TO ST-AverageElapsed(StepCount).
    MOVE ZEROS TO ST-WorstElapsed(StepCount).
    MOVE SPACES TO ST-WorstDate(StepCount).
    MOVE "N" TO ST-OverFlag(StepCount).

*>  A step is matched on its program name, so a renumbered sequence
*>  keeps its history. Tonight's figure is the step's latest entry
*>  for tonight (a rerun replaces the failed attempt); the average
*>  is over the rest of the period's executions.
    TIME-ONE-STEP-PARA.
    PERFORM TIME-ONE-LOG-ENTRY-PARA VARYING LogIdx FROM 1 BY 1
        UNTIL LogIdx > LogEntryCount.
    IF ST-BaseRuns(StepIdx) > ZEROS
        COMPUTE ST-AverageElapsed(StepIdx) ROUNDED =
            ST-BaseTotal(StepIdx) / ST-BaseRuns(StepIdx)
    END-IF.
    IF ST-TonightStatus(StepIdx) = "C" OR ST-TonightStatus(StepIdx) = "F"
        IF ST-BaseRuns(StepIdx) > ZEROS
            COMPUTE OverLimit =
                ST-AverageElapsed(StepIdx) * (100 + OverPct)
            IF ST-TonightElapsed(StepIdx) * 100 > OverLimit
                SET ST-OverAverage(StepIdx) TO TRUE
                ADD 1 TO StepsOverCount
            END-IF
        END-IF
    END-IF.

    TIME-ONE-LOG-ENTRY-PARA.
    IF LT-ProgramName(LogIdx) = ST-ProgramName(StepIdx)
        IF LT-Tonight(LogIdx)
            MOVE LT-Status(LogIdx) TO ST-TonightStatus(StepIdx)
            MOVE LT-Elapsed(LogIdx) TO ST-TonightElapsed(StepIdx)
        END-IF
        IF LT-StepExecuted(LogIdx)
            IF NOT LT-Tonight(LogIdx)
                ADD 1 TO ST-BaseRuns(StepIdx)
                ADD LT-Elapsed(LogIdx) TO ST-BaseTotal(StepIdx)
            END-IF
            IF LT-Elapsed(LogIdx) > ST-WorstElapsed(StepIdx)
                    OR ST-WorstDate(StepIdx) = SPACES
                MOVE LT-Elapsed(LogIdx) TO ST-WorstElapsed(StepIdx)
                MOVE LT-Date(LogIdx) TO ST-WorstDate(StepIdx)
            END-IF
        END-IF
    END-IF.

*>  A night is one business date and cycle. It starts at its first
*>  executed step and ends at the latest end of any executed step,
*>  a rerun the next morning included; times earlier than the start
*>  are on the far side of midnight.
    BUILD-NIGHT-TABLE-PARA.
    PERFORM NOTE-ONE-NIGHT-ENTRY-PARA VARYING LogIdx FROM 1 BY 1
        UNTIL LogIdx > LogEntryCount.
    PERFORM MARK-LAST-CYCLE-PARA VARYING NightIdx FROM 1 BY 1
        UNTIL NightIdx > NightCount.

    NOTE-ONE-NIGHT-ENTRY-PARA.
    MOVE "N" TO NightMatchFlag.
    PERFORM MATCH-ONE-NIGHT-PARA VARYING NightIdx FROM 1 BY 1
        UNTIL NightIdx > NightCount OR NightMatched.
    IF NOT NightMatched
        PERFORM ADD-NIGHT-ENTRY-PARA
    END-IF.
    IF LT-StepHeldOrFailed(LogIdx)
        ADD 1 TO NT-ProblemCount(NightMatchIdx)
    END-IF.
    IF LT-StepExecuted(LogIdx)
        PERFORM EXTEND-NIGHT-WINDOW-PARA
    END-IF.

*>  Nights arrive in date order too; a full table gives up its
*>  earliest night.
    ADD-NIGHT-ENTRY-PARA.
    IF NightCount < MaxNights
        ADD 1 TO NightCount
    ELSE
        IF NightsDropped = ZEROS
            DISPLAY "WARNING - more than ", MaxNights, " nights in the",
                " period, the earliest are not reported"
        END-IF
        ADD 1 TO NightsDropped
        PERFORM SHIFT-ONE-NIGHT-PARA VARYING NightIdx FROM 1 BY 1
            UNTIL NightIdx >= MaxNights
    END-IF.
    MOVE NightCount TO NightMatchIdx.
    MOVE LT-Date(LogIdx) TO NT-Date(NightCount).
    MOVE LT-DateInteger(LogIdx) TO NT-DateInteger(NightCount).
    MOVE LT-Cycle(LogIdx) TO NT-Cycle(NightCount).
    MOVE SPACES TO NT-StartTime(NightCount).
    MOVE SPACES TO NT-EndTime(NightCount).
    MOVE ZEROS TO NT-StartSeconds(NightCount).
    MOVE ZEROS TO NT-EndSeconds(NightCount).
    MOVE ZEROS TO NT-ExecutedCount(NightCount).
    MOVE ZEROS TO NT-ProblemCount(NightCount).
    MOVE "N" TO NT-LastCycleFlag(NightCount).
    MOVE ZEROS TO NT-MarginSeconds(NightCount).

    SHIFT-ONE-NIGHT-PARA.
    MOVE NightEntry(NightIdx + 1) TO NightEntry(NightIdx).

    MATCH-ONE-NIGHT-PARA.
    IF NT-Date(NightIdx) = LT-Date(LogIdx)
            AND NT-Cycle(NightIdx) = LT-Cycle(LogIdx)
        SET NightMatched TO TRUE
        MOVE NightIdx TO NightMatchIdx
    END-IF.

    EXTEND-NIGHT-WINDOW-PARA.
    IF NT-ExecutedCount(NightMatchIdx) = ZEROS
        MOVE LT-StartTime(LogIdx) TO NT-StartTime(NightMatchIdx)
        MOVE LT-StartTime(LogIdx) TO TimeText
        PERFORM TIME-TO-SECONDS-PARA
        MOVE TimeSeconds TO NT-StartSeconds(NightMatchIdx)
    END-IF.
    ADD 1 TO NT-ExecutedCount(NightMatchIdx).
    MOVE LT-EndTime(LogIdx) TO TimeText.
    PERFORM TIME-TO-SECONDS-PARA.
    MOVE TimeSeconds TO NightEndSeconds.
    IF NightEndSeconds < NT-StartSeconds(NightMatchIdx)
        ADD SecondsPerDay TO NightEndSeconds
    END-IF.
    IF NightEndSeconds >= NT-EndSeconds(NightMatchIdx)
        MOVE NightEndSeconds TO NT-EndSeconds(NightMatchIdx)
        MOVE LT-EndTime(LogIdx) TO NT-EndTime(NightMatchIdx)
    END-IF.

*>  Billing waits for the last cycle of the business date, so that
*>  is the night measured against the cutoff.
    MARK-LAST-CYCLE-PARA.
    MOVE "Y" TO NT-LastCycleFlag(NightIdx).
    PERFORM COMPARE-OTHER-CYCLE-PARA VARYING OtherNightIdx FROM 1 BY 1
        UNTIL OtherNightIdx > NightCount.

    COMPARE-OTHER-CYCLE-PARA.
    IF NT-Date(OtherNightIdx) = NT-Date(NightIdx)
            AND NT-Cycle(OtherNightIdx) > NT-Cycle(NightIdx)
        MOVE "N" TO NT-LastCycleFlag(NightIdx)
    END-IF.

*>  The margin is the cutoff less the window's end, in seconds; a
*>  cutoff earlier in the day than the window's start is the next
*>  morning's. The trend is fitted through every measured night.
    MEASURE-WINDOW-PARA.
    PERFORM MEASURE-ONE-NIGHT-PARA VARYING NightIdx FROM 1 BY 1
        UNTIL NightIdx > NightCount.
    IF NightsMeasured > ZEROS
        COMPUTE AverageMargin ROUNDED = SumY / NightsMeasured
    END-IF.
    IF NightsMeasured > 1
        COMPUTE TrendDenominator = NightsMeasured * SumXX - SumX * SumX
        IF TrendDenominator NOT = ZEROS
            SET TrendAvailable TO TRUE
            COMPUTE TrendSlope ROUNDED =
                (NightsMeasured * SumXY - SumX * SumY)
                    / TrendDenominator
            COMPUTE TrendIntercept ROUNDED =
                (SumY - TrendSlope * SumX) / NightsMeasured
            COMPUTE DriftPerWeek ROUNDED = TrendSlope * -7
        END-IF
    END-IF.

    MEASURE-ONE-NIGHT-PARA.
    IF NT-LastCycle(NightIdx) AND NT-ExecutedCount(NightIdx) > ZEROS
        ADD 1 TO NightsMeasured
        MOVE CutoffSeconds TO NightCutoffSeconds
        IF NightCutoffSeconds < NT-StartSeconds(NightIdx)
            ADD SecondsPerDay TO NightCutoffSeconds
        END-IF
        COMPUTE NT-MarginSeconds(NightIdx) =
            NightCutoffSeconds - NT-EndSeconds(NightIdx)
        IF NT-MarginSeconds(NightIdx) < ZEROS
            ADD 1 TO NightsLate
        END-IF
        COMPUTE TrendX = NT-DateInteger(NightIdx) - PeriodStartInteger
        COMPUTE TrendY = NT-MarginSeconds(NightIdx) / 60
        ADD TrendX TO SumX
        ADD TrendY TO SumY
        COMPUTE SumXY = SumXY + TrendX * TrendY
        COMPUTE SumXX = SumXX + TrendX * TrendX
        IF NT-Date(NightIdx) = TonightDate
            SET TonightMeasured TO TRUE
            COMPUTE TonightMarginMinutes ROUNDED =
                NT-MarginSeconds(NightIdx) / 60
            IF NT-MarginSeconds(NightIdx) < ZEROS
                SET TonightPastCutoff TO TRUE
            END-IF
        END-IF
    END-IF.

    WRITE-SLA-REPORT-PARA.
    OPEN OUTPUT SlaReportFile.
    MOVE TonightDate TO RH-TonightDate.
    MOVE TonightCycle TO RH-TonightCycle.
    MOVE ReportHeadingLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    MOVE HistoryDays TO PL-HistoryDays.
    MOVE OverPct TO PL-OverPct.
    MOVE CutoffTime TO TimeText.
    PERFORM FORMAT-CLOCK-PARA.
    MOVE ClockText TO PL-CutoffTime.
    MOVE ParameterLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    IF LogTableOverflowed
        MOVE LogEntriesDropped TO PS-DroppedCount
        MOVE "EARLIEST JOB LOG RECORD(S) OF THE PERIOD NOT HELD"
            TO PS-DroppedText
        MOVE PeriodShortLine TO SlaReportRecord
        WRITE SlaReportRecord
    END-IF.
    IF NightsDropped > ZEROS
        MOVE NightsDropped TO PS-DroppedCount
        MOVE "EARLIEST NIGHT(S) OF THE PERIOD NOT HELD"
            TO PS-DroppedText
        MOVE PeriodShortLine TO SlaReportRecord
        WRITE SlaReportRecord
    END-IF.
    MOVE ReportRuleLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    IF StepsFromLog
        MOVE "STEP ELAPSED TIMES (STEPS AS LOGGED, NO JOBSTEPS.DAT)"
            TO SlaReportRecord
    ELSE
        MOVE "STEP ELAPSED TIMES" TO SlaReportRecord
    END-IF.
    WRITE SlaReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE StepColumnLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    PERFORM WRITE-ONE-STEP-LINE-PARA VARYING StepIdx FROM 1 BY 1
        UNTIL StepIdx > StepCount.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE "BATCH WINDOW AGAINST THE BILLING CUTOFF (LAST CYCLE OF EACH DATE)"
        TO SlaReportRecord.
    WRITE SlaReportRecord.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE WindowColumnLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    PERFORM WRITE-ONE-WINDOW-LINE-PARA VARYING NightIdx FROM 1 BY 1
        UNTIL NightIdx > NightCount.
    PERFORM WRITE-WINDOW-SUMMARY-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE "NIGHTS WITH A HELD (H) OR FAILED (F) STEP, AND WHAT RAN AFTER"
        TO SlaReportRecord.
    WRITE SlaReportRecord.
    PERFORM WRITE-ONE-PROBLEM-NIGHT-PARA VARYING NightIdx FROM 1 BY 1
        UNTIL NightIdx > NightCount.
    IF ProblemNightCount = ZEROS
        PERFORM WRITE-BLANK-LINE-PARA
        MOVE "  NO HELD OR FAILED STEPS IN THE PERIOD"
            TO SlaReportRecord
        WRITE SlaReportRecord
    END-IF.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE ReportRuleLine TO SlaReportRecord.
    WRITE SlaReportRecord.
    MOVE "STEPS REPORTED" TO SM-LabelText.
    MOVE StepCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "STEPS OVER AVERAGE TONIGHT" TO SM-LabelText.
    MOVE StepsOverCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NIGHTS MEASURED" TO SM-LabelText.
    MOVE NightsMeasured TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NIGHTS PAST THE CUTOFF" TO SM-LabelText.
    MOVE NightsLate TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    MOVE "NIGHTS WITH HELD/FAILED STEPS" TO SM-LabelText.
    MOVE ProblemNightCount TO SM-CountValue.
    PERFORM WRITE-SUMMARY-COUNT-PARA.
    CLOSE SlaReportFile.

    WRITE-ONE-STEP-LINE-PARA.
    MOVE ST-StepNumber(StepIdx) TO SL-StepNumber.
    MOVE ST-ProgramName(StepIdx) TO SL-ProgramName.
    EVALUATE ST-TonightStatus(StepIdx)
        WHEN "C"
        WHEN "F"
            MOVE ST-TonightElapsed(StepIdx) TO DurationSeconds
            PERFORM FORMAT-DURATION-PARA
            MOVE DurationText TO SL-Tonight
        WHEN "H"
            MOVE "HELD" TO SL-Tonight
        WHEN OTHER
            MOVE "NOT RUN" TO SL-Tonight
    END-EVALUATE.
    IF ST-BaseRuns(StepIdx) > ZEROS
        MOVE ST-AverageElapsed(StepIdx) TO DurationSeconds
        PERFORM FORMAT-DURATION-PARA
        MOVE DurationText TO SL-Average
    ELSE
        MOVE "NO RUNS" TO SL-Average
    END-IF.
    IF ST-WorstDate(StepIdx) NOT = SPACES
        MOVE ST-WorstElapsed(StepIdx) TO DurationSeconds
        PERFORM FORMAT-DURATION-PARA
        MOVE DurationText TO SL-Worst
        MOVE ST-WorstDate(StepIdx) TO SL-WorstDate
    ELSE
        MOVE SPACES TO SL-Worst
        MOVE SPACES TO SL-WorstDate
    END-IF.
    MOVE SPACES TO SL-Flag.
    IF ST-OverAverage(StepIdx)
        MOVE "** OVER **" TO SL-Flag
    ELSE
        IF ST-TonightStatus(StepIdx) = "F"
            MOVE "FAILED" TO SL-Flag
        END-IF
    END-IF.
    MOVE StepDetailLine TO SlaReportRecord.
    WRITE SlaReportRecord.

    WRITE-ONE-WINDOW-LINE-PARA.
    IF NT-LastCycle(NightIdx) AND NT-ExecutedCount(NightIdx) > ZEROS
        MOVE NT-Date(NightIdx) TO WL-Date
        MOVE NT-Cycle(NightIdx) TO WL-Cycle
        MOVE NT-StartTime(NightIdx) TO TimeText
        PERFORM FORMAT-CLOCK-PARA
        MOVE ClockText TO WL-Started
        MOVE NT-EndTime(NightIdx) TO TimeText
        PERFORM FORMAT-CLOCK-PARA
        MOVE ClockText TO WL-Ended
        COMPUTE MarginMinutes ROUNDED = NT-MarginSeconds(NightIdx) / 60
        MOVE MarginMinutes TO WL-Margin
        IF NT-MarginSeconds(NightIdx) < ZEROS
            MOVE "** PAST CUTOFF" TO WL-LateMark
        ELSE
            MOVE SPACES TO WL-LateMark
        END-IF
        MOVE WindowDetailLine TO SlaReportRecord
        WRITE SlaReportRecord
    END-IF.

*>  The projection solves the trend line for a zero margin. A flat or
*>  improving trend projects no miss.
    WRITE-WINDOW-SUMMARY-PARA.
    PERFORM WRITE-BLANK-LINE-PARA.
    MOVE "AVERAGE MARGIN (MINUTES)" TO SS-LabelText.
    MOVE AverageMargin TO SS-Value.
    PERFORM WRITE-SIGNED-SUMMARY-PARA.
    IF TonightMeasured
        MOVE "TONIGHT'S MARGIN (MINUTES)" TO SS-LabelText
        MOVE TonightMarginMinutes TO SS-Value
        PERFORM WRITE-SIGNED-SUMMARY-PARA
    END-IF.
    MOVE SPACES TO PR-Text.
    IF TrendAvailable
        MOVE "END TIME DRIFT (MIN PER WEEK)" TO SS-LabelText
        MOVE DriftPerWeek TO SS-Value
        PERFORM WRITE-SIGNED-SUMMARY-PARA
        IF TrendSlope < ZEROS
            COMPUTE CrossingDay = TrendIntercept / (TrendSlope * -1)
            COMPUTE TonightX = TonightInteger - PeriodStartInteger
            IF CrossingDay <= TonightX
                MOVE "ON THE TREND THE WINDOW ALREADY ENDS AT OR PAST THE CUTOFF"
                    TO PR-Text
            ELSE
                COMPUTE CrossingInteger =
                    PeriodStartInteger + CrossingDay + 0.9999
                MOVE FUNCTION DATE-OF-INTEGER(CrossingInteger)
                    TO CrossingDate
                STRING "ON THE TREND THE WINDOW FIRST ENDS PAST THE"
                           DELIMITED BY SIZE
                       " CUTOFF ON " DELIMITED BY SIZE
                       CrossingDate DELIMITED BY SIZE
                    INTO PR-Text
            END-IF
        ELSE
            MOVE "THE WINDOW IS NOT ENDING LATER, NO MISS PROJECTED"
                TO PR-Text
        END-IF
    ELSE
        MOVE "TOO FEW NIGHTS MEASURED FOR A TREND" TO PR-Text
    END-IF.
    MOVE ProjectionLine TO SlaReportRecord.
    WRITE SlaReportRecord.

    WRITE-ONE-PROBLEM-NIGHT-PARA.
    IF NT-ProblemCount(NightIdx) > ZEROS
        ADD 1 TO ProblemNightCount
        PERFORM WRITE-BLANK-LINE-PARA
        MOVE NT-Date(NightIdx) TO PN-Date
        MOVE NT-Cycle(NightIdx) TO PN-Cycle
        MOVE ProblemNightLine TO SlaReportRecord
        WRITE SlaReportRecord
        PERFORM WRITE-ONE-PROBLEM-STEP-PARA VARYING LogIdx FROM 1 BY 1
            UNTIL LogIdx > LogEntryCount
    END-IF.

    WRITE-ONE-PROBLEM-STEP-PARA.
    IF LT-Date(LogIdx) = NT-Date(NightIdx)
            AND LT-Cycle(LogIdx) = NT-Cycle(NightIdx)
            AND LT-StepHeldOrFailed(LogIdx)
        IF LT-Status(LogIdx) = "H"
            MOVE "HELD" TO PS-StatusText
        ELSE
            MOVE "FAILED" TO PS-StatusText
        END-IF
        MOVE LT-StepNumber(LogIdx) TO PS-StepNumber
        MOVE LT-ProgramName(LogIdx) TO PS-ProgramName
        MOVE LT-ReturnCode(LogIdx) TO PS-ReturnCode
        MOVE LT-StartTime(LogIdx) TO TimeText
        PERFORM FORMAT-CLOCK-PARA
        MOVE ClockText TO PS-Time
        MOVE ProblemStepLine TO SlaReportRecord
        WRITE SlaReportRecord
        COMPUTE AfterIdx = LogIdx + 1
        PERFORM WRITE-ONE-AFTER-STEP-PARA
            UNTIL AfterIdx > LogEntryCount
    END-IF.

    WRITE-ONE-AFTER-STEP-PARA.
    IF LT-Date(AfterIdx) = NT-Date(NightIdx)
            AND LT-Cycle(AfterIdx) = NT-Cycle(NightIdx)
            AND LT-StepExecuted(AfterIdx)
        MOVE LT-StepNumber(AfterIdx) TO AS-StepNumber
        MOVE LT-ProgramName(AfterIdx) TO AS-ProgramName
        IF LT-Status(AfterIdx) = "C"
            MOVE "RAN" TO AS-StatusText
        ELSE
            MOVE "FAILED" TO AS-StatusText
        END-IF
        MOVE LT-ReturnCode(AfterIdx) TO AS-ReturnCode
        MOVE LT-StartTime(AfterIdx) TO TimeText
        PERFORM FORMAT-CLOCK-PARA
        MOVE ClockText TO AS-Started
        MOVE LT-EndTime(AfterIdx) TO TimeText
        PERFORM FORMAT-CLOCK-PARA
        MOVE ClockText TO AS-Ended
        MOVE AfterStepLine TO SlaReportRecord
        WRITE SlaReportRecord
    END-IF.
    ADD 1 TO AfterIdx.

    FORMAT-DURATION-PARA.
    DIVIDE DurationSeconds BY 3600 GIVING DurationHours
        REMAINDER DurationRemainder.
    DIVIDE DurationRemainder BY 60 GIVING DurationMinutes
        REMAINDER DurationSecondsPart.
    MOVE DurationHours TO DT-Hours.
    MOVE DurationMinutes TO DT-Minutes.
    MOVE DurationSecondsPart TO DT-Seconds.

    FORMAT-CLOCK-PARA.
    MOVE TP-Hours TO CT-Hours.
    MOVE TP-Minutes TO CT-Minutes.
    MOVE TP-Seconds TO CT-Seconds.

    WRITE-SUMMARY-COUNT-PARA.
    MOVE SummaryCountLine TO SlaReportRecord.
    WRITE SlaReportRecord.

    WRITE-SIGNED-SUMMARY-PARA.
    MOVE SignedSummaryLine TO SlaReportRecord.
    WRITE SlaReportRecord.

    WRITE-BLANK-LINE-PARA.
    MOVE SPACES TO SlaReportRecord.
    WRITE SlaReportRecord.
