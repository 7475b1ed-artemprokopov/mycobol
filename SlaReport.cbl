      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Monthly batch SLA attainment report for the
      *          operations manager. SlaCheck leaves each SLA step's
      *          outcome for every processing night on SLAHIST.DAT
      *          (layout SLAHIST.cpy); this report takes the month's
      *          rows and shows, per step in SLADEF.DAT order (layout
      *          SLADEF.cpy), the nights checked, the nights met, the
      *          nights late, the nights missed (no clean completion,
      *          or never finally checked), the attainment - nights
      *          met as a percentage of nights checked - and the
      *          latest completion time of the month, with a total
      *          line for the stream. A step with history but no
      *          longer on SLADEF.DAT is still shown, marked *. The
      *          month is the run date's, or the yyyymm named on the
      *          command line; the report runs in the PERIODRUN
      *          stream on the month-end day, after the night's final
      *          checkpoint. It goes to a dated generation
      *          SLAATTN.yyyymmdd.DAT (RPTCTL bracket, the trailer
      *          control total the nights checked) cataloged through
      *          GENCATLG under report SLAATTN, so a DISTLIST.DAT row
      *          naming the operations manager distributes it.
      *          RETURN-CODE 0 clean, 4 when SLAHIST.DAT or SLADEF.DAT
      *          could not be read, 8 when the month named is not
      *          valid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlaReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SlaDeadlineFile ASSIGN TO "SLADEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaDeadlineFileStatus.
           SELECT SlaHistoryFile ASSIGN TO "SLAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaHistoryFileStatus.
           SELECT SlaReportFile
               ASSIGN TO DYNAMIC SlaReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SlaDeadlineFile
           RECORD CONTAINS 53 CHARACTERS.
           COPY "SLADEF.cpy".
       FD  SlaHistoryFile
           RECORD CONTAINS 49 CHARACTERS.
           COPY "SLAHIST.cpy".
       FD  SlaReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 SlaReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 SlaDeadlineFileStatus    PIC XX.
           88 SlaDeadlineFileOK    VALUE "00".
       01 SlaHistoryFileStatus     PIC XX.
           88 SlaHistoryFileOK     VALUE "00".
       01 SlaDeadlineEndSwitch     PIC X VALUE "N".
           88 EndOfSlaDeadlines    VALUE "Y".
       01 SlaHistoryEndSwitch      PIC X VALUE "N".
           88 EndOfSlaHistory      VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYearMonth         PIC 9(6).
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 SlaParm                  PIC X(40).
       01 MonthText                PIC X(6).
       01 ReportYearMonth          PIC 9(6).
       01 ReportMonthSplit REDEFINES ReportYearMonth.
           02 ReportYear           PIC 9(4).
           02 ReportMonth          PIC 99.
       01 ReportFailedSwitch       PIC X VALUE "N".
           88 ReportFailed         VALUE "Y".
       01 MissingSourceCount       PIC 9 VALUE ZERO.
      *----------------------------------------------------------------
      * One slot per step: SLADEF.DAT's steps first, in its order,
      * then any step found only on the history.
      *----------------------------------------------------------------
       01 AttainTable.
           02 AttainEntry OCCURS 80 TIMES
               INDEXED BY AttainIdx.
               03 AttainJobName     PIC X(8).
               03 AttainStepName    PIC X(8).
               03 AttainDeadline    PIC 9(4).
               03 AttainOnSladef    PIC X.
               03 AttainDays        PIC 9(4).
               03 AttainMet         PIC 9(4).
               03 AttainLate        PIC 9(4).
               03 AttainMissed      PIC 9(4).
               03 AttainLatest      PIC 9(6).
       01 AttainCount              PIC 99 VALUE ZEROS.
       01 LookupJobName            PIC X(8).
       01 AttainFoundSwitch        PIC X.
           88 AttainStepFound      VALUE "Y".
       01 StreamTotals.
           02 TotalDays            PIC 9(6) VALUE ZEROS.
           02 TotalMet             PIC 9(6) VALUE ZEROS.
           02 TotalLate            PIC 9(6) VALUE ZEROS.
           02 TotalMissed          PIC 9(6) VALUE ZEROS.
       01 OverflowCount            PIC 9(5) VALUE ZEROS.
       01 OffSladefCount           PIC 99 VALUE ZEROS.
       01 PercentWork              PIC 9(3)V9.
       01 TimeSplitWork.
           02 WorkTime             PIC 9(6).
           02 WorkTimeSplit REDEFINES WorkTime.
               03 WorkHour         PIC 99.
               03 WorkMinute       PIC 99.
               03 WorkSecond       PIC 99.
       01 SlaReportFileName        PIC X(24).
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 MonthEdit.
           02 MonthEditYear        PIC 9(4).
           02 FILLER               PIC X VALUE "-".
           02 MonthEditMonth       PIC 99.
       01 AttainHeadingLine.
           02 FILLER               PIC X(9)  VALUE "STEP".
           02 FILLER               PIC X(9)  VALUE "JOB".
           02 FILLER               PIC X(7)  VALUE "DUE".
           02 FILLER               PIC X(6)  VALUE "NIGHTS".
           02 FILLER               PIC X(6)  VALUE "   MET".
           02 FILLER               PIC X(6)  VALUE "  LATE".
           02 FILLER               PIC X(8)  VALUE "  MISSED".
           02 FILLER               PIC X(9)  VALUE "   ATTAIN".
           02 FILLER               PIC X(10) VALUE "   LATEST".
           02 FILLER               PIC X(10) VALUE SPACES.
       01 AttainDetailLine.
           02 DetailStepName       PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailJobName        PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailDeadline.
               03 DetailDueHour    PIC 99.
               03 FILLER           PIC X     VALUE ":".
               03 DetailDueMinute  PIC 99.
           02 DetailDeadlineText REDEFINES DetailDeadline
                                   PIC X(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailDays           PIC Z(5)9.
           02 DetailMet            PIC Z(5)9.
           02 DetailLate           PIC Z(5)9.
           02 DetailMissed         PIC Z(7)9.
           02 DetailPercentArea.
               03 DetailPercent    PIC Z(6)9.9.
               03 DetailPercentSign PIC X.
           02 DetailPercentText REDEFINES DetailPercentArea
                                   PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailLatest.
               03 DetailLatestHour PIC 99.
               03 DetailLatestSep1 PIC X.
               03 DetailLatestMin  PIC 99.
               03 DetailLatestSep2 PIC X.
               03 DetailLatestSec  PIC 99.
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailMark           PIC X.
           02 FILLER               PIC X(7)  VALUE SPACES.
       01 GenReportName            PIC X(12).
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "SLARPT".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "SLARPT".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           IF NOT ReportFailed
               PERFORM 1100-LOAD-SLA-DEADLINES
               PERFORM 2000-TALLY-MONTH-HISTORY
               PERFORM 3000-WRITE-ATTAINMENT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO SlaParm
           ACCEPT SlaParm FROM COMMAND-LINE
           MOVE SPACES TO MonthText
           UNSTRING SlaParm DELIMITED BY ALL SPACES
               INTO MonthText
           END-UNSTRING
           EVALUATE TRUE
               WHEN MonthText = SPACES
                   MOVE RunYearMonth TO ReportYearMonth
               WHEN MonthText NOT NUMERIC
                   SET ReportFailed TO TRUE
               WHEN OTHER
                   MOVE MonthText TO ReportYearMonth
                   IF ReportYear < 1900
                       OR ReportMonth < 1 OR ReportMonth > 12
                       SET ReportFailed TO TRUE
                   END-IF
           END-EVALUATE
           IF ReportFailed
               DISPLAY "*** Month " MonthText " is not yyyymm - "
                       "no report ***"
           ELSE
               DISPLAY "SLA attainment for month " ReportYearMonth
           END-IF.

       1100-LOAD-SLA-DEADLINES.
           OPEN INPUT SlaDeadlineFile
           IF SlaDeadlineFileOK
               PERFORM 1110-READ-SLA-DEADLINE
               PERFORM 1120-STORE-SLA-DEADLINE
                   UNTIL EndOfSlaDeadlines
               CLOSE SlaDeadlineFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** SLADEF.DAT not available - steps listed "
                       "from the history only ***"
           END-IF.

       1110-READ-SLA-DEADLINE.
           READ SlaDeadlineFile
               AT END SET EndOfSlaDeadlines TO TRUE
           END-READ.

       1120-STORE-SLA-DEADLINE.
           IF SlaDeadlineRecord (1:1) NOT = "*"
               AND SlaJobName NOT = SPACES
               MOVE SlaJobName TO LookupJobName
               PERFORM 7000-FIND-ATTAIN-STEP
               IF NOT AttainStepFound
                   PERFORM 7200-ADD-ATTAIN-STEP
                   IF AttainStepFound
                       MOVE SlaStepName TO AttainStepName (AttainIdx)
                       MOVE "Y" TO AttainOnSladef (AttainIdx)
                       IF SlaDeadlineTime NUMERIC
                           MOVE SlaDeadlineTime
                               TO AttainDeadline (AttainIdx)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1110-READ-SLA-DEADLINE.

      *----------------------------------------------------------------
      * A night's row is the last checkpoint's outcome. Anything but
      * met or late - missed, or still at risk or on track because
      * the final checkpoint never ran - counts as missed.
      *----------------------------------------------------------------
       2000-TALLY-MONTH-HISTORY.
           OPEN INPUT SlaHistoryFile
           IF SlaHistoryFileOK
               PERFORM 2100-READ-HISTORY-RECORD
               PERFORM 2200-TALLY-HISTORY-RECORD
                   UNTIL EndOfSlaHistory
               CLOSE SlaHistoryFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** SLAHIST.DAT not available - no nights "
                       "to report ***"
           END-IF.

       2100-READ-HISTORY-RECORD.
           READ SlaHistoryFile
               AT END SET EndOfSlaHistory TO TRUE
           END-READ.

       2200-TALLY-HISTORY-RECORD.
           IF SlaHistYearMonth = ReportYearMonth
               MOVE SlaHistJobName TO LookupJobName
               PERFORM 7000-FIND-ATTAIN-STEP
               IF NOT AttainStepFound
                   PERFORM 7200-ADD-ATTAIN-STEP
                   IF AttainStepFound
                       MOVE SlaHistStepName
                           TO AttainStepName (AttainIdx)
                       MOVE "N" TO AttainOnSladef (AttainIdx)
                   END-IF
               END-IF
               IF AttainStepFound
                   PERFORM 2300-COUNT-ONE-NIGHT
               ELSE
                   ADD 1 TO OverflowCount
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD.

       2300-COUNT-ONE-NIGHT.
           IF AttainOnSladef (AttainIdx) = "N"
               MOVE SlaHistDeadline TO AttainDeadline (AttainIdx)
           END-IF
           ADD 1 TO AttainDays (AttainIdx)
           EVALUATE TRUE
               WHEN SlaOutcomeMet
                   ADD 1 TO AttainMet (AttainIdx)
               WHEN SlaOutcomeLate
                   ADD 1 TO AttainLate (AttainIdx)
               WHEN OTHER
                   ADD 1 TO AttainMissed (AttainIdx)
           END-EVALUATE
           IF (SlaOutcomeMet OR SlaOutcomeLate)
               AND SlaHistEndTime > AttainLatest (AttainIdx)
               MOVE SlaHistEndTime TO AttainLatest (AttainIdx)
           END-IF.

       3000-WRITE-ATTAINMENT-REPORT.
           MOVE SPACES TO SlaReportFileName
           STRING "SLAATTN." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO SlaReportFileName
           END-STRING
           OPEN OUTPUT SlaReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "SLARPT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE ReportYear TO MonthEditYear
           MOVE ReportMonth TO MonthEditMonth
           MOVE SPACES TO ReportLineText
           STRING "BATCH SLA ATTAINMENT - MONTH " DELIMITED BY SIZE
                  MonthEdit DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           IF MissingSourceCount > ZERO
               MOVE "*** SLADEF.DAT OR SLAHIST.DAT COULD NOT BE READ"
                   TO ReportLineText
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE AttainHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-STEP-LINE
               VARYING AttainIdx FROM 1 BY 1
               UNTIL AttainIdx > AttainCount
           PERFORM 3200-WRITE-TOTAL-LINE
           IF OverflowCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING "*** " DELIMITED BY SIZE
                      OverflowCount DELIMITED BY SIZE
                      " NIGHT(S) NOT REPORTED - STEP TABLE FULL"
                          DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE TotalDays TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE SlaReportFile
           MOVE "SLAATTN" TO GenReportName
           MOVE SlaReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE TotalDays TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       3100-WRITE-STEP-LINE.
           MOVE AttainStepName (AttainIdx) TO DetailStepName
           MOVE AttainJobName (AttainIdx) TO DetailJobName
           MOVE AttainDeadline (AttainIdx) TO WorkTime (1:4)
           MOVE WorkHour TO DetailDueHour
           MOVE WorkMinute TO DetailDueMinute
           MOVE AttainDays (AttainIdx) TO DetailDays
           MOVE AttainMet (AttainIdx) TO DetailMet
           MOVE AttainLate (AttainIdx) TO DetailLate
           MOVE AttainMissed (AttainIdx) TO DetailMissed
           IF AttainDays (AttainIdx) > ZERO
               COMPUTE PercentWork ROUNDED =
                   AttainMet (AttainIdx) * 100 / AttainDays (AttainIdx)
               PERFORM 3300-EDIT-PERCENT
           ELSE
               PERFORM 3310-NO-PERCENT
           END-IF
           IF AttainLatest (AttainIdx) > ZERO
               MOVE AttainLatest (AttainIdx) TO WorkTime
               PERFORM 3400-EDIT-LATEST
           ELSE
               MOVE SPACES TO DetailLatest
           END-IF
           IF AttainOnSladef (AttainIdx) = "N"
               MOVE "*" TO DetailMark
               ADD 1 TO OffSladefCount
           ELSE
               MOVE SPACE TO DetailMark
           END-IF
           MOVE AttainDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           ADD AttainDays (AttainIdx) TO TotalDays
           ADD AttainMet (AttainIdx) TO TotalMet
           ADD AttainLate (AttainIdx) TO TotalLate
           ADD AttainMissed (AttainIdx) TO TotalMissed.

       3200-WRITE-TOTAL-LINE.
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "STREAM" TO DetailStepName
           MOVE SPACES TO DetailJobName
           MOVE SPACES TO DetailDeadlineText
           MOVE TotalDays TO DetailDays
           MOVE TotalMet TO DetailMet
           MOVE TotalLate TO DetailLate
           MOVE TotalMissed TO DetailMissed
           IF TotalDays > ZERO
               COMPUTE PercentWork ROUNDED =
                   TotalMet * 100 / TotalDays
               PERFORM 3300-EDIT-PERCENT
           ELSE
               PERFORM 3310-NO-PERCENT
           END-IF
           MOVE SPACES TO DetailLatest
           MOVE SPACE TO DetailMark
           MOVE AttainDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           IF OffSladefCount > ZERO
               MOVE "* NO LONGER ON SLADEF.DAT" TO ReportLineText
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3300-EDIT-PERCENT.
           MOVE PercentWork TO DetailPercent
           MOVE "%" TO DetailPercentSign.

       3310-NO-PERCENT.
           MOVE "      N/A" TO DetailPercentText.

       3400-EDIT-LATEST.
           MOVE WorkHour TO DetailLatestHour
           MOVE ":" TO DetailLatestSep1
           MOVE WorkMinute TO DetailLatestMin
           MOVE ":" TO DetailLatestSep2
           MOVE WorkSecond TO DetailLatestSec.

       3900-WRITE-REPORT-LINE.
           WRITE SlaReportRecord
           ADD 1 TO ReportLineCount.

       7000-FIND-ATTAIN-STEP.
           MOVE "N" TO AttainFoundSwitch
           SET AttainIdx TO 1
           PERFORM 7100-SEARCH-ATTAIN-STEP
               UNTIL AttainStepFound OR AttainIdx > AttainCount.

       7100-SEARCH-ATTAIN-STEP.
           IF AttainJobName (AttainIdx) = LookupJobName
               SET AttainStepFound TO TRUE
           ELSE
               SET AttainIdx UP BY 1
           END-IF.

       7200-ADD-ATTAIN-STEP.
           IF AttainCount < 80
               ADD 1 TO AttainCount
               SET AttainIdx TO AttainCount
               INITIALIZE AttainEntry (AttainIdx)
               MOVE LookupJobName TO AttainJobName (AttainIdx)
               SET AttainStepFound TO TRUE
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN ReportFailed
                   MOVE 8 TO RETURN-CODE
               WHEN MissingSourceCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF NOT ReportFailed
               DISPLAY "SLA steps reported   = " AttainCount
               DISPLAY "Nights checked       = " TotalDays
               DISPLAY "Nights met           = " TotalMet
           END-IF
           MOVE "T" TO JobStampMode
           MOVE ReportLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM SlaReport.
