      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Batch SLA checkpoint. JobTrend shows afterwards how
      *          long the steps took, but nobody was told while the
      *          night was running late - operations found out when
      *          the statements or the GL journal were not there at
      *          7 a.m. This step takes the deadline for each step
      *          held to one (SLADEF.DAT, layout SLADEF.cpy) and
      *          sets it against tonight's JOBLOG.DAT stamps and
      *          RUNSTATE.DAT completions:
      *            - a step with a clean (zero) completion is met or
      *              late by its END stamp;
      *            - a step still to complete is projected from the
      *              average elapsed time of its past runs on
      *              JOBLOG.DAT, the steps queued ahead of it in
      *              SLADEF order finishing first, and is at risk
      *              when the projection passes its deadline;
      *            - a step with no clean completion once its
      *              deadline has passed has missed it, and on the
      *              command line FINAL (the stream's last step) every
      *              step still to complete has missed.
      *          A step newly missed or at risk is logged as an E
      *          entry on RUNLOG.DAT under the step's own job name,
      *          which the incident opener turns into an incident
      *          against that step; a step already alerted is alerted
      *          again only when at risk becomes missed. The day's
      *          outcomes replace that date's rows on SLAHIST.DAT
      *          (layout SLAHIST.cpy, one year kept) for the monthly
      *          attainment report. The checkpoint runs at the end of
      *          NIGHTRUN and, through SLACHECK, at the times the
      *          scheduler submits it during the batch window.
      *          RETURN-CODE 0 when every step is met or on track, 4
      *          when one is late, missed or at risk or SLADEF.DAT
      *          could not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlaCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SlaDeadlineFile ASSIGN TO "SLADEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaDeadlineFileStatus.
           SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobLogFileStatus.
           SELECT RunStateFile ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunStateFileStatus.
           SELECT SlaHistoryFile ASSIGN TO "SLAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaHistoryFileStatus.
           SELECT SlaWorkFile ASSIGN TO "SLAWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SlaDeadlineFile
           RECORD CONTAINS 53 CHARACTERS.
           COPY "SLADEF.cpy".
       FD  JobLogFile
           RECORD CONTAINS 48 CHARACTERS.
       01 JobLogRecord.
           02 JobLogJobName            PIC X(8).
           02 JobLogSpace1             PIC X.
           02 JobLogStampType          PIC X(5).
           02 JobLogSpace2             PIC X.
           02 JobLogRunDate            PIC 9(8).
           02 JobLogSpace3             PIC X.
           02 JobLogRunTime            PIC 9(6).
           02 JobLogSpace4             PIC X.
           02 JobLogRecordCount        PIC 9(7).
           02 JobLogSpace5             PIC X.
           02 JobLogStatus             PIC X(9).
       FD  RunStateFile
           RECORD CONTAINS 20 CHARACTERS.
       01 RunStateRecord.
           02 StateJobName             PIC X(8).
           02 StateSpace1              PIC X.
           02 StateRunDate             PIC 9(8).
           02 StateSpace2              PIC X.
           02 StateCompletionCode      PIC 99.
       FD  SlaHistoryFile
           RECORD CONTAINS 49 CHARACTERS.
           COPY "SLAHIST.cpy".
       FD  SlaWorkFile
           RECORD CONTAINS 49 CHARACTERS.
       01 SlaWorkRecord                PIC X(49).
       WORKING-STORAGE SECTION.
       01 SlaDeadlineFileStatus    PIC XX.
           88 SlaDeadlineFileOK    VALUE "00".
       01 JobLogFileStatus         PIC XX.
           88 JobLogFileOK         VALUE "00".
       01 RunStateFileStatus       PIC XX.
           88 RunStateFileOK       VALUE "00".
       01 SlaHistoryFileStatus     PIC XX.
           88 SlaHistoryFileOK     VALUE "00".
       01 SlaDeadlineEndSwitch     PIC X VALUE "N".
           88 EndOfSlaDeadlines    VALUE "Y".
       01 JobLogEndSwitch          PIC X VALUE "N".
           88 EndOfJobLog          VALUE "Y".
       01 RunStateEndSwitch        PIC X VALUE "N".
           88 EndOfRunState        VALUE "Y".
       01 SlaHistoryEndSwitch      PIC X VALUE "N".
           88 EndOfSlaHistory      VALUE "Y".
       01 WorkEndSwitch            PIC X VALUE "N".
           88 EndOfWorkFile        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 KeepFromDate             PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 CheckTime                PIC 9(6).
       01 SlaParm                  PIC X(40).
       01 SlaModeWord              PIC X(8).
           88 SlaModeFinal         VALUE "FINAL".
      *----------------------------------------------------------------
      * One slot per SLA step, in SLADEF order: the deadline, what
      * tonight's stamps and completions say, the step's run-time
      * history, and the outcome this checkpoint reaches.
      *----------------------------------------------------------------
       01 SlaStepTable.
           02 SlaStepEntry OCCURS 60 TIMES
               INDEXED BY SlaIdx.
               03 TabJobName        PIC X(8).
               03 TabStepName       PIC X(8).
               03 TabDeadline       PIC 9(4).
               03 TabStartSeen      PIC X.
               03 TabStartTime      PIC 9(6).
               03 TabEndSeen        PIC X.
               03 TabEndTime        PIC 9(6).
               03 TabStateSeen      PIC X.
               03 TabStateCode      PIC 99.
               03 TabPastStartSeen  PIC X.
               03 TabPastStartTime  PIC 9(6).
               03 TabPastSeconds    PIC 9(9).
               03 TabPastRuns       PIC 9(5).
               03 TabPriorAlert     PIC X.
               03 TabOutcome        PIC X.
               03 TabProjected      PIC 9(6).
               03 TabAlert          PIC X.
       01 SlaStepCount             PIC 99 VALUE ZEROS.
       01 SlaRejectCount           PIC 9(3) VALUE ZEROS.
       01 LookupJobName            PIC X(8).
       01 SlaFoundSwitch           PIC X.
           88 SlaStepFound         VALUE "Y".
       01 TimeSplitWork.
           02 WorkTime             PIC 9(6).
           02 WorkTimeSplit REDEFINES WorkTime.
               03 WorkHour         PIC 99.
               03 WorkMinute       PIC 99.
               03 WorkSecond       PIC 99.
       01 WorkSeconds              PIC 9(7).
       01 NowSeconds               PIC 9(7).
       01 ChainSeconds             PIC 9(7).
       01 DeadlineSeconds          PIC 9(7).
       01 StartSeconds             PIC 9(7).
       01 AverageSeconds           PIC 9(7).
       01 ProjectedSeconds         PIC 9(7).
       01 ElapsedSeconds           PIC S9(7).
       01 SecondsRemainder         PIC 9(4).
       01 CleanCompleteSwitch      PIC X.
           88 StepCleanComplete    VALUE "Y".
       01 OutcomeCounts.
           02 MetCount             PIC 9(3) VALUE ZEROS.
           02 LateCount            PIC 9(3) VALUE ZEROS.
           02 MissedCount          PIC 9(3) VALUE ZEROS.
           02 AtRiskCount          PIC 9(3) VALUE ZEROS.
           02 OnTrackCount         PIC 9(3) VALUE ZEROS.
           02 AlertCount           PIC 9(3) VALUE ZEROS.
       01 KeptHistoryCount         PIC 9(7) VALUE ZEROS.
       01 DeadlineEdit.
           02 DeadlineEditHour     PIC 99.
           02 FILLER               PIC X VALUE ":".
           02 DeadlineEditMinute   PIC 99.
       01 TimeEdit.
           02 TimeEditHour         PIC 99.
           02 FILLER               PIC X VALUE ":".
           02 TimeEditMinute       PIC 99.
       01 OutcomeText              PIC X(9).
       01 RunLogSeverity           PIC X.
       01 RunLogProgramName        PIC X(8).
       01 RunLogMessage            PIC X(60).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "SLACHECK".
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
           PERFORM 1100-LOAD-SLA-DEADLINES
           IF SlaStepCount > ZERO
               PERFORM 2000-GATHER-JOB-LOG
               PERFORM 2500-GATHER-RUN-STATE
               PERFORM 3000-SET-ASIDE-HISTORY
               MOVE NowSeconds TO ChainSeconds
               PERFORM 4000-EVALUATE-ONE-STEP
                   VARYING SlaIdx FROM 1 BY 1
                   UNTIL SlaIdx > SlaStepCount
               PERFORM 5000-REWRITE-HISTORY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO CheckTime
           COMPUTE KeepFromDate = RunDate - 10000
           MOVE CheckTime TO WorkTime
           PERFORM 8000-TIME-TO-SECONDS
           MOVE WorkSeconds TO NowSeconds
           MOVE SPACES TO SlaParm
           ACCEPT SlaParm FROM COMMAND-LINE
           MOVE SPACES TO SlaModeWord
           UNSTRING SlaParm DELIMITED BY ALL SPACES
               INTO SlaModeWord
           END-UNSTRING
           IF SlaModeFinal
               DISPLAY "SLA checkpoint " RunDate " " CheckTime
                       " - final for the stream"
           ELSE
               DISPLAY "SLA checkpoint " RunDate " " CheckTime
           END-IF.

       1100-LOAD-SLA-DEADLINES.
           OPEN INPUT SlaDeadlineFile
           IF SlaDeadlineFileOK
               PERFORM 1110-READ-SLA-DEADLINE
               PERFORM 1120-STORE-SLA-DEADLINE
                   UNTIL EndOfSlaDeadlines
               CLOSE SlaDeadlineFile
           ELSE
               DISPLAY "*** SLADEF.DAT not available - no SLA "
                       "checkpoint ***"
           END-IF.

       1110-READ-SLA-DEADLINE.
           READ SlaDeadlineFile
               AT END SET EndOfSlaDeadlines TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A deadline that is not a real hhmm is logged and left out -
      * a step cannot be held to a time that does not exist.
      *----------------------------------------------------------------
       1120-STORE-SLA-DEADLINE.
           EVALUATE TRUE
               WHEN SlaDeadlineRecord (1:1) = "*"
                   CONTINUE
               WHEN SlaJobName = SPACES
                   CONTINUE
               WHEN SlaDeadlineTime NOT NUMERIC
                   OR SlaDeadlineHour > 23
                   OR SlaDeadlineMinute > 59
                   ADD 1 TO SlaRejectCount
                   MOVE "W" TO RunLogSeverity
                   MOVE "SLACHECK" TO RunLogProgramName
                   MOVE SPACES TO RunLogMessage
                   STRING "SLA deadline for " DELIMITED BY SIZE
                          SlaJobName DELIMITED BY SPACE
                          " is not a valid hhmm - not checked"
                              DELIMITED BY SIZE
                       INTO RunLogMessage
                   END-STRING
                   PERFORM 8900-CALL-RUNLOG
               WHEN SlaStepCount NOT < 60
                   ADD 1 TO SlaRejectCount
                   DISPLAY "*** SLA table full - " SlaJobName
                           " not checked ***"
               WHEN OTHER
                   ADD 1 TO SlaStepCount
                   SET SlaIdx TO SlaStepCount
                   INITIALIZE SlaStepEntry (SlaIdx)
                   MOVE SlaJobName TO TabJobName (SlaIdx)
                   MOVE SlaStepName TO TabStepName (SlaIdx)
                   MOVE SlaDeadlineTime TO TabDeadline (SlaIdx)
                   MOVE "N" TO TabStartSeen (SlaIdx)
                   MOVE "N" TO TabEndSeen (SlaIdx)
                   MOVE "N" TO TabStateSeen (SlaIdx)
                   MOVE "N" TO TabPastStartSeen (SlaIdx)
                   MOVE "N" TO TabPriorAlert (SlaIdx)
           END-EVALUATE
           PERFORM 1110-READ-SLA-DEADLINE.

      *----------------------------------------------------------------
      * Tonight's stamps give each step's start and end; earlier
      * nights' START/END pairs give its average run time, paired
      * the way JobTrend pairs them.
      *----------------------------------------------------------------
       2000-GATHER-JOB-LOG.
           OPEN INPUT JobLogFile
           IF JobLogFileOK
               PERFORM 2100-READ-JOB-LOG-RECORD
               PERFORM 2200-NOTE-JOB-STAMP
                   UNTIL EndOfJobLog
               CLOSE JobLogFile
           ELSE
               DISPLAY "*** JOBLOG.DAT not available - no step has "
                       "started ***"
           END-IF.

       2100-READ-JOB-LOG-RECORD.
           READ JobLogFile
               AT END SET EndOfJobLog TO TRUE
           END-READ.

       2200-NOTE-JOB-STAMP.
           MOVE JobLogJobName TO LookupJobName
           PERFORM 7000-FIND-SLA-STEP
           IF SlaStepFound
               IF JobLogRunDate = RunDate
                   PERFORM 2300-NOTE-TONIGHT-STAMP
               ELSE
                   IF JobLogRunDate < RunDate
                       PERFORM 2400-NOTE-PAST-STAMP
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-JOB-LOG-RECORD.

       2300-NOTE-TONIGHT-STAMP.
           IF JobLogStampType = "START"
               MOVE "Y" TO TabStartSeen (SlaIdx)
               MOVE JobLogRunTime TO TabStartTime (SlaIdx)
               MOVE "N" TO TabEndSeen (SlaIdx)
           ELSE
               MOVE "Y" TO TabEndSeen (SlaIdx)
               MOVE JobLogRunTime TO TabEndTime (SlaIdx)
           END-IF.

       2400-NOTE-PAST-STAMP.
           IF JobLogStampType = "START"
               MOVE "Y" TO TabPastStartSeen (SlaIdx)
               MOVE JobLogRunTime TO TabPastStartTime (SlaIdx)
           ELSE
               IF TabPastStartSeen (SlaIdx) = "Y"
                   MOVE TabPastStartTime (SlaIdx) TO WorkTime
                   PERFORM 8000-TIME-TO-SECONDS
                   MOVE WorkSeconds TO StartSeconds
                   MOVE JobLogRunTime TO WorkTime
                   PERFORM 8000-TIME-TO-SECONDS
                   COMPUTE ElapsedSeconds = WorkSeconds - StartSeconds
                   IF ElapsedSeconds < ZERO
                       ADD 86400 TO ElapsedSeconds
                   END-IF
                   ADD ElapsedSeconds TO TabPastSeconds (SlaIdx)
                   ADD 1 TO TabPastRuns (SlaIdx)
                   MOVE "N" TO TabPastStartSeen (SlaIdx)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The last completion recorded tonight wins, so a clean rerun
      * clears a failed first attempt.
      *----------------------------------------------------------------
       2500-GATHER-RUN-STATE.
           OPEN INPUT RunStateFile
           IF RunStateFileOK
               PERFORM 2510-READ-RUN-STATE-RECORD
               PERFORM 2520-NOTE-RUN-STATE
                   UNTIL EndOfRunState
               CLOSE RunStateFile
           END-IF.

       2510-READ-RUN-STATE-RECORD.
           READ RunStateFile
               AT END SET EndOfRunState TO TRUE
           END-READ.

       2520-NOTE-RUN-STATE.
           IF StateRunDate = RunDate
               MOVE StateJobName TO LookupJobName
               PERFORM 7000-FIND-SLA-STEP
               IF SlaStepFound
                   MOVE "Y" TO TabStateSeen (SlaIdx)
                   MOVE StateCompletionCode TO TabStateCode (SlaIdx)
               END-IF
           END-IF
           PERFORM 2510-READ-RUN-STATE-RECORD.

      *----------------------------------------------------------------
      * First pass over the history: every other date's rows still
      * inside the year kept go to the work file, and tonight's
      * rows from an earlier checkpoint give the alert already
      * raised for each step.
      *----------------------------------------------------------------
       3000-SET-ASIDE-HISTORY.
           OPEN OUTPUT SlaWorkFile
           OPEN INPUT SlaHistoryFile
           IF SlaHistoryFileOK
               PERFORM 3100-READ-HISTORY-RECORD
               PERFORM 3200-SORT-HISTORY-RECORD
                   UNTIL EndOfSlaHistory
               CLOSE SlaHistoryFile
           END-IF
           CLOSE SlaWorkFile.

       3100-READ-HISTORY-RECORD.
           READ SlaHistoryFile
               AT END SET EndOfSlaHistory TO TRUE
           END-READ.

       3200-SORT-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN SlaHistDate = RunDate
                   MOVE SlaHistJobName TO LookupJobName
                   PERFORM 7000-FIND-SLA-STEP
                   IF SlaStepFound
                       MOVE SlaHistAlerted TO TabPriorAlert (SlaIdx)
                   END-IF
               WHEN SlaHistDate NOT < KeepFromDate
                   MOVE SlaHistoryRecord TO SlaWorkRecord
                   WRITE SlaWorkRecord
                   ADD 1 TO KeptHistoryCount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3100-READ-HISTORY-RECORD.

      *----------------------------------------------------------------
      * A step still to complete is projected from the later of its
      * own start and the projected finish of the SLA steps queued
      * ahead of it (the check time for the first of them), plus its
      * average run time; its projection then holds up the steps
      * behind it. A step with no past runs adds nothing.
      *----------------------------------------------------------------
       4000-EVALUATE-ONE-STEP.
           MOVE TabDeadline (SlaIdx) TO WorkTime (1:4)
           MOVE "59" TO WorkTime (5:2)
           PERFORM 8000-TIME-TO-SECONDS
           MOVE WorkSeconds TO DeadlineSeconds
           MOVE ZEROS TO TabProjected (SlaIdx)
           MOVE "N" TO CleanCompleteSwitch
           IF TabStateSeen (SlaIdx) = "Y"
               AND TabStateCode (SlaIdx) = ZEROS
               AND TabEndSeen (SlaIdx) = "Y"
               SET StepCleanComplete TO TRUE
           END-IF
           IF StepCleanComplete
               MOVE TabEndTime (SlaIdx) TO WorkTime
               PERFORM 8000-TIME-TO-SECONDS
               IF WorkSeconds > DeadlineSeconds
                   MOVE "L" TO TabOutcome (SlaIdx)
               ELSE
                   MOVE "M" TO TabOutcome (SlaIdx)
               END-IF
           ELSE
               PERFORM 4100-PROJECT-STEP-END
               EVALUATE TRUE
                   WHEN SlaModeFinal
                       MOVE "X" TO TabOutcome (SlaIdx)
                   WHEN NowSeconds > DeadlineSeconds
                       MOVE "X" TO TabOutcome (SlaIdx)
                   WHEN ProjectedSeconds > DeadlineSeconds
                       MOVE "P" TO TabOutcome (SlaIdx)
                   WHEN OTHER
                       MOVE "O" TO TabOutcome (SlaIdx)
               END-EVALUATE
           END-IF
           PERFORM 4200-COUNT-AND-ALERT
           PERFORM 4300-DISPLAY-STEP-LINE.

       4100-PROJECT-STEP-END.
           IF TabPastRuns (SlaIdx) > ZERO
               DIVIDE TabPastSeconds (SlaIdx) BY TabPastRuns (SlaIdx)
                   GIVING AverageSeconds
           ELSE
               MOVE ZEROS TO AverageSeconds
           END-IF
           MOVE ChainSeconds TO StartSeconds
           IF TabStartSeen (SlaIdx) = "Y"
               AND TabEndSeen (SlaIdx) = "N"
               MOVE TabStartTime (SlaIdx) TO WorkTime
               PERFORM 8000-TIME-TO-SECONDS
               IF WorkSeconds > StartSeconds
                   MOVE WorkSeconds TO StartSeconds
               END-IF
           END-IF
           COMPUTE ProjectedSeconds = StartSeconds + AverageSeconds
           IF ProjectedSeconds < NowSeconds
               MOVE NowSeconds TO ProjectedSeconds
           END-IF
           MOVE ProjectedSeconds TO ChainSeconds
           IF ProjectedSeconds > 86399
               MOVE 235959 TO TabProjected (SlaIdx)
           ELSE
               MOVE ProjectedSeconds TO WorkSeconds
               PERFORM 8100-SECONDS-TO-TIME
               MOVE WorkTime TO TabProjected (SlaIdx)
           END-IF.

      *----------------------------------------------------------------
      * Alert once per step per night for at risk, and once more if
      * it goes on to miss; met and on-track steps never alert.
      *----------------------------------------------------------------
       4200-COUNT-AND-ALERT.
           MOVE TabPriorAlert (SlaIdx) TO TabAlert (SlaIdx)
           MOVE TabDeadline (SlaIdx) TO WorkTime (1:4)
           MOVE WorkHour TO DeadlineEditHour
           MOVE WorkMinute TO DeadlineEditMinute
           MOVE "E" TO RunLogSeverity
           MOVE TabJobName (SlaIdx) TO RunLogProgramName
           MOVE SPACES TO RunLogMessage
           EVALUATE TabOutcome (SlaIdx)
               WHEN "M"
                   ADD 1 TO MetCount
               WHEN "O"
                   ADD 1 TO OnTrackCount
               WHEN "P"
                   ADD 1 TO AtRiskCount
                   IF TabPriorAlert (SlaIdx) = "N"
                       MOVE TabProjected (SlaIdx) TO WorkTime
                       MOVE WorkHour TO TimeEditHour
                       MOVE WorkMinute TO TimeEditMinute
                       STRING "SLA AT RISK " DELIMITED BY SIZE
                              TabStepName (SlaIdx) DELIMITED BY SPACE
                              " DUE " DELIMITED BY SIZE
                              DeadlineEdit DELIMITED BY SIZE
                              " PROJECTED " DELIMITED BY SIZE
                              TimeEdit DELIMITED BY SIZE
                           INTO RunLogMessage
                       END-STRING
                       MOVE "P" TO TabAlert (SlaIdx)
                   END-IF
               WHEN "L"
                   ADD 1 TO LateCount
                   IF TabPriorAlert (SlaIdx) NOT = "X"
                       MOVE TabEndTime (SlaIdx) TO WorkTime
                       MOVE WorkHour TO TimeEditHour
                       MOVE WorkMinute TO TimeEditMinute
                       STRING "SLA MISSED " DELIMITED BY SIZE
                              TabStepName (SlaIdx) DELIMITED BY SPACE
                              " DUE " DELIMITED BY SIZE
                              DeadlineEdit DELIMITED BY SIZE
                              " COMPLETED " DELIMITED BY SIZE
                              TimeEdit DELIMITED BY SIZE
                           INTO RunLogMessage
                       END-STRING
                       MOVE "X" TO TabAlert (SlaIdx)
                   END-IF
               WHEN "X"
                   ADD 1 TO MissedCount
                   IF TabPriorAlert (SlaIdx) NOT = "X"
                       STRING "SLA MISSED " DELIMITED BY SIZE
                              TabStepName (SlaIdx) DELIMITED BY SPACE
                              " DUE " DELIMITED BY SIZE
                              DeadlineEdit DELIMITED BY SIZE
                              " NOT COMPLETE" DELIMITED BY SIZE
                           INTO RunLogMessage
                       END-STRING
                       MOVE "X" TO TabAlert (SlaIdx)
                   END-IF
           END-EVALUATE
           IF RunLogMessage NOT = SPACES
               ADD 1 TO AlertCount
               PERFORM 8900-CALL-RUNLOG
           END-IF.

       4300-DISPLAY-STEP-LINE.
           EVALUATE TabOutcome (SlaIdx)
               WHEN "M" MOVE "MET" TO OutcomeText
               WHEN "L" MOVE "LATE" TO OutcomeText
               WHEN "X" MOVE "MISSED" TO OutcomeText
               WHEN "P" MOVE "AT RISK" TO OutcomeText
               WHEN "O" MOVE "ON TRACK" TO OutcomeText
           END-EVALUATE
           DISPLAY TabStepName (SlaIdx) " " TabJobName (SlaIdx)
                   " DUE " TabDeadline (SlaIdx)
                   " END " TabEndTime (SlaIdx)
                   " PROJ " TabProjected (SlaIdx)
                   " " OutcomeText.

      *----------------------------------------------------------------
      * Second pass: the set-aside rows back onto SLAHIST.DAT, then
      * tonight's outcomes in place of any earlier checkpoint's.
      *----------------------------------------------------------------
       5000-REWRITE-HISTORY.
           MOVE "N" TO WorkEndSwitch
           OPEN INPUT SlaWorkFile
           OPEN OUTPUT SlaHistoryFile
           PERFORM 5100-READ-WORK-RECORD
           PERFORM 5200-COPY-WORK-RECORD
               UNTIL EndOfWorkFile
           PERFORM 5300-WRITE-TONIGHT-ROW
               VARYING SlaIdx FROM 1 BY 1
               UNTIL SlaIdx > SlaStepCount
           CLOSE SlaWorkFile
           CLOSE SlaHistoryFile.

       5100-READ-WORK-RECORD.
           READ SlaWorkFile
               AT END SET EndOfWorkFile TO TRUE
           END-READ.

       5200-COPY-WORK-RECORD.
           MOVE SlaWorkRecord TO SlaHistoryRecord
           WRITE SlaHistoryRecord
           PERFORM 5100-READ-WORK-RECORD.

       5300-WRITE-TONIGHT-ROW.
           INITIALIZE SlaHistoryRecord
           MOVE RunDate TO SlaHistDate
           MOVE TabJobName (SlaIdx) TO SlaHistJobName
           MOVE TabStepName (SlaIdx) TO SlaHistStepName
           MOVE TabDeadline (SlaIdx) TO SlaHistDeadline
           IF TabOutcome (SlaIdx) = "M" OR TabOutcome (SlaIdx) = "L"
               MOVE TabEndTime (SlaIdx) TO SlaHistEndTime
           ELSE
               MOVE ZEROS TO SlaHistEndTime
           END-IF
           MOVE TabProjected (SlaIdx) TO SlaHistProjected
           MOVE TabOutcome (SlaIdx) TO SlaHistOutcome
           MOVE TabAlert (SlaIdx) TO SlaHistAlerted
           WRITE SlaHistoryRecord.

       7000-FIND-SLA-STEP.
           MOVE "N" TO SlaFoundSwitch
           SET SlaIdx TO 1
           PERFORM 7100-SEARCH-SLA-STEP
               UNTIL SlaStepFound OR SlaIdx > SlaStepCount.

       7100-SEARCH-SLA-STEP.
           IF TabJobName (SlaIdx) = LookupJobName
               SET SlaStepFound TO TRUE
           ELSE
               SET SlaIdx UP BY 1
           END-IF.

       8000-TIME-TO-SECONDS.
           COMPUTE WorkSeconds =
               WorkHour * 3600 + WorkMinute * 60 + WorkSecond.

       8100-SECONDS-TO-TIME.
           DIVIDE WorkSeconds BY 3600 GIVING WorkHour
               REMAINDER SecondsRemainder
           DIVIDE SecondsRemainder BY 60 GIVING WorkMinute
               REMAINDER WorkSecond.

       8900-CALL-RUNLOG.
           CALL "RUNLOG" USING RunLogSeverity RunLogProgramName
               RunLogMessage
           DISPLAY "*** " RunLogProgramName " " RunLogMessage.

       9000-TERMINATE.
           DISPLAY "SLA steps checked    = " SlaStepCount
           DISPLAY "Met                  = " MetCount
           DISPLAY "On track             = " OnTrackCount
           DISPLAY "At risk              = " AtRiskCount
           DISPLAY "Late                 = " LateCount
           DISPLAY "Missed               = " MissedCount
           DISPLAY "Alerts logged        = " AlertCount
           DISPLAY "Deadlines not usable = " SlaRejectCount
           IF SlaStepCount = ZERO
               OR AtRiskCount > ZERO
               OR LateCount > ZERO
               OR MissedCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "T" TO JobStampMode
           MOVE SlaStepCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM SlaCheck.
