      *          single OK / ATTENTION verdict line and a matching
      *          RETURN-CODE (0 OK, 4 attention).
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Adds a period-end section: on a day CALPERIOD
      *                   flags as a month, quarter or year end, each
      *                   PERIODRUN job due for that period is shown
      *                   with its RUNSTATE.DAT completion code for the
      *                   day, or NOT RUN; a missing or non-zero
      *                   completion makes the verdict ATTENTION. Other
      *                   days say NOT A PERIOD-END DAY.
      *   12/10/2026 AP - Expects SLARPT, the monthly batch SLA
      *                   attainment report, among the month-end
      *                   PERIODRUN jobs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MorningStatus.
           SELECT DashboardFile ASSIGN TO "EXCPDASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DashboardFileStatus.
           SELECT RunStateFile ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunStateFileStatus.
           SELECT StatusReportFile ASSIGN TO "MORNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORD CONTAINS 60 CHARACTERS.
       01 DashboardRecord.
           02 DashboardLineText        PIC X(60).
       FD  RunStateFile
           RECORD CONTAINS 20 CHARACTERS.
       01 RunStateRecord.
           02 StateJobName             PIC X(8).
           02 StateSpace1              PIC X.
           02 StateRunDate             PIC 9(8).
           02 StateSpace2              PIC X.
           02 StateCompletionCode      PIC 99.
       FD  StatusReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 StatusReportRecord.
           88 BalanceFileOK        VALUE "00".
       01 DashboardFileStatus      PIC XX.
           88 DashboardFileOK      VALUE "00".
       01 RunStateFileStatus       PIC XX.
           88 RunStateFileOK       VALUE "00".
       01 JobLogEndSwitch          PIC X VALUE "N".
           88 EndOfJobLog          VALUE "Y".
       01 RunLogEndSwitch          PIC X VALUE "N".
           88 EndOfBalance         VALUE "Y".
       01 DashboardEndSwitch       PIC X VALUE "N".
           88 EndOfDashboard       VALUE "Y".
       01 RunStateEndSwitch        PIC X VALUE "N".
           88 EndOfRunState        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SpikeFlagCount           PIC 9(5) VALUE ZEROS.
       01 IncompleteJobCount       PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------------------
      * The PERIODRUN jobs by JOBSTAMP name, each with the period
      * whose end runs it (M month, Q quarter, Y year) - kept in
      * step with PERIODRUN.jcl.
      *----------------------------------------------------------------
       01 PeriodJobValues.
           02 FILLER               PIC X(9) VALUE "ARSTMT  M".
           02 FILLER               PIC X(9) VALUE "ARDUNLTRM".
           02 FILLER               PIC X(9) VALUE "SALESANLM".
           02 FILLER               PIC X(9) VALUE "BIRTHMLSM".
           02 FILLER               PIC X(9) VALUE "SRVANNIVM".
           02 FILLER               PIC X(9) VALUE "BRCHTRNDM".
           02 FILLER               PIC X(9) VALUE "EXCPTRNDM".
           02 FILLER               PIC X(9) VALUE "JOBTRENDM".
           02 FILLER               PIC X(9) VALUE "SLARPT  M".
           02 FILLER               PIC X(9) VALUE "HEADCNT Q".
           02 FILLER               PIC X(9) VALUE "BIRTHARCY".
           02 FILLER               PIC X(9) VALUE "PERSRETNY".
       01 PeriodJobTable REDEFINES PeriodJobValues.
           02 PeriodJobEntry OCCURS 12 TIMES
               INDEXED BY PeriodIdx.
               03 PeriodJobName     PIC X(8).
               03 PeriodJobType     PIC X.
       01 PeriodResultTable.
           02 PeriodResultEntry OCCURS 12 TIMES.
               03 PeriodJobSeen     PIC X.
               03 PeriodJobCode     PIC 99.
       01 PeriodJobCount           PIC 99 VALUE 12.
       01 CalPeriodFoundFlag       PIC X.
           88 PeriodDateFound      VALUE "Y".
       01 CalPeriodMonthEndFlag    PIC X.
           88 PeriodMonthEnd       VALUE "Y".
       01 CalPeriodQuarterEndFlag  PIC X.
           88 PeriodQuarterEnd     VALUE "Y".
       01 CalPeriodYearEndFlag     PIC X.
           88 PeriodYearEnd        VALUE "Y".
       01 PeriodJobDueSwitch       PIC X.
           88 PeriodJobDue         VALUE "Y".
       01 PeriodEndText            PIC X(7).
       01 AttentionSwitch          PIC X VALUE "N".
           88 NightNeedsAttention  VALUE "Y".
       PROCEDURE DIVISION.
           PERFORM 4000-FOLD-IN-BALANCE-LINES
           PERFORM 5000-FOLD-IN-SPIKE-FLAGS
           PERFORM 8000-WRITE-JOB-SECTION
           PERFORM 6000-CHECK-PERIOD-END
           PERFORM 8500-WRITE-VERDICT
           PERFORM 9000-TERMINATE
           STOP RUN.
           END-IF
           PERFORM 5100-READ-DASHBOARD-RECORD.

      *----------------------------------------------------------------
      * Period-end: on a day the calendar flags as a month, quarter
      * or year end, every PERIODRUN job due for that period must
      * have a completion for today on RUNSTATE.DAT - a job that
      * never completed, or completed non-zero, makes it an
      * ATTENTION morning. The last completion recorded wins, so a
      * clean rerun clears an earlier failure.
      *----------------------------------------------------------------
       6000-CHECK-PERIOD-END.
           CALL "CALPERIOD" USING RunDate CalPeriodFoundFlag
               CalPeriodMonthEndFlag CalPeriodQuarterEndFlag
               CalPeriodYearEndFlag
           MOVE SPACES TO StatusLineText
           EVALUATE TRUE
               WHEN PeriodYearEnd    MOVE "YEAR" TO PeriodEndText
               WHEN PeriodQuarterEnd MOVE "QUARTER" TO PeriodEndText
               WHEN PeriodMonthEnd   MOVE "MONTH" TO PeriodEndText
               WHEN OTHER            MOVE SPACES TO PeriodEndText
           END-EVALUATE
           IF PeriodEndText = SPACES
               MOVE "PERIOD-END: NOT A PERIOD-END DAY"
                   TO StatusLineText
               PERFORM 8900-WRITE-STATUS-LINE
           ELSE
               STRING "PERIOD-END: " DELIMITED BY SIZE
                      PeriodEndText DELIMITED BY SPACE
                      "-END DAY" DELIMITED BY SIZE
                   INTO StatusLineText
               END-STRING
               PERFORM 8900-WRITE-STATUS-LINE
               INITIALIZE PeriodResultTable
               PERFORM 6100-GATHER-RUN-STATES
               PERFORM 6300-WRITE-PERIOD-JOB-LINE
                   VARYING PeriodIdx FROM 1 BY 1
                   UNTIL PeriodIdx > PeriodJobCount
           END-IF.

       6100-GATHER-RUN-STATES.
           OPEN INPUT RunStateFile
           IF RunStateFileOK
               PERFORM 6110-READ-RUN-STATE-RECORD
               PERFORM 6200-NOTE-RUN-STATE
                   UNTIL EndOfRunState
               CLOSE RunStateFile
           ELSE
               MOVE "RUNSTATE.DAT NOT AVAILABLE" TO StatusLineText
               PERFORM 8900-WRITE-STATUS-LINE
           END-IF.

       6110-READ-RUN-STATE-RECORD.
           READ RunStateFile
               AT END SET EndOfRunState TO TRUE
           END-READ.

       6200-NOTE-RUN-STATE.
           IF StateRunDate = RunDate
               SET PeriodIdx TO 1
               SEARCH PeriodJobEntry
                   WHEN PeriodJobName (PeriodIdx) = StateJobName
                       MOVE "Y" TO PeriodJobSeen (PeriodIdx)
                       MOVE StateCompletionCode
                           TO PeriodJobCode (PeriodIdx)
               END-SEARCH
           END-IF
           PERFORM 6110-READ-RUN-STATE-RECORD.

       6300-WRITE-PERIOD-JOB-LINE.
           MOVE "N" TO PeriodJobDueSwitch
           EVALUATE PeriodJobType (PeriodIdx)
               WHEN "M"
                   IF PeriodMonthEnd
                       SET PeriodJobDue TO TRUE
                   END-IF
               WHEN "Q"
                   IF PeriodQuarterEnd
                       SET PeriodJobDue TO TRUE
                   END-IF
               WHEN "Y"
                   IF PeriodYearEnd
                       SET PeriodJobDue TO TRUE
                   END-IF
           END-EVALUATE
           IF PeriodJobDue
               MOVE SPACES TO StatusLineText
               IF PeriodJobSeen (PeriodIdx) = "Y"
                   STRING "PERIOD JOB " DELIMITED BY SIZE
                          PeriodJobName (PeriodIdx) DELIMITED BY SIZE
                          " RC " DELIMITED BY SIZE
                          PeriodJobCode (PeriodIdx) DELIMITED BY SIZE
                       INTO StatusLineText
                   END-STRING
                   IF PeriodJobCode (PeriodIdx) NOT = ZEROS
                       SET NightNeedsAttention TO TRUE
                   END-IF
               ELSE
                   STRING "PERIOD JOB " DELIMITED BY SIZE
                          PeriodJobName (PeriodIdx) DELIMITED BY SIZE
                          " *** NOT RUN ***" DELIMITED BY SIZE
                       INTO StatusLineText
                   END-STRING
                   SET NightNeedsAttention TO TRUE
               END-IF
               PERFORM 8900-WRITE-STATUS-LINE
           END-IF.

      *----------------------------------------------------------------
      * One line per job: start, end, elapsed seconds. A job with a
      * START and no END never finished - that alone is an
