      *          as a working day with a warning - an unmaintained
      *          calendar must never silently stop the shop.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Takes an optional MONTH, QUARTER or YEAR
      *                   parameter for the PERIODRUN stream:
      *                   RETURN-CODE 0 when CALPERIOD says today ends
      *                   that period, 4 otherwise (a date missing
      *                   from the calendar included). With no
      *                   parameter the nightly working-day gate is
      *                   unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalGate.
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 CalGateParm              PIC X(10).
           88 GateMonthEnd         VALUE "MONTH".
           88 GateQuarterEnd       VALUE "QUARTER".
           88 GateYearEnd          VALUE "YEAR".
           88 GateProcessingDay    VALUE SPACES.
       01 CalPeriodFoundFlag       PIC X.
           88 PeriodDateFound      VALUE "Y".
       01 CalPeriodMonthEndFlag    PIC X.
           88 PeriodMonthEnd       VALUE "Y".
       01 CalPeriodQuarterEndFlag  PIC X.
           88 PeriodQuarterEnd     VALUE "Y".
       01 CalPeriodYearEndFlag     PIC X.
           88 PeriodYearEnd        VALUE "Y".
       01 PeriodDueSwitch          PIC X.
           88 PeriodDue            VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT CalGateParm FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN GateProcessingDay
                   PERFORM 1000-GATE-PROCESSING-DAY
               WHEN GateMonthEnd OR GateQuarterEnd OR GateYearEnd
                   PERFORM 2000-GATE-PERIOD-END
               WHEN OTHER
                   DISPLAY "*** CalGate parameter " CalGateParm
                           " not MONTH, QUARTER or YEAR - "
                           "period work skipped ***"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-GATE-PROCESSING-DAY.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
               DISPLAY RunDate " is not a processing day ("
                       CalCheckDescription ") - stream skipped"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Period-end gates for PERIODRUN: RETURN-CODE 0 only when the
      * calendar flags today as the named period's end. A date
      * missing from the calendar answers 4 - period work is never
      * started on a guess, unlike the nightly working-day default.
      *----------------------------------------------------------------
       2000-GATE-PERIOD-END.
           CALL "CALPERIOD" USING RunDate CalPeriodFoundFlag
               CalPeriodMonthEndFlag CalPeriodQuarterEndFlag
               CalPeriodYearEndFlag
           IF NOT PeriodDateFound
               DISPLAY "*** " RunDate " not on the processing "
                       "calendar - period work skipped ***"
           END-IF
           MOVE "N" TO PeriodDueSwitch
           EVALUATE TRUE
               WHEN GateMonthEnd AND PeriodMonthEnd
                   SET PeriodDue TO TRUE
               WHEN GateQuarterEnd AND PeriodQuarterEnd
                   SET PeriodDue TO TRUE
               WHEN GateYearEnd AND PeriodYearEnd
                   SET PeriodDue TO TRUE
           END-EVALUATE
           IF PeriodDue
               DISPLAY RunDate " ends the period - period programs "
                       "run for " CalGateParm
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY RunDate " does not end the period - period "
                       "programs skipped for " CalGateParm
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM CalGate.
