      *          that year and keeping every other year untouched -
      *          and logs each action through AUDITLOG.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - The month-end override becomes a period-end
      *                   override: after the date it asks for (M)onth,
      *                   (Q)uarter or (Y)ear and sets the quarter-end
      *                   and year-end flags the calendar record now
      *                   carries (the wider period setting the narrower
      *                   flags with it), audited as CAL-MONTHEND,
      *                   CAL-QTREND or CAL-YEAREND. Generation starts
      *                   every day with all three flags off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalMaint.
       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile
           RECORD CONTAINS 37 CHARACTERS.
       01 CalendarRecord.
           02 CalendarDate             PIC 9(8).
           02 CalendarSplit REDEFINES CalendarDate.
           02 CalendarMonthEndFlag     PIC X.
           02 CalendarSpace3           PIC X.
           02 CalendarDescription      PIC X(20).
           02 CalendarSpace4           PIC X.
           02 CalendarQuarterEndFlag   PIC X.
           02 CalendarSpace5           PIC X.
           02 CalendarYearEndFlag      PIC X.
       FD  CalendarWorkFile
           RECORD CONTAINS 37 CHARACTERS.
       01 CalendarWorkRecord           PIC X(37).
       WORKING-STORAGE SECTION.
       01 CalendarFileStatus       PIC XX.
           88 CalendarFileOK       VALUE "00".
               03 TableWorkingFlag  PIC X.
               03 TableMonthEndFlag PIC X.
               03 TableDescription  PIC X(20).
               03 TableQuarterEndFlag PIC X.
               03 TableYearEndFlag  PIC X.
       01 YearDayCount             PIC 9(3) VALUE ZEROS.
       01 GeneratedYear            PIC 9(4) VALUE ZEROS.
       01 ExpectedDayCount         PIC 9(3).
       01 EnteredDateText          PIC X(8).
       01 EnteredDate              PIC 9(8).
       01 EnteredDescription       PIC X(20).
       01 PeriodEndCode            PIC X.
           88 PeriodEndMonth       VALUE "M".
           88 PeriodEndQuarter     VALUE "Q".
           88 PeriodEndYear        VALUE "Y".
       01 DayFoundSwitch           PIC X.
           88 DayFound             VALUE "Y".
       01 DaysInMonthValues.
           STOP RUN.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (G)enerate (H)oliday (M)onth/period-"
                   "end (R)elease (Q)uit - " WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionGenerate PERFORM 3000-GENERATE-YEAR
               MOVE "Y" TO TableWorkingFlag (DayIdx)
               MOVE SPACES TO TableDescription (DayIdx)
           END-IF
           MOVE "N" TO TableMonthEndFlag (DayIdx)
           MOVE "N" TO TableQuarterEndFlag (DayIdx)
           MOVE "N" TO TableYearEndFlag (DayIdx).

       3500-CHECK-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
               DISPLAY "Holiday keyed"
           END-IF.

      *----------------------------------------------------------------
      * Period-end override. A quarter-end day is always a month-end
      * day and a year-end day is all three, so the wider period
      * sets the narrower flags with it - PERIODRUN then runs the
      * monthly set on every quarter-end and year-end day as well.
      *----------------------------------------------------------------
       5000-KEY-MONTH-END.
           PERFORM 7000-PROMPT-AND-FIND-DAY
           IF DayFound
               DISPLAY "Period - (M)onth (Q)uarter (Y)ear - "
                       WITH NO ADVANCING
               ACCEPT PeriodEndCode
               EVALUATE TRUE
                   WHEN PeriodEndMonth
                       MOVE "Y" TO TableMonthEndFlag (DayIdx)
                       MOVE "CAL-MONTHEND" TO AuditFieldName
                   WHEN PeriodEndQuarter
                       MOVE "Y" TO TableMonthEndFlag (DayIdx)
                       MOVE "Y" TO TableQuarterEndFlag (DayIdx)
                       MOVE "CAL-QTREND" TO AuditFieldName
                   WHEN PeriodEndYear
                       MOVE "Y" TO TableMonthEndFlag (DayIdx)
                       MOVE "Y" TO TableQuarterEndFlag (DayIdx)
                       MOVE "Y" TO TableYearEndFlag (DayIdx)
                       MOVE "CAL-YEAREND" TO AuditFieldName
                   WHEN OTHER
                       MOVE SPACES TO AuditFieldName
               END-EVALUATE
               IF AuditFieldName = SPACES
                   DISPLAY "*** Invalid period - nothing keyed ***"
               ELSE
                   MOVE SPACES TO AuditValueEntered
                   MOVE EnteredDate TO AuditValueEntered (1:8)
                   PERFORM 8900-CALL-AUDITLOG
                   DISPLAY "Period-end override keyed"
               END-IF
           END-IF.

       7000-PROMPT-AND-FIND-DAY.
           MOVE TableWorkingFlag (DayIdx)  TO CalendarWorkingFlag
           MOVE TableMonthEndFlag (DayIdx) TO CalendarMonthEndFlag
           MOVE TableDescription (DayIdx)  TO CalendarDescription
           MOVE TableQuarterEndFlag (DayIdx)
                                           TO CalendarQuarterEndFlag
           MOVE TableYearEndFlag (DayIdx)  TO CalendarYearEndFlag
           WRITE CalendarRecord
           ADD 1 TO ReleasedDayCount.

