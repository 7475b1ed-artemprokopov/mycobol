      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Shared period-end check against the processing
      *          calendar. The monthly, quarterly and year-end
      *          programs were started by hand on whichever morning
      *          somebody remembered; the calendar now carries
      *          quarter-end and year-end flags beside the month-end
      *          flag, and CalGate (for the PERIODRUN stream) and
      *          MorningStatus call this with a yyyymmdd date to get
      *          all three back. A quarter-end or year-end day always
      *          counts as a month-end day, and a year-end day as a
      *          quarter-end day, whichever flags were keyed. A date
      *          not on the calendar - or a missing calendar file -
      *          comes back not-found with every period flag off:
      *          unlike CALCHECK's working-day default, no period work
      *          is ever started on a guess.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALPERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalendarFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile
           RECORD CONTAINS 37 CHARACTERS.
       01 CalendarRecord.
           02 CalendarDate             PIC 9(8).
           02 CalendarSpace1           PIC X.
           02 CalendarWorkingFlag      PIC X.
           02 CalendarSpace2           PIC X.
           02 CalendarMonthEndFlag     PIC X.
           02 CalendarSpace3           PIC X.
           02 CalendarDescription      PIC X(20).
           02 CalendarSpace4           PIC X.
           02 CalendarQuarterEndFlag   PIC X.
           02 CalendarSpace5           PIC X.
           02 CalendarYearEndFlag      PIC X.
       WORKING-STORAGE SECTION.
       01 CalendarFileStatus       PIC XX.
           88 CalendarFileOK       VALUE "00".
       01 CalendarEndSwitch        PIC X.
           88 EndOfCalendar        VALUE "Y".
       LINKAGE SECTION.
       01 CalPeriodDate            PIC 9(8).
       01 CalPeriodFoundFlag       PIC X.
           88 PeriodDateFound      VALUE "Y".
       01 CalPeriodMonthEndFlag    PIC X.
           88 PeriodMonthEnd       VALUE "Y".
       01 CalPeriodQuarterEndFlag  PIC X.
           88 PeriodQuarterEnd     VALUE "Y".
       01 CalPeriodYearEndFlag     PIC X.
           88 PeriodYearEnd        VALUE "Y".
       PROCEDURE DIVISION USING CalPeriodDate CalPeriodFoundFlag
               CalPeriodMonthEndFlag CalPeriodQuarterEndFlag
               CalPeriodYearEndFlag.
       MAIN-PROCEDURE.
           MOVE "N" TO CalPeriodFoundFlag
           MOVE "N" TO CalPeriodMonthEndFlag
           MOVE "N" TO CalPeriodQuarterEndFlag
           MOVE "N" TO CalPeriodYearEndFlag
           MOVE "N" TO CalendarEndSwitch
           OPEN INPUT CalendarFile
           IF CalendarFileOK
               PERFORM 1000-READ-CALENDAR-RECORD
               PERFORM 2000-MATCH-CALENDAR-RECORD
                   UNTIL PeriodDateFound OR EndOfCalendar
               CLOSE CalendarFile
           END-IF
           IF PeriodYearEnd
               MOVE "Y" TO CalPeriodQuarterEndFlag
           END-IF
           IF PeriodQuarterEnd
               MOVE "Y" TO CalPeriodMonthEndFlag
           END-IF
           GOBACK.

       1000-READ-CALENDAR-RECORD.
           READ CalendarFile
               AT END SET EndOfCalendar TO TRUE
           END-READ.

       2000-MATCH-CALENDAR-RECORD.
           IF CalendarDate = CalPeriodDate
               SET PeriodDateFound TO TRUE
               IF CalendarMonthEndFlag = "Y"
                   MOVE "Y" TO CalPeriodMonthEndFlag
               END-IF
               IF CalendarQuarterEndFlag = "Y"
                   MOVE "Y" TO CalPeriodQuarterEndFlag
               END-IF
               IF CalendarYearEndFlag = "Y"
                   MOVE "Y" TO CalPeriodYearEndFlag
               END-IF
           ELSE
               PERFORM 1000-READ-CALENDAR-RECORD
           END-IF.
       END PROGRAM CALPERIOD.
