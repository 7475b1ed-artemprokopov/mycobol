      *          unmaintained calendar never stops the shop; callers
      *          decide how loudly to warn.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Calendar record widened to 37 bytes with
      *                   quarter-end and year-end flags for CALPERIOD
      *                   and the PERIODRUN stream. Shorter records
      *                   written before the change read the new flags
      *                   as spaces - not set - and the CALCHECK linkage
      *                   is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHECK.
       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile
           RECORD CONTAINS 37 CHARACTERS.
       01 CalendarRecord.
           02 CalendarDate             PIC 9(8).
           02 CalendarSpace1           PIC X.
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
