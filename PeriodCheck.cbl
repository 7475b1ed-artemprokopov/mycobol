      ******************************************************************
      * Author: Artem Prokopov
      * Date: 05/10/2026
      * Purpose: Shared fiscal-period check subroutine. Nothing stopped
      *          a late transaction, a rerun register or a back-dated
      *          feed from posting into a month finance had already
      *          reported. Every program that posts money calls this
      *          with the yyyymmdd date it is about to post under and
      *          gets back whether that date falls in a period on the
      *          period file (FISCPER.DAT, layout FISCPER.cpy), the
      *          period's id (yyyypp), whether that period is closed,
      *          and the date to post under: the date itself when its
      *          period is open or not defined, otherwise the first
      *          day of the earliest open period after it - or zeros
      *          when no later period is open, which the caller must
      *          treat as nothing it may post. A date outside every
      *          defined period - or a missing period file - comes
      *          back not found and open, so an unmaintained period
      *          file never stops the shop, the way CALCHECK treats
      *          the calendar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PeriodFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "FISCPER.cpy".
       WORKING-STORAGE SECTION.
       01 PeriodFileStatus         PIC XX.
           88 PeriodFileOK         VALUE "00".
       01 PeriodEndSwitch          PIC X.
           88 EndOfPeriodFile      VALUE "Y".
       01 NextOpenStartDate        PIC 9(8).
       LINKAGE SECTION.
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       PROCEDURE DIVISION USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId
               PerCheckPostingDate.
       MAIN-PROCEDURE.
           MOVE "N" TO PerCheckFoundFlag
           MOVE "N" TO PerCheckClosedFlag
           MOVE SPACES TO PerCheckPeriodId
           MOVE PerCheckDate TO PerCheckPostingDate
           MOVE ZEROS TO NextOpenStartDate
           MOVE "N" TO PeriodEndSwitch
           OPEN INPUT PeriodFile
           IF PeriodFileOK
               PERFORM 1000-READ-PERIOD-RECORD
               PERFORM 2000-CHECK-PERIOD-RECORD
                   UNTIL EndOfPeriodFile
               CLOSE PeriodFile
           END-IF
           IF PeriodClosed
               MOVE NextOpenStartDate TO PerCheckPostingDate
           END-IF
           GOBACK.

       1000-READ-PERIOD-RECORD.
           READ PeriodFile
               AT END SET EndOfPeriodFile TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The whole file is read: the period holding the date can be
      * anywhere on it, and so can the earliest open period that
      * starts after the date, which is where a closed date goes.
      *----------------------------------------------------------------
       2000-CHECK-PERIOD-RECORD.
           IF FpStartDate NUMERIC AND FpEndDate NUMERIC
               IF PerCheckDate >= FpStartDate
                   AND PerCheckDate <= FpEndDate
                   AND NOT PeriodDefined
                   SET PeriodDefined TO TRUE
                   MOVE FpPeriodId TO PerCheckPeriodId
                   IF FpPeriodClosed
                       SET PeriodClosed TO TRUE
                   END-IF
               END-IF
               IF FpPeriodOpen
                   AND FpStartDate > PerCheckDate
                   AND (NextOpenStartDate = ZEROS
                       OR FpStartDate < NextOpenStartDate)
                   MOVE FpStartDate TO NextOpenStartDate
               END-IF
           END-IF
           PERFORM 1000-READ-PERIOD-RECORD.
       END PROGRAM PERIODCHK.
