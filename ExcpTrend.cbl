      *          for instead of one morning's snapshot. The report
      *          goes to EXCPTRND.DAT with the RPTCTL bracket.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the month-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExcpTrend.
       01 AverageCount             PIC 9(5).
       01 PriorRunTally            PIC 9(5).
       01 DirectionText            PIC X(4).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "EXCPTRND".
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
           IF ExceptHistFileOK
               PERFORM 2100-READ-HISTORY-RECORD
           PERFORM 3000-WRITE-PROGRAM-TREND
               VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > 3
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE HistRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
