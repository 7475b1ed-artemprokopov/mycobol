      *          window. The report goes to JOBTREND.DAT with the
      *          standard RPTCTL bracket.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the month-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobTrend.
       01 ElapsedSeconds           PIC S9(7).
       01 AverageSeconds           PIC 9(7).
       01 CompareSeconds           PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "JOBTREND".
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
           IF JobLogFileOK
               PERFORM 2100-READ-JOB-LOG-RECORD
                       "report produced ***"
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE LogRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
