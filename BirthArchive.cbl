      *          listing, not this pass, is where that gap is
      *          worked.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the year-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BirthArchive.
       01 MasterRecordCount        PIC 9(7) VALUE ZEROS.
       01 KeptRecordCount          PIC 9(7) VALUE ZEROS.
       01 ArchivedRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "BIRTHARC".
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
           IF BirthMasterFileOK
               PERFORM 2000-JUDGE-MASTER-RECORD
                       "run terminated ***"
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE ArchivedRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
