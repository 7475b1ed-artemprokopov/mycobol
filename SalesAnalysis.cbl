      *          carried as negatives on the history), written to
      *          SALESANL.DAT with the standard RPTCTL bracket.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the month-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesAnalysis.
       DATA DIVISION.
       FILE SECTION.
       FD  SalesHistoryFile
           RECORD CONTAINS 73 CHARACTERS.
       01 SalesHistoryRecord.
           02 HistSaleDate             PIC 9(8).
           02 HistDateSplit REDEFINES HistSaleDate.
           02 HistSpace6               PIC X.
           02 HistGrossAmount          PIC S9(8)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace7               PIC X.
           02 HistPeriodStatus         PIC X.
               88 HistPeriodClosed     VALUE "C".
           02 HistSpace8               PIC X.
           02 HistTaxCategory          PIC X.
           02 HistSpace9               PIC X.
           02 HistTaxPercent           PIC 99V99.
           02 HistSpace10              PIC X.
           02 HistTaxTreatment         PIC X.
       FD  SalesAnalysisFile
           RECORD CONTAINS 80 CHARACTERS.
       01 SalesAnalysisRecord.
       01 AmountDisplay            PIC -(9)9.99.
       01 AmountDisplay2           PIC -(9)9.99.
       01 QtyDisplay               PIC -(6)9.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "SALESANL".
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
           IF SalesHistoryFileOK
               PERFORM 2000-TALLY-HISTORY-RECORD
           END-IF
           PERFORM 8000-WRITE-ANALYSIS-REPORT
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE HistoryRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
