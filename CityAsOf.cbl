      *          close of that date - or reports that the branch was
      *          deleted, or did not yet exist.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Replayed and displayed the successor branch
      *                   now carried at the end of each history row.
      *                   Rows written before the successor existed
      *                   end short, and read as no successor (00).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CityAsOf.
       DATA DIVISION.
       FILE SECTION.
       FD  CityHistoryFile
           RECORD CONTAINS 87 CHARACTERS.
       01 CityHistoryRecord.
           02 HistRecordImage          PIC X(48).
           02 HistImageSplit REDEFINES HistRecordImage.
           02 HistOperatorOut          PIC X(10).
           02 HistSpace4               PIC X.
           02 HistActionOut            PIC X(8).
           02 HistSpace5               PIC X.
           02 HistSuccessorOut         PIC XX.
       WORKING-STORAGE SECTION.
       01 CityHistoryFileStatus    PIC XX.
           88 CityHistoryFileOK    VALUE "00".
       01 WantedAsOfDate           PIC 9(8).
       01 HistoryRecordCount       PIC 9(7) VALUE ZEROS.
       01 MatchedChangeCount       PIC 9(5) VALUE ZEROS.
       01 ReconstructedImage       PIC X(50).
       01 ReconstructedSplit REDEFINES ReconstructedImage.
           02 AsOfCityCode         PIC 99.
           02 AsOfCityName         PIC X(15).
           02 AsOfCityStatus       PIC X.
           02 AsOfOpenDate         PIC 9(8).
           02 AsOfCloseDate        PIC 9(8).
           02 AsOfSuccessor        PIC 99.
       01 LastActionSeen           PIC X(8) VALUE SPACES.
       01 LastChangeDateSeen       PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
           IF HistCityCode = WantedCityCode
               AND HistChangeDate <= WantedAsOfDate
               ADD 1 TO MatchedChangeCount
               MOVE HistRecordImage TO ReconstructedImage (1:48)
               IF HistSuccessorOut NUMERIC
                   MOVE HistSuccessorOut TO AsOfSuccessor
               ELSE
                   MOVE ZEROS TO AsOfSuccessor
               END-IF
               MOVE HistActionOut   TO LastActionSeen
               MOVE HistChangeDate  TO LastChangeDateSeen
           END-IF
                   DISPLAY "  Status   " AsOfCityStatus
                   DISPLAY "  Opened   " AsOfOpenDate
                   DISPLAY "  Closed   " AsOfCloseDate
                   DISPLAY "  Successor " AsOfSuccessor
                   DISPLAY "  Last change " LastChangeDateSeen
                           " (" LastActionSeen ")"
           END-EVALUATE
