      *          branch's record as of a requested date by replaying
      *          this file.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Carried the City Master's new successor
      *                   branch (CityMasterSuccessor, bytes 49-50 of
      *                   the now 50-byte image). The first 48 bytes
      *                   keep their place in the history record and
      *                   the successor is appended after the action,
      *                   so rows written before the change still read
      *                   the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITYHST.
       DATA DIVISION.
       FILE SECTION.
       FD  CityHistoryFile
           RECORD CONTAINS 87 CHARACTERS.
       01 CityHistoryRecord.
           02 HistRecordImage          PIC X(48).
           02 HistSpace1               PIC X.
           02 HistOperatorOut          PIC X(10).
           02 HistSpace4               PIC X.
           02 HistActionOut            PIC X(8).
           02 HistSpace5               PIC X.
           02 HistSuccessorOut         PIC 99.
       WORKING-STORAGE SECTION.
       01 CityHistoryFileStatus    PIC XX.
           88 CityHistoryFileOK    VALUE "00".
       01 HistSystemDate           PIC 9(8).
       01 HistSystemTimeOfDay      PIC 9(8).
       LINKAGE SECTION.
       01 HistCityRecordImage      PIC X(50).
       01 HistOperatorId           PIC X(10).
       01 HistActionCode           PIC X(8).
       PROCEDURE DIVISION USING HistCityRecordImage HistOperatorId
               OPEN OUTPUT CityHistoryFile
           END-IF
           INITIALIZE CityHistoryRecord
           MOVE HistCityRecordImage (1:48) TO HistRecordImage
           MOVE HistCityRecordImage (49:2) TO HistSuccessorOut
           MOVE HistSystemDate TO HistChangeDate
           MOVE HistSystemTimeOfDay (1:6) TO HistChangeTime
           MOVE HistOperatorId TO HistOperatorOut
