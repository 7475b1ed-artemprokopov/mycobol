      *                   the record and joins the rejected count.
      *                   A missing region master loads everything
      *                   with a console warning.
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes). An
      *                   extract or backup written before the change
      *                   loads with no successor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CityLoad.
       DATA DIVISION.
       FILE SECTION.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  CityExtractFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy" REPLACING
               ==CityMasterRecord==    BY ==CityExtractRecord==
               ==CityMasterCode==      BY ==CityExtractCode==
               ==CityBranchActive==    BY ==ExtractBranchActive==
               ==CityBranchClosed==    BY ==ExtractBranchClosed==
               ==CityMasterOpenDate==  BY ==CityExtractOpenDate==
               ==CityMasterCloseDate== BY ==CityExtractCloseDate==
               ==CityMasterSuccessor== BY ==CityExtractSuccessor==.
       FD  CityBackupFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy" REPLACING
               ==CityMasterRecord==    BY ==CityBackupRecord==
               ==CityMasterCode==      BY ==CityBackupCode==
               ==CityBranchActive==    BY ==BackupBranchActive==
               ==CityBranchClosed==    BY ==BackupBranchClosed==
               ==CityMasterOpenDate==  BY ==CityBackupOpenDate==
               ==CityMasterCloseDate== BY ==CityBackupCloseDate==
               ==CityMasterSuccessor== BY ==CityBackupSuccessor==.
       FD  RegionMasterFile
           RECORD CONTAINS 40 CHARACTERS.
       01 RegionMasterRecord.
       01 UnchangedCount           PIC 9(5) VALUE ZEROS.
       01 RejectedCount            PIC 9(5) VALUE ZEROS.
       01 BackupRecordCount        PIC 9(5) VALUE ZEROS.
       01 HistCityRecordImage      PIC X(50).
       01 HistOperatorId           PIC X(10) VALUE "CITYLOAD".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "CITYMSTR".
           END-EVALUATE
           PERFORM 3000-READ-EXTRACT-RECORD.

      *----------------------------------------------------------------
      * An extract (or backup) cut before the successor branch was
      * added to the record ends short - it loads as no successor.
      *----------------------------------------------------------------
       4100-APPLY-DETAIL-RECORD.
           IF CityExtractSuccessor NOT NUMERIC
               MOVE ZEROS TO CityExtractSuccessor
           END-IF
           PERFORM 4150-CHECK-EXTRACT-REGION
           IF RegionEntryCount > ZERO AND NOT RegionFound
               ADD 1 TO RejectedCount
