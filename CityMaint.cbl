      *                   the way out - two programs can no longer
      *                   rewrite the same master at once.
      *   02/09/2026 AP - Every applied add, change and delete now
      *                   also writes the full record image
      *                   to the structured city-history file
      *                   through the shared CITYHST subroutine, so
      *                   the CityAsOf inquiry can reconstruct any
      *                   branch summary rollup. A missing region
      *                   master accepts any region with a console
      *                   warning.
      *   12/10/2026 AP - Closing a branch now also prompts for its
      *                   successor branch - the open branch on the
      *                   master that takes over the closed branch's
      *                   customers and, from the routing run on, its
      *                   traffic. Reopening a branch clears the
      *                   successor. The record image passed to CITYHST
      *                   grew to 50 bytes with the City Master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CityMaint.
       DATA DIVISION.
       FILE SECTION.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  RegionMasterFile
           RECORD CONTAINS 40 CHARACTERS.
       01 EnteredStatusFlag        PIC X.
       01 EnteredOpenDate          PIC 9(8) VALUE ZEROS.
       01 EnteredCloseDate         PIC 9(8) VALUE ZEROS.
       01 EnteredSuccessor         PIC 99 VALUE ZEROS.
       01 SuccessorOkSwitch        PIC X.
           88 SuccessorAcceptable  VALUE "Y".
       01 SavedCityRecord          PIC X(50).
       01 AddedCount               PIC 9(5) VALUE ZEROS.
       01 ChangedCount             PIC 9(5) VALUE ZEROS.
       01 DeletedCount             PIC 9(5) VALUE ZEROS.
       01 LockResourceName         PIC X(12) VALUE "CITYMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 HistCityRecordImage      PIC X(50).
       01 HistActionCode           PIC X(8).
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
               SET CityBranchActive   TO TRUE
               MOVE EnteredOpenDate   TO CityMasterOpenDate
               MOVE ZEROS             TO CityMasterCloseDate
               MOVE ZEROS             TO CityMasterSuccessor
               WRITE CityMasterRecord
                   INVALID KEY
                       DISPLAY "*** City code " EnteredCityCode
           PERFORM 8100-LOG-BEFORE-IMAGE
           DISPLAY "City: " CityMasterName " (" CityMasterRegion
                   ") status " CityMasterStatus
                   " successor " CityMasterSuccessor
           DISPLAY "Enter the new city name (blank = keep) - "
                   WITH NO ADVANCING
           ACCEPT EnteredCityName
                           WITH NO ADVANCING
                   ACCEPT EnteredCloseDate
                   MOVE EnteredCloseDate TO CityMasterCloseDate
                   PERFORM 4200-PROMPT-SUCCESSOR
               ELSE
                   MOVE ZEROS TO CityMasterCloseDate
                   MOVE ZEROS TO CityMasterSuccessor
               END-IF
           END-IF
           REWRITE CityMasterRecord
                   PERFORM 8950-CALL-CITYHST
           END-REWRITE.

      *----------------------------------------------------------------
      * A closing branch can hand its customers to another branch.
      * The successor must be on the master, open, and not the
      * closing branch itself - checking it reads over the record
      * being changed, so that record is saved and put back.
      *----------------------------------------------------------------
       4200-PROMPT-SUCCESSOR.
           DISPLAY "Enter the successor branch (00 = none) - "
                   WITH NO ADVANCING
           ACCEPT EnteredSuccessor
           MOVE "Y" TO SuccessorOkSwitch
           IF EnteredSuccessor NOT = ZEROS
               IF EnteredSuccessor = CityMasterCode
                   MOVE "N" TO SuccessorOkSwitch
                   DISPLAY "*** A branch cannot succeed itself ***"
               ELSE
                   MOVE CityMasterRecord TO SavedCityRecord
                   MOVE EnteredSuccessor TO CityMasterCode
                   READ CityMasterFile
                       INVALID KEY
                           MOVE "N" TO SuccessorOkSwitch
                           DISPLAY "*** Successor " EnteredSuccessor
                                   " not found on City Master ***"
                       NOT INVALID KEY
                           IF CityBranchClosed
                               MOVE "N" TO SuccessorOkSwitch
                               DISPLAY "*** Successor "
                                       EnteredSuccessor
                                       " is itself closed ***"
                           END-IF
                   END-READ
                   MOVE SavedCityRecord TO CityMasterRecord
               END-IF
           END-IF
           IF SuccessorAcceptable
               MOVE EnteredSuccessor TO CityMasterSuccessor
           ELSE
               MOVE ZEROS TO CityMasterSuccessor
               DISPLAY "*** Branch closed with no successor ***"
           END-IF.

       5000-DELETE-CITY.
           PERFORM 2100-PROMPT-CITY-CODE
           MOVE EnteredCityCode TO CityMasterCode
