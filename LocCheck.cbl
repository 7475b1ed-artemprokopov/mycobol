      ******************************************************************
      * Author: Artem Prokopov
      * Date: 25/09/2026
      * Purpose: Shared stock-location check subroutine. Stock is
      *          held at the main warehouse and at the branches on
      *          the City Master, and every program that keys a
      *          location needs the same answer to "is this a place
      *          stock can be". Callers pass a two-digit location and
      *          get back whether it is known, whether it is open,
      *          and its name: 00 is always the main warehouse; any
      *          other code is looked up on the City Master
      *          (CITYMSTR.DAT) by CityMasterCode, and a branch
      *          closed there (status C) comes back known but not
      *          active. A code not on the master - or a master that
      *          cannot be opened - comes back not known.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityMasterCode
               FILE STATUS IS CityMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       LINKAGE SECTION.
       01 LocCheckCode             PIC 99.
       01 LocCheckFoundFlag        PIC X.
           88 LocationKnown        VALUE "Y".
       01 LocCheckActiveFlag       PIC X.
           88 LocationActive       VALUE "Y".
       01 LocCheckName             PIC X(15).
       PROCEDURE DIVISION USING LocCheckCode LocCheckFoundFlag
               LocCheckActiveFlag LocCheckName.
       MAIN-PROCEDURE.
           MOVE "N" TO LocCheckFoundFlag
           MOVE "N" TO LocCheckActiveFlag
           MOVE SPACES TO LocCheckName
           IF LocCheckCode = ZERO
               SET LocationKnown TO TRUE
               SET LocationActive TO TRUE
               MOVE "MAIN WAREHOUSE" TO LocCheckName
           ELSE
               PERFORM 1000-READ-CITY-MASTER
           END-IF
           GOBACK.

       1000-READ-CITY-MASTER.
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               MOVE LocCheckCode TO CityMasterCode
               READ CityMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LocationKnown TO TRUE
                       MOVE CityMasterName TO LocCheckName
                       IF NOT CityBranchClosed
                           SET LocationActive TO TRUE
                       END-IF
               END-READ
               CLOSE CityMasterFile
           END-IF.
       END PROGRAM LOCCHECK.
