      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Annual load of the branch targets, in the
      *          RateCsvImport mold. The regional managers' targets
      *          live in finance's spreadsheet; once a year it is
      *          exported as BRCHTGT.CSV - one line per branch per
      *          month: city code, month yyyymm, target transaction
      *          count, target amount with a decimal point - and this
      *          program loads it into BRCHTGT.DAT (layout
      *          BRCHTGT.cpy) for BranchTarget's actual-versus-target
      *          report. The year being loaded is given on the
      *          command line (yyyy): every row already on file for
      *          that year is replaced by the CSV, every other year's
      *          rows are kept, so a corrected spreadsheet can simply
      *          be loaded again. Each line is validated - branch on
      *          the City Master, month inside the year being loaded,
      *          numeric count and amount, no branch and month given
      *          twice - and malformed lines are rejected to
      *          BRCHTGTX.DAT (RPTCTL bracket) with the line number.
      *          The file is rebuilt through BRCHTGT.TMP and copied
      *          back, and only once the CSV is known to be there.
      *          RETURN-CODE 0 clean, 4 when a line was rejected, 8
      *          when no year was given or the CSV is missing -
      *          nothing loaded.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TargetCsvImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TargetCsvFile ASSIGN TO "BRCHTGT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TargetCsvFileStatus.
           SELECT BranchTargetFile ASSIGN TO "BRCHTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchTargetFileStatus.
           SELECT TargetWorkFile ASSIGN TO "BRCHTGT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TargetWorkFileStatus.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
           SELECT ImportExceptFile ASSIGN TO "BRCHTGTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TargetCsvFile
           RECORD CONTAINS 40 CHARACTERS.
       01 TargetCsvRecord.
           02 CsvLineText              PIC X(40).
       FD  BranchTargetFile
           RECORD CONTAINS 29 CHARACTERS.
           COPY "BRCHTGT.cpy".
       FD  TargetWorkFile
           RECORD CONTAINS 29 CHARACTERS.
       01 TargetWorkRecord             PIC X(29).
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  ImportExceptFile
           RECORD CONTAINS 79 CHARACTERS.
       01 ImportExceptRecord.
           02 ExceptLineNumber         PIC 9(7).
           02 ExceptSpace1             PIC X.
           02 ExceptReasonText         PIC X(30).
           02 ExceptSpace2             PIC X.
           02 ExceptLineText           PIC X(40).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 TargetCsvFileStatus      PIC XX.
           88 TargetCsvFileOK      VALUE "00".
       01 BranchTargetFileStatus   PIC XX.
           88 BranchTargetFileOK   VALUE "00".
       01 TargetWorkFileStatus     PIC XX.
           88 TargetWorkFileOK     VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 CsvOpenedSwitch          PIC X VALUE "N".
           88 CsvFileOpened        VALUE "Y".
       01 CityMasterOpenSwitch     PIC X VALUE "N".
           88 CityMasterOpened     VALUE "Y".
       01 CsvEndSwitch             PIC X VALUE "N".
           88 EndOfCsvFile         VALUE "Y".
       01 OldTargetEndSwitch       PIC X VALUE "N".
           88 EndOfOldTargets      VALUE "Y".
       01 WorkEndSwitch            PIC X VALUE "N".
           88 EndOfWorkFile        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 ImportParm               PIC X(40).
       01 LoadYearWord             PIC X(8).
       01 LoadYear                 PIC 9(4) VALUE ZEROS.
       01 LoadFailedSwitch         PIC X VALUE "N".
           88 LoadFailed           VALUE "Y".
       01 LineNumber               PIC 9(7) VALUE ZEROS.
       01 ImportedCount            PIC 9(7) VALUE ZEROS.
       01 RejectedCount            PIC 9(7) VALUE ZEROS.
       01 KeptCount                PIC 9(7) VALUE ZEROS.
       01 ReplacedCount            PIC 9(7) VALUE ZEROS.
       01 CityToken                PIC X(8).
       01 MonthToken               PIC X(8).
       01 CountToken               PIC X(12).
       01 AmountToken              PIC X(16).
       01 ExtraToken               PIC X(8).
       01 TokenCount               PIC 9(2).
       01 AmountIntToken           PIC X(12).
       01 AmountFracToken          PIC X(4).
       01 ParseToken               PIC X(12).
       01 ParseValue               PIC 9(12).
       01 ParseDigitCount          PIC 9(2).
       01 ParseCharIdx             PIC 9(2).
       01 ParseDigit               PIC 9.
       01 ParseNumericSwitch       PIC X.
           88 ParsedValueNumeric   VALUE "Y".
       01 ParsedCityCode           PIC 99.
       01 ParsedYearMonth          PIC 9(6).
       01 ParsedMonthSplit REDEFINES ParsedYearMonth.
           02 ParsedYear           PIC 9(4).
           02 ParsedMonth          PIC 99.
       01 ParsedCount              PIC 9(7).
       01 ParsedAmount             PIC 9(9)V99.
      *    One flag per branch and month of the year being loaded, so
      *    a branch and month given twice in the CSV is caught.
       01 LoadedMonthTable.
           02 LoadedCityEntry OCCURS 99 TIMES.
               03 LoadedMonthFlag   PIC X OCCURS 12 TIMES.
       01 CitySub                  PIC 9(3).
       01 RejectReason             PIC X(30).
       01 LineValidSwitch          PIC X.
           88 LineIsValid          VALUE "Y".
           88 LineIsInvalid        VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF CsvFileOpened
               PERFORM 3000-PROCESS-CSV-LINE UNTIL EndOfCsvFile
               PERFORM 4000-REPLACE-TARGET-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO ImportParm
           ACCEPT ImportParm FROM COMMAND-LINE
           MOVE SPACES TO LoadYearWord
           UNSTRING ImportParm DELIMITED BY ALL SPACES
               INTO LoadYearWord
           END-UNSTRING
           OPEN OUTPUT ImportExceptFile
           PERFORM 1050-WRITE-EXCEPT-HEADER
           PERFORM 1100-CLEAR-LOADED-CITY
               VARYING CitySub FROM 1 BY 1
               UNTIL CitySub > 99
           IF LoadYearWord (1:4) NUMERIC
               AND LoadYearWord (5:4) = SPACES
               AND LoadYearWord (1:4) > "1999"
               MOVE LoadYearWord (1:4) TO LoadYear
           ELSE
               SET LoadFailed TO TRUE
               DISPLAY "*** No target year (yyyy) on the command "
                       "line - nothing loaded ***"
           END-IF
      *    BRCHTGT.DAT is only rebuilt once the CSV is known to be
      *    there - a missing export must leave the targets on file
      *    intact.
           IF NOT LoadFailed
               OPEN INPUT TargetCsvFile
               IF TargetCsvFileOK
                   SET CsvFileOpened TO TRUE
                   PERFORM 1200-OPEN-CITY-MASTER
                   PERFORM 2000-KEEP-OTHER-YEARS
                   PERFORM 1300-READ-CSV-LINE
               ELSE
                   SET LoadFailed TO TRUE
                   DISPLAY "*** Branch target CSV not available - "
                           "nothing loaded ***"
               END-IF
           END-IF.

       1050-WRITE-EXCEPT-HEADER.
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "TGTIMP" TO HeaderProgramName
           MOVE RunDate   TO HeaderRunDate
           MOVE RunTime   TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-CLEAR-LOADED-CITY.
           MOVE ALL "N" TO LoadedCityEntry (CitySub).

       1200-OPEN-CITY-MASTER.
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               SET CityMasterOpened TO TRUE
           ELSE
               DISPLAY "*** City Master not available - "
                       "branch codes not validated ***"
           END-IF.

       1300-READ-CSV-LINE.
           READ TargetCsvFile
               AT END SET EndOfCsvFile TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Every row on file for another year goes to the work file as
      * it stands; the year being loaded is dropped and comes back
      * from the CSV.
      *----------------------------------------------------------------
       2000-KEEP-OTHER-YEARS.
           OPEN OUTPUT TargetWorkFile
           OPEN INPUT BranchTargetFile
           IF BranchTargetFileOK
               PERFORM 2100-READ-OLD-TARGET-RECORD
               PERFORM 2200-KEEP-OLD-TARGET-RECORD
                   UNTIL EndOfOldTargets
               CLOSE BranchTargetFile
           ELSE
               DISPLAY "*** No prior BRCHTGT.DAT - "
                       "target file started ***"
           END-IF.

       2100-READ-OLD-TARGET-RECORD.
           READ BranchTargetFile
               AT END SET EndOfOldTargets TO TRUE
           END-READ.

       2200-KEEP-OLD-TARGET-RECORD.
           IF BrchTgtYear = LoadYear
               ADD 1 TO ReplacedCount
           ELSE
               MOVE BranchTargetRecord TO TargetWorkRecord
               WRITE TargetWorkRecord
               ADD 1 TO KeptCount
           END-IF
           PERFORM 2100-READ-OLD-TARGET-RECORD.

       3000-PROCESS-CSV-LINE.
           ADD 1 TO LineNumber
           PERFORM 3100-PARSE-CSV-LINE
           PERFORM 3200-VALIDATE-CSV-FIELDS
           IF LineIsValid
               PERFORM 3300-WRITE-TARGET-RECORD
           ELSE
               PERFORM 3900-WRITE-IMPORT-REJECT
           END-IF
           PERFORM 1300-READ-CSV-LINE.

       3100-PARSE-CSV-LINE.
           MOVE SPACES TO CityToken
           MOVE SPACES TO MonthToken
           MOVE SPACES TO CountToken
           MOVE SPACES TO AmountToken
           MOVE SPACES TO ExtraToken
           MOVE ZEROS  TO TokenCount
           UNSTRING CsvLineText DELIMITED BY ","
               INTO CityToken MonthToken CountToken AmountToken
                    ExtraToken
               TALLYING IN TokenCount
           END-UNSTRING.

       3200-VALIDATE-CSV-FIELDS.
           SET LineIsValid TO TRUE
           MOVE SPACES TO RejectReason
           EVALUATE TRUE
               WHEN CsvLineText = SPACES
                   SET LineIsInvalid TO TRUE
                   MOVE "EMPTY LINE" TO RejectReason
               WHEN TokenCount NOT = 4
                   SET LineIsInvalid TO TRUE
                   MOVE "WRONG FIELD COUNT" TO RejectReason
               WHEN CityToken (3:6) NOT = SPACES
                   SET LineIsInvalid TO TRUE
                   MOVE "BRANCH NOT 2 DIGITS" TO RejectReason
               WHEN CityToken (1:2) NOT NUMERIC
                   SET LineIsInvalid TO TRUE
                   MOVE "BRANCH NOT NUMERIC" TO RejectReason
               WHEN CityToken (1:2) = "00"
                   SET LineIsInvalid TO TRUE
                   MOVE "BRANCH IS ZERO" TO RejectReason
               WHEN MonthToken (7:2) NOT = SPACES
                   SET LineIsInvalid TO TRUE
                   MOVE "MONTH NOT 6 DIGITS" TO RejectReason
               WHEN MonthToken (1:6) NOT NUMERIC
                   SET LineIsInvalid TO TRUE
                   MOVE "MONTH NOT NUMERIC" TO RejectReason
               WHEN MonthToken (5:2) < "01" OR MonthToken (5:2) > "12"
                   SET LineIsInvalid TO TRUE
                   MOVE "MONTH INVALID" TO RejectReason
               WHEN MonthToken (1:4) NOT = LoadYearWord (1:4)
                   SET LineIsInvalid TO TRUE
                   MOVE "MONTH NOT IN YEAR LOADED" TO RejectReason
               WHEN OTHER
                   MOVE CityToken (1:2) TO ParsedCityCode
                   MOVE MonthToken (1:6) TO ParsedYearMonth
                   PERFORM 3210-CHECK-TARGET-VALUES
           END-EVALUATE.

       3210-CHECK-TARGET-VALUES.
           MOVE CountToken TO ParseToken
           PERFORM 3220-PARSE-DIGITS
           EVALUATE TRUE
               WHEN NOT ParsedValueNumeric
                   SET LineIsInvalid TO TRUE
                   MOVE "COUNT NOT NUMERIC" TO RejectReason
               WHEN ParseValue > 9999999
                   SET LineIsInvalid TO TRUE
                   MOVE "COUNT TOO LARGE" TO RejectReason
               WHEN OTHER
                   MOVE ParseValue TO ParsedCount
                   PERFORM 3230-PARSE-AMOUNT-VALUE
           END-EVALUATE
           IF LineIsValid
               PERFORM 3250-CHECK-BRANCH-KNOWN
           END-IF
           IF LineIsValid
               IF LoadedMonthFlag (ParsedCityCode, ParsedMonth) = "Y"
                   SET LineIsInvalid TO TRUE
                   MOVE "BRANCH AND MONTH REPEATED"
                       TO RejectReason
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A whole number is parsed digit by digit, spaces ignored, so
      * a spreadsheet's padding does not matter; anything else in
      * it, or no digit at all, makes it non-numeric.
      *----------------------------------------------------------------
       3220-PARSE-DIGITS.
           MOVE "Y" TO ParseNumericSwitch
           MOVE ZEROS TO ParseValue
           MOVE ZEROS TO ParseDigitCount
           PERFORM 3225-PARSE-DIGIT-CHARACTER
               VARYING ParseCharIdx FROM 1 BY 1
               UNTIL ParseCharIdx > 12
           IF ParseDigitCount = ZERO
               MOVE "N" TO ParseNumericSwitch
           END-IF.

       3225-PARSE-DIGIT-CHARACTER.
           EVALUATE TRUE
               WHEN ParseToken (ParseCharIdx:1) = SPACE
                   CONTINUE
               WHEN ParseToken (ParseCharIdx:1) NUMERIC
                   MOVE ParseToken (ParseCharIdx:1) TO ParseDigit
                   COMPUTE ParseValue = ParseValue * 10 + ParseDigit
                   ADD 1 TO ParseDigitCount
               WHEN OTHER
                   MOVE "N" TO ParseNumericSwitch
           END-EVALUATE.

      *----------------------------------------------------------------
      * The amount arrives with a decimal point ("125000.50"); the
      * pence are left-aligned and zero-filled to two places.
      *----------------------------------------------------------------
       3230-PARSE-AMOUNT-VALUE.
           MOVE SPACES TO AmountIntToken
           MOVE SPACES TO AmountFracToken
           UNSTRING AmountToken DELIMITED BY "."
               INTO AmountIntToken AmountFracToken
           END-UNSTRING
           MOVE AmountIntToken TO ParseToken
           PERFORM 3220-PARSE-DIGITS
           IF AmountFracToken (3:2) NOT = SPACES
               MOVE "N" TO ParseNumericSwitch
           END-IF
           IF AmountFracToken = SPACES
               MOVE "00" TO AmountFracToken
           ELSE
               INSPECT AmountFracToken (1:2) REPLACING ALL " " BY "0"
               IF AmountFracToken (1:2) NOT NUMERIC
                   MOVE "N" TO ParseNumericSwitch
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT ParsedValueNumeric
                   SET LineIsInvalid TO TRUE
                   MOVE "AMOUNT NOT NUMERIC" TO RejectReason
               WHEN ParseValue > 999999999
                   SET LineIsInvalid TO TRUE
                   MOVE "AMOUNT TOO LARGE" TO RejectReason
               WHEN OTHER
                   COMPUTE ParsedAmount = ParseValue
      *            ParsedAmount is PIC 9(9)V99 in display usage, so
      *            the two decimal digits are bytes 10-11.
                   MOVE AmountFracToken (1:2) TO ParsedAmount (10:2)
           END-EVALUATE.

       3250-CHECK-BRANCH-KNOWN.
           IF CityMasterOpened
               MOVE ParsedCityCode TO CityMasterCode
               READ CityMasterFile
                   INVALID KEY
                       SET LineIsInvalid TO TRUE
                       MOVE "BRANCH NOT ON CITY MASTER"
                           TO RejectReason
               END-READ
           END-IF.

       3300-WRITE-TARGET-RECORD.
           INITIALIZE BranchTargetRecord
           MOVE ParsedYearMonth TO BrchTgtYearMonth
           MOVE ParsedCityCode  TO BrchTgtCityCode
           MOVE ParsedCount     TO BrchTgtCount
           MOVE ParsedAmount    TO BrchTgtAmount
           MOVE BranchTargetRecord TO TargetWorkRecord
           WRITE TargetWorkRecord
           MOVE "Y" TO LoadedMonthFlag (ParsedCityCode, ParsedMonth)
           ADD 1 TO ImportedCount.

       3900-WRITE-IMPORT-REJECT.
           ADD 1 TO RejectedCount
           DISPLAY "*** Branch target CSV line " LineNumber
                   " rejected: " RejectReason
           INITIALIZE ImportExceptRecord
           MOVE LineNumber   TO ExceptLineNumber
           MOVE RejectReason TO ExceptReasonText
           MOVE CsvLineText  TO ExceptLineText
           WRITE ImportExceptRecord.

      *----------------------------------------------------------------
      * Copy the work file back over the target file, as GenPurge
      * rebuilds the catalog.
      *----------------------------------------------------------------
       4000-REPLACE-TARGET-FILE.
           CLOSE TargetWorkFile
           OPEN INPUT TargetWorkFile
           OPEN OUTPUT BranchTargetFile
           PERFORM 4100-READ-WORK-RECORD
           PERFORM 4200-COPY-WORK-RECORD UNTIL EndOfWorkFile
           CLOSE BranchTargetFile
           CLOSE TargetWorkFile.

       4100-READ-WORK-RECORD.
           READ TargetWorkFile
               AT END SET EndOfWorkFile TO TRUE
           END-READ.

       4200-COPY-WORK-RECORD.
           MOVE TargetWorkRecord TO BranchTargetRecord
           WRITE BranchTargetRecord
           PERFORM 4100-READ-WORK-RECORD.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE RejectedCount TO TrailerRecordCount
           MOVE LineNumber    TO TrailerControlTotal
           MOVE RejectedCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE ImportExceptFile
           IF CsvFileOpened
               CLOSE TargetCsvFile
               IF CityMasterOpened
                   CLOSE CityMasterFile
               END-IF
           END-IF
           DISPLAY "Target year         = " LoadYear
           DISPLAY "CSV lines read      = " LineNumber
           DISPLAY "Targets loaded      = " ImportedCount
           DISPLAY "Lines rejected      = " RejectedCount
           DISPLAY "Year rows replaced  = " ReplacedCount
           DISPLAY "Other years kept    = " KeptCount
           EVALUATE TRUE
               WHEN LoadFailed
                   MOVE 8 TO RETURN-CODE
               WHEN RejectedCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM TargetCsvImport.
