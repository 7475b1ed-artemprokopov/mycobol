      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Ad-hoc selection and extract over any file the data
      *          dictionary DATADICT.DAT (DATADICT.cpy) describes. A
      *          one-off question - every ARLEDGER item for a customer,
      *          every SALESHST line for a product in a quarter - used
      *          to mean a new program. Instead the operator writes a
      *          small request file (named on the command line,
      *          EXTRREQ.DAT when none is named), one line per item:
      *            cols 1-6   keyword FILE, WHERE, OUTPUT or FORMAT
      *                       (a * in col 1 is a comment)
      *            FILE       cols 8-31  the file, as the dictionary
      *                       names it - exactly one FILE line
      *            WHERE      cols 8-37  field name, cols 39-40 the
      *                       test EQ GT LT GE LE or RG (range), cols
      *                       42-61 the value, cols 63-82 the upper
      *                       value of a range - up to 5, all must hold
      *            OUTPUT     cols 8-37  a field to extract, in the
      *                       order wanted - up to 30; none means every
      *                       field the dictionary lists
      *            FORMAT     cols 8-12  CSV (the default) or FIXED
      *          A number is tested as a number, with its sign and
      *          implied decimals (value 12.5 or -3), text as text.
      *          CSV lines carry a heading row of field names, text in
      *          quotes without trailing spaces and numbers edited the
      *          way DictBrowse shows them; FIXED lines are the raw
      *          field bytes one space apart. The extract goes to
      *          EXTR.yyyymmdd.hhmmss.DAT inside the RPTCTL bracket -
      *          trailer record count the records extracted, control
      *          total the records read, reject count the records a
      *          numeric test could not be applied to - and is
      *          cataloged as report EXTRACT. These files hold
      *          customer and personal data, so the run is SIGNON-
      *          gated and each file is guarded through AUTHCHK by its
      *          own authorization name: X and the first seven
      *          characters of the file name (XARLEDGE for
      *          ARLEDGER.DAT), granted in AuthMaint like any other.
      *          The file, every condition and the count extracted are
      *          logged through AUDITLOG. RETURN-CODE 0 when the
      *          extract is written, 4 when it is written but records
      *          were rejected, 8 when the request is refused, is in
      *          error or the file cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO DYNAMIC RequestFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RequestFileStatus.
           SELECT DataDictFile ASSIGN TO "DATADICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DataDictFileStatus.
           SELECT SourceFile ASSIGN TO DYNAMIC SourceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
           SELECT ExtractFile ASSIGN TO DYNAMIC ExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RequestFile
           RECORD CONTAINS 82 CHARACTERS.
       01 RequestRecord.
           02 RequestKeyword           PIC X(6).
           02 RequestSpace1            PIC X.
           02 RequestDetail            PIC X(75).
           02 RequestFileDetail REDEFINES RequestDetail.
               03 RequestNamedFile     PIC X(24).
               03 FILLER               PIC X(51).
           02 RequestWhereDetail REDEFINES RequestDetail.
               03 RequestWhereField    PIC X(30).
               03 FILLER               PIC X.
               03 RequestWhereTest     PIC X(2).
               03 FILLER               PIC X.
               03 RequestWhereValue1   PIC X(20).
               03 FILLER               PIC X.
               03 RequestWhereValue2   PIC X(20).
           02 RequestOutputDetail REDEFINES RequestDetail.
               03 RequestOutputField   PIC X(30).
               03 FILLER               PIC X(45).
           02 RequestFormatDetail REDEFINES RequestDetail.
               03 RequestFormat        PIC X(5).
               03 FILLER               PIC X(70).
       FD  DataDictFile
           RECORD CONTAINS 67 CHARACTERS.
           COPY "DATADICT.cpy".
       FD  SourceFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON SourceRecordLength.
       01 SourceRecord                 PIC X(200).
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  ExtractFile.
       01 ExtractRecord.
           02 ExtractLineText          PIC X(1000).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 RequestFileStatus        PIC XX.
           88 RequestFileOK        VALUE "00".
       01 DataDictFileStatus       PIC XX.
           88 DataDictFileOK       VALUE "00".
       01 SourceFileStatus         PIC XX.
           88 SourceFileOK         VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 ExtractFileStatus        PIC XX.
           88 ExtractFileOK        VALUE "00".
       01 RequestEndSwitch         PIC X VALUE "N".
           88 EndOfRequestFile     VALUE "Y".
       01 DictEndSwitch            PIC X VALUE "N".
           88 EndOfDict            VALUE "Y".
       01 SourceEndSwitch          PIC X.
           88 EndOfSourceFile      VALUE "Y".
       01 SourceOpenSwitch         PIC X.
           88 SourceFileOpen       VALUE "Y".
       01 RequestErrorSwitch       PIC X VALUE "N".
           88 RequestInError       VALUE "Y".
       01 RequestFileName          PIC X(24).
       01 ExtractParm              PIC X(24).
       01 RequestLineNumber        PIC 9(3) VALUE ZEROS.
       01 SourceFileName           PIC X(24) VALUE SPACES.
       01 SourceFileStem           PIC X(24).
       01 SourceRecordLength       PIC 9(3).
       01 ExtractFileName          PIC X(24).
       01 ExtractFormat            PIC X(5) VALUE "CSV".
           88 ExtractCsv           VALUE "CSV".
           88 ExtractFixed         VALUE "FIXED".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
      *----------------------------------------------------------------
      * The record under test, whichever file it came from, spaced
      * out to 200 bytes.
      *----------------------------------------------------------------
       01 RecordImage              PIC X(200).
       01 RecordImageLength        PIC 9(3).
      *----------------------------------------------------------------
      * The named file's fields from the dictionary.
      *----------------------------------------------------------------
       01 FileFieldTable.
           02 FileFieldEntry OCCURS 100 TIMES.
               03 TableFieldName    PIC X(30).
               03 TableOffset       PIC 9(3).
               03 TableLength       PIC 9(3).
               03 TableFieldType    PIC X.
               03 TableDecimals     PIC 9.
       01 FileFieldCount           PIC 9(3) VALUE ZEROS.
       01 FieldSub                 PIC 9(3).
       01 SearchFieldName          PIC X(30).
       01 FoundFieldSub            PIC 9(3).
      *----------------------------------------------------------------
      * The request's conditions and output fields. A numeric
      * condition's values are held as numbers once checked.
      *----------------------------------------------------------------
       01 ConditionTable.
           02 ConditionEntry OCCURS 5 TIMES.
               03 CondFieldName     PIC X(30).
               03 CondTest          PIC X(2).
                   88 CondEqual         VALUE "EQ".
                   88 CondGreater       VALUE "GT".
                   88 CondLess          VALUE "LT".
                   88 CondNotLess       VALUE "GE".
                   88 CondNotGreater    VALUE "LE".
                   88 CondRange         VALUE "RG".
                   88 CondTestKnown     VALUE "EQ" "GT" "LT" "GE"
                                              "LE" "RG".
               03 CondValue1        PIC X(20).
               03 CondValue2        PIC X(20).
               03 CondFieldSub      PIC 9(3).
               03 CondNumber1       PIC S9(14)V9(6).
               03 CondNumber2       PIC S9(14)V9(6).
       01 ConditionCount           PIC 9 VALUE ZERO.
       01 CondSub                  PIC 9.
       01 OutputTable.
           02 OutputEntry OCCURS 100 TIMES.
               03 OutputFieldName   PIC X(30).
               03 OutputFieldSub    PIC 9(3).
       01 OutputCount              PIC 9(3) VALUE ZEROS.
       01 OutputSub                PIC 9(3).
       01 LineWidth                PIC 9(5).
      *----------------------------------------------------------------
      * Testing one record.
      *----------------------------------------------------------------
       01 RecordSelectSwitch       PIC X.
           88 RecordSelected       VALUE "Y".
       01 RecordRejectSwitch       PIC X.
           88 RecordRejected       VALUE "Y".
       01 CompareText              PIC X(200).
       01 CompareNumber            PIC S9(14)V9(6).
       01 RecordsRead              PIC 9(9) VALUE ZEROS.
       01 RecordsExtracted         PIC 9(7) VALUE ZEROS.
       01 RecordsRejected          PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------------------
      * Building one extract line.
      *----------------------------------------------------------------
       01 LinePointer              PIC 9(4).
       01 CsvText                  PIC X(200).
       01 CsvTextEnd               PIC 9(3).
       01 CsvTextSub               PIC 9(3).
      *----------------------------------------------------------------
      * Formatting a numeric field: its digits, the sign, the whole
      * part with leading zeros dropped and the decimal part.
      *----------------------------------------------------------------
       01 FieldDigits              PIC X(30).
       01 FieldDigitCount          PIC 9(3).
       01 FieldSignChar            PIC X.
       01 WholeDigitCount          PIC 9(3).
       01 LeadingZeroCount         PIC 9(3).
       01 FieldValueText           PIC X(40).
       01 FieldValuePointer        PIC 9(3).
       01 FieldNumericSwitch       PIC X.
           88 FieldIsNumeric       VALUE "Y".
      *----------------------------------------------------------------
      * Reading a number typed as text - an optional sign, digits and
      * at most one decimal point - into ParsedNumber.
      *----------------------------------------------------------------
       01 ParseText                PIC X(40).
       01 ParseSub                 PIC 9(3).
       01 ParseChar                PIC X.
       01 ParseDigit               PIC 9.
       01 ParseSignChar            PIC X.
       01 ParseWhole               PIC 9(14).
       01 ParseWholeCount          PIC 9(3).
       01 ParseFractionText        PIC X(6).
       01 ParseFraction REDEFINES ParseFractionText
                                   PIC 9(6).
       01 ParseFractionCount       PIC 9(3).
       01 ParseStartSwitch         PIC X.
           88 ParseStarted         VALUE "Y".
       01 ParseEndSwitch           PIC X.
           88 ParseEnded           VALUE "Y".
       01 ParsePointSwitch         PIC X.
           88 ParsePointSeen       VALUE "Y".
       01 ParseValidSwitch         PIC X.
           88 ParseValid           VALUE "Y".
       01 ParsedNumber             PIC S9(14)V9(6).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 ExtractAuthorized    VALUE "Y".
       01 ExtractAuthName          PIC X(8).
       01 AuditProgramName         PIC X(8) VALUE "DATAEXTR".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 ExtractReturnCode        PIC 9 VALUE ZERO.
       01 GenReportName            PIC X(12) VALUE "EXTRACT".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "DATAEXTR".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-REQUEST
               IF SourceFileName NOT = SPACES
                   PERFORM 3000-LOAD-FILE-FIELDS
               END-IF
               IF FileFieldCount > ZERO
                   PERFORM 3500-RESOLVE-REQUEST
               END-IF
               IF NOT RequestInError
                   PERFORM 4000-CHECK-AUTHORIZATION
               END-IF
               IF NOT RequestInError
                   PERFORM 5000-RUN-EXTRACT
               END-IF
               IF RequestInError
                   DISPLAY "*** No extract written ***"
                   MOVE 8 TO ExtractReturnCode
               END-IF
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
               MOVE ExtractReturnCode TO RETURN-CODE
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO ExtractParm
           ACCEPT ExtractParm FROM COMMAND-LINE
           IF ExtractParm = SPACES
               MOVE "EXTRREQ.DAT" TO RequestFileName
           ELSE
               MOVE ExtractParm TO RequestFileName
           END-IF.

      *----------------------------------------------------------------
      * The whole request is checked before any data is read, and
      * every mistake is shown, not just the first.
      *----------------------------------------------------------------
       2000-LOAD-REQUEST.
           OPEN INPUT RequestFile
           IF RequestFileOK
               PERFORM 2100-READ-REQUEST-RECORD
               PERFORM 2200-STORE-REQUEST-LINE UNTIL EndOfRequestFile
               CLOSE RequestFile
               IF SourceFileName = SPACES
                   DISPLAY "*** Request names no FILE ***"
                   SET RequestInError TO TRUE
               END-IF
           ELSE
               DISPLAY "*** Extract request " RequestFileName
                       " not available ***"
               SET RequestInError TO TRUE
           END-IF.

       2100-READ-REQUEST-RECORD.
           MOVE SPACES TO RequestRecord
           READ RequestFile
               AT END SET EndOfRequestFile TO TRUE
               NOT AT END ADD 1 TO RequestLineNumber
           END-READ.

       2200-STORE-REQUEST-LINE.
           EVALUATE TRUE
               WHEN RequestKeyword (1:1) = "*"
                   CONTINUE
               WHEN RequestRecord = SPACES
                   CONTINUE
               WHEN RequestKeyword = "FILE"
                   IF SourceFileName = SPACES
                       MOVE RequestNamedFile TO SourceFileName
                   ELSE
                       DISPLAY "*** Line " RequestLineNumber
                               ": only one FILE line allowed ***"
                       SET RequestInError TO TRUE
                   END-IF
               WHEN RequestKeyword = "WHERE"
                   PERFORM 2300-STORE-CONDITION
               WHEN RequestKeyword = "OUTPUT"
                   IF OutputCount < 30
                       ADD 1 TO OutputCount
                       MOVE RequestOutputField
                           TO OutputFieldName (OutputCount)
                   ELSE
                       DISPLAY "*** Line " RequestLineNumber
                               ": more than 30 OUTPUT lines ***"
                       SET RequestInError TO TRUE
                   END-IF
               WHEN RequestKeyword = "FORMAT"
                   MOVE RequestFormat TO ExtractFormat
                   IF NOT ExtractCsv AND NOT ExtractFixed
                       DISPLAY "*** Line " RequestLineNumber
                               ": FORMAT must be CSV or FIXED ***"
                       SET RequestInError TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Line " RequestLineNumber
                           ": " RequestKeyword " is not FILE, "
                           "WHERE, OUTPUT or FORMAT ***"
                   SET RequestInError TO TRUE
           END-EVALUATE
           PERFORM 2100-READ-REQUEST-RECORD.

       2300-STORE-CONDITION.
           IF ConditionCount < 5
               ADD 1 TO ConditionCount
               MOVE RequestWhereField
                   TO CondFieldName (ConditionCount)
               MOVE RequestWhereTest TO CondTest (ConditionCount)
               MOVE RequestWhereValue1 TO CondValue1 (ConditionCount)
               MOVE RequestWhereValue2 TO CondValue2 (ConditionCount)
               IF NOT CondTestKnown (ConditionCount)
                   DISPLAY "*** Line " RequestLineNumber ": test "
                           RequestWhereTest " is not EQ, GT, LT, "
                           "GE, LE or RG ***"
                   SET RequestInError TO TRUE
               END-IF
           ELSE
               DISPLAY "*** Line " RequestLineNumber
                       ": more than 5 WHERE lines ***"
               SET RequestInError TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The named file's rows from the dictionary. A row DictCheck
      * would call unusable is left out.
      *----------------------------------------------------------------
       3000-LOAD-FILE-FIELDS.
           OPEN INPUT DataDictFile
           IF DataDictFileOK
               PERFORM 3100-READ-DICT-RECORD
               PERFORM 3200-STORE-FILE-FIELD UNTIL EndOfDict
               CLOSE DataDictFile
               IF FileFieldCount = ZERO
                   DISPLAY "*** " SourceFileName " is not on the "
                           "data dictionary ***"
                   SET RequestInError TO TRUE
               END-IF
           ELSE
               DISPLAY "*** Data dictionary DATADICT.DAT not "
                       "available ***"
               SET RequestInError TO TRUE
           END-IF.

       3100-READ-DICT-RECORD.
           READ DataDictFile
               AT END SET EndOfDict TO TRUE
           END-READ.

       3200-STORE-FILE-FIELD.
           IF DictFileName = SourceFileName
               AND DictOffset NUMERIC AND DictOffset > ZERO
               AND DictLength NUMERIC AND DictLength > ZERO
               AND DictOffset + DictLength NOT > 201
               AND DictDecimals NUMERIC
               AND DictTypeKnown
               AND FileFieldCount < 100
               ADD 1 TO FileFieldCount
               MOVE DictFieldName TO TableFieldName (FileFieldCount)
               MOVE DictOffset TO TableOffset (FileFieldCount)
               MOVE DictLength TO TableLength (FileFieldCount)
               MOVE DictFieldType TO TableFieldType (FileFieldCount)
               MOVE DictDecimals TO TableDecimals (FileFieldCount)
           END-IF
           PERFORM 3100-READ-DICT-RECORD.

      *----------------------------------------------------------------
      * Each named field must be on the dictionary for the file, a
      * numeric field's values must be numbers, and the line built
      * at its widest must fit the extract record.
      *----------------------------------------------------------------
       3500-RESOLVE-REQUEST.
           PERFORM 3600-RESOLVE-CONDITION
               VARYING CondSub FROM 1 BY 1
               UNTIL CondSub > ConditionCount
           IF OutputCount = ZERO
               PERFORM 3700-OUTPUT-EVERY-FIELD
                   VARYING FieldSub FROM 1 BY 1
                   UNTIL FieldSub > FileFieldCount
           ELSE
               PERFORM 3800-RESOLVE-OUTPUT
                   VARYING OutputSub FROM 1 BY 1
                   UNTIL OutputSub > OutputCount
           END-IF
           IF NOT RequestInError
               MOVE ZEROS TO LineWidth
               PERFORM 3900-ADD-OUTPUT-WIDTH
                   VARYING OutputSub FROM 1 BY 1
                   UNTIL OutputSub > OutputCount
               IF LineWidth > 1000
                   DISPLAY "*** Output fields too wide for one "
                           "extract line - name fewer ***"
                   SET RequestInError TO TRUE
               END-IF
           END-IF.

       3600-RESOLVE-CONDITION.
           MOVE CondFieldName (CondSub) TO SearchFieldName
           PERFORM 3650-FIND-FIELD
           MOVE FoundFieldSub TO CondFieldSub (CondSub)
           EVALUATE TRUE
               WHEN FoundFieldSub = ZERO
                   DISPLAY "*** WHERE field " SearchFieldName
                           " is not on " SourceFileName " ***"
                   SET RequestInError TO TRUE
               WHEN TableFieldType (FoundFieldSub) = "X"
                   IF CondRange (CondSub)
                       AND CondValue1 (CondSub) > CondValue2 (CondSub)
                       DISPLAY "*** WHERE " SearchFieldName
                               " range runs backward ***"
                       SET RequestInError TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE CondValue1 (CondSub) TO ParseText
                   PERFORM 6500-PARSE-NUMBER
                   MOVE ParsedNumber TO CondNumber1 (CondSub)
                   IF CondRange (CondSub) AND ParseValid
                       MOVE CondValue2 (CondSub) TO ParseText
                       PERFORM 6500-PARSE-NUMBER
                       MOVE ParsedNumber TO CondNumber2 (CondSub)
                   END-IF
                   IF NOT ParseValid
                       DISPLAY "*** WHERE " SearchFieldName
                               " is numeric - value must be a "
                               "number ***"
                       SET RequestInError TO TRUE
                   ELSE
                       IF CondRange (CondSub)
                           AND CondNumber1 (CondSub)
                               > CondNumber2 (CondSub)
                           DISPLAY "*** WHERE " SearchFieldName
                                   " range runs backward ***"
                           SET RequestInError TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       3650-FIND-FIELD.
           MOVE ZEROS TO FoundFieldSub
           PERFORM 3660-MATCH-FIELD
               VARYING FieldSub FROM 1 BY 1
               UNTIL FieldSub > FileFieldCount
               OR FoundFieldSub > ZERO.

       3660-MATCH-FIELD.
           IF TableFieldName (FieldSub) = SearchFieldName
               MOVE FieldSub TO FoundFieldSub
           END-IF.

       3700-OUTPUT-EVERY-FIELD.
           ADD 1 TO OutputCount
           MOVE TableFieldName (FieldSub) TO OutputFieldName (FieldSub)
           MOVE FieldSub TO OutputFieldSub (FieldSub).

       3800-RESOLVE-OUTPUT.
           MOVE OutputFieldName (OutputSub) TO SearchFieldName
           PERFORM 3650-FIND-FIELD
           MOVE FoundFieldSub TO OutputFieldSub (OutputSub)
           IF FoundFieldSub = ZERO
               DISPLAY "*** OUTPUT field " SearchFieldName
                       " is not on " SourceFileName " ***"
               SET RequestInError TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Widest case: a CSV text field of nothing but quotes doubles,
      * plus its two quotes and the comma.
      *----------------------------------------------------------------
       3900-ADD-OUTPUT-WIDTH.
           MOVE OutputFieldSub (OutputSub) TO FieldSub
           IF ExtractFixed
               COMPUTE LineWidth = LineWidth
                   + TableLength (FieldSub) + 1
           ELSE
               COMPUTE LineWidth = LineWidth
                   + TableLength (FieldSub) * 2 + 3
           END-IF.

      *----------------------------------------------------------------
      * Each file is its own authorization name, so read access to
      * customer data and to personnel data are granted separately.
      *----------------------------------------------------------------
       4000-CHECK-AUTHORIZATION.
           MOVE SPACES TO SourceFileStem
           UNSTRING SourceFileName DELIMITED BY "."
               INTO SourceFileStem
           END-UNSTRING
           MOVE SPACES TO ExtractAuthName
           STRING "X" DELIMITED BY SIZE
                  SourceFileStem (1:7) DELIMITED BY SIZE
               INTO ExtractAuthName
           END-STRING
           CALL "AUTHCHK" USING OperatorId ExtractAuthName
               AuthCheckResult
           IF NOT ExtractAuthorized
               DISPLAY "*** You are not authorized to extract from "
                       SourceFileName " (" ExtractAuthName ") ***"
               SET RequestInError TO TRUE
           END-IF.

       5000-RUN-EXTRACT.
           PERFORM 7000-OPEN-SOURCE-FILE
           IF NOT SourceFileOpen
               DISPLAY "*** " SourceFileName " not available ***"
               SET RequestInError TO TRUE
           ELSE
               PERFORM 5100-LOG-REQUEST
               PERFORM 5200-OPEN-EXTRACT
               PERFORM 7100-READ-SOURCE-RECORD
               PERFORM 5300-SELECT-RECORD UNTIL EndOfSourceFile
               PERFORM 7200-CLOSE-SOURCE-FILE
               PERFORM 5900-CLOSE-EXTRACT
               DISPLAY "Records read      = " RecordsRead
               DISPLAY "Records extracted = " RecordsExtracted
               DISPLAY "Records rejected  = " RecordsRejected
               DISPLAY "Extract written to " ExtractFileName
               IF RecordsRejected > ZERO
                   DISPLAY "*** Rejected records hold something "
                           "other than a number in a numeric WHERE "
                           "field ***"
                   MOVE 4 TO ExtractReturnCode
               END-IF
           END-IF.

       5100-LOG-REQUEST.
           MOVE "EXTR-FILE" TO AuditFieldName
           MOVE SourceFileName TO AuditValueEntered
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           MOVE "EXTR-WHERE" TO AuditFieldName
           PERFORM 5110-LOG-CONDITION
               VARYING CondSub FROM 1 BY 1
               UNTIL CondSub > ConditionCount.

       5110-LOG-CONDITION.
           MOVE SPACES TO AuditValueEntered
           STRING CondFieldName (CondSub) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CondTest (CondSub) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CondValue1 (CondSub) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CondValue2 (CondSub) DELIMITED BY SPACE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

       5200-OPEN-EXTRACT.
           MOVE SPACES TO ExtractFileName
           STRING "EXTR." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  RunTime DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ExtractFileName
           END-STRING
           OPEN OUTPUT ExtractFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "DATAEXTR" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           IF ExtractCsv
               MOVE SPACES TO ExtractLineText
               MOVE 1 TO LinePointer
               PERFORM 5210-ADD-HEADING-NAME
                   VARYING OutputSub FROM 1 BY 1
                   UNTIL OutputSub > OutputCount
               WRITE ExtractRecord
           END-IF.

       5210-ADD-HEADING-NAME.
           IF OutputSub > 1
               STRING "," DELIMITED BY SIZE
                   INTO ExtractLineText
                   WITH POINTER LinePointer
               END-STRING
           END-IF
           STRING OutputFieldName (OutputSub) DELIMITED BY SPACE
               INTO ExtractLineText
               WITH POINTER LinePointer
           END-STRING.

      *----------------------------------------------------------------
      * A record goes out only when every condition holds. A numeric
      * field that does not hold a number cannot be tested, so its
      * record is counted as rejected rather than silently dropped.
      *----------------------------------------------------------------
       5300-SELECT-RECORD.
           ADD 1 TO RecordsRead
           MOVE "Y" TO RecordSelectSwitch
           MOVE "N" TO RecordRejectSwitch
           PERFORM 5400-TEST-CONDITION
               VARYING CondSub FROM 1 BY 1
               UNTIL CondSub > ConditionCount
               OR NOT RecordSelected
           EVALUATE TRUE
               WHEN RecordRejected
                   ADD 1 TO RecordsRejected
               WHEN RecordSelected
                   PERFORM 5600-WRITE-EXTRACT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 7100-READ-SOURCE-RECORD.

       5400-TEST-CONDITION.
           MOVE CondFieldSub (CondSub) TO FieldSub
           IF TableFieldType (FieldSub) = "X"
               MOVE SPACES TO CompareText
               MOVE RecordImage (TableOffset (FieldSub):
                                 TableLength (FieldSub))
                   TO CompareText
               PERFORM 5410-TEST-TEXT
           ELSE
               PERFORM 6000-FORMAT-NUMBER
               IF FieldIsNumeric
                   MOVE FieldValueText TO ParseText
                   PERFORM 6500-PARSE-NUMBER
                   MOVE ParsedNumber TO CompareNumber
                   PERFORM 5420-TEST-NUMBER
               ELSE
                   MOVE "N" TO RecordSelectSwitch
                   SET RecordRejected TO TRUE
               END-IF
           END-IF.

       5410-TEST-TEXT.
           EVALUATE TRUE
               WHEN CondEqual (CondSub)
                   IF CompareText NOT = CondValue1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondGreater (CondSub)
                   IF CompareText NOT > CondValue1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondLess (CondSub)
                   IF CompareText NOT < CondValue1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondNotLess (CondSub)
                   IF CompareText < CondValue1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondNotGreater (CondSub)
                   IF CompareText > CondValue1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondRange (CondSub)
                   IF CompareText < CondValue1 (CondSub)
                       OR CompareText > CondValue2 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
           END-EVALUATE.

       5420-TEST-NUMBER.
           EVALUATE TRUE
               WHEN CondEqual (CondSub)
                   IF CompareNumber NOT = CondNumber1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondGreater (CondSub)
                   IF CompareNumber NOT > CondNumber1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondLess (CondSub)
                   IF CompareNumber NOT < CondNumber1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondNotLess (CondSub)
                   IF CompareNumber < CondNumber1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondNotGreater (CondSub)
                   IF CompareNumber > CondNumber1 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
               WHEN CondRange (CondSub)
                   IF CompareNumber < CondNumber1 (CondSub)
                       OR CompareNumber > CondNumber2 (CondSub)
                       MOVE "N" TO RecordSelectSwitch
                   END-IF
           END-EVALUATE.

       5600-WRITE-EXTRACT-LINE.
           MOVE SPACES TO ExtractLineText
           MOVE 1 TO LinePointer
           PERFORM 5700-ADD-OUTPUT-FIELD
               VARYING OutputSub FROM 1 BY 1
               UNTIL OutputSub > OutputCount
           WRITE ExtractRecord
           ADD 1 TO RecordsExtracted.

       5700-ADD-OUTPUT-FIELD.
           MOVE OutputFieldSub (OutputSub) TO FieldSub
           IF ExtractFixed
               IF OutputSub > 1
                   ADD 1 TO LinePointer
               END-IF
               STRING RecordImage (TableOffset (FieldSub):
                                   TableLength (FieldSub))
                          DELIMITED BY SIZE
                   INTO ExtractLineText
                   WITH POINTER LinePointer
               END-STRING
           ELSE
               IF OutputSub > 1
                   STRING "," DELIMITED BY SIZE
                       INTO ExtractLineText
                       WITH POINTER LinePointer
                   END-STRING
               END-IF
               IF TableFieldType (FieldSub) = "X"
                   PERFORM 5800-ADD-CSV-TEXT
               ELSE
                   PERFORM 6000-FORMAT-NUMBER
                   IF FieldIsNumeric
                       STRING FieldValueText DELIMITED BY SPACE
                           INTO ExtractLineText
                           WITH POINTER LinePointer
                       END-STRING
                   ELSE
                       PERFORM 5800-ADD-CSV-TEXT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Text goes out in quotes without its trailing spaces; a quote
      * inside the text is doubled.
      *----------------------------------------------------------------
       5800-ADD-CSV-TEXT.
           MOVE SPACES TO CsvText
           MOVE RecordImage (TableOffset (FieldSub):
                             TableLength (FieldSub))
               TO CsvText
           MOVE TableLength (FieldSub) TO CsvTextEnd
           PERFORM 5810-BACK-OVER-SPACE
               UNTIL CsvTextEnd = ZERO
               OR CsvText (CsvTextEnd:1) NOT = SPACE
           STRING QUOTE DELIMITED BY SIZE
               INTO ExtractLineText
               WITH POINTER LinePointer
           END-STRING
           PERFORM 5820-ADD-CSV-CHAR
               VARYING CsvTextSub FROM 1 BY 1
               UNTIL CsvTextSub > CsvTextEnd
           STRING QUOTE DELIMITED BY SIZE
               INTO ExtractLineText
               WITH POINTER LinePointer
           END-STRING.

       5810-BACK-OVER-SPACE.
           SUBTRACT 1 FROM CsvTextEnd.

       5820-ADD-CSV-CHAR.
           IF CsvText (CsvTextSub:1) = QUOTE
               STRING QUOTE DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                   INTO ExtractLineText
                   WITH POINTER LinePointer
               END-STRING
           ELSE
               STRING CsvText (CsvTextSub:1) DELIMITED BY SIZE
                   INTO ExtractLineText
                   WITH POINTER LinePointer
               END-STRING
           END-IF.

       5900-CLOSE-EXTRACT.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE RecordsExtracted TO TrailerRecordCount
           MOVE RecordsRead TO TrailerControlTotal
           MOVE RecordsRejected TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE ExtractFile
           MOVE ExtractFileName TO GenFileName
           MOVE RecordsExtracted TO GenRecordCount
           MOVE RecordsRead TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal
           MOVE "EXTR-COUNT" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING RecordsExtracted DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  RecordsRead DELIMITED BY SIZE
                  " read" DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * A signed field carries its sign in its first byte; the rest
      * are the digits, the last TableDecimals of them after the
      * implied point. The edited value is left in FieldValueText.
      *----------------------------------------------------------------
       6000-FORMAT-NUMBER.
           MOVE SPACES TO FieldValueText
           MOVE SPACES TO FieldDigits
           MOVE SPACE TO FieldSignChar
           MOVE "Y" TO FieldNumericSwitch
           IF TableFieldType (FieldSub) = "S"
               MOVE RecordImage (TableOffset (FieldSub):1)
                   TO FieldSignChar
               COMPUTE FieldDigitCount = TableLength (FieldSub) - 1
               IF FieldDigitCount > ZERO
                   MOVE RecordImage (TableOffset (FieldSub) + 1:
                                     FieldDigitCount)
                       TO FieldDigits
               END-IF
           ELSE
               MOVE TableLength (FieldSub) TO FieldDigitCount
               MOVE RecordImage (TableOffset (FieldSub):
                                 FieldDigitCount)
                   TO FieldDigits
           END-IF
           IF FieldDigitCount = ZERO
               OR FieldDigitCount > 30
               OR FieldDigits (1:FieldDigitCount) NOT NUMERIC
               OR (TableFieldType (FieldSub) = "S"
                   AND FieldSignChar NOT = "+"
                   AND FieldSignChar NOT = "-")
               OR TableDecimals (FieldSub) > FieldDigitCount
               MOVE "N" TO FieldNumericSwitch
           ELSE
               PERFORM 6100-EDIT-NUMBER
           END-IF.

       6100-EDIT-NUMBER.
           MOVE 1 TO FieldValuePointer
           IF FieldSignChar = "-"
               STRING "-" DELIMITED BY SIZE
                   INTO FieldValueText
                   WITH POINTER FieldValuePointer
               END-STRING
           END-IF
           COMPUTE WholeDigitCount
               = FieldDigitCount - TableDecimals (FieldSub)
           MOVE ZEROS TO LeadingZeroCount
           IF WholeDigitCount > ZERO
               INSPECT FieldDigits (1:WholeDigitCount)
                   TALLYING LeadingZeroCount FOR LEADING "0"
           END-IF
           IF LeadingZeroCount = WholeDigitCount
               STRING "0" DELIMITED BY SIZE
                   INTO FieldValueText
                   WITH POINTER FieldValuePointer
               END-STRING
           ELSE
               STRING FieldDigits (LeadingZeroCount + 1:
                                   WholeDigitCount - LeadingZeroCount)
                          DELIMITED BY SIZE
                   INTO FieldValueText
                   WITH POINTER FieldValuePointer
               END-STRING
           END-IF
           IF TableDecimals (FieldSub) > ZERO
               STRING "." DELIMITED BY SIZE
                      FieldDigits (WholeDigitCount + 1:
                                   TableDecimals (FieldSub))
                          DELIMITED BY SIZE
                   INTO FieldValueText
                   WITH POINTER FieldValuePointer
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * Leading spaces are skipped; after the number only spaces may
      * follow. Up to 14 whole digits and 6 decimals are kept.
      *----------------------------------------------------------------
       6500-PARSE-NUMBER.
           MOVE ZEROS TO ParseWhole
           MOVE ZEROS TO ParseWholeCount
           MOVE "000000" TO ParseFractionText
           MOVE ZEROS TO ParseFractionCount
           MOVE "+" TO ParseSignChar
           MOVE "N" TO ParseStartSwitch
           MOVE "N" TO ParseEndSwitch
           MOVE "N" TO ParsePointSwitch
           MOVE "Y" TO ParseValidSwitch
           PERFORM 6510-PARSE-CHARACTER
               VARYING ParseSub FROM 1 BY 1
               UNTIL ParseSub > 40 OR ParseEnded OR NOT ParseValid
           IF ParseValid AND ParseSub NOT > 40
               IF ParseText (ParseSub:41 - ParseSub) NOT = SPACES
                   MOVE "N" TO ParseValidSwitch
               END-IF
           END-IF
           IF ParseWholeCount + ParseFractionCount = ZERO
               MOVE "N" TO ParseValidSwitch
           END-IF
           MOVE ZEROS TO ParsedNumber
           IF ParseValid
               COMPUTE ParsedNumber = ParseWhole
                   + ParseFraction / 1000000
               IF ParseSignChar = "-"
                   COMPUTE ParsedNumber = ZERO - ParsedNumber
               END-IF
           END-IF.

       6510-PARSE-CHARACTER.
           MOVE ParseText (ParseSub:1) TO ParseChar
           EVALUATE TRUE
               WHEN ParseChar = SPACE
                   IF ParseStarted
                       SET ParseEnded TO TRUE
                   END-IF
               WHEN (ParseChar = "-" OR ParseChar = "+")
                   AND NOT ParseStarted
                   MOVE ParseChar TO ParseSignChar
                   SET ParseStarted TO TRUE
               WHEN ParseChar = "." AND NOT ParsePointSeen
                   SET ParsePointSeen TO TRUE
                   SET ParseStarted TO TRUE
               WHEN ParseChar NUMERIC
                   SET ParseStarted TO TRUE
                   PERFORM 6520-PARSE-DIGIT
               WHEN OTHER
                   MOVE "N" TO ParseValidSwitch
           END-EVALUATE.

       6520-PARSE-DIGIT.
           IF ParsePointSeen
               IF ParseFractionCount < 6
                   ADD 1 TO ParseFractionCount
                   MOVE ParseChar
                       TO ParseFractionText (ParseFractionCount:1)
               ELSE
                   MOVE "N" TO ParseValidSwitch
               END-IF
           ELSE
               IF ParseWholeCount < 14
                   ADD 1 TO ParseWholeCount
                   MOVE ParseChar TO ParseDigit
                   COMPUTE ParseWhole = ParseWhole * 10 + ParseDigit
               ELSE
                   MOVE "N" TO ParseValidSwitch
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Generic reader: the indexed masters walk their keys, anything
      * else is a flat file read at whatever length its records are.
      *----------------------------------------------------------------
       7000-OPEN-SOURCE-FILE.
           MOVE "N" TO SourceEndSwitch
           MOVE "N" TO SourceOpenSwitch
           EVALUATE SourceFileName
               WHEN "PERSMSTR.DAT"
                   OPEN INPUT PersonMasterFile
                   IF PersonMasterFileOK
                       SET SourceFileOpen TO TRUE
                       MOVE LOW-VALUES TO MasterPersonID
                       START PersonMasterFile KEY IS GREATER THAN
                           MasterPersonID
                           INVALID KEY SET EndOfSourceFile TO TRUE
                       END-START
                   END-IF
               WHEN "CITYMSTR.DAT"
                   OPEN INPUT CityMasterFile
                   IF CityMasterFileOK
                       SET SourceFileOpen TO TRUE
                       MOVE LOW-VALUES TO CityMasterCode
                       START CityMasterFile KEY IS GREATER THAN
                           CityMasterCode
                           INVALID KEY SET EndOfSourceFile TO TRUE
                       END-START
                   END-IF
               WHEN OTHER
                   OPEN INPUT SourceFile
                   IF SourceFileOK
                       SET SourceFileOpen TO TRUE
                   END-IF
           END-EVALUATE.

       7100-READ-SOURCE-RECORD.
           MOVE SPACES TO RecordImage
           MOVE ZEROS TO RecordImageLength
           IF NOT EndOfSourceFile
               EVALUATE SourceFileName
                   WHEN "PERSMSTR.DAT"
                       READ PersonMasterFile NEXT RECORD
                           AT END SET EndOfSourceFile TO TRUE
                           NOT AT END
                               MOVE PersonMasterRecord
                                   TO RecordImage (1:64)
                               MOVE 64 TO RecordImageLength
                       END-READ
                   WHEN "CITYMSTR.DAT"
                       READ CityMasterFile NEXT RECORD
                           AT END SET EndOfSourceFile TO TRUE
                           NOT AT END
                               MOVE CityMasterRecord
                                   TO RecordImage (1:50)
                               MOVE 50 TO RecordImageLength
                       END-READ
                   WHEN OTHER
                       MOVE SPACES TO SourceRecord
                       READ SourceFile
                           AT END SET EndOfSourceFile TO TRUE
                           NOT AT END
                               MOVE SourceRecord
                                   (1:SourceRecordLength)
                                   TO RecordImage
                               MOVE SourceRecordLength
                                   TO RecordImageLength
                       END-READ
               END-EVALUATE
           END-IF.

       7200-CLOSE-SOURCE-FILE.
           EVALUATE SourceFileName
               WHEN "PERSMSTR.DAT"
                   CLOSE PersonMasterFile
               WHEN "CITYMSTR.DAT"
                   CLOSE CityMasterFile
               WHEN OTHER
                   CLOSE SourceFile
           END-EVALUATE.
       END PROGRAM DataExtract.
