      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Dictionary-driven record browser. RptView shows a
      *          file's raw lines, so reading a signed amount or an
      *          implied-decimal rate meant counting columns by eye.
      *          This program lists every file the data dictionary
      *          DATADICT.DAT (DATADICT.cpy) describes, numbered, lets
      *          the operator pick one, and shows it one record at a
      *          time as labelled fields: text as it stands, numbers
      *          with leading zeros dropped, the sign shown and the
      *          decimal point placed where the dictionary says it
      *          is implied. A numeric field holding something other
      *          than digits is shown raw and marked, and a field
      *          that starts past the end of a short record is marked
      *          as missing. ENTER moves to the next record, a record
      *          number jumps to it, Q goes back to the file list.
      *          The flat files are read through a generic
      *          varying-length reader; the indexed person and City
      *          masters walk their keys.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - The browser shows customer and personnel data
      *                   field by field, so it now keeps the same
      *                   rules as DataExtract and the inquiries: the
      *                   run is SIGNON-gated, each file is guarded
      *                   through AUTHCHK by DataExtract's name for it
      *                   (X and the first seven characters of the
      *                   file name, XCUSTMST for CUSTMSTR.DAT), every
      *                   record goes through FLDMASK under report DB-
      *                   and the file's stem (DB-CUSTMSTR) before any
      *                   field of it is shown - a masked field is
      *                   shown as masked, not formatted - and each
      *                   file browsed, and an unmasked view of a
      *                   classified one, is logged through AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DictBrowse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DataDictFile ASSIGN TO "DATADICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DataDictFileStatus.
           SELECT BrowsedFile ASSIGN TO DYNAMIC BrowsedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BrowsedFileStatus.
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
       DATA DIVISION.
       FILE SECTION.
       FD  DataDictFile
           RECORD CONTAINS 67 CHARACTERS.
           COPY "DATADICT.cpy".
       FD  BrowsedFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON BrowsedRecordLength.
       01 BrowsedRecord                PIC X(200).
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 DataDictFileStatus       PIC XX.
           88 DataDictFileOK       VALUE "00".
       01 BrowsedFileStatus        PIC XX.
           88 BrowsedFileOK        VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 DictEndSwitch            PIC X VALUE "N".
           88 EndOfDict            VALUE "Y".
       01 BrowsedEndSwitch         PIC X.
           88 EndOfBrowsedFile     VALUE "Y".
       01 BrowsedOpenSwitch        PIC X.
           88 BrowsedFileOpen      VALUE "Y".
       01 BrowsedFileName          PIC X(24).
       01 BrowsedRecordLength      PIC 9(3).
      *----------------------------------------------------------------
      * The record on show, whichever file it came from, spaced out
      * to 200 bytes; RecordImageLength is how much of it the record
      * really had.
      *----------------------------------------------------------------
       01 RecordImage              PIC X(200).
       01 RecordImageLength        PIC 9(3).
       01 RecordNumber             PIC 9(7).
      *----------------------------------------------------------------
      * The dictionary in memory: one entry per file, pointing at its
      * run of field entries.
      *----------------------------------------------------------------
       01 DictFileTable.
           02 DictFileEntry OCCURS 300 TIMES.
               03 TableFileName     PIC X(24).
               03 TableFirstField   PIC 9(4).
               03 TableFieldCount   PIC 9(4).
       01 DictFileCount            PIC 9(3) VALUE ZEROS.
       01 DictFieldTable.
           02 DictFieldEntry OCCURS 2000 TIMES.
               03 TableFieldName    PIC X(30).
               03 TableOffset       PIC 9(3).
               03 TableLength       PIC 9(3).
               03 TableFieldType    PIC X.
               03 TableDecimals     PIC 9.
       01 DictFieldCount           PIC 9(4) VALUE ZEROS.
       01 DictRowsDropped          PIC 9(5) VALUE ZEROS.
       01 ListingSub               PIC 9(3).
       01 FieldSub                 PIC 9(4).
       01 FieldLastSub             PIC 9(4).
       01 PickedFileSub            PIC 9(3).
       01 EnteredPickText          PIC X(3).
       01 BrowseDoneSwitch         PIC X VALUE "N".
           88 BrowsingDone         VALUE "Y".
       01 FileDoneSwitch           PIC X.
           88 FileDone             VALUE "Y".
       01 RecordReply              PIC X(7).
       01 JumpRecordNumber         PIC 9(7).
       01 ReplyDigitCount          PIC 9.
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
      *----------------------------------------------------------------
      * The record as the operator may see it: RecordImage after
      * FLDMASK has starred whatever the operator's viewing level
      * does not cover.
      *----------------------------------------------------------------
       01 MaskedImage              PIC X(200).
       01 BrowseMaskName           PIC X(12).
       01 ViewerLevel              PIC 9.
       01 MaskResult               PIC X.
           88 ViewUnmasked         VALUE "U".
       01 UnmaskedLoggedSwitch     PIC X.
           88 UnmaskedLogged       VALUE "Y".
       01 BrowsedFileStem          PIC X(24).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 BrowseAuthorized     VALUE "Y".
       01 BrowseAuthName           PIC X(8).
       01 AuditProgramName         PIC X(8) VALUE "DICTBRWS".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               PERFORM 1000-LOAD-DICTIONARY
               IF DictFileCount = ZERO
                   DISPLAY "*** No files described on the data "
                           "dictionary ***"
               ELSE
                   PERFORM 2000-BROWSE-ONE-FILE UNTIL BrowsingDone
               END-IF
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-DICTIONARY.
           OPEN INPUT DataDictFile
           IF DataDictFileOK
               PERFORM 1100-READ-DICT-RECORD
               PERFORM 1200-STORE-DICT-RECORD UNTIL EndOfDict
               CLOSE DataDictFile
               IF DictRowsDropped > ZERO
                   DISPLAY "*** Dictionary table full - "
                           DictRowsDropped " field(s) not loaded ***"
               END-IF
           ELSE
               DISPLAY "*** Data dictionary DATADICT.DAT not "
                       "available ***"
           END-IF.

       1100-READ-DICT-RECORD.
           READ DataDictFile
               AT END SET EndOfDict TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A row whose offset or length is unusable is left out here;
      * DictCheck is what reports it.
      *----------------------------------------------------------------
       1200-STORE-DICT-RECORD.
           IF DictOffset NUMERIC AND DictOffset > ZERO
               AND DictLength NUMERIC AND DictLength > ZERO
               AND DictOffset + DictLength NOT > 201
               AND DictDecimals NUMERIC
               AND DictTypeKnown
               IF DictFieldCount < 2000
                   PERFORM 1300-STORE-DICT-FIELD
               ELSE
                   ADD 1 TO DictRowsDropped
               END-IF
           END-IF
           PERFORM 1100-READ-DICT-RECORD.

       1300-STORE-DICT-FIELD.
           IF DictFileCount = ZERO
               OR DictFileName NOT = TableFileName (DictFileCount)
               IF DictFileCount < 300
                   ADD 1 TO DictFileCount
                   MOVE DictFileName TO TableFileName (DictFileCount)
                   COMPUTE TableFirstField (DictFileCount)
                       = DictFieldCount + 1
                   MOVE ZEROS TO TableFieldCount (DictFileCount)
               ELSE
                   ADD 1 TO DictRowsDropped
               END-IF
           END-IF
           IF DictFileName = TableFileName (DictFileCount)
               ADD 1 TO DictFieldCount
               ADD 1 TO TableFieldCount (DictFileCount)
               MOVE DictFieldName TO TableFieldName (DictFieldCount)
               MOVE DictOffset TO TableOffset (DictFieldCount)
               MOVE DictLength TO TableLength (DictFieldCount)
               MOVE DictFieldType TO TableFieldType (DictFieldCount)
               MOVE DictDecimals TO TableDecimals (DictFieldCount)
           END-IF.

       2000-BROWSE-ONE-FILE.
           PERFORM 2100-LIST-FILES
           DISPLAY "File number to browse (blank = quit) - "
                   WITH NO ADVANCING
           ACCEPT EnteredPickText
           IF EnteredPickText = SPACES
               SET BrowsingDone TO TRUE
           ELSE
               IF EnteredPickText NUMERIC
                   MOVE EnteredPickText TO PickedFileSub
                   IF PickedFileSub > ZERO
                       AND PickedFileSub <= DictFileCount
                       PERFORM 2300-CHECK-FILE-AUTHORIZATION
                       IF BrowseAuthorized
                           PERFORM 3000-BROWSE-PICKED-FILE
                       ELSE
                           DISPLAY "*** You are not authorized to "
                                   "browse "
                                   TableFileName (PickedFileSub)
                                   " (" BrowseAuthName ") ***"
                       END-IF
                   ELSE
                       DISPLAY "*** No file with that number ***"
                   END-IF
               ELSE
                   DISPLAY "*** File number must be digits ***"
               END-IF
           END-IF.

       2100-LIST-FILES.
           DISPLAY "NUM FILE                     FIELDS"
           PERFORM 2200-LIST-ONE-FILE
               VARYING ListingSub FROM 1 BY 1
               UNTIL ListingSub > DictFileCount.

       2200-LIST-ONE-FILE.
           DISPLAY ListingSub " " TableFileName (ListingSub)
                   " " TableFieldCount (ListingSub).

      *----------------------------------------------------------------
      * Each file is its own authorization name, the one DataExtract
      * guards it by, so whoever may read a file's data may browse
      * it and no one else. The file's stem also names its mask rows
      * on RPTMASK.DAT.
      *----------------------------------------------------------------
       2300-CHECK-FILE-AUTHORIZATION.
           MOVE SPACES TO BrowsedFileStem
           UNSTRING TableFileName (PickedFileSub) DELIMITED BY "."
               INTO BrowsedFileStem
           END-UNSTRING
           MOVE SPACES TO BrowseAuthName
           STRING "X" DELIMITED BY SIZE
                  BrowsedFileStem (1:7) DELIMITED BY SIZE
               INTO BrowseAuthName
           END-STRING
           CALL "AUTHCHK" USING OperatorId BrowseAuthName
               AuthCheckResult.

      *----------------------------------------------------------------
      * One record at a time. A record number jumps to it - forward
      * by reading on, backward by starting the file over.
      *----------------------------------------------------------------
       3000-BROWSE-PICKED-FILE.
           MOVE TableFileName (PickedFileSub) TO BrowsedFileName
           MOVE SPACES TO BrowseMaskName
           STRING "DB-" DELIMITED BY SIZE
                  BrowsedFileStem (1:9) DELIMITED BY SIZE
               INTO BrowseMaskName
           END-STRING
           MOVE "N" TO UnmaskedLoggedSwitch
           MOVE "N" TO FileDoneSwitch
           PERFORM 7000-OPEN-BROWSED-FILE
           IF BrowsedFileOpen
               MOVE "DICT-BROWSE" TO AuditFieldName
               MOVE BrowsedFileName TO AuditValueEntered
               CALL "AUDITLOG" USING OperatorId AuditProgramName
                   AuditFieldName AuditValueEntered
               PERFORM 7100-READ-BROWSED-RECORD
               PERFORM 3100-SHOW-AND-PROMPT UNTIL FileDone
               PERFORM 7200-CLOSE-BROWSED-FILE
           ELSE
               DISPLAY "*** " BrowsedFileName " not available ***"
           END-IF.

       3100-SHOW-AND-PROMPT.
           IF EndOfBrowsedFile
               DISPLAY "-- End of " BrowsedFileName " after "
                       RecordNumber " record(s) --"
               SET FileDone TO TRUE
           ELSE
               PERFORM 4000-SHOW-RECORD
               DISPLAY "-- ENTER next, record number, Q files -- "
                       WITH NO ADVANCING
               MOVE SPACES TO RecordReply
               ACCEPT RecordReply
               EVALUATE TRUE
                   WHEN RecordReply = SPACES
                       PERFORM 7100-READ-BROWSED-RECORD
                   WHEN RecordReply = "Q" OR RecordReply = "q"
                       SET FileDone TO TRUE
                   WHEN OTHER
                       PERFORM 3200-JUMP-TO-RECORD
               END-EVALUATE
           END-IF.

       3200-JUMP-TO-RECORD.
           MOVE ZEROS TO JumpRecordNumber
           MOVE ZEROS TO ReplyDigitCount
           INSPECT RecordReply TALLYING ReplyDigitCount
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ReplyDigitCount > ZERO
               IF RecordReply (1:ReplyDigitCount) NUMERIC
                   MOVE RecordReply (1:ReplyDigitCount)
                       TO JumpRecordNumber
               END-IF
           END-IF
           IF JumpRecordNumber = ZERO
               DISPLAY "*** Record number must be digits ***"
           ELSE
               IF JumpRecordNumber NOT > RecordNumber
                   PERFORM 7200-CLOSE-BROWSED-FILE
                   PERFORM 7000-OPEN-BROWSED-FILE
               END-IF
               PERFORM 7100-READ-BROWSED-RECORD
                   UNTIL EndOfBrowsedFile
                   OR RecordNumber NOT < JumpRecordNumber
           END-IF.

      *----------------------------------------------------------------
      * Every field is shown from the masked image; one FLDMASK has
      * starred is shown as it stands rather than formatted.
      *----------------------------------------------------------------
       4000-SHOW-RECORD.
           MOVE RecordImage TO MaskedImage
           CALL "FLDMASK" USING OperatorId BrowseMaskName MaskedImage
               ViewerLevel MaskResult
           IF ViewUnmasked AND NOT UnmaskedLogged
               MOVE "UNMASKED-VIEW" TO AuditFieldName
               MOVE BrowsedFileName TO AuditValueEntered
               CALL "AUDITLOG" USING OperatorId AuditProgramName
                   AuditFieldName AuditValueEntered
               SET UnmaskedLogged TO TRUE
           END-IF
           DISPLAY "RECORD " RecordNumber " OF " BrowsedFileName
                   " (" RecordImageLength " bytes)"
           COMPUTE FieldLastSub = TableFirstField (PickedFileSub)
               + TableFieldCount (PickedFileSub) - 1
           PERFORM 4100-SHOW-FIELD
               VARYING FieldSub FROM TableFirstField (PickedFileSub)
               BY 1 UNTIL FieldSub > FieldLastSub.

       4100-SHOW-FIELD.
           MOVE SPACES TO FieldValueText
           EVALUATE TRUE
               WHEN TableOffset (FieldSub) > RecordImageLength
                   MOVE "(past end of record)" TO FieldValueText
                   DISPLAY "  " TableFieldName (FieldSub) " "
                           FieldValueText
               WHEN MaskedImage (TableOffset (FieldSub):
                                 TableLength (FieldSub))
                    NOT = RecordImage (TableOffset (FieldSub):
                                       TableLength (FieldSub))
                   DISPLAY "  " TableFieldName (FieldSub) " "
                           MaskedImage (TableOffset (FieldSub):
                                        TableLength (FieldSub))
                           "  (masked)"
               WHEN TableFieldType (FieldSub) = "X"
                   DISPLAY "  " TableFieldName (FieldSub) " "
                           RecordImage (TableOffset (FieldSub):
                                        TableLength (FieldSub))
               WHEN OTHER
                   PERFORM 4200-FORMAT-NUMBER
                   DISPLAY "  " TableFieldName (FieldSub) " "
                           FieldValueText
           END-EVALUATE.

      *----------------------------------------------------------------
      * A signed field carries its sign in its first byte; the rest
      * are the digits, the last TableDecimals of them after the
      * implied point.
      *----------------------------------------------------------------
       4200-FORMAT-NUMBER.
           MOVE SPACES TO FieldDigits
           MOVE SPACE TO FieldSignChar
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
               STRING RecordImage (TableOffset (FieldSub):
                                   TableLength (FieldSub))
                          DELIMITED BY SIZE
                      "  *NOT NUMERIC*" DELIMITED BY SIZE
                   INTO FieldValueText
               END-STRING
           ELSE
               PERFORM 4300-EDIT-NUMBER
           END-IF.

       4300-EDIT-NUMBER.
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
      * Generic reader: the indexed masters walk their keys, anything
      * else is a flat file read at whatever length its records are.
      *----------------------------------------------------------------
       7000-OPEN-BROWSED-FILE.
           MOVE "N" TO BrowsedEndSwitch
           MOVE "N" TO BrowsedOpenSwitch
           MOVE ZEROS TO RecordNumber
           EVALUATE BrowsedFileName
               WHEN "PERSMSTR.DAT"
                   OPEN INPUT PersonMasterFile
                   IF PersonMasterFileOK
                       SET BrowsedFileOpen TO TRUE
                       MOVE LOW-VALUES TO MasterPersonID
                       START PersonMasterFile KEY IS GREATER THAN
                           MasterPersonID
                           INVALID KEY SET EndOfBrowsedFile TO TRUE
                       END-START
                   END-IF
               WHEN "CITYMSTR.DAT"
                   OPEN INPUT CityMasterFile
                   IF CityMasterFileOK
                       SET BrowsedFileOpen TO TRUE
                       MOVE LOW-VALUES TO CityMasterCode
                       START CityMasterFile KEY IS GREATER THAN
                           CityMasterCode
                           INVALID KEY SET EndOfBrowsedFile TO TRUE
                       END-START
                   END-IF
               WHEN OTHER
                   OPEN INPUT BrowsedFile
                   IF BrowsedFileOK
                       SET BrowsedFileOpen TO TRUE
                   END-IF
           END-EVALUATE.

       7100-READ-BROWSED-RECORD.
           MOVE SPACES TO RecordImage
           MOVE ZEROS TO RecordImageLength
           IF NOT EndOfBrowsedFile
               EVALUATE BrowsedFileName
                   WHEN "PERSMSTR.DAT"
                       READ PersonMasterFile NEXT RECORD
                           AT END SET EndOfBrowsedFile TO TRUE
                           NOT AT END
                               MOVE PersonMasterRecord
                                   TO RecordImage (1:64)
                               MOVE 64 TO RecordImageLength
                       END-READ
                   WHEN "CITYMSTR.DAT"
                       READ CityMasterFile NEXT RECORD
                           AT END SET EndOfBrowsedFile TO TRUE
                           NOT AT END
                               MOVE CityMasterRecord
                                   TO RecordImage (1:50)
                               MOVE 50 TO RecordImageLength
                       END-READ
                   WHEN OTHER
                       MOVE SPACES TO BrowsedRecord
                       READ BrowsedFile
                           AT END SET EndOfBrowsedFile TO TRUE
                           NOT AT END
                               MOVE BrowsedRecord
                                   (1:BrowsedRecordLength)
                                   TO RecordImage
                               MOVE BrowsedRecordLength
                                   TO RecordImageLength
                       END-READ
               END-EVALUATE
           END-IF
           IF NOT EndOfBrowsedFile
               ADD 1 TO RecordNumber
           END-IF.

       7200-CLOSE-BROWSED-FILE.
           EVALUATE BrowsedFileName
               WHEN "PERSMSTR.DAT"
                   CLOSE PersonMasterFile
               WHEN "CITYMSTR.DAT"
                   CLOSE CityMasterFile
               WHEN OTHER
                   CLOSE BrowsedFile
           END-EVALUATE.
       END PROGRAM DictBrowse.
