      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Data dictionary check against the file control table.
      *          FILECTL.DAT states each feed's expected record length
      *          and FileLenAudit holds the data to it; the data
      *          dictionary DATADICT.DAT (DATADICT.cpy) says what
      *          lives at which offset. This utility holds the two
      *          together: each file's extent on the dictionary (the
      *          end of its last field) is compared with its FILECTL
      *          length and any disagreement is flagged, as is a file
      *          on FILECTL with no dictionary entry at all. Each
      *          dictionary row is checked on its own as well - a
      *          usable offset and length inside a 200-byte record, a
      *          known type, decimals no more than a number's digits
      *          and none on text, and fields in offset order without
      *          overlapping. A file described on the dictionary but
      *          not listed on FILECTL is only noted. RETURN-CODE 0
      *          when everything agrees, 4 when a file disagrees, is
      *          undescribed or has a bad row, 8 when the dictionary
      *          or the file control table is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DictCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileControlFile ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileControlFileStatus.
           SELECT DataDictFile ASSIGN TO "DATADICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DataDictFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  FileControlFile
           RECORD CONTAINS 28 CHARACTERS.
       01 FileControlRecord.
           02 ControlFileName          PIC X(24).
           02 ControlSpace1            PIC X.
           02 ControlExpectedLength    PIC 9(3).
       FD  DataDictFile
           RECORD CONTAINS 67 CHARACTERS.
           COPY "DATADICT.cpy".
       WORKING-STORAGE SECTION.
       01 FileControlFileStatus    PIC XX.
           88 FileControlFileOK    VALUE "00".
       01 DataDictFileStatus       PIC XX.
           88 DataDictFileOK       VALUE "00".
       01 ControlEndSwitch         PIC X VALUE "N".
           88 EndOfControlFile     VALUE "Y".
       01 DictEndSwitch            PIC X VALUE "N".
           88 EndOfDict            VALUE "Y".
       01 ControlTable.
           02 ControlEntry OCCURS 300 TIMES
               INDEXED BY ControlIdx.
               03 TableControlName   PIC X(24).
               03 TableControlLength PIC 9(3).
               03 TableDescribedFlag PIC X.
                   88 TableDescribed VALUE "Y".
       01 ControlEntryCount        PIC 9(3) VALUE ZEROS.
       01 ControlFoundSwitch       PIC X.
           88 ControlEntryFound    VALUE "Y".
       01 CurrentFileName          PIC X(24).
       01 CurrentExtent            PIC 9(3).
       01 CurrentFieldCount        PIC 9(4).
       01 FieldEnd                 PIC 9(4).
       01 RowProblemText           PIC X(30).
       01 FilesCheckedCount        PIC 9(3) VALUE ZEROS.
       01 FilesAgreeingCount       PIC 9(3) VALUE ZEROS.
       01 FilesDisagreeingCount    PIC 9(3) VALUE ZEROS.
       01 FilesNotOnControlCount   PIC 9(3) VALUE ZEROS.
       01 FilesUndescribedCount    PIC 9(3) VALUE ZEROS.
       01 BadRowCount              PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FileControlFile
           IF NOT FileControlFileOK
               DISPLAY "*** File control table FILECTL.DAT not "
                       "available - nothing checked ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DataDictFile
           IF NOT DataDictFileOK
               CLOSE FileControlFile
               DISPLAY "*** Data dictionary DATADICT.DAT not "
                       "available - nothing checked ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-CONTROL-TABLE
           CLOSE FileControlFile
           PERFORM 2100-READ-DICT-RECORD
           PERFORM 2000-CHECK-ONE-FILE UNTIL EndOfDict
           CLOSE DataDictFile
           PERFORM 3000-REPORT-UNDESCRIBED
               VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlEntryCount
           DISPLAY "Files on the dictionary     = " FilesCheckedCount
           DISPLAY "Files agreeing with FILECTL = " FilesAgreeingCount
           DISPLAY "Files disagreeing           = "
                   FilesDisagreeingCount
           DISPLAY "Files not on FILECTL        = "
                   FilesNotOnControlCount
           DISPLAY "FILECTL files undescribed   = "
                   FilesUndescribedCount
           DISPLAY "Bad dictionary rows         = " BadRowCount
           IF FilesDisagreeingCount > ZERO
               OR FilesUndescribedCount > ZERO
               OR BadRowCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-CONTROL-TABLE.
           PERFORM 1100-READ-CONTROL-RECORD
           PERFORM 1200-STORE-CONTROL-RECORD UNTIL EndOfControlFile.

       1100-READ-CONTROL-RECORD.
           READ FileControlFile
               AT END SET EndOfControlFile TO TRUE
           END-READ.

       1200-STORE-CONTROL-RECORD.
           IF ControlEntryCount < 300
               ADD 1 TO ControlEntryCount
               MOVE ControlFileName
                   TO TableControlName (ControlEntryCount)
               MOVE ControlExpectedLength
                   TO TableControlLength (ControlEntryCount)
               MOVE "N" TO TableDescribedFlag (ControlEntryCount)
           ELSE
               DISPLAY "*** File control table full - "
                       ControlFileName " not checked ***"
           END-IF
           PERFORM 1100-READ-CONTROL-RECORD.

      *----------------------------------------------------------------
      * One file's run of dictionary rows, then its extent against
      * FILECTL.
      *----------------------------------------------------------------
       2000-CHECK-ONE-FILE.
           MOVE DictFileName TO CurrentFileName
           MOVE ZEROS TO CurrentExtent
           MOVE ZEROS TO CurrentFieldCount
           ADD 1 TO FilesCheckedCount
           PERFORM 2200-CHECK-DICT-ROW
               UNTIL EndOfDict OR DictFileName NOT = CurrentFileName
           MOVE "N" TO ControlFoundSwitch
           SET ControlIdx TO 1
           PERFORM 2300-MATCH-CONTROL-ENTRY
               UNTIL ControlEntryFound
               OR ControlIdx > ControlEntryCount
           EVALUATE TRUE
               WHEN NOT ControlEntryFound
                   ADD 1 TO FilesNotOnControlCount
                   DISPLAY CurrentFileName ": " CurrentFieldCount
                           " field(s) to length " CurrentExtent
                           " - not on FILECTL"
               WHEN TableControlLength (ControlIdx) = CurrentExtent
                   SET TableDescribed (ControlIdx) TO TRUE
                   ADD 1 TO FilesAgreeingCount
                   DISPLAY CurrentFileName ": " CurrentFieldCount
                           " field(s) to length " CurrentExtent
                           " - agrees with FILECTL"
               WHEN OTHER
                   SET TableDescribed (ControlIdx) TO TRUE
                   ADD 1 TO FilesDisagreeingCount
                   DISPLAY "*** " CurrentFileName ": dictionary "
                           "length " CurrentExtent " but FILECTL "
                           "says " TableControlLength (ControlIdx)
                           " ***"
           END-EVALUATE.

       2100-READ-DICT-RECORD.
           READ DataDictFile
               AT END SET EndOfDict TO TRUE
           END-READ.

       2200-CHECK-DICT-ROW.
           ADD 1 TO CurrentFieldCount
           MOVE SPACES TO RowProblemText
           EVALUATE TRUE
               WHEN DictOffset NOT NUMERIC OR DictOffset = ZERO
                   OR DictLength NOT NUMERIC OR DictLength = ZERO
                   MOVE "offset or length unusable" TO RowProblemText
               WHEN DictOffset + DictLength > 201
                   MOVE "runs past byte 200" TO RowProblemText
               WHEN NOT DictTypeKnown
                   MOVE "type not X, 9 or S" TO RowProblemText
               WHEN DictDecimals NOT NUMERIC
                   MOVE "decimals not a digit" TO RowProblemText
               WHEN DictTypeText AND DictDecimals > ZERO
                   MOVE "decimals on a text field" TO RowProblemText
               WHEN DictTypeUnsigned AND DictDecimals > DictLength
                   MOVE "more decimals than digits" TO RowProblemText
               WHEN DictTypeSigned AND DictDecimals + 1 > DictLength
                   MOVE "more decimals than digits" TO RowProblemText
               WHEN DictOffset NOT > CurrentExtent
                   MOVE "overlaps or out of order" TO RowProblemText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RowProblemText = SPACES
               COMPUTE FieldEnd = DictOffset + DictLength - 1
               MOVE FieldEnd TO CurrentExtent
           ELSE
               ADD 1 TO BadRowCount
               DISPLAY "*** " CurrentFileName " " DictFieldName
                       ": " RowProblemText " ***"
           END-IF
           PERFORM 2100-READ-DICT-RECORD.

       2300-MATCH-CONTROL-ENTRY.
           IF TableControlName (ControlIdx) = CurrentFileName
               SET ControlEntryFound TO TRUE
           ELSE
               SET ControlIdx UP BY 1
           END-IF.

       3000-REPORT-UNDESCRIBED.
           IF NOT TableDescribed (ControlIdx)
               ADD 1 TO FilesUndescribedCount
               DISPLAY "*** " TableControlName (ControlIdx)
                       ": on FILECTL at length "
                       TableControlLength (ControlIdx)
                       " but not on the dictionary ***"
           END-IF.
       END PROGRAM DictCheck.
