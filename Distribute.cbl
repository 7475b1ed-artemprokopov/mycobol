      *          manifest file DISTMAN.DAT, unacknowledged, for the
      *          DistAck utility to match acknowledgments against.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Classified reports go through the shared
      *                   FLDMASK per recipient: a recipient below a
      *                   field's viewing level is sent a masked copy
      *                   (cataloged as report MASKED), a copy that
      *                   cannot be made is withheld, and an unmasked
      *                   send is logged through AUDITLOG under the
      *                   recipient.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distribute.
               FILE STATUS IS ManifestFileStatus.
           SELECT BundleFile ASSIGN TO "DISTBNDL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GenerationFile ASSIGN TO DYNAMIC GenerationFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenerationFileStatus.
           SELECT MaskedCopyFile ASSIGN TO DYNAMIC MaskedCopyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MaskedCopyFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  DistListFile
       01 BundleRecord.
           02 BundleLineText           PIC X(70).
           COPY "RPTCTL.cpy".
       FD  GenerationFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON GenerationRecordLength.
       01 GenerationRecord             PIC X(200).
       FD  MaskedCopyFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON GenerationRecordLength.
       01 MaskedCopyRecord             PIC X(200).
       WORKING-STORAGE SECTION.
       01 DistListFileStatus       PIC XX.
           88 DistListFileOK       VALUE "00".
       01 ManifestRowCount         PIC 9(5) VALUE ZEROS.
       01 BundleLineCount          PIC 9(7) VALUE ZEROS.
       01 FilesThisRecipient       PIC 9(3).
      *----------------------------------------------------------------
      * Masking: a recipient below the viewing level of a classified
      * field gets a masked copy, made once per generation and level
      * and cataloged as report MASKED so GENPURGE ages it out.
      *----------------------------------------------------------------
       01 GenerationFileStatus     PIC XX.
           88 GenerationFileOK     VALUE "00".
       01 MaskedCopyFileStatus     PIC XX.
           88 MaskedCopyFileOK     VALUE "00".
       01 GenerationEndSwitch      PIC X.
           88 EndOfGeneration      VALUE "Y".
       01 GenerationFileName       PIC X(24).
       01 GenerationRecordLength   PIC 9(3).
       01 MaskedCopyFileName       PIC X(24).
       01 MaskedCopyTable.
           02 MaskedCopyEntry OCCURS 100 TIMES
               INDEXED BY MaskedIdx.
               03 MaskedTonightNumber PIC 9(3).
               03 MaskedViewerLevel   PIC 9.
               03 MaskedFileName      PIC X(24).
               03 MaskedMadeFlag      PIC X.
                   88 MaskedCopyMade  VALUE "Y".
       01 MaskedCopyCount          PIC 9(3) VALUE ZEROS.
       01 MaskedFoundSwitch        PIC X.
           88 MaskedCopyFound      VALUE "Y".
       01 TonightNumber            PIC 9(3).
       01 SentFileName             PIC X(24).
       01 MaskLine                 PIC X(200).
       01 ViewerLevel              PIC 9.
       01 MaskResult               PIC X.
           88 ReportNotClassified  VALUE "N".
           88 ViewUnmasked         VALUE "U".
           88 ViewMasked           VALUE "M".
       01 WithheldSwitch           PIC X.
           88 GenerationWithheld   VALUE "Y".
       01 MaskedSentCount          PIC 9(5) VALUE ZEROS.
       01 WithheldCount            PIC 9(5) VALUE ZEROS.
       01 AuditProgramName         PIC X(8) VALUE "DISTRIB".
       01 AuditFieldName           PIC X(15) VALUE "UNMASKED-SEND".
       01 AuditValueEntered        PIC X(30).
       01 GenReportName            PIC X(12) VALUE "MASKED".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "DISTRIB".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE

       1220-STORE-TONIGHT-ENTRY.
           IF CatalogRunDate = RunDate
               AND CatalogReportName NOT = "MASKED"
               IF TonightCount < 100
                   ADD 1 TO TonightCount
                   MOVE CatalogReportName
               VARYING ListIdx FROM 1 BY 1
               UNTIL ListIdx > DistListCount
           IF PairWanted
               PERFORM 3400-CHOOSE-FILE-TO-SEND
               MOVE SPACES TO BundleLineText
               IF GenerationWithheld
                   ADD 1 TO WithheldCount
                   STRING "  " DELIMITED BY SIZE
                          TonFileName (TonightIdx) DELIMITED BY SIZE
                          " WITHHELD - NOT MASKED" DELIMITED BY SIZE
                       INTO BundleLineText
                   END-STRING
                   PERFORM 8900-WRITE-BUNDLE-LINE
               ELSE
                   ADD 1 TO FilesThisRecipient
                   STRING "  " DELIMITED BY SIZE
                          SentFileName DELIMITED BY SIZE
                          " CNT " DELIMITED BY SIZE
                          TonRecordCount (TonightIdx)
                              DELIMITED BY SIZE
                          " TOT " DELIMITED BY SIZE
                          TonControlTotal (TonightIdx)
                              DELIMITED BY SIZE
                       INTO BundleLineText
                   END-STRING
                   IF ViewMasked
                       MOVE "MASKED" TO BundleLineText (54:6)
                   END-IF
                   PERFORM 8900-WRITE-BUNDLE-LINE
                   PERFORM 3300-WRITE-MANIFEST-ROW
               END-IF
           END-IF.

       3200-CHECK-DIST-PAIR.
           INITIALIZE ManifestRecord
           MOVE CurrentRecipient TO ManRecipient
           MOVE TonReportName (TonightIdx) TO ManReportName
           MOVE SentFileName TO ManFileName
           MOVE RunDate TO ManSentDate
           MOVE TonRecordCount (TonightIdx) TO ManRecordCount
           MOVE TonControlTotal (TonightIdx) TO ManControlTotal
           MOVE ZEROS TO ManAckDate
           WRITE ManifestRecord.

      *----------------------------------------------------------------
      * FLDMASK is asked with a blank line whether the recipient is
      * cleared for the report. Cleared for a classified report, the
      * original goes and the unmasked send is logged under the
      * recipient; below a field's level, the masked copy for that
      * level goes instead. A copy that cannot be made is withheld -
      * the original is never sent in its place.
      *----------------------------------------------------------------
       3400-CHOOSE-FILE-TO-SEND.
           MOVE "N" TO WithheldSwitch
           MOVE TonFileName (TonightIdx) TO SentFileName
           MOVE SPACES TO MaskLine
           CALL "FLDMASK" USING CurrentRecipient
               TonReportName (TonightIdx) MaskLine ViewerLevel
               MaskResult
           EVALUATE TRUE
               WHEN ViewUnmasked
                   MOVE TonFileName (TonightIdx) TO AuditValueEntered
                   CALL "AUDITLOG" USING CurrentRecipient
                       AuditProgramName AuditFieldName
                       AuditValueEntered
               WHEN ViewMasked
                   PERFORM 3500-FIND-MASKED-COPY
                   IF NOT GenerationWithheld
                       MOVE MaskedFileName (MaskedIdx) TO SentFileName
                       ADD 1 TO MaskedSentCount
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-FIND-MASKED-COPY.
           SET TonightNumber TO TonightIdx
           MOVE "N" TO MaskedFoundSwitch
           SET MaskedIdx TO 1
           PERFORM 3510-SEARCH-MASKED-COPY
               UNTIL MaskedCopyFound OR MaskedIdx > MaskedCopyCount
           IF NOT MaskedCopyFound
               IF MaskedCopyCount < 100
                   ADD 1 TO MaskedCopyCount
                   SET MaskedIdx TO MaskedCopyCount
                   MOVE TonightNumber TO MaskedTonightNumber (MaskedIdx)
                   MOVE ViewerLevel TO MaskedViewerLevel (MaskedIdx)
                   PERFORM 3600-MAKE-MASKED-COPY
               ELSE
                   DISPLAY "*** Masked copy table full - "
                           TonFileName (TonightIdx) " withheld from "
                           CurrentRecipient " ***"
                   SET GenerationWithheld TO TRUE
               END-IF
           END-IF
           IF MaskedCopyFound OR NOT GenerationWithheld
               IF NOT MaskedCopyMade (MaskedIdx)
                   SET GenerationWithheld TO TRUE
               END-IF
           END-IF.

       3510-SEARCH-MASKED-COPY.
           IF MaskedTonightNumber (MaskedIdx) = TonightNumber
               AND MaskedViewerLevel (MaskedIdx) = ViewerLevel
               SET MaskedCopyFound TO TRUE
           ELSE
               SET MaskedIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The copy keeps the HDR/TRL bracket as it was and masks every
      * line between, named <report>.<date>.M<level>.DAT.
      *----------------------------------------------------------------
       3600-MAKE-MASKED-COPY.
           MOVE "N" TO MaskedMadeFlag (MaskedIdx)
           MOVE SPACES TO MaskedCopyFileName
           STRING TonReportName (TonightIdx) (1:8) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".M" DELIMITED BY SIZE
                  ViewerLevel DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO MaskedCopyFileName
           END-STRING
           MOVE MaskedCopyFileName TO MaskedFileName (MaskedIdx)
           MOVE TonFileName (TonightIdx) TO GenerationFileName
           MOVE "N" TO GenerationEndSwitch
           OPEN INPUT GenerationFile
           IF GenerationFileOK
               OPEN OUTPUT MaskedCopyFile
               IF MaskedCopyFileOK
                   PERFORM 3610-READ-GENERATION-RECORD
                   PERFORM 3620-COPY-MASKED-RECORD
                       UNTIL EndOfGeneration
                   CLOSE MaskedCopyFile
                   SET MaskedCopyMade (MaskedIdx) TO TRUE
                   MOVE MaskedCopyFileName TO GenFileName
                   MOVE TonRecordCount (TonightIdx) TO GenRecordCount
                   MOVE TonControlTotal (TonightIdx)
                       TO GenControlTotal
                   CALL "GENCATLG" USING GenReportName GenFileName
                       GenProgramName RunDate GenRecordCount
                       GenControlTotal
               ELSE
                   DISPLAY "*** Masked copy " MaskedCopyFileName
                           " could not be written ***"
               END-IF
               CLOSE GenerationFile
           ELSE
               DISPLAY "*** " GenerationFileName " not available "
                       "to mask ***"
           END-IF.

       3610-READ-GENERATION-RECORD.
           MOVE SPACES TO GenerationRecord
           READ GenerationFile
               AT END SET EndOfGeneration TO TRUE
           END-READ.

       3620-COPY-MASKED-RECORD.
           MOVE SPACES TO MaskLine
           MOVE GenerationRecord (1:GenerationRecordLength)
               TO MaskLine
           IF MaskLine (1:3) NOT = "HDR" AND MaskLine (1:3) NOT = "TRL"
               CALL "FLDMASK" USING CurrentRecipient
                   TonReportName (TonightIdx) MaskLine ViewerLevel
                   MaskResult
           END-IF
           MOVE MaskLine (1:GenerationRecordLength)
               TO MaskedCopyRecord
           WRITE MaskedCopyRecord
           PERFORM 3610-READ-GENERATION-RECORD.

       8900-WRITE-BUNDLE-LINE.
           WRITE BundleRecord
           ADD 1 TO BundleLineCount.
           CLOSE BundleFile
           CLOSE ManifestFile
           DISPLAY "Recipients bundled  = " RecipientCount
           DISPLAY "Manifest rows added = " ManifestRowCount
           DISPLAY "Masked copies sent  = " MaskedSentCount
           DISPLAY "Files withheld      = " WithheldCount.
       END PROGRAM Distribute.
