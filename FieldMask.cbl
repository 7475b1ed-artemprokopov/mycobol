      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Shared sensitive-field masking, in the AUTHCHK mold.
      *          The report viewer, the inquiries and the distribution
      *          bundles showed everyone the same content - birth
      *          years and credit limits included. Each classified
      *          field of a report (or of an inquiry screen) is a row
      *          on RPTMASK.DAT: the report name as the catalog knows
      *          it, a label, the field's offset and length on the
      *          line, the viewing level needed to see it and how it
      *          is masked below that level -
      *            Y  the year of a yyyymmdd date, so only the month
      *               and day show (left alone unless the first four
      *               bytes are digits, so headings are untouched)
      *            N  every digit of a number or amount becomes *
      *            T  every non-blank character of text becomes *
      *          Each operator and distribution recipient has a
      *          viewing level 0-9 on VIEWLVL.DAT (maintained in
      *          AuthMaint); anyone not listed, or a missing file, is
      *          level 0. A caller passes the viewer's ID, the report
      *          name and a line of up to 200 bytes; every classified
      *          field the viewer is below the level of is masked in
      *          place. The viewer's level comes back, with N when the
      *          report has no classified fields, U when the viewer is
      *          cleared for all of them (the line is unchanged - the
      *          caller logs the unmasked view) and M when something
      *          is masked. The answer depends only on the viewer and
      *          the report, so a caller can ask with a blank line
      *          before it starts. The two files are read once and
      *          kept until a different viewer or report is asked
      *          about. Training mode reads TESTVLVL.DAT for levels,
      *          the way AUTHCHK reads TESTAUTH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLDMASK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportMaskFile ASSIGN TO "RPTMASK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportMaskFileStatus.
           SELECT ViewLevelFile
               ASSIGN TO DYNAMIC ViewLevelFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ViewLevelFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportMaskFile
           RECORD CONTAINS 45 CHARACTERS.
       01 ReportMaskRecord.
           02 MaskReportName           PIC X(12).
           02 MaskSpace1               PIC X.
           02 MaskFieldLabel           PIC X(20).
           02 MaskSpace2               PIC X.
           02 MaskOffset               PIC 9(3).
           02 MaskSpace3               PIC X.
           02 MaskLength               PIC 9(3).
           02 MaskSpace4               PIC X.
           02 MaskRequiredLevel        PIC 9.
           02 MaskSpace5               PIC X.
           02 MaskStyle                PIC X.
               88 MaskStyleKnown       VALUE "Y" "N" "T".
       FD  ViewLevelFile
           RECORD CONTAINS 12 CHARACTERS.
       01 ViewLevelRecord.
           02 LevelViewerId            PIC X(10).
           02 LevelSpace1              PIC X.
           02 LevelValue               PIC 9.
       WORKING-STORAGE SECTION.
       01 ReportMaskFileStatus     PIC XX.
           88 ReportMaskFileOK     VALUE "00".
       01 ViewLevelFileStatus      PIC XX.
           88 ViewLevelFileOK      VALUE "00".
       01 ReportMaskEndSwitch      PIC X.
           88 EndOfReportMask      VALUE "Y".
       01 ViewLevelEndSwitch       PIC X.
           88 EndOfViewLevel       VALUE "Y".
       01 ViewLevelFileName        PIC X(12).
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
      *----------------------------------------------------------------
      * What was last asked about, kept between calls.
      *----------------------------------------------------------------
       01 LoadedViewerId           PIC X(10) VALUE HIGH-VALUES.
       01 LoadedViewerLevel        PIC 9 VALUE ZERO.
       01 LoadedReportName         PIC X(12) VALUE HIGH-VALUES.
       01 ClassifiedTable.
           02 ClassifiedEntry OCCURS 30 TIMES.
               03 TableOffset       PIC 9(3).
               03 TableLength       PIC 9(3).
               03 TableLevel        PIC 9.
               03 TableStyle        PIC X.
       01 ClassifiedCount          PIC 99 VALUE ZEROS.
       01 ClassifiedSub            PIC 99.
       01 MaskCharSub              PIC 9(3).
       LINKAGE SECTION.
       01 MaskViewerId             PIC X(10).
       01 MaskViewReportName       PIC X(12).
       01 MaskLine                 PIC X(200).
       01 MaskViewerLevel          PIC 9.
       01 MaskResult               PIC X.
           88 ReportNotClassified  VALUE "N".
           88 ViewUnmasked         VALUE "U".
           88 ViewMasked           VALUE "M".
       PROCEDURE DIVISION USING MaskViewerId MaskViewReportName
               MaskLine MaskViewerLevel MaskResult.
       MAIN-PROCEDURE.
           IF MaskViewerId NOT = LoadedViewerId
               PERFORM 1000-LOAD-VIEWER-LEVEL
           END-IF
           IF MaskViewReportName NOT = LoadedReportName
               PERFORM 2000-LOAD-CLASSIFIED-FIELDS
           END-IF
           MOVE LoadedViewerLevel TO MaskViewerLevel
           IF ClassifiedCount = ZERO
               SET ReportNotClassified TO TRUE
           ELSE
               SET ViewUnmasked TO TRUE
               PERFORM 3000-MASK-ONE-FIELD
                   VARYING ClassifiedSub FROM 1 BY 1
                   UNTIL ClassifiedSub > ClassifiedCount
           END-IF
           GOBACK.

       1000-LOAD-VIEWER-LEVEL.
           MOVE MaskViewerId TO LoadedViewerId
           MOVE ZERO TO LoadedViewerLevel
           MOVE "VIEWLVL.DAT" TO ViewLevelFileName
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTVLVL.DAT" TO ViewLevelFileName
           END-IF
           MOVE "N" TO ViewLevelEndSwitch
           OPEN INPUT ViewLevelFile
           IF ViewLevelFileOK
               PERFORM 1100-READ-LEVEL-RECORD
               PERFORM 1200-MATCH-LEVEL-RECORD UNTIL EndOfViewLevel
               CLOSE ViewLevelFile
           END-IF.

       1100-READ-LEVEL-RECORD.
           READ ViewLevelFile
               AT END SET EndOfViewLevel TO TRUE
           END-READ.

       1200-MATCH-LEVEL-RECORD.
           IF LevelViewerId = MaskViewerId AND LevelValue NUMERIC
               MOVE LevelValue TO LoadedViewerLevel
               SET EndOfViewLevel TO TRUE
           ELSE
               PERFORM 1100-READ-LEVEL-RECORD
           END-IF.

      *----------------------------------------------------------------
      * A row with an unusable offset, length, level or style is
      * passed over - it could only mask the wrong bytes.
      *----------------------------------------------------------------
       2000-LOAD-CLASSIFIED-FIELDS.
           MOVE MaskViewReportName TO LoadedReportName
           MOVE ZEROS TO ClassifiedCount
           MOVE "N" TO ReportMaskEndSwitch
           OPEN INPUT ReportMaskFile
           IF ReportMaskFileOK
               PERFORM 2100-READ-MASK-RECORD
               PERFORM 2200-STORE-MASK-RECORD UNTIL EndOfReportMask
               CLOSE ReportMaskFile
           END-IF.

       2100-READ-MASK-RECORD.
           READ ReportMaskFile
               AT END SET EndOfReportMask TO TRUE
           END-READ.

       2200-STORE-MASK-RECORD.
           IF MaskReportName = MaskViewReportName
               AND MaskOffset NUMERIC AND MaskOffset > ZERO
               AND MaskLength NUMERIC AND MaskLength > ZERO
               AND MaskOffset + MaskLength NOT > 201
               AND MaskRequiredLevel NUMERIC
               AND MaskStyleKnown
               AND ClassifiedCount < 30
               ADD 1 TO ClassifiedCount
               MOVE MaskOffset TO TableOffset (ClassifiedCount)
               MOVE MaskLength TO TableLength (ClassifiedCount)
               MOVE MaskRequiredLevel TO TableLevel (ClassifiedCount)
               MOVE MaskStyle TO TableStyle (ClassifiedCount)
           END-IF
           PERFORM 2100-READ-MASK-RECORD.

       3000-MASK-ONE-FIELD.
           IF LoadedViewerLevel < TableLevel (ClassifiedSub)
               SET ViewMasked TO TRUE
               EVALUATE TableStyle (ClassifiedSub)
                   WHEN "Y"
                       IF TableLength (ClassifiedSub) NOT < 4
                           AND MaskLine (TableOffset (ClassifiedSub):4)
                               NUMERIC
                           MOVE "****"
                               TO MaskLine (TableOffset
                                            (ClassifiedSub):4)
                       END-IF
                   WHEN "N"
                       INSPECT MaskLine (TableOffset (ClassifiedSub):
                                         TableLength (ClassifiedSub))
                           CONVERTING "0123456789" TO "**********"
                   WHEN "T"
                       PERFORM 3100-MASK-TEXT-CHARACTER
                           VARYING MaskCharSub
                           FROM TableOffset (ClassifiedSub) BY 1
                           UNTIL MaskCharSub
                               > TableOffset (ClassifiedSub)
                               + TableLength (ClassifiedSub) - 1
               END-EVALUATE
           END-IF.

       3100-MASK-TEXT-CHARACTER.
           IF MaskLine (MaskCharSub:1) NOT = SPACE
               MOVE "*" TO MaskLine (MaskCharSub:1)
           END-IF.
       END PROGRAM FLDMASK.
