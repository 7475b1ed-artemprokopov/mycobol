      *          closing with the trailer's record count and
      *          control total as a footer.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Signs on through SIGNON and passes every line
      *                   through the shared FLDMASK: classified fields
      *                   above the operator's viewing level are masked,
      *                   and an unmasked view of a classified report is
      *                   logged through AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptView.
       01 LinesPerPage             PIC 99 VALUE 20.
       01 PageNumber               PIC 9(3) VALUE ZEROS.
       01 PagePauseReply           PIC X.
      *----------------------------------------------------------------
      * Masking: each line goes through FLDMASK on its way to the
      * screen; an unmasked look at a classified report is logged.
      *----------------------------------------------------------------
       01 MaskedLine               PIC X(200).
       01 ViewerLevel              PIC 9.
       01 MaskResult               PIC X.
           88 ReportNotClassified  VALUE "N".
           88 ViewUnmasked         VALUE "U".
           88 ViewMasked           VALUE "M".
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "RPTVIEW".
       01 AuditFieldName           PIC X(15) VALUE "UNMASKED-VIEW".
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               PERFORM 1000-LOAD-CATALOG
               IF CatalogEntryCount = ZERO
                   DISPLAY "*** No cataloged generations to view ***"
               ELSE
                   PERFORM 2000-VIEW-ONE-GENERATION
                       UNTIL ViewingDone
               END-IF
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

           MOVE "N" TO ViewedEndSwitch
           OPEN INPUT ViewedFile
           IF ViewedFileOK
               PERFORM 3050-CHECK-CLASSIFIED
               PERFORM 3100-READ-VIEWED-RECORD
               PERFORM 3200-SHOW-VIEWED-RECORD
                   UNTIL EndOfViewedFile
                       "(status " ViewedFileStatus ") ***"
           END-IF.

      *----------------------------------------------------------------
      * Asked once with a blank line: the answer depends only on the
      * operator and the report.
      *----------------------------------------------------------------
       3050-CHECK-CLASSIFIED.
           MOVE SPACES TO MaskedLine
           CALL "FLDMASK" USING OperatorId TableReportName (CatIdx)
               MaskedLine ViewerLevel MaskResult
           EVALUATE TRUE
               WHEN ViewMasked
                   DISPLAY "-- Classified fields above viewing level "
                           ViewerLevel " are masked --"
               WHEN ViewUnmasked
                   MOVE ViewedFileName TO AuditValueEntered
                   CALL "AUDITLOG" USING OperatorId AuditProgramName
                       AuditFieldName AuditValueEntered
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-READ-VIEWED-RECORD.
           READ ViewedFile
               AT END SET EndOfViewedFile TO TRUE
                       OR LinesOnPage >= LinesPerPage
                       PERFORM 3300-START-NEW-PAGE
                   END-IF
                   MOVE SPACES TO MaskedLine
                   MOVE ViewedRecord (1:ViewedRecordLength)
                       TO MaskedLine
                   IF ViewMasked
                       CALL "FLDMASK" USING OperatorId
                           TableReportName (CatIdx) MaskedLine
                           ViewerLevel MaskResult
                   END-IF
                   DISPLAY MaskedLine (1:ViewedRecordLength)
                   ADD 1 TO LinesOnPage
           END-EVALUATE
           PERFORM 3100-READ-VIEWED-RECORD.
