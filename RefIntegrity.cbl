      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Nightly cross-file referential integrity sweep. Each
      *          program checks its own references as it runs, but
      *          nothing checked the data at rest, and orphans turned
      *          up long after the fact - AR ledger items for
      *          customers gone from the customer master, discount
      *          tiers for retired products, authorities for deleted
      *          operators, people in departments missing from the
      *          department master. This step is driven by the rules
      *          file REFRULES.DAT: one rule per line naming the child
      *          file and the position and length of the reference
      *          in it, and the parent file and the position and
      *          length of its key - optionally with the position of
      *          a one-byte status in the parent and the value that
      *          marks a parent as retired, so a reference to a
      *          parent kept on file but no longer live counts too.
      *          A line starting with * is a comment. For each rule
      *          the parent's keys are loaded into a table and every
      *          child record's reference is looked up in it; a
      *          blank reference refers to nothing and is passed.
      *          Every orphan is listed under its rule with the child
      *          record number and the reference, followed by the
      *          rule's checked and orphan counts, on the dated
      *          generation REFINTEG.yyyymmdd.DAT (RPTCTL bracket;
      *          the trailer carries the lines written, the orphans
      *          found and the rules that could not be checked),
      *          cataloged through GENCATLG under report REFINTEG.
      *          Each checked rule's orphan count is appended to the
      *          exception history EXCPHIST.DAT under the rule's ID,
      *          alongside the exception dashboard's own counts. The
      *          flat files are read through a generic varying-length
      *          reader, as SnapShot reads them; the indexed person
      *          master walks its key. RETURN-CODE 0 clean, 4 when an
      *          orphan was found or a rule could not be checked, 8
      *          when the rules file is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefIntegrity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "REFRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RuleFileStatus.
           SELECT ScanFile ASSIGN TO DYNAMIC ScanFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScanFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT IntegrityReportFile
               ASSIGN TO DYNAMIC IntegrityReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptHistFile ASSIGN TO "EXCPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptHistFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RuleFile
           RECORD CONTAINS 54 CHARACTERS.
       01 IntegrityRuleRecord.
           02 RuleId                   PIC X(8).
           02 RuleSpace1               PIC X.
           02 RuleChildFile            PIC X(12).
           02 RuleSpace2               PIC X.
           02 RuleChildPosText         PIC X(3).
           02 RuleChildPos REDEFINES RuleChildPosText
                                       PIC 9(3).
           02 RuleSpace3               PIC X.
           02 RuleChildLenText         PIC XX.
           02 RuleChildLen REDEFINES RuleChildLenText
                                       PIC 99.
           02 RuleSpace4               PIC X.
           02 RuleParentFile           PIC X(12).
           02 RuleSpace5               PIC X.
           02 RuleParentPosText        PIC X(3).
           02 RuleParentPos REDEFINES RuleParentPosText
                                       PIC 9(3).
           02 RuleSpace6               PIC X.
           02 RuleParentLenText        PIC XX.
           02 RuleParentLen REDEFINES RuleParentLenText
                                       PIC 99.
           02 RuleSpace7               PIC X.
           02 RuleStatusPosText        PIC X(3).
           02 RuleStatusPos REDEFINES RuleStatusPosText
                                       PIC 9(3).
           02 RuleSpace8               PIC X.
           02 RuleRetiredValue         PIC X.
       FD  ScanFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON ScanRecordLength.
       01 ScanRecord                   PIC X(200).
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  IntegrityReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 IntegrityReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       FD  ExceptHistFile
           RECORD CONTAINS 23 CHARACTERS.
       01 ExceptHistRecord.
           02 HistRunDate              PIC 9(8).
           02 HistSpace1               PIC X.
           02 HistProgramName          PIC X(8).
           02 HistSpace2               PIC X.
           02 HistExceptionCount       PIC 9(5).
       WORKING-STORAGE SECTION.
       01 RuleFileStatus           PIC XX.
           88 RuleFileOK           VALUE "00".
       01 RuleEndSwitch            PIC X VALUE "N".
           88 EndOfRules           VALUE "Y".
       01 ScanFileStatus           PIC XX.
           88 ScanFileOK           VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 ExceptHistFileStatus     PIC XX.
           88 ExceptHistFileOK     VALUE "00".
           88 ExceptHistFileNew    VALUE "35".
       01 ScanFileName             PIC X(12).
       01 ScanRecordLength         PIC 9(3).
       01 ScanEndSwitch            PIC X.
           88 EndOfScan            VALUE "Y".
       01 ScanOpenSwitch           PIC X.
           88 ScanFileOpen         VALUE "Y".
       01 ScanRecordNumber         PIC 9(7).
      *----------------------------------------------------------------
      * The record just read, whichever file it came from - a flat
      * file's record, or the person master's, spaced out to the
      * same 200 bytes so a rule's positions read the same way.
      *----------------------------------------------------------------
       01 ScanRecordImage          PIC X(200).
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 IntegrityReportFileName  PIC X(24).
       01 ParentKeyTable.
           02 ParentKeyEntry OCCURS 3000 TIMES
               INDEXED BY ParentIdx.
               03 ParentKeyValue    PIC X(20).
               03 ParentLiveFlag    PIC X.
                   88 ParentIsLive  VALUE "Y".
       01 ParentKeyCount           PIC 9(5) VALUE ZEROS.
       01 ParentTableFullSwitch    PIC X.
           88 ParentTableFull      VALUE "Y".
       01 ParentFoundSwitch        PIC X.
           88 ParentFound          VALUE "Y".
       01 KeyWork                  PIC X(20).
       01 RuleValidSwitch          PIC X.
           88 RuleValid            VALUE "Y".
       01 RuleCheckedSwitch        PIC X.
           88 RuleChecked          VALUE "Y".
       01 RuleProblemText          PIC X(40).
       01 RuleCheckedCount         PIC 9(7).
       01 RuleOrphanCount          PIC 9(7).
       01 OrphanReasonText         PIC X(20).
       01 RulesRead                PIC 9(3) VALUE ZEROS.
       01 RulesCheckedTotal        PIC 9(3) VALUE ZEROS.
       01 RulesNotChecked          PIC 9(3) VALUE ZEROS.
       01 OrphanTotal              PIC 9(7) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 RulesFileMissingSwitch   PIC X VALUE "N".
           88 RulesFileMissing     VALUE "Y".
       01 GenReportName            PIC X(12) VALUE "REFINTEG".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "REFINTEG".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "REFINTEG".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           IF RulesFileMissing
               DISPLAY "*** Integrity rules file REFRULES.DAT not "
                       "available - nothing checked ***"
           ELSE
               PERFORM 2000-OPEN-REPORT
               PERFORM 3100-READ-RULE-RECORD
               PERFORM 3000-PROCESS-RULE UNTIL EndOfRules
               CLOSE RuleFile
               PERFORM 8000-CLOSE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           OPEN INPUT RuleFile
           IF NOT RuleFileOK
               SET RulesFileMissing TO TRUE
           END-IF.

       2000-OPEN-REPORT.
           MOVE SPACES TO IntegrityReportFileName
           STRING "REFINTEG." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO IntegrityReportFileName
           END-STRING
           OPEN OUTPUT IntegrityReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "REFINTEG" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           OPEN EXTEND ExceptHistFile
           IF ExceptHistFileNew
               OPEN OUTPUT ExceptHistFile
           END-IF.

      *----------------------------------------------------------------
      * One rule: heading, then the parent's keys into the table and
      * the child's references against them. A rule that cannot be
      * checked says why under its heading and counts as not checked.
      *----------------------------------------------------------------
       3000-PROCESS-RULE.
           IF IntegrityRuleRecord (1:1) = "*"
               OR IntegrityRuleRecord = SPACES
               CONTINUE
           ELSE
               ADD 1 TO RulesRead
               MOVE ZEROS TO RuleCheckedCount
               MOVE ZEROS TO RuleOrphanCount
               MOVE SPACES TO RuleProblemText
               PERFORM 3200-WRITE-RULE-HEADING
               PERFORM 3300-VALIDATE-RULE
               IF RuleValid
                   PERFORM 4000-LOAD-PARENT-KEYS
               END-IF
               IF RuleValid
                   PERFORM 5000-CHECK-CHILD-FILE
               END-IF
               IF RuleValid
                   ADD 1 TO RulesCheckedTotal
                   PERFORM 3400-WRITE-RULE-TOTAL
                   PERFORM 3500-APPEND-RULE-HISTORY
               ELSE
                   ADD 1 TO RulesNotChecked
                   MOVE SPACES TO ReportLineText
                   STRING "  " DELIMITED BY SIZE
                          RuleProblemText DELIMITED BY "  "
                          " - RULE NOT CHECKED" DELIMITED BY SIZE
                       INTO ReportLineText
                   END-STRING
                   PERFORM 7900-WRITE-REPORT-LINE
                   DISPLAY "*** Rule " RuleId " not checked - "
                           RuleProblemText
               END-IF
           END-IF
           PERFORM 3100-READ-RULE-RECORD.

       3100-READ-RULE-RECORD.
           READ RuleFile
               AT END SET EndOfRules TO TRUE
           END-READ.

       3200-WRITE-RULE-HEADING.
           MOVE SPACES TO ReportLineText
           STRING "RULE " DELIMITED BY SIZE
                  RuleId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RuleChildFile DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  RuleChildPosText DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RuleChildLenText DELIMITED BY SIZE
                  " MUST BE ON " DELIMITED BY SIZE
                  RuleParentFile DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  RuleParentPosText DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RuleParentLenText DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * Positions are 1-based within a record of up to 200 bytes and
      * a key is 1 to 20 bytes. A status position of 000 (or blank)
      * means the parent has no retired state to honor.
      *----------------------------------------------------------------
       3300-VALIDATE-RULE.
           MOVE "Y" TO RuleValidSwitch
           IF RuleStatusPosText = SPACES
               MOVE ZEROS TO RuleStatusPos
           END-IF
           EVALUATE TRUE
               WHEN RuleId = SPACES
                   OR RuleChildFile = SPACES
                   OR RuleParentFile = SPACES
                   MOVE "RULE LAYOUT INVALID" TO RuleProblemText
               WHEN RuleChildPosText NOT NUMERIC
                   OR RuleChildLenText NOT NUMERIC
                   OR RuleParentPosText NOT NUMERIC
                   OR RuleParentLenText NOT NUMERIC
                   OR RuleStatusPosText NOT NUMERIC
                   MOVE "RULE LAYOUT INVALID" TO RuleProblemText
               WHEN RuleChildPos = ZERO OR RuleParentPos = ZERO
                   OR RuleChildLen = ZERO OR RuleChildLen > 20
                   OR RuleParentLen = ZERO OR RuleParentLen > 20
                   OR RuleChildPos + RuleChildLen > 201
                   OR RuleParentPos + RuleParentLen > 201
                   OR RuleStatusPos > 200
                   MOVE "RULE POSITIONS INVALID" TO RuleProblemText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RuleProblemText NOT = SPACES
               MOVE "N" TO RuleValidSwitch
           END-IF.

       3400-WRITE-RULE-TOTAL.
           MOVE SPACES TO ReportLineText
           STRING "  RULE " DELIMITED BY SIZE
                  RuleId DELIMITED BY SIZE
                  " CHECKED " DELIMITED BY SIZE
                  RuleCheckedCount DELIMITED BY SIZE
                  " ORPHANS " DELIMITED BY SIZE
                  RuleOrphanCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           DISPLAY "Rule " RuleId " checked " RuleCheckedCount
                   " orphans " RuleOrphanCount.

      *----------------------------------------------------------------
      * The rule's orphan count joins the exception history under the
      * rule ID, next to the dashboard's own per-program counts.
      *----------------------------------------------------------------
       3500-APPEND-RULE-HISTORY.
           INITIALIZE ExceptHistRecord
           MOVE RunDate TO HistRunDate
           MOVE RuleId TO HistProgramName
           IF RuleOrphanCount > 99999
               MOVE 99999 TO HistExceptionCount
           ELSE
               MOVE RuleOrphanCount TO HistExceptionCount
           END-IF
           WRITE ExceptHistRecord.

      *----------------------------------------------------------------
      * Every parent key, with whether that parent is live. A parent
      * table that overflows would report real children as orphans,
      * so the rule is given up instead.
      *----------------------------------------------------------------
       4000-LOAD-PARENT-KEYS.
           MOVE ZEROS TO ParentKeyCount
           MOVE "N" TO ParentTableFullSwitch
           MOVE RuleParentFile TO ScanFileName
           PERFORM 7000-OPEN-SCAN-FILE
           IF ScanFileOpen
               PERFORM 7100-READ-SCAN-RECORD
               PERFORM 4100-STORE-PARENT-KEY
                   UNTIL EndOfScan OR ParentTableFull
               PERFORM 7200-CLOSE-SCAN-FILE
               IF ParentTableFull
                   MOVE "N" TO RuleValidSwitch
                   MOVE "PARENT KEY TABLE FULL" TO RuleProblemText
               END-IF
           ELSE
               MOVE "N" TO RuleValidSwitch
               MOVE "PARENT FILE NOT AVAILABLE" TO RuleProblemText
           END-IF.

       4100-STORE-PARENT-KEY.
           IF ScanRecordImage (1:3) = "HDR"
               OR ScanRecordImage (1:3) = "TRL"
               CONTINUE
           ELSE
               IF ParentKeyCount < 3000
                   ADD 1 TO ParentKeyCount
                   SET ParentIdx TO ParentKeyCount
                   MOVE SPACES TO ParentKeyValue (ParentIdx)
                   MOVE ScanRecordImage (RuleParentPos:RuleParentLen)
                       TO ParentKeyValue (ParentIdx)
                   MOVE "Y" TO ParentLiveFlag (ParentIdx)
                   IF RuleStatusPos > ZERO
                       IF ScanRecordImage (RuleStatusPos:1)
                           = RuleRetiredValue
                           MOVE "N" TO ParentLiveFlag (ParentIdx)
                       END-IF
                   END-IF
               ELSE
                   SET ParentTableFull TO TRUE
               END-IF
           END-IF
           PERFORM 7100-READ-SCAN-RECORD.

       5000-CHECK-CHILD-FILE.
           MOVE RuleChildFile TO ScanFileName
           PERFORM 7000-OPEN-SCAN-FILE
           IF ScanFileOpen
               PERFORM 7100-READ-SCAN-RECORD
               PERFORM 5100-CHECK-CHILD-RECORD UNTIL EndOfScan
               PERFORM 7200-CLOSE-SCAN-FILE
           ELSE
               MOVE "N" TO RuleValidSwitch
               MOVE "CHILD FILE NOT AVAILABLE" TO RuleProblemText
           END-IF.

      *----------------------------------------------------------------
      * A blank reference points at nothing (a discount tier for
      * every product, say) and is not an orphan.
      *----------------------------------------------------------------
       5100-CHECK-CHILD-RECORD.
           MOVE SPACES TO KeyWork
           MOVE ScanRecordImage (RuleChildPos:RuleChildLen)
               TO KeyWork
           IF ScanRecordImage (1:3) = "HDR"
               OR ScanRecordImage (1:3) = "TRL"
               OR KeyWork = SPACES
               CONTINUE
           ELSE
               ADD 1 TO RuleCheckedCount
               MOVE "N" TO ParentFoundSwitch
               SET ParentIdx TO 1
               PERFORM 5200-SEARCH-PARENT-KEY
                   UNTIL ParentFound OR ParentIdx > ParentKeyCount
               EVALUATE TRUE
                   WHEN NOT ParentFound
                       MOVE "NOT ON PARENT" TO OrphanReasonText
                       PERFORM 5300-WRITE-ORPHAN-LINE
                   WHEN NOT ParentIsLive (ParentIdx)
                       MOVE "PARENT RETIRED" TO OrphanReasonText
                       PERFORM 5300-WRITE-ORPHAN-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 7100-READ-SCAN-RECORD.

       5200-SEARCH-PARENT-KEY.
           IF ParentKeyValue (ParentIdx) = KeyWork
               SET ParentFound TO TRUE
           ELSE
               SET ParentIdx UP BY 1
           END-IF.

       5300-WRITE-ORPHAN-LINE.
           ADD 1 TO RuleOrphanCount
           ADD 1 TO OrphanTotal
           MOVE SPACES TO ReportLineText
           STRING "  RECORD " DELIMITED BY SIZE
                  ScanRecordNumber DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  KeyWork DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OrphanReasonText DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * Generic reader. The indexed person master is walked on its
      * key; anything else is a flat file read at whatever length
      * its records are. Either way the record lands in
      * ScanRecordImage, space-filled to 200 bytes.
      *----------------------------------------------------------------
       7000-OPEN-SCAN-FILE.
           MOVE "N" TO ScanEndSwitch
           MOVE "N" TO ScanOpenSwitch
           MOVE ZEROS TO ScanRecordNumber
           IF ScanFileName = "PERSMSTR.DAT"
               OPEN INPUT PersonMasterFile
               IF PersonMasterFileOK
                   SET ScanFileOpen TO TRUE
                   MOVE LOW-VALUES TO MasterPersonID
                   START PersonMasterFile KEY IS GREATER THAN
                       MasterPersonID
                       INVALID KEY SET EndOfScan TO TRUE
                   END-START
               END-IF
           ELSE
               OPEN INPUT ScanFile
               IF ScanFileOK
                   SET ScanFileOpen TO TRUE
               END-IF
           END-IF.

       7100-READ-SCAN-RECORD.
           MOVE SPACES TO ScanRecordImage
           IF EndOfScan
               CONTINUE
           ELSE
               IF ScanFileName = "PERSMSTR.DAT"
                   READ PersonMasterFile NEXT RECORD
                       AT END SET EndOfScan TO TRUE
                       NOT AT END
                           MOVE PersonMasterRecord
                               TO ScanRecordImage (1:64)
                   END-READ
               ELSE
                   MOVE SPACES TO ScanRecord
                   READ ScanFile
                       AT END SET EndOfScan TO TRUE
                       NOT AT END
                           MOVE ScanRecord (1:ScanRecordLength)
                               TO ScanRecordImage
                   END-READ
               END-IF
           END-IF
           IF NOT EndOfScan
               ADD 1 TO ScanRecordNumber
           END-IF.

       7200-CLOSE-SCAN-FILE.
           IF ScanFileName = "PERSMSTR.DAT"
               CLOSE PersonMasterFile
           ELSE
               CLOSE ScanFile
           END-IF.

       7900-WRITE-REPORT-LINE.
           WRITE IntegrityReportRecord
           ADD 1 TO ReportLineCount.

       8000-CLOSE-REPORT.
           MOVE SPACES TO ReportLineText
           STRING "RULES READ " DELIMITED BY SIZE
                  RulesRead DELIMITED BY SIZE
                  " CHECKED " DELIMITED BY SIZE
                  RulesCheckedTotal DELIMITED BY SIZE
                  " NOT CHECKED " DELIMITED BY SIZE
                  RulesNotChecked DELIMITED BY SIZE
                  " ORPHANS " DELIMITED BY SIZE
                  OrphanTotal DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE OrphanTotal TO TrailerControlTotal
           MOVE RulesNotChecked TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE IntegrityReportFile
           CLOSE ExceptHistFile
           MOVE IntegrityReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE OrphanTotal TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       9000-TERMINATE.
           DISPLAY "Integrity rules read         = " RulesRead
           DISPLAY "Integrity rules checked      = " RulesCheckedTotal
           DISPLAY "Integrity rules not checked  = " RulesNotChecked
           DISPLAY "Orphans found                = " OrphanTotal
           EVALUATE TRUE
               WHEN RulesFileMissing
                   MOVE 8 TO RETURN-CODE
               WHEN OrphanTotal > ZERO OR RulesNotChecked > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "T" TO JobStampMode
           MOVE OrphanTotal TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM RefIntegrity.
