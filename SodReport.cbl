      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Monthly segregation-of-duties report. AuthMaint now
      *          refuses a grant that would give one operator both
      *          authorization names of a SODRULES.DAT rule unless an
      *          approved exception is on SODEXCP.DAT, but pairs
      *          granted before the rules existed, and pairs kept
      *          under an exception that has since run out, are still
      *          on OPERAUTH.DAT. This step lists the rules, then
      *          every operator holding both names of a rule - with
      *          the exception it is held under and its expiry, or
      *          NO EXCEPTION - and then every exception on file with
      *          its expiry, who asked for it and who approved it,
      *          and whether it is still running. The report goes to
      *          a dated generation SODRPT.yyyymmdd.DAT (RPTCTL
      *          bracket; the trailer carries the lines written, the
      *          conflicts found and the conflicts with no running
      *          exception), cataloged through GENCATLG under report
      *          SODRPT. The step only runs when the shop calendar
      *          (CALCHECK) says today is a month-end processing day,
      *          unless the command line says FORCE. RETURN-CODE 0
      *          clean, 4 when a conflict has no running exception,
      *          8 when the rules or the authorization file could
      *          not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SodRuleFile ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodRuleFileStatus.
           SELECT SodExceptionFile ASSIGN TO "SODEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodExceptionFileStatus.
           SELECT OperatorAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorAuthFileStatus.
           SELECT SodReportFile
               ASSIGN TO DYNAMIC SodReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SodRuleFile
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SODRULE.cpy".
       FD  SodExceptionFile
           RECORD CONTAINS 55 CHARACTERS.
           COPY "SODEXCP.cpy".
       FD  OperatorAuthFile
           RECORD CONTAINS 19 CHARACTERS.
       01 OperatorAuthRecord.
           02 AuthOperatorId           PIC X(10).
           02 AuthSpace1               PIC X.
           02 AuthProgramName          PIC X(8).
       FD  SodReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 SodReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 SodRuleFileStatus        PIC XX.
           88 SodRuleFileOK        VALUE "00".
       01 SodExceptionFileStatus   PIC XX.
           88 SodExceptionFileOK   VALUE "00".
       01 OperatorAuthFileStatus   PIC XX.
           88 OperatorAuthFileOK   VALUE "00".
       01 SodRuleEndSwitch         PIC X VALUE "N".
           88 EndOfSodRule         VALUE "Y".
       01 SodExcpEndSwitch         PIC X VALUE "N".
           88 EndOfSodExcp         VALUE "Y".
       01 OperatorAuthEndSwitch    PIC X VALUE "N".
           88 EndOfOperatorAuth    VALUE "Y".
       01 InputsReadSwitch         PIC X VALUE "Y".
           88 InputsRead           VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 SodParm                  PIC X(40).
       01 SodModeWord              PIC X(8).
           88 SodModeForce         VALUE "FORCE".
       01 SodWantedSwitch          PIC X VALUE "N".
           88 SodRunWanted         VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
      *----------------------------------------------------------------
      * The rules, every exception on file (running or not) and every
      * authorization pair, each held whole for the cross-check.
      *----------------------------------------------------------------
       01 SodRuleTable.
           02 SodRuleEntry OCCURS 50 TIMES
               INDEXED BY RuleIdx.
               03 TableRuleId         PIC X(4).
               03 TableRuleProgramA   PIC X(8).
               03 TableRuleProgramB   PIC X(8).
               03 TableRuleText       PIC X(40).
       01 SodRuleCount             PIC 99 VALUE ZEROS.
       01 SodExcpTable.
           02 SodExcpEntry OCCURS 500 TIMES
               INDEXED BY ExcpIdx.
               03 TableExcpOperator   PIC X(10).
               03 TableExcpRuleId     PIC X(4).
               03 TableExcpExpiry     PIC 9(8).
               03 TableExcpReqBy      PIC X(10).
               03 TableExcpApprBy     PIC X(10).
               03 TableExcpApprDate   PIC 9(8).
       01 SodExcpCount             PIC 9(3) VALUE ZEROS.
       01 AuthTable.
           02 AuthEntry OCCURS 1000 TIMES
               INDEXED BY AuthIdx PartnerIdx.
               03 TableAuthOperator   PIC X(10).
               03 TableAuthProgram    PIC X(8).
       01 AuthEntryCount           PIC 9(4) VALUE ZEROS.
       01 TableOverflowSwitch      PIC X VALUE "N".
           88 TableOverflowed      VALUE "Y".
       01 PartnerHeldSwitch        PIC X.
           88 PartnerHeld          VALUE "Y".
       01 CoveringExpiry           PIC 9(8).
       01 CoveringApprover         PIC X(10).
       01 ConflictCount            PIC 9(5) VALUE ZEROS.
       01 UncoveredCount           PIC 9(5) VALUE ZEROS.
       01 ExpiredCount             PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 SodReportFileName        PIC X(24).
       01 RuleHeadingLine.
           02 FILLER               PIC X(5)  VALUE "RULE".
           02 FILLER               PIC X(9)  VALUE "PROGRAM".
           02 FILLER               PIC X(9)  VALUE "PROGRAM".
           02 FILLER               PIC X(40) VALUE "WHAT".
       01 RuleDetailLine.
           02 RuleDetailId         PIC X(4).
           02 FILLER               PIC X VALUE SPACE.
           02 RuleDetailProgramA   PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 RuleDetailProgramB   PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 RuleDetailText       PIC X(40).
       01 ConflictHeadingLine.
           02 FILLER               PIC X(11) VALUE "OPERATOR".
           02 FILLER               PIC X(5)  VALUE "RULE".
           02 FILLER               PIC X(9)  VALUE "PROGRAM".
           02 FILLER               PIC X(9)  VALUE "PROGRAM".
           02 FILLER               PIC X(13) VALUE "EXCEPTION".
           02 FILLER               PIC X(9)  VALUE "EXPIRES".
           02 FILLER               PIC X(10) VALUE "APPROVED".
       01 ConflictDetailLine.
           02 ConflictOperator     PIC X(10).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictRuleId       PIC X(4).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictProgramA     PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictProgramB     PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictStatus       PIC X(12).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictExpiry       PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictApprover     PIC X(10).
           02 FILLER               PIC X VALUE SPACE.
           02 ConflictFlag         PIC X(3).
       01 ExceptionHeadingLine.
           02 FILLER               PIC X(11) VALUE "OPERATOR".
           02 FILLER               PIC X(5)  VALUE "RULE".
           02 FILLER               PIC X(9)  VALUE "EXPIRES".
           02 FILLER               PIC X(11) VALUE "REQUESTED".
           02 FILLER               PIC X(11) VALUE "APPROVED".
           02 FILLER               PIC X(9)  VALUE "ON".
           02 FILLER               PIC X(8)  VALUE "STATUS".
       01 ExceptionDetailLine.
           02 ExcpOperator         PIC X(10).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpRuleId           PIC X(4).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpExpiry           PIC 9(8).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpRequestedBy      PIC X(10).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpApprovedBy       PIC X(10).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpApprovedDate     PIC 9(8).
           02 FILLER               PIC X VALUE SPACE.
           02 ExcpStatus           PIC X(8).
       01 GenReportName            PIC X(12) VALUE "SODRPT".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "SODRPT".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "SODRPT".
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
           IF SodRunWanted
               PERFORM 2000-LOAD-SOD-RULES
               PERFORM 2100-LOAD-SOD-EXCEPTIONS
               PERFORM 2200-LOAD-AUTH-FILE
               IF InputsRead
                   PERFORM 3000-WRITE-SOD-REPORT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO SodParm
           ACCEPT SodParm FROM COMMAND-LINE
           MOVE SPACES TO SodModeWord
           UNSTRING SodParm DELIMITED BY ALL SPACES
               INTO SodModeWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF SodModeForce
               SET SodRunWanted TO TRUE
               DISPLAY "Duty conflict report forced for " RunDate
           END-IF.

      *----------------------------------------------------------------
      * The report belongs to month-end; a date missing from the
      * calendar does not produce one.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET SodRunWanted TO TRUE
           ELSE
               IF NOT SodModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "duty conflict report skipped"
               END-IF
           END-IF.

       2000-LOAD-SOD-RULES.
           OPEN INPUT SodRuleFile
           IF SodRuleFileOK
               PERFORM 2010-READ-RULE-RECORD
               PERFORM 2020-STORE-RULE-RECORD UNTIL EndOfSodRule
               CLOSE SodRuleFile
           ELSE
               MOVE "N" TO InputsReadSwitch
               DISPLAY "*** Duty rules file SODRULES.DAT not "
                       "found ***"
           END-IF.

       2010-READ-RULE-RECORD.
           READ SodRuleFile
               AT END SET EndOfSodRule TO TRUE
           END-READ.

       2020-STORE-RULE-RECORD.
           IF SodRuleRecord (1:1) NOT = "*"
               AND SodRuleId NOT = SPACES
               IF SodRuleCount < 50
                   ADD 1 TO SodRuleCount
                   MOVE SodRuleId TO TableRuleId (SodRuleCount)
                   MOVE SodRuleProgramA
                       TO TableRuleProgramA (SodRuleCount)
                   MOVE SodRuleProgramB
                       TO TableRuleProgramB (SodRuleCount)
                   MOVE SodRuleDescription
                       TO TableRuleText (SodRuleCount)
               ELSE
                   SET TableOverflowed TO TRUE
               END-IF
           END-IF
           PERFORM 2010-READ-RULE-RECORD.

      *----------------------------------------------------------------
      * No exceptions file only means none has been approved yet.
      *----------------------------------------------------------------
       2100-LOAD-SOD-EXCEPTIONS.
           OPEN INPUT SodExceptionFile
           IF SodExceptionFileOK
               PERFORM 2110-READ-EXCEPTION-RECORD
               PERFORM 2120-STORE-EXCEPTION-RECORD UNTIL EndOfSodExcp
               CLOSE SodExceptionFile
           END-IF.

       2110-READ-EXCEPTION-RECORD.
           READ SodExceptionFile
               AT END SET EndOfSodExcp TO TRUE
           END-READ.

       2120-STORE-EXCEPTION-RECORD.
           IF SodExcpExpiryDate NUMERIC
               IF SodExcpCount < 500
                   ADD 1 TO SodExcpCount
                   SET ExcpIdx TO SodExcpCount
                   MOVE SodExcpOperatorId
                       TO TableExcpOperator (ExcpIdx)
                   MOVE SodExcpRuleId TO TableExcpRuleId (ExcpIdx)
                   MOVE SodExcpExpiryDate TO TableExcpExpiry (ExcpIdx)
                   MOVE SodExcpRequestedBy TO TableExcpReqBy (ExcpIdx)
                   MOVE SodExcpApprovedBy TO TableExcpApprBy (ExcpIdx)
                   MOVE SodExcpApprovedDate
                       TO TableExcpApprDate (ExcpIdx)
               ELSE
                   SET TableOverflowed TO TRUE
               END-IF
           END-IF
           PERFORM 2110-READ-EXCEPTION-RECORD.

       2200-LOAD-AUTH-FILE.
           OPEN INPUT OperatorAuthFile
           IF OperatorAuthFileOK
               PERFORM 2210-READ-AUTH-RECORD
               PERFORM 2220-STORE-AUTH-RECORD UNTIL EndOfOperatorAuth
               CLOSE OperatorAuthFile
           ELSE
               MOVE "N" TO InputsReadSwitch
               DISPLAY "*** Authorization file OPERAUTH.DAT not "
                       "found ***"
           END-IF.

       2210-READ-AUTH-RECORD.
           READ OperatorAuthFile
               AT END SET EndOfOperatorAuth TO TRUE
           END-READ.

       2220-STORE-AUTH-RECORD.
           IF AuthEntryCount < 1000
               ADD 1 TO AuthEntryCount
               MOVE AuthOperatorId TO TableAuthOperator (AuthEntryCount)
               MOVE AuthProgramName TO TableAuthProgram (AuthEntryCount)
           ELSE
               SET TableOverflowed TO TRUE
           END-IF
           PERFORM 2210-READ-AUTH-RECORD.

       3000-WRITE-SOD-REPORT.
           MOVE SPACES TO SodReportFileName
           STRING "SODRPT." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO SodReportFileName
           END-STRING
           OPEN OUTPUT SodReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "SODRPT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "SEGREGATION-OF-DUTIES CONFLICTS AS AT "
                      DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           IF TableOverflowed
               MOVE SPACES TO ReportLineText
               STRING "*** A FILE HELD MORE ROWS THAN THE TABLES - "
                          DELIMITED BY SIZE
                      "REPORT INCOMPLETE ***" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           MOVE RuleHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-RULE-LINE
               VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > SodRuleCount
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE ConflictHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3200-CHECK-ONE-RULE
               VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > SodRuleCount
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE ExceptionHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3400-WRITE-EXCEPTION-LINE
               VARYING ExcpIdx FROM 1 BY 1
               UNTIL ExcpIdx > SodExcpCount
           MOVE SPACES TO ReportLineText
           STRING "CONFLICTS " DELIMITED BY SIZE
                  ConflictCount DELIMITED BY SIZE
                  " NO EXCEPTION " DELIMITED BY SIZE
                  UncoveredCount DELIMITED BY SIZE
                  " EXCEPTIONS " DELIMITED BY SIZE
                  SodExcpCount DELIMITED BY SIZE
                  " EXPIRED " DELIMITED BY SIZE
                  ExpiredCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE ConflictCount TO TrailerControlTotal
           MOVE UncoveredCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE SodReportFile
           MOVE SodReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE ConflictCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       3100-WRITE-RULE-LINE.
           MOVE TableRuleId (RuleIdx) TO RuleDetailId
           MOVE TableRuleProgramA (RuleIdx) TO RuleDetailProgramA
           MOVE TableRuleProgramB (RuleIdx) TO RuleDetailProgramB
           MOVE TableRuleText (RuleIdx) TO RuleDetailText
           MOVE RuleDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * Every pair granting the rule's first name is a candidate; the
      * operator is in conflict when a pair of theirs grants the
      * second name too.
      *----------------------------------------------------------------
       3200-CHECK-ONE-RULE.
           PERFORM 3210-CHECK-ONE-PAIR
               VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthEntryCount.

       3210-CHECK-ONE-PAIR.
           IF TableAuthProgram (AuthIdx) = TableRuleProgramA (RuleIdx)
               MOVE "N" TO PartnerHeldSwitch
               SET PartnerIdx TO 1
               PERFORM 3220-SEARCH-PARTNER-PAIR
                   UNTIL PartnerHeld OR PartnerIdx > AuthEntryCount
               IF PartnerHeld
                   PERFORM 3300-WRITE-CONFLICT-LINE
               END-IF
           END-IF.

       3220-SEARCH-PARTNER-PAIR.
           IF TableAuthOperator (PartnerIdx)
                   = TableAuthOperator (AuthIdx)
               AND TableAuthProgram (PartnerIdx)
                   = TableRuleProgramB (RuleIdx)
               SET PartnerHeld TO TRUE
           ELSE
               SET PartnerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The exception in force is the running one with the latest
      * expiry; a conflict with none is flagged.
      *----------------------------------------------------------------
       3300-WRITE-CONFLICT-LINE.
           ADD 1 TO ConflictCount
           MOVE ZEROS TO CoveringExpiry
           MOVE SPACES TO CoveringApprover
           PERFORM 3310-SEARCH-EXCEPTION
               VARYING ExcpIdx FROM 1 BY 1
               UNTIL ExcpIdx > SodExcpCount
           MOVE SPACES TO ConflictDetailLine
           MOVE TableAuthOperator (AuthIdx) TO ConflictOperator
           MOVE TableRuleId (RuleIdx) TO ConflictRuleId
           MOVE TableRuleProgramA (RuleIdx) TO ConflictProgramA
           MOVE TableRuleProgramB (RuleIdx) TO ConflictProgramB
           IF CoveringExpiry = ZEROS
               ADD 1 TO UncoveredCount
               MOVE "NO EXCEPTION" TO ConflictStatus
               MOVE "***" TO ConflictFlag
           ELSE
               MOVE "HELD" TO ConflictStatus
               MOVE CoveringExpiry TO ConflictExpiry
               MOVE CoveringApprover TO ConflictApprover
           END-IF
           MOVE ConflictDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE.

       3310-SEARCH-EXCEPTION.
           IF TableExcpOperator (ExcpIdx) = TableAuthOperator (AuthIdx)
               AND TableExcpRuleId (ExcpIdx) = TableRuleId (RuleIdx)
               AND TableExcpExpiry (ExcpIdx) NOT < RunDate
               AND TableExcpExpiry (ExcpIdx) > CoveringExpiry
               MOVE TableExcpExpiry (ExcpIdx) TO CoveringExpiry
               MOVE TableExcpApprBy (ExcpIdx) TO CoveringApprover
           END-IF.

       3400-WRITE-EXCEPTION-LINE.
           MOVE TableExcpOperator (ExcpIdx) TO ExcpOperator
           MOVE TableExcpRuleId (ExcpIdx) TO ExcpRuleId
           MOVE TableExcpExpiry (ExcpIdx) TO ExcpExpiry
           MOVE TableExcpReqBy (ExcpIdx) TO ExcpRequestedBy
           MOVE TableExcpApprBy (ExcpIdx) TO ExcpApprovedBy
           MOVE TableExcpApprDate (ExcpIdx) TO ExcpApprovedDate
           IF TableExcpExpiry (ExcpIdx) < RunDate
               ADD 1 TO ExpiredCount
               MOVE "EXPIRED" TO ExcpStatus
           ELSE
               MOVE "RUNNING" TO ExcpStatus
           END-IF
           MOVE ExceptionDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE SodReportRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           IF SodRunWanted
               DISPLAY "Duty conflicts found         = " ConflictCount
               DISPLAY "Conflicts with no exception  = " UncoveredCount
           END-IF
           EVALUATE TRUE
               WHEN NOT InputsRead
                   MOVE 8 TO RETURN-CODE
               WHEN UncoveredCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "T" TO JobStampMode
           MOVE ConflictCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM SodReport.
