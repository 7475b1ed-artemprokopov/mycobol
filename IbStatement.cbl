      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Month-end inter-branch settlement statement. The batch
      *          routing run nets each day's branch-to-branch transfers
      *          between every pair of branches onto INTBSETL.DAT
      *          (INTBSETL.cpy) and posts the balancing journal; this
      *          step gathers a month of those rows and gives each
      *          branch accountant one agreed picture: for every
      *          branch that settled with anybody in the month, a
      *          section listing each counterparty with the transfers
      *          netted and the net amount, marked DUE TO US when the
      *          counterparty owes the branch and WE OWE when the
      *          branch owes the counterparty, closed by the branch's
      *          net position with the whole network. Each pair
      *          appears in both branches' sections with the same
      *          amount and the opposite marker, so the two sides
      *          agree by construction. The statement goes to a dated
      *          generation IBSTMT.yyyymmdd.DAT (RPTCTL bracket; the
      *          trailer carries the lines written and the settlement
      *          rows taken), cataloged through GENCATLG under report
      *          IBSTMT. The step only runs when the shop calendar
      *          (CALCHECK) says today is a month-end processing day,
      *          over the month now closing, unless the command line
      *          says FORCE, which runs it any day over last month -
      *          or over the month given after it, FORCE yyyymm, to
      *          reprint a month under dispute. RETURN-CODE 0 clean,
      *          4 when the settlement file is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IbStatement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SettlementFile ASSIGN TO "INTBSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SettlementFileStatus.
           SELECT StatementFile
               ASSIGN TO DYNAMIC StatementFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SettlementFile
           RECORD CONTAINS 34 CHARACTERS.
           COPY "INTBSETL.cpy".
       FD  StatementFile
           RECORD CONTAINS 70 CHARACTERS.
       01 StatementRecord.
           02 StatementLineText        PIC X(70).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 SettlementFileStatus     PIC XX.
           88 SettlementFileOK     VALUE "00".
       01 SettlementEndSwitch      PIC X VALUE "N".
           88 EndOfSettlement      VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 StatementParm            PIC X(40).
       01 StatementModeWord        PIC X(8).
           88 StatementModeForce   VALUE "FORCE".
       01 StatementMonthWord       PIC X(8).
       01 StatementWantedSwitch    PIC X VALUE "N".
           88 StatementRunWanted   VALUE "Y".
       01 MonthEndRunSwitch        PIC X VALUE "N".
           88 MonthEndRun          VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 StatementYearMonth       PIC 9(6).
       01 StatementMonthSplit REDEFINES StatementYearMonth.
           02 StatementYear        PIC 9(4).
           02 StatementMonth       PIC 99.
      *----------------------------------------------------------------
      * PositionAmount (b, c) is what branch c owes branch b for the
      * month - negative when b owes c. Every settlement row is
      * entered from both sides.
      *----------------------------------------------------------------
       01 BranchPositionTable.
           02 BranchEntry OCCURS 99 TIMES.
               03 BranchActiveFlag  PIC X.
                   88 BranchActive  VALUE "Y".
               03 CounterpartyEntry OCCURS 99 TIMES.
                   04 PositionAmount    PIC S9(11)V99.
                   04 PositionTranCount PIC 9(7).
                   04 PositionRowFlag   PIC X.
                       88 PositionHasRows VALUE "Y".
       01 BranchSub                PIC 9(3).
       01 CounterpartySub          PIC 9(3).
       01 BranchCodeDisplay        PIC 99.
       01 BranchNetPosition        PIC S9(11)V99.
       01 BranchSectionCount       PIC 9(5) VALUE ZEROS.
       01 SettlementRowsRead       PIC 9(7) VALUE ZEROS.
       01 SettlementRowsTaken      PIC 9(7) VALUE ZEROS.
       01 StatementLineCount       PIC 9(7) VALUE ZEROS.
       01 StatementFileName        PIC X(24).
       01 MarkerAmount             PIC S9(11)V99.
       01 PositionMarker           PIC X(9).
       01 AmountDisplay            PIC -(11)9.99.
       01 CountDisplay             PIC Z(6)9.
       01 SettlementMissingSwitch  PIC X VALUE "N".
           88 SettlementMissing    VALUE "Y".
       01 GenReportName            PIC X(12) VALUE "IBSTMT".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "IBSTMT".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "IBSTMT".
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
           IF StatementRunWanted
               PERFORM 2000-GATHER-SETTLEMENTS
               PERFORM 3000-WRITE-STATEMENT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO StatementParm
           ACCEPT StatementParm FROM COMMAND-LINE
           MOVE SPACES TO StatementModeWord
           MOVE SPACES TO StatementMonthWord
           UNSTRING StatementParm DELIMITED BY ALL SPACES
               INTO StatementModeWord StatementMonthWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF StatementModeForce
               SET StatementRunWanted TO TRUE
               DISPLAY "Settlement statement forced for " RunDate
           END-IF
           IF StatementRunWanted
               PERFORM 1200-SET-STATEMENT-MONTH
           END-IF.

      *----------------------------------------------------------------
      * The statement belongs to month-end; a date missing from the
      * calendar does not produce one.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET MonthEndRun TO TRUE
               SET StatementRunWanted TO TRUE
           ELSE
               IF NOT StatementModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "settlement statement skipped"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Month-end states the month now closing. A forced run states
      * the month named after FORCE, or last month when none is
      * given, so a part month is never stated by accident.
      *----------------------------------------------------------------
       1200-SET-STATEMENT-MONTH.
           IF StatementModeForce
               AND StatementMonthWord (1:6) NUMERIC
               AND StatementMonthWord (5:2) > "00"
               AND StatementMonthWord (5:2) < "13"
               MOVE StatementMonthWord (1:6) TO StatementYearMonth
           ELSE
               IF MonthEndRun
                   MOVE RunYear TO StatementYear
                   MOVE RunMonth TO StatementMonth
               ELSE
                   IF RunMonth = 1
                       COMPUTE StatementYear = RunYear - 1
                       MOVE 12 TO StatementMonth
                   ELSE
                       MOVE RunYear TO StatementYear
                       COMPUTE StatementMonth = RunMonth - 1
                   END-IF
               END-IF
           END-IF
           DISPLAY "Settlement month             = "
                   StatementYearMonth.

       2000-GATHER-SETTLEMENTS.
           PERFORM 2100-CLEAR-BRANCH-ENTRY
               VARYING BranchSub FROM 1 BY 1
               UNTIL BranchSub > 99
           OPEN INPUT SettlementFile
           IF SettlementFileOK
               PERFORM 2300-READ-SETTLEMENT-RECORD
               PERFORM 2400-TAKE-SETTLEMENT-RECORD
                   UNTIL EndOfSettlement
               CLOSE SettlementFile
           ELSE
               SET SettlementMissing TO TRUE
               DISPLAY "*** Settlement file not available - "
                       "empty statement produced ***"
           END-IF.

       2100-CLEAR-BRANCH-ENTRY.
           MOVE "N" TO BranchActiveFlag (BranchSub)
           PERFORM 2200-CLEAR-COUNTERPARTY-ENTRY
               VARYING CounterpartySub FROM 1 BY 1
               UNTIL CounterpartySub > 99.

       2200-CLEAR-COUNTERPARTY-ENTRY.
           MOVE ZEROS TO PositionAmount (BranchSub, CounterpartySub)
           MOVE ZEROS
               TO PositionTranCount (BranchSub, CounterpartySub)
           MOVE "N" TO PositionRowFlag (BranchSub, CounterpartySub).

       2300-READ-SETTLEMENT-RECORD.
           READ SettlementFile
               AT END SET EndOfSettlement TO TRUE
           END-READ.

       2400-TAKE-SETTLEMENT-RECORD.
           ADD 1 TO SettlementRowsRead
           IF IbsSettleYearMonth = StatementYearMonth
               AND IbsDueToBranch > ZERO
               AND IbsDueFromBranch > ZERO
               AND IbsDueToBranch NOT = IbsDueFromBranch
               ADD 1 TO SettlementRowsTaken
               MOVE IbsDueToBranch TO BranchSub
               MOVE IbsDueFromBranch TO CounterpartySub
               SET BranchActive (BranchSub) TO TRUE
               SET BranchActive (CounterpartySub) TO TRUE
               SET PositionHasRows (BranchSub, CounterpartySub)
                   TO TRUE
               SET PositionHasRows (CounterpartySub, BranchSub)
                   TO TRUE
               ADD IbsNetAmount
                   TO PositionAmount (BranchSub, CounterpartySub)
               SUBTRACT IbsNetAmount
                   FROM PositionAmount (CounterpartySub, BranchSub)
               ADD IbsTransferCount
                   TO PositionTranCount (BranchSub, CounterpartySub)
               ADD IbsTransferCount
                   TO PositionTranCount (CounterpartySub, BranchSub)
           END-IF
           PERFORM 2300-READ-SETTLEMENT-RECORD.

       3000-WRITE-STATEMENT.
           MOVE SPACES TO StatementFileName
           STRING "IBSTMT." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO StatementFileName
           END-STRING
           OPEN OUTPUT StatementFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "IBSTMT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO StatementLineText
           MOVE "INTER-BRANCH SETTLEMENT STATEMENT FOR MONTH"
               TO StatementLineText (1:43)
           MOVE StatementYearMonth TO StatementLineText (45:6)
           WRITE StatementRecord
           ADD 1 TO StatementLineCount
           PERFORM 3100-WRITE-BRANCH-SECTION
               VARYING BranchSub FROM 1 BY 1
               UNTIL BranchSub > 99
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE StatementLineCount TO TrailerRecordCount
           MOVE SettlementRowsTaken TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE StatementFile
           MOVE StatementFileName TO GenFileName
           MOVE StatementLineCount TO GenRecordCount
           MOVE SettlementRowsTaken TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

      *----------------------------------------------------------------
      * One section per branch that settled with anybody in the
      * month: a line per counterparty, then the branch's net
      * position - positive when the network owes the branch.
      *----------------------------------------------------------------
       3100-WRITE-BRANCH-SECTION.
           IF BranchActive (BranchSub)
               ADD 1 TO BranchSectionCount
               MOVE ZEROS TO BranchNetPosition
               MOVE SPACES TO StatementLineText
               WRITE StatementRecord
               MOVE SPACES TO StatementLineText
               MOVE "BRANCH" TO StatementLineText (1:6)
               MOVE BranchSub TO BranchCodeDisplay
               MOVE BranchCodeDisplay TO StatementLineText (8:2)
               WRITE StatementRecord
               MOVE SPACES TO StatementLineText
               MOVE "  COUNTERPARTY  TRANSFERS"
                   TO StatementLineText (1:25)
               MOVE "NET AMOUNT POSITION"
                   TO StatementLineText (35:19)
               WRITE StatementRecord
               ADD 3 TO StatementLineCount
               PERFORM 3200-WRITE-COUNTERPARTY-LINE
                   VARYING CounterpartySub FROM 1 BY 1
                   UNTIL CounterpartySub > 99
               MOVE BranchNetPosition TO MarkerAmount
               PERFORM 3300-SET-POSITION-MARKER
               MOVE BranchNetPosition TO AmountDisplay
               MOVE SPACES TO StatementLineText
               MOVE "  NET POSITION WITH NETWORK"
                   TO StatementLineText (1:27)
               MOVE AmountDisplay TO StatementLineText (29:15)
               MOVE PositionMarker TO StatementLineText (45:9)
               WRITE StatementRecord
               ADD 1 TO StatementLineCount
           END-IF.

       3200-WRITE-COUNTERPARTY-LINE.
           IF PositionHasRows (BranchSub, CounterpartySub)
               ADD PositionAmount (BranchSub, CounterpartySub)
                   TO BranchNetPosition
               MOVE PositionAmount (BranchSub, CounterpartySub)
                   TO MarkerAmount
               PERFORM 3300-SET-POSITION-MARKER
               MOVE PositionAmount (BranchSub, CounterpartySub)
                   TO AmountDisplay
               MOVE PositionTranCount (BranchSub, CounterpartySub)
                   TO CountDisplay
               MOVE SPACES TO StatementLineText
               MOVE CounterpartySub TO BranchCodeDisplay
               MOVE BranchCodeDisplay TO StatementLineText (3:2)
               MOVE CountDisplay TO StatementLineText (19:7)
               MOVE AmountDisplay TO StatementLineText (29:15)
               MOVE PositionMarker TO StatementLineText (45:9)
               WRITE StatementRecord
               ADD 1 TO StatementLineCount
           END-IF.

       3300-SET-POSITION-MARKER.
           EVALUATE TRUE
               WHEN MarkerAmount > ZERO
                   MOVE "DUE TO US" TO PositionMarker
               WHEN MarkerAmount < ZERO
                   MOVE "WE OWE" TO PositionMarker
               WHEN OTHER
                   MOVE "SETTLED" TO PositionMarker
           END-EVALUATE.

       9000-TERMINATE.
           IF StatementRunWanted
               DISPLAY "Settlement rows read         = "
                       SettlementRowsRead
               DISPLAY "Settlement rows in month     = "
                       SettlementRowsTaken
               DISPLAY "Branch sections written      = "
                       BranchSectionCount
               DISPLAY "Statement on " StatementFileName
           END-IF
           EVALUATE TRUE
               WHEN SettlementMissing
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE SettlementRowsTaken TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM IbStatement.
