      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Monthly branch actual-versus-target report. Regional
      *          managers are measured against annual targets that
      *          TargetCsvImport loads once a year into BRCHTGT.DAT
      *          (layout BRCHTGT.cpy) by branch and month. This step
      *          totals the month's and the year-to-date actual
      *          transaction count and amount per branch from the
      *          cumulative branch-volume history (BRCHHIST.DAT, as
      *          BranchTrend does) and sets them against the same
      *          months' targets: for each branch the month's actual
      *          and target count and amount with the month's
      *          attainment, and the year-to-date actual and target
      *          amount with the year-to-date attainment by amount
      *          and by count. Branches are grouped by their
      *          CityMasterRegion with a total line per region and
      *          one for the network. At the top, every branch more
      *          than the BRCHTGT percentage (SHOPPARM low value,
      *          default 010) behind its year-to-date amount target
      *          is called out - a branch with no target to date is
      *          not judged. A branch with history or targets but no
      *          City Master record is reported under region NOT ON
      *          MASTER. The report goes to a dated generation
      *          BRCHATT.yyyymmdd.DAT (RPTCTL bracket; the trailer
      *          carries the lines written, the branches reported
      *          and the branches behind), cataloged through GENCATLG
      *          under report BRCHATT. The step only runs when the
      *          shop calendar (CALCHECK) says today is a month-end
      *          processing day, over the month now closing, unless
      *          the command line says FORCE, which runs it any day
      *          over last month - or over the month given after it,
      *          FORCE yyyymm. RETURN-CODE 0 clean, 4 when no targets
      *          are loaded for the year or the history is missing.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchTarget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BranchHistoryFile ASSIGN TO "BRCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchHistoryFileStatus.
           SELECT BranchTargetFile ASSIGN TO "BRCHTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchTargetFileStatus.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT AttainmentFile
               ASSIGN TO DYNAMIC AttainmentFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BranchHistoryFile
           RECORD CONTAINS 31 CHARACTERS.
       01 BranchHistoryRecord.
           02 BrchHistRunDate          PIC 9(8).
           02 BrchHistDateSplit REDEFINES BrchHistRunDate.
               03 BrchHistYear         PIC 9(4).
               03 BrchHistMonth        PIC 99.
               03 BrchHistDay          PIC 99.
           02 BrchHistSpace1           PIC X.
           02 BrchHistCityCode         PIC 99.
           02 BrchHistSpace2           PIC X.
           02 BrchHistTranCount        PIC 9(7).
           02 BrchHistSpace3           PIC X.
           02 BrchHistAmount           PIC 9(9)V99.
       FD  BranchTargetFile
           RECORD CONTAINS 29 CHARACTERS.
           COPY "BRCHTGT.cpy".
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  AttainmentFile
           RECORD CONTAINS 125 CHARACTERS.
       01 AttainmentRecord.
           02 AttainLineText           PIC X(125).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 BranchHistoryFileStatus  PIC XX.
           88 BranchHistoryFileOK  VALUE "00".
       01 BranchTargetFileStatus   PIC XX.
           88 BranchTargetFileOK   VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 HistoryEndSwitch         PIC X VALUE "N".
           88 EndOfHistory         VALUE "Y".
       01 TargetEndSwitch          PIC X VALUE "N".
           88 EndOfTargets         VALUE "Y".
       01 CityMasterEndSwitch      PIC X VALUE "N".
           88 EndOfCityMaster      VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 AttainParm               PIC X(40).
       01 AttainModeWord           PIC X(8).
           88 AttainModeForce      VALUE "FORCE".
       01 AttainMonthWord          PIC X(8).
       01 AttainWantedSwitch       PIC X VALUE "N".
           88 AttainRunWanted      VALUE "Y".
       01 MonthEndRunSwitch        PIC X VALUE "N".
           88 MonthEndRun          VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 ReportYearMonth          PIC 9(6).
       01 ReportMonthSplit REDEFINES ReportYearMonth.
           02 ReportYear           PIC 9(4).
           02 ReportMonth          PIC 99.
       01 BehindPercent            PIC 9(3) VALUE 010.
       01 BehindThreshold          PIC 9(3)V9.
      *----------------------------------------------------------------
      * One entry per branch code. The region comes from the City
      * Master; a code with history or targets but no master record
      * is grouped under NOT ON MASTER.
      *----------------------------------------------------------------
       01 BranchTable.
           02 BranchEntry OCCURS 99 TIMES.
               03 TableCityName     PIC X(15).
               03 TableRegionName   PIC X(14).
               03 TableOnMasterFlag PIC X.
                   88 BranchOnMaster VALUE "Y".
               03 MonthActualCount  PIC 9(9).
               03 MonthActualAmount PIC 9(11)V99.
               03 MonthTargetCount  PIC 9(9).
               03 MonthTargetAmount PIC 9(11)V99.
               03 YtdActualCount    PIC 9(9).
               03 YtdActualAmount   PIC 9(11)V99.
               03 YtdTargetCount    PIC 9(9).
               03 YtdTargetAmount   PIC 9(11)V99.
               03 TableBehindFlag   PIC X.
                   88 BranchBehind  VALUE "Y".
       01 BranchSub                PIC 9(3).
       01 BranchCodeDisplay        PIC 99.
       01 RegionTable.
           02 RegionEntry OCCURS 21 TIMES
               INDEXED BY RegionIdx.
               03 RegionName        PIC X(14).
       01 RegionEntryCount         PIC 99 VALUE ZEROS.
       01 RegionFoundSwitch        PIC X.
           88 RegionFound          VALUE "Y".
       01 RegionOverflowSwitch     PIC X VALUE "N".
           88 RegionTableOverflowed VALUE "Y".
       01 CurrentRegionName        PIC X(14).
      *    Totals for one line: a branch, a region or the network.
       01 LineTotals.
           02 LineMonthActCount     PIC 9(9).
           02 LineMonthActAmount    PIC 9(11)V99.
           02 LineMonthTgtCount     PIC 9(9).
           02 LineMonthTgtAmount    PIC 9(11)V99.
           02 LineYtdActCount       PIC 9(9).
           02 LineYtdActAmount      PIC 9(11)V99.
           02 LineYtdTgtCount       PIC 9(9).
           02 LineYtdTgtAmount      PIC 9(11)V99.
       01 RegionTotals.
           02 RegionMonthActCount   PIC 9(9).
           02 RegionMonthActAmount  PIC 9(11)V99.
           02 RegionMonthTgtCount   PIC 9(9).
           02 RegionMonthTgtAmount  PIC 9(11)V99.
           02 RegionYtdActCount     PIC 9(9).
           02 RegionYtdActAmount    PIC 9(11)V99.
           02 RegionYtdTgtCount     PIC 9(9).
           02 RegionYtdTgtAmount    PIC 9(11)V99.
       01 NetworkTotals.
           02 NetworkMonthActCount  PIC 9(9).
           02 NetworkMonthActAmount PIC 9(11)V99.
           02 NetworkMonthTgtCount  PIC 9(9).
           02 NetworkMonthTgtAmount PIC 9(11)V99.
           02 NetworkYtdActCount    PIC 9(9).
           02 NetworkYtdActAmount   PIC 9(11)V99.
           02 NetworkYtdTgtCount    PIC 9(9).
           02 NetworkYtdTgtAmount   PIC 9(11)V99.
       01 PctActual                PIC 9(11)V99.
       01 PctTarget                PIC 9(11)V99.
       01 PctResult                PIC 9(5)V9.
       01 PctDisplay               PIC X(7).
       01 PctEdited                PIC ZZZZ9.9.
       01 YtdAmountPct             PIC 9(5)V9.
       01 CountDisplay             PIC Z(6)9.
       01 AmountDisplay            PIC Z(10)9.99.
       01 PercentDisplay           PIC ZZ9.
       01 LineLabel                PIC X(19).
       01 HistoryRecordCount       PIC 9(7) VALUE ZEROS.
       01 TargetRecordCount        PIC 9(7) VALUE ZEROS.
       01 YearTargetCount          PIC 9(7) VALUE ZEROS.
       01 BranchReportedCount      PIC 9(5) VALUE ZEROS.
       01 BehindCount              PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 AttainmentFileName       PIC X(24).
       01 GenReportName            PIC X(12) VALUE "BRCHATT".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "BRCHTGT".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "BRCHTGT".
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
           IF AttainRunWanted
               PERFORM 2000-GATHER-ACTUALS-AND-TARGETS
               PERFORM 3000-WRITE-ATTAINMENT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO AttainParm
           ACCEPT AttainParm FROM COMMAND-LINE
           MOVE SPACES TO AttainModeWord
           MOVE SPACES TO AttainMonthWord
           UNSTRING AttainParm DELIMITED BY ALL SPACES
               INTO AttainModeWord AttainMonthWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF AttainModeForce
               SET AttainRunWanted TO TRUE
               DISPLAY "Branch attainment forced for " RunDate
           END-IF
           IF AttainRunWanted
               PERFORM 1200-SET-REPORT-MONTH
               PERFORM 1300-LOAD-SHOP-PARMS
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
               SET MonthEndRun TO TRUE
               SET AttainRunWanted TO TRUE
           ELSE
               IF NOT AttainModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "branch attainment skipped"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Month-end reports the month now closing. A forced run reports
      * the month named after FORCE, or last month when none is
      * given, so a part month is never reported by accident.
      *----------------------------------------------------------------
       1200-SET-REPORT-MONTH.
           IF AttainModeForce
               AND AttainMonthWord (1:6) NUMERIC
               AND AttainMonthWord (5:2) > "00"
               AND AttainMonthWord (5:2) < "13"
               MOVE AttainMonthWord (1:6) TO ReportYearMonth
           ELSE
               IF MonthEndRun
                   MOVE RunYear TO ReportYear
                   MOVE RunMonth TO ReportMonth
               ELSE
                   IF RunMonth = 1
                       COMPUTE ReportYear = RunYear - 1
                       MOVE 12 TO ReportMonth
                   ELSE
                       MOVE RunYear TO ReportYear
                       COMPUTE ReportMonth = RunMonth - 1
                   END-IF
               END-IF
           END-IF
           DISPLAY "Attainment month        = " ReportYearMonth.

       1300-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1310-READ-PARM-RECORD
               PERFORM 1320-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           IF BehindPercent > 100
               MOVE 100 TO BehindPercent
           END-IF
           COMPUTE BehindThreshold = 100 - BehindPercent.

       1310-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1320-APPLY-PARM-RECORD.
           IF ParmProgramId = "BRCHTGT"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO BehindPercent
           END-IF
           PERFORM 1310-READ-PARM-RECORD.

       2000-GATHER-ACTUALS-AND-TARGETS.
           PERFORM 2100-CLEAR-BRANCH-ENTRY
               VARYING BranchSub FROM 1 BY 1
               UNTIL BranchSub > 99
           PERFORM 2200-LOAD-CITY-MASTER
           OPEN INPUT BranchHistoryFile
           IF BranchHistoryFileOK
               PERFORM 2310-READ-HISTORY-RECORD
               PERFORM 2320-TALLY-HISTORY-RECORD UNTIL EndOfHistory
               CLOSE BranchHistoryFile
           ELSE
               DISPLAY "*** Branch history not available - "
                       "no actuals reported ***"
           END-IF
           OPEN INPUT BranchTargetFile
           IF BranchTargetFileOK
               PERFORM 2410-READ-TARGET-RECORD
               PERFORM 2420-TALLY-TARGET-RECORD UNTIL EndOfTargets
               CLOSE BranchTargetFile
           END-IF
           IF YearTargetCount = ZERO
               DISPLAY "*** No branch targets loaded for "
                       ReportYear " ***"
           END-IF
           PERFORM 2500-PLACE-BRANCH
               VARYING BranchSub FROM 1 BY 1
               UNTIL BranchSub > 99.

       2100-CLEAR-BRANCH-ENTRY.
           INITIALIZE BranchEntry (BranchSub)
           MOVE "N" TO TableOnMasterFlag (BranchSub)
           MOVE "N" TO TableBehindFlag (BranchSub).

       2200-LOAD-CITY-MASTER.
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               MOVE ZERO TO CityMasterCode
               START CityMasterFile KEY IS GREATER THAN
                   CityMasterCode
                   INVALID KEY SET EndOfCityMaster TO TRUE
               END-START
               IF NOT EndOfCityMaster
                   PERFORM 2210-READ-NEXT-CITY
                   PERFORM 2220-STORE-CITY-RECORD
                       UNTIL EndOfCityMaster
               END-IF
               CLOSE CityMasterFile
           ELSE
               DISPLAY "*** City Master not available - "
                       "branches not grouped by region ***"
           END-IF.

       2210-READ-NEXT-CITY.
           READ CityMasterFile NEXT RECORD
               AT END SET EndOfCityMaster TO TRUE
           END-READ.

       2220-STORE-CITY-RECORD.
           IF CityMasterCode > ZERO
               MOVE CityMasterName TO TableCityName (CityMasterCode)
               MOVE CityMasterRegion
                   TO TableRegionName (CityMasterCode)
               SET BranchOnMaster (CityMasterCode) TO TRUE
           END-IF
           PERFORM 2210-READ-NEXT-CITY.

       2310-READ-HISTORY-RECORD.
           READ BranchHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

       2320-TALLY-HISTORY-RECORD.
           ADD 1 TO HistoryRecordCount
           IF BrchHistCityCode > ZERO
               AND BrchHistYear = ReportYear
               AND BrchHistMonth NOT > ReportMonth
               ADD BrchHistTranCount
                   TO YtdActualCount (BrchHistCityCode)
               ADD BrchHistAmount
                   TO YtdActualAmount (BrchHistCityCode)
               IF BrchHistMonth = ReportMonth
                   ADD BrchHistTranCount
                       TO MonthActualCount (BrchHistCityCode)
                   ADD BrchHistAmount
                       TO MonthActualAmount (BrchHistCityCode)
               END-IF
           END-IF
           PERFORM 2310-READ-HISTORY-RECORD.

       2410-READ-TARGET-RECORD.
           READ BranchTargetFile
               AT END SET EndOfTargets TO TRUE
           END-READ.

       2420-TALLY-TARGET-RECORD.
           ADD 1 TO TargetRecordCount
           IF BrchTgtCityCode > ZERO
               AND BrchTgtYear = ReportYear
               ADD 1 TO YearTargetCount
               IF BrchTgtMonth NOT > ReportMonth
                   ADD BrchTgtCount
                       TO YtdTargetCount (BrchTgtCityCode)
                   ADD BrchTgtAmount
                       TO YtdTargetAmount (BrchTgtCityCode)
               END-IF
               IF BrchTgtMonth = ReportMonth
                   ADD BrchTgtCount
                       TO MonthTargetCount (BrchTgtCityCode)
                   ADD BrchTgtAmount
                       TO MonthTargetAmount (BrchTgtCityCode)
               END-IF
           END-IF
           PERFORM 2410-READ-TARGET-RECORD.

      *----------------------------------------------------------------
      * A branch with anything to report - year-to-date actuals or
      * targets - takes its region onto the region table and is
      * judged against the behind threshold.
      *----------------------------------------------------------------
       2500-PLACE-BRANCH.
           IF YtdActualCount (BranchSub) > ZERO
               OR YtdActualAmount (BranchSub) > ZERO
               OR YtdTargetCount (BranchSub) > ZERO
               OR YtdTargetAmount (BranchSub) > ZERO
               IF NOT BranchOnMaster (BranchSub)
                   MOVE "NOT ON MASTER" TO TableRegionName (BranchSub)
               END-IF
               MOVE TableRegionName (BranchSub) TO CurrentRegionName
               PERFORM 2510-ADD-REGION-ENTRY
               IF YtdTargetAmount (BranchSub) > ZERO
                   COMPUTE YtdAmountPct ROUNDED =
                       YtdActualAmount (BranchSub) * 100
                           / YtdTargetAmount (BranchSub)
                       ON SIZE ERROR MOVE 99999.9 TO YtdAmountPct
                   END-COMPUTE
                   IF YtdAmountPct < BehindThreshold
                       SET BranchBehind (BranchSub) TO TRUE
                       ADD 1 TO BehindCount
                   END-IF
               END-IF
           END-IF.

       2510-ADD-REGION-ENTRY.
           MOVE "N" TO RegionFoundSwitch
           SET RegionIdx TO 1
           PERFORM 2520-SEARCH-REGION-ENTRY
               UNTIL RegionFound OR RegionIdx > RegionEntryCount
           IF NOT RegionFound
               IF RegionEntryCount < 21
                   ADD 1 TO RegionEntryCount
                   MOVE CurrentRegionName
                       TO RegionName (RegionEntryCount)
               ELSE
                   SET RegionTableOverflowed TO TRUE
               END-IF
           END-IF.

       2520-SEARCH-REGION-ENTRY.
           IF RegionName (RegionIdx) = CurrentRegionName
               SET RegionFound TO TRUE
           ELSE
               SET RegionIdx UP BY 1
           END-IF.

       3000-WRITE-ATTAINMENT-REPORT.
           MOVE SPACES TO AttainmentFileName
           STRING "BRCHATT." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO AttainmentFileName
           END-STRING
           OPEN OUTPUT AttainmentFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "BRCHATT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO AttainLineText
           MOVE "BRANCH ACTUAL VERSUS TARGET FOR MONTH"
               TO AttainLineText (1:37)
           MOVE ReportYearMonth TO AttainLineText (39:6)
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-BEHIND-SECTION
           INITIALIZE NetworkTotals
           PERFORM 3200-WRITE-REGION-SECTION
               VARYING RegionIdx FROM 1 BY 1
               UNTIL RegionIdx > RegionEntryCount
           MOVE NetworkTotals TO LineTotals
           MOVE SPACES TO AttainLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "ALL BRANCHES" TO LineLabel
           PERFORM 3500-BUILD-TOTALS-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE BranchReportedCount TO TrailerControlTotal
           MOVE BehindCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE AttainmentFile
           MOVE AttainmentFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE BranchReportedCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

      *----------------------------------------------------------------
      * The branches behind come first, so the regional managers see
      * them before the detail.
      *----------------------------------------------------------------
       3100-WRITE-BEHIND-SECTION.
           MOVE SPACES TO AttainLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE BehindPercent TO PercentDisplay
           MOVE SPACES TO AttainLineText
           STRING "BRANCHES MORE THAN " DELIMITED BY SIZE
                  PercentDisplay DELIMITED BY SIZE
                  "% BEHIND YEAR-TO-DATE AMOUNT TARGET"
                      DELIMITED BY SIZE
               INTO AttainLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           IF BehindCount = ZERO
               MOVE SPACES TO AttainLineText
               MOVE "  NONE" TO AttainLineText (1:6)
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO AttainLineText
               MOVE "BR NAME" TO AttainLineText (3:7)
               MOVE "REGION" TO AttainLineText (22:6)
               MOVE "YTD AMOUNT" TO AttainLineText (41:10)
               MOVE "YTD TARGET  YTD %" TO AttainLineText (56:17)
               PERFORM 3900-WRITE-REPORT-LINE
               PERFORM 3110-WRITE-BEHIND-LINE
                   VARYING BranchSub FROM 1 BY 1
                   UNTIL BranchSub > 99
           END-IF.

       3110-WRITE-BEHIND-LINE.
           IF BranchBehind (BranchSub)
               MOVE SPACES TO AttainLineText
               MOVE BranchSub TO BranchCodeDisplay
               MOVE BranchCodeDisplay TO AttainLineText (3:2)
               MOVE TableCityName (BranchSub) TO AttainLineText (6:15)
               MOVE TableRegionName (BranchSub)
                   TO AttainLineText (22:14)
               MOVE YtdActualAmount (BranchSub) TO AmountDisplay
               MOVE AmountDisplay TO AttainLineText (37:14)
               MOVE YtdTargetAmount (BranchSub) TO AmountDisplay
               MOVE AmountDisplay TO AttainLineText (52:14)
               MOVE YtdActualAmount (BranchSub) TO PctActual
               MOVE YtdTargetAmount (BranchSub) TO PctTarget
               PERFORM 3800-FORMAT-PERCENT
               MOVE PctDisplay TO AttainLineText (67:7)
               MOVE "%" TO AttainLineText (74:1)
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * One region: a heading, a line per branch in code order, and
      * the region's total line.
      *----------------------------------------------------------------
       3200-WRITE-REGION-SECTION.
           MOVE RegionName (RegionIdx) TO CurrentRegionName
           INITIALIZE RegionTotals
           MOVE SPACES TO AttainLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO AttainLineText
           MOVE "REGION" TO AttainLineText (1:6)
           MOVE CurrentRegionName TO AttainLineText (8:14)
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3300-WRITE-COLUMN-HEADING
           PERFORM 3400-WRITE-BRANCH-LINE
               VARYING BranchSub FROM 1 BY 1
               UNTIL BranchSub > 99
           MOVE RegionTotals TO LineTotals
           MOVE "REGION TOTAL" TO LineLabel
           PERFORM 3500-BUILD-TOTALS-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3300-WRITE-COLUMN-HEADING.
           MOVE SPACES TO AttainLineText
           MOVE "BR NAME" TO AttainLineText (1:7)
           MOVE "MTH CNT TGT CNT" TO AttainLineText (21:15)
           MOVE "MTH AMOUNT" TO AttainLineText (41:10)
           MOVE "TGT AMOUNT  MTH %" TO AttainLineText (55:17)
           MOVE "YTD AMOUNT" TO AttainLineText (77:10)
           MOVE "YTD TARGET  YTD %" TO AttainLineText (92:17)
           MOVE "CNT %" TO AttainLineText (111:5)
           PERFORM 3900-WRITE-REPORT-LINE.

       3400-WRITE-BRANCH-LINE.
           IF (YtdActualCount (BranchSub) > ZERO
               OR YtdActualAmount (BranchSub) > ZERO
               OR YtdTargetCount (BranchSub) > ZERO
               OR YtdTargetAmount (BranchSub) > ZERO)
               AND TableRegionName (BranchSub) = CurrentRegionName
               ADD 1 TO BranchReportedCount
               MOVE MonthActualCount (BranchSub) TO LineMonthActCount
               MOVE MonthActualAmount (BranchSub)
                   TO LineMonthActAmount
               MOVE MonthTargetCount (BranchSub) TO LineMonthTgtCount
               MOVE MonthTargetAmount (BranchSub)
                   TO LineMonthTgtAmount
               MOVE YtdActualCount (BranchSub) TO LineYtdActCount
               MOVE YtdActualAmount (BranchSub) TO LineYtdActAmount
               MOVE YtdTargetCount (BranchSub) TO LineYtdTgtCount
               MOVE YtdTargetAmount (BranchSub) TO LineYtdTgtAmount
               ADD LineMonthActCount TO RegionMonthActCount
               ADD LineMonthActAmount TO RegionMonthActAmount
               ADD LineMonthTgtCount TO RegionMonthTgtCount
               ADD LineMonthTgtAmount TO RegionMonthTgtAmount
               ADD LineYtdActCount TO RegionYtdActCount
               ADD LineYtdActAmount TO RegionYtdActAmount
               ADD LineYtdTgtCount TO RegionYtdTgtCount
               ADD LineYtdTgtAmount TO RegionYtdTgtAmount
               ADD LineMonthActCount TO NetworkMonthActCount
               ADD LineMonthActAmount TO NetworkMonthActAmount
               ADD LineMonthTgtCount TO NetworkMonthTgtCount
               ADD LineMonthTgtAmount TO NetworkMonthTgtAmount
               ADD LineYtdActCount TO NetworkYtdActCount
               ADD LineYtdActAmount TO NetworkYtdActAmount
               ADD LineYtdTgtCount TO NetworkYtdTgtCount
               ADD LineYtdTgtAmount TO NetworkYtdTgtAmount
               MOVE SPACES TO LineLabel
               MOVE BranchSub TO BranchCodeDisplay
               MOVE BranchCodeDisplay TO LineLabel (1:2)
               MOVE TableCityName (BranchSub) TO LineLabel (4:15)
               PERFORM 3500-BUILD-TOTALS-LINE
               IF BranchBehind (BranchSub)
                   MOVE "BEHIND" TO AttainLineText (118:6)
               END-IF
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Branch, region and network lines share one layout, built
      * from LineTotals under the label given; the caller writes it.
      *----------------------------------------------------------------
       3500-BUILD-TOTALS-LINE.
           MOVE SPACES TO AttainLineText
           MOVE LineLabel TO AttainLineText (1:19)
           MOVE LineMonthActCount TO CountDisplay
           MOVE CountDisplay TO AttainLineText (21:7)
           MOVE LineMonthTgtCount TO CountDisplay
           MOVE CountDisplay TO AttainLineText (29:7)
           MOVE LineMonthActAmount TO AmountDisplay
           MOVE AmountDisplay TO AttainLineText (37:14)
           MOVE LineMonthTgtAmount TO AmountDisplay
           MOVE AmountDisplay TO AttainLineText (51:14)
           MOVE LineMonthActAmount TO PctActual
           MOVE LineMonthTgtAmount TO PctTarget
           PERFORM 3800-FORMAT-PERCENT
           MOVE PctDisplay TO AttainLineText (65:7)
           MOVE LineYtdActAmount TO AmountDisplay
           MOVE AmountDisplay TO AttainLineText (73:14)
           MOVE LineYtdTgtAmount TO AmountDisplay
           MOVE AmountDisplay TO AttainLineText (88:14)
           MOVE LineYtdActAmount TO PctActual
           MOVE LineYtdTgtAmount TO PctTarget
           PERFORM 3800-FORMAT-PERCENT
           MOVE PctDisplay TO AttainLineText (102:7)
           MOVE LineYtdActCount TO PctActual
           MOVE LineYtdTgtCount TO PctTarget
           PERFORM 3800-FORMAT-PERCENT
           MOVE PctDisplay TO AttainLineText (109:7).

      *----------------------------------------------------------------
      * Attainment as a percentage to one place; N/A where there is
      * no target to measure against.
      *----------------------------------------------------------------
       3800-FORMAT-PERCENT.
           IF PctTarget = ZERO
               MOVE "    N/A" TO PctDisplay
           ELSE
               COMPUTE PctResult ROUNDED = PctActual * 100 / PctTarget
                   ON SIZE ERROR MOVE 99999.9 TO PctResult
               END-COMPUTE
               MOVE PctResult TO PctEdited
               MOVE PctEdited TO PctDisplay
           END-IF.

       3900-WRITE-REPORT-LINE.
           WRITE AttainmentRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           IF AttainRunWanted
               DISPLAY "History records read    = " HistoryRecordCount
               DISPLAY "Target records read     = " TargetRecordCount
               DISPLAY "Targets for the year    = " YearTargetCount
               DISPLAY "Branches reported       = "
                       BranchReportedCount
               DISPLAY "Branches behind target  = " BehindCount
               DISPLAY "Report on " AttainmentFileName
           END-IF
           IF RegionTableOverflowed
               DISPLAY "*** Region table full - some branches "
                       "not reported ***"
           END-IF
           EVALUATE TRUE
               WHEN NOT AttainRunWanted
                   MOVE 0 TO RETURN-CODE
               WHEN YearTargetCount = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NOT BranchHistoryFileOK
                   MOVE 4 TO RETURN-CODE
               WHEN RegionTableOverflowed
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE BranchReportedCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM BranchTarget.
