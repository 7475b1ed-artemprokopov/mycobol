      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Headcount and turnover report for the board pack,
      *          for any month or quarter. For each department on the
      *          department master (DEPTMSTR.DAT, layout DEPTMSTR.cpy)
      *          it shows the opening headcount, the hires and the
      *          leavers in the period, the closing headcount and the
      *          turnover percentage, worked from the hire date,
      *          employment status and termination date on the person
      *          master (PERSMSTR.DAT, layout PERSMSTR.cpy). Each line
      *          also carries the rolling twelve-month turnover to the
      *          end of the period and the average length of service,
      *          in months, of the period's leavers. People filed under
      *          a department no longer on the master get a line of
      *          their own, marked. The period is named on the command
      *          line as yyyymm for a month or yyyyQn for a quarter;
      *          with none given it is the previous calendar month.
      *          The report is HEADCNT.DAT (RPTCTL bracket) and the
      *          same figures go to HEADCSV.DAT, comma-delimited, for
      *          HR's spreadsheet. RETURN-CODE 0 when all is reported,
      *          4 when the department master could not be read, a
      *          department could not be given a line or a leaver has
      *          no termination date, 8 when the period is not valid
      *          or the person master cannot be read.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Accepts QUARTER on the command line for the
      *                   calendar quarter holding the run date, so the
      *                   PERIODRUN stream can run the board's quarterly
      *                   report on the quarter-end day without a
      *                   hand-keyed yyyyQn.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadcountRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeptMasterFile ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptMasterFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT HeadcountReportFile ASSIGN TO "HEADCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HeadcountCsvFile ASSIGN TO "HEADCSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DeptMasterFile
           RECORD CONTAINS 52 CHARACTERS.
           COPY "DEPTMSTR.cpy".
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  HeadcountReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 HeadcountReportRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       FD  HeadcountCsvFile
           RECORD CONTAINS 85 CHARACTERS.
       01 HeadcountCsvRecord.
           02 CsvPeriod                PIC X(6).
           02 CsvComma1                PIC X.
           02 CsvDeptCode              PIC X(10).
           02 CsvComma2                PIC X.
           02 CsvDeptName              PIC X(20).
           02 CsvComma3                PIC X.
           02 CsvOpening               PIC 9(5).
           02 CsvComma4                PIC X.
           02 CsvHires                 PIC 9(5).
           02 CsvComma5                PIC X.
           02 CsvLeavers               PIC 9(5).
           02 CsvComma6                PIC X.
           02 CsvClosing               PIC 9(5).
           02 CsvComma7                PIC X.
           02 CsvTurnoverPct           PIC 9(4).99.
           02 CsvComma8                PIC X.
           02 CsvRollingTurnoverPct    PIC 9(4).99.
           02 CsvComma9                PIC X.
           02 CsvAvgServiceMonths      PIC 9(4).9.
       WORKING-STORAGE SECTION.
       01 DeptMasterFileStatus     PIC XX.
           88 DeptMasterFileOK     VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 DeptMasterEndSwitch      PIC X VALUE "N".
           88 EndOfDeptMaster      VALUE "Y".
       01 PersonMasterEndSwitch    PIC X VALUE "N".
           88 EndOfPersonMaster    VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateParts REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 HeadcountParm            PIC X(40).
       01 PeriodText               PIC X(6).
       01 PeriodYear               PIC 9(4).
       01 PeriodFirstMonth         PIC 99.
       01 PeriodLastMonth          PIC 99.
       01 PeriodQuarter            PIC 9.
       01 FromDate                 PIC 9(8).
       01 ToDate                   PIC 9(8).
       01 ToDateParts REDEFINES ToDate.
           02 ToYear               PIC 9(4).
           02 ToMonth              PIC 99.
           02 ToDay                PIC 99.
       01 RollingFromDate          PIC 9(8).
       01 RollingFromParts REDEFINES RollingFromDate.
           02 RollingFromYear      PIC 9(4).
           02 RollingFromMonth     PIC 99.
           02 RollingFromDay       PIC 99.
       01 MonthSerial              PIC 9(6).
       01 MonthRemainder           PIC 99.
       01 LeapQuotient             PIC 9(4).
       01 LeapRemainder            PIC 9(3).
       01 MonthLengthValues        PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           02 MonthLength          PIC 99 OCCURS 12 TIMES.
       01 HeadcountFailedSwitch    PIC X VALUE "N".
           88 HeadcountFailed      VALUE "Y".
       01 DeptMasterMissingSwitch  PIC X VALUE "N".
           88 DeptMasterMissing    VALUE "Y".
       01 DeptTableFullSwitch      PIC X VALUE "N".
           88 DeptTableFull        VALUE "Y".
      *----------------------------------------------------------------
      * One row per department, master departments first in master
      * order, then any department found only on the person master.
      *----------------------------------------------------------------
       01 DeptTable.
           02 DeptEntry OCCURS 99 TIMES
               INDEXED BY DeptIdx.
               03 TableDeptCode        PIC X(10).
               03 TableDeptName        PIC X(20).
               03 TableOnMasterFlag    PIC X.
                   88 TableOnMaster    VALUE "Y".
               03 TableCounts.
                   04 TableOpening         PIC 9(5).
                   04 TableHires           PIC 9(5).
                   04 TableLeavers         PIC 9(5).
                   04 TableClosing         PIC 9(5).
                   04 TableRollingOpening  PIC 9(5).
                   04 TableRollingLeavers  PIC 9(5).
                   04 TableServiceLeavers  PIC 9(5).
                   04 TableServiceMonths   PIC 9(7).
       01 DeptEntryCount           PIC 9(3) VALUE ZEROS.
       01 SearchDeptCode           PIC X(10).
       01 DeptFoundSwitch          PIC X.
           88 DeptFound            VALUE "Y".
       01 TotalCounts.
           02 TotalOpening         PIC 9(5) VALUE ZEROS.
           02 TotalHires           PIC 9(5) VALUE ZEROS.
           02 TotalLeavers         PIC 9(5) VALUE ZEROS.
           02 TotalClosing         PIC 9(5) VALUE ZEROS.
           02 TotalRollingOpening  PIC 9(5) VALUE ZEROS.
           02 TotalRollingLeavers  PIC 9(5) VALUE ZEROS.
           02 TotalServiceLeavers  PIC 9(5) VALUE ZEROS.
           02 TotalServiceMonths   PIC 9(7) VALUE ZEROS.
       01 LineCounts.
           02 LineOpening          PIC 9(5).
           02 LineHires            PIC 9(5).
           02 LineLeavers          PIC 9(5).
           02 LineClosing          PIC 9(5).
           02 LineRollingOpening   PIC 9(5).
           02 LineRollingLeavers   PIC 9(5).
           02 LineServiceLeavers   PIC 9(5).
           02 LineServiceMonths    PIC 9(7).
       01 LineDeptCode             PIC X(10).
       01 LineDeptName             PIC X(20).
       01 LineTurnoverPct          PIC 9(4)V99.
       01 LineRollingTurnoverPct   PIC 9(4)V99.
       01 LineAvgServiceMonths     PIC 9(4)V9.
       01 LineAverageBase          PIC 9(6).
      *----------------------------------------------------------------
      * Where one person falls in the period and the rolling year.
      *----------------------------------------------------------------
       01 PersonHireDate           PIC 9(8).
       01 PersonHireParts REDEFINES PersonHireDate.
           02 PersonHireYear       PIC 9(4).
           02 PersonHireMonth      PIC 99.
           02 PersonHireDay        PIC 99.
       01 PersonLeaveDate          PIC 9(8).
       01 PersonLeaveParts REDEFINES PersonLeaveDate.
           02 PersonLeaveYear      PIC 9(4).
           02 PersonLeaveMonth     PIC 99.
           02 PersonLeaveDay       PIC 99.
       01 PersonCounts.
           02 PersonOpening        PIC 9(5).
           02 PersonHires          PIC 9(5).
           02 PersonLeavers        PIC 9(5).
           02 PersonClosing        PIC 9(5).
           02 PersonRollingOpening PIC 9(5).
           02 PersonRollingLeavers PIC 9(5).
           02 PersonServiceLeavers PIC 9(5).
           02 PersonServiceMonths  PIC 9(7).
       01 ServiceMonthCount        PIC S9(7).
       01 PersonsRead              PIC 9(7) VALUE ZEROS.
       01 UndatedLeaverCount       PIC 9(5) VALUE ZEROS.
       01 UnknownHireLeaverCount   PIC 9(5) VALUE ZEROS.
       01 DeptLineCount            PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 CountDisplay             PIC ZZZZ9.
       01 PercentOneDecimal        PIC 9(4)V9.
       01 PercentDisplay           PIC ZZZ9.9.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "HEADCNT".
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
           IF NOT HeadcountFailed
               PERFORM 1100-LOAD-DEPT-MASTER
               PERFORM 1200-COUNT-PERSON-MASTER
           END-IF
           IF NOT HeadcountFailed
               PERFORM 2000-WRITE-HEADCOUNT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO HeadcountParm
           ACCEPT HeadcountParm FROM COMMAND-LINE
           MOVE SPACES TO PeriodText
           UNSTRING HeadcountParm DELIMITED BY ALL SPACES
               INTO PeriodText
           END-UNSTRING
           EVALUATE TRUE
               WHEN PeriodText = SPACES
                   PERFORM 1010-DEFAULT-PERIOD
               WHEN HeadcountParm (1:8) = "QUARTER "
                   PERFORM 1015-CURRENT-QUARTER
               WHEN OTHER
                   PERFORM 1020-PARSE-PERIOD
           END-EVALUATE
           IF NOT HeadcountFailed
               PERFORM 1030-SET-PERIOD-DATES
           END-IF.

      *----------------------------------------------------------------
      * With no period named the report is for the last full month.
      *----------------------------------------------------------------
       1010-DEFAULT-PERIOD.
           MOVE RunYear TO PeriodYear
           IF RunMonth = 1
               SUBTRACT 1 FROM PeriodYear
               MOVE 12 TO PeriodFirstMonth
           ELSE
               COMPUTE PeriodFirstMonth = RunMonth - 1
           END-IF
           MOVE PeriodFirstMonth TO PeriodLastMonth
           MOVE PeriodYear TO PeriodText (1:4)
           MOVE PeriodFirstMonth TO PeriodText (5:2).

      *----------------------------------------------------------------
      * QUARTER names the calendar quarter holding the run date -
      * PERIODRUN runs the report on the quarter-end processing day,
      * so that quarter is the one just closing.
      *----------------------------------------------------------------
       1015-CURRENT-QUARTER.
           MOVE RunYear TO PeriodYear
           COMPUTE PeriodQuarter = (RunMonth + 2) / 3
           COMPUTE PeriodLastMonth = PeriodQuarter * 3
           COMPUTE PeriodFirstMonth = PeriodLastMonth - 2
           MOVE PeriodYear TO PeriodText (1:4)
           MOVE "Q" TO PeriodText (5:1)
           MOVE PeriodQuarter TO PeriodText (6:1).

       1020-PARSE-PERIOD.
           EVALUATE TRUE
               WHEN PeriodText (1:4) NOT NUMERIC
                   OR PeriodText (1:4) < "1900"
                   SET HeadcountFailed TO TRUE
               WHEN PeriodText (5:1) = "Q" OR PeriodText (5:1) = "q"
                   IF PeriodText (6:1) >= "1"
                       AND PeriodText (6:1) <= "4"
                       MOVE "Q" TO PeriodText (5:1)
                       MOVE PeriodText (6:1) TO PeriodQuarter
                       COMPUTE PeriodLastMonth = PeriodQuarter * 3
                       COMPUTE PeriodFirstMonth = PeriodLastMonth - 2
                   ELSE
                       SET HeadcountFailed TO TRUE
                   END-IF
               WHEN PeriodText (5:2) NOT NUMERIC
                   SET HeadcountFailed TO TRUE
               WHEN PeriodText (5:2) < "01" OR PeriodText (5:2) > "12"
                   SET HeadcountFailed TO TRUE
               WHEN OTHER
                   MOVE PeriodText (5:2) TO PeriodFirstMonth
                   MOVE PeriodFirstMonth TO PeriodLastMonth
           END-EVALUATE
           IF HeadcountFailed
               DISPLAY "*** Period " PeriodText
                       " is not yyyymm or yyyyQn - no report ***"
           ELSE
               MOVE PeriodText (1:4) TO PeriodYear
           END-IF.

      *----------------------------------------------------------------
      * The rolling year is the twelve whole months ending with the
      * period's last month.
      *----------------------------------------------------------------
       1030-SET-PERIOD-DATES.
           COMPUTE FromDate = PeriodYear * 10000
               + PeriodFirstMonth * 100 + 1
           MOVE PeriodYear TO ToYear
           MOVE PeriodLastMonth TO ToMonth
           MOVE MonthLength (PeriodLastMonth) TO ToDay
           IF PeriodLastMonth = 2
               DIVIDE PeriodYear BY 4 GIVING LeapQuotient
                   REMAINDER LeapRemainder
               IF LeapRemainder = ZERO
                   MOVE 29 TO ToDay
                   DIVIDE PeriodYear BY 100 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder = ZERO
                       MOVE 28 TO ToDay
                       DIVIDE PeriodYear BY 400 GIVING LeapQuotient
                           REMAINDER LeapRemainder
                       IF LeapRemainder = ZERO
                           MOVE 29 TO ToDay
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE MonthSerial = PeriodYear * 12 + PeriodLastMonth - 12
           DIVIDE MonthSerial BY 12 GIVING RollingFromYear
               REMAINDER MonthRemainder
           COMPUTE RollingFromMonth = MonthRemainder + 1
           MOVE 1 TO RollingFromDay.

       1100-LOAD-DEPT-MASTER.
           OPEN INPUT DeptMasterFile
           IF DeptMasterFileOK
               PERFORM 1110-READ-DEPT-MASTER
               PERFORM 1120-ADD-DEPT-MASTER UNTIL EndOfDeptMaster
               CLOSE DeptMasterFile
           ELSE
               SET DeptMasterMissing TO TRUE
               DISPLAY "*** Department master DEPTMSTR.DAT not "
                       "available - departments reported as coded ***"
           END-IF.

       1110-READ-DEPT-MASTER.
           READ DeptMasterFile
               AT END SET EndOfDeptMaster TO TRUE
           END-READ.

       1120-ADD-DEPT-MASTER.
           IF DeptMasterCode NOT = SPACES
               MOVE DeptMasterCode TO SearchDeptCode
               PERFORM 1320-FIND-DEPT-ROW
               IF NOT DeptFound
                   PERFORM 1330-ADD-DEPT-ROW
                   IF DeptFound
                       MOVE DeptMasterName TO TableDeptName (DeptIdx)
                       SET TableOnMaster (DeptIdx) TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 1110-READ-DEPT-MASTER.

       1200-COUNT-PERSON-MASTER.
           OPEN INPUT PersonMasterFile
           IF PersonMasterFileOK
               MOVE LOW-VALUES TO MasterPersonID
               START PersonMasterFile KEY IS GREATER THAN
                   MasterPersonID
                   INVALID KEY SET EndOfPersonMaster TO TRUE
               END-START
               IF NOT EndOfPersonMaster
                   PERFORM 1210-READ-NEXT-PERSON
                   PERFORM 1220-COUNT-ONE-PERSON
                       UNTIL EndOfPersonMaster
               END-IF
               CLOSE PersonMasterFile
           ELSE
               SET HeadcountFailed TO TRUE
               DISPLAY "*** Person master PERSMSTR.DAT not "
                       "available - no headcount report ***"
           END-IF.

       1210-READ-NEXT-PERSON.
           READ PersonMasterFile NEXT RECORD
               AT END SET EndOfPersonMaster TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A person is on the books from the hire date to the termination
      * date, both included, so one who leaves on the first day of the
      * period is in the opening headcount and among the leavers. A
      * missing hire date counts as hired before any period. A leaver
      * with no termination date cannot be placed and is only counted.
      *----------------------------------------------------------------
       1220-COUNT-ONE-PERSON.
           ADD 1 TO PersonsRead
           IF MasterHireDate NUMERIC
               MOVE MasterHireDate TO PersonHireDate
           ELSE
               MOVE ZEROS TO PersonHireDate
           END-IF
           MOVE 99999999 TO PersonLeaveDate
           IF PersonTerminated
               IF MasterTermDate NUMERIC AND MasterTermDate > ZERO
                   MOVE MasterTermDate TO PersonLeaveDate
               ELSE
                   MOVE ZEROS TO PersonLeaveDate
                   ADD 1 TO UndatedLeaverCount
               END-IF
           END-IF
           IF PersonLeaveDate > ZERO
               PERFORM 1230-PLACE-PERSON
           END-IF
           PERFORM 1210-READ-NEXT-PERSON.

       1230-PLACE-PERSON.
           MOVE ZEROS TO PersonCounts
           IF PersonHireDate < FromDate
               AND PersonLeaveDate >= FromDate
               MOVE 1 TO PersonOpening
           END-IF
           IF PersonHireDate >= FromDate
               AND PersonHireDate <= ToDate
               MOVE 1 TO PersonHires
           END-IF
           IF PersonLeaveDate >= FromDate
               AND PersonLeaveDate <= ToDate
               MOVE 1 TO PersonLeavers
               PERFORM 1240-MEASURE-SERVICE
           END-IF
           IF PersonHireDate <= ToDate
               AND PersonLeaveDate > ToDate
               MOVE 1 TO PersonClosing
           END-IF
           IF PersonHireDate < RollingFromDate
               AND PersonLeaveDate >= RollingFromDate
               MOVE 1 TO PersonRollingOpening
           END-IF
           IF PersonLeaveDate >= RollingFromDate
               AND PersonLeaveDate <= ToDate
               MOVE 1 TO PersonRollingLeavers
           END-IF
           IF PersonCounts NOT = ZEROS
               PERFORM 1300-ADD-PERSON-COUNTS
           END-IF.

      *----------------------------------------------------------------
      * Service is counted in whole months from the hire date to the
      * termination date.
      *----------------------------------------------------------------
       1240-MEASURE-SERVICE.
           IF PersonHireDate = ZERO
               ADD 1 TO UnknownHireLeaverCount
           ELSE
               COMPUTE ServiceMonthCount =
                   (PersonLeaveYear * 12 + PersonLeaveMonth)
                 - (PersonHireYear * 12 + PersonHireMonth)
               IF PersonLeaveDay < PersonHireDay
                   SUBTRACT 1 FROM ServiceMonthCount
               END-IF
               IF ServiceMonthCount < ZERO
                   MOVE ZERO TO ServiceMonthCount
               END-IF
               MOVE 1 TO PersonServiceLeavers
               MOVE ServiceMonthCount TO PersonServiceMonths
           END-IF.

       1300-ADD-PERSON-COUNTS.
           ADD PersonOpening TO TotalOpening
           ADD PersonHires TO TotalHires
           ADD PersonLeavers TO TotalLeavers
           ADD PersonClosing TO TotalClosing
           ADD PersonRollingOpening TO TotalRollingOpening
           ADD PersonRollingLeavers TO TotalRollingLeavers
           ADD PersonServiceLeavers TO TotalServiceLeavers
           ADD PersonServiceMonths TO TotalServiceMonths
           MOVE MasterDepartment TO SearchDeptCode
           PERFORM 1320-FIND-DEPT-ROW
           IF NOT DeptFound
               PERFORM 1330-ADD-DEPT-ROW
           END-IF
           IF DeptFound
               ADD PersonOpening TO TableOpening (DeptIdx)
               ADD PersonHires TO TableHires (DeptIdx)
               ADD PersonLeavers TO TableLeavers (DeptIdx)
               ADD PersonClosing TO TableClosing (DeptIdx)
               ADD PersonRollingOpening
                   TO TableRollingOpening (DeptIdx)
               ADD PersonRollingLeavers
                   TO TableRollingLeavers (DeptIdx)
               ADD PersonServiceLeavers
                   TO TableServiceLeavers (DeptIdx)
               ADD PersonServiceMonths
                   TO TableServiceMonths (DeptIdx)
           END-IF.

       1320-FIND-DEPT-ROW.
           MOVE "N" TO DeptFoundSwitch
           SET DeptIdx TO 1
           PERFORM 1325-SEARCH-DEPT-ROW
               UNTIL DeptFound OR DeptIdx > DeptEntryCount.

       1325-SEARCH-DEPT-ROW.
           IF TableDeptCode (DeptIdx) = SearchDeptCode
               SET DeptFound TO TRUE
           ELSE
               SET DeptIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * A row added for a person's department starts marked as not on
      * the master; the master load marks its own rows. When the table
      * is full the person is still in the totals.
      *----------------------------------------------------------------
       1330-ADD-DEPT-ROW.
           IF DeptEntryCount < 99
               ADD 1 TO DeptEntryCount
               SET DeptIdx TO DeptEntryCount
               MOVE SearchDeptCode TO TableDeptCode (DeptIdx)
               MOVE "*NOT ON MASTER" TO TableDeptName (DeptIdx)
               MOVE "N" TO TableOnMasterFlag (DeptIdx)
               MOVE ZEROS TO TableCounts (DeptIdx)
               SET DeptFound TO TRUE
           ELSE
               IF NOT DeptTableFull
                   SET DeptTableFull TO TRUE
                   DISPLAY "*** Department table full - "
                           SearchDeptCode
                           " and later departments in totals only ***"
               END-IF
           END-IF.

       2000-WRITE-HEADCOUNT-REPORT.
           OPEN OUTPUT HeadcountReportFile
           OPEN OUTPUT HeadcountCsvFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "HEADCNT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "HEADCOUNT AND TURNOVER " DELIMITED BY SIZE
                  PeriodText DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FromDate DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  ToDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "DEPT" TO ReportLineText (1:4)
           MOVE "NAME" TO ReportLineText (12:4)
           MOVE " OPEN" TO ReportLineText (28:5)
           MOVE "HIRES" TO ReportLineText (34:5)
           MOVE " LEFT" TO ReportLineText (40:5)
           MOVE "CLOSE" TO ReportLineText (46:5)
           MOVE "TURN %" TO ReportLineText (52:6)
           MOVE "12MO %" TO ReportLineText (59:6)
           MOVE "SVC MO" TO ReportLineText (66:6)
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2100-WRITE-DEPT-LINE
               VARYING DeptIdx FROM 1 BY 1
               UNTIL DeptIdx > DeptEntryCount
           PERFORM 2500-WRITE-TOTALS
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE DeptLineCount TO TrailerRecordCount
           MOVE TotalClosing TO TrailerControlTotal
           MOVE UndatedLeaverCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE HeadcountReportFile
           CLOSE HeadcountCsvFile.

       2100-WRITE-DEPT-LINE.
           MOVE TableDeptCode (DeptIdx) TO LineDeptCode
           MOVE TableDeptName (DeptIdx) TO LineDeptName
           MOVE TableCounts (DeptIdx) TO LineCounts
           PERFORM 2200-WRITE-COUNT-LINE
           ADD 1 TO DeptLineCount.

       2200-WRITE-COUNT-LINE.
           PERFORM 2300-WORK-OUT-RATES
           MOVE SPACES TO ReportLineText
           IF LineDeptCode = SPACES
               MOVE "(NONE)" TO ReportLineText (1:6)
           ELSE
               MOVE LineDeptCode TO ReportLineText (1:10)
           END-IF
           MOVE LineDeptName TO ReportLineText (12:15)
           MOVE LineOpening TO CountDisplay
           MOVE CountDisplay TO ReportLineText (28:5)
           MOVE LineHires TO CountDisplay
           MOVE CountDisplay TO ReportLineText (34:5)
           MOVE LineLeavers TO CountDisplay
           MOVE CountDisplay TO ReportLineText (40:5)
           MOVE LineClosing TO CountDisplay
           MOVE CountDisplay TO ReportLineText (46:5)
           COMPUTE PercentOneDecimal ROUNDED = LineTurnoverPct
           MOVE PercentOneDecimal TO PercentDisplay
           MOVE PercentDisplay TO ReportLineText (52:6)
           COMPUTE PercentOneDecimal ROUNDED = LineRollingTurnoverPct
           MOVE PercentOneDecimal TO PercentDisplay
           MOVE PercentDisplay TO ReportLineText (59:6)
           MOVE LineAvgServiceMonths TO PercentDisplay
           MOVE PercentDisplay TO ReportLineText (66:6)
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2400-WRITE-CSV-LINE.

      *----------------------------------------------------------------
      * Turnover is the leavers over the average of the headcount at
      * the start and at the end, as a percentage; the rolling figure
      * takes the headcount at the start of the rolling year.
      *----------------------------------------------------------------
       2300-WORK-OUT-RATES.
           MOVE ZEROS TO LineTurnoverPct
           MOVE ZEROS TO LineRollingTurnoverPct
           MOVE ZEROS TO LineAvgServiceMonths
           COMPUTE LineAverageBase = LineOpening + LineClosing
           IF LineAverageBase > ZERO
               COMPUTE LineTurnoverPct ROUNDED =
                   LineLeavers * 200 / LineAverageBase
                   ON SIZE ERROR MOVE 9999.99 TO LineTurnoverPct
               END-COMPUTE
           END-IF
           COMPUTE LineAverageBase = LineRollingOpening + LineClosing
           IF LineAverageBase > ZERO
               COMPUTE LineRollingTurnoverPct ROUNDED =
                   LineRollingLeavers * 200 / LineAverageBase
                   ON SIZE ERROR MOVE 9999.99 TO LineRollingTurnoverPct
               END-COMPUTE
           END-IF
           IF LineServiceLeavers > ZERO
               COMPUTE LineAvgServiceMonths ROUNDED =
                   LineServiceMonths / LineServiceLeavers
           END-IF.

       2400-WRITE-CSV-LINE.
           INITIALIZE HeadcountCsvRecord
           MOVE PeriodText TO CsvPeriod
           MOVE "," TO CsvComma1
           MOVE LineDeptCode TO CsvDeptCode
           MOVE "," TO CsvComma2
           MOVE LineDeptName TO CsvDeptName
           MOVE "," TO CsvComma3
           MOVE LineOpening TO CsvOpening
           MOVE "," TO CsvComma4
           MOVE LineHires TO CsvHires
           MOVE "," TO CsvComma5
           MOVE LineLeavers TO CsvLeavers
           MOVE "," TO CsvComma6
           MOVE LineClosing TO CsvClosing
           MOVE "," TO CsvComma7
           MOVE LineTurnoverPct TO CsvTurnoverPct
           MOVE "," TO CsvComma8
           MOVE LineRollingTurnoverPct TO CsvRollingTurnoverPct
           MOVE "," TO CsvComma9
           MOVE LineAvgServiceMonths TO CsvAvgServiceMonths
           WRITE HeadcountCsvRecord.

       2500-WRITE-TOTALS.
           MOVE SPACES TO ReportLineText
           MOVE ALL "-" TO ReportLineText (28:44)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "ALL DEPTS" TO LineDeptCode
           MOVE "TOTAL" TO LineDeptName
           MOVE TotalCounts TO LineCounts
           PERFORM 2200-WRITE-COUNT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "TURN % = LEAVERS / AVERAGE OF OPENING AND CLOSING"
               TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           STRING "12MO % = LEAVERS " DELIMITED BY SIZE
                  RollingFromDate DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  ToDate DELIMITED BY SIZE
                  " / AVERAGE HEADCOUNT" DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "SVC MO = AVERAGE MONTHS OF SERVICE OF PERIOD LEAVERS"
               TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           IF UnknownHireLeaverCount > ZERO
               MOVE SPACES TO ReportLineText
               MOVE UnknownHireLeaverCount TO CountDisplay
               STRING CountDisplay DELIMITED BY SIZE
                      " LEAVER(S) WITH NO HIRE DATE NOT IN SVC MO"
                          DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           IF UndatedLeaverCount > ZERO
               MOVE SPACES TO ReportLineText
               MOVE UndatedLeaverCount TO CountDisplay
               STRING CountDisplay DELIMITED BY SIZE
                      " LEAVER(S) WITH NO TERMINATION DATE NOT COUNTED"
                          DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           IF DeptTableFull
               MOVE SPACES TO ReportLineText
               MOVE "*** DEPARTMENT TABLE FULL - SOME IN TOTALS ONLY"
                   TO ReportLineText
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2900-WRITE-REPORT-LINE.
           WRITE HeadcountReportRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           DISPLAY "Headcount period      = " PeriodText " "
                   FromDate " to " ToDate
           DISPLAY "People read           = " PersonsRead
           DISPLAY "Department lines      = " DeptLineCount
           DISPLAY "Opening headcount     = " TotalOpening
           DISPLAY "Hires                 = " TotalHires
           DISPLAY "Leavers               = " TotalLeavers
           DISPLAY "Closing headcount     = " TotalClosing
           DISPLAY "Undated leavers       = " UndatedLeaverCount
           EVALUATE TRUE
               WHEN HeadcountFailed
                   MOVE 8 TO RETURN-CODE
               WHEN DeptMasterMissing OR DeptTableFull
                   OR UndatedLeaverCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE DeptLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM HeadcountRpt.
