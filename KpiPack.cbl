      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Monthly management KPI pack. MorningStatus tells the
      *          operators how last night went, but the directors'
      *          one page on how the business did in the month was
      *          still put together by hand from SALESANL.DAT,
      *          ARSTMT.DAT, REORDER.DAT and BRCHHIST.DAT. This step
      *          reads the files those reports are built from and
      *          prints the page itself, for the month of the run
      *          date:
      *            SALES       net and gross sales off SALESHST.DAT
      *                        for the month, the month before and
      *                        the same month last year, with the
      *                        change against each
      *            RECEIVABLES the open balance on ARLEDGER.DAT, the
      *                        share of it in invoices over 60 days
      *                        old (30/360 days from the invoice
      *                        date) and days sales outstanding - the
      *                        net balance over the gross sales of
      *                        this month and the two before, times
      *                        the days in that window
      *            STOCK       reorder lines at the warehouse and at
      *                        the branches and the stock-outs among
      *                        them, off tonight's REORDER.DAT
      *            BRANCHES    BRCHHIST.DAT volume by CityMasterRegion
      *                        for the month against the month before
      *            HEADCOUNT   people on the books at the run date
      *                        off PERSMSTR.DAT, with the month's
      *                        hires and leavers
      *            EXCEPTIONS  EXCPHIST.DAT counts per program for
      *                        the month against the month before
      *          The page goes to a dated generation KPIPACK.yyyymmdd
      *          .DAT and the same figures, one value per row
      *          (SECTION,MEASURE,PERIOD,VALUE under a heading row),
      *          to KPICSV.yyyymmdd.DAT, both in the RPTCTL bracket
      *          and cataloged through GENCATLG under reports KPIPACK
      *          and KPICSV for Distribute. A source that cannot be
      *          read leaves its section marked NOT AVAILABLE and the
      *          rest of the pack is still produced. The step only
      *          runs when the shop calendar (CALCHECK) says today is
      *          a month-end processing day, unless the command line
      *          says FORCE. RETURN-CODE 0 clean, 4 when a section
      *          was not available.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KpiPack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesHistoryFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT ReorderReportFile ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReorderReportFileStatus.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
           SELECT BranchHistoryFile ASSIGN TO "BRCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchHistoryFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT ExceptHistFile ASSIGN TO "EXCPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptHistFileStatus.
           SELECT KpiPageFile
               ASSIGN TO DYNAMIC KpiPageFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KpiCsvFile
               ASSIGN TO DYNAMIC KpiCsvFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SalesHistoryFile
           RECORD CONTAINS 73 CHARACTERS.
       01 SalesHistoryRecord.
           02 HistSaleDate             PIC 9(8).
           02 HistDateSplit REDEFINES HistSaleDate.
               03 HistSaleYearMonth    PIC 9(6).
               03 HistSaleDay          PIC 99.
           02 HistSpace1               PIC X.
           02 HistProductCode          PIC X(6).
           02 HistSpace2               PIC X.
           02 HistCustomerId           PIC X(6).
           02 HistSpace3               PIC X.
           02 HistQuantity             PIC 9(5).
           02 HistSpace4               PIC X.
           02 HistNetAmount            PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace5               PIC X.
           02 HistTaxAmount            PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace6               PIC X.
           02 HistGrossAmount          PIC S9(8)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace7               PIC X.
           02 HistPeriodStatus         PIC X.
           02 HistSpace8               PIC X.
           02 HistTaxCategory          PIC X.
           02 HistSpace9               PIC X.
           02 HistTaxPercent           PIC 99V99.
           02 HistSpace10              PIC X.
           02 HistTaxTreatment         PIC X.
       FD  ArLedgerFile
           RECORD CONTAINS 37 CHARACTERS.
       01 ArLedgerRecord.
           02 ArInvoiceNo              PIC 9(6).
           02 ArSpace1                 PIC X.
           02 ArCustomerId             PIC X(6).
           02 ArSpace2                 PIC X.
           02 ArInvoiceDate            PIC 9(8).
           02 ArSpace3                 PIC X.
           02 ArOpenAmount             PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemClosed         VALUE "C".
               88 ArItemOnAccount      VALUE "U".
       FD  ReorderReportFile
           RECORD CONTAINS 47 CHARACTERS.
       01 ReorderReportRecord.
           02 ReorderProductCode       PIC X(6).
           02 ReorderSpace1            PIC X.
           02 ReorderDescription       PIC X(20).
           02 ReorderSpace2            PIC X.
           02 ReorderOnHandQty         PIC S9(7)
               SIGN IS LEADING SEPARATE.
           02 ReorderSpace3            PIC X.
           02 ReorderPointQty          PIC 9(7).
           02 ReorderSpace4            PIC X.
           02 ReorderLocationCode      PIC XX.
               88 ReorderAtWarehouse   VALUE "00" SPACES.
       01 ReorderRawRecord REDEFINES ReorderReportRecord.
           02 RawRecordType            PIC X(3).
           02 RawRemainder             PIC X(44).
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  BranchHistoryFile
           RECORD CONTAINS 31 CHARACTERS.
       01 BranchHistoryRecord.
           02 BrchHistRunDate          PIC 9(8).
           02 BrchHistDateSplit REDEFINES BrchHistRunDate.
               03 BrchHistYearMonth    PIC 9(6).
               03 BrchHistDay          PIC 99.
           02 BrchHistSpace1           PIC X.
           02 BrchHistCityCode         PIC 99.
           02 BrchHistSpace2           PIC X.
           02 BrchHistTranCount        PIC 9(7).
           02 BrchHistSpace3           PIC X.
           02 BrchHistAmount           PIC 9(9)V99.
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  ExceptHistFile
           RECORD CONTAINS 23 CHARACTERS.
       01 ExceptHistRecord.
           02 ExcpHistRunDate          PIC 9(8).
           02 ExcpHistDateSplit REDEFINES ExcpHistRunDate.
               03 ExcpHistYearMonth    PIC 9(6).
               03 ExcpHistDay          PIC 99.
           02 ExcpHistSpace1           PIC X.
           02 ExcpHistProgramName      PIC X(8).
           02 ExcpHistSpace2           PIC X.
           02 ExcpHistCount            PIC 9(5).
       FD  KpiPageFile
           RECORD CONTAINS 80 CHARACTERS.
       01 KpiPageRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       FD  KpiCsvFile
           RECORD CONTAINS 68 CHARACTERS.
       01 KpiCsvRecord.
           02 CsvLineText              PIC X(68).
       01 KpiCsvHeaderRecord.
           02 CsvHeaderRecordType      PIC X(3).
           02 CsvHeaderProgramName     PIC X(8).
           02 CsvHeaderRunDate         PIC 9(8).
           02 CsvHeaderRunTime         PIC 9(6).
       01 KpiCsvTrailerRecord.
           02 CsvTrailerRecordType     PIC X(3).
           02 CsvTrailerRecordCount    PIC 9(7).
           02 CsvTrailerControlTotal   PIC 9(9).
           02 CsvTrailerRejectCount    PIC 9(7).
       WORKING-STORAGE SECTION.
       01 SalesHistoryFileStatus   PIC XX.
           88 SalesHistoryFileOK   VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 ReorderReportFileStatus  PIC XX.
           88 ReorderReportFileOK  VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 BranchHistoryFileStatus  PIC XX.
           88 BranchHistoryFileOK  VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 ExceptHistFileStatus     PIC XX.
           88 ExceptHistFileOK     VALUE "00".
       01 SalesEndSwitch           PIC X VALUE "N".
           88 EndOfSales           VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 ReorderEndSwitch         PIC X VALUE "N".
           88 EndOfReorder         VALUE "Y".
       01 CityMasterEndSwitch      PIC X VALUE "N".
           88 EndOfCityMaster      VALUE "Y".
       01 HistoryEndSwitch         PIC X VALUE "N".
           88 EndOfHistory         VALUE "Y".
       01 PersonMasterEndSwitch    PIC X VALUE "N".
           88 EndOfPersonMaster    VALUE "Y".
       01 ExceptHistEndSwitch      PIC X VALUE "N".
           88 EndOfExceptHist      VALUE "Y".
      *----------------------------------------------------------------
      * One switch per section - set when its source was read, so the
      * page can say NOT AVAILABLE instead of printing zeros.
      *----------------------------------------------------------------
       01 SalesReadSwitch          PIC X VALUE "N".
           88 SalesRead            VALUE "Y".
       01 LedgerReadSwitch         PIC X VALUE "N".
           88 LedgerRead           VALUE "Y".
       01 ReorderReadSwitch        PIC X VALUE "N".
           88 ReorderRead          VALUE "Y".
       01 CityMasterReadSwitch     PIC X VALUE "N".
           88 CityMasterRead       VALUE "Y".
       01 BranchReadSwitch         PIC X VALUE "N".
           88 BranchRead           VALUE "Y".
       01 PersonReadSwitch         PIC X VALUE "N".
           88 PersonRead           VALUE "Y".
       01 ExceptReadSwitch         PIC X VALUE "N".
           88 ExceptRead           VALUE "Y".
       01 MissingSourceCount       PIC 9 VALUE ZERO.
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 KpiParm                  PIC X(40).
       01 KpiModeWord              PIC X(8).
           88 KpiModeForce         VALUE "FORCE".
       01 KpiWantedSwitch          PIC X VALUE "N".
           88 KpiRunWanted         VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
      *----------------------------------------------------------------
      * The months compared: the run month, the one before, the same
      * month a year ago, and the first month of the three-month
      * window days sales outstanding is measured over.
      *----------------------------------------------------------------
       01 ThisYearMonth            PIC 9(6).
       01 PriorYearMonth           PIC 9(6).
       01 PriorSplit REDEFINES PriorYearMonth.
           02 PriorYear            PIC 9(4).
           02 PriorMonth           PIC 99.
       01 LastYearMonth            PIC 9(6).
       01 WindowYearMonth          PIC 9(6).
       01 WindowSplit REDEFINES WindowYearMonth.
           02 WindowYear           PIC 9(4).
           02 WindowMonth          PIC 99.
       01 WindowDays               PIC 9(3).
       01 AgingDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
       01 InvoiceAgeDays           PIC S9(7).
      *----------------------------------------------------------------
      * Figures gathered for the page.
      *----------------------------------------------------------------
       01 SalesFigures.
           02 ThisNetSales         PIC S9(11)V99 VALUE ZEROS.
           02 PriorNetSales        PIC S9(11)V99 VALUE ZEROS.
           02 LastYearNetSales     PIC S9(11)V99 VALUE ZEROS.
           02 ThisGrossSales       PIC S9(11)V99 VALUE ZEROS.
           02 PriorGrossSales      PIC S9(11)V99 VALUE ZEROS.
           02 LastYearGrossSales   PIC S9(11)V99 VALUE ZEROS.
           02 ThisSalesLines       PIC 9(7) VALUE ZEROS.
           02 PriorSalesLines      PIC 9(7) VALUE ZEROS.
           02 LastYearSalesLines   PIC 9(7) VALUE ZEROS.
           02 WindowGrossSales     PIC S9(11)V99 VALUE ZEROS.
       01 ReceivableFigures.
           02 OpenInvoiceTotal     PIC S9(11)V99 VALUE ZEROS.
           02 OpenInvoiceCount     PIC 9(7) VALUE ZEROS.
           02 OnAccountTotal       PIC S9(11)V99 VALUE ZEROS.
           02 NetReceivableTotal   PIC S9(11)V99 VALUE ZEROS.
           02 Over60Total          PIC S9(11)V99 VALUE ZEROS.
           02 Over60Count          PIC 9(7) VALUE ZEROS.
           02 DsoDays              PIC 9(5)V9 VALUE ZEROS.
       01 DsoSwitch                PIC X VALUE "N".
           88 DsoAvailable         VALUE "Y".
       01 StockFigures.
           02 WarehouseReorderCount PIC 9(7) VALUE ZEROS.
           02 BranchReorderCount   PIC 9(7) VALUE ZEROS.
           02 StockOutCount        PIC 9(7) VALUE ZEROS.
       01 HeadcountFigures.
           02 HeadcountAtRunDate   PIC 9(7) VALUE ZEROS.
           02 HiresThisMonth       PIC 9(7) VALUE ZEROS.
           02 LeaversThisMonth     PIC 9(7) VALUE ZEROS.
       01 PersonHireDate           PIC 9(8).
       01 PersonHireSplit REDEFINES PersonHireDate.
           02 PersonHireYearMonth  PIC 9(6).
           02 PersonHireDay        PIC 99.
       01 PersonLeaveDate          PIC 9(8).
       01 PersonLeaveSplit REDEFINES PersonLeaveDate.
           02 PersonLeaveYearMonth PIC 9(6).
           02 PersonLeaveDay       PIC 99.
      *----------------------------------------------------------------
      * Branch volume per city, and the same rolled up by region off
      * the City Master. A city missing from the master rolls up
      * under NOT ON MASTER.
      *----------------------------------------------------------------
       01 CityVolumeTable.
           02 CityVolumeEntry OCCURS 99 TIMES.
               03 CityRegionName    PIC X(14).
               03 CityThisCount     PIC 9(9).
               03 CityThisAmount    PIC 9(11)V99.
               03 CityPriorCount    PIC 9(9).
               03 CityPriorAmount   PIC 9(11)V99.
       01 CityCodeSub              PIC 9(3).
       01 RegionVolumeTable.
           02 RegionVolumeEntry OCCURS 20 TIMES
               INDEXED BY RegionIdx.
               03 RegionName        PIC X(14).
               03 RegionThisCount   PIC 9(9).
               03 RegionThisAmount  PIC 9(11)V99.
               03 RegionPriorCount  PIC 9(9).
               03 RegionPriorAmount PIC 9(11)V99.
       01 RegionEntryCount         PIC 99 VALUE ZEROS.
       01 RegionFoundSwitch        PIC X.
           88 RegionFound          VALUE "Y".
       01 BranchTotals.
           02 BranchThisCount      PIC 9(9) VALUE ZEROS.
           02 BranchThisAmount     PIC 9(11)V99 VALUE ZEROS.
           02 BranchPriorCount     PIC 9(9) VALUE ZEROS.
           02 BranchPriorAmount    PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Exception counts per program as they come off the history.
      *----------------------------------------------------------------
       01 ExceptProgramTable.
           02 ExceptProgramEntry OCCURS 20 TIMES
               INDEXED BY ExcpIdx.
               03 ExceptProgramName PIC X(8).
               03 ExceptThisCount   PIC 9(7).
               03 ExceptPriorCount  PIC 9(7).
       01 ExceptProgramCount       PIC 99 VALUE ZEROS.
       01 ExceptFoundSwitch        PIC X.
           88 ExceptProgramFound   VALUE "Y".
       01 ExceptTotals.
           02 ExceptThisTotal      PIC 9(7) VALUE ZEROS.
           02 ExceptPriorTotal     PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------------------
      * Page and CSV lines and the editing fields both are built from.
      *----------------------------------------------------------------
       01 KpiPageFileName          PIC X(24).
       01 KpiCsvFileName           PIC X(24).
       01 PageLineCount            PIC 9(7) VALUE ZEROS.
       01 CsvRowCount              PIC 9(7) VALUE ZEROS.
       01 KpiControlTotal          PIC 9(9) VALUE ZEROS.
       01 KpiDetailLine.
           02 KpiLabel             PIC X(30).
           02 FILLER               PIC X VALUE SPACE.
           02 KpiValue1            PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 KpiValue2            PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 KpiValue3            PIC X(15).
       01 KpiCsvLine.
           02 CsvSection           PIC X(10).
           02 FILLER               PIC X VALUE ",".
           02 CsvMeasure           PIC X(32).
           02 FILLER               PIC X VALUE ",".
           02 CsvPeriod            PIC X(8).
           02 FILLER               PIC X VALUE ",".
           02 CsvValue             PIC X(15).
       01 CsvPeriodMonth           PIC 9(6).
       01 CsvPeriodDate            PIC 9(8).
       01 SalesMeasureName         PIC X(14).
       01 SalesThisWork            PIC S9(11)V99.
       01 SalesPriorWork           PIC S9(11)V99.
       01 SalesLastYearWork        PIC S9(11)V99.
       01 AmountWork               PIC S9(11)V99.
       01 CountWork                PIC 9(9).
       01 ChangeBase               PIC S9(11)V99.
       01 ChangeCurrent            PIC S9(11)V99.
       01 PercentWork              PIC S9(7)V9.
       01 PercentSwitch            PIC X.
           88 PercentAvailable     VALUE "Y".
       01 EditedValue              PIC X(15).
       01 AmountEdit               PIC -(11)9.99.
       01 CountEdit                PIC Z(14)9.
       01 PercentEdit              PIC -(12)9.9.
       01 DaysEdit                 PIC Z(12)9.9.
       01 MonthEdit                PIC 9999/99.
       01 WindowDaysEdit           PIC ZZ9.
       01 RegionMeasureName        PIC X(16).
       01 GenReportName            PIC X(12).
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "KPIPACK".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "KPIPACK".
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
           IF KpiRunWanted
               PERFORM 2000-GATHER-SALES
               PERFORM 2200-GATHER-RECEIVABLES
               PERFORM 2400-GATHER-STOCK
               PERFORM 2500-LOAD-CITY-MASTER
               PERFORM 2600-GATHER-BRANCH-VOLUME
               PERFORM 2700-GATHER-HEADCOUNT
               PERFORM 2800-GATHER-EXCEPTIONS
               PERFORM 3000-WRITE-KPI-PACK
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO KpiParm
           ACCEPT KpiParm FROM COMMAND-LINE
           MOVE SPACES TO KpiModeWord
           UNSTRING KpiParm DELIMITED BY ALL SPACES
               INTO KpiModeWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF KpiModeForce
               SET KpiRunWanted TO TRUE
               DISPLAY "Management KPI pack forced for " RunDate
           END-IF
           PERFORM 1200-SET-COMPARISON-MONTHS
           MOVE RunDate TO WorkDate
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber.

      *----------------------------------------------------------------
      * The pack belongs to month-end; a date missing from the
      * calendar does not produce one.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET KpiRunWanted TO TRUE
           ELSE
               IF NOT KpiModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "management KPI pack skipped"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The sales window for days sales outstanding is the run month
      * and the two before it, counted in the shop's 30-day months;
      * a pack forced part-way through a month counts only the days
      * of it gone so far.
      *----------------------------------------------------------------
       1200-SET-COMPARISON-MONTHS.
           COMPUTE ThisYearMonth = RunYear * 100 + RunMonth
           COMPUTE LastYearMonth = (RunYear - 1) * 100 + RunMonth
           IF RunMonth = 1
               COMPUTE PriorYear = RunYear - 1
               MOVE 12 TO PriorMonth
           ELSE
               MOVE RunYear TO PriorYear
               COMPUTE PriorMonth = RunMonth - 1
           END-IF
           IF PriorMonth = 1
               COMPUTE WindowYear = PriorYear - 1
               MOVE 12 TO WindowMonth
           ELSE
               MOVE PriorYear TO WindowYear
               COMPUTE WindowMonth = PriorMonth - 1
           END-IF
           IF RunDay > 30
               MOVE 90 TO WindowDays
           ELSE
               COMPUTE WindowDays = 60 + RunDay
           END-IF.

       2000-GATHER-SALES.
           OPEN INPUT SalesHistoryFile
           IF SalesHistoryFileOK
               SET SalesRead TO TRUE
               PERFORM 2010-READ-SALES-RECORD
               PERFORM 2020-TALLY-SALES-RECORD UNTIL EndOfSales
               CLOSE SalesHistoryFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** Sales history SALESHST.DAT not "
                       "available - sales section omitted ***"
           END-IF.

       2010-READ-SALES-RECORD.
           READ SalesHistoryFile
               AT END SET EndOfSales TO TRUE
           END-READ.

       2020-TALLY-SALES-RECORD.
           IF HistSaleDate NUMERIC
               EVALUATE HistSaleYearMonth
                   WHEN ThisYearMonth
                       ADD HistNetAmount TO ThisNetSales
                       ADD HistGrossAmount TO ThisGrossSales
                       ADD 1 TO ThisSalesLines
                   WHEN PriorYearMonth
                       ADD HistNetAmount TO PriorNetSales
                       ADD HistGrossAmount TO PriorGrossSales
                       ADD 1 TO PriorSalesLines
                   WHEN LastYearMonth
                       ADD HistNetAmount TO LastYearNetSales
                       ADD HistGrossAmount TO LastYearGrossSales
                       ADD 1 TO LastYearSalesLines
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF HistSaleYearMonth >= WindowYearMonth
                   AND HistSaleDate <= RunDate
                   ADD HistGrossAmount TO WindowGrossSales
               END-IF
           END-IF
           PERFORM 2010-READ-SALES-RECORD.

      *----------------------------------------------------------------
      * Every item not closed is open. Unapplied cash (on account) is
      * kept apart from the invoices: it reduces the net balance the
      * days sales outstanding are measured on, but is not aged. An
      * invoice is over 60 days old when the run date is more than
      * 60 days past its invoice date in the shop's 30/360 count.
      *----------------------------------------------------------------
       2200-GATHER-RECEIVABLES.
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               SET LedgerRead TO TRUE
               PERFORM 2210-READ-LEDGER-RECORD
               PERFORM 2220-TALLY-LEDGER-RECORD UNTIL EndOfLedger
               CLOSE ArLedgerFile
               COMPUTE NetReceivableTotal =
                   OpenInvoiceTotal + OnAccountTotal
               PERFORM 2250-COMPUTE-DSO
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** AR ledger ARLEDGER.DAT not available - "
                       "receivables section omitted ***"
           END-IF.

       2210-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       2220-TALLY-LEDGER-RECORD.
           IF NOT ArItemClosed
               IF ArItemOnAccount
                   ADD ArOpenAmount TO OnAccountTotal
               ELSE
                   ADD ArOpenAmount TO OpenInvoiceTotal
                   ADD 1 TO OpenInvoiceCount
                   IF ArInvoiceDate NUMERIC
                       MOVE ArInvoiceDate TO WorkDate
                       PERFORM 8000-DATE-TO-DAY-NUMBER
                       COMPUTE InvoiceAgeDays =
                           RunDayNumber - WorkDayNumber
                       IF InvoiceAgeDays > 60
                           ADD ArOpenAmount TO Over60Total
                           ADD 1 TO Over60Count
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2210-READ-LEDGER-RECORD.

      *----------------------------------------------------------------
      * No sales in the window (or no sales history) leaves days sales
      * outstanding unmeasured; a net credit balance measures zero.
      *----------------------------------------------------------------
       2250-COMPUTE-DSO.
           IF SalesRead AND WindowGrossSales > ZERO
               SET DsoAvailable TO TRUE
               IF NetReceivableTotal > ZERO
                   COMPUTE DsoDays ROUNDED =
                       NetReceivableTotal * WindowDays
                       / WindowGrossSales
                       ON SIZE ERROR MOVE 99999.9 TO DsoDays
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO DsoDays
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REORDER.DAT holds one line per product and location at or
      * below its reorder point, warehouse lines on location 00 or
      * blank; a line with nothing on hand is a stock-out.
      *----------------------------------------------------------------
       2400-GATHER-STOCK.
           OPEN INPUT ReorderReportFile
           IF ReorderReportFileOK
               SET ReorderRead TO TRUE
               PERFORM 2410-READ-REORDER-RECORD
               PERFORM 2420-TALLY-REORDER-LINE UNTIL EndOfReorder
               CLOSE ReorderReportFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** Reorder report REORDER.DAT not "
                       "available - stock section omitted ***"
           END-IF.

       2410-READ-REORDER-RECORD.
           READ ReorderReportFile
               AT END SET EndOfReorder TO TRUE
           END-READ.

       2420-TALLY-REORDER-LINE.
           IF RawRecordType = "HDR" OR RawRecordType = "TRL"
               CONTINUE
           ELSE
               IF ReorderAtWarehouse
                   ADD 1 TO WarehouseReorderCount
               ELSE
                   ADD 1 TO BranchReorderCount
               END-IF
               IF ReorderOnHandQty NUMERIC
                   AND ReorderOnHandQty <= ZERO
                   ADD 1 TO StockOutCount
               END-IF
           END-IF
           PERFORM 2410-READ-REORDER-RECORD.

      *----------------------------------------------------------------
      * Region per branch off the City Master. Without a master every
      * branch rolls up under NOT ON MASTER.
      *----------------------------------------------------------------
       2500-LOAD-CITY-MASTER.
           PERFORM 2510-ZERO-CITY-ENTRY
               VARYING CityCodeSub FROM 1 BY 1
               UNTIL CityCodeSub > 99
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               SET CityMasterRead TO TRUE
               MOVE ZERO TO CityMasterCode
               START CityMasterFile KEY IS GREATER THAN
                   CityMasterCode
                   INVALID KEY SET EndOfCityMaster TO TRUE
               END-START
               IF NOT EndOfCityMaster
                   PERFORM 2520-READ-NEXT-CITY
                   PERFORM 2530-STORE-CITY-REGION
                       UNTIL EndOfCityMaster
               END-IF
               CLOSE CityMasterFile
           ELSE
               DISPLAY "*** City Master not available - branch "
                       "volume not split by region ***"
           END-IF.

       2510-ZERO-CITY-ENTRY.
           MOVE "NOT ON MASTER" TO CityRegionName (CityCodeSub)
           MOVE ZEROS TO CityThisCount (CityCodeSub)
           MOVE ZEROS TO CityThisAmount (CityCodeSub)
           MOVE ZEROS TO CityPriorCount (CityCodeSub)
           MOVE ZEROS TO CityPriorAmount (CityCodeSub).

       2520-READ-NEXT-CITY.
           READ CityMasterFile NEXT RECORD
               AT END SET EndOfCityMaster TO TRUE
           END-READ.

       2530-STORE-CITY-REGION.
           IF CityMasterCode > ZERO
               MOVE CityMasterRegion
                   TO CityRegionName (CityMasterCode)
           END-IF
           PERFORM 2520-READ-NEXT-CITY.

       2600-GATHER-BRANCH-VOLUME.
           OPEN INPUT BranchHistoryFile
           IF BranchHistoryFileOK
               SET BranchRead TO TRUE
               PERFORM 2610-READ-HISTORY-RECORD
               PERFORM 2620-TALLY-HISTORY-RECORD UNTIL EndOfHistory
               CLOSE BranchHistoryFile
               PERFORM 2650-ROLL-UP-REGION
                   VARYING CityCodeSub FROM 1 BY 1
                   UNTIL CityCodeSub > 99
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** Branch history BRCHHIST.DAT not "
                       "available - branch section omitted ***"
           END-IF.

       2610-READ-HISTORY-RECORD.
           READ BranchHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

       2620-TALLY-HISTORY-RECORD.
           IF BrchHistCityCode NUMERIC
               AND BrchHistCityCode > ZERO
               EVALUATE BrchHistYearMonth
                   WHEN ThisYearMonth
                       ADD BrchHistTranCount
                           TO CityThisCount (BrchHistCityCode)
                       ADD BrchHistAmount
                           TO CityThisAmount (BrchHistCityCode)
                   WHEN PriorYearMonth
                       ADD BrchHistTranCount
                           TO CityPriorCount (BrchHistCityCode)
                       ADD BrchHistAmount
                           TO CityPriorAmount (BrchHistCityCode)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2610-READ-HISTORY-RECORD.

      *----------------------------------------------------------------
      * Each city with volume in either month is added to its region
      * entry, a new one made the first time a region is seen. Past
      * twenty regions the rest share the last entry as OTHER.
      *----------------------------------------------------------------
       2650-ROLL-UP-REGION.
           IF CityThisCount (CityCodeSub) > ZERO
               OR CityPriorCount (CityCodeSub) > ZERO
               MOVE "N" TO RegionFoundSwitch
               PERFORM 2660-FIND-REGION
                   VARYING RegionIdx FROM 1 BY 1
                   UNTIL RegionIdx > RegionEntryCount
                      OR RegionFound
               IF RegionFound
                   SET RegionIdx DOWN BY 1
               ELSE
                   IF RegionEntryCount < 20
                       ADD 1 TO RegionEntryCount
                       SET RegionIdx TO RegionEntryCount
                       MOVE CityRegionName (CityCodeSub)
                           TO RegionName (RegionIdx)
                       MOVE ZEROS TO RegionThisCount (RegionIdx)
                       MOVE ZEROS TO RegionThisAmount (RegionIdx)
                       MOVE ZEROS TO RegionPriorCount (RegionIdx)
                       MOVE ZEROS TO RegionPriorAmount (RegionIdx)
                   ELSE
                       SET RegionIdx TO 20
                       MOVE "OTHER" TO RegionName (RegionIdx)
                   END-IF
               END-IF
               ADD CityThisCount (CityCodeSub)
                   TO RegionThisCount (RegionIdx) BranchThisCount
               ADD CityThisAmount (CityCodeSub)
                   TO RegionThisAmount (RegionIdx) BranchThisAmount
               ADD CityPriorCount (CityCodeSub)
                   TO RegionPriorCount (RegionIdx) BranchPriorCount
               ADD CityPriorAmount (CityCodeSub)
                   TO RegionPriorAmount (RegionIdx) BranchPriorAmount
           END-IF.

       2660-FIND-REGION.
           IF RegionName (RegionIdx) = CityRegionName (CityCodeSub)
               SET RegionFound TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * On the books at the run date: hired on or before it and not
      * left before it (the termination date itself still counts, as
      * on the headcount report). A missing hire date counts as hired
      * long ago; a leaver with no termination date is not counted.
      *----------------------------------------------------------------
       2700-GATHER-HEADCOUNT.
           OPEN INPUT PersonMasterFile
           IF PersonMasterFileOK
               SET PersonRead TO TRUE
               MOVE LOW-VALUES TO MasterPersonID
               START PersonMasterFile KEY IS GREATER THAN
                   MasterPersonID
                   INVALID KEY SET EndOfPersonMaster TO TRUE
               END-START
               IF NOT EndOfPersonMaster
                   PERFORM 2710-READ-NEXT-PERSON
                   PERFORM 2720-COUNT-ONE-PERSON
                       UNTIL EndOfPersonMaster
               END-IF
               CLOSE PersonMasterFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** Person master PERSMSTR.DAT not "
                       "available - headcount section omitted ***"
           END-IF.

       2710-READ-NEXT-PERSON.
           READ PersonMasterFile NEXT RECORD
               AT END SET EndOfPersonMaster TO TRUE
           END-READ.

       2720-COUNT-ONE-PERSON.
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
               END-IF
           END-IF
           IF PersonHireDate <= RunDate
               AND PersonLeaveDate >= RunDate
               ADD 1 TO HeadcountAtRunDate
           END-IF
           IF PersonHireYearMonth = ThisYearMonth
               AND PersonHireDate <= RunDate
               ADD 1 TO HiresThisMonth
           END-IF
           IF PersonTerminated
               AND PersonLeaveYearMonth = ThisYearMonth
               AND PersonLeaveDate <= RunDate
               ADD 1 TO LeaversThisMonth
           END-IF
           PERFORM 2710-READ-NEXT-PERSON.

       2800-GATHER-EXCEPTIONS.
           OPEN INPUT ExceptHistFile
           IF ExceptHistFileOK
               SET ExceptRead TO TRUE
               PERFORM 2810-READ-EXCEPT-RECORD
               PERFORM 2820-TALLY-EXCEPT-RECORD
                   UNTIL EndOfExceptHist
               CLOSE ExceptHistFile
           ELSE
               ADD 1 TO MissingSourceCount
               DISPLAY "*** Exception history EXCPHIST.DAT not "
                       "available - exception section omitted ***"
           END-IF.

       2810-READ-EXCEPT-RECORD.
           READ ExceptHistFile
               AT END SET EndOfExceptHist TO TRUE
           END-READ.

       2820-TALLY-EXCEPT-RECORD.
           IF ExcpHistCount NUMERIC
               AND (ExcpHistYearMonth = ThisYearMonth
                    OR ExcpHistYearMonth = PriorYearMonth)
               MOVE "N" TO ExceptFoundSwitch
               PERFORM 2830-FIND-EXCEPT-PROGRAM
                   VARYING ExcpIdx FROM 1 BY 1
                   UNTIL ExcpIdx > ExceptProgramCount
                      OR ExceptProgramFound
               IF ExceptProgramFound
                   SET ExcpIdx DOWN BY 1
               ELSE
                   IF ExceptProgramCount < 20
                       ADD 1 TO ExceptProgramCount
                       SET ExcpIdx TO ExceptProgramCount
                       MOVE ExcpHistProgramName
                           TO ExceptProgramName (ExcpIdx)
                       MOVE ZEROS TO ExceptThisCount (ExcpIdx)
                       MOVE ZEROS TO ExceptPriorCount (ExcpIdx)
                   ELSE
                       SET ExcpIdx TO 20
                       MOVE "OTHER" TO ExceptProgramName (ExcpIdx)
                   END-IF
               END-IF
               IF ExcpHistYearMonth = ThisYearMonth
                   ADD ExcpHistCount
                       TO ExceptThisCount (ExcpIdx) ExceptThisTotal
               ELSE
                   ADD ExcpHistCount
                       TO ExceptPriorCount (ExcpIdx) ExceptPriorTotal
               END-IF
           END-IF
           PERFORM 2810-READ-EXCEPT-RECORD.

       2830-FIND-EXCEPT-PROGRAM.
           IF ExceptProgramName (ExcpIdx) = ExcpHistProgramName
               SET ExceptProgramFound TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The page and the CSV are written side by side, section by
      * section, so the two always carry the same figures.
      *----------------------------------------------------------------
       3000-WRITE-KPI-PACK.
           MOVE SPACES TO KpiPageFileName
           STRING "KPIPACK." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO KpiPageFileName
           END-STRING
           MOVE SPACES TO KpiCsvFileName
           STRING "KPICSV." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO KpiCsvFileName
           END-STRING
           OPEN OUTPUT KpiPageFile
           OPEN OUTPUT KpiCsvFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "KPIPACK" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE ReportHeaderRecord TO KpiCsvHeaderRecord
           MOVE "KPICSV" TO CsvHeaderProgramName
           WRITE KpiCsvHeaderRecord
           MOVE SPACES TO CsvLineText
           MOVE "SECTION,MEASURE,PERIOD,VALUE" TO CsvLineText
           WRITE KpiCsvRecord
           MOVE ThisYearMonth TO MonthEdit
           MOVE SPACES TO ReportLineText
           STRING "MANAGEMENT KPI PACK - MONTH " DELIMITED BY SIZE
                  MonthEdit DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-PAGE-LINE
           IF MissingSourceCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING "*** " DELIMITED BY SIZE
                      MissingSourceCount DELIMITED BY SIZE
                      " SECTION(S) NOT AVAILABLE - SEE BELOW ***"
                          DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 3900-WRITE-PAGE-LINE
           END-IF
           PERFORM 3100-WRITE-SALES-SECTION
           PERFORM 3200-WRITE-RECEIVABLES-SECTION
           PERFORM 3400-WRITE-STOCK-SECTION
           PERFORM 3600-WRITE-BRANCH-SECTION
           PERFORM 3700-WRITE-HEADCOUNT-SECTION
           PERFORM 3800-WRITE-EXCEPTION-SECTION
           IF ThisNetSales > ZERO
               MOVE ThisNetSales TO KpiControlTotal
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE PageLineCount TO TrailerRecordCount
           MOVE KpiControlTotal TO TrailerControlTotal
           MOVE MissingSourceCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           MOVE ReportTrailerRecord TO KpiCsvTrailerRecord
           MOVE CsvRowCount TO CsvTrailerRecordCount
           WRITE KpiCsvTrailerRecord
           CLOSE KpiPageFile
           CLOSE KpiCsvFile
           MOVE "KPIPACK" TO GenReportName
           MOVE KpiPageFileName TO GenFileName
           MOVE PageLineCount TO GenRecordCount
           MOVE KpiControlTotal TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal
           MOVE "KPICSV" TO GenReportName
           MOVE KpiCsvFileName TO GenFileName
           MOVE CsvRowCount TO GenRecordCount
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       3100-WRITE-SALES-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "SALES" TO KpiLabel
           MOVE "     THIS MONTH" TO KpiValue1
           MOVE "     LAST MONTH" TO KpiValue2
           MOVE "      LAST YEAR" TO KpiValue3
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT SalesRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE SPACES TO KpiDetailLine
               MOVE "  MONTH" TO KpiLabel
               MOVE ThisYearMonth TO MonthEdit
               MOVE MonthEdit TO KpiValue1 (9:7)
               MOVE PriorYearMonth TO MonthEdit
               MOVE MonthEdit TO KpiValue2 (9:7)
               MOVE LastYearMonth TO MonthEdit
               MOVE MonthEdit TO KpiValue3 (9:7)
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               MOVE SPACES TO KpiDetailLine
               MOVE "  NET SALES" TO KpiLabel
               MOVE "NET SALES" TO SalesMeasureName
               MOVE ThisNetSales TO SalesThisWork
               MOVE PriorNetSales TO SalesPriorWork
               MOVE LastYearNetSales TO SalesLastYearWork
               PERFORM 3110-WRITE-SALES-AMOUNTS
               MOVE SPACES TO KpiDetailLine
               MOVE "  GROSS SALES INCL TAX" TO KpiLabel
               MOVE "GROSS SALES" TO SalesMeasureName
               MOVE ThisGrossSales TO SalesThisWork
               MOVE PriorGrossSales TO SalesPriorWork
               MOVE LastYearGrossSales TO SalesLastYearWork
               PERFORM 3110-WRITE-SALES-AMOUNTS
               MOVE SPACES TO KpiDetailLine
               MOVE "  SALES LINES" TO KpiLabel
               MOVE "SALES" TO CsvSection
               MOVE "SALES LINES" TO CsvMeasure
               MOVE ThisSalesLines TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue1
               MOVE ThisYearMonth TO CsvPeriodMonth
               PERFORM 8410-CSV-MONTH-ROW
               MOVE PriorSalesLines TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue2
               MOVE PriorYearMonth TO CsvPeriodMonth
               PERFORM 8410-CSV-MONTH-ROW
               MOVE LastYearSalesLines TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue3
               MOVE LastYearMonth TO CsvPeriodMonth
               PERFORM 8410-CSV-MONTH-ROW
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
           END-IF.

      *----------------------------------------------------------------
      * One amount line for this month, last month and last year, and
      * under it the change in this month against each of the other
      * two.
      *----------------------------------------------------------------
       3110-WRITE-SALES-AMOUNTS.
           MOVE "SALES" TO CsvSection
           MOVE SalesMeasureName TO CsvMeasure
           MOVE SPACES TO KpiValue1 KpiValue2 KpiValue3
           MOVE SalesThisWork TO AmountWork
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue1
           MOVE ThisYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE SalesPriorWork TO AmountWork
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue2
           MOVE PriorYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE SalesLastYearWork TO AmountWork
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue3
           MOVE LastYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "    CHANGE THIS MONTH %" TO KpiLabel
           MOVE ThisYearMonth TO CsvPeriodMonth
           MOVE SalesThisWork TO ChangeCurrent
           MOVE SalesPriorWork TO ChangeBase
           PERFORM 8150-COMPUTE-CHANGE
           PERFORM 8320-EDIT-PERCENT
           MOVE EditedValue TO KpiValue2
           MOVE SPACES TO CsvMeasure
           STRING SalesMeasureName DELIMITED BY "  "
                  " PCT ON LAST MONTH" DELIMITED BY SIZE
               INTO CsvMeasure
           END-STRING
           PERFORM 8410-CSV-MONTH-ROW
           MOVE SalesLastYearWork TO ChangeBase
           PERFORM 8150-COMPUTE-CHANGE
           PERFORM 8320-EDIT-PERCENT
           MOVE EditedValue TO KpiValue3
           MOVE SPACES TO CsvMeasure
           STRING SalesMeasureName DELIMITED BY "  "
                  " PCT ON LAST YEAR" DELIMITED BY SIZE
               INTO CsvMeasure
           END-STRING
           PERFORM 8410-CSV-MONTH-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3200-WRITE-RECEIVABLES-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "RECEIVABLES" TO KpiLabel
           MOVE "     AS AT DATE" TO KpiValue1
           MOVE "          ITEMS" TO KpiValue2
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT LedgerRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE "RECEIVABLE" TO CsvSection
               MOVE SPACES TO KpiDetailLine
               MOVE "  OPEN INVOICE BALANCE" TO KpiLabel
               MOVE "OPEN INVOICE BALANCE" TO CsvMeasure
               MOVE OpenInvoiceTotal TO AmountWork
               PERFORM 3210-WRITE-AS-AT-AMOUNT
               MOVE OpenInvoiceCount TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue2
               MOVE "OPEN INVOICES" TO CsvMeasure
               PERFORM 8420-CSV-DATE-ROW
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               MOVE SPACES TO KpiDetailLine
               MOVE "  UNAPPLIED CASH ON ACCOUNT" TO KpiLabel
               MOVE "UNAPPLIED CASH ON ACCOUNT" TO CsvMeasure
               MOVE OnAccountTotal TO AmountWork
               PERFORM 3210-WRITE-AS-AT-AMOUNT
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               MOVE SPACES TO KpiDetailLine
               MOVE "  NET RECEIVABLE BALANCE" TO KpiLabel
               MOVE "NET RECEIVABLE BALANCE" TO CsvMeasure
               MOVE NetReceivableTotal TO AmountWork
               PERFORM 3210-WRITE-AS-AT-AMOUNT
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               MOVE SPACES TO KpiDetailLine
               MOVE "  INVOICES OVER 60 DAYS OLD" TO KpiLabel
               MOVE "INVOICES OVER 60 DAYS" TO CsvMeasure
               MOVE Over60Total TO AmountWork
               PERFORM 3210-WRITE-AS-AT-AMOUNT
               MOVE Over60Count TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue2
               MOVE "INVOICES OVER 60 DAYS COUNT" TO CsvMeasure
               PERFORM 8420-CSV-DATE-ROW
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               MOVE SPACES TO KpiDetailLine
               MOVE "  % OF INVOICES OVER 60 DAYS" TO KpiLabel
               MOVE "PCT OF INVOICES OVER 60 DAYS" TO CsvMeasure
               MOVE "N" TO PercentSwitch
               IF OpenInvoiceTotal > ZERO
                   SET PercentAvailable TO TRUE
                   COMPUTE PercentWork ROUNDED =
                       Over60Total * 100 / OpenInvoiceTotal
               END-IF
               PERFORM 8320-EDIT-PERCENT
               MOVE EditedValue TO KpiValue1
               PERFORM 8420-CSV-DATE-ROW
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
               PERFORM 3220-WRITE-DSO-LINES
           END-IF.

       3210-WRITE-AS-AT-AMOUNT.
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue1
           PERFORM 8420-CSV-DATE-ROW.

      *----------------------------------------------------------------
      * Days sales outstanding needs the sales history for its window.
      *----------------------------------------------------------------
       3220-WRITE-DSO-LINES.
           IF SalesRead
               MOVE SPACES TO KpiDetailLine
               MOVE WindowDays TO WindowDaysEdit
               MOVE SPACES TO KpiLabel
               STRING "  GROSS SALES LAST" DELIMITED BY SIZE
                      WindowDaysEdit DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO KpiLabel
               END-STRING
               MOVE "GROSS SALES IN DSO WINDOW" TO CsvMeasure
               MOVE WindowGrossSales TO AmountWork
               PERFORM 3210-WRITE-AS-AT-AMOUNT
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
           END-IF
           MOVE SPACES TO KpiDetailLine
           MOVE "  DAYS SALES OUTSTANDING" TO KpiLabel
           MOVE "DAYS SALES OUTSTANDING" TO CsvMeasure
           IF DsoAvailable
               MOVE DsoDays TO DaysEdit
               MOVE DaysEdit TO EditedValue
           ELSE
               MOVE "            N/A" TO EditedValue
           END-IF
           MOVE EditedValue TO KpiValue1
           PERFORM 8420-CSV-DATE-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3400-WRITE-STOCK-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "STOCK" TO KpiLabel
           MOVE "     AS AT DATE" TO KpiValue1
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT ReorderRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE "STOCK" TO CsvSection
               MOVE "  PRODUCTS AT/UNDER REORDER" TO KpiLabel
               MOVE "PRODUCTS AT OR BELOW REORDER" TO CsvMeasure
               MOVE WarehouseReorderCount TO CountWork
               PERFORM 3410-WRITE-AS-AT-COUNT
               MOVE "  BRANCH LINES AT/UNDER REORDER" TO KpiLabel
               MOVE "BRANCH LINES AT OR BELOW REORDER"
                   TO CsvMeasure
               MOVE BranchReorderCount TO CountWork
               PERFORM 3410-WRITE-AS-AT-COUNT
               MOVE "  STOCK-OUTS (NONE ON HAND)" TO KpiLabel
               MOVE "STOCK-OUTS" TO CsvMeasure
               MOVE StockOutCount TO CountWork
               PERFORM 3410-WRITE-AS-AT-COUNT
           END-IF.

       3410-WRITE-AS-AT-COUNT.
           MOVE SPACES TO KpiValue1 KpiValue2 KpiValue3
           PERFORM 8310-EDIT-COUNT
           MOVE EditedValue TO KpiValue1
           PERFORM 8420-CSV-DATE-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3600-WRITE-BRANCH-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "BRANCH VOLUME BY REGION" TO KpiLabel
           MOVE "   TRANSACTIONS" TO KpiValue1
           MOVE "    THIS AMOUNT" TO KpiValue2
           MOVE "    LAST AMOUNT" TO KpiValue3
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT BranchRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE "BRANCH" TO CsvSection
               PERFORM 3610-WRITE-REGION-LINE
                   VARYING RegionIdx FROM 1 BY 1
                   UNTIL RegionIdx > RegionEntryCount
               MOVE "ALL REGIONS" TO RegionMeasureName
               MOVE "  ALL REGIONS" TO KpiLabel
               MOVE BranchThisCount TO CountWork
               MOVE BranchThisAmount TO ChangeCurrent
               MOVE BranchPriorAmount TO ChangeBase
               PERFORM 3620-WRITE-VOLUME-FIGURES
           END-IF.

       3610-WRITE-REGION-LINE.
           MOVE RegionName (RegionIdx) TO RegionMeasureName
           MOVE SPACES TO KpiLabel
           MOVE RegionName (RegionIdx) TO KpiLabel (3:14)
           MOVE RegionThisCount (RegionIdx) TO CountWork
           MOVE RegionThisAmount (RegionIdx) TO ChangeCurrent
           MOVE RegionPriorAmount (RegionIdx) TO ChangeBase
           PERFORM 3620-WRITE-VOLUME-FIGURES.

       3620-WRITE-VOLUME-FIGURES.
           MOVE SPACES TO KpiValue1 KpiValue2 KpiValue3
           PERFORM 8310-EDIT-COUNT
           MOVE EditedValue TO KpiValue1
           MOVE SPACES TO CsvMeasure
           STRING RegionMeasureName DELIMITED BY "  "
                  " TRANSACTIONS" DELIMITED BY SIZE
               INTO CsvMeasure
           END-STRING
           MOVE ThisYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE ChangeCurrent TO AmountWork
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue2
           MOVE SPACES TO CsvMeasure
           STRING RegionMeasureName DELIMITED BY "  "
                  " AMOUNT" DELIMITED BY SIZE
               INTO CsvMeasure
           END-STRING
           PERFORM 8410-CSV-MONTH-ROW
           MOVE ChangeBase TO AmountWork
           PERFORM 8300-EDIT-AMOUNT
           MOVE EditedValue TO KpiValue3
           MOVE PriorYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3700-WRITE-HEADCOUNT-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "HEADCOUNT" TO KpiLabel
           MOVE "     AS AT DATE" TO KpiValue1
           MOVE "          HIRES" TO KpiValue2
           MOVE "        LEAVERS" TO KpiValue3
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT PersonRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE "HEADCOUNT" TO CsvSection
               MOVE SPACES TO KpiDetailLine
               MOVE "  PEOPLE ON THE BOOKS" TO KpiLabel
               MOVE "HEADCOUNT" TO CsvMeasure
               MOVE HeadcountAtRunDate TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue1
               PERFORM 8420-CSV-DATE-ROW
               MOVE "HIRES" TO CsvMeasure
               MOVE HiresThisMonth TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue2
               MOVE ThisYearMonth TO CsvPeriodMonth
               PERFORM 8410-CSV-MONTH-ROW
               MOVE "LEAVERS" TO CsvMeasure
               MOVE LeaversThisMonth TO CountWork
               PERFORM 8310-EDIT-COUNT
               MOVE EditedValue TO KpiValue3
               PERFORM 8410-CSV-MONTH-ROW
               MOVE KpiDetailLine TO ReportLineText
               PERFORM 3900-WRITE-PAGE-LINE
           END-IF.

       3800-WRITE-EXCEPTION-SECTION.
           PERFORM 3950-WRITE-BLANK-LINE
           MOVE SPACES TO KpiDetailLine
           MOVE "EXCEPTIONS BY PROGRAM" TO KpiLabel
           MOVE "     THIS MONTH" TO KpiValue1
           MOVE "     LAST MONTH" TO KpiValue2
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE
           IF NOT ExceptRead
               PERFORM 3960-WRITE-NOT-AVAILABLE
           ELSE
               MOVE "EXCEPTION" TO CsvSection
               PERFORM 3810-WRITE-EXCEPTION-LINE
                   VARYING ExcpIdx FROM 1 BY 1
                   UNTIL ExcpIdx > ExceptProgramCount
               MOVE SPACES TO KpiDetailLine
               MOVE "  ALL PROGRAMS" TO KpiLabel
               MOVE "ALL PROGRAMS" TO CsvMeasure
               MOVE ExceptThisTotal TO CountWork
               MOVE ExceptPriorTotal TO AmountWork
               PERFORM 3820-WRITE-EXCEPTION-FIGURES
           END-IF.

       3810-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO KpiDetailLine
           MOVE ExceptProgramName (ExcpIdx) TO KpiLabel (3:8)
           MOVE ExceptProgramName (ExcpIdx) TO CsvMeasure
           MOVE ExceptThisCount (ExcpIdx) TO CountWork
           MOVE ExceptPriorCount (ExcpIdx) TO AmountWork
           PERFORM 3820-WRITE-EXCEPTION-FIGURES.

      *----------------------------------------------------------------
      * This month's count in CountWork, last month's in AmountWork.
      *----------------------------------------------------------------
       3820-WRITE-EXCEPTION-FIGURES.
           PERFORM 8310-EDIT-COUNT
           MOVE EditedValue TO KpiValue1
           MOVE ThisYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE AmountWork TO CountWork
           PERFORM 8310-EDIT-COUNT
           MOVE EditedValue TO KpiValue2
           MOVE PriorYearMonth TO CsvPeriodMonth
           PERFORM 8410-CSV-MONTH-ROW
           MOVE KpiDetailLine TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3900-WRITE-PAGE-LINE.
           WRITE KpiPageRecord
           ADD 1 TO PageLineCount.

       3950-WRITE-BLANK-LINE.
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       3960-WRITE-NOT-AVAILABLE.
           MOVE SPACES TO ReportLineText
           MOVE "  *** NOT AVAILABLE - SOURCE FILE COULD NOT BE READ"
               TO ReportLineText
           PERFORM 3900-WRITE-PAGE-LINE.

       8000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

      *----------------------------------------------------------------
      * Change of this month (ChangeCurrent) against another period
      * (ChangeBase) as a percentage of the other period - not
      * measured when the other period had no sales.
      *----------------------------------------------------------------
       8150-COMPUTE-CHANGE.
           MOVE "N" TO PercentSwitch
           IF ChangeBase > ZERO
               SET PercentAvailable TO TRUE
               COMPUTE PercentWork ROUNDED =
                   (ChangeCurrent - ChangeBase) * 100 / ChangeBase
                   ON SIZE ERROR MOVE 999999.9 TO PercentWork
               END-COMPUTE
           END-IF.

       8300-EDIT-AMOUNT.
           MOVE AmountWork TO AmountEdit
           MOVE AmountEdit TO EditedValue.

       8310-EDIT-COUNT.
           MOVE CountWork TO CountEdit
           MOVE CountEdit TO EditedValue.

       8320-EDIT-PERCENT.
           IF PercentAvailable
               MOVE PercentWork TO PercentEdit
               MOVE PercentEdit TO EditedValue
           ELSE
               MOVE "            N/A" TO EditedValue
           END-IF.

      *----------------------------------------------------------------
      * One CSV row of EditedValue under CsvSection and CsvMeasure,
      * for a month (CsvPeriodMonth) or as at the run date.
      *----------------------------------------------------------------
       8410-CSV-MONTH-ROW.
           MOVE SPACES TO CsvPeriod
           MOVE CsvPeriodMonth TO CsvPeriod (1:6)
           PERFORM 8450-WRITE-CSV-ROW.

       8420-CSV-DATE-ROW.
           MOVE RunDate TO CsvPeriodDate
           MOVE CsvPeriodDate TO CsvPeriod
           PERFORM 8450-WRITE-CSV-ROW.

       8450-WRITE-CSV-ROW.
           MOVE EditedValue TO CsvValue
           MOVE KpiCsvLine TO CsvLineText
           WRITE KpiCsvRecord
           ADD 1 TO CsvRowCount.

       9000-TERMINATE.
           IF KpiRunWanted
               DISPLAY "KPI page lines written       = " PageLineCount
               DISPLAY "KPI CSV rows written         = " CsvRowCount
               DISPLAY "Sections not available       = "
                       MissingSourceCount
           END-IF
           IF MissingSourceCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "T" TO JobStampMode
           MOVE PageLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM KpiPack.
