      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Monthly counter and field-capacity watch. Several
      *          counters and fields are sized for today's volumes -
      *          invoice numbers are 9(6), a report trailer's record
      *          count is 9(7), branch history amounts are 9(9)V99,
      *          the City Master code is two digits - and nobody
      *          would notice one filling up until a night's run
      *          wrapped or truncated. This step reads each number
      *          control's current value (INVCTL, RMACTL, EINVCTL,
      *          the last incident number) and each field's
      *          high-water mark from the live files (the largest
      *          trailer count and control total on the report
      *          catalog RPTCATLG.DAT, the largest branch-history
      *          count and amount, the City Master codes in use),
      *          and sets each against the largest value its
      *          picture holds. The month's readings are kept on
      *          CAPHIST.DAT (five years of them), and each item's
      *          growth per month is taken from its oldest reading
      *          in the last twelve months, which projects how many
      *          months are left before it runs out. An item already
      *          full, or projected to run out within the number of
      *          months on the CAPWATCH row of SHOPPARM.DAT
      *          (ParmLowValue, 006 when there is no row), is logged
      *          as an E entry on RUNLOG.DAT, which the nightly
      *          incident opener turns into an incident; an item
      *          whose file could not be read is logged as a W
      *          entry. The report goes to a dated generation
      *          CAPWATCH.yyyymmdd.DAT (RPTCTL bracket; the trailer
      *          carries the lines written, the items flagged and
      *          the items not measured), cataloged through GENCATLG
      *          under report CAPWATCH. The step only runs when the
      *          shop calendar (CALCHECK) says today is a month-end
      *          processing day, unless the command line says FORCE.
      *          A rerun in the same month replaces that month's
      *          readings. RETURN-CODE 0 clean, 4 when an item was
      *          flagged or could not be measured.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityWatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceControlFile ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceControlFileStatus.
           SELECT RmaControlFile ASSIGN TO "RMACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaControlFileStatus.
           SELECT InterchangeControlFile ASSIGN TO "EINVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InterchangeControlFileStatus.
           SELECT IncidentFile ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IncidentFileStatus.
           SELECT ReportCatalogFile ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportCatalogFileStatus.
           SELECT BranchHistoryFile ASSIGN TO "BRCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchHistoryFileStatus.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT CapacityHistoryFile ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CapacityHistoryFileStatus.
           SELECT CapacityReportFile
               ASSIGN TO DYNAMIC CapacityReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceControlFile
           RECORD CONTAINS 6 CHARACTERS.
       01 InvoiceControlRecord.
           02 ControlLastInvoiceNo     PIC 9(6).
       FD  RmaControlFile
           RECORD CONTAINS 7 CHARACTERS.
       01 RmaControlRecord.
           02 ControlLastRmaNo         PIC 9(7).
       FD  InterchangeControlFile
           RECORD CONTAINS 9 CHARACTERS.
       01 InterchangeControlRecord.
           02 ControlLastInterchangeNo PIC 9(9).
       FD  IncidentFile
           RECORD CONTAINS 115 CHARACTERS.
       01 IncidentRecord.
           02 IncSeqNumber             PIC 9(5).
           02 IncRestOfRecord          PIC X(110).
       FD  ReportCatalogFile
           RECORD CONTAINS 73 CHARACTERS.
       01 ReportCatalogRecord.
           02 CatalogReportName        PIC X(12).
           02 CatalogSpace1            PIC X.
           02 CatalogFileName          PIC X(24).
           02 CatalogSpace2            PIC X.
           02 CatalogProgramName       PIC X(8).
           02 CatalogSpace3            PIC X.
           02 CatalogRunDate           PIC 9(8).
           02 CatalogSpace4            PIC X.
           02 CatalogRecordCount       PIC 9(7).
           02 CatalogSpace5            PIC X.
           02 CatalogControlTotal      PIC 9(9).
       FD  BranchHistoryFile
           RECORD CONTAINS 31 CHARACTERS.
       01 BranchHistoryRecord.
           02 BrchHistRunDate          PIC 9(8).
           02 BrchHistSpace1           PIC X.
           02 BrchHistCityCode         PIC 99.
           02 BrchHistSpace2           PIC X.
           02 BrchHistTranCount        PIC 9(7).
           02 BrchHistSpace3           PIC X.
           02 BrchHistAmount           PIC 9(9)V99.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  CapacityHistoryFile
           RECORD CONTAINS 25 CHARACTERS.
       01 CapacityHistoryRecord.
           02 CapHistYearMonth         PIC 9(6).
           02 CapHistMonthSplit REDEFINES CapHistYearMonth.
               03 CapHistYear          PIC 9(4).
               03 CapHistMonth         PIC 99.
           02 CapHistSpace1            PIC X.
           02 CapHistItemId            PIC X(8).
           02 CapHistSpace2            PIC X.
           02 CapHistValue             PIC 9(9).
       FD  CapacityReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 CapacityReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 InvoiceControlFileStatus PIC XX.
           88 InvoiceControlFileOK VALUE "00".
       01 RmaControlFileStatus     PIC XX.
           88 RmaControlFileOK     VALUE "00".
       01 InterchangeControlFileStatus PIC XX.
           88 InterchangeControlFileOK VALUE "00".
       01 IncidentFileStatus       PIC XX.
           88 IncidentFileOK       VALUE "00".
       01 ReportCatalogFileStatus  PIC XX.
           88 ReportCatalogFileOK  VALUE "00".
       01 BranchHistoryFileStatus  PIC XX.
           88 BranchHistoryFileOK  VALUE "00".
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 CapacityHistoryFileStatus PIC XX.
           88 CapacityHistoryFileOK VALUE "00".
       01 SourceEndSwitch          PIC X.
           88 EndOfSource          VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 CapHistEndSwitch         PIC X VALUE "N".
           88 EndOfCapHist         VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunYearMonth             PIC 9(6).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 WatchParm                PIC X(40).
       01 WatchModeWord            PIC X(8).
           88 WatchModeForce       VALUE "FORCE".
       01 WatchWantedSwitch        PIC X VALUE "N".
           88 WatchRunWanted       VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 AlertMonths              PIC 9(3) VALUE 6.
      *----------------------------------------------------------------
      * The items watched: ID (as kept on CAPHIST.DAT), what it is,
      * and the largest value its picture holds. Amounts are watched
      * in whole units.
      *----------------------------------------------------------------
       01 CapacityItemValues.
           02 FILLER               PIC X(8)  VALUE "INVOICE".
           02 FILLER               PIC X(24)
               VALUE "INVCTL INVOICE NUMBER".
           02 FILLER               PIC 9(9)  VALUE 999999.
           02 FILLER               PIC X(8)  VALUE "RMANO".
           02 FILLER               PIC X(24)
               VALUE "RMACTL RMA NUMBER".
           02 FILLER               PIC 9(9)  VALUE 9999999.
           02 FILLER               PIC X(8)  VALUE "EINVNO".
           02 FILLER               PIC X(24)
               VALUE "EINVCTL INTERCHANGE NO".
           02 FILLER               PIC 9(9)  VALUE 999999999.
           02 FILLER               PIC X(8)  VALUE "INCIDENT".
           02 FILLER               PIC X(24)
               VALUE "INCIDENT NUMBER".
           02 FILLER               PIC 9(9)  VALUE 99999.
           02 FILLER               PIC X(8)  VALUE "RPTCOUNT".
           02 FILLER               PIC X(24)
               VALUE "REPORT TRAILER COUNT".
           02 FILLER               PIC 9(9)  VALUE 9999999.
           02 FILLER               PIC X(8)  VALUE "RPTTOTAL".
           02 FILLER               PIC X(24)
               VALUE "REPORT CONTROL TOTAL".
           02 FILLER               PIC 9(9)  VALUE 999999999.
           02 FILLER               PIC X(8)  VALUE "BRCHCNT".
           02 FILLER               PIC X(24)
               VALUE "BRCHHIST TRAN COUNT".
           02 FILLER               PIC 9(9)  VALUE 9999999.
           02 FILLER               PIC X(8)  VALUE "BRCHAMT".
           02 FILLER               PIC X(24)
               VALUE "BRCHHIST AMOUNT".
           02 FILLER               PIC 9(9)  VALUE 999999999.
           02 FILLER               PIC X(8)  VALUE "CITYCODE".
           02 FILLER               PIC X(24)
               VALUE "CITY MASTER CODES USED".
           02 FILLER               PIC 9(9)  VALUE 99.
       01 CapacityItemTable REDEFINES CapacityItemValues.
           02 CapacityItem OCCURS 9 TIMES INDEXED BY CapIdx.
               03 CapItemId            PIC X(8).
               03 CapItemDescription   PIC X(24).
               03 CapItemCapacity      PIC 9(9).
       01 CapacityStateTable.
           02 CapacityState OCCURS 9 TIMES.
               03 CapCurrentValue      PIC 9(9).
               03 CapMeasuredFlag      PIC X.
                   88 CapMeasured      VALUE "Y".
               03 CapPriorFlag         PIC X.
                   88 CapPriorFound    VALUE "Y".
               03 CapPriorValue        PIC 9(9).
               03 CapPriorMonthIndex   PIC 9(6).
       01 CapSub                   PIC 9(3).
       01 CapItemFoundSwitch       PIC X.
           88 CapItemFound         VALUE "Y".
      *----------------------------------------------------------------
      * Readings kept from earlier months, rewritten with this
      * month's added. A month is counted as year * 12 + month.
      *----------------------------------------------------------------
       01 HistoryRowTable.
           02 HistoryRow OCCURS 2000 TIMES.
               03 HistRowYearMonth     PIC 9(6).
               03 HistRowItemId        PIC X(8).
               03 HistRowValue         PIC 9(9).
       01 HistoryRowCount          PIC 9(5) VALUE ZEROS.
       01 HistSub                  PIC 9(5).
       01 HistoryDroppedCount      PIC 9(5) VALUE ZEROS.
       01 RunMonthIndex            PIC 9(6).
       01 RowMonthIndex            PIC 9(6).
       01 RetainFromIndex          PIC 9(6).
       01 GrowthFromIndex          PIC 9(6).
       01 MonthsBetween            PIC 9(6).
       01 MonthlyGrowth            PIC 9(9)V99.
       01 MonthsLeft               PIC 9(9).
       01 LargestAmountUnits       PIC 9(9).
       01 CityCodesOnFile          PIC 9(9).
       01 ItemOutlook              PIC X(12).
       01 ItemFlaggedSwitch        PIC X.
           88 ItemFlagged          VALUE "Y".
       01 ItemsFlagged             PIC 9(3) VALUE ZEROS.
       01 ItemsNotMeasured         PIC 9(3) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 CapacityReportFileName   PIC X(24).
       01 CapacityHeadingLine.
           02 FILLER               PIC X(9)  VALUE "ITEM".
           02 FILLER               PIC X(25) VALUE "WHAT".
           02 FILLER               PIC X(10) VALUE "  CURRENT".
           02 FILLER               PIC X(10) VALUE " CAPACITY".
           02 FILLER               PIC X(10) VALUE "GROWTH/MO ".
           02 FILLER               PIC X(16) VALUE "OUTLOOK".
       01 CapacityDetailLine.
           02 DetailItemId         PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 DetailDescription    PIC X(24).
           02 FILLER               PIC X VALUE SPACE.
           02 DetailCurrent        PIC Z(8)9.
           02 FILLER               PIC X VALUE SPACE.
           02 DetailCapacity       PIC Z(8)9.
           02 FILLER               PIC X VALUE SPACE.
           02 DetailGrowth         PIC Z(8)9.
           02 FILLER               PIC X VALUE SPACE.
           02 DetailOutlook        PIC X(12).
           02 FILLER               PIC X VALUE SPACE.
           02 DetailFlag           PIC X(3).
       01 MonthsLeftDisplay        PIC Z(4)9.
       01 MonthsLeftSpaces         PIC 9.
       01 RunLogSeverity           PIC X.
       01 RunLogProgramName        PIC X(8) VALUE "CAPWATCH".
       01 RunLogMessage            PIC X(60).
       01 GenReportName            PIC X(12) VALUE "CAPWATCH".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "CAPWATCH".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "CAPWATCH".
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
           IF WatchRunWanted
               PERFORM 1200-LOAD-ALERT-PARM
               PERFORM 2000-MEASURE-ITEMS
               PERFORM 3000-LOAD-CAPACITY-HISTORY
               PERFORM 4000-WRITE-CAPACITY-REPORT
               PERFORM 5000-REWRITE-CAPACITY-HISTORY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate (1:6) TO RunYearMonth
           COMPUTE RunMonthIndex = RunYear * 12 + RunMonth
           COMPUTE RetainFromIndex = RunMonthIndex - 60
           COMPUTE GrowthFromIndex = RunMonthIndex - 12
           MOVE SPACES TO WatchParm
           ACCEPT WatchParm FROM COMMAND-LINE
           MOVE SPACES TO WatchModeWord
           UNSTRING WatchParm DELIMITED BY ALL SPACES
               INTO WatchModeWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF WatchModeForce
               SET WatchRunWanted TO TRUE
               DISPLAY "Capacity watch forced for " RunDate
           END-IF.

      *----------------------------------------------------------------
      * The watch belongs to month-end; a date missing from the
      * calendar does not produce one.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET WatchRunWanted TO TRUE
           ELSE
               IF NOT WatchModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "capacity watch skipped"
               END-IF
           END-IF.

       1200-LOAD-ALERT-PARM.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1210-READ-PARM-RECORD
               PERFORM 1220-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           DISPLAY "Alert horizon (months)       = " AlertMonths.

       1210-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1220-APPLY-PARM-RECORD.
           IF ParmProgramId = "CAPWATCH"
               AND ParmLowValue NUMERIC
               MOVE ParmLowValue TO AlertMonths
           END-IF
           PERFORM 1210-READ-PARM-RECORD.

       2000-MEASURE-ITEMS.
           PERFORM 2010-CLEAR-ITEM-STATE
               VARYING CapSub FROM 1 BY 1 UNTIL CapSub > 9
           PERFORM 2100-MEASURE-INVOICE-CONTROL
           PERFORM 2200-MEASURE-RMA-CONTROL
           PERFORM 2300-MEASURE-INTERCHANGE-CONTROL
           PERFORM 2400-MEASURE-INCIDENT-NUMBER
           PERFORM 2500-MEASURE-REPORT-CATALOG
           PERFORM 2600-MEASURE-BRANCH-HISTORY
           PERFORM 2700-MEASURE-CITY-CODES.

       2010-CLEAR-ITEM-STATE.
           MOVE ZEROS TO CapCurrentValue (CapSub)
           MOVE "N" TO CapMeasuredFlag (CapSub)
           MOVE "N" TO CapPriorFlag (CapSub)
           MOVE ZEROS TO CapPriorValue (CapSub)
           MOVE ZEROS TO CapPriorMonthIndex (CapSub).

      *----------------------------------------------------------------
      * A number control holds the last number used. A control file
      * not yet written means nothing has been numbered.
      *----------------------------------------------------------------
       2100-MEASURE-INVOICE-CONTROL.
           OPEN INPUT InvoiceControlFile
           IF InvoiceControlFileOK
               SET CapMeasured (1) TO TRUE
               READ InvoiceControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastInvoiceNo NUMERIC
                           MOVE ControlLastInvoiceNo
                               TO CapCurrentValue (1)
                       END-IF
               END-READ
               CLOSE InvoiceControlFile
           END-IF.

       2200-MEASURE-RMA-CONTROL.
           OPEN INPUT RmaControlFile
           IF RmaControlFileOK
               SET CapMeasured (2) TO TRUE
               READ RmaControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastRmaNo NUMERIC
                           MOVE ControlLastRmaNo
                               TO CapCurrentValue (2)
                       END-IF
               END-READ
               CLOSE RmaControlFile
           END-IF.

       2300-MEASURE-INTERCHANGE-CONTROL.
           OPEN INPUT InterchangeControlFile
           IF InterchangeControlFileOK
               SET CapMeasured (3) TO TRUE
               READ InterchangeControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastInterchangeNo NUMERIC
                           MOVE ControlLastInterchangeNo
                               TO CapCurrentValue (3)
                       END-IF
               END-READ
               CLOSE InterchangeControlFile
           END-IF.

       2400-MEASURE-INCIDENT-NUMBER.
           OPEN INPUT IncidentFile
           IF IncidentFileOK
               SET CapMeasured (4) TO TRUE
               MOVE "N" TO SourceEndSwitch
               PERFORM 2410-READ-INCIDENT-RECORD
               PERFORM 2420-TAKE-INCIDENT-NUMBER UNTIL EndOfSource
               CLOSE IncidentFile
           END-IF.

       2410-READ-INCIDENT-RECORD.
           READ IncidentFile
               AT END SET EndOfSource TO TRUE
           END-READ.

       2420-TAKE-INCIDENT-NUMBER.
           IF IncSeqNumber NUMERIC
               AND IncSeqNumber > CapCurrentValue (4)
               MOVE IncSeqNumber TO CapCurrentValue (4)
           END-IF
           PERFORM 2410-READ-INCIDENT-RECORD.

      *----------------------------------------------------------------
      * Every generation written lands on the catalog with its
      * trailer's record count and control total, so the catalog
      * holds the high-water mark of both fields.
      *----------------------------------------------------------------
       2500-MEASURE-REPORT-CATALOG.
           OPEN INPUT ReportCatalogFile
           IF ReportCatalogFileOK
               SET CapMeasured (5) TO TRUE
               SET CapMeasured (6) TO TRUE
               MOVE "N" TO SourceEndSwitch
               PERFORM 2510-READ-CATALOG-RECORD
               PERFORM 2520-TAKE-CATALOG-RECORD UNTIL EndOfSource
               CLOSE ReportCatalogFile
           END-IF.

       2510-READ-CATALOG-RECORD.
           READ ReportCatalogFile
               AT END SET EndOfSource TO TRUE
           END-READ.

       2520-TAKE-CATALOG-RECORD.
           IF CatalogRecordCount NUMERIC
               AND CatalogRecordCount > CapCurrentValue (5)
               MOVE CatalogRecordCount TO CapCurrentValue (5)
           END-IF
           IF CatalogControlTotal NUMERIC
               AND CatalogControlTotal > CapCurrentValue (6)
               MOVE CatalogControlTotal TO CapCurrentValue (6)
           END-IF
           PERFORM 2510-READ-CATALOG-RECORD.

       2600-MEASURE-BRANCH-HISTORY.
           OPEN INPUT BranchHistoryFile
           IF BranchHistoryFileOK
               SET CapMeasured (7) TO TRUE
               SET CapMeasured (8) TO TRUE
               MOVE "N" TO SourceEndSwitch
               PERFORM 2610-READ-BRANCH-HISTORY
               PERFORM 2620-TAKE-BRANCH-HISTORY UNTIL EndOfSource
               CLOSE BranchHistoryFile
           END-IF.

       2610-READ-BRANCH-HISTORY.
           READ BranchHistoryFile
               AT END SET EndOfSource TO TRUE
           END-READ.

       2620-TAKE-BRANCH-HISTORY.
           IF BrchHistTranCount NUMERIC
               AND BrchHistTranCount > CapCurrentValue (7)
               MOVE BrchHistTranCount TO CapCurrentValue (7)
           END-IF
           IF BrchHistAmount NUMERIC
               MOVE BrchHistAmount TO LargestAmountUnits
               IF LargestAmountUnits > CapCurrentValue (8)
                   MOVE LargestAmountUnits TO CapCurrentValue (8)
               END-IF
           END-IF
           PERFORM 2610-READ-BRANCH-HISTORY.

      *----------------------------------------------------------------
      * A closed branch keeps its code on the master, so every record
      * on file is a code used up.
      *----------------------------------------------------------------
       2700-MEASURE-CITY-CODES.
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               SET CapMeasured (9) TO TRUE
               MOVE ZEROS TO CityCodesOnFile
               MOVE "N" TO SourceEndSwitch
               MOVE LOW-VALUES TO CityMasterCode
               START CityMasterFile KEY IS GREATER THAN
                   CityMasterCode
                   INVALID KEY SET EndOfSource TO TRUE
               END-START
               PERFORM 2710-READ-CITY-MASTER
               PERFORM 2720-COUNT-CITY-CODE UNTIL EndOfSource
               CLOSE CityMasterFile
               MOVE CityCodesOnFile TO CapCurrentValue (9)
           END-IF.

       2710-READ-CITY-MASTER.
           IF NOT EndOfSource
               READ CityMasterFile NEXT RECORD
                   AT END SET EndOfSource TO TRUE
               END-READ
           END-IF.

       2720-COUNT-CITY-CODE.
           ADD 1 TO CityCodesOnFile
           PERFORM 2710-READ-CITY-MASTER.

      *----------------------------------------------------------------
      * Earlier months' readings, less this month's (a rerun replaces
      * them) and anything older than five years. The oldest reading
      * of an item in the last twelve months is what its growth is
      * measured from.
      *----------------------------------------------------------------
       3000-LOAD-CAPACITY-HISTORY.
           OPEN INPUT CapacityHistoryFile
           IF CapacityHistoryFileOK
               PERFORM 3010-READ-CAPACITY-HISTORY
               PERFORM 3100-STORE-HISTORY-ROW UNTIL EndOfCapHist
               CLOSE CapacityHistoryFile
           END-IF
           IF HistoryDroppedCount > ZERO
               DISPLAY "*** Capacity history table full - "
                       HistoryDroppedCount " readings dropped ***"
           END-IF.

       3010-READ-CAPACITY-HISTORY.
           READ CapacityHistoryFile
               AT END SET EndOfCapHist TO TRUE
           END-READ.

       3100-STORE-HISTORY-ROW.
           IF CapHistYearMonth NUMERIC
               AND CapHistValue NUMERIC
               AND CapHistYearMonth NOT = RunYearMonth
               COMPUTE RowMonthIndex
                   = CapHistYear * 12 + CapHistMonth
               IF RowMonthIndex NOT < RetainFromIndex
                   AND RowMonthIndex < RunMonthIndex
                   IF HistoryRowCount < 2000
                       ADD 1 TO HistoryRowCount
                       MOVE CapHistYearMonth
                           TO HistRowYearMonth (HistoryRowCount)
                       MOVE CapHistItemId
                           TO HistRowItemId (HistoryRowCount)
                       MOVE CapHistValue
                           TO HistRowValue (HistoryRowCount)
                   ELSE
                       ADD 1 TO HistoryDroppedCount
                   END-IF
                   PERFORM 3200-NOTE-PRIOR-READING
               END-IF
           END-IF
           PERFORM 3010-READ-CAPACITY-HISTORY.

       3200-NOTE-PRIOR-READING.
           IF RowMonthIndex NOT < GrowthFromIndex
               MOVE "N" TO CapItemFoundSwitch
               SET CapIdx TO 1
               PERFORM 3210-MATCH-ITEM-ID
                   UNTIL CapItemFound OR CapIdx > 9
               IF CapItemFound
                   SET CapSub TO CapIdx
                   IF NOT CapPriorFound (CapSub)
                       OR RowMonthIndex < CapPriorMonthIndex (CapSub)
                       SET CapPriorFound (CapSub) TO TRUE
                       MOVE CapHistValue TO CapPriorValue (CapSub)
                       MOVE RowMonthIndex
                           TO CapPriorMonthIndex (CapSub)
                   END-IF
               END-IF
           END-IF.

       3210-MATCH-ITEM-ID.
           IF CapItemId (CapIdx) = CapHistItemId
               SET CapItemFound TO TRUE
           ELSE
               SET CapIdx UP BY 1
           END-IF.

       4000-WRITE-CAPACITY-REPORT.
           MOVE SPACES TO CapacityReportFileName
           STRING "CAPWATCH." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO CapacityReportFileName
           END-STRING
           OPEN OUTPUT CapacityReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "CAPWATCH" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE CapacityHeadingLine TO ReportLineText
           PERFORM 4900-WRITE-REPORT-LINE
           PERFORM 4100-PROJECT-ITEM
               VARYING CapSub FROM 1 BY 1 UNTIL CapSub > 9
           MOVE SPACES TO ReportLineText
           STRING "ITEMS FLAGGED " DELIMITED BY SIZE
                  ItemsFlagged DELIMITED BY SIZE
                  " NOT MEASURED " DELIMITED BY SIZE
                  ItemsNotMeasured DELIMITED BY SIZE
                  " ALERT HORIZON " DELIMITED BY SIZE
                  AlertMonths DELIMITED BY SIZE
                  " MONTHS" DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 4900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE ItemsFlagged TO TrailerControlTotal
           MOVE ItemsNotMeasured TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE CapacityReportFile
           MOVE CapacityReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE ItemsFlagged TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

      *----------------------------------------------------------------
      * Growth per month runs from the item's oldest reading in the
      * last twelve months to today's; the room left divided by it
      * is the months left. An item with no earlier reading, or not
      * growing, has no projection.
      *----------------------------------------------------------------
       4100-PROJECT-ITEM.
           MOVE "N" TO ItemFlaggedSwitch
           MOVE ZEROS TO MonthlyGrowth
           MOVE SPACES TO ItemOutlook
           EVALUATE TRUE
               WHEN NOT CapMeasured (CapSub)
                   MOVE "NOT MEASURED" TO ItemOutlook
                   ADD 1 TO ItemsNotMeasured
                   PERFORM 4300-LOG-NOT-MEASURED
               WHEN CapCurrentValue (CapSub)
                   NOT < CapItemCapacity (CapSub)
                   MOVE "FULL" TO ItemOutlook
                   SET ItemFlagged TO TRUE
               WHEN NOT CapPriorFound (CapSub)
                   MOVE "NO HISTORY" TO ItemOutlook
               WHEN CapCurrentValue (CapSub)
                   NOT > CapPriorValue (CapSub)
                   MOVE "NOT GROWING" TO ItemOutlook
               WHEN OTHER
                   COMPUTE MonthsBetween = RunMonthIndex
                       - CapPriorMonthIndex (CapSub)
                   COMPUTE MonthlyGrowth ROUNDED
                       = (CapCurrentValue (CapSub)
                          - CapPriorValue (CapSub)) / MonthsBetween
                   COMPUTE MonthsLeft
                       = (CapItemCapacity (CapSub)
                          - CapCurrentValue (CapSub)) / MonthlyGrowth
                   IF MonthsLeft > 99999
                       MOVE 99999 TO MonthsLeftDisplay
                   ELSE
                       MOVE MonthsLeft TO MonthsLeftDisplay
                   END-IF
                   STRING MonthsLeftDisplay DELIMITED BY SIZE
                          " MONTHS" DELIMITED BY SIZE
                       INTO ItemOutlook
                   END-STRING
                   IF MonthsLeft NOT > AlertMonths
                       SET ItemFlagged TO TRUE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO DetailFlag
           IF ItemFlagged
               ADD 1 TO ItemsFlagged
               MOVE "***" TO DetailFlag
               PERFORM 4200-LOG-CAPACITY-ALERT
           END-IF
           MOVE CapItemId (CapSub) TO DetailItemId
           MOVE CapItemDescription (CapSub) TO DetailDescription
           MOVE CapCurrentValue (CapSub) TO DetailCurrent
           MOVE CapItemCapacity (CapSub) TO DetailCapacity
           MOVE MonthlyGrowth TO DetailGrowth
           MOVE ItemOutlook TO DetailOutlook
           MOVE CapacityDetailLine TO ReportLineText
           PERFORM 4900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * An E entry on the run log is what the incident opener acts
      * on, so a flagged item becomes an incident that night.
      *----------------------------------------------------------------
       4200-LOG-CAPACITY-ALERT.
           MOVE "E" TO RunLogSeverity
           MOVE SPACES TO RunLogMessage
           IF ItemOutlook = "FULL"
               STRING "Capacity " DELIMITED BY SIZE
                      CapItemId (CapSub) DELIMITED BY SPACE
                      " is full" DELIMITED BY SIZE
                   INTO RunLogMessage
               END-STRING
           ELSE
               MOVE ZERO TO MonthsLeftSpaces
               INSPECT MonthsLeftDisplay
                   TALLYING MonthsLeftSpaces FOR LEADING SPACES
               STRING "Capacity " DELIMITED BY SIZE
                      CapItemId (CapSub) DELIMITED BY SPACE
                      " runs out in " DELIMITED BY SIZE
                      MonthsLeftDisplay (MonthsLeftSpaces + 1:)
                          DELIMITED BY SIZE
                      " months" DELIMITED BY SIZE
                   INTO RunLogMessage
               END-STRING
           END-IF
           CALL "RUNLOG" USING RunLogSeverity RunLogProgramName
               RunLogMessage
           DISPLAY "*** " RunLogMessage.

       4300-LOG-NOT-MEASURED.
           MOVE "W" TO RunLogSeverity
           MOVE SPACES TO RunLogMessage
           STRING "Capacity " DELIMITED BY SIZE
                  CapItemId (CapSub) DELIMITED BY SPACE
                  " not measured - file not available"
                      DELIMITED BY SIZE
               INTO RunLogMessage
           END-STRING
           CALL "RUNLOG" USING RunLogSeverity RunLogProgramName
               RunLogMessage
           DISPLAY "*** " RunLogMessage.

       4900-WRITE-REPORT-LINE.
           WRITE CapacityReportRecord
           ADD 1 TO ReportLineCount.

       5000-REWRITE-CAPACITY-HISTORY.
           OPEN OUTPUT CapacityHistoryFile
           PERFORM 5100-WRITE-KEPT-ROW
               VARYING HistSub FROM 1 BY 1
               UNTIL HistSub > HistoryRowCount
           PERFORM 5200-WRITE-MONTH-READING
               VARYING CapSub FROM 1 BY 1 UNTIL CapSub > 9
           CLOSE CapacityHistoryFile.

       5100-WRITE-KEPT-ROW.
           INITIALIZE CapacityHistoryRecord
           MOVE HistRowYearMonth (HistSub) TO CapHistYearMonth
           MOVE HistRowItemId (HistSub) TO CapHistItemId
           MOVE HistRowValue (HistSub) TO CapHistValue
           WRITE CapacityHistoryRecord.

       5200-WRITE-MONTH-READING.
           IF CapMeasured (CapSub)
               INITIALIZE CapacityHistoryRecord
               MOVE RunYearMonth TO CapHistYearMonth
               MOVE CapItemId (CapSub) TO CapHistItemId
               MOVE CapCurrentValue (CapSub) TO CapHistValue
               WRITE CapacityHistoryRecord
           END-IF.

       9000-TERMINATE.
           DISPLAY "Capacity items flagged       = " ItemsFlagged
           DISPLAY "Capacity items not measured  = " ItemsNotMeasured
           IF ItemsFlagged > ZERO OR ItemsNotMeasured > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "T" TO JobStampMode
           MOVE ItemsFlagged TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM CapacityWatch.
