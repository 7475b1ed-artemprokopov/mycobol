      ******************************************************************
      * Author: Artem Prokopov
      * Date: 28/09/2026
      * Purpose: Coming price changes for sales. ProdMaint can now key
      *          a price ahead of the date it takes effect, and the
      *          pricing run puts it on the product master on that
      *          night - but sales quote from the master, so they
      *          need to see what is about to move before it does.
      *          This step lists every price on the price history
      *          (PRICEHST.DAT, layout PRICEHST.cpy) that takes effect
      *          after today and within the days on SHOPPARM row
      *          PRICECHG (low value, default 007 - the shop's 30/360
      *          day count), by product and effective date, on
      *          PRICECHG.DAT (RPTCTL bracket): the date, the product
      *          and its description off PRODMSTR.DAT, the price it
      *          moves from and to, and the change in percent. The
      *          "from" price of a product's first change is the one
      *          in effect today - the newest history price not after
      *          today, or the master's - and of each later change the
      *          price before it. The trailer carries the changes
      *          listed and the products they touch. RETURN-CODE 0,
      *          including when nothing is scheduled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceChgList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceHistoryFile ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHistoryFileStatus.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT PriceChangeReportFile ASSIGN TO "PRICECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceHistorySortFile ASSIGN TO "SRTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  PriceHistoryFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PRICEHST.cpy".
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  PriceChangeReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 PriceChangeReportRecord.
           02 ChangeLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       SD  PriceHistorySortFile.
       01 PriceHistorySortRecord.
           02 SortProductCode          PIC X(6).
           02 SortSpace1               PIC X.
           02 SortEffectiveDate        PIC 9(8).
           02 SortSpace2               PIC X.
           02 SortUnitPrice            PIC 9(5)V999.
           02 SortRest                 PIC X(40).
       WORKING-STORAGE SECTION.
       01 PriceHistoryFileStatus   PIC XX.
           88 PriceHistoryFileOK   VALUE "00".
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 PriceHistoryEndSwitch    PIC X VALUE "N".
           88 EndOfPriceHistory    VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 PriceSortEndSwitch       PIC X VALUE "N".
           88 EndOfPriceSort       VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 ProductTable.
           02 ProductEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
               03 TableUnitPrice    PIC 9(5)V999.
               03 TablePriceDate    PIC 9(8).
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 SearchProductCode        PIC X(6).
       01 LookAheadDays            PIC 9(3) VALUE 7.
       01 ChangeDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
       01 DaysAhead                PIC S9(7).
       01 CurrentProductCode       PIC X(6) VALUE SPACES.
       01 FromUnitPrice            PIC 9(5)V999.
       01 PriceChangePct           PIC S9(5)V99.
       01 PriceDisplay             PIC Z(4)9.999.
       01 PctDisplay               PIC -(4)9.99.
       01 ChangesListedCount       PIC 9(7) VALUE ZEROS.
       01 ProductsListedCount      PIC 9(7) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "PRICECHG".
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
           PERFORM 8000-SORT-AND-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           PERFORM 1100-LOAD-SHOP-PARMS
           PERFORM 1200-LOAD-PRODUCT-MASTER
           PERFORM 1300-APPLY-TODAYS-PRICES
           OPEN OUTPUT PriceChangeReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PRICECHG" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ChangeLineText
           MOVE "EFFECTIVE" TO ChangeLineText (1:9)
           MOVE "PRODUCT" TO ChangeLineText (12:7)
           MOVE "DESCRIPTION" TO ChangeLineText (20:11)
           MOVE "FROM" TO ChangeLineText (47:4)
           MOVE "TO" TO ChangeLineText (59:2)
           MOVE "CHANGE %" TO ChangeLineText (66:8)
           WRITE PriceChangeReportRecord
           ADD 1 TO ReportLineCount.

       1100-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1110-READ-PARM-RECORD
               PERFORM 1120-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1110-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1120-APPLY-PARM-RECORD.
           IF ParmProgramId = "PRICECHG"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO LookAheadDays
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * Descriptions and today's prices come off the master - a
      * product missing from it (or a missing master) is still
      * listed, from its history alone.
      *----------------------------------------------------------------
       1200-LOAD-PRODUCT-MASTER.
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1210-READ-PRODUCT-RECORD
               PERFORM 1220-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF.

       1210-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1220-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               MOVE ProdMasterCode
                   TO TableProductCode (ProductEntryCount)
               MOVE ProdMasterDescription
                   TO TableDescription (ProductEntryCount)
               IF ProdMasterUnitPrice NUMERIC
                   MOVE ProdMasterUnitPrice
                       TO TableUnitPrice (ProductEntryCount)
               ELSE
                   MOVE ZEROS TO TableUnitPrice (ProductEntryCount)
               END-IF
               MOVE ZEROS TO TablePriceDate (ProductEntryCount)
           END-IF
           PERFORM 1210-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------
      * A price that took effect today may not be on the master yet
      * if this step runs ahead of the pricing run, so the price in
      * effect today is taken from the history the way the pricing
      * run picks it: the newest effective date not after today.
      *----------------------------------------------------------------
       1300-APPLY-TODAYS-PRICES.
           OPEN INPUT PriceHistoryFile
           IF PriceHistoryFileOK
               PERFORM 1310-READ-PRICE-HISTORY
               PERFORM 1320-CHECK-PRICE-HISTORY
                   UNTIL EndOfPriceHistory
               CLOSE PriceHistoryFile
           END-IF.

       1310-READ-PRICE-HISTORY.
           READ PriceHistoryFile
               AT END SET EndOfPriceHistory TO TRUE
           END-READ.

       1320-CHECK-PRICE-HISTORY.
           IF PhEffectiveDate NUMERIC
               AND PhUnitPrice NUMERIC
               AND PhEffectiveDate <= RunDate
               MOVE PhProductCode TO SearchProductCode
               PERFORM 2100-FIND-PRODUCT
               IF ProductFound
                   AND PhEffectiveDate >= TablePriceDate (ProductIdx)
                   MOVE PhEffectiveDate TO TablePriceDate (ProductIdx)
                   MOVE PhUnitPrice TO TableUnitPrice (ProductIdx)
               END-IF
           END-IF
           PERFORM 1310-READ-PRICE-HISTORY.

       2100-FIND-PRODUCT.
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 2110-SEARCH-PRODUCT-ENTRY
               UNTIL ProductFound OR ProductIdx > ProductEntryCount.

       2110-SEARCH-PRODUCT-ENTRY.
           IF TableProductCode (ProductIdx) = SearchProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * No price history means nothing has ever been scheduled - the
      * listing goes out with its bracket and no changes. Records
      * with the same product and date keep their file order, so the
      * later one - the one the pricing run will take - is listed
      * last.
      *----------------------------------------------------------------
       8000-SORT-AND-WRITE-REPORT.
           OPEN INPUT PriceHistoryFile
           IF PriceHistoryFileOK
               CLOSE PriceHistoryFile
               SORT PriceHistorySortFile
                   ON ASCENDING KEY SortProductCode SortEffectiveDate
                   WITH DUPLICATES IN ORDER
                   USING PriceHistoryFile
                   OUTPUT PROCEDURE IS 8100-RETURN-SORTED-CHANGE
           ELSE
               DISPLAY "No price history - no price changes scheduled"
           END-IF
           IF ChangesListedCount = ZERO
               MOVE SPACES TO ChangeLineText
               MOVE "NO PRICE CHANGES SCHEDULED FOR THE COMING "
                   TO ChangeLineText (1:42)
               MOVE LookAheadDays TO ChangeLineText (43:3)
               MOVE "DAYS" TO ChangeLineText (47:4)
               WRITE PriceChangeReportRecord
               ADD 1 TO ReportLineCount
           END-IF.

       8100-RETURN-SORTED-CHANGE.
           MOVE "N" TO PriceSortEndSwitch
           PERFORM 8200-CHECK-SORTED-CHANGE
               UNTIL EndOfPriceSort.

       8200-CHECK-SORTED-CHANGE.
           RETURN PriceHistorySortFile
               AT END
                   SET EndOfPriceSort TO TRUE
               NOT AT END
                   IF SortEffectiveDate NUMERIC
                       AND SortUnitPrice NUMERIC
                       AND SortEffectiveDate > RunDate
                       PERFORM 8250-CHECK-LOOK-AHEAD
                   END-IF
           END-RETURN.

       8250-CHECK-LOOK-AHEAD.
           MOVE SortEffectiveDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           COMPUTE DaysAhead = WorkDayNumber - RunDayNumber
           IF DaysAhead <= LookAheadDays
               PERFORM 8300-WRITE-CHANGE-LINE
           END-IF.

       8300-WRITE-CHANGE-LINE.
           MOVE SortProductCode TO SearchProductCode
           PERFORM 2100-FIND-PRODUCT
           IF SortProductCode NOT = CurrentProductCode
               MOVE SortProductCode TO CurrentProductCode
               ADD 1 TO ProductsListedCount
               IF ProductFound
                   MOVE TableUnitPrice (ProductIdx) TO FromUnitPrice
               ELSE
                   MOVE ZEROS TO FromUnitPrice
               END-IF
           END-IF
           MOVE SPACES TO ChangeLineText
           MOVE SortEffectiveDate TO ChangeLineText (1:8)
           MOVE SortProductCode TO ChangeLineText (12:6)
           IF ProductFound
               MOVE TableDescription (ProductIdx)
                   TO ChangeLineText (20:20)
           ELSE
               MOVE "(NOT ON MASTER)" TO ChangeLineText (20:15)
           END-IF
           MOVE FromUnitPrice TO PriceDisplay
           MOVE PriceDisplay TO ChangeLineText (42:9)
           MOVE SortUnitPrice TO PriceDisplay
           MOVE PriceDisplay TO ChangeLineText (53:9)
           IF FromUnitPrice > ZERO
               COMPUTE PriceChangePct ROUNDED =
                   (SortUnitPrice - FromUnitPrice) * 100
                       / FromUnitPrice
               MOVE PriceChangePct TO PctDisplay
               MOVE PctDisplay TO ChangeLineText (65:9)
           ELSE
               MOVE "NEW" TO ChangeLineText (71:3)
           END-IF
           WRITE PriceChangeReportRecord
           ADD 1 TO ReportLineCount
           ADD 1 TO ChangesListedCount
           MOVE SortUnitPrice TO FromUnitPrice.

       7000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ChangesListedCount TO TrailerRecordCount
           MOVE ProductsListedCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE PriceChangeReportFile
           DISPLAY "Look-ahead days        = " LookAheadDays
           DISPLAY "Price changes listed   = " ChangesListedCount
           DISPLAY "Products affected      = " ProductsListedCount
           MOVE 0 TO RETURN-CODE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ReportLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PriceChgList.
