      ******************************************************************
      * Author: Artem Prokopov
      * Date: 29/09/2026
      * Purpose: Month-end reorder-point proposals from demand. The
      *          reorder point on the product master was whatever was
      *          keyed into ProdMaint when the product was set up, and
      *          the pricing run's reorder report is only as good as
      *          that guess. This step reads the sales history
      *          (SALESHST.DAT) for the months on SHOPPARM row ROPCALC
      *          (low value, default 006, at most 024) and works out
      *          each active product's usage in each month - sales
      *          less returns, a void counting against what it voids -
      *          and from that its average and peak monthly usage.
      *          With the preferred supplier's lead time (SUPPMSTR.DAT)
      *          it proposes a reorder point that covers the lead time
      *          at the peak rate: the lead-time demand at the average
      *          rate plus safety stock for the gap up to the peak,
      *          months counted 30 days and every part unit rounded
      *          up. A proposal that differs from the reorder point on
      *          the master goes on REORDPRP.DAT (layout REORDPRP.cpy,
      *          replacing last month's) as pending, for ProdMaint to
      *          approve or reject - nothing here changes the master.
      *          The review report ROPREVW.DAT (RPTCTL bracket) shows
      *          every active product with its usage, lead time and
      *          current and proposed reorder point; the trailer
      *          carries the products listed and the proposals made.
      *          A product whose supplier is missing or has no lead
      *          time is listed NO LEAD TIME, and one with no sales
      *          in the months NO SALES - a new product keeps the
      *          reorder point keyed for it - and neither is
      *          proposed. The
      *          months are whole calendar months ending with this
      *          one. The step only runs when the shop calendar
      *          (CALCHECK) says today is a month-end processing day,
      *          unless the command line says FORCE, which runs it
      *          any day over the months ending with last month. Holds
      *          the REORDPRP run lock while it works. RETURN-CODE 0
      *          clean, 4 when an active product has no lead time or a
      *          table overflowed, 8 when the lock is refused or the
      *          product master cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RopCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT SupplierMasterFile ASSIGN TO "SUPPMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
           SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesHistoryFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT ReorderProposalFile ASSIGN TO "REORDPRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReorderReviewFile ASSIGN TO "ROPREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       FD  SalesHistoryFile
           RECORD CONTAINS 73 CHARACTERS.
       01 SalesHistoryRecord.
           02 HistSaleDate             PIC 9(8).
           02 HistDateSplit REDEFINES HistSaleDate.
               03 HistSaleYear         PIC 9(4).
               03 HistSaleMonth        PIC 99.
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
               88 HistPeriodClosed     VALUE "C".
           02 HistSpace8               PIC X.
           02 HistTaxCategory          PIC X.
           02 HistSpace9               PIC X.
           02 HistTaxPercent           PIC 99V99.
           02 HistSpace10              PIC X.
           02 HistTaxTreatment         PIC X.
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  ReorderProposalFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "REORDPRP.cpy".
       FD  ReorderReviewFile
           RECORD CONTAINS 80 CHARACTERS.
       01 ReorderReviewRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
       01 SalesHistoryFileStatus   PIC XX.
           88 SalesHistoryFileOK   VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 HistoryEndSwitch         PIC X VALUE "N".
           88 EndOfHistory         VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 RopParm                  PIC X(40).
       01 RopModeWord              PIC X(8).
           88 RopModeForce         VALUE "FORCE".
       01 RopWantedSwitch          PIC X VALUE "N".
           88 RopRunWanted         VALUE "Y".
       01 MonthEndRunSwitch        PIC X VALUE "N".
           88 MonthEndRun          VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
      *    Months are counted as year * 12 + month - 1, so a window of
      *    months runs straight across a year end.
       01 UsageMonths              PIC 9(3) VALUE 006.
       01 RunMonthIndex            PIC 9(6).
       01 WindowStartIndex         PIC 9(6).
       01 WindowEndIndex           PIC 9(6).
       01 HistMonthIndex           PIC 9(6).
       01 UsageBucket              PIC 99.
       01 WindowYear               PIC 9(4).
       01 WindowMonthLess1         PIC 99.
       01 WindowMonth              PIC 99.
       01 WindowStartText          PIC 9(6).
       01 WindowEndText            PIC 9(6).
       01 ProductTable.
           02 ProductEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
               03 TableStatus       PIC X.
               03 TableReorderPoint PIC 9(7).
               03 TableSupplierId   PIC X(6).
               03 TableMonthUsage   PIC S9(7) OCCURS 24 TIMES.
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductOverflowSwitch    PIC X VALUE "N".
           88 ProductTableOverflowed VALUE "Y".
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableLeadDays     PIC 9(3).
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierOverflowSwitch   PIC X VALUE "N".
           88 SupplierTableOverflowed VALUE "Y".
       01 SupplierFoundSwitch      PIC X.
           88 SupplierFound        VALUE "Y".
       01 MonthIdx                 PIC 99.
       01 TotalUsage               PIC S9(9).
       01 PeakUsage                PIC 9(7).
       01 AverageUsage             PIC 9(7).
       01 LeadDays                 PIC 9(3).
       01 UsageLeadWork            PIC 9(12).
       01 DivideRemainder          PIC 9(5).
       01 ProposedPoint            PIC 9(7).
       01 ReviewNoteText           PIC X(12).
       01 QtyDisplay               PIC Z(6)9.
       01 CountDisplay             PIC ZZZZ9.
       01 ProductsListedCount      PIC 9(7) VALUE ZEROS.
       01 ProposalCount            PIC 9(5) VALUE ZEROS.
       01 NoLeadTimeCount          PIC 9(5) VALUE ZEROS.
       01 NoSalesCount             PIC 9(5) VALUE ZEROS.
       01 HistoryRecordCount       PIC 9(7) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "REORDPRP".
       01 LockHolderName           PIC X(8) VALUE "ROPCALC".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 RopFailedSwitch          PIC X VALUE "N".
           88 RopRunFailed         VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "ROPCALC".
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
           IF RopRunWanted
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
               IF LockGranted
                   PERFORM 2000-PROPOSE-REORDER-POINTS
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       LockHolderName LockResult
               ELSE
                   SET RopRunFailed TO TRUE
                   DISPLAY "*** Reorder proposals are in use "
                           "(ProdMaint review) - nothing proposed ***"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO RopParm
           ACCEPT RopParm FROM COMMAND-LINE
           MOVE SPACES TO RopModeWord
           UNSTRING RopParm DELIMITED BY ALL SPACES
               INTO RopModeWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF RopModeForce
               SET RopRunWanted TO TRUE
               DISPLAY "Reorder proposals forced for " RunDate
           END-IF
           IF RopRunWanted
               PERFORM 1200-LOAD-SHOP-PARMS
               PERFORM 1300-SET-USAGE-WINDOW
           END-IF.

      *----------------------------------------------------------------
      * The proposals belong to month-end. Unlike the valuation, a
      * date missing from the calendar does not produce them - each
      * run replaces the pending proposals, and an unmaintained
      * calendar would replace them every night.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET MonthEndRun TO TRUE
               SET RopRunWanted TO TRUE
           ELSE
               IF NOT RopModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "reorder proposals skipped"
               END-IF
           END-IF.

       1200-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1210-READ-PARM-RECORD
               PERFORM 1220-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           IF UsageMonths > 24
               MOVE 24 TO UsageMonths
           END-IF.

       1210-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1220-APPLY-PARM-RECORD.
           IF ParmProgramId = "ROPCALC"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO UsageMonths
           END-IF
           PERFORM 1210-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * The month-end run takes the month now closing as the last of
      * the window; a forced run on any other day stops at last month,
      * so a part month never drags the average down.
      *----------------------------------------------------------------
       1300-SET-USAGE-WINDOW.
           COMPUTE RunMonthIndex = RunYear * 12 + RunMonth - 1
           IF MonthEndRun
               MOVE RunMonthIndex TO WindowEndIndex
           ELSE
               COMPUTE WindowEndIndex = RunMonthIndex - 1
           END-IF
           COMPUTE WindowStartIndex = WindowEndIndex - UsageMonths + 1
           DIVIDE WindowStartIndex BY 12
               GIVING WindowYear REMAINDER WindowMonthLess1
           COMPUTE WindowMonth = WindowMonthLess1 + 1
           COMPUTE WindowStartText = WindowYear * 100 + WindowMonth
           DIVIDE WindowEndIndex BY 12
               GIVING WindowYear REMAINDER WindowMonthLess1
           COMPUTE WindowMonth = WindowMonthLess1 + 1
           COMPUTE WindowEndText = WindowYear * 100 + WindowMonth.

       2000-PROPOSE-REORDER-POINTS.
           PERFORM 2100-LOAD-PRODUCT-MASTER
           IF ProductMasterFileOK
               PERFORM 2200-LOAD-SUPPLIER-MASTER
               PERFORM 2300-TALLY-SALES-HISTORY
               OPEN OUTPUT ReorderProposalFile
               PERFORM 3000-START-REVIEW-REPORT
               PERFORM 4000-PROPOSE-ONE-PRODUCT
                   VARYING ProductIdx FROM 1 BY 1
                   UNTIL ProductIdx > ProductEntryCount
               PERFORM 3900-FINISH-REVIEW-REPORT
               CLOSE ReorderProposalFile
           ELSE
               SET RopRunFailed TO TRUE
               DISPLAY "*** Product master not available - "
                       "nothing proposed ***"
           END-IF.

       2100-LOAD-PRODUCT-MASTER.
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 2110-READ-PRODUCT-RECORD
               PERFORM 2120-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF.

       2110-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       2120-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               SET ProductIdx TO ProductEntryCount
               INITIALIZE ProductEntry (ProductIdx)
               MOVE ProdMasterCode TO TableProductCode (ProductIdx)
               MOVE ProdMasterDescription
                   TO TableDescription (ProductIdx)
               MOVE ProdMasterStatus TO TableStatus (ProductIdx)
               IF ProdMasterReorderPoint NUMERIC
                   MOVE ProdMasterReorderPoint
                       TO TableReorderPoint (ProductIdx)
               END-IF
               MOVE ProdMasterSupplierId TO TableSupplierId (ProductIdx)
           ELSE
               SET ProductTableOverflowed TO TRUE
               DISPLAY "*** Product table full - record for "
                       ProdMasterCode " not proposed ***"
           END-IF
           PERFORM 2110-READ-PRODUCT-RECORD.

       2200-LOAD-SUPPLIER-MASTER.
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               PERFORM 2210-READ-SUPPLIER-RECORD
               PERFORM 2220-STORE-SUPPLIER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           END-IF.

       2210-READ-SUPPLIER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       2220-STORE-SUPPLIER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierEntryCount)
               IF SuppMasterLeadDays NUMERIC
                   MOVE SuppMasterLeadDays
                       TO TableLeadDays (SupplierEntryCount)
               ELSE
                   MOVE ZEROS TO TableLeadDays (SupplierEntryCount)
               END-IF
           ELSE
               SET SupplierTableOverflowed TO TRUE
               DISPLAY "*** Supplier table full - supplier "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 2210-READ-SUPPLIER-RECORD.

      *----------------------------------------------------------------
      * The history carries returns (and voided sales) with negative
      * amounts and an unsigned quantity, so the sign of the net
      * amount says which way the quantity counts.
      *----------------------------------------------------------------
       2300-TALLY-SALES-HISTORY.
           OPEN INPUT SalesHistoryFile
           IF SalesHistoryFileOK
               PERFORM 2310-READ-HISTORY-RECORD
               PERFORM 2320-TALLY-HISTORY-RECORD UNTIL EndOfHistory
               CLOSE SalesHistoryFile
           ELSE
               DISPLAY "*** Sales history not available - usage "
                       "taken as nil ***"
           END-IF.

       2310-READ-HISTORY-RECORD.
           READ SalesHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

       2320-TALLY-HISTORY-RECORD.
           ADD 1 TO HistoryRecordCount
           IF HistSaleDate NUMERIC
               AND HistQuantity NUMERIC
               AND HistNetAmount NUMERIC
               AND HistSaleMonth >= 1
               AND HistSaleMonth <= 12
               COMPUTE HistMonthIndex =
                   HistSaleYear * 12 + HistSaleMonth - 1
               IF HistMonthIndex >= WindowStartIndex
                   AND HistMonthIndex <= WindowEndIndex
                   COMPUTE UsageBucket =
                       HistMonthIndex - WindowStartIndex + 1
                   PERFORM 2330-FIND-HISTORY-PRODUCT
                   IF ProductFound
                       IF HistNetAmount < ZERO
                           SUBTRACT HistQuantity FROM
                               TableMonthUsage (ProductIdx, UsageBucket)
                       ELSE
                           ADD HistQuantity TO
                               TableMonthUsage (ProductIdx, UsageBucket)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2310-READ-HISTORY-RECORD.

       2330-FIND-HISTORY-PRODUCT.
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 2340-SEARCH-PRODUCT-ENTRY
               UNTIL ProductFound
                  OR ProductIdx > ProductEntryCount.

       2340-SEARCH-PRODUCT-ENTRY.
           IF TableProductCode (ProductIdx) = HistProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

       3000-START-REVIEW-REPORT.
           OPEN OUTPUT ReorderReviewFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "ROPCALC" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "REORDER POINTS FROM " DELIMITED BY SIZE
                  UsageMonths DELIMITED BY SIZE
                  " MONTHS OF SALES, " DELIMITED BY SIZE
                  WindowStartText DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WindowEndText DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE ReorderReviewRecord
           MOVE SPACES TO ReportLineText
           WRITE ReorderReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "PRODUCT" TO ReportLineText (1:7)
           MOVE "DESCRIPTION" TO ReportLineText (9:11)
           MOVE "SUPPL" TO ReportLineText (26:5)
           MOVE "LEAD" TO ReportLineText (33:4)
           MOVE "AVG/MO" TO ReportLineText (39:6)
           MOVE "PEAK/MO" TO ReportLineText (46:7)
           MOVE "CURRENT" TO ReportLineText (54:7)
           MOVE "PROPOSED" TO ReportLineText (62:8)
           WRITE ReorderReviewRecord
           ADD 3 TO ReportLineCount.

      *----------------------------------------------------------------
      * The proposal covers the lead time at the peak monthly usage:
      * the lead-time demand at the average rate plus, as safety
      * stock, the gap up to the peak. Part units round up.
      *----------------------------------------------------------------
       4000-PROPOSE-ONE-PRODUCT.
           IF TableStatus (ProductIdx) NOT = "I"
               MOVE ZEROS TO TotalUsage
               MOVE ZEROS TO PeakUsage
               PERFORM 4100-ADD-MONTH-USAGE
                   VARYING MonthIdx FROM 1 BY 1
                   UNTIL MonthIdx > UsageMonths
               IF TotalUsage < ZERO
                   MOVE ZEROS TO TotalUsage
               END-IF
               COMPUTE AverageUsage ROUNDED = TotalUsage / UsageMonths
               PERFORM 4200-FIND-LEAD-TIME
               EVALUATE TRUE
                   WHEN LeadDays = ZERO
                       MOVE "NO LEAD TIME" TO ReviewNoteText
                       ADD 1 TO NoLeadTimeCount
                   WHEN PeakUsage = ZERO
                       MOVE "NO SALES" TO ReviewNoteText
                       ADD 1 TO NoSalesCount
                   WHEN OTHER
                       PERFORM 4050-WORK-OUT-PROPOSAL
               END-EVALUATE
               PERFORM 4400-WRITE-REVIEW-LINE
           END-IF.

       4050-WORK-OUT-PROPOSAL.
           COMPUTE UsageLeadWork = PeakUsage * LeadDays
           DIVIDE UsageLeadWork BY 30
               GIVING ProposedPoint REMAINDER DivideRemainder
           IF DivideRemainder > ZERO
               ADD 1 TO ProposedPoint
           END-IF
           IF ProposedPoint = TableReorderPoint (ProductIdx)
               MOVE "NO CHANGE" TO ReviewNoteText
           ELSE
               MOVE "PROPOSED" TO ReviewNoteText
               PERFORM 4300-WRITE-PROPOSAL
           END-IF.

       4100-ADD-MONTH-USAGE.
           ADD TableMonthUsage (ProductIdx, MonthIdx) TO TotalUsage
           IF TableMonthUsage (ProductIdx, MonthIdx) > PeakUsage
               MOVE TableMonthUsage (ProductIdx, MonthIdx) TO PeakUsage
           END-IF.

       4200-FIND-LEAD-TIME.
           MOVE ZEROS TO LeadDays
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 4210-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount
           IF SupplierFound
               AND TableSupplierId (ProductIdx) NOT = SPACES
               MOVE TableLeadDays (SupplierIdx) TO LeadDays
           END-IF.

       4210-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = TableSupplierId (ProductIdx)
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

       4300-WRITE-PROPOSAL.
           INITIALIZE ReorderProposalRecord
           MOVE TableProductCode (ProductIdx) TO RpProductCode
           MOVE TableReorderPoint (ProductIdx) TO RpCurrentPoint
           MOVE ProposedPoint TO RpProposedPoint
           MOVE AverageUsage TO RpAverageUsage
           MOVE PeakUsage TO RpPeakUsage
           MOVE LeadDays TO RpLeadDays
           MOVE UsageMonths TO RpMonthsUsed
           MOVE RunDate TO RpProposalDate
           SET RpPending TO TRUE
           MOVE SPACES TO RpDecidedBy
           MOVE ZEROS TO RpDecidedDate
           WRITE ReorderProposalRecord
           ADD 1 TO ProposalCount.

       4400-WRITE-REVIEW-LINE.
           MOVE SPACES TO ReportLineText
           MOVE TableProductCode (ProductIdx) TO ReportLineText (1:6)
           MOVE TableDescription (ProductIdx) (1:16)
               TO ReportLineText (9:16)
           MOVE TableSupplierId (ProductIdx) TO ReportLineText (26:6)
           MOVE LeadDays TO ReportLineText (34:3)
           MOVE AverageUsage TO QtyDisplay
           MOVE QtyDisplay TO ReportLineText (38:7)
           MOVE PeakUsage TO QtyDisplay
           MOVE QtyDisplay TO ReportLineText (46:7)
           MOVE TableReorderPoint (ProductIdx) TO QtyDisplay
           MOVE QtyDisplay TO ReportLineText (54:7)
           IF LeadDays = ZERO
               OR PeakUsage = ZERO
               MOVE ReviewNoteText TO ReportLineText (62:12)
           ELSE
               MOVE ProposedPoint TO QtyDisplay
               MOVE QtyDisplay TO ReportLineText (62:7)
               MOVE ReviewNoteText TO ReportLineText (70:10)
           END-IF
           WRITE ReorderReviewRecord
           ADD 1 TO ReportLineCount
           ADD 1 TO ProductsListedCount.

       3900-FINISH-REVIEW-REPORT.
           MOVE SPACES TO ReportLineText
           WRITE ReorderReviewRecord
           MOVE "PRODUCTS REVIEWED" TO ReportLineText
           MOVE ProductsListedCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE ReorderReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "  PROPOSALS FOR APPROVAL" TO ReportLineText
           MOVE ProposalCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE ReorderReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "  NO LEAD TIME" TO ReportLineText
           MOVE NoLeadTimeCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE ReorderReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "  NO SALES IN THE MONTHS" TO ReportLineText
           MOVE NoSalesCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE ReorderReviewRecord
           ADD 5 TO ReportLineCount
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ProductsListedCount TO TrailerRecordCount
           MOVE ProposalCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE ReorderReviewFile.

       9000-TERMINATE.
           IF RopRunWanted
               DISPLAY "Months of history      = " UsageMonths
               DISPLAY "History records read   = " HistoryRecordCount
               DISPLAY "Products reviewed      = " ProductsListedCount
               DISPLAY "Proposals made         = " ProposalCount
               DISPLAY "No lead time           = " NoLeadTimeCount
               DISPLAY "No sales               = " NoSalesCount
           END-IF
           EVALUATE TRUE
               WHEN RopRunFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NoLeadTimeCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN ProductTableOverflowed
                   MOVE 4 TO RETURN-CODE
               WHEN SupplierTableOverflowed
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ProposalCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM RopCalc.
