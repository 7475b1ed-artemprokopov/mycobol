      ******************************************************************
      * Author: Artem Prokopov
      * Date: 29/09/2026
      * Purpose: Standing-order billing, run at the front of NIGHTRUN.
      *          A customer who takes the same goods every week or
      *          month is set up once on STANDORD.DAT (layout
      *          STANDORD.cpy) instead of being re-keyed into
      *          PRICETRN.DAT every cycle. Each active standing order
      *          whose next bill date has come is written into
      *          PRICETRN.DAT as a normal sale line dated today, at
      *          the price in effect today the way OrderEntry prices
      *          it (the customer's running contract price, else the
      *          master price as moved by the price history), so the
      *          pricing run bills it like any other order. A
      *          customer's lines due tonight are written together
      *          under one invoice reference - S and the last five
      *          digits of today's day number. The order's schedule
      *          date then moves on a cycle on the real calendar -
      *          7 days, 14 days, or to the bill day of next month
      *          (held to the month's last day) - and the next bill
      *          date is that date moved forward off any non-
      *          processing day on the shop calendar (CALCHECK, at
      *          most ten days). A schedule date past the order's end
      *          date expires it. An order whose customer or product
      *          is unknown or inactive is held - not billed and not
      *          moved on - until it is put right. The review list
      *          STANDREV.DAT (RPTCTL bracket) shows every paused,
      *          expired, held or unreadable standing order; its
      *          trailer carries the orders listed and the lines
      *          written tonight. RETURN-CODE 0 clean, 4 when an order
      *          was held or unreadable, 8 when the standing-order
      *          file is larger than the table or PRICETRN.DAT could
      *          not be opened - nothing is billed or moved on then,
      *          and the orders bill on the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingOrderFile ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingOrderFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT PriceHistoryFile ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHistoryFileStatus.
           SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.
           SELECT PricingTranFile ASSIGN TO "PRICETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PricingTranFileStatus.
           SELECT StandReviewFile ASSIGN TO "STANDREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  StandingOrderFile
           RECORD CONTAINS 74 CHARACTERS.
           COPY "STANDORD.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  PriceHistoryFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PRICEHST.cpy".
       FD  ContractFile
           RECORD CONTAINS 60 CHARACTERS.
           COPY "CONTRACT.cpy".
       FD  PricingTranFile
           RECORD CONTAINS 55 CHARACTERS.
       01 PricingTranRecord.
           02 TranQuantity             PIC 9(5).
           02 TranUnitPrice            PIC 9(5)V999.
           02 TranSpace1               PIC X.
           02 TranCurrencyCode         PIC X(3).
           02 TranDate                 PIC 9(8).
           02 TranProductCode          PIC X(6).
           02 TranCustomerId           PIC X(6).
           02 TranInvoiceRef           PIC X(6).
           02 TranTaxCategory          PIC X.
           02 TranTypeCode             PIC X.
           02 TranRmaNumber            PIC X(8).
           02 TranLocationCode         PIC 99.
       FD  StandReviewFile
           RECORD CONTAINS 80 CHARACTERS.
       01 StandReviewRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 StandingOrderFileStatus  PIC XX.
           88 StandingOrderFileOK  VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 PriceHistoryFileStatus   PIC XX.
           88 PriceHistoryFileOK   VALUE "00".
       01 ContractFileStatus       PIC XX.
           88 ContractFileOK       VALUE "00".
       01 PricingTranFileStatus    PIC XX.
           88 PricingTranFileOK    VALUE "00".
           88 PricingTranFileNew   VALUE "35".
       01 StandingOrderEndSwitch   PIC X VALUE "N".
           88 EndOfStandingOrders  VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 PriceHistoryEndSwitch    PIC X VALUE "N".
           88 EndOfPriceHistory    VALUE "Y".
       01 ContractEndSwitch        PIC X VALUE "N".
           88 EndOfContracts       VALUE "Y".
       01 StandingFileSwitch       PIC X VALUE "N".
           88 StandingOrdersLoaded VALUE "Y".
       01 StandingOverflowSwitch   PIC X VALUE "N".
           88 StandingTableOverflowed VALUE "Y".
       01 StandingChangedSwitch    PIC X VALUE "N".
           88 StandingOrdersChanged VALUE "Y".
       01 PricingTranOpenSwitch    PIC X VALUE "N".
           88 PricingTranRefused   VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
       01 TonightInvoiceRef.
           02 TonightRefPrefix     PIC X VALUE "S".
           02 TonightRefDigits     PIC 9(5).
      *    The standing orders, each held as its record image so an
      *    order this run cannot read is written back untouched.
       01 StandingOrderTable.
           02 StandingOrderEntry OCCURS 500 TIMES
               INDEXED BY StandIdx CustomerOrderIdx.
               03 TableSoImage.
                   04 TableSoOrderId       PIC X(6).
                   04 FILLER               PIC X.
                   04 TableSoCustomerId    PIC X(6).
                   04 FILLER               PIC X.
                   04 TableSoProductCode   PIC X(6).
                   04 FILLER               PIC X.
                   04 TableSoQuantity      PIC 9(5).
                   04 FILLER               PIC X.
                   04 TableSoTaxCategory   PIC X.
                   04 FILLER               PIC X.
                   04 TableSoLocationCode  PIC 99.
                   04 FILLER               PIC X.
                   04 TableSoFrequency     PIC X.
                       88 TableSoWeekly      VALUE "W".
                       88 TableSoFortnightly VALUE "F".
                       88 TableSoMonthly     VALUE "M".
                   04 FILLER               PIC X.
                   04 TableSoBillDay       PIC 99.
                   04 FILLER               PIC X.
                   04 TableSoScheduleDate  PIC 9(8).
                   04 FILLER               PIC X.
                   04 TableSoNextBillDate  PIC 9(8).
                   04 FILLER               PIC X.
                   04 TableSoEndDate       PIC 9(8).
                   04 FILLER               PIC X.
                   04 TableSoStatus        PIC X.
                       88 TableSoActive      VALUE "A".
                       88 TableSoPaused      VALUE "P".
                       88 TableSoExpired     VALUE "E".
                   04 FILLER               PIC X.
                   04 TableSoLastBilledDate PIC 9(8).
               03 TableSoValidSwitch       PIC X.
                   88 TableSoValid         VALUE "Y".
               03 TableSoHandledSwitch     PIC X.
                   88 TableSoHandled       VALUE "Y".
               03 TableSoHeldReason        PIC X(20).
       01 StandEntryCount          PIC 9(3) VALUE ZEROS.
       01 CurrentCustomerId        PIC X(6).
       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustStatus   PIC X.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 ProductMasterTable.
           02 ProductMasterEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableUnitPrice    PIC 9(5)V999.
               03 TableStatus       PIC X.
               03 TablePriceDate    PIC 9(8).
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 ContractTable.
           02 ContractEntry OCCURS 500 TIMES
               INDEXED BY ContractIdx.
               03 TableCtrCustomerId PIC X(6).
               03 TableCtrProductCode PIC X(6).
               03 TableCtrUnitPrice PIC 9(5)V999.
               03 TableCtrStartDate PIC 9(8).
       01 ContractEntryCount       PIC 9(3) VALUE ZEROS.
       01 ContractBestStartDate    PIC 9(8).
       01 LineUnitPrice            PIC 9(5)V999 VALUE ZEROS.
      *    The schedule date being moved on, a calendar day at a time.
       01 ScheduleWorkDate         PIC 9(8).
       01 ScheduleDateSplit REDEFINES ScheduleWorkDate.
           02 ScheduleYear         PIC 9(4).
           02 ScheduleMonth        PIC 99.
           02 ScheduleDay          PIC 99.
       01 RollAttemptCount         PIC 99.
       01 DaysThisMonth            PIC 99.
       01 DaysInMonthValues.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 28.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           02 DaysInMonth          PIC 99 OCCURS 12 TIMES.
       01 LeapYearSwitch           PIC X.
           88 IsLeapYear           VALUE "Y".
       01 Remainder4               PIC 9(4).
       01 Remainder100             PIC 9(4).
       01 Remainder400             PIC 9(4).
       01 DivideQuotientWork       PIC 9(4).
       01 CalCheckDate             PIC 9(8).
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 ReviewStateText          PIC X(20).
       01 QuantityDisplay          PIC ZZZZ9.
       01 CountDisplay             PIC ZZZZ9.
       01 LinesWrittenCount        PIC 9(7) VALUE ZEROS.
       01 OrdersBilledCount        PIC 9(5) VALUE ZEROS.
       01 ExpiredTonightCount      PIC 9(5) VALUE ZEROS.
       01 HeldCount                PIC 9(5) VALUE ZEROS.
       01 InvalidCount             PIC 9(5) VALUE ZEROS.
       01 ReviewListedCount        PIC 9(7) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "STANDGEN".
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
           IF StandingTableOverflowed
               DISPLAY "*** STANDORD.DAT holds more than 500 standing "
                       "orders - nothing billed ***"
           ELSE
               IF StandingOrdersLoaded
                   PERFORM 2000-GENERATE-LINES
               ELSE
                   DISPLAY "No standing-order file - nothing to bill"
               END-IF
               IF StandingOrdersChanged
                   PERFORM 8000-REWRITE-STANDING-ORDERS
               END-IF
               PERFORM 3000-WRITE-REVIEW-LIST
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay
           MOVE WorkDayNumber (3:5) TO TonightRefDigits
           PERFORM 1100-LOAD-STANDING-ORDERS
           IF StandingOrdersLoaded
               AND NOT StandingTableOverflowed
               PERFORM 1200-LOAD-CUSTOMER-MASTER
               PERFORM 1300-LOAD-PRODUCT-MASTER
               PERFORM 1400-APPLY-PRICE-HISTORY
               PERFORM 1500-LOAD-CONTRACTS
           END-IF.

       1100-LOAD-STANDING-ORDERS.
           OPEN INPUT StandingOrderFile
           IF StandingOrderFileOK
               SET StandingOrdersLoaded TO TRUE
               PERFORM 1110-READ-STANDING-ORDER
               PERFORM 1120-STORE-STANDING-ORDER
                   UNTIL EndOfStandingOrders
               CLOSE StandingOrderFile
           END-IF.

       1110-READ-STANDING-ORDER.
           READ StandingOrderFile
               AT END SET EndOfStandingOrders TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * An order keyed without a next bill date bills first on its
      * schedule date; a monthly order keyed without a bill day keeps
      * the schedule date's day of the month from then on.
      *----------------------------------------------------------------
       1120-STORE-STANDING-ORDER.
           IF StandEntryCount < 500
               ADD 1 TO StandEntryCount
               SET StandIdx TO StandEntryCount
               MOVE StandingOrderRecord TO TableSoImage (StandIdx)
               MOVE "N" TO TableSoHandledSwitch (StandIdx)
               MOVE SPACES TO TableSoHeldReason (StandIdx)
               MOVE "N" TO TableSoValidSwitch (StandIdx)
               IF SoQuantity NUMERIC
                   AND SoQuantity > ZEROS
                   AND SoLocationCode NUMERIC
                   AND SoBillDay NUMERIC
                   AND SoBillDay <= 31
                   AND SoScheduleDate NUMERIC
                   AND SoScheduleDate > ZEROS
                   AND SoScheduleDate (5:2) >= "01"
                   AND SoScheduleDate (5:2) <= "12"
                   AND SoNextBillDate NUMERIC
                   AND SoEndDate NUMERIC
                   AND (SoBillsWeekly OR SoBillsFortnightly
                        OR SoBillsMonthly)
                   AND (SoActive OR SoPaused OR SoExpired)
                   SET TableSoValid (StandIdx) TO TRUE
                   IF SoNextBillDate = ZEROS
                       MOVE SoScheduleDate
                           TO TableSoNextBillDate (StandIdx)
                   END-IF
                   IF SoBillsMonthly
                       AND SoBillDay = ZEROS
                       MOVE SoScheduleDate (7:2)
                           TO TableSoBillDay (StandIdx)
                   END-IF
               END-IF
           ELSE
               SET StandingTableOverflowed TO TRUE
           END-IF
           PERFORM 1110-READ-STANDING-ORDER.

       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterStatus
                   TO TableCustStatus (CustomerEntryCount)
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

       1300-LOAD-PRODUCT-MASTER.
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1310-READ-PRODUCT-RECORD
               PERFORM 1320-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF.

       1310-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1320-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               MOVE ProdMasterCode
                   TO TableProductCode (ProductEntryCount)
               MOVE ProdMasterUnitPrice
                   TO TableUnitPrice (ProductEntryCount)
               MOVE ProdMasterStatus
                   TO TableStatus (ProductEntryCount)
               MOVE ZEROS TO TablePriceDate (ProductEntryCount)
           ELSE
               DISPLAY "*** Product table full - record for "
                       ProdMasterCode " not loaded ***"
           END-IF
           PERFORM 1310-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------
      * Each product is billed at the price in effect today on the
      * price history - the record with the newest effective date not
      * after today, as the pricing run will pick it.
      *----------------------------------------------------------------
       1400-APPLY-PRICE-HISTORY.
           OPEN INPUT PriceHistoryFile
           IF PriceHistoryFileOK
               PERFORM 1410-READ-PRICE-HISTORY
               PERFORM 1420-CHECK-PRICE-HISTORY
                   UNTIL EndOfPriceHistory
               CLOSE PriceHistoryFile
           END-IF.

       1410-READ-PRICE-HISTORY.
           READ PriceHistoryFile
               AT END SET EndOfPriceHistory TO TRUE
           END-READ.

       1420-CHECK-PRICE-HISTORY.
           IF PhEffectiveDate NUMERIC
               AND PhUnitPrice NUMERIC
               AND PhEffectiveDate <= RunDate
               MOVE PhProductCode TO TranProductCode
               PERFORM 7300-FIND-PRODUCT
               IF ProductFound
                   AND PhEffectiveDate >= TablePriceDate (ProductIdx)
                   MOVE PhEffectiveDate TO TablePriceDate (ProductIdx)
                   MOVE PhUnitPrice TO TableUnitPrice (ProductIdx)
               END-IF
           END-IF
           PERFORM 1410-READ-PRICE-HISTORY.

      *----------------------------------------------------------------
      * Only contracts running today can price tonight's lines.
      *----------------------------------------------------------------
       1500-LOAD-CONTRACTS.
           OPEN INPUT ContractFile
           IF ContractFileOK
               PERFORM 1510-READ-CONTRACT
               PERFORM 1520-STORE-CONTRACT
                   UNTIL EndOfContracts
               CLOSE ContractFile
           END-IF.

       1510-READ-CONTRACT.
           READ ContractFile
               AT END SET EndOfContracts TO TRUE
           END-READ.

       1520-STORE-CONTRACT.
           IF CtrUnitPrice NUMERIC
               AND CtrStartDate NUMERIC
               AND CtrEndDate NUMERIC
               AND CtrStartDate <= RunDate
               AND CtrEndDate >= RunDate
               IF ContractEntryCount < 500
                   ADD 1 TO ContractEntryCount
                   SET ContractIdx TO ContractEntryCount
                   MOVE CtrCustomerId
                       TO TableCtrCustomerId (ContractIdx)
                   MOVE CtrProductCode
                       TO TableCtrProductCode (ContractIdx)
                   MOVE CtrUnitPrice TO TableCtrUnitPrice (ContractIdx)
                   MOVE CtrStartDate TO TableCtrStartDate (ContractIdx)
               ELSE
                   DISPLAY "*** Contract table full - contract "
                           CtrCustomerId " " CtrProductCode
                           " not loaded ***"
               END-IF
           END-IF
           PERFORM 1510-READ-CONTRACT.

      *----------------------------------------------------------------
      * New lines append behind whatever the feed already delivered.
      * The first due order found for a customer gathers all of that
      * customer's due orders behind it, so the customer's lines sit
      * together under the one invoice reference.
      *----------------------------------------------------------------
       2000-GENERATE-LINES.
           OPEN EXTEND PricingTranFile
           IF PricingTranFileNew
               OPEN OUTPUT PricingTranFile
           END-IF
           IF PricingTranFileOK
               PERFORM 2100-CHECK-STANDING-ORDER
                   VARYING StandIdx FROM 1 BY 1
                   UNTIL StandIdx > StandEntryCount
               CLOSE PricingTranFile
           ELSE
               SET PricingTranRefused TO TRUE
               DISPLAY "*** PRICETRN.DAT could not be opened (status "
                       PricingTranFileStatus ") - nothing billed ***"
           END-IF.

       2100-CHECK-STANDING-ORDER.
           IF TableSoValid (StandIdx)
               AND TableSoActive (StandIdx)
               AND NOT TableSoHandled (StandIdx)
               AND TableSoNextBillDate (StandIdx) <= RunDate
               MOVE TableSoCustomerId (StandIdx) TO CurrentCustomerId
               PERFORM 2200-BILL-IF-DUE
                   VARYING CustomerOrderIdx FROM StandIdx BY 1
                   UNTIL CustomerOrderIdx > StandEntryCount
           END-IF.

       2200-BILL-IF-DUE.
           IF TableSoCustomerId (CustomerOrderIdx) = CurrentCustomerId
               AND TableSoValid (CustomerOrderIdx)
               AND TableSoActive (CustomerOrderIdx)
               AND NOT TableSoHandled (CustomerOrderIdx)
               AND TableSoNextBillDate (CustomerOrderIdx) <= RunDate
               SET TableSoHandled (CustomerOrderIdx) TO TRUE
               PERFORM 2300-CHECK-ORDER-MASTERS
               EVALUATE TRUE
                   WHEN TableSoEndDate (CustomerOrderIdx) NOT = ZEROS
                       AND TableSoScheduleDate (CustomerOrderIdx)
                           > TableSoEndDate (CustomerOrderIdx)
                       SET TableSoExpired (CustomerOrderIdx) TO TRUE
                       SET StandingOrdersChanged TO TRUE
                       ADD 1 TO ExpiredTonightCount
                   WHEN TableSoHeldReason (CustomerOrderIdx)
                       NOT = SPACES
                       ADD 1 TO HeldCount
                   WHEN OTHER
                       PERFORM 2400-WRITE-BILLING-LINE
                       PERFORM 2500-ADVANCE-SCHEDULE
               END-EVALUATE
           END-IF.

       2300-CHECK-ORDER-MASTERS.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2310-SEARCH-CUSTOMER
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount
           MOVE TableSoProductCode (CustomerOrderIdx)
               TO TranProductCode
           PERFORM 7300-FIND-PRODUCT
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   MOVE "CUSTOMER UNKNOWN"
                       TO TableSoHeldReason (CustomerOrderIdx)
               WHEN TableCustStatus (CustomerIdx) = "I"
                   MOVE "CUSTOMER INACTIVE"
                       TO TableSoHeldReason (CustomerOrderIdx)
               WHEN NOT ProductFound
                   MOVE "PRODUCT UNKNOWN"
                       TO TableSoHeldReason (CustomerOrderIdx)
               WHEN TableStatus (ProductIdx) = "I"
                   MOVE "PRODUCT INACTIVE"
                       TO TableSoHeldReason (CustomerOrderIdx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2310-SEARCH-CUSTOMER.
           IF TableCustomerId (CustomerIdx) = CurrentCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Priced the way OrderEntry prices a line: the customer's
      * contract price when a contract covers today, otherwise the
      * price in effect today. The pricing run applies the discount
      * tier and tax as it does for any order line.
      *----------------------------------------------------------------
       2400-WRITE-BILLING-LINE.
           MOVE TableUnitPrice (ProductIdx) TO LineUnitPrice
           MOVE ZEROS TO ContractBestStartDate
           PERFORM 2410-CHECK-CONTRACT-ENTRY
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractEntryCount
           INITIALIZE PricingTranRecord
           MOVE TableSoQuantity (CustomerOrderIdx) TO TranQuantity
           MOVE LineUnitPrice TO TranUnitPrice
           MOVE SPACES TO TranCurrencyCode
           MOVE RunDate TO TranDate
           MOVE TableSoProductCode (CustomerOrderIdx)
               TO TranProductCode
           MOVE CurrentCustomerId TO TranCustomerId
           MOVE TonightInvoiceRef TO TranInvoiceRef
           MOVE TableSoTaxCategory (CustomerOrderIdx)
               TO TranTaxCategory
           MOVE "S" TO TranTypeCode
           MOVE SPACES TO TranRmaNumber
           MOVE TableSoLocationCode (CustomerOrderIdx)
               TO TranLocationCode
           WRITE PricingTranRecord
           ADD 1 TO LinesWrittenCount
           ADD 1 TO OrdersBilledCount
           MOVE RunDate TO TableSoLastBilledDate (CustomerOrderIdx)
           SET StandingOrdersChanged TO TRUE.

       2410-CHECK-CONTRACT-ENTRY.
           IF TableCtrCustomerId (ContractIdx) = CurrentCustomerId
               AND TableCtrProductCode (ContractIdx)
                   = TableSoProductCode (CustomerOrderIdx)
               AND TableCtrStartDate (ContractIdx)
                   >= ContractBestStartDate
               MOVE TableCtrStartDate (ContractIdx)
                   TO ContractBestStartDate
               MOVE TableCtrUnitPrice (ContractIdx) TO LineUnitPrice
           END-IF.

      *----------------------------------------------------------------
      * The schedule moves on a cycle from the schedule date, not
      * from the bill date, so a cycle moved off a holiday does not
      * drag the ones after it. Past the end date the order expires.
      *----------------------------------------------------------------
       2500-ADVANCE-SCHEDULE.
           MOVE TableSoScheduleDate (CustomerOrderIdx)
               TO ScheduleWorkDate
           EVALUATE TRUE
               WHEN TableSoWeekly (CustomerOrderIdx)
                   PERFORM 7100-ADVANCE-ONE-DAY 7 TIMES
               WHEN TableSoFortnightly (CustomerOrderIdx)
                   PERFORM 7100-ADVANCE-ONE-DAY 14 TIMES
               WHEN OTHER
                   PERFORM 7200-ADVANCE-ONE-MONTH
           END-EVALUATE
           MOVE ScheduleWorkDate
               TO TableSoScheduleDate (CustomerOrderIdx)
           IF TableSoEndDate (CustomerOrderIdx) NOT = ZEROS
               AND ScheduleWorkDate > TableSoEndDate (CustomerOrderIdx)
               SET TableSoExpired (CustomerOrderIdx) TO TRUE
               ADD 1 TO ExpiredTonightCount
           ELSE
               MOVE ScheduleWorkDate TO CalCheckDate
               PERFORM 7150-CHECK-CALENDAR-DATE
               MOVE ZEROS TO RollAttemptCount
               PERFORM 7160-ROLL-ONE-DAY
                   UNTIL CalendarWorkingDay
                      OR RollAttemptCount >= 10
           END-IF
           MOVE ScheduleWorkDate
               TO TableSoNextBillDate (CustomerOrderIdx).

      *----------------------------------------------------------------
      * Every standing order that is not billing as it should - paused,
      * expired, held on its customer or product, or unreadable - goes
      * on the review list for the sales office.
      *----------------------------------------------------------------
       3000-WRITE-REVIEW-LIST.
           OPEN OUTPUT StandReviewFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "STANDGEN" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "STANDING ORDERS FOR REVIEW " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE StandReviewRecord
           MOVE SPACES TO ReportLineText
           WRITE StandReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "ORDER" TO ReportLineText (1:5)
           MOVE "CUSTOMER" TO ReportLineText (9:8)
           MOVE "PRODUCT" TO ReportLineText (18:7)
           MOVE "QTY" TO ReportLineText (28:3)
           MOVE "FREQ" TO ReportLineText (33:4)
           MOVE "NEXT BILL" TO ReportLineText (38:9)
           MOVE "END DATE" TO ReportLineText (48:8)
           MOVE "STATE" TO ReportLineText (58:5)
           WRITE StandReviewRecord
           ADD 3 TO ReportLineCount
           PERFORM 3100-CHECK-REVIEW-ENTRY
               VARYING StandIdx FROM 1 BY 1
               UNTIL StandIdx > StandEntryCount
           MOVE SPACES TO ReportLineText
           IF ReviewListedCount = ZERO
               MOVE "NO STANDING ORDERS NEED REVIEW" TO ReportLineText
           END-IF
           WRITE StandReviewRecord
           MOVE SPACES TO ReportLineText
           MOVE "LINES BILLED TONIGHT" TO ReportLineText
           MOVE LinesWrittenCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE StandReviewRecord
           ADD 2 TO ReportLineCount
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReviewListedCount TO TrailerRecordCount
           MOVE LinesWrittenCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE StandReviewFile.

       3100-CHECK-REVIEW-ENTRY.
           MOVE SPACES TO ReviewStateText
           EVALUATE TRUE
               WHEN NOT TableSoValid (StandIdx)
                   MOVE "UNREADABLE RECORD" TO ReviewStateText
                   ADD 1 TO InvalidCount
               WHEN TableSoHeldReason (StandIdx) NOT = SPACES
                   AND TableSoActive (StandIdx)
                   MOVE TableSoHeldReason (StandIdx)
                       TO ReviewStateText
               WHEN TableSoPaused (StandIdx)
                   MOVE "PAUSED" TO ReviewStateText
               WHEN TableSoExpired (StandIdx)
                   MOVE "EXPIRED" TO ReviewStateText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ReviewStateText NOT = SPACES
               PERFORM 3200-WRITE-REVIEW-LINE
           END-IF.

       3200-WRITE-REVIEW-LINE.
           MOVE SPACES TO ReportLineText
           MOVE TableSoOrderId (StandIdx) TO ReportLineText (1:6)
           MOVE TableSoCustomerId (StandIdx) TO ReportLineText (9:6)
           MOVE TableSoProductCode (StandIdx) TO ReportLineText (18:6)
           IF TableSoValid (StandIdx)
               MOVE TableSoQuantity (StandIdx) TO QuantityDisplay
               MOVE QuantityDisplay TO ReportLineText (26:5)
               MOVE TableSoFrequency (StandIdx) TO ReportLineText (34:1)
               MOVE TableSoNextBillDate (StandIdx)
                   TO ReportLineText (38:8)
               IF TableSoEndDate (StandIdx) = ZEROS
                   MOVE "NONE" TO ReportLineText (48:4)
               ELSE
                   MOVE TableSoEndDate (StandIdx)
                       TO ReportLineText (48:8)
               END-IF
           END-IF
           MOVE ReviewStateText TO ReportLineText (58:20)
           WRITE StandReviewRecord
           ADD 1 TO ReportLineCount
           ADD 1 TO ReviewListedCount.

       7100-ADVANCE-ONE-DAY.
           MOVE DaysInMonth (ScheduleMonth) TO DaysThisMonth
           IF ScheduleMonth = 2
               PERFORM 7110-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF ScheduleDay < DaysThisMonth
               ADD 1 TO ScheduleDay
           ELSE
               MOVE 1 TO ScheduleDay
               IF ScheduleMonth < 12
                   ADD 1 TO ScheduleMonth
               ELSE
                   MOVE 1 TO ScheduleMonth
                   ADD 1 TO ScheduleYear
               END-IF
           END-IF.

       7110-CHECK-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
           DIVIDE ScheduleYear BY 4
               GIVING DivideQuotientWork REMAINDER Remainder4
           DIVIDE ScheduleYear BY 100
               GIVING DivideQuotientWork REMAINDER Remainder100
           DIVIDE ScheduleYear BY 400
               GIVING DivideQuotientWork REMAINDER Remainder400
           IF Remainder4 = 0 AND
               (Remainder100 NOT = 0 OR Remainder400 = 0)
               SET IsLeapYear TO TRUE
           END-IF.

       7150-CHECK-CALENDAR-DATE.
           CALL "CALCHECK" USING CalCheckDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription.

       7160-ROLL-ONE-DAY.
           ADD 1 TO RollAttemptCount
           PERFORM 7100-ADVANCE-ONE-DAY
           MOVE ScheduleWorkDate TO CalCheckDate
           PERFORM 7150-CHECK-CALENDAR-DATE.

      *----------------------------------------------------------------
      * A monthly order bills on its bill day, or the last day of a
      * month too short to have it.
      *----------------------------------------------------------------
       7200-ADVANCE-ONE-MONTH.
           IF ScheduleMonth < 12
               ADD 1 TO ScheduleMonth
           ELSE
               MOVE 1 TO ScheduleMonth
               ADD 1 TO ScheduleYear
           END-IF
           MOVE DaysInMonth (ScheduleMonth) TO DaysThisMonth
           IF ScheduleMonth = 2
               PERFORM 7110-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF TableSoBillDay (CustomerOrderIdx) > DaysThisMonth
               MOVE DaysThisMonth TO ScheduleDay
           ELSE
               MOVE TableSoBillDay (CustomerOrderIdx) TO ScheduleDay
           END-IF.

       7300-FIND-PRODUCT.
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 7310-SEARCH-PRODUCT
               UNTIL ProductFound
                  OR ProductIdx > ProductEntryCount.

       7310-SEARCH-PRODUCT.
           IF TableProductCode (ProductIdx) = TranProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The standing orders are written back only from a complete
      * table, with every bill date moved on in one pass.
      *----------------------------------------------------------------
       8000-REWRITE-STANDING-ORDERS.
           OPEN OUTPUT StandingOrderFile
           PERFORM 8100-WRITE-STANDING-ORDER
               VARYING StandIdx FROM 1 BY 1
               UNTIL StandIdx > StandEntryCount
           CLOSE StandingOrderFile.

       8100-WRITE-STANDING-ORDER.
           MOVE TableSoImage (StandIdx) TO StandingOrderRecord
           WRITE StandingOrderRecord.

       9000-TERMINATE.
           DISPLAY "Standing orders read   = " StandEntryCount
           DISPLAY "Orders billed          = " OrdersBilledCount
           DISPLAY "Expired tonight        = " ExpiredTonightCount
           DISPLAY "Held                   = " HeldCount
           DISPLAY "Unreadable             = " InvalidCount
           DISPLAY "On review list         = " ReviewListedCount
           EVALUATE TRUE
               WHEN StandingTableOverflowed
                   MOVE 8 TO RETURN-CODE
               WHEN PricingTranRefused
                   MOVE 8 TO RETURN-CODE
               WHEN HeldCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN InvalidCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE LinesWrittenCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM StandGen.
