      ******************************************************************
      * Author: Artem Prokopov
      * Date: 08/10/2026
      * Purpose: Weekly cash-flow forecast for treasury: the cash
      *          expected in and out over the next eight weeks and
      *          the net position week by week. The forecast starts
      *          on the date named on the command line (yyyymmdd) or,
      *          with none given, on the run date; week 1 is that day
      *          and the six days after it, and so on, in the shop's
      *          30/360 day count. Receipts are the open items on the
      *          AR ledger (ARLEDGER.DAT): each item's due date is
      *          worked out as ArStatement does - invoice date plus
      *          the customer's terms days, rolled forward to a
      *          working day through CALCHECK - and then moved by the
      *          customer's historic days late, the amount-weighted
      *          average of how many days after the due date each
      *          payment on the cash-application history
      *          (CASHHIST.DAT) arrived (negative for a customer who
      *          pays early). A customer with no payment history is
      *          expected to pay on the due date. Outflows are the
      *          open items on the AP ledger (APLEDGER.DAT) by their
      *          due date, and the open purchase-order lines
      *          (POFILE.DAT) still to be received, valued at the
      *          quantity outstanding times the PO unit cost and
      *          expected to be paid on the shop's standard thirty
      *          days from the expected delivery date. Anything
      *          expected before the forecast starts falls in week 1;
      *          anything after week 8 is shown as LATER. Items held
      *          on the AP ledger, and cash sitting on account, are
      *          not forecast but are shown as memo lines. The
      *          forecast goes to CASHFCST.DAT with the RPTCTL
      *          bracket, followed by the payment profile of each
      *          customer with receivables in it. RETURN-CODE 0
      *          clean, 4 when a file could not be read or a table
      *          filled so the forecast is incomplete, 8 when the
      *          start date is not a valid date - and then nothing
      *          is written.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - An installment of a payment plan is due on the
      *                   date the plan scheduled it for, from the
      *                   installment register INSTPLAN.DAT (layout
      *                   INSTPLAN.cpy), not its item date plus terms -
      *                   both for the receipts forecast and for the
      *                   days late of a payment against it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT CashHistoryFile ASSIGN TO "CASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashHistoryFileStatus.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApLedgerFileStatus.
           SELECT PurchaseOrderFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseOrderFileStatus.
           SELECT InstallmentPlanFile ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT ForecastFile ASSIGN TO "CASHFCST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
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
       FD  CashHistoryFile
           RECORD CONTAINS 37 CHARACTERS.
           COPY "CASHHIST.cpy".
       FD  ApLedgerFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "APLEDGER.cpy".
       FD  PurchaseOrderFile
           RECORD CONTAINS 71 CHARACTERS.
           COPY "POFILE.cpy".
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  ForecastFile
           RECORD CONTAINS 90 CHARACTERS.
       01 ForecastRecord.
           02 ForecastLineText         PIC X(90).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 CashHistoryFileStatus    PIC XX.
           88 CashHistoryFileOK    VALUE "00".
       01 ApLedgerFileStatus       PIC XX.
           88 ApLedgerFileOK       VALUE "00".
       01 PurchaseOrderFileStatus  PIC XX.
           88 PurchaseOrderFileOK  VALUE "00".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 CustomerEndSwitch        PIC X VALUE "N".
           88 EndOfCustomers       VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 CashHistoryEndSwitch     PIC X VALUE "N".
           88 EndOfCashHistory     VALUE "Y".
       01 ApLedgerEndSwitch        PIC X VALUE "N".
           88 EndOfApLedger        VALUE "Y".
       01 PurchaseOrderEndSwitch   PIC X VALUE "N".
           88 EndOfPurchaseOrders  VALUE "Y".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 ForecastFailedSwitch     PIC X VALUE "N".
           88 ForecastFailed       VALUE "Y".
       01 ForecastIncompleteSwitch PIC X VALUE "N".
           88 ForecastIncomplete   VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 ForecastParm             PIC X(80).
       01 StartDateText            PIC X(8).
       01 StartDate                PIC 9(8).
       01 StartDateSplit REDEFINES StartDate.
           02 StartYear            PIC 9(4).
           02 StartMonth           PIC 99.
           02 StartDay             PIC 99.
       01 StartDayNumber           PIC 9(7).
      *----------------------------------------------------------------
      * Per customer: the terms days, and the payment history as the
      * amount paid and the amount times the days late it was paid,
      * so the average is weighted by the money and not the count.
      *----------------------------------------------------------------
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableTermsDays    PIC 9(3).
               03 TablePaidAmount   PIC S9(11)V99.
               03 TablePaidDayAmount PIC S9(13)V99.
               03 TablePaymentCount PIC 9(5).
               03 TableAverageLate  PIC S9(3).
               03 TableOpenAmount   PIC S9(9)V99.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 SearchCustomerId         PIC X(6).
      *----------------------------------------------------------------
      * The whole AR ledger, closed items included: a payment on the
      * cash history needs its invoice date to know how late it was.
      *----------------------------------------------------------------
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 2000 TIMES
               INDEXED BY LedgerIdx.
               03 TableInvoiceNo    PIC 9(6).
               03 TableLedgerCustomerId PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableItemAmount   PIC S9(9)V99.
               03 TableItemStatus   PIC X.
       01 LedgerEntryCount         PIC 9(4) VALUE ZEROS.
       01 LedgerFoundSwitch        PIC X.
           88 LedgerItemFound      VALUE "Y".
      *----------------------------------------------------------------
      * Installments of payment plans with the date each falls due,
      * closed ones included for the cash-history profile.
      *----------------------------------------------------------------
       01 InstallmentTable.
           02 InstallmentEntry OCCURS 2000 TIMES
               INDEXED BY PlanIdx.
               03 PlanItemNo        PIC 9(6).
               03 PlanDueDate       PIC 9(8).
       01 InstallmentCount         PIC 9(4) VALUE ZEROS.
       01 InstallmentFoundSwitch   PIC X.
           88 ItemIsInstallment    VALUE "Y".
      *----------------------------------------------------------------
      * Weeks 1 to 8, and entry 9 for everything after week 8.
      *----------------------------------------------------------------
       01 WeekTable.
           02 WeekEntry OCCURS 9 TIMES
               INDEXED BY WeekIdx.
               03 WeekReceipts      PIC S9(9)V99.
               03 WeekApDue         PIC S9(9)V99.
               03 WeekPoDue         PIC S9(9)V99.
       01 WeekNumber               PIC 99.
       01 WeekNet                  PIC S9(9)V99.
       01 CumulativeNet            PIC S9(9)V99 VALUE ZEROS.
       01 TotalReceipts            PIC S9(9)V99 VALUE ZEROS.
       01 TotalApDue               PIC S9(9)V99 VALUE ZEROS.
       01 TotalPoDue               PIC S9(9)V99 VALUE ZEROS.
       01 TotalNet                 PIC S9(9)V99.
       01 OverdueReceipts          PIC S9(9)V99 VALUE ZEROS.
       01 OverdueApDue             PIC S9(9)V99 VALUE ZEROS.
       01 HeldApAmount             PIC S9(9)V99 VALUE ZEROS.
       01 OnAccountAmount          PIC S9(9)V99 VALUE ZEROS.
       01 ArItemsForecast          PIC 9(5) VALUE ZEROS.
       01 ApItemsForecast          PIC 9(5) VALUE ZEROS.
       01 PoLinesForecast          PIC 9(5) VALUE ZEROS.
       01 PaymentsProfiled         PIC 9(7) VALUE ZEROS.
       01 ForecastLineCount        PIC 9(7) VALUE ZEROS.
       01 ForecastAmount           PIC S9(9)V99.
       01 OutstandingQty           PIC 9(7).
       01 TermsDays                PIC 9(3) VALUE 030.
       01 DaysLate                 PIC S9(5).
       01 OffsetDays               PIC S9(7).
       01 DueDate                  PIC 9(8).
       01 DueDateSplit REDEFINES DueDate.
           02 DueYear              PIC 9(4).
           02 DueMonth             PIC 99.
           02 DueDay               PIC 99.
       01 RollAttemptCount         PIC 99.
       01 DueDayWork               PIC 9(3).
       01 AgingDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 WorkRemainder        PIC 9(7).
           02 DueDayNumber         PIC 9(7).
           02 ExpectedDayNumber    PIC S9(7).
       01 WeekLabel                PIC X(5).
       01 WeekNumberDisplay        PIC Z9.
       01 WeekStartDisplay         PIC X(8).
       01 AmountDisplay            PIC -(9)9.99.
       01 ReceiptsDisplay          PIC -(9)9.99.
       01 ApDueDisplay             PIC -(9)9.99.
       01 PoDueDisplay             PIC -(9)9.99.
       01 NetDisplay               PIC -(9)9.99.
       01 CumulativeDisplay        PIC -(9)9.99.
       01 LateDisplay              PIC -ZZ9.
       01 TermsDisplay             PIC ZZ9.
       01 PaymentCountDisplay      PIC ZZZZ9.
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
       01 CalCheckDescription      PIC X(20).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "CASHFCST".
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
           IF NOT ForecastFailed
               PERFORM 1200-LOAD-CUSTOMERS
               PERFORM 1300-LOAD-AR-LEDGER
               PERFORM 1350-LOAD-INSTALLMENT-DUE-DATES
               PERFORM 1400-PROFILE-CASH-HISTORY
               PERFORM 2000-FORECAST-RECEIPTS
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
               PERFORM 3000-FORECAST-AP-LEDGER
               PERFORM 3500-FORECAST-PURCHASE-ORDERS
               PERFORM 5000-WRITE-FORECAST
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO StartDate
           INITIALIZE WeekTable
           MOVE SPACES TO ForecastParm
           ACCEPT ForecastParm FROM COMMAND-LINE
           MOVE SPACES TO StartDateText
           UNSTRING ForecastParm DELIMITED BY ALL SPACES
               INTO StartDateText
           END-UNSTRING
           IF StartDateText NOT = SPACES
               IF StartDateText NUMERIC
                   MOVE StartDateText TO StartDate
               ELSE
                   SET ForecastFailed TO TRUE
               END-IF
           END-IF
           IF ForecastFailed
               OR StartMonth < 1 OR StartMonth > 12
               OR StartDay < 1 OR StartDay > 31
               SET ForecastFailed TO TRUE
               DISPLAY "*** Start date " StartDateText " is not a "
                       "yyyymmdd date - no forecast produced ***"
           ELSE
               MOVE StartDate TO WorkDate
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE WorkDayNumber TO StartDayNumber
           END-IF.

      *----------------------------------------------------------------
      * The terms code carries the payment days directly, as on the
      * statements; a non-numeric or zero code means thirty days.
      *----------------------------------------------------------------
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomers
               CLOSE CustomerMasterFile
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** Customer master CUSTMSTR.DAT not "
                       "available - thirty-day terms assumed ***"
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomers TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId   TO TableCustomerId (CustomerIdx)
               MOVE CustMasterName TO TableCustomerName (CustomerIdx)
               IF CustMasterTermsCode NUMERIC
                   AND CustMasterTermsCode > ZEROS
                   MOVE CustMasterTermsCode
                       TO TableTermsDays (CustomerIdx)
               ELSE
                   MOVE 030 TO TableTermsDays (CustomerIdx)
               END-IF
               MOVE ZEROS TO TablePaidAmount (CustomerIdx)
               MOVE ZEROS TO TablePaidDayAmount (CustomerIdx)
               MOVE ZEROS TO TablePaymentCount (CustomerIdx)
               MOVE ZEROS TO TableAverageLate (CustomerIdx)
               MOVE ZEROS TO TableOpenAmount (CustomerIdx)
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** Customer table full - " CustMasterId
                       " forecast on thirty-day terms ***"
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

       1300-LOAD-AR-LEDGER.
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1310-READ-LEDGER-RECORD
               PERFORM 1320-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ArLedgerFile
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** AR ledger ARLEDGER.DAT not available - "
                       "no receipts forecast ***"
           END-IF.

       1310-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1320-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 2000
               ADD 1 TO LedgerEntryCount
               SET LedgerIdx TO LedgerEntryCount
               MOVE ArInvoiceNo   TO TableInvoiceNo (LedgerIdx)
               MOVE ArCustomerId  TO TableLedgerCustomerId (LedgerIdx)
               MOVE ArInvoiceDate TO TableInvoiceDate (LedgerIdx)
               MOVE ArOpenAmount  TO TableItemAmount (LedgerIdx)
               MOVE ArStatus      TO TableItemStatus (LedgerIdx)
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** AR ledger table full - item "
                       ArInvoiceNo " not forecast ***"
           END-IF
           PERFORM 1310-READ-LEDGER-RECORD.

      *----------------------------------------------------------------
      * An installment of a payment plan is its own ledger item, due
      * on the date the plan scheduled it for. An installment that
      * does not fit the table is forecast on terms like any item.
      *----------------------------------------------------------------
       1350-LOAD-INSTALLMENT-DUE-DATES.
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1360-READ-PLAN-RECORD
               PERFORM 1370-STORE-PLAN-RECORD
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       1360-READ-PLAN-RECORD.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1370-STORE-PLAN-RECORD.
           IF InstallmentCount < 2000
               ADD 1 TO InstallmentCount
               MOVE InstItemNo  TO PlanItemNo (InstallmentCount)
               MOVE InstDueDate TO PlanDueDate (InstallmentCount)
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** Installment table full - item "
                       InstItemNo " forecast on terms ***"
           END-IF
           PERFORM 1360-READ-PLAN-RECORD.

      *----------------------------------------------------------------
      * Days late per payment: the date the cash was applied less
      * the invoice's due date. Only money received counts - a
      * credit taken up says nothing about when the customer pays.
      * A payment on an invoice no longer on the ledger is skipped.
      *----------------------------------------------------------------
       1400-PROFILE-CASH-HISTORY.
           OPEN INPUT CashHistoryFile
           IF CashHistoryFileOK
               PERFORM 1410-READ-CASH-HISTORY
               PERFORM 1420-PROFILE-ONE-PAYMENT
                   UNTIL EndOfCashHistory
               CLOSE CashHistoryFile
           ELSE
               DISPLAY "*** Cash history CASHHIST.DAT not available "
                       "- receipts forecast on due dates ***"
           END-IF
           PERFORM 1450-AVERAGE-DAYS-LATE
               VARYING CustomerIdx FROM 1 BY 1
               UNTIL CustomerIdx > CustomerEntryCount.

       1410-READ-CASH-HISTORY.
           READ CashHistoryFile
               AT END SET EndOfCashHistory TO TRUE
           END-READ.

       1420-PROFILE-ONE-PAYMENT.
           IF ChFromPayment AND ChAmount > ZERO
               MOVE "N" TO LedgerFoundSwitch
               SET LedgerIdx TO 1
               SEARCH ArLedgerEntry
                   WHEN LedgerIdx > LedgerEntryCount
                       CONTINUE
                   WHEN TableInvoiceNo (LedgerIdx) = ChInvoiceNo
                       SET LedgerItemFound TO TRUE
               END-SEARCH
               MOVE ChCustomerId TO SearchCustomerId
               PERFORM 7000-FIND-CUSTOMER
               IF LedgerItemFound AND CustomerFound
                   MOVE TableTermsDays (CustomerIdx) TO TermsDays
                   PERFORM 7100-WORK-OUT-DUE-DATE
                   MOVE ChDate TO WorkDate
                   PERFORM 8000-DATE-TO-DAY-NUMBER
                   COMPUTE DaysLate = WorkDayNumber - DueDayNumber
                   ADD ChAmount TO TablePaidAmount (CustomerIdx)
                   COMPUTE TablePaidDayAmount (CustomerIdx) =
                       TablePaidDayAmount (CustomerIdx)
                       + ChAmount * DaysLate
                   ADD 1 TO TablePaymentCount (CustomerIdx)
                   ADD 1 TO PaymentsProfiled
               END-IF
           END-IF
           PERFORM 1410-READ-CASH-HISTORY.

       1450-AVERAGE-DAYS-LATE.
           IF TablePaidAmount (CustomerIdx) > ZERO
               COMPUTE TableAverageLate (CustomerIdx) ROUNDED =
                   TablePaidDayAmount (CustomerIdx)
                   / TablePaidAmount (CustomerIdx)
           END-IF.

      *----------------------------------------------------------------
      * Expected receipt: the due date moved by the customer's
      * average days late. Cash on account is the customer's money
      * already in the bank, so it is only noted.
      *----------------------------------------------------------------
       2000-FORECAST-RECEIPTS.
           EVALUATE TRUE
               WHEN TableItemStatus (LedgerIdx) = "C"
                   CONTINUE
               WHEN TableItemStatus (LedgerIdx) = "U"
                   ADD TableItemAmount (LedgerIdx) TO OnAccountAmount
               WHEN OTHER
                   MOVE TableLedgerCustomerId (LedgerIdx)
                       TO SearchCustomerId
                   PERFORM 7000-FIND-CUSTOMER
                   IF CustomerFound
                       MOVE TableTermsDays (CustomerIdx) TO TermsDays
                   ELSE
                       MOVE 030 TO TermsDays
                   END-IF
                   PERFORM 7100-WORK-OUT-DUE-DATE
                   MOVE DueDayNumber TO ExpectedDayNumber
                   IF CustomerFound
                       ADD TableAverageLate (CustomerIdx)
                           TO ExpectedDayNumber
                       ADD TableItemAmount (LedgerIdx)
                           TO TableOpenAmount (CustomerIdx)
                   END-IF
                   PERFORM 7300-FIND-FORECAST-WEEK
                   IF OffsetDays < ZERO
                       ADD TableItemAmount (LedgerIdx)
                           TO OverdueReceipts
                   END-IF
                   ADD TableItemAmount (LedgerIdx)
                       TO WeekReceipts (WeekIdx)
                   ADD 1 TO ArItemsForecast
           END-EVALUATE.

      *----------------------------------------------------------------
      * Payables go out on their due date. A held item is not
      * payable until ApReview releases it, so it is only noted.
      *----------------------------------------------------------------
       3000-FORECAST-AP-LEDGER.
           OPEN INPUT ApLedgerFile
           IF ApLedgerFileOK
               PERFORM 3010-READ-AP-LEDGER
               PERFORM 3020-FORECAST-AP-ITEM
                   UNTIL EndOfApLedger
               CLOSE ApLedgerFile
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** AP ledger APLEDGER.DAT not available - "
                       "no payables forecast ***"
           END-IF.

       3010-READ-AP-LEDGER.
           READ ApLedgerFile
               AT END SET EndOfApLedger TO TRUE
           END-READ.

       3020-FORECAST-AP-ITEM.
           EVALUATE TRUE
               WHEN ApItemOpen
                   MOVE ApDueDate TO WorkDate
                   PERFORM 8000-DATE-TO-DAY-NUMBER
                   MOVE WorkDayNumber TO ExpectedDayNumber
                   PERFORM 7300-FIND-FORECAST-WEEK
                   IF OffsetDays < ZERO
                       ADD ApOpenAmount TO OverdueApDue
                   END-IF
                   ADD ApOpenAmount TO WeekApDue (WeekIdx)
                   ADD 1 TO ApItemsForecast
               WHEN ApItemHeld
                   ADD ApOpenAmount TO HeldApAmount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3010-READ-AP-LEDGER.

      *----------------------------------------------------------------
      * Goods still to come on an open PO line will be invoiced at
      * the PO price and, with no invoice terms to go on yet, paid
      * on the shop's standard thirty days from delivery - the same
      * default ApPost gives an invoice that carries no due date.
      *----------------------------------------------------------------
       3500-FORECAST-PURCHASE-ORDERS.
           OPEN INPUT PurchaseOrderFile
           IF PurchaseOrderFileOK
               PERFORM 3510-READ-PURCHASE-ORDER
               PERFORM 3520-FORECAST-PO-LINE
                   UNTIL EndOfPurchaseOrders
               CLOSE PurchaseOrderFile
           ELSE
               SET ForecastIncomplete TO TRUE
               DISPLAY "*** PO file POFILE.DAT not available - "
                       "no purchase commitments forecast ***"
           END-IF.

       3510-READ-PURCHASE-ORDER.
           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ.

       3520-FORECAST-PO-LINE.
           IF PoLineOnOrder AND PoOrderQty > PoReceivedQty
               COMPUTE OutstandingQty = PoOrderQty - PoReceivedQty
               COMPUTE ForecastAmount ROUNDED =
                   OutstandingQty * PoUnitCost
               MOVE PoExpectedDate TO DueDate
               COMPUTE DueDayWork = DueDay + 30
               PERFORM 7110-NORMALIZE-DUE-DAY
                   UNTIL DueDayWork <= 30
               MOVE DueDayWork TO DueDay
               PERFORM 7120-NORMALIZE-DUE-MONTH
                   UNTIL DueMonth <= 12
               MOVE DueDate TO WorkDate
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE WorkDayNumber TO ExpectedDayNumber
               PERFORM 7300-FIND-FORECAST-WEEK
               ADD ForecastAmount TO WeekPoDue (WeekIdx)
               ADD 1 TO PoLinesForecast
           END-IF
           PERFORM 3510-READ-PURCHASE-ORDER.

       5000-WRITE-FORECAST.
           OPEN OUTPUT ForecastFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "CASHFCST" TO HeaderProgramName
           MOVE RunDate  TO HeaderRunDate
           MOVE RunTime  TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ForecastLineText
           STRING "CASH-FLOW FORECAST - EIGHT WEEKS FROM "
                      DELIMITED BY SIZE
                  StartDate DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE SPACES TO ForecastLineText
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE SPACES TO ForecastLineText
           STRING "WEEK  STARTING      RECEIPTS        AP DUE"
                      DELIMITED BY SIZE
                  "     PO COMMIT           NET    CUMULATIVE"
                      DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE
           PERFORM 5100-WRITE-WEEK-LINE
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > 9
           COMPUTE TotalNet = TotalReceipts - TotalApDue - TotalPoDue
           MOVE "TOTAL" TO WeekLabel
           MOVE SPACES TO WeekStartDisplay
           MOVE TotalReceipts TO ReceiptsDisplay
           MOVE TotalApDue    TO ApDueDisplay
           MOVE TotalPoDue    TO PoDueDisplay
           MOVE TotalNet      TO NetDisplay
           MOVE SPACES TO ForecastLineText
           PERFORM 5150-FORMAT-WEEK-LINE
           PERFORM 5900-WRITE-FORECAST-LINE
           PERFORM 5200-WRITE-MEMO-LINES
           PERFORM 5300-WRITE-PROFILE-HEADING
           PERFORM 5400-WRITE-CUSTOMER-PROFILE
               VARYING CustomerIdx FROM 1 BY 1
               UNTIL CustomerIdx > CustomerEntryCount
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ForecastLineCount TO TrailerRecordCount
           COMPUTE TrailerControlTotal =
               ArItemsForecast + ApItemsForecast + PoLinesForecast
           WRITE ReportTrailerRecord
           CLOSE ForecastFile.

      *----------------------------------------------------------------
      * The cumulative net runs through week 8; LATER is shown on
      * its own, outside the eight-week position.
      *----------------------------------------------------------------
       5100-WRITE-WEEK-LINE.
           SET WeekNumber TO WeekIdx
           COMPUTE WeekNet = WeekReceipts (WeekIdx)
               - WeekApDue (WeekIdx) - WeekPoDue (WeekIdx)
           ADD WeekReceipts (WeekIdx) TO TotalReceipts
           ADD WeekApDue (WeekIdx)    TO TotalApDue
           ADD WeekPoDue (WeekIdx)    TO TotalPoDue
           MOVE WeekReceipts (WeekIdx) TO ReceiptsDisplay
           MOVE WeekApDue (WeekIdx)    TO ApDueDisplay
           MOVE WeekPoDue (WeekIdx)    TO PoDueDisplay
           MOVE WeekNet                TO NetDisplay
           MOVE SPACES TO ForecastLineText
           IF WeekNumber > 8
               MOVE "LATER" TO WeekLabel
               MOVE SPACES TO WeekStartDisplay
               PERFORM 5150-FORMAT-WEEK-LINE
           ELSE
               ADD WeekNet TO CumulativeNet
               MOVE WeekNumber TO WeekNumberDisplay
               MOVE SPACES TO WeekLabel
               MOVE WeekNumberDisplay TO WeekLabel (2:2)
               COMPUTE WorkDayNumber =
                   StartDayNumber + (WeekNumber - 1) * 7
               PERFORM 8100-DAY-NUMBER-TO-DATE
               MOVE WorkDate TO WeekStartDisplay
               PERFORM 5150-FORMAT-WEEK-LINE
               MOVE CumulativeNet TO CumulativeDisplay
               MOVE CumulativeDisplay TO ForecastLineText (72:13)
           END-IF
           PERFORM 5900-WRITE-FORECAST-LINE.

       5150-FORMAT-WEEK-LINE.
           STRING WeekLabel DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WeekStartDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ReceiptsDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ApDueDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PoDueDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NetDisplay DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING.

       5200-WRITE-MEMO-LINES.
           MOVE SPACES TO ForecastLineText
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE OverdueReceipts TO AmountDisplay
           MOVE SPACES TO ForecastLineText
           STRING "RECEIPTS ALREADY LATE, IN WEEK 1   = "
                      DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE OverdueApDue TO AmountDisplay
           MOVE SPACES TO ForecastLineText
           STRING "PAYABLES PAST DUE, IN WEEK 1       = "
                      DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE HeldApAmount TO AmountDisplay
           MOVE SPACES TO ForecastLineText
           STRING "PAYABLES ON HOLD, NOT FORECAST     = "
                      DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE OnAccountAmount TO AmountDisplay
           MOVE SPACES TO ForecastLineText
           STRING "CASH ON ACCOUNT, NOT FORECAST      = "
                      DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE.

       5300-WRITE-PROFILE-HEADING.
           MOVE SPACES TO ForecastLineText
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE "CUSTOMER PAYMENT PROFILE" TO ForecastLineText
           PERFORM 5900-WRITE-FORECAST-LINE
           MOVE SPACES TO ForecastLineText
           STRING "CUSTOMER NAME                 TERMS DAYS LATE"
                      DELIMITED BY SIZE
                  " PAYMENTS    OPEN AMOUNT" DELIMITED BY SIZE
               INTO ForecastLineText
           END-STRING
           PERFORM 5900-WRITE-FORECAST-LINE.

       5400-WRITE-CUSTOMER-PROFILE.
           IF TableOpenAmount (CustomerIdx) NOT = ZERO
               MOVE TableTermsDays (CustomerIdx)    TO TermsDisplay
               MOVE TableAverageLate (CustomerIdx)  TO LateDisplay
               MOVE TablePaymentCount (CustomerIdx)
                   TO PaymentCountDisplay
               MOVE TableOpenAmount (CustomerIdx)   TO AmountDisplay
               MOVE SPACES TO ForecastLineText
               STRING TableCustomerId (CustomerIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableCustomerName (CustomerIdx)
                          DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TermsDisplay DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      LateDisplay DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      PaymentCountDisplay DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AmountDisplay DELIMITED BY SIZE
                   INTO ForecastLineText
               END-STRING
               PERFORM 5900-WRITE-FORECAST-LINE
           END-IF.

       5900-WRITE-FORECAST-LINE.
           WRITE ForecastRecord
           ADD 1 TO ForecastLineCount.

       7000-FIND-CUSTOMER.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           SEARCH CustomerEntry
               WHEN CustomerIdx > CustomerEntryCount
                   CONTINUE
               WHEN TableCustomerId (CustomerIdx) = SearchCustomerId
                   SET CustomerFound TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      * Due date of the ledger item at LedgerIdx, as the statements
      * work it out: invoice date plus the terms days in the 30-day-
      * month convention, rolled forward to a working day on the
      * processing calendar (at most ten days, so an unmaintained
      * calendar never loops). An installment of a payment plan is
      * due on the date the plan scheduled it for, already on a
      * processing day. Leaves the 30/360 day number of the due date
      * in DueDayNumber.
      *----------------------------------------------------------------
       7100-WORK-OUT-DUE-DATE.
           PERFORM 7105-FIND-INSTALLMENT
           IF ItemIsInstallment
               MOVE PlanDueDate (PlanIdx) TO DueDate
           ELSE
               MOVE TableInvoiceDate (LedgerIdx) TO DueDate
               COMPUTE DueDayWork = DueDay + TermsDays
               PERFORM 7110-NORMALIZE-DUE-DAY
                   UNTIL DueDayWork <= 30
               MOVE DueDayWork TO DueDay
               PERFORM 7120-NORMALIZE-DUE-MONTH
                   UNTIL DueMonth <= 12
           END-IF
           MOVE ZEROS TO RollAttemptCount
           PERFORM 7140-CHECK-WORKING-DAY
           PERFORM 7150-ROLL-TO-WORKING-DAY
               UNTIL CalendarWorkingDay
                  OR RollAttemptCount >= 10
           MOVE DueDate TO WorkDate
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO DueDayNumber.

       7105-FIND-INSTALLMENT.
           MOVE "N" TO InstallmentFoundSwitch
           SET PlanIdx TO 1
           PERFORM 7106-SEARCH-INSTALLMENT
               UNTIL ItemIsInstallment OR PlanIdx > InstallmentCount.

       7106-SEARCH-INSTALLMENT.
           IF PlanItemNo (PlanIdx) = TableInvoiceNo (LedgerIdx)
               SET ItemIsInstallment TO TRUE
           ELSE
               SET PlanIdx UP BY 1
           END-IF.

       7110-NORMALIZE-DUE-DAY.
           SUBTRACT 30 FROM DueDayWork
           ADD 1 TO DueMonth.

       7120-NORMALIZE-DUE-MONTH.
           SUBTRACT 12 FROM DueMonth
           ADD 1 TO DueYear.

       7140-CHECK-WORKING-DAY.
           CALL "CALCHECK" USING DueDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription.

       7150-ROLL-TO-WORKING-DAY.
           ADD 1 TO RollAttemptCount
           COMPUTE DueDayWork = DueDay + 1
           PERFORM 7110-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 7120-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12
           PERFORM 7140-CHECK-WORKING-DAY.

      *----------------------------------------------------------------
      * Week of ExpectedDayNumber from the forecast start: before the
      * start counts as week 1 (OffsetDays is left negative so the
      * caller can note it), past week 8 is entry 9, LATER.
      *----------------------------------------------------------------
       7300-FIND-FORECAST-WEEK.
           COMPUTE OffsetDays = ExpectedDayNumber - StartDayNumber
           IF OffsetDays < ZERO
               MOVE 1 TO WeekNumber
           ELSE
               IF OffsetDays >= 56
                   MOVE 9 TO WeekNumber
               ELSE
                   COMPUTE WeekNumber = OffsetDays / 7 + 1
               END-IF
           END-IF
           SET WeekIdx TO WeekNumber.

       8000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

      *----------------------------------------------------------------
      * The reverse of 8000: WorkDayNumber back to a 30/360 date.
      *----------------------------------------------------------------
       8100-DAY-NUMBER-TO-DATE.
           COMPUTE WorkRemainder = WorkDayNumber - 1
           DIVIDE WorkRemainder BY 360 GIVING WorkYear
               REMAINDER WorkRemainder
           DIVIDE WorkRemainder BY 30 GIVING WorkMonth
               REMAINDER WorkRemainder
           ADD 1 TO WorkMonth
           COMPUTE WorkDay = WorkRemainder + 1.

       9000-TERMINATE.
           DISPLAY "Forecast start        = " StartDate
           DISPLAY "Payments profiled     = " PaymentsProfiled
           DISPLAY "AR items forecast     = " ArItemsForecast
           DISPLAY "AP items forecast     = " ApItemsForecast
           DISPLAY "PO lines forecast     = " PoLinesForecast
           DISPLAY "Forecast lines        = " ForecastLineCount
           EVALUATE TRUE
               WHEN ForecastFailed
                   MOVE 8 TO RETURN-CODE
               WHEN ForecastIncomplete
                   DISPLAY "*** Forecast incomplete - see messages "
                           "above ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ForecastLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM CashForecast.
