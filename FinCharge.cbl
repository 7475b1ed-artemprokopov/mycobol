      ******************************************************************
      * Author: Artem Prokopov
      * Date: 03/10/2026
      * Purpose: Month-end finance charges on overdue AR items. A
      *          customer who paid ninety days late cost nothing more
      *          than one who paid on time. This step reads the AR
      *          ledger (ARLEDGER.DAT) and for every open or partly
      *          paid item works out its due date the way ArStatement
      *          does - invoice date plus the customer's terms days,
      *          rolled to a working day - and, once the item is past
      *          due by more than the grace days for the customer's
      *          terms code on FINRATE.DAT (layout FINRATE.cpy),
      *          charges interest on the open amount at that code's
      *          annual rate for the days since it fell due, or since
      *          the last finance charge on it, 30/360, never less
      *          than the code's minimum charge. Each charge posts to
      *          the ledger as its own open item, numbered from the
      *          invoice-number control INVCTL.DAT so it can never
      *          collide with a real invoice, and goes to the finance-
      *          charge register FINCHG.DAT (layout FINCHG.cpy)
      *          against the invoice it was raised on; ArStatement
      *          itemizes it from there on the next statement, and
      *          the GL extract journals it to interest income. A
      *          finance charge is never itself charged, and a key
      *          account flagged exempt on the customer master
      *          (CustMaint) is listed but not charged. The report
      *          FINCHRPT.DAT (RPTCTL bracket) shows every charge and
      *          every overdue item not charged; the trailer carries
      *          the charges raised and their whole-currency total.
      *          The step only runs when the shop calendar (CALCHECK)
      *          says today is a month-end processing day, unless the
      *          command line says FORCE. A run dated in a fiscal
      *          period finance has closed (PERIODCHK) dates its
      *          charges the first day of the next open period, and
      *          charges nothing when no later period is open. Holds
      *          the ARLEDGER run lock while it works. RETURN-CODE 0
      *          clean, 4 when an overdue item could not be charged
      *          for want of a rate row or a customer, 8 when the lock
      *          is refused, the rates, customers, ledger or number
      *          control cannot be read, a table overflows or no open
      *          period can take the charges - nothing is charged
      *          then.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - An installment ARITHMETICCobol split off an
      *                   item under a payment plan falls due on its
      *                   own date on the INSTPLAN.DAT register (layout
      *                   INSTPLAN.cpy), not the item date plus terms,
      *                   so an installment is only charged once it is
      *                   itself past due. A register too big for the
      *                   table fails the run like the charge register.
      *   15/10/2026 AP - INVCTL is held under RUNLOCK alongside the AR
      *                   ledger while charges are numbered, so the
      *                   pricing run and plan posting cannot issue
      *                   the same numbers; when it is in use the run
      *                   fails with nothing raised.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinCharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT FinanceRateFile ASSIGN TO "FINRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinanceRateFileStatus.
           SELECT FinanceChargeFile ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinanceChargeFileStatus.
           SELECT InstallmentPlanFile ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT InvoiceControlFile ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceControlFileStatus.
           SELECT FinChargeReportFile ASSIGN TO "FINCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  FinanceRateFile
           RECORD CONTAINS 20 CHARACTERS.
           COPY "FINRATE.cpy".
       FD  FinanceChargeFile
           RECORD CONTAINS 78 CHARACTERS.
           COPY "FINCHG.cpy".
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  InvoiceControlFile
           RECORD CONTAINS 6 CHARACTERS.
       01 InvoiceControlRecord.
           02 ControlLastInvoiceNo     PIC 9(6).
       FD  FinChargeReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 FinChargeReportRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
           88 ArLedgerFileNew      VALUE "35".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 FinanceRateFileStatus    PIC XX.
           88 FinanceRateFileOK    VALUE "00".
       01 FinanceChargeFileStatus  PIC XX.
           88 FinanceChargeFileOK  VALUE "00".
           88 FinanceChargeFileNew VALUE "35".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 InvoiceControlFileStatus PIC XX.
           88 InvoiceControlFileOK VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 RateEndSwitch            PIC X VALUE "N".
           88 EndOfRates           VALUE "Y".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 RegisterEndSwitch        PIC X VALUE "N".
           88 EndOfRegister        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 PostingDate              PIC 9(8).
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 FinChargeParm            PIC X(40).
       01 FinChargeModeWord        PIC X(8).
           88 FinChargeModeForce   VALUE "FORCE".
       01 FinChargeWantedSwitch    PIC X VALUE "N".
           88 FinChargeRunWanted   VALUE "Y".
       01 FinChargeFailedSwitch    PIC X VALUE "N".
           88 FinChargeRunFailed   VALUE "Y".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 RateTable.
           02 RateEntry OCCURS 20 TIMES
               INDEXED BY RateIdx.
               03 RateTermsCode     PIC X(2).
               03 RateAnnualRate    PIC 9(3)V99.
               03 RateGraceDays     PIC 9(3).
               03 RateMinimumCharge PIC 9(5)V99.
       01 RateEntryCount           PIC 99 VALUE ZEROS.
       01 RateFoundSwitch          PIC X.
           88 RateRowFound         VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableTermsCode    PIC X(2).
               03 TableFinChgExempt PIC X.
                   88 TableCustomerExempt VALUE "Y".
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
      *----------------------------------------------------------------
      * Every finance charge already raised: its own ledger item
      * number (a charge is never charged), and the invoice and day
      * number it was charged to (the next charge runs from there).
      *----------------------------------------------------------------
       01 RegisterTable.
           02 RegisterEntry OCCURS 2000 TIMES
               INDEXED BY RegisterIdx.
               03 RegChargeNo       PIC 9(6).
               03 RegInvoiceNo      PIC 9(6).
               03 RegChargeDayNo    PIC 9(7).
       01 RegisterEntryCount       PIC 9(4) VALUE ZEROS.
       01 ChargeItemSwitch         PIC X.
           88 ItemIsFinanceCharge  VALUE "Y".
      *----------------------------------------------------------------
      * Installments of payment plans: the ledger item number and the
      * due date the plan scheduled it for.
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
      * Tonight's charges are held here while the ledger is read and
      * posted once it is closed.
      *----------------------------------------------------------------
       01 NewChargeTable.
           02 NewChargeEntry OCCURS 500 TIMES
               INDEXED BY NewChargeIdx.
               03 NewInvoiceNo      PIC 9(6).
               03 NewCustomerId     PIC X(6).
               03 NewDaysCharged    PIC 9(5).
               03 NewAnnualRate     PIC 9(3)V99.
               03 NewBaseAmount     PIC S9(9)V99.
               03 NewChargeAmount   PIC S9(9)V99.
               03 NewChargeNo       PIC 9(6).
       01 NewChargeCount           PIC 9(3) VALUE ZEROS.
       01 LastInvoiceNumber        PIC 9(6) VALUE ZEROS.
       01 TermsDays                PIC 9(3) VALUE 030.
       01 GraceDays                PIC 9(3).
       01 DueDate                  PIC 9(8).
       01 DueDateSplit REDEFINES DueDate.
           02 DueYear              PIC 9(4).
           02 DueMonth             PIC 99.
           02 DueDay               PIC 99.
       01 RollAttemptCount         PIC 99.
       01 DueDayWork               PIC 9(3).
       01 DaysPastDue              PIC S9(7).
       01 AgingDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
           02 DueDayNumber         PIC 9(7).
       01 ChargeFromDayNumber      PIC 9(7).
       01 DaysCharged              PIC S9(7).
       01 ChargeAmount             PIC S9(9)V99.
       01 ItemsReviewedCount       PIC 9(7) VALUE ZEROS.
       01 ChargedTotal             PIC S9(9)V99 VALUE ZEROS.
       01 ChargedTotalWhole        PIC 9(9).
       01 ExemptCount              PIC 9(5) VALUE ZEROS.
       01 NoRateCount              PIC 9(5) VALUE ZEROS.
       01 NoCustomerCount          PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 ReportLabel              PIC X(8).
       01 DaysDisplay              PIC ZZZZ9.
       01 RateDisplay              PIC ZZ9.99.
       01 BaseDisplay              PIC -(7)9.99.
       01 ChargeDisplay            PIC -(6)9.99.
       01 CountDisplay             PIC ZZZZ9.
       01 ChargeNoText             PIC X(6).
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 NumberingLockName        PIC X(12) VALUE "INVCTL".
       01 LockHolderName           PIC X(8) VALUE "FINCHRG".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "FINCHRG".
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
           IF FinChargeRunWanted
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
               IF LockGranted
                   CALL "RUNLOCK" USING LockMode NumberingLockName
                       LockHolderName LockResult
                   IF LockGranted
                       PERFORM 2000-RAISE-FINANCE-CHARGES
                       MOVE "R" TO LockMode
                       CALL "RUNLOCK" USING LockMode NumberingLockName
                           LockHolderName LockResult
                   ELSE
                       SET FinChargeRunFailed TO TRUE
                       DISPLAY "*** Invoice numbering is in use - no "
                               "finance charges raised ***"
                   END-IF
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       LockHolderName LockResult
               ELSE
                   SET FinChargeRunFailed TO TRUE
                   DISPLAY "*** AR ledger is in use - no finance "
                           "charges raised ***"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           MOVE SPACES TO FinChargeParm
           ACCEPT FinChargeParm FROM COMMAND-LINE
           MOVE SPACES TO FinChargeModeWord
           UNSTRING FinChargeParm DELIMITED BY ALL SPACES
               INTO FinChargeModeWord
           END-UNSTRING
           PERFORM 1100-CHECK-PROCESSING-CALENDAR
           IF FinChargeModeForce
               SET FinChargeRunWanted TO TRUE
               DISPLAY "Finance charges forced for " RunDate
           END-IF.

      *----------------------------------------------------------------
      * Finance charges belong to month-end. A date missing from the
      * calendar does not raise them - an unmaintained calendar
      * would otherwise charge interest every night.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               AND CalendarMonthEnd
               SET FinChargeRunWanted TO TRUE
           ELSE
               IF NOT FinChargeModeForce
                   DISPLAY "Calendar: not a month-end day - "
                           "finance charges skipped"
               END-IF
           END-IF.

       1200-LOAD-FINANCE-RATES.
           MOVE ZEROS TO RateEntryCount
           OPEN INPUT FinanceRateFile
           IF FinanceRateFileOK
               PERFORM 1210-READ-RATE-RECORD
               PERFORM 1220-STORE-RATE-RECORD UNTIL EndOfRates
               CLOSE FinanceRateFile
           END-IF
           IF RateEntryCount = ZERO
               SET FinChargeRunFailed TO TRUE
               DISPLAY "*** No finance-charge rates on FINRATE.DAT "
                       "- nothing charged ***"
           END-IF.

       1210-READ-RATE-RECORD.
           READ FinanceRateFile
               AT END SET EndOfRates TO TRUE
           END-READ.

       1220-STORE-RATE-RECORD.
           EVALUATE TRUE
               WHEN FrAnnualRate NOT NUMERIC
                   OR FrGraceDays NOT NUMERIC
                   OR FrMinimumCharge NOT NUMERIC
                   DISPLAY "*** Rate row for terms " FrTermsCode
                           " is not numeric - ignored ***"
               WHEN RateEntryCount >= 20
                   SET FinChargeRunFailed TO TRUE
                   DISPLAY "*** Rate table full - terms "
                           FrTermsCode " not loaded ***"
               WHEN OTHER
                   ADD 1 TO RateEntryCount
                   MOVE FrTermsCode
                       TO RateTermsCode (RateEntryCount)
                   MOVE FrAnnualRate
                       TO RateAnnualRate (RateEntryCount)
                   MOVE FrGraceDays
                       TO RateGraceDays (RateEntryCount)
                   MOVE FrMinimumCharge
                       TO RateMinimumCharge (RateEntryCount)
           END-EVALUATE
           PERFORM 1210-READ-RATE-RECORD.

       1300-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1310-READ-CUSTOMER-RECORD
               PERFORM 1320-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           ELSE
               SET FinChargeRunFailed TO TRUE
               DISPLAY "*** Customer master not available - "
                       "nothing charged ***"
           END-IF.

       1310-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1320-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterTermsCode
                   TO TableTermsCode (CustomerEntryCount)
               MOVE CustMasterFinChgExempt
                   TO TableFinChgExempt (CustomerEntryCount)
           ELSE
               SET FinChargeRunFailed TO TRUE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1310-READ-CUSTOMER-RECORD.

       1400-LOAD-CHARGE-REGISTER.
           MOVE ZEROS TO RegisterEntryCount
           OPEN INPUT FinanceChargeFile
           IF FinanceChargeFileOK
               PERFORM 1410-READ-REGISTER-RECORD
               PERFORM 1420-STORE-REGISTER-RECORD
                   UNTIL EndOfRegister
               CLOSE FinanceChargeFile
           END-IF.

       1410-READ-REGISTER-RECORD.
           READ FinanceChargeFile
               AT END SET EndOfRegister TO TRUE
           END-READ.

       1420-STORE-REGISTER-RECORD.
           IF RegisterEntryCount < 2000
               ADD 1 TO RegisterEntryCount
               MOVE FcChargeNo TO RegChargeNo (RegisterEntryCount)
               MOVE FcInvoiceNo TO RegInvoiceNo (RegisterEntryCount)
               MOVE FcChargeDate TO WorkDate
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE WorkDayNumber
                   TO RegChargeDayNo (RegisterEntryCount)
           ELSE
               SET FinChargeRunFailed TO TRUE
               DISPLAY "*** Finance-charge register table full - "
                       "charge " FcChargeNo " not loaded ***"
           END-IF
           PERFORM 1410-READ-REGISTER-RECORD.

      *----------------------------------------------------------------
      * The charges take their item numbers from the same control
      * the pricing run numbers invoices from, so a charge and an
      * invoice can never share a ledger number.
      *----------------------------------------------------------------
       1500-READ-INVOICE-CONTROL.
           MOVE ZEROS TO LastInvoiceNumber
           OPEN INPUT InvoiceControlFile
           IF InvoiceControlFileOK
               READ InvoiceControlFile
                   AT END
                       SET FinChargeRunFailed TO TRUE
                   NOT AT END
                       MOVE ControlLastInvoiceNo
                           TO LastInvoiceNumber
               END-READ
               CLOSE InvoiceControlFile
           ELSE
               SET FinChargeRunFailed TO TRUE
           END-IF
           IF FinChargeRunFailed
               DISPLAY "*** Invoice-number control INVCTL.DAT not "
                       "usable - nothing charged ***"
           END-IF.

      *----------------------------------------------------------------
      * Interest runs to today, but a charge may not post into a
      * fiscal period finance has closed: it is dated the first day
      * of the next open period, and with no later period open
      * nothing is charged.
      *----------------------------------------------------------------
       1600-CHECK-POSTING-PERIOD.
           MOVE RunDate TO PostingDate
           MOVE RunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET FinChargeRunFailed TO TRUE
                   DISPLAY "*** Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - nothing "
                           "charged ***"
               WHEN OTHER
                   DISPLAY "Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " - charges dated " PerCheckPostingDate
                   MOVE PerCheckPostingDate TO PostingDate
           END-EVALUATE.

      *----------------------------------------------------------------
      * An installment is due on its scheduled date; a table that
      * cannot hold the whole register would age the rest on terms
      * and charge installments that are not yet due.
      *----------------------------------------------------------------
       1700-LOAD-INSTALLMENT-PLANS.
           MOVE ZEROS TO InstallmentCount
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1710-READ-PLAN-RECORD
               PERFORM 1720-STORE-PLAN-RECORD
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       1710-READ-PLAN-RECORD.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1720-STORE-PLAN-RECORD.
           IF InstallmentCount < 2000
               ADD 1 TO InstallmentCount
               MOVE InstItemNo TO PlanItemNo (InstallmentCount)
               MOVE InstDueDate TO PlanDueDate (InstallmentCount)
           ELSE
               SET FinChargeRunFailed TO TRUE
               DISPLAY "*** Installment-plan table full - "
                       "installment " InstItemNo " not loaded ***"
           END-IF
           PERFORM 1710-READ-PLAN-RECORD.

       2000-RAISE-FINANCE-CHARGES.
           PERFORM 1200-LOAD-FINANCE-RATES
           PERFORM 1300-LOAD-CUSTOMER-MASTER
           PERFORM 1400-LOAD-CHARGE-REGISTER
           PERFORM 1700-LOAD-INSTALLMENT-PLANS
           IF NOT FinChargeRunFailed
               PERFORM 1500-READ-INVOICE-CONTROL
           END-IF
           IF NOT FinChargeRunFailed
               PERFORM 1600-CHECK-POSTING-PERIOD
           END-IF
           IF NOT FinChargeRunFailed
               PERFORM 3000-START-REPORT
               OPEN INPUT ArLedgerFile
               IF ArLedgerFileOK
                   PERFORM 4000-READ-LEDGER-RECORD
                   PERFORM 4100-REVIEW-LEDGER-ITEM
                       UNTIL EndOfLedger
                   CLOSE ArLedgerFile
               ELSE
                   SET FinChargeRunFailed TO TRUE
                   DISPLAY "*** AR ledger not available - nothing "
                           "charged ***"
               END-IF
               IF NOT FinChargeRunFailed
                   AND NewChargeCount > ZERO
                   PERFORM 5000-POST-FINANCE-CHARGES
               END-IF
               PERFORM 3900-FINISH-REPORT
           END-IF.

       3000-START-REPORT.
           OPEN OUTPUT FinChargeReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "FINCHRG" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "FINANCE CHARGES ON OVERDUE AR ITEMS AT "
                      DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE FinChargeReportRecord
           MOVE SPACES TO ReportLineText
           WRITE FinChargeReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "ACTION" TO ReportLineText (1:6)
           MOVE "CUST" TO ReportLineText (10:4)
           MOVE "INVOICE" TO ReportLineText (17:7)
           MOVE "DAYS" TO ReportLineText (25:4)
           MOVE "RATE%" TO ReportLineText (31:5)
           MOVE "OPEN" TO ReportLineText (45:4)
           MOVE "CHARGE" TO ReportLineText (54:6)
           MOVE "ITEM" TO ReportLineText (61:4)
           WRITE FinChargeReportRecord
           ADD 3 TO ReportLineCount.

       3800-WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLineText
           STRING ReportLabel DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ArCustomerId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ArInvoiceNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DaysDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RateDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BaseDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ChargeDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ChargeNoText DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE FinChargeReportRecord
           ADD 1 TO ReportLineCount.

       3900-FINISH-REPORT.
           MOVE SPACES TO ReportLineText
           WRITE FinChargeReportRecord
           IF FinChargeRunFailed
               MOVE "*** RUN FAILED - NO FINANCE CHARGES RAISED ***"
                   TO ReportLineText
               WRITE FinChargeReportRecord
               ADD 1 TO ReportLineCount
               MOVE ZEROS TO NewChargeCount
               MOVE ZEROS TO ChargedTotal
           END-IF
           MOVE SPACES TO ReportLineText
           MOVE "FINANCE CHARGES RAISED" TO ReportLineText
           MOVE NewChargeCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           MOVE ChargedTotal TO BaseDisplay
           MOVE BaseDisplay TO ReportLineText (32:12)
           WRITE FinChargeReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  EXEMPT ACCOUNTS" TO ReportLineText
           MOVE ExemptCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE FinChargeReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  NO RATE FOR TERMS" TO ReportLineText
           MOVE NoRateCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE FinChargeReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  NO CUSTOMER ON MASTER" TO ReportLineText
           MOVE NoCustomerCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (26:5)
           WRITE FinChargeReportRecord
           ADD 5 TO ReportLineCount
           MOVE ChargedTotal TO ChargedTotalWhole
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE NewChargeCount TO TrailerRecordCount
           MOVE ChargedTotalWhole TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE FinChargeReportFile.

       4000-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Only an open or partly paid item with something still owing
      * is looked at, and never one that is itself a finance charge.
      * Inside the grace days nothing is listed; past them an exempt
      * account, or a terms code with no rate row, is listed and not
      * charged.
      *----------------------------------------------------------------
       4100-REVIEW-LEDGER-ITEM.
           IF NOT ArItemClosed
               AND NOT ArItemOnAccount
               AND ArOpenAmount > ZERO
               PERFORM 4200-CHECK-FINANCE-CHARGE-ITEM
               IF NOT ItemIsFinanceCharge
                   ADD 1 TO ItemsReviewedCount
                   PERFORM 4300-CHARGE-ONE-ITEM
               END-IF
           END-IF
           PERFORM 4000-READ-LEDGER-RECORD.

       4200-CHECK-FINANCE-CHARGE-ITEM.
           MOVE "N" TO ChargeItemSwitch
           PERFORM 4210-CHECK-REGISTER-ENTRY
               VARYING RegisterIdx FROM 1 BY 1
               UNTIL RegisterIdx > RegisterEntryCount.

       4210-CHECK-REGISTER-ENTRY.
           IF RegChargeNo (RegisterIdx) = ArInvoiceNo
               SET ItemIsFinanceCharge TO TRUE
           END-IF.

       4300-CHARGE-ONE-ITEM.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 4310-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount
           IF CustomerFound
               PERFORM 4400-AGE-ONE-ITEM
               PERFORM 4500-FIND-RATE-ROW
               IF RateRowFound
                   MOVE RateGraceDays (RateIdx) TO GraceDays
               ELSE
                   MOVE ZEROS TO GraceDays
               END-IF
               IF DaysPastDue > GraceDays
                   PERFORM 4600-DECIDE-CHARGE
               END-IF
           ELSE
               ADD 1 TO NoCustomerCount
               MOVE "NO CUST" TO ReportLabel
               PERFORM 4900-CLEAR-LINE-FIELDS
               PERFORM 3800-WRITE-REPORT-LINE
           END-IF.

       4310-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = ArCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Due date exactly as ArStatement works it: invoice date plus
      * the terms days (a non-numeric or zero code reads as thirty)
      * in the 30-day-month convention, rolled forward to a working
      * day on the processing calendar; days past due are 30/360.
      * An installment of a payment plan is due on its scheduled
      * date instead.
      *----------------------------------------------------------------
       4400-AGE-ONE-ITEM.
           PERFORM 4450-FIND-INSTALLMENT
           IF ItemIsInstallment
               MOVE PlanDueDate (PlanIdx) TO DueDate
           ELSE
               PERFORM 4405-APPLY-TERMS-DAYS
           END-IF
           MOVE ZEROS TO RollAttemptCount
           PERFORM 4430-CHECK-WORKING-DAY
           PERFORM 4440-ROLL-TO-WORKING-DAY
               UNTIL CalendarWorkingDay
                  OR RollAttemptCount >= 10
           MOVE DueDate TO WorkDate
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO DueDayNumber
           COMPUTE DaysPastDue = RunDayNumber - DueDayNumber.

       4405-APPLY-TERMS-DAYS.
           IF TableTermsCode (CustomerIdx) NUMERIC
               AND TableTermsCode (CustomerIdx) > ZEROS
               MOVE TableTermsCode (CustomerIdx) TO TermsDays
           ELSE
               MOVE 030 TO TermsDays
           END-IF
           MOVE ArInvoiceDate TO DueDate
           COMPUTE DueDayWork = DueDay + TermsDays
           PERFORM 4410-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 4420-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12.

       4410-NORMALIZE-DUE-DAY.
           SUBTRACT 30 FROM DueDayWork
           ADD 1 TO DueMonth.

       4420-NORMALIZE-DUE-MONTH.
           SUBTRACT 12 FROM DueMonth
           ADD 1 TO DueYear.

       4430-CHECK-WORKING-DAY.
           CALL "CALCHECK" USING DueDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription.

       4440-ROLL-TO-WORKING-DAY.
           ADD 1 TO RollAttemptCount
           COMPUTE DueDayWork = DueDay + 1
           PERFORM 4410-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 4420-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12
           PERFORM 4430-CHECK-WORKING-DAY.

       4450-FIND-INSTALLMENT.
           MOVE "N" TO InstallmentFoundSwitch
           SET PlanIdx TO 1
           PERFORM 4460-SEARCH-INSTALLMENT
               UNTIL ItemIsInstallment OR PlanIdx > InstallmentCount.

       4460-SEARCH-INSTALLMENT.
           IF PlanItemNo (PlanIdx) = ArInvoiceNo
               SET ItemIsInstallment TO TRUE
           ELSE
               SET PlanIdx UP BY 1
           END-IF.

       4500-FIND-RATE-ROW.
           MOVE "N" TO RateFoundSwitch
           SET RateIdx TO 1
           PERFORM 4510-SEARCH-RATE-ROW
               UNTIL RateRowFound OR RateIdx > RateEntryCount.

       4510-SEARCH-RATE-ROW.
           IF RateTermsCode (RateIdx) = TableTermsCode (CustomerIdx)
               SET RateRowFound TO TRUE
           ELSE
               SET RateIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Interest runs from the due date, or from the last finance
      * charge on the same invoice when there is one, so a month's
      * interest is never charged twice; nothing is charged when no
      * days have run since. A charge under the minimum is raised to
      * it.
      *----------------------------------------------------------------
       4600-DECIDE-CHARGE.
           MOVE DueDayNumber TO ChargeFromDayNumber
           PERFORM 4610-CHECK-LAST-CHARGE
               VARYING RegisterIdx FROM 1 BY 1
               UNTIL RegisterIdx > RegisterEntryCount
           COMPUTE DaysCharged = RunDayNumber - ChargeFromDayNumber
           EVALUATE TRUE
               WHEN TableCustomerExempt (CustomerIdx)
                   ADD 1 TO ExemptCount
                   MOVE "EXEMPT" TO ReportLabel
                   PERFORM 4900-CLEAR-LINE-FIELDS
                   MOVE DaysPastDue TO DaysDisplay
                   PERFORM 3800-WRITE-REPORT-LINE
               WHEN NOT RateRowFound
                   ADD 1 TO NoRateCount
                   MOVE "NO RATE" TO ReportLabel
                   PERFORM 4900-CLEAR-LINE-FIELDS
                   MOVE DaysPastDue TO DaysDisplay
                   PERFORM 3800-WRITE-REPORT-LINE
               WHEN DaysCharged NOT > ZERO
                   CONTINUE
               WHEN NewChargeCount >= 500
                   SET FinChargeRunFailed TO TRUE
                   DISPLAY "*** Charge table full - item "
                           ArInvoiceNo " not charged ***"
               WHEN OTHER
                   COMPUTE ChargeAmount ROUNDED =
                       ArOpenAmount * RateAnnualRate (RateIdx)
                       * DaysCharged / 36000
                   IF ChargeAmount < RateMinimumCharge (RateIdx)
                       MOVE RateMinimumCharge (RateIdx)
                           TO ChargeAmount
                   END-IF
                   ADD 1 TO NewChargeCount
                   MOVE ArInvoiceNo TO NewInvoiceNo (NewChargeCount)
                   MOVE ArCustomerId
                       TO NewCustomerId (NewChargeCount)
                   MOVE DaysCharged
                       TO NewDaysCharged (NewChargeCount)
                   MOVE RateAnnualRate (RateIdx)
                       TO NewAnnualRate (NewChargeCount)
                   MOVE ArOpenAmount
                       TO NewBaseAmount (NewChargeCount)
                   MOVE ChargeAmount
                       TO NewChargeAmount (NewChargeCount)
           END-EVALUATE.

       4610-CHECK-LAST-CHARGE.
           IF RegInvoiceNo (RegisterIdx) = ArInvoiceNo
               AND RegChargeDayNo (RegisterIdx) > ChargeFromDayNumber
               MOVE RegChargeDayNo (RegisterIdx)
                   TO ChargeFromDayNumber
           END-IF.

       4900-CLEAR-LINE-FIELDS.
           MOVE ZEROS TO DaysDisplay
           MOVE ZEROS TO RateDisplay
           MOVE ArOpenAmount TO BaseDisplay
           MOVE ZEROS TO ChargeDisplay
           MOVE SPACES TO ChargeNoText.

      *----------------------------------------------------------------
      * The ledger is closed now: each charge takes the next number
      * off the invoice control, is appended to the ledger as an
      * open item dated today and to the register as journal
      * pending, and the control is written back with the last
      * number used.
      *----------------------------------------------------------------
       5000-POST-FINANCE-CHARGES.
           OPEN EXTEND ArLedgerFile
           IF ArLedgerFileNew
               OPEN OUTPUT ArLedgerFile
           END-IF
           OPEN EXTEND FinanceChargeFile
           IF FinanceChargeFileNew
               OPEN OUTPUT FinanceChargeFile
           END-IF
           PERFORM 5100-POST-ONE-CHARGE
               VARYING NewChargeIdx FROM 1 BY 1
               UNTIL NewChargeIdx > NewChargeCount
           CLOSE FinanceChargeFile
           CLOSE ArLedgerFile
           OPEN OUTPUT InvoiceControlFile
           MOVE LastInvoiceNumber TO ControlLastInvoiceNo
           WRITE InvoiceControlRecord
           CLOSE InvoiceControlFile.

       5100-POST-ONE-CHARGE.
           ADD 1 TO LastInvoiceNumber
           MOVE LastInvoiceNumber TO NewChargeNo (NewChargeIdx)
           INITIALIZE ArLedgerRecord
           MOVE LastInvoiceNumber TO ArInvoiceNo
           MOVE NewCustomerId (NewChargeIdx) TO ArCustomerId
           MOVE PostingDate TO ArInvoiceDate
           MOVE NewChargeAmount (NewChargeIdx) TO ArOpenAmount
           MOVE "O" TO ArStatus
           WRITE ArLedgerRecord
           INITIALIZE FinanceChargeRecord
           MOVE LastInvoiceNumber TO FcChargeNo
           MOVE NewInvoiceNo (NewChargeIdx) TO FcInvoiceNo
           MOVE NewCustomerId (NewChargeIdx) TO FcCustomerId
           MOVE PostingDate TO FcChargeDate
           MOVE NewDaysCharged (NewChargeIdx) TO FcDaysCharged
           MOVE NewAnnualRate (NewChargeIdx) TO FcAnnualRate
           MOVE NewBaseAmount (NewChargeIdx) TO FcBaseAmount
           MOVE NewChargeAmount (NewChargeIdx) TO FcChargeAmount
           SET FcJournalPending TO TRUE
           MOVE ZEROS TO FcPostedDate
           WRITE FinanceChargeRecord
           ADD NewChargeAmount (NewChargeIdx) TO ChargedTotal
           MOVE "CHARGED" TO ReportLabel
           MOVE NewCustomerId (NewChargeIdx) TO ArCustomerId
           MOVE NewInvoiceNo (NewChargeIdx) TO ArInvoiceNo
           MOVE NewDaysCharged (NewChargeIdx) TO DaysDisplay
           MOVE NewAnnualRate (NewChargeIdx) TO RateDisplay
           MOVE NewBaseAmount (NewChargeIdx) TO BaseDisplay
           MOVE NewChargeAmount (NewChargeIdx) TO ChargeDisplay
           MOVE LastInvoiceNumber TO ChargeNoText
           PERFORM 3800-WRITE-REPORT-LINE.

       8000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       9000-TERMINATE.
           IF FinChargeRunWanted
               DISPLAY "Ledger items reviewed  = " ItemsReviewedCount
               DISPLAY "Finance charges raised = " NewChargeCount
               DISPLAY "Total charged          = " ChargedTotal
               DISPLAY "Exempt accounts        = " ExemptCount
               DISPLAY "No rate for terms      = " NoRateCount
               DISPLAY "No customer on master  = " NoCustomerCount
           END-IF
           EVALUATE TRUE
               WHEN FinChargeRunFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NoRateCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NoCustomerCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE NewChargeCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM FinCharge.
