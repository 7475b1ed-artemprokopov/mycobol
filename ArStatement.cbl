      *                   inside itself; rewritten as a plain
      *                   PERFORM UNTIL loop the way DistAck walks
      *                   the calendar.
      *   07/09/2026 AP - Customer master layout now comes from
      *                   CUSTMSTR.cpy (record grew 73 -> 75 bytes for
      *                   the status byte CustMaint maintains).
      *   30/09/2026 AP - Cash ArCash has put on account (ledger status
      *                   U) shows on the statement as an ONACCT credit
      *                   line, not aged, with an ON ACCOUNT total; a
      *                   BALANCE DUE line nets it against the aged
      *                   totals.
      *   03/10/2026 AP - Finance charges FinCharge posts are itemized:
      *                   each charge line is followed by the overdue
      *                   invoice it was raised on, from the FINCHG.DAT
      *                   register. Customer master record grew 75 -> 77
      *                   bytes for the finance-charge exemption flag.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the month-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      *   15/10/2026 AP - An installment ARITHMETICCobol split off an
      *                   item under a payment plan is aged from its
      *                   own due date on the INSTPLAN.DAT register
      *                   instead of the item date plus terms, and its
      *                   line is followed by the installment number
      *                   and the invoice the plan was raised on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArStatement.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT FinanceChargeFile ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinanceChargeFileStatus.
           SELECT InstallmentPlanFile ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT StatementFile ASSIGN TO "ARSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemClosed         VALUE "C".
               88 ArItemOnAccount      VALUE "U".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  FinanceChargeFile
           RECORD CONTAINS 78 CHARACTERS.
           COPY "FINCHG.cpy".
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  StatementFile
           RECORD CONTAINS 70 CHARACTERS.
       01 StatementRecord.
           88 ArLedgerFileOK       VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 FinanceChargeFileStatus  PIC XX.
           88 FinanceChargeFileOK  VALUE "00".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ChargeRegisterEndSwitch  PIC X VALUE "N".
           88 EndOfChargeRegister  VALUE "Y".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
               03 TableCustomerId   PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableItemStatus   PIC X.
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 FinanceChargeTable.
           02 FinanceChargeEntry OCCURS 500 TIMES
               INDEXED BY ChargeIdx.
               03 ChargeItemNo      PIC 9(6).
               03 ChargeInvoiceNo   PIC 9(6).
       01 FinanceChargeCount       PIC 9(3) VALUE ZEROS.
       01 ChargeFoundSwitch        PIC X.
           88 ChargeStillOpen      VALUE "Y".
       01 InstallmentTable.
           02 InstallmentEntry OCCURS 500 TIMES
               INDEXED BY PlanIdx.
               03 PlanItemNo        PIC 9(6).
               03 PlanInvoiceNo     PIC 9(6).
               03 PlanSeqNo         PIC 99.
               03 PlanCount         PIC 99.
               03 PlanDueDate       PIC 9(8).
       01 InstallmentCount         PIC 9(3) VALUE ZEROS.
       01 InstallmentFoundSwitch   PIC X.
           88 InstallmentStillOpen VALUE "Y".
           88 ItemIsInstallment    VALUE "Y".
       01 StatementCount           PIC 9(5) VALUE ZEROS.
       01 StatementLineCount       PIC 9(7) VALUE ZEROS.
       01 OpenItemsThisCustomer    PIC 9(3) VALUE ZEROS.
       01 Bucket30Total            PIC S9(9)V99 VALUE ZEROS.
       01 Bucket60Total            PIC S9(9)V99 VALUE ZEROS.
       01 Bucket90Total            PIC S9(9)V99 VALUE ZEROS.
       01 OnAccountTotal           PIC S9(9)V99 VALUE ZEROS.
       01 BalanceDueTotal          PIC S9(9)V99 VALUE ZEROS.
       01 AmountDisplay            PIC -(9)9.99.
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
       01 CalCheckDescription      PIC X(20).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "ARSTMT".
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
           IF CustomerMasterFileOK
               PERFORM 2000-STATEMENT-ONE-CUSTOMER
                       "no statements produced ***"
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE StatementCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           PERFORM 1100-LOAD-AR-LEDGER
           PERFORM 1300-LOAD-FINANCE-CHARGES
           PERFORM 1400-LOAD-INSTALLMENT-PLANS
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1200-READ-CUSTOMER-RECORD
                       TO TableInvoiceDate (LedgerEntryCount)
                   MOVE ArOpenAmount
                       TO TableOpenAmount (LedgerEntryCount)
                   MOVE ArStatus
                       TO TableItemStatus (LedgerEntryCount)
               ELSE
                   DISPLAY "*** AR ledger table full - item "
                           ArInvoiceNo " not on statements ***"
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A finance charge is its own ledger item; the register names
      * the overdue invoice it was raised on so the statement can
      * say so. Only charges still on the ledger table matter.
      *----------------------------------------------------------------
       1300-LOAD-FINANCE-CHARGES.
           MOVE ZEROS TO FinanceChargeCount
           OPEN INPUT FinanceChargeFile
           IF FinanceChargeFileOK
               PERFORM 1310-READ-CHARGE-RECORD
               PERFORM 1320-STORE-CHARGE-RECORD
                   UNTIL EndOfChargeRegister
               CLOSE FinanceChargeFile
           END-IF.

       1310-READ-CHARGE-RECORD.
           READ FinanceChargeFile
               AT END SET EndOfChargeRegister TO TRUE
           END-READ.

       1320-STORE-CHARGE-RECORD.
           MOVE "N" TO ChargeFoundSwitch
           PERFORM 1330-CHECK-CHARGE-OPEN
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           IF ChargeStillOpen
               IF FinanceChargeCount < 500
                   ADD 1 TO FinanceChargeCount
                   MOVE FcChargeNo
                       TO ChargeItemNo (FinanceChargeCount)
                   MOVE FcInvoiceNo
                       TO ChargeInvoiceNo (FinanceChargeCount)
               ELSE
                   DISPLAY "*** Finance-charge table full - charge "
                           FcChargeNo " not itemized ***"
               END-IF
           END-IF
           PERFORM 1310-READ-CHARGE-RECORD.

       1330-CHECK-CHARGE-OPEN.
           IF TableInvoiceNo (LedgerIdx) = FcChargeNo
               SET ChargeStillOpen TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * An installment of a payment plan is its own ledger item; the
      * register carries its due date and the invoice the plan was
      * split from. Only installments still on the ledger table
      * matter.
      *----------------------------------------------------------------
       1400-LOAD-INSTALLMENT-PLANS.
           MOVE ZEROS TO InstallmentCount
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1410-READ-PLAN-RECORD
               PERFORM 1420-STORE-PLAN-RECORD
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       1410-READ-PLAN-RECORD.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1420-STORE-PLAN-RECORD.
           MOVE "N" TO InstallmentFoundSwitch
           PERFORM 1430-CHECK-INSTALLMENT-OPEN
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           IF InstallmentStillOpen
               IF InstallmentCount < 500
                   ADD 1 TO InstallmentCount
                   MOVE InstItemNo
                       TO PlanItemNo (InstallmentCount)
                   MOVE InstInvoiceNo
                       TO PlanInvoiceNo (InstallmentCount)
                   MOVE InstSeqNo
                       TO PlanSeqNo (InstallmentCount)
                   MOVE InstCount
                       TO PlanCount (InstallmentCount)
                   MOVE InstDueDate
                       TO PlanDueDate (InstallmentCount)
               ELSE
                   DISPLAY "*** Installment table full - item "
                           InstItemNo " aged on terms ***"
               END-IF
           END-IF
           PERFORM 1410-READ-PLAN-RECORD.

       1430-CHECK-INSTALLMENT-OPEN.
           IF TableInvoiceNo (LedgerIdx) = InstItemNo
               SET InstallmentStillOpen TO TRUE
           END-IF.

       2000-STATEMENT-ONE-CUSTOMER.
           MOVE ZEROS TO OpenItemsThisCustomer
           MOVE ZEROS TO BucketCurrentTotal
           MOVE ZEROS TO Bucket30Total
           MOVE ZEROS TO Bucket60Total
           MOVE ZEROS TO Bucket90Total
           MOVE ZEROS TO OnAccountTotal
           PERFORM 2050-SET-TERMS-DAYS
           PERFORM 2100-COUNT-CUSTOMER-ITEMS
               VARYING LedgerIdx FROM 1 BY 1
               TO StatementLineText
           PERFORM 3900-WRITE-STATEMENT-LINE.

      *----------------------------------------------------------------
      * Cash ArCash has put on account shows as a credit line dated
      * when it arrived - it is not due, so it is not aged - and
      * comes off the balance due.
      *----------------------------------------------------------------
       3100-WRITE-CUSTOMER-ITEM.
           IF TableCustomerId (LedgerIdx) = CustMasterId
               AND TableItemStatus (LedgerIdx) = "U"
               ADD TableOpenAmount (LedgerIdx) TO OnAccountTotal
               MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
               MOVE SPACES TO StatementLineText
               STRING "ONACCT " DELIMITED BY SIZE
                      TableInvoiceDate (LedgerIdx) DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      AmountDisplay DELIMITED BY SIZE
                      " CREDIT" DELIMITED BY SIZE
                   INTO StatementLineText
               END-STRING
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF
           IF TableCustomerId (LedgerIdx) = CustMasterId
               AND TableItemStatus (LedgerIdx) NOT = "U"
               PERFORM 3200-AGE-ONE-ITEM
               MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
               MOVE SPACES TO StatementLineText
                   INTO StatementLineText
               END-STRING
               PERFORM 3900-WRITE-STATEMENT-LINE
               PERFORM 3150-WRITE-CHARGE-REFERENCE
                   VARYING ChargeIdx FROM 1 BY 1
                   UNTIL ChargeIdx > FinanceChargeCount
               PERFORM 3160-WRITE-INSTALLMENT-REFERENCE
                   VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > InstallmentCount
           END-IF.

       3160-WRITE-INSTALLMENT-REFERENCE.
           IF PlanItemNo (PlanIdx) = TableInvoiceNo (LedgerIdx)
               MOVE SPACES TO StatementLineText
               STRING "       INSTALLMENT " DELIMITED BY SIZE
                      PlanSeqNo (PlanIdx) DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      PlanCount (PlanIdx) DELIMITED BY SIZE
                      " ON INVOICE " DELIMITED BY SIZE
                      PlanInvoiceNo (PlanIdx) DELIMITED BY SIZE
                   INTO StatementLineText
               END-STRING
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF.

       3150-WRITE-CHARGE-REFERENCE.
           IF ChargeItemNo (ChargeIdx) = TableInvoiceNo (LedgerIdx)
               MOVE SPACES TO StatementLineText
               STRING "       FINANCE CHARGE ON INVOICE "
                          DELIMITED BY SIZE
                      ChargeInvoiceNo (ChargeIdx) DELIMITED BY SIZE
                   INTO StatementLineText
               END-STRING
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------
      * date missing from the calendar answers working-day, so an
      * unmaintained calendar never loops). Aging is run date minus
      * due date in 30/360 days, bucketed for the statement line.
      * An installment of a payment plan is due on the date the plan
      * scheduled it for, already on a processing day.
      *----------------------------------------------------------------
       3200-AGE-ONE-ITEM.
           PERFORM 3205-FIND-INSTALLMENT
           IF ItemIsInstallment
               MOVE PlanDueDate (PlanIdx) TO DueDate
           ELSE
               PERFORM 3208-APPLY-TERMS-DAYS
           END-IF
           MOVE ZEROS TO RollAttemptCount
           PERFORM 3240-CHECK-WORKING-DAY
           PERFORM 3250-ROLL-TO-WORKING-DAY
                   ADD TableOpenAmount (LedgerIdx) TO Bucket90Total
           END-EVALUATE.

       3205-FIND-INSTALLMENT.
           MOVE "N" TO InstallmentFoundSwitch
           SET PlanIdx TO 1
           PERFORM 3206-SEARCH-INSTALLMENT
               UNTIL ItemIsInstallment OR PlanIdx > InstallmentCount.

       3206-SEARCH-INSTALLMENT.
           IF PlanItemNo (PlanIdx) = TableInvoiceNo (LedgerIdx)
               SET ItemIsInstallment TO TRUE
           ELSE
               SET PlanIdx UP BY 1
           END-IF.

       3208-APPLY-TERMS-DAYS.
           MOVE TableInvoiceDate (LedgerIdx) TO DueDate
           COMPUTE DueDayWork = DueDay + TermsDays
           PERFORM 3210-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 3220-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12.

       3210-NORMALIZE-DUE-DAY.
           SUBTRACT 30 FROM DueDayWork
           ADD 1 TO DueMonth.
               INTO StatementLineText
           END-STRING
           PERFORM 3900-WRITE-STATEMENT-LINE
           IF OnAccountTotal NOT = ZERO
               MOVE SPACES TO StatementLineText
               MOVE OnAccountTotal TO AmountDisplay
               STRING "ON ACCOUNT    = " DELIMITED BY SIZE
                      AmountDisplay DELIMITED BY SIZE
                   INTO StatementLineText
               END-STRING
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF
           COMPUTE BalanceDueTotal = BucketCurrentTotal
               + Bucket30Total + Bucket60Total + Bucket90Total
               + OnAccountTotal
           MOVE SPACES TO StatementLineText
           MOVE BalanceDueTotal TO AmountDisplay
           STRING "BALANCE DUE   = " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO StatementLineText
           END-STRING
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLineText
           PERFORM 3900-WRITE-STATEMENT-LINE.

