      *                   inside itself; rewritten as a plain
      *                   PERFORM UNTIL loop the way DistAck walks
      *                   the calendar.
      *   07/09/2026 AP - Customer master layout now comes from
      *                   CUSTMSTR.cpy (record grew 73 -> 75 bytes for
      *                   the status byte CustMaint maintains).
      *   30/09/2026 AP - On-account credit items (ledger status U) are
      *                   left out - a credit is never past due.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
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
      *                   instead of the item date plus terms, so a
      *                   customer keeping to a plan is not dunned for
      *                   installments that are not yet due.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArDunning.
           SELECT DunTemplateFile ASSIGN TO "DUNTMPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DunTemplateFileStatus.
           SELECT InstallmentPlanFile ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT DunLetterFile ASSIGN TO "ARDUNLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemClosed         VALUE "C".
               88 ArItemOnAccount      VALUE "U".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  DunTemplateFile
           RECORD CONTAINS 62 CHARACTERS.
       01 DunTemplateRecord.
           02 TemplateLevelDigit       PIC X.
           02 TemplateSpace1           PIC X.
           02 TemplateTextLine         PIC X(60).
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  DunLetterFile
           RECORD CONTAINS 60 CHARACTERS.
       01 DunLetterRecord.
           88 CustomerMasterFileOK VALUE "00".
       01 DunTemplateFileStatus    PIC XX.
           88 DunTemplateFileOK    VALUE "00".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 TemplateEndSwitch        PIC X VALUE "N".
           88 EndOfTemplate        VALUE "Y".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 500 TIMES
               03 TableCustomerId   PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableScheduledDue PIC 9(8).
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 TemplateTable.
           02 TemplateLevelEntry OCCURS 3 TIMES
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
       01 CalCheckDescription      PIC X(20).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "ARDUNLTR".
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
               PERFORM 2000-DUN-ONE-CUSTOMER
                       "no dunning letters produced ***"
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE LetterCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT DunLetterFile
           PERFORM 1100-LOAD-DUN-TEMPLATE
           PERFORM 1200-LOAD-AR-LEDGER
           PERFORM 1400-LOAD-INSTALLMENT-DUE-DATES
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1300-READ-CUSTOMER-RECORD

       1220-STORE-LEDGER-RECORD.
           IF NOT ArItemClosed
               AND NOT ArItemOnAccount
               IF LedgerEntryCount < 500
                   ADD 1 TO LedgerEntryCount
                   MOVE ArInvoiceNo
                       TO TableInvoiceDate (LedgerEntryCount)
                   MOVE ArOpenAmount
                       TO TableOpenAmount (LedgerEntryCount)
                   MOVE ZEROS
                       TO TableScheduledDue (LedgerEntryCount)
               ELSE
                   DISPLAY "*** AR ledger table full - item "
                           ArInvoiceNo " not considered ***"
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Installments of a payment plan carry their own due date on
      * the register; it is set against the ledger item here so the
      * aging below can use it in place of the terms.
      *----------------------------------------------------------------
       1400-LOAD-INSTALLMENT-DUE-DATES.
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1410-READ-PLAN-RECORD
               PERFORM 1420-APPLY-PLAN-RECORD
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       1410-READ-PLAN-RECORD.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1420-APPLY-PLAN-RECORD.
           PERFORM 1430-SET-SCHEDULED-DUE
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           PERFORM 1410-READ-PLAN-RECORD.

       1430-SET-SCHEDULED-DUE.
           IF TableInvoiceNo (LedgerIdx) = InstItemNo
               MOVE InstDueDate TO TableScheduledDue (LedgerIdx)
           END-IF.

       2000-DUN-ONE-CUSTOMER.
           MOVE ZEROS TO OverdueItemCount
           MOVE ZEROS TO OverdueAmountTotal
           END-IF.

       2150-COMPUTE-DAYS-PAST-DUE.
           IF TableScheduledDue (LedgerIdx) > ZEROS
               MOVE TableScheduledDue (LedgerIdx) TO DueDate
           ELSE
               PERFORM 2155-APPLY-TERMS-DAYS
           END-IF
           MOVE ZEROS TO RollAttemptCount
           PERFORM 2175-CHECK-WORKING-DAY
           PERFORM 2180-ROLL-TO-WORKING-DAY
           MOVE WorkDayNumber TO DueDayNumber
           COMPUTE DaysPastDue = RunDayNumber - DueDayNumber.

       2155-APPLY-TERMS-DAYS.
           MOVE TableInvoiceDate (LedgerIdx) TO DueDate
           COMPUTE DueDayWork = DueDay + TermsDays
           PERFORM 2160-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 2170-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12.

       2160-NORMALIZE-DUE-DAY.
           SUBTRACT 30 FROM DueDayWork
           ADD 1 TO DueMonth.
