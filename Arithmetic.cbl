      *                   morning check becomes listing last night's
      *                   E and W records. Console DISPLAYs are kept
      *                   for interactive runs.
      *   15/10/2026 AP - Added an installment-plan mode (P): from a
      *                   principal, annual rate, number of monthly
      *                   installments and first due date it works a
      *                   level-payment schedule - each due date rolled
      *                   to a processing day through CALCHECK, with
      *                   installment, interest, principal and
      *                   remaining balance - under the same decimal
      *                   precision parameter and SIZE ERROR handling
      *                   as the calculator, and prints it to
      *                   INSTSCHD.DAT (RPTCTL bracket). An accepted
      *                   plan can be posted by a signed-on operator
      *                   holding the INSTPLAN authorization: the AR
      *                   item is split into dated installment items
      *                   numbered from INVCTL.DAT, each recorded on
      *                   the installment register INSTPLAN.DAT
      *                   (layout INSTPLAN.cpy) so ArStatement,
      *                   ArDunning and FinCharge age it from its own
      *                   due date, and the plan is logged to
      *                   AUDITLOG.
      *   15/10/2026 AP - Plan posting also holds INVCTL under RUNLOCK
      *                   while it numbers the installments, so a
      *                   pricing or finance-charge run cannot issue
      *                   the same invoice numbers; when the numbering
      *                   is in use the plan is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARITHMETICCobol.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SessionTapeFile ASSIGN TO "ARITHTAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InstScheduleFile ASSIGN TO "INSTSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT InstallmentPlanFile
               ASSIGN TO DYNAMIC InstallmentPlanFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT InvoiceControlFile
               ASSIGN TO DYNAMIC InvoiceControlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceControlFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ArithExceptFile
           02 TapeResult                       PIC 9V999.
           02 TapeSpace5                       PIC X.
           02 TapeStatusFlag                   PIC X(4).
       FD  InstScheduleFile
           RECORD CONTAINS 72 CHARACTERS.
       01 InstScheduleRecord.
           02 ScheduleLineText                 PIC X(72).
           COPY "RPTCTL.cpy" REPLACING
               ==ReportHeaderRecord==  BY ==SchedHeaderRecord==
               ==HeaderRecordType==    BY ==SchedHeaderRecordType==
               ==HeaderProgramName==   BY ==SchedHeaderProgramName==
               ==HeaderRunDate==       BY ==SchedHeaderRunDate==
               ==HeaderRunTime==       BY ==SchedHeaderRunTime==
               ==ReportTrailerRecord== BY ==SchedTrailerRecord==
               ==TrailerRecordType==   BY ==SchedTrailerRecordType==
               ==TrailerRecordCount==  BY ==SchedTrailerRecordCount==
               ==TrailerControlTotal== BY ==SchedTrailerControlTotal==
               ==TrailerRejectCount==  BY ==SchedTrailerRejectCount==.
       FD  ArLedgerFile
           RECORD CONTAINS 37 CHARACTERS.
       01 ArLedgerRecord.
           02 ArInvoiceNo                      PIC 9(6).
           02 ArSpace1                         PIC X.
           02 ArCustomerId                     PIC X(6).
           02 ArSpace2                         PIC X.
           02 ArInvoiceDate                    PIC 9(8).
           02 ArSpace3                         PIC X.
           02 ArOpenAmount                     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ArSpace4                         PIC X.
           02 ArStatus                         PIC X.
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  InvoiceControlFile
           RECORD CONTAINS 6 CHARACTERS.
       01 InvoiceControlRecord.
           02 ControlLastInvoiceNo             PIC 9(6).
       WORKING-STORAGE SECTION.
       01 ArithParamFileStatus                 PIC XX.
           88 ArithParamFileOK                 VALUE "00".
       01 RunMode                              PIC X.
           88 InteractiveMode                  VALUE "I".
           88 RunBatchMode                     VALUE "B".
           88 InstallmentMode                  VALUE "P".
       01 RunModeParm                          PIC X(8).
       01 OperationCode                        PIC X.
           88 OperationAdd                     VALUE "A".
           02 RunDayNumber                     PIC 9(7).
           02 NewestDayNumber                  PIC 9(7).
           02 RateAgeDays                      PIC S9(7).
      *----------------------------------------------------------------
      * Installment-plan mode. The principal and rate are keyed into
      * unscaled entry fields for the same reason Num1/Num2 are: a
      * straight ACCEPT into an implied-decimal field truncates.
      *----------------------------------------------------------------
       01 PlanPrincipalEntry                   PIC 9(9) VALUE ZEROS.
       01 PlanPrincipal REDEFINES PlanPrincipalEntry
                                               PIC 9(7)V99.
       01 PlanRateEntry                        PIC 9(5) VALUE ZEROS.
       01 PlanAnnualRate REDEFINES PlanRateEntry
                                               PIC 99V999.
       01 PlanCountEntry                       PIC 99 VALUE ZEROS.
       01 PlanFirstDueDate                     PIC 9(8) VALUE ZEROS.
       01 PlanActionCode                       PIC X.
           88 PlanActionNew                    VALUE "N" "n".
           88 PlanActionQuit                   VALUE "Q" "q".
       01 PlanSessionDoneSwitch                PIC X VALUE "N".
           88 PlanSessionDone                  VALUE "Y".
       01 PlanValidSwitch                      PIC X VALUE "N".
           88 PlanValid                        VALUE "Y".
       01 PlanPostReply                        PIC X.
           88 PlanPostWanted                   VALUE "Y" "y".
       01 PlanConfirmReply                     PIC X.
           88 PlanPostConfirmed                VALUE "Y" "y".
       01 PlanPeriodRate                       PIC 9V9(9).
       01 PlanGrowthFactor                     PIC 9(5)V9(9).
       01 PlanGrowthExcess                     PIC 9(5)V9(9).
       01 PlanPaymentNumerator                 PIC 9(9)V9(9).
       01 PlanPayment                          PIC S9(9)V99.
       01 PlanBalance                          PIC S9(9)V999.
       01 PlanInterestWork                     PIC S9(9)V999.
       01 PlanPrincipalPart                    PIC S9(9)V999.
       01 PlanScaledInterest                   PIC S9(12).
       01 PlanBalanceCents                     PIC S9(9)V99.
       01 PlanPrevBalanceCents                 PIC S9(9)V99.
       01 PlanTotalPayments                    PIC S9(9)V99.
       01 PlanTotalInterest                    PIC S9(9)V99.
       01 PlanNominalDueDate                   PIC 9(8).
       01 PlanDueDay                           PIC 99.
       01 PlanRowCount                         PIC 99 VALUE ZEROS.
       01 PlanRowNumber                        PIC 99.
       01 PlanScheduleTable.
           02 PlanRowEntry OCCURS 60 TIMES INDEXED BY PlanRowIdx.
               03 PlanRowDueDate               PIC 9(8).
               03 PlanRowPayment               PIC S9(9)V99.
               03 PlanRowInterest              PIC S9(9)V999.
               03 PlanRowPrincipal             PIC S9(9)V999.
               03 PlanRowBalance               PIC S9(9)V999.
               03 PlanRowPrincipalCents        PIC S9(9)V99.
               03 PlanRowInterestCents         PIC S9(9)V99.
               03 PlanRowItemNo                PIC 9(6).
       01 PlanScheduledCount                   PIC 9(5) VALUE ZEROS.
       01 PlanPostedCount                      PIC 9(5) VALUE ZEROS.
       01 ScheduleLineCount                    PIC 9(7) VALUE ZEROS.
       01 ScheduleTitleLine.
           02 FILLER                           PIC X(22)
               VALUE "INSTALLMENT SCHEDULE  ".
           02 TitlePrincipal                   PIC Z(6)9.99.
           02 FILLER                           PIC X(7) VALUE "  RATE ".
           02 TitleRate                        PIC Z9.999.
           02 FILLER                           PIC X(3) VALUE "%  ".
           02 TitleCount                       PIC Z9.
           02 FILLER                           PIC X(22)
               VALUE " MONTHLY INSTALLMENTS".
       01 ScheduleColumnLine.
           02 FILLER                           PIC X(25)
               VALUE "NO  DUE DATE  INSTALLMENT".
           02 FILLER                           PIC X(26)
               VALUE "     INTEREST    PRINCIPAL".
           02 FILLER                           PIC X(13)
               VALUE "      BALANCE".
       01 ScheduleDetailLine.
           02 DetailSeqNo                      PIC Z9.
           02 FILLER                           PIC XX VALUE SPACES.
           02 DetailDueDate                    PIC 9(8).
           02 FILLER                           PIC X VALUE SPACE.
           02 DetailPayment                    PIC -(8)9.99.
           02 FILLER                           PIC X VALUE SPACE.
           02 DetailInterest                   PIC -(7)9.999.
           02 FILLER                           PIC X VALUE SPACE.
           02 DetailPrincipal                  PIC -(7)9.999.
           02 FILLER                           PIC X VALUE SPACE.
           02 DetailBalance                    PIC -(7)9.999.
       01 ScheduleTotalLine.
           02 FILLER                           PIC X(13)
               VALUE "TOTAL        ".
           02 TotalPaymentsDisplay             PIC -(8)9.99.
           02 FILLER                           PIC X VALUE SPACE.
           02 TotalInterestDisplay             PIC -(8)9.99.
      *    The schedule date being moved on, a calendar day at a time.
       01 ScheduleWorkDate                     PIC 9(8).
       01 ScheduleDateSplit REDEFINES ScheduleWorkDate.
           02 ScheduleYear                     PIC 9(4).
           02 ScheduleMonth                    PIC 99.
           02 ScheduleDay                      PIC 99.
       01 RollAttemptCount                     PIC 99.
       01 DaysThisMonth                        PIC 99.
       01 DaysInMonthValues.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 28.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 30.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 30.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 30.
           02 FILLER                           PIC 99 VALUE 31.
           02 FILLER                           PIC 99 VALUE 30.
           02 FILLER                           PIC 99 VALUE 31.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           02 DaysInMonth                      PIC 99 OCCURS 12 TIMES.
       01 LeapYearSwitch                       PIC X.
           88 IsLeapYear                       VALUE "Y".
       01 Remainder4                           PIC 9(4).
       01 Remainder100                         PIC 9(4).
       01 Remainder400                         PIC 9(4).
       01 DivideQuotientWork                   PIC 9(4).
       01 CalCheckFoundFlag                    PIC X.
           88 CalendarDateFound                VALUE "Y".
       01 CalCheckWorkingFlag                  PIC X.
           88 CalendarWorkingDay               VALUE "Y".
       01 CalCheckMonthEndFlag                 PIC X.
       01 CalCheckDescription                  PIC X(20).
      *----------------------------------------------------------------
      * Posting a plan onto the AR ledger.
      *----------------------------------------------------------------
       01 ArLedgerFileStatus                   PIC XX.
           88 ArLedgerFileOK                   VALUE "00".
       01 InstallmentPlanFileStatus            PIC XX.
           88 InstallmentPlanFileOK            VALUE "00".
           88 InstallmentPlanFileNew           VALUE "35".
       01 InvoiceControlFileStatus             PIC XX.
           88 InvoiceControlFileOK             VALUE "00".
       01 LedgerEndSwitch                      PIC X VALUE "N".
           88 EndOfLedger                      VALUE "Y".
       01 InstallmentPlanEndSwitch             PIC X VALUE "N".
           88 EndOfInstallmentPlans            VALUE "Y".
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 500 TIMES INDEXED BY LedgerIdx.
               03 TableInvoiceNo               PIC 9(6).
               03 TableCustomerId              PIC X(6).
               03 TableInvoiceDate             PIC 9(8).
               03 TableOpenAmount              PIC S9(9)V99.
               03 TableStatus                  PIC X.
                   88 TableItemClosed          VALUE "C".
                   88 TableItemOnAccount       VALUE "U".
       01 LedgerEntryCount                     PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch                 PIC X VALUE "N".
           88 LedgerTableOverflowed            VALUE "Y".
       01 ItemFoundSwitch                      PIC X.
           88 PlanItemFound                    VALUE "Y".
       01 ItemInstallmentSwitch                PIC X.
           88 ItemIsInstallment                VALUE "Y".
       01 PostingAllowedSwitch                 PIC X.
           88 PostingAllowed                   VALUE "Y".
       01 EnteredItemText                      PIC X(6).
       01 EnteredItemNo                        PIC 9(6).
       01 PlanSourceItemNo                     PIC 9(6).
       01 PlanCustomerId                       PIC X(6).
       01 PlanFirstItemNo                      PIC 9(6).
       01 LastInvoiceNumber                    PIC 9(6) VALUE ZEROS.
       01 PostingDate                          PIC 9(8).
       01 PerCheckDate                         PIC 9(8).
       01 PerCheckFoundFlag                    PIC X.
       01 PerCheckClosedFlag                   PIC X.
           88 PeriodClosed                     VALUE "Y".
       01 PerCheckPeriodId                     PIC X(6).
       01 PerCheckPostingDate                  PIC 9(8).
       01 PlanAmountDisplay                    PIC -(8)9.99.
       01 OperatorId                           PIC X(10).
       01 OperatorSignedOnSwitch               PIC X VALUE "N".
           88 OperatorSignedOn                 VALUE "Y".
           88 OperatorRefused                  VALUE "R".
       01 SignOnResult                         PIC X.
           88 SignOnAuthorized                 VALUE "Y".
       01 AuthCheckResult                      PIC X.
           88 PlanPostAuthorized               VALUE "Y".
       01 AuditProgramName                     PIC X(8)
           VALUE "INSTPLAN".
       01 AuditFieldName                       PIC X(15).
       01 AuditValueEntered                    PIC X(30).
       01 SessLogMode                          PIC X.
       01 LockMode                             PIC X.
       01 LockResourceName                     PIC X(12)
           VALUE "ARLEDGER".
       01 NumberingLockName                    PIC X(12)
           VALUE "INVCTL".
       01 LockResult                           PIC X.
           88 LockGranted                      VALUE "Y".
       01 TrainModeResult                      PIC X.
           88 TrainingModeOn                   VALUE "Y".
       01 ArLedgerFileName                     PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 InstallmentPlanFileName              PIC X(12)
           VALUE "INSTPLAN.DAT".
       01 InvoiceControlFileName               PIC X(12)
           VALUE "INVCTL.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           ACCEPT RunModeParm FROM COMMAND-LINE
           IF RunModeParm (1:1) = "I" OR RunModeParm (1:1) = "B"
               OR RunModeParm (1:1) = "P"
               MOVE RunModeParm (1:1) TO RunMode
           ELSE
               DISPLAY "Enter mode - (I)nteractive (B)atch or "
                       "installment (P)lan - " WITH NO ADVANCING
               ACCEPT RunMode
           END-IF
           EVALUATE TRUE
               WHEN InteractiveMode PERFORM 3000-RUN-INTERACTIVE
               WHEN RunBatchMode    PERFORM 4000-RUN-BATCH
               WHEN InstallmentMode PERFORM 5000-RUN-INSTALLMENT-PLANS
               WHEN OTHER           DISPLAY "*** Invalid mode ***"
           END-EVALUATE
           PERFORM 9000-TERMINATE
           WRITE ArithCheckpointRecord
           CLOSE ArithCheckpointFile.

      *----------------------------------------------------------------
      * Installment-plan mode: each plan worked in the session is
      * printed to the schedule file and can then be posted against
      * the customer's AR item. Sign-on is only asked for the first
      * time a plan is posted, so working out figures for a customer
      * on the phone needs no authorization.
      *----------------------------------------------------------------
       5000-RUN-INSTALLMENT-PLANS.
           OPEN OUTPUT InstScheduleFile
           PERFORM 5050-WRITE-SCHEDULE-HEADER
           PERFORM 5100-PROCESS-PLAN-ACTION UNTIL PlanSessionDone
           PERFORM 5950-WRITE-SCHEDULE-TRAILER
           CLOSE InstScheduleFile
           IF OperatorSignedOn
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           END-IF
           DISPLAY "Plans scheduled = " PlanScheduledCount
           DISPLAY "Plans posted    = " PlanPostedCount.

       5050-WRITE-SCHEDULE-HEADER.
           INITIALIZE SchedHeaderRecord
           MOVE "HDR" TO SchedHeaderRecordType
           MOVE "ARITHCLC" TO SchedHeaderProgramName
           MOVE RunDate    TO SchedHeaderRunDate
           MOVE RunTime    TO SchedHeaderRunTime
           WRITE SchedHeaderRecord.

       5100-PROCESS-PLAN-ACTION.
           DISPLAY "Action - (N)ew schedule (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT PlanActionCode
           EVALUATE TRUE
               WHEN PlanActionNew  PERFORM 5200-WORK-ONE-PLAN
               WHEN PlanActionQuit SET PlanSessionDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       5200-WORK-ONE-PLAN.
           PERFORM 5210-ACCEPT-PLAN-TERMS
           IF PlanValid
               PERFORM 5300-BUILD-SCHEDULE
           END-IF
           IF PlanValid
               PERFORM 5400-PRINT-SCHEDULE
               ADD 1 TO PlanScheduledCount
               DISPLAY "Post this plan against a customer's AR item "
                       "(Y/N) - " WITH NO ADVANCING
               ACCEPT PlanPostReply
               IF PlanPostWanted
                   PERFORM 6000-POST-PLAN
               END-IF
           END-IF.

       5210-ACCEPT-PLAN-TERMS.
           MOVE "Y" TO PlanValidSwitch
           DISPLAY "Enter principal in cents (125000 = 1250.00) - "
                   WITH NO ADVANCING
           ACCEPT PlanPrincipalEntry
           DISPLAY "Enter annual rate in thousandths of a percent "
                   "(12500 = 12.500%) - " WITH NO ADVANCING
           ACCEPT PlanRateEntry
           DISPLAY "Enter number of monthly installments (01-60) - "
                   WITH NO ADVANCING
           ACCEPT PlanCountEntry
           DISPLAY "Enter first due date (YYYYMMDD) - "
                   WITH NO ADVANCING
           ACCEPT PlanFirstDueDate
           EVALUATE TRUE
               WHEN PlanPrincipalEntry NOT NUMERIC
                   OR PlanPrincipal = ZERO
                   MOVE "N" TO PlanValidSwitch
                   DISPLAY "*** Principal must be greater than "
                           "zero ***"
               WHEN PlanRateEntry NOT NUMERIC
                   MOVE "N" TO PlanValidSwitch
                   DISPLAY "*** Rate must be five digits ***"
               WHEN PlanCountEntry NOT NUMERIC
                   OR PlanCountEntry < 1 OR PlanCountEntry > 60
                   MOVE "N" TO PlanValidSwitch
                   DISPLAY "*** Number of installments must be "
                           "01 to 60 ***"
               WHEN PlanFirstDueDate NOT NUMERIC
                   OR PlanFirstDueDate < RunDate
                   MOVE "N" TO PlanValidSwitch
                   DISPLAY "*** First due date must not be before "
                           "today ***"
               WHEN OTHER
                   PERFORM 5220-CHECK-FIRST-DUE-DATE
           END-EVALUATE.

       5220-CHECK-FIRST-DUE-DATE.
           MOVE PlanFirstDueDate TO ScheduleWorkDate
           IF ScheduleMonth < 1 OR ScheduleMonth > 12
               OR ScheduleDay < 1
               MOVE "N" TO PlanValidSwitch
           ELSE
               PERFORM 5530-SET-DAYS-THIS-MONTH
               IF ScheduleDay > DaysThisMonth
                   MOVE "N" TO PlanValidSwitch
               END-IF
           END-IF
           IF NOT PlanValid
               DISPLAY "*** " PlanFirstDueDate " is not a valid "
                       "date ***"
           END-IF.

      *----------------------------------------------------------------
      * Level monthly installment: P * r * (1+r)**n / ((1+r)**n - 1)
      * at the monthly rate r = annual / 1200, or P / n when the
      * plan carries no interest, worked a step at a time so no
      * intermediate result loses digits. Every COMPUTE goes
      * through the calculator's SIZE ERROR logging, and a plan
      * that overflows is abandoned rather than printed with a
      * stale figure.
      *----------------------------------------------------------------
       5300-BUILD-SCHEDULE.
           MOVE "N" TO SizeErrorSwitch
           MOVE ZEROS TO PlanRowCount
           MOVE ZEROS TO PlanTotalPayments
           MOVE ZEROS TO PlanTotalInterest
           COMPUTE PlanPeriodRate ROUNDED = PlanAnnualRate / 1200
               ON SIZE ERROR
                   PERFORM 5900-LOG-PLAN-SIZE-ERROR
           END-COMPUTE
           IF NOT SizeErrorOccurred
               PERFORM 5305-COMPUTE-LEVEL-PAYMENT
           END-IF
           IF NOT SizeErrorOccurred
               MOVE PlanPrincipal TO PlanBalance
               MOVE PlanPrincipal TO PlanBalanceCents
               MOVE PlanFirstDueDate TO PlanNominalDueDate
               MOVE PlanFirstDueDate TO ScheduleWorkDate
               MOVE ScheduleDay TO PlanDueDay
               PERFORM 5310-BUILD-SCHEDULE-ROW
                   VARYING PlanRowIdx FROM 1 BY 1
                   UNTIL PlanRowIdx > PlanCountEntry
                      OR SizeErrorOccurred
           END-IF
           IF SizeErrorOccurred
               MOVE "N" TO PlanValidSwitch
               DISPLAY "*** SIZE ERROR - plan abandoned ***"
           END-IF.

       5305-COMPUTE-LEVEL-PAYMENT.
           IF PlanPeriodRate = ZERO
               COMPUTE PlanPayment ROUNDED =
                       PlanPrincipal / PlanCountEntry
                   ON SIZE ERROR
                       PERFORM 5900-LOG-PLAN-SIZE-ERROR
               END-COMPUTE
           ELSE
               COMPUTE PlanGrowthFactor ROUNDED =
                       (1 + PlanPeriodRate) ** PlanCountEntry
                   ON SIZE ERROR
                       PERFORM 5900-LOG-PLAN-SIZE-ERROR
               END-COMPUTE
               IF NOT SizeErrorOccurred
                   COMPUTE PlanPaymentNumerator ROUNDED =
                           PlanPrincipal * PlanPeriodRate
                           * PlanGrowthFactor
                       ON SIZE ERROR
                           PERFORM 5900-LOG-PLAN-SIZE-ERROR
                   END-COMPUTE
               END-IF
               IF NOT SizeErrorOccurred
                   COMPUTE PlanGrowthExcess = PlanGrowthFactor - 1
                   COMPUTE PlanPayment ROUNDED =
                           PlanPaymentNumerator / PlanGrowthExcess
                       ON SIZE ERROR
                           PERFORM 5900-LOG-PLAN-SIZE-ERROR
                   END-COMPUTE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One schedule row. Interest is worked on the running balance
      * at the active decimal precision; the last installment takes
      * whatever balance is left so the plan pays off exactly. The
      * principal part of each row in whole cents is the fall in the
      * balance rounded to cents, so the posted principal parts add
      * back to the principal to the cent at either precision.
      *----------------------------------------------------------------
       5310-BUILD-SCHEDULE-ROW.
           ADD 1 TO PlanRowCount
           COMPUTE PlanInterestWork ROUNDED =
                   PlanBalance * PlanPeriodRate
               ON SIZE ERROR
                   PERFORM 5900-LOG-PLAN-SIZE-ERROR
           END-COMPUTE
           IF NOT SizeErrorOccurred
               PERFORM 5320-APPLY-PLAN-PRECISION
               PERFORM 5330-SPLIT-INSTALLMENT
           END-IF
           IF NOT SizeErrorOccurred
               PERFORM 5340-STORE-SCHEDULE-ROW
           END-IF.

       5320-APPLY-PLAN-PRECISION.
           IF ParamDecimalPlaces = 2
               COMPUTE PlanScaledInterest ROUNDED =
                       PlanInterestWork * 100
               COMPUTE PlanInterestWork = PlanScaledInterest / 100
           END-IF.

       5330-SPLIT-INSTALLMENT.
           IF PlanRowIdx = PlanCountEntry
               MOVE PlanBalance TO PlanPrincipalPart
               COMPUTE PlanRowPayment (PlanRowIdx) ROUNDED =
                       PlanBalance + PlanInterestWork
                   ON SIZE ERROR
                       PERFORM 5900-LOG-PLAN-SIZE-ERROR
               END-COMPUTE
           ELSE
               MOVE PlanPayment TO PlanRowPayment (PlanRowIdx)
               COMPUTE PlanPrincipalPart =
                       PlanPayment - PlanInterestWork
                   ON SIZE ERROR
                       PERFORM 5900-LOG-PLAN-SIZE-ERROR
               END-COMPUTE
               IF PlanPrincipalPart > PlanBalance
                   MOVE PlanBalance TO PlanPrincipalPart
               END-IF
           END-IF.

       5340-STORE-SCHEDULE-ROW.
           SUBTRACT PlanPrincipalPart FROM PlanBalance
           MOVE PlanInterestWork  TO PlanRowInterest (PlanRowIdx)
           MOVE PlanPrincipalPart TO PlanRowPrincipal (PlanRowIdx)
           MOVE PlanBalance       TO PlanRowBalance (PlanRowIdx)
           MOVE PlanBalanceCents  TO PlanPrevBalanceCents
           COMPUTE PlanBalanceCents ROUNDED = PlanBalance
           COMPUTE PlanRowPrincipalCents (PlanRowIdx) =
                   PlanPrevBalanceCents - PlanBalanceCents
           COMPUTE PlanRowInterestCents (PlanRowIdx) =
                   PlanRowPayment (PlanRowIdx)
                   - PlanRowPrincipalCents (PlanRowIdx)
           ADD PlanRowPayment (PlanRowIdx) TO PlanTotalPayments
           ADD PlanRowInterestCents (PlanRowIdx) TO PlanTotalInterest
           MOVE ZEROS TO PlanRowItemNo (PlanRowIdx)
           PERFORM 5500-SET-ROW-DUE-DATE.

       5400-PRINT-SCHEDULE.
           MOVE PlanPrincipal  TO TitlePrincipal
           MOVE PlanAnnualRate TO TitleRate
           MOVE PlanCountEntry TO TitleCount
           MOVE SPACES TO ScheduleLineText
           PERFORM 5490-WRITE-SCHEDULE-LINE
           MOVE ScheduleTitleLine TO ScheduleLineText
           PERFORM 5490-WRITE-SCHEDULE-LINE
           MOVE ScheduleColumnLine TO ScheduleLineText
           PERFORM 5490-WRITE-SCHEDULE-LINE
           PERFORM 5410-PRINT-SCHEDULE-ROW
               VARYING PlanRowIdx FROM 1 BY 1
               UNTIL PlanRowIdx > PlanRowCount
           MOVE PlanTotalPayments TO TotalPaymentsDisplay
           MOVE PlanTotalInterest TO TotalInterestDisplay
           MOVE ScheduleTotalLine TO ScheduleLineText
           PERFORM 5490-WRITE-SCHEDULE-LINE.

       5410-PRINT-SCHEDULE-ROW.
           SET PlanRowNumber TO PlanRowIdx
           MOVE PlanRowNumber                TO DetailSeqNo
           MOVE PlanRowDueDate (PlanRowIdx)  TO DetailDueDate
           MOVE PlanRowPayment (PlanRowIdx)  TO DetailPayment
           MOVE PlanRowInterest (PlanRowIdx) TO DetailInterest
           MOVE PlanRowPrincipal (PlanRowIdx)
               TO DetailPrincipal
           MOVE PlanRowBalance (PlanRowIdx)  TO DetailBalance
           MOVE ScheduleDetailLine TO ScheduleLineText
           PERFORM 5490-WRITE-SCHEDULE-LINE.

       5490-WRITE-SCHEDULE-LINE.
           DISPLAY ScheduleLineText
           WRITE InstScheduleRecord
           ADD 1 TO ScheduleLineCount.

      *----------------------------------------------------------------
      * Due dates run monthly on the first due date's day of the
      * month (the month-end where a month is shorter), and each one
      * is rolled forward to a processing day on the shop calendar.
      * The next month is always taken from the unrolled date, so a
      * weekend roll does not creep into the rest of the plan.
      *----------------------------------------------------------------
       5500-SET-ROW-DUE-DATE.
           MOVE PlanNominalDueDate TO ScheduleWorkDate
           MOVE ZEROS TO RollAttemptCount
           PERFORM 5510-CHECK-CALENDAR-DATE
           PERFORM 5520-ROLL-ONE-DAY
               UNTIL CalendarWorkingDay
                  OR RollAttemptCount >= 10
           MOVE ScheduleWorkDate TO PlanRowDueDate (PlanRowIdx)
           PERFORM 5540-ADVANCE-NOMINAL-MONTH.

       5510-CHECK-CALENDAR-DATE.
           CALL "CALCHECK" USING ScheduleWorkDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription.

       5520-ROLL-ONE-DAY.
           ADD 1 TO RollAttemptCount
           PERFORM 5530-SET-DAYS-THIS-MONTH
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
           END-IF
           PERFORM 5510-CHECK-CALENDAR-DATE.

       5530-SET-DAYS-THIS-MONTH.
           MOVE DaysInMonth (ScheduleMonth) TO DaysThisMonth
           IF ScheduleMonth = 2
               PERFORM 5535-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF.

       5535-CHECK-LEAP-YEAR.
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

       5540-ADVANCE-NOMINAL-MONTH.
           MOVE PlanNominalDueDate TO ScheduleWorkDate
           IF ScheduleMonth < 12
               ADD 1 TO ScheduleMonth
           ELSE
               MOVE 1 TO ScheduleMonth
               ADD 1 TO ScheduleYear
           END-IF
           MOVE PlanDueDay TO ScheduleDay
           PERFORM 5530-SET-DAYS-THIS-MONTH
           IF ScheduleDay > DaysThisMonth
               MOVE DaysThisMonth TO ScheduleDay
           END-IF
           MOVE ScheduleWorkDate TO PlanNominalDueDate.

      *----------------------------------------------------------------
      * A plan that overflows is logged like any calculator SIZE
      * ERROR: operation P, the annual rate as Num1 and the number
      * of installments as Num2.
      *----------------------------------------------------------------
       5900-LOG-PLAN-SIZE-ERROR.
           MOVE "P" TO OperationCode
           MOVE PlanAnnualRate TO Num1
           MOVE PlanCountEntry TO Num2
           ADD 1 TO ErrorCount
           PERFORM 2900-LOG-SIZE-ERROR.

       5950-WRITE-SCHEDULE-TRAILER.
           INITIALIZE SchedTrailerRecord
           MOVE "TRL" TO SchedTrailerRecordType
           MOVE ScheduleLineCount  TO SchedTrailerRecordCount
           MOVE PlanScheduledCount TO SchedTrailerControlTotal
           MOVE PlanPostedCount    TO SchedTrailerRejectCount
           WRITE SchedTrailerRecord.

      *----------------------------------------------------------------
      * Posting a plan splits the AR item: the plan principal comes
      * off the item, and each installment becomes an open item of
      * its own, numbered from INVCTL.DAT and recorded on the
      * installment register with its due date, so the statement and
      * dunning runs age it from that date. The ledger and the
      * invoice-number control are held under RUNLOCK from load to
      * rewrite.
      *----------------------------------------------------------------
       6000-POST-PLAN.
           IF NOT OperatorSignedOn AND NOT OperatorRefused
               PERFORM 6050-SIGN-ON-OPERATOR
           END-IF
           IF OperatorSignedOn
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF LockGranted
                   CALL "RUNLOCK" USING LockMode NumberingLockName
                       AuditProgramName LockResult
                   IF LockGranted
                       PERFORM 6100-LOAD-AR-LEDGER
                       IF ArLedgerFileOK
                           PERFORM 6200-SELECT-PLAN-ITEM
                       ELSE
                           DISPLAY "*** AR ledger not available - "
                                   "plan not posted ***"
                       END-IF
                       MOVE "R" TO LockMode
                       CALL "RUNLOCK" USING LockMode NumberingLockName
                           AuditProgramName LockResult
                   ELSE
                       DISPLAY "*** Invoice numbering is in use - "
                               "plan not posted, try again later ***"
                   END-IF
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       AuditProgramName LockResult
               ELSE
                   DISPLAY "*** AR ledger is in use - plan not "
                           "posted, try again later ***"
               END-IF
           ELSE
               DISPLAY "*** Plan not posted - no authorized "
                       "operator this session ***"
           END-IF.

       6050-SIGN-ON-OPERATOR.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTINST.DAT" TO InstallmentPlanFileName
               MOVE "TESTICTL.DAT" TO InvoiceControlFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING OperatorId AuditProgramName
                   AuthCheckResult
               IF PlanPostAuthorized
                   SET OperatorSignedOn TO TRUE
               ELSE
                   DISPLAY "*** You are not authorized to post "
                           "installment plans ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   SET OperatorRefused TO TRUE
               END-IF
           ELSE
               DISPLAY "*** Sign-on rejected ***"
               SET OperatorRefused TO TRUE
           END-IF.

       6100-LOAD-AR-LEDGER.
           MOVE ZEROS TO LedgerEntryCount
           MOVE "N" TO LedgerOverflowSwitch
           MOVE "N" TO LedgerEndSwitch
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 6110-READ-LEDGER-RECORD
               PERFORM 6120-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ArLedgerFile
           END-IF.

       6110-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       6120-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               MOVE ArInvoiceNo
                   TO TableInvoiceNo (LedgerEntryCount)
               MOVE ArCustomerId
                   TO TableCustomerId (LedgerEntryCount)
               MOVE ArInvoiceDate
                   TO TableInvoiceDate (LedgerEntryCount)
               MOVE ArOpenAmount
                   TO TableOpenAmount (LedgerEntryCount)
               MOVE ArStatus
                   TO TableStatus (LedgerEntryCount)
           ELSE
               SET LedgerTableOverflowed TO TRUE
               DISPLAY "*** AR ledger table full - item "
                       ArInvoiceNo " not loaded ***"
           END-IF
           PERFORM 6110-READ-LEDGER-RECORD.

       6200-SELECT-PLAN-ITEM.
           DISPLAY "Enter the AR item number for the plan "
                   "(6 digits) - " WITH NO ADVANCING
           ACCEPT EnteredItemText
           MOVE "N" TO ItemFoundSwitch
           MOVE "N" TO ItemInstallmentSwitch
           IF EnteredItemText NUMERIC
               MOVE EnteredItemText TO EnteredItemNo
               PERFORM 6210-FIND-LEDGER-ITEM
               PERFORM 6230-CHECK-INSTALLMENT-ITEM
           END-IF
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AR ledger has more items than the "
                           "table holds - no plan can be posted ***"
               WHEN EnteredItemText NOT NUMERIC
                   DISPLAY "*** Item number must be six digits ***"
               WHEN NOT PlanItemFound
                   DISPLAY "*** Item " EnteredItemNo
                           " is not on the AR ledger ***"
               WHEN TableItemClosed (LedgerIdx)
                   OR TableItemOnAccount (LedgerIdx)
                   DISPLAY "*** Item " EnteredItemNo
                           " is closed or unapplied cash - no plan "
                           "can be posted ***"
               WHEN TableOpenAmount (LedgerIdx) NOT > ZERO
                   DISPLAY "*** Item " EnteredItemNo
                           " has nothing open ***"
               WHEN PlanPrincipal > TableOpenAmount (LedgerIdx)
                   MOVE TableOpenAmount (LedgerIdx)
                       TO PlanAmountDisplay
                   DISPLAY "*** Plan principal is more than the "
                           "item's open amount " PlanAmountDisplay
                           " ***"
               WHEN ItemIsInstallment
                   DISPLAY "*** Item " EnteredItemNo
                           " is already an installment of a plan ***"
               WHEN LedgerEntryCount + PlanRowCount > 500
                   DISPLAY "*** AR ledger table has no room for "
                           "the installments ***"
               WHEN OTHER
                   PERFORM 6300-CONFIRM-PLAN-POSTING
           END-EVALUATE.

       6210-FIND-LEDGER-ITEM.
           SET LedgerIdx TO 1
           PERFORM 6220-SEARCH-LEDGER-ITEM
               UNTIL PlanItemFound OR LedgerIdx > LedgerEntryCount.

       6220-SEARCH-LEDGER-ITEM.
           IF TableInvoiceNo (LedgerIdx) = EnteredItemNo
               SET PlanItemFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * An installment is not split again - it would leave a
      * register row whose ledger item no longer carries the amount
      * the register says it does.
      *----------------------------------------------------------------
       6230-CHECK-INSTALLMENT-ITEM.
           MOVE "N" TO InstallmentPlanEndSwitch
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 6240-READ-PLAN-RECORD
               PERFORM 6250-CHECK-PLAN-RECORD
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       6240-READ-PLAN-RECORD.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       6250-CHECK-PLAN-RECORD.
           IF InstItemNo = EnteredItemNo
               SET ItemIsInstallment TO TRUE
           END-IF
           PERFORM 6240-READ-PLAN-RECORD.

       6300-CONFIRM-PLAN-POSTING.
           MOVE TableOpenAmount (LedgerIdx) TO PlanAmountDisplay
           DISPLAY "Item " EnteredItemNo " customer "
                   TableCustomerId (LedgerIdx) " dated "
                   TableInvoiceDate (LedgerIdx) " open "
                   PlanAmountDisplay
           DISPLAY "Split " TitlePrincipal " into " TitleCount
                   " installments (Y/N) - " WITH NO ADVANCING
           ACCEPT PlanConfirmReply
           IF PlanPostConfirmed
               MOVE "Y" TO PostingAllowedSwitch
               PERFORM 6400-CHECK-POSTING-PERIOD
               IF PostingAllowed
                   PERFORM 6450-READ-INVOICE-CONTROL
               END-IF
               IF PostingAllowed
                   PERFORM 6500-APPLY-PLAN
               END-IF
           ELSE
               DISPLAY "Plan not posted"
           END-IF.

      *----------------------------------------------------------------
      * The installment items may not be dated into a fiscal period
      * finance has closed: they take the first day of the next open
      * period, and with no later period open the plan is refused.
      *----------------------------------------------------------------
       6400-CHECK-POSTING-PERIOD.
           MOVE RunDate TO PostingDate
           MOVE RunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   MOVE "N" TO PostingAllowedSwitch
                   DISPLAY "*** Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - plan "
                           "not posted ***"
               WHEN OTHER
                   DISPLAY "Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " - installments dated "
                           PerCheckPostingDate
                   MOVE PerCheckPostingDate TO PostingDate
           END-EVALUATE.

       6450-READ-INVOICE-CONTROL.
           MOVE ZEROS TO LastInvoiceNumber
           OPEN INPUT InvoiceControlFile
           IF InvoiceControlFileOK
               READ InvoiceControlFile
                   AT END
                       MOVE "N" TO PostingAllowedSwitch
                   NOT AT END
                       MOVE ControlLastInvoiceNo
                           TO LastInvoiceNumber
               END-READ
               CLOSE InvoiceControlFile
           ELSE
               MOVE "N" TO PostingAllowedSwitch
           END-IF
           IF NOT PostingAllowed
               DISPLAY "*** Invoice-number control not usable - "
                       "plan not posted ***"
           ELSE
               IF LastInvoiceNumber + PlanRowCount > 999999
                   MOVE "N" TO PostingAllowedSwitch
                   DISPLAY "*** Invoice-number sequence exhausted - "
                           "plan not posted ***"
               END-IF
           END-IF.

       6500-APPLY-PLAN.
           MOVE EnteredItemNo TO PlanSourceItemNo
           MOVE TableCustomerId (LedgerIdx) TO PlanCustomerId
           SUBTRACT PlanPrincipal FROM TableOpenAmount (LedgerIdx)
           IF TableOpenAmount (LedgerIdx) = ZERO
               MOVE "C" TO TableStatus (LedgerIdx)
           END-IF
           COMPUTE PlanFirstItemNo = LastInvoiceNumber + 1
           PERFORM 6510-ADD-INSTALLMENT-ITEM
               VARYING PlanRowIdx FROM 1 BY 1
               UNTIL PlanRowIdx > PlanRowCount
           PERFORM 6600-REWRITE-AR-LEDGER
           PERFORM 6650-WRITE-PLAN-REGISTER
           PERFORM 6700-WRITE-INVOICE-CONTROL
           ADD 1 TO PlanPostedCount
           MOVE PlanTotalPayments TO PlanAmountDisplay
           MOVE "PAYMENT-PLAN" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING PlanSourceItemNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PlanCustomerId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PlanRowCount DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PlanAmountDisplay DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           MOVE SPACES TO ScheduleLineText
           STRING "POSTED AGAINST ITEM " DELIMITED BY SIZE
                  PlanSourceItemNo DELIMITED BY SIZE
                  " CUSTOMER " DELIMITED BY SIZE
                  PlanCustomerId DELIMITED BY SIZE
                  " AS ITEMS " DELIMITED BY SIZE
                  PlanFirstItemNo DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  LastInvoiceNumber DELIMITED BY SIZE
               INTO ScheduleLineText
           END-STRING
           PERFORM 5490-WRITE-SCHEDULE-LINE.

       6510-ADD-INSTALLMENT-ITEM.
           ADD 1 TO LastInvoiceNumber
           MOVE LastInvoiceNumber TO PlanRowItemNo (PlanRowIdx)
           ADD 1 TO LedgerEntryCount
           MOVE LastInvoiceNumber
               TO TableInvoiceNo (LedgerEntryCount)
           MOVE PlanCustomerId
               TO TableCustomerId (LedgerEntryCount)
           MOVE PostingDate
               TO TableInvoiceDate (LedgerEntryCount)
           MOVE PlanRowPayment (PlanRowIdx)
               TO TableOpenAmount (LedgerEntryCount)
           MOVE "O"
               TO TableStatus (LedgerEntryCount).

       6600-REWRITE-AR-LEDGER.
           OPEN OUTPUT ArLedgerFile
           PERFORM 6610-WRITE-LEDGER-ENTRY
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           CLOSE ArLedgerFile.

       6610-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           MOVE TableInvoiceNo (LedgerIdx)   TO ArInvoiceNo
           MOVE TableCustomerId (LedgerIdx)  TO ArCustomerId
           MOVE TableInvoiceDate (LedgerIdx) TO ArInvoiceDate
           MOVE TableOpenAmount (LedgerIdx)  TO ArOpenAmount
           MOVE TableStatus (LedgerIdx)      TO ArStatus
           WRITE ArLedgerRecord.

       6650-WRITE-PLAN-REGISTER.
           OPEN EXTEND InstallmentPlanFile
           IF InstallmentPlanFileNew
               OPEN OUTPUT InstallmentPlanFile
           END-IF
           PERFORM 6660-WRITE-PLAN-RECORD
               VARYING PlanRowIdx FROM 1 BY 1
               UNTIL PlanRowIdx > PlanRowCount
           CLOSE InstallmentPlanFile.

       6660-WRITE-PLAN-RECORD.
           SET PlanRowNumber TO PlanRowIdx
           INITIALIZE InstallmentPlanRecord
           MOVE PlanRowItemNo (PlanRowIdx)  TO InstItemNo
           MOVE PlanSourceItemNo            TO InstInvoiceNo
           MOVE PlanCustomerId              TO InstCustomerId
           MOVE PlanRowNumber               TO InstSeqNo
           MOVE PlanRowCount                TO InstCount
           MOVE PostingDate                 TO InstPlanDate
           MOVE PlanRowDueDate (PlanRowIdx) TO InstDueDate
           MOVE PlanAnnualRate              TO InstAnnualRate
           MOVE PlanRowPayment (PlanRowIdx) TO InstAmount
           MOVE PlanRowPrincipalCents (PlanRowIdx)
               TO InstPrincipal
           MOVE PlanRowInterestCents (PlanRowIdx)
               TO InstInterest
           MOVE OperatorId                  TO InstOperatorId
           SET InstJournalPending TO TRUE
           MOVE ZEROS TO InstPostedDate
           WRITE InstallmentPlanRecord.

       6700-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT InvoiceControlFile
           MOVE LastInvoiceNumber TO ControlLastInvoiceNo
           WRITE InvoiceControlRecord
           CLOSE InvoiceControlFile
           DISPLAY "Plan posted - item " PlanSourceItemNo
                   " split into items " PlanFirstItemNo " to "
                   LastInvoiceNumber.

       2000-CALCULATE.
           MOVE "N" TO SizeErrorSwitch
           PERFORM 2050-CONVERT-TO-BASE-CURRENCY
