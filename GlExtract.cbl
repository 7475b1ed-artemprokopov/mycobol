      *                   a completed extract on a same-date
      *                   resubmission instead of cutting the
      *                   journal twice.
      *   16/09/2026 AP - Reversing journal lines (type VOID) for
      *                   invoices voided since the last run: sales and
      *                   tax debited and AR credited from the void
      *                   gross and tax the pricing handoff now carries
      *                   (PRICETOT grew 72 -> 100 bytes).
      *   21/09/2026 AP - Payables lines: supplier invoices booked by
      *                   ApPost (APINV - stock debited, payables
      *                   credited) and supplier payments made by
      *                   ApPayRun (APPAY - payables debited, cash
      *                   credited), from the day's APPOSTOT.DAT and
      *                   APPAYTOT.DAT handoffs; both are in the
      *                   debit/credit proof.
      *   22/09/2026 AP - Stock-count adjustment lines (type STADJ) from
      *                   the net adjustment value the pricing handoff
      *                   now carries (PRICETOT grew 100 -> 113 bytes):
      *                   a loss debits shrinkage and credits stock, a
      *                   gain the reverse; both are in the debit/credit
      *                   proof.
      *   23/09/2026 AP - Cost-of-goods-sold lines (type COGS) from the
      *                   net cost of sales the pricing handoff now
      *                   carries (PRICETOT grew 113 -> 126 bytes): cost
      *                   of sales debited and stock credited, reversed
      *                   when returns outweigh sales; both are in the
      *                   debit/credit proof.
      *   30/09/2026 AP - Journal layout now comes from GLJRNL.cpy,
      *                   shared with the new cash-receipts journal
      *                   (CashJrnl).
      *   03/10/2026 AP - AR write-off lines (type WOFF) from the write-
      *                   off register WOFFREG.DAT kept by the new
      *                   ArWriteOff and by Approve: bad debts debit
      *                   bad-debt expense, small residual balances the
      *                   small-balance write-off account, and AR is
      *                   credited with both; the lines are in the
      *                   debit/credit proof, and a proved journal marks
      *                   the register entries journalled.
      *   03/10/2026 AP - Finance-charge lines (type FINC) from the
      *                   register FINCHG.DAT the new FinCharge keeps:
      *                   AR debited and interest income credited,
      *                   inside the debit/credit proof; a proved
      *                   journal marks the charges journalled.
      *   04/10/2026 AP - Every posting line's account is checked
      *                   against the chart of accounts (GLCHART.DAT)
      *                   through the new GLACHECK subroutine; an
      *                   account not on the chart or not active fails
      *                   the extract.
      *   05/10/2026 AP - Journal lines for a pricing run dated in a
      *                   closed fiscal period are dated the first day
      *                   of the next open period (the BATCH header
      *                   keeps the run's own date); with no later
      *                   period open no journal is produced.
      *   12/10/2026 AP - Petty-cash lines (type PCASH) from the voucher
      *                   register PCVOUCH.DAT the new PettyCash keeps:
      *                   the vouchers PcReplen claimed on a
      *                   replenishment request debit their categories'
      *                   expense accounts and cash is credited with the
      *                   total, inside the debit/credit proof; a proved
      *                   journal marks the vouchers journalled.
      *   15/10/2026 AP - Installment-interest lines (type INST) from
      *                   the installment register INSTPLAN.DAT that
      *                   ARITHMETICCobol writes when it posts a
      *                   payment plan: the interest the installments
      *                   add to the customer's balance debits AR and
      *                   credits interest income, inside the
      *                   debit/credit proof; a proved journal marks the
      *                   installments journalled.
      *   15/10/2026 AP - Returned-cheque lines (type RETCQ) from the
      *                   register RETCHQ.DAT that BankRec writes when
      *                   it reopens the invoice a returned cheque
      *                   paid: AR debited and cash credited, inside
      *                   the debit/credit proof; a proved journal
      *                   marks the cheques journalled. PRICETOT's
      *                   RECORD CONTAINS corrected to the 124 bytes
      *                   its fields add up to.
      *   15/10/2026 AP - The AR ledger and petty-cash registers are
      *                   held under RUNLOCK (ARLEDGER, PETTYCSH) from
      *                   before they are loaded until after they are
      *                   marked journalled; a refused lock fails the
      *                   extract with no journal written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExtract.
           SELECT ReturnsRegisterFile ASSIGN TO "RETNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnsRegisterFileStatus.
           SELECT ApPostTotalsFile ASSIGN TO "APPOSTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApPostTotalsFileStatus.
           SELECT ApPayTotalsFile ASSIGN TO "APPAYTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApPayTotalsFileStatus.
           SELECT WriteOffRegisterFile ASSIGN TO "WOFFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffRegisterFileStatus.
           SELECT FinanceChargeFile ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinanceChargeFileStatus.
           SELECT PettyCashVoucherFile ASSIGN TO "PCVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PettyCashVoucherFileStatus.
           SELECT InstallmentPlanFile ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
           SELECT ReturnedChequeFile ASSIGN TO "RETCHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnedChequeFileStatus.
           SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PricingTotalsFile
           RECORD CONTAINS 124 CHARACTERS.
       01 PricingTotalsRecord.
           02 TotRunDate               PIC 9(8).
           02 TotSpace1                PIC X.
           02 TotSpace5                PIC X.
           02 TotCreditHold            PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 TotSpace6                PIC X.
           02 TotVoidGross             PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 TotSpace7                PIC X.
           02 TotVoidTax               PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 TotSpace8                PIC X.
           02 TotStockAdjust           PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 TotSpace9                PIC X.
           02 TotCostOfSales           PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       FD  InvoiceRegisterFile
           RECORD CONTAINS 33 CHARACTERS.
       01 InvoiceRegisterRecord        PIC X(33).
       FD  ReturnsRegisterFile
           RECORD CONTAINS 30 CHARACTERS.
       01 ReturnsRegisterRecord        PIC X(30).
       FD  ApPostTotalsFile
           RECORD CONTAINS 21 CHARACTERS.
       01 ApPostTotalsRecord.
           02 PostTotRunDate           PIC 9(8).
           02 PostTotSpace1            PIC X.
           02 PostTotBookedAmount      PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       FD  ApPayTotalsFile
           RECORD CONTAINS 21 CHARACTERS.
       01 ApPayTotalsRecord.
           02 PayTotRunDate            PIC 9(8).
           02 PayTotSpace1             PIC X.
           02 PayTotPaidAmount         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       FD  WriteOffRegisterFile
           RECORD CONTAINS 75 CHARACTERS.
           COPY "WOFFREG.cpy".
       FD  FinanceChargeFile
           RECORD CONTAINS 78 CHARACTERS.
           COPY "FINCHG.cpy".
       FD  PettyCashVoucherFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "PCVOUCH.cpy".
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       FD  ReturnedChequeFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "RETCHQ.cpy".
       FD  GlJournalFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01 PricingTotalsFileStatus  PIC XX.
           88 PricingTotalsFileOK  VALUE "00".
           88 InvoiceRegisterFileOK VALUE "00".
       01 ReturnsRegisterFileStatus PIC XX.
           88 ReturnsRegisterFileOK VALUE "00".
       01 ApPostTotalsFileStatus   PIC XX.
           88 ApPostTotalsFileOK   VALUE "00".
       01 ApPayTotalsFileStatus    PIC XX.
           88 ApPayTotalsFileOK    VALUE "00".
       01 WriteOffRegisterFileStatus PIC XX.
           88 WriteOffRegisterFileOK VALUE "00".
       01 WriteOffEndSwitch        PIC X VALUE "N".
           88 EndOfWriteOffRegister VALUE "Y".
       01 FinanceChargeFileStatus  PIC XX.
           88 FinanceChargeFileOK  VALUE "00".
       01 FinanceChargeEndSwitch   PIC X VALUE "N".
           88 EndOfFinanceCharges  VALUE "Y".
       01 PettyCashVoucherFileStatus PIC XX.
           88 PettyCashVoucherFileOK VALUE "00".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 PettyCashEndSwitch       PIC X VALUE "N".
           88 EndOfPettyCashVouchers VALUE "Y".
       01 ReturnedChequeFileStatus PIC XX.
           88 ReturnedChequeFileOK VALUE "00".
       01 ReturnedChequeEndSwitch  PIC X VALUE "N".
           88 EndOfReturnedCheques VALUE "Y".
       01 RegisterEndSwitch        PIC X VALUE "N".
           88 EndOfRegister        VALUE "Y".
       01 ReturnsEndSwitch         PIC X VALUE "N".
           88 EndOfReturns         VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 JournalPostingDate       PIC 9(8).
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
      *----------------------------------------------------------------
      * The RPTCTL trailer carries control totals in whole currency
      * (PIC 9(9), decimals truncated when the registers wrote
       01 RegisterGrossWhole       PIC 9(9) VALUE ZEROS.
       01 ReturnCreditWhole        PIC 9(9) VALUE ZEROS.
       01 SalesNetAmount           PIC S9(9)V99 VALUE ZEROS.
       01 VoidSalesAmount          PIC S9(9)V99 VALUE ZEROS.
       01 GrossAccountedFor        PIC S9(11)V99 VALUE ZEROS.
       01 ApBookedAmount           PIC S9(9)V99 VALUE ZEROS.
       01 ApPaidAmount             PIC S9(9)V99 VALUE ZEROS.
       01 StockAdjustAmount        PIC S9(9)V99 VALUE ZEROS.
       01 StockAdjustLineAmount    PIC S9(9)V99 VALUE ZEROS.
       01 CostOfSalesAmount        PIC S9(9)V99 VALUE ZEROS.
       01 CostOfSalesLineAmount    PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * The write-off register is held whole so the journal-pending
      * entries can be marked journalled once the journal proves;
      * the register is never rewritten from an overflowed table.
      *----------------------------------------------------------------
       01 WriteOffTable.
           02 WriteOffEntry OCCURS 500 TIMES
               INDEXED BY WriteOffIdx.
               03 TableWriteOffLine PIC X(75).
       01 WriteOffEntryCount       PIC 9(3) VALUE ZEROS.
       01 WriteOffOverflowSwitch   PIC X VALUE "N".
           88 WriteOffTableOverflowed VALUE "Y".
       01 WriteOffPendingCount     PIC 9(3) VALUE ZEROS.
       01 BadDebtWriteOffAmount    PIC S9(9)V99 VALUE ZEROS.
       01 SmallBalanceWriteOffAmount PIC S9(9)V99 VALUE ZEROS.
       01 WriteOffTotalAmount      PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * The finance-charge register is held whole the same way.
      *----------------------------------------------------------------
       01 FinanceChargeTable.
           02 FinanceChargeEntry OCCURS 2000 TIMES
               INDEXED BY FinanceChargeIdx.
               03 TableFinanceChargeLine PIC X(78).
       01 FinanceChargeEntryCount  PIC 9(4) VALUE ZEROS.
       01 FinanceChargeOverflowSwitch PIC X VALUE "N".
           88 FinanceChargeTableOverflowed VALUE "Y".
       01 FinanceChargePendingCount PIC 9(4) VALUE ZEROS.
       01 FinanceChargeAmount      PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * The petty-cash voucher register is held whole the same way;
      * the claimed vouchers are summed by the expense account
      * PcReplen gave them.
      *----------------------------------------------------------------
       01 PettyCashTable.
           02 PettyCashEntry OCCURS 2000 TIMES
               INDEXED BY PettyCashIdx.
               03 TablePettyCashLine PIC X(100).
       01 PettyCashEntryCount      PIC 9(4) VALUE ZEROS.
       01 PettyCashOverflowSwitch  PIC X VALUE "N".
           88 PettyCashTableOverflowed VALUE "Y".
       01 PettyCashPendingCount    PIC 9(4) VALUE ZEROS.
       01 PettyCashAmount          PIC S9(9)V99 VALUE ZEROS.
       01 PettyCashAccountTable.
           02 PettyCashAccountEntry OCCURS 30 TIMES
               INDEXED BY PettyCashAcctIdx.
               03 TablePcAccountCode   PIC X(10).
               03 TablePcAccountAmount PIC S9(9)V99.
       01 PettyCashAccountCount    PIC 99 VALUE ZEROS.
       01 PettyCashAcctFoundSwitch PIC X.
           88 PettyCashAccountFound VALUE "Y".
      *----------------------------------------------------------------
      * The installment register is held whole the same way.
      *----------------------------------------------------------------
       01 InstallmentTable.
           02 InstallmentEntry OCCURS 2000 TIMES
               INDEXED BY InstallmentIdx.
               03 TableInstallmentLine PIC X(111).
       01 InstallmentEntryCount    PIC 9(4) VALUE ZEROS.
       01 InstallmentOverflowSwitch PIC X VALUE "N".
           88 InstallmentTableOverflowed VALUE "Y".
       01 InstallmentPendingCount  PIC 9(4) VALUE ZEROS.
       01 InstallmentInterestAmount PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * The returned-cheque register is held whole the same way.
      *----------------------------------------------------------------
       01 ReturnedChequeTable.
           02 ReturnedChequeEntry OCCURS 500 TIMES
               INDEXED BY ReturnedChequeIdx.
               03 TableReturnedChequeLine PIC X(68).
       01 ReturnedChequeEntryCount PIC 9(3) VALUE ZEROS.
       01 ReturnedChequeOverflowSwitch PIC X VALUE "N".
           88 ReturnedChequeTableOverflowed VALUE "Y".
       01 ReturnedChequePendingCount PIC 9(3) VALUE ZEROS.
       01 ReturnedChequeAmount     PIC S9(9)V99 VALUE ZEROS.
       01 TotalDebits              PIC S9(11)V99 VALUE ZEROS.
       01 TotalCredits             PIC S9(11)V99 VALUE ZEROS.
       01 JournalLineCount         PIC 9(3) VALUE ZEROS.
       01 ExtractFailedSwitch      PIC X VALUE "N".
           88 ExtractFailed        VALUE "Y".
       01 RegisterLockSwitch       PIC X VALUE "N".
           88 RegisterLockRefused  VALUE "Y".
       01 LedgerLockSwitch         PIC X VALUE "N".
           88 LedgerLockHeld       VALUE "Y".
       01 PettyCashLockSwitch      PIC X VALUE "N".
           88 PettyCashLockHeld    VALUE "Y".
       01 LockMode                 PIC X.
       01 LedgerLockResource       PIC X(12) VALUE "ARLEDGER".
       01 PettyCashLockResource    PIC X(12) VALUE "PETTYCSH".
       01 LockHolderName           PIC X(8) VALUE "GLEXTRCT".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 AcctCheckFoundFlag       PIC X.
           88 AccountOnChart       VALUE "Y".
       01 AcctCheckActiveFlag      PIC X.
           88 AccountActive        VALUE "Y".
       01 AcctCheckType            PIC X.
       01 AcctCheckDescription     PIC X(30).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "GLEXTRCT".
       01 JobStampRunDate          PIC 9(8).
                       SET ExtractFailed TO TRUE
                   NOT AT END
                       MOVE TotRunDate TO RunDate
                       IF TotStockAdjust NUMERIC
                           MOVE TotStockAdjust TO StockAdjustAmount
                       END-IF
                       IF TotCostOfSales NUMERIC
                           MOVE TotCostOfSales TO CostOfSalesAmount
                       END-IF
               END-READ
               CLOSE PricingTotalsFile
           ELSE
               DISPLAY "*** Pricing totals handoff PRICETOT.DAT "
                       "not available - no journal produced ***"
               SET ExtractFailed TO TRUE
           END-IF
           PERFORM 1100-READ-AP-TOTALS
           PERFORM 1150-LOCK-REGISTERS
           IF NOT RegisterLockRefused
               PERFORM 1200-LOAD-WRITE-OFF-REGISTER
               PERFORM 1300-LOAD-FINANCE-CHARGES
               PERFORM 1500-LOAD-PETTY-CASH-VOUCHERS
               PERFORM 1600-LOAD-INSTALLMENT-PLANS
               PERFORM 1700-LOAD-RETURNED-CHEQUES
           END-IF
           IF NOT ExtractFailed
               PERFORM 1400-CHECK-JOURNAL-PERIOD
           END-IF.

      *----------------------------------------------------------------
      * The payables handoffs count only when they were written for
      * the run date - a file left from an earlier night has already
      * been journalled. A missing handoff means no AP activity.
      *----------------------------------------------------------------
       1100-READ-AP-TOTALS.
           OPEN INPUT ApPostTotalsFile
           IF ApPostTotalsFileOK
               READ ApPostTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       IF PostTotRunDate = RunDate
                           MOVE PostTotBookedAmount TO ApBookedAmount
                       END-IF
               END-READ
               CLOSE ApPostTotalsFile
           END-IF
           OPEN INPUT ApPayTotalsFile
           IF ApPayTotalsFileOK
               READ ApPayTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       IF PayTotRunDate = RunDate
                           MOVE PayTotPaidAmount TO ApPaidAmount
                       END-IF
               END-READ
               CLOSE ApPayTotalsFile
           END-IF.

      *----------------------------------------------------------------
      * AR items written off since the last extract (ArWriteOff, or
      * Approve for a bad debt over the approval threshold) wait on
      * WOFFREG.DAT as journal pending; their amounts are totalled
      * by kind here. A register too big for the table is left
      * alone for the night - its write-offs stay pending and are
      * journalled once the table is large enough.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * The AR ledger and petty-cash registers are held from before
      * they are loaded until they are marked journalled - a posting
      * made in between would otherwise be lost in the rewrite. If
      * either is in use nothing is loaded and no journal is written.
      *----------------------------------------------------------------
       1150-LOCK-REGISTERS.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LedgerLockResource
               LockHolderName LockResult
           IF LockGranted
               SET LedgerLockHeld TO TRUE
               CALL "RUNLOCK" USING LockMode PettyCashLockResource
                   LockHolderName LockResult
               IF LockGranted
                   SET PettyCashLockHeld TO TRUE
               ELSE
                   DISPLAY "*** Petty-cash register is in use - "
                           "no journal produced ***"
                   SET RegisterLockRefused TO TRUE
               END-IF
           ELSE
               DISPLAY "*** AR ledger is in use - no journal "
                       "produced ***"
               SET RegisterLockRefused TO TRUE
           END-IF
           IF RegisterLockRefused
               SET ExtractFailed TO TRUE
               PERFORM 9600-RELEASE-REGISTER-LOCKS
           END-IF.

       1200-LOAD-WRITE-OFF-REGISTER.
           MOVE ZEROS TO WriteOffEntryCount
           OPEN INPUT WriteOffRegisterFile
           IF WriteOffRegisterFileOK
               PERFORM 1210-READ-WRITE-OFF-RECORD
               PERFORM 1220-STORE-WRITE-OFF-RECORD
                   UNTIL EndOfWriteOffRegister
               CLOSE WriteOffRegisterFile
           END-IF
           IF WriteOffTableOverflowed
               DISPLAY "*** Write-off register has more entries "
                       "than the table holds - write-offs NOT "
                       "journalled tonight ***"
               MOVE ZEROS TO WriteOffPendingCount
               MOVE ZEROS TO BadDebtWriteOffAmount
               MOVE ZEROS TO SmallBalanceWriteOffAmount
           END-IF
           COMPUTE WriteOffTotalAmount =
               BadDebtWriteOffAmount + SmallBalanceWriteOffAmount.

       1210-READ-WRITE-OFF-RECORD.
           READ WriteOffRegisterFile
               AT END SET EndOfWriteOffRegister TO TRUE
           END-READ.

       1220-STORE-WRITE-OFF-RECORD.
           IF WriteOffEntryCount < 500
               ADD 1 TO WriteOffEntryCount
               MOVE WriteOffRecord
                   TO TableWriteOffLine (WriteOffEntryCount)
               IF WoJournalPending AND WoAmount NUMERIC
                   ADD 1 TO WriteOffPendingCount
                   IF WoBadDebt
                       ADD WoAmount TO BadDebtWriteOffAmount
                   ELSE
                       ADD WoAmount TO SmallBalanceWriteOffAmount
                   END-IF
               END-IF
           ELSE
               SET WriteOffTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-WRITE-OFF-RECORD.

      *----------------------------------------------------------------
      * Finance charges FinCharge raised since the last extract wait
      * on FINCHG.DAT as journal pending and are totalled here; an
      * overflowed register is left alone for the night, as the
      * write-off register is.
      *----------------------------------------------------------------
       1300-LOAD-FINANCE-CHARGES.
           MOVE ZEROS TO FinanceChargeEntryCount
           OPEN INPUT FinanceChargeFile
           IF FinanceChargeFileOK
               PERFORM 1310-READ-FINANCE-CHARGE
               PERFORM 1320-STORE-FINANCE-CHARGE
                   UNTIL EndOfFinanceCharges
               CLOSE FinanceChargeFile
           END-IF
           IF FinanceChargeTableOverflowed
               DISPLAY "*** Finance-charge register has more "
                       "entries than the table holds - finance "
                       "charges NOT journalled tonight ***"
               MOVE ZEROS TO FinanceChargePendingCount
               MOVE ZEROS TO FinanceChargeAmount
           END-IF.

       1310-READ-FINANCE-CHARGE.
           READ FinanceChargeFile
               AT END SET EndOfFinanceCharges TO TRUE
           END-READ.

       1320-STORE-FINANCE-CHARGE.
           IF FinanceChargeEntryCount < 2000
               ADD 1 TO FinanceChargeEntryCount
               MOVE FinanceChargeRecord
                   TO TableFinanceChargeLine (FinanceChargeEntryCount)
               IF FcJournalPending AND FcChargeAmount NUMERIC
                   ADD 1 TO FinanceChargePendingCount
                   ADD FcChargeAmount TO FinanceChargeAmount
               END-IF
           ELSE
               SET FinanceChargeTableOverflowed TO TRUE
           END-IF
           PERFORM 1310-READ-FINANCE-CHARGE.

      *----------------------------------------------------------------
      * Petty-cash vouchers PcReplen has claimed on a replenishment
      * request wait on PCVOUCH.DAT as journal pending, each carrying
      * its expense account; they are totalled by account here. An
      * overflowed register - or more accounts than the table holds
      * - is left alone for the night, as the write-off register is.
      *----------------------------------------------------------------
       1500-LOAD-PETTY-CASH-VOUCHERS.
           MOVE ZEROS TO PettyCashEntryCount
           OPEN INPUT PettyCashVoucherFile
           IF PettyCashVoucherFileOK
               PERFORM 1510-READ-PETTY-CASH-VOUCHER
               PERFORM 1520-STORE-PETTY-CASH-VOUCHER
                   UNTIL EndOfPettyCashVouchers
               CLOSE PettyCashVoucherFile
           END-IF
           IF PettyCashTableOverflowed
               DISPLAY "*** Petty-cash register has more entries "
                       "or accounts than the tables hold - petty "
                       "cash NOT journalled tonight ***"
               MOVE ZEROS TO PettyCashPendingCount
               MOVE ZEROS TO PettyCashAmount
               MOVE ZEROS TO PettyCashAccountCount
           END-IF.

       1510-READ-PETTY-CASH-VOUCHER.
           READ PettyCashVoucherFile
               AT END SET EndOfPettyCashVouchers TO TRUE
           END-READ.

       1520-STORE-PETTY-CASH-VOUCHER.
           IF PettyCashEntryCount < 2000
               ADD 1 TO PettyCashEntryCount
               MOVE PettyCashVoucherRecord
                   TO TablePettyCashLine (PettyCashEntryCount)
               IF PcJournalPending AND PcAmount NUMERIC
                   PERFORM 1530-ADD-PETTY-CASH-ACCOUNT
               END-IF
           ELSE
               SET PettyCashTableOverflowed TO TRUE
           END-IF
           PERFORM 1510-READ-PETTY-CASH-VOUCHER.

       1530-ADD-PETTY-CASH-ACCOUNT.
           MOVE "N" TO PettyCashAcctFoundSwitch
           SET PettyCashAcctIdx TO 1
           PERFORM 1540-SEARCH-PETTY-CASH-ACCOUNT
               UNTIL PettyCashAccountFound
                   OR PettyCashAcctIdx > PettyCashAccountCount
           IF NOT PettyCashAccountFound
               IF PettyCashAccountCount < 30
                   ADD 1 TO PettyCashAccountCount
                   SET PettyCashAcctIdx TO PettyCashAccountCount
                   MOVE PcAccountCode
                       TO TablePcAccountCode (PettyCashAcctIdx)
                   MOVE ZEROS
                       TO TablePcAccountAmount (PettyCashAcctIdx)
                   SET PettyCashAccountFound TO TRUE
               ELSE
                   SET PettyCashTableOverflowed TO TRUE
               END-IF
           END-IF
           IF PettyCashAccountFound
               ADD 1 TO PettyCashPendingCount
               ADD PcAmount TO PettyCashAmount
               ADD PcAmount TO TablePcAccountAmount (PettyCashAcctIdx)
           END-IF.

       1540-SEARCH-PETTY-CASH-ACCOUNT.
           IF TablePcAccountCode (PettyCashAcctIdx) = PcAccountCode
               SET PettyCashAccountFound TO TRUE
           ELSE
               SET PettyCashAcctIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Installments of payment plans ARITHMETICCobol has posted wait
      * on INSTPLAN.DAT as journal pending; the interest they added
      * to the customers' balances is totalled here. An overflowed
      * register is left alone for the night, as the write-off
      * register is.
      *----------------------------------------------------------------
       1600-LOAD-INSTALLMENT-PLANS.
           MOVE ZEROS TO InstallmentEntryCount
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1610-READ-INSTALLMENT
               PERFORM 1620-STORE-INSTALLMENT
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF
           IF InstallmentTableOverflowed
               DISPLAY "*** Installment register has more entries "
                       "than the table holds - installment "
                       "interest NOT journalled tonight ***"
               MOVE ZEROS TO InstallmentPendingCount
               MOVE ZEROS TO InstallmentInterestAmount
           END-IF.

       1610-READ-INSTALLMENT.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1620-STORE-INSTALLMENT.
           IF InstallmentEntryCount < 2000
               ADD 1 TO InstallmentEntryCount
               MOVE InstallmentPlanRecord
                   TO TableInstallmentLine (InstallmentEntryCount)
               IF InstJournalPending AND InstInterest NUMERIC
                   ADD 1 TO InstallmentPendingCount
                   ADD InstInterest TO InstallmentInterestAmount
               END-IF
           ELSE
               SET InstallmentTableOverflowed TO TRUE
           END-IF
           PERFORM 1610-READ-INSTALLMENT.

      *----------------------------------------------------------------
      * Cheques the bank returned unpaid, whose invoices BankRec has
      * reopened, wait on RETCHQ.DAT as journal pending and are
      * totalled here; an overflowed register is left alone for the
      * night, as the write-off register is.
      *----------------------------------------------------------------
       1700-LOAD-RETURNED-CHEQUES.
           MOVE ZEROS TO ReturnedChequeEntryCount
           OPEN INPUT ReturnedChequeFile
           IF ReturnedChequeFileOK
               PERFORM 1710-READ-RETURNED-CHEQUE
               PERFORM 1720-STORE-RETURNED-CHEQUE
                   UNTIL EndOfReturnedCheques
               CLOSE ReturnedChequeFile
           END-IF
           IF ReturnedChequeTableOverflowed
               DISPLAY "*** Returned-cheque register has more "
                       "entries than the table holds - returned "
                       "cheques NOT journalled tonight ***"
               MOVE ZEROS TO ReturnedChequePendingCount
               MOVE ZEROS TO ReturnedChequeAmount
           END-IF.

       1710-READ-RETURNED-CHEQUE.
           READ ReturnedChequeFile
               AT END SET EndOfReturnedCheques TO TRUE
           END-READ.

       1720-STORE-RETURNED-CHEQUE.
           IF ReturnedChequeEntryCount < 500
               ADD 1 TO ReturnedChequeEntryCount
               MOVE ReturnedChequeRecord
                   TO TableReturnedChequeLine (ReturnedChequeEntryCount)
               IF RcJournalPending AND RcAmount NUMERIC
                   ADD 1 TO ReturnedChequePendingCount
                   ADD RcAmount TO ReturnedChequeAmount
               END-IF
           ELSE
               SET ReturnedChequeTableOverflowed TO TRUE
           END-IF
           PERFORM 1710-READ-RETURNED-CHEQUE.

      *----------------------------------------------------------------
      * The BATCH header keeps the handoff's own date - it is what
      * names this night's journal to the ledger and to GlPost's
      * posting log. The posting lines may not land in a fiscal
      * period finance has closed: they are dated the first day of
      * the next open period, and with no later period open no
      * journal is produced.
      *----------------------------------------------------------------
       1400-CHECK-JOURNAL-PERIOD.
           MOVE RunDate TO JournalPostingDate
           MOVE RunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET ExtractFailed TO TRUE
                   DISPLAY "*** Pricing run dated " RunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - no "
                           "journal produced ***"
               WHEN OTHER
                   DISPLAY "Pricing run dated " RunDate
                           " is in closed period " PerCheckPeriodId
                           " - journal lines dated "
                           PerCheckPostingDate
                   MOVE PerCheckPostingDate TO JournalPostingDate
           END-EVALUATE.

      *----------------------------------------------------------------
      * The registers' own TRL records are the proof copy: what the
      * pricing run says it wrote (PRICETOT) must agree with what is
               PERFORM 3100-WRITE-AR-DEBIT
               PERFORM 3200-WRITE-SALES-CREDIT
               PERFORM 3300-WRITE-TAX-CREDIT
               IF TotVoidGross NOT = ZERO
                   OR TotVoidTax NOT = ZERO
                   PERFORM 3400-WRITE-VOID-REVERSAL
               END-IF
               IF ApBookedAmount NOT = ZERO
                   PERFORM 3500-WRITE-AP-INVOICE-LINES
               END-IF
               IF ApPaidAmount NOT = ZERO
                   PERFORM 3600-WRITE-AP-PAYMENT-LINES
               END-IF
               IF StockAdjustAmount NOT = ZERO
                   PERFORM 3700-WRITE-STOCK-ADJUST-LINES
               END-IF
               IF CostOfSalesAmount NOT = ZERO
                   PERFORM 3800-WRITE-COST-OF-SALES-LINES
               END-IF
               IF WriteOffTotalAmount NOT = ZERO
                   PERFORM 3900-WRITE-WRITE-OFF-LINES
               END-IF
               IF FinanceChargeAmount NOT = ZERO
                   PERFORM 3950-WRITE-FINANCE-CHARGE-LINES
               END-IF
               IF PettyCashAmount NOT = ZERO
                   PERFORM 3960-WRITE-PETTY-CASH-LINES
               END-IF
               IF InstallmentInterestAmount NOT = ZERO
                   PERFORM 3970-WRITE-INSTALLMENT-LINES
               END-IF
               IF ReturnedChequeAmount NOT = ZERO
                   PERFORM 3980-WRITE-RETURNED-CHEQUE-LINES
               END-IF
               CLOSE GlJournalFile
           END-IF.

           MOVE "DR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE TotRegisterGross TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD TotRegisterGross TO TotalDebits
           ADD 1 TO JournalLineCount.

           MOVE "CR" TO JournalDrCrFlag
           MOVE "4000-SALES" TO JournalAccountCode
           MOVE SalesNetAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD SalesNetAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

           MOVE "CR" TO JournalDrCrFlag
           MOVE "2200-TAXPB" TO JournalAccountCode
           MOVE TotTaxTotal TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD TotTaxTotal TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Invoices voided since the last run were posted by an
      * earlier journal at their full gross; the pricing run
      * carries their gross and tax on the handoff and they come
      * back out here as the mirror image of 3100-3300 - sales and
      * tax debited, AR credited. The void lines stay out of the
      * BATCH amount and the gross tie-out, which prove tonight's
      * pricing only.
      *----------------------------------------------------------------
       3400-WRITE-VOID-REVERSAL.
           COMPUTE VoidSalesAmount = TotVoidGross - TotVoidTax
           INITIALIZE GlJournalRecord
           MOVE "VOID" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "4000-SALES" TO JournalAccountCode
           MOVE VoidSalesAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD VoidSalesAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "VOID" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "2200-TAXPB" TO JournalAccountCode
           MOVE TotVoidTax TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD TotVoidTax TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "VOID" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE TotVoidGross TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD TotVoidGross TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Supplier invoices booked to payables tonight (ApPost) debit
      * stock and credit accounts payable; tonight's supplier
      * payments (ApPayRun) clear payables against cash. Like the
      * void lines they stay out of the BATCH amount and the gross
      * tie-out but are part of the debit/credit proof.
      *----------------------------------------------------------------
       3500-WRITE-AP-INVOICE-LINES.
           INITIALIZE GlJournalRecord
           MOVE "APINV" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "1300-INVTY" TO JournalAccountCode
           MOVE ApBookedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ApBookedAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "APINV" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "2100-APAYB" TO JournalAccountCode
           MOVE ApBookedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ApBookedAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

       3600-WRITE-AP-PAYMENT-LINES.
           INITIALIZE GlJournalRecord
           MOVE "APPAY" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "2100-APAYB" TO JournalAccountCode
           MOVE ApPaidAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ApPaidAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "APPAY" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1000-CASH" TO JournalAccountCode
           MOVE ApPaidAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ApPaidAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Stock-count adjustments the pricing run posted tonight, at
      * their frozen unit value: a net loss debits shrinkage and
      * credits stock, a net gain the reverse. Outside the BATCH
      * amount and the gross tie-out, inside the debit/credit
      * proof.
      *----------------------------------------------------------------
       3700-WRITE-STOCK-ADJUST-LINES.
           INITIALIZE GlJournalRecord
           MOVE "STADJ" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           IF StockAdjustAmount < ZERO
               COMPUTE StockAdjustLineAmount = 0 - StockAdjustAmount
               MOVE "5100-SHRNK" TO JournalAccountCode
           ELSE
               MOVE StockAdjustAmount TO StockAdjustLineAmount
               MOVE "1300-INVTY" TO JournalAccountCode
           END-IF
           MOVE StockAdjustLineAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD StockAdjustLineAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "STADJ" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           IF StockAdjustAmount < ZERO
               MOVE "1300-INVTY" TO JournalAccountCode
           ELSE
               MOVE "5100-SHRNK" TO JournalAccountCode
           END-IF
           MOVE StockAdjustLineAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD StockAdjustLineAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Cost of the goods the run sold, net of returns and voided
      * lines, at weighted-average cost: debits cost of sales and
      * credits stock (the reverse in the rare night returns
      * outweigh sales). Outside the BATCH amount and the gross
      * tie-out, inside the debit/credit proof.
      *----------------------------------------------------------------
       3800-WRITE-COST-OF-SALES-LINES.
           INITIALIZE GlJournalRecord
           MOVE "COGS " TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           IF CostOfSalesAmount < ZERO
               COMPUTE CostOfSalesLineAmount = 0 - CostOfSalesAmount
               MOVE "1300-INVTY" TO JournalAccountCode
           ELSE
               MOVE CostOfSalesAmount TO CostOfSalesLineAmount
               MOVE "5000-COGS " TO JournalAccountCode
           END-IF
           MOVE CostOfSalesLineAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD CostOfSalesLineAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "COGS " TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           IF CostOfSalesAmount < ZERO
               MOVE "5000-COGS " TO JournalAccountCode
           ELSE
               MOVE "1300-INVTY" TO JournalAccountCode
           END-IF
           MOVE CostOfSalesLineAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD CostOfSalesLineAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * AR written off since the last extract: bad debts debit the
      * bad-debt expense account, small residual balances the
      * small-balance write-off account, and AR is credited with
      * the two together. Outside the BATCH amount and the gross
      * tie-out, inside the debit/credit proof.
      *----------------------------------------------------------------
       3900-WRITE-WRITE-OFF-LINES.
           IF BadDebtWriteOffAmount NOT = ZERO
               INITIALIZE GlJournalRecord
               MOVE "WOFF" TO JournalLineType
               MOVE "DR" TO JournalDrCrFlag
               MOVE "6100-BADDT" TO JournalAccountCode
               MOVE BadDebtWriteOffAmount TO JournalAmount
               MOVE JournalPostingDate TO JournalRunDate
               PERFORM 3990-WRITE-POSTING-LINE
               ADD BadDebtWriteOffAmount TO TotalDebits
               ADD 1 TO JournalLineCount
           END-IF
           IF SmallBalanceWriteOffAmount NOT = ZERO
               INITIALIZE GlJournalRecord
               MOVE "WOFF" TO JournalLineType
               MOVE "DR" TO JournalDrCrFlag
               MOVE "6110-SMBAL" TO JournalAccountCode
               MOVE SmallBalanceWriteOffAmount TO JournalAmount
               MOVE JournalPostingDate TO JournalRunDate
               PERFORM 3990-WRITE-POSTING-LINE
               ADD SmallBalanceWriteOffAmount TO TotalDebits
               ADD 1 TO JournalLineCount
           END-IF
           INITIALIZE GlJournalRecord
           MOVE "WOFF" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE WriteOffTotalAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD WriteOffTotalAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Finance charges (type FINC): AR is debited and interest
      * income credited. Outside the BATCH amount and the gross
      * tie-out, inside the debit/credit proof.
      *----------------------------------------------------------------
       3950-WRITE-FINANCE-CHARGE-LINES.
           INITIALIZE GlJournalRecord
           MOVE "FINC" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE FinanceChargeAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD FinanceChargeAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "FINC" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "4100-FINCH" TO JournalAccountCode
           MOVE FinanceChargeAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD FinanceChargeAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Petty cash (type PCASH): each expense account the claimed
      * vouchers were paid under is debited, and cash is credited
      * with the total the replenishment request puts back in the
      * tin. Outside the BATCH amount and the gross tie-out, inside
      * the debit/credit proof.
      *----------------------------------------------------------------
       3960-WRITE-PETTY-CASH-LINES.
           PERFORM 3965-WRITE-PETTY-CASH-DEBIT
               VARYING PettyCashAcctIdx FROM 1 BY 1
               UNTIL PettyCashAcctIdx > PettyCashAccountCount
           INITIALIZE GlJournalRecord
           MOVE "PCASH" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1000-CASH" TO JournalAccountCode
           MOVE PettyCashAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD PettyCashAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

       3965-WRITE-PETTY-CASH-DEBIT.
           IF TablePcAccountAmount (PettyCashAcctIdx) NOT = ZERO
               INITIALIZE GlJournalRecord
               MOVE "PCASH" TO JournalLineType
               MOVE "DR" TO JournalDrCrFlag
               MOVE TablePcAccountCode (PettyCashAcctIdx)
                   TO JournalAccountCode
               MOVE TablePcAccountAmount (PettyCashAcctIdx)
                   TO JournalAmount
               MOVE JournalPostingDate TO JournalRunDate
               PERFORM 3990-WRITE-POSTING-LINE
               ADD TablePcAccountAmount (PettyCashAcctIdx)
                   TO TotalDebits
               ADD 1 TO JournalLineCount
           END-IF.

      *----------------------------------------------------------------
      * Installment interest (type INST): a posted payment plan puts
      * the plan's interest on AR inside the installment items, so
      * AR is debited and interest income credited, as for finance
      * charges. Outside the BATCH amount and the gross tie-out,
      * inside the debit/credit proof.
      *----------------------------------------------------------------
       3970-WRITE-INSTALLMENT-LINES.
           INITIALIZE GlJournalRecord
           MOVE "INST" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE InstallmentInterestAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD InstallmentInterestAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "INST" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "4100-FINCH" TO JournalAccountCode
           MOVE InstallmentInterestAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD InstallmentInterestAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Returned cheques (type RETCQ): the cash a returned cheque
      * paid was journalled out of AR and into the bank when it was
      * applied; with the invoice reopened it goes back - AR is
      * debited and cash credited. Outside the BATCH amount and the
      * gross tie-out, inside the debit/credit proof.
      *----------------------------------------------------------------
       3980-WRITE-RETURNED-CHEQUE-LINES.
           INITIALIZE GlJournalRecord
           MOVE "RETCQ" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE ReturnedChequeAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ReturnedChequeAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "RETCQ" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1000-CASH" TO JournalAccountCode
           MOVE ReturnedChequeAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3990-WRITE-POSTING-LINE
           ADD ReturnedChequeAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Every posting line goes out through here: its account must
      * be on the chart of accounts and active, or the journal is
      * failed - the line is still written so the journal shows
      * what was refused.
      *----------------------------------------------------------------
       3990-WRITE-POSTING-LINE.
           CALL "GLACHECK" USING JournalAccountCode AcctCheckFoundFlag
               AcctCheckActiveFlag AcctCheckType
               AcctCheckDescription
           EVALUATE TRUE
               WHEN NOT AccountOnChart
                   DISPLAY "*** Account " JournalAccountCode
                           " is not on the chart of accounts ***"
                   SET ExtractFailed TO TRUE
               WHEN NOT AccountActive
                   DISPLAY "*** Account " JournalAccountCode
                           " is not active for posting ***"
                   SET ExtractFailed TO TRUE
           END-EVALUATE
           WRITE GlJournalRecord.

      *----------------------------------------------------------------
      * Three proofs before the journal may ship: the journal's
      * own debits equal its credits; the returns register trailer
           DISPLAY "Journal lines written = " JournalLineCount
           DISPLAY "Total debits          = " TotalDebits
           DISPLAY "Total credits         = " TotalCredits
           DISPLAY "AP invoices booked    = " ApBookedAmount
           DISPLAY "AP payments made      = " ApPaidAmount
           DISPLAY "Stock adjustment      = " StockAdjustAmount
           DISPLAY "Cost of goods sold    = " CostOfSalesAmount
           DISPLAY "AR written off        = " WriteOffTotalAmount
           DISPLAY "Finance charges       = " FinanceChargeAmount
           DISPLAY "Petty cash expensed   = " PettyCashAmount
           DISPLAY "Installment interest  = " InstallmentInterestAmount
           DISPLAY "Returned cheques      = " ReturnedChequeAmount
           IF ExtractFailed
               DISPLAY "*** GL EXTRACT FAILED - journal must not "
                       "be loaded ***"
               PERFORM 9600-RELEASE-REGISTER-LOCKS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Journal balanced to the run's gross total"
               IF WriteOffPendingCount > ZERO
                   PERFORM 9100-MARK-WRITE-OFFS-JOURNALLED
               END-IF
               IF FinanceChargePendingCount > ZERO
                   PERFORM 9200-MARK-CHARGES-JOURNALLED
               END-IF
               IF PettyCashPendingCount > ZERO
                   PERFORM 9300-MARK-PETTY-CASH-JOURNALLED
               END-IF
               IF InstallmentPendingCount > ZERO
                   PERFORM 9400-MARK-INSTALLMENTS-JOURNALLED
               END-IF
               IF ReturnedChequePendingCount > ZERO
                   PERFORM 9500-MARK-RETURNED-CHEQUES-JOURNALLED
               END-IF
               PERFORM 9600-RELEASE-REGISTER-LOCKS
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-STAMP-JOB-END
           STOP RUN.

      *----------------------------------------------------------------
      * Only a journal that proved marks its write-offs journalled;
      * after a failed extract they stay pending for the rerun.
      *----------------------------------------------------------------
       9100-MARK-WRITE-OFFS-JOURNALLED.
           OPEN OUTPUT WriteOffRegisterFile
           PERFORM 9110-WRITE-WRITE-OFF-ENTRY
               VARYING WriteOffIdx FROM 1 BY 1
               UNTIL WriteOffIdx > WriteOffEntryCount
           CLOSE WriteOffRegisterFile
           DISPLAY WriteOffPendingCount
                   " write-off(s) marked journalled".

       9110-WRITE-WRITE-OFF-ENTRY.
           MOVE TableWriteOffLine (WriteOffIdx) TO WriteOffRecord
           IF WoJournalPending AND WoAmount NUMERIC
               SET WoJournalled TO TRUE
               MOVE RunDate TO WoPostedDate
           END-IF
           WRITE WriteOffRecord.

       9200-MARK-CHARGES-JOURNALLED.
           OPEN OUTPUT FinanceChargeFile
           PERFORM 9210-WRITE-FINANCE-CHARGE
               VARYING FinanceChargeIdx FROM 1 BY 1
               UNTIL FinanceChargeIdx > FinanceChargeEntryCount
           CLOSE FinanceChargeFile
           DISPLAY FinanceChargePendingCount
                   " finance charge(s) marked journalled".

       9210-WRITE-FINANCE-CHARGE.
           MOVE TableFinanceChargeLine (FinanceChargeIdx)
               TO FinanceChargeRecord
           IF FcJournalPending AND FcChargeAmount NUMERIC
               SET FcJournalled TO TRUE
               MOVE RunDate TO FcPostedDate
           END-IF
           WRITE FinanceChargeRecord.

       9300-MARK-PETTY-CASH-JOURNALLED.
           OPEN OUTPUT PettyCashVoucherFile
           PERFORM 9310-WRITE-PETTY-CASH-VOUCHER
               VARYING PettyCashIdx FROM 1 BY 1
               UNTIL PettyCashIdx > PettyCashEntryCount
           CLOSE PettyCashVoucherFile
           DISPLAY PettyCashPendingCount
                   " petty-cash voucher(s) marked journalled".

       9310-WRITE-PETTY-CASH-VOUCHER.
           MOVE TablePettyCashLine (PettyCashIdx)
               TO PettyCashVoucherRecord
           IF PcJournalPending AND PcAmount NUMERIC
               SET PcJournalled TO TRUE
               MOVE RunDate TO PcPostedDate
           END-IF
           WRITE PettyCashVoucherRecord.

       9400-MARK-INSTALLMENTS-JOURNALLED.
           OPEN OUTPUT InstallmentPlanFile
           PERFORM 9410-WRITE-INSTALLMENT
               VARYING InstallmentIdx FROM 1 BY 1
               UNTIL InstallmentIdx > InstallmentEntryCount
           CLOSE InstallmentPlanFile
           DISPLAY InstallmentPendingCount
                   " installment(s) marked journalled".

       9410-WRITE-INSTALLMENT.
           MOVE TableInstallmentLine (InstallmentIdx)
               TO InstallmentPlanRecord
           IF InstJournalPending AND InstInterest NUMERIC
               SET InstJournalled TO TRUE
               MOVE RunDate TO InstPostedDate
           END-IF
           WRITE InstallmentPlanRecord.

       9500-MARK-RETURNED-CHEQUES-JOURNALLED.
           OPEN OUTPUT ReturnedChequeFile
           PERFORM 9510-WRITE-RETURNED-CHEQUE
               VARYING ReturnedChequeIdx FROM 1 BY 1
               UNTIL ReturnedChequeIdx > ReturnedChequeEntryCount
           CLOSE ReturnedChequeFile
           DISPLAY ReturnedChequePendingCount
                   " returned cheque(s) marked journalled".

       9510-WRITE-RETURNED-CHEQUE.
           MOVE TableReturnedChequeLine (ReturnedChequeIdx)
               TO ReturnedChequeRecord
           IF RcJournalPending AND RcAmount NUMERIC
               SET RcJournalled TO TRUE
               MOVE RunDate TO RcPostedDate
           END-IF
           WRITE ReturnedChequeRecord.

       9600-RELEASE-REGISTER-LOCKS.
           MOVE "R" TO LockMode
           IF LedgerLockHeld
               CALL "RUNLOCK" USING LockMode LedgerLockResource
                   LockHolderName LockResult
               MOVE "N" TO LedgerLockSwitch
           END-IF
           IF PettyCashLockHeld
               CALL "RUNLOCK" USING LockMode PettyCashLockResource
                   LockHolderName LockResult
               MOVE "N" TO PettyCashLockSwitch
           END-IF.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE JournalLineCount TO JobStampRecordCount
