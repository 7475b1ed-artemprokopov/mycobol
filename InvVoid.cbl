      ******************************************************************
      * Author: Artem Prokopov
      * Date: 16/09/2026
      * Purpose: Invoice void. An invoice issued in error used to be
      *          fudged away with a return through PRICETRN.DAT,
      *          which left the original on the register, the AR
      *          ledger, sales history and stock with nothing tying
      *          the two together. This SIGNON-gated program, guarded
      *          by the INVVOID authorization, voids an invoice by
      *          its invoice number: the AR ledger item is closed at
      *          once (open amount to zero) and a void record goes to
      *          VOIDREG.DAT with the operator, the reason and the
      *          invoice's gross. The next pricing run reverses the
      *          rest from the record - negative sales-history lines,
      *          the stock put back on the product master through a
      *          V movement on STKMOVE.DAT, and the void totals on
      *          the pricing handoff, from which the GL extract cuts
      *          the reversing journal lines. An invoice can only be
      *          voided while its ledger item is still fully open:
      *          once any cash has been applied (status P or C) it
      *          must be credited through a return instead. Every
      *          void is logged to AUDITLOG.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - Only a sales invoice can be voided: a finance
      *                   charge (FINCHG.DAT), an installment of a
      *                   payment plan (INSTPLAN.DAT) and an invoice
      *                   whose balance was split into a plan are
      *                   refused - reversing them as sales would post
      *                   stock, sales history and sales/tax that were
      *                   never there. They are written off through
      *                   ArWriteOff instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvVoid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT VoidRegisterFile
               ASSIGN TO DYNAMIC VoidRegisterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoidRegisterFileStatus.
           SELECT FinanceChargeFile
               ASSIGN TO DYNAMIC FinanceChargeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinanceChargeFileStatus.
           SELECT InstallmentPlanFile
               ASSIGN TO DYNAMIC InstallmentPlanFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstallmentPlanFileStatus.
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
       FD  VoidRegisterFile
           RECORD CONTAINS 88 CHARACTERS.
           COPY "VOIDREG.cpy".
       FD  FinanceChargeFile
           RECORD CONTAINS 78 CHARACTERS.
           COPY "FINCHG.cpy".
       FD  InstallmentPlanFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "INSTPLAN.cpy".
       WORKING-STORAGE SECTION.
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 VoidRegisterFileStatus   PIC XX.
           88 VoidRegisterFileOK   VALUE "00".
           88 VoidRegisterFileNew  VALUE "35".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 VoidRegisterEndSwitch    PIC X VALUE "N".
           88 EndOfVoidRegister    VALUE "Y".
       01 FinanceChargeFileStatus  PIC XX.
           88 FinanceChargeFileOK  VALUE "00".
       01 FinanceChargeEndSwitch   PIC X VALUE "N".
           88 EndOfFinanceCharges  VALUE "Y".
       01 InstallmentPlanFileStatus PIC XX.
           88 InstallmentPlanFileOK VALUE "00".
       01 InstallmentPlanEndSwitch PIC X VALUE "N".
           88 EndOfInstallmentPlans VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 TableInvoiceNo    PIC 9(6).
               03 TableCustomerId   PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
                   88 TableItemOpen     VALUE "O".
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 InvoiceFoundSwitch       PIC X.
           88 InvoiceFound         VALUE "Y".
       01 VoidedInvoiceTable.
           02 VoidedInvoiceEntry OCCURS 500 TIMES
               INDEXED BY VoidedIdx.
               03 VoidedInvoiceNo   PIC 9(6).
       01 VoidedInvoiceCount       PIC 9(3) VALUE ZEROS.
       01 AlreadyVoidedSwitch      PIC X.
           88 AlreadyVoided        VALUE "Y".
      *----------------------------------------------------------------
      * Ledger items that are not sales invoices - finance charges
      * and installments - and invoices split into a payment plan,
      * each under the kind of item it is.
      *----------------------------------------------------------------
       01 NonSalesItemTable.
           02 NonSalesItemEntry OCCURS 2000 TIMES
               INDEXED BY NonSalesIdx.
               03 NonSalesItemNo    PIC 9(6).
               03 NonSalesItemKind  PIC X.
       01 NonSalesItemCount        PIC 9(4) VALUE ZEROS.
       01 NonSalesOverflowSwitch   PIC X VALUE "N".
           88 NonSalesTableOverflowed VALUE "Y".
       01 NewNonSalesItemNo        PIC 9(6).
       01 NewNonSalesItemKind      PIC X.
       01 FinanceChargeItemSwitch  PIC X.
           88 FinanceChargeItem    VALUE "Y".
       01 InstallmentItemSwitch    PIC X.
           88 InstallmentItem      VALUE "Y".
       01 SplitIntoPlanSwitch      PIC X.
           88 SplitIntoPlan        VALUE "Y".
       01 VoidActionCode           PIC X.
           88 VoidActionVoid       VALUE "V".
           88 VoidActionQuit       VALUE "Q".
       01 VoidDoneSwitch           PIC X VALUE "N".
           88 VoidDone             VALUE "Y".
       01 EnteredInvoiceText       PIC X(6).
       01 EnteredInvoiceNo         PIC 9(6).
       01 EnteredReason            PIC X(30).
       01 ConfirmReply             PIC X.
           88 VoidConfirmed        VALUE "Y" "y".
       01 VoidedAmount             PIC S9(9)V99.
       01 AmountDisplay            PIC -(8)9.99.
       01 VoidCount                PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 VoidAuthorized       VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "INVVOID".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ArLedgerFileName         PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 VoidRegisterFileName     PIC X(12)
           VALUE "VOIDREG.DAT".
       01 FinanceChargeFileName    PIC X(12)
           VALUE "FINCHG.DAT".
       01 InstallmentPlanFileName  PIC X(12)
           VALUE "INSTPLAN.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTVOID.DAT" TO VoidRegisterFileName
               MOVE "TESTFCHG.DAT" TO FinanceChargeFileName
               MOVE "TESTINST.DAT" TO InstallmentPlanFileName
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
               IF NOT VoidAuthorized
                   DISPLAY "*** You are not authorized to void "
                           "invoices ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** AR ledger is in use - try again "
                           "later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF ArLedgerFileOK
                   PERFORM 2000-PROCESS-VOID-ACTION
                       UNTIL VoidDone
                   IF LedgerChanged
                       PERFORM 8000-REWRITE-AR-LEDGER
                   ELSE
                       DISPLAY "No invoices voided"
                   END-IF
               ELSE
                   DISPLAY "*** AR ledger not available - run "
                           "terminated ***"
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1200-LOAD-VOIDED-INVOICES
           PERFORM 1300-LOAD-FINANCE-CHARGES
           PERFORM 1400-LOAD-INSTALLMENT-PLANS
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1110-READ-LEDGER-RECORD
               PERFORM 1120-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ArLedgerFile
           END-IF.

       1110-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1120-STORE-LEDGER-RECORD.
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
           PERFORM 1110-READ-LEDGER-RECORD.

      *----------------------------------------------------------------
      * Invoices already on the void register - a second void of
      * the same invoice would reverse it twice downstream.
      *----------------------------------------------------------------
       1200-LOAD-VOIDED-INVOICES.
           MOVE ZEROS TO VoidedInvoiceCount
           OPEN INPUT VoidRegisterFile
           IF VoidRegisterFileOK
               PERFORM 1210-READ-VOID-RECORD
               PERFORM 1220-STORE-VOID-RECORD
                   UNTIL EndOfVoidRegister
               CLOSE VoidRegisterFile
           END-IF.

       1210-READ-VOID-RECORD.
           READ VoidRegisterFile
               AT END SET EndOfVoidRegister TO TRUE
           END-READ.

       1220-STORE-VOID-RECORD.
           IF VoidedInvoiceCount < 500
               ADD 1 TO VoidedInvoiceCount
               MOVE VoidInvoiceNo
                   TO VoidedInvoiceNo (VoidedInvoiceCount)
           ELSE
               DISPLAY "*** Void register table full - duplicate "
                       "check incomplete past " VoidInvoiceNo " ***"
           END-IF
           PERFORM 1210-READ-VOID-RECORD.

      *----------------------------------------------------------------
      * Every finance charge FinCharge raised is an item of its own
      * on the ledger, numbered from the invoice sequence but with
      * no sale behind it.
      *----------------------------------------------------------------
       1300-LOAD-FINANCE-CHARGES.
           OPEN INPUT FinanceChargeFile
           IF FinanceChargeFileOK
               PERFORM 1310-READ-FINANCE-CHARGE
               PERFORM 1320-STORE-FINANCE-CHARGE
                   UNTIL EndOfFinanceCharges
               CLOSE FinanceChargeFile
           END-IF.

       1310-READ-FINANCE-CHARGE.
           READ FinanceChargeFile
               AT END SET EndOfFinanceCharges TO TRUE
           END-READ.

       1320-STORE-FINANCE-CHARGE.
           IF FcChargeNo NUMERIC
               MOVE FcChargeNo TO NewNonSalesItemNo
               MOVE "F" TO NewNonSalesItemKind
               PERFORM 1900-ADD-NON-SALES-ITEM
           END-IF
           PERFORM 1310-READ-FINANCE-CHARGE.

      *----------------------------------------------------------------
      * Each installment ARITHMETICCobol posted is likewise an item
      * of its own; the invoice it was split from keeps only what
      * was left outside the plan.
      *----------------------------------------------------------------
       1400-LOAD-INSTALLMENT-PLANS.
           OPEN INPUT InstallmentPlanFile
           IF InstallmentPlanFileOK
               PERFORM 1410-READ-INSTALLMENT
               PERFORM 1420-STORE-INSTALLMENT
                   UNTIL EndOfInstallmentPlans
               CLOSE InstallmentPlanFile
           END-IF.

       1410-READ-INSTALLMENT.
           READ InstallmentPlanFile
               AT END SET EndOfInstallmentPlans TO TRUE
           END-READ.

       1420-STORE-INSTALLMENT.
           IF InstItemNo NUMERIC
               MOVE InstItemNo TO NewNonSalesItemNo
               MOVE "I" TO NewNonSalesItemKind
               PERFORM 1900-ADD-NON-SALES-ITEM
           END-IF
           IF InstSeqNo = 1
               AND InstInvoiceNo NUMERIC
               MOVE InstInvoiceNo TO NewNonSalesItemNo
               MOVE "S" TO NewNonSalesItemKind
               PERFORM 1900-ADD-NON-SALES-ITEM
           END-IF
           PERFORM 1410-READ-INSTALLMENT.

       1900-ADD-NON-SALES-ITEM.
           IF NonSalesItemCount < 2000
               ADD 1 TO NonSalesItemCount
               MOVE NewNonSalesItemNo
                   TO NonSalesItemNo (NonSalesItemCount)
               MOVE NewNonSalesItemKind
                   TO NonSalesItemKind (NonSalesItemCount)
           ELSE
               SET NonSalesTableOverflowed TO TRUE
           END-IF.

       2000-PROCESS-VOID-ACTION.
           DISPLAY "Action - (V)oid an invoice (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT VoidActionCode
           EVALUATE TRUE
               WHEN VoidActionVoid PERFORM 3000-VOID-INVOICE
               WHEN VoidActionQuit SET VoidDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-FIND-LEDGER-ITEM.
           MOVE "N" TO InvoiceFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 2110-SEARCH-LEDGER-ITEM
               UNTIL InvoiceFound OR LedgerIdx > LedgerEntryCount.

       2110-SEARCH-LEDGER-ITEM.
           IF TableInvoiceNo (LedgerIdx) = EnteredInvoiceNo
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2200-CHECK-ALREADY-VOIDED.
           MOVE "N" TO AlreadyVoidedSwitch
           PERFORM 2210-CHECK-VOIDED-ENTRY
               VARYING VoidedIdx FROM 1 BY 1
               UNTIL VoidedIdx > VoidedInvoiceCount.

       2210-CHECK-VOIDED-ENTRY.
           IF VoidedInvoiceNo (VoidedIdx) = EnteredInvoiceNo
               SET AlreadyVoided TO TRUE
           END-IF.

       2300-CHECK-NON-SALES-ITEM.
           MOVE "N" TO FinanceChargeItemSwitch
           MOVE "N" TO InstallmentItemSwitch
           MOVE "N" TO SplitIntoPlanSwitch
           PERFORM 2310-CHECK-NON-SALES-ENTRY
               VARYING NonSalesIdx FROM 1 BY 1
               UNTIL NonSalesIdx > NonSalesItemCount.

       2310-CHECK-NON-SALES-ENTRY.
           IF NonSalesItemNo (NonSalesIdx) = EnteredInvoiceNo
               EVALUATE NonSalesItemKind (NonSalesIdx)
                   WHEN "F" SET FinanceChargeItem TO TRUE
                   WHEN "I" SET InstallmentItem TO TRUE
                   WHEN "S" SET SplitIntoPlan TO TRUE
               END-EVALUATE
           END-IF.

       3000-VOID-INVOICE.
           DISPLAY "Enter the invoice number (6 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredInvoiceText
           IF EnteredInvoiceText NUMERIC
               MOVE EnteredInvoiceText TO EnteredInvoiceNo
               PERFORM 2100-FIND-LEDGER-ITEM
               PERFORM 2200-CHECK-ALREADY-VOIDED
               PERFORM 2300-CHECK-NON-SALES-ITEM
           ELSE
               MOVE "N" TO InvoiceFoundSwitch
               MOVE "N" TO AlreadyVoidedSwitch
               MOVE "N" TO FinanceChargeItemSwitch
               MOVE "N" TO InstallmentItemSwitch
               MOVE "N" TO SplitIntoPlanSwitch
           END-IF
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AR ledger has more items than the "
                           "table holds - no void can be recorded ***"
               WHEN NonSalesTableOverflowed
                   DISPLAY "*** Finance-charge and installment "
                           "registers hold more items than the table "
                           "- no void can be recorded ***"
               WHEN EnteredInvoiceText NOT NUMERIC
                   DISPLAY "*** Invoice number must be six "
                           "digits ***"
               WHEN AlreadyVoided
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " is already void ***"
               WHEN NOT InvoiceFound
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " is not on the AR ledger ***"
               WHEN FinanceChargeItem
                   DISPLAY "*** Item " EnteredInvoiceNo
                           " is a finance charge, not a sale - it "
                           "cannot be voided, write it off through "
                           "ArWriteOff ***"
               WHEN InstallmentItem
                   DISPLAY "*** Item " EnteredInvoiceNo
                           " is an installment of a payment plan, "
                           "not a sale - it cannot be voided, write "
                           "it off through ArWriteOff ***"
               WHEN SplitIntoPlan
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " has been split into a payment plan - "
                           "it cannot be voided, write it off "
                           "through ArWriteOff ***"
               WHEN NOT TableItemOpen (LedgerIdx)
                   DISPLAY "*** Cash has been applied to invoice "
                           EnteredInvoiceNo " - it cannot be "
                           "voided, credit it through a return ***"
               WHEN VoidedInvoiceCount >= 500
                   DISPLAY "*** Void register is full ***"
               WHEN OTHER
                   PERFORM 3100-CONFIRM-VOID
           END-EVALUATE.

       3100-CONFIRM-VOID.
           MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
           DISPLAY "Invoice " EnteredInvoiceNo " customer "
                   TableCustomerId (LedgerIdx) " dated "
                   TableInvoiceDate (LedgerIdx) " gross "
                   AmountDisplay
           DISPLAY "Enter the reason for the void - "
                   WITH NO ADVANCING
           ACCEPT EnteredReason
           IF EnteredReason = SPACES
               DISPLAY "*** A void needs a reason - invoice not "
                       "voided ***"
           ELSE
               DISPLAY "Void this invoice (Y/N) - " WITH NO ADVANCING
               ACCEPT ConfirmReply
               IF VoidConfirmed
                   PERFORM 3200-APPLY-VOID
               ELSE
                   DISPLAY "Invoice not voided"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The ledger item closes now so no cash can be applied to a
      * voided invoice; everything downstream of the ledger is
      * reversed by the next pricing run from the void record.
      *----------------------------------------------------------------
       3200-APPLY-VOID.
           MOVE TableOpenAmount (LedgerIdx) TO VoidedAmount
           MOVE ZEROS TO TableOpenAmount (LedgerIdx)
           MOVE "C" TO TableStatus (LedgerIdx)
           SET LedgerChanged TO TRUE
           OPEN EXTEND VoidRegisterFile
           IF VoidRegisterFileNew
               OPEN OUTPUT VoidRegisterFile
           END-IF
           INITIALIZE VoidRegisterRecord
           MOVE EnteredInvoiceNo TO VoidInvoiceNo
           MOVE TableCustomerId (LedgerIdx) TO VoidCustomerId
           MOVE RunDate TO VoidDate
           MOVE OperatorId TO VoidOperatorId
           MOVE VoidedAmount TO VoidGrossAmount
           MOVE EnteredReason TO VoidReason
           SET VoidReversalPending TO TRUE
           MOVE ZEROS TO VoidPostedDate
           WRITE VoidRegisterRecord
           CLOSE VoidRegisterFile
           ADD 1 TO VoidedInvoiceCount
           MOVE EnteredInvoiceNo
               TO VoidedInvoiceNo (VoidedInvoiceCount)
           ADD 1 TO VoidCount
           MOVE VoidedAmount TO AmountDisplay
           MOVE "INVOICE-VOID" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredInvoiceNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerId (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Invoice " EnteredInvoiceNo " voided - "
                   "reversal posts with the next pricing run".

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the ledger from an overflowed table - the
      * items past the table cap were not loaded, and writing the
      * table back would delete them from the receivables.
      *----------------------------------------------------------------
       8000-REWRITE-AR-LEDGER.
           IF LedgerTableOverflowed
               DISPLAY "*** AR ledger has more items than the table "
                       "holds - ledger NOT written back ***"
           ELSE
               OPEN OUTPUT ArLedgerFile
               PERFORM 8100-WRITE-LEDGER-ENTRY
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
               CLOSE ArLedgerFile
               DISPLAY "AR ledger rewritten - " VoidCount
                       " invoice(s) voided"
           END-IF.

       8100-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           MOVE TableInvoiceNo (LedgerIdx)   TO ArInvoiceNo
           MOVE TableCustomerId (LedgerIdx)  TO ArCustomerId
           MOVE TableInvoiceDate (LedgerIdx) TO ArInvoiceDate
           MOVE TableOpenAmount (LedgerIdx)  TO ArOpenAmount
           MOVE TableStatus (LedgerIdx)      TO ArStatus
           WRITE ArLedgerRecord.
       END PROGRAM InvVoid.
