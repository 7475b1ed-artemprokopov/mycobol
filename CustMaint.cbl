      ******************************************************************
      * Author: Artem Prokopov
      * Date: 07/09/2026
      * Purpose: Customer master maintenance. CUSTMSTR.DAT feeds the
      *          pricing run's customer gate and credit check, order
      *          entry, the invoice print, statements and dunning,
      *          yet customers were added and credit limits raised
      *          in a text editor. This SIGNON-gated program adds,
      *          changes, inactivates and reactivates customers (a
      *          customer is never deleted, its status byte goes to
      *          I and its history stays), validating every entry:
      *          non-blank and unique ID, a terms code from the
      *          shop's standard terms list, a numeric credit limit.
      *          A customer with open or partly paid items on the AR
      *          ledger (ARLEDGER.DAT), open backorders (BACKORD.DAT),
      *          invoices awaiting the credit desk (CREDHOLD.DAT) or
      *          active standing orders (STANDORD.DAT) cannot be
      *          inactivated. Before
      *          and after images go to AUDITLOG, and every credit-
      *          limit change is logged there with its old and new
      *          value. An increase larger than the CUSTMNT row on
      *          SHOPPARM.DAT (in thousands, default 010 = 10,000)
      *          is not applied here - it queues on PENDAPPR.DAT for
      *          a second supervisor to approve through Approve,
      *          which applies it to the master. A key account can
      *          be flagged exempt from FinCharge's monthly finance
      *          charges. Each customer is assigned to a salesperson,
      *          who must be active on the salesperson master
      *          (SLSPMSTR.DAT) - CommCalc pays that salesperson
      *          commission on the customer's cash - and every
      *          change of salesperson is logged to AUDITLOG old to
      *          new. A customer CustMerge has merged into another is
      *          left inactive pointing at its survivor, and cannot
      *          be reactivated here - its history now belongs to
      *          the survivor.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - Maintenance is refused unless the operator is
      *                   authorized for CUSTMNT on OPERAUTH.DAT, as the
      *                   credit desk is for CREDDESK. Inactivation is
      *                   also refused while the customer has open
      *                   backorders, invoices held for the credit
      *                   desk or active standing orders - each would
      *                   otherwise still bill an inactive customer.
      *                   In training mode the AR ledger, backorder
      *                   and standing-order checks read the TEST
      *                   copies (TESTARLG, TESTBKOR, TESTSTND).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT BackorderFile
               ASSIGN TO DYNAMIC BackorderFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackorderFileStatus.
           SELECT CreditHoldFile
               ASSIGN TO DYNAMIC CreditHoldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditHoldFileStatus.
           SELECT StandingOrderFile
               ASSIGN TO DYNAMIC StandingOrderFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingOrderFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT PendingApprovalFile
               ASSIGN TO DYNAMIC PendingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingApprovalFileStatus.
           SELECT SalespersonFile
               ASSIGN TO DYNAMIC SalespersonFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.
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
       FD  BackorderFile
           RECORD CONTAINS 108 CHARACTERS.
           COPY "BACKORD.cpy".
       FD  CreditHoldFile
           RECORD CONTAINS 120 CHARACTERS.
           COPY "CREDHOLD.cpy".
       FD  StandingOrderFile
           RECORD CONTAINS 74 CHARACTERS.
           COPY "STANDORD.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  PendingApprovalFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "PENDAPPR.cpy".
       FD  SalespersonFile
           RECORD CONTAINS 96 CHARACTERS.
           COPY "SLSPMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 BackorderFileStatus      PIC XX.
           88 BackorderFileOK      VALUE "00".
       01 CreditHoldFileStatus     PIC XX.
           88 CreditHoldFileOK     VALUE "00".
       01 StandingOrderFileStatus  PIC XX.
           88 StandingOrderFileOK  VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 PendingApprovalFileNew VALUE "35".
       01 SalespersonFileStatus    PIC XX.
           88 SalespersonFileOK    VALUE "00".
       01 SalespersonEndSwitch     PIC X VALUE "N".
           88 EndOfSalespersons    VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ArLedgerEndSwitch        PIC X VALUE "N".
           88 EndOfArLedger        VALUE "Y".
       01 PendingScanEndSwitch     PIC X VALUE "N".
           88 EndOfPendingScan     VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableAddress      PIC X(30).
               03 TableTermsCode    PIC X(2).
               03 TableCreditLimit  PIC 9(9)V99.
               03 TableStatus       PIC X.
               03 TableFinChgExempt PIC X.
               03 TableSalesperson  PIC X(4).
               03 TableMergedInto   PIC X(6).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerOverflowSwitch   PIC X VALUE "N".
           88 CustomerTableOverflowed VALUE "Y".
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 SalespersonTable.
           02 SalespersonEntry OCCURS 200 TIMES
               INDEXED BY SalespersonIdx.
               03 TableSlspId       PIC X(4).
               03 TableSlspStatus   PIC X.
       01 SalespersonEntryCount    PIC 9(3) VALUE ZEROS.
       01 SalespersonFoundSwitch   PIC X.
           88 SalespersonFound     VALUE "Y".
       01 SalespersonValidSwitch   PIC X.
           88 SalespersonValid     VALUE "Y".
      *----------------------------------------------------------------
      * The shop's standard payment terms, in days. The terms code
      * on the master is these two digits - ArStatement and
      * ArDunning read it as the number of days to the due date.
      *----------------------------------------------------------------
       01 ValidTermsValues.
           02 FILLER PIC X(2) VALUE "07".
           02 FILLER PIC X(2) VALUE "10".
           02 FILLER PIC X(2) VALUE "14".
           02 FILLER PIC X(2) VALUE "15".
           02 FILLER PIC X(2) VALUE "21".
           02 FILLER PIC X(2) VALUE "30".
           02 FILLER PIC X(2) VALUE "45".
           02 FILLER PIC X(2) VALUE "60".
           02 FILLER PIC X(2) VALUE "90".
       01 ValidTermsTable REDEFINES ValidTermsValues.
           02 ValidTermsCode       PIC X(2) OCCURS 9 TIMES
                                       INDEXED BY TermsIdx.
       01 TermsValidSwitch         PIC X.
           88 TermsCodeValid       VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionInact     VALUE "I".
           88 MaintActionReact     VALUE "R".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredCustomerId        PIC X(6).
       01 EnteredCustomerName      PIC X(20).
       01 EnteredAddress           PIC X(30).
       01 EnteredTermsCode         PIC X(2).
       01 EnteredLimitText         PIC X(11).
       01 EnteredExemptFlag        PIC X.
           88 EnteredExemptYes     VALUE "Y" "y".
           88 EnteredExemptNo      VALUE "N" "n".
       01 EnteredSalesperson       PIC X(4).
           88 EnteredSalespersonNone VALUE "NONE" "none".
       01 SalespersonBefore        PIC X(4).
       01 EnteredCreditLimit       PIC 9(9)V99.
       01 LimitIncrease            PIC 9(9)V99.
       01 ApprovalThresholdK       PIC 9(3) VALUE 010.
       01 ApprovalThreshold        PIC 9(9)V99.
       01 OpenItemCount            PIC 9(5).
       01 OpenBackorderCount       PIC 9(5).
       01 HeldInvoiceCount         PIC 9(5).
       01 ActiveStandingCount      PIC 9(5).
       01 BackorderEndSwitch       PIC X VALUE "N".
           88 EndOfBackorders      VALUE "Y".
       01 CreditHoldEndSwitch      PIC X VALUE "N".
           88 EndOfCreditHolds     VALUE "Y".
       01 StandingOrderEndSwitch   PIC X VALUE "N".
           88 EndOfStandingOrders  VALUE "Y".
      *----------------------------------------------------------------
      * A queued limit travels on PENDAPPR.DAT as its whole-currency
      * digits in the first new-value field and its cents in the
      * second - Approve rebuilds the amount the same way.
      *----------------------------------------------------------------
       01 QueuedLimitWork.
           02 QueuedLimitWhole     PIC 9(9).
           02 QueuedLimitCents     PIC 99.
       01 QueuedCreditLimit REDEFINES QueuedLimitWork
                                   PIC 9(9)V99.
       01 NextPendingSeq           PIC 9(5).
       01 QueuedActionCount        PIC 9(5) VALUE ZEROS.
       01 LimitEditBefore          PIC Z(8)9.99.
       01 LimitEditAfter           PIC Z(8)9.99.
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "CUSTMNT".
       01 AuthCheckResult          PIC X.
           88 MaintAuthorized      VALUE "Y".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "CUSTMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 CustMasterFileName       PIC X(12)
           VALUE "CUSTMSTR.DAT".
       01 PendingFileName          PIC X(12)
           VALUE "PENDAPPR.DAT".
       01 SalespersonFileName      PIC X(12)
           VALUE "SLSPMSTR.DAT".
       01 CreditHoldFileName       PIC X(12)
           VALUE "CREDHOLD.DAT".
       01 ArLedgerFileName         PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 BackorderFileName        PIC X(12)
           VALUE "BACKORD.DAT".
       01 StandingOrderFileName    PIC X(12)
           VALUE "STANDORD.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTCUST.DAT" TO CustMasterFileName
               MOVE "TESTPEND.DAT" TO PendingFileName
               MOVE "TESTSLSP.DAT" TO SalespersonFileName
               MOVE "TESTHOLD.DAT" TO CreditHoldFileName
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTBKOR.DAT" TO BackorderFileName
               MOVE "TESTSTND.DAT" TO StandingOrderFileName
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
               IF NOT MaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "customers ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Customer master is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF CustomerMasterFileOK
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-CUSTOMER-MASTER
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
                   IF QueuedActionCount > ZERO
                       DISPLAY QueuedActionCount
                               " credit-limit increase(s) queued "
                               "for approval"
                   END-IF
               ELSE
                   DISPLAY "*** Customer master file not available "
                           "- run terminated ***"
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
           PERFORM 1050-LOAD-THRESHOLD-PARM
           PERFORM 1300-LOAD-SALESPERSONS
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1100-READ-MASTER-RECORD
               PERFORM 1200-STORE-MASTER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1050-LOAD-THRESHOLD-PARM.
           MOVE 010 TO ApprovalThresholdK
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           COMPUTE ApprovalThreshold = ApprovalThresholdK * 1000.

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "CUSTMNT"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO ApprovalThresholdK
           END-IF
           PERFORM 1060-READ-PARM-RECORD.

       1100-READ-MASTER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1200-STORE-MASTER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
               MOVE CustMasterAddress
                   TO TableAddress (CustomerEntryCount)
               MOVE CustMasterTermsCode
                   TO TableTermsCode (CustomerEntryCount)
               IF CustMasterCreditLimit NUMERIC
                   MOVE CustMasterCreditLimit
                       TO TableCreditLimit (CustomerEntryCount)
               ELSE
                   MOVE ZEROS
                       TO TableCreditLimit (CustomerEntryCount)
               END-IF
               IF CustomerInactive
                   MOVE "I" TO TableStatus (CustomerEntryCount)
               ELSE
                   MOVE "A" TO TableStatus (CustomerEntryCount)
               END-IF
               IF CustomerFinChgExempt
                   MOVE "Y" TO TableFinChgExempt (CustomerEntryCount)
               ELSE
                   MOVE "N" TO TableFinChgExempt (CustomerEntryCount)
               END-IF
               MOVE CustMasterSalesperson
                   TO TableSalesperson (CustomerEntryCount)
               MOVE CustMasterMergedInto
                   TO TableMergedInto (CustomerEntryCount)
           ELSE
               SET CustomerTableOverflowed TO TRUE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1100-READ-MASTER-RECORD.

      *----------------------------------------------------------------
      * Only the IDs and status are needed, to check the salesperson
      * a customer is assigned to. Without the salesperson master no
      * new assignment can be made; the ones on file stay.
      *----------------------------------------------------------------
       1300-LOAD-SALESPERSONS.
           MOVE ZEROS TO SalespersonEntryCount
           OPEN INPUT SalespersonFile
           IF SalespersonFileOK
               PERFORM 1310-READ-SALESPERSON-RECORD
               PERFORM 1320-STORE-SALESPERSON-RECORD
                   UNTIL EndOfSalespersons
               CLOSE SalespersonFile
           ELSE
               DISPLAY "*** Salesperson master not available - "
                       "salespersons cannot be assigned ***"
           END-IF.

       1310-READ-SALESPERSON-RECORD.
           READ SalespersonFile
               AT END SET EndOfSalespersons TO TRUE
           END-READ.

       1320-STORE-SALESPERSON-RECORD.
           IF SalespersonEntryCount < 200
               ADD 1 TO SalespersonEntryCount
               MOVE SlspId TO TableSlspId (SalespersonEntryCount)
               IF SlspInactive
                   MOVE "I" TO TableSlspStatus (SalespersonEntryCount)
               ELSE
                   MOVE "A" TO TableSlspStatus (SalespersonEntryCount)
               END-IF
           ELSE
               DISPLAY "*** Salesperson table full - " SlspId
                       " not loaded ***"
           END-IF
           PERFORM 1310-READ-SALESPERSON-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (I)nactivate "
                   "(R)eactivate (Q)uit - " WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd    PERFORM 3000-ADD-CUSTOMER
               WHEN MaintActionChange PERFORM 4000-CHANGE-CUSTOMER
               WHEN MaintActionInact
                   PERFORM 5000-INACTIVATE-CUSTOMER
               WHEN MaintActionReact
                   PERFORM 5500-REACTIVATE-CUSTOMER
               WHEN MaintActionQuit   SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-CUSTOMER-ID.
           DISPLAY "Enter the customer ID - " WITH NO ADVANCING
           ACCEPT EnteredCustomerId
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2110-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount.

       2110-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = EnteredCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2200-CHECK-TERMS-CODE.
           MOVE "N" TO TermsValidSwitch
           PERFORM 2210-CHECK-TERMS-ENTRY
               VARYING TermsIdx FROM 1 BY 1 UNTIL TermsIdx > 9.

       2210-CHECK-TERMS-ENTRY.
           IF ValidTermsCode (TermsIdx) = EnteredTermsCode
               SET TermsCodeValid TO TRUE
           END-IF.

       2300-PROMPT-CREDIT-LIMIT.
           DISPLAY "Enter the credit limit (11 digits - nine "
                   "then two decimals) - " WITH NO ADVANCING
           ACCEPT EnteredLimitText.

      *----------------------------------------------------------------
      * Key accounts are exempt from the monthly finance charges. On
      * an add anything but Y means not exempt; on a change a blank
      * (or anything but Y or N) keeps the flag on file.
      *----------------------------------------------------------------
       2400-PROMPT-EXEMPT-FLAG.
           DISPLAY "Exempt from finance charges (Y/N) - "
                   WITH NO ADVANCING
           ACCEPT EnteredExemptFlag.

      *----------------------------------------------------------------
      * A salesperson must be on the master and active. NONE takes
      * the customer off any salesperson.
      *----------------------------------------------------------------
       2500-PROMPT-SALESPERSON.
           DISPLAY "Enter the salesperson ID (NONE = unassigned) - "
                   WITH NO ADVANCING
           ACCEPT EnteredSalesperson
           MOVE "N" TO SalespersonValidSwitch
           MOVE "N" TO SalespersonFoundSwitch
           SET SalespersonIdx TO 1
           PERFORM 2510-SEARCH-SALESPERSON-ENTRY
               UNTIL SalespersonFound
                  OR SalespersonIdx > SalespersonEntryCount
           EVALUATE TRUE
               WHEN EnteredSalesperson = SPACES
                   CONTINUE
               WHEN EnteredSalespersonNone
                   SET SalespersonValid TO TRUE
               WHEN NOT SalespersonFound
                   DISPLAY "*** Salesperson " EnteredSalesperson
                           " is not on the salesperson master ***"
               WHEN TableSlspStatus (SalespersonIdx) = "I"
                   DISPLAY "*** Salesperson " EnteredSalesperson
                           " is inactive ***"
               WHEN OTHER
                   SET SalespersonValid TO TRUE
           END-EVALUATE.

       2510-SEARCH-SALESPERSON-ENTRY.
           IF TableSlspId (SalespersonIdx) = EnteredSalesperson
               SET SalespersonFound TO TRUE
           ELSE
               SET SalespersonIdx UP BY 1
           END-IF.

       2520-APPLY-SALESPERSON.
           MOVE TableSalesperson (CustomerIdx) TO SalespersonBefore
           IF EnteredSalespersonNone
               MOVE SPACES TO TableSalesperson (CustomerIdx)
           ELSE
               MOVE EnteredSalesperson TO TableSalesperson (CustomerIdx)
           END-IF
           IF TableSalesperson (CustomerIdx) NOT = SalespersonBefore
               MOVE "SALESPERSON" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING SalespersonBefore DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      TableSalesperson (CustomerIdx) DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               PERFORM 8900-CALL-AUDITLOG
           END-IF.

       3000-ADD-CUSTOMER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           EVALUATE TRUE
               WHEN EnteredCustomerId = SPACES
                   DISPLAY "*** Customer ID may not be blank ***"
               WHEN CustomerFound
                   DISPLAY "*** Customer ID already on master ***"
               WHEN CustomerEntryCount >= 200
                   DISPLAY "*** Customer master is full ***"
               WHEN OTHER
                   PERFORM 3100-PROMPT-NEW-CUSTOMER
           END-EVALUATE.

       3100-PROMPT-NEW-CUSTOMER.
           DISPLAY "Enter the customer name - " WITH NO ADVANCING
           ACCEPT EnteredCustomerName
           DISPLAY "Enter the address - " WITH NO ADVANCING
           ACCEPT EnteredAddress
           DISPLAY "Enter the terms code (days: 07 10 14 15 21 30 "
                   "45 60 90) - " WITH NO ADVANCING
           ACCEPT EnteredTermsCode
           PERFORM 2200-CHECK-TERMS-CODE
           PERFORM 2300-PROMPT-CREDIT-LIMIT
           PERFORM 2400-PROMPT-EXEMPT-FLAG
           PERFORM 2500-PROMPT-SALESPERSON
           EVALUATE TRUE
               WHEN EnteredCustomerName = SPACES
                   DISPLAY "*** Customer name may not be blank ***"
               WHEN EnteredSalesperson NOT = SPACES
                   AND NOT SalespersonValid
                   DISPLAY "*** Customer not added ***"
               WHEN NOT TermsCodeValid
                   DISPLAY "*** Terms code is not one of the "
                           "standard terms ***"
               WHEN EnteredLimitText NOT NUMERIC
                   DISPLAY "*** Credit limit must be eleven "
                           "digits ***"
               WHEN OTHER
                   MOVE EnteredLimitText TO EnteredCreditLimit
                   ADD 1 TO CustomerEntryCount
                   SET CustomerIdx TO CustomerEntryCount
                   MOVE EnteredCustomerId
                       TO TableCustomerId (CustomerIdx)
                   MOVE EnteredCustomerName
                       TO TableCustomerName (CustomerIdx)
                   MOVE EnteredAddress TO TableAddress (CustomerIdx)
                   MOVE EnteredTermsCode
                       TO TableTermsCode (CustomerIdx)
                   MOVE ZEROS TO TableCreditLimit (CustomerIdx)
                   MOVE "A" TO TableStatus (CustomerIdx)
                   IF EnteredExemptYes
                       MOVE "Y" TO TableFinChgExempt (CustomerIdx)
                   ELSE
                       MOVE "N" TO TableFinChgExempt (CustomerIdx)
                   END-IF
                   MOVE SPACES TO TableSalesperson (CustomerIdx)
                   MOVE SPACES TO TableMergedInto (CustomerIdx)
                   MOVE "ADDED" TO AuditValueEntered
                   MOVE AuditFieldBefore TO AuditFieldName
                   PERFORM 8900-CALL-AUDITLOG
                   PERFORM 4100-APPLY-CREDIT-LIMIT
                   IF SalespersonValid
                       PERFORM 2520-APPLY-SALESPERSON
                   END-IF
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Customer " EnteredCustomerId " added"
           END-EVALUATE.

       4000-CHANGE-CUSTOMER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           IF CustomerFound
               PERFORM 7100-LOG-BEFORE-IMAGE
               DISPLAY "Customer: " TableCustomerName (CustomerIdx)
                       " terms " TableTermsCode (CustomerIdx)
                       " limit " TableCreditLimit (CustomerIdx)
                       " status " TableStatus (CustomerIdx)
                       " exempt " TableFinChgExempt (CustomerIdx)
                       " salesperson " TableSalesperson (CustomerIdx)
               DISPLAY "Enter the new name (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredCustomerName
               IF EnteredCustomerName NOT = SPACES
                   MOVE EnteredCustomerName
                       TO TableCustomerName (CustomerIdx)
               END-IF
               DISPLAY "Enter the new address (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredAddress
               IF EnteredAddress NOT = SPACES
                   MOVE EnteredAddress TO TableAddress (CustomerIdx)
               END-IF
               DISPLAY "Enter the new terms code (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredTermsCode
               IF EnteredTermsCode NOT = SPACES
                   PERFORM 2200-CHECK-TERMS-CODE
                   IF TermsCodeValid
                       MOVE EnteredTermsCode
                           TO TableTermsCode (CustomerIdx)
                   ELSE
                       DISPLAY "*** Terms code is not one of the "
                               "standard terms - terms left "
                               "unchanged ***"
                   END-IF
               END-IF
               PERFORM 2300-PROMPT-CREDIT-LIMIT
               IF EnteredLimitText = SPACES
                   CONTINUE
               ELSE
                   IF EnteredLimitText NUMERIC
                       MOVE EnteredLimitText TO EnteredCreditLimit
                       PERFORM 4100-APPLY-CREDIT-LIMIT
                   ELSE
                       DISPLAY "*** Credit limit must be eleven "
                               "digits - limit left unchanged ***"
                   END-IF
               END-IF
               PERFORM 2400-PROMPT-EXEMPT-FLAG
               EVALUATE TRUE
                   WHEN EnteredExemptYes
                       MOVE "Y" TO TableFinChgExempt (CustomerIdx)
                   WHEN EnteredExemptNo
                       MOVE "N" TO TableFinChgExempt (CustomerIdx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY "(blank = keep)"
               PERFORM 2500-PROMPT-SALESPERSON
               IF SalespersonValid
                   PERFORM 2520-APPLY-SALESPERSON
               END-IF
               PERFORM 7000-LOG-AFTER-IMAGE
               SET MasterChanged TO TRUE
               ADD 1 TO ActionAppliedCount
           ELSE
               DISPLAY "*** Customer ID not on master ***"
           END-IF.

      *----------------------------------------------------------------
      * Credit-limit control: a decrease, or an increase within the
      * CUSTMNT threshold, applies now and is logged old-to-new. A
      * larger increase is two-person work - it queues on the
      * pending-approvals file and the limit on file stays as it is
      * until a different supervisor approves it.
      *----------------------------------------------------------------
       4100-APPLY-CREDIT-LIMIT.
           IF EnteredCreditLimit > TableCreditLimit (CustomerIdx)
               COMPUTE LimitIncrease =
                   EnteredCreditLimit - TableCreditLimit (CustomerIdx)
           ELSE
               MOVE ZEROS TO LimitIncrease
           END-IF
           EVALUATE TRUE
               WHEN EnteredCreditLimit
                   = TableCreditLimit (CustomerIdx)
                   CONTINUE
               WHEN LimitIncrease > ApprovalThreshold
                   PERFORM 6500-QUEUE-CREDIT-APPROVAL
               WHEN OTHER
                   MOVE TableCreditLimit (CustomerIdx)
                       TO LimitEditBefore
                   MOVE EnteredCreditLimit
                       TO TableCreditLimit (CustomerIdx)
                   MOVE EnteredCreditLimit TO LimitEditAfter
                   PERFORM 7200-LOG-CREDIT-CHANGE
           END-EVALUATE.

       5000-INACTIVATE-CUSTOMER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer ID not on master ***"
               WHEN TableStatus (CustomerIdx) = "I"
                   DISPLAY "*** Customer is already inactive ***"
               WHEN OTHER
                   PERFORM 5100-COUNT-OPEN-AR-ITEMS
                   PERFORM 5200-COUNT-OPEN-BACKORDERS
                   PERFORM 5300-COUNT-HELD-INVOICES
                   PERFORM 5400-COUNT-ACTIVE-STANDING
                   EVALUATE TRUE
                       WHEN OpenItemCount > ZERO
                           DISPLAY "*** Customer has " OpenItemCount
                                   " open item(s) on the AR ledger - "
                                   "not inactivated ***"
                       WHEN OpenBackorderCount > ZERO
                           DISPLAY "*** Customer has "
                                   OpenBackorderCount
                                   " open backorder(s) - "
                                   "not inactivated ***"
                       WHEN HeldInvoiceCount > ZERO
                           DISPLAY "*** Customer has "
                                   HeldInvoiceCount
                                   " invoice(s) held for the credit "
                                   "desk - not inactivated ***"
                       WHEN ActiveStandingCount > ZERO
                           DISPLAY "*** Customer has "
                                   ActiveStandingCount
                                   " active standing order(s) - "
                                   "not inactivated ***"
                       WHEN OTHER
                           PERFORM 7100-LOG-BEFORE-IMAGE
                           MOVE "I" TO TableStatus (CustomerIdx)
                           PERFORM 7000-LOG-AFTER-IMAGE
                           SET MasterChanged TO TRUE
                           ADD 1 TO ActionAppliedCount
                           DISPLAY "Customer " EnteredCustomerId
                                   " inactivated"
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Anything not closed on the AR ledger is still owed (or still
      * owing, for a credit) - the customer must stay live until the
      * ledger is clear, or statements and dunning lose the account.
      *----------------------------------------------------------------
       5100-COUNT-OPEN-AR-ITEMS.
           MOVE ZEROS TO OpenItemCount
           MOVE "N" TO ArLedgerEndSwitch
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 5110-READ-AR-ITEM
               PERFORM 5120-COUNT-ONE-AR-ITEM UNTIL EndOfArLedger
               CLOSE ArLedgerFile
           END-IF.

       5110-READ-AR-ITEM.
           READ ArLedgerFile
               AT END SET EndOfArLedger TO TRUE
           END-READ.

       5120-COUNT-ONE-AR-ITEM.
           IF ArCustomerId = EnteredCustomerId
               AND NOT ArItemClosed
               ADD 1 TO OpenItemCount
           END-IF
           PERFORM 5110-READ-AR-ITEM.

      *----------------------------------------------------------------
      * Work still waiting to bill the customer: an open backorder
      * is released by the next pricing run, a held invoice issues
      * when the credit desk releases it and an active standing
      * order raises a new order on its next billing date. Each
      * must be released, cancelled or ended first.
      *----------------------------------------------------------------
       5200-COUNT-OPEN-BACKORDERS.
           MOVE ZEROS TO OpenBackorderCount
           MOVE "N" TO BackorderEndSwitch
           OPEN INPUT BackorderFile
           IF BackorderFileOK
               PERFORM 5210-READ-BACKORDER
               PERFORM 5220-COUNT-ONE-BACKORDER UNTIL EndOfBackorders
               CLOSE BackorderFile
           END-IF.

       5210-READ-BACKORDER.
           READ BackorderFile
               AT END SET EndOfBackorders TO TRUE
           END-READ.

       5220-COUNT-ONE-BACKORDER.
           IF BoCustomerId = EnteredCustomerId
               AND BoOpen
               ADD 1 TO OpenBackorderCount
           END-IF
           PERFORM 5210-READ-BACKORDER.

       5300-COUNT-HELD-INVOICES.
           MOVE ZEROS TO HeldInvoiceCount
           MOVE "N" TO CreditHoldEndSwitch
           OPEN INPUT CreditHoldFile
           IF CreditHoldFileOK
               PERFORM 5310-READ-CREDIT-HOLD
               PERFORM 5320-COUNT-ONE-CREDIT-HOLD
                   UNTIL EndOfCreditHolds
               CLOSE CreditHoldFile
           END-IF.

       5310-READ-CREDIT-HOLD.
           READ CreditHoldFile
               AT END SET EndOfCreditHolds TO TRUE
           END-READ.

       5320-COUNT-ONE-CREDIT-HOLD.
           IF HoldCustomerId = EnteredCustomerId
               AND HoldAwaitingDecision
               ADD 1 TO HeldInvoiceCount
           END-IF
           PERFORM 5310-READ-CREDIT-HOLD.

       5400-COUNT-ACTIVE-STANDING.
           MOVE ZEROS TO ActiveStandingCount
           MOVE "N" TO StandingOrderEndSwitch
           OPEN INPUT StandingOrderFile
           IF StandingOrderFileOK
               PERFORM 5410-READ-STANDING-ORDER
               PERFORM 5420-COUNT-ONE-STANDING
                   UNTIL EndOfStandingOrders
               CLOSE StandingOrderFile
           END-IF.

       5410-READ-STANDING-ORDER.
           READ StandingOrderFile
               AT END SET EndOfStandingOrders TO TRUE
           END-READ.

       5420-COUNT-ONE-STANDING.
           IF SoCustomerId = EnteredCustomerId
               AND SoActive
               ADD 1 TO ActiveStandingCount
           END-IF
           PERFORM 5410-READ-STANDING-ORDER.

       5500-REACTIVATE-CUSTOMER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer ID not on master ***"
               WHEN TableStatus (CustomerIdx) NOT = "I"
                   DISPLAY "*** Customer is already active ***"
               WHEN TableMergedInto (CustomerIdx) NOT = SPACES
                   DISPLAY "*** Customer was merged into "
                           TableMergedInto (CustomerIdx)
                           " - not reactivated ***"
               WHEN OTHER
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   MOVE "A" TO TableStatus (CustomerIdx)
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Customer " EnteredCustomerId
                           " reactivated"
           END-EVALUATE.

      *----------------------------------------------------------------
      * The sequence scan below READs the pending file through the
      * same record area this WRITE uses, so every field is moved in
      * AFTER the scan, never before it.
      *----------------------------------------------------------------
       6500-QUEUE-CREDIT-APPROVAL.
           MOVE EnteredCreditLimit TO QueuedCreditLimit
           PERFORM 6600-NEXT-PENDING-SEQ
           OPEN EXTEND PendingApprovalFile
           IF PendingApprovalFileNew
               OPEN OUTPUT PendingApprovalFile
           END-IF
           INITIALIZE PendingApprovalRecord
           MOVE NextPendingSeq TO PendSeqNumber
           MOVE "CUSTMSTR" TO PendTargetFile
           MOVE "CREDLIM" TO PendActionCode
           MOVE TableCustomerId (CustomerIdx) TO PendKeyValue
           MOVE QueuedLimitWhole TO PendNewValue1
           MOVE QueuedLimitCents TO PendNewValue2
           MOVE OperatorId TO PendRequestedBy
           MOVE RunDate TO PendRequestDate
           MOVE "P" TO PendStatus
           MOVE SPACES TO PendDecidedBy
           WRITE PendingApprovalRecord
           CLOSE PendingApprovalFile
           ADD 1 TO QueuedActionCount
           MOVE TableCreditLimit (CustomerIdx) TO LimitEditBefore
           MOVE EnteredCreditLimit TO LimitEditAfter
           MOVE "CREDIT-QUEUED" TO AuditFieldName
           PERFORM 7300-BUILD-LIMIT-VALUE
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Increase over " ApprovalThreshold
                   " - queued for approval as pending number "
                   NextPendingSeq.

       6600-NEXT-PENDING-SEQ.
           MOVE ZEROS TO NextPendingSeq
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 6620-NOTE-PENDING-SEQ
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           ADD 1 TO NextPendingSeq.

       6610-READ-PENDING-RECORD.
           READ PendingApprovalFile
               AT END SET EndOfPendingScan TO TRUE
           END-READ.

       6620-NOTE-PENDING-SEQ.
           IF PendSeqNumber NUMERIC
               AND PendSeqNumber > NextPendingSeq
               MOVE PendSeqNumber TO NextPendingSeq
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

       7100-LOG-BEFORE-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7000-LOG-AFTER-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7200-LOG-CREDIT-CHANGE.
           MOVE "CREDIT-LIMIT" TO AuditFieldName
           PERFORM 7300-BUILD-LIMIT-VALUE
           PERFORM 8900-CALL-AUDITLOG.

       7300-BUILD-LIMIT-VALUE.
           MOVE SPACES TO AuditValueEntered
           STRING LimitEditBefore DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  LimitEditAfter DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       7500-BUILD-RECORD-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableCustomerId (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCreditLimit (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableStatus (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableTermsCode (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableFinChgExempt (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerName (CustomerIdx) (1:4)
                      DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the master from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those customers.
      *----------------------------------------------------------------
       8000-REWRITE-CUSTOMER-MASTER.
           IF CustomerTableOverflowed
               DISPLAY "*** Customer master has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT CustomerMasterFile
               PERFORM 8100-WRITE-MASTER-ENTRY
                   VARYING CustomerIdx FROM 1 BY 1
                   UNTIL CustomerIdx > CustomerEntryCount
               CLOSE CustomerMasterFile
               DISPLAY "Customer master rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-MASTER-ENTRY.
           INITIALIZE CustomerMasterRecord
           MOVE TableCustomerId (CustomerIdx) TO CustMasterId
           MOVE TableCustomerName (CustomerIdx) TO CustMasterName
           MOVE TableAddress (CustomerIdx) TO CustMasterAddress
           MOVE TableTermsCode (CustomerIdx) TO CustMasterTermsCode
           MOVE TableCreditLimit (CustomerIdx)
               TO CustMasterCreditLimit
           MOVE TableStatus (CustomerIdx) TO CustMasterStatus
           MOVE TableFinChgExempt (CustomerIdx)
               TO CustMasterFinChgExempt
           MOVE TableSalesperson (CustomerIdx)
               TO CustMasterSalesperson
           MOVE TableMergedInto (CustomerIdx) TO CustMasterMergedInto
           WRITE CustomerMasterRecord.
       END PROGRAM CustMaint.
