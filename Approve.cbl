      *                   with OperMaint or ShopParmMaint the same
      *                   controlled way they collide with each
      *                   other.
      *   07/09/2026 AP - Applied the customer master's queued
      *                   credit-limit increases (CUSTMSTR CREDLIM,
      *                   queued by the new CustMaint when an
      *                   increase passes its threshold): the
      *                   limit on file shows beside the queued
      *                   one, an approval rewrites CUSTMSTR.DAT
      *                   and logs the old and new limit, and the
      *                   CUSTMSTR run lock is now held with the
      *                   other two for the session.
      *   03/10/2026 AP - Applied the AR ledger's queued bad-debt write-
      *                   offs (ARLEDGER BADDEBT, queued by the new
      *                   ArWriteOff when a write-off is over its
      *                   threshold): the item on file shows beside the
      *                   queued amount and reason, an approval closes
      *                   the item only while it is still open for that
      *                   amount, writes the write-off to WOFFREG.DAT
      *                   naming both supervisors, and the ARLEDGER run
      *                   lock is now held with the other three.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   05/10/2026 AP - Applied the queued fiscal-period reopens
      *                   (FISCPER REOPEN, queued by the new
      *                   PeriodMaint): the period on file shows beside
      *                   the request, an approval reopens it only while
      *                   it is still closed and rewrites FISCPER.DAT,
      *                   and the FISCPER run lock is now held with the
      *                   other four.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson, which an approved
      *                   credit limit carries through the rewrite.
      *   10/10/2026 AP - Decided the queued customer merges (CUSTMSTR
      *                   MERGE, queued by the new CustMerge): the
      *                   losing and surviving customers and the
      *                   credit-limit rule show before the decision,
      *                   and an approval only releases the merge for
      *                   CustMerge to carry out - this program holds
      *                   the customer master and AR ledger locks the
      *                   merge needs. Customer master record grew
      *                   82 -> 89 bytes for the merged-into pointer,
      *                   which an approved credit limit carries
      *                   through the rewrite.
      *   12/10/2026 AP - Applied the queued segregation-of-duties
      *                   exceptions (SODEXCP EXCEPT, queued by
      *                   AuthMaint): the duty rule shows beside the
      *                   operator and expiry, and an approval - never
      *                   by the operator excepted, only while the rule
      *                   is on SODRULES.DAT and the expiry still ahead
      *                   - adds the exception to SODEXCP.DAT
      *                   (TESTSODX.DAT in training) naming both
      *                   supervisors.
      *   15/10/2026 AP - The session is now AUTHCHK-gated on APPROVE,
      *                   like the credit desk, so the grant that the
      *                   segregation-of-duties rules and the quarterly
      *                   recertification govern is the one that lets
      *                   a supervisor approve.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Approve.
               ASSIGN TO DYNAMIC ShopParmFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT WriteOffRegisterFile
               ASSIGN TO DYNAMIC WriteOffFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffRegisterFileStatus.
           SELECT PeriodFile
               ASSIGN TO DYNAMIC PeriodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodFileStatus.
           SELECT SodRuleFile ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodRuleFileStatus.
           SELECT SodExceptionFile
               ASSIGN TO DYNAMIC SodExcpFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodExceptionFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PendingApprovalFile
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
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
       FD  WriteOffRegisterFile
           RECORD CONTAINS 75 CHARACTERS.
           COPY "WOFFREG.cpy".
       FD  PeriodFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "FISCPER.cpy".
       FD  SodRuleFile
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SODRULE.cpy".
       FD  SodExceptionFile
           RECORD CONTAINS 55 CHARACTERS.
           COPY "SODEXCP.cpy".
       WORKING-STORAGE SECTION.
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 EndOfOperatorMaster  VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 ArLedgerEndSwitch        PIC X VALUE "N".
           88 EndOfArLedger        VALUE "Y".
       01 WriteOffRegisterFileStatus PIC XX.
           88 WriteOffRegisterFileOK VALUE "00".
           88 WriteOffRegisterFileNew VALUE "35".
       01 PeriodFileStatus         PIC XX.
           88 PeriodFileOK         VALUE "00".
       01 PeriodEndSwitch          PIC X VALUE "N".
           88 EndOfPeriodFile      VALUE "Y".
       01 SodRuleFileStatus        PIC XX.
           88 SodRuleFileOK        VALUE "00".
       01 SodRuleEndSwitch         PIC X.
           88 EndOfSodRule         VALUE "Y".
       01 SodRuleFoundSwitch       PIC X.
           88 SodRuleFound         VALUE "Y".
       01 SodExceptionFileStatus   PIC XX.
           88 SodExceptionFileOK   VALUE "00".
           88 SodExceptionFileNew  VALUE "35".
      *----------------------------------------------------------------
      * A queued duty exception carries the rule in the first
      * new-value field and the expiry date in the second, the way
      * AuthMaint queued it.
      *----------------------------------------------------------------
       01 ApprovedExcpRuleId       PIC X(4).
       01 ApprovedExcpExpiry       PIC 9(8).
       01 RunDate                  PIC 9(8).
      *----------------------------------------------------------------
      * The whole pending file lives in this table for the session
           88 ParmRowFound         VALUE "Y".
       01 ParmChangedSwitch        PIC X VALUE "N".
           88 ParmFileChanged      VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx SurvivorIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableAddress      PIC X(30).
               03 TableTermsCode    PIC X(2).
               03 TableCreditLimit  PIC 9(9)V99.
               03 TableCustStatus   PIC X.
               03 TableFinChgExempt PIC X.
               03 TableSalesperson  PIC X(4).
               03 TableMergedInto   PIC X(6).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerOverflowSwitch   PIC X VALUE "N".
           88 CustomerTableOverflowed VALUE "Y".
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 SurvivorFoundSwitch      PIC X.
           88 SurvivorFound        VALUE "Y".
       01 CustMasterChangedSwitch  PIC X VALUE "N".
           88 CustMasterChanged    VALUE "Y".
       01 LedgerTable.
           02 LedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 LedgerInvoiceNo   PIC 9(6).
               03 LedgerCustomerId  PIC X(6).
               03 LedgerInvoiceDate PIC 9(8).
               03 LedgerOpenAmount  PIC S9(9)V99.
               03 LedgerStatus      PIC X.
                   88 LedgerItemClosed    VALUE "C".
                   88 LedgerItemOnAccount VALUE "U".
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerFoundSwitch        PIC X.
           88 LedgerItemFound      VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 PeriodTable.
           02 PeriodEntry OCCURS 200 TIMES
               INDEXED BY PeriodIdx.
               03 TablePeriodId     PIC X(6).
               03 TableStartDate    PIC 9(8).
               03 TableEndDate      PIC 9(8).
               03 TablePeriodStatus PIC X.
                   88 TablePeriodClosed VALUE "C".
               03 TableStatusDate   PIC 9(8).
               03 TableStatusBy     PIC X(10).
       01 PeriodEntryCount         PIC 9(3) VALUE ZEROS.
       01 PeriodOverflowSwitch     PIC X VALUE "N".
           88 PeriodTableOverflowed VALUE "Y".
       01 PeriodFoundSwitch        PIC X.
           88 PeriodFound          VALUE "Y".
       01 PeriodChangedSwitch      PIC X VALUE "N".
           88 PeriodFileChanged    VALUE "Y".
      *----------------------------------------------------------------
      * A queued credit limit arrives as whole-currency digits in
      * the first new-value field and cents in the second, the way
      * CustMaint split it.
      *----------------------------------------------------------------
       01 ApprovedLimitWork.
           02 ApprovedLimitWhole   PIC 9(9).
           02 ApprovedLimitCents   PIC 99.
       01 ApprovedCreditLimit REDEFINES ApprovedLimitWork
                                   PIC 9(9)V99.
      *----------------------------------------------------------------
      * A queued bad-debt write-off arrives the same way - whole
      * currency in the first new-value field, cents then the reason
      * code in the second - as ArWriteOff split it.
      *----------------------------------------------------------------
       01 ApprovedWriteOffWork.
           02 ApprovedWriteOffWhole PIC 9(9).
           02 ApprovedWriteOffCents PIC 99.
       01 ApprovedWriteOffAmount REDEFINES ApprovedWriteOffWork
                                   PIC 9(9)V99.
       01 ApprovedReasonCode       PIC X(4).
       01 WriteOffEdit             PIC -(8)9.99.
       01 LimitEditBefore          PIC Z(8)9.99.
       01 LimitEditAfter           PIC Z(8)9.99.
       01 ReviewDoneSwitch         PIC X VALUE "N".
           88 ReviewDone           VALUE "Y".
       01 EnteredSeqText           PIC X(5).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "APPROVE".
       01 AuthCheckResult          PIC X.
           88 ApproveAuthorized    VALUE "Y".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 OperLockResource         PIC X(12) VALUE "OPERMSTR".
       01 ParmLockResource         PIC X(12) VALUE "SHOPPARM".
       01 CustLockResource         PIC X(12) VALUE "CUSTMSTR".
       01 LedgerLockResource       PIC X(12) VALUE "ARLEDGER".
       01 PeriodLockResource       PIC X(12) VALUE "FISCPER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 AllLocksSwitch           PIC X.
           88 AllLocksHeld         VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 PendingFileName          PIC X(12)
           VALUE "OPERMSTR.DAT".
       01 ShopParmFileName         PIC X(12)
           VALUE "SHOPPARM.DAT".
       01 CustMasterFileName       PIC X(12)
           VALUE "CUSTMSTR.DAT".
       01 ArLedgerFileName         PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 WriteOffFileName         PIC X(12)
           VALUE "WOFFREG.DAT".
       01 PeriodFileName           PIC X(12)
           VALUE "FISCPER.DAT".
       01 SodExcpFileName          PIC X(12)
           VALUE "SODEXCP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
               MOVE "TESTPEND.DAT" TO PendingFileName
               MOVE "TESTOPER.DAT" TO OperMasterFileName
               MOVE "TESTPARM.DAT" TO ShopParmFileName
               MOVE "TESTCUST.DAT" TO CustMasterFileName
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTWOFF.DAT" TO WriteOffFileName
               MOVE "TESTFPER.DAT" TO PeriodFileName
               MOVE "TESTSODX.DAT" TO SodExcpFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
           CALL "SIGNON" USING AuditProgramName SupervisorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING SupervisorId AuditProgramName
                   AuthCheckResult
               IF NOT ApproveAuthorized
                   DISPLAY "*** You are not authorized to approve "
                           "pending changes ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode SupervisorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 0500-ACQUIRE-RESOURCE-LOCKS
               IF AllLocksHeld
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-REVIEW-ONE-PENDING
                       UNTIL ReviewDone
           STOP RUN.

      *----------------------------------------------------------------
      * Approvals rewrite OPERMSTR.DAT, SHOPPARM.DAT, CUSTMSTR.DAT,
      * ARLEDGER.DAT and FISCPER.DAT, so all five run locks are held
      * for the session - the same protection OperMaint,
      * ShopParmMaint, CustMaint, the AR ledger programs and the
      * fiscal-period programs take for themselves. A
      * refused lock gives back any already taken and ends the
      * session before anything loads.
      *----------------------------------------------------------------
       0500-ACQUIRE-RESOURCE-LOCKS.
           MOVE "N" TO AllLocksSwitch
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode OperLockResource
               AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode ParmLockResource
                   AuditProgramName LockResult
               IF LockGranted
                   PERFORM 0550-ACQUIRE-CUSTOMER-LOCK
               ELSE
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode OperLockResource
                       "again later ***"
           END-IF.

       0550-ACQUIRE-CUSTOMER-LOCK.
           CALL "RUNLOCK" USING LockMode CustLockResource
               AuditProgramName LockResult
           IF LockGranted
               PERFORM 0560-ACQUIRE-LEDGER-LOCK
           ELSE
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode OperLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode ParmLockResource
                   AuditProgramName LockResult
               DISPLAY "*** Customer master is in use - try "
                       "again later ***"
           END-IF.

       0560-ACQUIRE-LEDGER-LOCK.
           CALL "RUNLOCK" USING LockMode LedgerLockResource
               AuditProgramName LockResult
           IF LockGranted
               PERFORM 0570-ACQUIRE-PERIOD-LOCK
           ELSE
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode OperLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode ParmLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode CustLockResource
                   AuditProgramName LockResult
               DISPLAY "*** AR ledger is in use - try "
                       "again later ***"
           END-IF.

       0570-ACQUIRE-PERIOD-LOCK.
           CALL "RUNLOCK" USING LockMode PeriodLockResource
               AuditProgramName LockResult
           IF LockGranted
               SET AllLocksHeld TO TRUE
           ELSE
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode OperLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode ParmLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode CustLockResource
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode LedgerLockResource
                   AuditProgramName LockResult
               DISPLAY "*** Fiscal period file is in use - try "
                       "again later ***"
           END-IF.

       0600-RELEASE-RESOURCE-LOCKS.
           MOVE "R" TO LockMode
           CALL "RUNLOCK" USING LockMode OperLockResource
               AuditProgramName LockResult
           CALL "RUNLOCK" USING LockMode ParmLockResource
               AuditProgramName LockResult
           CALL "RUNLOCK" USING LockMode CustLockResource
               AuditProgramName LockResult
           CALL "RUNLOCK" USING LockMode LedgerLockResource
               AuditProgramName LockResult
           CALL "RUNLOCK" USING LockMode PeriodLockResource
               AuditProgramName LockResult.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PENDING-FILE
           PERFORM 1200-LOAD-OPERATOR-MASTER
           PERFORM 1300-LOAD-SHOP-PARMS
           PERFORM 1400-LOAD-CUSTOMER-MASTER
           PERFORM 1600-LOAD-AR-LEDGER
           PERFORM 1700-LOAD-PERIOD-FILE
           PERFORM 1500-LIST-OPEN-PENDINGS.

       1100-LOAD-PENDING-FILE.
           END-IF
           PERFORM 1310-READ-PARM-RECORD.

       1400-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1410-READ-CUSTOMER-RECORD
               PERFORM 1420-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1410-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1420-STORE-CUSTOMER-RECORD.
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
               MOVE CustMasterStatus
                   TO TableCustStatus (CustomerEntryCount)
               MOVE CustMasterFinChgExempt
                   TO TableFinChgExempt (CustomerEntryCount)
               MOVE CustMasterSalesperson
                   TO TableSalesperson (CustomerEntryCount)
               MOVE CustMasterMergedInto
                   TO TableMergedInto (CustomerEntryCount)
           ELSE
               SET CustomerTableOverflowed TO TRUE
           END-IF
           PERFORM 1410-READ-CUSTOMER-RECORD.

       1600-LOAD-AR-LEDGER.
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1610-READ-LEDGER-RECORD
               PERFORM 1620-STORE-LEDGER-RECORD
                   UNTIL EndOfArLedger
               CLOSE ArLedgerFile
           END-IF.

       1610-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfArLedger TO TRUE
           END-READ.

       1620-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               MOVE ArInvoiceNo
                   TO LedgerInvoiceNo (LedgerEntryCount)
               MOVE ArCustomerId
                   TO LedgerCustomerId (LedgerEntryCount)
               MOVE ArInvoiceDate
                   TO LedgerInvoiceDate (LedgerEntryCount)
               MOVE ArOpenAmount
                   TO LedgerOpenAmount (LedgerEntryCount)
               MOVE ArStatus
                   TO LedgerStatus (LedgerEntryCount)
           ELSE
               SET LedgerTableOverflowed TO TRUE
           END-IF
           PERFORM 1610-READ-LEDGER-RECORD.

       1700-LOAD-PERIOD-FILE.
           MOVE ZEROS TO PeriodEntryCount
           OPEN INPUT PeriodFile
           IF PeriodFileOK
               PERFORM 1710-READ-PERIOD-RECORD
               PERFORM 1720-STORE-PERIOD-RECORD
                   UNTIL EndOfPeriodFile
               CLOSE PeriodFile
           END-IF.

       1710-READ-PERIOD-RECORD.
           READ PeriodFile
               AT END SET EndOfPeriodFile TO TRUE
           END-READ.

       1720-STORE-PERIOD-RECORD.
           IF PeriodEntryCount < 200
               ADD 1 TO PeriodEntryCount
               MOVE FpPeriodId
                   TO TablePeriodId (PeriodEntryCount)
               MOVE FpStartDate
                   TO TableStartDate (PeriodEntryCount)
               MOVE FpEndDate
                   TO TableEndDate (PeriodEntryCount)
               MOVE FpStatus
                   TO TablePeriodStatus (PeriodEntryCount)
               MOVE FpStatusDate
                   TO TableStatusDate (PeriodEntryCount)
               MOVE FpStatusBy
                   TO TableStatusBy (PeriodEntryCount)
           ELSE
               SET PeriodTableOverflowed TO TRUE
           END-IF
           PERFORM 1710-READ-PERIOD-RECORD.

       1500-LIST-OPEN-PENDINGS.
           DISPLAY "PENDING ACTIONS AWAITING APPROVAL:"
           PERFORM 1510-LIST-ONE-PENDING
                   PERFORM 2400-SHOW-OPERATOR-BEFORE
               WHEN "SHOPPARM"
                   PERFORM 2500-SHOW-PARM-BEFORE
               WHEN "CUSTMSTR"
                   PERFORM 2800-SHOW-CUSTOMER-BEFORE
               WHEN "ARLEDGER"
                   PERFORM 2960-SHOW-LEDGER-BEFORE
               WHEN "FISCPER"
                   PERFORM 2930-SHOW-PERIOD-BEFORE
               WHEN "SODEXCP"
                   PERFORM 2995-SHOW-EXCEPTION-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               SET ParmIdx UP BY 1
           END-IF.

       2800-SHOW-CUSTOMER-BEFORE.
           PERFORM 2900-FIND-CUSTOMER-ENTRY
           IF CustomerFound
               MOVE TableCreditLimit (CustomerIdx) TO LimitEditBefore
               DISPLAY "Now on file: " TableCustomerName (CustomerIdx)
                       " limit " LimitEditBefore
               IF TablePendAction (PendIdx) = "CREDLIM"
                   PERFORM 2950-UNPACK-QUEUED-LIMIT
                   MOVE ApprovedCreditLimit TO LimitEditAfter
                   DISPLAY "Queued:      limit " LimitEditAfter
               END-IF
               IF TablePendAction (PendIdx) = "MERGE"
                   PERFORM 2850-SHOW-MERGE-DETAIL
               END-IF
           ELSE
               DISPLAY "*** Customer no longer on the master ***"
           END-IF.

      *----------------------------------------------------------------
      * A merge moves the losing customer's (the key) history to the
      * survivor (first new-value field); the second new-value field
      * carries the rule the two credit limits combine by.
      *----------------------------------------------------------------
       2850-SHOW-MERGE-DETAIL.
           IF TableMergedInto (CustomerIdx) NOT = SPACES
               DISPLAY "*** Already merged into "
                       TableMergedInto (CustomerIdx) " ***"
           END-IF
           PERFORM 2920-FIND-SURVIVOR-ENTRY
           IF SurvivorFound
               MOVE TableCreditLimit (SurvivorIdx) TO LimitEditAfter
               DISPLAY "Merge into:  " TableCustomerId (SurvivorIdx)
                       " " TableCustomerName (SurvivorIdx)
                       " limit " LimitEditAfter
           ELSE
               DISPLAY "*** Surviving customer "
                       TablePendNew1 (PendIdx) (1:6)
                       " is not on the master ***"
           END-IF
           EVALUATE TablePendNew2 (PendIdx) (1:1)
               WHEN "S"
                   DISPLAY "Limit rule:  keep the survivor's limit"
               WHEN "L"
                   DISPLAY "Limit rule:  the larger of the two"
               WHEN "A"
                   DISPLAY "Limit rule:  the two limits added"
               WHEN OTHER
                   DISPLAY "*** Limit rule "
                           TablePendNew2 (PendIdx) (1:1)
                           " not recognized ***"
           END-EVALUATE.

       2900-FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2910-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount.

       2910-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx)
               = TablePendKey (PendIdx) (1:6)
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2920-FIND-SURVIVOR-ENTRY.
           MOVE "N" TO SurvivorFoundSwitch
           SET SurvivorIdx TO 1
           PERFORM 2925-SEARCH-SURVIVOR-ENTRY
               UNTIL SurvivorFound OR SurvivorIdx > CustomerEntryCount.

       2925-SEARCH-SURVIVOR-ENTRY.
           IF TableCustomerId (SurvivorIdx)
               = TablePendNew1 (PendIdx) (1:6)
               SET SurvivorFound TO TRUE
           ELSE
               SET SurvivorIdx UP BY 1
           END-IF.

       2930-SHOW-PERIOD-BEFORE.
           PERFORM 2940-FIND-PERIOD-ENTRY
           IF PeriodFound
               DISPLAY "Now on file: " TableStartDate (PeriodIdx)
                       " to " TableEndDate (PeriodIdx)
                       " status " TablePeriodStatus (PeriodIdx)
                       " since " TableStatusDate (PeriodIdx)
                       " by " TableStatusBy (PeriodIdx)
           ELSE
               DISPLAY "*** Period no longer on the period file ***"
           END-IF.

       2940-FIND-PERIOD-ENTRY.
           MOVE "N" TO PeriodFoundSwitch
           SET PeriodIdx TO 1
           PERFORM 2945-SEARCH-PERIOD-ENTRY
               UNTIL PeriodFound
                   OR PeriodIdx > PeriodEntryCount.

       2945-SEARCH-PERIOD-ENTRY.
           IF TablePeriodId (PeriodIdx) = TablePendKey (PendIdx) (1:6)
               SET PeriodFound TO TRUE
           ELSE
               SET PeriodIdx UP BY 1
           END-IF.

       2950-UNPACK-QUEUED-LIMIT.
           IF TablePendNew1 (PendIdx) (1:9) NUMERIC
               AND TablePendNew2 (PendIdx) (1:2) NUMERIC
               MOVE TablePendNew1 (PendIdx) (1:9)
                   TO ApprovedLimitWhole
               MOVE TablePendNew2 (PendIdx) (1:2)
                   TO ApprovedLimitCents
           ELSE
               MOVE ZEROS TO ApprovedCreditLimit
           END-IF.

       2960-SHOW-LEDGER-BEFORE.
           PERFORM 2970-FIND-LEDGER-ITEM
           IF LedgerItemFound
               MOVE LedgerOpenAmount (LedgerIdx) TO WriteOffEdit
               DISPLAY "Now on file: " LedgerCustomerId (LedgerIdx)
                       " dated " LedgerInvoiceDate (LedgerIdx)
                       " status " LedgerStatus (LedgerIdx)
                       " open " WriteOffEdit
               IF TablePendAction (PendIdx) = "BADDEBT"
                   PERFORM 2990-UNPACK-QUEUED-WRITE-OFF
                   MOVE ApprovedWriteOffAmount TO WriteOffEdit
                   DISPLAY "Queued:      write off " WriteOffEdit
                           " reason " ApprovedReasonCode
               END-IF
           ELSE
               DISPLAY "*** Invoice no longer on the AR ledger ***"
           END-IF.

       2970-FIND-LEDGER-ITEM.
           MOVE "N" TO LedgerFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 2980-SEARCH-LEDGER-ITEM
               UNTIL LedgerItemFound
                   OR LedgerIdx > LedgerEntryCount.

       2980-SEARCH-LEDGER-ITEM.
           IF LedgerInvoiceNo (LedgerIdx)
               = TablePendKey (PendIdx) (1:6)
               AND NOT LedgerItemOnAccount (LedgerIdx)
               SET LedgerItemFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2990-UNPACK-QUEUED-WRITE-OFF.
           IF TablePendNew1 (PendIdx) (1:9) NUMERIC
               AND TablePendNew2 (PendIdx) (1:2) NUMERIC
               MOVE TablePendNew1 (PendIdx) (1:9)
                   TO ApprovedWriteOffWhole
               MOVE TablePendNew2 (PendIdx) (1:2)
                   TO ApprovedWriteOffCents
           ELSE
               MOVE ZEROS TO ApprovedWriteOffAmount
           END-IF
           MOVE TablePendNew2 (PendIdx) (4:4) TO ApprovedReasonCode.

       2995-SHOW-EXCEPTION-DETAIL.
           PERFORM 2997-UNPACK-QUEUED-EXCEPTION
           PERFORM 3810-FIND-SOD-RULE
           IF SodRuleFound
               DISPLAY "Duty rule " ApprovedExcpRuleId ": "
                       SodRuleProgramA " with " SodRuleProgramB
                       " - " SodRuleDescription
           ELSE
               DISPLAY "*** Duty rule " ApprovedExcpRuleId
                       " no longer on SODRULES.DAT ***"
           END-IF
           DISPLAY "Queued:      operator "
                   TablePendKey (PendIdx)
                   " may hold both until " ApprovedExcpExpiry.

       2997-UNPACK-QUEUED-EXCEPTION.
           MOVE TablePendNew1 (PendIdx) (1:4) TO ApprovedExcpRuleId
           IF TablePendNew2 (PendIdx) (1:8) NUMERIC
               MOVE TablePendNew2 (PendIdx) (1:8) TO ApprovedExcpExpiry
           ELSE
               MOVE ZEROS TO ApprovedExcpExpiry
           END-IF.

       3000-APPLY-APPROVED-ACTION.
           EVALUATE TablePendAction (PendIdx)
               WHEN "PINRESET"
                   PERFORM 3200-APPLY-UNLOCK
               WHEN "PARMCHG"
                   PERFORM 3300-APPLY-PARM-CHANGE
               WHEN "CREDLIM"
                   PERFORM 3400-APPLY-CREDIT-LIMIT
               WHEN "BADDEBT"
                   PERFORM 3500-APPLY-BAD-DEBT
               WHEN "REOPEN"
                   PERFORM 3600-APPLY-PERIOD-REOPEN
               WHEN "MERGE"
                   PERFORM 3700-APPROVE-CUSTOMER-MERGE
               WHEN "EXCEPT"
                   PERFORM 3800-APPLY-SOD-EXCEPTION
               WHEN OTHER
                   DISPLAY "*** Unknown pending action - left "
                           "open ***"
                       "left open ***"
           END-IF.

      *----------------------------------------------------------------
      * The customer's limit is replaced by the queued one, and the
      * old and new limits are logged under the approver's ID on
      * top of the decision entry that names both supervisors.
      *----------------------------------------------------------------
       3400-APPLY-CREDIT-LIMIT.
           PERFORM 2900-FIND-CUSTOMER-ENTRY
           PERFORM 2950-UNPACK-QUEUED-LIMIT
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer no longer on the master - "
                           "left open ***"
               WHEN CustomerTableOverflowed
                   DISPLAY "*** Customer master has more records "
                           "than the table holds - left open ***"
               WHEN ApprovedCreditLimit = ZERO
                   DISPLAY "*** Queued limit is not a valid amount "
                           "- left open ***"
               WHEN OTHER
                   MOVE TableCreditLimit (CustomerIdx)
                       TO LimitEditBefore
                   MOVE ApprovedCreditLimit
                       TO TableCreditLimit (CustomerIdx)
                   MOVE ApprovedCreditLimit TO LimitEditAfter
                   SET CustMasterChanged TO TRUE
                   PERFORM 3900-CLOSE-AS-APPROVED
                   MOVE SPACES TO AuditValueEntered
                   STRING LimitEditBefore DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          LimitEditAfter DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   MOVE "CREDIT-LIMIT" TO AuditFieldName
                   CALL "AUDITLOG" USING SupervisorId
                       AuditProgramName AuditFieldName
                       AuditValueEntered
                   DISPLAY "Credit limit applied"
           END-EVALUATE.

      *----------------------------------------------------------------
      * The write-off goes through only while the item is still
      * open for exactly the amount queued - cash applied or a void
      * since the nomination means the supervisors are no longer
      * deciding what is on file, and the pending is left open to
      * be rejected and nominated again. The register record names
      * both supervisors and carries the write-off to the GL extract.
      *----------------------------------------------------------------
       3500-APPLY-BAD-DEBT.
           PERFORM 2970-FIND-LEDGER-ITEM
           PERFORM 2990-UNPACK-QUEUED-WRITE-OFF
           EVALUATE TRUE
               WHEN NOT LedgerItemFound
                   DISPLAY "*** Invoice no longer on the AR ledger "
                           "- left open ***"
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AR ledger has more items than the "
                           "table holds - left open ***"
               WHEN ApprovedWriteOffAmount = ZERO
                   DISPLAY "*** Queued amount is not a valid amount "
                           "- left open ***"
               WHEN LedgerItemClosed (LedgerIdx)
                   OR LedgerOpenAmount (LedgerIdx)
                       NOT = ApprovedWriteOffAmount
                   DISPLAY "*** Invoice has changed since it was "
                           "queued - left open ***"
               WHEN OTHER
                   MOVE ZEROS TO LedgerOpenAmount (LedgerIdx)
                   MOVE "C" TO LedgerStatus (LedgerIdx)
                   SET LedgerChanged TO TRUE
                   PERFORM 3550-WRITE-WRITE-OFF-RECORD
                   PERFORM 3900-CLOSE-AS-APPROVED
                   MOVE ApprovedWriteOffAmount TO WriteOffEdit
                   MOVE SPACES TO AuditValueEntered
                   STRING LedgerInvoiceNo (LedgerIdx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ApprovedReasonCode DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WriteOffEdit DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   MOVE "WRITE-OFF" TO AuditFieldName
                   CALL "AUDITLOG" USING SupervisorId
                       AuditProgramName AuditFieldName
                       AuditValueEntered
                   DISPLAY "Bad-debt write-off applied"
           END-EVALUATE.

       3550-WRITE-WRITE-OFF-RECORD.
           OPEN EXTEND WriteOffRegisterFile
           IF WriteOffRegisterFileNew
               OPEN OUTPUT WriteOffRegisterFile
           END-IF
           INITIALIZE WriteOffRecord
           MOVE LedgerInvoiceNo (LedgerIdx) TO WoInvoiceNo
           MOVE LedgerCustomerId (LedgerIdx) TO WoCustomerId
           MOVE RunDate TO WoDate
           SET WoBadDebt TO TRUE
           MOVE ApprovedReasonCode TO WoReasonCode
           MOVE ApprovedWriteOffAmount TO WoAmount
           MOVE TablePendReqBy (PendIdx) TO WoRequestedBy
           MOVE SupervisorId TO WoApprovedBy
           SET WoJournalPending TO TRUE
           MOVE ZEROS TO WoPostedDate
           WRITE WriteOffRecord
           CLOSE WriteOffRegisterFile.

      *----------------------------------------------------------------
      * A reopen goes through only while the period is still closed
      * - one reopened and closed again since it was queued must be
      * queued again. Sales history stamped closed at the close
      * keeps its stamp; the next close of the period stamps it
      * again.
      *----------------------------------------------------------------
       3600-APPLY-PERIOD-REOPEN.
           PERFORM 2940-FIND-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN NOT PeriodFound
                   DISPLAY "*** Period no longer on the period file "
                           "- left open ***"
               WHEN PeriodTableOverflowed
                   DISPLAY "*** Period file has more periods than "
                           "the table holds - left open ***"
               WHEN NOT TablePeriodClosed (PeriodIdx)
                   DISPLAY "*** Period is no longer closed - left "
                           "open ***"
               WHEN OTHER
                   MOVE "O" TO TablePeriodStatus (PeriodIdx)
                   MOVE RunDate TO TableStatusDate (PeriodIdx)
                   MOVE SupervisorId TO TableStatusBy (PeriodIdx)
                   SET PeriodFileChanged TO TRUE
                   PERFORM 3900-CLOSE-AS-APPROVED
                   MOVE SPACES TO AuditValueEntered
                   STRING TablePeriodId (PeriodIdx)
                              DELIMITED BY SIZE
                          " C TO O" DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   MOVE "PERIOD-REOPEN" TO AuditFieldName
                   CALL "AUDITLOG" USING SupervisorId
                       AuditProgramName AuditFieldName
                       AuditValueEntered
                   DISPLAY "Period reopen applied"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A merge rewrites the AR ledger, the sales and invoice-
      * reference histories, the returns register and the RMA file
      * as well as the master - more than this session's tables hold
      * and under locks this session already has - so an approval
      * here only releases it. CustMerge carries out approved merges
      * and checks both customers again when it does.
      *----------------------------------------------------------------
       3700-APPROVE-CUSTOMER-MERGE.
           PERFORM 2900-FIND-CUSTOMER-ENTRY
           PERFORM 2920-FIND-SURVIVOR-ENTRY
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Losing customer no longer on the "
                           "master - left open ***"
               WHEN NOT SurvivorFound
                   DISPLAY "*** Surviving customer no longer on the "
                           "master - left open ***"
               WHEN TableMergedInto (CustomerIdx) NOT = SPACES
                   OR TableMergedInto (SurvivorIdx) NOT = SPACES
                   DISPLAY "*** One of the customers has already "
                           "been merged - left open ***"
               WHEN TablePendNew2 (PendIdx) (1:1) NOT = "S"
                   AND TablePendNew2 (PendIdx) (1:1) NOT = "L"
                   AND TablePendNew2 (PendIdx) (1:1) NOT = "A"
                   DISPLAY "*** Queued limit rule is not valid - "
                           "left open ***"
               WHEN OTHER
                   PERFORM 3900-CLOSE-AS-APPROVED
                   DISPLAY "Merge approved - run CustMerge to carry "
                           "it out"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A duty exception goes through only while its rule is still on
      * file and its expiry is still ahead, and never for the
      * approver's own rights - the person excepted cannot be one of
      * the two who decide it.
      *----------------------------------------------------------------
       3800-APPLY-SOD-EXCEPTION.
           PERFORM 2997-UNPACK-QUEUED-EXCEPTION
           PERFORM 3810-FIND-SOD-RULE
           EVALUATE TRUE
               WHEN TablePendKey (PendIdx) = SupervisorId
                   DISPLAY "*** The exception is for you - a "
                           "DIFFERENT supervisor must decide it ***"
               WHEN NOT SodRuleFound
                   DISPLAY "*** Duty rule no longer on SODRULES.DAT "
                           "- left open ***"
               WHEN ApprovedExcpExpiry NOT > RunDate
                   DISPLAY "*** Expiry date has passed - left "
                           "open ***"
               WHEN OTHER
                   PERFORM 3850-WRITE-EXCEPTION-RECORD
                   PERFORM 3900-CLOSE-AS-APPROVED
                   MOVE SPACES TO AuditValueEntered
                   STRING TablePendKey (PendIdx) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          ApprovedExcpRuleId DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          ApprovedExcpExpiry DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   MOVE "SOD-EXCEPTION" TO AuditFieldName
                   CALL "AUDITLOG" USING SupervisorId
                       AuditProgramName AuditFieldName
                       AuditValueEntered
                   DISPLAY "Duty exception applied"
           END-EVALUATE.

       3810-FIND-SOD-RULE.
           MOVE "N" TO SodRuleFoundSwitch
           MOVE "N" TO SodRuleEndSwitch
           OPEN INPUT SodRuleFile
           IF SodRuleFileOK
               PERFORM 3820-READ-RULE-RECORD
               PERFORM 3830-MATCH-RULE-RECORD
                   UNTIL SodRuleFound OR EndOfSodRule
               CLOSE SodRuleFile
           END-IF.

       3820-READ-RULE-RECORD.
           READ SodRuleFile
               AT END SET EndOfSodRule TO TRUE
           END-READ.

       3830-MATCH-RULE-RECORD.
           IF SodRuleRecord (1:1) NOT = "*"
               AND SodRuleId = ApprovedExcpRuleId
               SET SodRuleFound TO TRUE
           ELSE
               PERFORM 3820-READ-RULE-RECORD
           END-IF.

       3850-WRITE-EXCEPTION-RECORD.
           OPEN EXTEND SodExceptionFile
           IF SodExceptionFileNew
               OPEN OUTPUT SodExceptionFile
           END-IF
           INITIALIZE SodExceptionRecord
           MOVE TablePendKey (PendIdx) TO SodExcpOperatorId
           MOVE ApprovedExcpRuleId TO SodExcpRuleId
           MOVE ApprovedExcpExpiry TO SodExcpExpiryDate
           MOVE TablePendReqBy (PendIdx) TO SodExcpRequestedBy
           MOVE SupervisorId TO SodExcpApprovedBy
           MOVE RunDate TO SodExcpApprovedDate
           WRITE SodExceptionRecord
           CLOSE SodExceptionFile.

       3900-CLOSE-AS-APPROVED.
           MOVE "A" TO TablePendStatus (PendIdx)
           MOVE SupervisorId TO TablePendDecider (PendIdx)
           IF ParmFileChanged
               PERFORM 8300-REWRITE-PARM-FILE
           END-IF
           IF CustMasterChanged
               PERFORM 8400-REWRITE-CUSTOMER-MASTER
           END-IF
           IF LedgerChanged
               PERFORM 8500-REWRITE-AR-LEDGER
           END-IF
           IF PeriodFileChanged
               PERFORM 8600-REWRITE-PERIOD-FILE
           END-IF
           DISPLAY DecidedCount " pending action(s) decided".

       8100-REWRITE-PENDING-FILE.
           MOVE TableLowValue (ParmIdx)  TO ParmLowValue
           MOVE TableHighValue (ParmIdx) TO ParmHighValue
           WRITE ShopParmRecord.
       8400-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CustomerMasterFile
           PERFORM 8410-WRITE-CUSTOMER-ENTRY
               VARYING CustomerIdx FROM 1 BY 1
               UNTIL CustomerIdx > CustomerEntryCount
           CLOSE CustomerMasterFile.

       8410-WRITE-CUSTOMER-ENTRY.
           INITIALIZE CustomerMasterRecord
           MOVE TableCustomerId (CustomerIdx)   TO CustMasterId
           MOVE TableCustomerName (CustomerIdx) TO CustMasterName
           MOVE TableAddress (CustomerIdx)      TO CustMasterAddress
           MOVE TableTermsCode (CustomerIdx)    TO CustMasterTermsCode
           MOVE TableCreditLimit (CustomerIdx)
               TO CustMasterCreditLimit
           MOVE TableCustStatus (CustomerIdx)   TO CustMasterStatus
           MOVE TableFinChgExempt (CustomerIdx)
               TO CustMasterFinChgExempt
           MOVE TableSalesperson (CustomerIdx)
               TO CustMasterSalesperson
           MOVE TableMergedInto (CustomerIdx) TO CustMasterMergedInto
           WRITE CustomerMasterRecord.

       8500-REWRITE-AR-LEDGER.
           OPEN OUTPUT ArLedgerFile
           PERFORM 8510-WRITE-LEDGER-ENTRY
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           CLOSE ArLedgerFile.

       8510-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           MOVE LedgerInvoiceNo (LedgerIdx)   TO ArInvoiceNo
           MOVE LedgerCustomerId (LedgerIdx)  TO ArCustomerId
           MOVE LedgerInvoiceDate (LedgerIdx) TO ArInvoiceDate
           MOVE LedgerOpenAmount (LedgerIdx)  TO ArOpenAmount
           MOVE LedgerStatus (LedgerIdx)      TO ArStatus
           WRITE ArLedgerRecord.

       8600-REWRITE-PERIOD-FILE.
           OPEN OUTPUT PeriodFile
           PERFORM 8610-WRITE-PERIOD-ENTRY
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodEntryCount
           CLOSE PeriodFile.

       8610-WRITE-PERIOD-ENTRY.
           INITIALIZE FiscalPeriodRecord
           MOVE TablePeriodId (PeriodIdx)     TO FpPeriodId
           MOVE TableStartDate (PeriodIdx)    TO FpStartDate
           MOVE TableEndDate (PeriodIdx)      TO FpEndDate
           MOVE TablePeriodStatus (PeriodIdx) TO FpStatus
           MOVE TableStatusDate (PeriodIdx)   TO FpStatusDate
           MOVE TableStatusBy (PeriodIdx)     TO FpStatusBy
           WRITE FiscalPeriodRecord.
       END PROGRAM Approve.
