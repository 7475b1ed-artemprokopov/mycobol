      ******************************************************************
      * Author: Artem Prokopov
      * Date: 10/10/2026
      * Purpose: Customer ID merge. When one company has been set up
      *          twice on CUSTMSTR.DAT its history is split across
      *          the two IDs - on the AR ledger (ARLEDGER.DAT), the
      *          sales history (SALESHST.DAT), the invoice-reference
      *          history (INVREFHS.DAT), the returns register
      *          (RETNREG.DAT) and the RMA file (RMAFILE.DAT) - and
      *          the credit checks see only half the exposure. This
      *          SIGNON-gated program, open only to operators
      *          authorized for CUSTMRG, works a merge in two
      *          halves under the shop's two-person rule:
      *          (R)equest names the losing ID, the surviving ID and
      *          the rule the two credit limits combine by (S keep
      *          the survivor's, L the larger of the two, A the two
      *          added) and queues it on PENDAPPR.DAT as CUSTMSTR
      *          MERGE for a DIFFERENT supervisor to approve through
      *          Approve; (E)xecute carries out an approved merge.
      *          The execution takes the run locks on all the
      *          history files (the customer master's is held for
      *          the session), copies each file through a work file
      *          moving every record from the losing ID to the
      *          survivor (the returns register's header and trailer
      *          records pass through untouched), counts both IDs
      *          on every file before and after, and only when every
      *          file went through combines the credit limits on the
      *          survivor and leaves the losing customer inactive
      *          with a pointer to the survivor. The before/after
      *          counts per file go to the merge report (CUSTMRG.DAT,
      *          bracketed by the standard HDR/TRL records; the
      *          trailer counts the merges completed and carries
      *          the records moved as its control total) and the
      *          merge to AUDITLOG. A merge that stops part way
      *          leaves the master untouched and can simply be
      *          executed again - records already moved are not
      *          moved twice. (L)ist shows every queued merge and
      *          where it stands. Honors training mode (the TEST
      *          copies of the master, the queue and the history
      *          files).
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - The merge also moves the returns history
      *                   (RETNHIST.DAT) and the open work filed
      *                   under a customer: backorders (BACKORD.DAT),
      *                   credit holds and their held lines
      *                   (CREDHOLD.DAT, CREDHLIN.DAT), standing
      *                   orders (STANDORD.DAT), contract prices
      *                   (CONTRACT.DAT) and the trading-partner
      *                   record (TRADPART.DAT), each under its run
      *                   lock. A backorder or held line has the ID in
      *                   its saved transaction as well, and that moves
      *                   too. A customer has one trading-partner
      *                   record, so when both IDs have one the merge
      *                   stops until the losing one is removed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT PendingApprovalFile
               ASSIGN TO DYNAMIC PendingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingApprovalFileStatus.
           SELECT MergeSourceFile
               ASSIGN TO DYNAMIC MergeSourceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MergeSourceFileStatus.
           SELECT MergeWorkFile ASSIGN TO "CUSTMRG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MergeWorkFileStatus.
           SELECT MergeReportFile
               ASSIGN TO DYNAMIC MergeReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  PendingApprovalFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "PENDAPPR.cpy".
       FD  MergeSourceFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON SourceRecordLength.
       01 MergeSourceRecord            PIC X(200).
       FD  MergeWorkFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WorkRecordLength.
       01 MergeWorkRecord              PIC X(200).
       FD  MergeReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 MergeReportRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 PendingApprovalFileNew VALUE "35".
       01 MergeSourceFileStatus    PIC XX.
           88 MergeSourceFileOK    VALUE "00".
           88 MergeSourceFileNew   VALUE "35".
       01 MergeWorkFileStatus      PIC XX.
           88 MergeWorkFileOK      VALUE "00".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 PendingScanEndSwitch     PIC X VALUE "N".
           88 EndOfPendingScan     VALUE "Y".
       01 MergeFileEndSwitch       PIC X VALUE "N".
           88 EndOfMergeFile       VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(8).
       01 SourceRecordLength       PIC 9(3).
       01 WorkRecordLength         PIC 9(3).
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx SurvivorIdx.
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
       01 SurvivorFoundSwitch      PIC X.
           88 SurvivorFound        VALUE "Y".
       01 WantedCustomerId         PIC X(6).
      *----------------------------------------------------------------
      * The history files a merge moves, each with its training
      * copy, the run-lock resource that guards it, where the
      * customer ID sits in its record, where a second copy of it
      * sits in a saved transaction image (zero if the record has
      * none), and whether it carries the standard HDR/TRL records
      * (which have no customer ID and pass through the merge
      * untouched) or may hold only one record per customer.
      *----------------------------------------------------------------
       01 MergeFileValues.
           02 FILLER PIC X(12) VALUE "ARLEDGER.DAT".
           02 FILLER PIC X(12) VALUE "TESTARLG.DAT".
           02 FILLER PIC X(12) VALUE "ARLEDGER".
           02 FILLER PIC 9(3)  VALUE 008.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "SALESHST.DAT".
           02 FILLER PIC X(12) VALUE "TESTSHST.DAT".
           02 FILLER PIC X(12) VALUE "SALESHST".
           02 FILLER PIC 9(3)  VALUE 017.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "INVREFHS.DAT".
           02 FILLER PIC X(12) VALUE "TESTIRHS.DAT".
           02 FILLER PIC X(12) VALUE "INVREFHS".
           02 FILLER PIC 9(3)  VALUE 001.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "RETNREG.DAT".
           02 FILLER PIC X(12) VALUE "TESTRETN.DAT".
           02 FILLER PIC X(12) VALUE "RETNREG".
           02 FILLER PIC 9(3)  VALUE 025.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "Y".
           02 FILLER PIC X(12) VALUE "RMAFILE.DAT".
           02 FILLER PIC X(12) VALUE "TESTRMA.DAT".
           02 FILLER PIC X(12) VALUE "RMAFILE".
           02 FILLER PIC 9(3)  VALUE 010.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "RETNHIST.DAT".
           02 FILLER PIC X(12) VALUE "TESTRHST.DAT".
           02 FILLER PIC X(12) VALUE "RETNHIST".
           02 FILLER PIC 9(3)  VALUE 017.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "BACKORD.DAT".
           02 FILLER PIC X(12) VALUE "TESTBKOR.DAT".
           02 FILLER PIC X(12) VALUE "BACKORD".
           02 FILLER PIC 9(3)  VALUE 001.
           02 FILLER PIC 9(3)  VALUE 085.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "CREDHOLD.DAT".
           02 FILLER PIC X(12) VALUE "TESTHOLD.DAT".
           02 FILLER PIC X(12) VALUE "CREDHOLD".
           02 FILLER PIC 9(3)  VALUE 008.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "CREDHLIN.DAT".
           02 FILLER PIC X(12) VALUE "TESTHLIN.DAT".
           02 FILLER PIC X(12) VALUE "CREDHLIN".
           02 FILLER PIC 9(3)  VALUE 039.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "STANDORD.DAT".
           02 FILLER PIC X(12) VALUE "TESTSTND.DAT".
           02 FILLER PIC X(12) VALUE "STANDORD".
           02 FILLER PIC 9(3)  VALUE 008.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "CONTRACT.DAT".
           02 FILLER PIC X(12) VALUE "TESTCNTR.DAT".
           02 FILLER PIC X(12) VALUE "CONTRACT".
           02 FILLER PIC 9(3)  VALUE 001.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(12) VALUE "TRADPART.DAT".
           02 FILLER PIC X(12) VALUE "TESTTRAD.DAT".
           02 FILLER PIC X(12) VALUE "TRADPART".
           02 FILLER PIC 9(3)  VALUE 001.
           02 FILLER PIC 9(3)  VALUE 000.
           02 FILLER PIC X     VALUE "K".
       01 MergeFileTable REDEFINES MergeFileValues.
           02 MergeFileEntry OCCURS 12 TIMES
               INDEXED BY MergeIdx ReleaseIdx.
               03 MergeLiveName     PIC X(12).
               03 MergeTestName     PIC X(12).
               03 MergeLockResource PIC X(12).
               03 MergeIdPosition   PIC 9(3).
               03 MergeImageIdPosition PIC 9(3).
               03 MergeControlFlag  PIC X.
                   88 MergeHasControlRecords VALUE "Y".
                   88 MergeOneRowPerCustomer VALUE "K".
       01 MergeFileCount           PIC 99 VALUE 12.
       01 MergeCountTable.
           02 MergeCountEntry OCCURS 12 TIMES.
               03 LoserBeforeCount  PIC 9(7).
               03 SurvivorBeforeCount PIC 9(7).
               03 LoserAfterCount   PIC 9(7).
               03 SurvivorAfterCount PIC 9(7).
               03 MergeFileState    PIC X.
                   88 MergeFileMoved    VALUE "M".
                   88 MergeFileAbsent   VALUE "N".
                   88 MergeFileFailed   VALUE "F".
       01 MergeSourceFileName      PIC X(12).
       01 IdPosition               PIC 9(3).
       01 IdEndPosition            PIC 9(3).
       01 ImageIdPosition          PIC 9(3).
       01 ImageIdEndPosition       PIC 9(3).
       01 RecordCustomerId         PIC X(6).
       01 RecordsMovedCount        PIC 9(7).
       01 SessionMovedCount        PIC 9(7) VALUE ZEROS.
       01 MergesCompletedCount     PIC 9(5) VALUE ZEROS.
       01 MergeFailedSwitch        PIC X.
           88 MergeFailed          VALUE "Y".
      *----------------------------------------------------------------
      * The approved merge being carried out, as read from the
      * pending-approvals queue.
      *----------------------------------------------------------------
       01 MergePendingFoundSwitch  PIC X.
           88 MergePendingFound    VALUE "Y".
       01 MergePendSeq             PIC 9(5).
       01 MergeLoserId             PIC X(6).
       01 MergeSurvivorId          PIC X(6).
       01 MergeLimitRule           PIC X.
           88 MergeRuleValid       VALUE "S" "L" "A".
           88 MergeRuleSurvivor    VALUE "S".
           88 MergeRuleLarger      VALUE "L".
           88 MergeRuleAdded       VALUE "A".
       01 MergeRequestedBy         PIC X(10).
       01 MergeDecidedBy           PIC X(10).
       01 MergePendStatus          PIC X.
           88 MergeAwaitingApproval VALUE "P".
           88 MergeApproved        VALUE "A".
       01 OutstandingFoundSwitch   PIC X.
           88 OutstandingMergeFound VALUE "Y".
       01 NextPendingSeq           PIC 9(5).
       01 QueuedActionCount        PIC 9(5) VALUE ZEROS.
       01 ListedCount              PIC 9(5).
       01 MergedLimit              PIC 9(9)V99.
       01 LoserLimitBefore         PIC 9(9)V99.
       01 SurvivorLimitBefore      PIC 9(9)V99.
       01 LimitEditLoser           PIC Z(8)9.99.
       01 LimitEditSurvivor        PIC Z(8)9.99.
       01 LimitEditMerged          PIC Z(8)9.99.
       01 MergeStateText           PIC X(20).
       01 MaintActionCode          PIC X.
           88 MaintActionRequest   VALUE "R".
           88 MaintActionExecute   VALUE "E".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredLoserId           PIC X(6).
       01 EnteredSurvivorId        PIC X(6).
       01 EnteredLimitRule         PIC X.
       01 EnteredSeqText           PIC X(5).
       01 WantedSeqNumber          PIC 9(5).
       01 ConfirmReply             PIC X.
           88 ConfirmYes           VALUE "Y" "y".
       01 AllLocksSwitch           PIC X.
           88 AllLocksHeld         VALUE "Y".
       01 MergeReportOpenSwitch    PIC X VALUE "N".
           88 MergeReportOpen      VALUE "Y".
       01 CountEditLoserBefore     PIC Z(6)9.
       01 CountEditSurvBefore      PIC Z(6)9.
       01 CountEditLoserAfter      PIC Z(6)9.
       01 CountEditSurvAfter       PIC Z(6)9.
       01 MergeHeadingLine.
           02 FILLER               PIC X(12) VALUE "FILE".
           02 FILLER               PIC X(9)  VALUE "LOSER-BEF".
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(8)  VALUE "SURV-BEF".
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "LOSER-AFT".
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(8)  VALUE "SURV-AFT".
           02 FILLER               PIC X(18) VALUE SPACES.
       01 MergeDetailLine.
           02 DetailFileName       PIC X(12).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailLoserBefore    PIC Z(6)9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 DetailSurvBefore     PIC Z(6)9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 DetailLoserAfter     PIC Z(6)9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 DetailSurvAfter      PIC Z(6)9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailNote           PIC X(16).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 CustMergeAuthorized  VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "CUSTMRG".
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
       01 MergeReportFileName      PIC X(12)
           VALUE "CUSTMRG.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTCUST.DAT" TO CustMasterFileName
               MOVE "TESTPEND.DAT" TO PendingFileName
               MOVE "TESTCMRG.DAT" TO MergeReportFileName
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
               IF NOT CustMergeAuthorized
                   DISPLAY "*** You are not authorized to merge "
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
                   PERFORM 2000-PROCESS-MERGE-ACTION
                       UNTIL MaintDone
                   IF MergeReportOpen
                       PERFORM 7900-CLOSE-MERGE-REPORT
                   END-IF
                   IF QueuedActionCount > ZERO
                       DISPLAY QueuedActionCount
                               " merge(s) queued for approval"
                   END-IF
                   DISPLAY MergesCompletedCount
                           " merge(s) carried out"
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
           ACCEPT RunTime FROM TIME
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1100-READ-MASTER-RECORD
               PERFORM 1200-STORE-MASTER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1100-READ-MASTER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1200-STORE-MASTER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId TO TableCustomerId (CustomerIdx)
               MOVE CustMasterName TO TableCustomerName (CustomerIdx)
               MOVE CustMasterAddress TO TableAddress (CustomerIdx)
               MOVE CustMasterTermsCode
                   TO TableTermsCode (CustomerIdx)
               IF CustMasterCreditLimit NUMERIC
                   MOVE CustMasterCreditLimit
                       TO TableCreditLimit (CustomerIdx)
               ELSE
                   MOVE ZEROS TO TableCreditLimit (CustomerIdx)
               END-IF
               MOVE CustMasterStatus TO TableStatus (CustomerIdx)
               MOVE CustMasterFinChgExempt
                   TO TableFinChgExempt (CustomerIdx)
               MOVE CustMasterSalesperson
                   TO TableSalesperson (CustomerIdx)
               MOVE CustMasterMergedInto
                   TO TableMergedInto (CustomerIdx)
           ELSE
               SET CustomerTableOverflowed TO TRUE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1100-READ-MASTER-RECORD.

       2000-PROCESS-MERGE-ACTION.
           DISPLAY "Action - (R)equest (E)xecute (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionRequest PERFORM 3000-REQUEST-MERGE
               WHEN MaintActionExecute PERFORM 4000-EXECUTE-MERGE
               WHEN MaintActionList    PERFORM 2500-LIST-MERGES
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2110-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount.

       2110-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = WantedCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Finds the losing customer (CustomerIdx) and the survivor
      * (SurvivorIdx) of the merge in MergeLoserId/MergeSurvivorId.
      *----------------------------------------------------------------
       2200-FIND-MERGE-CUSTOMERS.
           MOVE MergeSurvivorId TO WantedCustomerId
           PERFORM 2100-FIND-CUSTOMER-ENTRY
           MOVE CustomerFoundSwitch TO SurvivorFoundSwitch
           IF SurvivorFound
               SET SurvivorIdx TO CustomerIdx
           END-IF
           MOVE MergeLoserId TO WantedCustomerId
           PERFORM 2100-FIND-CUSTOMER-ENTRY.

      *----------------------------------------------------------------
      * An approved merge is carried out once the losing customer
      * points at its survivor - the queue itself is Approve's and
      * keeps status A.
      *----------------------------------------------------------------
       2300-DESCRIBE-MERGE-STATE.
           EVALUATE TRUE
               WHEN MergeAwaitingApproval
                   MOVE "AWAITING APPROVAL" TO MergeStateText
               WHEN MergeApproved
                   PERFORM 2200-FIND-MERGE-CUSTOMERS
                   IF CustomerFound
                       AND TableMergedInto (CustomerIdx)
                           = MergeSurvivorId
                       MOVE "CARRIED OUT" TO MergeStateText
                   ELSE
                       MOVE "APPROVED - TO RUN" TO MergeStateText
                   END-IF
               WHEN OTHER
                   MOVE "REJECTED" TO MergeStateText
           END-EVALUATE.

       2500-LIST-MERGES.
           MOVE ZEROS TO ListedCount
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 2510-LIST-ONE-MERGE
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           IF ListedCount = ZERO
               DISPLAY "No customer merges on the queue"
           END-IF.

       2510-LIST-ONE-MERGE.
           IF PendTargetFile = "CUSTMSTR"
               AND PendActionCode = "MERGE"
               PERFORM 6700-TAKE-MERGE-PENDING
               PERFORM 2300-DESCRIBE-MERGE-STATE
               DISPLAY "  " MergePendSeq " " MergeLoserId
                       " INTO " MergeSurvivorId
                       " RULE " MergeLimitRule
                       " BY " MergeRequestedBy
                       " " MergeStateText
               ADD 1 TO ListedCount
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

      *----------------------------------------------------------------
      * A request is only queued. Both customers must be on the
      * master and neither already merged; the survivor must be
      * active, and neither may be in a merge that is still waiting
      * for approval or to be carried out.
      *----------------------------------------------------------------
       3000-REQUEST-MERGE.
           DISPLAY "Losing customer ID (history moves OFF) - "
                   WITH NO ADVANCING
           ACCEPT EnteredLoserId
           DISPLAY "Surviving customer ID (history moves ON) - "
                   WITH NO ADVANCING
           ACCEPT EnteredSurvivorId
           DISPLAY "Credit limit - (S)urvivor's (L)arger of the two "
                   "(A)dd both - " WITH NO ADVANCING
           ACCEPT EnteredLimitRule
           MOVE EnteredLoserId TO MergeLoserId
           MOVE EnteredSurvivorId TO MergeSurvivorId
           MOVE EnteredLimitRule TO MergeLimitRule
           INSPECT MergeLimitRule CONVERTING "sla" TO "SLA"
           PERFORM 2200-FIND-MERGE-CUSTOMERS
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Losing customer not on master ***"
               WHEN NOT SurvivorFound
                   DISPLAY "*** Surviving customer not on master ***"
               WHEN MergeLoserId = MergeSurvivorId
                   DISPLAY "*** A customer cannot be merged into "
                           "itself ***"
               WHEN TableMergedInto (CustomerIdx) NOT = SPACES
                   DISPLAY "*** Losing customer was already merged "
                           "into " TableMergedInto (CustomerIdx)
                           " ***"
               WHEN TableMergedInto (SurvivorIdx) NOT = SPACES
                   OR TableStatus (SurvivorIdx) = "I"
                   DISPLAY "*** Surviving customer must be active "
                           "***"
               WHEN NOT MergeRuleValid
                   DISPLAY "*** Limit rule must be S, L or A ***"
               WHEN OTHER
                   PERFORM 6600-SCAN-PENDING-FILE
                   IF OutstandingMergeFound
                       DISPLAY "*** One of these customers is "
                               "already in a merge not yet carried "
                               "out ***"
                   ELSE
                       PERFORM 6500-QUEUE-MERGE-REQUEST
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Only a merge a second supervisor approved is carried out,
      * and both customers are checked again - the master may have
      * changed since the approval.
      *----------------------------------------------------------------
       4000-EXECUTE-MERGE.
           DISPLAY "Pending number of the approved merge - "
                   WITH NO ADVANCING
           ACCEPT EnteredSeqText
           MOVE "N" TO MergePendingFoundSwitch
           IF EnteredSeqText NUMERIC
               MOVE EnteredSeqText TO WantedSeqNumber
               PERFORM 4050-FIND-MERGE-PENDING
           END-IF
           IF MergePendingFound
               PERFORM 2200-FIND-MERGE-CUSTOMERS
           END-IF
           EVALUATE TRUE
               WHEN NOT MergePendingFound
                   DISPLAY "*** No customer merge with that number "
                           "***"
               WHEN MergeAwaitingApproval
                   DISPLAY "*** Merge is still awaiting approval ***"
               WHEN NOT MergeApproved
                   DISPLAY "*** Merge was rejected ***"
               WHEN NOT CustomerFound
                   DISPLAY "*** Losing customer no longer on "
                           "master ***"
               WHEN NOT SurvivorFound
                   DISPLAY "*** Surviving customer no longer on "
                           "master ***"
               WHEN TableMergedInto (CustomerIdx) = MergeSurvivorId
                   DISPLAY "*** Merge was already carried out ***"
               WHEN TableMergedInto (CustomerIdx) NOT = SPACES
                   OR TableMergedInto (SurvivorIdx) NOT = SPACES
                   DISPLAY "*** One of the customers has since been "
                           "merged elsewhere ***"
               WHEN NOT MergeRuleValid
                   DISPLAY "*** Queued limit rule is not valid ***"
               WHEN CustomerTableOverflowed
                   DISPLAY "*** Customer master has more records "
                           "than the table holds - merge NOT run ***"
               WHEN OTHER
                   DISPLAY "Merge " MergeLoserId " "
                           TableCustomerName (CustomerIdx)
                   DISPLAY " into " MergeSurvivorId " "
                           TableCustomerName (SurvivorIdx)
                   DISPLAY "Proceed (Y/N)? - " WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ConfirmYes
                       PERFORM 4100-ACQUIRE-HISTORY-LOCKS
                       IF AllLocksHeld
                           PERFORM 4300-RUN-MERGE
                           SET ReleaseIdx TO MergeFileCount
                           PERFORM 4200-RELEASE-HISTORY-LOCKS
                       END-IF
                   ELSE
                       DISPLAY "Merge not run"
                   END-IF
           END-EVALUATE.

       4050-FIND-MERGE-PENDING.
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 4060-CHECK-MERGE-PENDING
                   UNTIL EndOfPendingScan OR MergePendingFound
               CLOSE PendingApprovalFile
           END-IF.

       4060-CHECK-MERGE-PENDING.
           IF PendSeqNumber = WantedSeqNumber
               AND PendTargetFile = "CUSTMSTR"
               AND PendActionCode = "MERGE"
               PERFORM 6700-TAKE-MERGE-PENDING
               SET MergePendingFound TO TRUE
           ELSE
               PERFORM 6610-READ-PENDING-RECORD
           END-IF.

      *----------------------------------------------------------------
      * The history-file locks are taken in table order; a
      * refused one gives back those already taken and the merge
      * does not run.
      *----------------------------------------------------------------
       4100-ACQUIRE-HISTORY-LOCKS.
           SET AllLocksHeld TO TRUE
           MOVE "A" TO LockMode
           SET MergeIdx TO 1
           PERFORM 4110-ACQUIRE-ONE-LOCK
               UNTIL MergeIdx > MergeFileCount OR NOT AllLocksHeld.

       4110-ACQUIRE-ONE-LOCK.
           CALL "RUNLOCK" USING LockMode MergeLockResource (MergeIdx)
               AuditProgramName LockResult
           IF LockGranted
               SET MergeIdx UP BY 1
           ELSE
               MOVE "N" TO AllLocksSwitch
               DISPLAY "*** " MergeLiveName (MergeIdx)
                       " is in use - merge not run, try again "
                       "later ***"
               IF MergeIdx > 1
                   SET ReleaseIdx TO MergeIdx
                   SET ReleaseIdx DOWN BY 1
                   PERFORM 4200-RELEASE-HISTORY-LOCKS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Releases the history-file locks from the first up to the
      * entry in ReleaseIdx.
      *----------------------------------------------------------------
       4200-RELEASE-HISTORY-LOCKS.
           MOVE "R" TO LockMode
           PERFORM 4210-RELEASE-ONE-LOCK
               VARYING MergeIdx FROM 1 BY 1
               UNTIL MergeIdx > ReleaseIdx.

       4210-RELEASE-ONE-LOCK.
           CALL "RUNLOCK" USING LockMode MergeLockResource (MergeIdx)
               AuditProgramName LockResult.

      *----------------------------------------------------------------
      * Every history file is moved before the master is touched.
      * Should one of them fail, the master keeps both customers as
      * they were so the merge can be executed again once the file
      * is put right; the files already moved have no records left
      * under the losing ID and pass through unchanged.
      *----------------------------------------------------------------
       4300-RUN-MERGE.
           MOVE "N" TO MergeFailedSwitch
           MOVE ZEROS TO RecordsMovedCount
           PERFORM 5000-MERGE-ONE-FILE
               VARYING MergeIdx FROM 1 BY 1
               UNTIL MergeIdx > MergeFileCount
           MOVE TableCreditLimit (CustomerIdx) TO LoserLimitBefore
           MOVE TableCreditLimit (SurvivorIdx) TO SurvivorLimitBefore
           IF MergeFailed
               MOVE SurvivorLimitBefore TO MergedLimit
               MOVE "MERGE-FAILED" TO AuditFieldName
               DISPLAY "*** Merge incomplete - customer master NOT "
                       "updated; put the file right and execute "
                       "again ***"
           ELSE
               PERFORM 6000-MERGE-MASTER-RECORDS
               PERFORM 8000-REWRITE-CUSTOMER-MASTER
               ADD 1 TO MergesCompletedCount
               ADD RecordsMovedCount TO SessionMovedCount
               MOVE "MERGE-DONE" TO AuditFieldName
               DISPLAY "Merge carried out - " RecordsMovedCount
                       " record(s) moved to " MergeSurvivorId
           END-IF
           MOVE SPACES TO AuditValueEntered
           STRING MergeLoserId DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  MergeSurvivorId DELIMITED BY SIZE
                  " RULE " DELIMITED BY SIZE
                  MergeLimitRule DELIMITED BY SIZE
                  " #" DELIMITED BY SIZE
                  MergePendSeq DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 7000-REPORT-MERGE.

      *----------------------------------------------------------------
      * One history file: copied to the work file with the losing
      * ID replaced by the survivor's and both IDs counted, copied
      * back, then read once more for the after counts. A file not
      * on disk has nothing to move.
      *----------------------------------------------------------------
       5000-MERGE-ONE-FILE.
           MOVE ZEROS TO LoserBeforeCount (MergeIdx)
                         SurvivorBeforeCount (MergeIdx)
                         LoserAfterCount (MergeIdx)
                         SurvivorAfterCount (MergeIdx)
           IF TrainingModeOn
               MOVE MergeTestName (MergeIdx) TO MergeSourceFileName
           ELSE
               MOVE MergeLiveName (MergeIdx) TO MergeSourceFileName
           END-IF
           MOVE MergeIdPosition (MergeIdx) TO IdPosition
           COMPUTE IdEndPosition = IdPosition + 5
           MOVE MergeImageIdPosition (MergeIdx) TO ImageIdPosition
           COMPUTE ImageIdEndPosition = ImageIdPosition + 5
           MOVE "N" TO MergeFileEndSwitch
           OPEN INPUT MergeSourceFile
           EVALUATE TRUE
               WHEN MergeSourceFileOK
                   OPEN OUTPUT MergeWorkFile
                   PERFORM 5100-READ-SOURCE-RECORD
                   PERFORM 5200-MOVE-SOURCE-RECORD
                       UNTIL EndOfMergeFile
                   CLOSE MergeWorkFile
                   CLOSE MergeSourceFile
                   IF MergeOneRowPerCustomer (MergeIdx)
                       AND LoserBeforeCount (MergeIdx) > ZERO
                       AND SurvivorBeforeCount (MergeIdx) > ZERO
                       SET MergeFileFailed (MergeIdx) TO TRUE
                       SET MergeFailed TO TRUE
                       DISPLAY "*** " MergeSourceFileName
                               " has a record for both customers - "
                               "remove the losing one and execute "
                               "again ***"
                   ELSE
                       PERFORM 5500-COPY-WORK-BACK
                   END-IF
               WHEN MergeSourceFileNew
                   SET MergeFileAbsent (MergeIdx) TO TRUE
               WHEN OTHER
                   SET MergeFileFailed (MergeIdx) TO TRUE
                   SET MergeFailed TO TRUE
                   DISPLAY "*** " MergeSourceFileName
                           " could not be opened ("
                           MergeSourceFileStatus ") ***"
           END-EVALUATE.

       5100-READ-SOURCE-RECORD.
           READ MergeSourceFile
               AT END SET EndOfMergeFile TO TRUE
           END-READ.

       5200-MOVE-SOURCE-RECORD.
           IF SourceRecordLength >= IdEndPosition
               AND NOT (MergeHasControlRecords (MergeIdx)
                   AND (MergeSourceRecord (1:3) = "HDR"
                       OR MergeSourceRecord (1:3) = "TRL"))
               MOVE MergeSourceRecord (IdPosition:6)
                   TO RecordCustomerId
               EVALUATE RecordCustomerId
                   WHEN MergeLoserId
                       ADD 1 TO LoserBeforeCount (MergeIdx)
                       ADD 1 TO RecordsMovedCount
                       MOVE MergeSurvivorId
                           TO MergeSourceRecord (IdPosition:6)
                       PERFORM 5300-MOVE-IMAGE-CUSTOMER
                   WHEN MergeSurvivorId
                       ADD 1 TO SurvivorBeforeCount (MergeIdx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SourceRecordLength TO WorkRecordLength
           MOVE MergeSourceRecord TO MergeWorkRecord
           WRITE MergeWorkRecord
           PERFORM 5100-READ-SOURCE-RECORD.

      *----------------------------------------------------------------
      * A record that keeps the transaction it was raised from has
      * the customer ID in that image as well; it moves with the
      * record so the transaction is re-fed under the survivor.
      *----------------------------------------------------------------
       5300-MOVE-IMAGE-CUSTOMER.
           IF ImageIdPosition > ZERO
               AND SourceRecordLength >= ImageIdEndPosition
               IF MergeSourceRecord (ImageIdPosition:6)
                   = MergeLoserId
                   MOVE MergeSurvivorId
                       TO MergeSourceRecord (ImageIdPosition:6)
               END-IF
           END-IF.

       5500-COPY-WORK-BACK.
           MOVE "N" TO MergeFileEndSwitch
           OPEN INPUT MergeWorkFile
           IF MergeWorkFileOK
               OPEN OUTPUT MergeSourceFile
               PERFORM 5600-READ-WORK-RECORD
               PERFORM 5700-COPY-WORK-RECORD
                   UNTIL EndOfMergeFile
               CLOSE MergeSourceFile
               CLOSE MergeWorkFile
               SET MergeFileMoved (MergeIdx) TO TRUE
               PERFORM 5800-COUNT-AFTER-MERGE
           ELSE
               SET MergeFileFailed (MergeIdx) TO TRUE
               SET MergeFailed TO TRUE
               DISPLAY "*** CUSTMRG.TMP could not be reopened - "
                       MergeSourceFileName " NOT merged ***"
           END-IF.

       5600-READ-WORK-RECORD.
           READ MergeWorkFile
               AT END SET EndOfMergeFile TO TRUE
           END-READ.

       5700-COPY-WORK-RECORD.
           MOVE WorkRecordLength TO SourceRecordLength
           MOVE MergeWorkRecord TO MergeSourceRecord
           WRITE MergeSourceRecord
           PERFORM 5600-READ-WORK-RECORD.

       5800-COUNT-AFTER-MERGE.
           MOVE "N" TO MergeFileEndSwitch
           OPEN INPUT MergeSourceFile
           IF MergeSourceFileOK
               PERFORM 5100-READ-SOURCE-RECORD
               PERFORM 5900-COUNT-ONE-RECORD
                   UNTIL EndOfMergeFile
               CLOSE MergeSourceFile
           ELSE
               SET MergeFileFailed (MergeIdx) TO TRUE
               SET MergeFailed TO TRUE
           END-IF.

       5900-COUNT-ONE-RECORD.
           IF SourceRecordLength >= IdEndPosition
               AND NOT (MergeHasControlRecords (MergeIdx)
                   AND (MergeSourceRecord (1:3) = "HDR"
                       OR MergeSourceRecord (1:3) = "TRL"))
               EVALUATE MergeSourceRecord (IdPosition:6)
                   WHEN MergeLoserId
                       ADD 1 TO LoserAfterCount (MergeIdx)
                   WHEN MergeSurvivorId
                       ADD 1 TO SurvivorAfterCount (MergeIdx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 5100-READ-SOURCE-RECORD.

      *----------------------------------------------------------------
      * The survivor takes the combined limit; the losing customer
      * is left inactive pointing at the survivor, its own limit
      * and details kept as they were for the record.
      *----------------------------------------------------------------
       6000-MERGE-MASTER-RECORDS.
           EVALUATE TRUE
               WHEN MergeRuleSurvivor
                   MOVE SurvivorLimitBefore TO MergedLimit
               WHEN MergeRuleLarger
                   IF LoserLimitBefore > SurvivorLimitBefore
                       MOVE LoserLimitBefore TO MergedLimit
                   ELSE
                       MOVE SurvivorLimitBefore TO MergedLimit
                   END-IF
               WHEN MergeRuleAdded
                   COMPUTE MergedLimit
                       = LoserLimitBefore + SurvivorLimitBefore
                       ON SIZE ERROR
                           MOVE 999999999.99 TO MergedLimit
                   END-COMPUTE
           END-EVALUATE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 6900-LOG-BOTH-IMAGES
           MOVE AuditFieldAfter TO AuditFieldName
           MOVE MergedLimit TO TableCreditLimit (SurvivorIdx)
           MOVE "I" TO TableStatus (CustomerIdx)
           MOVE MergeSurvivorId TO TableMergedInto (CustomerIdx)
           PERFORM 6900-LOG-BOTH-IMAGES.

      *----------------------------------------------------------------
      * The sequence scan below READs the pending file through the
      * same record area this WRITE uses, so every field is moved in
      * AFTER the scan, never before it.
      *----------------------------------------------------------------
       6500-QUEUE-MERGE-REQUEST.
           OPEN EXTEND PendingApprovalFile
           IF PendingApprovalFileNew
               OPEN OUTPUT PendingApprovalFile
           END-IF
           INITIALIZE PendingApprovalRecord
           MOVE NextPendingSeq TO PendSeqNumber
           MOVE "CUSTMSTR" TO PendTargetFile
           MOVE "MERGE" TO PendActionCode
           MOVE MergeLoserId TO PendKeyValue
           MOVE MergeSurvivorId TO PendNewValue1
           MOVE MergeLimitRule TO PendNewValue2
           MOVE OperatorId TO PendRequestedBy
           MOVE RunDate TO PendRequestDate
           MOVE "P" TO PendStatus
           MOVE SPACES TO PendDecidedBy
           WRITE PendingApprovalRecord
           CLOSE PendingApprovalFile
           ADD 1 TO QueuedActionCount
           MOVE SPACES TO AuditValueEntered
           STRING MergeLoserId DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  MergeSurvivorId DELIMITED BY SIZE
                  " RULE " DELIMITED BY SIZE
                  MergeLimitRule DELIMITED BY SIZE
                  " #" DELIMITED BY SIZE
                  NextPendingSeq DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           MOVE "MERGE-QUEUED" TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Merge queued for approval as pending number "
                   NextPendingSeq.

      *----------------------------------------------------------------
      * One pass of the queue gives the next sequence number and
      * whether either customer is already in a merge still open -
      * awaiting approval, or approved and not yet carried out.
      *----------------------------------------------------------------
       6600-SCAN-PENDING-FILE.
           MOVE ZEROS TO NextPendingSeq
           MOVE "N" TO OutstandingFoundSwitch
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 6620-NOTE-PENDING-RECORD
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           ADD 1 TO NextPendingSeq.

       6610-READ-PENDING-RECORD.
           READ PendingApprovalFile
               AT END SET EndOfPendingScan TO TRUE
           END-READ.

       6620-NOTE-PENDING-RECORD.
           IF PendSeqNumber NUMERIC
               AND PendSeqNumber > NextPendingSeq
               MOVE PendSeqNumber TO NextPendingSeq
           END-IF
           IF PendTargetFile = "CUSTMSTR"
               AND PendActionCode = "MERGE"
               AND (PendStatus = "P" OR PendStatus = "A")
               AND (PendKeyValue (1:6) = EnteredLoserId
                   OR PendKeyValue (1:6) = EnteredSurvivorId
                   OR PendNewValue1 (1:6) = EnteredLoserId)
               PERFORM 6630-CHECK-STILL-OPEN
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

       6630-CHECK-STILL-OPEN.
           IF PendStatus = "P"
               SET OutstandingMergeFound TO TRUE
           ELSE
               MOVE PendKeyValue (1:6) TO WantedCustomerId
               PERFORM 2100-FIND-CUSTOMER-ENTRY
               IF CustomerFound
                   AND TableMergedInto (CustomerIdx) = SPACES
                   SET OutstandingMergeFound TO TRUE
               END-IF
           END-IF.

       6700-TAKE-MERGE-PENDING.
           MOVE PendSeqNumber TO MergePendSeq
           MOVE PendKeyValue (1:6) TO MergeLoserId
           MOVE PendNewValue1 (1:6) TO MergeSurvivorId
           MOVE PendNewValue2 (1:1) TO MergeLimitRule
           MOVE PendRequestedBy TO MergeRequestedBy
           MOVE PendDecidedBy TO MergeDecidedBy
           MOVE PendStatus TO MergePendStatus.

       6900-LOG-BOTH-IMAGES.
           PERFORM 6910-BUILD-LOSER-IMAGE
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 6920-BUILD-SURVIVOR-IMAGE
           PERFORM 8900-CALL-AUDITLOG.

       6910-BUILD-LOSER-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableCustomerId (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCreditLimit (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableStatus (CustomerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableMergedInto (CustomerIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       6920-BUILD-SURVIVOR-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableCustomerId (SurvivorIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCreditLimit (SurvivorIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableStatus (SurvivorIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableMergedInto (SurvivorIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

      *----------------------------------------------------------------
      * The report is opened with the session's first merge and
      * closed with its trailer when the session ends.
      *----------------------------------------------------------------
       7000-REPORT-MERGE.
           IF NOT MergeReportOpen
               OPEN OUTPUT MergeReportFile
               INITIALIZE ReportHeaderRecord
               MOVE "HDR" TO HeaderRecordType
               MOVE "CUSTMRG" TO HeaderProgramName
               MOVE RunDate TO HeaderRunDate
               MOVE RunTime (1:6) TO HeaderRunTime
               WRITE ReportHeaderRecord
               SET MergeReportOpen TO TRUE
           END-IF
           MOVE SPACES TO ReportLineText
           WRITE MergeReportRecord
           MOVE SPACES TO ReportLineText
           STRING "MERGE " DELIMITED BY SIZE
                  MergePendSeq DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MergeLoserId DELIMITED BY SIZE
                  " INTO " DELIMITED BY SIZE
                  MergeSurvivorId DELIMITED BY SIZE
                  "  LIMIT RULE " DELIMITED BY SIZE
                  MergeLimitRule DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE MergeReportRecord
           MOVE SPACES TO ReportLineText
           STRING "REQUESTED BY " DELIMITED BY SIZE
                  MergeRequestedBy DELIMITED BY SIZE
                  " APPROVED BY " DELIMITED BY SIZE
                  MergeDecidedBy DELIMITED BY SIZE
                  " RUN BY " DELIMITED BY SIZE
                  OperatorId DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE MergeReportRecord
           MOVE MergeHeadingLine TO ReportLineText
           WRITE MergeReportRecord
           PERFORM 7100-REPORT-ONE-FILE
               VARYING MergeIdx FROM 1 BY 1
               UNTIL MergeIdx > MergeFileCount
           MOVE LoserLimitBefore TO LimitEditLoser
           MOVE SurvivorLimitBefore TO LimitEditSurvivor
           MOVE MergedLimit TO LimitEditMerged
           MOVE SPACES TO ReportLineText
           STRING "LIMITS  LOSER " DELIMITED BY SIZE
                  LimitEditLoser DELIMITED BY SIZE
                  "  SURVIVOR " DELIMITED BY SIZE
                  LimitEditSurvivor DELIMITED BY SIZE
                  "  NOW " DELIMITED BY SIZE
                  LimitEditMerged DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE MergeReportRecord
           MOVE SPACES TO ReportLineText
           IF MergeFailed
               STRING "*** MERGE INCOMPLETE - CUSTOMER MASTER NOT "
                          DELIMITED BY SIZE
                      "UPDATED ***" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           ELSE
               STRING MergeLoserId DELIMITED BY SIZE
                      " LEFT INACTIVE - MERGED INTO " DELIMITED BY SIZE
                      MergeSurvivorId DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           END-IF
           WRITE MergeReportRecord.

       7100-REPORT-ONE-FILE.
           MOVE SPACES TO ReportLineText
           MOVE MergeLiveName (MergeIdx) TO DetailFileName
           MOVE LoserBeforeCount (MergeIdx) TO DetailLoserBefore
           MOVE SurvivorBeforeCount (MergeIdx) TO DetailSurvBefore
           MOVE LoserAfterCount (MergeIdx) TO DetailLoserAfter
           MOVE SurvivorAfterCount (MergeIdx) TO DetailSurvAfter
           EVALUATE TRUE
               WHEN MergeFileMoved (MergeIdx)
                   MOVE "MOVED" TO DetailNote
               WHEN MergeFileAbsent (MergeIdx)
                   MOVE "NOT ON FILE" TO DetailNote
               WHEN OTHER
                   MOVE "*** FAILED ***" TO DetailNote
           END-EVALUATE
           MOVE MergeDetailLine TO ReportLineText
           WRITE MergeReportRecord.

       7900-CLOSE-MERGE-REPORT.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE MergesCompletedCount TO TrailerRecordCount
           MOVE SessionMovedCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE MergeReportFile
           DISPLAY "Merge report written to " MergeReportFileName.

      *----------------------------------------------------------------
      * Never rewrite the master from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those customers. A merge is refused
      * before it starts when the table overflowed.
      *----------------------------------------------------------------
       8000-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CustomerMasterFile
           PERFORM 8100-WRITE-MASTER-ENTRY
               VARYING CustomerIdx FROM 1 BY 1
               UNTIL CustomerIdx > CustomerEntryCount
           CLOSE CustomerMasterFile.

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

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.
       END PROGRAM CustMerge.
