      *                   the master for update, and released it on
      *                   the way out - two programs can no longer
      *                   rewrite the same master at once.
      *   17/09/2026 AP - Product master layout now comes from
      *                   PRODMSTR.cpy (record grew 54 -> 67 bytes). Add
      *                   and change now also take the preferred
      *                   supplier, checked against the supplier master
      *                   (active suppliers only), and the order
      *                   multiple the nightly PO generation rounds up
      *                   to.
      *   21/09/2026 AP - Unit cost maintained with the product (76-byte
      *                   record).
      *   28/09/2026 AP - A changed price now takes an effective date:
      *                   today's goes onto the master at once, a later
      *                   one is scheduled for the pricing run to apply
      *                   on the night it takes effect. Every price
      *                   keyed - and a new product's first price - is
      *                   appended to the price history (PRICEHST.DAT,
      *                   layout PRICEHST.cpy) once the master is
      *                   written back; scheduled prices are audited as
      *                   PRICE-SCHEDULED.
      *   30/09/2026 AP - New (R) action reviews the month-end reorder-
      *                   point proposals (REORDPRP.DAT, layout
      *                   REORDPRP.cpy, held under the REORDPRP run
      *                   lock): each pending one is shown with its
      *                   usage and lead time against the current
      *                   reorder point and approved - the master takes
      *                   the proposed point, audited REORDER-POINT old
      *                   TO new - or rejected, audited ROP-REJECTED.
      *                   Decisions are written back after the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ProdMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT SupplierMasterFile
               ASSIGN TO DYNAMIC SuppMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
           SELECT PriceHistoryFile
               ASSIGN TO DYNAMIC PriceHistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHistoryFileStatus.
           SELECT ReorderProposalFile
               ASSIGN TO DYNAMIC ProposalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReorderProposalFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       FD  PriceHistoryFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PRICEHST.cpy".
       FD  ReorderProposalFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "REORDPRP.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       WORKING-STORAGE SECTION.
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 PriceHistoryFileStatus   PIC XX.
           88 PriceHistoryFileOK   VALUE "00".
           88 PriceHistoryFileNew  VALUE "35".
       01 ReorderProposalFileStatus PIC XX.
           88 ReorderProposalFileOK VALUE "00".
       01 ProposalEndSwitch        PIC X VALUE "N".
           88 EndOfProposals       VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
               03 TableStatus       PIC X.
               03 TableOnHandQty    PIC 9(7).
               03 TableReorderPoint PIC 9(7).
               03 TableSupplierId   PIC X(6).
               03 TableOrderMultiple PIC 9(5).
               03 TableUnitCost     PIC 9(5)V999.
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableSuppStatus   PIC X.
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierFoundSwitch      PIC X.
           88 SupplierFound        VALUE "Y".
       01 SupplierLoadedSwitch     PIC X VALUE "N".
           88 SupplierMasterLoaded VALUE "Y".
       01 ProductOverflowSwitch    PIC X VALUE "N".
           88 ProductTableOverflowed VALUE "Y".
       01 ProductFoundSwitch       PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionDeact     VALUE "D".
           88 MaintActionReview    VALUE "R".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredUnitPrice         PIC 9(5)V999.
       01 EnteredOnHandText        PIC X(7).
       01 EnteredReorderText       PIC X(7).
       01 EnteredSupplierId        PIC X(6).
       01 EnteredMultipleText      PIC X(5).
       01 EnteredCostText          PIC X(8).
       01 EnteredEffectiveText     PIC X(8).
       01 EnteredEffectiveDate REDEFINES EnteredEffectiveText
                                   PIC 9(8).
       01 EnteredEffectiveSplit REDEFINES EnteredEffectiveText.
           02 EnteredEffectiveYear PIC 9(4).
           02 EnteredEffectiveMonth PIC 99.
           02 EnteredEffectiveDay  PIC 99.
       01 RunDate                  PIC 9(8).
       01 PriceAcceptedSwitch      PIC X VALUE "N".
           88 PriceAccepted        VALUE "Y".
      *    Prices keyed this session, applied or scheduled, held
      *    for PRICEHST.DAT until the master has been written back.
       01 PriceChangeTable.
           02 PriceChangeEntry OCCURS 50 TIMES
               INDEXED BY PriceChangeIdx.
               03 ChangeProductCode PIC X(6).
               03 ChangeEffectiveDate PIC 9(8).
               03 ChangeUnitPrice   PIC 9(5)V999.
               03 ChangePriorPrice  PIC 9(5)V999.
               03 ChangeStatus      PIC X.
       01 PriceChangeCount         PIC 99 VALUE ZEROS.
      *    Reorder-point proposals from the month-end RopCalc run,
      *    held as their record images and written back once the
      *    master has been.
       01 ProposalTable.
           02 ProposalEntry OCCURS 100 TIMES
               INDEXED BY ProposalIdx.
               03 TableProposalImage PIC X(76).
       01 ProposalEntryCount       PIC 9(3) VALUE ZEROS.
       01 ProposalOverflowSwitch   PIC X VALUE "N".
           88 ProposalTableOverflowed VALUE "Y".
       01 ProposalsChangedSwitch   PIC X VALUE "N".
           88 ProposalsChanged     VALUE "Y".
       01 ProposalsLoadedSwitch    PIC X VALUE "N".
           88 ProposalsLoaded      VALUE "Y".
       01 ReviewQuitSwitch         PIC X VALUE "N".
           88 ReviewQuit           VALUE "Y".
       01 PendingProposalCount     PIC 9(3) VALUE ZEROS.
       01 ProposalReply            PIC X.
           88 ProposalApprove      VALUE "A" "a".
           88 ProposalReject       VALUE "R" "r".
           88 ProposalQuit         VALUE "Q" "q".
       01 PriorReorderPoint        PIC 9(7).
       01 PriceTolerancePct        PIC 9(3) VALUE 050.
       01 PriceMovementPct         PIC 9(5)V99.
       01 PriceDifference          PIC S9(5)V999.
       01 LockResourceName         PIC X(12) VALUE "PRODMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 ProposalLockName         PIC X(12) VALUE "REORDPRP".
       01 ProposalLockResult       PIC X.
           88 ProposalLockGranted  VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ProdMasterFileName       PIC X(12)
           VALUE "PRODMSTR.DAT".
       01 SuppMasterFileName       PIC X(12)
           VALUE "SUPPMSTR.DAT".
       01 PriceHistFileName        PIC X(12)
           VALUE "PRICEHST.DAT".
       01 ProposalFileName         PIC X(12)
           VALUE "REORDPRP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTPROD.DAT" TO ProdMasterFileName
               MOVE "TESTSUPP.DAT" TO SuppMasterFileName
               MOVE "TESTPHST.DAT" TO PriceHistFileName
               MOVE "TESTRPRP.DAT" TO ProposalFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               IF ProductMasterFileOK
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   EVALUATE TRUE
                       WHEN MasterChanged
                           PERFORM 8000-REWRITE-PRODUCT-MASTER
                       WHEN ProposalsChanged
                           PERFORM 8300-REWRITE-PROPOSALS
                       WHEN OTHER
                           DISPLAY "No changes applied"
                   END-EVALUATE
               ELSE
                   DISPLAY "*** Product master file not available - "
                           "run terminated ***"
               END-IF
               IF ProposalLockGranted
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode ProposalLockName
                       AuditProgramName ProposalLockResult
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-TOLERANCE-PARM
           PERFORM 1300-LOAD-SUPPLIER-MASTER
           MOVE ZEROS TO ProductEntryCount
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1200-STORE-MASTER-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF
           PERFORM 1400-LOAD-REORDER-PROPOSALS.

       1050-LOAD-TOLERANCE-PARM.
           MOVE 050 TO PriceTolerancePct
                   MOVE ZEROS
                       TO TableReorderPoint (ProductEntryCount)
               END-IF
               MOVE ProdMasterSupplierId
                   TO TableSupplierId (ProductEntryCount)
               IF ProdMasterOrderMultiple NUMERIC
                   MOVE ProdMasterOrderMultiple
                       TO TableOrderMultiple (ProductEntryCount)
               ELSE
                   MOVE ZEROS
                       TO TableOrderMultiple (ProductEntryCount)
               END-IF
               IF ProdMasterUnitCost NUMERIC
                   MOVE ProdMasterUnitCost
                       TO TableUnitCost (ProductEntryCount)
               ELSE
                   MOVE ZEROS TO TableUnitCost (ProductEntryCount)
               END-IF
           ELSE
               SET ProductTableOverflowed TO TRUE
               DISPLAY "*** Product table full - record for "
           END-IF
           PERFORM 1100-READ-MASTER-RECORD.

      *----------------------------------------------------------------
      * The supplier master is only read here, to check a preferred
      * supplier as it is keyed. No supplier master yet means the
      * check cannot be made, and the supplier prompt is skipped.
      *----------------------------------------------------------------
       1300-LOAD-SUPPLIER-MASTER.
           MOVE ZEROS TO SupplierEntryCount
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               SET SupplierMasterLoaded TO TRUE
               PERFORM 1310-READ-SUPPLIER-RECORD
               PERFORM 1320-STORE-SUPPLIER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           END-IF.

       1310-READ-SUPPLIER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       1320-STORE-SUPPLIER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierEntryCount)
               MOVE SuppMasterStatus
                   TO TableSuppStatus (SupplierEntryCount)
           ELSE
               DISPLAY "*** Supplier table full - supplier "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 1310-READ-SUPPLIER-RECORD.

      *----------------------------------------------------------------
      * The proposals are reviewed under their own run lock, so the
      * month-end RopCalc run cannot replace them mid-review. Refused
      * or missing, the session goes on without the review.
      *----------------------------------------------------------------
       1400-LOAD-REORDER-PROPOSALS.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode ProposalLockName
               AuditProgramName ProposalLockResult
           IF ProposalLockGranted
               OPEN INPUT ReorderProposalFile
               IF ReorderProposalFileOK
                   SET ProposalsLoaded TO TRUE
                   PERFORM 1410-READ-PROPOSAL-RECORD
                   PERFORM 1420-STORE-PROPOSAL-RECORD
                       UNTIL EndOfProposals
                   CLOSE ReorderProposalFile
               END-IF
           END-IF.

       1410-READ-PROPOSAL-RECORD.
           READ ReorderProposalFile
               AT END SET EndOfProposals TO TRUE
           END-READ.

       1420-STORE-PROPOSAL-RECORD.
           IF ProposalEntryCount < 100
               ADD 1 TO ProposalEntryCount
               MOVE ReorderProposalRecord
                   TO TableProposalImage (ProposalEntryCount)
               IF RpPending
                   ADD 1 TO PendingProposalCount
               END-IF
           ELSE
               SET ProposalTableOverflowed TO TRUE
               DISPLAY "*** Proposal table full - proposal for "
                       RpProductCode " not loaded ***"
           END-IF
           PERFORM 1410-READ-PROPOSAL-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (D)eactivate "
                   "(R)eorder proposals (Q)uit - " WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd    PERFORM 3000-ADD-PRODUCT
               WHEN MaintActionChange PERFORM 4000-CHANGE-PRODUCT
               WHEN MaintActionDeact  PERFORM 5000-DEACTIVATE-PRODUCT
               WHEN MaintActionReview
                   PERFORM 6000-REVIEW-REORDER-PROPOSALS
               WHEN MaintActionQuit   SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
                   DISPLAY "*** Product code already on master ***"
               WHEN ProductEntryCount >= 100
                   DISPLAY "*** Product master is full ***"
               WHEN PriceChangeCount >= 50
                   DISPLAY "*** Too many prices keyed this session - "
                           "quit and start again ***"
               WHEN OTHER
                   DISPLAY "Enter the description - "
                           WITH NO ADVANCING
                           TO TableProductCode (ProductIdx)
                       MOVE EnteredDescription
                           TO TableDescription (ProductIdx)
                       MOVE ZEROS TO TableUnitPrice (ProductIdx)
                       MOVE RunDate TO EnteredEffectiveText
                       PERFORM 4300-RECORD-PRICE-CHANGE
                       MOVE EnteredUnitPrice
                           TO TableUnitPrice (ProductIdx)
                       MOVE "A" TO TableStatus (ProductIdx)
           IF EnteredReorderText NUMERIC
               MOVE EnteredReorderText
                   TO TableReorderPoint (ProductIdx)
           END-IF
           MOVE SPACES TO TableSupplierId (ProductIdx)
           MOVE ZEROS TO TableOrderMultiple (ProductIdx)
           MOVE ZEROS TO TableUnitCost (ProductIdx)
           PERFORM 3200-PROMPT-SUPPLIER-FIELDS.

      *----------------------------------------------------------------
      * Preferred supplier, order multiple and unit cost drive the
      * nightly PO generation, and the cost is what a supplier's
      * invoice is matched against. Blank keeps what is there; a
      * supplier must be on the supplier master and active, and a
      * blank multiple on file is taken as 1 when the PO is raised.
      *----------------------------------------------------------------
       3200-PROMPT-SUPPLIER-FIELDS.
           IF SupplierMasterLoaded
               DISPLAY "Enter the preferred supplier (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredSupplierId
               IF EnteredSupplierId NOT = SPACES
                   PERFORM 3210-CHECK-SUPPLIER
                   IF SupplierFound
                       MOVE EnteredSupplierId
                           TO TableSupplierId (ProductIdx)
                   ELSE
                       DISPLAY "*** Supplier not on the supplier "
                               "master or inactive - supplier left "
                               "unchanged ***"
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** Supplier master not available - "
                       "preferred supplier left unchanged ***"
           END-IF
           DISPLAY "Enter the order multiple (blank = keep) - "
                   WITH NO ADVANCING
           ACCEPT EnteredMultipleText
           IF EnteredMultipleText NOT = SPACES
               IF EnteredMultipleText NUMERIC
                   MOVE EnteredMultipleText
                       TO TableOrderMultiple (ProductIdx)
               ELSE
                   DISPLAY "*** Order multiple must be five digits "
                           "- left unchanged ***"
               END-IF
           END-IF
           DISPLAY "Enter the unit cost (99999999 = five digits then "
                   "three decimals, blank = keep) - " WITH NO ADVANCING
           ACCEPT EnteredCostText
           IF EnteredCostText NOT = SPACES
               IF EnteredCostText NUMERIC
                   MOVE EnteredCostText TO TableUnitCost (ProductIdx)
               ELSE
                   DISPLAY "*** Unit cost must be eight digits - "
                           "left unchanged ***"
               END-IF
           END-IF.

       3210-CHECK-SUPPLIER.
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 3220-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount.

       3220-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = EnteredSupplierId
               AND TableSuppStatus (SupplierIdx) NOT = "I"
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

       4000-CHANGE-PRODUCT.
                   IF EnteredPriceText NUMERIC
                       MOVE EnteredPriceText TO EnteredUnitPrice
                       PERFORM 4100-APPLY-PRICE-WITH-TOLERANCE
                       IF PriceAccepted
                           PERFORM 4200-APPLY-OR-SCHEDULE-PRICE
                       END-IF
                   ELSE
                       DISPLAY "*** Price must be eight digits - "
                               "price left unchanged ***"
                   MOVE EnteredReorderText
                       TO TableReorderPoint (ProductIdx)
               END-IF
               DISPLAY "Supplier: " TableSupplierId (ProductIdx)
                       " order multiple "
                       TableOrderMultiple (ProductIdx)
               PERFORM 3200-PROMPT-SUPPLIER-FIELDS
               PERFORM 7000-LOG-AFTER-IMAGE
               SET MasterChanged TO TRUE
               ADD 1 TO ActionAppliedCount
      * movement and is caught at the terminal, not in the morning.
      *----------------------------------------------------------------
       4100-APPLY-PRICE-WITH-TOLERANCE.
           MOVE "N" TO PriceAcceptedSwitch
           IF TableUnitPrice (ProductIdx) > ZERO
               COMPUTE PriceDifference =
                   EnteredUnitPrice - TableUnitPrice (ProductIdx)
               DISPLAY "Apply anyway (Y/N)? - " WITH NO ADVANCING
               ACCEPT ConfirmReply
               IF ConfirmReply = "Y" OR ConfirmReply = "y"
                   SET PriceAccepted TO TRUE
               ELSE
                   DISPLAY "Price change not applied"
               END-IF
           ELSE
               SET PriceAccepted TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * A price takes effect today or on a later date keyed here.
      * Today's goes onto the master now; a later one is only
      * recorded on the price history, and the pricing run puts it
      * on the master the night it takes effect. Either way the
      * price history gets the change.
      *----------------------------------------------------------------
       4200-APPLY-OR-SCHEDULE-PRICE.
           DISPLAY "Effective date (yyyymmdd, blank = today) - "
                   WITH NO ADVANCING
           ACCEPT EnteredEffectiveText
           IF EnteredEffectiveText = SPACES
               MOVE RunDate TO EnteredEffectiveText
           END-IF
           EVALUATE TRUE
               WHEN EnteredEffectiveText NOT NUMERIC
               WHEN EnteredEffectiveMonth < 1
               WHEN EnteredEffectiveMonth > 12
               WHEN EnteredEffectiveDay < 1
               WHEN EnteredEffectiveDay > 31
                   DISPLAY "*** Effective date is not a valid date - "
                           "price left unchanged ***"
               WHEN EnteredEffectiveDate < RunDate
                   DISPLAY "*** Effective date is in the past - "
                           "price left unchanged ***"
               WHEN PriceChangeCount >= 50
                   DISPLAY "*** Too many prices keyed this session "
                           "- price left unchanged ***"
               WHEN EnteredEffectiveDate = RunDate
                   PERFORM 4300-RECORD-PRICE-CHANGE
                   MOVE EnteredUnitPrice TO TableUnitPrice (ProductIdx)
               WHEN OTHER
                   PERFORM 4300-RECORD-PRICE-CHANGE
                   MOVE "PRICE-SCHEDULED" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING TableProductCode (ProductIdx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EnteredUnitPrice DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EnteredEffectiveText DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   PERFORM 8900-CALL-AUDITLOG
                   DISPLAY "Price " EnteredUnitPrice
                           " scheduled to take effect "
                           EnteredEffectiveText
           END-EVALUATE.

       4300-RECORD-PRICE-CHANGE.
           ADD 1 TO PriceChangeCount
           SET PriceChangeIdx TO PriceChangeCount
           MOVE TableProductCode (ProductIdx)
               TO ChangeProductCode (PriceChangeIdx)
           MOVE EnteredEffectiveDate
               TO ChangeEffectiveDate (PriceChangeIdx)
           MOVE EnteredUnitPrice TO ChangeUnitPrice (PriceChangeIdx)
           MOVE TableUnitPrice (ProductIdx)
               TO ChangePriorPrice (PriceChangeIdx)
           IF EnteredEffectiveDate > RunDate
               MOVE "S" TO ChangeStatus (PriceChangeIdx)
           ELSE
               MOVE "A" TO ChangeStatus (PriceChangeIdx)
           END-IF.

       5000-DEACTIVATE-PRODUCT.
               DISPLAY "*** Product code not on master ***"
           END-IF.

      *----------------------------------------------------------------
      * Each pending proposal is shown against the product as it is
      * now and approved, rejected or left for another session. Only
      * an approval moves the reorder point, audited old TO new.
      *----------------------------------------------------------------
       6000-REVIEW-REORDER-PROPOSALS.
           EVALUATE TRUE
               WHEN NOT ProposalLockGranted
                   DISPLAY "*** Reorder proposals are in use - "
                           "review not available ***"
               WHEN NOT ProposalsLoaded
                   DISPLAY "*** No reorder proposals on file ***"
               WHEN ProposalTableOverflowed
                   DISPLAY "*** More reorder proposals than the "
                           "table holds - review not available ***"
               WHEN PendingProposalCount = ZERO
                   DISPLAY "No reorder proposals awaiting review"
               WHEN OTHER
                   MOVE "N" TO ReviewQuitSwitch
                   PERFORM 6100-REVIEW-ONE-PROPOSAL
                       VARYING ProposalIdx FROM 1 BY 1
                       UNTIL ProposalIdx > ProposalEntryCount
                          OR ReviewQuit
                   DISPLAY PendingProposalCount
                           " reorder proposal(s) still pending"
           END-EVALUATE.

       6100-REVIEW-ONE-PROPOSAL.
           MOVE TableProposalImage (ProposalIdx)
               TO ReorderProposalRecord
           IF RpPending
               MOVE RpProductCode TO EnteredProductCode
               MOVE "N" TO ProductFoundSwitch
               SET ProductIdx TO 1
               PERFORM 2110-SEARCH-PRODUCT-ENTRY
                   UNTIL ProductFound
                      OR ProductIdx > ProductEntryCount
               IF ProductFound
                   PERFORM 6200-DECIDE-PROPOSAL
               ELSE
                   DISPLAY "*** Proposal for " RpProductCode
                           " - product not on master, left ***"
               END-IF
           END-IF.

       6200-DECIDE-PROPOSAL.
           DISPLAY "Product " RpProductCode " "
                   TableDescription (ProductIdx)
           DISPLAY "  reorder point now "
                   TableReorderPoint (ProductIdx)
                   " proposed " RpProposedPoint
           DISPLAY "  usage per month avg " RpAverageUsage
                   " peak " RpPeakUsage " over " RpMonthsUsed
                   " months, lead time " RpLeadDays " days"
           IF TableReorderPoint (ProductIdx) NOT = RpCurrentPoint
               DISPLAY "  (reorder point was " RpCurrentPoint
                       " when proposed)"
           END-IF
           DISPLAY "(A)pprove (R)eject (blank = leave) (Q)uit - "
                   WITH NO ADVANCING
           MOVE SPACE TO ProposalReply
           ACCEPT ProposalReply
           EVALUATE TRUE
               WHEN ProposalApprove
                   MOVE TableReorderPoint (ProductIdx)
                       TO PriorReorderPoint
                   MOVE RpProposedPoint
                       TO TableReorderPoint (ProductIdx)
                   MOVE "REORDER-POINT" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING RpProductCode DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PriorReorderPoint DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          RpProposedPoint DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   PERFORM 8900-CALL-AUDITLOG
                   SET RpApproved TO TRUE
                   PERFORM 6300-RECORD-DECISION
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Reorder point for " RpProductCode
                           " now " RpProposedPoint
               WHEN ProposalReject
                   MOVE "ROP-REJECTED" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING RpProductCode DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RpProposedPoint DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   PERFORM 8900-CALL-AUDITLOG
                   SET RpRejected TO TRUE
                   PERFORM 6300-RECORD-DECISION
               WHEN ProposalQuit
                   SET ReviewQuit TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6300-RECORD-DECISION.
           MOVE OperatorId TO RpDecidedBy
           MOVE RunDate TO RpDecidedDate
           MOVE ReorderProposalRecord
               TO TableProposalImage (ProposalIdx)
           SUBTRACT 1 FROM PendingProposalCount
           SET ProposalsChanged TO TRUE.

       7100-LOG-BEFORE-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
               CLOSE ProductMasterFile
               DISPLAY "Product master rewritten - "
                       ActionAppliedCount " action(s) applied"
               IF PriceChangeCount > ZERO
                   PERFORM 8200-APPEND-PRICE-HISTORY
               END-IF
               IF ProposalsChanged
                   PERFORM 8300-REWRITE-PROPOSALS
               END-IF
           END-IF.

       8200-APPEND-PRICE-HISTORY.
           OPEN EXTEND PriceHistoryFile
           IF PriceHistoryFileNew
               OPEN OUTPUT PriceHistoryFile
           END-IF
           PERFORM 8210-WRITE-PRICE-HISTORY
               VARYING PriceChangeIdx FROM 1 BY 1
               UNTIL PriceChangeIdx > PriceChangeCount
           CLOSE PriceHistoryFile
           DISPLAY "Price history - " PriceChangeCount
                   " price(s) recorded".

       8210-WRITE-PRICE-HISTORY.
           INITIALIZE PriceHistoryRecord
           MOVE ChangeProductCode (PriceChangeIdx) TO PhProductCode
           MOVE ChangeEffectiveDate (PriceChangeIdx)
               TO PhEffectiveDate
           MOVE ChangeUnitPrice (PriceChangeIdx) TO PhUnitPrice
           MOVE ChangePriorPrice (PriceChangeIdx) TO PhPriorPrice
           MOVE ChangeStatus (PriceChangeIdx) TO PhStatus
           MOVE OperatorId TO PhEnteredBy
           MOVE RunDate TO PhEntryDate
           IF ChangeStatus (PriceChangeIdx) = "A"
               MOVE RunDate TO PhAppliedDate
           ELSE
               MOVE ZEROS TO PhAppliedDate
           END-IF
           WRITE PriceHistoryRecord.

      *----------------------------------------------------------------
      * Decisions go back onto the proposal file only after the
      * master - an approval never shows as made while the master
      * still holds the old reorder point.
      *----------------------------------------------------------------
       8300-REWRITE-PROPOSALS.
           OPEN OUTPUT ReorderProposalFile
           PERFORM 8310-WRITE-PROPOSAL-ENTRY
               VARYING ProposalIdx FROM 1 BY 1
               UNTIL ProposalIdx > ProposalEntryCount
           CLOSE ReorderProposalFile
           DISPLAY "Reorder proposals rewritten".

       8310-WRITE-PROPOSAL-ENTRY.
           MOVE TableProposalImage (ProposalIdx)
               TO ReorderProposalRecord
           WRITE ReorderProposalRecord.

       8100-WRITE-MASTER-ENTRY.
           INITIALIZE ProductMasterRecord
           MOVE TableProductCode (ProductIdx) TO ProdMasterCode
           MOVE TableOnHandQty (ProductIdx) TO ProdMasterOnHandQty
           MOVE TableReorderPoint (ProductIdx)
               TO ProdMasterReorderPoint
           MOVE TableSupplierId (ProductIdx) TO ProdMasterSupplierId
           MOVE TableOrderMultiple (ProductIdx)
               TO ProdMasterOrderMultiple
           MOVE TableUnitCost (ProductIdx) TO ProdMasterUnitCost
           WRITE ProductMasterRecord.
       END PROGRAM ProdMaint.
