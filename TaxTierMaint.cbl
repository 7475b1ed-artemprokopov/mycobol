      ******************************************************************
      * Author: Artem Prokopov
      * Date: 11/10/2026
      * Purpose: Tax-rate and discount-tier maintenance in the
      *          TpMaint mold. TAXRATE.DAT (layout TAXRATE.cpy) and
      *          DISCTIER.DAT (layout DISCTIER.cpy) used to be edited
      *          in a text editor and only checked by TaxDiscCheck
      *          on the night. This SIGNON-gated program, open only
      *          to operators authorized for TAXDISC, keys new rows
      *          into both files and validates each as it is keyed
      *          by the rules TaxDiscCheck applies - a rate numeric
      *          and not above fifty percent, a threshold numeric, a
      *          discount numeric and under ninety percent, a
      *          plausible effective date, and never two rows for
      *          the same key and date. Rows are effective-dated, so
      *          a change due on a quarter boundary is keyed ahead of
      *          time (blank date = today; never earlier, so what
      *          was priced stays priced). A rate or tier changes by
      *          adding a row from its new date, and a tier ends with
      *          a 0.00 row. A row not yet in effect may be
      *          withdrawn; one already in effect stays on file as
      *          history. The listing marks each row in effect,
      *          superseded, withdrawn or future as the pricing run
      *          would read it today. Before/after images go to
      *          AUDITLOG under the operator's signed-on ID. Both
      *          files are loaded to tables and rewritten when
      *          changed; a missing file starts empty. Honors
      *          training mode (TESTTAXR.DAT, TESTDTIR.DAT) and holds
      *          the TAXRATE and DISCTIER run locks while it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxTierMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxRateFile
               ASSIGN TO DYNAMIC TaxRateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxRateFileStatus.
           SELECT DiscountTierFile
               ASSIGN TO DYNAMIC DiscountTierFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiscountTierFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TaxRateFile
           RECORD CONTAINS 15 CHARACTERS.
           COPY "TAXRATE.cpy".
       FD  DiscountTierFile
           RECORD CONTAINS 26 CHARACTERS.
           COPY "DISCTIER.cpy".
       WORKING-STORAGE SECTION.
       01 TaxRateFileStatus        PIC XX.
           88 TaxRateFileOK        VALUE "00".
           88 TaxRateFileNew       VALUE "35".
       01 DiscountTierFileStatus   PIC XX.
           88 DiscountTierFileOK   VALUE "00".
           88 DiscountTierFileNew  VALUE "35".
       01 TaxRateEndSwitch         PIC X VALUE "N".
           88 EndOfTaxRates        VALUE "Y".
       01 TierEndSwitch            PIC X VALUE "N".
           88 EndOfTiers           VALUE "Y".
       01 RunDate                  PIC 9(8).
      *----------------------------------------------------------------
      * TaxDiscCheck's plausibility bounds: a tax category above
      * fifty percent or a discount tier at ninety percent or more
      * is a keying slip, not a business rule.
      *----------------------------------------------------------------
       01 MaxTaxPercent            PIC 99V99 VALUE 50.
       01 MaxDiscountPercent       PIC 99V99 VALUE 90.
      *----------------------------------------------------------------
      * Each row is held as read (the image is what is written back)
      * alongside the fields the rules and the listing work from; a
      * blank effective date counts as zero - in effect from the
      * beginning.
      *----------------------------------------------------------------
       01 TaxRateTable.
           02 TaxRateEntry OCCURS 50 TIMES
               INDEXED BY TaxRateIdx TaxCheckIdx.
               03 TableTaxImage     PIC X(15).
               03 TableTaxCategory  PIC X.
               03 TableTaxPercent   PIC 99V99.
               03 TableTaxEffDate   PIC 9(8).
       01 TaxRateEntryCount        PIC 99 VALUE ZEROS.
       01 TaxOverflowSwitch        PIC X VALUE "N".
           88 TaxTableOverflowed   VALUE "Y".
       01 TaxChangedSwitch         PIC X VALUE "N".
           88 TaxRatesChanged      VALUE "Y".
       01 DiscountTierTable.
           02 DiscountTierEntry OCCURS 99 TIMES
               INDEXED BY TierIdx TierCheckIdx.
               03 TableTierImage    PIC X(26).
               03 TableTierProduct  PIC X(6).
               03 TableTierThreshold PIC 9(5).
               03 TableTierPct      PIC 99V99.
               03 TableTierEffDate  PIC 9(8).
       01 DiscountTierEntryCount   PIC 99 VALUE ZEROS.
       01 TierOverflowSwitch       PIC X VALUE "N".
           88 TierTableOverflowed  VALUE "Y".
       01 TierChangedSwitch        PIC X VALUE "N".
           88 TiersChanged         VALUE "Y".
       01 RowFoundSwitch           PIC X.
           88 RowFound             VALUE "Y".
       01 RowSupersededSwitch      PIC X.
           88 RowSuperseded        VALUE "Y".
       01 RowPredecessorSwitch     PIC X.
           88 RowHasPredecessor    VALUE "Y".
       01 RowStatusText            PIC X(10).
       01 FilesUsableSwitch        PIC X VALUE "Y".
           88 FilesUsable          VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionRate      VALUE "R".
           88 MaintActionTier      VALUE "T".
           88 MaintActionWithdraw  VALUE "W".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 WithdrawFileCode         PIC X.
           88 WithdrawFromRates    VALUE "R".
           88 WithdrawFromTiers    VALUE "T".
       01 EnteredCategory          PIC X.
       01 EnteredProductCode       PIC X(6).
       01 EnteredThresholdText     PIC X(5).
       01 EnteredThreshold REDEFINES EnteredThresholdText
                                   PIC 9(5).
       01 EnteredPercentText       PIC X(4).
       01 EnteredPercent REDEFINES EnteredPercentText
                                   PIC 99V99.
       01 EnteredDateText          PIC X(8).
       01 EnteredDate REDEFINES EnteredDateText
                                   PIC 9(8).
       01 EnteredDateSplit REDEFINES EnteredDateText.
           02 EnteredYear          PIC 9(4).
           02 EnteredMonth         PIC 99.
           02 EnteredDay           PIC 99.
       01 DateValidSwitch          PIC X.
           88 DateValid            VALUE "Y".
       01 PercentDisplay           PIC Z9.99.
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 TaxTierMaintAuthorized VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "TAXDISC".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 TaxLockName              PIC X(12) VALUE "TAXRATE".
       01 TierLockName             PIC X(12) VALUE "DISCTIER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 TaxRateFileName          PIC X(12)
           VALUE "TAXRATE.DAT".
       01 DiscountTierFileName     PIC X(12)
           VALUE "DISCTIER.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTTAXR.DAT" TO TaxRateFileName
               MOVE "TESTDTIR.DAT" TO DiscountTierFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           ACCEPT RunDate FROM DATE YYYYMMDD
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING OperatorId AuditProgramName
                   AuthCheckResult
               IF NOT TaxTierMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "tax rates and discount tiers ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 0500-ACQUIRE-LOCKS
               PERFORM 1000-LOAD-TAX-RATES
               PERFORM 1300-LOAD-DISCOUNT-TIERS
               IF FilesUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF TaxRatesChanged
                       PERFORM 8000-REWRITE-TAX-RATES
                   END-IF
                   IF TiersChanged
                       PERFORM 8200-REWRITE-DISCOUNT-TIERS
                   END-IF
                   IF TaxRatesChanged OR TiersChanged
                       DISPLAY ActionAppliedCount " action(s) applied"
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Tax-rate or discount-tier file not "
                           "available - run terminated ***"
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode TierLockName
                   AuditProgramName LockResult
               CALL "RUNLOCK" USING LockMode TaxLockName
                   AuditProgramName LockResult
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * Both files are held for the whole session; if the second
      * lock is refused the first is given back before stopping.
      *----------------------------------------------------------------
       0500-ACQUIRE-LOCKS.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode TaxLockName
               AuditProgramName LockResult
           IF LockGranted
               CALL "RUNLOCK" USING LockMode TierLockName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode TaxLockName
                       AuditProgramName LockResult
                   MOVE "N" TO LockResult
               END-IF
           END-IF
           IF NOT LockGranted
               DISPLAY "*** Tax rates or discount tiers are in use - "
                       "try again later ***"
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
               STOP RUN
           END-IF.

       1000-LOAD-TAX-RATES.
           OPEN INPUT TaxRateFile
           EVALUATE TRUE
               WHEN TaxRateFileOK
                   PERFORM 1100-READ-TAX-RATE-RECORD
                   PERFORM 1200-STORE-TAX-RATE-RECORD
                       UNTIL EndOfTaxRates
                   CLOSE TaxRateFile
               WHEN TaxRateFileNew
                   DISPLAY "Tax-rate file is empty - starting a new "
                           "file"
               WHEN OTHER
                   MOVE "N" TO FilesUsableSwitch
           END-EVALUATE.

       1100-READ-TAX-RATE-RECORD.
           READ TaxRateFile
               AT END SET EndOfTaxRates TO TRUE
           END-READ.

       1200-STORE-TAX-RATE-RECORD.
           IF TaxRateEntryCount < 50
               ADD 1 TO TaxRateEntryCount
               SET TaxRateIdx TO TaxRateEntryCount
               PERFORM 1250-STORE-TAX-FIELDS
           ELSE
               SET TaxTableOverflowed TO TRUE
               DISPLAY "*** Tax-rate table full - record for "
                       TaxRateCategory " " TaxRateEffectiveText
                       " not loaded ***"
           END-IF
           PERFORM 1100-READ-TAX-RATE-RECORD.

       1250-STORE-TAX-FIELDS.
           MOVE TaxRateRecord   TO TableTaxImage (TaxRateIdx)
           MOVE TaxRateCategory TO TableTaxCategory (TaxRateIdx)
           IF TaxRatePercentText NUMERIC
               MOVE TaxRatePercent TO TableTaxPercent (TaxRateIdx)
           ELSE
               MOVE ZEROS TO TableTaxPercent (TaxRateIdx)
           END-IF
           IF TaxRateEffectiveDate NUMERIC
               MOVE TaxRateEffectiveDate
                   TO TableTaxEffDate (TaxRateIdx)
           ELSE
               MOVE ZEROS TO TableTaxEffDate (TaxRateIdx)
           END-IF.

       1300-LOAD-DISCOUNT-TIERS.
           OPEN INPUT DiscountTierFile
           EVALUATE TRUE
               WHEN DiscountTierFileOK
                   PERFORM 1400-READ-TIER-RECORD
                   PERFORM 1500-STORE-TIER-RECORD
                       UNTIL EndOfTiers
                   CLOSE DiscountTierFile
               WHEN DiscountTierFileNew
                   DISPLAY "Discount-tier file is empty - starting a "
                           "new file"
               WHEN OTHER
                   MOVE "N" TO FilesUsableSwitch
           END-EVALUATE.

       1400-READ-TIER-RECORD.
           READ DiscountTierFile
               AT END SET EndOfTiers TO TRUE
           END-READ.

       1500-STORE-TIER-RECORD.
           IF DiscountTierEntryCount < 99
               ADD 1 TO DiscountTierEntryCount
               SET TierIdx TO DiscountTierEntryCount
               PERFORM 1550-STORE-TIER-FIELDS
           ELSE
               SET TierTableOverflowed TO TRUE
               DISPLAY "*** Discount-tier table full - record for "
                       TierProductCode " " TierQtyThresholdText
                       " not loaded ***"
           END-IF
           PERFORM 1400-READ-TIER-RECORD.

       1550-STORE-TIER-FIELDS.
           MOVE DiscountTierRecord TO TableTierImage (TierIdx)
           MOVE TierProductCode    TO TableTierProduct (TierIdx)
           IF TierQtyThresholdText NUMERIC
               MOVE TierQtyThreshold TO TableTierThreshold (TierIdx)
           ELSE
               MOVE ZEROS TO TableTierThreshold (TierIdx)
           END-IF
           IF TierDiscountPctText NUMERIC
               MOVE TierDiscountPct TO TableTierPct (TierIdx)
           ELSE
               MOVE ZEROS TO TableTierPct (TierIdx)
           END-IF
           IF TierEffectiveDate NUMERIC
               MOVE TierEffectiveDate TO TableTierEffDate (TierIdx)
           ELSE
               MOVE ZEROS TO TableTierEffDate (TierIdx)
           END-IF.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (R)ate (T)ier (W)ithdraw (L)ist "
                   "(Q)uit - " WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionRate     PERFORM 3000-ADD-TAX-RATE
               WHEN MaintActionTier     PERFORM 4000-ADD-DISCOUNT-TIER
               WHEN MaintActionWithdraw PERFORM 6000-WITHDRAW-ROW
               WHEN MaintActionList     PERFORM 5000-LIST-ROWS
               WHEN MaintActionQuit     SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-PERCENT.
           DISPLAY "Percent (4 digits - two then two decimals, "
                   "e.g. 0750 = 7.50) - " WITH NO ADVANCING
           ACCEPT EnteredPercentText.

       2200-PROMPT-EFFECTIVE-DATE.
           DISPLAY "Effective date (yyyymmdd, blank = today) - "
                   WITH NO ADVANCING
           ACCEPT EnteredDateText
           IF EnteredDateText = SPACES
               MOVE RunDate TO EnteredDateText
           END-IF
           PERFORM 2900-CHECK-ENTERED-DATE.

       2300-PROMPT-TIER-KEY.
           DISPLAY "Product code (blank = all products) - "
                   WITH NO ADVANCING
           ACCEPT EnteredProductCode
           DISPLAY "Quantity threshold (5 digits, e.g. 00100) - "
                   WITH NO ADVANCING
           ACCEPT EnteredThresholdText.

       2900-CHECK-ENTERED-DATE.
           MOVE "N" TO DateValidSwitch
           IF EnteredDateText NUMERIC
               IF EnteredMonth >= 1 AND EnteredMonth <= 12
                   AND EnteredDay >= 1 AND EnteredDay <= 31
                   SET DateValid TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A new rate for a category is a new row from its effective
      * date - the row it replaces stays on file for the lines
      * already priced under it. Blank is the exempt category on the
      * invoice detail, so it cannot be given a rate.
      *----------------------------------------------------------------
       3000-ADD-TAX-RATE.
           DISPLAY "Tax category - " WITH NO ADVANCING
           ACCEPT EnteredCategory
           IF EnteredCategory = SPACE
               DISPLAY "*** Tax category may not be blank ***"
           ELSE
               PERFORM 3100-SHOW-CATEGORY-ROWS
               PERFORM 2100-PROMPT-PERCENT
               PERFORM 2200-PROMPT-EFFECTIVE-DATE
               MOVE "N" TO RowFoundSwitch
               IF DateValid
                   SET TaxRateIdx TO 1
                   PERFORM 3200-SEARCH-TAX-KEY
                       UNTIL RowFound
                          OR TaxRateIdx > TaxRateEntryCount
               END-IF
               EVALUATE TRUE
                   WHEN EnteredPercentText NOT NUMERIC
                       DISPLAY "*** Rate must be four digits ***"
                   WHEN EnteredPercent > MaxTaxPercent
                       DISPLAY "*** Rate above 50.00 percent - not "
                               "accepted ***"
                   WHEN NOT DateValid
                       DISPLAY "*** Effective date is not a valid "
                               "date ***"
                   WHEN EnteredDate < RunDate
                       DISPLAY "*** Effective date may not be before "
                               "today ***"
                   WHEN RowFound
                       DISPLAY "*** Category " EnteredCategory
                               " already has a rate effective "
                               EnteredDate " ***"
                   WHEN TaxRateEntryCount >= 50
                       DISPLAY "*** Tax-rate file is full ***"
                   WHEN OTHER
                       PERFORM 3300-APPEND-TAX-RATE
               END-EVALUATE
           END-IF.

       3100-SHOW-CATEGORY-ROWS.
           PERFORM 3110-SHOW-CATEGORY-ROW
               VARYING TaxRateIdx FROM 1 BY 1
               UNTIL TaxRateIdx > TaxRateEntryCount.

       3110-SHOW-CATEGORY-ROW.
           IF TableTaxCategory (TaxRateIdx) = EnteredCategory
               PERFORM 5100-LIST-ONE-TAX-RATE
           END-IF.

       3200-SEARCH-TAX-KEY.
           IF TableTaxCategory (TaxRateIdx) = EnteredCategory
               AND TableTaxEffDate (TaxRateIdx) = EnteredDate
               SET RowFound TO TRUE
           ELSE
               SET TaxRateIdx UP BY 1
           END-IF.

       3300-APPEND-TAX-RATE.
           INITIALIZE TaxRateRecord
           MOVE EnteredCategory    TO TaxRateCategory
           MOVE EnteredPercentText TO TaxRatePercentText
           MOVE EnteredDateText    TO TaxRateEffectiveText
           ADD 1 TO TaxRateEntryCount
           SET TaxRateIdx TO TaxRateEntryCount
           PERFORM 1250-STORE-TAX-FIELDS
           MOVE "ADDED" TO AuditValueEntered
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 7000-LOG-TAX-AFTER
           SET TaxRatesChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           MOVE EnteredPercent TO PercentDisplay
           DISPLAY "Category " EnteredCategory " at " PercentDisplay
                   " percent from " EnteredDate " added".

      *----------------------------------------------------------------
      * Tiers are keyed the same way: a new discount for a product
      * and threshold is a new row from its date, and 0.00 after an
      * earlier row withdraws the tier from that date.
      *----------------------------------------------------------------
       4000-ADD-DISCOUNT-TIER.
           PERFORM 2300-PROMPT-TIER-KEY
           IF EnteredThresholdText NOT NUMERIC
               DISPLAY "*** Threshold must be five digits ***"
           ELSE
               PERFORM 4100-SHOW-TIER-KEY-ROWS
               PERFORM 2100-PROMPT-PERCENT
               PERFORM 2200-PROMPT-EFFECTIVE-DATE
               MOVE "N" TO RowFoundSwitch
               IF DateValid
                   SET TierIdx TO 1
                   PERFORM 4200-SEARCH-TIER-KEY
                       UNTIL RowFound
                          OR TierIdx > DiscountTierEntryCount
               END-IF
               EVALUATE TRUE
                   WHEN EnteredPercentText NOT NUMERIC
                       DISPLAY "*** Discount must be four digits ***"
                   WHEN EnteredPercent >= MaxDiscountPercent
                       DISPLAY "*** Discount of 90.00 percent or "
                               "more - not accepted ***"
                   WHEN NOT DateValid
                       DISPLAY "*** Effective date is not a valid "
                               "date ***"
                   WHEN EnteredDate < RunDate
                       DISPLAY "*** Effective date may not be before "
                               "today ***"
                   WHEN RowFound
                       DISPLAY "*** Tier already has a row effective "
                               EnteredDate " ***"
                   WHEN DiscountTierEntryCount >= 99
                       DISPLAY "*** Discount-tier file is full ***"
                   WHEN OTHER
                       PERFORM 4300-APPEND-DISCOUNT-TIER
               END-EVALUATE
           END-IF.

       4100-SHOW-TIER-KEY-ROWS.
           PERFORM 4110-SHOW-TIER-KEY-ROW
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > DiscountTierEntryCount.

       4110-SHOW-TIER-KEY-ROW.
           IF TableTierProduct (TierIdx) = EnteredProductCode
               AND TableTierThreshold (TierIdx) = EnteredThreshold
               PERFORM 5300-LIST-ONE-TIER
           END-IF.

       4200-SEARCH-TIER-KEY.
           IF TableTierProduct (TierIdx) = EnteredProductCode
               AND TableTierThreshold (TierIdx) = EnteredThreshold
               AND TableTierEffDate (TierIdx) = EnteredDate
               SET RowFound TO TRUE
           ELSE
               SET TierIdx UP BY 1
           END-IF.

       4300-APPEND-DISCOUNT-TIER.
           INITIALIZE DiscountTierRecord
           MOVE EnteredProductCode   TO TierProductCode
           MOVE EnteredThresholdText TO TierQtyThresholdText
           MOVE EnteredPercentText   TO TierDiscountPctText
           MOVE EnteredDateText      TO TierEffectiveText
           ADD 1 TO DiscountTierEntryCount
           SET TierIdx TO DiscountTierEntryCount
           PERFORM 1550-STORE-TIER-FIELDS
           MOVE "ADDED" TO AuditValueEntered
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 7100-LOG-TIER-AFTER
           SET TiersChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           MOVE EnteredPercent TO PercentDisplay
           DISPLAY "Tier " EnteredProductCode " " EnteredThreshold
                   " at " PercentDisplay " percent from "
                   EnteredDate " added".

       5000-LIST-ROWS.
           DISPLAY "TAX RATES - C RATE EFFECTIVE"
           PERFORM 5100-LIST-ONE-TAX-RATE
               VARYING TaxRateIdx FROM 1 BY 1
               UNTIL TaxRateIdx > TaxRateEntryCount
           DISPLAY "DISCOUNT TIERS - PRODCT THRSH DISC EFFECTIVE"
           PERFORM 5300-LIST-ONE-TIER
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > DiscountTierEntryCount.

       5100-LIST-ONE-TAX-RATE.
           PERFORM 5200-SET-TAX-STATUS
           DISPLAY "            " TableTaxImage (TaxRateIdx) "  "
                   RowStatusText.

      *----------------------------------------------------------------
      * A row's standing today, read the way the pricing run reads
      * it: not yet in effect, or in effect unless a newer row for
      * the same key (or as new and later on the file) also is.
      *----------------------------------------------------------------
       5200-SET-TAX-STATUS.
           MOVE "N" TO RowSupersededSwitch
           IF TableTaxEffDate (TaxRateIdx) > RunDate
               MOVE "FUTURE" TO RowStatusText
           ELSE
               PERFORM 5210-COMPARE-TAX-ROWS
                   VARYING TaxCheckIdx FROM 1 BY 1
                   UNTIL TaxCheckIdx > TaxRateEntryCount
                      OR RowSuperseded
               IF RowSuperseded
                   MOVE "SUPERSEDED" TO RowStatusText
               ELSE
                   MOVE "IN EFFECT" TO RowStatusText
               END-IF
           END-IF.

       5210-COMPARE-TAX-ROWS.
           IF TaxCheckIdx NOT = TaxRateIdx
               AND TableTaxCategory (TaxCheckIdx)
                   = TableTaxCategory (TaxRateIdx)
               AND TableTaxEffDate (TaxCheckIdx) <= RunDate
               IF TableTaxEffDate (TaxCheckIdx)
                   > TableTaxEffDate (TaxRateIdx)
                   OR (TableTaxEffDate (TaxCheckIdx)
                       = TableTaxEffDate (TaxRateIdx)
                       AND TaxCheckIdx > TaxRateIdx)
                   SET RowSuperseded TO TRUE
               END-IF
           END-IF.

       5300-LIST-ONE-TIER.
           PERFORM 5400-SET-TIER-STATUS
           DISPLAY "                 " TableTierImage (TierIdx) "  "
                   RowStatusText.

       5400-SET-TIER-STATUS.
           MOVE "N" TO RowSupersededSwitch
           MOVE "N" TO RowPredecessorSwitch
           IF TableTierEffDate (TierIdx) > RunDate
               MOVE "FUTURE" TO RowStatusText
           ELSE
               PERFORM 5410-COMPARE-TIER-ROWS
                   VARYING TierCheckIdx FROM 1 BY 1
                   UNTIL TierCheckIdx > DiscountTierEntryCount
                      OR RowSuperseded
               EVALUATE TRUE
                   WHEN RowSuperseded
                       MOVE "SUPERSEDED" TO RowStatusText
                   WHEN TableTierPct (TierIdx) = ZERO
                       AND RowHasPredecessor
                       MOVE "WITHDRAWN" TO RowStatusText
                   WHEN OTHER
                       MOVE "IN EFFECT" TO RowStatusText
               END-EVALUATE
           END-IF.

       5410-COMPARE-TIER-ROWS.
           IF TierCheckIdx NOT = TierIdx
               AND TableTierProduct (TierCheckIdx)
                   = TableTierProduct (TierIdx)
               AND TableTierThreshold (TierCheckIdx)
                   = TableTierThreshold (TierIdx)
               AND TableTierEffDate (TierCheckIdx) <= RunDate
               EVALUATE TRUE
                   WHEN TableTierEffDate (TierCheckIdx)
                       > TableTierEffDate (TierIdx)
                       SET RowSuperseded TO TRUE
                   WHEN TableTierEffDate (TierCheckIdx)
                       < TableTierEffDate (TierIdx)
                       SET RowHasPredecessor TO TRUE
                   WHEN TierCheckIdx > TierIdx
                       SET RowSuperseded TO TRUE
                   WHEN OTHER
                       SET RowHasPredecessor TO TRUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Only a row that has not yet taken effect may be withdrawn -
      * nothing has been priced under it. A row in effect is history
      * and is replaced by keying a newer one.
      *----------------------------------------------------------------
       6000-WITHDRAW-ROW.
           DISPLAY "Withdraw from (R)ates or (T)iers - "
                   WITH NO ADVANCING
           ACCEPT WithdrawFileCode
           EVALUATE TRUE
               WHEN WithdrawFromRates PERFORM 6100-WITHDRAW-TAX-RATE
               WHEN WithdrawFromTiers PERFORM 6300-WITHDRAW-TIER
               WHEN OTHER
                   DISPLAY "*** Answer R or T ***"
           END-EVALUATE.

       6100-WITHDRAW-TAX-RATE.
           DISPLAY "Tax category - " WITH NO ADVANCING
           ACCEPT EnteredCategory
           DISPLAY "Effective date (yyyymmdd) - " WITH NO ADVANCING
           ACCEPT EnteredDateText
           PERFORM 2900-CHECK-ENTERED-DATE
           MOVE "N" TO RowFoundSwitch
           IF DateValid
               SET TaxRateIdx TO 1
               PERFORM 3200-SEARCH-TAX-KEY
                   UNTIL RowFound
                      OR TaxRateIdx > TaxRateEntryCount
           END-IF
           EVALUATE TRUE
               WHEN NOT RowFound
                   DISPLAY "*** No rate for that category and "
                           "date ***"
               WHEN TableTaxEffDate (TaxRateIdx) <= RunDate
                   DISPLAY "*** Rate is already in effect - key a "
                           "new rate instead ***"
               WHEN OTHER
                   PERFORM 7005-LOG-TAX-BEFORE
                   PERFORM 6200-CLOSE-TAX-GAP
                       VARYING TaxCheckIdx FROM TaxRateIdx BY 1
                       UNTIL TaxCheckIdx >= TaxRateEntryCount
                   SUBTRACT 1 FROM TaxRateEntryCount
                   PERFORM 7200-LOG-WITHDRAWN
                   SET TaxRatesChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Category " EnteredCategory " rate from "
                           EnteredDate " withdrawn"
           END-EVALUATE.

       6200-CLOSE-TAX-GAP.
           MOVE TaxRateEntry (TaxCheckIdx + 1)
               TO TaxRateEntry (TaxCheckIdx).

       6300-WITHDRAW-TIER.
           PERFORM 2300-PROMPT-TIER-KEY
           DISPLAY "Effective date (yyyymmdd) - " WITH NO ADVANCING
           ACCEPT EnteredDateText
           PERFORM 2900-CHECK-ENTERED-DATE
           MOVE "N" TO RowFoundSwitch
           IF DateValid
               AND EnteredThresholdText NUMERIC
               SET TierIdx TO 1
               PERFORM 4200-SEARCH-TIER-KEY
                   UNTIL RowFound
                      OR TierIdx > DiscountTierEntryCount
           END-IF
           EVALUATE TRUE
               WHEN NOT RowFound
                   DISPLAY "*** No tier for that product, threshold "
                           "and date ***"
               WHEN TableTierEffDate (TierIdx) <= RunDate
                   DISPLAY "*** Tier row is already in effect - key "
                           "a new row instead ***"
               WHEN OTHER
                   PERFORM 7105-LOG-TIER-BEFORE
                   PERFORM 6400-CLOSE-TIER-GAP
                       VARYING TierCheckIdx FROM TierIdx BY 1
                       UNTIL TierCheckIdx >= DiscountTierEntryCount
                   SUBTRACT 1 FROM DiscountTierEntryCount
                   PERFORM 7200-LOG-WITHDRAWN
                   SET TiersChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Tier " EnteredProductCode " "
                           EnteredThreshold " from " EnteredDate
                           " withdrawn"
           END-EVALUATE.

       6400-CLOSE-TIER-GAP.
           MOVE DiscountTierEntry (TierCheckIdx + 1)
               TO DiscountTierEntry (TierCheckIdx).

       7000-LOG-TAX-AFTER.
           PERFORM 7010-BUILD-TAX-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7005-LOG-TAX-BEFORE.
           PERFORM 7010-BUILD-TAX-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7010-BUILD-TAX-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING "R " DELIMITED BY SIZE
                  TableTaxImage (TaxRateIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       7100-LOG-TIER-AFTER.
           PERFORM 7110-BUILD-TIER-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7105-LOG-TIER-BEFORE.
           PERFORM 7110-BUILD-TIER-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7110-BUILD-TIER-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING "T " DELIMITED BY SIZE
                  TableTierImage (TierIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       7200-LOG-WITHDRAWN.
           MOVE "WITHDRAWN" TO AuditValueEntered
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite a file from an overflowed table - the records
      * past the table cap were not loaded, and writing the table
      * back would delete them.
      *----------------------------------------------------------------
       8000-REWRITE-TAX-RATES.
           IF TaxTableOverflowed
               DISPLAY "*** Tax-rate file has more records than the "
                       "table holds - changes NOT written back ***"
           ELSE
               OPEN OUTPUT TaxRateFile
               PERFORM 8100-WRITE-TAX-RATE-ENTRY
                   VARYING TaxRateIdx FROM 1 BY 1
                   UNTIL TaxRateIdx > TaxRateEntryCount
               CLOSE TaxRateFile
               DISPLAY "Tax-rate file rewritten"
           END-IF.

       8100-WRITE-TAX-RATE-ENTRY.
           MOVE TableTaxImage (TaxRateIdx) TO TaxRateRecord
           WRITE TaxRateRecord.

       8200-REWRITE-DISCOUNT-TIERS.
           IF TierTableOverflowed
               DISPLAY "*** Discount-tier file has more records than "
                       "the table holds - changes NOT written back ***"
           ELSE
               OPEN OUTPUT DiscountTierFile
               PERFORM 8300-WRITE-TIER-ENTRY
                   VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > DiscountTierEntryCount
               CLOSE DiscountTierFile
               DISPLAY "Discount-tier file rewritten"
           END-IF.

       8300-WRITE-TIER-ENTRY.
           MOVE TableTierImage (TierIdx) TO DiscountTierRecord
           WRITE DiscountTierRecord.
       END PROGRAM TaxTierMaint.
