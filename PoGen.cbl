      ******************************************************************
      * Author: Artem Prokopov
      * Date: 17/09/2026
      * Purpose: Purchase-order generation. The pricing run leaves
      *          REORDER.DAT every night - every product at or below
      *          its reorder point - but buying still happened on
      *          paper from the printout. This step turns the reorder
      *          report into suggested purchase orders, one PO per
      *          supplier: each reorder line goes to the product's
      *          preferred supplier (product master), the quantity
      *          needed is what takes the product back above its
      *          reorder point (reorder point less on-hand, plus
      *          one) less whatever is already on order on open or
      *          part-received PO lines, and what is left is rounded
      *          up to the product's order multiple. A product whose
      *          open POs already cover the shortfall is skipped, so
      *          a rerun - or a second night below the reorder point
      *          while the goods are on their way - raises nothing
      *          twice. POs are numbered "P" + seven digits from the
      *          PO control file (POCTL.DAT, the last number issued)
      *          and appended to POFILE.DAT (layout POFILE.cpy), each
      *          line carrying the order date and the expected date
      *          (order date plus the supplier's lead time, on the
      *          shop's 30/360 day count). A reorder line with no
      *          preferred supplier, or one that is not on the
      *          supplier master or is inactive, is listed on the
      *          console and raises no PO. PoPrint prints the night's
      *          POs as documents.
      * Tectonics: cobc
      * Modifications:
      *   18/09/2026 AP - Takes the POFILE run lock for the run, so POs
      *                   are never appended underneath a GoodsRcv
      *                   session that will write its copy of the file
      *                   back; RETURN-CODE 8 when the lock is refused.
      *   21/09/2026 AP - PO lines now carry the product's unit cost
      *                   from the product master (76-byte record);
      *                   POFILE record is 71 bytes.
      *   25/09/2026 AP - Reorder report now carries the stock location
      *                   (47 bytes). Only the main warehouse's lines
      *                   (00) raise POs; a branch at or below its
      *                   reorder point is restocked by transfer from
      *                   the warehouse and is counted, not ordered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReorderReportFile ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReorderReportFileStatus.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT SupplierMasterFile ASSIGN TO "SUPPMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
           SELECT PurchaseOrderFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseOrderFileStatus.
           SELECT PoControlFile ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoControlFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ReorderReportFile
           RECORD CONTAINS 47 CHARACTERS.
       01 ReorderReportRecord.
           02 ReorderProductCode       PIC X(6).
           02 ReorderSpace1            PIC X.
           02 ReorderDescription       PIC X(20).
           02 ReorderSpace2            PIC X.
           02 ReorderOnHandQty         PIC S9(7)
               SIGN IS LEADING SEPARATE.
           02 ReorderSpace3            PIC X.
           02 ReorderPointQty          PIC 9(7).
           02 ReorderSpace4            PIC X.
           02 ReorderLocationCode      PIC XX.
               88 ReorderAtWarehouse   VALUE "00" SPACES.
       01 ReorderRawRecord REDEFINES ReorderReportRecord.
           02 RawRecordType            PIC X(3).
           02 RawRemainder             PIC X(44).
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       FD  PurchaseOrderFile
           RECORD CONTAINS 71 CHARACTERS.
           COPY "POFILE.cpy".
       FD  PoControlFile
           RECORD CONTAINS 7 CHARACTERS.
       01 PoControlRecord.
           02 ControlLastPoNo          PIC 9(7).
       WORKING-STORAGE SECTION.
       01 ReorderReportFileStatus  PIC XX.
           88 ReorderReportFileOK  VALUE "00".
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
       01 PurchaseOrderFileStatus  PIC XX.
           88 PurchaseOrderFileOK  VALUE "00".
           88 PurchaseOrderFileNew VALUE "35".
       01 PoControlFileStatus      PIC XX.
           88 PoControlFileOK      VALUE "00".
       01 ReorderEndSwitch         PIC X VALUE "N".
           88 EndOfReorder         VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 PurchaseOrderEndSwitch   PIC X VALUE "N".
           88 EndOfPurchaseOrders  VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ProductMasterTable.
           02 ProductMasterEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableSupplierId   PIC X(6).
               03 TableOrderMultiple PIC 9(5).
               03 TableOnOrderQty   PIC 9(7).
               03 TableUnitCost     PIC 9(5)V999.
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 SearchProductCode        PIC X(6).
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableLeadDays     PIC 9(3).
               03 TableSuppStatus   PIC X.
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierFoundSwitch      PIC X.
           88 SupplierFound        VALUE "Y".
      *----------------------------------------------------------------
      * One suggested line per reorder product, held until the whole
      * report is read so the lines can be grouped by supplier.
      *----------------------------------------------------------------
       01 SuggestionTable.
           02 SuggestionEntry OCCURS 100 TIMES
               INDEXED BY SuggestIdx.
               03 SuggestSupplierId PIC X(6).
               03 SuggestProductCode PIC X(6).
               03 SuggestOrderQty   PIC 9(7).
               03 SuggestUnitCost   PIC 9(5)V999.
       01 SuggestionCount          PIC 9(3) VALUE ZEROS.
       01 ShortfallQty             PIC S9(9).
       01 NeededQty                PIC S9(9).
       01 OrderMultiple            PIC 9(5).
       01 OrderUnits               PIC 9(7).
       01 OutstandingQty           PIC 9(7).
       01 LastPoNumber             PIC 9(7) VALUE ZEROS.
       01 NewPoNumber.
           02 NewPoPrefix          PIC X VALUE "P".
           02 NewPoDigits          PIC 9(7).
       01 PoLineNumber             PIC 9(3) VALUE ZEROS.
       01 ExpectedDate             PIC 9(8).
       01 DateWork.
           02 WorkYear             PIC 9(4).
           02 WorkMonth            PIC 99.
           02 WorkDay              PIC 99.
       01 DayNumber                PIC 9(7).
       01 DayOfYear                PIC 9(3).
       01 ReorderLinesRead         PIC 9(5) VALUE ZEROS.
       01 CoveredSkipCount         PIC 9(5) VALUE ZEROS.
       01 BranchRestockCount       PIC 9(5) VALUE ZEROS.
       01 NoSupplierCount          PIC 9(5) VALUE ZEROS.
       01 PosRaisedCount           PIC 9(5) VALUE ZEROS.
       01 PoLinesWritten           PIC 9(5) VALUE ZEROS.
       01 QuantityOrderedTotal     PIC 9(9) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "POGEN".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "POFILE".
       01 LockHolderName           PIC X(8) VALUE "POGEN".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF NOT LockGranted
               DISPLAY "*** Purchase orders are in use (goods "
                       "receiving) - no purchase orders raised ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-STAMP-JOB-END
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF ReorderReportFileOK
               PERFORM 2000-PROCESS-REORDER-LINE
                   UNTIL EndOfReorder
               CLOSE ReorderReportFile
               IF SuggestionCount > ZERO
                   PERFORM 3000-RAISE-PURCHASE-ORDERS
               END-IF
           ELSE
               DISPLAY "*** Reorder report not available - no "
                       "purchase orders raised ***"
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "R" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-PRODUCT-MASTER
           PERFORM 1200-LOAD-SUPPLIER-MASTER
           PERFORM 1300-LOAD-ON-ORDER-QUANTITIES
           PERFORM 1400-LOAD-PO-CONTROL
           OPEN INPUT ReorderReportFile
           IF ReorderReportFileOK
               PERFORM 1500-READ-REORDER-RECORD
           END-IF.

       1100-LOAD-PRODUCT-MASTER.
           MOVE ZEROS TO ProductEntryCount
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1110-READ-PRODUCT-RECORD
               PERFORM 1120-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           ELSE
               DISPLAY "*** Product master not available - no "
                       "preferred suppliers known ***"
           END-IF.

       1110-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1120-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               SET ProductIdx TO ProductEntryCount
               MOVE ProdMasterCode TO TableProductCode (ProductIdx)
               MOVE ProdMasterSupplierId
                   TO TableSupplierId (ProductIdx)
               IF ProdMasterOrderMultiple NUMERIC
                   AND ProdMasterOrderMultiple > ZERO
                   MOVE ProdMasterOrderMultiple
                       TO TableOrderMultiple (ProductIdx)
               ELSE
                   MOVE 1 TO TableOrderMultiple (ProductIdx)
               END-IF
               MOVE ZEROS TO TableOnOrderQty (ProductIdx)
               IF ProdMasterUnitCost NUMERIC
                   MOVE ProdMasterUnitCost
                       TO TableUnitCost (ProductIdx)
               ELSE
                   MOVE ZEROS TO TableUnitCost (ProductIdx)
               END-IF
           ELSE
               DISPLAY "*** Product master table full - record for "
                       ProdMasterCode " not loaded ***"
           END-IF
           PERFORM 1110-READ-PRODUCT-RECORD.

       1200-LOAD-SUPPLIER-MASTER.
           MOVE ZEROS TO SupplierEntryCount
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               PERFORM 1210-READ-SUPPLIER-RECORD
               PERFORM 1220-STORE-SUPPLIER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           ELSE
               DISPLAY "*** Supplier master not available - no "
                       "purchase orders can be raised ***"
           END-IF.

       1210-READ-SUPPLIER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       1220-STORE-SUPPLIER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               SET SupplierIdx TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierIdx)
               IF SuppMasterLeadDays NUMERIC
                   MOVE SuppMasterLeadDays
                       TO TableLeadDays (SupplierIdx)
               ELSE
                   MOVE ZEROS TO TableLeadDays (SupplierIdx)
               END-IF
               IF SuppMasterInactive
                   MOVE "I" TO TableSuppStatus (SupplierIdx)
               ELSE
                   MOVE "A" TO TableSuppStatus (SupplierIdx)
               END-IF
           ELSE
               DISPLAY "*** Supplier table full - supplier "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 1210-READ-SUPPLIER-RECORD.

      *----------------------------------------------------------------
      * Whatever is still outstanding on open and part-received PO
      * lines is stock already on its way - it counts against the
      * shortfall before anything new is ordered.
      *----------------------------------------------------------------
       1300-LOAD-ON-ORDER-QUANTITIES.
           OPEN INPUT PurchaseOrderFile
           IF PurchaseOrderFileOK
               PERFORM 1310-READ-PO-RECORD
               PERFORM 1320-ADD-ON-ORDER-QUANTITY
                   UNTIL EndOfPurchaseOrders
               CLOSE PurchaseOrderFile
           END-IF.

       1310-READ-PO-RECORD.
           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ.

       1320-ADD-ON-ORDER-QUANTITY.
           IF PoLineOnOrder
               AND PoOrderQty NUMERIC
               AND PoReceivedQty NUMERIC
               AND PoOrderQty > PoReceivedQty
               MOVE PoProductCode TO SearchProductCode
               PERFORM 2100-FIND-PRODUCT
               IF ProductFound
                   COMPUTE OutstandingQty =
                       PoOrderQty - PoReceivedQty
                   ADD OutstandingQty TO TableOnOrderQty (ProductIdx)
               END-IF
           END-IF
           PERFORM 1310-READ-PO-RECORD.

       1400-LOAD-PO-CONTROL.
           MOVE ZEROS TO LastPoNumber
           OPEN INPUT PoControlFile
           IF PoControlFileOK
               READ PoControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastPoNo NUMERIC
                           MOVE ControlLastPoNo TO LastPoNumber
                       END-IF
               END-READ
               CLOSE PoControlFile
           END-IF.

       1500-READ-REORDER-RECORD.
           READ ReorderReportFile
               AT END SET EndOfReorder TO TRUE
           END-READ.

       2000-PROCESS-REORDER-LINE.
           IF RawRecordType = "HDR" OR RawRecordType = "TRL"
               CONTINUE
           ELSE
               ADD 1 TO ReorderLinesRead
               IF ReorderAtWarehouse
                   PERFORM 2200-SUGGEST-ORDER-LINE
               ELSE
                   ADD 1 TO BranchRestockCount
               END-IF
           END-IF
           PERFORM 1500-READ-REORDER-RECORD.

       2100-FIND-PRODUCT.
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 2110-SEARCH-PRODUCT-ENTRY
               UNTIL ProductFound OR ProductIdx > ProductEntryCount.

       2110-SEARCH-PRODUCT-ENTRY.
           IF TableProductCode (ProductIdx) = SearchProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

       2150-FIND-SUPPLIER.
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 2160-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount.

       2160-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = TableSupplierId (ProductIdx)
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The reorder report lists a product at or below its reorder
      * point, so the target is one unit above it. Stock already on
      * order comes off first; what remains is rounded up to a whole
      * number of order multiples.
      *----------------------------------------------------------------
       2200-SUGGEST-ORDER-LINE.
           MOVE ReorderProductCode TO SearchProductCode
           PERFORM 2100-FIND-PRODUCT
           IF ProductFound
               AND TableSupplierId (ProductIdx) NOT = SPACES
               PERFORM 2150-FIND-SUPPLIER
           ELSE
               MOVE "N" TO SupplierFoundSwitch
           END-IF
           EVALUATE TRUE
               WHEN NOT ProductFound
               WHEN TableSupplierId (ProductIdx) = SPACES
                   ADD 1 TO NoSupplierCount
                   DISPLAY "*** Product " ReorderProductCode
                           " has no preferred supplier - no PO "
                           "raised ***"
               WHEN NOT SupplierFound
               WHEN TableSuppStatus (SupplierIdx) = "I"
                   ADD 1 TO NoSupplierCount
                   DISPLAY "*** Product " ReorderProductCode
                           " supplier " TableSupplierId (ProductIdx)
                           " not on file or inactive - no PO "
                           "raised ***"
               WHEN OTHER
                   PERFORM 2300-SIZE-ORDER-LINE
           END-EVALUATE.

       2300-SIZE-ORDER-LINE.
           COMPUTE ShortfallQty =
               ReorderPointQty - ReorderOnHandQty + 1
           COMPUTE NeededQty =
               ShortfallQty - TableOnOrderQty (ProductIdx)
           IF NeededQty NOT > ZERO
               ADD 1 TO CoveredSkipCount
           ELSE
               MOVE TableOrderMultiple (ProductIdx) TO OrderMultiple
               COMPUTE OrderUnits =
                   (NeededQty + OrderMultiple - 1) / OrderMultiple
               PERFORM 2400-STORE-SUGGESTION
           END-IF.

       2400-STORE-SUGGESTION.
           IF SuggestionCount < 100
               ADD 1 TO SuggestionCount
               SET SuggestIdx TO SuggestionCount
               MOVE TableSupplierId (ProductIdx)
                   TO SuggestSupplierId (SuggestIdx)
               MOVE ReorderProductCode
                   TO SuggestProductCode (SuggestIdx)
               COMPUTE SuggestOrderQty (SuggestIdx) =
                   OrderUnits * OrderMultiple
               MOVE TableUnitCost (ProductIdx)
                   TO SuggestUnitCost (SuggestIdx)
               ADD SuggestOrderQty (SuggestIdx)
                   TO TableOnOrderQty (ProductIdx)
           ELSE
               ADD 1 TO NoSupplierCount
               DISPLAY "*** Suggestion table full - product "
                       ReorderProductCode " not ordered ***"
           END-IF.

      *----------------------------------------------------------------
      * One PO per supplier: walk the supplier master in file order
      * and gather that supplier's suggested lines under one new PO
      * number.
      *----------------------------------------------------------------
       3000-RAISE-PURCHASE-ORDERS.
           OPEN EXTEND PurchaseOrderFile
           IF PurchaseOrderFileNew
               OPEN OUTPUT PurchaseOrderFile
           END-IF
           PERFORM 3100-RAISE-SUPPLIER-PO
               VARYING SupplierIdx FROM 1 BY 1
               UNTIL SupplierIdx > SupplierEntryCount
           CLOSE PurchaseOrderFile
           IF PosRaisedCount > ZERO
               OPEN OUTPUT PoControlFile
               MOVE LastPoNumber TO ControlLastPoNo
               WRITE PoControlRecord
               CLOSE PoControlFile
           END-IF.

       3100-RAISE-SUPPLIER-PO.
           MOVE ZEROS TO PoLineNumber
           PERFORM 3200-WRITE-PO-LINE
               VARYING SuggestIdx FROM 1 BY 1
               UNTIL SuggestIdx > SuggestionCount.

       3200-WRITE-PO-LINE.
           IF SuggestSupplierId (SuggestIdx) = TableSuppId (SupplierIdx)
               IF PoLineNumber = ZERO
                   ADD 1 TO LastPoNumber
                   MOVE LastPoNumber TO NewPoDigits
                   ADD 1 TO PosRaisedCount
                   PERFORM 3300-COMPUTE-EXPECTED-DATE
                   DISPLAY "PO " NewPoNumber " raised for supplier "
                           TableSuppId (SupplierIdx)
               END-IF
               ADD 1 TO PoLineNumber
               INITIALIZE PurchaseOrderRecord
               MOVE NewPoNumber TO PoNumber
               MOVE PoLineNumber TO PoLineNo
               MOVE TableSuppId (SupplierIdx) TO PoSupplierId
               MOVE SuggestProductCode (SuggestIdx) TO PoProductCode
               MOVE SuggestOrderQty (SuggestIdx) TO PoOrderQty
               MOVE ZEROS TO PoReceivedQty
               MOVE RunDate TO PoOrderDate
               MOVE ExpectedDate TO PoExpectedDate
               SET PoLineOpen TO TRUE
               MOVE SuggestUnitCost (SuggestIdx) TO PoUnitCost
               WRITE PurchaseOrderRecord
               ADD 1 TO PoLinesWritten
               ADD SuggestOrderQty (SuggestIdx)
                   TO QuantityOrderedTotal
           END-IF.

      *----------------------------------------------------------------
      * Order date plus the supplier's lead time on the 30/360 day
      * count the rest of the shop uses; a day past the end of
      * February is pulled back to the 28th so the date prints as a
      * real one.
      *----------------------------------------------------------------
       3300-COMPUTE-EXPECTED-DATE.
           MOVE RunDate TO DateWork
           COMPUTE DayNumber = WorkYear * 360
               + (WorkMonth - 1) * 30 + WorkDay
               + TableLeadDays (SupplierIdx)
           COMPUTE WorkYear = (DayNumber - 1) / 360
           COMPUTE DayOfYear = DayNumber - (WorkYear * 360)
           COMPUTE WorkMonth = (DayOfYear - 1) / 30 + 1
           COMPUTE WorkDay = DayOfYear - ((WorkMonth - 1) * 30)
           IF WorkMonth = 2 AND WorkDay > 28
               MOVE 28 TO WorkDay
           END-IF
           MOVE DateWork TO ExpectedDate.

       9000-TERMINATE.
           DISPLAY "Reorder lines read      = " ReorderLinesRead
           DISPLAY "Covered by open POs     = " CoveredSkipCount
           DISPLAY "Branch restock by transfer = " BranchRestockCount
           DISPLAY "No usable supplier      = " NoSupplierCount
           DISPLAY "Purchase orders raised  = " PosRaisedCount
           DISPLAY "PO lines written        = " PoLinesWritten
           DISPLAY "Quantity ordered        = " QuantityOrderedTotal
           EVALUATE TRUE
               WHEN NOT ReorderReportFileOK
                   MOVE 8 TO RETURN-CODE
               WHEN NoSupplierCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ReorderLinesRead TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PoGen.
