      ******************************************************************
      * Author: Artem Prokopov
      * Date: 25/09/2026
      * Purpose: Inter-location stock transfers. Stock is held at the
      *          main warehouse (location 00) and at the branches on
      *          the City Master, per product, on the location-stock
      *          file (LOCSTOCK.DAT, layout LOCSTOCK.cpy) the pricing
      *          run keeps. This SIGNON-gated program keys a transfer
      *          of a product's stock from one location to another:
      *          both locations are checked through LOCCHECK (stock
      *          can come out of a closed branch but only go into an
      *          open one), and the quantity must be on hand at the
      *          from-location less whatever pending transfers
      *          already take out of it. An accepted transfer is
      *          appended pending to STKXFER.DAT (layout STKXFER.cpy)
      *          and the next pricing run moves the stock, with its
      *          pair of movements on STKMOVE.DAT. The program also
      *          sets a branch's own reorder point (the warehouse's
      *          is the product master's, kept in ProdMaint) and
      *          lists a product's stock by location. Every transfer
      *          and reorder-point change is logged to AUDITLOG. The
      *          reorder points go back to the location-stock file
      *          when the operator quits, applied to the file as it
      *          stands then, so a pricing run in between loses
      *          nothing. Holds the LOCSTOCK run lock for the
      *          session, and honors training mode (TESTLSTK.DAT,
      *          TESTXFER.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockXfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT LocationStockFile
               ASSIGN TO DYNAMIC LocationStockFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocationStockFileStatus.
           SELECT StockTransferFile
               ASSIGN TO DYNAMIC StockTransferFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockTransferFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  LocationStockFile
           RECORD CONTAINS 25 CHARACTERS.
           COPY "LOCSTOCK.cpy".
       FD  StockTransferFile
           RECORD CONTAINS 70 CHARACTERS.
           COPY "STKXFER.cpy".
       WORKING-STORAGE SECTION.
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 LocationStockFileStatus  PIC XX.
           88 LocationStockFileOK  VALUE "00".
       01 StockTransferFileStatus  PIC XX.
           88 StockTransferFileOK  VALUE "00".
           88 StockTransferFileNew VALUE "35".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 LocationStockEndSwitch   PIC X VALUE "N".
           88 EndOfLocationStock   VALUE "Y".
       01 StockTransferEndSwitch   PIC X VALUE "N".
           88 EndOfStockTransfers  VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ProductMasterTable.
           02 ProductMasterEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
               03 TableStatus       PIC X.
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 LocationStockTable.
           02 LocationStockEntry OCCURS 1000 TIMES
               INDEXED BY LocStockIdx.
               03 TableLocProductCode  PIC X(6).
               03 TableLocCode         PIC 99.
               03 TableLocOnHandQty    PIC 9(7).
               03 TableLocReorderPoint PIC 9(7).
       01 LocStockEntryCount       PIC 9(4) VALUE ZEROS.
       01 LocStockOverflowSwitch   PIC X VALUE "N".
           88 LocStockTableOverflowed VALUE "Y".
       01 LocStockFoundSwitch      PIC X.
           88 LocStockFound        VALUE "Y".
       01 LocStockLoadedSwitch     PIC X VALUE "N".
           88 LocStockLoaded       VALUE "Y".
      *----------------------------------------------------------------
      * Reorder points set this session, applied to the location-
      * stock file as it stands at quit.
      *----------------------------------------------------------------
       01 PointChangeTable.
           02 PointChangeEntry OCCURS 50 TIMES
               INDEXED BY PointIdx.
               03 PointProductCode  PIC X(6).
               03 PointLocationCode PIC 99.
               03 PointReorderPoint PIC 9(7).
       01 PointChangeCount         PIC 99 VALUE ZEROS.
       01 XferActionCode           PIC X.
           88 XferActionTransfer   VALUE "T".
           88 XferActionPoint      VALUE "P".
           88 XferActionList       VALUE "L".
           88 XferActionQuit       VALUE "Q".
       01 XferDoneSwitch           PIC X VALUE "N".
           88 XferDone             VALUE "Y".
       01 EnteredProductCode       PIC X(6).
       01 EnteredLocationText      PIC X(2).
       01 EnteredLocation          PIC 99.
       01 FromLocation             PIC 99.
       01 ToLocation               PIC 99.
       01 FromLocationName         PIC X(15).
       01 ToLocationName           PIC X(15).
       01 EnteredQtyText           PIC X(5).
       01 EnteredQty               PIC 9(5).
       01 EnteredPointText         PIC X(7).
       01 EnteredPoint             PIC 9(7).
       01 ConfirmReply             PIC X.
           88 ReplyYes             VALUE "Y" "y".
       01 LocationOkSwitch         PIC X.
           88 LocationOk           VALUE "Y".
       01 SearchProductCode        PIC X(6).
       01 SearchLocationCode       PIC 99.
       01 LocationOnHand           PIC 9(7).
       01 PendingOutQty            PIC 9(7).
       01 AvailableQty             PIC S9(7).
       01 ListedRowCount           PIC 9(4).
       01 TransfersKeyedCount      PIC 9(5) VALUE ZEROS.
       01 LocCheckFoundFlag        PIC X.
           88 LocationKnown        VALUE "Y".
       01 LocCheckActiveFlag       PIC X.
           88 LocationActive       VALUE "Y".
       01 LocCheckName             PIC X(15).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "STKXFER".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "LOCSTOCK".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 LocationStockFileName    PIC X(12)
           VALUE "LOCSTOCK.DAT".
       01 StockTransferFileName    PIC X(12)
           VALUE "STKXFER.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTLSTK.DAT" TO LocationStockFileName
               MOVE "TESTXFER.DAT" TO StockTransferFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Location stock is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF ProductEntryCount > ZERO AND LocStockLoaded
                   PERFORM 2000-PROCESS-XFER-ACTION
                       UNTIL XferDone
                   IF PointChangeCount > ZERO
                       PERFORM 8000-REWRITE-LOCATION-STOCK
                   END-IF
                   DISPLAY "Transfers keyed = " TransfersKeyedCount
               ELSE
                   DISPLAY "*** Product master or location stock "
                           "not available - location stock is "
                           "built by the nightly pricing run ***"
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
           MOVE ZEROS TO ProductEntryCount
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1110-READ-PRODUCT-RECORD
               PERFORM 1120-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF
           PERFORM 1200-LOAD-LOCATION-STOCK.

       1110-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1120-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               SET ProductIdx TO ProductEntryCount
               MOVE ProdMasterCode TO TableProductCode (ProductIdx)
               MOVE ProdMasterDescription
                   TO TableDescription (ProductIdx)
               MOVE ProdMasterStatus TO TableStatus (ProductIdx)
           ELSE
               DISPLAY "*** Product master table full - "
                       ProdMasterCode " not loaded ***"
           END-IF
           PERFORM 1110-READ-PRODUCT-RECORD.

       1200-LOAD-LOCATION-STOCK.
           MOVE ZEROS TO LocStockEntryCount
           MOVE "N" TO LocStockOverflowSwitch
           MOVE "N" TO LocationStockEndSwitch
           MOVE "N" TO LocStockLoadedSwitch
           OPEN INPUT LocationStockFile
           IF LocationStockFileOK
               SET LocStockLoaded TO TRUE
               PERFORM 1210-READ-LOCATION-RECORD
               PERFORM 1220-STORE-LOCATION-RECORD
                   UNTIL EndOfLocationStock
               CLOSE LocationStockFile
           END-IF.

       1210-READ-LOCATION-RECORD.
           READ LocationStockFile
               AT END SET EndOfLocationStock TO TRUE
           END-READ.

       1220-STORE-LOCATION-RECORD.
           IF LocStockEntryCount < 1000
               ADD 1 TO LocStockEntryCount
               SET LocStockIdx TO LocStockEntryCount
               MOVE LocProductCode
                   TO TableLocProductCode (LocStockIdx)
               MOVE LocLocationCode TO TableLocCode (LocStockIdx)
               IF LocOnHandQty NUMERIC
                   MOVE LocOnHandQty
                       TO TableLocOnHandQty (LocStockIdx)
               ELSE
                   MOVE ZEROS TO TableLocOnHandQty (LocStockIdx)
               END-IF
               IF LocReorderPoint NUMERIC
                   MOVE LocReorderPoint
                       TO TableLocReorderPoint (LocStockIdx)
               ELSE
                   MOVE ZEROS TO TableLocReorderPoint (LocStockIdx)
               END-IF
           ELSE
               IF NOT LocStockTableOverflowed
                   DISPLAY "*** Location-stock table full - "
                           "reorder points cannot be set ***"
               END-IF
               SET LocStockTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-LOCATION-RECORD.

       2000-PROCESS-XFER-ACTION.
           DISPLAY "Action - (T)ransfer (P)oint for a branch "
                   "(L)ist stock (Q)uit - " WITH NO ADVANCING
           ACCEPT XferActionCode
           EVALUATE TRUE
               WHEN XferActionTransfer PERFORM 3000-KEY-TRANSFER
               WHEN XferActionPoint    PERFORM 4000-SET-REORDER-POINT
               WHEN XferActionList     PERFORM 5000-LIST-PRODUCT-STOCK
               WHEN XferActionQuit     SET XferDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-PRODUCT.
           DISPLAY "Product code - " WITH NO ADVANCING
           ACCEPT EnteredProductCode
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 2110-SEARCH-PRODUCT
               UNTIL ProductFound OR ProductIdx > ProductEntryCount
           IF ProductFound
               DISPLAY "Product: " TableDescription (ProductIdx)
           ELSE
               DISPLAY "*** Product not on master ***"
           END-IF.

       2110-SEARCH-PRODUCT.
           IF TableProductCode (ProductIdx) = EnteredProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Two digits: 00 for the warehouse, otherwise the branch's
      * CityMasterCode. Known-ness comes back in LocationOk; the
      * caller decides whether a closed branch will do.
      *----------------------------------------------------------------
       2200-PROMPT-LOCATION.
           MOVE "N" TO LocationOkSwitch
           ACCEPT EnteredLocationText
           IF EnteredLocationText NOT NUMERIC
               DISPLAY "*** Location must be two digits (00 = main "
                       "warehouse) ***"
           ELSE
               MOVE EnteredLocationText TO EnteredLocation
               CALL "LOCCHECK" USING EnteredLocation
                   LocCheckFoundFlag LocCheckActiveFlag LocCheckName
               IF LocationKnown
                   SET LocationOk TO TRUE
               ELSE
                   DISPLAY "*** Location " EnteredLocation
                           " is not on the City Master ***"
               END-IF
           END-IF.

       2300-FIND-LOCATION-ROW.
           MOVE "N" TO LocStockFoundSwitch
           SET LocStockIdx TO 1
           PERFORM 2310-SEARCH-LOCATION-ROW
               UNTIL LocStockFound
                  OR LocStockIdx > LocStockEntryCount.

       2310-SEARCH-LOCATION-ROW.
           IF TableLocProductCode (LocStockIdx) = SearchProductCode
               AND TableLocCode (LocStockIdx) = SearchLocationCode
               SET LocStockFound TO TRUE
           ELSE
               SET LocStockIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * What pending transfers - keyed here or in an earlier session
      * and not yet posted - already take out of a location.
      *----------------------------------------------------------------
       2400-COMPUTE-PENDING-OUT.
           MOVE ZEROS TO PendingOutQty
           MOVE "N" TO StockTransferEndSwitch
           OPEN INPUT StockTransferFile
           IF StockTransferFileOK
               PERFORM 2410-READ-TRANSFER-RECORD
               PERFORM 2420-ADD-PENDING-TRANSFER
                   UNTIL EndOfStockTransfers
               CLOSE StockTransferFile
           END-IF.

       2410-READ-TRANSFER-RECORD.
           READ StockTransferFile
               AT END SET EndOfStockTransfers TO TRUE
           END-READ.

       2420-ADD-PENDING-TRANSFER.
           IF XfrPending
               AND XfrProductCode = SearchProductCode
               AND XfrFromLocation = SearchLocationCode
               AND XfrQuantity NUMERIC
               ADD XfrQuantity TO PendingOutQty
           END-IF
           PERFORM 2410-READ-TRANSFER-RECORD.

       2500-GET-LOCATION-ON-HAND.
           PERFORM 2300-FIND-LOCATION-ROW
           IF LocStockFound
               MOVE TableLocOnHandQty (LocStockIdx) TO LocationOnHand
           ELSE
               MOVE ZEROS TO LocationOnHand
           END-IF
           PERFORM 2400-COMPUTE-PENDING-OUT
           COMPUTE AvailableQty = LocationOnHand - PendingOutQty.

       3000-KEY-TRANSFER.
           PERFORM 2100-PROMPT-PRODUCT
           IF ProductFound
               DISPLAY "From location (00 = main warehouse) - "
                       WITH NO ADVANCING
               PERFORM 2200-PROMPT-LOCATION
           END-IF
           IF ProductFound AND LocationOk
               MOVE EnteredLocation TO FromLocation
               MOVE LocCheckName TO FromLocationName
               MOVE EnteredProductCode TO SearchProductCode
               MOVE FromLocation TO SearchLocationCode
               PERFORM 2500-GET-LOCATION-ON-HAND
               DISPLAY FromLocationName " holds " LocationOnHand
                       ", pending transfers out " PendingOutQty
               DISPLAY "To location - " WITH NO ADVANCING
               PERFORM 2200-PROMPT-LOCATION
               EVALUATE TRUE
                   WHEN NOT LocationOk
                       CONTINUE
                   WHEN EnteredLocation = FromLocation
                       DISPLAY "*** A transfer must go to another "
                               "location ***"
                   WHEN NOT LocationActive
                       DISPLAY "*** Branch " LocCheckName
                               " is closed - no stock can go to "
                               "it ***"
                   WHEN OTHER
                       MOVE EnteredLocation TO ToLocation
                       MOVE LocCheckName TO ToLocationName
                       PERFORM 3100-ENTER-TRANSFER-QTY
               END-EVALUATE
           END-IF.

       3100-ENTER-TRANSFER-QTY.
           DISPLAY "Quantity - " WITH NO ADVANCING
           ACCEPT EnteredQtyText
           IF EnteredQtyText NOT NUMERIC
               OR EnteredQtyText = ZEROS
               DISPLAY "*** Quantity must be five digits and above "
                       "zero - transfer not keyed ***"
           ELSE
               MOVE EnteredQtyText TO EnteredQty
               IF EnteredQty > AvailableQty
                   DISPLAY "*** Only " AvailableQty " available at "
                           FromLocationName " - transfer not "
                           "keyed ***"
               ELSE
                   DISPLAY "Transfer " EnteredQty " of "
                           EnteredProductCode " from "
                           FromLocationName " to " ToLocationName
                           " (Y/N) - " WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ReplyYes
                       PERFORM 3200-WRITE-TRANSFER
                   ELSE
                       DISPLAY "Transfer discarded"
                   END-IF
               END-IF
           END-IF.

      *    Transfers append behind whatever is already waiting -
      *    never truncate the file the pricing run posts from.
       3200-WRITE-TRANSFER.
           OPEN EXTEND StockTransferFile
           IF StockTransferFileNew
               OPEN OUTPUT StockTransferFile
           END-IF
           INITIALIZE StockTransferRecord
           MOVE EnteredProductCode TO XfrProductCode
           MOVE FromLocation       TO XfrFromLocation
           MOVE ToLocation         TO XfrToLocation
           MOVE EnteredQty         TO XfrQuantity
           MOVE RunDate            TO XfrEntryDate
           MOVE OperatorId         TO XfrEnteredBy
           MOVE "P"                TO XfrStatus
           MOVE ZEROS              TO XfrPostedDate
           WRITE StockTransferRecord
           CLOSE StockTransferFile
           ADD 1 TO TransfersKeyedCount
           MOVE "XFER-KEYED" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredProductCode DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FromLocation DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  ToLocation DELIMITED BY SIZE
                  " QTY " DELIMITED BY SIZE
                  EnteredQty DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Transfer written - moved by the next pricing run".

      *----------------------------------------------------------------
      * A branch's reorder point. The warehouse's is the product
      * master's and is changed in ProdMaint. A branch with no stock
      * record for the product gets one, empty, so it can be
      * reported and restocked.
      *----------------------------------------------------------------
       4000-SET-REORDER-POINT.
           EVALUATE TRUE
               WHEN LocStockTableOverflowed
                   DISPLAY "*** Location-stock file has more records "
                           "than the table holds - nothing can be "
                           "changed ***"
               WHEN PointChangeCount = 50
                   DISPLAY "*** Fifty reorder points changed this "
                           "session - quit and sign on again ***"
               WHEN OTHER
                   PERFORM 4100-PROMPT-POINT-LOCATION
           END-EVALUATE.

       4100-PROMPT-POINT-LOCATION.
           PERFORM 2100-PROMPT-PRODUCT
           IF ProductFound
               DISPLAY "Branch location - " WITH NO ADVANCING
               PERFORM 2200-PROMPT-LOCATION
               EVALUATE TRUE
                   WHEN NOT LocationOk
                       CONTINUE
                   WHEN EnteredLocation = ZERO
                       DISPLAY "*** The warehouse reorder point is "
                               "the product master's - change it "
                               "in ProdMaint ***"
                   WHEN OTHER
                       PERFORM 4200-ENTER-REORDER-POINT
               END-EVALUATE
           END-IF.

       4200-ENTER-REORDER-POINT.
           MOVE EnteredProductCode TO SearchProductCode
           MOVE EnteredLocation TO SearchLocationCode
           PERFORM 2300-FIND-LOCATION-ROW
           IF LocStockFound
               DISPLAY LocCheckName " holds "
                       TableLocOnHandQty (LocStockIdx)
                       ", reorder point "
                       TableLocReorderPoint (LocStockIdx)
           ELSE
               DISPLAY LocCheckName " holds none of this product"
           END-IF
           DISPLAY "New reorder point (7 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredPointText
           IF EnteredPointText NOT NUMERIC
               DISPLAY "*** Reorder point must be seven digits - "
                       "not changed ***"
           ELSE
               MOVE EnteredPointText TO EnteredPoint
               PERFORM 4300-APPLY-REORDER-POINT
               IF LocStockFound
                   ADD 1 TO PointChangeCount
                   SET PointIdx TO PointChangeCount
                   MOVE SearchProductCode
                       TO PointProductCode (PointIdx)
                   MOVE SearchLocationCode
                       TO PointLocationCode (PointIdx)
                   MOVE EnteredPoint TO PointReorderPoint (PointIdx)
                   MOVE "LOC-REORDER-PT" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING SearchProductCode DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SearchLocationCode DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EnteredPoint DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   PERFORM 8900-CALL-AUDITLOG
                   DISPLAY "Reorder point set - written back at quit"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Sets EnteredPoint on the SearchProductCode/SearchLocationCode
      * record, adding the record (nothing on hand) when there is
      * none. Used when keyed and again when the session's changes
      * are laid over the file at quit.
      *----------------------------------------------------------------
       4300-APPLY-REORDER-POINT.
           PERFORM 2300-FIND-LOCATION-ROW
           IF NOT LocStockFound
               IF LocStockEntryCount < 1000
                   ADD 1 TO LocStockEntryCount
                   SET LocStockIdx TO LocStockEntryCount
                   MOVE SearchProductCode
                       TO TableLocProductCode (LocStockIdx)
                   MOVE SearchLocationCode
                       TO TableLocCode (LocStockIdx)
                   MOVE ZEROS TO TableLocOnHandQty (LocStockIdx)
                   SET LocStockFound TO TRUE
               ELSE
                   DISPLAY "*** Location-stock table full - "
                           SearchProductCode " at location "
                           SearchLocationCode " not added ***"
               END-IF
           END-IF
           IF LocStockFound
               MOVE EnteredPoint TO TableLocReorderPoint (LocStockIdx)
           END-IF.

       5000-LIST-PRODUCT-STOCK.
           PERFORM 2100-PROMPT-PRODUCT
           IF ProductFound
               MOVE ZEROS TO ListedRowCount
               PERFORM 5100-LIST-LOCATION-ROW
                   VARYING LocStockIdx FROM 1 BY 1
                   UNTIL LocStockIdx > LocStockEntryCount
               IF ListedRowCount = ZERO
                   DISPLAY "No location holds this product"
               END-IF
           END-IF.

       5100-LIST-LOCATION-ROW.
           IF TableLocProductCode (LocStockIdx) = EnteredProductCode
               ADD 1 TO ListedRowCount
               CALL "LOCCHECK" USING TableLocCode (LocStockIdx)
                   LocCheckFoundFlag LocCheckActiveFlag LocCheckName
               DISPLAY "  " TableLocCode (LocStockIdx)
                       " " LocCheckName
                       " on hand " TableLocOnHandQty (LocStockIdx)
                       " reorder point "
                       TableLocReorderPoint (LocStockIdx)
           END-IF.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * The file is read again and the session's reorder points laid
      * over it, so on-hand quantities a pricing run posted while the
      * session was open are kept. Never rewrite from an overflowed
      * table - the records past the cap would be lost.
      *----------------------------------------------------------------
       8000-REWRITE-LOCATION-STOCK.
           PERFORM 1200-LOAD-LOCATION-STOCK
           IF LocStockTableOverflowed OR NOT LocStockLoaded
               DISPLAY "*** Location-stock file could not be read "
                       "in full - reorder points NOT written ***"
           ELSE
               PERFORM 8100-REAPPLY-POINT-CHANGE
                   VARYING PointIdx FROM 1 BY 1
                   UNTIL PointIdx > PointChangeCount
               OPEN OUTPUT LocationStockFile
               PERFORM 8200-WRITE-LOCATION-ENTRY
                   VARYING LocStockIdx FROM 1 BY 1
                   UNTIL LocStockIdx > LocStockEntryCount
               CLOSE LocationStockFile
               DISPLAY "Location stock rewritten - "
                       PointChangeCount " reorder point(s) set"
           END-IF.

       8100-REAPPLY-POINT-CHANGE.
           MOVE PointProductCode (PointIdx)  TO SearchProductCode
           MOVE PointLocationCode (PointIdx) TO SearchLocationCode
           MOVE PointReorderPoint (PointIdx) TO EnteredPoint
           PERFORM 4300-APPLY-REORDER-POINT.

       8200-WRITE-LOCATION-ENTRY.
           INITIALIZE LocationStockRecord
           MOVE TableLocProductCode (LocStockIdx) TO LocProductCode
           MOVE TableLocCode (LocStockIdx)        TO LocLocationCode
           MOVE TableLocOnHandQty (LocStockIdx)   TO LocOnHandQty
           MOVE TableLocReorderPoint (LocStockIdx) TO LocReorderPoint
           WRITE LocationStockRecord.
       END PROGRAM StockXfer.
