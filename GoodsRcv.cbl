      ******************************************************************
      * Author: Artem Prokopov
      * Date: 18/09/2026
      * Purpose: Goods receiving against purchase orders. Stock only
      *          came onto the product master through customer
      *          returns, so on-hand drifted down until someone
      *          edited the master by hand. This SIGNON-gated program
      *          takes a delivery against the open and part-received
      *          lines of a purchase order (POFILE.DAT): for each
      *          line the operator keys the quantity that arrived.
      *          A delivery above what is outstanding is shown as
      *          OVER and taken only on confirmation, and closes the
      *          line; one below is shown as SHORT and the operator
      *          either closes the line short (the balance will not
      *          come) or leaves it part-received (P) for a later
      *          delivery; an exact delivery closes the line. A PO
      *          whose lines are all closed is fully received. Every
      *          receipt is appended at once to the receipt log
      *          (RCVLOG.DAT, layout RCVLOG.cpy) and logged to
      *          AUDITLOG; the PO file is written back when the
      *          operator quits. The stock itself is posted by the
      *          next pricing run, which owns the night's movement
      *          register: it adds each pending receipt to the
      *          product master's on-hand, writes a G movement to
      *          STKMOVE.DAT and prints the receipts register for
      *          the balancing report. Holds the POFILE run lock for
      *          the session so PO generation cannot append to the
      *          file underneath it, and honors training mode
      *          (TESTPO.DAT, TESTRCVL.DAT).
      * Tectonics: cobc
      * Modifications:
      *   21/09/2026 AP - POFILE record widened to 71 bytes for the unit
      *                   cost.
      *   23/09/2026 AP - Each receipt logged now carries the purchase-
      *                   order line's unit cost (RCVLOG grew 77 -> 86
      *                   bytes) so the pricing run can re-average the
      *                   product's cost when it posts the receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoodsRcv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchaseOrderFile
               ASSIGN TO DYNAMIC PurchaseOrderFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseOrderFileStatus.
           SELECT GoodsReceiptFile
               ASSIGN TO DYNAMIC GoodsReceiptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GoodsReceiptFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PurchaseOrderFile
           RECORD CONTAINS 71 CHARACTERS.
           COPY "POFILE.cpy".
       FD  GoodsReceiptFile
           RECORD CONTAINS 86 CHARACTERS.
           COPY "RCVLOG.cpy".
       WORKING-STORAGE SECTION.
       01 PurchaseOrderFileStatus  PIC XX.
           88 PurchaseOrderFileOK  VALUE "00".
       01 GoodsReceiptFileStatus   PIC XX.
           88 GoodsReceiptFileOK   VALUE "00".
           88 GoodsReceiptFileNew  VALUE "35".
       01 PurchaseOrderEndSwitch   PIC X VALUE "N".
           88 EndOfPurchaseOrders  VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 PoLineTable.
           02 PoLineEntry OCCURS 500 TIMES
               INDEXED BY PoLineIdx.
               03 TablePoRecord     PIC X(71).
               03 TablePoNumber     PIC X(8).
               03 TablePoLineNo     PIC 9(3).
               03 TablePoSupplierId PIC X(6).
               03 TablePoProductCode PIC X(6).
               03 TablePoOrderQty   PIC 9(7).
               03 TablePoReceivedQty PIC 9(7).
               03 TablePoUnitCost   PIC 9(5)V999.
               03 TablePoLineStatus PIC X.
                   88 TablePoLineClosed   VALUE "C".
                   88 TablePoLineOnOrder  VALUE "O" "P".
       01 PoLineEntryCount         PIC 9(3) VALUE ZEROS.
       01 PoLineOverflowSwitch     PIC X VALUE "N".
           88 PoLineTableOverflowed VALUE "Y".
       01 PoChangedSwitch          PIC X VALUE "N".
           88 PoChanged            VALUE "Y".
       01 ReceiveActionCode        PIC X.
           88 ReceiveActionReceive VALUE "R".
           88 ReceiveActionList    VALUE "L".
           88 ReceiveActionQuit    VALUE "Q".
       01 ReceiveDoneSwitch        PIC X VALUE "N".
           88 ReceiveDone          VALUE "Y".
       01 EnteredPoNumber.
           02 EnteredPoPrefix      PIC X.
           02 EnteredPoDigits      PIC X(7).
       01 EnteredQtyText           PIC X(5).
       01 ReceivedQty              PIC 9(5).
       01 OutstandingQty           PIC 9(7).
       01 VarianceQty              PIC 9(7).
       01 PoLinesFound             PIC 9(3).
       01 PoLinesOnOrder           PIC 9(3).
       01 ConfirmReply             PIC X.
           88 ReplyYes             VALUE "Y" "y".
       01 ReceiptAcceptedSwitch    PIC X.
           88 ReceiptAccepted      VALUE "Y".
       01 ReceiptVarianceFlag      PIC X(5).
       01 ReceiptCount             PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "GOODSRCV".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "POFILE".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 PurchaseOrderFileName    PIC X(12)
           VALUE "POFILE.DAT".
       01 GoodsReceiptFileName     PIC X(12)
           VALUE "RCVLOG.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTPO.DAT" TO PurchaseOrderFileName
               MOVE "TESTRCVL.DAT" TO GoodsReceiptFileName
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
                   DISPLAY "*** Purchase orders are in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF PurchaseOrderFileOK
                   PERFORM 2000-PROCESS-RECEIVE-ACTION
                       UNTIL ReceiveDone
                   IF PoChanged
                       PERFORM 8000-REWRITE-PO-FILE
                   ELSE
                       DISPLAY "No goods received"
                   END-IF
               ELSE
                   DISPLAY "*** Purchase order file not available - "
                           "run terminated ***"
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
           MOVE ZEROS TO PoLineEntryCount
           OPEN INPUT PurchaseOrderFile
           IF PurchaseOrderFileOK
               PERFORM 1110-READ-PO-RECORD
               PERFORM 1120-STORE-PO-RECORD
                   UNTIL EndOfPurchaseOrders
               CLOSE PurchaseOrderFile
           END-IF.

       1110-READ-PO-RECORD.
           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ.

       1120-STORE-PO-RECORD.
           IF PoLineEntryCount < 500
               ADD 1 TO PoLineEntryCount
               MOVE PurchaseOrderRecord
                   TO TablePoRecord (PoLineEntryCount)
               MOVE PoNumber TO TablePoNumber (PoLineEntryCount)
               MOVE PoLineNo TO TablePoLineNo (PoLineEntryCount)
               MOVE PoSupplierId
                   TO TablePoSupplierId (PoLineEntryCount)
               MOVE PoProductCode
                   TO TablePoProductCode (PoLineEntryCount)
               MOVE PoOrderQty TO TablePoOrderQty (PoLineEntryCount)
               MOVE PoReceivedQty
                   TO TablePoReceivedQty (PoLineEntryCount)
               IF PoUnitCost NUMERIC
                   MOVE PoUnitCost
                       TO TablePoUnitCost (PoLineEntryCount)
               ELSE
                   MOVE ZEROS TO TablePoUnitCost (PoLineEntryCount)
               END-IF
               MOVE PoLineStatus
                   TO TablePoLineStatus (PoLineEntryCount)
           ELSE
               SET PoLineTableOverflowed TO TRUE
               DISPLAY "*** PO line table full - " PoNumber
                       " line " PoLineNo " not loaded ***"
           END-IF
           PERFORM 1110-READ-PO-RECORD.

       2000-PROCESS-RECEIVE-ACTION.
           DISPLAY "Action - (R)eceive against a PO (L)ist a PO "
                   "(Q)uit - " WITH NO ADVANCING
           ACCEPT ReceiveActionCode
           EVALUATE TRUE
               WHEN ReceiveActionReceive PERFORM 3000-RECEIVE-PO
               WHEN ReceiveActionList    PERFORM 4000-LIST-PO
               WHEN ReceiveActionQuit    SET ReceiveDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-PO-NUMBER.
           DISPLAY "Enter the PO number (P + 7 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredPoNumber
           MOVE ZEROS TO PoLinesFound
           MOVE ZEROS TO PoLinesOnOrder
           PERFORM 2110-COUNT-PO-LINE
               VARYING PoLineIdx FROM 1 BY 1
               UNTIL PoLineIdx > PoLineEntryCount.

       2110-COUNT-PO-LINE.
           IF TablePoNumber (PoLineIdx) = EnteredPoNumber
               ADD 1 TO PoLinesFound
               IF TablePoLineOnOrder (PoLineIdx)
                   ADD 1 TO PoLinesOnOrder
               END-IF
           END-IF.

       3000-RECEIVE-PO.
           PERFORM 2100-PROMPT-PO-NUMBER
           EVALUATE TRUE
               WHEN PoLineTableOverflowed
                   DISPLAY "*** PO file has more lines than the "
                           "table holds - no goods can be received ***"
               WHEN EnteredPoPrefix NOT = "P"
                   OR EnteredPoDigits NOT NUMERIC
                   DISPLAY "*** PO number must be P and seven "
                           "digits ***"
               WHEN PoLinesFound = ZERO
                   DISPLAY "*** PO " EnteredPoNumber
                           " is not on file ***"
               WHEN PoLinesOnOrder = ZERO
                   DISPLAY "*** PO " EnteredPoNumber
                           " is already fully received ***"
               WHEN OTHER
                   PERFORM 3100-RECEIVE-PO-LINE
                       VARYING PoLineIdx FROM 1 BY 1
                       UNTIL PoLineIdx > PoLineEntryCount
                   PERFORM 3500-CHECK-PO-CLOSED
           END-EVALUATE.

       3100-RECEIVE-PO-LINE.
           IF TablePoNumber (PoLineIdx) = EnteredPoNumber
               AND TablePoLineOnOrder (PoLineIdx)
               COMPUTE OutstandingQty = TablePoOrderQty (PoLineIdx)
                   - TablePoReceivedQty (PoLineIdx)
               DISPLAY "Line " TablePoLineNo (PoLineIdx)
                       " product " TablePoProductCode (PoLineIdx)
                       " ordered " TablePoOrderQty (PoLineIdx)
                       " received " TablePoReceivedQty (PoLineIdx)
                       " outstanding " OutstandingQty
               DISPLAY "Quantity received (5 digits, blank for "
                       "none) - " WITH NO ADVANCING
               ACCEPT EnteredQtyText
               EVALUATE TRUE
                   WHEN EnteredQtyText = SPACES
                       CONTINUE
                   WHEN EnteredQtyText NOT NUMERIC
                       DISPLAY "*** Quantity must be five digits - "
                               "line not received ***"
                   WHEN EnteredQtyText = ZEROS
                       CONTINUE
                   WHEN OTHER
                       MOVE EnteredQtyText TO ReceivedQty
                       PERFORM 3200-CHECK-VARIANCE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * An over-delivery is taken only when the operator confirms
      * it (the goods are physically here), and closes the line. A
      * short delivery either closes the line short - the supplier
      * will not send the balance - or leaves it part-received so
      * the balance still counts as on order.
      *----------------------------------------------------------------
       3200-CHECK-VARIANCE.
           MOVE "Y" TO ReceiptAcceptedSwitch
           MOVE SPACES TO ReceiptVarianceFlag
           EVALUATE TRUE
               WHEN ReceivedQty > OutstandingQty
                   COMPUTE VarianceQty = ReceivedQty - OutstandingQty
                   DISPLAY "    OVER by " VarianceQty
                           " - accept the over-delivery (Y/N) - "
                           WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ReplyYes
                       MOVE "OVER " TO ReceiptVarianceFlag
                       MOVE "C" TO TablePoLineStatus (PoLineIdx)
                   ELSE
                       MOVE "N" TO ReceiptAcceptedSwitch
                       DISPLAY "Line not received"
                   END-IF
               WHEN ReceivedQty < OutstandingQty
                   COMPUTE VarianceQty = OutstandingQty - ReceivedQty
                   MOVE "SHORT" TO ReceiptVarianceFlag
                   DISPLAY "    SHORT by " VarianceQty
                           " - close the line short (Y/N) - "
                           WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ReplyYes
                       MOVE "C" TO TablePoLineStatus (PoLineIdx)
                   ELSE
                       MOVE "P" TO TablePoLineStatus (PoLineIdx)
                   END-IF
               WHEN OTHER
                   MOVE "C" TO TablePoLineStatus (PoLineIdx)
           END-EVALUATE
           IF ReceiptAccepted
               PERFORM 3300-RECORD-RECEIPT
           END-IF.

       3300-RECORD-RECEIPT.
           ADD ReceivedQty TO TablePoReceivedQty (PoLineIdx)
           IF TablePoLineClosed (PoLineIdx)
               MOVE ZEROS TO OutstandingQty
           ELSE
               COMPUTE OutstandingQty = TablePoOrderQty (PoLineIdx)
                   - TablePoReceivedQty (PoLineIdx)
           END-IF
           SET PoChanged TO TRUE
           OPEN EXTEND GoodsReceiptFile
           IF GoodsReceiptFileNew
               OPEN OUTPUT GoodsReceiptFile
           END-IF
           INITIALIZE GoodsReceiptRecord
           MOVE TablePoNumber (PoLineIdx)      TO RcvPoNumber
           MOVE TablePoLineNo (PoLineIdx)      TO RcvPoLineNo
           MOVE TablePoSupplierId (PoLineIdx)  TO RcvSupplierId
           MOVE TablePoProductCode (PoLineIdx) TO RcvProductCode
           MOVE ReceivedQty                    TO RcvQuantity
           MOVE OutstandingQty                 TO RcvOutstandingQty
           MOVE ReceiptVarianceFlag            TO RcvVarianceFlag
           MOVE RunDate                        TO RcvDate
           MOVE OperatorId                     TO RcvOperatorId
           MOVE TablePoUnitCost (PoLineIdx)    TO RcvUnitCost
           SET RcvPostingPending TO TRUE
           MOVE ZEROS TO RcvPostedDate
           WRITE GoodsReceiptRecord
           CLOSE GoodsReceiptFile
           ADD 1 TO ReceiptCount
           MOVE "GOODS-RECEIVED" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING TablePoNumber (PoLineIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TablePoLineNo (PoLineIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TablePoProductCode (PoLineIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ReceivedQty DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ReceiptVarianceFlag DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG.

       3500-CHECK-PO-CLOSED.
           MOVE ZEROS TO PoLinesOnOrder
           PERFORM 2110-COUNT-PO-LINE
               VARYING PoLineIdx FROM 1 BY 1
               UNTIL PoLineIdx > PoLineEntryCount
           IF PoLinesOnOrder = ZERO
               DISPLAY "PO " EnteredPoNumber
                       " fully received - closed"
           ELSE
               DISPLAY "PO " EnteredPoNumber " has "
                       PoLinesOnOrder " line(s) still on order"
           END-IF.

       4000-LIST-PO.
           PERFORM 2100-PROMPT-PO-NUMBER
           IF PoLinesFound = ZERO
               DISPLAY "*** PO " EnteredPoNumber " is not on file ***"
           ELSE
               PERFORM 4100-LIST-PO-LINE
                   VARYING PoLineIdx FROM 1 BY 1
                   UNTIL PoLineIdx > PoLineEntryCount
           END-IF.

       4100-LIST-PO-LINE.
           IF TablePoNumber (PoLineIdx) = EnteredPoNumber
               DISPLAY "Line " TablePoLineNo (PoLineIdx)
                       " supplier " TablePoSupplierId (PoLineIdx)
                       " product " TablePoProductCode (PoLineIdx)
                       " ordered " TablePoOrderQty (PoLineIdx)
                       " received " TablePoReceivedQty (PoLineIdx)
                       " status " TablePoLineStatus (PoLineIdx)
           END-IF.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the PO file from an overflowed table - the
      * lines past the table cap were not loaded, and writing the
      * table back would delete them.
      *----------------------------------------------------------------
       8000-REWRITE-PO-FILE.
           IF PoLineTableOverflowed
               DISPLAY "*** PO file has more lines than the table "
                       "holds - PO file NOT written back ***"
           ELSE
               OPEN OUTPUT PurchaseOrderFile
               PERFORM 8100-WRITE-PO-ENTRY
                   VARYING PoLineIdx FROM 1 BY 1
                   UNTIL PoLineIdx > PoLineEntryCount
               CLOSE PurchaseOrderFile
               DISPLAY "PO file rewritten - " ReceiptCount
                       " receipt(s) recorded"
           END-IF.

       8100-WRITE-PO-ENTRY.
           MOVE TablePoRecord (PoLineIdx) TO PurchaseOrderRecord
           MOVE TablePoReceivedQty (PoLineIdx) TO PoReceivedQty
           MOVE TablePoLineStatus (PoLineIdx) TO PoLineStatus
           WRITE PurchaseOrderRecord.
       END PROGRAM GoodsRcv.
