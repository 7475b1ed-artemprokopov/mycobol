      ******************************************************************
      * Author: Artem Prokopov
      * Date: 21/09/2026
      * Purpose: Accounts-payable invoice posting with the three-way
      *          match. Supplier invoices were paid off the paper
      *          copy with nothing checking them against what was
      *          ordered and what arrived. This step reads the day's
      *          supplier invoice lines (APINVTRN.DAT - the lines of
      *          one invoice together, keyed by supplier and the
      *          supplier's invoice reference) and matches every
      *          line to its purchase-order line (POFILE.DAT) and the
      *          goods received against it: the PO line must exist
      *          and belong to the invoicing supplier, the quantity
      *          invoiced on the line so far (this invoice plus the
      *          earlier ones on APINVLIN.DAT) may not pass what was
      *          received plus the quantity tolerance, and the unit
      *          price may not differ from the PO's unit cost by more
      *          than the price tolerance (SHOPPARM row APMATCH: low
      *          value quantity percent, default 000; high value
      *          price percent, default 002). Each invoice becomes
      *          one item on the AP open-items ledger (APLEDGER.DAT,
      *          layout APLEDGER.cpy): open when every line matched,
      *          held with the first failure's reason otherwise, for
      *          ApReview to release or reject. A duplicate supplier
      *          reference or a malformed invoice is rejected and
      *          posts nothing. Every open item not yet journalled -
      *          tonight's and any released from hold since the last
      *          run - is booked to payables: its amount goes on the
      *          day's totals handoff (APPOSTOT.DAT) for GlExtract.
      *          The run is listed on APPOSTRG.DAT with the standard
      *          RPTCTL bracket. Holds the APLEDGER run lock for the
      *          run. RETURN-CODE 0 clean, 4 when any invoice was
      *          held or rejected, 8 when the lock is refused or the
      *          ledger is larger than the table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoiceFile ASSIGN TO "APINVTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierInvoiceFileStatus.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApLedgerFileStatus.
           SELECT PurchaseOrderFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseOrderFileStatus.
           SELECT ApInvoiceLineFile ASSIGN TO "APINVLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApInvoiceLineFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT ApPostRegisterFile ASSIGN TO "APPOSTRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApPostTotalsFile ASSIGN TO "APPOSTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApPostTotalsFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  SupplierInvoiceFile
           RECORD CONTAINS 65 CHARACTERS.
       01 SupplierInvoiceRecord.
           02 InvSupplierId            PIC X(6).
           02 InvSpace1                PIC X.
           02 InvSupplierRef           PIC X(10).
           02 InvSpace2                PIC X.
           02 InvInvoiceDate           PIC 9(8).
           02 InvSpace3                PIC X.
           02 InvDueDate               PIC 9(8).
           02 InvSpace4                PIC X.
           02 InvPoNumber              PIC X(8).
           02 InvSpace5                PIC X.
           02 InvPoLineNo              PIC 9(3).
           02 InvSpace6                PIC X.
           02 InvQuantity              PIC 9(7).
           02 InvSpace7                PIC X.
           02 InvUnitPrice             PIC 9(5)V999.
       FD  ApLedgerFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "APLEDGER.cpy".
       FD  PurchaseOrderFile
           RECORD CONTAINS 71 CHARACTERS.
           COPY "POFILE.cpy".
       FD  ApInvoiceLineFile
           RECORD CONTAINS 36 CHARACTERS.
       01 ApInvoiceLineRecord.
           02 LineItemNo               PIC 9(6).
           02 LineSpace1               PIC X.
           02 LinePoNumber             PIC X(8).
           02 LineSpace2               PIC X.
           02 LinePoLineNo             PIC 9(3).
           02 LineSpace3               PIC X.
           02 LineQuantity             PIC 9(7).
           02 LineSpace4               PIC X.
           02 LineUnitPrice            PIC 9(5)V999.
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  ApPostRegisterFile
           RECORD CONTAINS 80 CHARACTERS.
       01 ApPostRegisterRecord.
           02 RegisterLineText         PIC X(80).
           COPY "RPTCTL.cpy".
       FD  ApPostTotalsFile
           RECORD CONTAINS 21 CHARACTERS.
       01 ApPostTotalsRecord.
           02 PostTotRunDate           PIC 9(8).
           02 PostTotSpace1            PIC X.
           02 PostTotBookedAmount      PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       01 SupplierInvoiceFileStatus PIC XX.
           88 SupplierInvoiceFileOK VALUE "00".
       01 ApLedgerFileStatus       PIC XX.
           88 ApLedgerFileOK       VALUE "00".
       01 PurchaseOrderFileStatus  PIC XX.
           88 PurchaseOrderFileOK  VALUE "00".
       01 ApInvoiceLineFileStatus  PIC XX.
           88 ApInvoiceLineFileOK  VALUE "00".
           88 ApInvoiceLineFileNew VALUE "35".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ApPostTotalsFileStatus   PIC XX.
           88 ApPostTotalsFileOK   VALUE "00".
       01 InvoiceEndSwitch         PIC X VALUE "N".
           88 EndOfInvoices        VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 PurchaseOrderEndSwitch   PIC X VALUE "N".
           88 EndOfPurchaseOrders  VALUE "Y".
       01 InvoiceLineEndSwitch     PIC X VALUE "N".
           88 EndOfInvoiceLines    VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 QtyTolerancePct          PIC 9(3) VALUE 000.
       01 PriceTolerancePct        PIC 9(3) VALUE 002.
       01 ApLedgerTable.
           02 ApLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 TableItemNo       PIC 9(6).
               03 TableSupplierId   PIC X(6).
               03 TableSupplierRef  PIC X(10).
               03 TableInvoiceDate  PIC 9(8).
               03 TableDueDate      PIC 9(8).
               03 TablePoNumber     PIC X(8).
               03 TableInvoiceAmount PIC S9(9)V99.
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
                   88 TableItemOpen     VALUE "O".
                   88 TableItemRejected VALUE "X".
               03 TableHoldReason   PIC X(20).
               03 TablePaidDate     PIC 9(8).
               03 TableJournalFlag  PIC X.
                   88 TableJournalPosted VALUE "Y".
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 LastItemNumber           PIC 9(6) VALUE ZEROS.
       01 ItemFoundSwitch          PIC X.
           88 ItemFound            VALUE "Y".
      *----------------------------------------------------------------
      * Every PO line with what was received against it, its unit
      * cost, and how much of it has been invoiced so far - built
      * from the invoice-line history, leaving out rejected items.
      *----------------------------------------------------------------
       01 PoLineTable.
           02 PoLineEntry OCCURS 500 TIMES
               INDEXED BY PoLineIdx.
               03 TablePoNo         PIC X(8).
               03 TablePoLineNo     PIC 9(3).
               03 TablePoSupplierId PIC X(6).
               03 TablePoReceivedQty PIC 9(7).
               03 TablePoUnitCost   PIC 9(5)V999.
               03 TablePoInvoicedQty PIC 9(7).
       01 PoLineEntryCount         PIC 9(3) VALUE ZEROS.
       01 PoLineFoundSwitch        PIC X.
           88 PoLineFound          VALUE "Y".
       01 SearchPoNumber           PIC X(8).
       01 SearchPoLineNo           PIC 9(3).
      *----------------------------------------------------------------
      * The lines of the invoice in hand, held until the control
      * break so a rejected invoice posts none of them.
      *----------------------------------------------------------------
       01 InvoiceLineBuffer.
           02 BufferEntry OCCURS 50 TIMES
               INDEXED BY BufferIdx.
               03 BufPoNumber       PIC X(8).
               03 BufPoLineNo       PIC 9(3).
               03 BufQuantity       PIC 9(7).
               03 BufUnitPrice      PIC 9(5)V999.
       01 BufferCount              PIC 99 VALUE ZEROS.
       01 CurrentSupplierId        PIC X(6).
       01 CurrentSupplierRef       PIC X(10).
       01 CurrentInvoiceDate       PIC X(8).
       01 CurrentDueDate           PIC X(8).
       01 InvoiceRejectSwitch      PIC X.
           88 InvoiceRejected      VALUE "Y".
       01 InvoiceHoldSwitch        PIC X.
           88 InvoiceHeld          VALUE "Y".
       01 RejectReason             PIC X(20).
       01 HoldReason               PIC X(20).
       01 HoldReasonWork           PIC X(20).
       01 InvoiceAmount            PIC S9(9)V99.
       01 LineAmount               PIC S9(9)V99.
       01 AllowedQty               PIC 9(9).
       01 PriceVariance            PIC S9(5)V999.
       01 DueDateWork              PIC 9(8).
       01 DueDateSplit REDEFINES DueDateWork.
           02 DueYear              PIC 9(4).
           02 DueMonth             PIC 99.
           02 DueDay               PIC 99.
       01 DueDayWork               PIC 9(3).
       01 InvoicesRead             PIC 9(5) VALUE ZEROS.
       01 InvoiceLinesRead         PIC 9(7) VALUE ZEROS.
       01 ItemsOpenCount           PIC 9(5) VALUE ZEROS.
       01 ItemsHeldCount           PIC 9(5) VALUE ZEROS.
       01 InvoicesRejectedCount    PIC 9(5) VALUE ZEROS.
       01 ItemsBookedCount         PIC 9(5) VALUE ZEROS.
       01 PostedAmountTotal        PIC S9(9)V99 VALUE ZEROS.
       01 BookedAmountTotal        PIC S9(9)V99 VALUE ZEROS.
       01 DayBookedAmount          PIC S9(9)V99 VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 AmountDisplay            PIC -(9)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "APPOST".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "APLEDGER".
       01 LockHolderName           PIC X(8) VALUE "APPOST".
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
               DISPLAY "*** AP ledger is in use (invoice review or "
                       "payment run) - no invoices posted ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-STAMP-JOB-END
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF LedgerTableOverflowed
               DISPLAY "*** AP ledger has more items than the table "
                       "holds - no invoices posted ***"
           ELSE
               IF SupplierInvoiceFileOK
                   PERFORM 2000-PROCESS-ONE-INVOICE
                       UNTIL EndOfInvoices
                   CLOSE SupplierInvoiceFile
                   CLOSE ApInvoiceLineFile
               ELSE
                   DISPLAY "No supplier invoice file today - "
                           "nothing to post"
               END-IF
               PERFORM 5000-BOOK-PAYABLE-ITEMS
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "R" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           OPEN OUTPUT ApPostRegisterFile
           PERFORM 1050-WRITE-REPORT-HEADER
           PERFORM 1100-LOAD-MATCH-TOLERANCES
           PERFORM 1200-LOAD-AP-LEDGER
           PERFORM 1300-LOAD-PO-LINES
           PERFORM 1400-LOAD-INVOICED-QUANTITIES
           IF NOT LedgerTableOverflowed
               OPEN INPUT SupplierInvoiceFile
               IF SupplierInvoiceFileOK
                   OPEN EXTEND ApInvoiceLineFile
                   IF ApInvoiceLineFileNew
                       OPEN OUTPUT ApInvoiceLineFile
                   END-IF
                   PERFORM 1500-READ-INVOICE-RECORD
               END-IF
           END-IF.

       1050-WRITE-REPORT-HEADER.
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "APPOST" TO HeaderProgramName
           MOVE RunDate  TO HeaderRunDate
           MOVE RunTime  TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-LOAD-MATCH-TOLERANCES.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1110-READ-PARM-RECORD
               PERFORM 1120-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1110-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1120-APPLY-PARM-RECORD.
           IF ParmProgramId = "APMATCH"
               IF ParmLowValue NUMERIC
                   MOVE ParmLowValue TO QtyTolerancePct
               END-IF
               IF ParmHighValue NUMERIC
                   MOVE ParmHighValue TO PriceTolerancePct
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

       1200-LOAD-AP-LEDGER.
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ApLedgerFile
           IF ApLedgerFileOK
               PERFORM 1210-READ-LEDGER-RECORD
               PERFORM 1220-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ApLedgerFile
           END-IF.

       1210-READ-LEDGER-RECORD.
           READ ApLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1220-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               SET LedgerIdx TO LedgerEntryCount
               MOVE ApItemNo         TO TableItemNo (LedgerIdx)
               MOVE ApSupplierId     TO TableSupplierId (LedgerIdx)
               MOVE ApSupplierRef    TO TableSupplierRef (LedgerIdx)
               MOVE ApInvoiceDate    TO TableInvoiceDate (LedgerIdx)
               MOVE ApDueDate        TO TableDueDate (LedgerIdx)
               MOVE ApPoNumber       TO TablePoNumber (LedgerIdx)
               MOVE ApInvoiceAmount  TO TableInvoiceAmount (LedgerIdx)
               MOVE ApOpenAmount     TO TableOpenAmount (LedgerIdx)
               MOVE ApStatus         TO TableStatus (LedgerIdx)
               MOVE ApHoldReason     TO TableHoldReason (LedgerIdx)
               MOVE ApPaidDate       TO TablePaidDate (LedgerIdx)
               MOVE ApJournalFlag    TO TableJournalFlag (LedgerIdx)
               IF ApItemNo > LastItemNumber
                   MOVE ApItemNo TO LastItemNumber
               END-IF
           ELSE
               SET LedgerTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-LEDGER-RECORD.

       1300-LOAD-PO-LINES.
           MOVE ZEROS TO PoLineEntryCount
           OPEN INPUT PurchaseOrderFile
           IF PurchaseOrderFileOK
               PERFORM 1310-READ-PO-RECORD
               PERFORM 1320-STORE-PO-RECORD
                   UNTIL EndOfPurchaseOrders
               CLOSE PurchaseOrderFile
           ELSE
               DISPLAY "*** PO file not available - every invoice "
                       "will be held ***"
           END-IF.

       1310-READ-PO-RECORD.
           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ.

       1320-STORE-PO-RECORD.
           IF PoLineEntryCount < 500
               ADD 1 TO PoLineEntryCount
               SET PoLineIdx TO PoLineEntryCount
               MOVE PoNumber      TO TablePoNo (PoLineIdx)
               MOVE PoLineNo      TO TablePoLineNo (PoLineIdx)
               MOVE PoSupplierId  TO TablePoSupplierId (PoLineIdx)
               IF PoReceivedQty NUMERIC
                   MOVE PoReceivedQty TO TablePoReceivedQty (PoLineIdx)
               ELSE
                   MOVE ZEROS TO TablePoReceivedQty (PoLineIdx)
               END-IF
               IF PoUnitCost NUMERIC
                   MOVE PoUnitCost TO TablePoUnitCost (PoLineIdx)
               ELSE
                   MOVE ZEROS TO TablePoUnitCost (PoLineIdx)
               END-IF
               MOVE ZEROS TO TablePoInvoicedQty (PoLineIdx)
           ELSE
               DISPLAY "*** PO line table full - " PoNumber
                       " line " PoLineNo " not loaded - invoices "
                       "against it will be held ***"
           END-IF
           PERFORM 1310-READ-PO-RECORD.

      *----------------------------------------------------------------
      * What has already been invoiced against each PO line counts
      * toward the quantity check, so the same goods cannot be paid
      * for twice on two invoices. Lines of a rejected item are left
      * out - the supplier's corrected invoice takes their place.
      *----------------------------------------------------------------
       1400-LOAD-INVOICED-QUANTITIES.
           OPEN INPUT ApInvoiceLineFile
           IF ApInvoiceLineFileOK
               PERFORM 1410-READ-INVOICE-LINE
               PERFORM 1420-ADD-INVOICED-QUANTITY
                   UNTIL EndOfInvoiceLines
               CLOSE ApInvoiceLineFile
           END-IF.

       1410-READ-INVOICE-LINE.
           READ ApInvoiceLineFile
               AT END SET EndOfInvoiceLines TO TRUE
           END-READ.

       1420-ADD-INVOICED-QUANTITY.
           MOVE "N" TO ItemFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 1430-SEARCH-LEDGER-ITEM
               UNTIL ItemFound OR LedgerIdx > LedgerEntryCount
           IF ItemFound
               AND NOT TableItemRejected (LedgerIdx)
               AND LineQuantity NUMERIC
               MOVE LinePoNumber TO SearchPoNumber
               MOVE LinePoLineNo TO SearchPoLineNo
               PERFORM 2400-FIND-PO-LINE
               IF PoLineFound
                   ADD LineQuantity TO TablePoInvoicedQty (PoLineIdx)
               END-IF
           END-IF
           PERFORM 1410-READ-INVOICE-LINE.

       1430-SEARCH-LEDGER-ITEM.
           IF TableItemNo (LedgerIdx) = LineItemNo
               SET ItemFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       1500-READ-INVOICE-RECORD.
           READ SupplierInvoiceFile
               AT END SET EndOfInvoices TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The lines of one invoice sit together on the feed, so a
      * change of supplier or supplier reference ends the invoice.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-INVOICE.
           ADD 1 TO InvoicesRead
           MOVE InvSupplierId  TO CurrentSupplierId
           MOVE InvSupplierRef TO CurrentSupplierRef
           MOVE SupplierInvoiceRecord (19:8) TO CurrentInvoiceDate
           MOVE SupplierInvoiceRecord (28:8) TO CurrentDueDate
           MOVE ZEROS TO BufferCount
           MOVE "N" TO InvoiceRejectSwitch
           MOVE "N" TO InvoiceHoldSwitch
           MOVE SPACES TO RejectReason
           MOVE SPACES TO HoldReason
           MOVE ZEROS TO InvoiceAmount
           PERFORM 2100-BUFFER-INVOICE-LINE
               UNTIL EndOfInvoices
                  OR InvSupplierId NOT = CurrentSupplierId
                  OR InvSupplierRef NOT = CurrentSupplierRef
           PERFORM 2200-CHECK-INVOICE-HEADER
           IF InvoiceRejected
               ADD 1 TO InvoicesRejectedCount
               PERFORM 3300-WRITE-REJECTED-LINE
           ELSE
               PERFORM 2300-MATCH-INVOICE-LINE
                   VARYING BufferIdx FROM 1 BY 1
                   UNTIL BufferIdx > BufferCount
               PERFORM 2500-ADD-LEDGER-ITEM
           END-IF.

       2100-BUFFER-INVOICE-LINE.
           ADD 1 TO InvoiceLinesRead
           EVALUATE TRUE
               WHEN InvPoLineNo NOT NUMERIC
                   OR InvQuantity NOT NUMERIC
                   OR InvUnitPrice NOT NUMERIC
                   OR InvQuantity = ZEROS
                   IF NOT InvoiceRejected
                       SET InvoiceRejected TO TRUE
                       MOVE "MALFORMED LINE" TO RejectReason
                   END-IF
               WHEN BufferCount >= 50
                   IF NOT InvoiceRejected
                       SET InvoiceRejected TO TRUE
                       MOVE "OVER 50 LINES" TO RejectReason
                   END-IF
               WHEN OTHER
                   ADD 1 TO BufferCount
                   SET BufferIdx TO BufferCount
                   MOVE InvPoNumber  TO BufPoNumber (BufferIdx)
                   MOVE InvPoLineNo  TO BufPoLineNo (BufferIdx)
                   MOVE InvQuantity  TO BufQuantity (BufferIdx)
                   MOVE InvUnitPrice TO BufUnitPrice (BufferIdx)
           END-EVALUATE
           PERFORM 1500-READ-INVOICE-RECORD.

      *----------------------------------------------------------------
      * A supplier reference already on the ledger (other than on a
      * rejected item) is a duplicate - the supplier re-sent it, or
      * the feed was run twice - and posts nothing.
      *----------------------------------------------------------------
       2200-CHECK-INVOICE-HEADER.
           MOVE "N" TO ItemFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 2210-SEARCH-SUPPLIER-REF
               UNTIL ItemFound OR LedgerIdx > LedgerEntryCount
           EVALUATE TRUE
               WHEN InvoiceRejected
                   CONTINUE
               WHEN CurrentSupplierId = SPACES
                   OR CurrentSupplierRef = SPACES
                   SET InvoiceRejected TO TRUE
                   MOVE "NO SUPPLIER OR REF" TO RejectReason
               WHEN CurrentInvoiceDate NOT NUMERIC
                   OR CurrentInvoiceDate = ZEROS
                   SET InvoiceRejected TO TRUE
                   MOVE "BAD INVOICE DATE" TO RejectReason
               WHEN CurrentDueDate NOT NUMERIC
                   SET InvoiceRejected TO TRUE
                   MOVE "BAD DUE DATE" TO RejectReason
               WHEN ItemFound
                   SET InvoiceRejected TO TRUE
                   MOVE "DUPLICATE INVOICE" TO RejectReason
               WHEN LedgerEntryCount >= 500
                   SET InvoiceRejected TO TRUE
                   MOVE "AP LEDGER FULL" TO RejectReason
           END-EVALUATE.

       2210-SEARCH-SUPPLIER-REF.
           IF TableSupplierId (LedgerIdx) = CurrentSupplierId
               AND TableSupplierRef (LedgerIdx) = CurrentSupplierRef
               AND NOT TableItemRejected (LedgerIdx)
               SET ItemFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The three-way match for one invoice line: the PO line exists
      * and is the invoicing supplier's, everything invoiced on it so
      * far is covered by what was received (plus the quantity
      * tolerance), and the price is within the price tolerance of
      * the PO's unit cost. The first failure is the hold reason.
      *----------------------------------------------------------------
       2300-MATCH-INVOICE-LINE.
           COMPUTE LineAmount ROUNDED =
               BufQuantity (BufferIdx) * BufUnitPrice (BufferIdx)
           ADD LineAmount TO InvoiceAmount
           MOVE BufPoNumber (BufferIdx) TO SearchPoNumber
           MOVE BufPoLineNo (BufferIdx) TO SearchPoLineNo
           PERFORM 2400-FIND-PO-LINE
           IF PoLineFound
               ADD BufQuantity (BufferIdx)
                   TO TablePoInvoicedQty (PoLineIdx)
               IF TablePoSupplierId (PoLineIdx) NOT = CurrentSupplierId
                   MOVE "SUPPLIER NOT ON PO" TO HoldReasonWork
                   PERFORM 2350-SET-HOLD-REASON
               END-IF
               COMPUTE AllowedQty = TablePoReceivedQty (PoLineIdx)
                   * (100 + QtyTolerancePct) / 100
               IF TablePoInvoicedQty (PoLineIdx) > AllowedQty
                   MOVE "QTY NOT RECEIVED" TO HoldReasonWork
                   PERFORM 2350-SET-HOLD-REASON
               END-IF
               IF TablePoUnitCost (PoLineIdx) = ZERO
                   MOVE "NO PO PRICE" TO HoldReasonWork
                   PERFORM 2350-SET-HOLD-REASON
               ELSE
                   COMPUTE PriceVariance = BufUnitPrice (BufferIdx)
                       - TablePoUnitCost (PoLineIdx)
                   IF PriceVariance < ZERO
                       COMPUTE PriceVariance = ZERO - PriceVariance
                   END-IF
                   IF PriceVariance * 100 >
                       TablePoUnitCost (PoLineIdx) * PriceTolerancePct
                       MOVE "PRICE VARIANCE" TO HoldReasonWork
                       PERFORM 2350-SET-HOLD-REASON
                   END-IF
               END-IF
           ELSE
               MOVE "NO PO LINE" TO HoldReasonWork
               PERFORM 2350-SET-HOLD-REASON
           END-IF.

       2350-SET-HOLD-REASON.
           IF NOT InvoiceHeld
               SET InvoiceHeld TO TRUE
               MOVE HoldReasonWork TO HoldReason
           END-IF.

       2400-FIND-PO-LINE.
           MOVE "N" TO PoLineFoundSwitch
           SET PoLineIdx TO 1
           PERFORM 2410-SEARCH-PO-LINE
               UNTIL PoLineFound OR PoLineIdx > PoLineEntryCount.

       2410-SEARCH-PO-LINE.
           IF TablePoNo (PoLineIdx) = SearchPoNumber
               AND TablePoLineNo (PoLineIdx) = SearchPoLineNo
               SET PoLineFound TO TRUE
           ELSE
               SET PoLineIdx UP BY 1
           END-IF.

       2500-ADD-LEDGER-ITEM.
           ADD 1 TO LastItemNumber
           ADD 1 TO LedgerEntryCount
           SET LedgerIdx TO LedgerEntryCount
           SET LedgerChanged TO TRUE
           MOVE LastItemNumber     TO TableItemNo (LedgerIdx)
           MOVE CurrentSupplierId  TO TableSupplierId (LedgerIdx)
           MOVE CurrentSupplierRef TO TableSupplierRef (LedgerIdx)
           MOVE CurrentInvoiceDate TO TableInvoiceDate (LedgerIdx)
           IF CurrentDueDate = ZEROS
               PERFORM 2550-DEFAULT-DUE-DATE
           ELSE
               MOVE CurrentDueDate TO TableDueDate (LedgerIdx)
           END-IF
           MOVE BufPoNumber (1)    TO TablePoNumber (LedgerIdx)
           MOVE InvoiceAmount      TO TableInvoiceAmount (LedgerIdx)
           MOVE InvoiceAmount      TO TableOpenAmount (LedgerIdx)
           MOVE ZEROS              TO TablePaidDate (LedgerIdx)
           MOVE "N"                TO TableJournalFlag (LedgerIdx)
           ADD InvoiceAmount TO PostedAmountTotal
           IF InvoiceHeld
               MOVE "H" TO TableStatus (LedgerIdx)
               MOVE HoldReason TO TableHoldReason (LedgerIdx)
               ADD 1 TO ItemsHeldCount
               PERFORM 3200-WRITE-HELD-LINE
           ELSE
               MOVE "O" TO TableStatus (LedgerIdx)
               MOVE SPACES TO TableHoldReason (LedgerIdx)
               ADD 1 TO ItemsOpenCount
               PERFORM 3100-WRITE-POSTED-LINE
           END-IF
           PERFORM 2600-WRITE-INVOICE-LINE
               VARYING BufferIdx FROM 1 BY 1
               UNTIL BufferIdx > BufferCount.

      *----------------------------------------------------------------
      * No due date on the invoice means the shop's standard thirty
      * days from the invoice date, on the same 30/360 day count as
      * the receivables side; the payment run applies the calendar.
      *----------------------------------------------------------------
       2550-DEFAULT-DUE-DATE.
           MOVE CurrentInvoiceDate TO DueDateWork
           COMPUTE DueDayWork = DueDay + 30
           PERFORM 2560-NORMALIZE-DUE-DAY
               UNTIL DueDayWork <= 30
           MOVE DueDayWork TO DueDay
           PERFORM 2570-NORMALIZE-DUE-MONTH
               UNTIL DueMonth <= 12
           MOVE DueDateWork TO TableDueDate (LedgerIdx).

       2560-NORMALIZE-DUE-DAY.
           SUBTRACT 30 FROM DueDayWork
           ADD 1 TO DueMonth.

       2570-NORMALIZE-DUE-MONTH.
           SUBTRACT 12 FROM DueMonth
           ADD 1 TO DueYear.

       2600-WRITE-INVOICE-LINE.
           INITIALIZE ApInvoiceLineRecord
           MOVE LastItemNumber            TO LineItemNo
           MOVE BufPoNumber (BufferIdx)   TO LinePoNumber
           MOVE BufPoLineNo (BufferIdx)   TO LinePoLineNo
           MOVE BufQuantity (BufferIdx)   TO LineQuantity
           MOVE BufUnitPrice (BufferIdx)  TO LineUnitPrice
           WRITE ApInvoiceLineRecord.

       3100-WRITE-POSTED-LINE.
           MOVE InvoiceAmount TO AmountDisplay
           MOVE SPACES TO RegisterLineText
           STRING "POSTED   " DELIMITED BY SIZE
                  LastItemNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CurrentSupplierId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CurrentSupplierRef DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " DUE " DELIMITED BY SIZE
                  TableDueDate (LedgerIdx) DELIMITED BY SIZE
               INTO RegisterLineText
           END-STRING
           PERFORM 3900-WRITE-REGISTER-LINE.

       3200-WRITE-HELD-LINE.
           MOVE InvoiceAmount TO AmountDisplay
           MOVE SPACES TO RegisterLineText
           STRING "HELD     " DELIMITED BY SIZE
                  LastItemNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CurrentSupplierId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CurrentSupplierRef DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HoldReason DELIMITED BY SIZE
               INTO RegisterLineText
           END-STRING
           PERFORM 3900-WRITE-REGISTER-LINE.

       3300-WRITE-REJECTED-LINE.
           MOVE SPACES TO RegisterLineText
           STRING "REJECTED        " DELIMITED BY SIZE
                  CurrentSupplierId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CurrentSupplierRef DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RejectReason DELIMITED BY SIZE
               INTO RegisterLineText
           END-STRING
           PERFORM 3900-WRITE-REGISTER-LINE.

       3900-WRITE-REGISTER-LINE.
           WRITE ApPostRegisterRecord
           ADD 1 TO ReportLineCount.

      *----------------------------------------------------------------
      * An item is booked to payables the first time it is open -
      * tonight's clean invoices and any held item ApReview has
      * released since the last run - and flagged so it is booked
      * once only.
      *----------------------------------------------------------------
       5000-BOOK-PAYABLE-ITEMS.
           IF TableItemOpen (LedgerIdx)
               AND NOT TableJournalPosted (LedgerIdx)
               MOVE "Y" TO TableJournalFlag (LedgerIdx)
               SET LedgerChanged TO TRUE
               ADD 1 TO ItemsBookedCount
               ADD TableOpenAmount (LedgerIdx) TO BookedAmountTotal
               MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
               MOVE SPACES TO RegisterLineText
               STRING "BOOKED   " DELIMITED BY SIZE
                      TableItemNo (LedgerIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableSupplierId (LedgerIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableSupplierRef (LedgerIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AmountDisplay DELIMITED BY SIZE
                   INTO RegisterLineText
               END-STRING
               PERFORM 3900-WRITE-REGISTER-LINE
           END-IF.

      *----------------------------------------------------------------
      * The handoff carries the day's booked total; a second run the
      * same day adds to it rather than overwriting what the first
      * one booked.
      *----------------------------------------------------------------
       7000-WRITE-POSTING-TOTALS.
           MOVE ZEROS TO DayBookedAmount
           OPEN INPUT ApPostTotalsFile
           IF ApPostTotalsFileOK
               READ ApPostTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       IF PostTotRunDate = RunDate
                           MOVE PostTotBookedAmount TO DayBookedAmount
                       END-IF
               END-READ
               CLOSE ApPostTotalsFile
           END-IF
           ADD BookedAmountTotal TO DayBookedAmount
           OPEN OUTPUT ApPostTotalsFile
           INITIALIZE ApPostTotalsRecord
           MOVE RunDate TO PostTotRunDate
           MOVE DayBookedAmount TO PostTotBookedAmount
           WRITE ApPostTotalsRecord
           CLOSE ApPostTotalsFile.

      *----------------------------------------------------------------
      * Never rewrite the ledger from an overflowed table - the
      * items past the table cap were not loaded, and writing the
      * table back would delete them from the payables.
      *----------------------------------------------------------------
       8000-REWRITE-AP-LEDGER.
           OPEN OUTPUT ApLedgerFile
           PERFORM 8100-WRITE-LEDGER-ENTRY
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           CLOSE ApLedgerFile.

       8100-WRITE-LEDGER-ENTRY.
           INITIALIZE ApLedgerRecord
           MOVE TableItemNo (LedgerIdx)        TO ApItemNo
           MOVE TableSupplierId (LedgerIdx)    TO ApSupplierId
           MOVE TableSupplierRef (LedgerIdx)   TO ApSupplierRef
           MOVE TableInvoiceDate (LedgerIdx)   TO ApInvoiceDate
           MOVE TableDueDate (LedgerIdx)       TO ApDueDate
           MOVE TablePoNumber (LedgerIdx)      TO ApPoNumber
           MOVE TableInvoiceAmount (LedgerIdx) TO ApInvoiceAmount
           MOVE TableOpenAmount (LedgerIdx)    TO ApOpenAmount
           MOVE TableStatus (LedgerIdx)        TO ApStatus
           MOVE TableHoldReason (LedgerIdx)    TO ApHoldReason
           MOVE TablePaidDate (LedgerIdx)      TO ApPaidDate
           MOVE TableJournalFlag (LedgerIdx)   TO ApJournalFlag
           WRITE ApLedgerRecord.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount       TO TrailerRecordCount
           MOVE BookedAmountTotal     TO TrailerControlTotal
           MOVE InvoicesRejectedCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE ApPostRegisterFile
           IF LedgerChanged
               AND NOT LedgerTableOverflowed
               PERFORM 8000-REWRITE-AP-LEDGER
           END-IF
           IF NOT LedgerTableOverflowed
               PERFORM 7000-WRITE-POSTING-TOTALS
           END-IF
           DISPLAY "Invoice lines read     = " InvoiceLinesRead
           DISPLAY "Invoices read          = " InvoicesRead
           DISPLAY "Items posted open      = " ItemsOpenCount
           DISPLAY "Items held for review  = " ItemsHeldCount
           DISPLAY "Invoices rejected      = " InvoicesRejectedCount
           DISPLAY "Amount posted          = " PostedAmountTotal
           DISPLAY "Items booked payable   = " ItemsBookedCount
           DISPLAY "Amount booked payable  = " BookedAmountTotal
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   MOVE 8 TO RETURN-CODE
               WHEN ItemsHeldCount > ZERO
                   OR InvoicesRejectedCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE InvoiceLinesRead TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM ApPost.
