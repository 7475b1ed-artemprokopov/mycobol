      ******************************************************************
      * Author: Artem Prokopov
      * Date: 17/09/2026
      * Purpose: Printable purchase-order documents, the way
      *          InvoicePrint prints invoices. PoGen appends the
      *          night's POs to POFILE.DAT with every line of a PO
      *          together, so one forward walk of the file breaks on
      *          PoNumber and formats one PO per number on
      *          POPRINT.DAT: the supplier block (name, address,
      *          payment terms and lead time from the supplier
      *          master), the order and expected dates, the lines
      *          with the product description from the product
      *          master, and the total quantity ordered - in the
      *          shop's paginated print-report style with the
      *          standard RPTCTL HDR/TRL bracket (record count and
      *          quantity control total on the trailer). By default
      *          the POs raised today are printed; a PO number on
      *          the command line (P + seven digits) reprints that
      *          one PO whatever its date, showing what has been
      *          received against each line so far.
      * Tectonics: cobc
      * Modifications:
      *   21/09/2026 AP - Unit cost column added to the PO lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoPrint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchaseOrderFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseOrderFileStatus.
           SELECT SupplierMasterFile ASSIGN TO "SUPPMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT PoPrintFile ASSIGN TO "POPRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PurchaseOrderFile
           RECORD CONTAINS 71 CHARACTERS.
           COPY "POFILE.cpy".
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  PoPrintFile
           RECORD CONTAINS 80 CHARACTERS.
       01 PoPrintRecord.
           02 PrintLineText            PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 PurchaseOrderFileStatus  PIC XX.
           88 PurchaseOrderFileOK  VALUE "00".
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 PurchaseOrderEndSwitch   PIC X VALUE "N".
           88 EndOfPurchaseOrders  VALUE "Y".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 PoFileOpenedSwitch       PIC X VALUE "N".
           88 PoFileOpened         VALUE "Y".
       01 ReprintParm              PIC X(8).
       01 ReprintSwitch            PIC X VALUE "N".
           88 ReprintMode          VALUE "Y".
       01 ReprintFoundSwitch       PIC X VALUE "N".
           88 ReprintPoFound       VALUE "Y".
       01 CurrentPoNumber          PIC X(8).
       01 PoSelectSwitch           PIC X.
           88 PoSelected           VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 PageNumber               PIC 9(3) VALUE ZEROS.
       01 LinesOnPage              PIC 99 VALUE ZEROS.
       01 LinesPerPage             PIC 99 VALUE 60.
       01 PrintLinesWritten        PIC 9(7) VALUE ZEROS.
       01 PrintLineWork            PIC X(80).
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableSuppName     PIC X(30).
               03 TableSuppAddress1 PIC X(30).
               03 TableSuppAddress2 PIC X(30).
               03 TableLeadDays     PIC 9(3).
               03 TableTerms        PIC X(15).
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierFoundSwitch      PIC X VALUE "N".
           88 SupplierFound        VALUE "Y".
       01 ProductMasterTable.
           02 ProductMasterEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X VALUE "N".
           88 ProductFound         VALUE "Y".
       01 PosPrinted               PIC 9(5) VALUE ZEROS.
       01 PoLineCount              PIC 9(3) VALUE ZEROS.
       01 PoQuantityTotal          PIC 9(9) VALUE ZEROS.
       01 QuantityPrintedTotal     PIC 9(9) VALUE ZEROS.
       01 QuantityDisplay          PIC Z(6)9.
       01 TotalDisplay             PIC Z(8)9.
       01 UnitCostDisplay          PIC ZZZZ9.999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ReprintParm FROM COMMAND-LINE
           IF ReprintParm (1:1) = "P"
               AND ReprintParm (2:7) NUMERIC
               SET ReprintMode TO TRUE
           END-IF
           PERFORM 1000-INITIALIZE
           IF PoFileOpened
               PERFORM 2000-PRINT-ONE-PO
                   UNTIL EndOfPurchaseOrders
           ELSE
               DISPLAY "*** PO file not available - no purchase "
                       "orders printed ***"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1100-LOAD-SUPPLIER-MASTER
           PERFORM 1200-LOAD-PRODUCT-MASTER
           OPEN OUTPUT PoPrintFile
           PERFORM 1150-WRITE-REPORT-HEADER
           OPEN INPUT PurchaseOrderFile
           IF PurchaseOrderFileOK
               SET PoFileOpened TO TRUE
               PERFORM 1300-READ-PO-RECORD
           END-IF.

       1150-WRITE-REPORT-HEADER.
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "POPRINT" TO HeaderProgramName
           MOVE RunDate  TO HeaderRunDate
           MOVE RunTime  TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-LOAD-SUPPLIER-MASTER.
           MOVE ZEROS TO SupplierEntryCount
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               PERFORM 1110-READ-SUPPLIER-RECORD
               PERFORM 1120-STORE-SUPPLIER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           ELSE
               DISPLAY "*** Supplier master not available - "
                       "POs show the supplier ID only ***"
           END-IF.

       1110-READ-SUPPLIER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       1120-STORE-SUPPLIER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               SET SupplierIdx TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierIdx)
               MOVE SuppMasterName TO TableSuppName (SupplierIdx)
               MOVE SuppMasterAddress1
                   TO TableSuppAddress1 (SupplierIdx)
               MOVE SuppMasterAddress2
                   TO TableSuppAddress2 (SupplierIdx)
               IF SuppMasterLeadDays NUMERIC
                   MOVE SuppMasterLeadDays
                       TO TableLeadDays (SupplierIdx)
               ELSE
                   MOVE ZEROS TO TableLeadDays (SupplierIdx)
               END-IF
               MOVE SuppMasterTerms TO TableTerms (SupplierIdx)
           ELSE
               DISPLAY "*** Supplier table full - supplier "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 1110-READ-SUPPLIER-RECORD.

       1200-LOAD-PRODUCT-MASTER.
           MOVE ZEROS TO ProductEntryCount
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1210-READ-PRODUCT-RECORD
               PERFORM 1220-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF.

       1210-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1220-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               MOVE ProdMasterCode
                   TO TableProductCode (ProductEntryCount)
               MOVE ProdMasterDescription
                   TO TableDescription (ProductEntryCount)
           ELSE
               DISPLAY "*** Product master table full - record for "
                       ProdMasterCode " not loaded ***"
           END-IF
           PERFORM 1210-READ-PRODUCT-RECORD.

       1300-READ-PO-RECORD.
           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The lines of one PO sit together on the file, so a change of
      * PoNumber ends the document. A PO not selected (not raised
      * today, or not the one asked for) is walked past unprinted.
      *----------------------------------------------------------------
       2000-PRINT-ONE-PO.
           MOVE PoNumber TO CurrentPoNumber
           MOVE "N" TO PoSelectSwitch
           IF ReprintMode
               IF PoNumber = ReprintParm
                   SET PoSelected TO TRUE
                   SET ReprintPoFound TO TRUE
               END-IF
           ELSE
               IF PoOrderDate = RunDate
                   SET PoSelected TO TRUE
               END-IF
           END-IF
           IF PoSelected
               ADD 1 TO PosPrinted
               MOVE ZEROS TO PoLineCount
               MOVE ZEROS TO PoQuantityTotal
               PERFORM 3100-WRITE-PO-HEADING
               PERFORM 3300-WRITE-PO-LINE
                   UNTIL EndOfPurchaseOrders
                      OR PoNumber NOT = CurrentPoNumber
               ADD PoQuantityTotal TO QuantityPrintedTotal
               PERFORM 3500-WRITE-PO-TOTALS
           ELSE
               PERFORM 1300-READ-PO-RECORD
                   UNTIL EndOfPurchaseOrders
                      OR PoNumber NOT = CurrentPoNumber
           END-IF.

       3100-WRITE-PO-HEADING.
           MOVE ALL "=" TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
                  PoNumber DELIMITED BY SIZE
                  "    DATE " DELIMITED BY SIZE
                  PoOrderDate DELIMITED BY SIZE
                  "    DELIVER BY " DELIMITED BY SIZE
                  PoExpectedDate DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           PERFORM 3150-WRITE-SUPPLIER-BLOCK
           MOVE SPACES TO PrintLineText
           MOVE "LINE PRODUCT DESCRIPTION               ORDERED"
               TO PrintLineText (1:47)
           MOVE "RECEIVED  ST" TO PrintLineText (51:12)
           MOVE "UNIT COST" TO PrintLineText (64:9)
           PERFORM 3900-WRITE-PRINT-LINE.

       3150-WRITE-SUPPLIER-BLOCK.
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 3160-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount
           MOVE SPACES TO PrintLineText
           IF SupplierFound
               STRING "SUPPLIER: " DELIMITED BY SIZE
                      TableSuppName (SupplierIdx) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      PoSupplierId DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO PrintLineText
               END-STRING
               PERFORM 3900-WRITE-PRINT-LINE
               MOVE SPACES TO PrintLineText
               MOVE TableSuppAddress1 (SupplierIdx)
                   TO PrintLineText (11:30)
               PERFORM 3900-WRITE-PRINT-LINE
               IF TableSuppAddress2 (SupplierIdx) NOT = SPACES
                   MOVE SPACES TO PrintLineText
                   MOVE TableSuppAddress2 (SupplierIdx)
                       TO PrintLineText (11:30)
                   PERFORM 3900-WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO PrintLineText
               STRING "TERMS: " DELIMITED BY SIZE
                      TableTerms (SupplierIdx) DELIMITED BY SIZE
                      "    LEAD TIME " DELIMITED BY SIZE
                      TableLeadDays (SupplierIdx) DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO PrintLineText
               END-STRING
               PERFORM 3900-WRITE-PRINT-LINE
           ELSE
               STRING "SUPPLIER: " DELIMITED BY SIZE
                      PoSupplierId DELIMITED BY SIZE
                   INTO PrintLineText
               END-STRING
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE.

       3160-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = PoSupplierId
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

       3300-WRITE-PO-LINE.
           ADD 1 TO PoLineCount
           ADD PoOrderQty TO PoQuantityTotal
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 3310-SEARCH-PRODUCT-ENTRY
               UNTIL ProductFound OR ProductIdx > ProductEntryCount
           MOVE SPACES TO PrintLineText
           MOVE PoLineNo          TO PrintLineText (2:3)
           MOVE PoProductCode     TO PrintLineText (6:6)
           IF ProductFound
               MOVE TableDescription (ProductIdx)
                   TO PrintLineText (14:20)
           END-IF
           MOVE PoOrderQty        TO QuantityDisplay
           MOVE QuantityDisplay   TO PrintLineText (40:7)
           MOVE PoReceivedQty     TO QuantityDisplay
           MOVE QuantityDisplay   TO PrintLineText (51:7)
           MOVE PoLineStatus      TO PrintLineText (61:1)
           IF PoUnitCost NUMERIC
               MOVE PoUnitCost        TO UnitCostDisplay
               MOVE UnitCostDisplay   TO PrintLineText (64:9)
           END-IF
           PERFORM 3900-WRITE-PRINT-LINE
           PERFORM 1300-READ-PO-RECORD.

       3310-SEARCH-PRODUCT-ENTRY.
           IF TableProductCode (ProductIdx) = PoProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

       3500-WRITE-PO-TOTALS.
           MOVE SPACES TO PrintLineText
           MOVE PoQuantityTotal TO TotalDisplay
           STRING "LINES " DELIMITED BY SIZE
                  PoLineCount DELIMITED BY SIZE
                  "    TOTAL QUANTITY ORDERED = " DELIMITED BY SIZE
                  TotalDisplay DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           MOVE "PLEASE QUOTE THE PO NUMBER ON ALL DELIVERY NOTES"
               TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE.

      *----------------------------------------------------------------
      * Every report line goes out through here: a page heading is
      * written every LinesPerPage lines (the way InvoicePrint
      * paginates) and the line joins the trailer's record count.
      *----------------------------------------------------------------
       3900-WRITE-PRINT-LINE.
           IF PageNumber = ZERO OR LinesOnPage >= LinesPerPage
               MOVE PrintLineText TO PrintLineWork
               PERFORM 3950-WRITE-PAGE-HEADING
               MOVE PrintLineWork TO PrintLineText
           END-IF
           ADD 1 TO LinesOnPage
           ADD 1 TO PrintLinesWritten
           WRITE PoPrintRecord.

       3950-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE SPACES TO PrintLineText
           STRING "PURCHASE ORDER PRINT   RUN DATE "
                      DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  "   PAGE " DELIMITED BY SIZE
                  PageNumber DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           ADD 1 TO PrintLinesWritten
           WRITE PoPrintRecord
           MOVE ZEROS TO LinesOnPage.

       9000-TERMINATE.
           IF PoFileOpened
               CLOSE PurchaseOrderFile
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE PrintLinesWritten TO TrailerRecordCount
           MOVE QuantityPrintedTotal TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE PoPrintFile
           DISPLAY "Purchase orders printed = " PosPrinted
           EVALUATE TRUE
               WHEN ReprintMode AND NOT ReprintPoFound
                   DISPLAY "*** PO " ReprintParm " is not on the "
                           "PO file - nothing reprinted ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PoPrint.
