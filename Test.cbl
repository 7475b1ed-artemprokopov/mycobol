      *                   step's completion lands on RUNSTATE.DAT
      *                   and the new RunRestart gate can bypass it
      *                   on a same-date resubmission of NIGHTRUN.
      *   07/09/2026 AP - Customer master layout now comes from
      *                   CUSTMSTR.cpy (record grew 73 -> 75 bytes for
      *                   the new status byte), and a transaction for a
      *                   customer inactivated in CustMaint goes to
      *                   PRICEREJ.DAT as CUSTOMER INACTIVE.
      *   14/09/2026 AP - Credit holds now feed the new CreditDesk:
      *                   CREDHOLD.DAT accumulates across runs (layout
      *                   in CREDHOLD.cpy, with a status byte) instead
      *                   of being rewritten each run, and each held
      *                   invoice's original transaction records are
      *                   kept on CREDHLIN.DAT for release. Stock
      *                   movement and sales history now post when an
      *                   invoice is issued rather than as each line is
      *                   priced, so a held invoice touches neither
      *                   until it is released, and a pair the desk
      *                   released is issued without a second credit
      *                   check.
      *   15/09/2026 AP - RMAs now carry received-to-date and a status:
      *                   an accepted return adds to the received
      *                   quantity and moves the RMA to partly received
      *                   or closed, a closed or expired RMA rejects the
      *                   return, and an open RMA older than the
      *                   SHOPPARM RMAEXPD days is closed as expired at
      *                   load. Every issued detail line is also
      *                   appended to the INVDHIST.DAT history, and the
      *                   detail layout comes from INVDETL.cpy. Shop
      *                   parameters now load ahead of the rate file.
      *   16/09/2026 AP - Reverses invoices voided through InvVoid: each
      *                   pending void on VOIDREG.DAT has its lines read
      *                   back off the invoice-detail history, its sales
      *                   history posted negative, its stock put back
      *                   through a V movement, and its gross and tax
      *                   carried on the PRICETOT handoff (record grew
      *                   72 -> 100 bytes) for the GL extract's
      *                   reversing lines; the void is then marked
      *                   posted.
      *   17/09/2026 AP - Product master layout now comes from
      *                   PRODMSTR.cpy (record grew 54 -> 67 bytes for
      *                   the preferred supplier and order multiple);
      *                   the on-hand rewrite carries both fields
      *                   through untouched.
      *   18/09/2026 AP - Posted goods receipts: pending receipts on
      *                   RCVLOG.DAT (recorded by the new GoodsRcv
      *                   against purchase-order lines) are added to the
      *                   product's on-hand with a G movement on
      *                   STKMOVE.DAT and listed on the new receipts
      *                   register RCVREG.DAT (RPTCTL bracket, control
      *                   total = quantity received); a receipt for a
      *                   product no longer on the master goes to
      *                   RCVREJ.DAT. Posted receipts are marked D
      *                   on the log.
      *   21/09/2026 AP - Product master record widened to 76 bytes for
      *                   the unit cost, carried through the product
      *                   table unchanged.
      *   22/09/2026 AP - Posts stock counts approved in the new
      *                   CountEntry: counted less the book quantity
      *                   frozen on STKCOUNT.DAT goes onto the product's
      *                   on-hand as an A movement on STKMOVE.DAT (GAIN
      *                   or LOSS in the flag column), the count is
      *                   marked posted (D), or X when the product is
      *                   gone, and the net adjustment at the frozen
      *                   unit value is carried on the PRICETOT handoff
      *                   (record grew 100 -> 113 bytes) for the GL
      *                   extract.
      *   23/09/2026 AP - Inventory costing: the product unit cost is
      *                   re-averaged (weighted by quantity) as each
      *                   receipt posts at its purchase-order cost;
      *                   every sale, return and voided line is extended
      *                   at that cost onto the movement register
      *                   (STKMOVE grew 29 -> 41 bytes) and the net cost
      *                   of goods sold goes to the GL extract on the
      *                   totals handoff (PRICETOT grew 113 -> 126
      *                   bytes).
      *   24/09/2026 AP - Backorders: a sale line the on-hand cannot
      *                   cover is cut back to the stock there and the
      *                   rest goes to the backorder file BACKORD.DAT
      *                   (customer, product, quantity, original
      *                   reference and date) instead of being billed;
      *                   after receipts post, open backorders are
      *                   released oldest-first as stock allows and
      *                   billed under their original reference ahead of
      *                   PRICETRN.DAT. An invoice left with no lines
      *                   takes no number.
      *   25/09/2026 AP - Stock is now held by location: LOCSTOCK.DAT
      *                   carries each product's on-hand at the main
      *                   warehouse (00) and at each branch, kept in
      *                   step with the master's company total. PRICETRN
      *                   carries the selling location (55 bytes); sales
      *                   and returns move that location's stock and are
      *                   backordered against it, while receipts, count
      *                   adjustments and voids move the warehouse's.
      *                   Pending STKXFER.DAT transfers are posted with
      *                   an O and an I movement. The reorder report
      *                   lists each location (47 bytes) and STKMOVE
      *                   carries the location and its resulting
      *                   quantity (44 bytes); PRICEREJ is 81 bytes,
      *                   CREDHLIN 62 and BACKORD 108.
      *   28/09/2026 AP - Prices are now effective-dated from the price
      *                   history (PRICEHST.DAT): a scheduled price is
      *                   applied to the product master on its effective
      *                   date, and each line is priced at the price in
      *                   effect on its TranDate, picked the way
      *                   EXCHRATE.DAT rows are.
      *   28/09/2026 AP - Customer contract prices (CONTRACT.DAT): a
      *                   line for a customer and product under contract
      *                   on its date is priced at the contract price
      *                   ahead of the master's, with no quantity-break
      *                   discount, and every line shows its price basis
      *                   - CONTRACT, MASTER or KEYED - on the listing
      *                   and as a new last CSV column (93 bytes).
      *   29/09/2026 AP - Quotations converted to orders in OrderEntry
      *                   come through as type Q lines carrying the
      *                   quote number in the RMA-number field. Such a
      *                   line is billed at the quoted unit price and
      *                   discount percentage from QUOTE.DAT (basis
      *                   QUOTE) when its quote was converted within the
      *                   SHOPPARM QUOTEVAL days, so a quoted line
      *                   released from backorder later still bills at
      *                   the quote.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   05/10/2026 AP - Fiscal-period control (FISCPER.DAT through the
      *                   shared PERIODCHK subroutine): a sale dated in
      *                   a closed period goes on the sales history
      *                   under the first day of the next open period
      *                   and is counted as redated, void reversals post
      *                   under the run date or its redate, and the run
      *                   is refused with RETURN-CODE 8 when the run
      *                   date's period is closed and no later period is
      *                   open. SALESHST.DAT grew 62 -> 64 bytes for the
      *                   period-close stamp PeriodClose sets (blank on
      *                   every line written here).
      *   06/10/2026 AP - Each priced line now carries the tax category,
      *                   the rate that applied and its treatment (T
      *                   taxable, Z zero-rated, E exempt) onto the
      *                   invoice detail file and the sales history,
      *                   including void reversals, for the sales-tax
      *                   report TaxReport. INVDETL.DAT and INVDHIST.DAT
      *                   grew 82 -> 100 bytes (the detail line also
      *                   carries its sale date) and SALESHST.DAT 64 ->
      *                   73 bytes.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      *   11/10/2026 AP - Tax rates and discount tiers are effective-
      *                   dated (TAXRATE.cpy, DISCTIER.cpy): a line is
      *                   taxed at its category's rate in effect on
      *                   TranDate, and of the tier rows for one product
      *                   and threshold only the one in effect then
      *                   counts (0.00 after an earlier row withdraws
      *                   the tier).
      *   15/10/2026 AP - INVCTL is held under RUNLOCK from the read of
      *                   the last number issued to its rewrite, so a
      *                   finance-charge run or plan posting cannot
      *                   issue the same invoice numbers; when it is in
      *                   use the run is refused with RETURN-CODE 8.
      *                   PRICETOT.DAT record length corrected to 124
      *                   bytes (the layout was always 124).
      *   15/10/2026 AP - An invoice put on credit hold gives its return
      *                   lines' quantities back to their RMAs, so the
      *                   lines are still authorized when the credit
      *                   desk releases the invoice and it is re-fed.
      *                   Each return line on an issued invoice is also
      *                   appended to the returns history (RETNHIST.DAT,
      *                   RETNHIST.cpy) with its posting date, invoice
      *                   and RMA number, for CommCalc's clawback.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. Listing4-2.
            SELECT PricingRejectFile ASSIGN TO "PRICEREJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CreditHoldFileStatus.
            SELECT HeldLineFile ASSIGN TO "CREDHLIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HeldLineFileStatus.
            SELECT VoidRegisterFile ASSIGN TO "VOIDREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS VoidRegisterFileStatus.
            SELECT VoidDetailFile ASSIGN TO "INVDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS VoidDetailFileStatus.
            SELECT PricingTotalsFile ASSIGN TO "PRICETOT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT InvoiceDetailFile ASSIGN TO "INVDETL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DetailHistoryFile ASSIGN TO "INVDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DetailHistoryFileStatus.
            SELECT StockMovementFile ASSIGN TO "STKMOVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ReorderReportFile ASSIGN TO "REORDER.DAT"
            SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SalesHistoryFileStatus.
            SELECT ReturnHistoryFile ASSIGN TO "RETNHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ReturnHistoryFileStatus.
            SELECT InvRefHistoryFile ASSIGN TO "INVREFHS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS InvRefHistoryFileStatus.
            SELECT CurrencyMasterFile ASSIGN TO "CURRMSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CurrencyMasterFileStatus.
            SELECT GoodsReceiptFile ASSIGN TO "RCVLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GoodsReceiptFileStatus.
            SELECT ReceiptsRegisterFile ASSIGN TO "RCVREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ReceiptRejectFile ASSIGN TO "RCVREJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT StockCountFile ASSIGN TO "STKCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS StockCountFileStatus.
            SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BackorderFileStatus.
            SELECT LocationStockFile ASSIGN TO "LOCSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LocationStockFileStatus.
            SELECT StockTransferFile ASSIGN TO "STKXFER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS StockTransferFileStatus.
            SELECT PriceHistoryFile ASSIGN TO "PRICEHST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PriceHistoryFileStatus.
            SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ContractFileStatus.
            SELECT QuoteFile ASSIGN TO "QUOTE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS QuoteFileStatus.
        DATA DIVISION.
        FILE SECTION.
        FD  PricingTranFile
            RECORD CONTAINS 55 CHARACTERS.
        01 PricingTranRecord.
            02 TranQuantity                PIC 9(5).
            02 TranUnitPrice                PIC 9(5)V999.
            02 TranTaxCategory              PIC X.
            02 TranTypeCode                 PIC X.
                88 TranIsReturn             VALUE "R".
                88 TranIsQuotedSale         VALUE "Q".
            02 TranRmaNumber                PIC X(8).
            02 TranQuoteRef REDEFINES TranRmaNumber.
                03 TranQuoteNumber          PIC 9(6).
                03 FILLER                   PIC XX.
            02 TranLocationCode             PIC 99.
        FD  PricingCsvFile
            RECORD CONTAINS 93 CHARACTERS.
        01 PricingCsvRecord.
            02 CsvLineItemCount            PIC 9(5).
            02 CsvComma1                   PIC X.
            02 CsvDiscountPct              PIC 99V99.
            02 CsvComma10                  PIC X.
            02 CsvDiscountAmount           PIC 9(7)V99.
            02 CsvComma11                  PIC X.
            02 CsvPriceBasis               PIC X(8).
        FD  RoundingParamFile
            RECORD CONTAINS 5 CHARACTERS.
        01 RoundingParamRecord.
            RECORD CONTAINS 16 CHARACTERS.
            COPY "SHOPPARM.cpy".
        FD  ProductMasterFile
            RECORD CONTAINS 76 CHARACTERS.
            COPY "PRODMSTR.cpy".
        FD  PriceMismatchFile
            RECORD CONTAINS 48 CHARACTERS.
        01 PriceMismatchRecord.
            02 MismatchSpace3              PIC X.
            02 MismatchReasonText          PIC X(23).
        FD  TaxRateFile
            RECORD CONTAINS 15 CHARACTERS.
            COPY "TAXRATE.cpy".
        FD  DiscountTierFile
            RECORD CONTAINS 26 CHARACTERS.
            COPY "DISCTIER.cpy".
        FD  ReturnsRegisterFile
            RECORD CONTAINS 30 CHARACTERS.
        01 ReturnsRegisterRecord.
                ==TrailerControlTotal== BY ==RetTrailerControlTotal==
                ==TrailerRejectCount==  BY ==RetTrailerRejectCount==.
        FD  CustomerMasterFile
            RECORD CONTAINS 89 CHARACTERS.
            COPY "CUSTMSTR.cpy".
        FD  ArLedgerFile
            RECORD CONTAINS 37 CHARACTERS.
        01 ArLedgerRecord.
            02 ArStatus                    PIC X.
                88 ArItemClosed            VALUE "C".
        FD  PricingRejectFile
            RECORD CONTAINS 81 CHARACTERS.
        01 PricingRejectRecord.
            02 RejectTranImage             PIC X(55).
            02 RejectSpace1                PIC X.
            02 RejectReasonText            PIC X(25).
        FD  CreditHoldFile
            RECORD CONTAINS 120 CHARACTERS.
            COPY "CREDHOLD.cpy".
        FD  HeldLineFile
            RECORD CONTAINS 62 CHARACTERS.
            COPY "CREDHLIN.cpy".
        FD  InvoiceDetailFile
            RECORD CONTAINS 100 CHARACTERS.
            COPY "INVDETL.cpy".
        FD  DetailHistoryFile
            RECORD CONTAINS 100 CHARACTERS.
        01 DetailHistoryRecord             PIC X(100).
        FD  VoidRegisterFile
            RECORD CONTAINS 88 CHARACTERS.
            COPY "VOIDREG.cpy".
        FD  VoidDetailFile
            RECORD CONTAINS 100 CHARACTERS.
            COPY "INVDETL.cpy" REPLACING
                ==InvoiceDetailRecord==  BY ==VoidDetailRecord==
                ==DetailInvoiceNo==      BY ==VdInvoiceNo==
                ==DetailSpace1==         BY ==VdSpace1==
                ==DetailProductCode==    BY ==VdProductCode==
                ==DetailSpace2==         BY ==VdSpace2==
                ==DetailDescription==    BY ==VdDescription==
                ==DetailSpace3==         BY ==VdSpace3==
                ==DetailQuantity==       BY ==VdQuantity==
                ==DetailSpace4==         BY ==VdSpace4==
                ==DetailUnitPrice==      BY ==VdUnitPrice==
                ==DetailSpace5==         BY ==VdSpace5==
                ==DetailDiscountAmount== BY ==VdDiscountAmount==
                ==DetailSpace6==         BY ==VdSpace6==
                ==DetailLineTax==        BY ==VdLineTax==
                ==DetailSpace7==         BY ==VdSpace7==
                ==DetailLineGross==      BY ==VdLineGross==
                ==DetailSpace8==         BY ==VdSpace8==
                ==DetailTypeCode==       BY ==VdTypeCode==
                ==DetailIsReturn==       BY ==VdIsReturn==
                ==DetailSpace9==         BY ==VdSpace9==
                ==DetailSaleDate==       BY ==VdSaleDate==
                ==DetailSpace10==        BY ==VdSpace10==
                ==DetailTaxCategory==    BY ==VdTaxCategory==
                ==DetailSpace11==        BY ==VdSpace11==
                ==DetailTaxPercent==     BY ==VdTaxPercent==
                ==DetailSpace12==        BY ==VdSpace12==
                ==DetailTaxTreatment==   BY ==VdTaxTreatment==
                ==DetailTaxable==        BY ==VdTaxable==
                ==DetailZeroRated==      BY ==VdZeroRated==
                ==DetailExempt==         BY ==VdExempt==.
        FD  StockMovementFile
            RECORD CONTAINS 44 CHARACTERS.
        01 StockMovementRecord.
            02 MoveProductCode             PIC X(6).
            02 MoveSpace1                  PIC X.
                SIGN IS LEADING SEPARATE.
            02 MoveSpace4                  PIC X.
            02 MoveShortFlag               PIC X(5).
            02 MoveSpace5                  PIC X.
            02 MoveCostValue               PIC 9(9)V99.
            02 MoveSpace6                  PIC X.
            02 MoveLocationCode            PIC 99.
            COPY "RPTCTL.cpy" REPLACING
                ==ReportHeaderRecord==  BY ==MoveHeaderRecord==
                ==HeaderRecordType==    BY ==MoveHeaderRecordType==
                ==TrailerControlTotal== BY ==MoveTrailerControlTotal==
                ==TrailerRejectCount==  BY ==MoveTrailerRejectCount==.
        FD  ReorderReportFile
            RECORD CONTAINS 47 CHARACTERS.
        01 ReorderReportRecord.
            02 ReorderProductCode          PIC X(6).
            02 ReorderSpace1               PIC X.
                SIGN IS LEADING SEPARATE.
            02 ReorderSpace3               PIC X.
            02 ReorderPointQty             PIC 9(7).
            02 ReorderSpace4               PIC X.
            02 ReorderLocationCode         PIC 99.
            COPY "RPTCTL.cpy" REPLACING
                ==ReportHeaderRecord==  BY ==ReorderHeaderRecord==
                ==HeaderRecordType==    BY ==ReoHeaderRecordType==
        FD  CurrencyMasterFile
            RECORD CONTAINS 28 CHARACTERS.
            COPY "CURRMSTR.cpy".
        FD  GoodsReceiptFile
            RECORD CONTAINS 86 CHARACTERS.
            COPY "RCVLOG.cpy".
        FD  ReceiptsRegisterFile
            RECORD CONTAINS 47 CHARACTERS.
        01 ReceiptsRegisterRecord.
            02 RcvRegPoNumber              PIC X(8).
            02 RcvRegSpace1                PIC X.
            02 RcvRegPoLineNo              PIC 9(3).
            02 RcvRegSpace2                PIC X.
            02 RcvRegSupplierId            PIC X(6).
            02 RcvRegSpace3                PIC X.
            02 RcvRegProductCode           PIC X(6).
            02 RcvRegSpace4                PIC X.
            02 RcvRegQuantity              PIC 9(5).
            02 RcvRegSpace5                PIC X.
            02 RcvRegResultingQty          PIC S9(7)
                SIGN IS LEADING SEPARATE.
            02 RcvRegSpace6                PIC X.
            02 RcvRegVarianceFlag          PIC X(5).
            COPY "RPTCTL.cpy" REPLACING
                ==ReportHeaderRecord==  BY ==RcvRegHeaderRecord==
                ==HeaderRecordType==    BY ==RcvHeaderRecordType==
                ==HeaderProgramName==   BY ==RcvHeaderProgramName==
                ==HeaderRunDate==       BY ==RcvHeaderRunDate==
                ==HeaderRunTime==       BY ==RcvHeaderRunTime==
                ==ReportTrailerRecord== BY ==RcvRegTrailerRecord==
                ==TrailerRecordType==   BY ==RcvTrailerRecordType==
                ==TrailerRecordCount==  BY ==RcvTrailerRecordCount==
                ==TrailerControlTotal== BY ==RcvTrailerControlTotal==
                ==TrailerRejectCount==  BY ==RcvTrailerRejectCount==.
        FD  ReceiptRejectFile
            RECORD CONTAINS 112 CHARACTERS.
        01 ReceiptRejectRecord.
            02 RcvRejReceiptImage          PIC X(86).
            02 RcvRejSpace1                PIC X.
            02 RcvRejReasonText            PIC X(25).
            COPY "RPTCTL.cpy" REPLACING
                ==ReportHeaderRecord==  BY ==RcvRejHeaderRecord==
                ==HeaderRecordType==    BY ==RjrHeaderRecordType==
                ==HeaderProgramName==   BY ==RjrHeaderProgramName==
                ==HeaderRunDate==       BY ==RjrHeaderRunDate==
                ==HeaderRunTime==       BY ==RjrHeaderRunTime==
                ==ReportTrailerRecord== BY ==RcvRejTrailerRecord==
                ==TrailerRecordType==   BY ==RjrTrailerRecordType==
                ==TrailerRecordCount==  BY ==RjrTrailerRecordCount==
                ==TrailerControlTotal== BY ==RjrTrailerControlTotal==
                ==TrailerRejectCount==  BY ==RjrTrailerRejectCount==.
        FD  StockCountFile
            RECORD CONTAINS 98 CHARACTERS.
            COPY "STKCOUNT.cpy".
        FD  BackorderFile
            RECORD CONTAINS 108 CHARACTERS.
            COPY "BACKORD.cpy".
        FD  LocationStockFile
            RECORD CONTAINS 25 CHARACTERS.
            COPY "LOCSTOCK.cpy".
        FD  StockTransferFile
            RECORD CONTAINS 70 CHARACTERS.
            COPY "STKXFER.cpy".
        FD  PriceHistoryFile
            RECORD CONTAINS 64 CHARACTERS.
            COPY "PRICEHST.cpy".
        FD  ContractFile
            RECORD CONTAINS 60 CHARACTERS.
            COPY "CONTRACT.cpy".
        FD  QuoteFile
            RECORD CONTAINS 104 CHARACTERS.
            COPY "QUOTE.cpy".
        FD  RmaFile
            RECORD CONTAINS 63 CHARACTERS.
            COPY "RMAFILE.cpy".
        FD  InvRefHistoryFile
            RECORD CONTAINS 20 CHARACTERS.
        01 InvRefHistoryRecord.
            02 RefHistInvoiceRef           PIC X(6).
            02 RefHistSpace2               PIC X.
            02 RefHistInvoiceNo            PIC 9(6).
        FD  ReturnHistoryFile
            RECORD CONTAINS 55 CHARACTERS.
            COPY "RETNHIST.cpy".
        FD  SalesHistoryFile
            RECORD CONTAINS 73 CHARACTERS.
        01 SalesHistoryRecord.
            02 HistSaleDate                PIC 9(8).
            02 HistSpace1                  PIC X.
            02 HistSpace6                  PIC X.
            02 HistGrossAmount             PIC S9(8)V99
                SIGN IS LEADING SEPARATE.
            02 HistSpace7                  PIC X.
            02 HistPeriodStatus            PIC X.
                88 HistPeriodClosed        VALUE "C".
            02 HistSpace8                  PIC X.
            02 HistTaxCategory             PIC X.
            02 HistSpace9                  PIC X.
            02 HistTaxPercent              PIC 99V99.
            02 HistSpace10                 PIC X.
            02 HistTaxTreatment            PIC X.
        FD  PricingTotalsFile
            RECORD CONTAINS 124 CHARACTERS.
        01 PricingTotalsRecord.
            02 TotRunDate                  PIC 9(8).
            02 TotSpace1                   PIC X.
            02 TotSpace5                   PIC X.
            02 TotCreditHold               PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
            02 TotSpace6                   PIC X.
            02 TotVoidGross                PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
            02 TotSpace7                   PIC X.
            02 TotVoidTax                  PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
            02 TotSpace8                   PIC X.
            02 TotStockAdjust              PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
            02 TotSpace9                   PIC X.
            02 TotCostOfSales              PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
        FD  InvoiceControlFile
            RECORD CONTAINS 6 CHARACTERS.
        01 InvoiceControlRecord.
                03 TableProductStatus  PIC X.
                03 TableOnHandQty      PIC S9(7).
                03 TableReorderPoint   PIC 9(7).
                03 TableSupplierId     PIC X(6).
                03 TableOrderMultiple  PIC X(5).
                03 TableUnitCost       PIC 9(5)V999.
        01 ProductEntryCount           PIC 9(3) VALUE ZEROS.
        01 ProductOverflowSwitch       PIC X VALUE "N".
            88 ProductTableOverflowed      VALUE "Y".
      *----------------------------------------------------------------
      * Costing: every issued sale and return line, void line,
      * receipt and count adjustment is extended at the product's
      * weighted-average unit cost onto the movement register, and
      * the night's net cost of goods sold goes to the GL extract
      * on the totals handoff.
      *----------------------------------------------------------------
        01 MovementCostValue           PIC 9(9)V99.
        01 ReceiptUnitCost             PIC 9(5)V999.
        01 CostOfSalesTotal            PIC S9(9)V99 VALUE ZEROS.
        01 CurrencyMasterFileStatus    PIC XX.
            88 CurrencyMasterFileOK        VALUE "00".
        01 CurrencyMasterEndSwitch     PIC X VALUE "N".
                03 TableRmaProductCode PIC X(6).
                03 TableRmaRemainingQty PIC S9(5).
                03 TableRmaOrigRef     PIC X(6).
                03 TableRmaAuthorizedQty PIC 9(5).
                03 TableRmaReceivedQty PIC 9(5).
                03 TableRmaStatus      PIC X.
                    88 TableRmaLive        VALUE "O" "P" SPACE.
                    88 TableRmaExpired     VALUE "E".
                03 TableRmaIssueDate   PIC 9(8).
                03 TableRmaIssuedBy    PIC X(10).
        01 RmaEntryCount               PIC 9(3) VALUE ZEROS.
        01 RmaOverflowSwitch           PIC X VALUE "N".
            88 RmaTableOverflowed          VALUE "Y".
            88 RmaFound                    VALUE "Y".
        01 RmaChangedSwitch            PIC X VALUE "N".
            88 RmaChanged                  VALUE "Y".
        01 RmaExpiryDays               PIC 9(3) VALUE 030.
        01 RmaAgeDays                  PIC S9(7).
        01 RmaExpiredCount             PIC 9(5) VALUE ZEROS.
        01 DetailHistoryFileStatus     PIC XX.
            88 DetailHistoryFileNew        VALUE "35".
        01 ReturnAuthSwitch            PIC X VALUE "Y".
            88 ReturnAuthorized            VALUE "Y".
        01 ReturnAuthReason            PIC X(25).
            88 SalesHistoryFileOK          VALUE "00".
            88 SalesHistoryFileNew         VALUE "35".
        01 SalesHistoryCount           PIC 9(7) VALUE ZEROS.
        01 ReturnHistoryFileStatus     PIC XX.
            88 ReturnHistoryFileNew        VALUE "35".
        01 ReturnHistoryCount          PIC 9(7) VALUE ZEROS.
        01 StockMovementCount          PIC 9(7) VALUE ZEROS.
        01 ShortSaleCount              PIC 9(5) VALUE ZEROS.
        01 ReorderLineCount            PIC 9(5) VALUE ZEROS.
        01 TaxRateEndSwitch            PIC X VALUE "N".
            88 EndOfTaxRates               VALUE "Y".
        01 TaxRateTable.
            02 TaxRateEntry OCCURS 50 TIMES
                INDEXED BY TaxRateIdx.
                03 TableTaxCategory    PIC X.
                03 TableTaxPercent     PIC 99V99.
                03 TableTaxEffDate     PIC 9(8).
        01 TaxRateEntryCount           PIC 99 VALUE ZEROS.
        01 TaxRateFoundSwitch          PIC X VALUE "N".
            88 TaxRateFound                VALUE "Y".
        01 BestTaxEffectiveDate        PIC 9(8) VALUE ZEROS.
        01 LineTaxPercent              PIC 99V99 VALUE ZEROS.
        01 LineTaxTreatment            PIC X VALUE SPACE.
        01 LineTax                     PIC 9(7)V99 VALUE ZEROS.
        01 LineGross                   PIC 9(8)V99 VALUE ZEROS.
        01 GrandTaxTotal               PIC S9(9)V99 VALUE ZEROS.
        01 DiscountTierEndSwitch       PIC X VALUE "N".
            88 EndOfDiscountTiers          VALUE "Y".
        01 DiscountTierTable.
            02 DiscountTierEntry OCCURS 99 TIMES
                INDEXED BY TierIdx TierCheckIdx.
                03 TableTierProduct    PIC X(6).
                03 TableTierThreshold  PIC 9(5).
                03 TableTierPct        PIC 99V99.
                03 TableTierEffDate    PIC 9(8).
        01 DiscountTierEntryCount      PIC 99 VALUE ZEROS.
        01 TierMatchSwitch             PIC X VALUE "N".
            88 ProductTierMatched          VALUE "Y".
        01 TierSupersededSwitch        PIC X VALUE "N".
            88 TierSuperseded              VALUE "Y".
        01 TierPredecessorSwitch       PIC X VALUE "N".
            88 TierHasPredecessor          VALUE "Y".
        01 BestTierThreshold           PIC 9(5) VALUE ZEROS.
        01 LineDiscountPct             PIC 99V99 VALUE ZEROS.
        01 LineDiscountAmount          PIC 9(7)V99 VALUE ZEROS.
                03 TableTermsCode      PIC X(2).
                03 TableCreditLimit    PIC 9(9)V99.
                03 TableCustExposure   PIC S9(9)V99.
                03 TableCustStatus     PIC X.
                    88 TableCustInactive   VALUE "I".
        01 CustomerEntryCount          PIC 9(3) VALUE ZEROS.
        01 CustomerFoundSwitch         PIC X VALUE "N".
            88 CustomerFound               VALUE "Y".
        01 LookupCustomerId            PIC X(6).
        01 CustomerKnownSwitch         PIC X VALUE "Y".
            88 CustomerKnown               VALUE "Y".
        01 CustomerRejectReason        PIC X(25).
      *----------------------------------------------------------------
      * Invoice lines are priced before the invoice number exists
      * (the number is assigned at the control break), so each
                03 PendLineTax         PIC 9(7)V99.
                03 PendLineGross       PIC 9(8)V99.
                03 PendTypeCode        PIC X.
                03 PendLineNet         PIC 9(7)V99.
                03 PendSaleDate        PIC 9(8).
                03 PendProductFound    PIC X.
                03 PendProductIdx      PIC 9(3).
                03 PendTranImage       PIC X(55).
                03 PendLocationCode    PIC 99.
                03 PendTaxCategory     PIC X.
                03 PendTaxPercent      PIC 99V99.
                03 PendTaxTreatment    PIC X.
                03 PendRmaIdx          PIC 9(3).
        01 PendingDetailCount          PIC 9(3) VALUE ZEROS.
        01 LineBufferedSwitch          PIC X.
            88 LineBuffered                VALUE "Y".
      *----------------------------------------------------------------
      * Stock movement and sales history wait with the line in the
      * buffer and post only when its invoice is issued - a line on
      * an invoice parked for credit has not shipped, and when the
      * credit desk releases the hold its lines come back through
      * PRICETRN.DAT and post then. The posting paragraphs work
      * from this staging area, filled from the buffer at flush (or
      * from the live transaction when the buffer is full).
      *----------------------------------------------------------------
        01 PostingLine.
            02 PostProductCode         PIC X(6).
            02 PostQuantity            PIC 9(5).
            02 PostTypeCode            PIC X.
                88 PostIsReturn            VALUE "R".
            02 PostNetAmount           PIC 9(7)V99.
            02 PostTaxAmount           PIC 9(7)V99.
            02 PostGrossAmount         PIC 9(8)V99.
            02 PostSaleDate            PIC 9(8).
            02 PostCustomerId          PIC X(6).
            02 PostProductFound        PIC X.
                88 PostProductOnMaster     VALUE "Y".
            02 PostProductIdx          PIC 9(3).
            02 PostLocationCode        PIC 99.
            02 PostTaxCategory         PIC X.
            02 PostTaxPercent          PIC 99V99.
            02 PostTaxTreatment        PIC X.
            02 PostRmaNumber           PIC X(8).
            02 PostInvoiceNo           PIC 9(6).
        01 DetailLinesWritten          PIC 9(7) VALUE ZEROS.
        01 CurrentLineDescription      PIC X(20).
        01 ArLedgerFileStatus          PIC XX.
        01 OpenArItemCount             PIC 9(5) VALUE ZEROS.
        01 CustomerRejectCount         PIC 9(5) VALUE ZEROS.
        01 CreditHoldCount             PIC 9(5) VALUE ZEROS.
        01 CreditHoldFileStatus        PIC XX.
            88 CreditHoldFileOK            VALUE "00".
            88 CreditHoldFileNew           VALUE "35".
        01 CreditHoldEndSwitch         PIC X VALUE "N".
            88 EndOfCreditHold             VALUE "Y".
        01 HeldLineFileStatus          PIC XX.
            88 HeldLineFileNew             VALUE "35".
      *----------------------------------------------------------------
      * Invoice voids awaiting reversal. The whole void register is
      * held so it can be rewritten with the posted marks; the
      * lines of the pending voids come off the invoice-detail
      * history before tonight's lines are appended to it.
      *----------------------------------------------------------------
        01 VoidRegisterFileStatus      PIC XX.
            88 VoidRegisterFileOK          VALUE "00".
        01 VoidRegisterEndSwitch       PIC X VALUE "N".
            88 EndOfVoidRegister           VALUE "Y".
        01 VoidDetailFileStatus        PIC XX.
            88 VoidDetailFileOK            VALUE "00".
        01 VoidDetailEndSwitch         PIC X VALUE "N".
            88 EndOfVoidDetail             VALUE "Y".
        01 VoidRegTable.
            02 VoidRegEntry OCCURS 500 TIMES
                INDEXED BY VoidRegIdx.
                03 TableVoidRecord     PIC X(88).
                03 TableVoidInvoiceNo  PIC 9(6).
                03 TableVoidCustomerId PIC X(6).
                03 TableVoidGross      PIC S9(9)V99.
                03 TableVoidStatus     PIC X.
                    88 TableVoidPending    VALUE "P".
                03 TableVoidPostedDate PIC 9(8).
                03 TableVoidLineCount  PIC 9(3).
        01 VoidRegEntryCount           PIC 9(3) VALUE ZEROS.
        01 PendingVoidCount            PIC 9(3) VALUE ZEROS.
        01 VoidLineTable.
            02 VoidLineEntry OCCURS 500 TIMES
                INDEXED BY VoidLineIdx.
                03 VoidLineProductCode PIC X(6).
                03 VoidLineCustomerId  PIC X(6).
                03 VoidLineQuantity    PIC 9(5).
                03 VoidLineTypeCode    PIC X.
                    88 VoidLineIsReturn    VALUE "R".
                03 VoidLineTax         PIC 9(7)V99.
                03 VoidLineGross       PIC 9(8)V99.
                03 VoidLineTaxCategory PIC X.
                03 VoidLineTaxPercent  PIC 99V99.
                03 VoidLineTaxTreatment PIC X.
        01 VoidLineCount               PIC 9(3) VALUE ZEROS.
        01 VoidPostingSwitch           PIC X VALUE "Y".
            88 VoidPostingAllowed          VALUE "Y".
            88 VoidPostingBlocked          VALUE "N".
        01 VoidPostedSwitch            PIC X VALUE "N".
            88 VoidsPosted                 VALUE "Y".
        01 VoidedInvoiceCount          PIC 9(5) VALUE ZEROS.
        01 VoidGrossTotal              PIC S9(9)V99 VALUE ZEROS.
        01 VoidTaxTotal                PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Goods receipts GoodsRcv recorded against purchase orders
      * since the last run. The whole receipt log is held so it
      * can be rewritten with the posted marks; a log too big for
      * the table, or a product master that could not be written
      * back, leaves every receipt pending for the next run.
      *----------------------------------------------------------------
        01 GoodsReceiptFileStatus      PIC XX.
            88 GoodsReceiptFileOK          VALUE "00".
        01 GoodsReceiptEndSwitch       PIC X VALUE "N".
            88 EndOfGoodsReceipts          VALUE "Y".
        01 ReceiptTable.
            02 ReceiptEntry OCCURS 500 TIMES
                INDEXED BY ReceiptIdx.
                03 TableRcvRecord      PIC X(86).
                03 TableRcvPoNumber    PIC X(8).
                03 TableRcvPoLineNo    PIC 9(3).
                03 TableRcvSupplierId  PIC X(6).
                03 TableRcvProductCode PIC X(6).
                03 TableRcvQuantity    PIC 9(5).
                03 TableRcvVarianceFlag PIC X(5).
                03 TableRcvStatus      PIC X.
                    88 TableRcvPending     VALUE "P".
                03 TableRcvPostedDate  PIC 9(8).
                03 TableRcvUnitCost    PIC 9(5)V999.
        01 ReceiptEntryCount           PIC 9(3) VALUE ZEROS.
        01 PendingReceiptCount         PIC 9(3) VALUE ZEROS.
        01 ReceiptPostingSwitch        PIC X VALUE "Y".
            88 ReceiptPostingAllowed       VALUE "Y".
            88 ReceiptPostingBlocked       VALUE "N".
        01 ReceiptsPostedSwitch        PIC X VALUE "N".
            88 ReceiptsPosted              VALUE "Y".
        01 ReceiptPostedCount          PIC 9(5) VALUE ZEROS.
        01 ReceiptQuantityTotal        PIC 9(9) VALUE ZEROS.
        01 ReceiptRejectCount          PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Stock counts approved in CountEntry since the last run. The
      * whole count file is held so it can be rewritten with the
      * posted marks; a file too big for the table, or a product
      * master that could not be written back, leaves every
      * approved count waiting for the next run.
      *----------------------------------------------------------------
        01 StockCountFileStatus        PIC XX.
            88 StockCountFileOK            VALUE "00".
        01 StockCountEndSwitch         PIC X VALUE "N".
            88 EndOfStockCounts            VALUE "Y".
        01 StockCountTable.
            02 StockCountEntry OCCURS 500 TIMES
                INDEXED BY StockCountIdx.
                03 TableCntRecord      PIC X(98).
                03 TableCntProductCode PIC X(6).
                03 TableCntBookQty     PIC 9(7).
                03 TableCntCountedQty  PIC 9(7).
                03 TableCntUnitValue   PIC 9(5)V999.
                03 TableCntStatus      PIC X.
                    88 TableCntApproved    VALUE "A".
                03 TableCntPostedDate  PIC 9(8).
        01 StockCountEntryCount        PIC 9(3) VALUE ZEROS.
        01 ApprovedCountCount          PIC 9(3) VALUE ZEROS.
        01 CountPostingSwitch          PIC X VALUE "Y".
            88 CountPostingAllowed         VALUE "Y".
            88 CountPostingBlocked         VALUE "N".
        01 CountsPostedSwitch          PIC X VALUE "N".
            88 CountsPosted                VALUE "Y".
        01 CountPostedCount            PIC 9(5) VALUE ZEROS.
        01 CountRejectCount            PIC 9(5) VALUE ZEROS.
        01 AdjustmentUnits             PIC S9(7).
        01 AdjustmentValue             PIC S9(9)V99.
        01 StockAdjustTotal            PIC S9(9)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Backorders (BACKORD.DAT), loaded at startup. A sale line the
      * on-hand cannot cover is cut back to what is there and the
      * rest joins this table as an open backorder; the table goes
      * back to the file at the end of the run. Open backorders are
      * released oldest-first (file order) against the on-hand once
      * receipts have posted, and billed under their original
      * invoice reference ahead of tonight's PRICETRN.DAT. When the
      * file holds more than the table, nothing is released, no new
      * line is diverted (it is billed SHORT as before) and the file
      * is not rewritten.
      *----------------------------------------------------------------
        01 BackorderFileStatus         PIC XX.
            88 BackorderFileOK             VALUE "00".
        01 BackorderEndSwitch          PIC X VALUE "N".
            88 EndOfBackorders             VALUE "Y".
        01 BackorderTable.
            02 BackorderEntry OCCURS 500 TIMES
                INDEXED BY BackorderIdx BackorderScanIdx.
                03 TableBoCustomerId   PIC X(6).
                03 TableBoProductCode  PIC X(6).
                03 TableBoInvoiceRef   PIC X(6).
                03 TableBoOrderDate    PIC 9(8).
                03 TableBoShortQty     PIC 9(5).
                03 TableBoOpenQty      PIC 9(5).
                03 TableBoStatus       PIC X.
                    88 TableBoOpen         VALUE "O".
                    88 TableBoReleased     VALUE "R".
                03 TableBoReleaseDate  PIC 9(8).
                03 TableBoTranImage    PIC X(55).
                03 TableBoLocationCode PIC 99.
                03 TableBoReleaseNow   PIC 9(5).
                03 TableBoBilledSwitch PIC X.
                    88 TableBoBilled       VALUE "Y".
        01 BackorderEntryCount         PIC 9(3) VALUE ZEROS.
        01 BackorderOverflowSwitch     PIC X VALUE "N".
            88 BackorderTableOverflowed    VALUE "Y".
        01 BackordersChangedSwitch     PIC X VALUE "N".
            88 BackordersChanged           VALUE "Y".
        01 BillingReleaseSwitch        PIC X VALUE "N".
            88 BillingBackorderRelease     VALUE "Y".
        01 LineBackorderedSwitch       PIC X VALUE "N".
            88 LineFullyBackordered        VALUE "Y".
        01 PendingProductQty           PIC 9(7).
        01 AvailableQty                PIC S9(7).
        01 ShortQty                    PIC 9(5).
        01 ReleaseQty                  PIC 9(5).
        01 ReleaseCustomerId           PIC X(6).
        01 ReleaseInvoiceRef           PIC X(6).
        01 InvoiceLineCount            PIC 9(5) VALUE ZEROS.
        01 BackorderRaisedCount        PIC 9(5) VALUE ZEROS.
        01 BackorderRaisedQty          PIC 9(7) VALUE ZEROS.
        01 BackorderReleasedCount      PIC 9(5) VALUE ZEROS.
        01 BackorderReleasedQty        PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------------------
      * Stock by location (LOCSTOCK.DAT): one entry per product per
      * location, 00 the main warehouse and a branch its City Master
      * code. The product master's on-hand stays the company total
      * and every movement posts to both. At load the warehouse
      * entry takes the product master's reorder point and absorbs
      * any difference between the master and the sum of the
      * locations (all of it, the first night, when the file does
      * not exist yet). When the file holds more than the table, or
      * the product master was not read in full, stock cover falls
      * back to the company on-hand, no transfer posts and the file
      * is not rewritten.
      *----------------------------------------------------------------
        01 LocationStockFileStatus     PIC XX.
            88 LocationStockFileOK         VALUE "00".
        01 LocationStockEndSwitch      PIC X VALUE "N".
            88 EndOfLocationStock          VALUE "Y".
        01 LocationStockTable.
            02 LocationStockEntry OCCURS 1000 TIMES
                INDEXED BY LocStockIdx.
                03 TableLocProductCode PIC X(6).
                03 TableLocCode        PIC 99.
                03 TableLocOnHandQty   PIC S9(7).
                03 TableLocReorderPoint PIC 9(7).
        01 LocStockEntryCount          PIC 9(4) VALUE ZEROS.
        01 LocStockOverflowSwitch      PIC X VALUE "N".
            88 LocStockTableOverflowed     VALUE "Y".
        01 LocStockUseSwitch           PIC X VALUE "N".
            88 LocationStockInUse          VALUE "Y".
        01 LocStockFoundSwitch         PIC X VALUE "N".
            88 LocStockFound               VALUE "Y".
        01 LocSearchProductCode        PIC X(6).
        01 LocSearchCode               PIC 99.
        01 LocChangeQty                PIC S9(7).
        01 LocationOnHandQty           PIC S9(7).
        01 LocationTotalQty            PIC S9(9).
        01 LocAlignQty                 PIC S9(7).
        01 WarehouseLocation           PIC 99 VALUE ZEROS.
        01 LocAlignedCount             PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Stock transfers keyed in StockXfer since the last run
      * (STKXFER.DAT, status P), posted after the stock counts and
      * before the backorders are released, so stock sent to a
      * branch tonight can release that branch's backorders.
      *----------------------------------------------------------------
        01 StockTransferFileStatus     PIC XX.
            88 StockTransferFileOK         VALUE "00".
        01 StockTransferEndSwitch      PIC X VALUE "N".
            88 EndOfStockTransfers         VALUE "Y".
        01 StockTransferTable.
            02 StockTransferEntry OCCURS 500 TIMES
                INDEXED BY TransferIdx.
                03 TableXfrRecord      PIC X(70).
                03 TableXfrProductCode PIC X(6).
                03 TableXfrFromLocation PIC 99.
                03 TableXfrToLocation  PIC 99.
                03 TableXfrQuantity    PIC 9(5).
                03 TableXfrStatus      PIC X.
                    88 TableXfrPending     VALUE "P".
                03 TableXfrPostedDate  PIC 9(8).
                03 TableXfrRejectReason PIC X(20).
        01 TransferEntryCount          PIC 9(3) VALUE ZEROS.
        01 PendingTransferCount        PIC 9(3) VALUE ZEROS.
        01 TransferPostingSwitch       PIC X VALUE "Y".
            88 TransferPostingAllowed      VALUE "Y".
            88 TransferPostingBlocked      VALUE "N".
        01 TransfersPostedSwitch       PIC X VALUE "N".
            88 TransfersPosted             VALUE "Y".
        01 TransferPostedCount         PIC 9(5) VALUE ZEROS.
        01 TransferRejectCount         PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Product price history (PRICEHST.DAT). Prices ProdMaint keyed
      * for a later date are applied to the master on their
      * effective date, and every line is priced at the price in
      * effect on its own transaction date.
      *----------------------------------------------------------------
        01 PriceHistoryFileStatus      PIC XX.
            88 PriceHistoryFileOK          VALUE "00".
        01 PriceHistoryEndSwitch       PIC X VALUE "N".
            88 EndOfPriceHistory           VALUE "Y".
        01 PriceHistoryTable.
            02 PriceHistoryEntry OCCURS 1000 TIMES
                INDEXED BY PriceHistIdx PriceLookupIdx.
                03 TablePhRecord       PIC X(64).
                03 TablePhProductCode  PIC X(6).
                03 TablePhEffectiveDate PIC 9(8).
                03 TablePhUnitPrice    PIC 9(5)V999.
                03 TablePhPriorPrice   PIC 9(5)V999.
                03 TablePhStatus       PIC X.
                    88 TablePhScheduled    VALUE "S".
                03 TablePhAppliedDate  PIC 9(8).
        01 PriceHistoryEntryCount      PIC 9(4) VALUE ZEROS.
        01 PriceHistOverflowSwitch     PIC X VALUE "N".
            88 PriceHistoryOverflowed      VALUE "Y".
        01 PriceHistChangedSwitch      PIC X VALUE "N".
            88 PriceHistoryChanged         VALUE "Y".
        01 PriceLookupProductCode      PIC X(6).
        01 PriceLookupDate             PIC 9(8).
        01 DatedUnitPrice              PIC 9(5)V999.
        01 DatedBestDate               PIC 9(8).
        01 DatedEarliestDate           PIC 9(8).
        01 DatedPriceSwitch            PIC X VALUE "N".
            88 DatedPriceFound             VALUE "Y".
        01 PriceChangeAppliedCount     PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Customer contract prices (CONTRACT.DAT). A line for a
      * customer and product under contract on the line's date is
      * priced at the contract price instead of the master's, with
      * no quantity-break discount, and every line says which basis
      * priced it.
      *----------------------------------------------------------------
        01 ContractFileStatus          PIC XX.
            88 ContractFileOK              VALUE "00".
        01 ContractEndSwitch           PIC X VALUE "N".
            88 EndOfContracts              VALUE "Y".
        01 ContractTable.
            02 ContractEntry OCCURS 500 TIMES
                INDEXED BY ContractIdx.
                03 TableCtrCustomerId  PIC X(6).
                03 TableCtrProductCode PIC X(6).
                03 TableCtrUnitPrice   PIC 9(5)V999.
                03 TableCtrStartDate   PIC 9(8).
                03 TableCtrEndDate     PIC 9(8).
        01 ContractEntryCount          PIC 9(3) VALUE ZEROS.
        01 ContractBestStartDate       PIC 9(8).
        01 ContractPriceSwitch         PIC X VALUE "N".
            88 ContractPriceFound          VALUE "Y".
        01 PriceBasisText              PIC X(8) VALUE SPACES.
            88 PricedByContract            VALUE "CONTRACT".
            88 PricedByQuote               VALUE "QUOTE".
        01 ContractLineCount           PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Converted quotations (status C on QUOTE.DAT). A line of type
      * Q carries its quote number and is billed at the quoted unit
      * price and discount percentage - for lines arriving within
      * the QUOTEVAL days of the conversion, which covers a quoted
      * line that went to backorder and is released later.
      *----------------------------------------------------------------
        01 QuoteFileStatus             PIC XX.
            88 QuoteFileOK                 VALUE "00".
        01 QuoteEndSwitch              PIC X VALUE "N".
            88 EndOfQuoteFile              VALUE "Y".
        01 QuoteValidDays              PIC 9(3) VALUE 030.
        01 QuoteRunDayNumber           PIC 9(7).
        01 QuoteAgeDays                PIC S9(7).
        01 QuotedPriceTable.
            02 QuotedPriceEntry OCCURS 1000 TIMES
                INDEXED BY QuotedPriceIdx.
                03 TableQpNumber       PIC 9(6).
                03 TableQpCustomerId   PIC X(6).
                03 TableQpProductCode  PIC X(6).
                03 TableQpUnitPrice    PIC 9(5)V999.
                03 TableQpDiscountPct  PIC 99V99.
        01 QuotedPriceEntryCount       PIC 9(4) VALUE ZEROS.
        01 QuotedPriceSwitch           PIC X VALUE "N".
            88 QuotedPriceFound            VALUE "Y".
        01 QuotedDiscountPct           PIC 99V99 VALUE ZEROS.
        01 QuotedLineCount             PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Customer/invoice-reference pairs the credit desk released
      * (status R on CREDHOLD.DAT). The released lines come back
      * through PRICETRN.DAT and must not be held a second time for
      * the same exposure the desk already accepted; once invoiced,
      * the pair is on the reference history and any further copy
      * is rejected as a duplicate, so a stale entry does no harm.
      *----------------------------------------------------------------
        01 ReleasedHoldTable.
            02 ReleasedHoldEntry OCCURS 100 TIMES
                INDEXED BY ReleasedIdx.
                03 TableRelCustomerId  PIC X(6).
                03 TableRelInvoiceRef  PIC X(6).
        01 ReleasedHoldCount           PIC 9(3) VALUE ZEROS.
        01 ReleasedPairSwitch          PIC X.
            88 ReleasedPair                VALUE "Y".
        01 ReleasedInvoiceCount        PIC 9(5) VALUE ZEROS.
        01 CreditHoldTotal             PIC S9(9)V99 VALUE ZEROS.
        01 ProjectedExposure           PIC S9(9)V99 VALUE ZEROS.
        01 JobStampMode               PIC X.
            02 RunDayNumber            PIC 9(7).
            02 NewestDayNumber         PIC 9(7).
            02 RateAgeDays             PIC S9(7).
      *----------------------------------------------------------------
      * Fiscal-period control: a sale is posted to the history under
      * its own date unless that date's period is closed, when it is
      * redated to the first day of the next open period. The last
      * date checked is kept so a run of same-dated lines asks
      * PERIODCHK once.
      *----------------------------------------------------------------
        01 PerCheckDate                PIC 9(8).
        01 PerCheckFoundFlag           PIC X.
            88 PeriodDefined               VALUE "Y".
        01 PerCheckClosedFlag          PIC X.
            88 PeriodClosed                VALUE "Y".
        01 PerCheckPeriodId            PIC X(6).
        01 PerCheckPostingDate         PIC 9(8).
        01 RunPostingDate              PIC 9(8).
        01 PostingPeriodSwitch         PIC X VALUE "N".
            88 PostingPeriodRefused        VALUE "Y".
        01 LastPeriodCheckDate         PIC 9(8) VALUE ZEROS.
        01 LastHistoryPostingDate      PIC 9(8) VALUE ZEROS.
        01 HistoryRedatedCount         PIC 9(5) VALUE ZEROS.
        01 LockMode                    PIC X.
        01 NumberingLockName           PIC X(12) VALUE "INVCTL".
        01 LockResult                  PIC X.
            88 LockGranted                 VALUE "Y".
        01 NumberingLockSwitch         PIC X VALUE "N".
            88 NumberingInUse              VALUE "Y".
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT OutputFormatParm FROM COMMAND-LINE
            CALL "JOBSTAMP" USING JobStampMode JobStampJobName
                JobStampRunDate JobStampRunTime JobStampRecordCount
                JobStampCompletionCode
            PERFORM 0500-CHECK-POSTING-PERIOD
            IF NOT PostingPeriodRefused
                MOVE "A" TO LockMode
                CALL "RUNLOCK" USING LockMode NumberingLockName
                    JobStampJobName LockResult
                IF NOT LockGranted
                    SET NumberingInUse TO TRUE
                    DISPLAY "*** Invoice numbering is in use - "
                            "pricing run refused ***"
                END-IF
            END-IF
            IF PostingPeriodRefused OR NumberingInUse
                MOVE 8 TO RETURN-CODE
                PERFORM 9950-STAMP-JOB-END
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-PROCESS-RECORD UNTIL EndOfFile
                PERFORM 9000-TERMINATE
                MOVE "R" TO LockMode
                CALL "RUNLOCK" USING LockMode NumberingLockName
                    JobStampJobName LockResult
            END-IF
            GOBACK.

      *----------------------------------------------------------------
      * Today's own postings (void reversals) go under the run date,
      * or the next open period's first day when finance has already
      * closed the run date's period. With no later period open there
      * is nowhere to post, and the run is refused before anything is
      * read or written.
      *----------------------------------------------------------------
        0500-CHECK-POSTING-PERIOD.
            ACCEPT RunDate FROM DATE YYYYMMDD
            MOVE RunDate TO PerCheckDate
            CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
                PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
            EVALUATE TRUE
                WHEN NOT PeriodClosed
                    MOVE RunDate TO RunPostingDate
                WHEN PerCheckPostingDate = ZEROS
                    SET PostingPeriodRefused TO TRUE
                    DISPLAY "*** Period " PerCheckPeriodId
                            " is closed and no later period is open "
                            "- pricing run refused ***"
                WHEN OTHER
                    MOVE PerCheckPostingDate TO RunPostingDate
                    DISPLAY "Period " PerCheckPeriodId " is closed - "
                            "run postings dated " RunPostingDate
            END-EVALUATE.

        1000-INITIALIZE.
            ACCEPT RunDate FROM DATE YYYYMMDD
            OPEN INPUT PricingTranFile
                END-READ
                CLOSE RoundingParamFile
            END-IF
            PERFORM 1230-LOAD-SHOP-PARMS
            PERFORM 1200-LOAD-EXCHANGE-RATES
            PERFORM 1300-LOAD-PRODUCT-MASTER
            PERFORM 1350-LOAD-PRICE-HISTORY
            PERFORM 1360-APPLY-SCHEDULED-PRICES
            PERFORM 1370-LOAD-CONTRACTS
            PERFORM 1380-LOAD-QUOTED-PRICES
            PERFORM 1330-LOAD-LOCATION-STOCK
            PERFORM 1700-LOAD-CUSTOMER-MASTER
            PERFORM 1750-SEED-EXPOSURE-FROM-AR
            PERFORM 1800-LOAD-INVREF-HISTORY
            PERFORM 1900-LOAD-RMA-FILE
            PERFORM 1950-LOAD-CURRENCY-MASTER
            PERFORM 1850-LOAD-RELEASED-HOLDS
            PERFORM 1980-LOAD-VOID-REGISTER
            PERFORM 1987-LOAD-RECEIPT-LOG
            PERFORM 1973-LOAD-STOCK-COUNTS
            PERFORM 1940-LOAD-BACKORDERS
            PERFORM 1962-LOAD-STOCK-TRANSFERS
            OPEN OUTPUT PriceMismatchFile
            OPEN OUTPUT PricingRejectFile
            OPEN EXTEND CreditHoldFile
            IF CreditHoldFileNew
                OPEN OUTPUT CreditHoldFile
            END-IF
            OPEN EXTEND HeldLineFile
            IF HeldLineFileNew
                OPEN OUTPUT HeldLineFile
            END-IF
            OPEN OUTPUT InvoiceDetailFile
            OPEN EXTEND DetailHistoryFile
            IF DetailHistoryFileNew
                OPEN OUTPUT DetailHistoryFile
            END-IF
            PERFORM 1400-READ-INVOICE-CONTROL
            PERFORM 1500-LOAD-TAX-RATES
            PERFORM 1600-LOAD-DISCOUNT-TIERS
            IF SalesHistoryFileNew
                OPEN OUTPUT SalesHistoryFile
            END-IF
            OPEN EXTEND ReturnHistoryFile
            IF ReturnHistoryFileNew
                OPEN OUTPUT ReturnHistoryFile
            END-IF
            PERFORM 1450-WRITE-REGISTER-HEADER
            PERFORM 1460-WRITE-RETURNS-HEADER
            PERFORM 1470-WRITE-MOVEMENT-HEADER
            PERFORM 1990-POST-VOID-REVERSALS
            PERFORM 1996-POST-GOODS-RECEIPTS
            PERFORM 1976-POST-STOCK-COUNTS
            PERFORM 1966-POST-STOCK-TRANSFERS
            IF CsvOutputMode
                OPEN OUTPUT PricingCsvFile
            ELSE
                DISPLAY "****************************************"
            END-IF
            IF InputFileAvailable
                PERFORM 1944-ALLOCATE-BACKORDERS
                PERFORM 1947-BILL-RELEASED-BACKORDERS
                PERFORM 1100-READ-TRAN-RECORD
            END-IF.

                PERFORM 1220-STORE-EXCHANGE-RATE-RECORD
                    UNTIL EndOfExchangeRate
                CLOSE ExchangeRateFile
                PERFORM 1240-CHECK-RATE-STALENESS
            END-IF.

            END-IF
            PERFORM 1210-READ-EXCHANGE-RATE-RECORD.

        1230-LOAD-SHOP-PARMS.
            MOVE 030 TO RateStaleDays
            MOVE 030 TO RmaExpiryDays
            MOVE 030 TO QuoteValidDays
            OPEN INPUT ShopParmFile
            IF ShopParmFileOK
                PERFORM 1232-READ-PARM-RECORD
                AND ParmLowValue NUMERIC
                MOVE ParmLowValue TO RateStaleDays
            END-IF
            IF ParmProgramId = "RMAEXPD"
                AND ParmLowValue NUMERIC
                AND ParmLowValue > ZEROS
                MOVE ParmLowValue TO RmaExpiryDays
            END-IF
            IF ParmProgramId = "QUOTEVAL"
                AND ParmLowValue NUMERIC
                AND ParmLowValue > ZEROS
                MOVE ParmLowValue TO QuoteValidDays
            END-IF
            PERFORM 1232-READ-PARM-RECORD.

      *----------------------------------------------------------------
            END-READ.

        1520-STORE-TAX-RATE-RECORD.
            IF TaxRateEntryCount < 50
                ADD 1 TO TaxRateEntryCount
                MOVE TaxRateCategory
                    TO TableTaxCategory (TaxRateEntryCount)
                MOVE TaxRatePercent
                    TO TableTaxPercent (TaxRateEntryCount)
                IF TaxRateEffectiveDate NUMERIC
                    MOVE TaxRateEffectiveDate
                        TO TableTaxEffDate (TaxRateEntryCount)
                ELSE
                    MOVE ZEROS TO TableTaxEffDate (TaxRateEntryCount)
                END-IF
            ELSE
                DISPLAY "*** Tax-rate table full - record for "
                        TaxRateCategory " " TaxRateEffectiveText
                        " not loaded ***"
            END-IF
            PERFORM 1510-READ-TAX-RATE-RECORD.

            END-READ.

        1620-STORE-TIER-RECORD.
            IF DiscountTierEntryCount < 99
                ADD 1 TO DiscountTierEntryCount
                MOVE TierProductCode
                    TO TableTierProduct (DiscountTierEntryCount)
                    TO TableTierThreshold (DiscountTierEntryCount)
                MOVE TierDiscountPct
                    TO TableTierPct (DiscountTierEntryCount)
                IF TierEffectiveDate NUMERIC
                    MOVE TierEffectiveDate
                        TO TableTierEffDate (DiscountTierEntryCount)
                ELSE
                    MOVE ZEROS
                        TO TableTierEffDate (DiscountTierEntryCount)
                END-IF
            ELSE
                DISPLAY "*** Discount-tier table full - record for "
                        TierProductCode " " TierQtyThresholdText
                        " not loaded ***"
            END-IF
            PERFORM 1610-READ-TIER-RECORD.

                    TO TableCreditLimit (CustomerEntryCount)
                MOVE ZEROS
                    TO TableCustExposure (CustomerEntryCount)
                MOVE CustMasterStatus
                    TO TableCustStatus (CustomerEntryCount)
            ELSE
                DISPLAY "*** Customer master table full - record for "
                        CustMasterId " not loaded ***"
            END-IF
            PERFORM 1810-READ-REF-HISTORY-RECORD.

        1850-LOAD-RELEASED-HOLDS.
            MOVE ZEROS TO ReleasedHoldCount
            OPEN INPUT CreditHoldFile
            IF CreditHoldFileOK
                PERFORM 1860-READ-HOLD-RECORD
                PERFORM 1870-STORE-RELEASED-HOLD
                    UNTIL EndOfCreditHold
                CLOSE CreditHoldFile
            END-IF.

        1860-READ-HOLD-RECORD.
            READ CreditHoldFile
                AT END SET EndOfCreditHold TO TRUE
            END-READ.

        1870-STORE-RELEASED-HOLD.
            IF HoldReleased
                IF ReleasedHoldCount < 100
                    ADD 1 TO ReleasedHoldCount
                    MOVE HoldCustomerId
                        TO TableRelCustomerId (ReleasedHoldCount)
                    MOVE HoldInvoiceRef
                        TO TableRelInvoiceRef (ReleasedHoldCount)
                ELSE
                    DISPLAY "*** Released-hold table full - release "
                            "of invoice " HoldInvoiceNo
                            " not honored this run ***"
                END-IF
            END-IF
            PERFORM 1860-READ-HOLD-RECORD.

        1900-LOAD-RMA-FILE.
            MOVE ZEROS TO RmaEntryCount
            OPEN INPUT RmaFile
                    TO TableRmaCustomerId (RmaEntryCount)
                MOVE RmaProductCode
                    TO TableRmaProductCode (RmaEntryCount)
                MOVE RmaOrigInvoiceRef
                    TO TableRmaOrigRef (RmaEntryCount)
                MOVE RmaAuthorizedQty
                    TO TableRmaAuthorizedQty (RmaEntryCount)
                IF RmaReceivedQty NUMERIC
                    MOVE RmaReceivedQty
                        TO TableRmaReceivedQty (RmaEntryCount)
                ELSE
                    MOVE ZEROS TO TableRmaReceivedQty (RmaEntryCount)
                END-IF
                COMPUTE TableRmaRemainingQty (RmaEntryCount) =
                    RmaAuthorizedQty
                        - TableRmaReceivedQty (RmaEntryCount)
                MOVE RmaStatus TO TableRmaStatus (RmaEntryCount)
                IF RmaIssueDate NUMERIC
                    MOVE RmaIssueDate
                        TO TableRmaIssueDate (RmaEntryCount)
                ELSE
                    MOVE ZEROS TO TableRmaIssueDate (RmaEntryCount)
                END-IF
                MOVE RmaIssuedBy TO TableRmaIssuedBy (RmaEntryCount)
                PERFORM 1930-CHECK-RMA-EXPIRY
            ELSE
                SET RmaTableOverflowed TO TRUE
                DISPLAY "*** RMA table full - authorization "
            END-IF
            PERFORM 1910-READ-RMA-RECORD.

      *----------------------------------------------------------------
      * An RMA still open or partly received closes as expired once
      * it is older than the RMAEXPD row on SHOPPARM.DAT (days,
      * default 030, on the same 30/360 convention as the rate
      * staleness check). A record written before the issue date was
      * carried has none and never expires on its own.
      *----------------------------------------------------------------
        1930-CHECK-RMA-EXPIRY.
            IF TableRmaLive (RmaEntryCount)
                AND TableRmaIssueDate (RmaEntryCount) > ZEROS
                MOVE RunDate TO WorkDate
                PERFORM 1245-DATE-TO-DAY-NUMBER
                MOVE WorkDayNumber TO RunDayNumber
                MOVE TableRmaIssueDate (RmaEntryCount) TO WorkDate
                PERFORM 1245-DATE-TO-DAY-NUMBER
                COMPUTE RmaAgeDays = RunDayNumber - WorkDayNumber
                IF RmaAgeDays > RmaExpiryDays
                    MOVE "E" TO TableRmaStatus (RmaEntryCount)
                    ADD 1 TO RmaExpiredCount
                    SET RmaChanged TO TRUE
                    DISPLAY "RMA " RmaNumber " expired - "
                            RmaAgeDays " days old"
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * Voids InvVoid recorded since the last run. The AR item was
      * closed when the void was entered; this run reverses the rest
      * from the invoice's lines on the detail history. A register
      * or a line set too big for its table stops all void posting
      * for the night - a void posted from half its lines could not
      * be finished later without reversing the other half twice.
      *----------------------------------------------------------------
        1980-LOAD-VOID-REGISTER.
            MOVE ZEROS TO VoidRegEntryCount
            MOVE ZEROS TO PendingVoidCount
            MOVE ZEROS TO VoidLineCount
            OPEN INPUT VoidRegisterFile
            IF VoidRegisterFileOK
                PERFORM 1981-READ-VOID-RECORD
                PERFORM 1982-STORE-VOID-RECORD
                    UNTIL EndOfVoidRegister
                CLOSE VoidRegisterFile
            END-IF
            IF PendingVoidCount > ZERO AND VoidPostingAllowed
                OPEN INPUT VoidDetailFile
                IF VoidDetailFileOK
                    PERFORM 1984-READ-VOID-DETAIL
                    PERFORM 1985-CHECK-VOID-DETAIL
                        UNTIL EndOfVoidDetail
                    CLOSE VoidDetailFile
                END-IF
            END-IF.

        1981-READ-VOID-RECORD.
            READ VoidRegisterFile
                AT END SET EndOfVoidRegister TO TRUE
            END-READ.

        1982-STORE-VOID-RECORD.
            IF VoidRegEntryCount < 500
                ADD 1 TO VoidRegEntryCount
                MOVE VoidRegisterRecord
                    TO TableVoidRecord (VoidRegEntryCount)
                MOVE VoidInvoiceNo
                    TO TableVoidInvoiceNo (VoidRegEntryCount)
                MOVE VoidCustomerId
                    TO TableVoidCustomerId (VoidRegEntryCount)
                MOVE VoidGrossAmount
                    TO TableVoidGross (VoidRegEntryCount)
                MOVE VoidStatus TO TableVoidStatus (VoidRegEntryCount)
                MOVE VoidPostedDate
                    TO TableVoidPostedDate (VoidRegEntryCount)
                MOVE ZEROS TO TableVoidLineCount (VoidRegEntryCount)
                IF VoidReversalPending
                    ADD 1 TO PendingVoidCount
                END-IF
            ELSE
                SET VoidPostingBlocked TO TRUE
                DISPLAY "*** Void register table full - no voids "
                        "reversed this run ***"
            END-IF
            PERFORM 1981-READ-VOID-RECORD.

        1984-READ-VOID-DETAIL.
            READ VoidDetailFile
                AT END SET EndOfVoidDetail TO TRUE
            END-READ.

        1985-CHECK-VOID-DETAIL.
            PERFORM 1986-MATCH-PENDING-VOID
                VARYING VoidRegIdx FROM 1 BY 1
                UNTIL VoidRegIdx > VoidRegEntryCount
            PERFORM 1984-READ-VOID-DETAIL.

        1986-MATCH-PENDING-VOID.
            IF TableVoidPending (VoidRegIdx)
                AND TableVoidInvoiceNo (VoidRegIdx) = VdInvoiceNo
                IF VoidLineCount < 500
                    ADD 1 TO VoidLineCount
                    ADD 1 TO TableVoidLineCount (VoidRegIdx)
                    MOVE VdProductCode
                        TO VoidLineProductCode (VoidLineCount)
                    MOVE TableVoidCustomerId (VoidRegIdx)
                        TO VoidLineCustomerId (VoidLineCount)
                    MOVE VdQuantity TO VoidLineQuantity (VoidLineCount)
                    MOVE VdTypeCode TO VoidLineTypeCode (VoidLineCount)
                    MOVE VdLineTax  TO VoidLineTax (VoidLineCount)
                    MOVE VdLineGross TO VoidLineGross (VoidLineCount)
                    MOVE VdTaxCategory
                        TO VoidLineTaxCategory (VoidLineCount)
                    IF VdTaxPercent NUMERIC
                        MOVE VdTaxPercent
                            TO VoidLineTaxPercent (VoidLineCount)
                    ELSE
                        MOVE ZEROS
                            TO VoidLineTaxPercent (VoidLineCount)
                    END-IF
                    MOVE VdTaxTreatment
                        TO VoidLineTaxTreatment (VoidLineCount)
                ELSE
                    IF VoidPostingAllowed
                        DISPLAY "*** Void line table full - no voids "
                                "reversed this run ***"
                    END-IF
                    SET VoidPostingBlocked TO TRUE
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * Each line of a voided invoice is undone the way it was done:
      * a sale's quantity goes back on the shelf and its history
      * posts negative, a return's quantity comes back off and its
      * credit posts positive. Stock moves as type V on the
      * movement register. The gross comes from the void record -
      * what the register and the ledger carried - and the tax from
      * the lines, for the GL extract's reversing entries.
      *----------------------------------------------------------------
        1990-POST-VOID-REVERSALS.
            IF PendingVoidCount > ZERO
                IF VoidPostingAllowed
                    PERFORM 1991-REVERSE-VOID-LINE
                        VARYING VoidLineIdx FROM 1 BY 1
                        UNTIL VoidLineIdx > VoidLineCount
                    PERFORM 1995-MARK-VOID-POSTED
                        VARYING VoidRegIdx FROM 1 BY 1
                        UNTIL VoidRegIdx > VoidRegEntryCount
                ELSE
                    DISPLAY "*** " PendingVoidCount " void(s) left "
                            "pending for the next run ***"
                END-IF
            END-IF.

        1991-REVERSE-VOID-LINE.
            MOVE "N" TO ProductFoundSwitch
            SET ProductIdx TO 1
            PERFORM 1992-SEARCH-VOID-PRODUCT
                UNTIL ProductFound OR ProductIdx > ProductEntryCount
            IF ProductFound
                ADD 1 TO StockMovementCount
                INITIALIZE StockMovementRecord
                MOVE VoidLineProductCode (VoidLineIdx)
                    TO MoveProductCode
                MOVE "V" TO MoveTypeCode
                MOVE VoidLineQuantity (VoidLineIdx) TO MoveQuantity
                COMPUTE MovementCostValue ROUNDED =
                    VoidLineQuantity (VoidLineIdx)
                    * TableUnitCost (ProductIdx)
                MOVE VoidLineProductCode (VoidLineIdx)
                    TO LocSearchProductCode
                MOVE WarehouseLocation TO LocSearchCode
                IF VoidLineIsReturn (VoidLineIdx)
                    SUBTRACT VoidLineQuantity (VoidLineIdx)
                        FROM TableOnHandQty (ProductIdx)
                    ADD MovementCostValue TO CostOfSalesTotal
                    COMPUTE LocChangeQty =
                        0 - VoidLineQuantity (VoidLineIdx)
                ELSE
                    ADD VoidLineQuantity (VoidLineIdx)
                        TO TableOnHandQty (ProductIdx)
                    SUBTRACT MovementCostValue FROM CostOfSalesTotal
                    MOVE VoidLineQuantity (VoidLineIdx)
                        TO LocChangeQty
                END-IF
                PERFORM 2320-POST-LOCATION-CHANGE
                PERFORM 2325-SET-MOVEMENT-RESULT
                MOVE MovementCostValue TO MoveCostValue
                WRITE StockMovementRecord
            END-IF
            ADD 1 TO SalesHistoryCount
            INITIALIZE SalesHistoryRecord
            MOVE RunPostingDate TO HistSaleDate
            MOVE VoidLineProductCode (VoidLineIdx) TO HistProductCode
            MOVE VoidLineCustomerId (VoidLineIdx) TO HistCustomerId
            MOVE VoidLineQuantity (VoidLineIdx) TO HistQuantity
            MOVE VoidLineTaxCategory (VoidLineIdx) TO HistTaxCategory
            MOVE VoidLineTaxPercent (VoidLineIdx) TO HistTaxPercent
            MOVE VoidLineTaxTreatment (VoidLineIdx)
                TO HistTaxTreatment
            IF VoidLineIsReturn (VoidLineIdx)
                COMPUTE HistNetAmount = VoidLineGross (VoidLineIdx)
                    - VoidLineTax (VoidLineIdx)
                MOVE VoidLineTax (VoidLineIdx)   TO HistTaxAmount
                MOVE VoidLineGross (VoidLineIdx) TO HistGrossAmount
                SUBTRACT VoidLineTax (VoidLineIdx) FROM VoidTaxTotal
            ELSE
                COMPUTE HistNetAmount = VoidLineTax (VoidLineIdx)
                    - VoidLineGross (VoidLineIdx)
                COMPUTE HistTaxAmount = 0 - VoidLineTax (VoidLineIdx)
                COMPUTE HistGrossAmount =
                    0 - VoidLineGross (VoidLineIdx)
                ADD VoidLineTax (VoidLineIdx) TO VoidTaxTotal
            END-IF
            WRITE SalesHistoryRecord.

        1992-SEARCH-VOID-PRODUCT.
            IF TableProductCode (ProductIdx)
                = VoidLineProductCode (VoidLineIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

        1995-MARK-VOID-POSTED.
            IF TableVoidPending (VoidRegIdx)
                IF TableVoidLineCount (VoidRegIdx) = ZERO
                    DISPLAY "*** Void of invoice "
                            TableVoidInvoiceNo (VoidRegIdx)
                            " has no lines on the detail history - "
                            "sales history and stock not reversed ***"
                END-IF
                ADD 1 TO VoidedInvoiceCount
                ADD TableVoidGross (VoidRegIdx) TO VoidGrossTotal
                MOVE "D" TO TableVoidStatus (VoidRegIdx)
                MOVE RunDate TO TableVoidPostedDate (VoidRegIdx)
                SET VoidsPosted TO TRUE
            END-IF.

      *----------------------------------------------------------------
      * Receipts GoodsRcv logged against purchase-order lines since
      * the last run (status P).
      *----------------------------------------------------------------
        1987-LOAD-RECEIPT-LOG.
            MOVE ZEROS TO ReceiptEntryCount
            MOVE ZEROS TO PendingReceiptCount
            OPEN INPUT GoodsReceiptFile
            IF GoodsReceiptFileOK
                PERFORM 1988-READ-RECEIPT-RECORD
                PERFORM 1989-STORE-RECEIPT-RECORD
                    UNTIL EndOfGoodsReceipts
                CLOSE GoodsReceiptFile
            END-IF.

        1988-READ-RECEIPT-RECORD.
            READ GoodsReceiptFile
                AT END SET EndOfGoodsReceipts TO TRUE
            END-READ.

        1989-STORE-RECEIPT-RECORD.
            IF ReceiptEntryCount < 500
                ADD 1 TO ReceiptEntryCount
                MOVE GoodsReceiptRecord
                    TO TableRcvRecord (ReceiptEntryCount)
                MOVE RcvPoNumber
                    TO TableRcvPoNumber (ReceiptEntryCount)
                MOVE RcvPoLineNo
                    TO TableRcvPoLineNo (ReceiptEntryCount)
                MOVE RcvSupplierId
                    TO TableRcvSupplierId (ReceiptEntryCount)
                MOVE RcvProductCode
                    TO TableRcvProductCode (ReceiptEntryCount)
                MOVE RcvQuantity
                    TO TableRcvQuantity (ReceiptEntryCount)
                MOVE RcvVarianceFlag
                    TO TableRcvVarianceFlag (ReceiptEntryCount)
                MOVE RcvStatus TO TableRcvStatus (ReceiptEntryCount)
                MOVE RcvPostedDate
                    TO TableRcvPostedDate (ReceiptEntryCount)
                IF RcvUnitCost NUMERIC
                    MOVE RcvUnitCost
                        TO TableRcvUnitCost (ReceiptEntryCount)
                ELSE
                    MOVE ZEROS TO TableRcvUnitCost (ReceiptEntryCount)
                END-IF
                IF RcvPostingPending
                    ADD 1 TO PendingReceiptCount
                END-IF
            ELSE
                SET ReceiptPostingBlocked TO TRUE
                DISPLAY "*** Receipt log table full - no receipts "
                        "posted this run ***"
            END-IF
            PERFORM 1988-READ-RECEIPT-RECORD.

      *----------------------------------------------------------------
      * Each pending receipt goes onto the product's on-hand and
      * the movement register as type G (goods received), and onto
      * the receipts register, whose control total is the quantity
      * received. A receipt for a product no longer on the master
      * is rejected to RCVREJ.DAT and marked X. The on-hand only
      * reaches file through the product master rewrite, so when
      * that cannot happen (no master, or more products than the
      * table holds) nothing is posted and the receipts wait. Both
      * registers are written every night, empty or not, for the
      * balancing report.
      *----------------------------------------------------------------
        1996-POST-GOODS-RECEIPTS.
            OPEN OUTPUT ReceiptsRegisterFile
            INITIALIZE RcvRegHeaderRecord
            MOVE "HDR" TO RcvHeaderRecordType
            MOVE "PRICING" TO RcvHeaderProgramName
            MOVE RunDate   TO RcvHeaderRunDate
            MOVE RunTime   TO RcvHeaderRunTime
            WRITE RcvRegHeaderRecord
            OPEN OUTPUT ReceiptRejectFile
            INITIALIZE RcvRejHeaderRecord
            MOVE "HDR" TO RjrHeaderRecordType
            MOVE "PRICING" TO RjrHeaderProgramName
            MOVE RunDate   TO RjrHeaderRunDate
            MOVE RunTime   TO RjrHeaderRunTime
            WRITE RcvRejHeaderRecord
            IF ProductEntryCount = ZERO OR ProductTableOverflowed
                SET ReceiptPostingBlocked TO TRUE
            END-IF
            IF PendingReceiptCount > ZERO
                IF ReceiptPostingAllowed
                    PERFORM 1997-POST-RECEIPT
                        VARYING ReceiptIdx FROM 1 BY 1
                        UNTIL ReceiptIdx > ReceiptEntryCount
                ELSE
                    DISPLAY "*** " PendingReceiptCount " goods "
                            "receipt(s) left pending for the next "
                            "run ***"
                END-IF
            END-IF
            INITIALIZE RcvRegTrailerRecord
            MOVE "TRL" TO RcvTrailerRecordType
            MOVE ReceiptPostedCount   TO RcvTrailerRecordCount
            MOVE ReceiptQuantityTotal TO RcvTrailerControlTotal
            MOVE ReceiptRejectCount   TO RcvTrailerRejectCount
            WRITE RcvRegTrailerRecord
            CLOSE ReceiptsRegisterFile
            INITIALIZE RcvRejTrailerRecord
            MOVE "TRL" TO RjrTrailerRecordType
            MOVE ReceiptRejectCount TO RjrTrailerRecordCount
            WRITE RcvRejTrailerRecord
            CLOSE ReceiptRejectFile.

        1997-POST-RECEIPT.
            IF TableRcvPending (ReceiptIdx)
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 1998-SEARCH-RECEIPT-PRODUCT
                    UNTIL ProductFound
                        OR ProductIdx > ProductEntryCount
                IF ProductFound
                    PERFORM 1999-AVERAGE-RECEIPT-COST
                    ADD TableRcvQuantity (ReceiptIdx)
                        TO TableOnHandQty (ProductIdx)
                    ADD 1 TO StockMovementCount
                    INITIALIZE StockMovementRecord
                    MOVE TableRcvProductCode (ReceiptIdx)
                        TO MoveProductCode
                    MOVE "G" TO MoveTypeCode
                    MOVE TableRcvQuantity (ReceiptIdx) TO MoveQuantity
                    MOVE TableRcvProductCode (ReceiptIdx)
                        TO LocSearchProductCode
                    MOVE WarehouseLocation TO LocSearchCode
                    MOVE TableRcvQuantity (ReceiptIdx) TO LocChangeQty
                    PERFORM 2320-POST-LOCATION-CHANGE
                    PERFORM 2325-SET-MOVEMENT-RESULT
                    COMPUTE MoveCostValue ROUNDED =
                        TableRcvQuantity (ReceiptIdx)
                        * ReceiptUnitCost
                    WRITE StockMovementRecord
                    ADD 1 TO ReceiptPostedCount
                    ADD TableRcvQuantity (ReceiptIdx)
                        TO ReceiptQuantityTotal
                    INITIALIZE ReceiptsRegisterRecord
                    MOVE TableRcvPoNumber (ReceiptIdx)
                        TO RcvRegPoNumber
                    MOVE TableRcvPoLineNo (ReceiptIdx)
                        TO RcvRegPoLineNo
                    MOVE TableRcvSupplierId (ReceiptIdx)
                        TO RcvRegSupplierId
                    MOVE TableRcvProductCode (ReceiptIdx)
                        TO RcvRegProductCode
                    MOVE TableRcvQuantity (ReceiptIdx)
                        TO RcvRegQuantity
                    MOVE TableOnHandQty (ProductIdx)
                        TO RcvRegResultingQty
                    MOVE TableRcvVarianceFlag (ReceiptIdx)
                        TO RcvRegVarianceFlag
                    WRITE ReceiptsRegisterRecord
                    MOVE "D" TO TableRcvStatus (ReceiptIdx)
                ELSE
                    ADD 1 TO ReceiptRejectCount
                    INITIALIZE ReceiptRejectRecord
                    MOVE TableRcvRecord (ReceiptIdx)
                        TO RcvRejReceiptImage
                    MOVE "PRODUCT NOT ON MASTER" TO RcvRejReasonText
                    WRITE ReceiptRejectRecord
                    MOVE "X" TO TableRcvStatus (ReceiptIdx)
                END-IF
                MOVE RunDate TO TableRcvPostedDate (ReceiptIdx)
                SET ReceiptsPosted TO TRUE
            END-IF.

        1998-SEARCH-RECEIPT-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TableRcvProductCode (ReceiptIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

      *----------------------------------------------------------------
      * Weighted average: the stock already on hand at the old
      * average plus the receipt at its purchase-order cost, over
      * the new on-hand. With nothing (or less than nothing) on
      * hand the receipt's cost becomes the average outright. A
      * receipt logged without a cost comes in at the current
      * average and leaves it unchanged.
      *----------------------------------------------------------------
        1999-AVERAGE-RECEIPT-COST.
            IF TableRcvUnitCost (ReceiptIdx) = ZERO
                MOVE TableUnitCost (ProductIdx) TO ReceiptUnitCost
            ELSE
                MOVE TableRcvUnitCost (ReceiptIdx) TO ReceiptUnitCost
                IF TableOnHandQty (ProductIdx) > ZERO
                    COMPUTE TableUnitCost (ProductIdx) ROUNDED =
                        (TableOnHandQty (ProductIdx)
                            * TableUnitCost (ProductIdx)
                         + TableRcvQuantity (ReceiptIdx)
                            * ReceiptUnitCost)
                        / (TableOnHandQty (ProductIdx)
                            + TableRcvQuantity (ReceiptIdx))
                ELSE
                    MOVE ReceiptUnitCost TO TableUnitCost (ProductIdx)
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * Counts approved in CountEntry since the last run (status A).
      *----------------------------------------------------------------
        1973-LOAD-STOCK-COUNTS.
            MOVE ZEROS TO StockCountEntryCount
            MOVE ZEROS TO ApprovedCountCount
            OPEN INPUT StockCountFile
            IF StockCountFileOK
                PERFORM 1974-READ-STOCK-COUNT
                PERFORM 1975-STORE-STOCK-COUNT
                    UNTIL EndOfStockCounts
                CLOSE StockCountFile
            END-IF.

        1974-READ-STOCK-COUNT.
            READ StockCountFile
                AT END SET EndOfStockCounts TO TRUE
            END-READ.

        1975-STORE-STOCK-COUNT.
            IF StockCountEntryCount < 500
                ADD 1 TO StockCountEntryCount
                MOVE StockCountRecord
                    TO TableCntRecord (StockCountEntryCount)
                MOVE CntProductCode
                    TO TableCntProductCode (StockCountEntryCount)
                MOVE CntBookQty
                    TO TableCntBookQty (StockCountEntryCount)
                MOVE CntCountedQty
                    TO TableCntCountedQty (StockCountEntryCount)
                MOVE CntUnitValue
                    TO TableCntUnitValue (StockCountEntryCount)
                MOVE CntStatus
                    TO TableCntStatus (StockCountEntryCount)
                MOVE CntPostedDate
                    TO TableCntPostedDate (StockCountEntryCount)
                IF CntApproved
                    ADD 1 TO ApprovedCountCount
                END-IF
            ELSE
                SET CountPostingBlocked TO TRUE
                DISPLAY "*** Stock-count table full - no counts "
                        "posted this run ***"
            END-IF
            PERFORM 1974-READ-STOCK-COUNT.

      *----------------------------------------------------------------
      * Each approved count adjusts the product's on-hand by the
      * counted less the book quantity frozen when the sheet
      * printed - sales, returns and receipts since then stay on
      * the on-hand - and writes an A movement whose short-flag
      * column reads GAIN or LOSS. The adjustment is valued at the
      * count's frozen unit value and the night's net value goes
      * to the GL extract on the totals handoff. A count that
      * agreed with the book is marked posted with no movement; a
      * product no longer on the master is marked X. As with the
      * receipts, nothing posts when the master cannot be written
      * back.
      *----------------------------------------------------------------
        1976-POST-STOCK-COUNTS.
            IF ProductEntryCount = ZERO OR ProductTableOverflowed
                SET CountPostingBlocked TO TRUE
            END-IF
            IF ApprovedCountCount > ZERO
                IF CountPostingAllowed
                    PERFORM 1977-POST-STOCK-COUNT
                        VARYING StockCountIdx FROM 1 BY 1
                        UNTIL StockCountIdx > StockCountEntryCount
                ELSE
                    DISPLAY "*** " ApprovedCountCount " approved "
                            "stock count(s) left for the next "
                            "run ***"
                END-IF
            END-IF.

        1977-POST-STOCK-COUNT.
            IF TableCntApproved (StockCountIdx)
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 1978-SEARCH-COUNT-PRODUCT
                    UNTIL ProductFound
                        OR ProductIdx > ProductEntryCount
                IF ProductFound
                    COMPUTE AdjustmentUnits =
                        TableCntCountedQty (StockCountIdx)
                        - TableCntBookQty (StockCountIdx)
                    IF AdjustmentUnits NOT = ZERO
                        ADD AdjustmentUnits
                            TO TableOnHandQty (ProductIdx)
                        ADD 1 TO StockMovementCount
                        INITIALIZE StockMovementRecord
                        MOVE TableCntProductCode (StockCountIdx)
                            TO MoveProductCode
                        MOVE "A" TO MoveTypeCode
                        IF AdjustmentUnits < ZERO
                            COMPUTE MoveQuantity = 0 - AdjustmentUnits
                            MOVE "LOSS" TO MoveShortFlag
                        ELSE
                            MOVE AdjustmentUnits TO MoveQuantity
                            MOVE "GAIN" TO MoveShortFlag
                        END-IF
                        MOVE TableCntProductCode (StockCountIdx)
                            TO LocSearchProductCode
                        MOVE WarehouseLocation TO LocSearchCode
                        MOVE AdjustmentUnits TO LocChangeQty
                        PERFORM 2320-POST-LOCATION-CHANGE
                        PERFORM 2325-SET-MOVEMENT-RESULT
                        COMPUTE AdjustmentValue ROUNDED =
                            AdjustmentUnits
                            * TableCntUnitValue (StockCountIdx)
                        IF AdjustmentValue < ZERO
                            COMPUTE MoveCostValue =
                                0 - AdjustmentValue
                        ELSE
                            MOVE AdjustmentValue TO MoveCostValue
                        END-IF
                        WRITE StockMovementRecord
                        ADD AdjustmentValue TO StockAdjustTotal
                    END-IF
                    ADD 1 TO CountPostedCount
                    MOVE "D" TO TableCntStatus (StockCountIdx)
                ELSE
                    ADD 1 TO CountRejectCount
                    DISPLAY "  *** STOCK COUNT FOR "
                            TableCntProductCode (StockCountIdx)
                            " REJECTED - PRODUCT NOT ON MASTER ***"
                    MOVE "X" TO TableCntStatus (StockCountIdx)
                END-IF
                MOVE RunDate TO TableCntPostedDate (StockCountIdx)
                SET CountsPosted TO TRUE
            END-IF.

        1978-SEARCH-COUNT-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TableCntProductCode (StockCountIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

        1962-LOAD-STOCK-TRANSFERS.
            MOVE ZEROS TO TransferEntryCount
            MOVE ZEROS TO PendingTransferCount
            OPEN INPUT StockTransferFile
            IF StockTransferFileOK
                PERFORM 1963-READ-STOCK-TRANSFER
                PERFORM 1964-STORE-STOCK-TRANSFER
                    UNTIL EndOfStockTransfers
                CLOSE StockTransferFile
            END-IF.

        1963-READ-STOCK-TRANSFER.
            READ StockTransferFile
                AT END SET EndOfStockTransfers TO TRUE
            END-READ.

        1964-STORE-STOCK-TRANSFER.
            IF TransferEntryCount < 500
                ADD 1 TO TransferEntryCount
                SET TransferIdx TO TransferEntryCount
                MOVE StockTransferRecord TO TableXfrRecord (TransferIdx)
                MOVE XfrProductCode
                    TO TableXfrProductCode (TransferIdx)
                IF XfrFromLocation NUMERIC
                    AND XfrToLocation NUMERIC
                    AND XfrQuantity NUMERIC
                    MOVE XfrFromLocation
                        TO TableXfrFromLocation (TransferIdx)
                    MOVE XfrToLocation
                        TO TableXfrToLocation (TransferIdx)
                    MOVE XfrQuantity TO TableXfrQuantity (TransferIdx)
                ELSE
                    MOVE ZEROS TO TableXfrFromLocation (TransferIdx)
                    MOVE ZEROS TO TableXfrToLocation (TransferIdx)
                    MOVE ZEROS TO TableXfrQuantity (TransferIdx)
                END-IF
                MOVE XfrStatus TO TableXfrStatus (TransferIdx)
                MOVE XfrPostedDate TO TableXfrPostedDate (TransferIdx)
                MOVE XfrRejectReason
                    TO TableXfrRejectReason (TransferIdx)
                IF XfrPending
                    ADD 1 TO PendingTransferCount
                END-IF
            ELSE
                IF TransferPostingAllowed
                    DISPLAY "*** Stock-transfer table full - no "
                            "transfers posted this run ***"
                END-IF
                SET TransferPostingBlocked TO TRUE
            END-IF
            PERFORM 1963-READ-STOCK-TRANSFER.

      *----------------------------------------------------------------
      * Each pending transfer takes its quantity off the from-
      * location and puts it on the to-location, with an O movement
      * and an I movement valued at the product's unit cost. The
      * company on-hand does not change. A transfer is rejected (X)
      * when the product is off the master, the from-location no
      * longer holds the quantity, or the locations are the same.
      * Nothing posts when location stock is not in use this run.
      *----------------------------------------------------------------
        1966-POST-STOCK-TRANSFERS.
            IF NOT LocationStockInUse
                SET TransferPostingBlocked TO TRUE
            END-IF
            IF PendingTransferCount > ZERO
                IF TransferPostingAllowed
                    PERFORM 1967-POST-STOCK-TRANSFER
                        VARYING TransferIdx FROM 1 BY 1
                        UNTIL TransferIdx > TransferEntryCount
                ELSE
                    DISPLAY "*** " PendingTransferCount " stock "
                            "transfer(s) left pending for the next "
                            "run ***"
                END-IF
            END-IF.

        1967-POST-STOCK-TRANSFER.
            IF TableXfrPending (TransferIdx)
                MOVE SPACES TO TableXfrRejectReason (TransferIdx)
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 1968-SEARCH-TRANSFER-PRODUCT
                    UNTIL ProductFound
                        OR ProductIdx > ProductEntryCount
                MOVE TableXfrProductCode (TransferIdx)
                    TO LocSearchProductCode
                EVALUATE TRUE
                    WHEN NOT ProductFound
                        MOVE "PRODUCT NOT ON MASTER"
                            TO TableXfrRejectReason (TransferIdx)
                    WHEN TableXfrQuantity (TransferIdx) = ZERO
                        OR TableXfrFromLocation (TransferIdx)
                            = TableXfrToLocation (TransferIdx)
                        MOVE "INVALID TRANSFER"
                            TO TableXfrRejectReason (TransferIdx)
                    WHEN OTHER
                        PERFORM 1965-CHECK-TRANSFER-STOCK
                END-EVALUATE
                IF TableXfrRejectReason (TransferIdx) = SPACES
                    PERFORM 1969-MOVE-TRANSFER-STOCK
                ELSE
                    ADD 1 TO TransferRejectCount
                    MOVE "X" TO TableXfrStatus (TransferIdx)
                    DISPLAY "  *** STOCK TRANSFER OF "
                            TableXfrProductCode (TransferIdx)
                            " FROM " TableXfrFromLocation (TransferIdx)
                            " TO " TableXfrToLocation (TransferIdx)
                            " REJECTED - "
                            TableXfrRejectReason (TransferIdx) " ***"
                END-IF
                MOVE RunDate TO TableXfrPostedDate (TransferIdx)
                SET TransfersPosted TO TRUE
            END-IF.

      *    The to-location's entry is made first, so a full table
      *    rejects the transfer before any stock leaves.
        1965-CHECK-TRANSFER-STOCK.
            MOVE TableXfrFromLocation (TransferIdx) TO LocSearchCode
            PERFORM 2330-GET-LOCATION-ON-HAND
            IF LocationOnHandQty < TableXfrQuantity (TransferIdx)
                MOVE "SHORT AT SOURCE"
                    TO TableXfrRejectReason (TransferIdx)
            ELSE
                MOVE TableXfrToLocation (TransferIdx) TO LocSearchCode
                PERFORM 2310-FIND-OR-ADD-LOCATION
                IF NOT LocStockFound
                    MOVE "LOCATION TABLE FULL"
                        TO TableXfrRejectReason (TransferIdx)
                END-IF
            END-IF.

        1968-SEARCH-TRANSFER-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TableXfrProductCode (TransferIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

        1969-MOVE-TRANSFER-STOCK.
            COMPUTE MovementCostValue ROUNDED =
                TableXfrQuantity (TransferIdx)
                * TableUnitCost (ProductIdx)
            MOVE TableXfrFromLocation (TransferIdx) TO LocSearchCode
            COMPUTE LocChangeQty = 0 - TableXfrQuantity (TransferIdx)
            PERFORM 2320-POST-LOCATION-CHANGE
            ADD 1 TO StockMovementCount
            INITIALIZE StockMovementRecord
            MOVE TableXfrProductCode (TransferIdx) TO MoveProductCode
            MOVE "O" TO MoveTypeCode
            MOVE TableXfrQuantity (TransferIdx) TO MoveQuantity
            MOVE MovementCostValue TO MoveCostValue
            PERFORM 2325-SET-MOVEMENT-RESULT
            WRITE StockMovementRecord
            MOVE TableXfrToLocation (TransferIdx) TO LocSearchCode
            MOVE TableXfrQuantity (TransferIdx) TO LocChangeQty
            PERFORM 2320-POST-LOCATION-CHANGE
            ADD 1 TO StockMovementCount
            INITIALIZE StockMovementRecord
            MOVE TableXfrProductCode (TransferIdx) TO MoveProductCode
            MOVE "I" TO MoveTypeCode
            MOVE TableXfrQuantity (TransferIdx) TO MoveQuantity
            MOVE MovementCostValue TO MoveCostValue
            PERFORM 2325-SET-MOVEMENT-RESULT
            WRITE StockMovementRecord
            ADD 1 TO TransferPostedCount
            MOVE "D" TO TableXfrStatus (TransferIdx).

        1940-LOAD-BACKORDERS.
            MOVE ZEROS TO BackorderEntryCount
            OPEN INPUT BackorderFile
            IF BackorderFileOK
                PERFORM 1941-READ-BACKORDER
                PERFORM 1942-STORE-BACKORDER UNTIL EndOfBackorders
                CLOSE BackorderFile
            END-IF.

        1941-READ-BACKORDER.
            READ BackorderFile
                AT END SET EndOfBackorders TO TRUE
            END-READ.

        1942-STORE-BACKORDER.
            IF BackorderEntryCount < 500
                ADD 1 TO BackorderEntryCount
                SET BackorderIdx TO BackorderEntryCount
                MOVE BoCustomerId  TO TableBoCustomerId (BackorderIdx)
                MOVE BoProductCode TO TableBoProductCode (BackorderIdx)
                MOVE BoInvoiceRef  TO TableBoInvoiceRef (BackorderIdx)
                MOVE BoOrderDate   TO TableBoOrderDate (BackorderIdx)
                MOVE BoShortQty    TO TableBoShortQty (BackorderIdx)
                MOVE BoOpenQty     TO TableBoOpenQty (BackorderIdx)
                MOVE BoStatus      TO TableBoStatus (BackorderIdx)
                MOVE BoReleaseDate TO TableBoReleaseDate (BackorderIdx)
                MOVE BoTranImage   TO TableBoTranImage (BackorderIdx)
                IF BoLocationCode NUMERIC
                    MOVE BoLocationCode
                        TO TableBoLocationCode (BackorderIdx)
                ELSE
                    MOVE WarehouseLocation
                        TO TableBoLocationCode (BackorderIdx)
                END-IF
                MOVE ZEROS TO TableBoReleaseNow (BackorderIdx)
                MOVE "N" TO TableBoBilledSwitch (BackorderIdx)
            ELSE
                IF NOT BackorderTableOverflowed
                    DISPLAY "*** Backorder table full - no backorders "
                            "released or raised this run ***"
                END-IF
                SET BackorderTableOverflowed TO TRUE
            END-IF
            PERFORM 1941-READ-BACKORDER.

      *----------------------------------------------------------------
      * Oldest first: each open backorder, in file order, takes what
      * it can of its selling location's on-hand left after the
      * backorders ahead of it on the same location.
      * Nothing is released when the product master could not be
      * read in full - its on-hand cannot be trusted or written back.
      *----------------------------------------------------------------
        1944-ALLOCATE-BACKORDERS.
            IF BackorderTableOverflowed
                OR ProductEntryCount = ZERO
                OR ProductTableOverflowed
                CONTINUE
            ELSE
                PERFORM 1945-ALLOCATE-ONE-BACKORDER
                    VARYING BackorderIdx FROM 1 BY 1
                    UNTIL BackorderIdx > BackorderEntryCount
            END-IF.

        1945-ALLOCATE-ONE-BACKORDER.
            IF TableBoOpen (BackorderIdx)
                AND TableBoOpenQty (BackorderIdx) > ZERO
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 1946-SEARCH-BACKORDER-PRODUCT
                    UNTIL ProductFound
                       OR ProductIdx > ProductEntryCount
                IF ProductFound
                    AND TableProductStatus (ProductIdx) NOT = "I"
                    MOVE TableBoProductCode (BackorderIdx)
                        TO LocSearchProductCode
                    MOVE TableBoLocationCode (BackorderIdx)
                        TO LocSearchCode
                    PERFORM 2330-GET-LOCATION-ON-HAND
                    MOVE ZEROS TO PendingProductQty
                    PERFORM 1943-ADD-ALLOCATED-QTY
                        VARYING BackorderScanIdx FROM 1 BY 1
                        UNTIL BackorderScanIdx = BackorderIdx
                    COMPUTE AvailableQty =
                        LocationOnHandQty - PendingProductQty
                    IF AvailableQty > ZERO
                        IF AvailableQty < TableBoOpenQty (BackorderIdx)
                            MOVE AvailableQty
                                TO TableBoReleaseNow (BackorderIdx)
                        ELSE
                            MOVE TableBoOpenQty (BackorderIdx)
                                TO TableBoReleaseNow (BackorderIdx)
                        END-IF
                    END-IF
                END-IF
            END-IF.

        1943-ADD-ALLOCATED-QTY.
            IF TableBoProductCode (BackorderScanIdx)
                = TableBoProductCode (BackorderIdx)
                AND (TableBoLocationCode (BackorderScanIdx)
                     = TableBoLocationCode (BackorderIdx)
                     OR NOT LocationStockInUse)
                ADD TableBoReleaseNow (BackorderScanIdx)
                    TO PendingProductQty
            END-IF.

        1946-SEARCH-BACKORDER-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TableBoProductCode (BackorderIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

      *----------------------------------------------------------------
      * Released quantities are billed through the normal pricing
      * path, one invoice per customer and original reference: the
      * first backorder of a pair not yet billed brings every later
      * released backorder of the same pair with it. A released
      * line prices at tonight's date and draws its stock when its
      * invoice closes, like any other sale.
      *----------------------------------------------------------------
        1947-BILL-RELEASED-BACKORDERS.
            SET BillingBackorderRelease TO TRUE
            PERFORM 1948-BILL-BACKORDER-GROUP
                VARYING BackorderIdx FROM 1 BY 1
                UNTIL BackorderIdx > BackorderEntryCount
            MOVE "N" TO BillingReleaseSwitch.

        1948-BILL-BACKORDER-GROUP.
            IF TableBoReleaseNow (BackorderIdx) > ZERO
                AND NOT TableBoBilled (BackorderIdx)
                MOVE TableBoCustomerId (BackorderIdx)
                    TO ReleaseCustomerId
                MOVE TableBoInvoiceRef (BackorderIdx)
                    TO ReleaseInvoiceRef
                PERFORM 1949-BILL-GROUP-MEMBER
                    VARYING BackorderScanIdx FROM BackorderIdx BY 1
                    UNTIL BackorderScanIdx > BackorderEntryCount
            END-IF.

        1949-BILL-GROUP-MEMBER.
            IF TableBoReleaseNow (BackorderScanIdx) > ZERO
                AND NOT TableBoBilled (BackorderScanIdx)
                AND TableBoCustomerId (BackorderScanIdx)
                    = ReleaseCustomerId
                AND TableBoInvoiceRef (BackorderScanIdx)
                    = ReleaseInvoiceRef
                MOVE TableBoReleaseNow (BackorderScanIdx) TO ReleaseQty
                MOVE TableBoTranImage (BackorderScanIdx)
                    TO PricingTranRecord
                MOVE ReleaseQty TO TranQuantity
                MOVE RunDate TO TranDate
                SUBTRACT ReleaseQty
                    FROM TableBoOpenQty (BackorderScanIdx)
                MOVE RunDate TO TableBoReleaseDate (BackorderScanIdx)
                IF TableBoOpenQty (BackorderScanIdx) = ZERO
                    MOVE "R" TO TableBoStatus (BackorderScanIdx)
                END-IF
                MOVE "Y" TO TableBoBilledSwitch (BackorderScanIdx)
                SET BackordersChanged TO TRUE
                ADD 1 TO BackorderReleasedCount
                ADD ReleaseQty TO BackorderReleasedQty
                IF NOT CsvOutputMode
                    DISPLAY "  BACKORDER RELEASED: " ReleaseQty
                            " OF " TableBoProductCode (BackorderScanIdx)
                            " FOR " ReleaseCustomerId
                            " REF " ReleaseInvoiceRef
                END-IF
                PERFORM 2005-PROCESS-TRANSACTION
            END-IF.

        1950-LOAD-CURRENCY-MASTER.
            MOVE ZEROS TO CurrencyEntryCount
            OPEN INPUT CurrencyMasterFile
                    UNTIL EndOfProductMaster
                CLOSE ProductMasterFile
            ELSE
                DISPLAY "*** Product master not available - "
                        "pricing falls back to keyed prices ***"
            END-IF.

        1310-READ-PRODUCT-RECORD.
            READ ProductMasterFile
                AT END SET EndOfProductMaster TO TRUE
            END-READ.

        1320-STORE-PRODUCT-RECORD.
            IF ProductEntryCount < 100
                ADD 1 TO ProductEntryCount
                MOVE ProdMasterCode
                    TO TableProductCode (ProductEntryCount)
                MOVE ProdMasterDescription
                    TO TableDescription (ProductEntryCount)
                MOVE ProdMasterUnitPrice
                    TO TableUnitPrice (ProductEntryCount)
                MOVE ProdMasterStatus
                    TO TableProductStatus (ProductEntryCount)
                IF ProdMasterOnHandQty NUMERIC
                    MOVE ProdMasterOnHandQty
                        TO TableOnHandQty (ProductEntryCount)
                ELSE
                    MOVE ZEROS
                        TO TableOnHandQty (ProductEntryCount)
                END-IF
                IF ProdMasterReorderPoint NUMERIC
                    MOVE ProdMasterReorderPoint
                        TO TableReorderPoint (ProductEntryCount)
                ELSE
                    MOVE ZEROS
                        TO TableReorderPoint (ProductEntryCount)
                END-IF
                MOVE ProdMasterSupplierId
                    TO TableSupplierId (ProductEntryCount)
                MOVE ProdMasterOrderMultiple
                    TO TableOrderMultiple (ProductEntryCount)
                IF ProdMasterUnitCost NUMERIC
                    MOVE ProdMasterUnitCost
                        TO TableUnitCost (ProductEntryCount)
                ELSE
                    MOVE ZEROS
                        TO TableUnitCost (ProductEntryCount)
                END-IF
            ELSE
                SET ProductTableOverflowed TO TRUE
                DISPLAY "*** Product master table full - record for "
                        ProdMasterCode " not loaded ***"
            END-IF
            PERFORM 1310-READ-PRODUCT-RECORD.

        1350-LOAD-PRICE-HISTORY.
            MOVE ZEROS TO PriceHistoryEntryCount
            OPEN INPUT PriceHistoryFile
            IF PriceHistoryFileOK
                PERFORM 1352-READ-PRICE-HISTORY
                PERFORM 1354-STORE-PRICE-HISTORY
                    UNTIL EndOfPriceHistory
                CLOSE PriceHistoryFile
            END-IF.

        1352-READ-PRICE-HISTORY.
            READ PriceHistoryFile
                AT END SET EndOfPriceHistory TO TRUE
            END-READ.

        1354-STORE-PRICE-HISTORY.
            IF PriceHistoryEntryCount < 1000
                ADD 1 TO PriceHistoryEntryCount
                SET PriceHistIdx TO PriceHistoryEntryCount
                MOVE PriceHistoryRecord TO TablePhRecord (PriceHistIdx)
                MOVE PhProductCode
                    TO TablePhProductCode (PriceHistIdx)
                IF PhEffectiveDate NUMERIC
                    AND PhUnitPrice NUMERIC
                    MOVE PhEffectiveDate
                        TO TablePhEffectiveDate (PriceHistIdx)
                    MOVE PhUnitPrice TO TablePhUnitPrice (PriceHistIdx)
                ELSE
                    MOVE ZEROS TO TablePhEffectiveDate (PriceHistIdx)
                    MOVE ZEROS TO TablePhUnitPrice (PriceHistIdx)
                    MOVE SPACES TO TablePhProductCode (PriceHistIdx)
                END-IF
                IF PhPriorPrice NUMERIC
                    MOVE PhPriorPrice
                        TO TablePhPriorPrice (PriceHistIdx)
                ELSE
                    MOVE ZEROS TO TablePhPriorPrice (PriceHistIdx)
                END-IF
                MOVE PhStatus TO TablePhStatus (PriceHistIdx)
                MOVE PhAppliedDate
                    TO TablePhAppliedDate (PriceHistIdx)
            ELSE
                IF NOT PriceHistoryOverflowed
                    DISPLAY "*** Price-history table full - "
                            "scheduled prices NOT applied this "
                            "run ***"
                END-IF
                SET PriceHistoryOverflowed TO TRUE
            END-IF
            PERFORM 1352-READ-PRICE-HISTORY.

      *----------------------------------------------------------------
      * A scheduled price whose effective date has come goes onto the
      * master now, and is marked applied. Where a product has more
      * than one such price due, the master takes the one in effect
      * today. Nothing is applied when the master or the history
      * cannot be written back in full.
      *----------------------------------------------------------------
        1360-APPLY-SCHEDULED-PRICES.
            IF ProductEntryCount > ZERO
                AND NOT ProductTableOverflowed
                AND NOT PriceHistoryOverflowed
                PERFORM 1362-APPLY-SCHEDULED-PRICE
                    VARYING PriceHistIdx FROM 1 BY 1
                    UNTIL PriceHistIdx > PriceHistoryEntryCount
            END-IF.

        1362-APPLY-SCHEDULED-PRICE.
            IF TablePhScheduled (PriceHistIdx)
                AND TablePhProductCode (PriceHistIdx) NOT = SPACES
                AND TablePhEffectiveDate (PriceHistIdx) <= RunDate
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 1364-SEARCH-HISTORY-PRODUCT
                    UNTIL ProductFound
                        OR ProductIdx > ProductEntryCount
                IF ProductFound
                    MOVE RunDate TO PriceLookupDate
                    MOVE TablePhProductCode (PriceHistIdx)
                        TO PriceLookupProductCode
                    PERFORM 2165-FIND-DATED-PRICE
                    MOVE DatedUnitPrice TO TableUnitPrice (ProductIdx)
                    MOVE "A" TO TablePhStatus (PriceHistIdx)
                    MOVE RunDate TO TablePhAppliedDate (PriceHistIdx)
                    SET PriceHistoryChanged TO TRUE
                    ADD 1 TO PriceChangeAppliedCount
                    DISPLAY "  PRICE CHANGE APPLIED: "
                            TableProductCode (ProductIdx) " NOW "
                            TableUnitPrice (ProductIdx)
                            " EFFECTIVE "
                            TablePhEffectiveDate (PriceHistIdx)
                END-IF
            END-IF.

        1364-SEARCH-HISTORY-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TablePhProductCode (PriceHistIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

      *----------------------------------------------------------------
      * Contracts past the table cap are not loaded; their lines fall
      * back to the master price and land on PRICEMIS.DAT, so the
      * shortfall is seen rather than silently mispriced.
      *----------------------------------------------------------------
        1370-LOAD-CONTRACTS.
            MOVE ZEROS TO ContractEntryCount
            OPEN INPUT ContractFile
            IF ContractFileOK
                PERFORM 1372-READ-CONTRACT
                PERFORM 1374-STORE-CONTRACT
                    UNTIL EndOfContracts
                CLOSE ContractFile
            END-IF.

        1372-READ-CONTRACT.
            READ ContractFile
                AT END SET EndOfContracts TO TRUE
            END-READ.

        1374-STORE-CONTRACT.
            IF CtrUnitPrice NUMERIC
                AND CtrStartDate NUMERIC
                AND CtrEndDate NUMERIC
                IF ContractEntryCount < 500
                    ADD 1 TO ContractEntryCount
                    SET ContractIdx TO ContractEntryCount
                    MOVE CtrCustomerId
                        TO TableCtrCustomerId (ContractIdx)
                    MOVE CtrProductCode
                        TO TableCtrProductCode (ContractIdx)
                    MOVE CtrUnitPrice
                        TO TableCtrUnitPrice (ContractIdx)
                    MOVE CtrStartDate
                        TO TableCtrStartDate (ContractIdx)
                    MOVE CtrEndDate TO TableCtrEndDate (ContractIdx)
                ELSE
                    DISPLAY "*** Contract table full - contract "
                            CtrCustomerId " " CtrProductCode
                            " not loaded ***"
                END-IF
            END-IF
            PERFORM 1372-READ-CONTRACT.

      *----------------------------------------------------------------
      * Only converted quotes are loaded, and only those converted
      * within the QUOTEVAL days; a quote past the table cap is
      * reported and its lines price from the master, where the
      * mismatch report shows them.
      *----------------------------------------------------------------
        1380-LOAD-QUOTED-PRICES.
            MOVE ZEROS TO QuotedPriceEntryCount
            MOVE RunDate TO WorkDate
            PERFORM 1245-DATE-TO-DAY-NUMBER
            MOVE WorkDayNumber TO QuoteRunDayNumber
            OPEN INPUT QuoteFile
            IF QuoteFileOK
                PERFORM 1382-READ-QUOTE
                PERFORM 1384-STORE-QUOTED-PRICE
                    UNTIL EndOfQuoteFile
                CLOSE QuoteFile
            END-IF.

        1382-READ-QUOTE.
            READ QuoteFile
                AT END SET EndOfQuoteFile TO TRUE
            END-READ.

        1384-STORE-QUOTED-PRICE.
            IF QuoteIsConverted
                AND QuoteConvertedDate NUMERIC
                AND QuoteUnitPrice NUMERIC
                AND QuoteDiscountPct NUMERIC
                MOVE QuoteConvertedDate TO WorkDate
                PERFORM 1245-DATE-TO-DAY-NUMBER
                COMPUTE QuoteAgeDays =
                    QuoteRunDayNumber - WorkDayNumber
                IF QuoteAgeDays <= QuoteValidDays
                    PERFORM 1386-ADD-QUOTED-PRICE
                END-IF
            END-IF
            PERFORM 1382-READ-QUOTE.

        1386-ADD-QUOTED-PRICE.
            IF QuotedPriceEntryCount < 1000
                ADD 1 TO QuotedPriceEntryCount
                SET QuotedPriceIdx TO QuotedPriceEntryCount
                MOVE QuoteNumber TO TableQpNumber (QuotedPriceIdx)
                MOVE QuoteCustomerId
                    TO TableQpCustomerId (QuotedPriceIdx)
                MOVE QuoteProductCode
                    TO TableQpProductCode (QuotedPriceIdx)
                MOVE QuoteUnitPrice
                    TO TableQpUnitPrice (QuotedPriceIdx)
                MOVE QuoteDiscountPct
                    TO TableQpDiscountPct (QuotedPriceIdx)
            ELSE
                DISPLAY "*** Quoted-price table full - quote "
                        QuoteNumber " line " QuoteLineNo
                        " not loaded ***"
            END-IF.

        1330-LOAD-LOCATION-STOCK.
            MOVE ZEROS TO LocStockEntryCount
            OPEN INPUT LocationStockFile
            IF LocationStockFileOK
                PERFORM 1332-READ-LOCATION-RECORD
                PERFORM 1334-STORE-LOCATION-RECORD
                    UNTIL EndOfLocationStock
                CLOSE LocationStockFile
            END-IF
            EVALUATE TRUE
                WHEN ProductEntryCount = ZERO
                    OR ProductTableOverflowed
                    CONTINUE
                WHEN LocStockTableOverflowed
                    DISPLAY "*** Location stock not in use this run - "
                            "stock cover is the company on-hand ***"
                WHEN OTHER
                    IF LocStockEntryCount = ZERO
                        DISPLAY "Location stock file empty or not "
                                "found - built with all stock at the "
                                "main warehouse"
                    END-IF
                    SET LocationStockInUse TO TRUE
                    PERFORM 1340-ALIGN-LOCATION-STOCK
                        VARYING ProductIdx FROM 1 BY 1
                        UNTIL ProductIdx > ProductEntryCount
            END-EVALUATE.

        1332-READ-LOCATION-RECORD.
            READ LocationStockFile
                AT END SET EndOfLocationStock TO TRUE
            END-READ.

        1334-STORE-LOCATION-RECORD.
            IF LocStockEntryCount < 1000
                ADD 1 TO LocStockEntryCount
                SET LocStockIdx TO LocStockEntryCount
                MOVE LocProductCode TO TableLocProductCode (LocStockIdx)
                MOVE LocLocationCode TO TableLocCode (LocStockIdx)
                IF LocOnHandQty NUMERIC
                    MOVE LocOnHandQty TO TableLocOnHandQty (LocStockIdx)
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
                    DISPLAY "*** Location-stock table full - record "
                            "for " LocProductCode " not loaded ***"
                END-IF
                SET LocStockTableOverflowed TO TRUE
            END-IF
            PERFORM 1332-READ-LOCATION-RECORD.

      *----------------------------------------------------------------
      * The warehouse entry carries the product master's reorder
      * point, and takes up whatever the master's on-hand and the
      * sum of the locations disagree by - a product new on the
      * master, an on-hand corrected in ProdMaint, or a location
      * entry the table had no room for on an earlier night.
      *----------------------------------------------------------------
        1340-ALIGN-LOCATION-STOCK.
            MOVE ZEROS TO LocationTotalQty
            PERFORM 1342-ADD-LOCATION-QTY
                VARYING LocStockIdx FROM 1 BY 1
                UNTIL LocStockIdx > LocStockEntryCount
            MOVE TableProductCode (ProductIdx) TO LocSearchProductCode
            MOVE WarehouseLocation TO LocSearchCode
            PERFORM 2310-FIND-OR-ADD-LOCATION
            IF LocStockFound
                MOVE TableReorderPoint (ProductIdx)
                    TO TableLocReorderPoint (LocStockIdx)
                COMPUTE LocAlignQty =
                    TableOnHandQty (ProductIdx) - LocationTotalQty
                IF LocAlignQty NOT = ZERO
                    ADD LocAlignQty TO TableLocOnHandQty (LocStockIdx)
                    ADD 1 TO LocAlignedCount
                END-IF
            END-IF.

        1342-ADD-LOCATION-QTY.
            IF TableLocProductCode (LocStockIdx)
                = TableProductCode (ProductIdx)
                ADD TableLocOnHandQty (LocStockIdx) TO LocationTotalQty
            END-IF.

        2000-PROCESS-RECORD.
            PERFORM 2005-PROCESS-TRANSACTION
            PERFORM 1100-READ-TRAN-RECORD.

      *    A transaction with no location (one keyed before the
      *    location was carried) sells from the main warehouse.
        2005-PROCESS-TRANSACTION.
            IF TranLocationCode NOT NUMERIC
                MOVE WarehouseLocation TO TranLocationCode
            END-IF
            PERFORM 2010-VALIDATE-TRANSACTION
            EVALUATE TRUE
                WHEN NOT CustomerKnown
                    PERFORM 2039-REJECT-RETURN
                WHEN OTHER
                    PERFORM 2040-PRICE-TRANSACTION
            END-EVALUATE.

      *----------------------------------------------------------------
      * The transaction gate, one check at a time and each only
      * when everything before it passed - the return-authorization
      * check draws down the RMA quantity, so it must never run for
      * a record an earlier gate is about to reject. A released
      * backorder is billed under the reference its order came in
      * on, so it skips the duplicate-reference check.
      *----------------------------------------------------------------
        2010-VALIDATE-TRANSACTION.
            MOVE "Y" TO CurrencyOkSwitch
                PERFORM 2032-CHECK-CURRENCY-CODE
            END-IF
            IF CustomerKnown AND CurrencyAcceptable
                AND NOT BillingBackorderRelease
                PERFORM 2035-CHECK-DUPLICATE-REF
            END-IF
            IF CustomerKnown AND CurrencyAcceptable
      * customer is not on the customer master never reaches the
      * control breaks or the invoice, it goes to PRICEREJ.DAT. An
      * absent customer master (zero entries loaded) degrades to the
      * old accept-everything behavior. A customer inactivated in
      * CustMaint is rejected the same way, under its own reason.
      *----------------------------------------------------------------
        2020-CHECK-CUSTOMER-KNOWN.
            MOVE "Y" TO CustomerKnownSwitch
                PERFORM 2025-FIND-CUSTOMER-ENTRY
                IF NOT CustomerFound
                    MOVE "N" TO CustomerKnownSwitch
                    MOVE "CUSTOMER NOT ON MASTER"
                        TO CustomerRejectReason
                ELSE
                    IF TableCustInactive (CustomerIdx)
                        MOVE "N" TO CustomerKnownSwitch
                        MOVE "CUSTOMER INACTIVE"
                            TO CustomerRejectReason
                    END-IF
                END-IF
            END-IF.

            ADD 1 TO CustomerRejectCount
            INITIALIZE PricingRejectRecord
            MOVE PricingTranRecord TO RejectTranImage
            MOVE CustomerRejectReason TO RejectReasonText
            WRITE PricingRejectRecord.

      *----------------------------------------------------------------
                    MOVE "N" TO ReturnAuthSwitch
                    MOVE "RMA PRODUCT MISMATCH"
                        TO ReturnAuthReason
                WHEN TableRmaExpired (RmaIdx)
                    MOVE "N" TO ReturnAuthSwitch
                    MOVE "RMA EXPIRED" TO ReturnAuthReason
                WHEN NOT TableRmaLive (RmaIdx)
                    MOVE "N" TO ReturnAuthSwitch
                    MOVE "RMA CLOSED" TO ReturnAuthReason
                WHEN TranQuantity > TableRmaRemainingQty (RmaIdx)
                    MOVE "N" TO ReturnAuthSwitch
                    MOVE "RMA QUANTITY EXCEEDED"
            IF ReturnAuthorized
                SUBTRACT TranQuantity
                    FROM TableRmaRemainingQty (RmaIdx)
                ADD TranQuantity TO TableRmaReceivedQty (RmaIdx)
                IF TableRmaRemainingQty (RmaIdx) > ZERO
                    MOVE "P" TO TableRmaStatus (RmaIdx)
                ELSE
                    MOVE "C" TO TableRmaStatus (RmaIdx)
                END-IF
                SET RmaChanged TO TRUE
            END-IF.

            MOVE ReturnAuthReason TO RejectReasonText
            WRITE PricingRejectRecord.

      *----------------------------------------------------------------
      * A sale line is checked against the stock before it is
      * priced; a line wholly backordered is not billed at all.
      *----------------------------------------------------------------
        2040-PRICE-TRANSACTION.
            PERFORM 2050-CHECK-CONTROL-BREAKS
            MOVE "N" TO LineBackorderedSwitch
            IF NOT TranIsReturn
                AND NOT BillingBackorderRelease
                PERFORM 2200-CHECK-STOCK-COVER
            END-IF
            IF NOT LineFullyBackordered
                PERFORM 2044-PRICE-LINE
            END-IF.

        2044-PRICE-LINE.
            ADD 1 TO LineItemCount
            ADD 1 TO InvoiceLineCount
            MOVE "N" TO RoundingFlagSwitch
            PERFORM 2100-CONVERT-TO-BASE-CURRENCY
            PERFORM 2150-PRICE-FROM-MASTER
            EVALUATE TRUE
                WHEN PricedByContract
                    MOVE ZEROS TO LineDiscountPct
                WHEN PricedByQuote
                    MOVE QuotedDiscountPct TO LineDiscountPct
                WHEN OTHER
                    PERFORM 2175-SELECT-DISCOUNT-TIER
            END-EVALUATE
            COMPUTE LineDiscountAmount ROUNDED =
                    TranQuantity * EffectiveUnitPrice
                        * LineDiscountPct / 100
            END-IF
            PERFORM 2180-COMPUTE-LINE-TAX
            PERFORM 2045-BUFFER-DETAIL-LINE
            IF NOT LineBuffered
                PERFORM 2046-STAGE-CURRENT-LINE
                PERFORM 2049-POST-LINE-EFFECTS
            END-IF
            IF TranIsReturn
                SUBTRACT LineTotal FROM GrandTotal
                SUBTRACT LineTax   FROM GrandTaxTotal
                        " Qty " TranQuantity
                        " @ " TranUnitPrice " " TranCurrencyCode
                        " (priced " EffectiveUnitPrice " base)"
                        " Basis=" PriceBasisText
                        " Disc%=" LineDiscountPct
                        " Disc=" LineDiscountAmount
                        " Net=" LineTotal
            END-IF.

        2045-BUFFER-DETAIL-LINE.
            MOVE "N" TO LineBufferedSwitch
            IF PendingDetailCount < 100
                SET LineBuffered TO TRUE
                ADD 1 TO PendingDetailCount
                SET PendingIdx TO PendingDetailCount
                MOVE TranProductCode TO PendProductCode (PendingIdx)
                ELSE
                    MOVE "S" TO PendTypeCode (PendingIdx)
                END-IF
                MOVE LineTotal TO PendLineNet (PendingIdx)
                MOVE ConversionDate TO PendSaleDate (PendingIdx)
                MOVE ProductFoundSwitch
                    TO PendProductFound (PendingIdx)
                IF ProductFound
                    SET PendProductIdx (PendingIdx) TO ProductIdx
                ELSE
                    MOVE ZEROS TO PendProductIdx (PendingIdx)
                END-IF
                MOVE PricingTranRecord TO PendTranImage (PendingIdx)
                MOVE TranLocationCode TO PendLocationCode (PendingIdx)
                MOVE TranTaxCategory TO PendTaxCategory (PendingIdx)
                MOVE LineTaxPercent TO PendTaxPercent (PendingIdx)
                MOVE LineTaxTreatment
                    TO PendTaxTreatment (PendingIdx)
                MOVE ZEROS TO PendRmaIdx (PendingIdx)
                IF TranIsReturn
                    MOVE "N" TO RmaFoundSwitch
                    SET RmaIdx TO 1
                    PERFORM 2041-SEARCH-RMA-ENTRY
                        UNTIL RmaFound OR RmaIdx > RmaEntryCount
                    IF RmaFound
                        SET PendRmaIdx (PendingIdx) TO RmaIdx
                    END-IF
                END-IF
            ELSE
                DISPLAY "*** Detail buffer full - line for "
                        TranProductCode " not on INVDETL.DAT ***"
            END-IF.

        2046-STAGE-CURRENT-LINE.
            MOVE TranProductCode TO PostProductCode
            MOVE TranQuantity    TO PostQuantity
            IF TranIsReturn
                MOVE "R" TO PostTypeCode
            ELSE
                MOVE "S" TO PostTypeCode
            END-IF
            MOVE LineTotal       TO PostNetAmount
            MOVE LineTax         TO PostTaxAmount
            MOVE LineGross       TO PostGrossAmount
            MOVE ConversionDate  TO PostSaleDate
            MOVE TranCustomerId  TO PostCustomerId
            MOVE ProductFoundSwitch TO PostProductFound
            IF ProductFound
                SET PostProductIdx TO ProductIdx
            END-IF
            MOVE TranLocationCode TO PostLocationCode
            MOVE TranTaxCategory  TO PostTaxCategory
            MOVE LineTaxPercent   TO PostTaxPercent
            MOVE LineTaxTreatment TO PostTaxTreatment
            MOVE TranRmaNumber    TO PostRmaNumber
            MOVE ZEROS            TO PostInvoiceNo.

        2049-POST-LINE-EFFECTS.
            IF PostProductOnMaster
                SET ProductIdx TO PostProductIdx
                PERFORM 2047-APPLY-STOCK-MOVEMENT
            END-IF
            PERFORM 2048-POST-SALES-HISTORY
            IF PostIsReturn
                PERFORM 2194-POST-RETURN-HISTORY
            END-IF.

      *----------------------------------------------------------------
      * Stock movement per issued line: a sale draws the quantity
      * off the product's on-hand and the selling location's, a
      * return puts it back at the location that took it in. A sale
      * the location cannot cover has normally gone to backorder
      * before it gets here; one that still arrives short (the
      * backorder table was full) goes SHORT on the movement
      * register and the console - billed, but never silently.
      *----------------------------------------------------------------
        2047-APPLY-STOCK-MOVEMENT.
            ADD 1 TO StockMovementCount
            INITIALIZE StockMovementRecord
            MOVE PostProductCode TO MoveProductCode
            MOVE PostQuantity    TO MoveQuantity
            COMPUTE MovementCostValue ROUNDED =
                PostQuantity * TableUnitCost (ProductIdx)
            MOVE MovementCostValue TO MoveCostValue
            MOVE PostProductCode  TO LocSearchProductCode
            MOVE PostLocationCode TO LocSearchCode
            IF PostIsReturn
                MOVE "R" TO MoveTypeCode
                ADD PostQuantity TO TableOnHandQty (ProductIdx)
                SUBTRACT MovementCostValue FROM CostOfSalesTotal
                MOVE PostQuantity TO LocChangeQty
            ELSE
                MOVE "S" TO MoveTypeCode
                ADD MovementCostValue TO CostOfSalesTotal
                PERFORM 2330-GET-LOCATION-ON-HAND
                IF LocationOnHandQty < PostQuantity
                    ADD 1 TO ShortSaleCount
                    MOVE "SHORT" TO MoveShortFlag
                    DISPLAY "  *** STOCK SHORT ON " PostProductCode
                            " AT LOCATION " PostLocationCode
                            " - ON-HAND " LocationOnHandQty
                            " SALE " PostQuantity " ***"
                END-IF
                SUBTRACT PostQuantity
                    FROM TableOnHandQty (ProductIdx)
                COMPUTE LocChangeQty = 0 - PostQuantity
            END-IF
            PERFORM 2320-POST-LOCATION-CHANGE
            PERFORM 2325-SET-MOVEMENT-RESULT
            WRITE StockMovementRecord.

        2048-POST-SALES-HISTORY.
            ADD 1 TO SalesHistoryCount
            PERFORM 2049-SET-HISTORY-POSTING-DATE
            INITIALIZE SalesHistoryRecord
            MOVE LastHistoryPostingDate TO HistSaleDate
            MOVE PostProductCode TO HistProductCode
            MOVE PostCustomerId  TO HistCustomerId
            MOVE PostQuantity    TO HistQuantity
            MOVE PostTaxCategory  TO HistTaxCategory
            MOVE PostTaxPercent   TO HistTaxPercent
            MOVE PostTaxTreatment TO HistTaxTreatment
            IF PostIsReturn
                COMPUTE HistNetAmount   = 0 - PostNetAmount
                COMPUTE HistTaxAmount   = 0 - PostTaxAmount
                COMPUTE HistGrossAmount = 0 - PostGrossAmount
            ELSE
                MOVE PostNetAmount   TO HistNetAmount
                MOVE PostTaxAmount   TO HistTaxAmount
                MOVE PostGrossAmount TO HistGrossAmount
            END-IF
            WRITE SalesHistoryRecord.

      *----------------------------------------------------------------
      * A sale dated in a closed period is redated to the first day
      * of the next open period (the run's own posting date when the
      * period file has nothing later) and counted - the closed
      * period's history is never added to.
      *----------------------------------------------------------------
        2049-SET-HISTORY-POSTING-DATE.
            IF PostSaleDate NOT = LastPeriodCheckDate
                MOVE PostSaleDate TO LastPeriodCheckDate
                MOVE PostSaleDate TO PerCheckDate
                CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
                    PerCheckClosedFlag PerCheckPeriodId
                    PerCheckPostingDate
                IF PeriodClosed AND PerCheckPostingDate = ZEROS
                    MOVE RunPostingDate TO LastHistoryPostingDate
                ELSE
                    MOVE PerCheckPostingDate TO LastHistoryPostingDate
                END-IF
            END-IF
            IF LastHistoryPostingDate NOT = PostSaleDate
                ADD 1 TO HistoryRedatedCount
                DISPLAY "  Sale dated " PostSaleDate
                        " is in a closed period - history dated "
                        LastHistoryPostingDate
            END-IF.

      *----------------------------------------------------------------
      * Stock cover for a sale line: the on-hand at the selling
      * location less what this invoice's earlier lines from the
      * same location already want (they draw stock only when the
      * invoice closes). Stock elsewhere in the company does not
      * cover the sale. Whatever the line asks for beyond that goes
      * to backorder; a product off the master or inactive carries
      * no stock and is never backordered.
      *----------------------------------------------------------------
        2200-CHECK-STOCK-COVER.
            MOVE "N" TO ProductFoundSwitch
            SET ProductIdx TO 1
            PERFORM 2160-SEARCH-PRODUCT-ENTRY
                UNTIL ProductFound
                   OR ProductIdx > ProductEntryCount
            IF ProductFound
                AND TableProductStatus (ProductIdx) NOT = "I"
                MOVE TranProductCode TO LocSearchProductCode
                MOVE TranLocationCode TO LocSearchCode
                PERFORM 2330-GET-LOCATION-ON-HAND
                MOVE ZEROS TO PendingProductQty
                PERFORM 2205-ADD-PENDING-QTY
                    VARYING PendingIdx FROM 1 BY 1
                    UNTIL PendingIdx > PendingDetailCount
                COMPUTE AvailableQty =
                    LocationOnHandQty - PendingProductQty
                IF AvailableQty < ZERO
                    MOVE ZEROS TO AvailableQty
                END-IF
                IF TranQuantity > AvailableQty
                    PERFORM 2210-DIVERT-TO-BACKORDER
                END-IF
            END-IF.

        2205-ADD-PENDING-QTY.
            IF PendProductCode (PendingIdx) = TranProductCode
                AND PendTypeCode (PendingIdx) = "S"
                AND (PendLocationCode (PendingIdx) = TranLocationCode
                     OR NOT LocationStockInUse)
                ADD PendQuantity (PendingIdx) TO PendingProductQty
            END-IF.

        2210-DIVERT-TO-BACKORDER.
            IF BackorderEntryCount < 500
                COMPUTE ShortQty = TranQuantity - AvailableQty
                ADD 1 TO BackorderEntryCount
                SET BackorderIdx TO BackorderEntryCount
                MOVE TranCustomerId TO TableBoCustomerId (BackorderIdx)
                MOVE TranProductCode
                    TO TableBoProductCode (BackorderIdx)
                MOVE TranInvoiceRef TO TableBoInvoiceRef (BackorderIdx)
                IF TranDate NUMERIC
                    MOVE TranDate TO TableBoOrderDate (BackorderIdx)
                ELSE
                    MOVE RunDate TO TableBoOrderDate (BackorderIdx)
                END-IF
                MOVE ShortQty TO TableBoShortQty (BackorderIdx)
                MOVE ShortQty TO TableBoOpenQty (BackorderIdx)
                MOVE "O" TO TableBoStatus (BackorderIdx)
                MOVE ZEROS TO TableBoReleaseDate (BackorderIdx)
                MOVE PricingTranRecord
                    TO TableBoTranImage (BackorderIdx)
                MOVE TranLocationCode
                    TO TableBoLocationCode (BackorderIdx)
                MOVE ZEROS TO TableBoReleaseNow (BackorderIdx)
                MOVE "Y" TO TableBoBilledSwitch (BackorderIdx)
                SET BackordersChanged TO TRUE
                ADD 1 TO BackorderRaisedCount
                ADD ShortQty TO BackorderRaisedQty
                IF NOT CsvOutputMode
                    DISPLAY "  *** STOCK SHORT ON " TranProductCode
                            " - " ShortQty " OF " TranQuantity
                            " BACKORDERED FOR " TranCustomerId
                            " REF " TranInvoiceRef " ***"
                END-IF
                MOVE AvailableQty TO TranQuantity
                IF TranQuantity = ZERO
                    SET LineFullyBackordered TO TRUE
                END-IF
            ELSE
                DISPLAY "*** Backorder table full - " TranProductCode
                        " for " TranCustomerId " billed short ***"
            END-IF.

      *----------------------------------------------------------------
      * Location stock lookups, all on LocSearchProductCode and
      * LocSearchCode. A location with no entry for the product
      * holds none of it; an entry is only added when stock moves
      * there.
      *----------------------------------------------------------------
        2300-FIND-LOCATION-STOCK.
            MOVE "N" TO LocStockFoundSwitch
            SET LocStockIdx TO 1
            PERFORM 2305-SEARCH-LOCATION-STOCK
                UNTIL LocStockFound
                   OR LocStockIdx > LocStockEntryCount.

        2305-SEARCH-LOCATION-STOCK.
            IF TableLocProductCode (LocStockIdx) = LocSearchProductCode
                AND TableLocCode (LocStockIdx) = LocSearchCode
                SET LocStockFound TO TRUE
            ELSE
                SET LocStockIdx UP BY 1
            END-IF.

        2310-FIND-OR-ADD-LOCATION.
            PERFORM 2300-FIND-LOCATION-STOCK
            IF NOT LocStockFound
                IF LocStockEntryCount < 1000
                    ADD 1 TO LocStockEntryCount
                    SET LocStockIdx TO LocStockEntryCount
                    MOVE LocSearchProductCode
                        TO TableLocProductCode (LocStockIdx)
                    MOVE LocSearchCode TO TableLocCode (LocStockIdx)
                    MOVE ZEROS TO TableLocOnHandQty (LocStockIdx)
                    MOVE ZEROS TO TableLocReorderPoint (LocStockIdx)
                    SET LocStockFound TO TRUE
                ELSE
                    DISPLAY "*** Location-stock table full - "
                            LocSearchProductCode " at location "
                            LocSearchCode " not kept ***"
                END-IF
            END-IF.

      *    Moves LocChangeQty (signed) onto the location's stock.
        2320-POST-LOCATION-CHANGE.
            MOVE "N" TO LocStockFoundSwitch
            IF LocationStockInUse
                PERFORM 2310-FIND-OR-ADD-LOCATION
                IF LocStockFound
                    ADD LocChangeQty TO TableLocOnHandQty (LocStockIdx)
                END-IF
            END-IF.

      *    The movement's location and the quantity left there (the
      *    company on-hand when location stock is not in use).
        2325-SET-MOVEMENT-RESULT.
            MOVE LocSearchCode TO MoveLocationCode
            IF LocStockFound
                MOVE TableLocOnHandQty (LocStockIdx)
                    TO MoveResultingQty
            ELSE
                MOVE TableOnHandQty (ProductIdx) TO MoveResultingQty
            END-IF.

        2330-GET-LOCATION-ON-HAND.
            IF LocationStockInUse
                PERFORM 2300-FIND-LOCATION-STOCK
                IF LocStockFound
                    MOVE TableLocOnHandQty (LocStockIdx)
                        TO LocationOnHandQty
                ELSE
                    MOVE ZEROS TO LocationOnHandQty
                END-IF
            ELSE
                MOVE TableOnHandQty (ProductIdx) TO LocationOnHandQty
            END-IF.

        2100-CONVERT-TO-BASE-CURRENCY.
            MOVE "N" TO ExchRateFoundSwitch
            IF TranDate NUMERIC AND TranDate > ZEROS
      * hold file for review instead of the register. Held invoices
      * keep their assigned number (the sequence must never reuse a
      * number) but do not join the register totals or the exposure.
      * An invoice the credit desk released has been reviewed
      * against the limit already and is issued regardless. An
      * invoice whose every line went to backorder has nothing to
      * bill and takes no number.
      *----------------------------------------------------------------
        2060-CLOSE-INVOICE.
            IF InvoiceLineCount > ZERO
                PERFORM 2061-ISSUE-OR-HOLD-INVOICE
            END-IF
            MOVE ZEROS TO InvoiceLineCount
            MOVE ZEROS TO PendingDetailCount
            MOVE ZEROS TO InvoiceTotal
            MOVE ZEROS TO InvoiceTaxTotal.

        2061-ISSUE-OR-HOLD-INVOICE.
            ADD 1 TO LastInvoiceNumber
            MOVE LastInvoiceNumber TO AssignedInvoiceNo
            PERFORM 2062-FIND-CLOSING-CUSTOMER
            PERFORM 2066-CHECK-RELEASED-PAIR
            IF CustomerFound
                COMPUTE ProjectedExposure =
                    TableCustExposure (CustomerIdx) + InvoiceTotal
            IF CustomerFound
                AND ProjectedExposure
                    > TableCreditLimit (CustomerIdx)
                AND NOT ReleasedPair
                PERFORM 2068-HOLD-INVOICE-FOR-CREDIT
            ELSE
                IF ReleasedPair
                    ADD 1 TO ReleasedInvoiceCount
                END-IF
                ADD 1 TO InvoiceCount
                ADD InvoiceTotal TO RegisterControlTotal
                ADD InvoiceTaxTotal TO RegisterTaxTotal
                WRITE InvoiceRegisterRecord
                PERFORM 2080-FLUSH-DETAIL-BUFFER
                PERFORM 2069-REMEMBER-ISSUED-PAIR
            END-IF.

        2062-FIND-CLOSING-CUSTOMER.
            MOVE "N" TO CustomerFoundSwitch
                SET CustomerIdx UP BY 1
            END-IF.

        2066-CHECK-RELEASED-PAIR.
            MOVE "N" TO ReleasedPairSwitch
            PERFORM 2067-SEARCH-RELEASED-PAIR
                VARYING ReleasedIdx FROM 1 BY 1
                UNTIL ReleasedPair
                   OR ReleasedIdx > ReleasedHoldCount.

        2067-SEARCH-RELEASED-PAIR.
            IF TableRelCustomerId (ReleasedIdx) = CurrentCustomerId
                AND TableRelInvoiceRef (ReleasedIdx)
                    = CurrentInvoiceRef
                SET ReleasedPair TO TRUE
            END-IF.

        2068-HOLD-INVOICE-FOR-CREDIT.
            ADD 1 TO CreditHoldCount
            ADD InvoiceTotal TO CreditHoldTotal
            MOVE InvoiceTotal      TO HoldInvoiceTotal
            MOVE TableCreditLimit (CustomerIdx) TO HoldCreditLimit
            MOVE TableCustExposure (CustomerIdx) TO HoldRunExposure
            MOVE RunDate           TO HoldDate
            MOVE "H"               TO HoldStatus
            WRITE CreditHoldRecord
            PERFORM 2065-KEEP-HELD-LINE
                VARYING PendingIdx FROM 1 BY 1
                UNTIL PendingIdx > PendingDetailCount.

      *----------------------------------------------------------------
      * A held invoice is re-fed when the credit desk releases it, and
      * its return lines are validated against their RMAs again then,
      * so a return held here hands its quantity back to the RMA.
      *----------------------------------------------------------------
        2065-KEEP-HELD-LINE.
            INITIALIZE HeldLineRecord
            MOVE AssignedInvoiceNo TO HeldLineInvoiceNo
            MOVE PendTranImage (PendingIdx) TO HeldLineTranImage
            WRITE HeldLineRecord
            IF PendTypeCode (PendingIdx) = "R"
                AND PendRmaIdx (PendingIdx) > ZERO
                PERFORM 2063-RESTORE-HELD-RETURN
            END-IF.

        2063-RESTORE-HELD-RETURN.
            SET RmaIdx TO PendRmaIdx (PendingIdx)
            ADD PendQuantity (PendingIdx)
                TO TableRmaRemainingQty (RmaIdx)
            SUBTRACT PendQuantity (PendingIdx)
                FROM TableRmaReceivedQty (RmaIdx)
            IF TableRmaReceivedQty (RmaIdx) > ZERO
                MOVE "P" TO TableRmaStatus (RmaIdx)
            ELSE
                MOVE "O" TO TableRmaStatus (RmaIdx)
            END-IF
            SET RmaChanged TO TRUE.

        2069-REMEMBER-ISSUED-PAIR.
            IF InvRefHistoryCount < 500
            MOVE PendLineTax (PendingIdx)     TO DetailLineTax
            MOVE PendLineGross (PendingIdx)   TO DetailLineGross
            MOVE PendTypeCode (PendingIdx)    TO DetailTypeCode
            MOVE PendSaleDate (PendingIdx)    TO DetailSaleDate
            MOVE PendTaxCategory (PendingIdx) TO DetailTaxCategory
            MOVE PendTaxPercent (PendingIdx)  TO DetailTaxPercent
            MOVE PendTaxTreatment (PendingIdx) TO DetailTaxTreatment
            WRITE InvoiceDetailRecord
            WRITE DetailHistoryRecord FROM InvoiceDetailRecord
            ADD 1 TO DetailLinesWritten
            PERFORM 2087-STAGE-BUFFERED-LINE
            PERFORM 2049-POST-LINE-EFFECTS.

        2087-STAGE-BUFFERED-LINE.
            MOVE PendProductCode (PendingIdx) TO PostProductCode
            MOVE PendQuantity (PendingIdx)    TO PostQuantity
            MOVE PendTypeCode (PendingIdx)    TO PostTypeCode
            MOVE PendLineNet (PendingIdx)     TO PostNetAmount
            MOVE PendLineTax (PendingIdx)     TO PostTaxAmount
            MOVE PendLineGross (PendingIdx)   TO PostGrossAmount
            MOVE PendSaleDate (PendingIdx)    TO PostSaleDate
            MOVE CurrentCustomerId            TO PostCustomerId
            MOVE PendProductFound (PendingIdx) TO PostProductFound
            MOVE PendProductIdx (PendingIdx)  TO PostProductIdx
            MOVE PendLocationCode (PendingIdx) TO PostLocationCode
            MOVE PendTaxCategory (PendingIdx) TO PostTaxCategory
            MOVE PendTaxPercent (PendingIdx)  TO PostTaxPercent
            MOVE PendTaxTreatment (PendingIdx) TO PostTaxTreatment
            MOVE PendTranImage (PendingIdx) (46:8) TO PostRmaNumber
            MOVE AssignedInvoiceNo            TO PostInvoiceNo.

        2070-CLOSE-CUSTOMER.
            IF NOT CsvOutputMode
            MOVE TranCustomerId  TO ReturnCustomerId
            WRITE ReturnsRegisterRecord.

      *----------------------------------------------------------------
      * The returns history keeps every return the run posts, under
      * the same posting date as its sales-history line, with the RMA
      * it came back on so commission can be traced to the invoice
      * the goods were first billed on.
      *----------------------------------------------------------------
        2194-POST-RETURN-HISTORY.
            ADD 1 TO ReturnHistoryCount
            INITIALIZE ReturnHistoryRecord
            MOVE LastHistoryPostingDate TO RhPostingDate
            MOVE PostInvoiceNo   TO RhInvoiceNo
            MOVE PostCustomerId  TO RhCustomerId
            MOVE PostProductCode TO RhProductCode
            MOVE PostQuantity    TO RhQuantity
            MOVE PostGrossAmount TO RhCreditGross
            MOVE PostRmaNumber   TO RhRmaNumber
            WRITE ReturnHistoryRecord.

      *----------------------------------------------------------------
      * Quantity-break discount selection: among tiers whose
      * threshold the line quantity reaches, a product-specific tier
      * beats a global (blank product code) one, and within that the
      * highest qualifying threshold wins. Tiers are effective-dated:
      * of the rows for one product and threshold only the one in
      * effect on the line's date counts (newest effective date not
      * after it, the later row on a tie, as for exchange rates), and
      * a row at 0.00 that follows an earlier row for its key marks
      * the tier withdrawn from that date, so it is passed over.
      *----------------------------------------------------------------
        2175-SELECT-DISCOUNT-TIER.
            MOVE ZEROS TO LineDiscountPct
                UNTIL TierIdx > DiscountTierEntryCount.

        2176-CHECK-TIER-ENTRY.
            MOVE "N" TO TierSupersededSwitch
            MOVE "N" TO TierPredecessorSwitch
            IF TranQuantity >= TableTierThreshold (TierIdx)
                AND TableTierEffDate (TierIdx) <= ConversionDate
                PERFORM 2177-COMPARE-TIER-ROWS
                    VARYING TierCheckIdx FROM 1 BY 1
                    UNTIL TierCheckIdx > DiscountTierEntryCount
                       OR TierSuperseded
            ELSE
                SET TierSuperseded TO TRUE
            END-IF
            IF TableTierPct (TierIdx) = ZERO
                AND TierHasPredecessor
                SET TierSuperseded TO TRUE
            END-IF
            IF NOT TierSuperseded
                EVALUATE TRUE
                    WHEN TableTierProduct (TierIdx) = TranProductCode
                        IF NOT ProductTierMatched
                END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Another row for the same product and threshold supersedes
      * this one when it is also in effect on the line's date and
      * newer (or as new and later on the file); an older row makes
      * this one a successor, which is what lets 0.00 withdraw a tier.
      *----------------------------------------------------------------
        2177-COMPARE-TIER-ROWS.
            IF TierCheckIdx NOT = TierIdx
                AND TableTierProduct (TierCheckIdx)
                    = TableTierProduct (TierIdx)
                AND TableTierThreshold (TierCheckIdx)
                    = TableTierThreshold (TierIdx)
                AND TableTierEffDate (TierCheckIdx) <= ConversionDate
                EVALUATE TRUE
                    WHEN TableTierEffDate (TierCheckIdx)
                        > TableTierEffDate (TierIdx)
                        SET TierSuperseded TO TRUE
                    WHEN TableTierEffDate (TierCheckIdx)
                        < TableTierEffDate (TierIdx)
                        SET TierHasPredecessor TO TRUE
                    WHEN TierCheckIdx > TierIdx
                        SET TierSuperseded TO TRUE
                    WHEN OTHER
                        SET TierHasPredecessor TO TRUE
                END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Per-line tax, computed after the currency conversion and
      * master pricing. An unknown or blank tax category taxes at
        2180-COMPUTE-LINE-TAX.
            MOVE "N" TO TaxRateFoundSwitch
            MOVE ZEROS TO LineTaxPercent
            MOVE ZEROS TO BestTaxEffectiveDate
            PERFORM 2185-CHECK-TAX-RATE-ENTRY
                VARYING TaxRateIdx FROM 1 BY 1
                UNTIL TaxRateIdx > TaxRateEntryCount
            EVALUATE TRUE
                WHEN NOT TaxRateFound
                    MOVE "E" TO LineTaxTreatment
                WHEN LineTaxPercent = ZERO
                    MOVE "Z" TO LineTaxTreatment
                WHEN OTHER
                    MOVE "T" TO LineTaxTreatment
            END-EVALUATE
            COMPUTE LineTax ROUNDED =
                LineTotal * LineTaxPercent / 100
            COMPUTE LineGross = LineTotal + LineTax.

      *----------------------------------------------------------------
      * The category's rate in effect on the line's date: the row
      * with the newest effective date not after it.
      *----------------------------------------------------------------
        2185-CHECK-TAX-RATE-ENTRY.
            IF TableTaxCategory (TaxRateIdx) = TranTaxCategory
                AND TableTaxEffDate (TaxRateIdx) <= ConversionDate
                AND TableTaxEffDate (TaxRateIdx)
                    >= BestTaxEffectiveDate
                MOVE TableTaxEffDate (TaxRateIdx)
                    TO BestTaxEffectiveDate
                MOVE TableTaxPercent (TaxRateIdx) TO LineTaxPercent
                SET TaxRateFound TO TRUE
            END-IF.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
        2150-PRICE-FROM-MASTER.
            MOVE "N" TO ProductFoundSwitch
            MOVE "MASTER" TO PriceBasisText
            SET ProductIdx TO 1
            PERFORM 2160-SEARCH-PRODUCT-ENTRY
                UNTIL ProductFound
                    AND TableProductStatus (ProductIdx) = "I"
                    MOVE "N" TO ProductFoundSwitch
                    MOVE ConvertedUnitPrice TO EffectiveUnitPrice
                    MOVE "KEYED" TO PriceBasisText
                    MOVE TableDescription (ProductIdx)
                        TO CurrentLineDescription
                    MOVE "PRODUCT INACTIVE"
                        TO MismatchReasonText
                    PERFORM 2170-WRITE-PRICE-MISMATCH
                WHEN ProductFound
                    MOVE "N" TO QuotedPriceSwitch
                    IF TranIsQuotedSale
                        PERFORM 2157-FIND-QUOTED-PRICE
                    END-IF
                    IF QuotedPriceFound
                        MOVE "QUOTE" TO PriceBasisText
                        ADD 1 TO QuotedLineCount
                    ELSE
                        PERFORM 2155-FIND-CONTRACT-PRICE
                        IF ContractPriceFound
                            MOVE "CONTRACT" TO PriceBasisText
                            ADD 1 TO ContractLineCount
                        ELSE
                            MOVE ConversionDate TO PriceLookupDate
                            MOVE TranProductCode
                                TO PriceLookupProductCode
                            PERFORM 2165-FIND-DATED-PRICE
                            MOVE DatedUnitPrice TO EffectiveUnitPrice
                        END-IF
                    END-IF
                    MOVE TableDescription (ProductIdx)
                        TO CurrentLineDescription
                    IF ConvertedUnitPrice NOT = EffectiveUnitPrice
                    END-IF
                WHEN OTHER
                    MOVE ConvertedUnitPrice TO EffectiveUnitPrice
                    MOVE "KEYED" TO PriceBasisText
                    MOVE SPACES TO CurrentLineDescription
                    IF ProductEntryCount > ZERO
                        MOVE "NOT ON PRODUCT MASTER"
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * Contract price for the line's customer and product on the
      * line's date. Contracts for one customer and product never
      * overlap when kept through ContractMaint; should two cover the
      * date, the later-starting one wins (of equal starts, the one
      * later in the file).
      *----------------------------------------------------------------
        2155-FIND-CONTRACT-PRICE.
            MOVE "N" TO ContractPriceSwitch
            MOVE ZEROS TO ContractBestStartDate
            PERFORM 2156-CHECK-CONTRACT-ENTRY
                VARYING ContractIdx FROM 1 BY 1
                UNTIL ContractIdx > ContractEntryCount.

        2156-CHECK-CONTRACT-ENTRY.
            IF TableCtrCustomerId (ContractIdx) = TranCustomerId
                AND TableCtrProductCode (ContractIdx) = TranProductCode
                AND TableCtrStartDate (ContractIdx) <= ConversionDate
                AND TableCtrEndDate (ContractIdx) >= ConversionDate
                AND TableCtrStartDate (ContractIdx)
                    >= ContractBestStartDate
                MOVE TableCtrStartDate (ContractIdx)
                    TO ContractBestStartDate
                MOVE TableCtrUnitPrice (ContractIdx)
                    TO EffectiveUnitPrice
                SET ContractPriceFound TO TRUE
            END-IF.

      *----------------------------------------------------------------
      * A converted quote's line: the quoted price and discount for
      * the quote number, customer and product on the line. A line
      * whose quote is not found prices like any other sale.
      *----------------------------------------------------------------
        2157-FIND-QUOTED-PRICE.
            SET QuotedPriceIdx TO 1
            PERFORM 2158-SEARCH-QUOTED-PRICE
                UNTIL QuotedPriceFound
                   OR QuotedPriceIdx > QuotedPriceEntryCount.

        2158-SEARCH-QUOTED-PRICE.
            IF TableQpNumber (QuotedPriceIdx) = TranQuoteNumber
                AND TableQpCustomerId (QuotedPriceIdx) = TranCustomerId
                AND TableQpProductCode (QuotedPriceIdx)
                    = TranProductCode
                SET QuotedPriceFound TO TRUE
                MOVE TableQpUnitPrice (QuotedPriceIdx)
                    TO EffectiveUnitPrice
                MOVE TableQpDiscountPct (QuotedPriceIdx)
                    TO QuotedDiscountPct
            ELSE
                SET QuotedPriceIdx UP BY 1
            END-IF.

        2160-SEARCH-PRODUCT-ENTRY.
            IF TableProductCode (ProductIdx) = TranProductCode
                SET ProductFound TO TRUE
            MOVE ConvertedUnitPrice  TO MismatchTranPrice
            MOVE " "                 TO MismatchSpace2
            IF ProductFound
                MOVE EffectiveUnitPrice TO MismatchMasterPrice
            ELSE
                MOVE ZEROS TO MismatchMasterPrice
            END-IF
            MOVE " "                 TO MismatchSpace3
            WRITE PriceMismatchRecord.

      *----------------------------------------------------------------
      * Price in effect on PriceLookupDate for the product in
      * PriceLookupProductCode (ProductIdx set to its master entry):
      * the history record with the newest effective date not after
      * the date; failing that, the prior price on the product's
      * earliest record (the date is before any change on file);
      * failing that, the master price.
      *----------------------------------------------------------------
        2165-FIND-DATED-PRICE.
            MOVE "N" TO DatedPriceSwitch
            MOVE ZEROS TO DatedBestDate
            MOVE 99999999 TO DatedEarliestDate
            MOVE TableUnitPrice (ProductIdx) TO DatedUnitPrice
            PERFORM 2166-CHECK-PRICE-HISTORY
                VARYING PriceLookupIdx FROM 1 BY 1
                UNTIL PriceLookupIdx > PriceHistoryEntryCount.

        2166-CHECK-PRICE-HISTORY.
            IF TablePhProductCode (PriceLookupIdx)
                = PriceLookupProductCode
                IF TablePhEffectiveDate (PriceLookupIdx)
                    <= PriceLookupDate
                    IF TablePhEffectiveDate (PriceLookupIdx)
                        >= DatedBestDate
                        MOVE TablePhEffectiveDate (PriceLookupIdx)
                            TO DatedBestDate
                        MOVE TablePhUnitPrice (PriceLookupIdx)
                            TO DatedUnitPrice
                        SET DatedPriceFound TO TRUE
                    END-IF
                ELSE
                    IF NOT DatedPriceFound
                        AND TablePhEffectiveDate (PriceLookupIdx)
                            < DatedEarliestDate
                        MOVE TablePhEffectiveDate (PriceLookupIdx)
                            TO DatedEarliestDate
                        MOVE TablePhPriorPrice (PriceLookupIdx)
                            TO DatedUnitPrice
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * Effective-dated rate selection: of the rows for the wanted
      * currency, take the one with the newest effective date that
            MOVE LineDiscountPct      TO CsvDiscountPct
            MOVE ","                  TO CsvComma10
            MOVE LineDiscountAmount   TO CsvDiscountAmount
            MOVE ","                  TO CsvComma11
            MOVE PriceBasisText       TO CsvPriceBasis
            WRITE PricingCsvRecord.

        9000-TERMINATE.
            PERFORM 9600-REWRITE-PRODUCT-MASTER
            PERFORM 9700-APPEND-REF-HISTORY
            PERFORM 9800-REWRITE-RMA-FILE
            PERFORM 9850-REWRITE-VOID-REGISTER
            PERFORM 9870-REWRITE-RECEIPT-LOG
            PERFORM 9890-REWRITE-STOCK-COUNTS
            PERFORM 9900-REWRITE-BACKORDERS
            PERFORM 9920-REWRITE-LOCATION-STOCK
            PERFORM 9930-REWRITE-STOCK-TRANSFERS
            PERFORM 9940-REWRITE-PRICE-HISTORY
            DISPLAY "**************************************************"
            DISPLAY "Line items          = " LineItemCount
            DISPLAY "Invoices issued     = " InvoiceCount
            DISPLAY "Duplicate-ref rejects = "
                    DuplicateRefRejectCount
            DISPLAY "Return auth rejects = " ReturnRejectCount
            DISPLAY "RMAs expired        = " RmaExpiredCount
            DISPLAY "Currency rejects    = " CurrencyRejectCount
            DISPLAY "Invoices held       = " CreditHoldCount
                    " FOR " CreditHoldTotal
            DISPLAY "Released holds issued = " ReleasedInvoiceCount
            DISPLAY "Invoices voided     = " VoidedInvoiceCount
                    " FOR " VoidGrossTotal
            DISPLAY "Goods receipts posted = " ReceiptPostedCount
                    " QTY " ReceiptQuantityTotal
            DISPLAY "Goods receipt rejects = " ReceiptRejectCount
            DISPLAY "Stock counts posted = " CountPostedCount
                    " VALUE " StockAdjustTotal
            DISPLAY "Stock count rejects = " CountRejectCount
            DISPLAY "Cost of goods sold  = " CostOfSalesTotal
            DISPLAY "Backorders raised   = " BackorderRaisedCount
                    " QTY " BackorderRaisedQty
            DISPLAY "Backorders released = " BackorderReleasedCount
                    " QTY " BackorderReleasedQty
            DISPLAY "Stock transfers posted = " TransferPostedCount
            DISPLAY "Stock transfer rejects = " TransferRejectCount
            DISPLAY "Location stock aligned = " LocAlignedCount
            DISPLAY "Price changes applied = " PriceChangeAppliedCount
            DISPLAY "Contract-priced lines = " ContractLineCount
            DISPLAY "Quote-priced lines = " QuotedLineCount
            DISPLAY "History lines redated = " HistoryRedatedCount
            DISPLAY "**************************************************"
            IF LineItemCount = ZERO
                DISPLAY "NO TRANSACTIONS THIS RUN"
            CLOSE PriceMismatchFile
            CLOSE PricingRejectFile
            CLOSE CreditHoldFile
            CLOSE HeldLineFile
            CLOSE InvoiceDetailFile
            CLOSE DetailHistoryFile
            CLOSE SalesHistoryFile
            CLOSE ReturnHistoryFile
            IF InputFileAvailable
                CLOSE PricingTranFile
            END-IF
            MOVE RunDate   TO ReoHeaderRunDate
            MOVE RunTime   TO ReoHeaderRunTime
            WRITE ReorderHeaderRecord
            IF LocationStockInUse
                PERFORM 9520-CHECK-LOCATION-REORDER
                    VARYING LocStockIdx FROM 1 BY 1
                    UNTIL LocStockIdx > LocStockEntryCount
            ELSE
                PERFORM 9510-CHECK-REORDER-ENTRY
                    VARYING ProductIdx FROM 1 BY 1
                    UNTIL ProductIdx > ProductEntryCount
            END-IF
            INITIALIZE ReorderTrailerRecord
            MOVE "TRL" TO ReoTrailerRecordType
            MOVE ReorderLineCount TO ReoTrailerRecordCount
                    TO ReorderOnHandQty
                MOVE TableReorderPoint (ProductIdx)
                    TO ReorderPointQty
                MOVE WarehouseLocation TO ReorderLocationCode
                WRITE ReorderReportRecord
            END-IF.

      *    With location stock in use each location is reported on
      *    its own: the warehouse against the master's reorder point,
      *    a branch only once a reorder point has been set for it.
        9520-CHECK-LOCATION-REORDER.
            IF (TableLocCode (LocStockIdx) = WarehouseLocation
                OR TableLocReorderPoint (LocStockIdx) > ZERO)
                AND TableLocOnHandQty (LocStockIdx)
                    <= TableLocReorderPoint (LocStockIdx)
                MOVE "N" TO ProductFoundSwitch
                SET ProductIdx TO 1
                PERFORM 9525-SEARCH-LOCATION-PRODUCT
                    UNTIL ProductFound
                        OR ProductIdx > ProductEntryCount
                IF ProductFound
                    AND TableProductStatus (ProductIdx) NOT = "I"
                    ADD 1 TO ReorderLineCount
                    INITIALIZE ReorderReportRecord
                    MOVE TableProductCode (ProductIdx)
                        TO ReorderProductCode
                    MOVE TableDescription (ProductIdx)
                        TO ReorderDescription
                    MOVE TableLocOnHandQty (LocStockIdx)
                        TO ReorderOnHandQty
                    MOVE TableLocReorderPoint (LocStockIdx)
                        TO ReorderPointQty
                    MOVE TableLocCode (LocStockIdx)
                        TO ReorderLocationCode
                    WRITE ReorderReportRecord
                END-IF
            END-IF.

        9525-SEARCH-LOCATION-PRODUCT.
            IF TableProductCode (ProductIdx)
                = TableLocProductCode (LocStockIdx)
                SET ProductFound TO TRUE
            ELSE
                SET ProductIdx UP BY 1
            END-IF.

      *----------------------------------------------------------------
      * The night's stock movements go back onto the master. Never
      * rewrite from an overflowed table (the unloaded records
            END-IF
            MOVE TableReorderPoint (ProductIdx)
                TO ProdMasterReorderPoint
            MOVE TableSupplierId (ProductIdx) TO ProdMasterSupplierId
            MOVE TableOrderMultiple (ProductIdx)
                TO ProdMasterOrderMultiple (1:5)
            MOVE TableUnitCost (ProductIdx) TO ProdMasterUnitCost
            WRITE ProductMasterRecord.

        9700-APPEND-REF-HISTORY.
            IF RmaChanged
                IF RmaTableOverflowed
                    DISPLAY "*** RMA file has more records than the "
                            "table holds - receipts NOT written "
                            "back ***"
                ELSE
                    OPEN OUTPUT RmaFile
            MOVE TableRmaNumber (RmaIdx)      TO RmaNumber
            MOVE TableRmaCustomerId (RmaIdx)  TO RmaCustomerId
            MOVE TableRmaProductCode (RmaIdx) TO RmaProductCode
            MOVE TableRmaAuthorizedQty (RmaIdx) TO RmaAuthorizedQty
            MOVE TableRmaOrigRef (RmaIdx)     TO RmaOrigInvoiceRef
            MOVE TableRmaReceivedQty (RmaIdx) TO RmaReceivedQty
            MOVE TableRmaStatus (RmaIdx)      TO RmaStatus
            MOVE TableRmaIssueDate (RmaIdx)   TO RmaIssueDate
            MOVE TableRmaIssuedBy (RmaIdx)    TO RmaIssuedBy
            WRITE RmaRecord.

        9850-REWRITE-VOID-REGISTER.
            IF VoidsPosted
                OPEN OUTPUT VoidRegisterFile
                PERFORM 9860-WRITE-VOID-ENTRY
                    VARYING VoidRegIdx FROM 1 BY 1
                    UNTIL VoidRegIdx > VoidRegEntryCount
                CLOSE VoidRegisterFile
            END-IF.

        9860-WRITE-VOID-ENTRY.
            MOVE TableVoidRecord (VoidRegIdx) TO VoidRegisterRecord
            MOVE TableVoidStatus (VoidRegIdx) TO VoidStatus
            MOVE TableVoidPostedDate (VoidRegIdx) TO VoidPostedDate
            WRITE VoidRegisterRecord.

        9870-REWRITE-RECEIPT-LOG.
            IF ReceiptsPosted
                OPEN OUTPUT GoodsReceiptFile
                PERFORM 9880-WRITE-RECEIPT-ENTRY
                    VARYING ReceiptIdx FROM 1 BY 1
                    UNTIL ReceiptIdx > ReceiptEntryCount
                CLOSE GoodsReceiptFile
            END-IF.

        9880-WRITE-RECEIPT-ENTRY.
            MOVE TableRcvRecord (ReceiptIdx) TO GoodsReceiptRecord
            MOVE TableRcvStatus (ReceiptIdx) TO RcvStatus
            MOVE TableRcvPostedDate (ReceiptIdx) TO RcvPostedDate
            WRITE GoodsReceiptRecord.

        9890-REWRITE-STOCK-COUNTS.
            IF CountsPosted
                OPEN OUTPUT StockCountFile
                PERFORM 9895-WRITE-STOCK-COUNT-ENTRY
                    VARYING StockCountIdx FROM 1 BY 1
                    UNTIL StockCountIdx > StockCountEntryCount
                CLOSE StockCountFile
            END-IF.

        9895-WRITE-STOCK-COUNT-ENTRY.
            MOVE TableCntRecord (StockCountIdx) TO StockCountRecord
            MOVE TableCntStatus (StockCountIdx) TO CntStatus
            MOVE TableCntPostedDate (StockCountIdx) TO CntPostedDate
            WRITE StockCountRecord.

      *----------------------------------------------------------------
      * Open backorders and those released tonight go back; one
      * released in full on an earlier night is dropped.
      *----------------------------------------------------------------
        9900-REWRITE-BACKORDERS.
            IF BackordersChanged
                AND NOT BackorderTableOverflowed
                OPEN OUTPUT BackorderFile
                PERFORM 9910-WRITE-BACKORDER-ENTRY
                    VARYING BackorderIdx FROM 1 BY 1
                    UNTIL BackorderIdx > BackorderEntryCount
                CLOSE BackorderFile
            END-IF.

        9910-WRITE-BACKORDER-ENTRY.
            IF TableBoOpen (BackorderIdx)
                OR TableBoReleaseDate (BackorderIdx) = RunDate
                INITIALIZE BackorderRecord
                MOVE TableBoCustomerId (BackorderIdx)  TO BoCustomerId
                MOVE TableBoProductCode (BackorderIdx) TO BoProductCode
                MOVE TableBoInvoiceRef (BackorderIdx)  TO BoInvoiceRef
                MOVE TableBoOrderDate (BackorderIdx)   TO BoOrderDate
                MOVE TableBoShortQty (BackorderIdx)    TO BoShortQty
                MOVE TableBoOpenQty (BackorderIdx)     TO BoOpenQty
                MOVE TableBoStatus (BackorderIdx)      TO BoStatus
                MOVE TableBoReleaseDate (BackorderIdx) TO BoReleaseDate
                MOVE TableBoTranImage (BackorderIdx)   TO BoTranImage
                WRITE BackorderRecord
            END-IF.

      *----------------------------------------------------------------
      * Location stock goes back only when it was in use this run
      * (loaded in full and kept in step with the master); a
      * location the run drove negative is clamped at zero on file
      * as the master is.
      *----------------------------------------------------------------
        9920-REWRITE-LOCATION-STOCK.
            IF LocationStockInUse
                OPEN OUTPUT LocationStockFile
                PERFORM 9925-WRITE-LOCATION-ENTRY
                    VARYING LocStockIdx FROM 1 BY 1
                    UNTIL LocStockIdx > LocStockEntryCount
                CLOSE LocationStockFile
            END-IF.

        9925-WRITE-LOCATION-ENTRY.
            INITIALIZE LocationStockRecord
            MOVE TableLocProductCode (LocStockIdx) TO LocProductCode
            MOVE TableLocCode (LocStockIdx)        TO LocLocationCode
            IF TableLocOnHandQty (LocStockIdx) < ZERO
                MOVE ZEROS TO LocOnHandQty
            ELSE
                MOVE TableLocOnHandQty (LocStockIdx) TO LocOnHandQty
            END-IF
            MOVE TableLocReorderPoint (LocStockIdx) TO LocReorderPoint
            WRITE LocationStockRecord.

        9930-REWRITE-STOCK-TRANSFERS.
            IF TransfersPosted
                OPEN OUTPUT StockTransferFile
                PERFORM 9935-WRITE-TRANSFER-ENTRY
                    VARYING TransferIdx FROM 1 BY 1
                    UNTIL TransferIdx > TransferEntryCount
                CLOSE StockTransferFile
            END-IF.

        9935-WRITE-TRANSFER-ENTRY.
            MOVE TableXfrRecord (TransferIdx) TO StockTransferRecord
            MOVE TableXfrStatus (TransferIdx) TO XfrStatus
            MOVE TableXfrPostedDate (TransferIdx) TO XfrPostedDate
            MOVE TableXfrRejectReason (TransferIdx) TO XfrRejectReason
            WRITE StockTransferRecord.

        9940-REWRITE-PRICE-HISTORY.
            IF PriceHistoryChanged
                OPEN OUTPUT PriceHistoryFile
                PERFORM 9945-WRITE-PRICE-HISTORY-ENTRY
                    VARYING PriceHistIdx FROM 1 BY 1
                    UNTIL PriceHistIdx > PriceHistoryEntryCount
                CLOSE PriceHistoryFile
            END-IF.

        9945-WRITE-PRICE-HISTORY-ENTRY.
            MOVE TablePhRecord (PriceHistIdx) TO PriceHistoryRecord
            MOVE TablePhStatus (PriceHistIdx) TO PhStatus
            MOVE TablePhAppliedDate (PriceHistIdx) TO PhAppliedDate
            WRITE PriceHistoryRecord.

        9100-REWRITE-INVOICE-CONTROL.
            OPEN OUTPUT InvoiceControlFile
            MOVE LastInvoiceNumber TO ControlLastInvoiceNo
            MOVE ReturnCreditTotal    TO TotReturnCredit
            MOVE GrandGrossTotal      TO TotGrossGrand
            MOVE CreditHoldTotal      TO TotCreditHold
            MOVE VoidGrossTotal       TO TotVoidGross
            MOVE VoidTaxTotal         TO TotVoidTax
            MOVE StockAdjustTotal     TO TotStockAdjust
            MOVE CostOfSalesTotal     TO TotCostOfSales
            WRITE PricingTotalsRecord
            CLOSE PricingTotalsFile.

