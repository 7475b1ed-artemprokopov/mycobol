      *          way the nightly run will (master price, quantity-
      *          break discount tier, tax category) and shows it for
      *          acceptance, then appends the finished transaction
      *          in the 55-byte PricingTranRecord layout so it flows
      *          through the normal nightly pricing run - priced in
      *          the base currency with today's date and a sale type
      *          code. Every accepted order is logged through
      *                   TRAINING in AUDITLOG - practicing on the
      *                   production masters once locked a real
      *                   operator ID.
      *   07/09/2026 AP - Customer master layout now comes from
      *                   CUSTMSTR.cpy (record grew 73 -> 75 bytes), and
      *                   an order for a customer inactivated in
      *                   CustMaint is refused at the customer prompt.
      *   17/09/2026 AP - Product master layout now comes from
      *                   PRODMSTR.cpy (record grew 54 -> 67 bytes for
      *                   the preferred supplier and order multiple).
      *   21/09/2026 AP - Product master record widened to 76 bytes for
      *                   the unit cost.
      *   25/09/2026 AP - Asks once per session for the selling location
      *                   - the main warehouse (00, the default) or an
      *                   open branch, checked through LOCCHECK - and
      *                   writes it on every order line (PRICETRN record
      *                   55 bytes), so the pricing run takes the stock
      *                   from that location.
      *   28/09/2026 AP - Offers each product at the price in effect
      *                   today on the price history (PRICEHST.DAT), so
      *                   a price that takes effect today is quoted
      *                   before the pricing run has put it on the
      *                   master.
      *   28/09/2026 AP - A customer with a contract price
      *                   (CONTRACT.DAT) running today is quoted and
      *                   billed at it, with no quantity-break discount,
      *                   and the line shows its basis - CONTRACT or
      *                   MASTER - before it is accepted.
      *   29/09/2026 AP - Asks once per session for the mode - orders,
      *                   quotations or converting a quote. A quotation
      *                   prices its lines the way an order line is
      *                   priced, takes the next number from
      *                   QUOTECTL.DAT, holds its prices for the
      *                   SHOPPARM QUOTEVAL days (default 30), is filed
      *                   line by line on QUOTE.DAT and printed to
      *                   QUOTEPRT.DAT. Converting an open, unlapsed
      *                   quote writes its lines to PRICETRN.DAT at the
      *                   quoted prices with type code Q and the quote
      *                   number in the RMA-number field, and marks the
      *                   quote converted. Quotation and conversion
      *                   sessions hold the QUOTE run lock; training
      *                   mode redirects the three quotation files to
      *                   TEST copies.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      *   11/10/2026 AP - Tax rates and discount tiers are effective-
      *                   dated (TAXRATE.cpy, DISCTIER.cpy); a line is
      *                   priced with the rate and tiers in effect
      *                   today, by the pricing run's rule.
      *   15/10/2026 AP - The session is now AUTHCHK-gated on ORDENTRY,
      *                   like the credit desk, so the grant that the
      *                   segregation-of-duties rules and the quarterly
      *                   recertification govern is the one that lets
      *                   an operator key orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TaxRateFile ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxRateFileStatus.
           SELECT PriceHistoryFile ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHistoryFileStatus.
           SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.
           SELECT PricingTranFile
               ASSIGN TO DYNAMIC PricingTranFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PricingTranFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT QuoteFile
               ASSIGN TO DYNAMIC QuoteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuoteFileStatus.
           SELECT QuoteControlFile
               ASSIGN TO DYNAMIC QuoteControlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuoteControlFileStatus.
           SELECT QuotePrintFile
               ASSIGN TO DYNAMIC QuotePrintFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuotePrintFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  PriceHistoryFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PRICEHST.cpy".
       FD  ContractFile
           RECORD CONTAINS 60 CHARACTERS.
           COPY "CONTRACT.cpy".
       FD  DiscountTierFile
           RECORD CONTAINS 26 CHARACTERS.
           COPY "DISCTIER.cpy".
       FD  TaxRateFile
           RECORD CONTAINS 15 CHARACTERS.
           COPY "TAXRATE.cpy".
       FD  PricingTranFile
           RECORD CONTAINS 55 CHARACTERS.
       01 PricingTranRecord.
           02 TranQuantity             PIC 9(5).
           02 TranUnitPrice            PIC 9(5)V999.
           02 TranTaxCategory          PIC X.
           02 TranTypeCode             PIC X.
           02 TranRmaNumber            PIC X(8).
           02 TranQuoteRef REDEFINES TranRmaNumber.
               03 TranQuoteNumber      PIC 9(6).
               03 FILLER               PIC XX.
           02 TranLocationCode         PIC 99.
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  QuoteFile
           RECORD CONTAINS 104 CHARACTERS.
           COPY "QUOTE.cpy".
       FD  QuoteControlFile
           RECORD CONTAINS 6 CHARACTERS.
       01 QuoteControlRecord.
           02 ControlLastQuoteNo       PIC 9(6).
       FD  QuotePrintFile
           RECORD CONTAINS 80 CHARACTERS.
       01 QuotePrintRecord.
           02 PrintLineText            PIC X(80).
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
           88 DiscountTierFileOK   VALUE "00".
       01 TaxRateFileStatus        PIC XX.
           88 TaxRateFileOK        VALUE "00".
       01 PriceHistoryFileStatus   PIC XX.
           88 PriceHistoryFileOK   VALUE "00".
       01 PriceHistoryEndSwitch    PIC X VALUE "N".
           88 EndOfPriceHistory    VALUE "Y".
       01 ContractFileStatus       PIC XX.
           88 ContractFileOK       VALUE "00".
       01 ContractEndSwitch        PIC X VALUE "N".
           88 EndOfContracts       VALUE "Y".
       01 PricingTranFileStatus    PIC XX.
           88 PricingTranFileOK    VALUE "00".
           88 PricingTranFileNew   VALUE "35".
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableCustStatus   PIC X.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
               03 TableDescription  PIC X(20).
               03 TableUnitPrice    PIC 9(5)V999.
               03 TableStatus       PIC X.
               03 TablePriceDate    PIC 9(8).
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 DiscountTierTable.
           02 DiscountTierEntry OCCURS 99 TIMES
               INDEXED BY TierIdx TierCheckIdx.
               03 TableTierProduct  PIC X(6).
               03 TableTierThreshold PIC 9(5).
               03 TableTierPct      PIC 99V99.
               03 TableTierEffDate  PIC 9(8).
       01 DiscountTierEntryCount   PIC 99 VALUE ZEROS.
       01 TierMatchSwitch          PIC X VALUE "N".
           88 ProductTierMatched   VALUE "Y".
       01 BestTierThreshold        PIC 9(5) VALUE ZEROS.
       01 TierSupersededSwitch     PIC X VALUE "N".
           88 TierSuperseded       VALUE "Y".
       01 TierPredecessorSwitch    PIC X VALUE "N".
           88 TierHasPredecessor   VALUE "Y".
       01 TaxRateTable.
           02 TaxRateEntry OCCURS 50 TIMES
               INDEXED BY TaxRateIdx.
               03 TableTaxCategory  PIC X.
               03 TableTaxPercent   PIC 99V99.
               03 TableTaxEffDate   PIC 9(8).
       01 TaxRateEntryCount        PIC 99 VALUE ZEROS.
       01 TaxRateFoundSwitch       PIC X.
           88 TaxRateFound         VALUE "Y".
       01 BestTaxEffectiveDate     PIC 9(8) VALUE ZEROS.
       01 ContractTable.
           02 ContractEntry OCCURS 500 TIMES
               INDEXED BY ContractIdx.
               03 TableCtrCustomerId PIC X(6).
               03 TableCtrProductCode PIC X(6).
               03 TableCtrUnitPrice PIC 9(5)V999.
               03 TableCtrStartDate PIC 9(8).
       01 ContractEntryCount       PIC 9(3) VALUE ZEROS.
       01 ContractBestStartDate    PIC 9(8).
       01 PriceBasisText           PIC X(8).
           88 PricedByContract     VALUE "CONTRACT".
       01 LineUnitPrice            PIC 9(5)V999 VALUE ZEROS.
       01 EntryDoneSwitch          PIC X VALUE "N".
           88 EntryDone            VALUE "Y".
       01 EnteredCustomerId        PIC X(6).
       01 EnteredTaxCategory       PIC X.
       01 EnteredInvoiceRef        PIC X(6).
       01 ConfirmReply             PIC X.
       01 EnteredLocationText      PIC XX.
       01 SellingLocation          PIC 99 VALUE ZEROS.
       01 LocationSelectedSwitch   PIC X VALUE "N".
           88 LocationSelected     VALUE "Y".
       01 LocCheckFoundFlag        PIC X.
           88 LocationKnown        VALUE "Y".
       01 LocCheckActiveFlag       PIC X.
           88 LocationActive       VALUE "Y".
       01 LocCheckName             PIC X(15).
       01 LineDiscountPct          PIC 99V99 VALUE ZEROS.
       01 LineDiscountAmount       PIC 9(7)V99 VALUE ZEROS.
       01 LineNetAmount            PIC 9(7)V99 VALUE ZEROS.
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "ORDENTRY".
       01 AuthCheckResult          PIC X.
           88 EntryAuthorized      VALUE "Y".
       01 AuditFieldName           PIC X(15) VALUE "ORDER-ACCEPTED".
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode               PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 PricingTranFileName      PIC X(12)
           VALUE "PRICETRN.DAT".
      *----------------------------------------------------------------
      * Session mode: counter orders, written quotations, or the
      * conversion of a quotation into order lines. Quotation and
      * conversion sessions hold the QUOTE run lock, so one quote
      * number is never issued twice and a quote is never converted
      * twice.
      *----------------------------------------------------------------
       01 EntryModeCode            PIC X.
           88 EntryModeOrder       VALUE "O".
           88 EntryModeQuote       VALUE "Q".
           88 EntryModeConvert     VALUE "C".
       01 ModeSelectedSwitch       PIC X VALUE "N".
           88 ModeSelected         VALUE "Y".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "QUOTE".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 QuoteLockSwitch          PIC X VALUE "N".
           88 QuoteLockHeld        VALUE "Y".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 QuoteFileStatus          PIC XX.
           88 QuoteFileOK          VALUE "00".
           88 QuoteFileNew         VALUE "35".
       01 QuoteEndSwitch           PIC X VALUE "N".
           88 EndOfQuoteFile       VALUE "Y".
       01 QuoteControlFileStatus   PIC XX.
           88 QuoteControlFileOK   VALUE "00".
       01 QuotePrintFileStatus     PIC XX.
           88 QuotePrintFileNew    VALUE "35".
       01 QuoteFileName            PIC X(12)
           VALUE "QUOTE.DAT".
       01 QuoteControlFileName     PIC X(12)
           VALUE "QUOTECTL.DAT".
       01 QuotePrintFileName       PIC X(12)
           VALUE "QUOTEPRT.DAT".
       01 QuoteValidDays           PIC 9(3) VALUE 030.
       01 LastQuoteNumber          PIC 9(6) VALUE ZEROS.
       01 QuoteValidUntilDate      PIC 9(8).
       01 DateWork.
           02 WorkYear             PIC 9(4).
           02 WorkMonth            PIC 99.
           02 WorkDay              PIC 99.
       01 DayNumber                PIC 9(7).
       01 DayOfYear                PIC 9(3).
      *    Lines of the quotation being keyed, priced as they go.
       01 QuoteLineTable.
           02 QuoteLineEntry OCCURS 20 TIMES
               INDEXED BY QuoteLineIdx.
               03 QlProductCode     PIC X(6).
               03 QlDescription     PIC X(20).
               03 QlQuantity        PIC 9(5).
               03 QlUnitPrice       PIC 9(5)V999.
               03 QlDiscountPct     PIC 99V99.
               03 QlDiscountAmount  PIC 9(7)V99.
               03 QlNetAmount       PIC 9(7)V99.
               03 QlTaxCategory     PIC X.
               03 QlTaxAmount       PIC 9(7)V99.
               03 QlGrossAmount     PIC 9(8)V99.
               03 QlPriceBasis      PIC X(8).
       01 QuoteLineCount           PIC 99 VALUE ZEROS.
       01 QuoteLinesDoneSwitch     PIC X VALUE "N".
           88 QuoteLinesDone       VALUE "Y".
       01 QuoteNetTotal            PIC 9(8)V99.
       01 QuoteTaxTotal            PIC 9(8)V99.
       01 QuoteGrossTotal          PIC 9(9)V99.
       01 AmountDisplay            PIC -(8)9.99.
       01 PriceDisplay             PIC ZZZZ9.999.
      *    The quotation file, held whole for a conversion session.
       01 QuoteTable.
           02 QuoteEntry OCCURS 1000 TIMES
               INDEXED BY QuoteIdx QuoteHeadIdx.
               03 TableQtNumber       PIC 9(6).
               03 TableQtLineNo       PIC 99.
               03 TableQtCustomerId   PIC X(6).
               03 TableQtProductCode  PIC X(6).
               03 TableQtQuantity     PIC 9(5).
               03 TableQtUnitPrice    PIC 9(5)V999.
               03 TableQtDiscountPct  PIC 99V99.
               03 TableQtLineNet      PIC 9(7)V99.
               03 TableQtTaxCategory  PIC X.
               03 TableQtPriceBasis   PIC X(8).
               03 TableQtDate         PIC 9(8).
               03 TableQtValidUntil   PIC 9(8).
               03 TableQtOperatorId   PIC X(10).
               03 TableQtStatus       PIC X.
                   88 TableQtConverted VALUE "C".
               03 TableQtConvertedDate PIC 9(8).
       01 QuoteEntryCount          PIC 9(4) VALUE ZEROS.
       01 QuoteOverflowSwitch      PIC X VALUE "N".
           88 QuoteTableOverflowed VALUE "Y".
       01 QuoteChangedSwitch       PIC X VALUE "N".
           88 QuoteFileChanged     VALUE "Y".
       01 EnteredQuoteText         PIC X(6).
       01 EnteredQuoteNumber       PIC 9(6).
       01 QuoteLinesFoundCount     PIC 99.
       01 QuotesIssuedCount        PIC 9(5) VALUE ZEROS.
       01 QuotesConvertedCount     PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTTRAN.DAT" TO PricingTranFileName
               MOVE "TESTQUOT.DAT" TO QuoteFileName
               MOVE "TESTQCTL.DAT" TO QuoteControlFileName
               MOVE "TESTQPRT.DAT" TO QuotePrintFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING OperatorId AuditProgramName
                   AuthCheckResult
               IF NOT EntryAuthorized
                   DISPLAY "*** You are not authorized to enter "
                           "orders ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               PERFORM 1500-SELECT-SELLING-LOCATION
                   UNTIL LocationSelected
               PERFORM 1600-SELECT-ENTRY-MODE
                   UNTIL ModeSelected
               IF CustomerEntryCount > ZERO
                   AND ProductEntryCount > ZERO
                   EVALUATE TRUE
                       WHEN EntryModeQuote
                           PERFORM 3000-ENTER-ONE-QUOTE
                               UNTIL EntryDone
                       WHEN EntryModeConvert
                           PERFORM 4000-CONVERT-ONE-QUOTE
                               UNTIL EntryDone
                       WHEN OTHER
                           PERFORM 2000-ENTER-ONE-ORDER
                               UNTIL EntryDone
                   END-EVALUATE
               ELSE
                   DISPLAY "*** Customer or product master not "
                           "available - order entry closed ***"
           PERFORM 1200-LOAD-PRODUCT-MASTER
           PERFORM 1300-LOAD-DISCOUNT-TIERS
           PERFORM 1400-LOAD-TAX-RATES
           PERFORM 1450-APPLY-PRICE-HISTORY
           PERFORM 1490-LOAD-CONTRACTS
      *    New orders append behind whatever the feed already
      *    delivered - never truncate the production transactions.
           OPEN EXTEND PricingTranFile
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
               MOVE CustMasterStatus
                   TO TableCustStatus (CustomerEntryCount)
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
                   TO TableUnitPrice (ProductEntryCount)
               MOVE ProdMasterStatus
                   TO TableStatus (ProductEntryCount)
               MOVE ZEROS TO TablePriceDate (ProductEntryCount)
           ELSE
               DISPLAY "*** Product table full - record for "
                       ProdMasterCode " not loaded ***"
           END-READ.

       1320-STORE-TIER-RECORD.
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
           END-IF
           PERFORM 1310-READ-TIER-RECORD.

           END-READ.

       1420-STORE-TAX-RATE-RECORD.
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
           END-IF
           PERFORM 1410-READ-TAX-RATE-RECORD.

      *----------------------------------------------------------------
      * A price that took effect today may not be on the master yet
      * (the pricing run applies it tonight), so each product is
      * offered at the price in effect today on the price history -
      * the record with the newest effective date not after today,
      * as the pricing run will pick it.
      *----------------------------------------------------------------
       1450-APPLY-PRICE-HISTORY.
           OPEN INPUT PriceHistoryFile
           IF PriceHistoryFileOK
               PERFORM 1460-READ-PRICE-HISTORY
               PERFORM 1470-CHECK-PRICE-HISTORY
                   UNTIL EndOfPriceHistory
               CLOSE PriceHistoryFile
           END-IF.

       1460-READ-PRICE-HISTORY.
           READ PriceHistoryFile
               AT END SET EndOfPriceHistory TO TRUE
           END-READ.

       1470-CHECK-PRICE-HISTORY.
           IF PhEffectiveDate NUMERIC
               AND PhUnitPrice NUMERIC
               AND PhEffectiveDate <= RunDate
               MOVE "N" TO ProductFoundSwitch
               SET ProductIdx TO 1
               PERFORM 1480-SEARCH-HISTORY-PRODUCT
                   UNTIL ProductFound
                      OR ProductIdx > ProductEntryCount
               IF ProductFound
                   AND PhEffectiveDate >= TablePriceDate (ProductIdx)
                   MOVE PhEffectiveDate TO TablePriceDate (ProductIdx)
                   MOVE PhUnitPrice TO TableUnitPrice (ProductIdx)
               END-IF
           END-IF
           PERFORM 1460-READ-PRICE-HISTORY.

       1480-SEARCH-HISTORY-PRODUCT.
           IF TableProductCode (ProductIdx) = PhProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Only contracts still running today matter at the counter.
      *----------------------------------------------------------------
       1490-LOAD-CONTRACTS.
           OPEN INPUT ContractFile
           IF ContractFileOK
               PERFORM 1491-READ-CONTRACT
               PERFORM 1492-STORE-CONTRACT
                   UNTIL EndOfContracts
               CLOSE ContractFile
           END-IF.

       1491-READ-CONTRACT.
           READ ContractFile
               AT END SET EndOfContracts TO TRUE
           END-READ.

       1492-STORE-CONTRACT.
           IF CtrUnitPrice NUMERIC
               AND CtrStartDate NUMERIC
               AND CtrEndDate NUMERIC
               AND CtrStartDate <= RunDate
               AND CtrEndDate >= RunDate
               IF ContractEntryCount < 500
                   ADD 1 TO ContractEntryCount
                   SET ContractIdx TO ContractEntryCount
                   MOVE CtrCustomerId
                       TO TableCtrCustomerId (ContractIdx)
                   MOVE CtrProductCode
                       TO TableCtrProductCode (ContractIdx)
                   MOVE CtrUnitPrice TO TableCtrUnitPrice (ContractIdx)
                   MOVE CtrStartDate TO TableCtrStartDate (ContractIdx)
               ELSE
                   DISPLAY "*** Contract table full - contract "
                           CtrCustomerId " " CtrProductCode
                           " not loaded ***"
               END-IF
           END-IF
           PERFORM 1491-READ-CONTRACT.

      *----------------------------------------------------------------
      * The counter sells from one stock location for the whole
      * session - the main warehouse (00) or an open branch - and
      * every order line is written with it, so the pricing run
      * draws the stock from that location.
      *----------------------------------------------------------------
       1500-SELECT-SELLING-LOCATION.
           DISPLAY "Selling location (blank = 00 main warehouse) - "
                   WITH NO ADVANCING
           ACCEPT EnteredLocationText
           IF EnteredLocationText = SPACES
               MOVE "00" TO EnteredLocationText
           END-IF
           IF EnteredLocationText NOT NUMERIC
               DISPLAY "*** Location must be two digits ***"
           ELSE
               MOVE EnteredLocationText TO SellingLocation
               CALL "LOCCHECK" USING SellingLocation
                   LocCheckFoundFlag LocCheckActiveFlag LocCheckName
               EVALUATE TRUE
                   WHEN NOT LocationKnown
                       DISPLAY "*** Location not on file ***"
                   WHEN NOT LocationActive
                       DISPLAY "*** Location is closed ***"
                   WHEN OTHER
                       DISPLAY "Selling from: " SellingLocation " "
                               LocCheckName
                       SET LocationSelected TO TRUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Quotation and conversion sessions take the QUOTE run lock for
      * the whole session; if another counter holds it the operator
      * is asked again and can still take orders.
      *----------------------------------------------------------------
       1600-SELECT-ENTRY-MODE.
           DISPLAY "Mode - (O)rders (Q)uotations (C)onvert a quote "
                   "(blank = O) - " WITH NO ADVANCING
           ACCEPT EntryModeCode
           IF EntryModeCode = SPACE
               MOVE "O" TO EntryModeCode
           END-IF
           EVALUATE TRUE
               WHEN EntryModeOrder
                   SET ModeSelected TO TRUE
               WHEN EntryModeQuote
               WHEN EntryModeConvert
                   MOVE "A" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       AuditProgramName LockResult
                   IF LockGranted
                       SET QuoteLockHeld TO TRUE
                       PERFORM 1650-PREPARE-QUOTE-SESSION
                   ELSE
                       DISPLAY "*** Quotations are in use at another "
                               "counter - try again later ***"
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Mode must be O, Q or C ***"
           END-EVALUATE.

       1650-PREPARE-QUOTE-SESSION.
           IF EntryModeQuote
               PERFORM 1700-LOAD-QUOTE-PARM
               PERFORM 1750-READ-QUOTE-CONTROL
               SET ModeSelected TO TRUE
           ELSE
               PERFORM 1800-LOAD-QUOTE-FILE
               IF QuoteTableOverflowed
                   DISPLAY "*** Quotation file has more lines than "
                           "the table holds - conversion not "
                           "available ***"
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       AuditProgramName LockResult
                   MOVE "N" TO QuoteLockSwitch
               ELSE
                   SET ModeSelected TO TRUE
               END-IF
           END-IF.

       1700-LOAD-QUOTE-PARM.
           MOVE 030 TO QuoteValidDays
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1710-READ-PARM-RECORD
               PERFORM 1720-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1710-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1720-APPLY-PARM-RECORD.
           IF ParmProgramId = "QUOTEVAL"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO QuoteValidDays
           END-IF
           PERFORM 1710-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * Quote-number control: the last number issued, as RMACTL.DAT
      * carries the RMA number. A missing control file starts from
      * zero. It is rewritten as each quote is issued.
      *----------------------------------------------------------------
       1750-READ-QUOTE-CONTROL.
           MOVE ZEROS TO LastQuoteNumber
           OPEN INPUT QuoteControlFile
           IF QuoteControlFileOK
               READ QuoteControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastQuoteNo NUMERIC
                           MOVE ControlLastQuoteNo TO LastQuoteNumber
                       END-IF
               END-READ
               CLOSE QuoteControlFile
           END-IF.

       1800-LOAD-QUOTE-FILE.
           MOVE ZEROS TO QuoteEntryCount
           MOVE "N" TO QuoteEndSwitch
           OPEN INPUT QuoteFile
           IF QuoteFileOK
               PERFORM 1810-READ-QUOTE-RECORD
               PERFORM 1820-STORE-QUOTE-RECORD
                   UNTIL EndOfQuoteFile
               CLOSE QuoteFile
           END-IF.

       1810-READ-QUOTE-RECORD.
           READ QuoteFile
               AT END SET EndOfQuoteFile TO TRUE
           END-READ.

       1820-STORE-QUOTE-RECORD.
           IF QuoteEntryCount < 1000
               ADD 1 TO QuoteEntryCount
               SET QuoteIdx TO QuoteEntryCount
               MOVE QuoteNumber        TO TableQtNumber (QuoteIdx)
               MOVE QuoteLineNo        TO TableQtLineNo (QuoteIdx)
               MOVE QuoteCustomerId    TO TableQtCustomerId (QuoteIdx)
               MOVE QuoteProductCode   TO TableQtProductCode (QuoteIdx)
               MOVE QuoteQuantity      TO TableQtQuantity (QuoteIdx)
               MOVE QuoteUnitPrice     TO TableQtUnitPrice (QuoteIdx)
               MOVE QuoteDiscountPct   TO TableQtDiscountPct (QuoteIdx)
               MOVE QuoteLineNet       TO TableQtLineNet (QuoteIdx)
               MOVE QuoteTaxCategory   TO TableQtTaxCategory (QuoteIdx)
               MOVE QuotePriceBasis    TO TableQtPriceBasis (QuoteIdx)
               MOVE QuoteDate          TO TableQtDate (QuoteIdx)
               MOVE QuoteValidUntil    TO TableQtValidUntil (QuoteIdx)
               MOVE QuoteOperatorId    TO TableQtOperatorId (QuoteIdx)
               MOVE QuoteStatus        TO TableQtStatus (QuoteIdx)
               MOVE QuoteConvertedDate
                   TO TableQtConvertedDate (QuoteIdx)
           ELSE
               SET QuoteTableOverflowed TO TRUE
           END-IF
           PERFORM 1810-READ-QUOTE-RECORD.

       2000-ENTER-ONE-ORDER.
           DISPLAY "Customer ID (blank = quit) - "
                   WITH NO ADVANCING
               SET EntryDone TO TRUE
           ELSE
               PERFORM 2100-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT CustomerFound
                       DISPLAY "*** Customer not on master ***"
                   WHEN TableCustStatus (CustomerIdx) = "I"
                       DISPLAY "*** Customer is inactive ***"
                   WHEN OTHER
                       DISPLAY "Customer: "
                               TableCustomerName (CustomerIdx)
                       PERFORM 2200-ENTER-ORDER-LINE
               END-EVALUATE
           END-IF.

       2100-FIND-CUSTOMER.

      *----------------------------------------------------------------
      * The line is priced exactly the way the nightly run will
      * price it: the customer's contract price when a contract
      * covers today (no discount tier on top), otherwise the master
      * price and the best qualifying discount tier (product-
      * specific beats global, highest threshold wins); then the tax
      * category's percentage on the discounted net. Rates and tiers
      * are taken as in effect today, the order's date.
      *----------------------------------------------------------------
       2400-PRICE-THE-LINE.
           MOVE ZEROS TO LineDiscountPct
           MOVE "MASTER" TO PriceBasisText
           MOVE TableUnitPrice (ProductIdx) TO LineUnitPrice
           MOVE ZEROS TO ContractBestStartDate
           PERFORM 2430-CHECK-CONTRACT-ENTRY
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractEntryCount
           IF NOT PricedByContract
               MOVE ZEROS TO BestTierThreshold
               MOVE "N" TO TierMatchSwitch
               PERFORM 2410-CHECK-TIER-ENTRY
                   VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > DiscountTierEntryCount
           END-IF
           COMPUTE LineDiscountAmount ROUNDED =
               EnteredQuantity * LineUnitPrice
                   * LineDiscountPct / 100
           COMPUTE LineNetAmount ROUNDED =
               EnteredQuantity * LineUnitPrice
                   - LineDiscountAmount
           MOVE ZEROS TO LineTaxPercent
           MOVE "N" TO TaxRateFoundSwitch
           MOVE ZEROS TO BestTaxEffectiveDate
           PERFORM 2420-CHECK-TAX-RATE-ENTRY
               VARYING TaxRateIdx FROM 1 BY 1
               UNTIL TaxRateIdx > TaxRateEntryCount
           COMPUTE LineTaxAmount ROUNDED =
               LineNetAmount * LineTaxPercent / 100
           COMPUTE LineGrossAmount =
               LineNetAmount + LineTaxAmount.

      *----------------------------------------------------------------
      * Only the row in effect today for its product and threshold
      * counts, and a 0.00 row following an earlier one withdraws
      * the tier - the pricing run's 2176/2177 rule.
      *----------------------------------------------------------------
       2410-CHECK-TIER-ENTRY.
           MOVE "N" TO TierSupersededSwitch
           MOVE "N" TO TierPredecessorSwitch
           IF EnteredQuantity >= TableTierThreshold (TierIdx)
               AND TableTierEffDate (TierIdx) <= RunDate
               PERFORM 2415-COMPARE-TIER-ROWS
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
                   WHEN TableTierProduct (TierIdx)
                       = EnteredProductCode
               END-EVALUATE
           END-IF.

       2415-COMPARE-TIER-ROWS.
           IF TierCheckIdx NOT = TierIdx
               AND TableTierProduct (TierCheckIdx)
                   = TableTierProduct (TierIdx)
               AND TableTierThreshold (TierCheckIdx)
                   = TableTierThreshold (TierIdx)
               AND TableTierEffDate (TierCheckIdx) <= RunDate
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

       2420-CHECK-TAX-RATE-ENTRY.
           IF TableTaxCategory (TaxRateIdx) = EnteredTaxCategory
               AND TableTaxEffDate (TaxRateIdx) <= RunDate
               AND TableTaxEffDate (TaxRateIdx)
                   >= BestTaxEffectiveDate
               MOVE TableTaxEffDate (TaxRateIdx)
                   TO BestTaxEffectiveDate
               MOVE TableTaxPercent (TaxRateIdx) TO LineTaxPercent
               SET TaxRateFound TO TRUE
           END-IF.

       2430-CHECK-CONTRACT-ENTRY.
           IF TableCtrCustomerId (ContractIdx) = EnteredCustomerId
               AND TableCtrProductCode (ContractIdx)
                   = EnteredProductCode
               AND TableCtrStartDate (ContractIdx)
                   >= ContractBestStartDate
               MOVE TableCtrStartDate (ContractIdx)
                   TO ContractBestStartDate
               MOVE TableCtrUnitPrice (ContractIdx) TO LineUnitPrice
               MOVE "CONTRACT" TO PriceBasisText
           END-IF.

       2450-SHOW-PRICED-LINE.
           DISPLAY "Qty " EnteredQuantity
                   " @ " LineUnitPrice
                   " Basis=" PriceBasisText
                   " Disc%=" LineDiscountPct
                   " Disc=" LineDiscountAmount
                   " Net=" LineNetAmount
                   " Tax=" LineTaxAmount
                   " Gross=" LineGrossAmount.

       2500-SHOW-AND-CONFIRM.
           PERFORM 2450-SHOW-PRICED-LINE
           DISPLAY "Accept this line (Y/N)? - " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF ConfirmReply = "Y" OR ConfirmReply = "y"
       2600-WRITE-ORDER-TRANSACTION.
           INITIALIZE PricingTranRecord
           MOVE EnteredQuantity TO TranQuantity
           MOVE LineUnitPrice TO TranUnitPrice
           MOVE SPACES TO TranCurrencyCode
           MOVE RunDate TO TranDate
           MOVE EnteredProductCode TO TranProductCode
           MOVE EnteredTaxCategory TO TranTaxCategory
           MOVE "S" TO TranTypeCode
           MOVE SPACES TO TranRmaNumber
           MOVE SellingLocation TO TranLocationCode
           WRITE PricingTranRecord
           ADD 1 TO OrdersWrittenCount
           MOVE "ORDER-ACCEPTED" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredCustomerId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               AuditFieldName AuditValueEntered
           DISPLAY "Order line written for the nightly run".

      *----------------------------------------------------------------
      * Quotation mode: the customer, then the lines one at a time,
      * each priced exactly as an order line would be today. A blank
      * product closes the quote; the quote is issued under the next
      * quote number with its valid-until date, filed on the
      * quotation file and printed for the customer.
      *----------------------------------------------------------------
       3000-ENTER-ONE-QUOTE.
           DISPLAY "Customer ID for the quote (blank = quit) - "
                   WITH NO ADVANCING
           ACCEPT EnteredCustomerId
           IF EnteredCustomerId = SPACES
               SET EntryDone TO TRUE
           ELSE
               PERFORM 2100-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT CustomerFound
                       DISPLAY "*** Customer not on master ***"
                   WHEN TableCustStatus (CustomerIdx) = "I"
                       DISPLAY "*** Customer is inactive ***"
                   WHEN OTHER
                       DISPLAY "Customer: "
                               TableCustomerName (CustomerIdx)
                       MOVE ZEROS TO QuoteLineCount
                       MOVE "N" TO QuoteLinesDoneSwitch
                       PERFORM 3100-ENTER-QUOTE-LINE
                           UNTIL QuoteLinesDone
                       IF QuoteLineCount > ZERO
                           PERFORM 3500-ISSUE-QUOTE
                       ELSE
                           DISPLAY "No lines quoted - nothing issued"
                       END-IF
               END-EVALUATE
           END-IF.

       3100-ENTER-QUOTE-LINE.
           DISPLAY "Product code (blank = end of quote) - "
                   WITH NO ADVANCING
           ACCEPT EnteredProductCode
           IF EnteredProductCode = SPACES
               SET QuoteLinesDone TO TRUE
           ELSE
               PERFORM 2210-FIND-PRODUCT
               EVALUATE TRUE
                   WHEN NOT ProductFound
                       DISPLAY "*** Product not on master ***"
                   WHEN TableStatus (ProductIdx) = "I"
                       DISPLAY "*** Product is deactivated ***"
                   WHEN OTHER
                       DISPLAY "Product: "
                               TableDescription (ProductIdx)
                               " at " TableUnitPrice (ProductIdx)
                       PERFORM 3200-ENTER-QUOTE-QUANTITY
               END-EVALUATE
           END-IF.

       3200-ENTER-QUOTE-QUANTITY.
           DISPLAY "Quantity - " WITH NO ADVANCING
           ACCEPT EnteredQuantityText
           IF EnteredQuantityText NOT NUMERIC
               OR EnteredQuantityText = ZEROS
               DISPLAY "*** Quantity must be numeric and above "
                       "zero ***"
           ELSE
               MOVE EnteredQuantityText TO EnteredQuantity
               DISPLAY "Tax category - " WITH NO ADVANCING
               ACCEPT EnteredTaxCategory
               PERFORM 2400-PRICE-THE-LINE
               PERFORM 2450-SHOW-PRICED-LINE
               DISPLAY "Add to the quote (Y/N)? - " WITH NO ADVANCING
               ACCEPT ConfirmReply
               IF ConfirmReply = "Y" OR ConfirmReply = "y"
                   PERFORM 3300-ADD-QUOTE-LINE
               ELSE
                   DISPLAY "Line left off the quote"
               END-IF
           END-IF.

       3300-ADD-QUOTE-LINE.
           ADD 1 TO QuoteLineCount
           SET QuoteLineIdx TO QuoteLineCount
           MOVE EnteredProductCode TO QlProductCode (QuoteLineIdx)
           MOVE TableDescription (ProductIdx)
               TO QlDescription (QuoteLineIdx)
           MOVE EnteredQuantity TO QlQuantity (QuoteLineIdx)
           MOVE LineUnitPrice TO QlUnitPrice (QuoteLineIdx)
           MOVE LineDiscountPct TO QlDiscountPct (QuoteLineIdx)
           MOVE LineDiscountAmount TO QlDiscountAmount (QuoteLineIdx)
           MOVE LineNetAmount TO QlNetAmount (QuoteLineIdx)
           MOVE EnteredTaxCategory TO QlTaxCategory (QuoteLineIdx)
           MOVE LineTaxAmount TO QlTaxAmount (QuoteLineIdx)
           MOVE LineGrossAmount TO QlGrossAmount (QuoteLineIdx)
           MOVE PriceBasisText TO QlPriceBasis (QuoteLineIdx)
           IF QuoteLineCount = 20
               DISPLAY "Quote is full at 20 lines"
               SET QuoteLinesDone TO TRUE
           END-IF.

       3500-ISSUE-QUOTE.
           ADD 1 TO LastQuoteNumber
           PERFORM 3510-COMPUTE-VALID-UNTIL
           OPEN EXTEND QuoteFile
           IF QuoteFileNew
               OPEN OUTPUT QuoteFile
           END-IF
           PERFORM 3520-WRITE-QUOTE-LINE
               VARYING QuoteLineIdx FROM 1 BY 1
               UNTIL QuoteLineIdx > QuoteLineCount
           CLOSE QuoteFile
           OPEN OUTPUT QuoteControlFile
           MOVE LastQuoteNumber TO ControlLastQuoteNo
           WRITE QuoteControlRecord
           CLOSE QuoteControlFile
           PERFORM 3600-PRINT-QUOTE
           ADD 1 TO QuotesIssuedCount
           MOVE "QUOTE-ISSUED" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING "Q" DELIMITED BY SIZE
                  LastQuoteNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredCustomerId DELIMITED BY SIZE
                  " LINES " DELIMITED BY SIZE
                  QuoteLineCount DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           DISPLAY "Quote " LastQuoteNumber " issued - prices held "
                   "until " QuoteValidUntilDate.

      *----------------------------------------------------------------
      * Today plus the QUOTEVAL days on the 30/360 day count the rest
      * of the shop uses (as PoGen dates a purchase order's expected
      * delivery); a day past the end of February is pulled back to
      * the 28th so the date prints as a real one.
      *----------------------------------------------------------------
       3510-COMPUTE-VALID-UNTIL.
           MOVE RunDate TO DateWork
           COMPUTE DayNumber = WorkYear * 360
               + (WorkMonth - 1) * 30 + WorkDay
               + QuoteValidDays
           COMPUTE WorkYear = (DayNumber - 1) / 360
           COMPUTE DayOfYear = DayNumber - (WorkYear * 360)
           COMPUTE WorkMonth = (DayOfYear - 1) / 30 + 1
           COMPUTE WorkDay = DayOfYear - ((WorkMonth - 1) * 30)
           IF WorkMonth = 2 AND WorkDay > 28
               MOVE 28 TO WorkDay
           END-IF
           MOVE DateWork TO QuoteValidUntilDate.

       3520-WRITE-QUOTE-LINE.
           INITIALIZE QuoteRecord
           MOVE LastQuoteNumber TO QuoteNumber
           SET QuoteLineNo TO QuoteLineIdx
           MOVE EnteredCustomerId TO QuoteCustomerId
           MOVE QlProductCode (QuoteLineIdx) TO QuoteProductCode
           MOVE QlQuantity (QuoteLineIdx) TO QuoteQuantity
           MOVE QlUnitPrice (QuoteLineIdx) TO QuoteUnitPrice
           MOVE QlDiscountPct (QuoteLineIdx) TO QuoteDiscountPct
           MOVE QlNetAmount (QuoteLineIdx) TO QuoteLineNet
           MOVE QlTaxCategory (QuoteLineIdx) TO QuoteTaxCategory
           MOVE QlPriceBasis (QuoteLineIdx) TO QuotePriceBasis
           MOVE RunDate TO QuoteDate
           MOVE QuoteValidUntilDate TO QuoteValidUntil
           MOVE OperatorId TO QuoteOperatorId
           MOVE "O" TO QuoteStatus
           MOVE ZEROS TO QuoteConvertedDate
           WRITE QuoteRecord.

      *----------------------------------------------------------------
      * The printed quote, laid out like the invoice print so the
      * customer sees the same columns on the quote and the bill.
      *----------------------------------------------------------------
       3600-PRINT-QUOTE.
           MOVE ZEROS TO QuoteNetTotal
           MOVE ZEROS TO QuoteTaxTotal
           MOVE ZEROS TO QuoteGrossTotal
           OPEN EXTEND QuotePrintFile
           IF QuotePrintFileNew
               OPEN OUTPUT QuotePrintFile
           END-IF
           MOVE ALL "=" TO PrintLineText
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           STRING "QUOTATION " DELIMITED BY SIZE
                  LastQuoteNumber DELIMITED BY SIZE
                  "    DATE " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  "    VALID UNTIL " DELIMITED BY SIZE
                  QuoteValidUntilDate DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           STRING "FOR: " DELIMITED BY SIZE
                  TableCustomerName (CustomerIdx) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  EnteredCustomerId DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           WRITE QuotePrintRecord
           MOVE "PRODUCT DESCRIPTION           QTY   PRICE"
               TO PrintLineText (1:42)
           MOVE "DISCOUNT          TAX        GROSS"
               TO PrintLineText (47:34)
           WRITE QuotePrintRecord
           PERFORM 3610-PRINT-QUOTE-LINE
               VARYING QuoteLineIdx FROM 1 BY 1
               UNTIL QuoteLineIdx > QuoteLineCount
           MOVE SPACES TO PrintLineText
           MOVE QuoteNetTotal TO AmountDisplay
           STRING "NET TOTAL   = " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           MOVE QuoteTaxTotal TO AmountDisplay
           STRING "TAX TOTAL   = " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           MOVE QuoteGrossTotal TO AmountDisplay
           STRING "GROSS TOTAL = " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           STRING "PRICES HELD UNTIL " DELIMITED BY SIZE
                  QuoteValidUntilDate DELIMITED BY SIZE
                  " - QUOTED BY " DELIMITED BY SIZE
                  OperatorId DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           WRITE QuotePrintRecord
           MOVE SPACES TO PrintLineText
           WRITE QuotePrintRecord
           CLOSE QuotePrintFile.

       3610-PRINT-QUOTE-LINE.
           ADD QlNetAmount (QuoteLineIdx) TO QuoteNetTotal
           ADD QlTaxAmount (QuoteLineIdx) TO QuoteTaxTotal
           ADD QlGrossAmount (QuoteLineIdx) TO QuoteGrossTotal
           MOVE SPACES TO PrintLineText
           MOVE QlProductCode (QuoteLineIdx) TO PrintLineText (1:6)
           MOVE QlDescription (QuoteLineIdx) TO PrintLineText (9:20)
           MOVE QlQuantity (QuoteLineIdx) TO PrintLineText (31:5)
           MOVE QlUnitPrice (QuoteLineIdx) TO PriceDisplay
           MOVE PriceDisplay TO PrintLineText (37:9)
           MOVE QlDiscountAmount (QuoteLineIdx) TO AmountDisplay
           MOVE AmountDisplay TO PrintLineText (45:12)
           MOVE QlTaxAmount (QuoteLineIdx) TO AmountDisplay
           MOVE AmountDisplay TO PrintLineText (57:12)
           MOVE QlGrossAmount (QuoteLineIdx) TO AmountDisplay
           MOVE AmountDisplay TO PrintLineText (69:12)
           WRITE QuotePrintRecord.

      *----------------------------------------------------------------
      * Conversion mode: a quote still open and not past its valid-
      * until date, for a customer still active, becomes order lines
      * at the quoted prices. Each line is written with type Q and
      * the quote number where a return carries its RMA number, so
      * the pricing run bills it at the quoted price.
      *----------------------------------------------------------------
       4000-CONVERT-ONE-QUOTE.
           DISPLAY "Quote number (blank = quit) - " WITH NO ADVANCING
           ACCEPT EnteredQuoteText
           IF EnteredQuoteText = SPACES
               SET EntryDone TO TRUE
           ELSE
               IF EnteredQuoteText NOT NUMERIC
                   DISPLAY "*** Quote number is six digits ***"
               ELSE
                   MOVE EnteredQuoteText TO EnteredQuoteNumber
                   PERFORM 4100-FIND-QUOTE-LINES
                   PERFORM 4200-CHECK-QUOTE
               END-IF
           END-IF.

       4100-FIND-QUOTE-LINES.
           MOVE ZEROS TO QuoteLinesFoundCount
           PERFORM 4110-CHECK-QUOTE-ENTRY
               VARYING QuoteIdx FROM 1 BY 1
               UNTIL QuoteIdx > QuoteEntryCount.

       4110-CHECK-QUOTE-ENTRY.
           IF TableQtNumber (QuoteIdx) = EnteredQuoteNumber
               IF QuoteLinesFoundCount = ZERO
                   SET QuoteHeadIdx TO QuoteIdx
               END-IF
               ADD 1 TO QuoteLinesFoundCount
           END-IF.

       4200-CHECK-QUOTE.
           IF QuoteLinesFoundCount > ZERO
               MOVE TableQtCustomerId (QuoteHeadIdx)
                   TO EnteredCustomerId
               PERFORM 2100-FIND-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN QuoteLinesFoundCount = ZERO
                   DISPLAY "*** Quote not on file ***"
               WHEN TableQtConverted (QuoteHeadIdx)
                   DISPLAY "*** Quote already converted on "
                           TableQtConvertedDate (QuoteHeadIdx) " ***"
               WHEN TableQtValidUntil (QuoteHeadIdx) < RunDate
                   DISPLAY "*** Quote lapsed - prices were held "
                           "until " TableQtValidUntil (QuoteHeadIdx)
                           " ***"
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer " EnteredCustomerId
                           " no longer on master ***"
               WHEN TableCustStatus (CustomerIdx) = "I"
                   DISPLAY "*** Customer " EnteredCustomerId
                           " is inactive ***"
               WHEN OTHER
                   PERFORM 4300-SHOW-AND-CONVERT
           END-EVALUATE.

       4300-SHOW-AND-CONVERT.
           DISPLAY "Quote " EnteredQuoteNumber " of "
                   TableQtDate (QuoteHeadIdx) " for "
                   TableCustomerName (CustomerIdx)
                   " - valid until " TableQtValidUntil (QuoteHeadIdx)
           PERFORM 4310-SHOW-QUOTE-LINE
               VARYING QuoteIdx FROM 1 BY 1
               UNTIL QuoteIdx > QuoteEntryCount
           DISPLAY "Invoice reference - " WITH NO ADVANCING
           ACCEPT EnteredInvoiceRef
           DISPLAY "Convert to an order (Y/N)? - " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF ConfirmReply = "Y" OR ConfirmReply = "y"
               PERFORM 4400-WRITE-CONVERTED-LINE
                   VARYING QuoteIdx FROM 1 BY 1
                   UNTIL QuoteIdx > QuoteEntryCount
               SET QuoteFileChanged TO TRUE
               ADD 1 TO QuotesConvertedCount
               MOVE "QUOTE-CONVERTED" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING "Q" DELIMITED BY SIZE
                      EnteredQuoteNumber DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EnteredCustomerId DELIMITED BY SIZE
                      " REF " DELIMITED BY SIZE
                      EnteredInvoiceRef DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               CALL "AUDITLOG" USING OperatorId AuditProgramName
                   AuditFieldName AuditValueEntered
               DISPLAY "Quote converted - order lines written for "
                       "the nightly run"
           ELSE
               DISPLAY "Quote left open"
           END-IF.

       4310-SHOW-QUOTE-LINE.
           IF TableQtNumber (QuoteIdx) = EnteredQuoteNumber
               DISPLAY "  " TableQtProductCode (QuoteIdx)
                       " Qty " TableQtQuantity (QuoteIdx)
                       " @ " TableQtUnitPrice (QuoteIdx)
                       " Disc%=" TableQtDiscountPct (QuoteIdx)
                       " Net=" TableQtLineNet (QuoteIdx)
                       " Basis=" TableQtPriceBasis (QuoteIdx)
           END-IF.

       4400-WRITE-CONVERTED-LINE.
           IF TableQtNumber (QuoteIdx) = EnteredQuoteNumber
               INITIALIZE PricingTranRecord
               MOVE TableQtQuantity (QuoteIdx) TO TranQuantity
               MOVE TableQtUnitPrice (QuoteIdx) TO TranUnitPrice
               MOVE SPACES TO TranCurrencyCode
               MOVE RunDate TO TranDate
               MOVE TableQtProductCode (QuoteIdx) TO TranProductCode
               MOVE TableQtCustomerId (QuoteIdx) TO TranCustomerId
               MOVE EnteredInvoiceRef TO TranInvoiceRef
               MOVE TableQtTaxCategory (QuoteIdx) TO TranTaxCategory
               MOVE "Q" TO TranTypeCode
               MOVE SPACES TO TranRmaNumber
               MOVE EnteredQuoteNumber TO TranQuoteNumber
               MOVE SellingLocation TO TranLocationCode
               WRITE PricingTranRecord
               ADD 1 TO OrdersWrittenCount
               MOVE "C" TO TableQtStatus (QuoteIdx)
               MOVE RunDate TO TableQtConvertedDate (QuoteIdx)
           END-IF.

      *----------------------------------------------------------------
      * The quotation file is rewritten from the table at the end of
      * a conversion session; the session was refused at the start
      * if the table could not hold the whole file.
      *----------------------------------------------------------------
       8000-REWRITE-QUOTE-FILE.
           OPEN OUTPUT QuoteFile
           PERFORM 8100-WRITE-QUOTE-ENTRY
               VARYING QuoteIdx FROM 1 BY 1
               UNTIL QuoteIdx > QuoteEntryCount
           CLOSE QuoteFile.

       8100-WRITE-QUOTE-ENTRY.
           INITIALIZE QuoteRecord
           MOVE TableQtNumber (QuoteIdx)        TO QuoteNumber
           MOVE TableQtLineNo (QuoteIdx)        TO QuoteLineNo
           MOVE TableQtCustomerId (QuoteIdx)    TO QuoteCustomerId
           MOVE TableQtProductCode (QuoteIdx)   TO QuoteProductCode
           MOVE TableQtQuantity (QuoteIdx)      TO QuoteQuantity
           MOVE TableQtUnitPrice (QuoteIdx)     TO QuoteUnitPrice
           MOVE TableQtDiscountPct (QuoteIdx)   TO QuoteDiscountPct
           MOVE TableQtLineNet (QuoteIdx)       TO QuoteLineNet
           MOVE TableQtTaxCategory (QuoteIdx)   TO QuoteTaxCategory
           MOVE TableQtPriceBasis (QuoteIdx)    TO QuotePriceBasis
           MOVE TableQtDate (QuoteIdx)          TO QuoteDate
           MOVE TableQtValidUntil (QuoteIdx)    TO QuoteValidUntil
           MOVE TableQtOperatorId (QuoteIdx)    TO QuoteOperatorId
           MOVE TableQtStatus (QuoteIdx)        TO QuoteStatus
           MOVE TableQtConvertedDate (QuoteIdx) TO QuoteConvertedDate
           WRITE QuoteRecord.

       9000-TERMINATE.
           IF QuoteFileChanged
               PERFORM 8000-REWRITE-QUOTE-FILE
           END-IF
           IF QuoteLockHeld
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
           END-IF
           MOVE "E" TO SessLogMode
           CALL "SESSLOG" USING SessLogMode OperatorId
               AuditProgramName
           CLOSE PricingTranFile
           EVALUATE TRUE
               WHEN EntryModeQuote
                   DISPLAY "Quotes issued = " QuotesIssuedCount
               WHEN EntryModeConvert
                   DISPLAY "Quotes converted = " QuotesConvertedCount
                   DISPLAY "Order lines written = " OrdersWrittenCount
               WHEN OTHER
                   DISPLAY "Order lines written = " OrdersWrittenCount
           END-EVALUATE.
       END PROGRAM OrderEntry.
