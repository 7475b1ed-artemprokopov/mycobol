      ******************************************************************
      * Author: Artem Prokopov
      * Date: 07/10/2026
      * Purpose: Customer account inquiry for the counter. When a
      *          customer phones, the answer was spread over the
      *          invoice register, the invoice detail, the AR ledger
      *          and the cash application report. This SIGNON-gated,
      *          read-only program finds the customer by ID, or by
      *          any part of the name on the customer master
      *          (CUSTMSTR.DAT), and shows the credit limit, the
      *          current exposure on the AR ledger (ARLEDGER.DAT,
      *          every item not closed - the figure the pricing run
      *          and the credit desk use) and any invoice held for
      *          credit on CREDHOLD.DAT still awaiting the desk. The
      *          customer's ledger items then page newest-first,
      *          each with the invoice total from the invoice-detail
      *          history (INVDHIST.DAT, layout INVDETL.cpy), the
      *          cash applied to it from the cash-application
      *          history (CASHHIST.DAT, layout CASHHIST.cpy), what is
      *          still open and whether it was voided (VOIDREG.DAT).
      *          Any invoice on the page drills down to its lines.
      *          Every customer looked up, name searched and invoice
      *          drilled into is written to AUDITLOG under the
      *          operator's signed-on ID. Nothing is ever written
      *          back. Honors training mode (TESTCUST.DAT,
      *          TESTARLG.DAT, TESTHOLD.DAT, TESTVOID.DAT).
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - The credit limit and credit available lines go
      *                   through the shared FLDMASK, masked below the
      *                   viewing level RPTMASK.DAT sets for CUSTINQ; an
      *                   unmasked look is logged through AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT CreditHoldFile
               ASSIGN TO DYNAMIC CreditHoldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditHoldFileStatus.
           SELECT VoidRegisterFile
               ASSIGN TO DYNAMIC VoidRegisterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoidRegisterFileStatus.
           SELECT DetailHistoryFile ASSIGN TO "INVDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DetailHistoryFileStatus.
           SELECT CashHistoryFile ASSIGN TO "CASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashHistoryFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ArLedgerFile
           RECORD CONTAINS 37 CHARACTERS.
       01 ArLedgerRecord.
           02 ArInvoiceNo              PIC 9(6).
           02 ArSpace1                 PIC X.
           02 ArCustomerId             PIC X(6).
           02 ArSpace2                 PIC X.
           02 ArInvoiceDate            PIC 9(8).
           02 ArSpace3                 PIC X.
           02 ArOpenAmount             PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemClosed         VALUE "C".
       FD  CreditHoldFile
           RECORD CONTAINS 120 CHARACTERS.
           COPY "CREDHOLD.cpy".
       FD  VoidRegisterFile
           RECORD CONTAINS 88 CHARACTERS.
           COPY "VOIDREG.cpy".
       FD  DetailHistoryFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "INVDETL.cpy".
       FD  CashHistoryFile
           RECORD CONTAINS 37 CHARACTERS.
           COPY "CASHHIST.cpy".
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 CreditHoldFileStatus     PIC XX.
           88 CreditHoldFileOK     VALUE "00".
       01 VoidRegisterFileStatus   PIC XX.
           88 VoidRegisterFileOK   VALUE "00".
       01 DetailHistoryFileStatus  PIC XX.
           88 DetailHistoryFileOK  VALUE "00".
       01 CashHistoryFileStatus    PIC XX.
           88 CashHistoryFileOK    VALUE "00".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ArLedgerEndSwitch        PIC X.
           88 EndOfArLedger        VALUE "Y".
       01 CreditHoldEndSwitch      PIC X.
           88 EndOfCreditHold      VALUE "Y".
       01 VoidEndSwitch            PIC X.
           88 EndOfVoids           VALUE "Y".
       01 DetailEndSwitch          PIC X.
           88 EndOfDetails         VALUE "Y".
       01 CashHistoryEndSwitch     PIC X.
           88 EndOfCashHistory     VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableTermsCode    PIC X(2).
               03 TableCreditLimit  PIC 9(9)V99.
               03 TableStatus       PIC X.
               03 TableSalesperson  PIC X(4).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerOverflowSwitch   PIC X VALUE "N".
           88 CustomerTableOverflowed VALUE "Y".
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 ShownCustomerIdx         PIC 9(3).
      *----------------------------------------------------------------
      * The customer's ledger items, newest first: the sort key is
      * the invoice date and number, kept in descending order as the
      * items are read.
      *----------------------------------------------------------------
       01 ItemTable.
           02 ItemEntry OCCURS 300 TIMES
               INDEXED BY ItemIdx.
               03 ItemSortKey.
                   04 ItemInvoiceDate PIC 9(8).
                   04 ItemInvoiceNo   PIC 9(6).
               03 ItemOpenAmount    PIC S9(9)V99.
               03 ItemStatus        PIC X.
               03 ItemTotal         PIC S9(9)V99.
               03 ItemTotalSwitch   PIC X.
                   88 ItemTotalKnown VALUE "Y".
               03 ItemPaid          PIC S9(9)V99.
               03 ItemVoidSwitch    PIC X.
                   88 ItemVoided    VALUE "Y".
       01 ItemEntryCount           PIC 9(3) VALUE ZEROS.
       01 ItemsNotShownCount       PIC 9(5) VALUE ZEROS.
       01 ItemShiftIdx             PIC 9(3).
       01 ItemFoundSwitch          PIC X.
           88 ItemFound            VALUE "Y".
       01 ItemPassedSwitch         PIC X.
           88 ItemPassed           VALUE "Y".
       01 NewItemSortKey.
           02 NewItemInvoiceDate   PIC 9(8).
           02 NewItemInvoiceNo     PIC 9(6).
       01 SearchInvoiceNo          PIC 9(6).
       01 CustomerExposure         PIC S9(9)V99.
       01 CreditAvailable          PIC S9(9)V99.
       01 OpenHoldCount            PIC 9(3).
       01 DetailLineNet            PIC S9(9)V99.
       01 DetailLineCount          PIC 9(5).
       01 InquiryDoneSwitch        PIC X VALUE "N".
           88 InquiryDone          VALUE "Y".
       01 CustomerDoneSwitch       PIC X.
           88 CustomerDone         VALUE "Y".
       01 EnteredLookup            PIC X(20).
       01 EnteredPageAction        PIC X.
           88 PageActionNext       VALUE "N" "n" SPACE.
           88 PageActionPrevious   VALUE "P" "p".
           88 PageActionDetail     VALUE "D" "d".
           88 PageActionQuit       VALUE "Q" "q".
       01 EnteredInvoiceText       PIC X(6).
      *----------------------------------------------------------------
      * Name search: the text keyed is matched anywhere in the name,
      * upper and lower case alike.
      *----------------------------------------------------------------
       01 SearchText               PIC X(20).
       01 SearchLength             PIC 99.
       01 SearchName               PIC X(20).
       01 NameHitCount             PIC 99.
       01 NameMatchCount           PIC 9(3).
       01 LowerCaseLetters         PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 PageFirstItem            PIC 9(3).
       01 PageLastItem             PIC 9(3).
       01 LinesPerPage             PIC 99 VALUE 10.
       01 PageNumber               PIC 9(3).
       01 PageCount                PIC 9(3).
       01 AmountEdit               PIC -Z(8)9.99.
       01 AmountEditTotal          PIC -Z(8)9.99.
       01 AmountEditPaid           PIC -Z(8)9.99.
       01 AmountEditOpen           PIC -Z(8)9.99.
       01 QuantityEdit             PIC Z(4)9.
       01 PriceEdit                PIC Z(4)9.999.
       01 TotalPrintText           PIC X(13).
       01 ItemMarker               PIC X(4).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "CUSTINQ".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
      *----------------------------------------------------------------
      * The credit limit and the credit available (which gives the
      * limit away) are classified on RPTMASK.DAT under CUSTINQ.
      *----------------------------------------------------------------
       01 ScreenLine               PIC X(200).
       01 ScreenMaskName           PIC X(12) VALUE "CUSTINQ".
       01 ViewerLevel              PIC 9.
       01 MaskResult               PIC X.
           88 ViewUnmasked         VALUE "U".
       01 UnmaskedLoggedSwitch     PIC X.
           88 UnmaskedLogged       VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 CustMasterFileName       PIC X(12)
           VALUE "CUSTMSTR.DAT".
       01 ArLedgerFileName         PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 CreditHoldFileName       PIC X(12)
           VALUE "CREDHOLD.DAT".
       01 VoidRegisterFileName     PIC X(12)
           VALUE "VOIDREG.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTCUST.DAT" TO CustMasterFileName
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTHOLD.DAT" TO CreditHoldFileName
               MOVE "TESTVOID.DAT" TO VoidRegisterFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               PERFORM 1000-LOAD-CUSTOMER-MASTER
               IF CustomerEntryCount > ZERO
                   PERFORM 2000-PROCESS-LOOKUP UNTIL InquiryDone
               ELSE
                   DISPLAY "*** Customer master not available - "
                           "run terminated ***"
               END-IF
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

       1000-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1100-READ-CUSTOMER-RECORD
               PERFORM 1200-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1100-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1200-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId TO TableCustomerId (CustomerIdx)
               MOVE CustMasterName TO TableCustomerName (CustomerIdx)
               MOVE CustMasterTermsCode TO TableTermsCode (CustomerIdx)
               IF CustMasterCreditLimit NUMERIC
                   MOVE CustMasterCreditLimit
                       TO TableCreditLimit (CustomerIdx)
               ELSE
                   MOVE ZEROS TO TableCreditLimit (CustomerIdx)
               END-IF
               MOVE CustMasterStatus TO TableStatus (CustomerIdx)
               MOVE CustMasterSalesperson
                   TO TableSalesperson (CustomerIdx)
           ELSE
               IF NOT CustomerTableOverflowed
                   DISPLAY "*** Customer table full - customers "
                           "from " CustMasterId " on cannot be "
                           "looked up ***"
               END-IF
               SET CustomerTableOverflowed TO TRUE
           END-IF
           PERFORM 1100-READ-CUSTOMER-RECORD.

      *----------------------------------------------------------------
      * What is keyed is taken as a customer ID when one matches it
      * exactly, otherwise as part of a name.
      *----------------------------------------------------------------
       2000-PROCESS-LOOKUP.
           DISPLAY " "
           DISPLAY "Customer ID or part of the name (blank = quit) - "
                   WITH NO ADVANCING
           ACCEPT EnteredLookup
           IF EnteredLookup = SPACES
               SET InquiryDone TO TRUE
           ELSE
               MOVE "N" TO CustomerFoundSwitch
               IF EnteredLookup (7:14) = SPACES
                   SET CustomerIdx TO 1
                   PERFORM 2010-SEARCH-CUSTOMER-ID
                       UNTIL CustomerFound
                          OR CustomerIdx > CustomerEntryCount
               END-IF
               IF CustomerFound
                   PERFORM 3000-SHOW-CUSTOMER
               ELSE
                   PERFORM 2100-SEARCH-BY-NAME
               END-IF
           END-IF.

       2010-SEARCH-CUSTOMER-ID.
           IF TableCustomerId (CustomerIdx) = EnteredLookup (1:6)
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * A single match is shown straight away; several are listed
      * for the operator to pick one by ID.
      *----------------------------------------------------------------
       2100-SEARCH-BY-NAME.
           MOVE "NAME-SEARCH" TO AuditFieldName
           MOVE EnteredLookup TO AuditValueEntered
           PERFORM 8900-CALL-AUDITLOG
           MOVE EnteredLookup TO SearchText
           INSPECT SearchText
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE 20 TO SearchLength
           PERFORM 2110-TRIM-SEARCH-TEXT
               UNTIL SearchLength = 1
                  OR SearchText (SearchLength:1) NOT = SPACE
           MOVE ZEROS TO NameMatchCount
           PERFORM 2120-MATCH-CUSTOMER-NAME
               VARYING CustomerIdx FROM 1 BY 1
               UNTIL CustomerIdx > CustomerEntryCount
           EVALUATE NameMatchCount
               WHEN ZERO
                   DISPLAY "*** No customer ID or name matches "
                           EnteredLookup " ***"
               WHEN 1
                   SET CustomerIdx TO ShownCustomerIdx
                   PERFORM 3000-SHOW-CUSTOMER
               WHEN OTHER
                   DISPLAY NameMatchCount " customers match - key "
                           "the ID of the one wanted"
           END-EVALUATE.

       2110-TRIM-SEARCH-TEXT.
           SUBTRACT 1 FROM SearchLength.

       2120-MATCH-CUSTOMER-NAME.
           MOVE TableCustomerName (CustomerIdx) TO SearchName
           INSPECT SearchName
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE ZEROS TO NameHitCount
           INSPECT SearchName TALLYING NameHitCount
               FOR ALL SearchText (1:SearchLength)
           IF NameHitCount > ZERO
               ADD 1 TO NameMatchCount
               SET ShownCustomerIdx TO CustomerIdx
               DISPLAY "  " TableCustomerId (CustomerIdx) "  "
                       TableCustomerName (CustomerIdx) "  status "
                       TableStatus (CustomerIdx)
           END-IF.

       3000-SHOW-CUSTOMER.
           SET ShownCustomerIdx TO CustomerIdx
           MOVE "CUST-LOOKUP" TO AuditFieldName
           MOVE TableCustomerId (CustomerIdx) TO AuditValueEntered
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 3100-LOAD-LEDGER-ITEMS
           PERFORM 3300-ADD-INVOICE-TOTALS
           PERFORM 3400-ADD-CASH-APPLIED
           PERFORM 3500-MARK-VOIDED-INVOICES
           SET CustomerIdx TO ShownCustomerIdx
           PERFORM 3600-DISPLAY-ACCOUNT-SUMMARY
           PERFORM 3700-DISPLAY-CREDIT-HOLDS
           MOVE "N" TO CustomerDoneSwitch
           MOVE 1 TO PageNumber
           COMPUTE PageCount =
               (ItemEntryCount + LinesPerPage - 1) / LinesPerPage
           IF ItemEntryCount = ZERO
               DISPLAY "No items on the AR ledger for this customer"
           ELSE
               PERFORM 4000-PAGE-THROUGH-ITEMS UNTIL CustomerDone
           END-IF.

      *----------------------------------------------------------------
      * Every ledger item of the customer's is kept, open or not;
      * exposure is the open amount of every item not closed.
      *----------------------------------------------------------------
       3100-LOAD-LEDGER-ITEMS.
           MOVE ZEROS TO ItemEntryCount
           MOVE ZEROS TO ItemsNotShownCount
           MOVE ZEROS TO CustomerExposure
           MOVE "N" TO ArLedgerEndSwitch
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 3110-READ-LEDGER-ITEM
               PERFORM 3120-KEEP-LEDGER-ITEM UNTIL EndOfArLedger
               CLOSE ArLedgerFile
           ELSE
               DISPLAY "*** AR ledger not available - no items "
                       "shown ***"
           END-IF.

       3110-READ-LEDGER-ITEM.
           READ ArLedgerFile
               AT END SET EndOfArLedger TO TRUE
           END-READ.

       3120-KEEP-LEDGER-ITEM.
           IF ArCustomerId = TableCustomerId (ShownCustomerIdx)
               IF NOT ArItemClosed AND ArOpenAmount NUMERIC
                   ADD ArOpenAmount TO CustomerExposure
               END-IF
               PERFORM 3200-INSERT-LEDGER-ITEM
           END-IF
           PERFORM 3110-READ-LEDGER-ITEM.

      *----------------------------------------------------------------
      * The item goes in ahead of the first older one; when the
      * table is full the oldest item drops off the end.
      *----------------------------------------------------------------
       3200-INSERT-LEDGER-ITEM.
           MOVE ArInvoiceDate TO NewItemInvoiceDate
           MOVE ArInvoiceNo TO NewItemInvoiceNo
           MOVE "N" TO ItemPassedSwitch
           SET ItemIdx TO 1
           PERFORM 3210-SEARCH-ITEM-POSITION
               UNTIL ItemPassed OR ItemIdx > ItemEntryCount
           EVALUATE TRUE
               WHEN ItemEntryCount < 300
                   PERFORM 3220-SHIFT-ITEM-ENTRY
                       VARYING ItemShiftIdx FROM ItemEntryCount BY -1
                       UNTIL ItemShiftIdx < ItemIdx
                          OR ItemShiftIdx = ZERO
                   ADD 1 TO ItemEntryCount
                   PERFORM 3230-STORE-LEDGER-ITEM
               WHEN ItemPassed
                   PERFORM 3220-SHIFT-ITEM-ENTRY
                       VARYING ItemShiftIdx FROM 299 BY -1
                       UNTIL ItemShiftIdx < ItemIdx
                          OR ItemShiftIdx = ZERO
                   PERFORM 3230-STORE-LEDGER-ITEM
                   ADD 1 TO ItemsNotShownCount
               WHEN OTHER
                   ADD 1 TO ItemsNotShownCount
           END-EVALUATE.

       3210-SEARCH-ITEM-POSITION.
           IF ItemSortKey (ItemIdx) < NewItemSortKey
               SET ItemPassed TO TRUE
           ELSE
               SET ItemIdx UP BY 1
           END-IF.

       3220-SHIFT-ITEM-ENTRY.
           MOVE ItemEntry (ItemShiftIdx)
               TO ItemEntry (ItemShiftIdx + 1).

       3230-STORE-LEDGER-ITEM.
           MOVE NewItemSortKey TO ItemSortKey (ItemIdx)
           IF ArOpenAmount NUMERIC
               MOVE ArOpenAmount TO ItemOpenAmount (ItemIdx)
           ELSE
               MOVE ZEROS TO ItemOpenAmount (ItemIdx)
           END-IF
           MOVE ArStatus TO ItemStatus (ItemIdx)
           MOVE ZEROS TO ItemTotal (ItemIdx)
           MOVE "N" TO ItemTotalSwitch (ItemIdx)
           MOVE ZEROS TO ItemPaid (ItemIdx)
           MOVE "N" TO ItemVoidSwitch (ItemIdx).

       3250-FIND-ITEM.
           MOVE "N" TO ItemFoundSwitch
           SET ItemIdx TO 1
           PERFORM 3260-SEARCH-ITEM
               UNTIL ItemFound OR ItemIdx > ItemEntryCount.

       3260-SEARCH-ITEM.
           IF ItemInvoiceNo (ItemIdx) = SearchInvoiceNo
               SET ItemFound TO TRUE
           ELSE
               SET ItemIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The invoice total is its lines' gross, returns taken off. A
      * finance charge or on-account credit has no lines and shows
      * no total.
      *----------------------------------------------------------------
       3300-ADD-INVOICE-TOTALS.
           MOVE "N" TO DetailEndSwitch
           OPEN INPUT DetailHistoryFile
           IF DetailHistoryFileOK
               PERFORM 3310-READ-DETAIL-RECORD
               PERFORM 3320-ADD-DETAIL-RECORD UNTIL EndOfDetails
               CLOSE DetailHistoryFile
           END-IF.

       3310-READ-DETAIL-RECORD.
           READ DetailHistoryFile
               AT END SET EndOfDetails TO TRUE
           END-READ.

       3320-ADD-DETAIL-RECORD.
           IF DetailInvoiceNo NUMERIC AND DetailLineGross NUMERIC
               MOVE DetailInvoiceNo TO SearchInvoiceNo
               PERFORM 3250-FIND-ITEM
               IF ItemFound
                   SET ItemTotalKnown (ItemIdx) TO TRUE
                   IF DetailIsReturn
                       SUBTRACT DetailLineGross FROM ItemTotal (ItemIdx)
                   ELSE
                       ADD DetailLineGross TO ItemTotal (ItemIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM 3310-READ-DETAIL-RECORD.

       3400-ADD-CASH-APPLIED.
           MOVE "N" TO CashHistoryEndSwitch
           OPEN INPUT CashHistoryFile
           IF CashHistoryFileOK
               PERFORM 3410-READ-CASH-HISTORY-RECORD
               PERFORM 3420-ADD-CASH-HISTORY-RECORD
                   UNTIL EndOfCashHistory
               CLOSE CashHistoryFile
           END-IF.

       3410-READ-CASH-HISTORY-RECORD.
           READ CashHistoryFile
               AT END SET EndOfCashHistory TO TRUE
           END-READ.

       3420-ADD-CASH-HISTORY-RECORD.
           IF ChCustomerId = TableCustomerId (ShownCustomerIdx)
               AND ChAmount NUMERIC
               MOVE ChInvoiceNo TO SearchInvoiceNo
               PERFORM 3250-FIND-ITEM
               IF ItemFound
                   ADD ChAmount TO ItemPaid (ItemIdx)
               END-IF
           END-IF
           PERFORM 3410-READ-CASH-HISTORY-RECORD.

       3500-MARK-VOIDED-INVOICES.
           MOVE "N" TO VoidEndSwitch
           OPEN INPUT VoidRegisterFile
           IF VoidRegisterFileOK
               PERFORM 3510-READ-VOID-RECORD
               PERFORM 3520-MARK-VOID-RECORD UNTIL EndOfVoids
               CLOSE VoidRegisterFile
           END-IF.

       3510-READ-VOID-RECORD.
           READ VoidRegisterFile
               AT END SET EndOfVoids TO TRUE
           END-READ.

       3520-MARK-VOID-RECORD.
           IF VoidCustomerId = TableCustomerId (ShownCustomerIdx)
               MOVE VoidInvoiceNo TO SearchInvoiceNo
               PERFORM 3250-FIND-ITEM
               IF ItemFound
                   SET ItemVoided (ItemIdx) TO TRUE
               END-IF
           END-IF
           PERFORM 3510-READ-VOID-RECORD.

       3600-DISPLAY-ACCOUNT-SUMMARY.
           DISPLAY " "
           DISPLAY "CUSTOMER " TableCustomerId (CustomerIdx) "  "
                   TableCustomerName (CustomerIdx)
                   "  status " TableStatus (CustomerIdx)
                   "  terms " TableTermsCode (CustomerIdx)
                   "  salesperson " TableSalesperson (CustomerIdx)
           MOVE "N" TO UnmaskedLoggedSwitch
           MOVE TableCreditLimit (CustomerIdx) TO AmountEdit
           MOVE SPACES TO ScreenLine
           STRING "  Credit limit      " DELIMITED BY SIZE
                  AmountEdit DELIMITED BY SIZE
               INTO ScreenLine
           END-STRING
           PERFORM 3650-SHOW-CLASSIFIED-LINE
           MOVE CustomerExposure TO AmountEdit
           DISPLAY "  Current exposure  " AmountEdit
           COMPUTE CreditAvailable =
               TableCreditLimit (CustomerIdx) - CustomerExposure
           MOVE CreditAvailable TO AmountEdit
           MOVE SPACES TO ScreenLine
           IF CreditAvailable < ZERO
               STRING "  Over limit by     " DELIMITED BY SIZE
                      AmountEdit DELIMITED BY SIZE
                   INTO ScreenLine
               END-STRING
           ELSE
               STRING "  Credit available  " DELIMITED BY SIZE
                      AmountEdit DELIMITED BY SIZE
                   INTO ScreenLine
               END-STRING
           END-IF
           PERFORM 3650-SHOW-CLASSIFIED-LINE.

       3650-SHOW-CLASSIFIED-LINE.
           CALL "FLDMASK" USING OperatorId ScreenMaskName ScreenLine
               ViewerLevel MaskResult
           DISPLAY ScreenLine (1:33)
           IF ViewUnmasked AND NOT UnmaskedLogged
               MOVE "UNMASKED-VIEW" TO AuditFieldName
               MOVE TableCustomerId (CustomerIdx) TO AuditValueEntered
               CALL "AUDITLOG" USING OperatorId AuditProgramName
                   AuditFieldName AuditValueEntered
               SET UnmaskedLogged TO TRUE
           END-IF.

       3700-DISPLAY-CREDIT-HOLDS.
           MOVE ZEROS TO OpenHoldCount
           MOVE "N" TO CreditHoldEndSwitch
           OPEN INPUT CreditHoldFile
           IF CreditHoldFileOK
               PERFORM 3710-READ-HOLD-RECORD
               PERFORM 3720-SHOW-HOLD-RECORD UNTIL EndOfCreditHold
               CLOSE CreditHoldFile
           END-IF
           IF OpenHoldCount = ZERO
               DISPLAY "  No invoices held for credit"
           END-IF.

       3710-READ-HOLD-RECORD.
           READ CreditHoldFile
               AT END SET EndOfCreditHold TO TRUE
           END-READ.

       3720-SHOW-HOLD-RECORD.
           IF HoldCustomerId = TableCustomerId (CustomerIdx)
               AND HoldAwaitingDecision
               ADD 1 TO OpenHoldCount
               MOVE HoldInvoiceTotal TO AmountEdit
               DISPLAY "  CREDIT HOLD invoice " HoldInvoiceNo
                       " ref " HoldInvoiceRef " held " HoldDate
                       " total " AmountEdit
           END-IF
           PERFORM 3710-READ-HOLD-RECORD.

       4000-PAGE-THROUGH-ITEMS.
           PERFORM 4100-DISPLAY-ITEM-PAGE
           DISPLAY "(N)ext (P)revious (D)etail of an invoice "
                   "(Q)uit this customer - " WITH NO ADVANCING
           ACCEPT EnteredPageAction
           EVALUATE TRUE
               WHEN PageActionNext
                   IF PageNumber < PageCount
                       ADD 1 TO PageNumber
                   ELSE
                       DISPLAY "*** Last page ***"
                   END-IF
               WHEN PageActionPrevious
                   IF PageNumber > 1
                       SUBTRACT 1 FROM PageNumber
                   ELSE
                       DISPLAY "*** First page ***"
                   END-IF
               WHEN PageActionDetail
                   PERFORM 5000-DRILL-DOWN-INVOICE
               WHEN PageActionQuit
                   SET CustomerDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       4100-DISPLAY-ITEM-PAGE.
           COMPUTE PageFirstItem =
               (PageNumber - 1) * LinesPerPage + 1
           COMPUTE PageLastItem = PageFirstItem + LinesPerPage - 1
           IF PageLastItem > ItemEntryCount
               MOVE ItemEntryCount TO PageLastItem
           END-IF
           DISPLAY " "
           DISPLAY "ITEMS NEWEST FIRST - PAGE " PageNumber " OF "
                   PageCount
           DISPLAY "INVOICE  DATE            TOTAL          PAID"
                   "          OPEN ST"
           PERFORM 4110-DISPLAY-ITEM-LINE
               VARYING ItemIdx FROM PageFirstItem BY 1
               UNTIL ItemIdx > PageLastItem
           IF PageNumber = PageCount AND ItemsNotShownCount > ZERO
               DISPLAY "  " ItemsNotShownCount " older item(s) not "
                       "shown"
           END-IF.

      *----------------------------------------------------------------
      * ST is the ledger status - O open, P part paid, C closed, U
      * cash on account - with VOID after a voided invoice.
      *----------------------------------------------------------------
       4110-DISPLAY-ITEM-LINE.
           IF ItemTotalKnown (ItemIdx)
               MOVE ItemTotal (ItemIdx) TO AmountEditTotal
               MOVE AmountEditTotal TO TotalPrintText
           ELSE
               MOVE SPACES TO TotalPrintText
           END-IF
           MOVE ItemPaid (ItemIdx) TO AmountEditPaid
           MOVE ItemOpenAmount (ItemIdx) TO AmountEditOpen
           IF ItemVoided (ItemIdx)
               MOVE "VOID" TO ItemMarker
           ELSE
               MOVE SPACES TO ItemMarker
           END-IF
           DISPLAY ItemInvoiceNo (ItemIdx) "   "
                   ItemInvoiceDate (ItemIdx) " "
                   TotalPrintText " "
                   AmountEditPaid " "
                   AmountEditOpen "  "
                   ItemStatus (ItemIdx) " " ItemMarker.

      *----------------------------------------------------------------
      * Only an invoice of the customer on screen can be opened.
      *----------------------------------------------------------------
       5000-DRILL-DOWN-INVOICE.
           DISPLAY "Invoice number - " WITH NO ADVANCING
           ACCEPT EnteredInvoiceText
           IF EnteredInvoiceText NUMERIC
               MOVE EnteredInvoiceText TO SearchInvoiceNo
               PERFORM 3250-FIND-ITEM
           ELSE
               MOVE "N" TO ItemFoundSwitch
           END-IF
           IF ItemFound
               MOVE "INVOICE-DRILL" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING TableCustomerId (ShownCustomerIdx)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EnteredInvoiceText DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               PERFORM 8900-CALL-AUDITLOG
               PERFORM 5100-DISPLAY-INVOICE-LINES
           ELSE
               DISPLAY "*** Invoice " EnteredInvoiceText " is not "
                       "one of this customer's items ***"
           END-IF.

       5100-DISPLAY-INVOICE-LINES.
           DISPLAY " "
           DISPLAY "INVOICE " EnteredInvoiceText " LINES"
           DISPLAY "PRODUCT DESCRIPTION            QTY      PRICE"
                   "          NET T R"
           MOVE ZEROS TO DetailLineCount
           MOVE "N" TO DetailEndSwitch
           OPEN INPUT DetailHistoryFile
           IF DetailHistoryFileOK
               PERFORM 3310-READ-DETAIL-RECORD
               PERFORM 5110-SHOW-DETAIL-RECORD UNTIL EndOfDetails
               CLOSE DetailHistoryFile
           END-IF
           IF DetailLineCount = ZERO
               DISPLAY "  No lines on the invoice-detail history"
           END-IF.

      *----------------------------------------------------------------
      * The net is the line's gross less its tax; T is the tax
      * treatment and R marks a returned line.
      *----------------------------------------------------------------
       5110-SHOW-DETAIL-RECORD.
           IF DetailInvoiceNo = SearchInvoiceNo
               ADD 1 TO DetailLineCount
               COMPUTE DetailLineNet = DetailLineGross - DetailLineTax
               IF DetailIsReturn
                   COMPUTE DetailLineNet = ZERO - DetailLineNet
               END-IF
               MOVE DetailQuantity TO QuantityEdit
               MOVE DetailUnitPrice TO PriceEdit
               MOVE DetailLineNet TO AmountEdit
               DISPLAY DetailProductCode "  " DetailDescription " "
                       QuantityEdit " " PriceEdit " " AmountEdit " "
                       DetailTaxTreatment " " DetailTypeCode
           END-IF
           PERFORM 3310-READ-DETAIL-RECORD.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.
       END PROGRAM CustInquiry.
