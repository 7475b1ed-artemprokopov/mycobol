      *                   BirthDay paginates, and RETURN-CODE 8
      *                   when the register is missing so the
      *                   stream can hold on it.
      *   07/09/2026 AP - Customer master layout now comes from
      *                   CUSTMSTR.cpy (record grew 73 -> 75 bytes for
      *                   the status byte CustMaint maintains).
      *   15/09/2026 AP - Invoice detail layout now comes from
      *                   INVDETL.cpy, shared with the pricing run and
      *                   the invoice-detail history.
      *   16/09/2026 AP - An invoice on the void register VOIDREG.DAT
      *                   prints with a VOID banner (date, operator,
      *                   reason) and a VOID line under its totals. A
      *                   six-digit invoice number on the command line
      *                   reprints that one invoice from the invoice-
      *                   detail history, so a voided invoice can be
      *                   reproduced as VOID.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   06/10/2026 AP - Invoice detail record grew 82 -> 100 bytes for
      *                   the sale date and tax treatment of each line.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   09/10/2026 AP - Invoices for customers flagged E on the
      *                   trading-partner profile file TRADPART.DAT go
      *                   out as data through EInvoice and are left off
      *                   the nightly paper run; a reprint by invoice
      *                   number still prints any customer's invoice.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoicePrint.
           SELECT InvoiceRegisterFile ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceRegisterFileStatus.
           SELECT InvoiceDetailFile
               ASSIGN TO DYNAMIC InvoiceDetailFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceDetailFileStatus.
           SELECT VoidRegisterFile ASSIGN TO "VOIDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoidRegisterFileStatus.
           SELECT InvRefHistoryFile ASSIGN TO "INVREFHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvRefHistoryFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT TradingPartnerFile ASSIGN TO "TRADPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TradingPartnerFileStatus.
           SELECT InvoicePrintFile ASSIGN TO "INVPRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 RawRunDate               PIC 9(8).
           02 RawRemainder             PIC X(14).
       FD  InvoiceDetailFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "INVDETL.cpy".
       FD  VoidRegisterFile
           RECORD CONTAINS 88 CHARACTERS.
           COPY "VOIDREG.cpy".
       FD  InvRefHistoryFile
           RECORD CONTAINS 20 CHARACTERS.
       01 InvRefHistoryRecord.
           02 RefHistCustomerId        PIC X(6).
           02 RefHistSpace1            PIC X.
           02 RefHistInvoiceRef        PIC X(6).
           02 RefHistSpace2            PIC X.
           02 RefHistInvoiceNo         PIC 9(6).
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
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  TradingPartnerFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "TRADPART.cpy".
       FD  InvoicePrintFile
           RECORD CONTAINS 80 CHARACTERS.
       01 InvoicePrintRecord.
           88 InvoiceDetailFileOK  VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 VoidRegisterFileStatus   PIC XX.
           88 VoidRegisterFileOK   VALUE "00".
       01 InvRefHistoryFileStatus  PIC XX.
           88 InvRefHistoryFileOK  VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 TradingPartnerFileStatus PIC XX.
           88 TradingPartnerFileOK VALUE "00".
       01 TradingPartnerEndSwitch  PIC X VALUE "N".
           88 EndOfTradingPartners VALUE "Y".
       01 VoidRegisterEndSwitch    PIC X VALUE "N".
           88 EndOfVoidRegister    VALUE "Y".
       01 InvRefHistoryEndSwitch   PIC X VALUE "N".
           88 EndOfInvRefHistory   VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 InvoiceDetailFileName    PIC X(12)
           VALUE "INVDETL.DAT".
      *----------------------------------------------------------------
      * A six-digit invoice number on the command line reprints that
      * one invoice from the invoice-detail history instead of
      * printing tonight's register - the bill-to and reference
      * come from the reference history, the date from the AR
      * ledger, and the gross from the lines themselves.
      *----------------------------------------------------------------
       01 ReprintParm              PIC X(6).
       01 ReprintInvoiceNo         PIC 9(6) VALUE ZEROS.
       01 ReprintSwitch            PIC X VALUE "N".
           88 ReprintMode          VALUE "Y".
       01 ReprintFoundSwitch       PIC X VALUE "N".
           88 ReprintInvoiceFound  VALUE "Y".
       01 PrintInvoiceFields.
           02 PrintInvoiceNo       PIC 9(6).
           02 PrintCustomerId      PIC X(6).
           02 PrintInvoiceRef      PIC X(6).
           02 PrintInvoiceDate     PIC 9(8).
           02 PrintInvoiceTotal    PIC S9(9)V99.
       01 InvoiceGrossTotal        PIC S9(9)V99 VALUE ZEROS.
       01 VoidedInvoiceTable.
           02 VoidedInvoiceEntry OCCURS 500 TIMES
               INDEXED BY VoidedIdx.
               03 VoidedInvoiceNo   PIC 9(6).
               03 VoidedDate        PIC 9(8).
               03 VoidedBy          PIC X(10).
               03 VoidedReason      PIC X(30).
       01 VoidedInvoiceCount       PIC 9(3) VALUE ZEROS.
       01 InvoiceVoidSwitch        PIC X.
           88 InvoiceIsVoid        VALUE "Y".
       01 VoidsPrinted             PIC 9(5) VALUE ZEROS.
       01 RegisterEndSwitch        PIC X VALUE "N".
           88 EndOfRegister        VALUE "Y".
       01 DetailEndSwitch          PIC X VALUE "N".
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X VALUE "N".
           88 CustomerFound        VALUE "Y".
      *----------------------------------------------------------------
      * Customers whose invoices EInvoice sends as data are left off
      * the nightly paper run. A reprint asked for by number prints
      * whoever the customer is.
      *----------------------------------------------------------------
       01 ElectronicCustomerTable.
           02 ElectronicCustomerEntry OCCURS 50 TIMES
               INDEXED BY ElectronicIdx.
               03 ElectronicCustomerId PIC X(6).
       01 ElectronicCustomerCount  PIC 99 VALUE ZEROS.
       01 ElectronicFoundSwitch    PIC X.
           88 ElectronicCustomer   VALUE "Y".
       01 InvoicesSentElectronic   PIC 9(5) VALUE ZEROS.
       01 InvoicesPrinted          PIC 9(5) VALUE ZEROS.
       01 InvoiceLineCount         PIC 9(3) VALUE ZEROS.
       01 InvoiceTaxTotal          PIC S9(9)V99 VALUE ZEROS.
       01 SignedLineGross          PIC S9(8)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ReprintParm FROM COMMAND-LINE
           IF ReprintParm NUMERIC
               MOVE ReprintParm TO ReprintInvoiceNo
               IF ReprintInvoiceNo > ZERO
                   SET ReprintMode TO TRUE
                   MOVE "INVDHIST.DAT" TO InvoiceDetailFileName
               END-IF
           END-IF
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN ReprintMode
                   PERFORM 4000-REPRINT-ONE-INVOICE
               WHEN InvoiceRegisterFileOK
                   PERFORM 2000-PRINT-ONE-REGISTER-ROW
                       UNTIL EndOfRegister
               WHEN OTHER
                   DISPLAY "*** Invoice register not available - "
                           "no invoices printed ***"
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO RegisterRunDate
           PERFORM 1100-LOAD-CUSTOMER-MASTER
           PERFORM 1400-LOAD-VOIDED-INVOICES
           PERFORM 1500-LOAD-TRADING-PARTNERS
           OPEN OUTPUT InvoicePrintFile
           PERFORM 1150-WRITE-REPORT-HEADER
           OPEN INPUT InvoiceDetailFile
                       "invoices print totals only ***"
               SET EndOfDetail TO TRUE
           END-IF
           IF NOT ReprintMode
               OPEN INPUT InvoiceRegisterFile
               IF InvoiceRegisterFileOK
                   PERFORM 1300-READ-REGISTER-RECORD
               END-IF
           END-IF.

       1150-WRITE-REPORT-HEADER.
      * order, so one forward walk of the detail file pairs each
      * register invoice with its lines - no table, no re-reads.
      *----------------------------------------------------------------
       1400-LOAD-VOIDED-INVOICES.
           MOVE ZEROS TO VoidedInvoiceCount
           OPEN INPUT VoidRegisterFile
           IF VoidRegisterFileOK
               PERFORM 1410-READ-VOID-RECORD
               PERFORM 1420-STORE-VOID-RECORD
                   UNTIL EndOfVoidRegister
               CLOSE VoidRegisterFile
           END-IF.

       1410-READ-VOID-RECORD.
           READ VoidRegisterFile
               AT END SET EndOfVoidRegister TO TRUE
           END-READ.

       1420-STORE-VOID-RECORD.
           IF VoidedInvoiceCount < 500
               ADD 1 TO VoidedInvoiceCount
               MOVE VoidInvoiceNo
                   TO VoidedInvoiceNo (VoidedInvoiceCount)
               MOVE VoidDate TO VoidedDate (VoidedInvoiceCount)
               MOVE VoidOperatorId TO VoidedBy (VoidedInvoiceCount)
               MOVE VoidReason TO VoidedReason (VoidedInvoiceCount)
           ELSE
               DISPLAY "*** Void register table full - invoice "
                       VoidInvoiceNo " will not print as VOID ***"
           END-IF
           PERFORM 1410-READ-VOID-RECORD.

      *----------------------------------------------------------------
      * The table is the size of EInvoice's partner table. A partner
      * past it stays on paper rather than getting no invoice at all
      * - EInvoice sends nothing when its own table is full.
      *----------------------------------------------------------------
       1500-LOAD-TRADING-PARTNERS.
           MOVE ZEROS TO ElectronicCustomerCount
           OPEN INPUT TradingPartnerFile
           IF TradingPartnerFileOK
               PERFORM 1510-READ-PARTNER-RECORD
               PERFORM 1520-STORE-PARTNER-RECORD
                   UNTIL EndOfTradingPartners
               CLOSE TradingPartnerFile
           END-IF.

       1510-READ-PARTNER-RECORD.
           READ TradingPartnerFile
               AT END SET EndOfTradingPartners TO TRUE
           END-READ.

       1520-STORE-PARTNER-RECORD.
           IF TpElectronicInvoices
               IF ElectronicCustomerCount < 50
                   ADD 1 TO ElectronicCustomerCount
                   MOVE TpCustomerId TO ElectronicCustomerId
                       (ElectronicCustomerCount)
               ELSE
                   DISPLAY "*** Trading-partner table full - "
                           TpCustomerId " invoices print on paper ***"
               END-IF
           END-IF
           PERFORM 1510-READ-PARTNER-RECORD.

       2000-PRINT-ONE-REGISTER-ROW.
           MOVE "N" TO ElectronicFoundSwitch
           IF RawRecordType NOT = "HDR" AND RawRecordType NOT = "TRL"
               PERFORM 2050-CHECK-ELECTRONIC-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN RawRecordType = "HDR"
                   MOVE RawRunDate TO RegisterRunDate
               WHEN RawRecordType = "TRL"
                   CONTINUE
               WHEN ElectronicCustomer
                   ADD 1 TO InvoicesSentElectronic
               WHEN OTHER
                   MOVE RegisterInvoiceNo    TO PrintInvoiceNo
                   MOVE RegisterCustomerId   TO PrintCustomerId
                   MOVE RegisterInvoiceRef   TO PrintInvoiceRef
                   MOVE RegisterRunDate      TO PrintInvoiceDate
                   MOVE RegisterInvoiceTotal TO PrintInvoiceTotal
                   PERFORM 3000-PRINT-ONE-INVOICE
           END-EVALUATE
           PERFORM 1300-READ-REGISTER-RECORD.

       2050-CHECK-ELECTRONIC-CUSTOMER.
           SET ElectronicIdx TO 1
           SEARCH ElectronicCustomerEntry
               WHEN ElectronicIdx > ElectronicCustomerCount
                   CONTINUE
               WHEN ElectronicCustomerId (ElectronicIdx)
                       = RegisterCustomerId
                   SET ElectronicCustomer TO TRUE
           END-SEARCH.

       3000-PRINT-ONE-INVOICE.
           ADD 1 TO InvoicesPrinted
           MOVE ZEROS TO InvoiceLineCount
           MOVE ZEROS TO InvoiceTaxTotal
           MOVE ZEROS TO InvoiceGrossTotal
           PERFORM 3050-CHECK-INVOICE-VOID
           PERFORM 3100-WRITE-INVOICE-HEADING
           PERFORM 3200-SKIP-ORPHAN-DETAIL
               UNTIL EndOfDetail
                  OR DetailInvoiceNo >= PrintInvoiceNo
           PERFORM 3300-WRITE-INVOICE-LINE
               UNTIL EndOfDetail
                  OR DetailInvoiceNo NOT = PrintInvoiceNo
           IF ReprintMode
               MOVE InvoiceGrossTotal TO PrintInvoiceTotal
           END-IF
           ADD PrintInvoiceTotal TO GrossPrintedTotal
           PERFORM 3500-WRITE-INVOICE-TOTALS.

       3050-CHECK-INVOICE-VOID.
           MOVE "N" TO InvoiceVoidSwitch
           SET VoidedIdx TO 1
           PERFORM 3060-SEARCH-VOIDED-ENTRY
               UNTIL InvoiceIsVoid
                  OR VoidedIdx > VoidedInvoiceCount.

       3060-SEARCH-VOIDED-ENTRY.
           IF VoidedInvoiceNo (VoidedIdx) = PrintInvoiceNo
               SET InvoiceIsVoid TO TRUE
           ELSE
               SET VoidedIdx UP BY 1
           END-IF.

       3100-WRITE-INVOICE-HEADING.
           MOVE ALL "=" TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           STRING "INVOICE " DELIMITED BY SIZE
                  PrintInvoiceNo DELIMITED BY SIZE
                  "    DATE " DELIMITED BY SIZE
                  PrintInvoiceDate DELIMITED BY SIZE
                  "    YOUR REF " DELIMITED BY SIZE
                  PrintInvoiceRef DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           IF InvoiceIsVoid
               PERFORM 3120-WRITE-VOID-BANNER
           END-IF
           PERFORM 3150-WRITE-BILL-TO-BLOCK
           MOVE SPACES TO PrintLineText
           MOVE "PRODUCT DESCRIPTION           QTY   PRICE"
               TO PrintLineText (47:34)
           PERFORM 3900-WRITE-PRINT-LINE.

      *----------------------------------------------------------------
      * A voided invoice still prints in full, so the copy matches
      * what the customer was sent, but it is marked VOID at the
      * head and at the totals.
      *----------------------------------------------------------------
       3120-WRITE-VOID-BANNER.
           ADD 1 TO VoidsPrinted
           MOVE SPACES TO PrintLineText
           STRING "*** V O I D ***   VOIDED " DELIMITED BY SIZE
                  VoidedDate (VoidedIdx) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  VoidedBy (VoidedIdx) DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           STRING "    REASON: " DELIMITED BY SIZE
                  VoidedReason (VoidedIdx) DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE.

       3150-WRITE-BILL-TO-BLOCK.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
                      TableCustomerName (CustomerIdx)
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      PrintCustomerId DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO PrintLineText
               END-STRING
               PERFORM 3900-WRITE-PRINT-LINE
           ELSE
               STRING "BILL TO: " DELIMITED BY SIZE
                      PrintCustomerId DELIMITED BY SIZE
                   INTO PrintLineText
               END-STRING
               PERFORM 3900-WRITE-PRINT-LINE
           PERFORM 3900-WRITE-PRINT-LINE.

       3160-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = PrintCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
               MOVE DetailLineGross TO SignedLineGross
               ADD DetailLineTax TO InvoiceTaxTotal
           END-IF
           ADD SignedLineGross TO InvoiceGrossTotal
           MOVE SPACES TO PrintLineText
           MOVE DetailProductCode TO PrintLineText (1:6)
           MOVE DetailDescription TO PrintLineText (9:20)
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           MOVE SPACES TO PrintLineText
           MOVE PrintInvoiceTotal TO AmountDisplay
           STRING "GROSS TOTAL = " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO PrintLineText
           END-STRING
           PERFORM 3900-WRITE-PRINT-LINE
           IF InvoiceIsVoid
               MOVE SPACES TO PrintLineText
               MOVE "*** VOID - NOTHING IS PAYABLE ON THIS INVOICE ***"
                   TO PrintLineText
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PrintLineText
           PERFORM 3900-WRITE-PRINT-LINE.

           WRITE InvoicePrintRecord
           MOVE ZEROS TO LinesOnPage.

       4000-REPRINT-ONE-INVOICE.
           MOVE ReprintInvoiceNo TO PrintInvoiceNo
           MOVE SPACES TO PrintCustomerId
           MOVE SPACES TO PrintInvoiceRef
           MOVE ZEROS TO PrintInvoiceDate
           MOVE ZEROS TO PrintInvoiceTotal
           OPEN INPUT InvRefHistoryFile
           IF InvRefHistoryFileOK
               PERFORM 4010-READ-REF-HISTORY
               PERFORM 4020-MATCH-REF-HISTORY
                   UNTIL EndOfInvRefHistory
               CLOSE InvRefHistoryFile
           END-IF
           IF ReprintInvoiceFound
               OPEN INPUT ArLedgerFile
               IF ArLedgerFileOK
                   PERFORM 4030-READ-LEDGER-RECORD
                   PERFORM 4040-MATCH-LEDGER-RECORD
                       UNTIL EndOfLedger
                   CLOSE ArLedgerFile
               END-IF
               MOVE PrintInvoiceDate TO RegisterRunDate
               PERFORM 3000-PRINT-ONE-INVOICE
           ELSE
               DISPLAY "*** Invoice " ReprintInvoiceNo
                       " is not on the reference history - "
                       "nothing reprinted ***"
           END-IF.

       4010-READ-REF-HISTORY.
           READ InvRefHistoryFile
               AT END SET EndOfInvRefHistory TO TRUE
           END-READ.

       4020-MATCH-REF-HISTORY.
           IF RefHistInvoiceNo = ReprintInvoiceNo
               MOVE RefHistCustomerId TO PrintCustomerId
               MOVE RefHistInvoiceRef TO PrintInvoiceRef
               SET ReprintInvoiceFound TO TRUE
           END-IF
           PERFORM 4010-READ-REF-HISTORY.

       4030-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       4040-MATCH-LEDGER-RECORD.
           IF ArInvoiceNo = ReprintInvoiceNo
               MOVE ArInvoiceDate TO PrintInvoiceDate
           END-IF
           PERFORM 4030-READ-LEDGER-RECORD.

       9000-TERMINATE.
           IF InvoiceRegisterFileOK
               CLOSE InvoiceRegisterFile
           WRITE ReportTrailerRecord
           CLOSE InvoicePrintFile
           DISPLAY "Invoices printed = " InvoicesPrinted
           DISPLAY "Printed as VOID  = " VoidsPrinted
           DISPLAY "Sent as data     = " InvoicesSentElectronic
           EVALUATE TRUE
               WHEN ReprintMode AND ReprintInvoiceFound
                   MOVE 0 TO RETURN-CODE
               WHEN ReprintMode
                   MOVE 8 TO RETURN-CODE
               WHEN InvoiceRegisterFileOK
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM InvoicePrint.
