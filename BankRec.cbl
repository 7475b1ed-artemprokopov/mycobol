      ******************************************************************
      * Author: Artem Prokopov
      * Date: 02/10/2026
      * Purpose: Daily bank reconciliation of the cash ArCash applied.
      *          Nothing proved that the cash the shop applied is the
      *          cash the bank actually received - bounced cheques
      *          and deposits the bank keyed itself were found weeks
      *          later. This step reads the bank's daily statement
      *          feed (BANKSTMT.DAT, proved through FeedGate like the
      *          other feeds) and matches each bank credit by amount
      *          against the receipts on the day's PAYMENTS.DAT, dated
      *          by the run that applied them on the CASHAPP.DAT
      *          header - a receipt on the same date first, otherwise
      *          the oldest one still waiting. What does not match is
      *          carried on BANKOPEN.DAT as a bank-only or book-only
      *          item and tried again the next day, and the report
      *          BANKREC.DAT (standard RPTCTL bracket) lists the
      *          matched, bank-only and book-only items with the
      *          unreconciled balance (book-only less bank-only)
      *          brought forward and carried forward. A returned
      *          cheque reopens the invoice it paid on ARLEDGER.DAT
      *          and is recorded on the returned-cheque register
      *          RETCHQ.DAT for the GL extract to journal.
      *          RETURN-CODE 0 all reconciled, 4 items left
      *          unreconciled, no statement tonight or a returned
      *          cheque that could not be reopened, 8 when the cash
      *          application report is missing, the AR ledger is in
      *          use or a table overflowed (nothing is written back).
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - Holds the ARLEDGER run lock from loading the
      *                   ledger until it is written back, so a void,
      *                   write-off or payment plan posted meanwhile is
      *                   not overwritten; with the ledger in use
      *                   nothing is reconciled and the run ends
      *                   RETURN-CODE 8. Every reopened invoice now
      *                   goes on the returned-cheque register
      *                   RETCHQ.DAT (layout RETCHQ.cpy) once the
      *                   ledger is written back, so GlExtract puts the
      *                   cheque back on AR and takes it out of cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRec.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankStatementFile ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankStatementFileStatus.
           SELECT PaymentsFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PaymentsFileStatus.
           SELECT CashApplyFile ASSIGN TO "CASHAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashApplyFileStatus.
           SELECT BankOpenFile ASSIGN TO "BANKOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankOpenFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT ReturnedChequeFile ASSIGN TO "RETCHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnedChequeFileStatus.
           SELECT BankRecReportFile ASSIGN TO "BANKREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The bank's fixed-format daily statement: one line per
      *    item, credits (C) and debits (D). A returned cheque (type
      *    RET) carries the invoice number the cheque was remitted
      *    against.
       FD  BankStatementFile
           RECORD CONTAINS 60 CHARACTERS.
       01 BankStatementRecord.
           02 BsValueDate              PIC 9(8).
           02 BsSpace1                 PIC X.
           02 BsTranType               PIC X(3).
               88 BsDeposit            VALUE "DEP".
               88 BsReturnedCheque     VALUE "RET".
           02 BsSpace2                 PIC X.
           02 BsDebitCredit            PIC X.
               88 BsCredit             VALUE "C".
               88 BsDebit              VALUE "D".
           02 BsSpace3                 PIC X.
           02 BsAmount                 PIC 9(9)V99.
           02 BsSpace4                 PIC X.
           02 BsInvoiceRef             PIC 9(6).
           02 BsSpace5                 PIC X.
           02 BsBankReference          PIC X(12).
           02 BsSpace6                 PIC X.
           02 BsNarrative              PIC X(13).
       FD  PaymentsFile
           RECORD CONTAINS 74 CHARACTERS.
       01 PaymentRecord.
           02 PayInvoiceNo             PIC 9(6).
           02 PaySpace1                PIC X.
           02 PayAmount                PIC 9(9)V99.
           02 PaySpace2                PIC X.
           02 PayCustomerId            PIC X(6).
           02 PayMoreInvoices          PIC X(49).
       FD  CashApplyFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CashApplyRecord.
           02 ApplyLineText            PIC X(60).
           COPY "RPTCTL.cpy".
      *    Items left unreconciled, carried from one day to the next:
      *    B bank-only, K book-only. Amounts are signed the bank's
      *    way round - money in positive, money out negative.
       FD  BankOpenFile
           RECORD CONTAINS 57 CHARACTERS.
       01 BankOpenRecord.
           02 BoSide                   PIC X.
           02 BoSpace1                 PIC X.
           02 BoItemDate               PIC 9(8).
           02 BoSpace2                 PIC X.
           02 BoAmount                 PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 BoSpace3                 PIC X.
           02 BoInvoiceRef             PIC 9(6).
           02 BoSpace4                 PIC X.
           02 BoReference              PIC X(12).
           02 BoSpace5                 PIC X.
           02 BoNarrative              PIC X(13).
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
       FD  ReturnedChequeFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "RETCHQ.cpy".
       FD  BankRecReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 BankRecReportRecord.
           02 RecLineText              PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 BankStatementFileStatus  PIC XX.
           88 BankStatementFileOK  VALUE "00".
       01 PaymentsFileStatus       PIC XX.
           88 PaymentsFileOK       VALUE "00".
       01 CashApplyFileStatus      PIC XX.
           88 CashApplyFileOK      VALUE "00".
       01 BankOpenFileStatus       PIC XX.
           88 BankOpenFileOK       VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 ReturnedChequeFileStatus PIC XX.
           88 ReturnedChequeFileOK VALUE "00".
           88 ReturnedChequeFileNew VALUE "35".
       01 BankStatementEndSwitch   PIC X VALUE "N".
           88 EndOfBankStatement   VALUE "Y".
       01 PaymentsEndSwitch        PIC X VALUE "N".
           88 EndOfPayments        VALUE "Y".
       01 CashApplyEndSwitch       PIC X VALUE "N".
           88 EndOfCashApply       VALUE "Y".
       01 BankOpenEndSwitch        PIC X VALUE "N".
           88 EndOfBankOpen        VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 BookDate                 PIC 9(8) VALUE ZEROS.
       01 BookDateSwitch           PIC X VALUE "N".
           88 BookDateKnown        VALUE "Y".
       01 StatementSwitch          PIC X VALUE "N".
           88 StatementReceived    VALUE "Y".
      *----------------------------------------------------------------
      * Every item in play tonight - carried from earlier days and
      * new off the statement and the payments file - on one table,
      * so an old item can match a new one from either side.
      *----------------------------------------------------------------
       01 ReconItemTable.
           02 ReconItemEntry OCCURS 500 TIMES
               INDEXED BY ItemIdx.
               03 ItemSide          PIC X.
               03 ItemDate          PIC 9(8).
               03 ItemAmount        PIC S9(9)V99.
               03 ItemInvoiceRef    PIC 9(6).
               03 ItemReference     PIC X(12).
               03 ItemNarrative     PIC X(13).
               03 ItemCarried       PIC X.
               03 ItemMatched       PIC X.
       01 ItemEntryCount           PIC 9(3) VALUE ZEROS.
       01 ItemOverflowSwitch       PIC X VALUE "N".
           88 ItemTableOverflowed  VALUE "Y".
       01 BankIdx                  PIC 9(3).
       01 BookIdx                  PIC 9(3).
       01 MatchIdx                 PIC 9(3).
       01 MatchDate                PIC 9(8).
       01 MatchFoundSwitch         PIC X VALUE "N".
           88 MatchFound           VALUE "Y".
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 TableInvoiceNo    PIC 9(6).
               03 TableCustomerId   PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 InvoiceFoundSwitch       PIC X VALUE "N".
           88 InvoiceFound         VALUE "Y".
       01 LedgerLockSwitch         PIC X VALUE "N".
           88 LedgerLockHeld       VALUE "Y".
           88 LedgerInUse          VALUE "R".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 LockHolderName           PIC X(8) VALUE "BANKREC".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
      *----------------------------------------------------------------
      * The invoices reopened tonight, held until the ledger has been
      * written back and then added to the returned-cheque register
      * for the GL extract.
      *----------------------------------------------------------------
       01 ReturnedChequeTable.
           02 ReturnedChequeEntry OCCURS 200 TIMES
               INDEXED BY ReturnedIdx.
               03 HeldInvoiceNo     PIC 9(6).
               03 HeldCustomerId    PIC X(6).
               03 HeldValueDate     PIC 9(8).
               03 HeldAmount        PIC 9(9)V99.
               03 HeldReference     PIC X(12).
       01 ReturnedChequeCount      PIC 9(3) VALUE ZEROS.
       01 ReturnedChequeTotal      PIC 9(9)V99 VALUE ZEROS.
       01 NewItemSide              PIC X.
       01 NewItemAmount            PIC S9(9)V99.
       01 StatementCount           PIC 9(5) VALUE ZEROS.
       01 ReceiptCount             PIC 9(5) VALUE ZEROS.
       01 MatchedCount             PIC 9(5) VALUE ZEROS.
       01 ReturnedCount            PIC 9(5) VALUE ZEROS.
       01 NotReopenedCount         PIC 9(5) VALUE ZEROS.
       01 BankOnlyCount            PIC 9(5) VALUE ZEROS.
       01 BookOnlyCount            PIC 9(5) VALUE ZEROS.
       01 MatchedTotal             PIC 9(9)V99 VALUE ZEROS.
       01 BroughtForwardBalance    PIC S9(9)V99 VALUE ZEROS.
       01 CarriedForwardBalance    PIC S9(9)V99 VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 AmountDisplay            PIC -(9)9.99.
       01 CarriedMarker            PIC X(8).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "BANKREC".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           IF BookDateKnown AND LedgerLockHeld
               PERFORM 1300-LOAD-BOOK-RECEIPTS
               PERFORM 1400-READ-BANK-STATEMENT
               PERFORM 2000-MATCH-BANK-ITEM
                   VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > ItemEntryCount
               PERFORM 3000-REPORT-ITEM
                   VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemEntryCount
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           OPEN OUTPUT BankRecReportFile
           PERFORM 1050-WRITE-REPORT-HEADER
           PERFORM 1100-FIND-BOOK-DATE
           IF BookDateKnown
               PERFORM 1140-LOCK-AR-LEDGER
               IF LedgerLockHeld
                   PERFORM 1150-LOAD-AR-LEDGER
                   PERFORM 1200-LOAD-CARRIED-ITEMS
               END-IF
           ELSE
               DISPLAY "*** Cash application report CASHAPP.DAT "
                       "not available - nothing reconciled ***"
           END-IF.

       1050-WRITE-REPORT-HEADER.
           INITIALIZE ReportHeaderRecord OF BankRecReportFile
           MOVE "HDR" TO HeaderRecordType OF BankRecReportFile
           MOVE "BANKREC" TO HeaderProgramName OF BankRecReportFile
           MOVE RunDate TO HeaderRunDate OF BankRecReportFile
           MOVE RunTime TO HeaderRunTime OF BankRecReportFile
           WRITE ReportHeaderRecord OF BankRecReportFile.

      *----------------------------------------------------------------
      * The day's receipts carry no date of their own: they are
      * dated by the run that applied them, off the CASHAPP.DAT
      * header.
      *----------------------------------------------------------------
       1100-FIND-BOOK-DATE.
           OPEN INPUT CashApplyFile
           IF CashApplyFileOK
               PERFORM 1110-READ-CASH-APPLY-RECORD
               IF NOT EndOfCashApply
                   AND HeaderRecordType OF CashApplyFile = "HDR"
                   AND HeaderRunDate OF CashApplyFile NUMERIC
                   MOVE HeaderRunDate OF CashApplyFile TO BookDate
                   SET BookDateKnown TO TRUE
               END-IF
               CLOSE CashApplyFile
           END-IF.

       1110-READ-CASH-APPLY-RECORD.
           READ CashApplyFile
               AT END SET EndOfCashApply TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The ledger is held from the moment it is loaded until it is
      * written back - anything another program posted in between
      * would otherwise be lost in the rewrite.
      *----------------------------------------------------------------
       1140-LOCK-AR-LEDGER.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF LockGranted
               SET LedgerLockHeld TO TRUE
           ELSE
               SET LedgerInUse TO TRUE
               DISPLAY "*** AR ledger is in use - nothing "
                       "reconciled ***"
           END-IF.

       1150-LOAD-AR-LEDGER.
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1160-READ-LEDGER-RECORD
               PERFORM 1170-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ArLedgerFile
           ELSE
               DISPLAY "*** AR ledger not available - returned "
                       "cheques cannot be reopened ***"
           END-IF.

       1160-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1170-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               MOVE ArInvoiceNo
                   TO TableInvoiceNo (LedgerEntryCount)
               MOVE ArCustomerId
                   TO TableCustomerId (LedgerEntryCount)
               MOVE ArInvoiceDate
                   TO TableInvoiceDate (LedgerEntryCount)
               MOVE ArOpenAmount
                   TO TableOpenAmount (LedgerEntryCount)
               MOVE ArStatus
                   TO TableStatus (LedgerEntryCount)
           ELSE
               SET LedgerTableOverflowed TO TRUE
               DISPLAY "*** AR ledger table full - item "
                       ArInvoiceNo " not loaded ***"
           END-IF
           PERFORM 1160-READ-LEDGER-RECORD.

       1200-LOAD-CARRIED-ITEMS.
           OPEN INPUT BankOpenFile
           IF BankOpenFileOK
               PERFORM 1210-READ-BANK-OPEN-RECORD
               PERFORM 1220-STORE-CARRIED-ITEM
                   UNTIL EndOfBankOpen
               CLOSE BankOpenFile
           ELSE
               DISPLAY "No unreconciled items carried forward"
           END-IF.

       1210-READ-BANK-OPEN-RECORD.
           READ BankOpenFile
               AT END SET EndOfBankOpen TO TRUE
           END-READ.

       1220-STORE-CARRIED-ITEM.
           IF BoAmount NUMERIC
               AND (BoSide = "B" OR BoSide = "K")
               MOVE BoSide TO NewItemSide
               MOVE BoAmount TO NewItemAmount
               PERFORM 1900-ADD-ITEM
               IF NOT ItemTableOverflowed
                   MOVE BoItemDate TO ItemDate (ItemEntryCount)
                   MOVE BoInvoiceRef TO ItemInvoiceRef (ItemEntryCount)
                   MOVE BoReference TO ItemReference (ItemEntryCount)
                   MOVE BoNarrative TO ItemNarrative (ItemEntryCount)
                   MOVE "Y" TO ItemCarried (ItemEntryCount)
               END-IF
               IF BoSide = "K"
                   ADD BoAmount TO BroughtForwardBalance
               ELSE
                   SUBTRACT BoAmount FROM BroughtForwardBalance
               END-IF
           END-IF
           PERFORM 1210-READ-BANK-OPEN-RECORD.

       1300-LOAD-BOOK-RECEIPTS.
           OPEN INPUT PaymentsFile
           IF PaymentsFileOK
               PERFORM 1310-READ-PAYMENT-RECORD
               PERFORM 1320-STORE-BOOK-RECEIPT
                   UNTIL EndOfPayments
               CLOSE PaymentsFile
           ELSE
               DISPLAY "*** Payments file not available - no "
                       "receipts on the book side tonight ***"
           END-IF.

       1310-READ-PAYMENT-RECORD.
           READ PaymentsFile
               AT END SET EndOfPayments TO TRUE
           END-READ.

       1320-STORE-BOOK-RECEIPT.
           IF PayAmount NUMERIC
               AND PayAmount > ZERO
               ADD 1 TO ReceiptCount
               MOVE "K" TO NewItemSide
               MOVE PayAmount TO NewItemAmount
               PERFORM 1900-ADD-ITEM
               IF NOT ItemTableOverflowed
                   MOVE BookDate TO ItemDate (ItemEntryCount)
                   IF PayInvoiceNo NUMERIC
                       MOVE PayInvoiceNo
                           TO ItemInvoiceRef (ItemEntryCount)
                   END-IF
                   MOVE PayCustomerId
                       TO ItemReference (ItemEntryCount)
                   MOVE "RECEIPT" TO ItemNarrative (ItemEntryCount)
               END-IF
           END-IF
           PERFORM 1310-READ-PAYMENT-RECORD.

       1400-READ-BANK-STATEMENT.
           OPEN INPUT BankStatementFile
           IF BankStatementFileOK
               SET StatementReceived TO TRUE
               PERFORM 1410-READ-STATEMENT-RECORD
               PERFORM 1420-TAKE-STATEMENT-ITEM
                   UNTIL EndOfBankStatement
               CLOSE BankStatementFile
           ELSE
               DISPLAY "*** No bank statement tonight - the day's "
                       "receipts are carried as book-only ***"
           END-IF.

       1410-READ-STATEMENT-RECORD.
           READ BankStatementFile
               AT END SET EndOfBankStatement TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A returned cheque is reconciled by reopening the invoice it
      * paid; only when that cannot be done does it stay on as a
      * bank-only item. Everything else on the statement goes on the
      * table for matching.
      *----------------------------------------------------------------
       1420-TAKE-STATEMENT-ITEM.
           ADD 1 TO StatementCount
           EVALUATE TRUE
               WHEN BsAmount NOT NUMERIC
                   OR BsValueDate NOT NUMERIC
                   DISPLAY "*** Statement line " StatementCount
                           " unreadable - skipped ***"
               WHEN BsReturnedCheque AND BsDebit
                   PERFORM 1500-REOPEN-RETURNED-INVOICE
               WHEN OTHER
                   PERFORM 1430-ADD-BANK-ITEM
           END-EVALUATE
           PERFORM 1410-READ-STATEMENT-RECORD.

       1430-ADD-BANK-ITEM.
           MOVE "B" TO NewItemSide
           IF BsDebit
               COMPUTE NewItemAmount = 0 - BsAmount
           ELSE
               MOVE BsAmount TO NewItemAmount
           END-IF
           PERFORM 1900-ADD-ITEM
           IF NOT ItemTableOverflowed
               MOVE BsValueDate TO ItemDate (ItemEntryCount)
               IF BsInvoiceRef NUMERIC
                   MOVE BsInvoiceRef TO ItemInvoiceRef (ItemEntryCount)
               END-IF
               MOVE BsBankReference TO ItemReference (ItemEntryCount)
               MOVE BsNarrative TO ItemNarrative (ItemEntryCount)
           END-IF.

      *----------------------------------------------------------------
      * The cheque's amount goes back on the invoice it paid. A
      * closed invoice reopens as open; one still partly open keeps
      * its status with the larger amount. The reopening is held for
      * the returned-cheque register; with that table full the
      * cheque stays on as a bank-only item for tomorrow.
      *----------------------------------------------------------------
       1500-REOPEN-RETURNED-INVOICE.
           MOVE "N" TO InvoiceFoundSwitch
           IF BsInvoiceRef NUMERIC
               AND BsInvoiceRef > ZEROS
               AND NOT LedgerTableOverflowed
               AND ReturnedChequeCount < 200
               SET LedgerIdx TO 1
               PERFORM 1510-SEARCH-RETURNED-INVOICE
                   UNTIL InvoiceFound
                      OR LedgerIdx > LedgerEntryCount
           END-IF
           IF InvoiceFound
               SET LedgerChanged TO TRUE
               ADD BsAmount TO TableOpenAmount (LedgerIdx)
               IF TableStatus (LedgerIdx) = "C"
                   MOVE "O" TO TableStatus (LedgerIdx)
               END-IF
               ADD 1 TO ReturnedCount
               PERFORM 1520-HOLD-RETURNED-CHEQUE
               PERFORM 3400-WRITE-RETURNED-LINE
           ELSE
               ADD 1 TO NotReopenedCount
               PERFORM 3450-WRITE-NOT-REOPENED-LINE
               PERFORM 1430-ADD-BANK-ITEM
           END-IF.

       1510-SEARCH-RETURNED-INVOICE.
           IF TableInvoiceNo (LedgerIdx) = BsInvoiceRef
               AND TableStatus (LedgerIdx) NOT = "U"
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       1520-HOLD-RETURNED-CHEQUE.
           ADD 1 TO ReturnedChequeCount
           SET ReturnedIdx TO ReturnedChequeCount
           MOVE TableInvoiceNo (LedgerIdx)
               TO HeldInvoiceNo (ReturnedIdx)
           MOVE TableCustomerId (LedgerIdx)
               TO HeldCustomerId (ReturnedIdx)
           MOVE BsValueDate TO HeldValueDate (ReturnedIdx)
           MOVE BsAmount TO HeldAmount (ReturnedIdx)
           MOVE BsBankReference TO HeldReference (ReturnedIdx)
           ADD BsAmount TO ReturnedChequeTotal.

       1900-ADD-ITEM.
           IF ItemEntryCount < 500
               ADD 1 TO ItemEntryCount
               MOVE NewItemSide TO ItemSide (ItemEntryCount)
               MOVE NewItemAmount TO ItemAmount (ItemEntryCount)
               MOVE ZEROS TO ItemDate (ItemEntryCount)
               MOVE ZEROS TO ItemInvoiceRef (ItemEntryCount)
               MOVE SPACES TO ItemReference (ItemEntryCount)
               MOVE SPACES TO ItemNarrative (ItemEntryCount)
               MOVE "N" TO ItemCarried (ItemEntryCount)
               MOVE "N" TO ItemMatched (ItemEntryCount)
           ELSE
               SET ItemTableOverflowed TO TRUE
               DISPLAY "*** Reconciliation table full - item of "
                       NewItemAmount " not loaded ***"
           END-IF.

      *----------------------------------------------------------------
      * One bank credit against the receipts still waiting: the same
      * amount on the same date first, otherwise the same amount on
      * the oldest date.
      *----------------------------------------------------------------
       2000-MATCH-BANK-ITEM.
           IF ItemSide (BankIdx) = "B"
               AND ItemMatched (BankIdx) = "N"
               AND ItemAmount (BankIdx) > ZERO
               MOVE "N" TO MatchFoundSwitch
               MOVE 99999999 TO MatchDate
               PERFORM 2100-CHECK-BOOK-ITEM
                   VARYING BookIdx FROM 1 BY 1
                   UNTIL BookIdx > ItemEntryCount
               IF MatchFound
                   MOVE "Y" TO ItemMatched (BankIdx)
                   MOVE "Y" TO ItemMatched (MatchIdx)
                   ADD 1 TO MatchedCount
                   ADD ItemAmount (BankIdx) TO MatchedTotal
                   PERFORM 3100-WRITE-MATCHED-LINE
               END-IF
           END-IF.

       2100-CHECK-BOOK-ITEM.
           IF ItemSide (BookIdx) = "K"
               AND ItemMatched (BookIdx) = "N"
               AND ItemAmount (BookIdx) = ItemAmount (BankIdx)
               EVALUATE TRUE
                   WHEN ItemDate (BookIdx) = ItemDate (BankIdx)
                       AND MatchDate NOT = ItemDate (BankIdx)
                       SET MatchFound TO TRUE
                       MOVE BookIdx TO MatchIdx
                       MOVE ItemDate (BookIdx) TO MatchDate
                   WHEN MatchDate = ItemDate (BankIdx)
                       CONTINUE
                   WHEN ItemDate (BookIdx) < MatchDate
                       SET MatchFound TO TRUE
                       MOVE BookIdx TO MatchIdx
                       MOVE ItemDate (BookIdx) TO MatchDate
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Whatever did not match is listed as bank-only or book-only
      * and counts toward the balance carried forward.
      *----------------------------------------------------------------
       3000-REPORT-ITEM.
           IF ItemMatched (ItemIdx) = "N"
               IF ItemCarried (ItemIdx) = "Y"
                   MOVE " CARRIED" TO CarriedMarker
               ELSE
                   MOVE SPACES TO CarriedMarker
               END-IF
               MOVE ItemAmount (ItemIdx) TO AmountDisplay
               IF ItemSide (ItemIdx) = "K"
                   ADD 1 TO BookOnlyCount
                   ADD ItemAmount (ItemIdx) TO CarriedForwardBalance
                   PERFORM 3300-WRITE-BOOK-ONLY-LINE
               ELSE
                   ADD 1 TO BankOnlyCount
                   SUBTRACT ItemAmount (ItemIdx)
                       FROM CarriedForwardBalance
                   PERFORM 3200-WRITE-BANK-ONLY-LINE
               END-IF
           END-IF.

       3100-WRITE-MATCHED-LINE.
           MOVE ItemAmount (BankIdx) TO AmountDisplay
           MOVE SPACES TO RecLineText
           STRING "MATCHED   " DELIMITED BY SIZE
                  ItemDate (BankIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemReference (BankIdx) DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  ItemDate (MatchIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemInvoiceRef (MatchIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemReference (MatchIdx) DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

       3200-WRITE-BANK-ONLY-LINE.
           MOVE SPACES TO RecLineText
           STRING "BANK ONLY " DELIMITED BY SIZE
                  ItemDate (ItemIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemReference (ItemIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemNarrative (ItemIdx) DELIMITED BY SIZE
                  CarriedMarker DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

       3300-WRITE-BOOK-ONLY-LINE.
           MOVE SPACES TO RecLineText
           STRING "BOOK ONLY " DELIMITED BY SIZE
                  ItemDate (ItemIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemInvoiceRef (ItemIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ItemReference (ItemIdx) DELIMITED BY SIZE
                  CarriedMarker DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

       3400-WRITE-RETURNED-LINE.
           MOVE BsAmount TO AmountDisplay
           MOVE SPACES TO RecLineText
           STRING "RETURNED  " DELIMITED BY SIZE
                  BsValueDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BsBankReference DELIMITED BY SIZE
                  " INV " DELIMITED BY SIZE
                  TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerId (LedgerIdx) DELIMITED BY SIZE
                  " REOPENED" DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

       3450-WRITE-NOT-REOPENED-LINE.
           MOVE BsAmount TO AmountDisplay
           MOVE SPACES TO RecLineText
           STRING "RETURNED  " DELIMITED BY SIZE
                  BsValueDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BsBankReference DELIMITED BY SIZE
                  " INV " DELIMITED BY SIZE
                  BsInvoiceRef DELIMITED BY SIZE
                  " NOT ON LEDGER" DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

       3500-WRITE-BALANCE-LINES.
           MOVE BroughtForwardBalance TO AmountDisplay
           MOVE SPACES TO RecLineText
           STRING "UNRECONCILED BROUGHT FORWARD " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount
           MOVE CarriedForwardBalance TO AmountDisplay
           MOVE SPACES TO RecLineText
           STRING "UNRECONCILED CARRIED FORWARD " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO RecLineText
           END-STRING
           WRITE BankRecReportRecord
           ADD 1 TO ReportLineCount.

      *----------------------------------------------------------------
      * Never rewrite from an overflowed table - items past the cap
      * were not loaded, and writing the table back would lose them.
      *----------------------------------------------------------------
       8000-REWRITE-CARRIED-ITEMS.
           OPEN OUTPUT BankOpenFile
           PERFORM 8100-WRITE-CARRIED-ITEM
               VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemEntryCount
           CLOSE BankOpenFile.

       8100-WRITE-CARRIED-ITEM.
           IF ItemMatched (ItemIdx) = "N"
               INITIALIZE BankOpenRecord
               MOVE ItemSide (ItemIdx)       TO BoSide
               MOVE ItemDate (ItemIdx)       TO BoItemDate
               MOVE ItemAmount (ItemIdx)     TO BoAmount
               MOVE ItemInvoiceRef (ItemIdx) TO BoInvoiceRef
               MOVE ItemReference (ItemIdx)  TO BoReference
               MOVE ItemNarrative (ItemIdx)  TO BoNarrative
               WRITE BankOpenRecord
           END-IF.

       8500-REWRITE-AR-LEDGER.
           OPEN OUTPUT ArLedgerFile
           PERFORM 8600-WRITE-LEDGER-ENTRY
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           CLOSE ArLedgerFile.

       8600-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           MOVE TableInvoiceNo (LedgerIdx)   TO ArInvoiceNo
           MOVE TableCustomerId (LedgerIdx)  TO ArCustomerId
           MOVE TableInvoiceDate (LedgerIdx) TO ArInvoiceDate
           MOVE TableOpenAmount (LedgerIdx)  TO ArOpenAmount
           MOVE TableStatus (LedgerIdx)      TO ArStatus
           WRITE ArLedgerRecord.

      *----------------------------------------------------------------
      * The invoices reopened tonight are added to RETCHQ.DAT as
      * journal pending; the first run creates the file.
      *----------------------------------------------------------------
       8700-WRITE-RETURNED-CHEQUES.
           OPEN EXTEND ReturnedChequeFile
           IF ReturnedChequeFileNew
               OPEN OUTPUT ReturnedChequeFile
           END-IF
           PERFORM 8710-WRITE-RETURNED-CHEQUE
               VARYING ReturnedIdx FROM 1 BY 1
               UNTIL ReturnedIdx > ReturnedChequeCount
           CLOSE ReturnedChequeFile.

       8710-WRITE-RETURNED-CHEQUE.
           INITIALIZE ReturnedChequeRecord
           MOVE HeldInvoiceNo (ReturnedIdx)  TO RcInvoiceNo
           MOVE HeldCustomerId (ReturnedIdx) TO RcCustomerId
           MOVE HeldValueDate (ReturnedIdx)  TO RcValueDate
           MOVE HeldAmount (ReturnedIdx)     TO RcAmount
           MOVE HeldReference (ReturnedIdx)  TO RcBankReference
           MOVE RunDate TO RcReopenedDate
           SET RcJournalPending TO TRUE
           MOVE ZEROS TO RcPostedDate
           WRITE ReturnedChequeRecord.

       9000-TERMINATE.
           IF BookDateKnown AND LedgerLockHeld
               PERFORM 3500-WRITE-BALANCE-LINES
           END-IF
           INITIALIZE ReportTrailerRecord OF BankRecReportFile
           MOVE "TRL" TO TrailerRecordType OF BankRecReportFile
           MOVE ReportLineCount
               TO TrailerRecordCount OF BankRecReportFile
           MOVE MatchedTotal
               TO TrailerControlTotal OF BankRecReportFile
           COMPUTE TrailerRejectCount OF BankRecReportFile =
               BankOnlyCount + BookOnlyCount
           WRITE ReportTrailerRecord OF BankRecReportFile
           CLOSE BankRecReportFile
           IF BookDateKnown AND LedgerLockHeld
               AND NOT ItemTableOverflowed
               PERFORM 8000-REWRITE-CARRIED-ITEMS
               IF LedgerChanged
                   PERFORM 8500-REWRITE-AR-LEDGER
                   PERFORM 8700-WRITE-RETURNED-CHEQUES
               END-IF
           END-IF
           IF LedgerLockHeld
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
           END-IF
           IF ItemTableOverflowed
               DISPLAY "*** Reconciliation table overflowed - "
                       "carried items and ledger NOT written back ***"
           END-IF
           DISPLAY "Statement lines read   = " StatementCount
           DISPLAY "Book receipts          = " ReceiptCount
           DISPLAY "Matched                = " MatchedCount
           DISPLAY "Returned cheques       = " ReturnedCount
           DISPLAY "Returned cheque total  = " ReturnedChequeTotal
           DISPLAY "Returns not reopened   = " NotReopenedCount
           DISPLAY "Bank-only items        = " BankOnlyCount
           DISPLAY "Book-only items        = " BookOnlyCount
           DISPLAY "Unreconciled b/f       = " BroughtForwardBalance
           DISPLAY "Unreconciled c/f       = " CarriedForwardBalance
           EVALUATE TRUE
               WHEN NOT BookDateKnown
                   MOVE 8 TO RETURN-CODE
               WHEN LedgerInUse
                   MOVE 8 TO RETURN-CODE
               WHEN ItemTableOverflowed
                   MOVE 8 TO RETURN-CODE
               WHEN NOT StatementReceived
                   MOVE 4 TO RETURN-CODE
               WHEN NotReopenedCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN BankOnlyCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN BookOnlyCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE StatementCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM BankRec.
