      *                   resubmission - re-applying PAYMENTS.DAT
      *                   against partially paid items doubles the
      *                   cash, and nothing else guarded the rerun.
      *   30/09/2026 AP - A payment now carries the paying customer and
      *                   up to eight remitted invoices (record grew 18
      *                   -> 74 bytes; an 18-byte payment still reads as
      *                   one invoice). It is applied across the
      *                   invoices it remits, or oldest-first across the
      *                   customer's open items when it remits none, and
      *                   what is left goes on account as the customer's
      *                   credit item on the ledger (invoice 000000,
      *                   status U, negative open amount). Each run
      *                   first applies on-account credit oldest-first
      *                   to the customer's open items. A remitted
      *                   invoice not open for the customer is reported
      *                   NOT OPEN and sets RETURN-CODE 4.
      *   30/09/2026 AP - End of the payments file no longer reads as a
      *                   missing file at the close - the run ended
      *                   RETURN-CODE 8 and left the file open however
      *                   the cash went.
      *   01/10/2026 AP - Writes the run's cash applied, put on account,
      *                   credit used and unmatched to the CASHTOT.DAT
      *                   handoff for the cash-receipts journal
      *                   (CashJrnl) - only when the ledger was written
      *                   back.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   05/10/2026 AP - Cash run dated in a closed fiscal period dates
      *                   its on-account items to the next open
      *                   period, or applies nothing and ends
      *                   RETURN-CODE 8 when no later period is open.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson. Every amount applied
      *                   to an invoice is now added to CASHHIST.DAT
      *                   (layout CASHHIST.cpy) once the ledger is
      *                   written back, for the commission run; more
      *                   applications than the history table holds
      *                   stops the write-back like an overflowed
      *                   ledger.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      *   15/10/2026 AP - Holds the ARLEDGER run lock from loading the
      *                   ledger until it is written back, so a void,
      *                   write-off or payment plan posted meanwhile is
      *                   not overwritten; with the ledger in use no
      *                   cash is applied and the run ends
      *                   RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArCash.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT CashApplyFile ASSIGN TO "CASHAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CashTotalsFile ASSIGN TO "CASHTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CashHistoryFile ASSIGN TO "CASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashHistoryFileStatus.
       DATA DIVISION.
       FILE SECTION.
      *    The first 18 bytes are the original one-invoice payment;
      *    the customer and up to seven more remitted invoices follow,
      *    blank on a payment that names none.
       FD  PaymentsFile
           RECORD CONTAINS 74 CHARACTERS.
       01 PaymentRecord.
           02 PayInvoiceNo             PIC 9(6).
           02 PaySpace1                PIC X.
           02 PayAmount                PIC 9(9)V99.
           02 PaySpace2                PIC X.
           02 PayCustomerId            PIC X(6).
           02 PayMoreInvoices OCCURS 7 TIMES.
               03 PayMoreSpace         PIC X.
               03 PayMoreInvoiceNo     PIC 9(6).
       FD  ArLedgerFile
           RECORD CONTAINS 37 CHARACTERS.
       01 ArLedgerRecord.
               SIGN IS LEADING SEPARATE.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemOnAccount      VALUE "U".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  CashApplyFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CashApplyRecord.
           02 ApplyLineText            PIC X(60).
           COPY "RPTCTL.cpy".
       FD  CashTotalsFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CashTotalsRecord.
           02 CashTotRunDate           PIC 9(8).
           02 CashTotSpace1            PIC X.
           02 CashTotApplied           PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace2            PIC X.
           02 CashTotOnAccount         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace3            PIC X.
           02 CashTotCreditUsed        PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace4            PIC X.
           02 CashTotUnmatched         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       FD  CashHistoryFile
           RECORD CONTAINS 37 CHARACTERS.
           COPY "CASHHIST.cpy".
       WORKING-STORAGE SECTION.
       01 PaymentsFileStatus       PIC XX.
           88 PaymentsFileOK       VALUE "00" "10".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 PaymentsEndSwitch        PIC X VALUE "N".
           88 EndOfPayments        VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 PostingDate              PIC 9(8).
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       01 CashPeriodSwitch         PIC X VALUE "N".
           88 CashPeriodRefused    VALUE "Y".
       01 LedgerLockSwitch         PIC X VALUE "N".
           88 LedgerLockHeld       VALUE "Y".
           88 LedgerInUse          VALUE "R".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 LockHolderName           PIC X(8) VALUE "ARCASH".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 ArLedgerTable.
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 CashHistoryFileStatus    PIC XX.
           88 CashHistoryFileOK    VALUE "00".
           88 CashHistoryFileNew   VALUE "35".
      *----------------------------------------------------------------
      * Every application the run makes, held until the ledger has
      * been written back and then added to the cash history the
      * commission run pays from.
      *----------------------------------------------------------------
       01 CashHistoryTable.
           02 CashHistoryEntry OCCURS 1000 TIMES
               INDEXED BY CashHistoryIdx.
               03 HeldInvoiceNo     PIC 9(6).
               03 HeldCustomerId    PIC X(6).
               03 HeldAmount        PIC 9(9)V99.
               03 HeldSource        PIC X.
       01 CashHistoryCount         PIC 9(4) VALUE ZEROS.
       01 CashHistoryOverflowSwitch PIC X VALUE "N".
           88 CashHistoryOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 InvoiceFoundSwitch       PIC X VALUE "N".
           88 InvoiceFound         VALUE "Y".
       01 SearchInvoiceNo          PIC 9(6).
       01 CreditIdx                PIC 9(3).
       01 OldestIdx                PIC 9(3).
       01 OldestInvoiceDate        PIC 9(8).
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustMasterId PIC X(6).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
      *    The invoices one payment remits, and the customer whose
      *    open items it is applied against.
       01 RemitTable.
           02 RemitInvoiceNo        PIC 9(6) OCCURS 8 TIMES
               INDEXED BY RemitIdx.
       01 RemitCount               PIC 9 VALUE ZERO.
       01 MoreIdx                  PIC 9.
       01 ApplyCustomerId          PIC X(6).
       01 UnmatchedReason          PIC X(20).
       01 ApplySourceSwitch        PIC X VALUE "P".
           88 ApplyingPayment      VALUE "P".
           88 ApplyingCredit       VALUE "C".
       01 AmountRemaining          PIC 9(9)V99 VALUE ZEROS.
       01 AmountToApply            PIC 9(9)V99 VALUE ZEROS.
       01 PaymentCount             PIC 9(5) VALUE ZEROS.
       01 AppliedCount             PIC 9(5) VALUE ZEROS.
       01 PartialCount             PIC 9(5) VALUE ZEROS.
       01 UnmatchedCount           PIC 9(5) VALUE ZEROS.
       01 NotOpenCount             PIC 9(5) VALUE ZEROS.
       01 OnAccountCount           PIC 9(5) VALUE ZEROS.
       01 CreditItemCount          PIC 9(5) VALUE ZEROS.
       01 OnAccountCashTotal       PIC 9(9)V99 VALUE ZEROS.
       01 CreditAppliedTotal       PIC 9(9)V99 VALUE ZEROS.
       01 AppliedCashTotal         PIC 9(9)V99 VALUE ZEROS.
       01 UnmatchedCashTotal       PIC 9(9)V99 VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           IF PaymentsFileOK AND NOT CashPeriodRefused
               AND LedgerLockHeld
               PERFORM 1500-APPLY-ON-ACCOUNT-CREDIT
                   VARYING CreditIdx FROM 1 BY 1
                   UNTIL CreditIdx > LedgerEntryCount
               PERFORM 2000-APPLY-PAYMENT-RECORD
                   UNTIL EndOfPayments
           ELSE
               IF NOT PaymentsFileOK
                   DISPLAY "*** Payments file not available - "
                           "no cash applied ***"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1010-CHECK-POSTING-PERIOD
           OPEN OUTPUT CashApplyFile
           PERFORM 1050-WRITE-REPORT-HEADER
           PERFORM 1060-LOCK-AR-LEDGER
           IF LedgerLockHeld
               PERFORM 1100-LOAD-AR-LEDGER
           END-IF
           PERFORM 1300-LOAD-CUSTOMER-MASTER
           OPEN INPUT PaymentsFile
           IF PaymentsFileOK
               PERFORM 1200-READ-PAYMENT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Cash is applied as of the run date. When finance has closed
      * the period that date falls in, on-account items are dated
      * the first day of the next open period (the cash journal
      * dates its lines the same way); with no later period open no
      * cash is applied at all.
      *----------------------------------------------------------------
       1010-CHECK-POSTING-PERIOD.
           MOVE RunDate TO PostingDate
           MOVE RunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET CashPeriodRefused TO TRUE
                   DISPLAY "*** Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - no cash "
                           "applied ***"
               WHEN OTHER
                   DISPLAY "Run date " RunDate
                           " is in closed period " PerCheckPeriodId
                           " - cash dated " PerCheckPostingDate
                   MOVE PerCheckPostingDate TO PostingDate
           END-EVALUATE.

       1050-WRITE-REPORT-HEADER.
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE RunTime  TO HeaderRunTime
           WRITE ReportHeaderRecord.

      *----------------------------------------------------------------
      * The ledger is held from the moment it is loaded until it is
      * written back - anything another program posted in between
      * would otherwise be lost in the rewrite.
      *----------------------------------------------------------------
       1060-LOCK-AR-LEDGER.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF LockGranted
               SET LedgerLockHeld TO TRUE
           ELSE
               SET LedgerInUse TO TRUE
               DISPLAY "*** AR ledger is in use - no cash "
                       "applied ***"
           END-IF.

       1100-LOAD-AR-LEDGER.
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ArLedgerFile
           END-READ.

      *----------------------------------------------------------------
      * The customer master is only read to check the customer a
      * payment names. Without it, a customer already carrying items
      * on the ledger is still taken as known.
      *----------------------------------------------------------------
       1300-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1310-READ-CUSTOMER-RECORD
               PERFORM 1320-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1310-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1320-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustMasterId (CustomerEntryCount)
           ELSE
               DISPLAY "*** Customer table full - customer "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1310-READ-CUSTOMER-RECORD.

      *----------------------------------------------------------------
      * Cash left over from an earlier day sits on the ledger as the
      * customer's on-account credit item (status U, negative open
      * amount, invoice number zero). Before today's payments it is
      * applied oldest-first to whatever the customer has open, so
      * invoices posted since it arrived take it up; what is not
      * used stays on account.
      *----------------------------------------------------------------
       1500-APPLY-ON-ACCOUNT-CREDIT.
           IF TableStatus (CreditIdx) = "U"
               AND TableOpenAmount (CreditIdx) < ZERO
               SET ApplyingCredit TO TRUE
               MOVE TableCustomerId (CreditIdx) TO ApplyCustomerId
               COMPUTE AmountRemaining =
                   0 - TableOpenAmount (CreditIdx)
               PERFORM 2400-APPLY-OLDEST-FIRST
               COMPUTE TableOpenAmount (CreditIdx) =
                   0 - AmountRemaining
               IF AmountRemaining = ZERO
                   MOVE "C" TO TableStatus (CreditIdx)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One payment from one customer: across the invoices it
      * remits, or oldest-first across the customer's open items
      * when it remits none. Whatever is left over goes on account
      * as a credit. Only a payment whose customer cannot be told -
      * no known customer named and no remitted invoice on the
      * ledger - reports as unmatched cash for manual investigation.
      *----------------------------------------------------------------
       2000-APPLY-PAYMENT-RECORD.
           ADD 1 TO PaymentCount
           SET ApplyingPayment TO TRUE
           IF PayAmount NUMERIC
               MOVE PayAmount TO AmountRemaining
               PERFORM 2050-BUILD-REMITTANCE-LIST
               PERFORM 2060-RESOLVE-CUSTOMER
           ELSE
               MOVE ZEROS TO AmountRemaining
               MOVE SPACES TO ApplyCustomerId
               MOVE "UNREADABLE PAYMENT" TO UnmatchedReason
           END-IF
           EVALUATE TRUE
               WHEN ApplyCustomerId = SPACES
                   PERFORM 2900-REPORT-UNMATCHED-CASH
               WHEN RemitCount > ZERO
                   PERFORM 2300-APPLY-TO-REMITTED-INVOICE
                       VARYING RemitIdx FROM 1 BY 1
                       UNTIL RemitIdx > RemitCount
                          OR AmountRemaining = ZERO
               WHEN OTHER
                   PERFORM 2400-APPLY-OLDEST-FIRST
           END-EVALUATE
           IF ApplyCustomerId NOT = SPACES
               AND AmountRemaining > ZERO
               PERFORM 2500-POST-ON-ACCOUNT
           END-IF
           PERFORM 1200-READ-PAYMENT-RECORD.

       2050-BUILD-REMITTANCE-LIST.
           MOVE ZERO TO RemitCount
           IF PayInvoiceNo NUMERIC
               AND PayInvoiceNo > ZEROS
               ADD 1 TO RemitCount
               MOVE PayInvoiceNo TO RemitInvoiceNo (RemitCount)
           END-IF
           PERFORM 2055-ADD-REMITTED-INVOICE
               VARYING MoreIdx FROM 1 BY 1 UNTIL MoreIdx > 7.

       2055-ADD-REMITTED-INVOICE.
           IF PayMoreInvoiceNo (MoreIdx) NUMERIC
               AND PayMoreInvoiceNo (MoreIdx) > ZEROS
               ADD 1 TO RemitCount
               MOVE PayMoreInvoiceNo (MoreIdx)
                   TO RemitInvoiceNo (RemitCount)
           END-IF.

      *----------------------------------------------------------------
      * A named customer must be on the customer master or already
      * on the ledger. A payment naming none - as every payment did
      * before the customer was carried - belongs to the customer of
      * the first remitted invoice found on the ledger, open or not.
      *----------------------------------------------------------------
       2060-RESOLVE-CUSTOMER.
           MOVE SPACES TO ApplyCustomerId
           EVALUATE TRUE
               WHEN PayCustomerId NOT = SPACES
                   PERFORM 2070-CHECK-NAMED-CUSTOMER
                   IF CustomerFound
                       MOVE PayCustomerId TO ApplyCustomerId
                   ELSE
                       MOVE "UNKNOWN CUSTOMER" TO UnmatchedReason
                   END-IF
               WHEN RemitCount > ZERO
                   MOVE "N" TO InvoiceFoundSwitch
                   SET RemitIdx TO 1
                   PERFORM 2080-FIND-REMITTED-CUSTOMER
                       UNTIL InvoiceFound OR RemitIdx > RemitCount
                   IF InvoiceFound
                       MOVE TableCustomerId (LedgerIdx)
                           TO ApplyCustomerId
                   ELSE
                       MOVE "NO OPEN ITEM" TO UnmatchedReason
                   END-IF
               WHEN OTHER
                   MOVE "NO CUSTOMER OR ITEM" TO UnmatchedReason
           END-EVALUATE.

       2070-CHECK-NAMED-CUSTOMER.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2075-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount
           IF NOT CustomerFound
               SET LedgerIdx TO 1
               PERFORM 2077-SEARCH-CUSTOMER-ITEM
                   UNTIL CustomerFound
                      OR LedgerIdx > LedgerEntryCount
           END-IF.

       2075-SEARCH-CUSTOMER-ENTRY.
           IF TableCustMasterId (CustomerIdx) = PayCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2077-SEARCH-CUSTOMER-ITEM.
           IF TableCustomerId (LedgerIdx) = PayCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2080-FIND-REMITTED-CUSTOMER.
           SET LedgerIdx TO 1
           PERFORM 2085-SEARCH-ANY-INVOICE
               UNTIL InvoiceFound OR LedgerIdx > LedgerEntryCount
           IF NOT InvoiceFound
               SET RemitIdx UP BY 1
           END-IF.

       2085-SEARCH-ANY-INVOICE.
           IF TableInvoiceNo (LedgerIdx) = RemitInvoiceNo (RemitIdx)
               AND TableStatus (LedgerIdx) NOT = "U"
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2100-FIND-OPEN-INVOICE.
           MOVE "N" TO InvoiceFoundSwitch
           SET LedgerIdx TO 1
               UNTIL InvoiceFound OR LedgerIdx > LedgerEntryCount.

       2110-SEARCH-OPEN-INVOICE.
           IF TableInvoiceNo (LedgerIdx) = SearchInvoiceNo
               AND TableStatus (LedgerIdx) NOT = "C"
               AND TableStatus (LedgerIdx) NOT = "U"
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Cash (or credit) against one open item: enough to cover the
      * open amount closes the item, less reduces it and marks it
      * partially paid. What is applied comes off the amount left.
      *----------------------------------------------------------------
       2200-APPLY-CASH-TO-ITEM.
           SET LedgerChanged TO TRUE
           IF AmountRemaining >= TableOpenAmount (LedgerIdx)
               MOVE TableOpenAmount (LedgerIdx) TO AmountToApply
               MOVE ZEROS TO RemainingOpenAmount
               MOVE ZEROS TO TableOpenAmount (LedgerIdx)
               MOVE "C" TO TableStatus (LedgerIdx)
           ELSE
               MOVE AmountRemaining TO AmountToApply
               COMPUTE RemainingOpenAmount =
                   TableOpenAmount (LedgerIdx) - AmountToApply
               MOVE RemainingOpenAmount
                   TO TableOpenAmount (LedgerIdx)
               MOVE "P" TO TableStatus (LedgerIdx)
           END-IF
           SUBTRACT AmountToApply FROM AmountRemaining
           PERFORM 2250-HOLD-CASH-HISTORY
           EVALUATE TRUE
               WHEN ApplyingCredit
                   ADD 1 TO CreditItemCount
                   ADD AmountToApply TO CreditAppliedTotal
                   PERFORM 3150-WRITE-CREDIT-LINE
               WHEN TableStatus (LedgerIdx) = "C"
                   ADD 1 TO AppliedCount
                   ADD AmountToApply TO AppliedCashTotal
                   PERFORM 3100-WRITE-APPLIED-LINE
               WHEN OTHER
                   ADD 1 TO PartialCount
                   ADD AmountToApply TO AppliedCashTotal
                   PERFORM 3200-WRITE-PARTIAL-LINE
           END-EVALUATE.

       2250-HOLD-CASH-HISTORY.
           IF CashHistoryCount < 1000
               ADD 1 TO CashHistoryCount
               SET CashHistoryIdx TO CashHistoryCount
               MOVE TableInvoiceNo (LedgerIdx)
                   TO HeldInvoiceNo (CashHistoryIdx)
               MOVE TableCustomerId (LedgerIdx)
                   TO HeldCustomerId (CashHistoryIdx)
               MOVE AmountToApply TO HeldAmount (CashHistoryIdx)
               MOVE ApplySourceSwitch TO HeldSource (CashHistoryIdx)
           ELSE
               IF NOT CashHistoryOverflowed
                   DISPLAY "*** Cash history table full - "
                           "applications will NOT be written "
                           "back ***"
               END-IF
               SET CashHistoryOverflowed TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * A remitted invoice that is not open for the paying customer
      * is reported; the cash meant for it stays with the payment
      * and ends up on account.
      *----------------------------------------------------------------
       2300-APPLY-TO-REMITTED-INVOICE.
           MOVE RemitInvoiceNo (RemitIdx) TO SearchInvoiceNo
           PERFORM 2100-FIND-OPEN-INVOICE
           IF InvoiceFound
               AND TableCustomerId (LedgerIdx) = ApplyCustomerId
               AND TableOpenAmount (LedgerIdx) > ZERO
               PERFORM 2200-APPLY-CASH-TO-ITEM
           ELSE
               ADD 1 TO NotOpenCount
               PERFORM 3400-WRITE-NOT-OPEN-LINE
           END-IF.

       2400-APPLY-OLDEST-FIRST.
           PERFORM 2410-FIND-OLDEST-OPEN-ITEM
           PERFORM 2420-APPLY-TO-OLDEST-ITEM
               UNTIL NOT InvoiceFound
                  OR AmountRemaining = ZERO.

       2410-FIND-OLDEST-OPEN-ITEM.
           MOVE "N" TO InvoiceFoundSwitch
           MOVE 99999999 TO OldestInvoiceDate
           PERFORM 2415-CHECK-OLDER-ITEM
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount.

       2415-CHECK-OLDER-ITEM.
           IF TableCustomerId (LedgerIdx) = ApplyCustomerId
               AND TableStatus (LedgerIdx) NOT = "C"
               AND TableStatus (LedgerIdx) NOT = "U"
               AND TableOpenAmount (LedgerIdx) > ZERO
               AND TableInvoiceDate (LedgerIdx) < OldestInvoiceDate
               SET InvoiceFound TO TRUE
               MOVE TableInvoiceDate (LedgerIdx) TO OldestInvoiceDate
               SET OldestIdx TO LedgerIdx
           END-IF.

       2420-APPLY-TO-OLDEST-ITEM.
           SET LedgerIdx TO OldestIdx
           PERFORM 2200-APPLY-CASH-TO-ITEM
           PERFORM 2410-FIND-OLDEST-OPEN-ITEM.

      *----------------------------------------------------------------
      * The customer keeps one on-account credit item; cash left over
      * is added to it, or opens it. A full ledger table leaves the
      * cash unmatched rather than lose the items past the cap.
      *----------------------------------------------------------------
       2500-POST-ON-ACCOUNT.
           MOVE "N" TO InvoiceFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 2510-SEARCH-CREDIT-ITEM
               UNTIL InvoiceFound OR LedgerIdx > LedgerEntryCount
           IF NOT InvoiceFound
               AND LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               SET LedgerIdx TO LedgerEntryCount
               MOVE ZEROS TO TableInvoiceNo (LedgerIdx)
               MOVE ApplyCustomerId TO TableCustomerId (LedgerIdx)
               MOVE PostingDate TO TableInvoiceDate (LedgerIdx)
               MOVE ZEROS TO TableOpenAmount (LedgerIdx)
               MOVE "U" TO TableStatus (LedgerIdx)
               SET InvoiceFound TO TRUE
           END-IF
           IF InvoiceFound
               SET LedgerChanged TO TRUE
               SUBTRACT AmountRemaining
                   FROM TableOpenAmount (LedgerIdx)
               ADD 1 TO OnAccountCount
               ADD AmountRemaining TO OnAccountCashTotal
               PERFORM 3500-WRITE-ON-ACCOUNT-LINE
           ELSE
               MOVE "LEDGER TABLE FULL" TO UnmatchedReason
               PERFORM 2900-REPORT-UNMATCHED-CASH
           END-IF.

       2510-SEARCH-CREDIT-ITEM.
           IF TableCustomerId (LedgerIdx) = ApplyCustomerId
               AND TableStatus (LedgerIdx) = "U"
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2900-REPORT-UNMATCHED-CASH.
           ADD 1 TO UnmatchedCount
           ADD AmountRemaining TO UnmatchedCashTotal
           MOVE AmountRemaining TO AmountDisplay
           PERFORM 3300-WRITE-UNMATCHED-LINE.

       3100-WRITE-APPLIED-LINE.
           MOVE AmountToApply TO AmountDisplay
           MOVE SPACES TO ApplyLineText
           STRING "APPLIED   " DELIMITED BY SIZE
                  TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerId (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           WRITE CashApplyRecord
           ADD 1 TO ReportLineCount.

       3150-WRITE-CREDIT-LINE.
           MOVE AmountToApply TO AmountDisplay
           MOVE SPACES TO ApplyLineText
           STRING "CREDIT    " DELIMITED BY SIZE
                  TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerId (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " ON ACCOUNT USED" DELIMITED BY SIZE
               INTO ApplyLineText
           END-STRING
           WRITE CashApplyRecord
           ADD 1 TO ReportLineCount.

       3200-WRITE-PARTIAL-LINE.
           MOVE RemainingOpenAmount TO AmountDisplay
           MOVE SPACES TO ApplyLineText
           STRING "PARTIAL   " DELIMITED BY SIZE
                  TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCustomerId (LedgerIdx) DELIMITED BY SIZE
                  " OPEN REMAINS " DELIMITED BY SIZE
           STRING "UNMATCHED " DELIMITED BY SIZE
                  PayInvoiceNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PayCustomerId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UnmatchedReason DELIMITED BY SIZE
               INTO ApplyLineText
           END-STRING
           WRITE CashApplyRecord
           ADD 1 TO ReportLineCount.

       3400-WRITE-NOT-OPEN-LINE.
           MOVE SPACES TO ApplyLineText
           STRING "NOT OPEN  " DELIMITED BY SIZE
                  RemitInvoiceNo (RemitIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ApplyCustomerId DELIMITED BY SIZE
                  " NOT OPEN FOR CUSTOMER" DELIMITED BY SIZE
               INTO ApplyLineText
           END-STRING
           WRITE CashApplyRecord
           ADD 1 TO ReportLineCount.

       3500-WRITE-ON-ACCOUNT-LINE.
           MOVE AmountRemaining TO AmountDisplay
           MOVE SPACES TO ApplyLineText
           STRING "ONACCOUNT " DELIMITED BY SIZE
                  TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ApplyCustomerId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
                  " CREDIT HELD" DELIMITED BY SIZE
               INTO ApplyLineText
           END-STRING
           WRITE CashApplyRecord
           ADD 1 TO ReportLineCount.

      *----------------------------------------------------------------
      * The handoff to CashJrnl carries this run's cash applied, put
      * on account, credit used and left unmatched. It is only
      * written once the ledger holds the applications, so a journal
      * is never cut for cash the ledger does not show.
      *----------------------------------------------------------------
       7000-WRITE-CASH-TOTALS.
           OPEN OUTPUT CashTotalsFile
           INITIALIZE CashTotalsRecord
           MOVE RunDate TO CashTotRunDate
           MOVE AppliedCashTotal TO CashTotApplied
           MOVE OnAccountCashTotal TO CashTotOnAccount
           MOVE CreditAppliedTotal TO CashTotCreditUsed
           MOVE UnmatchedCashTotal TO CashTotUnmatched
           WRITE CashTotalsRecord
           CLOSE CashTotalsFile.

      *----------------------------------------------------------------
      * The applications are added to CASHHIST.DAT dated the day the
      * cash was posted under; the first run creates the file.
      *----------------------------------------------------------------
       7100-WRITE-CASH-HISTORY.
           OPEN EXTEND CashHistoryFile
           IF CashHistoryFileNew
               OPEN OUTPUT CashHistoryFile
           END-IF
           PERFORM 7110-WRITE-CASH-HISTORY-ENTRY
               VARYING CashHistoryIdx FROM 1 BY 1
               UNTIL CashHistoryIdx > CashHistoryCount
           CLOSE CashHistoryFile.

       7110-WRITE-CASH-HISTORY-ENTRY.
           INITIALIZE CashHistoryRecord
           MOVE PostingDate TO ChDate
           MOVE HeldInvoiceNo (CashHistoryIdx) TO ChInvoiceNo
           MOVE HeldCustomerId (CashHistoryIdx) TO ChCustomerId
           MOVE HeldAmount (CashHistoryIdx) TO ChAmount
           MOVE HeldSource (CashHistoryIdx) TO ChSource
           WRITE CashHistoryRecord.

      *----------------------------------------------------------------
      * Never rewrite the ledger from an overflowed table - the
      * items past the table cap were not loaded, and writing the
      * table back would delete them from the receivables.
      *----------------------------------------------------------------
       8000-REWRITE-AR-LEDGER.
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AR ledger has more items than the "
                           "table holds - applications NOT written "
                           "back ***"
               WHEN CashHistoryOverflowed
                   DISPLAY "*** More applications than the cash "
                           "history holds - applications NOT written "
                           "back ***"
               WHEN OTHER
                   OPEN OUTPUT ArLedgerFile
                   PERFORM 8100-WRITE-LEDGER-ENTRY
                       VARYING LedgerIdx FROM 1 BY 1
                       UNTIL LedgerIdx > LedgerEntryCount
                   CLOSE ArLedgerFile
                   IF CashHistoryCount > ZERO
                       PERFORM 7100-WRITE-CASH-HISTORY
                   END-IF
           END-EVALUATE.

       8100-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           IF LedgerChanged
               PERFORM 8000-REWRITE-AR-LEDGER
           END-IF
           IF LedgerLockHeld
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
           END-IF
           IF NOT LedgerTableOverflowed AND NOT CashPeriodRefused
               AND NOT CashHistoryOverflowed AND NOT LedgerInUse
               PERFORM 7000-WRITE-CASH-TOTALS
           END-IF
           DISPLAY "Payments read      = " PaymentCount
           DISPLAY "Fully applied      = " AppliedCount
           DISPLAY "Partially applied  = " PartialCount
           DISPLAY "Unmatched payments = " UnmatchedCount
           DISPLAY "Remitted not open  = " NotOpenCount
           DISPLAY "Put on account     = " OnAccountCount
           DISPLAY "Cash applied       = " AppliedCashTotal
           DISPLAY "Cash on account    = " OnAccountCashTotal
           DISPLAY "Cash unmatched     = " UnmatchedCashTotal
           DISPLAY "Credit applied     = " CreditAppliedTotal
           EVALUATE TRUE
               WHEN NOT PaymentsFileOK
                   MOVE 8 TO RETURN-CODE
               WHEN CashPeriodRefused
                   MOVE 8 TO RETURN-CODE
               WHEN LedgerInUse
                   MOVE 8 TO RETURN-CODE
               WHEN UnmatchedCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NotOpenCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
