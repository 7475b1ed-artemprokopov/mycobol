      ******************************************************************
      * Author: Artem Prokopov
      * Date: 14/09/2026
      * Purpose: Credit desk. The pricing run parks an invoice that
      *          would take its customer past the credit limit on
      *          CREDHOLD.DAT, and until now nothing could be done
      *          with it but re-key its lines into the next night's
      *          PRICETRN.DAT by hand. This SIGNON-gated program,
      *          open only to operators holding the CREDDESK
      *          authorization on OPERAUTH.DAT (checked through the
      *          shared AUTHCHK subroutine), lists the invoices
      *          still awaiting a decision beside each customer's
      *          limit and current exposure on the AR ledger
      *          (ARLEDGER.DAT, every item not closed), and lets the
      *          operator release or cancel each one. A release
      *          appends the invoice's original transaction records
      *          - kept by the pricing run on CREDHLIN.DAT - to
      *          PRICETRN.DAT under the same invoice reference, and
      *          the next pricing run issues it without holding it
      *          again. A cancel needs a reason, which stays on the
      *          hold record. Both decisions are stamped on the hold
      *          with the operator and date and logged through
      *          AUDITLOG.
      * Tectonics: cobc
      * Modifications:
      *   25/09/2026 AP - Transaction records carry the selling stock
      *                   location (PRICETRN grew 53 -> 55 bytes,
      *                   CREDHLIN 60 -> 62); held lines go back to
      *                   PRICETRN.DAT with it.
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditDesk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CreditHoldFile
               ASSIGN TO DYNAMIC CreditHoldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditHoldFileStatus.
           SELECT HeldLineFile
               ASSIGN TO DYNAMIC HeldLineFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldLineFileStatus.
           SELECT PricingTranFile
               ASSIGN TO DYNAMIC PricingTranFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PricingTranFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CreditHoldFile
           RECORD CONTAINS 120 CHARACTERS.
           COPY "CREDHOLD.cpy".
       FD  HeldLineFile
           RECORD CONTAINS 62 CHARACTERS.
           COPY "CREDHLIN.cpy".
       FD  PricingTranFile
           RECORD CONTAINS 55 CHARACTERS.
       01 PricingTranRecord            PIC X(55).
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
       WORKING-STORAGE SECTION.
       01 CreditHoldFileStatus     PIC XX.
           88 CreditHoldFileOK     VALUE "00".
       01 HeldLineFileStatus       PIC XX.
           88 HeldLineFileOK       VALUE "00".
       01 PricingTranFileStatus    PIC XX.
           88 PricingTranFileOK    VALUE "00".
           88 PricingTranFileNew   VALUE "35".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 CreditHoldEndSwitch      PIC X VALUE "N".
           88 EndOfCreditHold      VALUE "Y".
       01 HeldLineEndSwitch        PIC X VALUE "N".
           88 EndOfHeldLines       VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ArLedgerEndSwitch        PIC X VALUE "N".
           88 EndOfArLedger        VALUE "Y".
       01 RunDate                  PIC 9(8).
      *----------------------------------------------------------------
      * The whole hold file lives in this table for the session and
      * is written back on the way out, the way Approve keeps the
      * pending file - decided holds stay on file as the record of
      * what the desk did.
      *----------------------------------------------------------------
       01 HoldTable.
           02 HoldEntry OCCURS 300 TIMES
               INDEXED BY HoldIdx.
               03 TableHoldInvoiceNo  PIC 9(6).
               03 TableHoldCustomerId PIC X(6).
               03 TableHoldInvoiceRef PIC X(6).
               03 TableHoldTotal      PIC S9(9)V99.
               03 TableHoldLimit      PIC 9(9)V99.
               03 TableHoldExposure   PIC S9(9)V99.
               03 TableHoldDate       PIC 9(8).
               03 TableHoldStatus     PIC X.
                   88 TableHoldOpen   VALUE "H" SPACE.
               03 TableHoldDecidedBy  PIC X(10).
               03 TableHoldDecideDate PIC 9(8).
               03 TableHoldReason     PIC X(30).
       01 HoldEntryCount           PIC 9(3) VALUE ZEROS.
       01 HoldOverflowSwitch       PIC X VALUE "N".
           88 HoldTableOverflowed  VALUE "Y".
       01 HoldFoundSwitch          PIC X.
           88 HoldFound            VALUE "Y".
       01 HoldChangedSwitch        PIC X VALUE "N".
           88 HoldFileChanged      VALUE "Y".
       01 OpenHoldCount            PIC 9(3).
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableCreditLimit  PIC 9(9)V99.
               03 TableCustExposure PIC S9(9)V99.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 LookupCustomerId         PIC X(6).
       01 DeskActionCode           PIC X.
           88 DeskActionList       VALUE "L".
           88 DeskActionRelease    VALUE "R".
           88 DeskActionCancel     VALUE "C".
           88 DeskActionQuit       VALUE "Q".
       01 DeskDoneSwitch           PIC X VALUE "N".
           88 DeskDone             VALUE "Y".
       01 EnteredInvoiceText       PIC X(6).
       01 EnteredInvoiceNo         PIC 9(6).
       01 EnteredCancelReason      PIC X(30).
       01 HeldLineCount            PIC 9(5).
       01 CopyLinesSwitch          PIC X VALUE "N".
           88 CopyingHeldLines     VALUE "Y".
       01 ReleasedCount            PIC 9(5) VALUE ZEROS.
       01 CancelledCount           PIC 9(5) VALUE ZEROS.
       01 AmountEditTotal          PIC -Z(8)9.99.
       01 AmountEditLimit          PIC Z(8)9.99.
       01 AmountEditExposure       PIC -Z(8)9.99.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 DeskAuthorized       VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "CREDDESK".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "CREDHOLD".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 CreditHoldFileName       PIC X(12)
           VALUE "CREDHOLD.DAT".
       01 HeldLineFileName         PIC X(12)
           VALUE "CREDHLIN.DAT".
       01 PricingTranFileName      PIC X(12)
           VALUE "PRICETRN.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTHOLD.DAT" TO CreditHoldFileName
               MOVE "TESTHLIN.DAT" TO HeldLineFileName
               MOVE "TESTTRAN.DAT" TO PricingTranFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING OperatorId AuditProgramName
                   AuthCheckResult
               IF NOT DeskAuthorized
                   DISPLAY "*** You are not authorized to work "
                           "the credit desk ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Credit-hold file is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF CreditHoldFileOK
                   PERFORM 2100-LIST-OPEN-HOLDS
                   PERFORM 2000-PROCESS-DESK-ACTION
                       UNTIL DeskDone
                   IF HoldFileChanged
                       PERFORM 8000-REWRITE-HOLD-FILE
                   ELSE
                       DISPLAY "No decisions recorded"
                   END-IF
               ELSE
                   DISPLAY "*** No credit-hold file - nothing is "
                           "waiting for the desk ***"
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
           PERFORM 1100-LOAD-CUSTOMER-MASTER
           PERFORM 1200-SEED-EXPOSURE-FROM-AR
           MOVE ZEROS TO HoldEntryCount
           OPEN INPUT CreditHoldFile
           IF CreditHoldFileOK
               PERFORM 1310-READ-HOLD-RECORD
               PERFORM 1320-STORE-HOLD-RECORD
                   UNTIL EndOfCreditHold
               CLOSE CreditHoldFile
           END-IF.

       1100-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1110-READ-CUSTOMER-RECORD
               PERFORM 1120-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1110-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1120-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
               IF CustMasterCreditLimit NUMERIC
                   MOVE CustMasterCreditLimit
                       TO TableCreditLimit (CustomerEntryCount)
               ELSE
                   MOVE ZEROS
                       TO TableCreditLimit (CustomerEntryCount)
               END-IF
               MOVE ZEROS
                   TO TableCustExposure (CustomerEntryCount)
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1110-READ-CUSTOMER-RECORD.

      *----------------------------------------------------------------
      * Current exposure is what the customer owes right now - every
      * AR item not closed, the same figure the pricing run seeds
      * its credit check from.
      *----------------------------------------------------------------
       1200-SEED-EXPOSURE-FROM-AR.
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1210-READ-AR-ITEM
               PERFORM 1220-SEED-ONE-AR-ITEM UNTIL EndOfArLedger
               CLOSE ArLedgerFile
           END-IF.

       1210-READ-AR-ITEM.
           READ ArLedgerFile
               AT END SET EndOfArLedger TO TRUE
           END-READ.

       1220-SEED-ONE-AR-ITEM.
           IF NOT ArItemClosed
               MOVE ArCustomerId TO LookupCustomerId
               PERFORM 2500-FIND-CUSTOMER-ENTRY
               IF CustomerFound
                   ADD ArOpenAmount TO TableCustExposure (CustomerIdx)
               END-IF
           END-IF
           PERFORM 1210-READ-AR-ITEM.

       1310-READ-HOLD-RECORD.
           READ CreditHoldFile
               AT END SET EndOfCreditHold TO TRUE
           END-READ.

       1320-STORE-HOLD-RECORD.
           IF HoldEntryCount < 300
               ADD 1 TO HoldEntryCount
               SET HoldIdx TO HoldEntryCount
               MOVE HoldInvoiceNo    TO TableHoldInvoiceNo (HoldIdx)
               MOVE HoldCustomerId   TO TableHoldCustomerId (HoldIdx)
               MOVE HoldInvoiceRef   TO TableHoldInvoiceRef (HoldIdx)
               MOVE HoldInvoiceTotal TO TableHoldTotal (HoldIdx)
               MOVE HoldCreditLimit  TO TableHoldLimit (HoldIdx)
               MOVE HoldRunExposure  TO TableHoldExposure (HoldIdx)
               IF HoldDate NUMERIC
                   MOVE HoldDate TO TableHoldDate (HoldIdx)
               ELSE
                   MOVE ZEROS TO TableHoldDate (HoldIdx)
               END-IF
               MOVE HoldStatus       TO TableHoldStatus (HoldIdx)
               MOVE HoldDecidedBy    TO TableHoldDecidedBy (HoldIdx)
               IF HoldDecisionDate NUMERIC
                   MOVE HoldDecisionDate
                       TO TableHoldDecideDate (HoldIdx)
               ELSE
                   MOVE ZEROS TO TableHoldDecideDate (HoldIdx)
               END-IF
               MOVE HoldCancelReason TO TableHoldReason (HoldIdx)
           ELSE
               SET HoldTableOverflowed TO TRUE
               DISPLAY "*** Hold table full - invoice "
                       HoldInvoiceNo " not loaded ***"
           END-IF
           PERFORM 1310-READ-HOLD-RECORD.

       2000-PROCESS-DESK-ACTION.
           DISPLAY "Action - (L)ist (R)elease (C)ancel (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT DeskActionCode
           EVALUATE TRUE
               WHEN DeskActionList    PERFORM 2100-LIST-OPEN-HOLDS
               WHEN DeskActionRelease PERFORM 3000-RELEASE-HOLD
               WHEN DeskActionCancel  PERFORM 4000-CANCEL-HOLD
               WHEN DeskActionQuit    SET DeskDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-LIST-OPEN-HOLDS.
           MOVE ZEROS TO OpenHoldCount
           DISPLAY "Invoices awaiting a credit decision:"
           PERFORM 2110-LIST-ONE-HOLD
               VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldEntryCount
           IF OpenHoldCount = ZERO
               DISPLAY "  (none)"
           END-IF.

       2110-LIST-ONE-HOLD.
           IF TableHoldOpen (HoldIdx)
               ADD 1 TO OpenHoldCount
               MOVE TableHoldCustomerId (HoldIdx) TO LookupCustomerId
               PERFORM 2500-FIND-CUSTOMER-ENTRY
               MOVE TableHoldTotal (HoldIdx) TO AmountEditTotal
               DISPLAY "  " TableHoldInvoiceNo (HoldIdx)
                       " held " TableHoldDate (HoldIdx)
                       " customer " TableHoldCustomerId (HoldIdx)
                       " ref " TableHoldInvoiceRef (HoldIdx)
                       " total " AmountEditTotal
               IF CustomerFound
                   MOVE TableCreditLimit (CustomerIdx)
                       TO AmountEditLimit
                   MOVE TableCustExposure (CustomerIdx)
                       TO AmountEditExposure
                   DISPLAY "         " TableCustomerName (CustomerIdx)
                           " limit " AmountEditLimit
                           " exposure now " AmountEditExposure
               ELSE
                   DISPLAY "         *** customer no longer on "
                           "the master ***"
               END-IF
           END-IF.

       2200-PROMPT-HOLD-INVOICE.
           MOVE "N" TO HoldFoundSwitch
           DISPLAY "Enter the held invoice number - "
                   WITH NO ADVANCING
           ACCEPT EnteredInvoiceText
           IF EnteredInvoiceText NUMERIC
               MOVE EnteredInvoiceText TO EnteredInvoiceNo
               SET HoldIdx TO 1
               PERFORM 2210-SEARCH-HOLD-ENTRY
                   UNTIL HoldFound OR HoldIdx > HoldEntryCount
           END-IF
           IF NOT HoldFound
               DISPLAY "*** No invoice " EnteredInvoiceText
                       " awaiting a decision ***"
           END-IF.

       2210-SEARCH-HOLD-ENTRY.
           IF TableHoldInvoiceNo (HoldIdx) = EnteredInvoiceNo
               AND TableHoldOpen (HoldIdx)
               SET HoldFound TO TRUE
           ELSE
               SET HoldIdx UP BY 1
           END-IF.

       2500-FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2510-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount.

       2510-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = LookupCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Release: the held invoice's original transaction records go
      * back on PRICETRN.DAT exactly as they arrived, so the next
      * pricing run prices them under the same invoice reference
      * and issues the invoice. The lines are counted first - a
      * hold whose lines are not on CREDHLIN.DAT (parked before the
      * lines were kept) cannot be released here and stays open.
      *----------------------------------------------------------------
       3000-RELEASE-HOLD.
           PERFORM 2200-PROMPT-HOLD-INVOICE
           IF HoldFound
               MOVE ZEROS TO HeldLineCount
               MOVE "N" TO CopyLinesSwitch
               PERFORM 3100-SCAN-HELD-LINES
               IF HeldLineCount = ZERO
                   DISPLAY "*** The lines of invoice "
                           EnteredInvoiceNo " were not kept - "
                           "re-key them through OrderEntry and "
                           "cancel this hold ***"
               ELSE
                   OPEN EXTEND PricingTranFile
                   IF PricingTranFileNew
                       OPEN OUTPUT PricingTranFile
                   END-IF
                   MOVE ZEROS TO HeldLineCount
                   SET CopyingHeldLines TO TRUE
                   PERFORM 3100-SCAN-HELD-LINES
                   CLOSE PricingTranFile
                   MOVE "R" TO TableHoldStatus (HoldIdx)
                   MOVE OperatorId TO TableHoldDecidedBy (HoldIdx)
                   MOVE RunDate TO TableHoldDecideDate (HoldIdx)
                   SET HoldFileChanged TO TRUE
                   ADD 1 TO ReleasedCount
                   MOVE "HOLD-RELEASE" TO AuditFieldName
                   PERFORM 7000-BUILD-HOLD-VALUE
                   PERFORM 8900-CALL-AUDITLOG
                   DISPLAY "Invoice " EnteredInvoiceNo " released - "
                           HeldLineCount " line(s) queued for the "
                           "next pricing run"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One pass over the held lines for the chosen invoice: counts
      * them, and on the second pass, with the transaction file
      * open, writes each original record to it.
      *----------------------------------------------------------------
       3100-SCAN-HELD-LINES.
           MOVE "N" TO HeldLineEndSwitch
           OPEN INPUT HeldLineFile
           IF HeldLineFileOK
               PERFORM 3110-READ-HELD-LINE
               PERFORM 3120-TAKE-HELD-LINE UNTIL EndOfHeldLines
               CLOSE HeldLineFile
           END-IF.

       3110-READ-HELD-LINE.
           READ HeldLineFile
               AT END SET EndOfHeldLines TO TRUE
           END-READ.

       3120-TAKE-HELD-LINE.
           IF HeldLineInvoiceNo = EnteredInvoiceNo
               ADD 1 TO HeldLineCount
               IF CopyingHeldLines
                   MOVE HeldLineTranImage TO PricingTranRecord
                   WRITE PricingTranRecord
               END-IF
           END-IF
           PERFORM 3110-READ-HELD-LINE.

       4000-CANCEL-HOLD.
           PERFORM 2200-PROMPT-HOLD-INVOICE
           IF HoldFound
               DISPLAY "Enter the reason for cancelling - "
                       WITH NO ADVANCING
               ACCEPT EnteredCancelReason
               IF EnteredCancelReason = SPACES
                   DISPLAY "*** A cancel needs a reason - hold "
                           "left open ***"
               ELSE
                   MOVE "C" TO TableHoldStatus (HoldIdx)
                   MOVE OperatorId TO TableHoldDecidedBy (HoldIdx)
                   MOVE RunDate TO TableHoldDecideDate (HoldIdx)
                   MOVE EnteredCancelReason
                       TO TableHoldReason (HoldIdx)
                   SET HoldFileChanged TO TRUE
                   ADD 1 TO CancelledCount
                   MOVE "HOLD-CANCEL" TO AuditFieldName
                   PERFORM 7000-BUILD-HOLD-VALUE
                   PERFORM 8900-CALL-AUDITLOG
                   DISPLAY "Invoice " EnteredInvoiceNo " cancelled"
               END-IF
           END-IF.

       7000-BUILD-HOLD-VALUE.
           MOVE SPACES TO AuditValueEntered
           STRING TableHoldInvoiceNo (HoldIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableHoldCustomerId (HoldIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableHoldInvoiceRef (HoldIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableHoldReason (HoldIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the hold file from an overflowed table - the
      * holds past the table cap were not loaded and would be lost.
      *----------------------------------------------------------------
       8000-REWRITE-HOLD-FILE.
           IF HoldTableOverflowed
               DISPLAY "*** Hold file has more records than the "
                       "table holds - decisions NOT written back ***"
           ELSE
               OPEN OUTPUT CreditHoldFile
               PERFORM 8100-WRITE-HOLD-ENTRY
                   VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldEntryCount
               CLOSE CreditHoldFile
               DISPLAY "Credit-hold file rewritten - " ReleasedCount
                       " released, " CancelledCount " cancelled"
           END-IF.

       8100-WRITE-HOLD-ENTRY.
           INITIALIZE CreditHoldRecord
           MOVE TableHoldInvoiceNo (HoldIdx)  TO HoldInvoiceNo
           MOVE TableHoldCustomerId (HoldIdx) TO HoldCustomerId
           MOVE TableHoldInvoiceRef (HoldIdx) TO HoldInvoiceRef
           MOVE TableHoldTotal (HoldIdx)      TO HoldInvoiceTotal
           MOVE TableHoldLimit (HoldIdx)      TO HoldCreditLimit
           MOVE TableHoldExposure (HoldIdx)   TO HoldRunExposure
           MOVE TableHoldDate (HoldIdx)       TO HoldDate
           MOVE TableHoldStatus (HoldIdx)     TO HoldStatus
           MOVE TableHoldDecidedBy (HoldIdx)  TO HoldDecidedBy
           MOVE TableHoldDecideDate (HoldIdx) TO HoldDecisionDate
           MOVE TableHoldReason (HoldIdx)     TO HoldCancelReason
           WRITE CreditHoldRecord.
       END PROGRAM CreditDesk.
