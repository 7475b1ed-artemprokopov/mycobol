      ******************************************************************
      * Author: Artem Prokopov
      * Date: 21/09/2026
      * Purpose: Review desk for supplier invoices held by the AP
      *          three-way match. ApPost holds an invoice whose lines
      *          do not agree with the purchase order or the goods
      *          received (hold reason on the item); nothing pays it
      *          until someone looks. This SIGNON-gated program,
      *          guarded by the APREVIEW authorization, lists the
      *          held items on the AP ledger (APLEDGER.DAT, layout
      *          APLEDGER.cpy) and either releases one to open (O) -
      *          the difference is accepted, and the next ApPost run
      *          books it to payables so the payment run can pay it
      *          - or rejects it (X) with a reason, after which it is
      *          never paid or booked and its lines no longer count
      *          as invoiced against the PO, so the supplier's
      *          corrected invoice can post. Every release and reject
      *          is logged to AUDITLOG; the ledger is written back
      *          when the operator quits. Holds the APLEDGER run lock
      *          for the session and honors training mode
      *          (TESTAPLG.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApLedgerFile
               ASSIGN TO DYNAMIC ApLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApLedgerFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ApLedgerFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "APLEDGER.cpy".
       WORKING-STORAGE SECTION.
       01 ApLedgerFileStatus       PIC XX.
           88 ApLedgerFileOK       VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ApLedgerTable.
           02 ApLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 TableLedgerRecord PIC X(111).
               03 TableItemNo       PIC 9(6).
               03 TableSupplierId   PIC X(6).
               03 TableSupplierRef  PIC X(10).
               03 TableInvoiceDate  PIC 9(8).
               03 TablePoNumber     PIC X(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
                   88 TableItemHeld     VALUE "H".
               03 TableHoldReason   PIC X(20).
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 ItemFoundSwitch          PIC X.
           88 ItemFound            VALUE "Y".
       01 ReviewActionCode         PIC X.
           88 ReviewActionList     VALUE "L".
           88 ReviewActionRelease  VALUE "R".
           88 ReviewActionReject   VALUE "X".
           88 ReviewActionQuit     VALUE "Q".
       01 ReviewDoneSwitch         PIC X VALUE "N".
           88 ReviewDone           VALUE "Y".
       01 EnteredItemText          PIC X(6).
       01 EnteredItemNo            PIC 9(6).
       01 EnteredReason            PIC X(20).
       01 ConfirmReply             PIC X.
           88 ReplyYes             VALUE "Y" "y".
       01 HeldItemCount            PIC 9(3).
       01 ReleaseCount             PIC 9(5) VALUE ZEROS.
       01 RejectCount              PIC 9(5) VALUE ZEROS.
       01 AmountDisplay            PIC -(9)9.99.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 ReviewAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "APREVIEW".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "APLEDGER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ApLedgerFileName         PIC X(12)
           VALUE "APLEDGER.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTAPLG.DAT" TO ApLedgerFileName
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
               IF NOT ReviewAuthorized
                   DISPLAY "*** You are not authorized to review "
                           "held supplier invoices ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** AP ledger is in use - try again "
                           "later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF ApLedgerFileOK
                   PERFORM 2000-PROCESS-REVIEW-ACTION
                       UNTIL ReviewDone
                   IF LedgerChanged
                       PERFORM 8000-REWRITE-AP-LEDGER
                   ELSE
                       DISPLAY "No held invoices released or rejected"
                   END-IF
               ELSE
                   DISPLAY "*** AP ledger not available - run "
                           "terminated ***"
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
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ApLedgerFile
           IF ApLedgerFileOK
               PERFORM 1110-READ-LEDGER-RECORD
               PERFORM 1120-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ApLedgerFile
           END-IF.

       1110-READ-LEDGER-RECORD.
           READ ApLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1120-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               SET LedgerIdx TO LedgerEntryCount
               MOVE ApLedgerRecord TO TableLedgerRecord (LedgerIdx)
               MOVE ApItemNo       TO TableItemNo (LedgerIdx)
               MOVE ApSupplierId   TO TableSupplierId (LedgerIdx)
               MOVE ApSupplierRef  TO TableSupplierRef (LedgerIdx)
               MOVE ApInvoiceDate  TO TableInvoiceDate (LedgerIdx)
               MOVE ApPoNumber     TO TablePoNumber (LedgerIdx)
               MOVE ApOpenAmount   TO TableOpenAmount (LedgerIdx)
               MOVE ApStatus       TO TableStatus (LedgerIdx)
               MOVE ApHoldReason   TO TableHoldReason (LedgerIdx)
           ELSE
               SET LedgerTableOverflowed TO TRUE
               DISPLAY "*** AP ledger table full - item "
                       ApItemNo " not loaded ***"
           END-IF
           PERFORM 1110-READ-LEDGER-RECORD.

       2000-PROCESS-REVIEW-ACTION.
           DISPLAY "Action - (L)ist held (R)elease (X) reject "
                   "(Q)uit - " WITH NO ADVANCING
           ACCEPT ReviewActionCode
           EVALUATE TRUE
               WHEN ReviewActionList    PERFORM 4000-LIST-HELD-ITEMS
               WHEN ReviewActionRelease PERFORM 3000-RELEASE-ITEM
               WHEN ReviewActionReject  PERFORM 3500-REJECT-ITEM
               WHEN ReviewActionQuit    SET ReviewDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-HELD-ITEM.
           DISPLAY "Enter the AP item number (6 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredItemText
           MOVE "N" TO ItemFoundSwitch
           IF EnteredItemText NUMERIC
               MOVE EnteredItemText TO EnteredItemNo
               SET LedgerIdx TO 1
               PERFORM 2110-SEARCH-LEDGER-ITEM
                   UNTIL ItemFound OR LedgerIdx > LedgerEntryCount
           END-IF.

       2110-SEARCH-LEDGER-ITEM.
           IF TableItemNo (LedgerIdx) = EnteredItemNo
               SET ItemFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2200-SHOW-HELD-ITEM.
           MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
           DISPLAY "Item " TableItemNo (LedgerIdx)
                   " supplier " TableSupplierId (LedgerIdx)
                   " ref " TableSupplierRef (LedgerIdx)
                   " dated " TableInvoiceDate (LedgerIdx)
           DISPLAY "     PO " TablePoNumber (LedgerIdx)
                   " amount " AmountDisplay
                   " held: " TableHoldReason (LedgerIdx).

       2300-CHECK-HELD-ITEM.
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AP ledger has more items than the "
                           "table holds - nothing can be changed ***"
                   MOVE "N" TO ItemFoundSwitch
               WHEN EnteredItemText NOT NUMERIC
                   DISPLAY "*** Item number must be six digits ***"
               WHEN NOT ItemFound
                   DISPLAY "*** Item " EnteredItemText
                           " is not on the AP ledger ***"
               WHEN NOT TableItemHeld (LedgerIdx)
                   DISPLAY "*** Item " EnteredItemText
                           " is not held ***"
                   MOVE "N" TO ItemFoundSwitch
           END-EVALUATE.

      *----------------------------------------------------------------
      * Releasing accepts the difference the match found; the item
      * becomes payable and is booked by the next posting run.
      *----------------------------------------------------------------
       3000-RELEASE-ITEM.
           PERFORM 2100-PROMPT-HELD-ITEM
           PERFORM 2300-CHECK-HELD-ITEM
           IF ItemFound
               PERFORM 2200-SHOW-HELD-ITEM
               DISPLAY "Release this invoice for payment (Y/N) - "
                       WITH NO ADVANCING
               ACCEPT ConfirmReply
               IF ReplyYes
                   MOVE "O" TO TableStatus (LedgerIdx)
                   SET LedgerChanged TO TRUE
                   ADD 1 TO ReleaseCount
                   MOVE "AP-RELEASED" TO AuditFieldName
                   PERFORM 3900-AUDIT-REVIEW
                   DISPLAY "Item " TableItemNo (LedgerIdx)
                           " released - payable after the next "
                           "posting run"
               ELSE
                   DISPLAY "Item left on hold"
               END-IF
           END-IF.

       3500-REJECT-ITEM.
           PERFORM 2100-PROMPT-HELD-ITEM
           PERFORM 2300-CHECK-HELD-ITEM
           IF ItemFound
               PERFORM 2200-SHOW-HELD-ITEM
               DISPLAY "Enter the reason for the reject - "
                       WITH NO ADVANCING
               ACCEPT EnteredReason
               IF EnteredReason = SPACES
                   DISPLAY "*** A reject needs a reason - item left "
                           "on hold ***"
               ELSE
                   DISPLAY "Reject this invoice (Y/N) - "
                           WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ReplyYes
                       MOVE "X" TO TableStatus (LedgerIdx)
                       MOVE EnteredReason
                           TO TableHoldReason (LedgerIdx)
                       SET LedgerChanged TO TRUE
                       ADD 1 TO RejectCount
                       MOVE "AP-REJECTED" TO AuditFieldName
                       PERFORM 3900-AUDIT-REVIEW
                       DISPLAY "Item " TableItemNo (LedgerIdx)
                               " rejected"
                   ELSE
                       DISPLAY "Item left on hold"
                   END-IF
               END-IF
           END-IF.

       3900-AUDIT-REVIEW.
           MOVE SPACES TO AuditValueEntered
           STRING TableItemNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSupplierId (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSupplierRef (LedgerIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG.

       4000-LIST-HELD-ITEMS.
           MOVE ZEROS TO HeldItemCount
           PERFORM 4100-LIST-HELD-ITEM
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           IF HeldItemCount = ZERO
               DISPLAY "No supplier invoices are on hold"
           END-IF.

       4100-LIST-HELD-ITEM.
           IF TableItemHeld (LedgerIdx)
               ADD 1 TO HeldItemCount
               PERFORM 2200-SHOW-HELD-ITEM
           END-IF.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the ledger from an overflowed table - the
      * items past the table cap were not loaded, and writing the
      * table back would delete them from the payables.
      *----------------------------------------------------------------
       8000-REWRITE-AP-LEDGER.
           IF LedgerTableOverflowed
               DISPLAY "*** AP ledger has more items than the table "
                       "holds - ledger NOT written back ***"
           ELSE
               OPEN OUTPUT ApLedgerFile
               PERFORM 8100-WRITE-LEDGER-ENTRY
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
               CLOSE ApLedgerFile
               DISPLAY "AP ledger rewritten - " ReleaseCount
                       " released, " RejectCount " rejected"
           END-IF.

       8100-WRITE-LEDGER-ENTRY.
           MOVE TableLedgerRecord (LedgerIdx) TO ApLedgerRecord
           MOVE TableStatus (LedgerIdx)       TO ApStatus
           MOVE TableHoldReason (LedgerIdx)   TO ApHoldReason
           WRITE ApLedgerRecord.
       END PROGRAM ApReview.
