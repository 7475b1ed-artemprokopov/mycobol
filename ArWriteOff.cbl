      ******************************************************************
      * Author: Artem Prokopov
      * Date: 03/10/2026
      * Purpose: AR write-off. ArDunning kept chasing customers who
      *          will never pay, and ArCash left pennies open on the
      *          ledger whenever a customer short-paid by a rounding
      *          amount. This SIGNON-gated program, guarded by the
      *          ARWOFF authorization, writes such items off the AR
      *          ledger (ARLEDGER.DAT). (S) lists every open item
      *          whose balance is at or under the small-balance
      *          tolerance on the ARWOFF row of SHOPPARM.DAT (low
      *          value, in cents - default 100 = 1.00) and writes the
      *          lot off on one confirmation. (B) lets credit control
      *          nominate one uncollectable item for bad-debt write-
      *          off with a reason code; one whose balance is above
      *          the bad-debt threshold (ARWOFF high value, in whole
      *          currency - default 500 = 500.00) is not written off
      *          here but queued on PENDAPPR.DAT for a second
      *          supervisor to approve through Approve, which writes
      *          it off. Every write-off closes the ledger item at
      *          once and goes to the write-off register WOFFREG.DAT
      *          (journal pending), from which the next GL extract
      *          cuts the balanced journal lines into GLJRNL.DAT.
      *          Every write-off and every queued nomination is
      *          logged to AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArWriteOff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile
               ASSIGN TO DYNAMIC ArLedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT WriteOffRegisterFile
               ASSIGN TO DYNAMIC WriteOffFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffRegisterFileStatus.
           SELECT PendingApprovalFile
               ASSIGN TO DYNAMIC PendingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingApprovalFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  WriteOffRegisterFile
           RECORD CONTAINS 75 CHARACTERS.
           COPY "WOFFREG.cpy".
       FD  PendingApprovalFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "PENDAPPR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       WORKING-STORAGE SECTION.
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 WriteOffRegisterFileStatus PIC XX.
           88 WriteOffRegisterFileOK VALUE "00".
           88 WriteOffRegisterFileNew VALUE "35".
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 PendingApprovalFileNew VALUE "35".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 PendingScanEndSwitch     PIC X VALUE "N".
           88 EndOfPendingScan     VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ArLedgerTable.
           02 ArLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx.
               03 TableInvoiceNo    PIC 9(6).
               03 TableCustomerId   PIC X(6).
               03 TableInvoiceDate  PIC 9(8).
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
                   88 TableItemClosed   VALUE "C".
                   88 TableItemOnAccount VALUE "U".
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 InvoiceFoundSwitch       PIC X.
           88 InvoiceFound         VALUE "Y".
      *----------------------------------------------------------------
      * Invoices already queued for bad-debt approval - a second
      * nomination would queue the same write-off twice.
      *----------------------------------------------------------------
       01 QueuedInvoiceTable.
           02 QueuedInvoiceEntry OCCURS 100 TIMES
               INDEXED BY QueuedIdx.
               03 QueuedInvoiceNo   PIC X(10).
       01 QueuedInvoiceCount       PIC 9(3) VALUE ZEROS.
       01 AlreadyQueuedSwitch      PIC X.
           88 AlreadyQueued        VALUE "Y".
      *----------------------------------------------------------------
      * The reasons credit control may give for a bad debt. SMAL is
      * kept for the small-balance sweep.
      *----------------------------------------------------------------
       01 BadDebtReasonValues.
           02 FILLER PIC X(4)  VALUE "BKRP".
           02 FILLER PIC X(20) VALUE "Customer insolvent".
           02 FILLER PIC X(4)  VALUE "CEAS".
           02 FILLER PIC X(20) VALUE "Ceased trading".
           02 FILLER PIC X(4)  VALUE "GONE".
           02 FILLER PIC X(20) VALUE "Customer untraceable".
           02 FILLER PIC X(4)  VALUE "DISP".
           02 FILLER PIC X(20) VALUE "Dispute not winnable".
           02 FILLER PIC X(4)  VALUE "UNCL".
           02 FILLER PIC X(20) VALUE "Uncollectable".
       01 BadDebtReasonTable REDEFINES BadDebtReasonValues.
           02 BadDebtReasonEntry OCCURS 5 TIMES
               INDEXED BY ReasonIdx.
               03 BadDebtReasonCode PIC X(4).
               03 BadDebtReasonText PIC X(20).
       01 ReasonKnownSwitch        PIC X.
           88 ReasonKnown          VALUE "Y".
       01 SmallBalanceReason       PIC X(4) VALUE "SMAL".
       01 ToleranceCents           PIC 9(3).
       01 ThresholdWhole           PIC 9(3).
       01 SmallBalanceTolerance    PIC 9(9)V99.
       01 BadDebtThreshold         PIC 9(9)V99.
      *----------------------------------------------------------------
      * A queued bad debt travels on PENDAPPR.DAT as its whole-
      * currency digits in the first new-value field, and its cents
      * then its reason code in the second - Approve rebuilds the
      * amount the same way it does a queued credit limit.
      *----------------------------------------------------------------
       01 QueuedAmountWork.
           02 QueuedAmountWhole    PIC 9(9).
           02 QueuedAmountCents    PIC 99.
       01 QueuedAmount REDEFINES QueuedAmountWork
                                   PIC 9(9)V99.
       01 QueuedNewValue2.
           02 QueuedCentsText      PIC 99.
           02 FILLER               PIC X VALUE SPACE.
           02 QueuedReasonCode     PIC X(4).
           02 FILLER               PIC X(3) VALUE SPACES.
       01 NextPendingSeq           PIC 9(5).
       01 WriteOffKind             PIC X.
       01 WriteOffReason           PIC X(4).
       01 WriteOffAmount           PIC S9(9)V99.
       01 CandidateCount           PIC 9(5).
       01 CandidateTotal           PIC 9(9)V99.
       01 WriteOffCount            PIC 9(5) VALUE ZEROS.
       01 QueuedActionCount        PIC 9(5) VALUE ZEROS.
       01 MaintActionCode          PIC X.
           88 MaintActionSmall     VALUE "S" "s".
           88 MaintActionBadDebt   VALUE "B" "b".
           88 MaintActionQuit      VALUE "Q" "q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredInvoiceText       PIC X(6).
       01 EnteredInvoiceNo         PIC 9(6).
       01 EnteredReasonCode        PIC X(4).
       01 ConfirmReply             PIC X.
           88 WriteOffConfirmed    VALUE "Y" "y".
       01 AmountDisplay            PIC -(8)9.99.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 WriteOffAuthorized   VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "ARWOFF".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ArLedgerFileName         PIC X(12)
           VALUE "ARLEDGER.DAT".
       01 WriteOffFileName         PIC X(12)
           VALUE "WOFFREG.DAT".
       01 PendingFileName          PIC X(12)
           VALUE "PENDAPPR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTARLG.DAT" TO ArLedgerFileName
               MOVE "TESTWOFF.DAT" TO WriteOffFileName
               MOVE "TESTPEND.DAT" TO PendingFileName
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
               IF NOT WriteOffAuthorized
                   DISPLAY "*** You are not authorized to write "
                           "off AR items ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** AR ledger is in use - try again "
                           "later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF ArLedgerFileOK
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF LedgerChanged
                       PERFORM 8000-REWRITE-AR-LEDGER
                   ELSE
                       DISPLAY "No items written off"
                   END-IF
                   IF QueuedActionCount > ZERO
                       DISPLAY QueuedActionCount
                               " bad-debt write-off(s) queued "
                               "for approval"
                   END-IF
               ELSE
                   DISPLAY "*** AR ledger not available - run "
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
           PERFORM 1050-LOAD-WRITE-OFF-PARM
           PERFORM 1300-LOAD-QUEUED-INVOICES
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1110-READ-LEDGER-RECORD
               PERFORM 1120-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ArLedgerFile
           END-IF.

       1050-LOAD-WRITE-OFF-PARM.
           MOVE 100 TO ToleranceCents
           MOVE 500 TO ThresholdWhole
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           COMPUTE SmallBalanceTolerance = ToleranceCents / 100
           MOVE ThresholdWhole TO BadDebtThreshold
           MOVE SmallBalanceTolerance TO AmountDisplay
           DISPLAY "Small-balance tolerance " AmountDisplay
           MOVE BadDebtThreshold TO AmountDisplay
           DISPLAY "Bad debts over          " AmountDisplay
                   " need a second supervisor's approval".

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "ARWOFF"
               IF ParmLowValue NUMERIC
                   AND ParmLowValue > ZEROS
                   MOVE ParmLowValue TO ToleranceCents
               END-IF
               IF ParmHighValue NUMERIC
                   AND ParmHighValue > ZEROS
                   MOVE ParmHighValue TO ThresholdWhole
               END-IF
           END-IF
           PERFORM 1060-READ-PARM-RECORD.

       1110-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1120-STORE-LEDGER-RECORD.
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
           PERFORM 1110-READ-LEDGER-RECORD.

       1300-LOAD-QUEUED-INVOICES.
           MOVE ZEROS TO QueuedInvoiceCount
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 1310-NOTE-QUEUED-INVOICE
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF.

       1310-NOTE-QUEUED-INVOICE.
           IF PendTargetFile = "ARLEDGER"
               AND PendActionCode = "BADDEBT"
               AND PendStatus = "P"
               IF QueuedInvoiceCount < 100
                   ADD 1 TO QueuedInvoiceCount
                   MOVE PendKeyValue
                       TO QueuedInvoiceNo (QueuedInvoiceCount)
               ELSE
                   DISPLAY "*** Queued write-off table full - "
                           "duplicate check incomplete ***"
               END-IF
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (S)mall balances (B)ad debt (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionSmall   PERFORM 3000-SMALL-BALANCES
               WHEN MaintActionBadDebt PERFORM 4000-NOMINATE-BAD-DEBT
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-FIND-LEDGER-ITEM.
           MOVE "N" TO InvoiceFoundSwitch
           SET LedgerIdx TO 1
           PERFORM 2110-SEARCH-LEDGER-ITEM
               UNTIL InvoiceFound OR LedgerIdx > LedgerEntryCount.

       2110-SEARCH-LEDGER-ITEM.
           IF TableInvoiceNo (LedgerIdx) = EnteredInvoiceNo
               AND NOT TableItemOnAccount (LedgerIdx)
               SET InvoiceFound TO TRUE
           ELSE
               SET LedgerIdx UP BY 1
           END-IF.

       2200-CHECK-ALREADY-QUEUED.
           MOVE "N" TO AlreadyQueuedSwitch
           PERFORM 2210-CHECK-QUEUED-ENTRY
               VARYING QueuedIdx FROM 1 BY 1
               UNTIL QueuedIdx > QueuedInvoiceCount.

       2210-CHECK-QUEUED-ENTRY.
           IF QueuedInvoiceNo (QueuedIdx) (1:6)
               = TableInvoiceNo (LedgerIdx)
               SET AlreadyQueued TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The small-balance sweep: every open item at or under the
      * tolerance is listed, and one confirmation writes the lot
      * off. An item already queued for bad-debt approval is left
      * to its approver.
      *----------------------------------------------------------------
       3000-SMALL-BALANCES.
           IF LedgerTableOverflowed
               DISPLAY "*** AR ledger has more items than the table "
                       "holds - nothing can be written off ***"
           ELSE
               MOVE ZEROS TO CandidateCount
               MOVE ZEROS TO CandidateTotal
               PERFORM 3100-LIST-SMALL-BALANCE
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
               IF CandidateCount = ZERO
                   DISPLAY "No open balances at or under the "
                           "tolerance"
               ELSE
                   MOVE CandidateTotal TO AmountDisplay
                   DISPLAY "Write off these " CandidateCount
                           " balance(s) totalling " AmountDisplay
                           " (Y/N) - " WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF WriteOffConfirmed
                       MOVE "S" TO WriteOffKind
                       MOVE SmallBalanceReason TO WriteOffReason
                       PERFORM 3200-WRITE-OFF-SMALL-BALANCE
                           VARYING LedgerIdx FROM 1 BY 1
                           UNTIL LedgerIdx > LedgerEntryCount
                   ELSE
                       DISPLAY "Nothing written off"
                   END-IF
               END-IF
           END-IF.

       3100-LIST-SMALL-BALANCE.
           PERFORM 3300-CHECK-SMALL-BALANCE
           IF InvoiceFound
               ADD 1 TO CandidateCount
               ADD TableOpenAmount (LedgerIdx) TO CandidateTotal
               MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
               DISPLAY "  " TableInvoiceNo (LedgerIdx) " "
                       TableCustomerId (LedgerIdx) " dated "
                       TableInvoiceDate (LedgerIdx) " open "
                       AmountDisplay
           END-IF.

       3200-WRITE-OFF-SMALL-BALANCE.
           PERFORM 3300-CHECK-SMALL-BALANCE
           IF InvoiceFound
               PERFORM 5000-WRITE-OFF-LEDGER-ITEM
           END-IF.

       3300-CHECK-SMALL-BALANCE.
           MOVE "N" TO InvoiceFoundSwitch
           IF NOT TableItemClosed (LedgerIdx)
               AND NOT TableItemOnAccount (LedgerIdx)
               AND TableOpenAmount (LedgerIdx) > ZERO
               AND TableOpenAmount (LedgerIdx)
                   NOT > SmallBalanceTolerance
               PERFORM 2200-CHECK-ALREADY-QUEUED
               IF NOT AlreadyQueued
                   SET InvoiceFound TO TRUE
               END-IF
           END-IF.

       4000-NOMINATE-BAD-DEBT.
           DISPLAY "Enter the invoice number (6 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredInvoiceText
           MOVE "N" TO InvoiceFoundSwitch
           MOVE "N" TO AlreadyQueuedSwitch
           IF EnteredInvoiceText NUMERIC
               MOVE EnteredInvoiceText TO EnteredInvoiceNo
               PERFORM 2100-FIND-LEDGER-ITEM
               IF InvoiceFound
                   PERFORM 2200-CHECK-ALREADY-QUEUED
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AR ledger has more items than the "
                           "table holds - nothing can be written "
                           "off ***"
               WHEN EnteredInvoiceText NOT NUMERIC
                   DISPLAY "*** Invoice number must be six "
                           "digits ***"
               WHEN NOT InvoiceFound
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " is not on the AR ledger ***"
               WHEN TableItemClosed (LedgerIdx)
                   OR TableOpenAmount (LedgerIdx) NOT > ZERO
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " has nothing open to write off ***"
               WHEN AlreadyQueued
                   DISPLAY "*** Invoice " EnteredInvoiceNo
                           " is already queued for approval ***"
               WHEN OTHER
                   PERFORM 4100-CONFIRM-BAD-DEBT
           END-EVALUATE.

       4100-CONFIRM-BAD-DEBT.
           MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
           DISPLAY "Invoice " EnteredInvoiceNo " customer "
                   TableCustomerId (LedgerIdx) " dated "
                   TableInvoiceDate (LedgerIdx) " open "
                   AmountDisplay
           PERFORM 4150-SHOW-REASON-CODE
               VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 5
           DISPLAY "Enter the reason code - " WITH NO ADVANCING
           ACCEPT EnteredReasonCode
           MOVE "N" TO ReasonKnownSwitch
           PERFORM 4160-CHECK-REASON-CODE
               VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 5
           IF NOT ReasonKnown
               DISPLAY "*** Not one of the listed reason codes - "
                       "nothing written off ***"
           ELSE
               DISPLAY "Write this invoice off as a bad debt (Y/N) - "
                       WITH NO ADVANCING
               ACCEPT ConfirmReply
               EVALUATE TRUE
                   WHEN NOT WriteOffConfirmed
                       DISPLAY "Nothing written off"
                   WHEN TableOpenAmount (LedgerIdx)
                       > BadDebtThreshold
                       PERFORM 4500-QUEUE-BAD-DEBT-APPROVAL
                   WHEN OTHER
                       MOVE "B" TO WriteOffKind
                       MOVE EnteredReasonCode TO WriteOffReason
                       PERFORM 5000-WRITE-OFF-LEDGER-ITEM
               END-EVALUATE
           END-IF.

       4150-SHOW-REASON-CODE.
           DISPLAY "  " BadDebtReasonCode (ReasonIdx) " "
                   BadDebtReasonText (ReasonIdx).

       4160-CHECK-REASON-CODE.
           IF BadDebtReasonCode (ReasonIdx) = EnteredReasonCode
               SET ReasonKnown TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The sequence scan below READs the pending file through the
      * same record area this WRITE uses, so every field is moved in
      * AFTER the scan, never before it.
      *----------------------------------------------------------------
       4500-QUEUE-BAD-DEBT-APPROVAL.
           MOVE TableOpenAmount (LedgerIdx) TO QueuedAmount
           MOVE QueuedAmountCents TO QueuedCentsText
           MOVE EnteredReasonCode TO QueuedReasonCode
           MOVE EnteredReasonCode TO WriteOffReason
           PERFORM 6600-NEXT-PENDING-SEQ
           OPEN EXTEND PendingApprovalFile
           IF PendingApprovalFileNew
               OPEN OUTPUT PendingApprovalFile
           END-IF
           INITIALIZE PendingApprovalRecord
           MOVE NextPendingSeq TO PendSeqNumber
           MOVE "ARLEDGER" TO PendTargetFile
           MOVE "BADDEBT" TO PendActionCode
           MOVE TableInvoiceNo (LedgerIdx) TO PendKeyValue
           MOVE QueuedAmountWhole TO PendNewValue1
           MOVE QueuedNewValue2 TO PendNewValue2
           MOVE OperatorId TO PendRequestedBy
           MOVE RunDate TO PendRequestDate
           MOVE "P" TO PendStatus
           MOVE SPACES TO PendDecidedBy
           WRITE PendingApprovalRecord
           CLOSE PendingApprovalFile
           ADD 1 TO QueuedActionCount
           IF QueuedInvoiceCount < 100
               ADD 1 TO QueuedInvoiceCount
               MOVE TableInvoiceNo (LedgerIdx)
                   TO QueuedInvoiceNo (QueuedInvoiceCount)
           END-IF
           MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
           MOVE "WOFF-QUEUED" TO AuditFieldName
           PERFORM 7000-BUILD-WRITE-OFF-VALUE
           PERFORM 8900-CALL-AUDITLOG
           MOVE BadDebtThreshold TO AmountDisplay
           DISPLAY "Over " AmountDisplay
                   " - queued for approval as pending number "
                   NextPendingSeq.

      *----------------------------------------------------------------
      * The ledger item closes now so no cash is applied to it and
      * no dunning letter chases it; the register record carries
      * the write-off to the next GL extract.
      *----------------------------------------------------------------
       5000-WRITE-OFF-LEDGER-ITEM.
           MOVE TableOpenAmount (LedgerIdx) TO WriteOffAmount
           MOVE ZEROS TO TableOpenAmount (LedgerIdx)
           MOVE "C" TO TableStatus (LedgerIdx)
           SET LedgerChanged TO TRUE
           OPEN EXTEND WriteOffRegisterFile
           IF WriteOffRegisterFileNew
               OPEN OUTPUT WriteOffRegisterFile
           END-IF
           INITIALIZE WriteOffRecord
           MOVE TableInvoiceNo (LedgerIdx) TO WoInvoiceNo
           MOVE TableCustomerId (LedgerIdx) TO WoCustomerId
           MOVE RunDate TO WoDate
           MOVE WriteOffKind TO WoKind
           MOVE WriteOffReason TO WoReasonCode
           MOVE WriteOffAmount TO WoAmount
           MOVE OperatorId TO WoRequestedBy
           MOVE SPACES TO WoApprovedBy
           SET WoJournalPending TO TRUE
           MOVE ZEROS TO WoPostedDate
           WRITE WriteOffRecord
           CLOSE WriteOffRegisterFile
           ADD 1 TO WriteOffCount
           MOVE WriteOffAmount TO AmountDisplay
           MOVE "WRITE-OFF" TO AuditFieldName
           PERFORM 7000-BUILD-WRITE-OFF-VALUE
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Invoice " TableInvoiceNo (LedgerIdx)
                   " written off " AmountDisplay.

       6600-NEXT-PENDING-SEQ.
           MOVE ZEROS TO NextPendingSeq
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 6620-NOTE-PENDING-SEQ
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           ADD 1 TO NextPendingSeq.

       6610-READ-PENDING-RECORD.
           READ PendingApprovalFile
               AT END SET EndOfPendingScan TO TRUE
           END-READ.

       6620-NOTE-PENDING-SEQ.
           IF PendSeqNumber NUMERIC
               AND PendSeqNumber > NextPendingSeq
               MOVE PendSeqNumber TO NextPendingSeq
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

       7000-BUILD-WRITE-OFF-VALUE.
           MOVE SPACES TO AuditValueEntered
           STRING TableInvoiceNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WriteOffReason DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the ledger from an overflowed table - the
      * items past the table cap were not loaded, and writing the
      * table back would delete them from the receivables.
      *----------------------------------------------------------------
       8000-REWRITE-AR-LEDGER.
           IF LedgerTableOverflowed
               DISPLAY "*** AR ledger has more items than the table "
                       "holds - ledger NOT written back ***"
           ELSE
               OPEN OUTPUT ArLedgerFile
               PERFORM 8100-WRITE-LEDGER-ENTRY
                   VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LedgerEntryCount
               CLOSE ArLedgerFile
               DISPLAY "AR ledger rewritten - " WriteOffCount
                       " item(s) written off"
           END-IF.

       8100-WRITE-LEDGER-ENTRY.
           INITIALIZE ArLedgerRecord
           MOVE TableInvoiceNo (LedgerIdx)   TO ArInvoiceNo
           MOVE TableCustomerId (LedgerIdx)  TO ArCustomerId
           MOVE TableInvoiceDate (LedgerIdx) TO ArInvoiceDate
           MOVE TableOpenAmount (LedgerIdx)  TO ArOpenAmount
           MOVE TableStatus (LedgerIdx)      TO ArStatus
           WRITE ArLedgerRecord.
       END PROGRAM ArWriteOff.
