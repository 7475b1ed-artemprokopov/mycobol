      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Petty-cash vouchers against the adding-machine
      *          ledger. The office kept the petty-cash tin's tally on
      *          ADDLEDGR.DAT through FIRST-PROGRAMM, but the entries
      *          said nothing of who was paid, for what, or whether a
      *          receipt came back, and the top-up was claimed on a
      *          handwritten sheet. An authorized operator now pays
      *          out through this program: each voucher is numbered,
      *          dated, carries the payee, an expense category from
      *          PCCATG.DAT, the amount and the receipt flag, goes on
      *          the voucher register PCVOUCH.DAT (layout PCVOUCH.cpy)
      *          as open, and comes off the ledger balance - the tin's
      *          cash, carried in cents as the adding-machine tape is
      *          keyed. A voucher for more than the cash on hand is
      *          refused, as is one without a receipt above the no-
      *          receipt limit. PcReplen claims the open vouchers on a
      *          replenishment request; when the request's cash comes
      *          back the top-up is keyed here against the request
      *          number, refused if it would take the tin past its
      *          float. SHOPPARM.DAT row PETTYCSH: low value the
      *          largest voucher paid without a receipt, high value
      *          the float, both in whole currency (defaults 025 and
      *          200). The ledger close goes to ADDLHIST.DAT as
      *          FIRST-PROGRAMM's does. Every voucher and top-up is
      *          logged to AUDITLOG; training mode works on test
      *          copies of the register and ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PettyCash.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PettyCashVoucherFile
               ASSIGN TO DYNAMIC VoucherFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoucherFileStatus.
           SELECT PettyCashCategoryFile ASSIGN TO "PCCATG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CategoryFileStatus.
           SELECT LedgerMasterFile
               ASSIGN TO DYNAMIC LedgerMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerMasterFileStatus.
           SELECT LedgerHistoryFile
               ASSIGN TO DYNAMIC LedgerHistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerHistoryFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PettyCashVoucherFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "PCVOUCH.cpy".
       FD  PettyCashCategoryFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "PCCATG.cpy".
       FD  LedgerMasterFile
           RECORD CONTAINS 27 CHARACTERS.
       01 LedgerMasterRecord.
           02 LedgerBalance            PIC S9(9)
               SIGN IS LEADING SEPARATE.
           02 LedgerSpace1             PIC X.
           02 LedgerRunDate            PIC 9(8).
           02 LedgerSpace2             PIC X.
           02 LedgerRecordCount        PIC 9(7).
       FD  LedgerHistoryFile
           RECORD CONTAINS 27 CHARACTERS.
       01 LedgerHistoryRecord.
           02 HistoryBalance           PIC S9(9)
               SIGN IS LEADING SEPARATE.
           02 HistorySpace1            PIC X.
           02 HistoryRunDate           PIC 9(8).
           02 HistorySpace2            PIC X.
           02 HistoryRecordCount       PIC 9(7).
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       WORKING-STORAGE SECTION.
       01 VoucherFileStatus        PIC XX.
           88 VoucherFileOK        VALUE "00".
           88 VoucherFileNew       VALUE "35".
       01 CategoryFileStatus       PIC XX.
           88 CategoryFileOK       VALUE "00".
       01 LedgerMasterFileStatus   PIC XX.
           88 LedgerMasterFileOK   VALUE "00".
       01 LedgerHistoryFileStatus  PIC XX.
           88 LedgerHistoryFileOK  VALUE "00".
           88 LedgerHistoryFileNew VALUE "35".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 VoucherEndSwitch         PIC X VALUE "N".
           88 EndOfVouchers        VALUE "Y".
       01 CategoryEndSwitch        PIC X VALUE "N".
           88 EndOfCategories      VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
      *----------------------------------------------------------------
      * The register is held whole: a top-up marks every voucher on
      * its request, and the file is written back at the end. It is
      * never written back from an overflowed table.
      *----------------------------------------------------------------
       01 VoucherTable.
           02 VoucherEntry OCCURS 2000 TIMES
               INDEXED BY VoucherIdx.
               03 TableVoucherNo    PIC 9(6).
               03 TableVoucherDate  PIC 9(8).
               03 TablePayee        PIC X(20).
               03 TableCategory     PIC X(4).
               03 TableAmount       PIC 9(5)V99.
               03 TableReceiptFlag  PIC X.
               03 TableEnteredBy    PIC X(10).
               03 TableStatus       PIC X.
                   88 TableVoucherOpen  VALUE "O".
               03 TableRequestNo    PIC 9(6).
               03 TableAccountCode  PIC X(10).
               03 TablePostedDate   PIC 9(8).
               03 TableToppedUpDate PIC 9(8).
       01 VoucherEntryCount        PIC 9(4) VALUE ZEROS.
       01 VoucherOverflowSwitch    PIC X VALUE "N".
           88 VoucherTableOverflowed VALUE "Y".
       01 VoucherChangedSwitch     PIC X VALUE "N".
           88 VouchersChanged      VALUE "Y".
       01 NextVoucherNo            PIC 9(6) VALUE ZEROS.
       01 CategoryTable.
           02 CategoryEntry OCCURS 50 TIMES
               INDEXED BY CategoryIdx.
               03 TableCatCode      PIC X(4).
               03 TableCatDescription PIC X(30).
       01 CategoryCount            PIC 99 VALUE ZEROS.
       01 CategoryFoundSwitch      PIC X.
           88 CategoryFound        VALUE "Y".
      *----------------------------------------------------------------
      * The ledger balance is the tin's cash in cents.
      *----------------------------------------------------------------
       01 LedgerCents              PIC S9(9) VALUE ZEROS.
       01 LedgerPostingCount       PIC 9(7) VALUE ZEROS.
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 CashOnHand               PIC S9(7)V99.
       01 NoReceiptWhole           PIC 9(3).
       01 FloatWhole               PIC 9(3).
       01 NoReceiptLimit           PIC 9(5)V99.
       01 FloatLimit               PIC 9(5)V99.
       01 RequestTotal             PIC 9(7)V99.
       01 RequestVoucherCount      PIC 9(4).
       01 CashAfterTopUp           PIC S9(7)V99.
       01 OpenVoucherCount         PIC 9(4).
       01 OpenVoucherTotal         PIC 9(7)V99.
       01 VoucherCount             PIC 9(5) VALUE ZEROS.
       01 TopUpCount               PIC 9(5) VALUE ZEROS.
       01 MaintActionCode          PIC X.
           88 MaintActionVoucher   VALUE "V" "v".
           88 MaintActionTopUp     VALUE "T" "t".
           88 MaintActionList      VALUE "L" "l".
           88 MaintActionQuit      VALUE "Q" "q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredPayee             PIC X(20).
       01 EnteredCategory          PIC X(4).
       01 EnteredAmountText        PIC X(7).
       01 EnteredAmount REDEFINES EnteredAmountText
                                   PIC 9(5)V99.
       01 EnteredReceiptFlag       PIC X.
           88 EnteredReceiptValid  VALUE "Y" "N".
       01 EnteredRequestText       PIC X(6).
       01 EnteredRequestNo         PIC 9(6).
       01 ConfirmReply             PIC X.
           88 ActionConfirmed      VALUE "Y" "y".
       01 AmountDisplay            PIC -(7)9.99.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 PettyCashAuthorized  VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "PETTYCSH".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "PETTYCSH".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 VoucherFileName          PIC X(12)
           VALUE "PCVOUCH.DAT".
       01 LedgerMasterFileName     PIC X(12)
           VALUE "ADDLEDGR.DAT".
       01 LedgerHistoryFileName    PIC X(12)
           VALUE "ADDLHIST.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTPCV.DAT" TO VoucherFileName
               MOVE "TESTADDL.DAT" TO LedgerMasterFileName
               MOVE "TESTADDH.DAT" TO LedgerHistoryFileName
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
               IF NOT PettyCashAuthorized
                   DISPLAY "*** You are not authorized to pay out "
                           "petty cash ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Petty cash is in use - try again "
                           "later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF VoucherTableOverflowed
                   DISPLAY "*** Voucher register has more entries "
                           "than the table holds - run "
                           "terminated ***"
               ELSE
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF VouchersChanged
                       PERFORM 8000-REWRITE-VOUCHER-REGISTER
                   END-IF
                   IF LedgerChanged
                       PERFORM 8200-REWRITE-LEDGER-MASTER
                       PERFORM 8300-APPEND-BALANCE-HISTORY
                   ELSE
                       DISPLAY "No vouchers or top-ups recorded"
                   END-IF
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
           PERFORM 1050-LOAD-PETTY-CASH-PARM
           PERFORM 1100-LOAD-CATEGORIES
           PERFORM 1200-LOAD-VOUCHER-REGISTER
           PERFORM 1300-READ-LEDGER-MASTER
           PERFORM 1400-SHOW-CASH-ON-HAND.

       1050-LOAD-PETTY-CASH-PARM.
           MOVE 25 TO NoReceiptWhole
           MOVE 200 TO FloatWhole
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           MOVE NoReceiptWhole TO NoReceiptLimit
           MOVE FloatWhole TO FloatLimit.

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "PETTYCSH"
               IF ParmLowValue NUMERIC
                   MOVE ParmLowValue TO NoReceiptWhole
               END-IF
               IF ParmHighValue NUMERIC
                   AND ParmHighValue > ZEROS
                   MOVE ParmHighValue TO FloatWhole
               END-IF
           END-IF
           PERFORM 1060-READ-PARM-RECORD.

       1100-LOAD-CATEGORIES.
           OPEN INPUT PettyCashCategoryFile
           IF CategoryFileOK
               PERFORM 1110-READ-CATEGORY-RECORD
               PERFORM 1120-STORE-CATEGORY-RECORD
                   UNTIL EndOfCategories
               CLOSE PettyCashCategoryFile
           ELSE
               DISPLAY "*** PCCATG.DAT not available - no vouchers "
                       "can be paid ***"
           END-IF.

       1110-READ-CATEGORY-RECORD.
           READ PettyCashCategoryFile
               AT END SET EndOfCategories TO TRUE
           END-READ.

       1120-STORE-CATEGORY-RECORD.
           IF PettyCashCategoryRecord (1:1) NOT = "*"
               AND PcCatCode NOT = SPACES
               IF CategoryCount < 50
                   ADD 1 TO CategoryCount
                   MOVE PcCatCode TO TableCatCode (CategoryCount)
                   MOVE PcCatDescription
                       TO TableCatDescription (CategoryCount)
               ELSE
                   DISPLAY "*** Category table full - " PcCatCode
                           " not loaded ***"
               END-IF
           END-IF
           PERFORM 1110-READ-CATEGORY-RECORD.

       1200-LOAD-VOUCHER-REGISTER.
           MOVE ZEROS TO VoucherEntryCount
           OPEN INPUT PettyCashVoucherFile
           IF VoucherFileOK
               PERFORM 1210-READ-VOUCHER-RECORD
               PERFORM 1220-STORE-VOUCHER-RECORD
                   UNTIL EndOfVouchers
               CLOSE PettyCashVoucherFile
           END-IF
           ADD 1 TO NextVoucherNo.

       1210-READ-VOUCHER-RECORD.
           READ PettyCashVoucherFile
               AT END SET EndOfVouchers TO TRUE
           END-READ.

       1220-STORE-VOUCHER-RECORD.
           IF VoucherEntryCount < 2000
               ADD 1 TO VoucherEntryCount
               SET VoucherIdx TO VoucherEntryCount
               MOVE PcVoucherNo TO TableVoucherNo (VoucherIdx)
               MOVE PcVoucherDate TO TableVoucherDate (VoucherIdx)
               MOVE PcPayee TO TablePayee (VoucherIdx)
               MOVE PcCategory TO TableCategory (VoucherIdx)
               MOVE PcAmount TO TableAmount (VoucherIdx)
               MOVE PcReceiptFlag TO TableReceiptFlag (VoucherIdx)
               MOVE PcEnteredBy TO TableEnteredBy (VoucherIdx)
               MOVE PcStatus TO TableStatus (VoucherIdx)
               MOVE PcRequestNo TO TableRequestNo (VoucherIdx)
               MOVE PcAccountCode TO TableAccountCode (VoucherIdx)
               MOVE PcPostedDate TO TablePostedDate (VoucherIdx)
               MOVE PcToppedUpDate TO TableToppedUpDate (VoucherIdx)
               IF PcVoucherNo > NextVoucherNo
                   MOVE PcVoucherNo TO NextVoucherNo
               END-IF
           ELSE
               SET VoucherTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-VOUCHER-RECORD.

       1300-READ-LEDGER-MASTER.
           MOVE ZEROS TO LedgerCents
           OPEN INPUT LedgerMasterFile
           IF LedgerMasterFileOK
               READ LedgerMasterFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE LedgerBalance TO LedgerCents
               END-READ
               CLOSE LedgerMasterFile
           ELSE
               DISPLAY "*** No ledger master - the tin starts "
                       "empty ***"
           END-IF.

       1400-SHOW-CASH-ON-HAND.
           COMPUTE CashOnHand = LedgerCents / 100
           MOVE CashOnHand TO AmountDisplay
           DISPLAY "Cash on hand            " AmountDisplay
           MOVE FloatLimit TO AmountDisplay
           DISPLAY "Float                   " AmountDisplay
           MOVE NoReceiptLimit TO AmountDisplay
           DISPLAY "Paid without a receipt  " AmountDisplay
                   " at most".

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (V)oucher (T)op-up (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionVoucher PERFORM 3000-PAY-VOUCHER
               WHEN MaintActionTopUp   PERFORM 4000-RECORD-TOP-UP
               WHEN MaintActionList    PERFORM 5000-LIST-TIN
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A voucher is checked whole before the cash leaves the tin:
      * a known category, an amount the tin can cover, and a
      * receipt unless the amount is within the no-receipt limit.
      *----------------------------------------------------------------
       3000-PAY-VOUCHER.
           DISPLAY "Payee (blank = cancel) - " WITH NO ADVANCING
           MOVE SPACES TO EnteredPayee
           ACCEPT EnteredPayee
           IF EnteredPayee = SPACES
               DISPLAY "Nothing paid"
           ELSE
               PERFORM 3100-SHOW-CATEGORY
                   VARYING CategoryIdx FROM 1 BY 1
                   UNTIL CategoryIdx > CategoryCount
               DISPLAY "Expense category - " WITH NO ADVANCING
               ACCEPT EnteredCategory
               PERFORM 3200-FIND-CATEGORY
               DISPLAY "Amount (7 digits - five then two decimals) - "
                       WITH NO ADVANCING
               ACCEPT EnteredAmountText
               DISPLAY "Receipt held (Y/N) - " WITH NO ADVANCING
               ACCEPT EnteredReceiptFlag
               COMPUTE CashOnHand = LedgerCents / 100
               EVALUATE TRUE
                   WHEN NOT CategoryFound
                       DISPLAY "*** Category " EnteredCategory
                               " is not on PCCATG.DAT - nothing "
                               "paid ***"
                   WHEN EnteredAmountText NOT NUMERIC
                       DISPLAY "*** Amount must be seven digits - "
                               "nothing paid ***"
                   WHEN EnteredAmount = ZERO
                       DISPLAY "*** Amount must be more than zero "
                               "- nothing paid ***"
                   WHEN EnteredAmount > CashOnHand
                       MOVE CashOnHand TO AmountDisplay
                       DISPLAY "*** Only " AmountDisplay
                               " in the tin - voucher refused ***"
                   WHEN NOT EnteredReceiptValid
                       DISPLAY "*** Receipt held must be Y or N - "
                               "nothing paid ***"
                   WHEN EnteredReceiptFlag = "N"
                       AND EnteredAmount > NoReceiptLimit
                       MOVE NoReceiptLimit TO AmountDisplay
                       DISPLAY "*** Over " AmountDisplay
                               " needs a receipt - voucher "
                               "refused ***"
                   WHEN OTHER
                       PERFORM 3300-CONFIRM-VOUCHER
               END-EVALUATE
           END-IF.

       3100-SHOW-CATEGORY.
           DISPLAY "  " TableCatCode (CategoryIdx) " "
                   TableCatDescription (CategoryIdx).

       3200-FIND-CATEGORY.
           MOVE "N" TO CategoryFoundSwitch
           SET CategoryIdx TO 1
           PERFORM 3210-SEARCH-CATEGORY
               UNTIL CategoryFound OR CategoryIdx > CategoryCount.

       3210-SEARCH-CATEGORY.
           IF TableCatCode (CategoryIdx) = EnteredCategory
               AND EnteredCategory NOT = SPACES
               SET CategoryFound TO TRUE
           ELSE
               SET CategoryIdx UP BY 1
           END-IF.

       3300-CONFIRM-VOUCHER.
           MOVE EnteredAmount TO AmountDisplay
           DISPLAY "Pay " EnteredPayee " " AmountDisplay " for "
                   TableCatDescription (CategoryIdx) " (Y/N) - "
                   WITH NO ADVANCING
           ACCEPT ConfirmReply
           EVALUATE TRUE
               WHEN NOT ActionConfirmed
                   DISPLAY "Nothing paid"
               WHEN VoucherEntryCount NOT < 2000
                   DISPLAY "*** Voucher register is full - nothing "
                           "paid ***"
               WHEN OTHER
                   PERFORM 3400-ADD-VOUCHER
           END-EVALUATE.

       3400-ADD-VOUCHER.
           ADD 1 TO VoucherEntryCount
           SET VoucherIdx TO VoucherEntryCount
           MOVE NextVoucherNo TO TableVoucherNo (VoucherIdx)
           MOVE RunDate TO TableVoucherDate (VoucherIdx)
           MOVE EnteredPayee TO TablePayee (VoucherIdx)
           MOVE EnteredCategory TO TableCategory (VoucherIdx)
           MOVE EnteredAmount TO TableAmount (VoucherIdx)
           MOVE EnteredReceiptFlag TO TableReceiptFlag (VoucherIdx)
           MOVE OperatorId TO TableEnteredBy (VoucherIdx)
           MOVE "O" TO TableStatus (VoucherIdx)
           MOVE ZEROS TO TableRequestNo (VoucherIdx)
           MOVE SPACES TO TableAccountCode (VoucherIdx)
           MOVE ZEROS TO TablePostedDate (VoucherIdx)
           MOVE ZEROS TO TableToppedUpDate (VoucherIdx)
           COMPUTE LedgerCents = LedgerCents - EnteredAmount * 100
           ADD 1 TO LedgerPostingCount
           ADD 1 TO VoucherCount
           SET VouchersChanged TO TRUE
           SET LedgerChanged TO TRUE
           MOVE "PC-VOUCHER" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING NextVoucherNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredCategory DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Voucher " NextVoucherNo " paid " AmountDisplay
           ADD 1 TO NextVoucherNo.

      *----------------------------------------------------------------
      * The top-up puts back exactly what the request claimed, once.
      * A tin that would then hold more than its float means cash
      * came in some other way, and the top-up is refused until the
      * tin is counted.
      *----------------------------------------------------------------
       4000-RECORD-TOP-UP.
           DISPLAY "Replenishment request number - "
                   WITH NO ADVANCING
           ACCEPT EnteredRequestText
           MOVE ZEROS TO RequestTotal
           MOVE ZEROS TO RequestVoucherCount
           IF EnteredRequestText NUMERIC
               MOVE EnteredRequestText TO EnteredRequestNo
               PERFORM 4100-ADD-REQUEST-VOUCHER
                   VARYING VoucherIdx FROM 1 BY 1
                   UNTIL VoucherIdx > VoucherEntryCount
           END-IF
           COMPUTE CashAfterTopUp = LedgerCents / 100 + RequestTotal
           EVALUATE TRUE
               WHEN EnteredRequestText NOT NUMERIC
                   DISPLAY "*** Request number must be six "
                           "digits ***"
               WHEN RequestVoucherCount = ZERO
                   DISPLAY "*** Request " EnteredRequestNo
                           " has nothing waiting to be topped "
                           "up ***"
               WHEN CashAfterTopUp > FloatLimit
                   MOVE CashAfterTopUp TO AmountDisplay
                   DISPLAY "*** The tin would hold " AmountDisplay
                           " - over its float; count the tin "
                           "before topping up ***"
               WHEN OTHER
                   PERFORM 4200-CONFIRM-TOP-UP
           END-EVALUATE.

       4100-ADD-REQUEST-VOUCHER.
           IF TableRequestNo (VoucherIdx) = EnteredRequestNo
               AND NOT TableVoucherOpen (VoucherIdx)
               AND TableToppedUpDate (VoucherIdx) = ZEROS
               ADD TableAmount (VoucherIdx) TO RequestTotal
               ADD 1 TO RequestVoucherCount
           END-IF.

       4200-CONFIRM-TOP-UP.
           MOVE RequestTotal TO AmountDisplay
           DISPLAY "Top up " AmountDisplay " for " RequestVoucherCount
                   " voucher(s) on request " EnteredRequestNo
                   " (Y/N) - " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF ActionConfirmed
               PERFORM 4300-MARK-TOPPED-UP
                   VARYING VoucherIdx FROM 1 BY 1
                   UNTIL VoucherIdx > VoucherEntryCount
               COMPUTE LedgerCents = LedgerCents + RequestTotal * 100
               ADD 1 TO LedgerPostingCount
               ADD 1 TO TopUpCount
               SET VouchersChanged TO TRUE
               SET LedgerChanged TO TRUE
               MOVE "PC-TOPUP" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING EnteredRequestNo DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AmountDisplay DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               PERFORM 8900-CALL-AUDITLOG
               COMPUTE CashOnHand = LedgerCents / 100
               MOVE CashOnHand TO AmountDisplay
               DISPLAY "Topped up - cash on hand " AmountDisplay
           ELSE
               DISPLAY "Nothing topped up"
           END-IF.

       4300-MARK-TOPPED-UP.
           IF TableRequestNo (VoucherIdx) = EnteredRequestNo
               AND NOT TableVoucherOpen (VoucherIdx)
               AND TableToppedUpDate (VoucherIdx) = ZEROS
               MOVE RunDate TO TableToppedUpDate (VoucherIdx)
           END-IF.

       5000-LIST-TIN.
           MOVE ZEROS TO OpenVoucherCount
           MOVE ZEROS TO OpenVoucherTotal
           DISPLAY "Vouchers since the last request:"
           PERFORM 5100-LIST-OPEN-VOUCHER
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           MOVE OpenVoucherTotal TO AmountDisplay
           DISPLAY "  " OpenVoucherCount " voucher(s) totalling "
                   AmountDisplay
           DISPLAY "Requests waiting to be topped up:"
           PERFORM 5200-LIST-WAITING-VOUCHER
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           PERFORM 1400-SHOW-CASH-ON-HAND.

       5100-LIST-OPEN-VOUCHER.
           IF TableVoucherOpen (VoucherIdx)
               ADD 1 TO OpenVoucherCount
               ADD TableAmount (VoucherIdx) TO OpenVoucherTotal
               MOVE TableAmount (VoucherIdx) TO AmountDisplay
               DISPLAY "  " TableVoucherNo (VoucherIdx) " "
                       TableVoucherDate (VoucherIdx) " "
                       TablePayee (VoucherIdx) " "
                       TableCategory (VoucherIdx) " "
                       AmountDisplay " receipt "
                       TableReceiptFlag (VoucherIdx)
           END-IF.

       5200-LIST-WAITING-VOUCHER.
           IF NOT TableVoucherOpen (VoucherIdx)
               AND TableToppedUpDate (VoucherIdx) = ZEROS
               MOVE TableAmount (VoucherIdx) TO AmountDisplay
               DISPLAY "  request " TableRequestNo (VoucherIdx)
                       " voucher " TableVoucherNo (VoucherIdx) " "
                       AmountDisplay
           END-IF.

       8000-REWRITE-VOUCHER-REGISTER.
           OPEN OUTPUT PettyCashVoucherFile
           PERFORM 8100-WRITE-VOUCHER-ENTRY
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           CLOSE PettyCashVoucherFile
           DISPLAY "Voucher register rewritten - " VoucherCount
                   " voucher(s) paid, " TopUpCount " top-up(s)".

       8100-WRITE-VOUCHER-ENTRY.
           INITIALIZE PettyCashVoucherRecord
           MOVE TableVoucherNo (VoucherIdx)    TO PcVoucherNo
           MOVE TableVoucherDate (VoucherIdx)  TO PcVoucherDate
           MOVE TablePayee (VoucherIdx)        TO PcPayee
           MOVE TableCategory (VoucherIdx)     TO PcCategory
           MOVE TableAmount (VoucherIdx)       TO PcAmount
           MOVE TableReceiptFlag (VoucherIdx)  TO PcReceiptFlag
           MOVE TableEnteredBy (VoucherIdx)    TO PcEnteredBy
           MOVE TableStatus (VoucherIdx)       TO PcStatus
           MOVE TableRequestNo (VoucherIdx)    TO PcRequestNo
           MOVE TableAccountCode (VoucherIdx)  TO PcAccountCode
           MOVE TablePostedDate (VoucherIdx)   TO PcPostedDate
           MOVE TableToppedUpDate (VoucherIdx) TO PcToppedUpDate
           WRITE PettyCashVoucherRecord.

       8200-REWRITE-LEDGER-MASTER.
           OPEN OUTPUT LedgerMasterFile
           INITIALIZE LedgerMasterRecord
           MOVE LedgerCents TO LedgerBalance
           MOVE RunDate TO LedgerRunDate
           MOVE LedgerPostingCount TO LedgerRecordCount
           WRITE LedgerMasterRecord
           CLOSE LedgerMasterFile
           COMPUTE CashOnHand = LedgerCents / 100
           MOVE CashOnHand TO AmountDisplay
           DISPLAY "Ledger rewritten - cash on hand " AmountDisplay.

       8300-APPEND-BALANCE-HISTORY.
           OPEN EXTEND LedgerHistoryFile
           IF LedgerHistoryFileNew
               OPEN OUTPUT LedgerHistoryFile
           END-IF
           INITIALIZE LedgerHistoryRecord
           MOVE LedgerCents TO HistoryBalance
           MOVE RunDate TO HistoryRunDate
           MOVE LedgerPostingCount TO HistoryRecordCount
           WRITE LedgerHistoryRecord
           CLOSE LedgerHistoryFile.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.
       END PROGRAM PettyCash.
