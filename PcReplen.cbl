      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Petty-cash replenishment request. Every voucher
      *          PettyCash has paid since the last request (status O
      *          on PCVOUCH.DAT, layout PCVOUCH.cpy) is claimed on a
      *          new request - numbered one past the highest request
      *          on the register - marked P (journal pending) with its
      *          category's expense account from PCCATG.DAT, ready for
      *          GlExtract's expense journal. A voucher whose category
      *          is no longer on PCCATG.DAT stays open for the next
      *          request. The request goes to a dated generation
      *          PCREPLEN.yyyymmdd.DAT (RPTCTL bracket, the trailer
      *          control total the request in cents) cataloged
      *          through GENCATLG under report PCREPLEN: the vouchers
      *          claimed, their totals by category, how many were
      *          paid without a receipt, and the float check - the
      *          cash on hand from ADDLEDGR.DAT, plus this request and
      *          any earlier request not yet topped up, against the
      *          float on SHOPPARM.DAT row PETTYCSH. Journalled
      *          vouchers topped up more than a year ago come off the
      *          register. With nothing to claim no request is
      *          raised. RETURN-CODE 0 clean, 4 when nothing was
      *          claimed or a voucher was left open, 8 when the
      *          register could not be worked (in use, or more
      *          vouchers than the table holds).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PcReplen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PettyCashVoucherFile ASSIGN TO "PCVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoucherFileStatus.
           SELECT PettyCashCategoryFile ASSIGN TO "PCCATG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CategoryFileStatus.
           SELECT LedgerMasterFile ASSIGN TO "ADDLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT ReplenReportFile
               ASSIGN TO DYNAMIC ReplenReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  ReplenReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 ReplenReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 VoucherFileStatus        PIC XX.
           88 VoucherFileOK        VALUE "00".
       01 CategoryFileStatus       PIC XX.
           88 CategoryFileOK       VALUE "00".
       01 LedgerMasterFileStatus   PIC XX.
           88 LedgerMasterFileOK   VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 VoucherEndSwitch         PIC X VALUE "N".
           88 EndOfVouchers        VALUE "Y".
       01 CategoryEndSwitch        PIC X VALUE "N".
           88 EndOfCategories      VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 PurgeBeforeDate          PIC 9(8).
       01 ReplenFailedSwitch       PIC X VALUE "N".
           88 ReplenFailed         VALUE "Y".
      *----------------------------------------------------------------
      * The register is held whole and written back in full; it is
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
                   88 TableJournalled   VALUE "D".
               03 TableRequestNo    PIC 9(6).
               03 TableAccountCode  PIC X(10).
               03 TablePostedDate   PIC 9(8).
               03 TableToppedUpDate PIC 9(8).
               03 TablePurgeFlag    PIC X.
       01 VoucherEntryCount        PIC 9(4) VALUE ZEROS.
       01 VoucherOverflowSwitch    PIC X VALUE "N".
           88 VoucherTableOverflowed VALUE "Y".
       01 CategoryTable.
           02 CategoryEntry OCCURS 50 TIMES
               INDEXED BY CategoryIdx.
               03 TableCatCode      PIC X(4).
               03 TableCatAccount   PIC X(10).
               03 TableCatDescription PIC X(30).
               03 TableCatVouchers  PIC 9(4).
               03 TableCatTotal     PIC 9(7)V99.
       01 CategoryCount            PIC 99 VALUE ZEROS.
       01 LookupCategory           PIC X(4).
       01 CategoryFoundSwitch      PIC X.
           88 CategoryFound        VALUE "Y".
       01 NewRequestNo             PIC 9(6) VALUE ZEROS.
       01 ClaimedCount             PIC 9(4) VALUE ZEROS.
       01 ClaimedTotal             PIC 9(7)V99 VALUE ZEROS.
       01 NoReceiptCount           PIC 9(4) VALUE ZEROS.
       01 LeftOpenCount            PIC 9(4) VALUE ZEROS.
       01 PurgedCount              PIC 9(4) VALUE ZEROS.
       01 AwaitingTotal            PIC 9(7)V99 VALUE ZEROS.
       01 FloatWhole               PIC 9(3).
       01 FloatLimit               PIC 9(5)V99.
       01 CashOnHand               PIC S9(7)V99 VALUE ZEROS.
       01 TinAccountedFor          PIC S9(7)V99.
       01 FloatDifference          PIC S9(7)V99.
       01 ControlCents             PIC 9(9).
       01 ReplenReportFileName     PIC X(24).
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 AmountEdit               PIC -(7)9.99.
       01 VoucherHeadingLine.
           02 FILLER               PIC X(8)  VALUE "VOUCHER".
           02 FILLER               PIC X(10) VALUE "DATE".
           02 FILLER               PIC X(21) VALUE "PAYEE".
           02 FILLER               PIC X(5)  VALUE "CATG".
           02 FILLER               PIC X(11) VALUE "     AMOUNT".
           02 FILLER               PIC X(9)  VALUE "  RECEIPT".
           02 FILLER               PIC X(16) VALUE SPACES.
       01 VoucherDetailLine.
           02 DetailVoucherNo      PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailVoucherDate    PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailPayee          PIC X(20).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailCategory       PIC X(4).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailAmount         PIC Z(7)9.99.
           02 FILLER               PIC X(8)  VALUE SPACES.
           02 DetailReceiptFlag    PIC X.
           02 FILLER               PIC X(16) VALUE SPACES.
       01 CategoryHeadingLine.
           02 FILLER               PIC X(5)  VALUE "CATG".
           02 FILLER               PIC X(11) VALUE "ACCOUNT".
           02 FILLER               PIC X(31) VALUE "EXPENSE".
           02 FILLER               PIC X(9)  VALUE "VOUCHERS".
           02 FILLER               PIC X(11) VALUE "     AMOUNT".
           02 FILLER               PIC X(13) VALUE SPACES.
       01 CategoryDetailLine.
           02 CatLineCode          PIC X(4).
           02 FILLER               PIC X     VALUE SPACE.
           02 CatLineAccount       PIC X(10).
           02 FILLER               PIC X     VALUE SPACE.
           02 CatLineDescription   PIC X(30).
           02 FILLER               PIC X     VALUE SPACE.
           02 CatLineVouchers      PIC Z(7)9.
           02 CatLineTotal         PIC Z(8)9.99.
           02 FILLER               PIC X(13) VALUE SPACES.
       01 ControlLine.
           02 ControlLabel         PIC X(40).
           02 FILLER               PIC X(16) VALUE SPACES.
           02 ControlAmount        PIC -(7)9.99.
           02 FILLER               PIC X(13) VALUE SPACES.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "PETTYCSH".
       01 LockHolderName           PIC X(8) VALUE "PCREPLEN".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 GenReportName            PIC X(12).
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "PCREPLEN".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "PCREPLEN".
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
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF LockGranted
               PERFORM 1200-LOAD-VOUCHER-REGISTER
               IF VoucherTableOverflowed
                   SET ReplenFailed TO TRUE
                   DISPLAY "*** Voucher register has more entries "
                           "than the table holds - no request "
                           "raised ***"
               ELSE
                   PERFORM 2000-CLAIM-OPEN-VOUCHERS
                   IF ClaimedCount > ZERO
                       PERFORM 3000-WRITE-REPLEN-REQUEST
                   ELSE
                       DISPLAY "No open vouchers to claim - no "
                               "request raised"
                   END-IF
                   IF ClaimedCount > ZERO OR PurgedCount > ZERO
                       PERFORM 8000-REWRITE-VOUCHER-REGISTER
                   END-IF
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
           ELSE
               SET ReplenFailed TO TRUE
               DISPLAY "*** Petty cash is in use - no request "
                       "raised ***"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           COMPUTE PurgeBeforeDate = RunDate - 10000
           PERFORM 1050-LOAD-PETTY-CASH-PARM
           PERFORM 1100-LOAD-CATEGORIES
           PERFORM 1300-READ-LEDGER-MASTER.

       1050-LOAD-PETTY-CASH-PARM.
           MOVE 200 TO FloatWhole
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           MOVE FloatWhole TO FloatLimit.

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "PETTYCSH"
               AND ParmHighValue NUMERIC
               AND ParmHighValue > ZEROS
               MOVE ParmHighValue TO FloatWhole
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
               DISPLAY "*** PCCATG.DAT not available - every "
                       "voucher stays open ***"
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
                   SET CategoryIdx TO CategoryCount
                   INITIALIZE CategoryEntry (CategoryIdx)
                   MOVE PcCatCode TO TableCatCode (CategoryIdx)
                   MOVE PcCatAccountCode
                       TO TableCatAccount (CategoryIdx)
                   MOVE PcCatDescription
                       TO TableCatDescription (CategoryIdx)
               ELSE
                   DISPLAY "*** Category table full - " PcCatCode
                           " not loaded ***"
               END-IF
           END-IF
           PERFORM 1110-READ-CATEGORY-RECORD.

       1200-LOAD-VOUCHER-REGISTER.
           OPEN INPUT PettyCashVoucherFile
           IF VoucherFileOK
               PERFORM 1210-READ-VOUCHER-RECORD
               PERFORM 1220-STORE-VOUCHER-RECORD
                   UNTIL EndOfVouchers
               CLOSE PettyCashVoucherFile
           ELSE
               DISPLAY "PCVOUCH.DAT not available - no vouchers "
                       "paid"
           END-IF
           ADD 1 TO NewRequestNo.

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
               MOVE "N" TO TablePurgeFlag (VoucherIdx)
               IF PcRequestNo > NewRequestNo
                   MOVE PcRequestNo TO NewRequestNo
               END-IF
           ELSE
               SET VoucherTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-VOUCHER-RECORD.

       1300-READ-LEDGER-MASTER.
           OPEN INPUT LedgerMasterFile
           IF LedgerMasterFileOK
               READ LedgerMasterFile
                   AT END CONTINUE
                   NOT AT END
                       COMPUTE CashOnHand = LedgerBalance / 100
               END-READ
               CLOSE LedgerMasterFile
           ELSE
               DISPLAY "*** ADDLEDGR.DAT not available - cash on "
                       "hand taken as zero ***"
           END-IF.

      *----------------------------------------------------------------
      * Open vouchers are claimed under the category's account as it
      * stands today; anything already claimed but not yet topped up
      * is still owed to the tin and counts toward the float check.
      *----------------------------------------------------------------
       2000-CLAIM-OPEN-VOUCHERS.
           PERFORM 2100-CLAIM-ONE-VOUCHER
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount.

       2100-CLAIM-ONE-VOUCHER.
           EVALUATE TRUE
               WHEN TableVoucherOpen (VoucherIdx)
                   MOVE TableCategory (VoucherIdx) TO LookupCategory
                   PERFORM 7000-FIND-CATEGORY
                   IF CategoryFound
                       PERFORM 2200-MARK-CLAIMED
                   ELSE
                       ADD 1 TO LeftOpenCount
                       DISPLAY "*** Voucher "
                               TableVoucherNo (VoucherIdx)
                               " category " LookupCategory
                               " not on PCCATG.DAT - left open ***"
                   END-IF
               WHEN TableToppedUpDate (VoucherIdx) = ZEROS
                   ADD TableAmount (VoucherIdx) TO AwaitingTotal
               WHEN TableJournalled (VoucherIdx)
                   AND TableToppedUpDate (VoucherIdx)
                       < PurgeBeforeDate
                   MOVE "Y" TO TablePurgeFlag (VoucherIdx)
                   ADD 1 TO PurgedCount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-MARK-CLAIMED.
           MOVE "P" TO TableStatus (VoucherIdx)
           MOVE NewRequestNo TO TableRequestNo (VoucherIdx)
           MOVE TableCatAccount (CategoryIdx)
               TO TableAccountCode (VoucherIdx)
           ADD 1 TO TableCatVouchers (CategoryIdx)
           ADD TableAmount (VoucherIdx) TO TableCatTotal (CategoryIdx)
           ADD 1 TO ClaimedCount
           ADD TableAmount (VoucherIdx) TO ClaimedTotal
           IF TableReceiptFlag (VoucherIdx) NOT = "Y"
               ADD 1 TO NoReceiptCount
           END-IF.

       3000-WRITE-REPLEN-REQUEST.
           MOVE SPACES TO ReplenReportFileName
           STRING "PCREPLEN." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ReplenReportFileName
           END-STRING
           OPEN OUTPUT ReplenReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PCREPLEN" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "PETTY-CASH REPLENISHMENT REQUEST "
                      DELIMITED BY SIZE
                  NewRequestNo DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE VoucherHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-VOUCHER-LINE
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE CategoryHeadingLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3200-WRITE-CATEGORY-LINE
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount
           MOVE SPACES TO CatLineCode
           MOVE SPACES TO CatLineAccount
           MOVE "TOTAL THIS REQUEST" TO CatLineDescription
           MOVE ClaimedCount TO CatLineVouchers
           MOVE ClaimedTotal TO CatLineTotal
           MOVE CategoryDetailLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           STRING "VOUCHERS PAID WITHOUT A RECEIPT: "
                      DELIMITED BY SIZE
                  NoReceiptCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 3900-WRITE-REPORT-LINE
           IF LeftOpenCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING "*** " DELIMITED BY SIZE
                      LeftOpenCount DELIMITED BY SIZE
                      " VOUCHER(S) LEFT OPEN - CATEGORY NOT ON "
                          DELIMITED BY SIZE
                      "PCCATG.DAT" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           PERFORM 3300-WRITE-FLOAT-CHECK
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           COMPUTE ControlCents = ClaimedTotal * 100
           MOVE ControlCents TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE ReplenReportFile
           MOVE "PCREPLEN" TO GenReportName
           MOVE ReplenReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE ControlCents TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       3100-WRITE-VOUCHER-LINE.
           IF TableRequestNo (VoucherIdx) = NewRequestNo
               MOVE TableVoucherNo (VoucherIdx) TO DetailVoucherNo
               MOVE TableVoucherDate (VoucherIdx) TO DetailVoucherDate
               MOVE TablePayee (VoucherIdx) TO DetailPayee
               MOVE TableCategory (VoucherIdx) TO DetailCategory
               MOVE TableAmount (VoucherIdx) TO DetailAmount
               MOVE TableReceiptFlag (VoucherIdx) TO DetailReceiptFlag
               MOVE VoucherDetailLine TO ReportLineText
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3200-WRITE-CATEGORY-LINE.
           IF TableCatVouchers (CategoryIdx) > ZERO
               MOVE TableCatCode (CategoryIdx) TO CatLineCode
               MOVE TableCatAccount (CategoryIdx) TO CatLineAccount
               MOVE TableCatDescription (CategoryIdx)
                   TO CatLineDescription
               MOVE TableCatVouchers (CategoryIdx) TO CatLineVouchers
               MOVE TableCatTotal (CategoryIdx) TO CatLineTotal
               MOVE CategoryDetailLine TO ReportLineText
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Cash in the tin plus everything claimed and not yet put back
      * should come to the float exactly; a difference means cash
      * moved outside a voucher or a top-up.
      *----------------------------------------------------------------
       3300-WRITE-FLOAT-CHECK.
           MOVE SPACES TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "FLOAT CHECK" TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "  CASH ON HAND (ADDLEDGR.DAT)" TO ControlLabel
           MOVE CashOnHand TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "  THIS REQUEST" TO ControlLabel
           MOVE ClaimedTotal TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "  EARLIER REQUESTS NOT YET TOPPED UP" TO ControlLabel
           MOVE AwaitingTotal TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "  OPEN VOUCHERS NOT CLAIMED" TO ControlLabel
           MOVE ZEROS TO TinAccountedFor
           PERFORM 3310-ADD-LEFT-OPEN
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           MOVE TinAccountedFor TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           COMPUTE TinAccountedFor = TinAccountedFor + CashOnHand
               + ClaimedTotal + AwaitingTotal
           MOVE "  ACCOUNTED FOR" TO ControlLabel
           MOVE TinAccountedFor TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "  FLOAT (SHOPPARM.DAT PETTYCSH)" TO ControlLabel
           MOVE FloatLimit TO ControlAmount
           MOVE ControlLine TO ReportLineText
           PERFORM 3900-WRITE-REPORT-LINE
           COMPUTE FloatDifference = TinAccountedFor - FloatLimit
           IF FloatDifference NOT = ZERO
               MOVE "*** TIN DOES NOT AGREE TO THE FLOAT BY"
                   TO ControlLabel
               MOVE FloatDifference TO ControlAmount
               MOVE ControlLine TO ReportLineText
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3310-ADD-LEFT-OPEN.
           IF TableVoucherOpen (VoucherIdx)
               ADD TableAmount (VoucherIdx) TO TinAccountedFor
           END-IF.

       3900-WRITE-REPORT-LINE.
           WRITE ReplenReportRecord
           ADD 1 TO ReportLineCount.

       7000-FIND-CATEGORY.
           MOVE "N" TO CategoryFoundSwitch
           SET CategoryIdx TO 1
           PERFORM 7100-SEARCH-CATEGORY
               UNTIL CategoryFound OR CategoryIdx > CategoryCount.

       7100-SEARCH-CATEGORY.
           IF TableCatCode (CategoryIdx) = LookupCategory
               SET CategoryFound TO TRUE
           ELSE
               SET CategoryIdx UP BY 1
           END-IF.

       8000-REWRITE-VOUCHER-REGISTER.
           OPEN OUTPUT PettyCashVoucherFile
           PERFORM 8100-WRITE-VOUCHER-ENTRY
               VARYING VoucherIdx FROM 1 BY 1
               UNTIL VoucherIdx > VoucherEntryCount
           CLOSE PettyCashVoucherFile.

       8100-WRITE-VOUCHER-ENTRY.
           IF TablePurgeFlag (VoucherIdx) NOT = "Y"
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
               WRITE PettyCashVoucherRecord
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN ReplenFailed
                   MOVE 8 TO RETURN-CODE
               WHEN ClaimedCount = ZERO OR LeftOpenCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE ClaimedTotal TO AmountEdit
           IF ClaimedCount > ZERO
               DISPLAY "Replenishment request = " NewRequestNo
           END-IF
           DISPLAY "Vouchers claimed      = " ClaimedCount
           DISPLAY "Amount claimed        = " AmountEdit
           DISPLAY "Vouchers left open    = " LeftOpenCount
           DISPLAY "Vouchers purged       = " PurgedCount
           MOVE "T" TO JobStampMode
           MOVE ClaimedCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PcReplen.
