      ******************************************************************
      * Author: Artem Prokopov
      * Date: 22/09/2026
      * Purpose: Stock-take count entry and variance approval. The
      *          counts CountSheet put out on sheets sit on the stock-
      *          count file (STKCOUNT.DAT, layout STKCOUNT.cpy) with
      *          the book quantity frozen when the sheet printed.
      *          This SIGNON-gated program keys the counted quantity
      *          off a returned sheet (the count becomes C, with the
      *          operator who keyed it), writes the variance report
      *          (CNTVAR.DAT, RPTCTL bracket) of every counted and
      *          approved count - book, counted and the variance in
      *          units and at the frozen unit value - and approves a
      *          variance (A) or sends the count back for a recount
      *          (P, counted quantity cleared). Approval and recount
      *          need the CNTAPPRV authorization, and a count is
      *          never approved by the operator who keyed it. The
      *          next pricing run posts approved counts to the
      *          product master and the movement register. Every
      *          count, approval and recount is logged to AUDITLOG;
      *          the count file is written back when the operator
      *          quits. Holds the STKCOUNT run lock for the session
      *          so CountSheet cannot append underneath it, and
      *          honors training mode (TESTSTKC.DAT, TESTCVAR.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockCountFile
               ASSIGN TO DYNAMIC StockCountFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockCountFileStatus.
           SELECT VarianceReportFile
               ASSIGN TO DYNAMIC VarianceReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  StockCountFile
           RECORD CONTAINS 98 CHARACTERS.
           COPY "STKCOUNT.cpy".
       FD  VarianceReportFile
           RECORD CONTAINS 76 CHARACTERS.
       01 VarianceReportRecord.
           02 VarProductCode           PIC X(6).
           02 VarSpace1                PIC X.
           02 VarDescription           PIC X(20).
           02 VarSpace2                PIC X.
           02 VarBookQty               PIC 9(7).
           02 VarSpace3                PIC X.
           02 VarCountedQty            PIC 9(7).
           02 VarSpace4                PIC X.
           02 VarUnitsVariance         PIC S9(7)
               SIGN IS LEADING SEPARATE.
           02 VarSpace5                PIC X.
           02 VarUnitValue             PIC 9(5)V999.
           02 VarSpace6                PIC X.
           02 VarValueVariance         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 VarSpace7                PIC X.
           02 VarCountStatus           PIC X.
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 StockCountFileStatus     PIC XX.
           88 StockCountFileOK     VALUE "00".
       01 StockCountEndSwitch      PIC X VALUE "N".
           88 EndOfStockCounts     VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 StockCountTable.
           02 StockCountEntry OCCURS 500 TIMES
               INDEXED BY CountIdx.
               03 TableCountRecord  PIC X(98).
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
               03 TableFrozenDate   PIC 9(8).
               03 TableBookQty      PIC 9(7).
               03 TableCountedQty   PIC 9(7).
               03 TableUnitValue    PIC 9(5)V999.
               03 TableCountStatus  PIC X.
                   88 TableAwaitingCount VALUE "P".
                   88 TableCounted       VALUE "C".
                   88 TableApproved      VALUE "A".
                   88 TableOutForCount   VALUE "P" "C" "A".
               03 TableCountedBy    PIC X(10).
               03 TableApprovedBy   PIC X(10).
       01 CountEntryCount          PIC 9(3) VALUE ZEROS.
       01 CountOverflowSwitch      PIC X VALUE "N".
           88 CountTableOverflowed VALUE "Y".
       01 CountsChangedSwitch      PIC X VALUE "N".
           88 CountsChanged        VALUE "Y".
       01 CountFoundSwitch         PIC X.
           88 CountFound           VALUE "Y".
       01 CountActionCode          PIC X.
           88 CountActionList      VALUE "L".
           88 CountActionKey       VALUE "K".
           88 CountActionVariance  VALUE "V".
           88 CountActionApprove   VALUE "A".
           88 CountActionRecount   VALUE "R".
           88 CountActionQuit      VALUE "Q".
       01 CountDoneSwitch          PIC X VALUE "N".
           88 CountDone            VALUE "Y".
       01 EnteredProductCode       PIC X(6).
       01 EnteredQtyText           PIC X(7).
       01 ConfirmReply             PIC X.
           88 ReplyYes             VALUE "Y" "y".
       01 UnitsVariance            PIC S9(7).
       01 ValueVariance            PIC S9(9)V99.
       01 ReportValueTotal         PIC S9(9)V99.
       01 ReportUnitsTotal         PIC 9(9).
       01 ReportLineCount          PIC 9(5).
       01 OpenCountCount           PIC 9(3).
       01 KeyedCount               PIC 9(5) VALUE ZEROS.
       01 ApprovedCount            PIC 9(5) VALUE ZEROS.
       01 RecountCount             PIC 9(5) VALUE ZEROS.
       01 QtyDisplay               PIC -(6)9.
       01 AmountDisplay            PIC -(9)9.99.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 ApproverCheckedSwitch    PIC X VALUE "N".
           88 ApproverChecked      VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 ApprovalAuthorized   VALUE "Y".
       01 ApprovalAuthName         PIC X(8) VALUE "CNTAPPRV".
       01 AuditProgramName         PIC X(8) VALUE "CNTENTRY".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "STKCOUNT".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 StockCountFileName       PIC X(12)
           VALUE "STKCOUNT.DAT".
       01 VarianceReportFileName   PIC X(12)
           VALUE "CNTVAR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTSTKC.DAT" TO StockCountFileName
               MOVE "TESTCVAR.DAT" TO VarianceReportFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Stock counts are in use (count "
                           "sheets) - try again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF StockCountFileOK
                   PERFORM 2000-PROCESS-COUNT-ACTION
                       UNTIL CountDone
                   IF CountsChanged
                       PERFORM 8000-REWRITE-STOCK-COUNTS
                   ELSE
                       DISPLAY "No counts keyed, approved or sent "
                               "for recount"
                   END-IF
               ELSE
                   DISPLAY "*** Stock-count file not available - "
                           "print count sheets first ***"
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
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE ZEROS TO CountEntryCount
           OPEN INPUT StockCountFile
           IF StockCountFileOK
               PERFORM 1110-READ-COUNT-RECORD
               PERFORM 1120-STORE-COUNT-RECORD
                   UNTIL EndOfStockCounts
               CLOSE StockCountFile
           END-IF.

       1110-READ-COUNT-RECORD.
           READ StockCountFile
               AT END SET EndOfStockCounts TO TRUE
           END-READ.

       1120-STORE-COUNT-RECORD.
           IF CountEntryCount < 500
               ADD 1 TO CountEntryCount
               SET CountIdx TO CountEntryCount
               MOVE StockCountRecord TO TableCountRecord (CountIdx)
               MOVE CntProductCode   TO TableProductCode (CountIdx)
               MOVE CntDescription   TO TableDescription (CountIdx)
               MOVE CntFrozenDate    TO TableFrozenDate (CountIdx)
               MOVE CntBookQty       TO TableBookQty (CountIdx)
               IF CntCountedQty NUMERIC
                   MOVE CntCountedQty TO TableCountedQty (CountIdx)
               ELSE
                   MOVE ZEROS TO TableCountedQty (CountIdx)
               END-IF
               MOVE CntUnitValue     TO TableUnitValue (CountIdx)
               MOVE CntStatus        TO TableCountStatus (CountIdx)
               MOVE CntCountedBy     TO TableCountedBy (CountIdx)
               MOVE CntApprovedBy    TO TableApprovedBy (CountIdx)
           ELSE
               SET CountTableOverflowed TO TRUE
               DISPLAY "*** Stock-count table full - count for "
                       CntProductCode " not loaded ***"
           END-IF
           PERFORM 1110-READ-COUNT-RECORD.

       2000-PROCESS-COUNT-ACTION.
           DISPLAY "Action - (L)ist open (K)ey count (V)ariance "
                   "report (A)pprove (R)ecount (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT CountActionCode
           EVALUATE TRUE
               WHEN CountActionList     PERFORM 4000-LIST-OPEN-COUNTS
               WHEN CountActionKey      PERFORM 3000-KEY-COUNT
               WHEN CountActionVariance PERFORM 5000-WRITE-VARIANCE
               WHEN CountActionApprove  PERFORM 3500-APPROVE-COUNT
               WHEN CountActionRecount  PERFORM 3700-SEND-FOR-RECOUNT
               WHEN CountActionQuit     SET CountDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A product has at most one count out at a time, so the
      * product code finds it.
      *----------------------------------------------------------------
       2100-PROMPT-OPEN-COUNT.
           DISPLAY "Enter the product code - " WITH NO ADVANCING
           ACCEPT EnteredProductCode
           MOVE "N" TO CountFoundSwitch
           SET CountIdx TO 1
           PERFORM 2110-SEARCH-OPEN-COUNT
               UNTIL CountFound OR CountIdx > CountEntryCount
           IF CountTableOverflowed
               DISPLAY "*** Stock-count file has more records than "
                       "the table holds - nothing can be changed ***"
               MOVE "N" TO CountFoundSwitch
           ELSE
               IF NOT CountFound
                   DISPLAY "*** No count is out for product "
                           EnteredProductCode " ***"
               END-IF
           END-IF.

       2110-SEARCH-OPEN-COUNT.
           IF TableProductCode (CountIdx) = EnteredProductCode
               AND TableOutForCount (CountIdx)
               SET CountFound TO TRUE
           ELSE
               SET CountIdx UP BY 1
           END-IF.

       2200-SHOW-COUNT.
           DISPLAY "Product " TableProductCode (CountIdx)
                   " " TableDescription (CountIdx)
                   " sheet of " TableFrozenDate (CountIdx)
                   " status " TableCountStatus (CountIdx).

       2300-SHOW-VARIANCE.
           PERFORM 2400-COMPUTE-VARIANCE
           MOVE UnitsVariance TO QtyDisplay
           MOVE ValueVariance TO AmountDisplay
           DISPLAY "     book " TableBookQty (CountIdx)
                   " counted " TableCountedQty (CountIdx)
                   " variance " QtyDisplay
                   " value " AmountDisplay
                   " by " TableCountedBy (CountIdx).

       2400-COMPUTE-VARIANCE.
           COMPUTE UnitsVariance =
               TableCountedQty (CountIdx) - TableBookQty (CountIdx)
           COMPUTE ValueVariance ROUNDED =
               UnitsVariance * TableUnitValue (CountIdx).

      *----------------------------------------------------------------
      * A count can be keyed again until it is approved - a sheet
      * mis-keyed is simply keyed over.
      *----------------------------------------------------------------
       3000-KEY-COUNT.
           PERFORM 2100-PROMPT-OPEN-COUNT
           IF CountFound
               PERFORM 2200-SHOW-COUNT
               IF TableApproved (CountIdx)
                   DISPLAY "*** Count is already approved - send it "
                           "for recount to key it again ***"
               ELSE
                   DISPLAY "Counted quantity (7 digits) - "
                           WITH NO ADVANCING
                   ACCEPT EnteredQtyText
                   IF EnteredQtyText NOT NUMERIC
                       DISPLAY "*** Quantity must be seven digits - "
                               "count not keyed ***"
                   ELSE
                       MOVE EnteredQtyText
                           TO TableCountedQty (CountIdx)
                       MOVE "C" TO TableCountStatus (CountIdx)
                       MOVE OperatorId TO TableCountedBy (CountIdx)
                       SET CountsChanged TO TRUE
                       ADD 1 TO KeyedCount
                       PERFORM 2300-SHOW-VARIANCE
                       MOVE "CNT-KEYED" TO AuditFieldName
                       PERFORM 3900-AUDIT-COUNT
                   END-IF
               END-IF
           END-IF.

       3400-CHECK-APPROVER.
           IF NOT ApproverChecked
               CALL "AUTHCHK" USING OperatorId ApprovalAuthName
                   AuthCheckResult
               SET ApproverChecked TO TRUE
           END-IF
           IF NOT ApprovalAuthorized
               DISPLAY "*** You are not authorized to approve "
                       "stock counts ***"
           END-IF.

       3500-APPROVE-COUNT.
           PERFORM 3400-CHECK-APPROVER
           IF ApprovalAuthorized
               PERFORM 2100-PROMPT-OPEN-COUNT
           ELSE
               MOVE "N" TO CountFoundSwitch
           END-IF
           IF CountFound
               PERFORM 2200-SHOW-COUNT
               EVALUATE TRUE
                   WHEN NOT TableCounted (CountIdx)
                       DISPLAY "*** Only a keyed count can be "
                               "approved ***"
                   WHEN TableCountedBy (CountIdx) = OperatorId
                       DISPLAY "*** A count must be approved by "
                               "someone other than who keyed it ***"
                   WHEN OTHER
                       PERFORM 2300-SHOW-VARIANCE
                       DISPLAY "Approve this variance for posting "
                               "(Y/N) - " WITH NO ADVANCING
                       ACCEPT ConfirmReply
                       IF ReplyYes
                           MOVE "A" TO TableCountStatus (CountIdx)
                           MOVE OperatorId
                               TO TableApprovedBy (CountIdx)
                           SET CountsChanged TO TRUE
                           ADD 1 TO ApprovedCount
                           MOVE "CNT-APPROVED" TO AuditFieldName
                           PERFORM 3900-AUDIT-COUNT
                           DISPLAY "Count approved - posted by the "
                                   "next pricing run"
                       ELSE
                           DISPLAY "Count left unapproved"
                       END-IF
               END-EVALUATE
           END-IF.

       3700-SEND-FOR-RECOUNT.
           PERFORM 3400-CHECK-APPROVER
           IF ApprovalAuthorized
               PERFORM 2100-PROMPT-OPEN-COUNT
           ELSE
               MOVE "N" TO CountFoundSwitch
           END-IF
           IF CountFound
               PERFORM 2200-SHOW-COUNT
               IF TableAwaitingCount (CountIdx)
                   DISPLAY "*** Count has not been keyed yet ***"
               ELSE
                   PERFORM 2300-SHOW-VARIANCE
                   DISPLAY "Send this product for recount (Y/N) - "
                           WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF ReplyYes
                       MOVE "P" TO TableCountStatus (CountIdx)
                       MOVE ZEROS TO TableCountedQty (CountIdx)
                       MOVE SPACES TO TableCountedBy (CountIdx)
                       MOVE SPACES TO TableApprovedBy (CountIdx)
                       SET CountsChanged TO TRUE
                       ADD 1 TO RecountCount
                       MOVE "CNT-RECOUNT" TO AuditFieldName
                       PERFORM 3900-AUDIT-COUNT
                       DISPLAY "Product " TableProductCode (CountIdx)
                               " is to be counted again"
                   ELSE
                       DISPLAY "Count left as it is"
                   END-IF
               END-IF
           END-IF.

       3900-AUDIT-COUNT.
           MOVE SPACES TO AuditValueEntered
           STRING TableProductCode (CountIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableFrozenDate (CountIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCountedQty (CountIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG.

       4000-LIST-OPEN-COUNTS.
           MOVE ZEROS TO OpenCountCount
           PERFORM 4100-LIST-OPEN-COUNT
               VARYING CountIdx FROM 1 BY 1
               UNTIL CountIdx > CountEntryCount
           IF OpenCountCount = ZERO
               DISPLAY "No products are out for count"
           END-IF.

       4100-LIST-OPEN-COUNT.
           IF TableOutForCount (CountIdx)
               ADD 1 TO OpenCountCount
               PERFORM 2200-SHOW-COUNT
               IF NOT TableAwaitingCount (CountIdx)
                   PERFORM 2300-SHOW-VARIANCE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The variance report covers every count keyed and not yet
      * posted, approved or not, so it can be read before the
      * approvals are made. Control total is the absolute units
      * variance; the net value is on the console.
      *----------------------------------------------------------------
       5000-WRITE-VARIANCE.
           MOVE ZEROS TO ReportLineCount ReportUnitsTotal
               ReportValueTotal
           OPEN OUTPUT VarianceReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "CNTENTRY" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           PERFORM 5100-WRITE-VARIANCE-LINE
               VARYING CountIdx FROM 1 BY 1
               UNTIL CountIdx > CountEntryCount
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount  TO TrailerRecordCount
           MOVE ReportUnitsTotal TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE VarianceReportFile
           MOVE ReportValueTotal TO AmountDisplay
           DISPLAY "Variance report written - " ReportLineCount
                   " count(s), net value " AmountDisplay.

       5100-WRITE-VARIANCE-LINE.
           IF TableCounted (CountIdx) OR TableApproved (CountIdx)
               PERFORM 2400-COMPUTE-VARIANCE
               INITIALIZE VarianceReportRecord
               MOVE TableProductCode (CountIdx) TO VarProductCode
               MOVE TableDescription (CountIdx) TO VarDescription
               MOVE TableBookQty (CountIdx)     TO VarBookQty
               MOVE TableCountedQty (CountIdx)  TO VarCountedQty
               MOVE UnitsVariance               TO VarUnitsVariance
               MOVE TableUnitValue (CountIdx)   TO VarUnitValue
               MOVE ValueVariance               TO VarValueVariance
               MOVE TableCountStatus (CountIdx) TO VarCountStatus
               WRITE VarianceReportRecord
               ADD 1 TO ReportLineCount
               IF UnitsVariance < ZERO
                   SUBTRACT UnitsVariance FROM ReportUnitsTotal
               ELSE
                   ADD UnitsVariance TO ReportUnitsTotal
               END-IF
               ADD ValueVariance TO ReportValueTotal
           END-IF.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the count file from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would lose them.
      *----------------------------------------------------------------
       8000-REWRITE-STOCK-COUNTS.
           IF CountTableOverflowed
               DISPLAY "*** Stock-count file has more records than "
                       "the table holds - counts NOT written back ***"
           ELSE
               OPEN OUTPUT StockCountFile
               PERFORM 8100-WRITE-COUNT-ENTRY
                   VARYING CountIdx FROM 1 BY 1
                   UNTIL CountIdx > CountEntryCount
               CLOSE StockCountFile
               DISPLAY "Stock counts rewritten - " KeyedCount
                       " keyed, " ApprovedCount " approved, "
                       RecountCount " sent for recount"
           END-IF.

       8100-WRITE-COUNT-ENTRY.
           MOVE TableCountRecord (CountIdx) TO StockCountRecord
           MOVE TableCountedQty (CountIdx)  TO CntCountedQty
           MOVE TableCountStatus (CountIdx) TO CntStatus
           MOVE TableCountedBy (CountIdx)   TO CntCountedBy
           MOVE TableApprovedBy (CountIdx)  TO CntApprovedBy
           WRITE StockCountRecord.
       END PROGRAM CountEntry.
