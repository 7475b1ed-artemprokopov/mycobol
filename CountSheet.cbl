      ******************************************************************
      * Author: Artem Prokopov
      * Date: 22/09/2026
      * Purpose: Stock-take count sheets. The product master's on-hand
      *          only ever moved with sales, returns and receipts, so
      *          shrinkage and miscounts were never found. This step
      *          starts a count: it prints count sheets (COUNTSHT.DAT,
      *          RPTCTL bracket) from PRODMSTR.DAT and appends one
      *          stock-count record per product to STKCOUNT.DAT
      *          (layout STKCOUNT.cpy), freezing the book quantity -
      *          the on-hand at the moment the sheet was printed - and
      *          the unit value the variance will be costed at. The
      *          sheet itself does not show the book quantity, so the
      *          count is taken blind. The command line chooses what
      *          is counted:
      *            (blank) or ALL     every product on the master
      *            RANGE lo [hi]      product codes lo through hi
      *                               (just lo when hi is omitted)
      *            CYCLE              the next cycle-count group
      *          For a cycle count the master is split into groups by
      *          position (1st product group 1, 2nd group 2, ...,
      *          wrapping at the number of groups on SHOPPARM row
      *          CNTCYCLE, low value, default 004); the last group
      *          counted is kept on CNTCTL.DAT and each CYCLE run
      *          takes the next one, so the whole master is counted
      *          once every that many cycles. A product already out
      *          for count (printed, counted or approved but not yet
      *          posted) is left off the sheet and listed on the
      *          console. Counts are keyed and approved in
      *          CountEntry; the pricing run posts them. Holds the
      *          STKCOUNT run lock so it never appends underneath a
      *          CountEntry session. RETURN-CODE 8 when the lock is
      *          refused, the command line is not understood or the
      *          product master cannot be read; 4 when a product was
      *          left off as already out for count or nothing was
      *          selected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountSheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT StockCountFile ASSIGN TO "STKCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockCountFileStatus.
           SELECT CountSheetFile ASSIGN TO "COUNTSHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CountControlFile ASSIGN TO "CNTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountControlFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  StockCountFile
           RECORD CONTAINS 98 CHARACTERS.
           COPY "STKCOUNT.cpy".
       FD  CountSheetFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CountSheetRecord.
           02 SheetProductCode         PIC X(6).
           02 SheetSpace1              PIC X.
           02 SheetDescription         PIC X(20).
           02 SheetSpace2              PIC X.
           02 SheetCycleGroup          PIC 9(3).
           02 SheetSpace3              PIC X.
           02 SheetCountedLabel        PIC X(9).
           02 SheetCountedBox          PIC X(10).
           02 SheetSpace4              PIC X.
           02 SheetInitialsLabel       PIC X(3).
           02 SheetInitialsBox         PIC X(5).
           COPY "RPTCTL.cpy".
       FD  CountControlFile
           RECORD CONTAINS 12 CHARACTERS.
       01 CountControlRecord.
           02 ControlLastGroup         PIC 9(3).
           02 ControlSpace1            PIC X.
           02 ControlLastDate          PIC 9(8).
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       WORKING-STORAGE SECTION.
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 StockCountFileStatus     PIC XX.
           88 StockCountFileOK     VALUE "00".
           88 StockCountFileNew    VALUE "35".
       01 CountControlFileStatus   PIC XX.
           88 CountControlFileOK   VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 StockCountEndSwitch      PIC X VALUE "N".
           88 EndOfStockCounts     VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 SheetParm                PIC X(40).
       01 SheetModeWord            PIC X(8).
           88 SheetModeAll         VALUE "ALL" SPACES.
           88 SheetModeRange       VALUE "RANGE".
           88 SheetModeCycle       VALUE "CYCLE".
       01 RangeLowCode             PIC X(6).
       01 RangeHighCode            PIC X(6).
       01 CycleGroupCount          PIC 9(3) VALUE 4.
       01 LastCycleGroup           PIC 9(3) VALUE ZEROS.
       01 SelectedCycleGroup       PIC 9(3) VALUE ZEROS.
       01 ProductCycleGroup        PIC 9(3).
       01 ProductOrdinal           PIC 9(5) VALUE ZEROS.
       01 GroupQuotient            PIC 9(5).
       01 GroupRemainder           PIC 9(3).
       01 ProductSelectSwitch      PIC X.
           88 ProductSelected      VALUE "Y".
      *----------------------------------------------------------------
      * Products already out for count - printed, counted or
      * approved on an earlier sheet and not yet posted.
      *----------------------------------------------------------------
       01 OutForCountTable.
           02 OutForCountEntry OCCURS 500 TIMES
               INDEXED BY OutIdx.
               03 OutProductCode    PIC X(6).
       01 OutForCountCount         PIC 9(3) VALUE ZEROS.
       01 OutForCountOverflowSwitch PIC X VALUE "N".
           88 OutForCountOverflowed VALUE "Y".
       01 OutFoundSwitch           PIC X.
           88 AlreadyOutForCount   VALUE "Y".
       01 ProductsReadCount        PIC 9(5) VALUE ZEROS.
       01 SheetLineCount           PIC 9(5) VALUE ZEROS.
       01 AlreadyOutCount          PIC 9(5) VALUE ZEROS.
       01 SheetFailedSwitch        PIC X VALUE "N".
           88 SheetFailed          VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "CNTSHEET".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "STKCOUNT".
       01 LockHolderName           PIC X(8) VALUE "CNTSHEET".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF NOT LockGranted
               DISPLAY "*** Stock counts are in use (count entry) - "
                       "no count sheets printed ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-STAMP-JOB-END
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT SheetFailed
               PERFORM 2000-PRINT-COUNT-SHEETS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "R" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO SheetParm
           ACCEPT SheetParm FROM COMMAND-LINE
           MOVE SPACES TO SheetModeWord RangeLowCode RangeHighCode
           UNSTRING SheetParm DELIMITED BY ALL SPACES
               INTO SheetModeWord RangeLowCode RangeHighCode
           END-UNSTRING
           EVALUATE TRUE
               WHEN SheetModeAll
                   DISPLAY "Count sheets for every product"
               WHEN SheetModeRange
                   IF RangeLowCode = SPACES
                       DISPLAY "*** RANGE needs a first product "
                               "code - no count sheets printed ***"
                       SET SheetFailed TO TRUE
                   ELSE
                       IF RangeHighCode = SPACES
                           MOVE RangeLowCode TO RangeHighCode
                       END-IF
                       DISPLAY "Count sheets for products "
                               RangeLowCode " to " RangeHighCode
                   END-IF
               WHEN SheetModeCycle
                   PERFORM 1100-LOAD-SHOP-PARMS
                   PERFORM 1200-LOAD-COUNT-CONTROL
                   IF LastCycleGroup < CycleGroupCount
                       COMPUTE SelectedCycleGroup = LastCycleGroup + 1
                   ELSE
                       MOVE 1 TO SelectedCycleGroup
                   END-IF
                   DISPLAY "Count sheets for cycle group "
                           SelectedCycleGroup " of " CycleGroupCount
               WHEN OTHER
                   DISPLAY "*** Command line must be ALL, RANGE lo "
                           "[hi] or CYCLE - no count sheets "
                           "printed ***"
                   SET SheetFailed TO TRUE
           END-EVALUATE
           IF NOT SheetFailed
               PERFORM 1300-LOAD-OUT-FOR-COUNT
           END-IF.

       1100-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1110-READ-PARM-RECORD
               PERFORM 1120-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF
           IF CycleGroupCount = ZERO
               MOVE 1 TO CycleGroupCount
           END-IF.

       1110-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1120-APPLY-PARM-RECORD.
           IF ParmProgramId = "CNTCYCLE"
               IF ParmLowValue NUMERIC
                   MOVE ParmLowValue TO CycleGroupCount
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

       1200-LOAD-COUNT-CONTROL.
           MOVE ZEROS TO LastCycleGroup
           OPEN INPUT CountControlFile
           IF CountControlFileOK
               READ CountControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastGroup NUMERIC
                           MOVE ControlLastGroup TO LastCycleGroup
                       END-IF
               END-READ
               CLOSE CountControlFile
           END-IF.

      *----------------------------------------------------------------
      * A count table too full to trust would let a product onto a
      * second sheet while its first count is still open, so the
      * run stops instead.
      *----------------------------------------------------------------
       1300-LOAD-OUT-FOR-COUNT.
           MOVE ZEROS TO OutForCountCount
           OPEN INPUT StockCountFile
           IF StockCountFileOK
               PERFORM 1310-READ-COUNT-RECORD
               PERFORM 1320-STORE-OUT-FOR-COUNT
                   UNTIL EndOfStockCounts
               CLOSE StockCountFile
           END-IF
           IF OutForCountOverflowed
               DISPLAY "*** More than 500 products are out for "
                       "count - post or clear them before "
                       "printing more sheets ***"
               SET SheetFailed TO TRUE
           END-IF.

       1310-READ-COUNT-RECORD.
           READ StockCountFile
               AT END SET EndOfStockCounts TO TRUE
           END-READ.

       1320-STORE-OUT-FOR-COUNT.
           IF CntOutForCount
               IF OutForCountCount < 500
                   ADD 1 TO OutForCountCount
                   SET OutIdx TO OutForCountCount
                   MOVE CntProductCode TO OutProductCode (OutIdx)
               ELSE
                   SET OutForCountOverflowed TO TRUE
               END-IF
           END-IF
           PERFORM 1310-READ-COUNT-RECORD.

       2000-PRINT-COUNT-SHEETS.
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               OPEN OUTPUT CountSheetFile
               INITIALIZE ReportHeaderRecord
               MOVE "HDR" TO HeaderRecordType
               MOVE "CNTSHEET" TO HeaderProgramName
               MOVE RunDate TO HeaderRunDate
               MOVE RunTime TO HeaderRunTime
               WRITE ReportHeaderRecord
               OPEN EXTEND StockCountFile
               IF StockCountFileNew
                   OPEN OUTPUT StockCountFile
               END-IF
               PERFORM 2100-READ-PRODUCT-RECORD
               PERFORM 2200-SELECT-PRODUCT
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
               CLOSE StockCountFile
               INITIALIZE ReportTrailerRecord
               MOVE "TRL" TO TrailerRecordType
               MOVE SheetLineCount  TO TrailerRecordCount
               MOVE AlreadyOutCount TO TrailerRejectCount
               WRITE ReportTrailerRecord
               CLOSE CountSheetFile
               IF SheetModeCycle
                   PERFORM 2500-REWRITE-COUNT-CONTROL
               END-IF
           ELSE
               DISPLAY "*** Product master not available - no count "
                       "sheets printed ***"
               SET SheetFailed TO TRUE
           END-IF.

       2100-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       2200-SELECT-PRODUCT.
           ADD 1 TO ProductsReadCount
           ADD 1 TO ProductOrdinal
           MOVE "N" TO ProductSelectSwitch
           EVALUATE TRUE
               WHEN SheetModeAll
                   SET ProductSelected TO TRUE
               WHEN SheetModeRange
                   IF ProdMasterCode NOT < RangeLowCode
                       AND ProdMasterCode NOT > RangeHighCode
                       SET ProductSelected TO TRUE
                   END-IF
               WHEN SheetModeCycle
                   PERFORM 2250-FIND-CYCLE-GROUP
                   IF ProductCycleGroup = SelectedCycleGroup
                       SET ProductSelected TO TRUE
                   END-IF
           END-EVALUATE
           IF ProductSelected
               PERFORM 2300-CHECK-OUT-FOR-COUNT
               IF AlreadyOutForCount
                   ADD 1 TO AlreadyOutCount
                   DISPLAY "  " ProdMasterCode " is already out for "
                           "count - left off the sheet"
               ELSE
                   PERFORM 2400-WRITE-COUNT-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------
      * Groups run 1 .. CycleGroupCount down the master in turn.
      *----------------------------------------------------------------
       2250-FIND-CYCLE-GROUP.
           COMPUTE GroupQuotient = ProductOrdinal - 1
           DIVIDE GroupQuotient BY CycleGroupCount
               GIVING GroupQuotient REMAINDER GroupRemainder
           COMPUTE ProductCycleGroup = GroupRemainder + 1.

       2300-CHECK-OUT-FOR-COUNT.
           MOVE "N" TO OutFoundSwitch
           SET OutIdx TO 1
           PERFORM 2310-SEARCH-OUT-FOR-COUNT
               UNTIL AlreadyOutForCount OR OutIdx > OutForCountCount.

       2310-SEARCH-OUT-FOR-COUNT.
           IF OutProductCode (OutIdx) = ProdMasterCode
               SET AlreadyOutForCount TO TRUE
           ELSE
               SET OutIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The book quantity and unit value are frozen on the count
      * record only - the sheet carries boxes for the counter.
      *----------------------------------------------------------------
       2400-WRITE-COUNT-LINE.
           INITIALIZE StockCountRecord
           MOVE ProdMasterCode TO CntProductCode
           MOVE ProdMasterDescription TO CntDescription
           MOVE RunDate TO CntFrozenDate
           IF SheetModeCycle
               MOVE ProductCycleGroup TO CntCycleGroup
           END-IF
           IF ProdMasterOnHandQty NUMERIC
               MOVE ProdMasterOnHandQty TO CntBookQty
           END-IF
           IF ProdMasterUnitCost NUMERIC
               AND ProdMasterUnitCost > ZERO
               MOVE ProdMasterUnitCost TO CntUnitValue
           ELSE
               IF ProdMasterUnitPrice NUMERIC
                   MOVE ProdMasterUnitPrice TO CntUnitValue
               END-IF
           END-IF
           MOVE "P" TO CntStatus
           WRITE StockCountRecord
           INITIALIZE CountSheetRecord
           MOVE ProdMasterCode TO SheetProductCode
           MOVE ProdMasterDescription TO SheetDescription
           MOVE CntCycleGroup TO SheetCycleGroup
           MOVE "COUNTED: " TO SheetCountedLabel
           MOVE ALL "_" TO SheetCountedBox
           MOVE "BY:" TO SheetInitialsLabel
           MOVE ALL "_" TO SheetInitialsBox
           WRITE CountSheetRecord
           ADD 1 TO SheetLineCount.

       2500-REWRITE-COUNT-CONTROL.
           OPEN OUTPUT CountControlFile
           INITIALIZE CountControlRecord
           MOVE SelectedCycleGroup TO ControlLastGroup
           MOVE RunDate TO ControlLastDate
           WRITE CountControlRecord
           CLOSE CountControlFile.

       9000-TERMINATE.
           DISPLAY "Products read          = " ProductsReadCount
           DISPLAY "Count sheet lines      = " SheetLineCount
           DISPLAY "Already out for count  = " AlreadyOutCount
           EVALUATE TRUE
               WHEN SheetFailed
                   MOVE 8 TO RETURN-CODE
               WHEN AlreadyOutCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN SheetLineCount = ZERO
                   DISPLAY "*** No products selected for count ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE SheetLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM CountSheet.
