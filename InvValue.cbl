      ******************************************************************
      * Author: Artem Prokopov
      * Date: 23/09/2026
      * Purpose: Month-end inventory valuation. Finance had no way to
      *          tie the stock on the shelves to the inventory figure
      *          on the balance sheet. This step reads PRODMSTR.DAT
      *          and prints one line per product to INVVALUE.DAT
      *          (RPTCTL bracket): on-hand quantity, the weighted-
      *          average unit cost the pricing run keeps, and the
      *          extended value; the trailer carries the product
      *          count and the total value in whole currency, and the
      *          console shows it to the cent. A product with stock
      *          on hand but no unit cost is valued at nothing,
      *          flagged NO COST on its line and counted as a reject
      *          on the trailer. The report only goes out when the
      *          shop calendar (CALCHECK) says today is a month-end
      *          processing day - a date missing from the calendar
      *          produces it with a warning - unless the command
      *          line says FORCE, which produces it any day for an
      *          ad hoc valuation. RETURN-CODE 8 when the product
      *          master cannot be read; 4 when any product on hand
      *          has no unit cost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvValue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMasterFile ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
           SELECT ValuationFile ASSIGN TO "INVVALUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       FD  ValuationFile
           RECORD CONTAINS 64 CHARACTERS.
       01 ValuationRecord.
           02 ValueProductCode         PIC X(6).
           02 ValueSpace1              PIC X.
           02 ValueDescription         PIC X(20).
           02 ValueSpace2              PIC X.
           02 ValueOnHandQty           PIC 9(7).
           02 ValueSpace3              PIC X.
           02 ValueUnitCost            PIC 9(5)V999.
           02 ValueSpace4              PIC X.
           02 ValueExtended            PIC 9(9)V99.
           02 ValueSpace5              PIC X.
           02 ValueFlag                PIC X(7).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 ValueParm                PIC X(40).
       01 ValueModeWord            PIC X(8).
           88 ValueModeForce       VALUE "FORCE".
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
           88 CalendarMonthEnd     VALUE "Y".
       01 CalCheckDescription      PIC X(20).
       01 ValuationWantedSwitch    PIC X VALUE "N".
           88 ValuationWanted      VALUE "Y".
       01 ProductOnHand            PIC 9(7).
       01 ProductUnitCost          PIC 9(5)V999.
       01 ProductValue             PIC 9(9)V99.
       01 InventoryValueTotal      PIC 9(11)V99 VALUE ZEROS.
       01 InventoryValueWhole      PIC 9(9).
       01 ProductsReadCount        PIC 9(7) VALUE ZEROS.
       01 ValuationLineCount       PIC 9(7) VALUE ZEROS.
       01 NoCostCount              PIC 9(7) VALUE ZEROS.
       01 ValuationFailedSwitch    PIC X VALUE "N".
           88 ValuationFailed      VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "INVVALUE".
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
           IF ValuationWanted
               PERFORM 2000-VALUE-INVENTORY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO ValueParm
           ACCEPT ValueParm FROM COMMAND-LINE
           MOVE SPACES TO ValueModeWord
           UNSTRING ValueParm DELIMITED BY ALL SPACES
               INTO ValueModeWord
           END-UNSTRING
           IF ValueModeForce
               SET ValuationWanted TO TRUE
               DISPLAY "Valuation forced for " RunDate
           ELSE
               PERFORM 1100-CHECK-PROCESSING-CALENDAR
           END-IF.

      *----------------------------------------------------------------
      * The valuation belongs to month-end. A date missing from the
      * calendar (or no calendar at all) produces it with a warning,
      * so an unmaintained calendar never silently withholds it.
      *----------------------------------------------------------------
       1100-CHECK-PROCESSING-CALENDAR.
           CALL "CALCHECK" USING RunDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarDateFound
               IF CalendarMonthEnd
                   SET ValuationWanted TO TRUE
               ELSE
                   DISPLAY "Calendar: not a month-end day - "
                           "inventory valuation skipped"
               END-IF
           ELSE
               SET ValuationWanted TO TRUE
               DISPLAY "*** Run date not on the processing "
                       "calendar - valuation produced ***"
           END-IF.

       2000-VALUE-INVENTORY.
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               OPEN OUTPUT ValuationFile
               INITIALIZE ReportHeaderRecord
               MOVE "HDR" TO HeaderRecordType
               MOVE "INVVALUE" TO HeaderProgramName
               MOVE RunDate TO HeaderRunDate
               MOVE RunTime TO HeaderRunTime
               WRITE ReportHeaderRecord
               PERFORM 2100-READ-PRODUCT-RECORD
               PERFORM 2200-VALUE-PRODUCT UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
               MOVE InventoryValueTotal TO InventoryValueWhole
               INITIALIZE ReportTrailerRecord
               MOVE "TRL" TO TrailerRecordType
               MOVE ValuationLineCount  TO TrailerRecordCount
               MOVE InventoryValueWhole TO TrailerControlTotal
               MOVE NoCostCount         TO TrailerRejectCount
               WRITE ReportTrailerRecord
               CLOSE ValuationFile
           ELSE
               DISPLAY "*** Product master not available - no "
                       "inventory valuation ***"
               SET ValuationFailed TO TRUE
           END-IF.

       2100-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Every product gets a line, inactive ones included - stock
      * of a discontinued product is still stock on the balance
      * sheet.
      *----------------------------------------------------------------
       2200-VALUE-PRODUCT.
           ADD 1 TO ProductsReadCount
           IF ProdMasterOnHandQty NUMERIC
               MOVE ProdMasterOnHandQty TO ProductOnHand
           ELSE
               MOVE ZEROS TO ProductOnHand
           END-IF
           IF ProdMasterUnitCost NUMERIC
               MOVE ProdMasterUnitCost TO ProductUnitCost
           ELSE
               MOVE ZEROS TO ProductUnitCost
           END-IF
           COMPUTE ProductValue ROUNDED =
               ProductOnHand * ProductUnitCost
           INITIALIZE ValuationRecord
           MOVE ProdMasterCode        TO ValueProductCode
           MOVE ProdMasterDescription TO ValueDescription
           MOVE ProductOnHand         TO ValueOnHandQty
           MOVE ProductUnitCost       TO ValueUnitCost
           MOVE ProductValue          TO ValueExtended
           IF ProductOnHand > ZERO AND ProductUnitCost = ZERO
               MOVE "NO COST" TO ValueFlag
               ADD 1 TO NoCostCount
               DISPLAY "  " ProdMasterCode " has " ProductOnHand
                       " on hand and no unit cost - valued at zero"
           END-IF
           WRITE ValuationRecord
           ADD 1 TO ValuationLineCount
           ADD ProductValue TO InventoryValueTotal
           PERFORM 2100-READ-PRODUCT-RECORD.

       9000-TERMINATE.
           IF ValuationWanted
               DISPLAY "Products valued        = " ValuationLineCount
               DISPLAY "Products with no cost  = " NoCostCount
               DISPLAY "Inventory value        = " InventoryValueTotal
           END-IF
           EVALUATE TRUE
               WHEN ValuationFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NoCostCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ValuationLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM InvValue.
