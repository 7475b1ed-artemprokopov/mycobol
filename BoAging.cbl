      ******************************************************************
      * Author: Artem Prokopov
      * Date: 24/09/2026
      * Purpose: Backorder aging. The pricing run diverts sale lines
      *          it has no stock for to BACKORD.DAT (layout
      *          BACKORD.cpy) and releases them as stock comes in,
      *          but nobody could see who was still waiting for
      *          what. This step sorts the open backorders by
      *          customer and order date and prints BOAGING.DAT
      *          (RPTCTL bracket): a heading per customer (with the
      *          name off CUSTMSTR.DAT), one line per open backorder
      *          - product, original invoice reference, order date,
      *          quantity still open of the quantity short, and days
      *          waiting (the shop's 30/360 convention) - and a
      *          customer recap of lines, units and the longest
      *          wait. The trailer carries the open lines and the
      *          open units. RETURN-CODE 4 when any backorder has
      *          been waiting longer than the days on SHOPPARM row
      *          BOAGING (low value, default 030); 0 otherwise,
      *          including when nothing is on backorder.
      * Tectonics: cobc
      * Modifications:
      *   25/09/2026 AP - Backorder record widened to 108 bytes
      *                   (transaction image now carries the stock
      *                   location).
      *   03/10/2026 AP - Customer master record grew 75 -> 77 bytes for
      *                   the finance-charge exemption flag.
      *   06/10/2026 AP - Customer master record grew 77 -> 82 bytes for
      *                   the assigned salesperson.
      *   10/10/2026 AP - Customer master record grew 82 -> 89 bytes for
      *                   the merged-into pointer CustMerge sets on a
      *                   merged duplicate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoAging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackorderFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT AgingReportFile ASSIGN TO "BOAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BackorderSortFile ASSIGN TO "SRTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  BackorderFile
           RECORD CONTAINS 108 CHARACTERS.
           COPY "BACKORD.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  AgingReportFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AgingReportRecord.
           02 AgingLineText            PIC X(70).
           COPY "RPTCTL.cpy".
       SD  BackorderSortFile.
       01 BackorderSortRecord.
           02 SortCustomerId           PIC X(6).
           02 SortSpace1               PIC X.
           02 SortProductCode          PIC X(6).
           02 SortSpace2               PIC X.
           02 SortInvoiceRef           PIC X(6).
           02 SortSpace3               PIC X.
           02 SortOrderDate            PIC 9(8).
           02 SortSpace4               PIC X.
           02 SortShortQty             PIC 9(5).
           02 SortSpace5               PIC X.
           02 SortOpenQty              PIC 9(5).
           02 SortSpace6               PIC X.
           02 SortStatus               PIC X.
           02 SortRest                 PIC X(65).
       WORKING-STORAGE SECTION.
       01 BackorderFileStatus      PIC XX.
           88 BackorderFileOK      VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 BackorderSortEndSwitch   PIC X VALUE "N".
           88 EndOfBackorderSort   VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 CurrentCustomerId        PIC X(6).
       01 FirstBlockSwitch         PIC X VALUE "Y".
           88 FirstCustomerBlock   VALUE "Y".
       01 CustomerLineTally        PIC 9(5) VALUE ZEROS.
       01 CustomerUnitTally        PIC 9(7) VALUE ZEROS.
       01 CustomerLongestWait      PIC S9(7) VALUE ZEROS.
       01 OverdueDays              PIC 9(3) VALUE 30.
       01 AgingDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
           02 OrderDayNumber       PIC 9(7).
       01 DaysWaiting              PIC S9(7).
       01 DaysDisplay              PIC -(6)9.
       01 QtyDisplay               PIC Z(4)9.
       01 UnitsDisplay             PIC Z(6)9.
       01 LinesDisplay             PIC Z(4)9.
       01 OpenLineCount            PIC 9(7) VALUE ZEROS.
       01 OpenUnitCount            PIC 9(9) VALUE ZEROS.
       01 OverdueLineCount         PIC 9(7) VALUE ZEROS.
       01 CustomerWaitingCount     PIC 9(5) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "BOAGING".
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
           PERFORM 8000-SORT-AND-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           PERFORM 1100-LOAD-SHOP-PARMS
           PERFORM 1200-LOAD-CUSTOMER-MASTER
           OPEN OUTPUT AgingReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "BOAGING" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1110-READ-PARM-RECORD
               PERFORM 1120-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1110-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1120-APPLY-PARM-RECORD.
           IF ParmProgramId = "BOAGING"
               IF ParmLowValue NUMERIC
                   MOVE ParmLowValue TO OverdueDays
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * Customer names only dress the headings - a customer missing
      * from the master (or a missing master) still gets its block.
      *----------------------------------------------------------------
       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

      *----------------------------------------------------------------
      * No backorder file means nothing has ever been short - the
      * report goes out with its bracket and no lines.
      *----------------------------------------------------------------
       8000-SORT-AND-WRITE-REPORT.
           OPEN INPUT BackorderFile
           IF BackorderFileOK
               CLOSE BackorderFile
               SORT BackorderSortFile
                   ON ASCENDING KEY SortCustomerId SortOrderDate
                   USING BackorderFile
                   OUTPUT PROCEDURE IS 8100-RETURN-SORTED-BACKORDER
           ELSE
               DISPLAY "No backorder file - nothing on backorder"
           END-IF.

       8100-RETURN-SORTED-BACKORDER.
           MOVE "N" TO BackorderSortEndSwitch
           PERFORM 8200-WRITE-BACKORDER-LINE
               UNTIL EndOfBackorderSort
           IF NOT FirstCustomerBlock
               PERFORM 8400-WRITE-CUSTOMER-RECAP
           END-IF.

       8200-WRITE-BACKORDER-LINE.
           RETURN BackorderSortFile
               AT END
                   SET EndOfBackorderSort TO TRUE
               NOT AT END
                   IF SortStatus = "O"
                       AND SortOpenQty > ZERO
                       PERFORM 8250-AGE-OPEN-BACKORDER
                   END-IF
           END-RETURN.

       8250-AGE-OPEN-BACKORDER.
           IF FirstCustomerBlock
               OR SortCustomerId NOT = CurrentCustomerId
               IF NOT FirstCustomerBlock
                   PERFORM 8400-WRITE-CUSTOMER-RECAP
               END-IF
               MOVE "N" TO FirstBlockSwitch
               MOVE SortCustomerId TO CurrentCustomerId
               MOVE ZEROS TO CustomerLineTally
               MOVE ZEROS TO CustomerUnitTally
               MOVE ZEROS TO CustomerLongestWait
               ADD 1 TO CustomerWaitingCount
               PERFORM 8300-WRITE-CUSTOMER-HEADING
           END-IF
           MOVE SortOrderDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO OrderDayNumber
           COMPUTE DaysWaiting = RunDayNumber - OrderDayNumber
           IF DaysWaiting > CustomerLongestWait
               MOVE DaysWaiting TO CustomerLongestWait
           END-IF
           ADD 1 TO CustomerLineTally
           ADD SortOpenQty TO CustomerUnitTally
           ADD 1 TO OpenLineCount
           ADD SortOpenQty TO OpenUnitCount
           MOVE DaysWaiting TO DaysDisplay
           MOVE SPACES TO AgingLineText
           MOVE SortProductCode TO AgingLineText (3:6)
           MOVE SortInvoiceRef TO AgingLineText (11:6)
           MOVE SortOrderDate TO AgingLineText (19:8)
           MOVE SortOpenQty TO QtyDisplay
           MOVE QtyDisplay TO AgingLineText (29:5)
           MOVE "OF" TO AgingLineText (35:2)
           MOVE SortShortQty TO QtyDisplay
           MOVE QtyDisplay TO AgingLineText (38:5)
           MOVE DaysDisplay TO AgingLineText (44:7)
           IF DaysWaiting > OverdueDays
               MOVE "OVERDUE" TO AgingLineText (53:7)
               ADD 1 TO OverdueLineCount
           END-IF
           WRITE AgingReportRecord
           ADD 1 TO ReportLineCount.

       8300-WRITE-CUSTOMER-HEADING.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 8310-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount
           MOVE SPACES TO AgingLineText
           IF CustomerFound
               STRING "CUSTOMER " DELIMITED BY SIZE
                      CurrentCustomerId DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableCustomerName (CustomerIdx)
                          DELIMITED BY SIZE
                   INTO AgingLineText
               END-STRING
           ELSE
               STRING "CUSTOMER " DELIMITED BY SIZE
                      CurrentCustomerId DELIMITED BY SIZE
                      " (NOT ON CUSTOMER MASTER)" DELIMITED BY SIZE
                   INTO AgingLineText
               END-STRING
           END-IF
           WRITE AgingReportRecord
           ADD 1 TO ReportLineCount
           MOVE SPACES TO AgingLineText
           MOVE "PRODUCT" TO AgingLineText (3:7)
           MOVE "REF" TO AgingLineText (11:3)
           MOVE "ORDERED" TO AgingLineText (19:7)
           MOVE "OPEN" TO AgingLineText (30:4)
           MOVE "SHORT" TO AgingLineText (38:5)
           MOVE "DAYS" TO AgingLineText (47:4)
           WRITE AgingReportRecord
           ADD 1 TO ReportLineCount.

       8310-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = CurrentCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       8400-WRITE-CUSTOMER-RECAP.
           MOVE CustomerLineTally TO LinesDisplay
           MOVE CustomerUnitTally TO UnitsDisplay
           MOVE CustomerLongestWait TO DaysDisplay
           MOVE SPACES TO AgingLineText
           STRING "  WAITING FOR " DELIMITED BY SIZE
                  LinesDisplay DELIMITED BY SIZE
                  " LINE(S), " DELIMITED BY SIZE
                  UnitsDisplay DELIMITED BY SIZE
                  " UNIT(S), LONGEST " DELIMITED BY SIZE
                  DaysDisplay DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO AgingLineText
           END-STRING
           WRITE AgingReportRecord
           ADD 1 TO ReportLineCount.

       7000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE OpenLineCount TO TrailerRecordCount
           MOVE OpenUnitCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE AgingReportFile
           DISPLAY "Customers waiting      = " CustomerWaitingCount
           DISPLAY "Open backorder lines   = " OpenLineCount
           DISPLAY "Open backorder units   = " OpenUnitCount
           DISPLAY "Waiting over " OverdueDays " days   = "
                   OverdueLineCount
           IF OverdueLineCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ReportLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM BoAging.
