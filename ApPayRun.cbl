      ******************************************************************
      * Author: Artem Prokopov
      * Date: 21/09/2026
      * Purpose: Accounts-payable payment run. Pays the open items
      *          on the AP ledger (APLEDGER.DAT, layout APLEDGER.cpy)
      *          that fall due before the next processing day, so
      *          nothing due on a weekend or holiday is paid late.
      *          The pay date is taken from the command line
      *          (yyyymmdd) and defaults to today; it must itself be
      *          a processing day on the shop calendar (CALCHECK),
      *          otherwise nothing is paid. The next processing day
      *          is found by stepping forward through the calendar a
      *          day at a time (at most ten days - an unmaintained
      *          calendar answers every date as a working day). An
      *          item is paid only once ApPost has booked it to
      *          payables, so cash never goes out against a liability
      *          the GL has not seen. Each paid item is closed with
      *          the pay date; the suppliers get one remittance
      *          advice each on APREMIT.DAT (name and address from
      *          the supplier master, the invoices paid and the total)
      *          and the run is listed on the payment register
      *          APPAYREG.DAT, both with the standard RPTCTL bracket.
      *          The amount paid goes on the day's totals handoff
      *          (APPAYTOT.DAT) for GlExtract's cash lines. Holds the
      *          APLEDGER run lock for the run. RETURN-CODE 0 clean,
      *          4 when the pay date is not a processing day, 8 when
      *          the lock is refused or the ledger is larger than the
      *          table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPayRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApLedgerFileStatus.
           SELECT SupplierMasterFile ASSIGN TO "SUPPMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
           SELECT RemittanceFile ASSIGN TO "APREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentRegisterFile ASSIGN TO "APPAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApPayTotalsFile ASSIGN TO "APPAYTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApPayTotalsFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ApLedgerFile
           RECORD CONTAINS 111 CHARACTERS.
           COPY "APLEDGER.cpy".
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       FD  RemittanceFile
           RECORD CONTAINS 80 CHARACTERS.
       01 RemittanceRecord.
           02 RemitLineText            PIC X(80).
           COPY "RPTCTL.cpy"
               REPLACING ReportHeaderRecord BY RemitHeaderRecord
                         HeaderRecordType BY RemitHeaderType
                         HeaderProgramName BY RemitHeaderProgram
                         HeaderRunDate BY RemitHeaderRunDate
                         HeaderRunTime BY RemitHeaderRunTime
                         ReportTrailerRecord BY RemitTrailerRecord
                         TrailerRecordType BY RemitTrailerType
                         TrailerRecordCount BY RemitTrailerCount
                         TrailerControlTotal BY RemitTrailerTotal
                         TrailerRejectCount BY RemitTrailerRejects.
       FD  PaymentRegisterFile
           RECORD CONTAINS 80 CHARACTERS.
       01 PaymentRegisterRecord.
           02 RegisterLineText         PIC X(80).
           COPY "RPTCTL.cpy".
       FD  ApPayTotalsFile
           RECORD CONTAINS 21 CHARACTERS.
       01 ApPayTotalsRecord.
           02 PayTotRunDate            PIC 9(8).
           02 PayTotSpace1             PIC X.
           02 PayTotPaidAmount         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       01 ApLedgerFileStatus       PIC XX.
           88 ApLedgerFileOK       VALUE "00".
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
       01 ApPayTotalsFileStatus    PIC XX.
           88 ApPayTotalsFileOK    VALUE "00".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 PayDateParm              PIC X(8).
       01 PayDate                  PIC 9(8).
       01 PayDaySwitch             PIC X VALUE "Y".
           88 PayDateIsProcessingDay VALUE "Y".
       01 NextProcessingDate       PIC 9(8).
       01 NextDateSplit REDEFINES NextProcessingDate.
           02 NextYear             PIC 9(4).
           02 NextMonth            PIC 99.
           02 NextDay              PIC 99.
       01 RollAttemptCount         PIC 99.
       01 DaysThisMonth            PIC 99.
       01 DaysInMonthValues.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 28.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           02 DaysInMonth          PIC 99 OCCURS 12 TIMES.
       01 LeapYearSwitch           PIC X.
           88 IsLeapYear           VALUE "Y".
       01 Remainder4               PIC 9(4).
       01 Remainder100             PIC 9(4).
       01 Remainder400             PIC 9(4).
       01 DivideQuotientWork       PIC 9(4).
       01 CalCheckDate             PIC 9(8).
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
       01 CalCheckDescription      PIC X(20).
       01 ApLedgerTable.
           02 ApLedgerEntry OCCURS 500 TIMES
               INDEXED BY LedgerIdx ScanIdx.
               03 TableItemNo       PIC 9(6).
               03 TableSupplierId   PIC X(6).
               03 TableSupplierRef  PIC X(10).
               03 TableInvoiceDate  PIC 9(8).
               03 TableDueDate      PIC 9(8).
               03 TablePoNumber     PIC X(8).
               03 TableInvoiceAmount PIC S9(9)V99.
               03 TableOpenAmount   PIC S9(9)V99.
               03 TableStatus       PIC X.
                   88 TableItemOpen     VALUE "O".
               03 TableHoldReason   PIC X(20).
               03 TablePaidDate     PIC 9(8).
               03 TableJournalFlag  PIC X.
                   88 TableJournalPosted VALUE "Y".
               03 TablePaySwitch    PIC X.
                   88 TableItemPaid     VALUE "Y".
               03 TableRemitSwitch  PIC X.
                   88 TableItemRemitted VALUE "Y".
       01 LedgerEntryCount         PIC 9(3) VALUE ZEROS.
       01 LedgerOverflowSwitch     PIC X VALUE "N".
           88 LedgerTableOverflowed VALUE "Y".
       01 LedgerChangedSwitch      PIC X VALUE "N".
           88 LedgerChanged        VALUE "Y".
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableSuppName     PIC X(30).
               03 TableSuppAddress1 PIC X(30).
               03 TableSuppAddress2 PIC X(30).
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierFoundSwitch      PIC X.
           88 SupplierFound        VALUE "Y".
       01 RemitSupplierId          PIC X(6).
       01 SupplierPaidTotal        PIC S9(9)V99.
       01 SupplierItemCount        PIC 9(3).
       01 ItemsPaidCount           PIC 9(5) VALUE ZEROS.
       01 ItemsAwaitingBookCount   PIC 9(5) VALUE ZEROS.
       01 RemittanceCount          PIC 9(5) VALUE ZEROS.
       01 PaidAmountTotal          PIC S9(9)V99 VALUE ZEROS.
       01 DayPaidAmount            PIC S9(9)V99 VALUE ZEROS.
       01 RegisterLineCount        PIC 9(7) VALUE ZEROS.
       01 RemitLineCount           PIC 9(7) VALUE ZEROS.
       01 AmountDisplay            PIC -(9)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "APPAYRUN".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "APLEDGER".
       01 LockHolderName           PIC X(8) VALUE "APPAYRUN".
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
               DISPLAY "*** AP ledger is in use (invoice posting or "
                       "review) - nothing paid ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-STAMP-JOB-END
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN NOT PayDateIsProcessingDay
                   DISPLAY "*** Pay date " PayDate " is not a "
                           "processing day - nothing paid ***"
               WHEN LedgerTableOverflowed
                   DISPLAY "*** AP ledger has more items than the "
                           "table holds - nothing paid ***"
               WHEN LedgerEntryCount = ZERO
                   DISPLAY "No AP ledger items - nothing to pay"
               WHEN OTHER
                   PERFORM 2000-FIND-NEXT-PROCESSING-DAY
                   PERFORM 3000-SELECT-ITEM-FOR-PAYMENT
                       VARYING LedgerIdx FROM 1 BY 1
                       UNTIL LedgerIdx > LedgerEntryCount
                   PERFORM 4000-REMIT-ONE-SUPPLIER
                       VARYING LedgerIdx FROM 1 BY 1
                       UNTIL LedgerIdx > LedgerEntryCount
           END-EVALUATE
           PERFORM 9000-TERMINATE
           MOVE "R" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           ACCEPT PayDateParm FROM COMMAND-LINE
           IF PayDateParm NUMERIC
               AND PayDateParm NOT = ZEROS
               MOVE PayDateParm TO PayDate
           ELSE
               MOVE RunDate TO PayDate
           END-IF
           MOVE PayDate TO CalCheckDate
           PERFORM 2150-CHECK-CALENDAR-DATE
           IF NOT CalendarWorkingDay
               MOVE "N" TO PayDaySwitch
           END-IF
           PERFORM 1100-LOAD-SUPPLIER-MASTER
           PERFORM 1200-LOAD-AP-LEDGER
           OPEN OUTPUT RemittanceFile
           OPEN OUTPUT PaymentRegisterFile
           PERFORM 1050-WRITE-REPORT-HEADERS.

       1050-WRITE-REPORT-HEADERS.
           INITIALIZE RemitHeaderRecord
           MOVE "HDR" TO RemitHeaderType
           MOVE "APPAYRUN" TO RemitHeaderProgram
           MOVE RunDate  TO RemitHeaderRunDate
           MOVE RunTime  TO RemitHeaderRunTime
           WRITE RemitHeaderRecord
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "APPAYRUN" TO HeaderProgramName
           MOVE RunDate  TO HeaderRunDate
           MOVE RunTime  TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-LOAD-SUPPLIER-MASTER.
           MOVE ZEROS TO SupplierEntryCount
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               PERFORM 1110-READ-SUPPLIER-RECORD
               PERFORM 1120-STORE-SUPPLIER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           ELSE
               DISPLAY "*** Supplier master not available - "
                       "remittances show the supplier ID only ***"
           END-IF.

       1110-READ-SUPPLIER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       1120-STORE-SUPPLIER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               SET SupplierIdx TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierIdx)
               MOVE SuppMasterName TO TableSuppName (SupplierIdx)
               MOVE SuppMasterAddress1
                   TO TableSuppAddress1 (SupplierIdx)
               MOVE SuppMasterAddress2
                   TO TableSuppAddress2 (SupplierIdx)
           ELSE
               DISPLAY "*** Supplier table full - supplier "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 1110-READ-SUPPLIER-RECORD.

       1200-LOAD-AP-LEDGER.
           MOVE ZEROS TO LedgerEntryCount
           OPEN INPUT ApLedgerFile
           IF ApLedgerFileOK
               PERFORM 1210-READ-LEDGER-RECORD
               PERFORM 1220-STORE-LEDGER-RECORD
                   UNTIL EndOfLedger
               CLOSE ApLedgerFile
           END-IF.

       1210-READ-LEDGER-RECORD.
           READ ApLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1220-STORE-LEDGER-RECORD.
           IF LedgerEntryCount < 500
               ADD 1 TO LedgerEntryCount
               SET LedgerIdx TO LedgerEntryCount
               MOVE ApItemNo         TO TableItemNo (LedgerIdx)
               MOVE ApSupplierId     TO TableSupplierId (LedgerIdx)
               MOVE ApSupplierRef    TO TableSupplierRef (LedgerIdx)
               MOVE ApInvoiceDate    TO TableInvoiceDate (LedgerIdx)
               MOVE ApDueDate        TO TableDueDate (LedgerIdx)
               MOVE ApPoNumber       TO TablePoNumber (LedgerIdx)
               MOVE ApInvoiceAmount  TO TableInvoiceAmount (LedgerIdx)
               MOVE ApOpenAmount     TO TableOpenAmount (LedgerIdx)
               MOVE ApStatus         TO TableStatus (LedgerIdx)
               MOVE ApHoldReason     TO TableHoldReason (LedgerIdx)
               MOVE ApPaidDate       TO TablePaidDate (LedgerIdx)
               MOVE ApJournalFlag    TO TableJournalFlag (LedgerIdx)
               MOVE "N"              TO TablePaySwitch (LedgerIdx)
               MOVE "N"              TO TableRemitSwitch (LedgerIdx)
           ELSE
               SET LedgerTableOverflowed TO TRUE
           END-IF
           PERFORM 1210-READ-LEDGER-RECORD.

      *----------------------------------------------------------------
      * Everything due before the next processing day is paid today:
      * the day after the pay date, then onward a calendar day at a
      * time until the calendar answers a working day.
      *----------------------------------------------------------------
       2000-FIND-NEXT-PROCESSING-DAY.
           MOVE PayDate TO NextProcessingDate
           MOVE ZEROS TO RollAttemptCount
           PERFORM 2100-ADVANCE-ONE-DAY
           PERFORM 2100-ADVANCE-ONE-DAY
               UNTIL CalendarWorkingDay
                  OR RollAttemptCount >= 10
           DISPLAY "Paying items due before " NextProcessingDate.

       2100-ADVANCE-ONE-DAY.
           ADD 1 TO RollAttemptCount
           MOVE DaysInMonth (NextMonth) TO DaysThisMonth
           IF NextMonth = 2
               PERFORM 2200-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF NextDay < DaysThisMonth
               ADD 1 TO NextDay
           ELSE
               MOVE 1 TO NextDay
               IF NextMonth < 12
                   ADD 1 TO NextMonth
               ELSE
                   MOVE 1 TO NextMonth
                   ADD 1 TO NextYear
               END-IF
           END-IF
           MOVE NextProcessingDate TO CalCheckDate
           PERFORM 2150-CHECK-CALENDAR-DATE.

       2150-CHECK-CALENDAR-DATE.
           CALL "CALCHECK" USING CalCheckDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription.

       2200-CHECK-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
           DIVIDE NextYear BY 4
               GIVING DivideQuotientWork REMAINDER Remainder4
           DIVIDE NextYear BY 100
               GIVING DivideQuotientWork REMAINDER Remainder100
           DIVIDE NextYear BY 400
               GIVING DivideQuotientWork REMAINDER Remainder400
           IF Remainder4 = 0 AND
               (Remainder100 NOT = 0 OR Remainder400 = 0)
               SET IsLeapYear TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * An open item due in time is paid in full and closed; one not
      * yet booked to payables waits for the next posting run.
      *----------------------------------------------------------------
       3000-SELECT-ITEM-FOR-PAYMENT.
           IF TableItemOpen (LedgerIdx)
               AND TableDueDate (LedgerIdx) < NextProcessingDate
               IF TableJournalPosted (LedgerIdx)
                   SET TableItemPaid (LedgerIdx) TO TRUE
                   SET LedgerChanged TO TRUE
                   ADD 1 TO ItemsPaidCount
                   ADD TableOpenAmount (LedgerIdx) TO PaidAmountTotal
                   PERFORM 3100-WRITE-REGISTER-LINE
                   MOVE ZEROS TO TableOpenAmount (LedgerIdx)
                   MOVE "C" TO TableStatus (LedgerIdx)
                   MOVE PayDate TO TablePaidDate (LedgerIdx)
               ELSE
                   ADD 1 TO ItemsAwaitingBookCount
                   DISPLAY "*** Item " TableItemNo (LedgerIdx)
                           " is due but not yet booked to payables "
                           "- left for the next run ***"
               END-IF
           END-IF.

       3100-WRITE-REGISTER-LINE.
           MOVE TableOpenAmount (LedgerIdx) TO AmountDisplay
           MOVE SPACES TO RegisterLineText
           STRING "PAID   " DELIMITED BY SIZE
                  TableItemNo (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSupplierId (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSupplierRef (LedgerIdx) DELIMITED BY SIZE
                  " DUE " DELIMITED BY SIZE
                  TableDueDate (LedgerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO RegisterLineText
           END-STRING
           WRITE PaymentRegisterRecord
           ADD 1 TO RegisterLineCount.

      *----------------------------------------------------------------
      * One remittance advice per supplier paid: the first unremitted
      * paid item names the supplier, and every paid item of that
      * supplier from there on goes on the same advice.
      *----------------------------------------------------------------
       4000-REMIT-ONE-SUPPLIER.
           IF TableItemPaid (LedgerIdx)
               AND NOT TableItemRemitted (LedgerIdx)
               MOVE TableSupplierId (LedgerIdx) TO RemitSupplierId
               MOVE ZEROS TO SupplierPaidTotal
               MOVE ZEROS TO SupplierItemCount
               ADD 1 TO RemittanceCount
               PERFORM 4100-WRITE-REMIT-HEADING
               PERFORM 4200-WRITE-REMIT-ITEM
                   VARYING ScanIdx FROM LedgerIdx BY 1
                   UNTIL ScanIdx > LedgerEntryCount
               PERFORM 4300-WRITE-REMIT-TOTAL
           END-IF.

       4100-WRITE-REMIT-HEADING.
           MOVE ALL "=" TO RemitLineText
           PERFORM 4900-WRITE-REMIT-LINE
           MOVE SPACES TO RemitLineText
           STRING "REMITTANCE ADVICE    PAYMENT DATE " DELIMITED BY SIZE
                  PayDate DELIMITED BY SIZE
               INTO RemitLineText
           END-STRING
           PERFORM 4900-WRITE-REMIT-LINE
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 4110-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount
           MOVE SPACES TO RemitLineText
           IF SupplierFound
               STRING "TO: " DELIMITED BY SIZE
                      TableSuppName (SupplierIdx) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      RemitSupplierId DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO RemitLineText
               END-STRING
               PERFORM 4900-WRITE-REMIT-LINE
               MOVE SPACES TO RemitLineText
               MOVE TableSuppAddress1 (SupplierIdx)
                   TO RemitLineText (5:30)
               PERFORM 4900-WRITE-REMIT-LINE
               IF TableSuppAddress2 (SupplierIdx) NOT = SPACES
                   MOVE SPACES TO RemitLineText
                   MOVE TableSuppAddress2 (SupplierIdx)
                       TO RemitLineText (5:30)
                   PERFORM 4900-WRITE-REMIT-LINE
               END-IF
           ELSE
               STRING "TO: " DELIMITED BY SIZE
                      RemitSupplierId DELIMITED BY SIZE
                   INTO RemitLineText
               END-STRING
               PERFORM 4900-WRITE-REMIT-LINE
           END-IF
           MOVE SPACES TO RemitLineText
           PERFORM 4900-WRITE-REMIT-LINE
           MOVE "YOUR REFERENCE  INVOICE DATE  OUR PO          AMOUNT"
               TO RemitLineText
           PERFORM 4900-WRITE-REMIT-LINE.

       4110-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = RemitSupplierId
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

       4200-WRITE-REMIT-ITEM.
           IF TableItemPaid (ScanIdx)
               AND NOT TableItemRemitted (ScanIdx)
               AND TableSupplierId (ScanIdx) = RemitSupplierId
               SET TableItemRemitted (ScanIdx) TO TRUE
               ADD 1 TO SupplierItemCount
               ADD TableInvoiceAmount (ScanIdx) TO SupplierPaidTotal
               MOVE TableInvoiceAmount (ScanIdx) TO AmountDisplay
               MOVE SPACES TO RemitLineText
               MOVE TableSupplierRef (ScanIdx) TO RemitLineText (1:10)
               MOVE TableInvoiceDate (ScanIdx) TO RemitLineText (17:8)
               MOVE TablePoNumber (ScanIdx)    TO RemitLineText (31:8)
               MOVE AmountDisplay              TO RemitLineText (40:13)
               PERFORM 4900-WRITE-REMIT-LINE
           END-IF.

       4300-WRITE-REMIT-TOTAL.
           MOVE SupplierPaidTotal TO AmountDisplay
           MOVE SPACES TO RemitLineText
           STRING "INVOICES " DELIMITED BY SIZE
                  SupplierItemCount DELIMITED BY SIZE
                  "    TOTAL PAID " DELIMITED BY SIZE
                  AmountDisplay DELIMITED BY SIZE
               INTO RemitLineText
           END-STRING
           PERFORM 4900-WRITE-REMIT-LINE
           MOVE SPACES TO RemitLineText
           PERFORM 4900-WRITE-REMIT-LINE.

       4900-WRITE-REMIT-LINE.
           WRITE RemittanceRecord
           ADD 1 TO RemitLineCount.

      *----------------------------------------------------------------
      * The handoff carries the day's amount paid; a second run the
      * same day adds to it rather than overwriting the first.
      *----------------------------------------------------------------
       7000-WRITE-PAYMENT-TOTALS.
           MOVE ZEROS TO DayPaidAmount
           OPEN INPUT ApPayTotalsFile
           IF ApPayTotalsFileOK
               READ ApPayTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       IF PayTotRunDate = RunDate
                           MOVE PayTotPaidAmount TO DayPaidAmount
                       END-IF
               END-READ
               CLOSE ApPayTotalsFile
           END-IF
           ADD PaidAmountTotal TO DayPaidAmount
           OPEN OUTPUT ApPayTotalsFile
           INITIALIZE ApPayTotalsRecord
           MOVE RunDate TO PayTotRunDate
           MOVE DayPaidAmount TO PayTotPaidAmount
           WRITE ApPayTotalsRecord
           CLOSE ApPayTotalsFile.

       8000-REWRITE-AP-LEDGER.
           OPEN OUTPUT ApLedgerFile
           PERFORM 8100-WRITE-LEDGER-ENTRY
               VARYING LedgerIdx FROM 1 BY 1
               UNTIL LedgerIdx > LedgerEntryCount
           CLOSE ApLedgerFile.

       8100-WRITE-LEDGER-ENTRY.
           INITIALIZE ApLedgerRecord
           MOVE TableItemNo (LedgerIdx)        TO ApItemNo
           MOVE TableSupplierId (LedgerIdx)    TO ApSupplierId
           MOVE TableSupplierRef (LedgerIdx)   TO ApSupplierRef
           MOVE TableInvoiceDate (LedgerIdx)   TO ApInvoiceDate
           MOVE TableDueDate (LedgerIdx)       TO ApDueDate
           MOVE TablePoNumber (LedgerIdx)      TO ApPoNumber
           MOVE TableInvoiceAmount (LedgerIdx) TO ApInvoiceAmount
           MOVE TableOpenAmount (LedgerIdx)    TO ApOpenAmount
           MOVE TableStatus (LedgerIdx)        TO ApStatus
           MOVE TableHoldReason (LedgerIdx)    TO ApHoldReason
           MOVE TablePaidDate (LedgerIdx)      TO ApPaidDate
           MOVE TableJournalFlag (LedgerIdx)   TO ApJournalFlag
           WRITE ApLedgerRecord.

      *----------------------------------------------------------------
      * The ledger is written back only from a complete table - an
      * overflowed table pays nothing and changes nothing.
      *----------------------------------------------------------------
       9000-TERMINATE.
           INITIALIZE RemitTrailerRecord
           MOVE "TRL" TO RemitTrailerType
           MOVE RemitLineCount  TO RemitTrailerCount
           MOVE PaidAmountTotal TO RemitTrailerTotal
           WRITE RemitTrailerRecord
           CLOSE RemittanceFile
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE RegisterLineCount TO TrailerRecordCount
           MOVE PaidAmountTotal   TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE PaymentRegisterFile
           IF LedgerChanged
               PERFORM 8000-REWRITE-AP-LEDGER
           END-IF
           IF NOT LedgerTableOverflowed
               PERFORM 7000-WRITE-PAYMENT-TOTALS
           END-IF
           DISPLAY "Pay date               = " PayDate
           DISPLAY "Items paid             = " ItemsPaidCount
           DISPLAY "Remittances written    = " RemittanceCount
           DISPLAY "Amount paid            = " PaidAmountTotal
           DISPLAY "Due but not yet booked = " ItemsAwaitingBookCount
           EVALUATE TRUE
               WHEN LedgerTableOverflowed
                   MOVE 8 TO RETURN-CODE
               WHEN NOT PayDateIsProcessingDay
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE LedgerEntryCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM ApPayRun.
