      ******************************************************************
      * Author: Artem Prokopov
      * Date: 06/10/2026
      * Purpose: Sales-tax liability and remittance report for any
      *          date range, so the tax return is no longer built
      *          from old registers by hand. From the sales history
      *          (SALESHST.DAT) dated in the range it shows, per tax
      *          category and the rate that applied, the taxable net
      *          sold and the tax collected, the net and tax credited
      *          back on returns and voids, and the net tax due. The
      *          tax booked to the tax-payable account on the ledger
      *          journal (GLJRNL.DAT, layout GLJRNL.cpy) for dates in
      *          the range is then tied to the sales-history tax for
      *          the same dates. Last, every exempt and zero-rated
      *          invoice line in the range is listed for the auditor
      *          from the invoice-detail history (INVDHIST.DAT, layout
      *          INVDETL.cpy), which holds every night's INVDETL.DAT
      *          lines. The range is named on the command line as two
      *          yyyymmdd dates; with none given it is the current
      *          month to date. The report is TAXRPT.DAT (RPTCTL
      *          bracket). RETURN-CODE 0 when the journal ties or has
      *          nothing in the range, 4 when it does not tie, 8 when
      *          the range is not valid or the sales history cannot
      *          be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesHistoryFileStatus.
           SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT DetailHistoryFile ASSIGN TO "INVDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DetailHistoryFileStatus.
           SELECT TaxReportFile ASSIGN TO "TAXRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SalesHistoryFile
           RECORD CONTAINS 73 CHARACTERS.
       01 SalesHistoryRecord.
           02 HistSaleDate             PIC 9(8).
           02 HistSpace1               PIC X.
           02 HistProductCode          PIC X(6).
           02 HistSpace2               PIC X.
           02 HistCustomerId           PIC X(6).
           02 HistSpace3               PIC X.
           02 HistQuantity             PIC 9(5).
           02 HistSpace4               PIC X.
           02 HistNetAmount            PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace5               PIC X.
           02 HistTaxAmount            PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace6               PIC X.
           02 HistGrossAmount          PIC S9(8)V99
               SIGN IS LEADING SEPARATE.
           02 HistSpace7               PIC X.
           02 HistPeriodStatus         PIC X.
           02 HistSpace8               PIC X.
           02 HistTaxCategory          PIC X.
           02 HistSpace9               PIC X.
           02 HistTaxPercent           PIC 99V99.
           02 HistSpace10              PIC X.
           02 HistTaxTreatment         PIC X.
       FD  GlJournalFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "GLJRNL.cpy".
       FD  DetailHistoryFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "INVDETL.cpy".
       FD  TaxReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 TaxReportRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 SalesHistoryFileStatus   PIC XX.
           88 SalesHistoryFileOK   VALUE "00".
       01 GlJournalFileStatus      PIC XX.
           88 GlJournalFileOK      VALUE "00".
       01 DetailHistoryFileStatus  PIC XX.
           88 DetailHistoryFileOK  VALUE "00".
       01 HistoryEndSwitch         PIC X VALUE "N".
           88 EndOfHistory         VALUE "Y".
       01 JournalEndSwitch         PIC X VALUE "N".
           88 EndOfJournal         VALUE "Y".
       01 DetailEndSwitch          PIC X VALUE "N".
           88 EndOfDetails         VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 TaxReportParm            PIC X(40).
       01 FromDateText             PIC X(8).
       01 ToDateText               PIC X(8).
       01 FromDate                 PIC 9(8).
       01 ToDate                   PIC 9(8).
       01 TaxReportFailedSwitch    PIC X VALUE "N".
           88 TaxReportFailed      VALUE "Y".
       01 TaxPayableAccount        PIC X(10) VALUE "2200-TAXPB".
      *----------------------------------------------------------------
      * One row per tax category, rate and treatment, kept in that
      * order so the report reads by category.
      *----------------------------------------------------------------
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES
               INDEXED BY CategoryIdx.
               03 TableCategoryKey.
                   04 TableTaxCategory  PIC X.
                   04 TableTaxPercent   PIC 99V99.
                   04 TableTaxTreatment PIC X.
               03 TableSalesNet     PIC S9(9)V99.
               03 TableSalesTax     PIC S9(9)V99.
               03 TableReturnNet    PIC S9(9)V99.
               03 TableReturnTax    PIC S9(9)V99.
       01 CategoryEntryCount       PIC 9(3) VALUE ZEROS.
       01 CategoryFoundSwitch      PIC X.
           88 CategoryFound        VALUE "Y".
       01 CategoryPassedSwitch     PIC X.
           88 CategoryPassed       VALUE "Y".
       01 CategoryShiftIdx         PIC 9(3).
       01 LineCategoryKey.
           02 LineTaxCategory      PIC X.
           02 LineTaxPercent       PIC 99V99.
           02 LineTaxTreatment     PIC X.
      *----------------------------------------------------------------
      * The dates the journal's tax lines carry, so the sales-history
      * side of the tie covers the same dates and no others.
      *----------------------------------------------------------------
       01 JournalDateTable.
           02 JournalDateEntry OCCURS 100 TIMES
               INDEXED BY JournalDateIdx.
               03 TableJournalDate  PIC 9(8).
       01 JournalDateCount         PIC 9(3) VALUE ZEROS.
       01 JournalDateFoundSwitch   PIC X.
           88 JournalDateFound     VALUE "Y".
       01 JournalAvailableSwitch   PIC X VALUE "N".
           88 JournalAvailable     VALUE "Y".
       01 JournalTaxTotal          PIC S9(11)V99 VALUE ZEROS.
       01 HistoryTaxOnJournalDates PIC S9(11)V99 VALUE ZEROS.
       01 TieDifference            PIC S9(11)V99 VALUE ZEROS.
       01 TieSwitch                PIC X VALUE "Y".
           88 JournalTies          VALUE "Y".
       01 TotalSalesNet            PIC S9(11)V99 VALUE ZEROS.
       01 TotalSalesTax            PIC S9(11)V99 VALUE ZEROS.
       01 TotalReturnNet           PIC S9(11)V99 VALUE ZEROS.
       01 TotalReturnTax           PIC S9(11)V99 VALUE ZEROS.
       01 TotalNetTax              PIC S9(11)V99 VALUE ZEROS.
       01 TotalSalesTaxWhole       PIC 9(9).
       01 RowNetTax                PIC S9(9)V99.
       01 HistoryLinesInRange      PIC 9(7) VALUE ZEROS.
       01 UnrecordedLineCount      PIC 9(7) VALUE ZEROS.
       01 ExemptLineCount          PIC 9(7) VALUE ZEROS.
       01 ZeroRatedLineCount       PIC 9(7) VALUE ZEROS.
       01 UndatedDetailCount       PIC 9(7) VALUE ZEROS.
       01 ExemptNetTotal           PIC S9(11)V99 VALUE ZEROS.
       01 ZeroRatedNetTotal        PIC S9(11)V99 VALUE ZEROS.
       01 DetailLineNet            PIC S9(9)V99.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 CategoryLineCount        PIC 9(5) VALUE ZEROS.
       01 RateDisplay              PIC Z9.99.
       01 AmountDisplay            PIC Z(7)9.99.
       01 NetDisplay               PIC -(7)9.99.
       01 TotalDisplay             PIC -(9)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "TAXRPT".
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
           IF NOT TaxReportFailed
               PERFORM 1100-LOAD-JOURNAL-TAX
               PERFORM 1200-TOTAL-SALES-HISTORY
           END-IF
           IF NOT TaxReportFailed
               PERFORM 2000-WRITE-TAX-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO FromDate
           MOVE "01" TO FromDate (7:2)
           MOVE RunDate TO ToDate
           MOVE SPACES TO TaxReportParm
           ACCEPT TaxReportParm FROM COMMAND-LINE
           MOVE SPACES TO FromDateText
           MOVE SPACES TO ToDateText
           UNSTRING TaxReportParm DELIMITED BY ALL SPACES
               INTO FromDateText ToDateText
           END-UNSTRING
           IF FromDateText NOT = SPACES
               IF FromDateText NUMERIC AND ToDateText NUMERIC
                   MOVE FromDateText TO FromDate
                   MOVE ToDateText TO ToDate
               ELSE
                   SET TaxReportFailed TO TRUE
                   DISPLAY "*** Range " FromDateText " " ToDateText
                           " is not two yyyymmdd dates - no report ***"
               END-IF
           END-IF
           IF NOT TaxReportFailed AND FromDate > ToDate
               SET TaxReportFailed TO TRUE
               DISPLAY "*** Range starts " FromDate " after it ends "
                       ToDate " - no report ***"
           END-IF.

      *----------------------------------------------------------------
      * Tax payable is credited when tax is collected and debited
      * when a void reverses it, so the journal's net credit to the
      * account is the tax it booked.
      *----------------------------------------------------------------
       1100-LOAD-JOURNAL-TAX.
           OPEN INPUT GlJournalFile
           IF GlJournalFileOK
               SET JournalAvailable TO TRUE
               PERFORM 1110-READ-JOURNAL-RECORD
               PERFORM 1120-ADD-JOURNAL-RECORD UNTIL EndOfJournal
               CLOSE GlJournalFile
           ELSE
               DISPLAY "*** Journal GLJRNL.DAT not available - tax "
                       "not tied to the ledger ***"
           END-IF.

       1110-READ-JOURNAL-RECORD.
           READ GlJournalFile
               AT END SET EndOfJournal TO TRUE
           END-READ.

       1120-ADD-JOURNAL-RECORD.
           IF JournalLineType NOT = "BATCH"
               AND JournalAccountCode = TaxPayableAccount
               AND JournalAmount NUMERIC
               AND JournalRunDate NUMERIC
               AND JournalRunDate >= FromDate
               AND JournalRunDate <= ToDate
               IF JournalDrCrFlag = "DR"
                   SUBTRACT JournalAmount FROM JournalTaxTotal
               ELSE
                   ADD JournalAmount TO JournalTaxTotal
               END-IF
               PERFORM 1130-NOTE-JOURNAL-DATE
           END-IF
           PERFORM 1110-READ-JOURNAL-RECORD.

       1130-NOTE-JOURNAL-DATE.
           MOVE "N" TO JournalDateFoundSwitch
           SET JournalDateIdx TO 1
           PERFORM 1140-SEARCH-JOURNAL-DATE
               UNTIL JournalDateFound
                  OR JournalDateIdx > JournalDateCount
           IF NOT JournalDateFound
               IF JournalDateCount < 100
                   ADD 1 TO JournalDateCount
                   SET JournalDateIdx TO JournalDateCount
                   MOVE JournalRunDate
                       TO TableJournalDate (JournalDateIdx)
               ELSE
                   SET TaxReportFailed TO TRUE
                   DISPLAY "*** Journal date table full - "
                           JournalRunDate " not tied ***"
               END-IF
           END-IF.

       1140-SEARCH-JOURNAL-DATE.
           IF TableJournalDate (JournalDateIdx) = JournalRunDate
               SET JournalDateFound TO TRUE
           ELSE
               SET JournalDateIdx UP BY 1
           END-IF.

       1200-TOTAL-SALES-HISTORY.
           OPEN INPUT SalesHistoryFile
           IF SalesHistoryFileOK
               PERFORM 1210-READ-HISTORY-RECORD
               PERFORM 1220-ADD-HISTORY-RECORD
                   UNTIL EndOfHistory OR TaxReportFailed
               CLOSE SalesHistoryFile
           ELSE
               SET TaxReportFailed TO TRUE
               DISPLAY "*** Sales history SALESHST.DAT not "
                       "available - no tax report ***"
           END-IF.

       1210-READ-HISTORY-RECORD.
           READ SalesHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A negative line is a return or a void reversal and goes in
      * the credited columns. History written before lines carried
      * their tax treatment has a blank category, rate and treatment
      * and is grouped on its own.
      *----------------------------------------------------------------
       1220-ADD-HISTORY-RECORD.
           IF HistSaleDate NUMERIC
               AND HistSaleDate >= FromDate
               AND HistSaleDate <= ToDate
               AND HistNetAmount NUMERIC
               AND HistTaxAmount NUMERIC
               ADD 1 TO HistoryLinesInRange
               MOVE HistTaxCategory TO LineTaxCategory
               MOVE HistTaxTreatment TO LineTaxTreatment
               IF HistTaxPercent NUMERIC
                   MOVE HistTaxPercent TO LineTaxPercent
               ELSE
                   MOVE ZEROS TO LineTaxPercent
               END-IF
               IF LineTaxTreatment = SPACE
                   ADD 1 TO UnrecordedLineCount
               END-IF
               PERFORM 1230-FIND-CATEGORY-ENTRY
               IF CategoryFound
                   IF HistNetAmount < ZERO
                       SUBTRACT HistNetAmount
                           FROM TableReturnNet (CategoryIdx)
                       SUBTRACT HistTaxAmount
                           FROM TableReturnTax (CategoryIdx)
                   ELSE
                       ADD HistNetAmount TO TableSalesNet (CategoryIdx)
                       ADD HistTaxAmount TO TableSalesTax (CategoryIdx)
                   END-IF
               END-IF
               PERFORM 1260-TIE-HISTORY-DATE
           END-IF
           PERFORM 1210-READ-HISTORY-RECORD.

       1230-FIND-CATEGORY-ENTRY.
           MOVE "N" TO CategoryFoundSwitch
           MOVE "N" TO CategoryPassedSwitch
           SET CategoryIdx TO 1
           PERFORM 1240-SEARCH-CATEGORY-ENTRY
               UNTIL CategoryFound OR CategoryPassed
                  OR CategoryIdx > CategoryEntryCount
           IF NOT CategoryFound
               PERFORM 1250-INSERT-CATEGORY-ENTRY
           END-IF.

       1240-SEARCH-CATEGORY-ENTRY.
           EVALUATE TRUE
               WHEN TableCategoryKey (CategoryIdx) = LineCategoryKey
                   SET CategoryFound TO TRUE
               WHEN TableCategoryKey (CategoryIdx) > LineCategoryKey
                   SET CategoryPassed TO TRUE
               WHEN OTHER
                   SET CategoryIdx UP BY 1
           END-EVALUATE.

      *----------------------------------------------------------------
      * The new row goes where the search stopped; the rows after it
      * move down one.
      *----------------------------------------------------------------
       1250-INSERT-CATEGORY-ENTRY.
           IF CategoryEntryCount < 100
               PERFORM 1255-SHIFT-CATEGORY-ENTRY
                   VARYING CategoryShiftIdx FROM CategoryEntryCount
                   BY -1
                   UNTIL CategoryShiftIdx < CategoryIdx
                      OR CategoryShiftIdx = ZERO
               ADD 1 TO CategoryEntryCount
               MOVE LineCategoryKey TO TableCategoryKey (CategoryIdx)
               MOVE ZEROS TO TableSalesNet (CategoryIdx)
               MOVE ZEROS TO TableSalesTax (CategoryIdx)
               MOVE ZEROS TO TableReturnNet (CategoryIdx)
               MOVE ZEROS TO TableReturnTax (CategoryIdx)
               SET CategoryFound TO TRUE
           ELSE
               SET TaxReportFailed TO TRUE
               DISPLAY "*** Tax category table full - category "
                       LineTaxCategory " not reported ***"
           END-IF.

       1255-SHIFT-CATEGORY-ENTRY.
           MOVE CategoryEntry (CategoryShiftIdx)
               TO CategoryEntry (CategoryShiftIdx + 1).

       1260-TIE-HISTORY-DATE.
           MOVE "N" TO JournalDateFoundSwitch
           SET JournalDateIdx TO 1
           PERFORM 1270-MATCH-JOURNAL-DATE
               UNTIL JournalDateFound
                  OR JournalDateIdx > JournalDateCount
           IF JournalDateFound
               ADD HistTaxAmount TO HistoryTaxOnJournalDates
           END-IF.

       1270-MATCH-JOURNAL-DATE.
           IF TableJournalDate (JournalDateIdx) = HistSaleDate
               SET JournalDateFound TO TRUE
           ELSE
               SET JournalDateIdx UP BY 1
           END-IF.

       2000-WRITE-TAX-REPORT.
           OPEN OUTPUT TaxReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "TAXRPT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "SALES TAX LIABILITY " DELIMITED BY SIZE
                  FromDate DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  ToDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "CAT" TO ReportLineText (1:3)
           MOVE "RATE" TO ReportLineText (5:4)
           MOVE "T" TO ReportLineText (11:1)
           MOVE "TAXABLE NET" TO ReportLineText (13:11)
           MOVE "TAX COLLECT" TO ReportLineText (25:11)
           MOVE "RETURNS NET" TO ReportLineText (37:11)
           MOVE "TAX CREDIT" TO ReportLineText (50:10)
           MOVE "NET TAX" TO ReportLineText (65:7)
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2100-WRITE-CATEGORY-LINE
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryEntryCount
           PERFORM 2500-WRITE-TOTALS
           PERFORM 2600-WRITE-JOURNAL-TIE
           PERFORM 2700-LIST-EXEMPT-ZERO-RATED
           IF TotalSalesTax < ZERO
               MOVE ZEROS TO TotalSalesTaxWhole
           ELSE
               MOVE TotalSalesTax TO TotalSalesTaxWhole
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE CategoryLineCount TO TrailerRecordCount
           MOVE TotalSalesTaxWhole TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE TaxReportFile.

       2100-WRITE-CATEGORY-LINE.
           MOVE SPACES TO ReportLineText
           IF TableTaxTreatment (CategoryIdx) = SPACE
               MOVE "-" TO ReportLineText (1:1)
               MOVE "-" TO ReportLineText (11:1)
           ELSE
               MOVE TableTaxCategory (CategoryIdx)
                   TO ReportLineText (2:1)
               MOVE TableTaxPercent (CategoryIdx) TO RateDisplay
               MOVE RateDisplay TO ReportLineText (4:5)
               MOVE "%" TO ReportLineText (9:1)
               MOVE TableTaxTreatment (CategoryIdx)
                   TO ReportLineText (11:1)
           END-IF
           MOVE TableSalesNet (CategoryIdx) TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (13:11)
           MOVE TableSalesTax (CategoryIdx) TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (25:11)
           MOVE TableReturnNet (CategoryIdx) TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (37:11)
           MOVE TableReturnTax (CategoryIdx) TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (49:11)
           COMPUTE RowNetTax = TableSalesTax (CategoryIdx)
               - TableReturnTax (CategoryIdx)
           MOVE RowNetTax TO NetDisplay
           MOVE NetDisplay TO ReportLineText (61:11)
           PERFORM 2900-WRITE-REPORT-LINE
           ADD TableSalesNet (CategoryIdx) TO TotalSalesNet
           ADD TableSalesTax (CategoryIdx) TO TotalSalesTax
           ADD TableReturnNet (CategoryIdx) TO TotalReturnNet
           ADD TableReturnTax (CategoryIdx) TO TotalReturnTax
           ADD RowNetTax TO TotalNetTax
           ADD 1 TO CategoryLineCount.

       2500-WRITE-TOTALS.
           MOVE SPACES TO ReportLineText
           MOVE ALL "-" TO ReportLineText (13:59)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "TOTALS" TO ReportLineText (1:6)
           MOVE TotalSalesNet TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (13:11)
           MOVE TotalSalesTax TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (25:11)
           MOVE TotalReturnNet TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (37:11)
           MOVE TotalReturnTax TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (49:11)
           MOVE TotalNetTax TO NetDisplay
           MOVE NetDisplay TO ReportLineText (61:11)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "T TAXABLE  Z ZERO-RATED  E EXEMPT" TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           IF UnrecordedLineCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING "- " DELIMITED BY SIZE
                      UnrecordedLineCount DELIMITED BY SIZE
                      " LINE(S) POSTED BEFORE TAX TREATMENT WAS "
                          DELIMITED BY SIZE
                      "RECORDED" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * The journal holds the night's postings, so the tie is made
      * only for the dates its tax lines carry; with none in the
      * range there is nothing to tie.
      *----------------------------------------------------------------
       2600-WRITE-JOURNAL-TIE.
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           IF NOT JournalAvailable OR JournalDateCount = ZERO
               MOVE "NO JOURNAL TAX LINES IN THE RANGE - NOT TIED"
                   TO ReportLineText
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               COMPUTE TieDifference =
                   JournalTaxTotal - HistoryTaxOnJournalDates
               IF TieDifference NOT = ZERO
                   MOVE "N" TO TieSwitch
               END-IF
               STRING "JOURNAL " DELIMITED BY SIZE
                      TaxPayableAccount DELIMITED BY SIZE
                      " NET CREDIT" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               MOVE JournalTaxTotal TO TotalDisplay
               MOVE TotalDisplay TO ReportLineText (46:13)
               PERFORM 2900-WRITE-REPORT-LINE
               MOVE SPACES TO ReportLineText
               STRING "SALES HISTORY TAX ON " DELIMITED BY SIZE
                      JournalDateCount DELIMITED BY SIZE
                      " JOURNAL DATE(S)" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               MOVE HistoryTaxOnJournalDates TO TotalDisplay
               MOVE TotalDisplay TO ReportLineText (46:13)
               PERFORM 2900-WRITE-REPORT-LINE
               MOVE SPACES TO ReportLineText
               MOVE "DIFFERENCE" TO ReportLineText
               MOVE TieDifference TO TotalDisplay
               MOVE TotalDisplay TO ReportLineText (46:13)
               IF JournalTies
                   MOVE "AGREES" TO ReportLineText (60:6)
               ELSE
                   MOVE "*** NO TIE" TO ReportLineText (60:10)
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Lines written to the detail history before it carried a sale
      * date cannot be placed in a range and are only counted.
      *----------------------------------------------------------------
       2700-LIST-EXEMPT-ZERO-RATED.
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "EXEMPT AND ZERO-RATED SALES" TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "INVOICE" TO ReportLineText (1:7)
           MOVE "DATE" TO ReportLineText (9:4)
           MOVE "PRODUCT" TO ReportLineText (18:7)
           MOVE "DESCRIPTION" TO ReportLineText (26:11)
           MOVE "CAT" TO ReportLineText (47:3)
           MOVE "T" TO ReportLineText (51:1)
           MOVE "NET" TO ReportLineText (60:3)
           PERFORM 2900-WRITE-REPORT-LINE
           OPEN INPUT DetailHistoryFile
           IF DetailHistoryFileOK
               PERFORM 2710-READ-DETAIL-RECORD
               PERFORM 2720-LIST-DETAIL-RECORD UNTIL EndOfDetails
               CLOSE DetailHistoryFile
           ELSE
               MOVE SPACES TO ReportLineText
               MOVE "*** INVOICE DETAIL HISTORY INVDHIST.DAT NOT "
                   TO ReportLineText
               MOVE "AVAILABLE ***" TO ReportLineText (45:13)
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ReportLineText
           MOVE "EXEMPT NET" TO ReportLineText
           MOVE ExemptLineCount TO ReportLineText (25:7)
           MOVE "LINES" TO ReportLineText (33:5)
           MOVE ExemptNetTotal TO TotalDisplay
           MOVE TotalDisplay TO ReportLineText (58:13)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "ZERO-RATED NET" TO ReportLineText
           MOVE ZeroRatedLineCount TO ReportLineText (25:7)
           MOVE "LINES" TO ReportLineText (33:5)
           MOVE ZeroRatedNetTotal TO TotalDisplay
           MOVE TotalDisplay TO ReportLineText (58:13)
           PERFORM 2900-WRITE-REPORT-LINE
           IF UndatedDetailCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING UndatedDetailCount DELIMITED BY SIZE
                      " UNDATED DETAIL LINE(S) NOT LISTED"
                          DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2710-READ-DETAIL-RECORD.
           READ DetailHistoryFile
               AT END SET EndOfDetails TO TRUE
           END-READ.

       2720-LIST-DETAIL-RECORD.
           EVALUATE TRUE
               WHEN DetailSaleDate NOT NUMERIC
                   ADD 1 TO UndatedDetailCount
               WHEN DetailSaleDate < FromDate
                   OR DetailSaleDate > ToDate
                   CONTINUE
               WHEN DetailExempt OR DetailZeroRated
                   PERFORM 2730-WRITE-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2710-READ-DETAIL-RECORD.

      *----------------------------------------------------------------
      * The net is the line's gross less its tax; a return is shown
      * as a credit.
      *----------------------------------------------------------------
       2730-WRITE-DETAIL-LINE.
           COMPUTE DetailLineNet = DetailLineGross - DetailLineTax
           IF DetailIsReturn
               COMPUTE DetailLineNet = ZERO - DetailLineNet
           END-IF
           IF DetailExempt
               ADD 1 TO ExemptLineCount
               ADD DetailLineNet TO ExemptNetTotal
           ELSE
               ADD 1 TO ZeroRatedLineCount
               ADD DetailLineNet TO ZeroRatedNetTotal
           END-IF
           MOVE SPACES TO ReportLineText
           MOVE DetailInvoiceNo TO ReportLineText (1:6)
           MOVE DetailSaleDate TO ReportLineText (9:8)
           MOVE DetailProductCode TO ReportLineText (18:6)
           MOVE DetailDescription TO ReportLineText (26:20)
           MOVE DetailTaxCategory TO ReportLineText (48:1)
           MOVE DetailTaxTreatment TO ReportLineText (51:1)
           IF DetailIsReturn
               MOVE "R" TO ReportLineText (53:1)
           END-IF
           MOVE DetailLineNet TO NetDisplay
           MOVE NetDisplay TO ReportLineText (60:11)
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE TaxReportRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           DISPLAY "Tax report range      = " FromDate " to " ToDate
           DISPLAY "History lines in range= " HistoryLinesInRange
           DISPLAY "Tax category lines    = " CategoryLineCount
           DISPLAY "Tax collected         = " TotalSalesTax
           DISPLAY "Tax credited          = " TotalReturnTax
           DISPLAY "Net tax               = " TotalNetTax
           DISPLAY "Exempt lines listed   = " ExemptLineCount
           DISPLAY "Zero-rated lines      = " ZeroRatedLineCount
           EVALUATE TRUE
               WHEN TaxReportFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NOT JournalTies
                   DISPLAY "*** Journal tax does not tie to the sales "
                           "history ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE CategoryLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM TaxReport.
