      ******************************************************************
      * Author: Artem Prokopov
      * Date: 29/09/2026
      * Purpose: Weekly quotation follow-up for sales. OrderEntry
      *          files each written quotation on QUOTE.DAT (layout
      *          QUOTE.cpy), one record per quoted line, and marks it
      *          converted when the customer turns it into an order.
      *          This step lists every quote given in the last days
      *          on SHOPPARM row QUOTERPT (low value, default 007 -
      *          the shop's 30/360 day count) on QUOTERPT.DAT (RPTCTL
      *          bracket), one line per quote: the number, date,
      *          customer, quoting operator, valid-until date, line
      *          count, net value and what became of it - OPEN,
      *          CONVERTED, or LAPSED when still open past its valid-
      *          until date. A summary closes the report with the
      *          count and value in each state and the conversion
      *          rate (converted quotes as a percentage of quotes
      *          given); the trailer carries the quotes listed and
      *          the converted count. The report belongs to the end
      *          of the sales week and is only produced on a Friday
      *          unless the command line says FORCE, which produces
      *          it any day. RETURN-CODE 0 - the report is for
      *          information and nothing downstream depends on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuoteFile ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuoteFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT QuoteReportFile ASSIGN TO "QUOTERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QuoteFile
           RECORD CONTAINS 104 CHARACTERS.
           COPY "QUOTE.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  QuoteReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 QuoteReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 QuoteFileStatus          PIC XX.
           88 QuoteFileOK          VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 QuoteEndSwitch           PIC X VALUE "N".
           88 EndOfQuoteFile       VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 ReportParm               PIC X(40).
       01 ReportModeWord           PIC X(8).
           88 ReportModeForce      VALUE "FORCE".
       01 ReportWantedSwitch       PIC X VALUE "N".
           88 ReportWanted         VALUE "Y".
       01 ReportDays               PIC 9(3) VALUE 007.
       01 QuoteDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
       01 QuoteAgeDays             PIC S9(7).
      *    Zeller's congruence, each term truncated as it is taken:
      *    January and February count as months 13 and 14 of the
      *    year before; day of week 0 is Saturday, 6 is Friday.
       01 ZellerMonth              PIC 99.
       01 ZellerYear               PIC 9(4).
       01 ZellerCentury            PIC 99.
       01 ZellerYearOfCentury      PIC 99.
       01 ZellerMonthTerm          PIC 9(3).
       01 ZellerYearTerm           PIC 99.
       01 ZellerCenturyTerm        PIC 99.
       01 ZellerWork               PIC 9(5).
       01 ZellerQuotient           PIC 9(5).
       01 ZellerDayOfWeek          PIC 9.
           88 RunDayIsFriday       VALUE 6.
      *    The quote being gathered - its lines are together on file.
       01 CurrentQuoteNumber       PIC 9(6).
       01 CurrentQuoteDate         PIC 9(8).
       01 CurrentCustomerId        PIC X(6).
       01 CurrentOperatorId        PIC X(10).
       01 CurrentValidUntil        PIC 9(8).
       01 CurrentStatus            PIC X.
       01 CurrentLineCount         PIC 99.
       01 CurrentQuoteValue        PIC 9(9)V99.
       01 QuoteHeldSwitch          PIC X VALUE "N".
           88 QuoteHeld            VALUE "Y".
       01 QuoteStateText           PIC X(9).
           88 QuoteStateOpen       VALUE "OPEN".
           88 QuoteStateConverted  VALUE "CONVERTED".
           88 QuoteStateLapsed     VALUE "LAPSED".
       01 AmountDisplay            PIC -(8)9.99.
       01 CountDisplay             PIC ZZZZ9.
       01 RateDisplay              PIC ZZ9.9.
       01 ConversionRate           PIC 999V9.
       01 QuotesListedCount        PIC 9(7) VALUE ZEROS.
       01 OpenCount                PIC 9(5) VALUE ZEROS.
       01 ConvertedCount           PIC 9(5) VALUE ZEROS.
       01 LapsedCount              PIC 9(5) VALUE ZEROS.
       01 OpenValue                PIC 9(9)V99 VALUE ZEROS.
       01 ConvertedValue           PIC 9(9)V99 VALUE ZEROS.
       01 LapsedValue              PIC 9(9)V99 VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "QUOTERPT".
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
           IF ReportWanted
               PERFORM 2000-REPORT-QUOTES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           MOVE SPACES TO ReportParm
           ACCEPT ReportParm FROM COMMAND-LINE
           MOVE SPACES TO ReportModeWord
           UNSTRING ReportParm DELIMITED BY ALL SPACES
               INTO ReportModeWord
           END-UNSTRING
           IF ReportModeForce
               SET ReportWanted TO TRUE
               DISPLAY "Quote report forced for " RunDate
           ELSE
               PERFORM 7100-ZELLER-DAY-OF-WEEK
               IF RunDayIsFriday
                   SET ReportWanted TO TRUE
               ELSE
                   DISPLAY "Not the end of the sales week - "
                           "quote report skipped"
               END-IF
           END-IF
           IF ReportWanted
               PERFORM 1100-LOAD-SHOP-PARMS
           END-IF.

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
           IF ParmProgramId = "QUOTERPT"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO ReportDays
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * A missing quotation file means no quotes were ever given -
      * the report still goes out, saying so.
      *----------------------------------------------------------------
       2000-REPORT-QUOTES.
           OPEN OUTPUT QuoteReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "QUOTERPT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           PERFORM 2050-WRITE-COLUMN-HEADINGS
           OPEN INPUT QuoteFile
           IF QuoteFileOK
               PERFORM 2100-READ-QUOTE-RECORD
               PERFORM 2200-GATHER-QUOTE-LINE UNTIL EndOfQuoteFile
               CLOSE QuoteFile
               IF QuoteHeld
                   PERFORM 2300-WRITE-QUOTE-LINE
               END-IF
           END-IF
           IF QuotesListedCount = ZERO
               MOVE SPACES TO ReportLineText
               MOVE "NO QUOTES GIVEN IN THE LAST " TO
                   ReportLineText (1:28)
               MOVE ReportDays TO ReportLineText (29:3)
               MOVE "DAYS" TO ReportLineText (33:4)
               WRITE QuoteReportRecord
               ADD 1 TO ReportLineCount
           ELSE
               PERFORM 2500-WRITE-SUMMARY
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE QuotesListedCount TO TrailerRecordCount
           MOVE ConvertedCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE QuoteReportFile.

       2050-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO ReportLineText
           STRING "QUOTATIONS GIVEN IN THE " DELIMITED BY SIZE
                  ReportDays DELIMITED BY SIZE
                  " DAYS TO " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE QuoteReportRecord
           MOVE SPACES TO ReportLineText
           WRITE QuoteReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "QUOTE" TO ReportLineText (1:5)
           MOVE "DATE" TO ReportLineText (9:4)
           MOVE "CUSTOMER" TO ReportLineText (18:8)
           MOVE "QUOTED BY" TO ReportLineText (27:9)
           MOVE "VALID TO" TO ReportLineText (38:8)
           MOVE "LINES" TO ReportLineText (47:5)
           MOVE "NET VALUE" TO ReportLineText (56:9)
           MOVE "STATUS" TO ReportLineText (67:6)
           WRITE QuoteReportRecord
           ADD 3 TO ReportLineCount.

       2100-READ-QUOTE-RECORD.
           READ QuoteFile
               AT END SET EndOfQuoteFile TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A quote's lines are written together, so a change of quote
      * number closes the one being gathered. Only quotes given
      * within the reporting days are gathered.
      *----------------------------------------------------------------
       2200-GATHER-QUOTE-LINE.
           IF QuoteHeld
               AND QuoteNumber NOT = CurrentQuoteNumber
               PERFORM 2300-WRITE-QUOTE-LINE
           END-IF
           IF QuoteNumber NUMERIC
               AND QuoteDate NUMERIC
               MOVE QuoteDate TO WorkDate
               PERFORM 7000-DATE-TO-DAY-NUMBER
               COMPUTE QuoteAgeDays = RunDayNumber - WorkDayNumber
               IF QuoteAgeDays >= ZERO
                   AND QuoteAgeDays < ReportDays
                   PERFORM 2250-ADD-QUOTE-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-QUOTE-RECORD.

       2250-ADD-QUOTE-LINE.
           IF NOT QuoteHeld
               SET QuoteHeld TO TRUE
               MOVE QuoteNumber TO CurrentQuoteNumber
               MOVE QuoteDate TO CurrentQuoteDate
               MOVE QuoteCustomerId TO CurrentCustomerId
               MOVE QuoteOperatorId TO CurrentOperatorId
               MOVE QuoteValidUntil TO CurrentValidUntil
               MOVE QuoteStatus TO CurrentStatus
               MOVE ZEROS TO CurrentLineCount
               MOVE ZEROS TO CurrentQuoteValue
           END-IF
           ADD 1 TO CurrentLineCount
           IF QuoteLineNet NUMERIC
               ADD QuoteLineNet TO CurrentQuoteValue
           END-IF.

       2300-WRITE-QUOTE-LINE.
           EVALUATE TRUE
               WHEN CurrentStatus = "C"
                   SET QuoteStateConverted TO TRUE
                   ADD 1 TO ConvertedCount
                   ADD CurrentQuoteValue TO ConvertedValue
               WHEN CurrentValidUntil < RunDate
                   SET QuoteStateLapsed TO TRUE
                   ADD 1 TO LapsedCount
                   ADD CurrentQuoteValue TO LapsedValue
               WHEN OTHER
                   SET QuoteStateOpen TO TRUE
                   ADD 1 TO OpenCount
                   ADD CurrentQuoteValue TO OpenValue
           END-EVALUATE
           MOVE SPACES TO ReportLineText
           MOVE CurrentQuoteNumber TO ReportLineText (1:6)
           MOVE CurrentQuoteDate TO ReportLineText (9:8)
           MOVE CurrentCustomerId TO ReportLineText (18:6)
           MOVE CurrentOperatorId TO ReportLineText (27:10)
           MOVE CurrentValidUntil TO ReportLineText (38:8)
           MOVE CurrentLineCount TO ReportLineText (50:2)
           MOVE CurrentQuoteValue TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (53:12)
           MOVE QuoteStateText TO ReportLineText (67:9)
           WRITE QuoteReportRecord
           ADD 1 TO ReportLineCount
           ADD 1 TO QuotesListedCount
           MOVE "N" TO QuoteHeldSwitch.

       2500-WRITE-SUMMARY.
           MOVE SPACES TO ReportLineText
           WRITE QuoteReportRecord
           MOVE "QUOTES GIVEN" TO ReportLineText
           MOVE QuotesListedCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (20:5)
           WRITE QuoteReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  CONVERTED" TO ReportLineText
           MOVE ConvertedCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (20:5)
           MOVE ConvertedValue TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (53:12)
           WRITE QuoteReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  STILL OPEN" TO ReportLineText
           MOVE OpenCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (20:5)
           MOVE OpenValue TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (53:12)
           WRITE QuoteReportRecord
           MOVE SPACES TO ReportLineText
           MOVE "  LAPSED" TO ReportLineText
           MOVE LapsedCount TO CountDisplay
           MOVE CountDisplay TO ReportLineText (20:5)
           MOVE LapsedValue TO AmountDisplay
           MOVE AmountDisplay TO ReportLineText (53:12)
           WRITE QuoteReportRecord
           COMPUTE ConversionRate ROUNDED =
               ConvertedCount * 100 / QuotesListedCount
           MOVE ConversionRate TO RateDisplay
           MOVE SPACES TO ReportLineText
           STRING "CONVERSION RATE " DELIMITED BY SIZE
                  RateDisplay DELIMITED BY SIZE
                  " % OF QUOTES GIVEN" DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           WRITE QuoteReportRecord
           ADD 6 TO ReportLineCount.

       7000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       7100-ZELLER-DAY-OF-WEEK.
           MOVE RunDate TO WorkDate
           IF WorkMonth < 3
               COMPUTE ZellerMonth = WorkMonth + 12
               COMPUTE ZellerYear = WorkYear - 1
           ELSE
               MOVE WorkMonth TO ZellerMonth
               MOVE WorkYear TO ZellerYear
           END-IF
           DIVIDE ZellerYear BY 100
               GIVING ZellerCentury REMAINDER ZellerYearOfCentury
           COMPUTE ZellerMonthTerm = (ZellerMonth + 1) * 13 / 5
           DIVIDE 4 INTO ZellerYearOfCentury GIVING ZellerYearTerm
           DIVIDE 4 INTO ZellerCentury GIVING ZellerCenturyTerm
           COMPUTE ZellerWork =
               WorkDay + ZellerMonthTerm + ZellerYearOfCentury
               + ZellerYearTerm + ZellerCenturyTerm
               + 5 * ZellerCentury
           DIVIDE ZellerWork BY 7
               GIVING ZellerQuotient REMAINDER ZellerDayOfWeek.

       9000-TERMINATE.
           IF ReportWanted
               DISPLAY "Reporting days         = " ReportDays
               DISPLAY "Quotes given           = " QuotesListedCount
               DISPLAY "Converted              = " ConvertedCount
               DISPLAY "Still open             = " OpenCount
               DISPLAY "Lapsed                 = " LapsedCount
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ReportLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM QuoteRpt.
