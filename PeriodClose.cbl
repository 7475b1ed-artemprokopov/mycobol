      ******************************************************************
      * Author: Artem Prokopov
      * Date: 05/10/2026
      * Purpose: Fiscal month-end close. Once finance has reported a
      *          period, this step closes it on the period file
      *          (FISCPER.DAT, layout FISCPER.cpy) so nothing can
      *          post into it again - every money-posting program asks
      *          PERIODCHK and redates, or refuses, a posting dated in
      *          a closed period. The period to close is named on the
      *          command line (yyyypp); with none given it is the
      *          earliest open period that has already ended. Periods
      *          close in order and never before their last day. The
      *          close first takes the period-end snapshots of the AR
      *          ledger (ARLEDGER.DAT), the product master
      *          (PRODMSTR.DAT) and the location stock file
      *          (LOCSTOCK.DAT) - NAME.yyyymmdd.SNP files cataloged on
      *          SNAPCTLG.DAT exactly as SnapShot writes them, so
      *          SnapVerify and SnapRestore work on them unchanged -
      *          then stamps every sales-history line (SALESHST.DAT)
      *          dated in the period as closed, through the work file
      *          SALESHST.TMP, and only then marks the period closed.
      *          A missing master, or a period that may not close,
      *          leaves the period open. Reopening is never done here:
      *          it is requested through PeriodMaint and applied only
      *          on a second supervisor's approval in Approve. The
      *          close report is PERCLOSE.DAT (RPTCTL bracket). Holds
      *          the FISCPER and ARLEDGER run locks while it works.
      *          RETURN-CODE 0 when the period closed, 4 when there
      *          was no period due to close, 8 when the close was
      *          refused or failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodFileStatus.
           SELECT SourceMasterFile ASSIGN TO DYNAMIC SourceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceMasterFileStatus.
           SELECT SnapshotFile ASSIGN TO DYNAMIC SnapshotFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SnapCatalogFile ASSIGN TO "SNAPCTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapCatalogFileStatus.
           SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesHistoryFileStatus.
           SELECT HistoryWorkFile ASSIGN TO "SALESHST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryWorkFileStatus.
           SELECT CloseReportFile ASSIGN TO "PERCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PeriodFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "FISCPER.cpy".
       FD  SourceMasterFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON SourceRecordLength.
       01 SourceMasterRecord           PIC X(200).
       FD  SnapshotFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON SnapshotRecordLength.
       01 SnapshotRecord               PIC X(200).
       FD  SnapCatalogFile
           RECORD CONTAINS 66 CHARACTERS.
       01 SnapCatalogRecord.
           02 SnapMasterName           PIC X(12).
           02 SnapSpace1               PIC X.
           02 SnapFileNameOut          PIC X(24).
           02 SnapSpace2               PIC X.
           02 SnapRunDate              PIC 9(8).
           02 SnapSpace3               PIC X.
           02 SnapRecordCount          PIC 9(7).
           02 SnapSpace4               PIC X.
           02 SnapControlTotal         PIC 9(11).
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
               88 HistPeriodClosed     VALUE "C".
           02 HistSpace8               PIC X.
           02 HistTaxCategory          PIC X.
           02 HistSpace9               PIC X.
           02 HistTaxPercent           PIC 99V99.
           02 HistSpace10              PIC X.
           02 HistTaxTreatment         PIC X.
       FD  HistoryWorkFile
           RECORD CONTAINS 73 CHARACTERS.
       01 HistoryWorkRecord            PIC X(73).
       FD  CloseReportFile
           RECORD CONTAINS 72 CHARACTERS.
       01 CloseReportRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 PeriodFileStatus         PIC XX.
           88 PeriodFileOK         VALUE "00".
       01 SourceMasterFileStatus   PIC XX.
           88 SourceMasterFileOK   VALUE "00".
       01 SnapCatalogFileStatus    PIC XX.
           88 SnapCatalogFileOK    VALUE "00".
           88 SnapCatalogFileNew   VALUE "35".
       01 SalesHistoryFileStatus   PIC XX.
           88 SalesHistoryFileOK   VALUE "00".
           88 SalesHistoryFileNew  VALUE "35".
       01 HistoryWorkFileStatus    PIC XX.
           88 HistoryWorkFileOK    VALUE "00".
       01 PeriodEndSwitch          PIC X VALUE "N".
           88 EndOfPeriodFile      VALUE "Y".
       01 SourceEndSwitch          PIC X.
           88 EndOfSourceFile      VALUE "Y".
       01 HistoryEndSwitch         PIC X.
           88 EndOfHistory         VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 PeriodCloseParm          PIC X(40).
       01 WantedPeriodId           PIC X(6).
       01 PeriodTable.
           02 PeriodEntry OCCURS 200 TIMES
               INDEXED BY PeriodIdx EarlierIdx.
               03 TablePeriodId     PIC X(6).
               03 TableStartDate    PIC 9(8).
               03 TableEndDate      PIC 9(8).
               03 TableStatus       PIC X.
               03 TableStatusDate   PIC 9(8).
               03 TableStatusBy     PIC X(10).
       01 PeriodEntryCount         PIC 9(3) VALUE ZEROS.
       01 PeriodOverflowSwitch     PIC X VALUE "N".
           88 PeriodTableOverflowed VALUE "Y".
       01 ClosePeriodSub           PIC 9(3) VALUE ZEROS.
       01 EarlierOpenSwitch        PIC X VALUE "N".
           88 EarlierPeriodOpen    VALUE "Y".
       01 CloseFailedSwitch        PIC X VALUE "N".
           88 CloseFailed          VALUE "Y".
       01 NothingDueSwitch         PIC X VALUE "N".
           88 NothingDueToClose    VALUE "Y".
       01 PeriodClosedSwitch       PIC X VALUE "N".
           88 PeriodNowClosed      VALUE "Y".
       01 ClosedByName             PIC X(10) VALUE "PERCLOSE".
      *----------------------------------------------------------------
      * The masters snapshot at the close: the AR ledger and the two
      * files that hold stock - on hand by product and by location.
      *----------------------------------------------------------------
       01 CloseMasterValues.
           02 FILLER PIC X(12) VALUE "ARLEDGER.DAT".
           02 FILLER PIC X(12) VALUE "PRODMSTR.DAT".
           02 FILLER PIC X(12) VALUE "LOCSTOCK.DAT".
       01 CloseMasterNames REDEFINES CloseMasterValues.
           02 CloseMasterName      PIC X(12) OCCURS 3 TIMES
                                       INDEXED BY MasterIdx.
       01 SourceFileName           PIC X(40).
       01 SnapshotFileName         PIC X(40).
       01 SourceRecordLength       PIC 9(3).
       01 SnapshotRecordLength     PIC 9(3).
       01 CurrentMasterName        PIC X(12).
       01 SnapRecordTally          PIC 9(7).
       01 SnapLengthTotal          PIC 9(11).
       01 SnapshotsTaken           PIC 9(3) VALUE ZEROS.
       01 HistoryReadCount         PIC 9(7) VALUE ZEROS.
       01 HistoryStampedCount      PIC 9(7) VALUE ZEROS.
       01 HistoryNetTotal          PIC S9(11)V99 VALUE ZEROS.
       01 HistoryNetWhole          PIC 9(9).
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 CountDisplay             PIC Z(6)9.
       01 NetDisplay               PIC -(10)9.99.
       01 LockMode                 PIC X.
       01 PeriodLockResource       PIC X(12) VALUE "FISCPER".
       01 LedgerLockResource       PIC X(12) VALUE "ARLEDGER".
       01 LockHolderName           PIC X(8) VALUE "PERCLOSE".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "PERCLOSE".
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
           CALL "RUNLOCK" USING LockMode PeriodLockResource
               LockHolderName LockResult
           IF LockGranted
               CALL "RUNLOCK" USING LockMode LedgerLockResource
                   LockHolderName LockResult
               IF LockGranted
                   PERFORM 2000-CLOSE-THE-PERIOD
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LedgerLockResource
                       LockHolderName LockResult
               ELSE
                   SET CloseFailed TO TRUE
                   DISPLAY "*** AR ledger is in use - period not "
                           "closed ***"
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode PeriodLockResource
                   LockHolderName LockResult
           ELSE
               SET CloseFailed TO TRUE
               DISPLAY "*** Fiscal period file is in use - period "
                       "not closed ***"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO PeriodCloseParm
           ACCEPT PeriodCloseParm FROM COMMAND-LINE
           MOVE SPACES TO WantedPeriodId
           UNSTRING PeriodCloseParm DELIMITED BY ALL SPACES
               INTO WantedPeriodId
           END-UNSTRING.

       2000-CLOSE-THE-PERIOD.
           PERFORM 2100-LOAD-PERIODS
           IF NOT CloseFailed
               PERFORM 2200-FIND-CLOSE-PERIOD
           END-IF
           IF NOT CloseFailed AND NOT NothingDueToClose
               PERFORM 2300-CHECK-PERIOD-MAY-CLOSE
           END-IF
           IF NOT CloseFailed AND NOT NothingDueToClose
               OPEN OUTPUT CloseReportFile
               PERFORM 3000-WRITE-REPORT-HEADING
               PERFORM 4000-SNAPSHOT-ONE-MASTER
                   VARYING MasterIdx FROM 1 BY 1 UNTIL MasterIdx > 3
               IF NOT CloseFailed
                   PERFORM 5000-STAMP-SALES-HISTORY
               END-IF
               IF NOT CloseFailed
                   PERFORM 6000-MARK-PERIOD-CLOSED
               END-IF
               PERFORM 7000-WRITE-REPORT-FOOTING
               CLOSE CloseReportFile
           END-IF.

       2100-LOAD-PERIODS.
           MOVE ZEROS TO PeriodEntryCount
           OPEN INPUT PeriodFile
           IF PeriodFileOK
               PERFORM 2110-READ-PERIOD-RECORD
               PERFORM 2120-STORE-PERIOD-RECORD
                   UNTIL EndOfPeriodFile
               CLOSE PeriodFile
               IF PeriodTableOverflowed
                   SET CloseFailed TO TRUE
                   DISPLAY "*** Fiscal period file has more records "
                           "than the table holds - not closed ***"
               END-IF
           ELSE
               SET CloseFailed TO TRUE
               DISPLAY "*** FISCPER.DAT not available - no period "
                       "to close ***"
           END-IF.

       2110-READ-PERIOD-RECORD.
           READ PeriodFile
               AT END SET EndOfPeriodFile TO TRUE
           END-READ.

       2120-STORE-PERIOD-RECORD.
           IF PeriodEntryCount < 200
               ADD 1 TO PeriodEntryCount
               MOVE FpPeriodId
                   TO TablePeriodId (PeriodEntryCount)
               MOVE FpStartDate
                   TO TableStartDate (PeriodEntryCount)
               MOVE FpEndDate
                   TO TableEndDate (PeriodEntryCount)
               MOVE FpStatus
                   TO TableStatus (PeriodEntryCount)
               MOVE FpStatusDate
                   TO TableStatusDate (PeriodEntryCount)
               MOVE FpStatusBy
                   TO TableStatusBy (PeriodEntryCount)
           ELSE
               SET PeriodTableOverflowed TO TRUE
           END-IF
           PERFORM 2110-READ-PERIOD-RECORD.

      *----------------------------------------------------------------
      * A named period must be on the file. With none named, the
      * earliest open period that has ended is taken; if there is
      * none the run has nothing to do.
      *----------------------------------------------------------------
       2200-FIND-CLOSE-PERIOD.
           MOVE ZEROS TO ClosePeriodSub
           PERFORM 2210-CONSIDER-ONE-PERIOD
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodEntryCount
           IF ClosePeriodSub = ZERO
               IF WantedPeriodId = SPACES
                   SET NothingDueToClose TO TRUE
                   DISPLAY "No open period has ended - nothing to "
                           "close"
               ELSE
                   SET CloseFailed TO TRUE
                   DISPLAY "*** Period " WantedPeriodId
                           " is not on the period file ***"
               END-IF
           END-IF.

       2210-CONSIDER-ONE-PERIOD.
           IF WantedPeriodId = SPACES
               IF TableStatus (PeriodIdx) = "O"
                   AND TableEndDate (PeriodIdx) < RunDate
                   IF ClosePeriodSub = ZERO
                       SET ClosePeriodSub TO PeriodIdx
                   ELSE
                       IF TableStartDate (PeriodIdx)
                           < TableStartDate (ClosePeriodSub)
                           SET ClosePeriodSub TO PeriodIdx
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF TablePeriodId (PeriodIdx) = WantedPeriodId
                   SET ClosePeriodSub TO PeriodIdx
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Only an open period that has ended may close, and only when
      * every period before it is already closed - finance reports
      * months in order, and a later close would otherwise hide an
      * earlier month that can still move.
      *----------------------------------------------------------------
       2300-CHECK-PERIOD-MAY-CLOSE.
           SET PeriodIdx TO ClosePeriodSub
           MOVE "N" TO EarlierOpenSwitch
           PERFORM 2310-CHECK-EARLIER-PERIOD
               VARYING EarlierIdx FROM 1 BY 1
               UNTIL EarlierIdx > PeriodEntryCount
           EVALUATE TRUE
               WHEN TableStatus (PeriodIdx) = "C"
                   SET CloseFailed TO TRUE
                   DISPLAY "*** Period " TablePeriodId (PeriodIdx)
                           " is already closed ***"
               WHEN TableEndDate (PeriodIdx) NOT < RunDate
                   SET CloseFailed TO TRUE
                   DISPLAY "*** Period " TablePeriodId (PeriodIdx)
                           " runs to " TableEndDate (PeriodIdx)
                           " - it cannot close before it ends ***"
               WHEN EarlierPeriodOpen
                   SET CloseFailed TO TRUE
                   DISPLAY "*** An earlier period is still open - "
                           "periods close in order ***"
               WHEN OTHER
                   DISPLAY "Closing period " TablePeriodId (PeriodIdx)
                           " (" TableStartDate (PeriodIdx) " - "
                           TableEndDate (PeriodIdx) ")"
           END-EVALUATE.

       2310-CHECK-EARLIER-PERIOD.
           IF TableStatus (EarlierIdx) NOT = "C"
               AND TableStartDate (EarlierIdx)
                   < TableStartDate (PeriodIdx)
               SET EarlierPeriodOpen TO TRUE
               DISPLAY "*** Period " TablePeriodId (EarlierIdx)
                       " is still open ***"
           END-IF.

       3000-WRITE-REPORT-HEADING.
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PERCLOSE" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "PERIOD CLOSE " DELIMITED BY SIZE
                  TablePeriodId (PeriodIdx) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TableStartDate (PeriodIdx) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TableEndDate (PeriodIdx) DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 7900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * Each master is copied and cataloged the way SnapShot does it,
      * so the close snapshots verify and restore with the same
      * utilities. A master that cannot be read stops the close.
      *----------------------------------------------------------------
       4000-SNAPSHOT-ONE-MASTER.
           MOVE CloseMasterName (MasterIdx) TO CurrentMasterName
           MOVE CurrentMasterName TO SourceFileName
           PERFORM 4050-BUILD-SNAPSHOT-NAME
           MOVE ZEROS TO SnapRecordTally
           MOVE ZEROS TO SnapLengthTotal
           MOVE "N" TO SourceEndSwitch
           OPEN INPUT SourceMasterFile
           IF SourceMasterFileOK
               OPEN OUTPUT SnapshotFile
               PERFORM 4100-READ-SOURCE-RECORD
               PERFORM 4200-COPY-SOURCE-RECORD
                   UNTIL EndOfSourceFile
               CLOSE SnapshotFile
               CLOSE SourceMasterFile
               PERFORM 4300-CATALOG-SNAPSHOT
               MOVE SnapRecordTally TO CountDisplay
               MOVE SPACES TO ReportLineText
               STRING "SNAPSHOT " DELIMITED BY SIZE
                      CurrentMasterName DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      SnapshotFileName (1:24) DELIMITED BY SIZE
                      CountDisplay DELIMITED BY SIZE
                      " RECORDS" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           ELSE
               SET CloseFailed TO TRUE
               DISPLAY "*** " CurrentMasterName
                       " not available - period not closed ***"
               MOVE SPACES TO ReportLineText
               STRING "*** " DELIMITED BY SIZE
                      CurrentMasterName DELIMITED BY SIZE
                      " NOT AVAILABLE - NO SNAPSHOT" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE.

       4050-BUILD-SNAPSHOT-NAME.
           MOVE SPACES TO SnapshotFileName
           STRING CurrentMasterName (1:8) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".SNP" DELIMITED BY SIZE
               INTO SnapshotFileName
           END-STRING.

       4100-READ-SOURCE-RECORD.
           READ SourceMasterFile
               AT END SET EndOfSourceFile TO TRUE
           END-READ.

       4200-COPY-SOURCE-RECORD.
           MOVE SourceRecordLength TO SnapshotRecordLength
           MOVE SourceMasterRecord TO SnapshotRecord
           WRITE SnapshotRecord
           ADD 1 TO SnapRecordTally
           ADD SourceRecordLength TO SnapLengthTotal
           PERFORM 4100-READ-SOURCE-RECORD.

       4300-CATALOG-SNAPSHOT.
           OPEN EXTEND SnapCatalogFile
           IF SnapCatalogFileNew
               OPEN OUTPUT SnapCatalogFile
           END-IF
           INITIALIZE SnapCatalogRecord
           MOVE CurrentMasterName TO SnapMasterName
           MOVE SnapshotFileName (1:24) TO SnapFileNameOut
           MOVE RunDate TO SnapRunDate
           MOVE SnapRecordTally TO SnapRecordCount
           MOVE SnapLengthTotal TO SnapControlTotal
           WRITE SnapCatalogRecord
           CLOSE SnapCatalogFile
           ADD 1 TO SnapshotsTaken
           DISPLAY CurrentMasterName " -> " SnapshotFileName
                   " (" SnapRecordTally " record(s))".

      *----------------------------------------------------------------
      * Sales history is copied to the work file with every line
      * dated in the period stamped closed, then copied back. No
      * history yet is not an error - there is simply nothing to
      * stamp.
      *----------------------------------------------------------------
       5000-STAMP-SALES-HISTORY.
           MOVE "N" TO HistoryEndSwitch
           OPEN INPUT SalesHistoryFile
           EVALUATE TRUE
               WHEN SalesHistoryFileOK
                   OPEN OUTPUT HistoryWorkFile
                   PERFORM 5100-READ-HISTORY-RECORD
                   PERFORM 5200-STAMP-HISTORY-RECORD
                       UNTIL EndOfHistory
                   CLOSE HistoryWorkFile
                   CLOSE SalesHistoryFile
                   PERFORM 5500-COPY-HISTORY-BACK
               WHEN SalesHistoryFileNew
                   DISPLAY "No sales history on file - nothing "
                           "stamped"
               WHEN OTHER
                   SET CloseFailed TO TRUE
                   DISPLAY "*** SALESHST.DAT could not be opened ("
                           SalesHistoryFileStatus
                           ") - period not closed ***"
           END-EVALUATE
           MOVE HistoryStampedCount TO CountDisplay
           MOVE HistoryNetTotal TO NetDisplay
           MOVE SPACES TO ReportLineText
           STRING "SALES HISTORY LINES STAMPED CLOSED"
                      DELIMITED BY SIZE
                  CountDisplay DELIMITED BY SIZE
                  "  NET" DELIMITED BY SIZE
                  NetDisplay DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

       5100-READ-HISTORY-RECORD.
           READ SalesHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

       5200-STAMP-HISTORY-RECORD.
           ADD 1 TO HistoryReadCount
           IF HistSaleDate NUMERIC
               AND HistSaleDate >= TableStartDate (PeriodIdx)
               AND HistSaleDate <= TableEndDate (PeriodIdx)
               MOVE SPACE TO HistSpace7
               SET HistPeriodClosed TO TRUE
               ADD 1 TO HistoryStampedCount
               IF HistNetAmount NUMERIC
                   ADD HistNetAmount TO HistoryNetTotal
               END-IF
           END-IF
           MOVE SalesHistoryRecord TO HistoryWorkRecord
           WRITE HistoryWorkRecord
           PERFORM 5100-READ-HISTORY-RECORD.

       5500-COPY-HISTORY-BACK.
           MOVE "N" TO HistoryEndSwitch
           OPEN INPUT HistoryWorkFile
           IF HistoryWorkFileOK
               OPEN OUTPUT SalesHistoryFile
               PERFORM 5600-READ-WORK-RECORD
               PERFORM 5700-COPY-WORK-RECORD
                   UNTIL EndOfHistory
               CLOSE SalesHistoryFile
               CLOSE HistoryWorkFile
           ELSE
               SET CloseFailed TO TRUE
               DISPLAY "*** SALESHST.TMP could not be reopened - "
                       "sales history NOT stamped ***"
           END-IF.

       5600-READ-WORK-RECORD.
           READ HistoryWorkFile
               AT END SET EndOfHistory TO TRUE
           END-READ.

       5700-COPY-WORK-RECORD.
           MOVE HistoryWorkRecord TO SalesHistoryRecord
           WRITE SalesHistoryRecord
           PERFORM 5600-READ-WORK-RECORD.

       6000-MARK-PERIOD-CLOSED.
           MOVE "C" TO TableStatus (PeriodIdx)
           MOVE RunDate TO TableStatusDate (PeriodIdx)
           MOVE ClosedByName TO TableStatusBy (PeriodIdx)
           OPEN OUTPUT PeriodFile
           PERFORM 6100-WRITE-PERIOD-ENTRY
               VARYING EarlierIdx FROM 1 BY 1
               UNTIL EarlierIdx > PeriodEntryCount
           CLOSE PeriodFile
           SET PeriodNowClosed TO TRUE.

       6100-WRITE-PERIOD-ENTRY.
           INITIALIZE FiscalPeriodRecord
           MOVE TablePeriodId (EarlierIdx)   TO FpPeriodId
           MOVE TableStartDate (EarlierIdx)  TO FpStartDate
           MOVE TableEndDate (EarlierIdx)    TO FpEndDate
           MOVE TableStatus (EarlierIdx)     TO FpStatus
           MOVE TableStatusDate (EarlierIdx) TO FpStatusDate
           MOVE TableStatusBy (EarlierIdx)   TO FpStatusBy
           WRITE FiscalPeriodRecord.

       7000-WRITE-REPORT-FOOTING.
           MOVE SPACES TO ReportLineText
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           IF PeriodNowClosed
               STRING "PERIOD " DELIMITED BY SIZE
                      TablePeriodId (PeriodIdx) DELIMITED BY SIZE
                      " CLOSED" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           ELSE
               STRING "*** PERIOD " DELIMITED BY SIZE
                      TablePeriodId (PeriodIdx) DELIMITED BY SIZE
                      " NOT CLOSED ***" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE HistoryNetTotal TO HistoryNetWhole
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE HistoryStampedCount TO TrailerRecordCount
           MOVE HistoryNetWhole TO TrailerControlTotal
           WRITE ReportTrailerRecord.

       7900-WRITE-REPORT-LINE.
           WRITE CloseReportRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           DISPLAY "Snapshots taken       = " SnapshotsTaken
           DISPLAY "Sales history read    = " HistoryReadCount
           DISPLAY "Sales history stamped = " HistoryStampedCount
           EVALUATE TRUE
               WHEN CloseFailed
                   DISPLAY "*** Period NOT closed ***"
                   MOVE 8 TO RETURN-CODE
               WHEN NothingDueToClose
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Period " TablePeriodId (PeriodIdx)
                           " closed"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE HistoryStampedCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PeriodClose.
