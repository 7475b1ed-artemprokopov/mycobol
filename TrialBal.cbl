      ******************************************************************
      * Author: Artem Prokopov
      * Date: 04/10/2026
      * Purpose: General-ledger trial balance off the period balances
      *          GlPost keeps on GLBAL.DAT (layout GLBAL.cpy). For
      *          every account on the chart of accounts (GLCHART.DAT,
      *          layout GLCHART.cpy) the report TRIALBAL.DAT (RPTCTL
      *          bracket) shows its type, its net movement in the
      *          period and its balance at the period end - the sum
      *          of its debits less its credits over every period up
      *          to and including this one - in the debit or the
      *          credit column, then the two column totals and
      *          whether they agree. An account with balances but no
      *          longer on the chart is listed and flagged. The AR
      *          control account's balance is then tied to the open
      *          and partly paid items on the AR ledger
      *          (ARLEDGER.DAT); cash held on account is not AR and
      *          stays out of the tie. The period is the current
      *          month unless the command line names one (yyyymm).
      *          RETURN-CODE 0 in balance and tied, 4 when the AR
      *          control does not tie or an account is not on the
      *          chart, 8 when the debits and credits differ or the
      *          chart or balances cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrialBal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartFileStatus.
           SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlBalanceFileStatus.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArLedgerFileStatus.
           SELECT TrialBalanceFile ASSIGN TO "TRIALBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile
           RECORD CONTAINS 45 CHARACTERS.
           COPY "GLCHART.cpy".
       FD  GlBalanceFile
           RECORD CONTAINS 47 CHARACTERS.
           COPY "GLBAL.cpy".
       FD  ArLedgerFile
           RECORD CONTAINS 37 CHARACTERS.
       01 ArLedgerRecord.
           02 ArInvoiceNo              PIC 9(6).
           02 ArSpace1                 PIC X.
           02 ArCustomerId             PIC X(6).
           02 ArSpace2                 PIC X.
           02 ArInvoiceDate            PIC 9(8).
           02 ArSpace3                 PIC X.
           02 ArOpenAmount             PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ArSpace4                 PIC X.
           02 ArStatus                 PIC X.
               88 ArItemClosed         VALUE "C".
               88 ArItemOnAccount      VALUE "U".
       FD  TrialBalanceFile
           RECORD CONTAINS 72 CHARACTERS.
       01 TrialBalanceRecord.
           02 ReportLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ChartFileStatus          PIC XX.
           88 ChartFileOK          VALUE "00".
       01 GlBalanceFileStatus      PIC XX.
           88 GlBalanceFileOK      VALUE "00".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
       01 ChartEndSwitch           PIC X VALUE "N".
           88 EndOfChart           VALUE "Y".
       01 BalanceEndSwitch         PIC X VALUE "N".
           88 EndOfBalances        VALUE "Y".
       01 LedgerEndSwitch          PIC X VALUE "N".
           88 EndOfLedger          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 TrialBalParm             PIC X(40).
       01 ReportPeriodText         PIC X(6).
       01 ReportPeriod             PIC 9(6).
       01 TrialBalFailedSwitch     PIC X VALUE "N".
           88 TrialBalFailed       VALUE "Y".
       01 ArControlAccount         PIC X(10) VALUE "1200-ARECV".
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES
               INDEXED BY AccountIdx.
               03 TableAccountCode  PIC X(10).
               03 TableDescription  PIC X(30).
               03 TableAccountType  PIC X.
               03 TableActiveFlag   PIC X.
               03 TableOnChartFlag  PIC X.
                   88 TableAccountOnChart VALUE "Y".
               03 TablePeriodNet    PIC S9(11)V99.
               03 TableClosingNet   PIC S9(11)V99.
       01 AccountEntryCount        PIC 9(3) VALUE ZEROS.
       01 AccountFoundSwitch       PIC X.
           88 AccountFound         VALUE "Y".
       01 TotalDebitBalances       PIC S9(11)V99 VALUE ZEROS.
       01 TotalCreditBalances      PIC S9(11)V99 VALUE ZEROS.
       01 TotalCreditWhole         PIC 9(9).
       01 NotOnChartCount          PIC 9(3) VALUE ZEROS.
       01 ArControlBalance         PIC S9(11)V99 VALUE ZEROS.
       01 ArLedgerOpenTotal        PIC S9(11)V99 VALUE ZEROS.
       01 ArDifference             PIC S9(11)V99 VALUE ZEROS.
       01 ArTieSwitch              PIC X VALUE "Y".
           88 ArControlTies        VALUE "Y".
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 AccountLineCount         PIC 9(5) VALUE ZEROS.
       01 NetDisplay               PIC -(9)9.99.
       01 MoneyDisplay             PIC Z(9)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "TRIALBAL".
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
           PERFORM 1100-LOAD-CHART
           IF NOT TrialBalFailed
               PERFORM 1200-LOAD-BALANCES
           END-IF
           IF NOT TrialBalFailed
               PERFORM 1300-TOTAL-AR-LEDGER
               PERFORM 2000-WRITE-TRIAL-BALANCE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate (1:6) TO ReportPeriod
           MOVE SPACES TO TrialBalParm
           ACCEPT TrialBalParm FROM COMMAND-LINE
           MOVE SPACES TO ReportPeriodText
           UNSTRING TrialBalParm DELIMITED BY ALL SPACES
               INTO ReportPeriodText
           END-UNSTRING
           IF ReportPeriodText NOT = SPACES
               IF ReportPeriodText NUMERIC
                   MOVE ReportPeriodText TO ReportPeriod
               ELSE
                   DISPLAY "*** Period " ReportPeriodText
                           " is not yyyymm - current month used ***"
               END-IF
           END-IF.

       1100-LOAD-CHART.
           MOVE ZEROS TO AccountEntryCount
           OPEN INPUT ChartFile
           IF ChartFileOK
               PERFORM 1110-READ-CHART-RECORD
               PERFORM 1120-STORE-CHART-RECORD UNTIL EndOfChart
               CLOSE ChartFile
           ELSE
               SET TrialBalFailed TO TRUE
               DISPLAY "*** Chart of accounts GLCHART.DAT not "
                       "available - no trial balance ***"
           END-IF.

       1110-READ-CHART-RECORD.
           READ ChartFile
               AT END SET EndOfChart TO TRUE
           END-READ.

       1120-STORE-CHART-RECORD.
           IF AccountEntryCount < 500
               ADD 1 TO AccountEntryCount
               SET AccountIdx TO AccountEntryCount
               MOVE ChartAccountCode TO TableAccountCode (AccountIdx)
               MOVE ChartDescription TO TableDescription (AccountIdx)
               MOVE ChartAccountType TO TableAccountType (AccountIdx)
               MOVE ChartActiveFlag TO TableActiveFlag (AccountIdx)
               MOVE "Y" TO TableOnChartFlag (AccountIdx)
               MOVE ZEROS TO TablePeriodNet (AccountIdx)
               MOVE ZEROS TO TableClosingNet (AccountIdx)
           ELSE
               SET TrialBalFailed TO TRUE
               DISPLAY "*** Account table full - account "
                       ChartAccountCode " not loaded ***"
           END-IF
           PERFORM 1110-READ-CHART-RECORD.

      *----------------------------------------------------------------
      * Periods after the one reported are left out; an account on
      * the balances but not on the chart gets a row of its own so
      * its balance still counts in the proof.
      *----------------------------------------------------------------
       1200-LOAD-BALANCES.
           OPEN INPUT GlBalanceFile
           IF GlBalanceFileOK
               PERFORM 1210-READ-BALANCE-RECORD
               PERFORM 1220-ADD-BALANCE-RECORD
                   UNTIL EndOfBalances OR TrialBalFailed
               CLOSE GlBalanceFile
           ELSE
               SET TrialBalFailed TO TRUE
               DISPLAY "*** GL balances GLBAL.DAT not available - "
                       "no trial balance ***"
           END-IF.

       1210-READ-BALANCE-RECORD.
           READ GlBalanceFile
               AT END SET EndOfBalances TO TRUE
           END-READ.

       1220-ADD-BALANCE-RECORD.
           IF BalPeriod NOT > ReportPeriod
               MOVE "N" TO AccountFoundSwitch
               SET AccountIdx TO 1
               PERFORM 1230-SEARCH-ACCOUNT-ENTRY
                   UNTIL AccountFound
                      OR AccountIdx > AccountEntryCount
               IF NOT AccountFound
                   PERFORM 1240-ADD-UNCHARTED-ACCOUNT
               END-IF
               IF AccountFound
                   COMPUTE TableClosingNet (AccountIdx) =
                       TableClosingNet (AccountIdx)
                       + BalDebitTotal - BalCreditTotal
                   IF BalPeriod = ReportPeriod
                       COMPUTE TablePeriodNet (AccountIdx) =
                           TablePeriodNet (AccountIdx)
                           + BalDebitTotal - BalCreditTotal
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-BALANCE-RECORD.

       1230-SEARCH-ACCOUNT-ENTRY.
           IF TableAccountCode (AccountIdx) = BalAccountCode
               SET AccountFound TO TRUE
           ELSE
               SET AccountIdx UP BY 1
           END-IF.

       1240-ADD-UNCHARTED-ACCOUNT.
           IF AccountEntryCount < 500
               ADD 1 TO AccountEntryCount
               SET AccountIdx TO AccountEntryCount
               MOVE BalAccountCode TO TableAccountCode (AccountIdx)
               MOVE "*** NOT ON CHART ***"
                   TO TableDescription (AccountIdx)
               MOVE SPACE TO TableAccountType (AccountIdx)
               MOVE "N" TO TableActiveFlag (AccountIdx)
               MOVE "N" TO TableOnChartFlag (AccountIdx)
               MOVE ZEROS TO TablePeriodNet (AccountIdx)
               MOVE ZEROS TO TableClosingNet (AccountIdx)
               ADD 1 TO NotOnChartCount
               SET AccountFound TO TRUE
           ELSE
               SET TrialBalFailed TO TRUE
               DISPLAY "*** Account table full - balances for "
                       BalAccountCode " not counted ***"
           END-IF.

      *----------------------------------------------------------------
      * The AR control ties to what customers owe: open and partly
      * paid items. Closed items owe nothing, and cash held on
      * account is a credit to the customer, carried in its own
      * account, not in AR.
      *----------------------------------------------------------------
       1300-TOTAL-AR-LEDGER.
           MOVE ZEROS TO ArLedgerOpenTotal
           OPEN INPUT ArLedgerFile
           IF ArLedgerFileOK
               PERFORM 1310-READ-LEDGER-RECORD
               PERFORM 1320-ADD-LEDGER-RECORD UNTIL EndOfLedger
               CLOSE ArLedgerFile
           ELSE
               DISPLAY "*** AR ledger not available - AR control "
                       "tied to zero ***"
           END-IF.

       1310-READ-LEDGER-RECORD.
           READ ArLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ.

       1320-ADD-LEDGER-RECORD.
           IF NOT ArItemClosed
               AND NOT ArItemOnAccount
               AND ArOpenAmount NUMERIC
               ADD ArOpenAmount TO ArLedgerOpenTotal
           END-IF
           PERFORM 1310-READ-LEDGER-RECORD.

       2000-WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TrialBalanceFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "TRIALBAL" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "TRIAL BALANCE FOR PERIOD " DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "ACCOUNT" TO ReportLineText (1:7)
           MOVE "DESCRIPTION" TO ReportLineText (12:11)
           MOVE "T" TO ReportLineText (30:1)
           MOVE "PERIOD MOVE" TO ReportLineText (34:11)
           MOVE "DEBIT" TO ReportLineText (54:5)
           MOVE "CREDIT" TO ReportLineText (67:6)
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2100-WRITE-ACCOUNT-LINE
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountEntryCount
           PERFORM 2500-WRITE-TOTALS
           PERFORM 2600-WRITE-AR-TIE
           MOVE TotalCreditBalances TO TotalCreditWhole
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE AccountLineCount TO TrailerRecordCount
           MOVE TotalCreditWhole TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE TrialBalanceFile.

       2100-WRITE-ACCOUNT-LINE.
           MOVE SPACES TO ReportLineText
           MOVE TableAccountCode (AccountIdx) TO ReportLineText (1:10)
           MOVE TableDescription (AccountIdx) TO ReportLineText (12:17)
           MOVE TableAccountType (AccountIdx) TO ReportLineText (30:1)
           IF TableActiveFlag (AccountIdx) = "N"
               AND TableAccountOnChart (AccountIdx)
               MOVE "*" TO ReportLineText (31:1)
           END-IF
           MOVE TablePeriodNet (AccountIdx) TO NetDisplay
           MOVE NetDisplay TO ReportLineText (32:13)
           IF TableClosingNet (AccountIdx) < ZERO
               COMPUTE MoneyDisplay =
                   ZERO - TableClosingNet (AccountIdx)
               MOVE MoneyDisplay TO ReportLineText (60:13)
               SUBTRACT TableClosingNet (AccountIdx)
                   FROM TotalCreditBalances
           ELSE
               MOVE TableClosingNet (AccountIdx) TO MoneyDisplay
               MOVE MoneyDisplay TO ReportLineText (46:13)
               ADD TableClosingNet (AccountIdx) TO TotalDebitBalances
           END-IF
           IF TableAccountCode (AccountIdx) = ArControlAccount
               MOVE TableClosingNet (AccountIdx) TO ArControlBalance
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO AccountLineCount.

       2500-WRITE-TOTALS.
           MOVE SPACES TO ReportLineText
           MOVE ALL "-" TO ReportLineText (46:27)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "TOTALS" TO ReportLineText (1:6)
           MOVE TotalDebitBalances TO MoneyDisplay
           MOVE MoneyDisplay TO ReportLineText (46:13)
           MOVE TotalCreditBalances TO MoneyDisplay
           MOVE MoneyDisplay TO ReportLineText (60:13)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           IF TotalDebitBalances = TotalCreditBalances
               MOVE "TRIAL BALANCE IN BALANCE" TO ReportLineText
           ELSE
               SET TrialBalFailed TO TRUE
               MOVE "*** TRIAL BALANCE OUT OF BALANCE ***"
                   TO ReportLineText
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE
           IF NotOnChartCount > ZERO
               MOVE SPACES TO ReportLineText
               STRING "*** " DELIMITED BY SIZE
                      NotOnChartCount DELIMITED BY SIZE
                      " ACCOUNT(S) WITH BALANCES NOT ON THE CHART "
                          DELIMITED BY SIZE
                      "***" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2600-WRITE-AR-TIE.
           COMPUTE ArDifference = ArControlBalance - ArLedgerOpenTotal
           IF ArDifference NOT = ZERO
               MOVE "N" TO ArTieSwitch
           END-IF
           MOVE SPACES TO ReportLineText
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           STRING "AR CONTROL " DELIMITED BY SIZE
                  ArControlAccount DELIMITED BY SIZE
                  " BALANCE" DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           MOVE ArControlBalance TO NetDisplay
           MOVE NetDisplay TO ReportLineText (46:13)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "AR LEDGER OPEN ITEMS" TO ReportLineText
           MOVE ArLedgerOpenTotal TO NetDisplay
           MOVE NetDisplay TO ReportLineText (46:13)
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           MOVE "DIFFERENCE" TO ReportLineText
           MOVE ArDifference TO NetDisplay
           MOVE NetDisplay TO ReportLineText (46:13)
           IF ArControlTies
               MOVE "AGREES" TO ReportLineText (60:6)
           ELSE
               MOVE "*** NO TIE" TO ReportLineText (60:10)
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE TrialBalanceRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           DISPLAY "Trial balance period  = " ReportPeriod
           DISPLAY "Accounts listed       = " AccountLineCount
           DISPLAY "Total debit balances  = " TotalDebitBalances
           DISPLAY "Total credit balances = " TotalCreditBalances
           DISPLAY "AR control balance    = " ArControlBalance
           DISPLAY "AR ledger open items  = " ArLedgerOpenTotal
           EVALUATE TRUE
               WHEN TrialBalFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NOT ArControlTies
                   DISPLAY "*** AR control does not tie to the AR "
                           "ledger ***"
                   MOVE 4 TO RETURN-CODE
               WHEN NotOnChartCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE AccountLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM TrialBal.
