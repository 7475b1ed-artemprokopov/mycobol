      ******************************************************************
      * Author: Artem Prokopov
      * Date: 01/10/2026
      * Purpose: Cash-receipts journal off the nightly cash
      *          application. GlExtract journals sales, tax and AR
      *          from the pricing run, but the cash ArCash applies
      *          never reached the ledger - finance posted a bank/AR
      *          entry by hand every morning from CASHAPP.DAT. This
      *          step reads the run totals ArCash hands off on
      *          CASHTOT.DAT and writes a balanced journal to
      *          GLCASH.DAT in the shop's journal layout (GLJRNL.cpy):
      *          a BATCH header carrying the cash received, then the
      *          receipts (type RCPT) - cash debited, AR credited with
      *          the cash applied to invoices and the customers'
      *          on-account credit account with the cash put on
      *          account - and the on-account credit ArCash applied
      *          to invoices (type CRAPP), moved from the on-account
      *          credit account to AR. Cash left unmatched stays off
      *          the journal until it is identified. The run fails
      *          with RETURN-CODE 8 when the journal's debits and
      *          credits do not balance, when the handoff is missing
      *          or was not written by the run that wrote
      *          CASHAPP.DAT, or when the cash credited to AR does not
      *          tie to the applied total on the CASHAPP.DAT trailer -
      *          such a journal must never reach the ledger system.
      *          The same goes for a line whose account is not on the
      *          chart of accounts or not active there, checked line
      *          by line through the shared GLACHECK subroutine. Cash
      *          applied on a date in a fiscal period finance has
      *          closed (PERIODCHK) is journalled with its lines dated
      *          the first day of the next open period - the BATCH
      *          header keeps the cash run's own date - and with no
      *          later period open no journal is produced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashJrnl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CashTotalsFile ASSIGN TO "CASHTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashTotalsFileStatus.
           SELECT CashApplyFile ASSIGN TO "CASHAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashApplyFileStatus.
           SELECT GlJournalFile ASSIGN TO "GLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CashTotalsFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CashTotalsRecord.
           02 CashTotRunDate           PIC 9(8).
           02 CashTotSpace1            PIC X.
           02 CashTotApplied           PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace2            PIC X.
           02 CashTotOnAccount         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace3            PIC X.
           02 CashTotCreditUsed        PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CashTotSpace4            PIC X.
           02 CashTotUnmatched         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       FD  CashApplyFile
           RECORD CONTAINS 60 CHARACTERS.
       01 CashApplyRecord.
           02 ApplyLineText            PIC X(60).
           COPY "RPTCTL.cpy".
       FD  GlJournalFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01 CashTotalsFileStatus     PIC XX.
           88 CashTotalsFileOK     VALUE "00".
       01 CashApplyFileStatus      PIC XX.
           88 CashApplyFileOK      VALUE "00".
       01 CashApplyEndSwitch       PIC X VALUE "N".
           88 EndOfCashApply       VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 JournalPostingDate       PIC 9(8).
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       01 CashApplyRunDate         PIC 9(8) VALUE ZEROS.
       01 TrailerFoundSwitch       PIC X VALUE "N".
           88 TrailerFound         VALUE "Y".
      *----------------------------------------------------------------
      * The RPTCTL trailer carries its control total in whole
      * currency, so the tie to the applied total is made on the
      * whole-currency portion only, the same as GlExtract's proof
      * against the register trailers.
      *----------------------------------------------------------------
       01 CashApplyTrailerTotal    PIC 9(9) VALUE ZEROS.
       01 ArCashCreditWhole        PIC 9(9) VALUE ZEROS.
       01 AppliedAmount            PIC S9(9)V99 VALUE ZEROS.
       01 OnAccountAmount          PIC S9(9)V99 VALUE ZEROS.
       01 CreditUsedAmount         PIC S9(9)V99 VALUE ZEROS.
       01 UnmatchedAmount          PIC S9(9)V99 VALUE ZEROS.
       01 CashReceivedAmount       PIC S9(9)V99 VALUE ZEROS.
       01 ArCashCreditTotal        PIC S9(11)V99 VALUE ZEROS.
       01 TotalDebits              PIC S9(11)V99 VALUE ZEROS.
       01 TotalCredits             PIC S9(11)V99 VALUE ZEROS.
       01 JournalLineCount         PIC 9(3) VALUE ZEROS.
       01 JournalFailedSwitch      PIC X VALUE "N".
           88 JournalFailed        VALUE "Y".
       01 AcctCheckFoundFlag       PIC X.
           88 AccountOnChart       VALUE "Y".
       01 AcctCheckActiveFlag      PIC X.
           88 AccountActive        VALUE "Y".
       01 AcctCheckType            PIC X.
       01 AcctCheckDescription     PIC X(30).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "CASHJRNL".
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
           IF NOT JournalFailed
               PERFORM 2000-READ-CASH-REPORT
               PERFORM 3000-WRITE-JOURNAL
               PERFORM 4000-PROVE-JOURNAL-BALANCE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT CashTotalsFile
           IF CashTotalsFileOK
               READ CashTotalsFile
                   AT END
                       DISPLAY "*** CASHTOT.DAT is empty - "
                               "no journal produced ***"
                       SET JournalFailed TO TRUE
                   NOT AT END
                       PERFORM 1100-TAKE-CASH-TOTALS
               END-READ
               CLOSE CashTotalsFile
           ELSE
               DISPLAY "*** Cash totals handoff CASHTOT.DAT "
                       "not available - no journal produced ***"
               SET JournalFailed TO TRUE
           END-IF
           IF NOT JournalFailed
               PERFORM 1200-CHECK-JOURNAL-PERIOD
           END-IF.

       1100-TAKE-CASH-TOTALS.
           IF CashTotRunDate NUMERIC
               AND CashTotApplied NUMERIC
               AND CashTotOnAccount NUMERIC
               AND CashTotCreditUsed NUMERIC
               AND CashTotUnmatched NUMERIC
               MOVE CashTotRunDate TO RunDate
               MOVE CashTotApplied TO AppliedAmount
               MOVE CashTotOnAccount TO OnAccountAmount
               MOVE CashTotCreditUsed TO CreditUsedAmount
               MOVE CashTotUnmatched TO UnmatchedAmount
           ELSE
               DISPLAY "*** CASHTOT.DAT is unreadable - "
                       "no journal produced ***"
               SET JournalFailed TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The BATCH header keeps the handoff's own date - it is what
      * names this night's journal to the ledger and to GlPost's
      * posting log. The posting lines may not land in a fiscal
      * period finance has closed: they are dated the first day of
      * the next open period, and with no later period open no
      * journal is produced.
      *----------------------------------------------------------------
       1200-CHECK-JOURNAL-PERIOD.
           MOVE RunDate TO JournalPostingDate
           MOVE RunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET JournalFailed TO TRUE
                   DISPLAY "*** Cash run dated " RunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - no "
                           "journal produced ***"
               WHEN OTHER
                   DISPLAY "Cash run dated " RunDate
                           " is in closed period " PerCheckPeriodId
                           " - journal lines dated "
                           PerCheckPostingDate
                   MOVE PerCheckPostingDate TO JournalPostingDate
           END-EVALUATE.

      *----------------------------------------------------------------
      * CASHAPP.DAT is the proof copy: its header must carry the run
      * date the handoff does - ArCash writes the report every run
      * but the handoff only once the ledger holds the cash, so a
      * date that differs means tonight's applications never reached
      * the ledger - and its trailer carries the applied total.
      *----------------------------------------------------------------
       2000-READ-CASH-REPORT.
           OPEN INPUT CashApplyFile
           IF CashApplyFileOK
               PERFORM 2100-READ-CASH-APPLY-RECORD
               PERFORM 2200-SCAN-CASH-APPLY-RECORD
                   UNTIL EndOfCashApply
               CLOSE CashApplyFile
           ELSE
               DISPLAY "*** CASHAPP.DAT not available ***"
               SET JournalFailed TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN JournalFailed
                   CONTINUE
               WHEN CashApplyRunDate NOT = RunDate
                   DISPLAY "*** CASHAPP.DAT dated " CashApplyRunDate
                           " but the cash totals " RunDate
                           " - ledger not updated by that run ***"
                   SET JournalFailed TO TRUE
               WHEN NOT TrailerFound
                   DISPLAY "*** CASHAPP.DAT has no trailer - "
                           "the cash application did not finish ***"
                   SET JournalFailed TO TRUE
           END-EVALUATE.

       2100-READ-CASH-APPLY-RECORD.
           READ CashApplyFile
               AT END SET EndOfCashApply TO TRUE
           END-READ.

       2200-SCAN-CASH-APPLY-RECORD.
           EVALUATE TRUE
               WHEN HeaderRecordType = "HDR"
                   AND HeaderRunDate NUMERIC
                   MOVE HeaderRunDate TO CashApplyRunDate
               WHEN TrailerRecordType = "TRL"
                   AND TrailerControlTotal NUMERIC
                   MOVE TrailerControlTotal TO CashApplyTrailerTotal
                   SET TrailerFound TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-CASH-APPLY-RECORD.

      *----------------------------------------------------------------
      * The journal itself: a BATCH header carrying the cash received
      * and identified tonight, then the receipts and the credit
      * applied as debit/credit pairs. A figure of zero writes no
      * line.
      *----------------------------------------------------------------
       3000-WRITE-JOURNAL.
           IF JournalFailed
               CONTINUE
           ELSE
               OPEN OUTPUT GlJournalFile
               COMPUTE CashReceivedAmount =
                   AppliedAmount + OnAccountAmount
               INITIALIZE GlJournalRecord
               MOVE "BATCH" TO JournalLineType
               MOVE CashReceivedAmount TO JournalAmount
               MOVE RunDate TO JournalRunDate
               WRITE GlJournalRecord
               IF CashReceivedAmount NOT = ZERO
                   PERFORM 3100-WRITE-CASH-DEBIT
               END-IF
               IF AppliedAmount NOT = ZERO
                   PERFORM 3200-WRITE-AR-CREDIT
               END-IF
               IF OnAccountAmount NOT = ZERO
                   PERFORM 3300-WRITE-ON-ACCOUNT-CREDIT
               END-IF
               IF CreditUsedAmount NOT = ZERO
                   PERFORM 3400-WRITE-CREDIT-APPLIED-LINES
               END-IF
               CLOSE GlJournalFile
           END-IF.

       3100-WRITE-CASH-DEBIT.
           INITIALIZE GlJournalRecord
           MOVE "RCPT" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "1000-CASH" TO JournalAccountCode
           MOVE CashReceivedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3900-WRITE-POSTING-LINE
           ADD CashReceivedAmount TO TotalDebits
           ADD 1 TO JournalLineCount.

       3200-WRITE-AR-CREDIT.
           INITIALIZE GlJournalRecord
           MOVE "RCPT" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE AppliedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3900-WRITE-POSTING-LINE
           ADD AppliedAmount TO TotalCredits
           ADD AppliedAmount TO ArCashCreditTotal
           ADD 1 TO JournalLineCount.

       3300-WRITE-ON-ACCOUNT-CREDIT.
           INITIALIZE GlJournalRecord
           MOVE "RCPT" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "2300-ONACC" TO JournalAccountCode
           MOVE OnAccountAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3900-WRITE-POSTING-LINE
           ADD OnAccountAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Credit held on account from an earlier day that ArCash took
      * up against invoices tonight: no cash moves, the credit comes
      * out of the on-account credit account and off AR. Like
      * GlExtract's payables lines it stays out of the BATCH amount
      * and the applied-total tie but is part of the debit/credit
      * proof.
      *----------------------------------------------------------------
       3400-WRITE-CREDIT-APPLIED-LINES.
           INITIALIZE GlJournalRecord
           MOVE "CRAPP" TO JournalLineType
           MOVE "DR" TO JournalDrCrFlag
           MOVE "2300-ONACC" TO JournalAccountCode
           MOVE CreditUsedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3900-WRITE-POSTING-LINE
           ADD CreditUsedAmount TO TotalDebits
           ADD 1 TO JournalLineCount
           INITIALIZE GlJournalRecord
           MOVE "CRAPP" TO JournalLineType
           MOVE "CR" TO JournalDrCrFlag
           MOVE "1200-ARECV" TO JournalAccountCode
           MOVE CreditUsedAmount TO JournalAmount
           MOVE JournalPostingDate TO JournalRunDate
           PERFORM 3900-WRITE-POSTING-LINE
           ADD CreditUsedAmount TO TotalCredits
           ADD 1 TO JournalLineCount.

      *----------------------------------------------------------------
      * Every posting line goes out through here: its account must
      * be on the chart of accounts and active, or the journal is
      * failed - the line is still written so the journal shows
      * what was refused.
      *----------------------------------------------------------------
       3900-WRITE-POSTING-LINE.
           CALL "GLACHECK" USING JournalAccountCode AcctCheckFoundFlag
               AcctCheckActiveFlag AcctCheckType
               AcctCheckDescription
           EVALUATE TRUE
               WHEN NOT AccountOnChart
                   DISPLAY "*** Account " JournalAccountCode
                           " is not on the chart of accounts ***"
                   SET JournalFailed TO TRUE
               WHEN NOT AccountActive
                   DISPLAY "*** Account " JournalAccountCode
                           " is not active for posting ***"
                   SET JournalFailed TO TRUE
           END-EVALUATE
           WRITE GlJournalRecord.

      *----------------------------------------------------------------
      * Two proofs before the journal may ship: its debits equal its
      * credits, and the cash it credits to AR ties to the applied
      * total ArCash put on the CASHAPP.DAT trailer.
      *----------------------------------------------------------------
       4000-PROVE-JOURNAL-BALANCE.
           IF JournalFailed
               CONTINUE
           ELSE
               IF TotalDebits NOT = TotalCredits
                   DISPLAY "*** Journal does not balance: DR "
                           TotalDebits " CR " TotalCredits " ***"
                   SET JournalFailed TO TRUE
               ELSE
                   MOVE ArCashCreditTotal TO ArCashCreditWhole
                   IF ArCashCreditWhole NOT = CashApplyTrailerTotal
                       DISPLAY "*** Cash credited to AR "
                               ArCashCreditTotal " does not tie to "
                               "the applied total "
                               CashApplyTrailerTotal " ***"
                       SET JournalFailed TO TRUE
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "Journal lines written = " JournalLineCount
           DISPLAY "Total debits          = " TotalDebits
           DISPLAY "Total credits         = " TotalCredits
           DISPLAY "Cash applied          = " AppliedAmount
           DISPLAY "Cash on account       = " OnAccountAmount
           DISPLAY "Credit applied        = " CreditUsedAmount
           DISPLAY "Cash unmatched        = " UnmatchedAmount
           IF JournalFailed
               DISPLAY "*** CASH JOURNAL FAILED - journal must not "
                       "be loaded ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Journal balanced to the applied total"
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-STAMP-JOB-END
           STOP RUN.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE JournalLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM CashJrnl.
