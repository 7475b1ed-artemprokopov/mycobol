      ******************************************************************
      * Author: Artem Prokopov
      * Date: 04/10/2026
      * Purpose: General-ledger posting of the night's journals. The
      *          journals GlExtract (GLJRNL.DAT) and CashJrnl
      *          (GLCASH.DAT) write were handed to the ledger system
      *          and forgotten, so nothing here could say what any
      *          account - the AR control above all - stood at. This
      *          step posts one journal, named on the command line
      *          without its .DAT (GLJRNL, GLCASH, or an opening-
      *          balance journal in the same layout), into the period
      *          balances on GLBAL.DAT (layout GLBAL.cpy): each
      *          posting line's amount is added to its account's
      *          debits or credits for the calendar month of the
      *          journal's run date - or, when that date falls in a
      *          fiscal period finance has closed (PERIODCHK), for
      *          the month of the first day of the next open period;
      *          with no later period open the journal is not
      *          posted. The journal is proved first and
      *          posted whole or not at all: every line must be DR or
      *          CR with a numeric amount on an account that is on
      *          the chart of accounts and active (GLACHECK), and the
      *          debits must equal the credits. Each journal posted
      *          is logged on GLPOSTLG.DAT by name and run date, and
      *          a journal already on the log is never posted again,
      *          so a rerun step cannot double the balances. Holds
      *          the GLBAL run lock while it works. RETURN-CODE 0
      *          posted (or already posted), 4 no journal to post, 8
      *          the journal failed its proof, the lock was refused,
      *          or the balance table overflowed - nothing posted.
      *          TrialBal reports the balances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlJournalFile ASSIGN TO DYNAMIC JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlBalanceFileStatus.
           SELECT PostingLogFile ASSIGN TO "GLPOSTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostingLogFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  GlJournalFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "GLJRNL.cpy".
       FD  GlBalanceFile
           RECORD CONTAINS 47 CHARACTERS.
           COPY "GLBAL.cpy".
       FD  PostingLogFile
           RECORD CONTAINS 62 CHARACTERS.
       01 PostingLogRecord.
           02 LogJournalName           PIC X(8).
           02 LogSpace1                PIC X.
           02 LogJournalRunDate        PIC 9(8).
           02 LogSpace2                PIC X.
           02 LogLineCount             PIC 9(5).
           02 LogSpace3                PIC X.
           02 LogDebitTotal            PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           02 LogSpace4                PIC X.
           02 LogCreditTotal           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           02 LogSpace5                PIC X.
           02 LogPostedDate            PIC 9(8).
       WORKING-STORAGE SECTION.
       01 GlJournalFileStatus      PIC XX.
           88 GlJournalFileOK      VALUE "00".
       01 GlBalanceFileStatus      PIC XX.
           88 GlBalanceFileOK      VALUE "00".
           88 GlBalanceFileNew     VALUE "35".
       01 PostingLogFileStatus     PIC XX.
           88 PostingLogFileOK     VALUE "00".
           88 PostingLogFileNew    VALUE "35".
       01 JournalEndSwitch         PIC X VALUE "N".
           88 EndOfJournal         VALUE "Y".
       01 BalanceEndSwitch         PIC X VALUE "N".
           88 EndOfBalances        VALUE "Y".
       01 PostingLogEndSwitch      PIC X VALUE "N".
           88 EndOfPostingLog      VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 GlPostParm               PIC X(40).
       01 JournalName              PIC X(8).
       01 JournalFileName          PIC X(12).
       01 PostingRunDate           PIC 9(8) VALUE ZEROS.
       01 PostingRunDateSplit REDEFINES PostingRunDate.
           02 PostingPeriod        PIC 9(6).
           02 FILLER               PIC 99.
      *    The date the balances are posted under: the journal's own
      *    run date unless that falls in a closed fiscal period.
       01 BalanceDate              PIC 9(8) VALUE ZEROS.
       01 BalanceDateSplit REDEFINES BalanceDate.
           02 BalancePeriod        PIC 9(6).
           02 FILLER               PIC 99.
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       01 PostFailedSwitch         PIC X VALUE "N".
           88 PostFailed           VALUE "Y".
       01 NoJournalSwitch          PIC X VALUE "N".
           88 NoJournalToPost      VALUE "Y".
       01 AlreadyPostedSwitch      PIC X VALUE "N".
           88 JournalAlreadyPosted VALUE "Y".
       01 PostingLineCount         PIC 9(5) VALUE ZEROS.
       01 RejectedLineCount        PIC 9(5) VALUE ZEROS.
       01 TotalDebits              PIC S9(11)V99 VALUE ZEROS.
       01 TotalCredits             PIC S9(11)V99 VALUE ZEROS.
       01 AcctCheckFoundFlag       PIC X.
           88 AccountOnChart       VALUE "Y".
       01 AcctCheckActiveFlag      PIC X.
           88 AccountActive        VALUE "Y".
       01 AcctCheckType            PIC X.
       01 AcctCheckDescription     PIC X(30).
      *----------------------------------------------------------------
      * GLBAL.DAT is held whole while the journal is applied and
      * written back only once every line has found its place; it
      * is never rewritten from an overflowed table.
      *----------------------------------------------------------------
       01 BalanceTable.
           02 BalanceEntry OCCURS 3000 TIMES
               INDEXED BY BalanceIdx.
               03 TableAccountCode  PIC X(10).
               03 TablePeriod       PIC 9(6).
               03 TableDebitTotal   PIC S9(11)V99.
               03 TableCreditTotal  PIC S9(11)V99.
       01 BalanceEntryCount        PIC 9(4) VALUE ZEROS.
       01 BalanceFoundSwitch       PIC X.
           88 BalanceRowFound      VALUE "Y".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "GLBAL".
       01 LockHolderName           PIC X(8) VALUE "GLPOST".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "GLPOST".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           IF NOT PostFailed
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
               IF LockGranted
                   PERFORM 2000-POST-JOURNAL
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       LockHolderName LockResult
               ELSE
                   SET PostFailed TO TRUE
                   DISPLAY "*** GL balances are in use - journal "
                           "not posted ***"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * The journal's name comes on the command line; each journal
      * stamps its own job name (GP and the first six characters of
      * the journal name) so the restart gate can tell one posting
      * step from the other.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE SPACES TO GlPostParm
           ACCEPT GlPostParm FROM COMMAND-LINE
           MOVE SPACES TO JournalName
           UNSTRING GlPostParm DELIMITED BY ALL SPACES
               INTO JournalName
           END-UNSTRING
           IF JournalName = SPACES
               SET PostFailed TO TRUE
               DISPLAY "*** No journal named on the command line "
                       "- nothing posted ***"
           ELSE
               MOVE SPACES TO JournalFileName
               STRING JournalName DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO JournalFileName
               END-STRING
               MOVE SPACES TO JobStampJobName
               STRING "GP" DELIMITED BY SIZE
                      JournalName (1:6) DELIMITED BY SPACE
                   INTO JobStampJobName
               END-STRING
           END-IF.

       2000-POST-JOURNAL.
           PERFORM 2100-PROVE-JOURNAL
           IF NOT PostFailed
               AND NOT NoJournalToPost
               PERFORM 2200-CHECK-POSTING-LOG
           END-IF
           IF NOT PostFailed
               AND NOT NoJournalToPost
               AND NOT JournalAlreadyPosted
               PERFORM 2250-CHECK-POSTING-PERIOD
           END-IF
           IF NOT PostFailed
               AND NOT NoJournalToPost
               AND NOT JournalAlreadyPosted
               PERFORM 2300-LOAD-BALANCES
               IF NOT PostFailed
                   PERFORM 2400-APPLY-JOURNAL
               END-IF
               IF NOT PostFailed
                   PERFORM 2500-REWRITE-BALANCES
                   PERFORM 2600-LOG-POSTING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * First pass: every posting line (anything but the BATCH
      * header) is checked and totalled. One bad line, or debits
      * that do not equal the credits, and nothing is posted.
      *----------------------------------------------------------------
       2100-PROVE-JOURNAL.
           OPEN INPUT GlJournalFile
           IF GlJournalFileOK
               MOVE "N" TO JournalEndSwitch
               PERFORM 2110-READ-JOURNAL-RECORD
               PERFORM 2120-PROVE-JOURNAL-LINE
                   UNTIL EndOfJournal
               CLOSE GlJournalFile
           ELSE
               SET NoJournalToPost TO TRUE
               DISPLAY "*** Journal " JournalFileName
                       " not available - nothing posted ***"
           END-IF
           EVALUATE TRUE
               WHEN NoJournalToPost
                   CONTINUE
               WHEN RejectedLineCount > ZERO
                   SET PostFailed TO TRUE
                   DISPLAY "*** " RejectedLineCount " journal line(s) "
                           "refused - journal not posted ***"
               WHEN PostingLineCount = ZERO
                   SET NoJournalToPost TO TRUE
                   DISPLAY "Journal " JournalFileName
                           " has no posting lines - nothing posted"
               WHEN TotalDebits NOT = TotalCredits
                   SET PostFailed TO TRUE
                   DISPLAY "*** Journal does not balance: DR "
                           TotalDebits " CR " TotalCredits
                           " - not posted ***"
               WHEN PostingRunDate = ZEROS
                   SET PostFailed TO TRUE
                   DISPLAY "*** Journal carries no run date - "
                           "not posted ***"
           END-EVALUATE.

       2110-READ-JOURNAL-RECORD.
           READ GlJournalFile
               AT END SET EndOfJournal TO TRUE
           END-READ.

       2120-PROVE-JOURNAL-LINE.
           IF PostingRunDate = ZEROS
               AND JournalRunDate NUMERIC
               MOVE JournalRunDate
                   TO PostingRunDate
           END-IF
           IF JournalLineType NOT = "BATCH"
               ADD 1 TO PostingLineCount
               CALL "GLACHECK" USING JournalAccountCode
                   AcctCheckFoundFlag AcctCheckActiveFlag
                   AcctCheckType AcctCheckDescription
               EVALUATE TRUE
                   WHEN JournalAmount NOT NUMERIC
                       ADD 1 TO RejectedLineCount
                       DISPLAY "*** Line " PostingLineCount
                               " amount is not numeric ***"
                   WHEN JournalDrCrFlag NOT = "DR"
                       AND JournalDrCrFlag NOT = "CR"
                       ADD 1 TO RejectedLineCount
                       DISPLAY "*** Line " PostingLineCount
                               " is neither DR nor CR ***"
                   WHEN NOT AccountOnChart
                       ADD 1 TO RejectedLineCount
                       DISPLAY "*** Account " JournalAccountCode
                               " is not on the chart of accounts ***"
                   WHEN NOT AccountActive
                       ADD 1 TO RejectedLineCount
                       DISPLAY "*** Account " JournalAccountCode
                               " is not active for posting ***"
                   WHEN JournalDrCrFlag = "DR"
                       ADD JournalAmount TO TotalDebits
                   WHEN OTHER
                       ADD JournalAmount TO TotalCredits
               END-EVALUATE
           END-IF
           PERFORM 2110-READ-JOURNAL-RECORD.

       2200-CHECK-POSTING-LOG.
           OPEN INPUT PostingLogFile
           IF PostingLogFileOK
               PERFORM 2210-READ-POSTING-LOG
               PERFORM 2220-MATCH-POSTING-LOG
                   UNTIL EndOfPostingLog OR JournalAlreadyPosted
               CLOSE PostingLogFile
           END-IF
           IF JournalAlreadyPosted
               DISPLAY "Journal " JournalName " for "
                       PostingRunDate
                       " was posted on " LogPostedDate
                       " - not posted again"
           END-IF.

       2210-READ-POSTING-LOG.
           READ PostingLogFile
               AT END SET EndOfPostingLog TO TRUE
           END-READ.

       2220-MATCH-POSTING-LOG.
           IF LogJournalName = JournalName
               AND LogJournalRunDate =
                   PostingRunDate
               SET JournalAlreadyPosted TO TRUE
           ELSE
               PERFORM 2210-READ-POSTING-LOG
           END-IF.

      *----------------------------------------------------------------
      * A journal dated in a fiscal period finance has closed may
      * not change that period's balances: it posts to the period
      * of the first day of the next open period, and with no later
      * period open it is not posted. The log still carries the
      * journal's own date, so it is never posted twice.
      *----------------------------------------------------------------
       2250-CHECK-POSTING-PERIOD.
           MOVE PostingRunDate TO BalanceDate
           MOVE PostingRunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET PostFailed TO TRUE
                   DISPLAY "*** Journal dated " PostingRunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - not "
                           "posted ***"
               WHEN OTHER
                   MOVE PerCheckPostingDate TO BalanceDate
                   DISPLAY "Journal dated " PostingRunDate
                           " is in closed period " PerCheckPeriodId
                           " - posted as of " BalanceDate
           END-EVALUATE.

       2300-LOAD-BALANCES.
           MOVE ZEROS TO BalanceEntryCount
           OPEN INPUT GlBalanceFile
           IF GlBalanceFileOK
               PERFORM 2310-READ-BALANCE-RECORD
               PERFORM 2320-STORE-BALANCE-RECORD
                   UNTIL EndOfBalances
               CLOSE GlBalanceFile
           END-IF.

       2310-READ-BALANCE-RECORD.
           READ GlBalanceFile
               AT END SET EndOfBalances TO TRUE
           END-READ.

       2320-STORE-BALANCE-RECORD.
           IF BalanceEntryCount < 3000
               ADD 1 TO BalanceEntryCount
               MOVE BalAccountCode
                   TO TableAccountCode (BalanceEntryCount)
               MOVE BalPeriod TO TablePeriod (BalanceEntryCount)
               MOVE BalDebitTotal
                   TO TableDebitTotal (BalanceEntryCount)
               MOVE BalCreditTotal
                   TO TableCreditTotal (BalanceEntryCount)
           ELSE
               SET PostFailed TO TRUE
               DISPLAY "*** GL balance table full - balances "
                       "NOT updated ***"
           END-IF
           PERFORM 2310-READ-BALANCE-RECORD.

      *----------------------------------------------------------------
      * Second pass: each posting line adds to its account's row for
      * the journal's period, a new row being started the first time
      * an account posts in a period.
      *----------------------------------------------------------------
       2400-APPLY-JOURNAL.
           OPEN INPUT GlJournalFile
           MOVE "N" TO JournalEndSwitch
           PERFORM 2110-READ-JOURNAL-RECORD
           PERFORM 2410-APPLY-JOURNAL-LINE
               UNTIL EndOfJournal OR PostFailed
           CLOSE GlJournalFile.

       2410-APPLY-JOURNAL-LINE.
           IF JournalLineType NOT = "BATCH"
               MOVE "N" TO BalanceFoundSwitch
               SET BalanceIdx TO 1
               PERFORM 2420-SEARCH-BALANCE-ROW
                   UNTIL BalanceRowFound
                      OR BalanceIdx > BalanceEntryCount
               IF NOT BalanceRowFound
                   PERFORM 2430-ADD-BALANCE-ROW
               END-IF
               IF BalanceRowFound
                   IF JournalDrCrFlag = "DR"
                       ADD JournalAmount
                           TO TableDebitTotal (BalanceIdx)
                   ELSE
                       ADD JournalAmount
                           TO TableCreditTotal (BalanceIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM 2110-READ-JOURNAL-RECORD.

       2420-SEARCH-BALANCE-ROW.
           IF TableAccountCode (BalanceIdx) = JournalAccountCode
               AND TablePeriod (BalanceIdx) = BalancePeriod
               SET BalanceRowFound TO TRUE
           ELSE
               SET BalanceIdx UP BY 1
           END-IF.

       2430-ADD-BALANCE-ROW.
           IF BalanceEntryCount < 3000
               ADD 1 TO BalanceEntryCount
               SET BalanceIdx TO BalanceEntryCount
               MOVE JournalAccountCode
                   TO TableAccountCode (BalanceIdx)
               MOVE BalancePeriod TO TablePeriod (BalanceIdx)
               MOVE ZEROS TO TableDebitTotal (BalanceIdx)
               MOVE ZEROS TO TableCreditTotal (BalanceIdx)
               SET BalanceRowFound TO TRUE
           ELSE
               SET PostFailed TO TRUE
               DISPLAY "*** GL balance table full - journal NOT "
                       "posted ***"
           END-IF.

       2500-REWRITE-BALANCES.
           OPEN OUTPUT GlBalanceFile
           PERFORM 2510-WRITE-BALANCE-ROW
               VARYING BalanceIdx FROM 1 BY 1
               UNTIL BalanceIdx > BalanceEntryCount
           CLOSE GlBalanceFile.

       2510-WRITE-BALANCE-ROW.
           INITIALIZE GlBalanceRecord
           MOVE TableAccountCode (BalanceIdx) TO BalAccountCode
           MOVE TablePeriod (BalanceIdx) TO BalPeriod
           MOVE TableDebitTotal (BalanceIdx) TO BalDebitTotal
           MOVE TableCreditTotal (BalanceIdx) TO BalCreditTotal
           WRITE GlBalanceRecord.

       2600-LOG-POSTING.
           OPEN EXTEND PostingLogFile
           IF PostingLogFileNew
               OPEN OUTPUT PostingLogFile
           END-IF
           INITIALIZE PostingLogRecord
           MOVE JournalName TO LogJournalName
           MOVE PostingRunDate
               TO LogJournalRunDate
           MOVE PostingLineCount TO LogLineCount
           MOVE TotalDebits TO LogDebitTotal
           MOVE TotalCredits TO LogCreditTotal
           MOVE RunDate TO LogPostedDate
           WRITE PostingLogRecord
           CLOSE PostingLogFile
           DISPLAY "Journal " JournalName " for "
                   PostingRunDate
                   " posted to period " BalancePeriod.

       9000-TERMINATE.
           DISPLAY "Journal posting lines = " PostingLineCount
           DISPLAY "Total debits          = " TotalDebits
           DISPLAY "Total credits         = " TotalCredits
           EVALUATE TRUE
               WHEN PostFailed
                   DISPLAY "*** GL POSTING FAILED - balances not "
                           "updated ***"
                   MOVE 8 TO RETURN-CODE
               WHEN NoJournalToPost
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           IF JournalAlreadyPosted
               MOVE ZEROS TO JobStampRecordCount
           ELSE
               MOVE PostingLineCount TO JobStampRecordCount
           END-IF
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM GlPost.
