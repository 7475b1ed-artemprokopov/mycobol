      ******************************************************************
      * Author: Artem Prokopov
      * Date: 05/10/2026
      * Purpose: Fiscal-period maintenance in the AcctMaint mold.
      *          FISCPER.DAT (layout FISCPER.cpy) says which dates
      *          belong to which fiscal period and whether that period
      *          is still open for posting - every money-posting
      *          program asks PERIODCHK before it posts, and
      *          PeriodClose closes a period once finance has
      *          reported it. This SIGNON-gated program, open only to
      *          operators authorized for FISCPER, defines new periods
      *          (fiscal year, period 01-13, first and last date, no
      *          overlap with a period already defined; a new period
      *          is open) and lists the file. A closed period is
      *          never reopened here: the reopening is queued on
      *          PENDAPPR.DAT (FISCPER REOPEN, keyed by the period id)
      *          and only takes effect when a second, different
      *          supervisor approves it through Approve. Before/after
      *          images go to AUDITLOG under the operator's signed-on
      *          ID. The file is loaded to a table, rewritten when
      *          anything changed, and a missing file starts empty so
      *          the first year can be keyed. Honors training mode
      *          (TESTFPER.DAT, TESTPEND.DAT) and holds the FISCPER
      *          run lock while it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile
               ASSIGN TO DYNAMIC PeriodFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodFileStatus.
           SELECT PendingApprovalFile
               ASSIGN TO DYNAMIC PendingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingApprovalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PeriodFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "FISCPER.cpy".
       FD  PendingApprovalFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "PENDAPPR.cpy".
       WORKING-STORAGE SECTION.
       01 PeriodFileStatus         PIC XX.
           88 PeriodFileOK         VALUE "00".
           88 PeriodFileNew        VALUE "35".
       01 PeriodEndSwitch          PIC X VALUE "N".
           88 EndOfPeriodFile      VALUE "Y".
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 PendingApprovalFileNew VALUE "35".
       01 PendingScanEndSwitch     PIC X VALUE "N".
           88 EndOfPendingScan     VALUE "Y".
       01 PeriodTable.
           02 PeriodEntry OCCURS 200 TIMES
               INDEXED BY PeriodIdx.
               03 TablePeriodId     PIC X(6).
               03 TableStartDate    PIC 9(8).
               03 TableEndDate      PIC 9(8).
               03 TableStatus       PIC X.
               03 TableStatusDate   PIC 9(8).
               03 TableStatusBy     PIC X(10).
       01 PeriodEntryCount         PIC 9(3) VALUE ZEROS.
       01 PeriodOverflowSwitch     PIC X VALUE "N".
           88 PeriodTableOverflowed VALUE "Y".
       01 PeriodFoundSwitch        PIC X.
           88 PeriodFound          VALUE "Y".
       01 OverlapSwitch            PIC X.
           88 PeriodOverlaps       VALUE "Y".
       01 PeriodFileUsableSwitch   PIC X VALUE "N".
           88 PeriodFileUsable     VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 ReopenQueuedSwitch       PIC X.
           88 ReopenAlreadyQueued  VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionReopen    VALUE "R".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredPeriodId.
           02 EnteredFiscalYear    PIC X(4).
           02 EnteredPeriodNo      PIC XX.
       01 EnteredStartText         PIC X(8).
       01 EnteredEndText           PIC X(8).
       01 EnteredStartDate         PIC 9(8).
       01 EnteredEndDate           PIC 9(8).
       01 DateCheckWork.
           02 DateCheckYear        PIC 9(4).
           02 DateCheckMonth       PIC 99.
               88 DateMonthValid   VALUE 1 THRU 12.
           02 DateCheckDay         PIC 99.
               88 DateDayValid     VALUE 1 THRU 31.
       01 DateCheckText REDEFINES DateCheckWork PIC X(8).
       01 DateValidSwitch          PIC X.
           88 DateValid            VALUE "Y".
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 QueuedActionCount        PIC 9(5) VALUE ZEROS.
       01 NextPendingSeq           PIC 9(5).
       01 RunDate                  PIC 9(8).
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 PeriodMaintAuthorized VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "FISCPER".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "FISCPER".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 PeriodFileName           PIC X(12)
           VALUE "FISCPER.DAT".
       01 PendingFileName          PIC X(12)
           VALUE "PENDAPPR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTFPER.DAT" TO PeriodFileName
               MOVE "TESTPEND.DAT" TO PendingFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING OperatorId AuditProgramName
                   AuthCheckResult
               IF NOT PeriodMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "the fiscal periods ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Fiscal period file is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               ACCEPT RunDate FROM DATE YYYYMMDD
               PERFORM 1000-LOAD-PERIODS
               IF PeriodFileUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-PERIODS
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
                   IF QueuedActionCount > ZERO
                       DISPLAY QueuedActionCount
                               " reopening(s) queued for approval"
                   END-IF
               ELSE
                   DISPLAY "*** Fiscal period file not available - "
                           "run terminated ***"
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

       1000-LOAD-PERIODS.
           MOVE ZEROS TO PeriodEntryCount
           OPEN INPUT PeriodFile
           EVALUATE TRUE
               WHEN PeriodFileOK
                   SET PeriodFileUsable TO TRUE
                   PERFORM 1100-READ-PERIOD-RECORD
                   PERFORM 1200-STORE-PERIOD-RECORD
                       UNTIL EndOfPeriodFile
                   CLOSE PeriodFile
               WHEN PeriodFileNew
                   SET PeriodFileUsable TO TRUE
                   DISPLAY "Fiscal period file is empty - starting "
                           "a new file"
           END-EVALUATE.

       1100-READ-PERIOD-RECORD.
           READ PeriodFile
               AT END SET EndOfPeriodFile TO TRUE
           END-READ.

       1200-STORE-PERIOD-RECORD.
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
               DISPLAY "*** Period table full - period "
                       FpPeriodId " not loaded ***"
           END-IF
           PERFORM 1100-READ-PERIOD-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd period (R)eopen (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd     PERFORM 3000-ADD-PERIOD
               WHEN MaintActionReopen  PERFORM 4000-REQUEST-REOPEN
               WHEN MaintActionList    PERFORM 5000-LIST-PERIODS
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-PERIOD-ID.
           DISPLAY "Enter the fiscal year (yyyy) - "
                   WITH NO ADVANCING
           ACCEPT EnteredFiscalYear
           DISPLAY "Enter the period number (01-13) - "
                   WITH NO ADVANCING
           ACCEPT EnteredPeriodNo
           MOVE "N" TO PeriodFoundSwitch
           SET PeriodIdx TO 1
           PERFORM 2110-SEARCH-PERIOD-ENTRY
               UNTIL PeriodFound OR PeriodIdx > PeriodEntryCount.

       2110-SEARCH-PERIOD-ENTRY.
           IF TablePeriodId (PeriodIdx) = EnteredPeriodId
               SET PeriodFound TO TRUE
           ELSE
               SET PeriodIdx UP BY 1
           END-IF.

       2200-PROMPT-PERIOD-DATES.
           DISPLAY "Enter the first date (yyyymmdd) - "
                   WITH NO ADVANCING
           ACCEPT EnteredStartText
           DISPLAY "Enter the last date (yyyymmdd) - "
                   WITH NO ADVANCING
           ACCEPT EnteredEndText.

       2300-CHECK-DATE-TEXT.
           MOVE "N" TO DateValidSwitch
           IF DateCheckText NUMERIC
               IF DateMonthValid AND DateDayValid
                   SET DateValid TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * No date may belong to two periods - PERIODCHK would take the
      * first it found and the close would stamp the wrong one.
      *----------------------------------------------------------------
       2400-CHECK-OVERLAP.
           MOVE "N" TO OverlapSwitch
           PERFORM 2410-CHECK-ONE-OVERLAP
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodEntryCount.

       2410-CHECK-ONE-OVERLAP.
           IF EnteredStartDate <= TableEndDate (PeriodIdx)
               AND EnteredEndDate >= TableStartDate (PeriodIdx)
               SET PeriodOverlaps TO TRUE
               DISPLAY "*** Dates overlap period "
                       TablePeriodId (PeriodIdx) " ("
                       TableStartDate (PeriodIdx) " - "
                       TableEndDate (PeriodIdx) ") ***"
           END-IF.

       3000-ADD-PERIOD.
           PERFORM 2100-PROMPT-PERIOD-ID
           EVALUATE TRUE
               WHEN EnteredFiscalYear NOT NUMERIC
                   OR EnteredPeriodNo NOT NUMERIC
                   OR EnteredPeriodNo = "00"
                   OR EnteredPeriodNo > "13"
                   DISPLAY "*** Year must be four digits and the "
                           "period 01 to 13 ***"
               WHEN PeriodFound
                   DISPLAY "*** Period already defined ***"
               WHEN PeriodEntryCount >= 200
                   DISPLAY "*** Fiscal period file is full ***"
               WHEN OTHER
                   PERFORM 3100-ADD-PERIOD-DATES
           END-EVALUATE.

       3100-ADD-PERIOD-DATES.
           PERFORM 2200-PROMPT-PERIOD-DATES
           MOVE EnteredStartText TO DateCheckText
           PERFORM 2300-CHECK-DATE-TEXT
           IF DateValid
               MOVE EnteredStartText TO EnteredStartDate
               MOVE EnteredEndText TO DateCheckText
               PERFORM 2300-CHECK-DATE-TEXT
           END-IF
           IF DateValid
               MOVE EnteredEndText TO EnteredEndDate
               IF EnteredStartDate > EnteredEndDate
                   DISPLAY "*** First date is after the last "
                           "date ***"
               ELSE
                   PERFORM 2400-CHECK-OVERLAP
                   IF NOT PeriodOverlaps
                       PERFORM 3200-STORE-NEW-PERIOD
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** Dates must be yyyymmdd ***"
           END-IF.

       3200-STORE-NEW-PERIOD.
           ADD 1 TO PeriodEntryCount
           SET PeriodIdx TO PeriodEntryCount
           MOVE EnteredPeriodId TO TablePeriodId (PeriodIdx)
           MOVE EnteredStartDate TO TableStartDate (PeriodIdx)
           MOVE EnteredEndDate TO TableEndDate (PeriodIdx)
           MOVE "O" TO TableStatus (PeriodIdx)
           MOVE RunDate TO TableStatusDate (PeriodIdx)
           MOVE OperatorId TO TableStatusBy (PeriodIdx)
           MOVE "ADDED" TO AuditValueEntered
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 7000-LOG-AFTER-IMAGE
           SET MasterChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           DISPLAY "Period " EnteredPeriodId " added - open".

      *----------------------------------------------------------------
      * Reopening a reported period changes numbers finance has
      * already given out, so it is never done on one person's say:
      * it goes on the two-person queue, once per period.
      *----------------------------------------------------------------
       4000-REQUEST-REOPEN.
           PERFORM 2100-PROMPT-PERIOD-ID
           EVALUATE TRUE
               WHEN NOT PeriodFound
                   DISPLAY "*** Period not defined ***"
               WHEN TableStatus (PeriodIdx) NOT = "C"
                   DISPLAY "*** Period is not closed ***"
               WHEN OTHER
                   PERFORM 4100-CHECK-REOPEN-QUEUED
                   IF ReopenAlreadyQueued
                       DISPLAY "*** Reopening of this period is "
                               "already awaiting approval ***"
                   ELSE
                       PERFORM 4500-QUEUE-REOPEN-APPROVAL
                   END-IF
           END-EVALUATE.

       4100-CHECK-REOPEN-QUEUED.
           MOVE "N" TO ReopenQueuedSwitch
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 4110-NOTE-QUEUED-REOPEN
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF.

       4110-NOTE-QUEUED-REOPEN.
           IF PendTargetFile = "FISCPER"
               AND PendActionCode = "REOPEN"
               AND PendStatus = "P"
               AND PendKeyValue (1:6) = EnteredPeriodId
               SET ReopenAlreadyQueued TO TRUE
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

      *----------------------------------------------------------------
      * The sequence scan below READs the pending file through the
      * same record area this WRITE uses, so every field is moved in
      * AFTER the scan, never before it.
      *----------------------------------------------------------------
       4500-QUEUE-REOPEN-APPROVAL.
           PERFORM 6600-NEXT-PENDING-SEQ
           OPEN EXTEND PendingApprovalFile
           IF PendingApprovalFileNew
               OPEN OUTPUT PendingApprovalFile
           END-IF
           INITIALIZE PendingApprovalRecord
           MOVE NextPendingSeq TO PendSeqNumber
           MOVE "FISCPER" TO PendTargetFile
           MOVE "REOPEN" TO PendActionCode
           MOVE EnteredPeriodId TO PendKeyValue
           MOVE TableStartDate (PeriodIdx) TO PendNewValue1
           MOVE TableEndDate (PeriodIdx) TO PendNewValue2
           MOVE OperatorId TO PendRequestedBy
           MOVE RunDate TO PendRequestDate
           MOVE "P" TO PendStatus
           MOVE SPACES TO PendDecidedBy
           WRITE PendingApprovalRecord
           CLOSE PendingApprovalFile
           ADD 1 TO QueuedActionCount
           MOVE "REOPEN-QUEUED" TO AuditFieldName
           PERFORM 7500-BUILD-RECORD-IMAGE
           PERFORM 8900-CALL-AUDITLOG
           DISPLAY "Reopening queued for approval as pending number "
                   NextPendingSeq.

       5000-LIST-PERIODS.
           DISPLAY "PERIOD FIRST    LAST     S CHANGED  BY"
           PERFORM 5100-LIST-ONE-PERIOD
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodEntryCount.

       5100-LIST-ONE-PERIOD.
           DISPLAY TablePeriodId (PeriodIdx) " "
                   TableStartDate (PeriodIdx) " "
                   TableEndDate (PeriodIdx) " "
                   TableStatus (PeriodIdx) " "
                   TableStatusDate (PeriodIdx) " "
                   TableStatusBy (PeriodIdx).

       6600-NEXT-PENDING-SEQ.
           MOVE ZEROS TO NextPendingSeq
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6610-READ-PENDING-RECORD
               PERFORM 6620-NOTE-PENDING-SEQ
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           ADD 1 TO NextPendingSeq.

       6610-READ-PENDING-RECORD.
           READ PendingApprovalFile
               AT END SET EndOfPendingScan TO TRUE
           END-READ.

       6620-NOTE-PENDING-SEQ.
           IF PendSeqNumber NUMERIC
               AND PendSeqNumber > NextPendingSeq
               MOVE PendSeqNumber TO NextPendingSeq
           END-IF
           PERFORM 6610-READ-PENDING-RECORD.

       7000-LOG-AFTER-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7500-BUILD-RECORD-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TablePeriodId (PeriodIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableStartDate (PeriodIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableEndDate (PeriodIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableStatus (PeriodIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the period file from an overflowed table - the
      * periods past the table cap were not loaded, and writing the
      * table back would delete them.
      *----------------------------------------------------------------
       8000-REWRITE-PERIODS.
           IF PeriodTableOverflowed
               DISPLAY "*** Fiscal period file has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT PeriodFile
               PERFORM 8100-WRITE-PERIOD-ENTRY
                   VARYING PeriodIdx FROM 1 BY 1
                   UNTIL PeriodIdx > PeriodEntryCount
               CLOSE PeriodFile
               DISPLAY "Fiscal period file rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-PERIOD-ENTRY.
           INITIALIZE FiscalPeriodRecord
           MOVE TablePeriodId (PeriodIdx)   TO FpPeriodId
           MOVE TableStartDate (PeriodIdx)  TO FpStartDate
           MOVE TableEndDate (PeriodIdx)    TO FpEndDate
           MOVE TableStatus (PeriodIdx)     TO FpStatus
           MOVE TableStatusDate (PeriodIdx) TO FpStatusDate
           MOVE TableStatusBy (PeriodIdx)   TO FpStatusBy
           WRITE FiscalPeriodRecord.
       END PROGRAM PeriodMaint.
