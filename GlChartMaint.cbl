      ******************************************************************
      * Author: Artem Prokopov
      * Date: 04/10/2026
      * Purpose: Chart-of-accounts maintenance in the AcctMaint mold.
      *          GLCHART.DAT (layout GLCHART.cpy) decides which
      *          accounts the night's journals may post to - GlExtract
      *          and CashJrnl check every line against it through
      *          GLACHECK, and GlPost and TrialBal read it. This
      *          SIGNON-gated program, open only to operators
      *          authorized for GLCHART, adds accounts (non-blank
      *          code, no duplicates, a description, a type of A
      *          asset, L liability, Q equity, R revenue or E
      *          expense), changes an account's description or type,
      *          and deactivates or reactivates it - an account is
      *          never deleted, since its balances stay on the
      *          ledger. Before/after images go to AUDITLOG under the
      *          operator's signed-on ID. The chart is loaded to a
      *          table, rewritten when anything changed, and a
      *          missing chart starts empty so the first accounts can
      *          be keyed. Honors training mode (TESTGLCH.DAT) and
      *          holds the GLCHART run lock while it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlChartMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile
               ASSIGN TO DYNAMIC ChartFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile
           RECORD CONTAINS 45 CHARACTERS.
           COPY "GLCHART.cpy".
       WORKING-STORAGE SECTION.
       01 ChartFileStatus          PIC XX.
           88 ChartFileOK          VALUE "00".
           88 ChartFileNew         VALUE "35".
       01 ChartEndSwitch           PIC X VALUE "N".
           88 EndOfChart           VALUE "Y".
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES
               INDEXED BY AccountIdx.
               03 TableAccountCode  PIC X(10).
               03 TableDescription  PIC X(30).
               03 TableAccountType  PIC X.
               03 TableActiveFlag   PIC X.
       01 AccountEntryCount        PIC 9(3) VALUE ZEROS.
       01 AccountOverflowSwitch    PIC X VALUE "N".
           88 AccountTableOverflowed VALUE "Y".
       01 AccountFoundSwitch       PIC X.
           88 AccountFound         VALUE "Y".
       01 ChartUsableSwitch        PIC X VALUE "N".
           88 ChartUsable          VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionDeactivate VALUE "D".
           88 MaintActionReactivate VALUE "R".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredAccountCode       PIC X(10).
       01 EnteredDescription       PIC X(30).
       01 EnteredAccountType       PIC X.
           88 EnteredTypeValid     VALUE "A" "L" "Q" "R" "E".
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 ChartMaintAuthorized VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "GLCHART".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "GLCHART".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ChartFileName            PIC X(12)
           VALUE "GLCHART.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTGLCH.DAT" TO ChartFileName
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
               IF NOT ChartMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "the chart of accounts ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Chart of accounts is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-LOAD-CHART
               IF ChartUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-CHART
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Chart of accounts not available - "
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

       1000-LOAD-CHART.
           MOVE ZEROS TO AccountEntryCount
           OPEN INPUT ChartFile
           EVALUATE TRUE
               WHEN ChartFileOK
                   SET ChartUsable TO TRUE
                   PERFORM 1100-READ-CHART-RECORD
                   PERFORM 1200-STORE-CHART-RECORD
                       UNTIL EndOfChart
                   CLOSE ChartFile
               WHEN ChartFileNew
                   SET ChartUsable TO TRUE
                   DISPLAY "Chart of accounts is empty - starting "
                           "a new chart"
           END-EVALUATE.

       1100-READ-CHART-RECORD.
           READ ChartFile
               AT END SET EndOfChart TO TRUE
           END-READ.

       1200-STORE-CHART-RECORD.
           IF AccountEntryCount < 500
               ADD 1 TO AccountEntryCount
               MOVE ChartAccountCode
                   TO TableAccountCode (AccountEntryCount)
               MOVE ChartDescription
                   TO TableDescription (AccountEntryCount)
               MOVE ChartAccountType
                   TO TableAccountType (AccountEntryCount)
               IF ChartAccountInactive
                   MOVE "N" TO TableActiveFlag (AccountEntryCount)
               ELSE
                   MOVE "Y" TO TableActiveFlag (AccountEntryCount)
               END-IF
           ELSE
               SET AccountTableOverflowed TO TRUE
               DISPLAY "*** Account table full - record for "
                       ChartAccountCode " not loaded ***"
           END-IF
           PERFORM 1100-READ-CHART-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (D)eactivate "
                   "(R)eactivate (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd     PERFORM 3000-ADD-ACCOUNT
               WHEN MaintActionChange  PERFORM 4000-CHANGE-ACCOUNT
               WHEN MaintActionDeactivate
                   PERFORM 4500-DEACTIVATE-ACCOUNT
               WHEN MaintActionReactivate
                   PERFORM 4600-REACTIVATE-ACCOUNT
               WHEN MaintActionList    PERFORM 5000-LIST-ACCOUNTS
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-ACCOUNT-CODE.
           DISPLAY "Enter the account code - " WITH NO ADVANCING
           ACCEPT EnteredAccountCode
           MOVE "N" TO AccountFoundSwitch
           SET AccountIdx TO 1
           PERFORM 2110-SEARCH-ACCOUNT-ENTRY
               UNTIL AccountFound OR AccountIdx > AccountEntryCount.

       2110-SEARCH-ACCOUNT-ENTRY.
           IF TableAccountCode (AccountIdx) = EnteredAccountCode
               SET AccountFound TO TRUE
           ELSE
               SET AccountIdx UP BY 1
           END-IF.

       2200-PROMPT-DESCRIPTION.
           DISPLAY "Enter the description - " WITH NO ADVANCING
           ACCEPT EnteredDescription.

       2300-PROMPT-ACCOUNT-TYPE.
           DISPLAY "Enter the type - (A)sset (L)iability e(Q)uity "
                   "(R)evenue (E)xpense - " WITH NO ADVANCING
           ACCEPT EnteredAccountType.

       3000-ADD-ACCOUNT.
           PERFORM 2100-PROMPT-ACCOUNT-CODE
           EVALUATE TRUE
               WHEN EnteredAccountCode = SPACES
                   DISPLAY "*** Account code may not be blank ***"
               WHEN AccountFound
                   DISPLAY "*** Account code already on the chart ***"
               WHEN AccountEntryCount >= 500
                   DISPLAY "*** Chart of accounts is full ***"
               WHEN OTHER
                   PERFORM 2200-PROMPT-DESCRIPTION
                   PERFORM 2300-PROMPT-ACCOUNT-TYPE
                   EVALUATE TRUE
                       WHEN EnteredDescription = SPACES
                           DISPLAY "*** Description may not be "
                                   "blank ***"
                       WHEN NOT EnteredTypeValid
                           DISPLAY "*** Type must be A, L, Q, R "
                                   "or E ***"
                       WHEN OTHER
                           ADD 1 TO AccountEntryCount
                           SET AccountIdx TO AccountEntryCount
                           MOVE EnteredAccountCode
                               TO TableAccountCode (AccountIdx)
                           MOVE EnteredDescription
                               TO TableDescription (AccountIdx)
                           MOVE EnteredAccountType
                               TO TableAccountType (AccountIdx)
                           MOVE "Y" TO TableActiveFlag (AccountIdx)
                           MOVE "ADDED" TO AuditValueEntered
                           MOVE AuditFieldBefore TO AuditFieldName
                           PERFORM 8900-CALL-AUDITLOG
                           PERFORM 7000-LOG-AFTER-IMAGE
                           SET MasterChanged TO TRUE
                           ADD 1 TO ActionAppliedCount
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------
      * A blank description or type keeps what is on file; a type
      * that is not one of the five is refused and nothing changes.
      *----------------------------------------------------------------
       4000-CHANGE-ACCOUNT.
           PERFORM 2100-PROMPT-ACCOUNT-CODE
           IF AccountFound
               DISPLAY "Current: " TableAccountCode (AccountIdx)
                       " " TableDescription (AccountIdx)
                       " type " TableAccountType (AccountIdx)
                       " active " TableActiveFlag (AccountIdx)
               DISPLAY "(blank = keep)"
               PERFORM 2200-PROMPT-DESCRIPTION
               PERFORM 2300-PROMPT-ACCOUNT-TYPE
               IF EnteredAccountType NOT = SPACE
                   AND NOT EnteredTypeValid
                   DISPLAY "*** Type must be A, L, Q, R or E - "
                           "nothing changed ***"
               ELSE
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   IF EnteredDescription NOT = SPACES
                       MOVE EnteredDescription
                           TO TableDescription (AccountIdx)
                   END-IF
                   IF EnteredAccountType NOT = SPACE
                       MOVE EnteredAccountType
                           TO TableAccountType (AccountIdx)
                   END-IF
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
               END-IF
           ELSE
               DISPLAY "*** Account code not on the chart ***"
           END-IF.

      *----------------------------------------------------------------
      * An inactive account stays on the chart - its balances are
      * still reported - but no journal may post to it.
      *----------------------------------------------------------------
       4500-DEACTIVATE-ACCOUNT.
           PERFORM 2100-PROMPT-ACCOUNT-CODE
           EVALUATE TRUE
               WHEN NOT AccountFound
                   DISPLAY "*** Account code not on the chart ***"
               WHEN TableActiveFlag (AccountIdx) = "N"
                   DISPLAY "*** Account is already inactive ***"
               WHEN OTHER
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   MOVE "N" TO TableActiveFlag (AccountIdx)
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
           END-EVALUATE.

       4600-REACTIVATE-ACCOUNT.
           PERFORM 2100-PROMPT-ACCOUNT-CODE
           EVALUATE TRUE
               WHEN NOT AccountFound
                   DISPLAY "*** Account code not on the chart ***"
               WHEN TableActiveFlag (AccountIdx) = "Y"
                   DISPLAY "*** Account is already active ***"
               WHEN OTHER
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   MOVE "Y" TO TableActiveFlag (AccountIdx)
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
           END-EVALUATE.

       5000-LIST-ACCOUNTS.
           DISPLAY "ACCOUNT    DESCRIPTION                    T A"
           PERFORM 5100-LIST-ONE-ACCOUNT
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountEntryCount.

       5100-LIST-ONE-ACCOUNT.
           DISPLAY TableAccountCode (AccountIdx) " "
                   TableDescription (AccountIdx) " "
                   TableAccountType (AccountIdx) " "
                   TableActiveFlag (AccountIdx).

       7100-LOG-BEFORE-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7000-LOG-AFTER-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7500-BUILD-RECORD-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableAccountCode (AccountIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableAccountType (AccountIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableActiveFlag (AccountIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableDescription (AccountIdx) (1:14)
                      DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the chart from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those accounts.
      *----------------------------------------------------------------
       8000-REWRITE-CHART.
           IF AccountTableOverflowed
               DISPLAY "*** Chart of accounts has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT ChartFile
               PERFORM 8100-WRITE-CHART-ENTRY
                   VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountEntryCount
               CLOSE ChartFile
               DISPLAY "Chart of accounts rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-CHART-ENTRY.
           INITIALIZE ChartAccountRecord
           MOVE TableAccountCode (AccountIdx) TO ChartAccountCode
           MOVE TableDescription (AccountIdx) TO ChartDescription
           MOVE TableAccountType (AccountIdx) TO ChartAccountType
           MOVE TableActiveFlag (AccountIdx) TO ChartActiveFlag
           WRITE ChartAccountRecord.
       END PROGRAM GlChartMaint.
